	*> Copybook PAGOS-INDEBIDOS-REGISTRO:
	*> Caso de recupero de un pago en exceso (indexado por
	*> empleado + período pagado de más, pagos_indebidos.dat).
	*> La clave es la misma del renglón de registro_nomina.dat
	*> que pagó de más (REG-PERIODO + REG-ID), así el caso
	*> queda atado a su origen; PGI-ASIENTO nombra el archivo
	*> con el asiento de reversión que grabó PAGIND al abrir
	*> el caso. NOMINA descuenta la cuota después del embargo
	*> y antes del adelanto, topeada en PGI-PORCENTAJE del
	*> neto que queda (el máximo legal por cuota), hasta
	*> saldar; si el empleado se va con el caso abierto, lo
	*> toma LIQFIN.
	*> Estados: A abierto, S saldado, L pasado a la
	*> liquidación final (lo que quedó sin cubrir se reclama
	*> fuera de la nómina), X anulado.
	01 PAGOS-INDEBIDOS-REGISTRO.
		02 PGI-CLAVE.
			03 PGI-ID PIC 9(5).
			03 PGI-PERIODO PIC 9(6).
		02 PGI-IMPORTE PIC 9(6)V99.
		02 PGI-PORCENTAJE PIC 9(2)V99.
		02 PGI-SALDO PIC 9(6)V99.
		02 PGI-ESTADO PIC X.
			88 RECUPERO-ABIERTO VALUE "A".
			88 RECUPERO-SALDADO VALUE "S".
			88 RECUPERO-EN-LIQFIN VALUE "L".
			88 RECUPERO-ANULADO VALUE "X".
		02 PGI-MOTIVO PIC X(30).
		02 PGI-NETO-ORIGINAL PIC 9(6)V99.
		02 PGI-ASIENTO PIC X(30).
		02 PGI-FECHA-ALTA PIC 9(8).
		02 PGI-FECHA-CIERRE PIC 9(8).
		02 PGI-OPERADOR PIC X(8).
