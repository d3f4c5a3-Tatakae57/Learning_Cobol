	*> Copybook FRANCOS-REGISTRO:
	*> Banco de francos compensatorios (francos.dat, indexado
	*> por empleado + período + subperíodo). En los
	*> departamentos marcados DEP-FRANCOS, el empleado que
	*> adhirió no cobra las horas extra por encima del umbral:
	*> NOMINA las deja acá como un lote del período liquidado
	*> y el saldo se consume en días de franco con FRANCOS
	*> (jornada de 8 horas, primero el lote más viejo). El
	*> lote que pasa los meses de vencimiento de nomina_parm
	*> con horas sin tomar se paga a la tarifa de hora extra
	*> y queda "P"; LIQFIN paga el saldo entero en la
	*> liquidación final y deja los lotes en "L".
	*> El renglón con período y subperíodo en cero no es un
	*> lote: es la adhesión del empleado (FRA-ESTADO "S" o
	*> "N"), que FRANCOS registra.
	01 FRANCOS-REGISTRO.
		02 FRA-CLAVE.
			03 FRA-ID PIC 9(5).
			03 FRA-PERIODO PIC 9(6).
			03 FRA-SUBPERIODO PIC 9.
		02 FRA-HORAS-GANADAS PIC 9(3)V99.
		02 FRA-HORAS-TOMADAS PIC 9(3)V99.
		02 FRA-HORAS-PAGADAS PIC 9(3)V99.
		02 FRA-ESTADO PIC X.
			88 FRA-ABIERTO VALUE "A".
			88 FRA-CONSUMIDO VALUE "C".
			88 FRA-PAGADO VALUE "P".
			88 FRA-LIQUIDADO VALUE "L".
			88 FRA-ADHERIDO VALUE "S".
		02 FRA-PERIODO-PAGO PIC 9(6).
		02 FRA-FECHA PIC 9(8).
		02 FRA-OPERADOR PIC X(8).
