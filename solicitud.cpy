	*> Copybook SOLICITUDES-REGISTRO:
	*> Pedido de vacaciones (solicitudes_vac.dat, por empleado
	*> + fecha desde), el que VACPLAN pide, aprueba y aplica.
	*> TURCTL lo lee para no tomar como falta un día de
	*> vacaciones aprobadas.
	*> Estados: P pendiente, A aprobado, R rechazado,
	*> T tomado (ya aplicado al saldo).
	01 SOLICITUDES-REGISTRO.
		02 SOL-CLAVE.
			03 SOL-ID PIC 9(5).
			03 SOL-DESDE PIC 9(8).
		02 SOL-HASTA PIC 9(8).
		02 SOL-ESTADO PIC X.
			88 PEDIDO-PENDIENTE VALUE "P".
			88 PEDIDO-APROBADO VALUE "A".
			88 PEDIDO-RECHAZADO VALUE "R".
			88 PEDIDO-TOMADO VALUE "T".
		02 SOL-OPERADOR PIC X(8).
		02 SOL-FECHA-PEDIDO PIC 9(8).
