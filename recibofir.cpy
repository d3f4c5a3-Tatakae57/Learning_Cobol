	*> Copybook RECIBOS-FIRMA-REGISTRO:
	*> Control de firma de recibos (recibos_firma.dat, por
	*> período + empleado + subperíodo). NOMINA graba el
	*> renglón pendiente al imprimir cada recibo de la corrida
	*> real; RECFIRMA registra la firma conforme, la firma con
	*> reserva (con la reserva que anotó el empleado) o la
	*> devolución sin firmar; RECPEND lista lo que falta por
	*> departamento y antigüedad, y PRENOM avisa si el
	*> período anterior quedó con muchos sin firmar.
	*> Estados: P pendiente, F firmado, R firmado con reserva,
	*> D devuelto sin firmar (sigue faltando la firma).
	01 RECIBOS-FIRMA-REGISTRO.
		02 RFI-CLAVE.
			03 RFI-PERIODO PIC 9(6).
			03 RFI-ID PIC 9(5).
			03 RFI-SUBPERIODO PIC 9.
		02 RFI-GRUPO PIC X(2).
		02 RFI-DEPTO PIC 9(3).
		02 RFI-NETO PIC 9(6)V99.
		02 RFI-FECHA-EMISION PIC 9(8).
		02 RFI-ESTADO PIC X.
			88 RECIBO-PENDIENTE VALUE "P".
			88 RECIBO-FIRMADO VALUE "F".
			88 RECIBO-CON-RESERVA VALUE "R".
			88 RECIBO-DEVUELTO VALUE "D".
			88 RECIBO-SIN-FIRMA VALUE "P" "D".
		02 RFI-FECHA-FIRMA PIC 9(8).
		02 RFI-RESERVA PIC X(30).
		02 RFI-OPERADOR PIC X(8).
