	*> Copybook CHEQUE-REGISTRO:
	*> Registro de cheques de sueldo (registro_cheques.dat,
	*> indexado por número). CHEQUES emite, anula y reemite;
	*> CHQCON marca lo que el banco informa como cobrado y
	*> anula por vencidos los que pasaron la fecha límite,
	*> devolviendo el importe a la cola de cheques_pend.dat
	*> para que el empleado lo vuelva a cobrar. CONCIMP suma
	*> los vigentes (emitidos o cobrados) del período.
	01 CHEQUE-REGISTRO.
		02 CHQ-NUMERO PIC 9(7).
		02 CHQ-FECHA PIC 9(8).
		02 CHQ-PERIODO PIC 9(6).
		02 CHQ-ID PIC 9(5).
		02 CHQ-NOMBRE PIC X(20).
		02 CHQ-APELLIDO PIC X(20).
		02 CHQ-IMPORTE PIC S9(7)V99.
		02 CHQ-ESTADO PIC X.
			88 CHEQUE-EMITIDO VALUE "E".
			88 CHEQUE-ANULADO VALUE "A".
			88 CHEQUE-REEMITIDO VALUE "R".
			88 CHEQUE-COBRADO VALUE "C".
			88 CHEQUE-VENCIDO VALUE "V".
			88 CHEQUE-VIGENTE VALUE "E" "C".
		*> Lo que informó el banco al pagarlo (extracto de
		*> cobrados): fecha e importe efectivamente pagado.
		02 CHQ-FECHA-COBRO PIC 9(8).
		02 CHQ-IMPORTE-COBRADO PIC S9(7)V99.
