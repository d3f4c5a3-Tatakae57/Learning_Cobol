	*> Copybook INTIMACION-REGISTRO:
	*> Intimaciones jubilatorias (intimaciones.dat, indexado
	*> por EMPLEADO-ID): fecha en que se notificó al empleado
	*> que inicie el trámite y fecha en que vence el plazo
	*> legal de espera (un año desde la notificación), durante
	*> el que se lo mantiene en su puesto hasta que obtenga el
	*> beneficio. JUBMANT la registra y la cierra; JUBREP
	*> lista las pendientes y saca de "elegibles sin
	*> intimación" a quien ya la tiene. Una intimación anulada
	*> deja lugar a una nueva.
	01 INTIMACION-REGISTRO.
		02 IJU-ID PIC 9(5).
		02 IJU-FECHA-INTIMACION PIC 9(8).
		02 IJU-FECHA-FIN-PLAZO PIC 9(8).
		*> P pendiente, O beneficio otorgado, A anulada.
		02 IJU-ESTADO PIC X.
			88 INTIMACION-PENDIENTE VALUE "P".
			88 INTIMACION-OTORGADA VALUE "O".
			88 INTIMACION-ANULADA VALUE "A".
		02 IJU-FECHA-CIERRE PIC 9(8).
		02 IJU-OPERADOR PIC X(8).
