		02 HIST-FECHA-NAC PIC 9(8).
		02 HIST-FECHA-INGRESO PIC 9(8).
		02 HIST-FECHA-BAJA PIC 9(8).
		*> CUIL, motivo de baja y recontratación, copiados del
		*> registro vivo por CIERRE. Una baja marcada "N" forma
		*> la lista de no recontratables que VALREC controla en
		*> cada puerta de alta, y HISTARCH no la archiva: queda
		*> en el historial vivo. Cero y blancos = baja anterior
		*> a estos campos: recontratable.
		02 HIST-CUIL PIC 9(11).
		02 HIST-MOTIVO-BAJA PIC X(2).
		02 HIST-RECONTRATABLE PIC X.
			88 HIST-NO-RECONTRATABLE VALUE "N".
