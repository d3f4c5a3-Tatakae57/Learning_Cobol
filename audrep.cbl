		DISPLAY " "
		DISPLAY JRN-PROGRAMA " " JRN-FECHA " " JRN-HORA
			" OPERACION " JRN-OPERACION
		DISPLAY "  ANTES:   " JRN-IMAGEN-ANTES JRN-RESTO-ANTES
		DISPLAY "  DESPUES: " JRN-IMAGEN-DESPUES
			JRN-RESTO-DESPUES.
	END PROGRAM AUDREP.
