		ELSE
		MOVE ZERO TO REG-SINDICATO
		END-IF
		MOVE ZERO TO REG-ASIGNACION
		MOVE ZERO TO REG-GASTOS
		WRITE LINEA-REGISTRO
		INVALID KEY
		DISPLAY "Clave duplicada " VIEJO-PERIODO " "
