		MOVE ZERO TO HIST-FECHA-NAC
		MOVE ZERO TO HIST-FECHA-INGRESO
		MOVE ZERO TO HIST-FECHA-BAJA
		MOVE ZERO TO HIST-CUIL
		MOVE SPACES TO HIST-MOTIVO-BAJA
		MOVE SPACES TO HIST-RECONTRATABLE
		WRITE HISTORIAL-REGISTRO
		INVALID KEY
		DISPLAY "Baja duplicada: " VIEJO-ANIO " " VIEJO-ID
