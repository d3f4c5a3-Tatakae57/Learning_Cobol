		MOVE HORAS-NUEVAS TO NOV-HORAS
		MOVE ZERO TO NOV-HORAS-NOC
		MOVE ZERO TO NOV-HORAS-FER
		MOVE ZERO TO NOV-SUBPERIODOS
		WRITE NOVEDADES-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo grabar la novedad corregida."
