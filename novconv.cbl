		MOVE VIEJO-HORAS TO NOV-HORAS
		MOVE ZERO TO NOV-HORAS-NOC
		MOVE ZERO TO NOV-HORAS-FER
		MOVE ZERO TO NOV-SUBPERIODOS
		WRITE NOVEDADES-REGISTRO
		IF WS-STATUS-NOV NOT = "00"
		DISPLAY "Error al grabar " VIEJO-PERIODO " "
