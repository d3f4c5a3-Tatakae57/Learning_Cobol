		MOVE HORAS-FILA TO NOV-HORAS
		MOVE HORAS-NOC-FILA TO NOV-HORAS-NOC
		MOVE HORAS-FER-FILA TO NOV-HORAS-FER
		MOVE ZERO TO NOV-SUBPERIODOS
		WRITE NOVEDADES-REGISTRO
		INVALID KEY
		MOVE "DU" TO MOTIVO-RECHAZO
