		COPY "audjrn.cpy".

	FD ARCHIVO-SEGMENTO.
		01 LINEA-SEGMENTO PIC X(251).

	FD ARCHIVO-INDICE.
		01 LINEA-INDICE.
