	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-PRESUPUESTO.
		COPY "presupuesto.cpy".

	FD ARCHIVO-REGISTRO.
		COPY "registro.cpy".
