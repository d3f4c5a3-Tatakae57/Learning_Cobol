	FD ARCHIVO-RESPALDO.
		01 RESPALDO-REGISTRO.
			02 RES-ID PIC 9(5).
			02 RES-RESTO PIC X(104).

	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".
			02 SEG-FECHA-CORTE PIC 9(8).

	FD ARCHIVO-SEGMENTO.
		01 LINEA-SEGMENTO PIC X(251).

	WORKING-STORAGE SECTION.
		01 WS-STATUS-RES PIC XX VALUE "00".

	APLICAR-ALTA.
		MOVE JRN-IMAGEN-DESPUES TO EMPLEADOS-REGISTRO
		MOVE JRN-RESTO-DESPUES TO EMPLEADOS-REGISTRO (100:10)
		WRITE EMPLEADOS-REGISTRO
		INVALID KEY
		*> Ya estaba en la copia: la imagen después manda.

	APLICAR-MODIFICACION.
		MOVE JRN-IMAGEN-DESPUES TO EMPLEADOS-REGISTRO
		MOVE JRN-RESTO-DESPUES TO EMPLEADOS-REGISTRO (100:10)
		REWRITE EMPLEADOS-REGISTRO
		INVALID KEY
		*> El registro no estaba en la copia (alta posterior al
