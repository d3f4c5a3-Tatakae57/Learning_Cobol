	*> Familiares que cumplen 18 años:
	*> Listado mensual para RRHH de los hijos sin discapacidad
	*> de dependientes.dat que cumplen 18 años en los tres
	*> meses siguientes al período abierto de periodo.dat. Es
	*> el aviso previo a la baja que NOMINA aplica sola: el
	*> mes del cumpleaños el hijo ya no cobra asignación.
	*> Sale por spool (FAMEDAD) con el nombre del empleado.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. FAMEDAD.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-FAMILIARES
		ASSIGN TO "dependientes.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS FAM-CLAVE
		FILE STATUS IS WS-STATUS-FAM.

		SELECT OPTIONAL ARCHIVO-EMPLEADOS
		ASSIGN TO "empleados.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS EMPLEADO-ID
		ALTERNATE RECORD KEY IS EMPLEADO-APELLIDO
			WITH DUPLICATES
		ALTERNATE RECORD KEY IS EMPLEADO-CUIL
			WITH DUPLICATES
		FILE STATUS IS WS-STATUS-EMP.

		SELECT OPTIONAL ARCHIVO-PERIODO
		ASSIGN TO "periodo.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-PER.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-FAMILIARES.
		COPY "familiar.cpy".

	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	FD ARCHIVO-PERIODO.
		01 LINEA-PERIODO.
			02 PER-PERIODO PIC 9(6).
			02 PER-ESTADO PIC X.

	WORKING-STORAGE SECTION.
		01 WS-STATUS-FAM PIC XX VALUE "00".
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 WS-STATUS-PER PIC XX VALUE "00".
		01 FIN-FAMILIARES PIC X VALUE "N".
		01 PERIODO-LEIDO PIC X VALUE "N".
		01 PERIODO-ACTUAL PIC 9(6) VALUE ZERO.
		01 PERIODO-TOPE PIC 9(6) VALUE ZERO.
		01 ANIO-TOPE PIC 9(4) VALUE ZERO.
		01 MES-TOPE PIC 9(2) VALUE ZERO.
		01 LIMITE-ACTUAL PIC 9(8) VALUE ZERO.
		01 LIMITE-TOPE PIC 9(8) VALUE ZERO.
		01 FECHA-CUMPLE-18 PIC 9(8) VALUE ZERO.
		01 CONTADOR-AVISOS PIC 9(7) VALUE ZERO.
		01 LINEAS-REPORTE PIC 9(7) VALUE ZERO.
		01 LINEAS-EN-PAGINA PIC 99 VALUE ZERO.
		01 LINEAS-POR-PAGINA PIC 99 VALUE 50.
		01 NUMERO-PAGINA PIC 99 VALUE ZERO.
		01 NOMBRE-EMPLEADO PIC X(41) VALUE SPACES.
		01 TITULO-REPORTE PIC X(40)
			VALUE "FAMILIARES QUE CUMPLEN 18 ANIOS".
		01 NOMBRE-REPORTE PIC X(8) VALUE "FAMEDAD".
		01 LINEA-IMPRESION PIC X(168) VALUE SPACES.
		01 LINEA-ENCABEZADO.
			02 FILLER PIC X(5) VALUE "ID".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(30) VALUE "EMPLEADO".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(3) VALUE "SEC".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(30) VALUE "FAMILIAR".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(10) VALUE "CUMPLE 18".
		01 LINEA-DETALLE.
			02 LD-ID PIC 9(5).
			02 FILLER PIC X VALUE SPACE.
			02 LD-EMPLEADO PIC X(30).
			02 FILLER PIC X VALUE SPACE.
			02 LD-SECUENCIA PIC Z9.
			02 FILLER PIC X(2) VALUE SPACES.
			02 LD-FAMILIAR PIC X(30).
			02 FILLER PIC X VALUE SPACE.
			02 LD-DIA PIC 99.
			02 FILLER PIC X VALUE "/".
			02 LD-MES PIC 99.
			02 FILLER PIC X VALUE "/".
			02 LD-ANIO PIC 9(4).

	PROCEDURE DIVISION.
	MAIN.
		PERFORM LEER-PERIODO.
		IF PERIODO-LEIDO NOT = "S"
		DISPLAY "No hay período abierto en periodo.dat."
		MOVE 8 TO RETURN-CODE
		GOBACK
		END-IF.
		PERFORM CALCULAR-VENTANA.
		OPEN INPUT ARCHIVO-FAMILIARES
		IF WS-STATUS-FAM NOT = "00" AND WS-STATUS-FAM NOT = "05"
		DISPLAY "Error al abrir dependientes.dat. Status: "
			WS-STATUS-FAM
		MOVE 8 TO RETURN-CODE
		GOBACK
		END-IF.
		OPEN INPUT ARCHIVO-EMPLEADOS
		IF WS-STATUS-EMP NOT = "00" AND WS-STATUS-EMP NOT = "05"
		DISPLAY "Error al abrir empleados.dat. Status: "
			WS-STATUS-EMP
		CLOSE ARCHIVO-FAMILIARES
		MOVE 8 TO RETURN-CODE
		GOBACK
		END-IF.
		PERFORM IMPRIMIR-ENCABEZADO.
		PERFORM UNTIL FIN-FAMILIARES = "S"
			READ ARCHIVO-FAMILIARES NEXT RECORD
			AT END
			MOVE "S" TO FIN-FAMILIARES
			NOT AT END
			PERFORM REVISAR-FAMILIAR
			END-READ
		END-PERFORM.
		IF CONTADOR-AVISOS = ZERO
		MOVE SPACES TO LINEA-IMPRESION
		MOVE "  (ninguno)" TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		END-IF.
		CALL "RPTPIE" USING TITULO-REPORTE
			LINEAS-REPORTE NOMBRE-REPORTE.
		CLOSE ARCHIVO-FAMILIARES.
		CLOSE ARCHIVO-EMPLEADOS.
		GOBACK.

	LEER-PERIODO.
		MOVE "N" TO PERIODO-LEIDO
		OPEN INPUT ARCHIVO-PERIODO
		IF WS-STATUS-PER = "00" OR WS-STATUS-PER = "05"
		READ ARCHIVO-PERIODO
		AT END
		CONTINUE
		NOT AT END
		IF PER-PERIODO IS NUMERIC
		MOVE PER-PERIODO TO PERIODO-ACTUAL
		MOVE "S" TO PERIODO-LEIDO
		END-IF
		END-READ
		CLOSE ARCHIVO-PERIODO
		END-IF.

	CALCULAR-VENTANA.
		*> Mismo corte AAAAMM31 que NOMINA usa para la
		*> vigencia: el hijo que cumple 18 hasta el fin del
		*> período abierto ya no cobra, así que el aviso toma
		*> los cumpleaños posteriores a ese corte y hasta el
		*> fin del tercer mes siguiente.
		MOVE PERIODO-ACTUAL TO LIMITE-ACTUAL (1:6)
		MOVE 31 TO LIMITE-ACTUAL (7:2)
		MOVE PERIODO-ACTUAL (1:4) TO ANIO-TOPE
		MOVE PERIODO-ACTUAL (5:2) TO MES-TOPE
		ADD 3 TO MES-TOPE
		IF MES-TOPE > 12
		SUBTRACT 12 FROM MES-TOPE
		ADD 1 TO ANIO-TOPE
		END-IF
		MOVE ANIO-TOPE TO PERIODO-TOPE (1:4)
		MOVE MES-TOPE TO PERIODO-TOPE (5:2)
		MOVE PERIODO-TOPE TO LIMITE-TOPE (1:6)
		MOVE 31 TO LIMITE-TOPE (7:2)
		DISPLAY "Período abierto " PERIODO-ACTUAL
			", aviso hasta " PERIODO-TOPE ".".

	REVISAR-FAMILIAR.
		IF FAM-HIJO
		AND NOT FAM-CON-DISCAPACIDAD
		AND FAM-FECHA-NACIMIENTO IS NUMERIC
		AND FAM-FECHA-NACIMIENTO > ZERO
		COMPUTE FECHA-CUMPLE-18 = FAM-FECHA-NACIMIENTO + 180000
		IF FECHA-CUMPLE-18 > LIMITE-ACTUAL
		AND FECHA-CUMPLE-18 <= LIMITE-TOPE
		PERFORM IMPRIMIR-DETALLE
		END-IF
		END-IF.

	IMPRIMIR-ENCABEZADO.
		MOVE ZERO TO LINEAS-EN-PAGINA
		CALL "RPTHDR" USING TITULO-REPORTE
			NUMERO-PAGINA NOMBRE-REPORTE
		MOVE SPACES TO LINEA-IMPRESION
		MOVE LINEA-ENCABEZADO TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA.

	IMPRIMIR-DETALLE.
		IF LINEAS-EN-PAGINA >= LINEAS-POR-PAGINA
		PERFORM IMPRIMIR-ENCABEZADO
		END-IF
		MOVE SPACES TO NOMBRE-EMPLEADO
		MOVE FAM-ID TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		MOVE "(EMPLEADO INEXISTENTE)" TO NOMBRE-EMPLEADO
		NOT INVALID KEY
		STRING EMPLEADO-APELLIDO DELIMITED BY "  "
			" " DELIMITED BY SIZE
			EMPLEADO-NOMBRE DELIMITED BY "  "
			INTO NOMBRE-EMPLEADO
		END-READ
		ADD 1 TO CONTADOR-AVISOS
		ADD 1 TO LINEAS-EN-PAGINA
		MOVE FAM-ID TO LD-ID
		MOVE NOMBRE-EMPLEADO TO LD-EMPLEADO
		MOVE FAM-SECUENCIA TO LD-SECUENCIA
		MOVE FAM-NOMBRE TO LD-FAMILIAR
		MOVE FECHA-CUMPLE-18 (7:2) TO LD-DIA
		MOVE FECHA-CUMPLE-18 (5:2) TO LD-MES
		MOVE FECHA-CUMPLE-18 (1:4) TO LD-ANIO
		MOVE SPACES TO LINEA-IMPRESION
		MOVE LINEA-DETALLE TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA.

	GRABAR-LINEA.
		ADD 1 TO LINEAS-REPORTE
		DISPLAY LINEA-IMPRESION
		CALL "IMPRESO" USING NOMBRE-REPORTE LINEA-IMPRESION.
	END PROGRAM FAMEDAD.
