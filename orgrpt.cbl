	*> Organigrama por departamento:
	*> Imprime, departamento por departamento, a cada
	*> empleado no dado de baja debajo de su superior directo
	*> (EMPLEADO-SUPERIOR, cargado en ORGMANT), con sangría
	*> según su nivel en la línea de mando y la cantidad de
	*> reportes directos que tiene a cargo. El orden sale de
	*> un SORT por departamento y por la ruta de IDs desde la
	*> cabeza de la línea hasta el empleado: así cada jefe
	*> sale seguido de los suyos. Se marca al que no tiene
	*> superior cargado, al que reporta a alguien de otro
	*> departamento, a un superior inexistente o de baja y a
	*> una línea que no termina (lazo).
	*> Las líneas se arman en una primera pasada sobre una
	*> tabla direccionada por ID, como en SEQAUD.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. ORGRPT.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-EMPLEADOS
		ASSIGN TO "empleados.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS EMPLEADO-ID
		ALTERNATE RECORD KEY IS EMPLEADO-APELLIDO
			WITH DUPLICATES
		ALTERNATE RECORD KEY IS EMPLEADO-CUIL
			WITH DUPLICATES
		FILE STATUS IS WS-STATUS-EMP.

		SELECT OPTIONAL ARCHIVO-DEPARTAMENTOS
		ASSIGN TO "departamentos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS DEP-CODIGO
		FILE STATUS IS WS-STATUS-DEP.

		SELECT ARCHIVO-ORDEN
		ASSIGN TO "ordena.tmp".

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	FD ARCHIVO-DEPARTAMENTOS.
		COPY "depto.cpy".

	SD ARCHIVO-ORDEN.
		01 ORDEN-REGISTRO.
			02 ORDEN-DEPTO PIC 9(3).
			02 ORDEN-RUTA PIC X(50).
			02 ORDEN-ID PIC 9(5).
			02 ORDEN-APELLIDO PIC X(20).
			02 ORDEN-NOMBRE PIC X(20).
			02 ORDEN-ESTADO PIC X.
			02 ORDEN-NIVEL PIC 99.
			02 ORDEN-SUPERIOR PIC 9(5).
			02 ORDEN-A-CARGO PIC 9(3).
			02 ORDEN-NOTA PIC X(20).

	WORKING-STORAGE SECTION.
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 WS-STATUS-DEP PIC XX VALUE "00".
		01 FIN-ARCHIVO PIC X VALUE "N".
		*> Superior, estado, departamento y reportes directos
		*> de cada ID.
		01 TABLA-LINEAS.
			02 LINEA-ENTRADA OCCURS 99999 TIMES.
				03 LIN-SUPERIOR PIC 9(5).
				03 LIN-ESTADO PIC X.
				03 LIN-DEPTO PIC 9(3).
				03 LIN-REPORTES PIC 9(3).
		01 INDICE-ID PIC 9(5) VALUE ZERO.
		*> Línea del empleado en curso, del superior directo
		*> hacia arriba; la ruta impresa toma a lo sumo los
		*> nueve más cercanos.
		01 TABLA-ANCESTROS.
			02 ANC-ID PIC 9(5) OCCURS 30 TIMES.
		01 CANTIDAD-ANCESTROS PIC 99 VALUE ZERO.
		01 INDICE-ANCESTRO PIC 99 VALUE ZERO.
		01 TOPE-ANCESTROS PIC 99 VALUE 30.
		01 NIVELES-RUTA PIC 99 VALUE ZERO.
		01 SUPERIOR-ACTUAL PIC 9(5) VALUE ZERO.
		01 LINEA-CORTADA PIC X VALUE "N".
		01 PUNTERO-RUTA PIC 99 VALUE ZERO.
		01 CONTADOR-REGISTROS PIC 9(7) VALUE ZERO.
		01 CONTADOR-DEPTO PIC 9(5) VALUE ZERO.
		01 CONTADOR-SIN-LINEA PIC 9(5) VALUE ZERO.
		01 LINEAS-EN-PAGINA PIC 99 VALUE ZERO.
		01 NUMERO-PAGINA PIC 99 VALUE ZERO.
		01 LINEAS-POR-PAGINA PIC 99 VALUE 40.
		01 DEPTO-ANTERIOR PIC 9(3) VALUE ZERO.
		01 NOMBRE-DEPTO PIC X(20) VALUE SPACES.
		01 PRIMER-DETALLE PIC X VALUE "S".
		01 POSICION-SANGRIA PIC 99 VALUE ZERO.
		01 TITULO-REPORTE PIC X(40)
			VALUE "ORGANIGRAMA POR DEPARTAMENTO".
		01 NOMBRE-REPORTE PIC X(8) VALUE "ORGRPT".
		01 LINEA-IMPRESION PIC X(168) VALUE SPACES.
		01 LINEA-DETALLE.
			02 LD-ID PIC 9(5).
			02 FILLER PIC X VALUE SPACE.
			02 LD-APELLIDO PIC X(20).
			02 FILLER PIC X VALUE SPACE.
			02 LD-NOMBRE PIC X(20).
			02 FILLER PIC X(4) VALUE " EST".
			02 LD-ESTADO PIC X.
			02 FILLER PIC X(10) VALUE " A CARGO: ".
			02 LD-A-CARGO PIC ZZ9.
			02 FILLER PIC X VALUE SPACE.
			02 LD-NOTA PIC X(20).

	PROCEDURE DIVISION.
	MAIN.
		OPEN INPUT ARCHIVO-EMPLEADOS.
		IF WS-STATUS-EMP NOT = "00" AND WS-STATUS-EMP NOT = "05"
		DISPLAY "Error al abrir empleados.dat. Status: "
			WS-STATUS-EMP
		GOBACK
		END-IF.
		OPEN INPUT ARCHIVO-DEPARTAMENTOS.
		PERFORM CARGAR-LINEAS.
		CLOSE ARCHIVO-EMPLEADOS.
		OPEN INPUT ARCHIVO-EMPLEADOS.
		MOVE ZERO TO LINEAS-EN-PAGINA.
		CALL "RPTHDR" USING TITULO-REPORTE
			NUMERO-PAGINA NOMBRE-REPORTE.
		SORT ARCHIVO-ORDEN
			ON ASCENDING KEY ORDEN-DEPTO
			ON ASCENDING KEY ORDEN-RUTA
			INPUT PROCEDURE IS ARMAR-RUTAS
			OUTPUT PROCEDURE IS LISTAR-ORGANIGRAMA.
		IF CONTADOR-REGISTROS = ZERO
		DISPLAY "  (sin empleados)"
		END-IF.
		DISPLAY "Sin superior cargado: " CONTADOR-SIN-LINEA.
		CALL "RPTPIE" USING TITULO-REPORTE
			CONTADOR-REGISTROS NOMBRE-REPORTE.
		CLOSE ARCHIVO-EMPLEADOS.
		CLOSE ARCHIVO-DEPARTAMENTOS.
		GOBACK.

	CARGAR-LINEAS.
		PERFORM VARYING INDICE-ID FROM 1 BY 1
		UNTIL INDICE-ID > 99998
			PERFORM LIMPIAR-LINEA
		END-PERFORM
		MOVE 99999 TO INDICE-ID
		PERFORM LIMPIAR-LINEA
		MOVE "N" TO FIN-ARCHIVO
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-EMPLEADOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF EMPLEADO-ID NOT = ZERO
			MOVE EMPLEADO-ESTADO TO LIN-ESTADO (EMPLEADO-ID)
			MOVE EMPLEADO-DEPTO TO LIN-DEPTO (EMPLEADO-ID)
			IF EMPLEADO-SUPERIOR IS NUMERIC
			MOVE EMPLEADO-SUPERIOR
				TO LIN-SUPERIOR (EMPLEADO-ID)
			END-IF
			END-IF
			END-READ
		END-PERFORM
		*> Reportes directos: solo los que no están de baja.
		PERFORM VARYING INDICE-ID FROM 1 BY 1
		UNTIL INDICE-ID > 99998
			IF LIN-ESTADO (INDICE-ID) NOT = SPACE
			AND LIN-ESTADO (INDICE-ID) NOT = "B"
			AND LIN-SUPERIOR (INDICE-ID) NOT = ZERO
			ADD 1 TO LIN-REPORTES (LIN-SUPERIOR (INDICE-ID))
			END-IF
		END-PERFORM.

	LIMPIAR-LINEA.
		MOVE ZERO TO LIN-SUPERIOR (INDICE-ID)
		MOVE SPACE TO LIN-ESTADO (INDICE-ID)
		MOVE ZERO TO LIN-DEPTO (INDICE-ID)
		MOVE ZERO TO LIN-REPORTES (INDICE-ID).

	ARMAR-RUTAS.
		MOVE "N" TO FIN-ARCHIVO
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-EMPLEADOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF EMPLEADO-ID NOT = ZERO
			AND NOT EMPLEADO-DE-BAJA
			PERFORM ARMAR-UNA-RUTA
			RELEASE ORDEN-REGISTRO
			END-IF
			END-READ
		END-PERFORM.

	ARMAR-UNA-RUTA.
		MOVE EMPLEADO-DEPTO TO ORDEN-DEPTO
		MOVE EMPLEADO-ID TO ORDEN-ID
		MOVE EMPLEADO-APELLIDO TO ORDEN-APELLIDO
		MOVE EMPLEADO-NOMBRE TO ORDEN-NOMBRE
		MOVE EMPLEADO-ESTADO TO ORDEN-ESTADO
		MOVE LIN-SUPERIOR (EMPLEADO-ID) TO ORDEN-SUPERIOR
		MOVE LIN-REPORTES (EMPLEADO-ID) TO ORDEN-A-CARGO
		MOVE SPACES TO ORDEN-NOTA
		*> Sube por la línea en la tabla hasta la cabeza, un
		*> superior que no existe o el tope (lazo).
		MOVE ZERO TO CANTIDAD-ANCESTROS
		MOVE "N" TO LINEA-CORTADA
		MOVE LIN-SUPERIOR (EMPLEADO-ID) TO SUPERIOR-ACTUAL
		PERFORM UNTIL SUPERIOR-ACTUAL = ZERO
		OR LINEA-CORTADA = "S"
			IF CANTIDAD-ANCESTROS >= TOPE-ANCESTROS
			OR SUPERIOR-ACTUAL = EMPLEADO-ID
			MOVE "S" TO LINEA-CORTADA
			MOVE "LINEA CON LAZO" TO ORDEN-NOTA
			ELSE
			ADD 1 TO CANTIDAD-ANCESTROS
			MOVE SUPERIOR-ACTUAL
				TO ANC-ID (CANTIDAD-ANCESTROS)
			MOVE LIN-SUPERIOR (SUPERIOR-ACTUAL)
				TO SUPERIOR-ACTUAL
			END-IF
		END-PERFORM
		PERFORM ANOTAR-SUPERIOR
		*> Ruta de la cabeza al empleado, a lo sumo los nueve
		*> superiores más cercanos y él.
		MOVE CANTIDAD-ANCESTROS TO NIVELES-RUTA
		IF NIVELES-RUTA > 9
		MOVE 9 TO NIVELES-RUTA
		END-IF
		MOVE NIVELES-RUTA TO ORDEN-NIVEL
		MOVE SPACES TO ORDEN-RUTA
		MOVE 1 TO PUNTERO-RUTA
		PERFORM VARYING INDICE-ANCESTRO FROM NIVELES-RUTA BY -1
		UNTIL INDICE-ANCESTRO < 1
			STRING ANC-ID (INDICE-ANCESTRO)
				DELIMITED BY SIZE
				INTO ORDEN-RUTA
				WITH POINTER PUNTERO-RUTA
			END-STRING
		END-PERFORM
		STRING EMPLEADO-ID DELIMITED BY SIZE
			INTO ORDEN-RUTA
			WITH POINTER PUNTERO-RUTA
		END-STRING.

	ANOTAR-SUPERIOR.
		IF ORDEN-SUPERIOR = ZERO
		MOVE "SIN SUPERIOR" TO ORDEN-NOTA
		ADD 1 TO CONTADOR-SIN-LINEA
		ELSE
		IF LIN-ESTADO (ORDEN-SUPERIOR) = SPACE
		MOVE "SUPERIOR INEXISTENTE" TO ORDEN-NOTA
		ELSE
		IF LIN-ESTADO (ORDEN-SUPERIOR) = "B"
		MOVE "SUPERIOR DE BAJA" TO ORDEN-NOTA
		ELSE
		IF LIN-DEPTO (ORDEN-SUPERIOR) NOT = ORDEN-DEPTO
		AND ORDEN-NOTA = SPACES
		MOVE SPACES TO ORDEN-NOTA
		STRING "JEFE DEPTO " DELIMITED BY SIZE
			LIN-DEPTO (ORDEN-SUPERIOR) DELIMITED BY SIZE
			INTO ORDEN-NOTA
		END-STRING
		END-IF
		END-IF
		END-IF
		END-IF.

	LISTAR-ORGANIGRAMA.
		MOVE "N" TO FIN-ARCHIVO
		PERFORM UNTIL FIN-ARCHIVO = "S"
			RETURN ARCHIVO-ORDEN
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			PERFORM CORTAR-POR-DEPTO
			PERFORM IMPRIMIR-DETALLE
			END-RETURN
		END-PERFORM
		IF PRIMER-DETALLE = "N"
		PERFORM IMPRIMIR-SUBTOTAL-DEPTO
		END-IF.

	CORTAR-POR-DEPTO.
		IF PRIMER-DETALLE = "S"
		MOVE ORDEN-DEPTO TO DEPTO-ANTERIOR
		MOVE "N" TO PRIMER-DETALLE
		PERFORM IMPRIMIR-CORTE-DEPTO
		ELSE
		IF ORDEN-DEPTO NOT = DEPTO-ANTERIOR
		PERFORM IMPRIMIR-SUBTOTAL-DEPTO
		MOVE ORDEN-DEPTO TO DEPTO-ANTERIOR
		PERFORM IMPRIMIR-CORTE-DEPTO
		END-IF
		END-IF.

	IMPRIMIR-CORTE-DEPTO.
		MOVE ZERO TO CONTADOR-DEPTO
		MOVE SPACES TO NOMBRE-DEPTO
		MOVE DEPTO-ANTERIOR TO DEP-CODIGO
		READ ARCHIVO-DEPARTAMENTOS
		INVALID KEY
		MOVE "(SIN MAESTRO)" TO NOMBRE-DEPTO
		NOT INVALID KEY
		MOVE DEP-NOMBRE TO NOMBRE-DEPTO
		END-READ
		DISPLAY " "
		DISPLAY "DEPARTAMENTO " DEPTO-ANTERIOR " " NOMBRE-DEPTO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "DEPARTAMENTO " DELIMITED BY SIZE
			DEPTO-ANTERIOR DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			NOMBRE-DEPTO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		CALL "IMPRESO" USING NOMBRE-REPORTE LINEA-IMPRESION.

	IMPRIMIR-SUBTOTAL-DEPTO.
		DISPLAY "  SUBTOTAL DEPARTAMENTO " DEPTO-ANTERIOR
			": " CONTADOR-DEPTO " EMPLEADOS"
		MOVE SPACES TO LINEA-IMPRESION
		STRING "  SUBTOTAL DEPARTAMENTO " DELIMITED BY SIZE
			DEPTO-ANTERIOR DELIMITED BY SIZE
			": " DELIMITED BY SIZE
			CONTADOR-DEPTO DELIMITED BY SIZE
			" EMPLEADOS" DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		CALL "IMPRESO" USING NOMBRE-REPORTE LINEA-IMPRESION.

	IMPRIMIR-DETALLE.
		*> Dos espacios de sangría por nivel en la línea.
		IF LINEAS-EN-PAGINA >= LINEAS-POR-PAGINA
		MOVE ZERO TO LINEAS-EN-PAGINA
		CALL "RPTHDR" USING TITULO-REPORTE
			NUMERO-PAGINA NOMBRE-REPORTE
		END-IF
		ADD 1 TO CONTADOR-REGISTROS
		ADD 1 TO CONTADOR-DEPTO
		ADD 1 TO LINEAS-EN-PAGINA
		MOVE ORDEN-ID TO LD-ID
		MOVE ORDEN-APELLIDO TO LD-APELLIDO
		MOVE ORDEN-NOMBRE TO LD-NOMBRE
		MOVE ORDEN-ESTADO TO LD-ESTADO
		MOVE ORDEN-A-CARGO TO LD-A-CARGO
		MOVE ORDEN-NOTA TO LD-NOTA
		COMPUTE POSICION-SANGRIA = ORDEN-NIVEL * 2 + 3
		MOVE SPACES TO LINEA-IMPRESION
		MOVE LINEA-DETALLE
			TO LINEA-IMPRESION (POSICION-SANGRIA:)
		DISPLAY LINEA-IMPRESION (1:110)
		CALL "IMPRESO" USING NOMBRE-REPORTE LINEA-IMPRESION.
	END PROGRAM ORGRPT.
