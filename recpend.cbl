	*> Recibos sin firmar:
	*> Reporte de los recibos de recibos_firma.dat que siguen
	*> sin la firma del empleado (pendientes y devueltos sin
	*> firmar), de todos los períodos, cortado por
	*> departamento y con los más viejos primero: es la copia
	*> firmada que pide una inspección. La antigüedad se
	*> cuenta en días desde la emisión del recibo, sumando de
	*> a uno sobre el calendario como ARTCONC (tope 999), y
	*> al pie se cuentan los recibos por tramo.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. RECPEND.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-RECIBOS-FIRMA
		ASSIGN TO "recibos_firma.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS RFI-CLAVE
		FILE STATUS IS WS-STATUS-RFI.

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

		SELECT ARCHIVO-ORDEN
		ASSIGN TO "ordena.tmp".

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-RECIBOS-FIRMA.
		COPY "recibofir.cpy".

	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	SD ARCHIVO-ORDEN.
		01 ORDEN-REGISTRO.
			02 ORDEN-DEPTO PIC 9(3).
			02 ORDEN-DIAS PIC 9(3).
			02 ORDEN-APELLIDO PIC X(20).
			02 ORDEN-NOMBRE PIC X(20).
			02 ORDEN-ID PIC 9(5).
			02 ORDEN-PERIODO PIC 9(6).
			02 ORDEN-SUBPERIODO PIC 9.
			02 ORDEN-EMISION PIC 9(8).
			02 ORDEN-ESTADO PIC X.

	WORKING-STORAGE SECTION.
		01 WS-STATUS-RFI PIC XX VALUE "00".
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 FIN-ARCHIVO PIC X VALUE "N".
		01 CONTADOR-REGISTROS PIC 9(7) VALUE ZERO.
		01 CONTADOR-DEPTO PIC 9(5) VALUE ZERO.
		01 LINEAS-EN-PAGINA PIC 99 VALUE ZERO.
		01 NUMERO-PAGINA PIC 99 VALUE ZERO.
		01 LINEAS-POR-PAGINA PIC 99 VALUE 20.
		01 DEPTO-ANTERIOR PIC 9(3) VALUE ZERO.
		01 PRIMER-DETALLE PIC X VALUE "S".
		01 WS-FECHA-PROCESO PIC 9(8) VALUE ZERO.
		01 DIAS-RECIBO PIC 9(3) VALUE ZERO.
		01 INDICE-TRAMO PIC 9 VALUE ZERO.
		*> Recibos sin firmar por tramo de antigüedad.
		01 TABLA-TRAMOS-DATOS.
			02 FILLER PIC X(14) VALUE "HASTA 30  0030".
			02 FILLER PIC X(14) VALUE "31 A 60   0060".
			02 FILLER PIC X(14) VALUE "61 A 90   0090".
			02 FILLER PIC X(14) VALUE "MAS DE 90 0999".
		01 TABLA-TRAMOS REDEFINES TABLA-TRAMOS-DATOS.
			02 TRAMO-ENTRADA OCCURS 4 TIMES.
				03 TRAMO-NOMBRE PIC X(10).
				03 TRAMO-HASTA PIC 9(4).
		01 TABLA-CANTIDADES.
			02 CANTIDAD-TRAMO OCCURS 4 TIMES PIC 9(7).
		01 FECHA-CORRIDA PIC 9(8) VALUE ZERO.
		01 FECHA-PARTIDA REDEFINES FECHA-CORRIDA.
			02 FEC-ANIO PIC 9(4).
			02 FEC-MES PIC 9(2).
			02 FEC-DIA PIC 9(2).
		01 TABLA-MESES-DATOS.
			02 FILLER PIC X(24)
				VALUE "312831303130313130313031".
		01 TABLA-MESES REDEFINES TABLA-MESES-DATOS.
			02 DIAS-DEL-MES OCCURS 12 TIMES PIC 99.
		01 DIAS-TOPE PIC 99 VALUE ZERO.
		01 RESTO-BISIESTO PIC 9(4) VALUE ZERO.
		01 COCIENTE-BISIESTO PIC 9(4) VALUE ZERO.
		01 ES-BISIESTO PIC X VALUE "N".
		01 TITULO-REPORTE PIC X(40)
			VALUE "RECIBOS SIN FIRMAR".
		01 NOMBRE-REPORTE PIC X(8) VALUE "RECPEND".
		01 LINEA-IMPRESION PIC X(168) VALUE SPACES.
		01 LINEA-ENCABEZADO.
			02 FILLER PIC X(5) VALUE "ID".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(20) VALUE "APELLIDO".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(20) VALUE "NOMBRE".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(8) VALUE "PERIODO".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(8) VALUE "EMITIDO".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(4) VALUE "DIAS".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(9) VALUE "SITUACION".
		01 LINEA-DETALLE.
			02 LD-ID PIC 9(5).
			02 FILLER PIC X VALUE SPACE.
			02 LD-APELLIDO PIC X(20).
			02 FILLER PIC X VALUE SPACE.
			02 LD-NOMBRE PIC X(20).
			02 FILLER PIC X VALUE SPACE.
			02 LD-PERIODO PIC 9(6).
			02 FILLER PIC X VALUE "/".
			02 LD-SUBPERIODO PIC 9.
			02 FILLER PIC X VALUE SPACE.
			02 LD-EMISION PIC 9(8).
			02 FILLER PIC X VALUE SPACE.
			02 LD-DIAS PIC ZZZ9.
			02 FILLER PIC X VALUE SPACE.
			02 LD-SITUACION PIC X(9).
		01 LINEA-TRAMO.
			02 FILLER PIC X(17) VALUE "  RECIBOS TRAMO ".
			02 LT-TRAMO PIC X(10).
			02 FILLER PIC X(2) VALUE ": ".
			02 LT-CANTIDAD PIC Z,ZZZ,ZZ9.

	PROCEDURE DIVISION.
	MAIN.
		ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
		PERFORM VARYING INDICE-TRAMO FROM 1 BY 1
		UNTIL INDICE-TRAMO > 4
			MOVE ZERO TO CANTIDAD-TRAMO (INDICE-TRAMO)
		END-PERFORM.
		PERFORM IMPRIMIR-ENCABEZADO.
		SORT ARCHIVO-ORDEN
			ON ASCENDING KEY ORDEN-DEPTO
			ON DESCENDING KEY ORDEN-DIAS
			ON ASCENDING KEY ORDEN-APELLIDO
			ON ASCENDING KEY ORDEN-ID
			INPUT PROCEDURE IS CARGAR-ORDEN
			OUTPUT PROCEDURE IS LISTAR-ORDEN.
		IF CONTADOR-REGISTROS = ZERO
		DISPLAY "  (todos los recibos están firmados)"
		END-IF.
		PERFORM IMPRIMIR-TRAMOS.
		CALL "RPTPIE" USING TITULO-REPORTE
			CONTADOR-REGISTROS NOMBRE-REPORTE.
		GOBACK.

	CARGAR-ORDEN.
		OPEN INPUT ARCHIVO-RECIBOS-FIRMA
		IF WS-STATUS-RFI NOT = "00" AND WS-STATUS-RFI NOT = "05"
		DISPLAY "Error al abrir recibos_firma.dat. Status: "
			WS-STATUS-RFI
		ELSE
		OPEN INPUT ARCHIVO-EMPLEADOS
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-RECIBOS-FIRMA NEXT RECORD
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF RECIBO-SIN-FIRMA
			PERFORM CARGAR-RECIBO
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-RECIBOS-FIRMA
		CLOSE ARCHIVO-EMPLEADOS
		END-IF.

	CARGAR-RECIBO.
		*> El departamento es el del recibo: el que lo tiene
		*> que haber hecho firmar.
		MOVE RFI-ID TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		MOVE SPACES TO EMPLEADO-APELLIDO
		MOVE SPACES TO EMPLEADO-NOMBRE
		END-READ
		MOVE ZERO TO DIAS-RECIBO
		IF RFI-FECHA-EMISION > ZERO
		PERFORM CONTAR-DIAS-RECIBO
		END-IF
		MOVE RFI-DEPTO TO ORDEN-DEPTO
		MOVE DIAS-RECIBO TO ORDEN-DIAS
		MOVE EMPLEADO-APELLIDO TO ORDEN-APELLIDO
		MOVE EMPLEADO-NOMBRE TO ORDEN-NOMBRE
		MOVE RFI-ID TO ORDEN-ID
		MOVE RFI-PERIODO TO ORDEN-PERIODO
		MOVE RFI-SUBPERIODO TO ORDEN-SUBPERIODO
		MOVE RFI-FECHA-EMISION TO ORDEN-EMISION
		MOVE RFI-ESTADO TO ORDEN-ESTADO
		RELEASE ORDEN-REGISTRO.

	CONTAR-DIAS-RECIBO.
		*> Días desde la emisión a hoy, tope 999.
		MOVE RFI-FECHA-EMISION TO FECHA-CORRIDA
		PERFORM UNTIL FECHA-CORRIDA NOT < WS-FECHA-PROCESO
		OR DIAS-RECIBO = 999
			PERFORM SUMAR-UN-DIA
			ADD 1 TO DIAS-RECIBO
		END-PERFORM.

	SUMAR-UN-DIA.
		MOVE DIAS-DEL-MES (FEC-MES) TO DIAS-TOPE
		IF FEC-MES = 2
		PERFORM CALCULAR-BISIESTO
		IF ES-BISIESTO = "S"
		MOVE 29 TO DIAS-TOPE
		END-IF
		END-IF
		IF FEC-DIA < DIAS-TOPE
		ADD 1 TO FEC-DIA
		ELSE
		MOVE 1 TO FEC-DIA
		IF FEC-MES < 12
		ADD 1 TO FEC-MES
		ELSE
		MOVE 1 TO FEC-MES
		ADD 1 TO FEC-ANIO
		END-IF
		END-IF.

	CALCULAR-BISIESTO.
		MOVE "N" TO ES-BISIESTO
		DIVIDE FEC-ANIO BY 4 GIVING COCIENTE-BISIESTO
			REMAINDER RESTO-BISIESTO
		IF RESTO-BISIESTO = ZERO
		MOVE "S" TO ES-BISIESTO
		DIVIDE FEC-ANIO BY 100 GIVING COCIENTE-BISIESTO
			REMAINDER RESTO-BISIESTO
		IF RESTO-BISIESTO = ZERO
		MOVE "N" TO ES-BISIESTO
		DIVIDE FEC-ANIO BY 400 GIVING COCIENTE-BISIESTO
			REMAINDER RESTO-BISIESTO
		IF RESTO-BISIESTO = ZERO
		MOVE "S" TO ES-BISIESTO
		END-IF
		END-IF
		END-IF.

	UBICAR-TRAMO.
		PERFORM VARYING INDICE-TRAMO FROM 1 BY 1
		UNTIL INDICE-TRAMO = 4
		OR ORDEN-DIAS <= TRAMO-HASTA (INDICE-TRAMO)
			CONTINUE
		END-PERFORM.

	LISTAR-ORDEN.
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
		DISPLAY " "
		DISPLAY "DEPARTAMENTO " DEPTO-ANTERIOR
		MOVE SPACES TO LINEA-IMPRESION
		STRING "DEPARTAMENTO " DELIMITED BY SIZE
			DEPTO-ANTERIOR DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		CALL "IMPRESO" USING NOMBRE-REPORTE LINEA-IMPRESION.

	IMPRIMIR-SUBTOTAL-DEPTO.
		DISPLAY "  SUBTOTAL DEPARTAMENTO " DEPTO-ANTERIOR
			": " CONTADOR-DEPTO " RECIBOS"
		MOVE SPACES TO LINEA-IMPRESION
		STRING "  SUBTOTAL DEPARTAMENTO " DELIMITED BY SIZE
			DEPTO-ANTERIOR DELIMITED BY SIZE
			": " DELIMITED BY SIZE
			CONTADOR-DEPTO DELIMITED BY SIZE
			" RECIBOS" DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		CALL "IMPRESO" USING NOMBRE-REPORTE LINEA-IMPRESION.

	IMPRIMIR-ENCABEZADO.
		MOVE ZERO TO LINEAS-EN-PAGINA
		CALL "RPTHDR" USING TITULO-REPORTE
			NUMERO-PAGINA NOMBRE-REPORTE
		DISPLAY LINEA-ENCABEZADO
		MOVE SPACES TO LINEA-IMPRESION
		MOVE LINEA-ENCABEZADO TO LINEA-IMPRESION
		CALL "IMPRESO" USING NOMBRE-REPORTE LINEA-IMPRESION.

	IMPRIMIR-DETALLE.
		IF LINEAS-EN-PAGINA >= LINEAS-POR-PAGINA
		PERFORM IMPRIMIR-ENCABEZADO
		END-IF
		ADD 1 TO CONTADOR-REGISTROS
		ADD 1 TO CONTADOR-DEPTO
		ADD 1 TO LINEAS-EN-PAGINA
		PERFORM UBICAR-TRAMO
		ADD 1 TO CANTIDAD-TRAMO (INDICE-TRAMO)
		MOVE ORDEN-ID TO LD-ID
		MOVE ORDEN-APELLIDO TO LD-APELLIDO
		MOVE ORDEN-NOMBRE TO LD-NOMBRE
		MOVE ORDEN-PERIODO TO LD-PERIODO
		MOVE ORDEN-SUBPERIODO TO LD-SUBPERIODO
		MOVE ORDEN-EMISION TO LD-EMISION
		MOVE ORDEN-DIAS TO LD-DIAS
		IF ORDEN-ESTADO = "D"
		MOVE "DEVUELTO" TO LD-SITUACION
		ELSE
		MOVE "PENDIENTE" TO LD-SITUACION
		END-IF
		DISPLAY LINEA-DETALLE
		MOVE SPACES TO LINEA-IMPRESION
		MOVE LINEA-DETALLE TO LINEA-IMPRESION
		CALL "IMPRESO" USING NOMBRE-REPORTE LINEA-IMPRESION.

	IMPRIMIR-TRAMOS.
		PERFORM VARYING INDICE-TRAMO FROM 1 BY 1
		UNTIL INDICE-TRAMO > 4
			MOVE TRAMO-NOMBRE (INDICE-TRAMO) TO LT-TRAMO
			MOVE CANTIDAD-TRAMO (INDICE-TRAMO)
				TO LT-CANTIDAD
			DISPLAY LINEA-TRAMO
			MOVE SPACES TO LINEA-IMPRESION
			MOVE LINEA-TRAMO TO LINEA-IMPRESION
			CALL "IMPRESO" USING NOMBRE-REPORTE
				LINEA-IMPRESION
		END-PERFORM.
	END PROGRAM RECPEND.
