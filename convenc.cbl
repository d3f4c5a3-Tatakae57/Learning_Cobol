	*> Vencimiento de contratos y períodos de prueba:
	*> Reporte semanal para los supervisores, cortado por
	*> departamento, de lo que pide una decisión en los
	*> próximos 30 días según contratos.dat (CONMANT): los
	*> plazos fijos y temporadas que terminan y los períodos de
	*> prueba que vencen sin resolver (también los ya vencidos
	*> que nadie resolvió). Aparte, con la marca BAJA PROPUESTA,
	*> los contratos que ya terminaron sin renovación y las
	*> pruebas no superadas: esas bajas se confirman en ESTADOS
	*> (opción 2), así nadie queda trabajando por descuido. No
	*> entran los empleados que ya están de baja. La fecha tope
	*> se arma como en EPPVENC, sumando días de a uno.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CONVENC.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-CONTRATOS
		ASSIGN TO "contratos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS CON-CLAVE
		FILE STATUS IS WS-STATUS-CON.

		SELECT OPTIONAL ARCHIVO-EMPLEADOS
		ASSIGN TO "empleados.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS EMPLEADO-ID
		ALTERNATE RECORD KEY IS EMPLEADO-APELLIDO
			WITH DUPLICATES
		ALTERNATE RECORD KEY IS EMPLEADO-CUIL
			WITH DUPLICATES
		FILE STATUS IS WS-STATUS.

		SELECT ARCHIVO-ORDEN
		ASSIGN TO "ordena.tmp".

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-CONTRATOS.
		COPY "contrato.cpy".

	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	SD ARCHIVO-ORDEN.
		01 ORDEN-REGISTRO.
			02 ORDEN-DEPTO PIC 9(3).
			02 ORDEN-FECHA PIC 9(8).
			02 ORDEN-ID PIC 9(5).
			02 ORDEN-APELLIDO PIC X(20).
			02 ORDEN-NOMBRE PIC X(20).
			02 ORDEN-TIPO PIC X.
			02 ORDEN-INICIO PIC 9(8).
			02 ORDEN-SITUACION PIC X(14).

	WORKING-STORAGE SECTION.
		01 WS-STATUS PIC XX VALUE "00".
		01 WS-STATUS-CON PIC XX VALUE "00".
		01 FIN-ARCHIVO PIC X VALUE "N".
		01 EMPLEADO-HALLADO PIC X VALUE "N".
		01 CONTADOR-REGISTROS PIC 9(7) VALUE ZERO.
		01 CONTADOR-DEPTO PIC 9(5) VALUE ZERO.
		01 CONTADOR-BAJAS PIC 9(5) VALUE ZERO.
		01 LINEAS-EN-PAGINA PIC 99 VALUE ZERO.
		01 NUMERO-PAGINA PIC 99 VALUE ZERO.
		01 LINEAS-POR-PAGINA PIC 99 VALUE 20.
		01 DEPTO-ANTERIOR PIC 9(3) VALUE ZERO.
		01 PRIMER-DETALLE PIC X VALUE "S".
		01 WS-FECHA-PROCESO PIC 9(8) VALUE ZERO.
		01 DIAS-AVISO PIC 99 VALUE 30.
		01 DIAS-SUMADOS PIC 99 VALUE ZERO.
		01 FECHA-TOPE PIC 9(8) VALUE ZERO.
		01 FECHA-PARTIDA.
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
			VALUE "VENCIMIENTO DE CONTRATOS Y PRUEBAS".
		01 NOMBRE-REPORTE PIC X(8) VALUE "CONVENC".
		01 LINEA-IMPRESION PIC X(168) VALUE SPACES.
		01 LINEA-ENCABEZADO.
			02 FILLER PIC X(5) VALUE "ID".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(20) VALUE "APELLIDO".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(20) VALUE "NOMBRE".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X VALUE "M".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(8) VALUE "INICIO".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(8) VALUE "VENCE".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(14) VALUE "SITUACION".
		01 LINEA-DETALLE.
			02 LD-ID PIC 9(5).
			02 FILLER PIC X VALUE SPACE.
			02 LD-APELLIDO PIC X(20).
			02 FILLER PIC X VALUE SPACE.
			02 LD-NOMBRE PIC X(20).
			02 FILLER PIC X VALUE SPACE.
			02 LD-TIPO PIC X.
			02 FILLER PIC X VALUE SPACE.
			02 LD-INICIO PIC 9(8).
			02 FILLER PIC X VALUE SPACE.
			02 LD-VENCE PIC 9(8).
			02 FILLER PIC X VALUE SPACE.
			02 LD-SITUACION PIC X(14).

	PROCEDURE DIVISION.
	MAIN.
		ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
		PERFORM CALCULAR-FECHA-TOPE.
		DISPLAY "Contratos y pruebas que vencen hasta "
			FECHA-TOPE
		PERFORM IMPRIMIR-ENCABEZADO.
		SORT ARCHIVO-ORDEN
			ON ASCENDING KEY ORDEN-DEPTO
			ON ASCENDING KEY ORDEN-FECHA
			ON ASCENDING KEY ORDEN-ID
			INPUT PROCEDURE IS CARGAR-ORDEN
			OUTPUT PROCEDURE IS LISTAR-ORDEN.
		IF CONTADOR-REGISTROS = ZERO
		DISPLAY "  (nada que decidir)"
		END-IF
		IF CONTADOR-BAJAS > ZERO
		DISPLAY "Bajas propuestas a confirmar en ESTADOS: "
			CONTADOR-BAJAS
		MOVE SPACES TO LINEA-IMPRESION
		STRING "BAJAS PROPUESTAS A CONFIRMAR EN ESTADOS: "
			DELIMITED BY SIZE
			CONTADOR-BAJAS DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		CALL "IMPRESO" USING NOMBRE-REPORTE LINEA-IMPRESION
		END-IF
		CALL "RPTPIE" USING TITULO-REPORTE
			CONTADOR-REGISTROS NOMBRE-REPORTE.
		GOBACK.

	CALCULAR-FECHA-TOPE.
		MOVE WS-FECHA-PROCESO TO FECHA-PARTIDA
		MOVE ZERO TO DIAS-SUMADOS
		PERFORM UNTIL DIAS-SUMADOS = DIAS-AVISO
			PERFORM SUMAR-UN-DIA
			ADD 1 TO DIAS-SUMADOS
		END-PERFORM
		MOVE FECHA-PARTIDA TO FECHA-TOPE.

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

	CARGAR-ORDEN.
		OPEN INPUT ARCHIVO-CONTRATOS
		IF WS-STATUS-CON NOT = "00" AND WS-STATUS-CON NOT = "05"
		DISPLAY "Error al abrir contratos.dat. Status: "
			WS-STATUS-CON
		ELSE
		OPEN INPUT ARCHIVO-EMPLEADOS
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-CONTRATOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF CONTRATO-VIGENTE
			PERFORM REVISAR-CONTRATO
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-CONTRATOS
		CLOSE ARCHIVO-EMPLEADOS
		END-IF.

	REVISAR-CONTRATO.
		MOVE "N" TO EMPLEADO-HALLADO
		MOVE CON-ID TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		MOVE "N" TO EMPLEADO-HALLADO
		NOT INVALID KEY
		IF EMPLEADO-ESTADO NOT = "B"
		MOVE "S" TO EMPLEADO-HALLADO
		END-IF
		END-READ
		IF EMPLEADO-HALLADO = "S"
		*> Terminado sin renovar o prueba no superada: la
		*> baja ya corresponde.
		IF CON-FIN > ZERO
		AND (CON-FIN < WS-FECHA-PROCESO OR PRUEBA-NO-SUPERADA)
		PERFORM CARGAR-CLAVE-ORDEN
		MOVE CON-FIN TO ORDEN-FECHA
		MOVE "BAJA PROPUESTA" TO ORDEN-SITUACION
		ADD 1 TO CONTADOR-BAJAS
		RELEASE ORDEN-REGISTRO
		ELSE
		IF CON-FIN > ZERO AND CON-FIN NOT > FECHA-TOPE
		PERFORM CARGAR-CLAVE-ORDEN
		MOVE CON-FIN TO ORDEN-FECHA
		MOVE "FIN CONTRATO" TO ORDEN-SITUACION
		RELEASE ORDEN-REGISTRO
		END-IF
		IF PRUEBA-PENDIENTE AND CON-FIN-PRUEBA NOT > FECHA-TOPE
		PERFORM CARGAR-CLAVE-ORDEN
		MOVE CON-FIN-PRUEBA TO ORDEN-FECHA
		IF CON-FIN-PRUEBA < WS-FECHA-PROCESO
		MOVE "PRUEBA VENCIDA" TO ORDEN-SITUACION
		ELSE
		MOVE "FIN PRUEBA" TO ORDEN-SITUACION
		END-IF
		RELEASE ORDEN-REGISTRO
		END-IF
		END-IF
		END-IF.

	CARGAR-CLAVE-ORDEN.
		MOVE EMPLEADO-DEPTO TO ORDEN-DEPTO
		MOVE EMPLEADO-ID TO ORDEN-ID
		MOVE EMPLEADO-APELLIDO TO ORDEN-APELLIDO
		MOVE EMPLEADO-NOMBRE TO ORDEN-NOMBRE
		MOVE CON-TIPO TO ORDEN-TIPO
		MOVE CON-INICIO TO ORDEN-INICIO.

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
			": " CONTADOR-DEPTO " RENGLONES"
		MOVE SPACES TO LINEA-IMPRESION
		STRING "  SUBTOTAL DEPARTAMENTO " DELIMITED BY SIZE
			DEPTO-ANTERIOR DELIMITED BY SIZE
			": " DELIMITED BY SIZE
			CONTADOR-DEPTO DELIMITED BY SIZE
			" RENGLONES" DELIMITED BY SIZE
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
		MOVE ORDEN-ID TO LD-ID
		MOVE ORDEN-APELLIDO TO LD-APELLIDO
		MOVE ORDEN-NOMBRE TO LD-NOMBRE
		MOVE ORDEN-TIPO TO LD-TIPO
		MOVE ORDEN-INICIO TO LD-INICIO
		MOVE ORDEN-FECHA TO LD-VENCE
		MOVE ORDEN-SITUACION TO LD-SITUACION
		DISPLAY LINEA-DETALLE
		MOVE SPACES TO LINEA-IMPRESION
		MOVE LINEA-DETALLE TO LINEA-IMPRESION
		CALL "IMPRESO" USING NOMBRE-REPORTE LINEA-IMPRESION.
	END PROGRAM CONVENC.
