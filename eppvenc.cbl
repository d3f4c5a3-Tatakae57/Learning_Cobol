	*> Reposición de elementos de seguridad:
	*> Reporte mensual, cortado por departamento, de los
	*> elementos de protección personal (clase "S" del
	*> catálogo de EQUMANT) que el empleado tiene en su poder
	*> y cuya fecha de reposición cae en los próximos 30 días
	*> o ya pasó. Un casco o un arnés vencido no se puede
	*> seguir usando: el depósito lo repone con una entrega
	*> nueva y registra la devolución del anterior. Solo
	*> empleados que no están de baja; lo de los egresos lo
	*> reclama LIQFIN. La fecha tope se arma como en HABVENC,
	*> sumando días de a uno sobre el calendario.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. EPPVENC.

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
		FILE STATUS IS WS-STATUS.

		SELECT OPTIONAL ARCHIVO-ENTREGAS
		ASSIGN TO "entregas.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS ENT-CLAVE
		FILE STATUS IS WS-STATUS-ENT.

		SELECT ARCHIVO-ORDEN
		ASSIGN TO "ordena.tmp".

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	FD ARCHIVO-ENTREGAS.
		COPY "entrega.cpy".

	SD ARCHIVO-ORDEN.
		01 ORDEN-REGISTRO.
			02 ORDEN-DEPTO PIC 9(3).
			02 ORDEN-APELLIDO PIC X(20).
			02 ORDEN-NOMBRE PIC X(20).
			02 ORDEN-ID PIC 9(5).
			02 ORDEN-CODIGO PIC X(6).
			02 ORDEN-NUMERO PIC 9(3).
			02 ORDEN-CANTIDAD PIC 9(3).
			02 ORDEN-SERIE PIC X(20).
			02 ORDEN-SITUACION PIC X(7).
			02 ORDEN-VENCE PIC 9(8).

	WORKING-STORAGE SECTION.
		01 WS-STATUS PIC XX VALUE "00".
		01 WS-STATUS-ENT PIC XX VALUE "00".
		01 FIN-ARCHIVO PIC X VALUE "N".
		01 FIN-ENTREGAS PIC X VALUE "N".
		01 CONTADOR-REGISTROS PIC 9(7) VALUE ZERO.
		01 CONTADOR-DEPTO PIC 9(5) VALUE ZERO.
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
			VALUE "REPOSICION DE ELEMENTOS DE SEGURIDAD".
		01 NOMBRE-REPORTE PIC X(8) VALUE "EPPVENC".
		01 LINEA-IMPRESION PIC X(168) VALUE SPACES.
		01 LINEA-ENCABEZADO.
			02 FILLER PIC X(5) VALUE "ID".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(20) VALUE "APELLIDO".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(20) VALUE "NOMBRE".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(6) VALUE "CODIGO".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(3) VALUE "NRO".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(3) VALUE "CAN".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(20) VALUE "SERIE".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(7) VALUE "ESTADO".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(8) VALUE "REPONER".
		01 LINEA-DETALLE.
			02 LD-ID PIC 9(5).
			02 FILLER PIC X VALUE SPACE.
			02 LD-APELLIDO PIC X(20).
			02 FILLER PIC X VALUE SPACE.
			02 LD-NOMBRE PIC X(20).
			02 FILLER PIC X VALUE SPACE.
			02 LD-CODIGO PIC X(6).
			02 FILLER PIC X VALUE SPACE.
			02 LD-NUMERO PIC 9(3).
			02 FILLER PIC X VALUE SPACE.
			02 LD-CANTIDAD PIC ZZ9.
			02 FILLER PIC X VALUE SPACE.
			02 LD-SERIE PIC X(20).
			02 FILLER PIC X VALUE SPACE.
			02 LD-SITUACION PIC X(7).
			02 FILLER PIC X VALUE SPACE.
			02 LD-VENCE PIC X(8).

	PROCEDURE DIVISION.
	MAIN.
		ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
		PERFORM CALCULAR-FECHA-TOPE.
		DISPLAY "Reposiciones de seguridad hasta " FECHA-TOPE
		PERFORM IMPRIMIR-ENCABEZADO.
		SORT ARCHIVO-ORDEN
			ON ASCENDING KEY ORDEN-DEPTO
			ON ASCENDING KEY ORDEN-APELLIDO
			ON ASCENDING KEY ORDEN-ID
			ON ASCENDING KEY ORDEN-CODIGO
			ON ASCENDING KEY ORDEN-NUMERO
			INPUT PROCEDURE IS CARGAR-ORDEN
			OUTPUT PROCEDURE IS LISTAR-ORDEN.
		IF CONTADOR-REGISTROS = ZERO
		DISPLAY "  (nada que reponer)"
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
		OPEN INPUT ARCHIVO-EMPLEADOS
		IF WS-STATUS NOT = "00" AND WS-STATUS NOT = "05"
		DISPLAY "Error al abrir empleados.dat. Status: "
			WS-STATUS
		ELSE
		OPEN INPUT ARCHIVO-ENTREGAS
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-EMPLEADOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF EMPLEADO-ESTADO NOT = "B"
			PERFORM REVISAR-ENTREGAS
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-EMPLEADOS
		CLOSE ARCHIVO-ENTREGAS
		END-IF.

	REVISAR-ENTREGAS.
		*> Solo lo que sigue en poder del empleado: lo devuelto
		*> o dado por perdido ya no se repone a su nombre.
		MOVE "N" TO FIN-ENTREGAS
		MOVE EMPLEADO-ID TO ENT-ID
		MOVE ZERO TO ENT-NUMERO
		START ARCHIVO-ENTREGAS
			KEY IS NOT LESS THAN ENT-CLAVE
		INVALID KEY MOVE "S" TO FIN-ENTREGAS
		END-START
		PERFORM UNTIL FIN-ENTREGAS = "S"
			READ ARCHIVO-ENTREGAS NEXT RECORD
			AT END
			MOVE "S" TO FIN-ENTREGAS
			NOT AT END
			IF ENT-ID NOT = EMPLEADO-ID
			MOVE "S" TO FIN-ENTREGAS
			ELSE
			IF ENT-CLASE = "S" AND ENT-EN-PODER
			AND ENT-FECHA-REPOSICION > ZERO
			AND ENT-FECHA-REPOSICION <= FECHA-TOPE
			PERFORM CARGAR-CLAVE-ORDEN
			MOVE ENT-CODIGO TO ORDEN-CODIGO
			MOVE ENT-NUMERO TO ORDEN-NUMERO
			MOVE ENT-CANTIDAD TO ORDEN-CANTIDAD
			MOVE ENT-SERIE TO ORDEN-SERIE
			MOVE ENT-FECHA-REPOSICION TO ORDEN-VENCE
			IF ENT-FECHA-REPOSICION < WS-FECHA-PROCESO
			MOVE "VENCIDA" TO ORDEN-SITUACION
			ELSE
			MOVE "VENCE" TO ORDEN-SITUACION
			END-IF
			RELEASE ORDEN-REGISTRO
			END-IF
			END-IF
			END-READ
		END-PERFORM.

	CARGAR-CLAVE-ORDEN.
		MOVE EMPLEADO-DEPTO TO ORDEN-DEPTO
		MOVE EMPLEADO-APELLIDO TO ORDEN-APELLIDO
		MOVE EMPLEADO-NOMBRE TO ORDEN-NOMBRE
		MOVE EMPLEADO-ID TO ORDEN-ID.

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
		*> Corte de control de LISTADO: cada departamento con
		*> su encabezado y su subtotal, para repartir la hoja.
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
		MOVE ORDEN-CODIGO TO LD-CODIGO
		MOVE ORDEN-NUMERO TO LD-NUMERO
		MOVE ORDEN-CANTIDAD TO LD-CANTIDAD
		MOVE ORDEN-SERIE TO LD-SERIE
		MOVE ORDEN-SITUACION TO LD-SITUACION
		MOVE ORDEN-VENCE TO LD-VENCE
		DISPLAY LINEA-DETALLE
		MOVE SPACES TO LINEA-IMPRESION
		MOVE LINEA-DETALLE TO LINEA-IMPRESION
		CALL "IMPRESO" USING NOMBRE-REPORTE LINEA-IMPRESION.
	END PROGRAM EPPVENC.
