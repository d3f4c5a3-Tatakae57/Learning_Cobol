	*> Tope de licencias médicas:
	*> Proceso diario sobre casos_medicos.dat. Cada caso sin
	*> cerrar se recalcula con MEDCAS a la fecha del proceso y
	*> se graban los días consumidos, el tope y la fecha en que
	*> se agota. El caso que pasó el tope queda en reserva de
	*> puesto (R), con aviso en LOGERR para que RRHH notifique
	*> al empleado; desde ahí NOMINA ya no paga sus días de
	*> enfermedad. El reporte lista los casos por agotarse (15
	*> días o menos) y los excedidos.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. MEDVENC.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-CASOS
		ASSIGN TO "casos_medicos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS CAM-CLAVE
		FILE STATUS IS WS-STATUS-CAM.

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

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-CASOS.
		COPY "casomed.cpy".

	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-CAM PIC XX VALUE "00".
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 FIN-CASOS PIC X VALUE "N".
		01 CONTADOR-REGISTROS PIC 9(7) VALUE ZERO.
		01 CONTADOR-RESERVAS PIC 9(5) VALUE ZERO.
		01 LINEAS-EN-PAGINA PIC 99 VALUE ZERO.
		01 NUMERO-PAGINA PIC 99 VALUE ZERO.
		01 LINEAS-POR-PAGINA PIC 99 VALUE 20.
		01 WS-FECHA-PROCESO PIC 9(8) VALUE ZERO.
		COPY "medcas.cpy".
		01 TITULO-REPORTE PIC X(40)
			VALUE "TOPE DE LICENCIAS MEDICAS".
		01 NOMBRE-REPORTE PIC X(8) VALUE "MEDVENC".
		01 LINEA-IMPRESION PIC X(168) VALUE SPACES.
		01 LINEA-ENCABEZADO.
			02 FILLER PIC X(5) VALUE "ID".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(20) VALUE "APELLIDO".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(20) VALUE "NOMBRE".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(8) VALUE "INICIO".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(3) VALUE "CAT".
			02 FILLER PIC X(4) VALUE "DIAS".
			02 FILLER PIC X VALUE "/".
			02 FILLER PIC X(4) VALUE "TOPE".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(8) VALUE "AGOTA".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(9) VALUE "SITUACION".
		01 LINEA-DETALLE.
			02 LD-ID PIC 9(5).
			02 FILLER PIC X VALUE SPACE.
			02 LD-APELLIDO PIC X(20).
			02 FILLER PIC X VALUE SPACE.
			02 LD-NOMBRE PIC X(20).
			02 FILLER PIC X VALUE SPACE.
			02 LD-INICIO PIC 9(8).
			02 FILLER PIC X VALUE SPACE.
			02 LD-CATEGORIA PIC X(3).
			02 LD-CONSUMIDOS PIC 9(4).
			02 FILLER PIC X VALUE "/".
			02 LD-LIMITE PIC 9(4).
			02 FILLER PIC X VALUE SPACE.
			02 LD-TOPE PIC 9(8).
			02 FILLER PIC X VALUE SPACE.
			02 LD-SITUACION PIC X(9).
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "MEDVENC".
		01 WS-MENSAJE-LOG PIC X(40).
		01 WS-SEVERIDAD-LOG PIC X VALUE "A".
		01 WS-OPERADOR-LOG PIC X(8) VALUE "SISTEMA".

	PROCEDURE DIVISION.
	MAIN.
		ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
		OPEN I-O ARCHIVO-CASOS.
		IF WS-STATUS-CAM NOT = "00" AND WS-STATUS-CAM NOT = "05"
		DISPLAY "Error al abrir casos_medicos.dat. Status: "
			WS-STATUS-CAM
		GOBACK
		END-IF.
		OPEN INPUT ARCHIVO-EMPLEADOS.
		IF WS-STATUS-EMP NOT = "00" AND WS-STATUS-EMP NOT = "05"
		DISPLAY "Error al abrir empleados.dat. Status: "
			WS-STATUS-EMP
		CLOSE ARCHIVO-CASOS
		GOBACK
		END-IF.
		PERFORM IMPRIMIR-ENCABEZADO.
		PERFORM UNTIL FIN-CASOS = "S"
			READ ARCHIVO-CASOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-CASOS
			NOT AT END
			IF NOT CAM-CERRADO
			PERFORM REVISAR-CASO
			END-IF
			END-READ
		END-PERFORM.
		CLOSE ARCHIVO-CASOS.
		CLOSE ARCHIVO-EMPLEADOS.
		IF CONTADOR-REGISTROS = ZERO
		DISPLAY "  (ningún caso cerca del tope)"
		END-IF.
		IF CONTADOR-RESERVAS > ZERO
		DISPLAY "Casos pasados a reserva de puesto: "
			CONTADOR-RESERVAS
		END-IF.
		CALL "RPTPIE" USING TITULO-REPORTE
			CONTADOR-REGISTROS NOMBRE-REPORTE.
		GOBACK.

	REVISAR-CASO.
		MOVE CAM-ID TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		MOVE SPACES TO EMPLEADO-APELLIDO
		MOVE SPACES TO EMPLEADO-NOMBRE
		MOVE ZERO TO EMPLEADO-FECHA-INGRESO
		END-READ
		MOVE EMPLEADO-FECHA-INGRESO TO MCC-FECHA-INGRESO
		MOVE WS-FECHA-PROCESO TO MCC-FECHA
		CALL "MEDCAS" USING CALCULO-CASO-MEDICO
			CASOS-MEDICOS-REGISTRO
		IF MCC-EXCEDIDO AND CAM-ABIERTO
		MOVE "R" TO CAM-ESTADO
		ADD 1 TO CONTADOR-RESERVAS
		MOVE SPACES TO WS-MENSAJE-LOG
		STRING "Tope de licencia agotado, ID "
			DELIMITED BY SIZE
			CAM-ID DELIMITED BY SIZE
			INTO WS-MENSAJE-LOG
		END-STRING
		MOVE "A" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		END-IF
		REWRITE CASOS-MEDICOS-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo actualizar el caso de " CAM-ID "."
		END-REWRITE
		IF NOT MCC-DENTRO
		PERFORM IMPRIMIR-DETALLE
		END-IF.

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
		ADD 1 TO LINEAS-EN-PAGINA
		MOVE CAM-ID TO LD-ID
		MOVE EMPLEADO-APELLIDO TO LD-APELLIDO
		MOVE EMPLEADO-NOMBRE TO LD-NOMBRE
		MOVE CAM-INICIO TO LD-INICIO
		MOVE CAM-CATEGORIA TO LD-CATEGORIA
		MOVE CAM-DIAS-CONSUMIDOS TO LD-CONSUMIDOS
		MOVE CAM-DIAS-LIMITE TO LD-LIMITE
		MOVE CAM-FECHA-TOPE TO LD-TOPE
		IF MCC-EXCEDIDO
		MOVE "RESERVA" TO LD-SITUACION
		ELSE
		MOVE "AGOTANDO" TO LD-SITUACION
		END-IF
		DISPLAY LINEA-DETALLE
		MOVE SPACES TO LINEA-IMPRESION
		MOVE LINEA-DETALLE TO LINEA-IMPRESION
		CALL "IMPRESO" USING NOMBRE-REPORTE LINEA-IMPRESION.
	END PROGRAM MEDVENC.
