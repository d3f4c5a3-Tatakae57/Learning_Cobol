	*> Pendientes de ingreso por supervisor:
	*> Reporte diario de los ítems que siguen abiertos en los
	*> legajos de ingreso (ingresos.dat) de los empleados
	*> activos, cortado por el supervisor responsable y con
	*> los ingresos más viejos primero. Antes de listar, cada
	*> ítem de datos pendiente (cuenta, domicilio, CUIL,
	*> puesto) se controla con VALING y se da por cumplido si
	*> el dato ya se cargó, como en la consulta de INGMANT.
	*> Los ítems críticos van marcados: son los que frenan a
	*> PRENOM. Los días se cuentan desde la apertura del
	*> legajo, sumando de a uno sobre el calendario como
	*> RECPEND (tope 999).
	IDENTIFICATION DIVISION.
	PROGRAM-ID. INGPEND.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-INGRESOS
		ASSIGN TO "ingresos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS ING-CLAVE
		FILE STATUS IS WS-STATUS-ING.

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
	FD ARCHIVO-INGRESOS.
		COPY "ingreso.cpy".

	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	SD ARCHIVO-ORDEN.
		01 ORDEN-REGISTRO.
			02 ORDEN-SUPERVISOR PIC X(8).
			02 ORDEN-DIAS PIC 9(3).
			02 ORDEN-ID PIC 9(5).
			02 ORDEN-ITEM PIC X(4).
			02 ORDEN-APELLIDO PIC X(20).
			02 ORDEN-DESCRIPCION PIC X(30).
			02 ORDEN-CRITICO PIC X.

	WORKING-STORAGE SECTION.
		01 WS-STATUS-ING PIC XX VALUE "00".
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 FIN-ARCHIVO PIC X VALUE "N".
		01 INGRESANTE-ACTIVO PIC X VALUE "N".
		01 CONTADOR-REGISTROS PIC 9(7) VALUE ZERO.
		01 CONTADOR-SUPERVISOR PIC 9(5) VALUE ZERO.
		01 CONTADOR-CRITICOS PIC 9(5) VALUE ZERO.
		01 CUMPLIDOS-AUTOMATICOS PIC 9(5) VALUE ZERO.
		01 LINEAS-EN-PAGINA PIC 99 VALUE ZERO.
		01 NUMERO-PAGINA PIC 99 VALUE ZERO.
		01 LINEAS-POR-PAGINA PIC 99 VALUE 20.
		01 SUPERVISOR-ANTERIOR PIC X(8) VALUE SPACES.
		01 PRIMER-DETALLE PIC X VALUE "S".
		01 WS-FECHA-PROCESO PIC 9(8) VALUE ZERO.
		01 DIAS-LEGAJO PIC 9(3) VALUE ZERO.
		COPY "valing.cpy".
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
		01 IMAGEN-INGRESO.
			02 IMI-ID PIC 9(5).
			02 IMI-ITEM PIC X(4).
			02 IMI-ESTADO PIC X.
			02 IMI-SUPERVISOR PIC X(8).
			02 IMI-FECHA-CUMPLIDO PIC 9(8).
			02 IMI-OPERADOR PIC X(8).
		01 NOMBRE-AUDSAT PIC X(12) VALUE "ingresos".
		01 OPERACION-AUDSAT PIC X VALUE "M".
		01 IMAGEN-SAT-ANTES PIC X(40) VALUE SPACES.
		01 IMAGEN-SAT-DESPUES PIC X(40) VALUE SPACES.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "INGPEND".
		01 WS-OPERADOR-LOG PIC X(8) VALUE "SISTEMA".
		01 TITULO-REPORTE PIC X(40)
			VALUE "PENDIENTES DE INGRESO POR SUPERVISOR".
		01 NOMBRE-REPORTE PIC X(8) VALUE "INGPEND".
		01 LINEA-IMPRESION PIC X(168) VALUE SPACES.
		01 LINEA-ENCABEZADO.
			02 FILLER PIC X(5) VALUE "ID".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(20) VALUE "APELLIDO".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(4) VALUE "ITEM".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(30) VALUE "DESCRIPCION".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(4) VALUE "DIAS".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(7) VALUE "CRITICO".
		01 LINEA-DETALLE.
			02 LD-ID PIC 9(5).
			02 FILLER PIC X VALUE SPACE.
			02 LD-APELLIDO PIC X(20).
			02 FILLER PIC X VALUE SPACE.
			02 LD-ITEM PIC X(4).
			02 FILLER PIC X VALUE SPACE.
			02 LD-DESCRIPCION PIC X(30).
			02 FILLER PIC X VALUE SPACE.
			02 LD-DIAS PIC ZZZ9.
			02 FILLER PIC X VALUE SPACE.
			02 LD-CRITICO PIC X(7).

	PROCEDURE DIVISION.
	MAIN.
		ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
		PERFORM IMPRIMIR-ENCABEZADO.
		SORT ARCHIVO-ORDEN
			ON ASCENDING KEY ORDEN-SUPERVISOR
			ON DESCENDING KEY ORDEN-DIAS
			ON ASCENDING KEY ORDEN-ID
			ON ASCENDING KEY ORDEN-ITEM
			INPUT PROCEDURE IS CARGAR-ORDEN
			OUTPUT PROCEDURE IS LISTAR-ORDEN.
		IF CONTADOR-REGISTROS = ZERO
		DISPLAY "  (no hay ítems de ingreso pendientes)"
		END-IF.
		MOVE SPACES TO LINEA-IMPRESION
		STRING "  PENDIENTES CRITICOS: " DELIMITED BY SIZE
			CONTADOR-CRITICOS DELIMITED BY SIZE
			"  CUMPLIDOS HOY POR DATOS: " DELIMITED BY SIZE
			CUMPLIDOS-AUTOMATICOS DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING.
		DISPLAY LINEA-IMPRESION.
		CALL "IMPRESO" USING NOMBRE-REPORTE LINEA-IMPRESION.
		CALL "RPTPIE" USING TITULO-REPORTE
			CONTADOR-REGISTROS NOMBRE-REPORTE.
		GOBACK.

	CARGAR-ORDEN.
		OPEN I-O ARCHIVO-INGRESOS
		IF WS-STATUS-ING NOT = "00" AND WS-STATUS-ING NOT = "05"
		DISPLAY "Error al abrir ingresos.dat. Status: "
			WS-STATUS-ING
		ELSE
		OPEN INPUT ARCHIVO-EMPLEADOS
		MOVE ZERO TO ING-ID
		MOVE SPACES TO ING-ITEM
		START ARCHIVO-INGRESOS
			KEY IS NOT LESS THAN ING-CLAVE
		INVALID KEY MOVE "S" TO FIN-ARCHIVO
		END-START
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-INGRESOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF ING-PENDIENTE
			PERFORM REVISAR-ITEM
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-INGRESOS
		CLOSE ARCHIVO-EMPLEADOS
		END-IF.

	REVISAR-ITEM.
		*> Los legajos de quien ya no está activo no se
		*> reportan: el ingreso no se concretó o ya terminó.
		MOVE "N" TO INGRESANTE-ACTIVO
		MOVE ING-ID TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		MOVE SPACES TO EMPLEADO-APELLIDO
		NOT INVALID KEY
		IF EMPLEADO-ESTADO = "A"
		MOVE "S" TO INGRESANTE-ACTIVO
		END-IF
		END-READ
		IF INGRESANTE-ACTIVO = "S"
		MOVE ING-ID TO VIN-ID
		MOVE ING-ITEM TO VIN-ITEM
		CALL "VALING" USING CONTROL-INGRESO
		IF VIN-CUMPLIDO
		PERFORM CUMPLIR-ITEM
		ELSE
		PERFORM CARGAR-PENDIENTE
		END-IF
		END-IF.

	CUMPLIR-ITEM.
		PERFORM ARMAR-IMAGEN-INGRESO
		MOVE IMAGEN-INGRESO TO IMAGEN-SAT-ANTES
		MOVE "C" TO ING-ESTADO
		MOVE WS-FECHA-PROCESO TO ING-FECHA-CUMPLIDO
		MOVE "AUTOMAT" TO ING-OPERADOR
		REWRITE INGRESOS-REGISTRO
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		ADD 1 TO CUMPLIDOS-AUTOMATICOS
		PERFORM ARMAR-IMAGEN-INGRESO
		MOVE IMAGEN-INGRESO TO IMAGEN-SAT-DESPUES
		CALL "AUDSAT" USING WS-PROGRAMA-LOG NOMBRE-AUDSAT
			OPERACION-AUDSAT IMAGEN-SAT-ANTES
			IMAGEN-SAT-DESPUES WS-OPERADOR-LOG
		END-REWRITE.

	CARGAR-PENDIENTE.
		MOVE ZERO TO DIAS-LEGAJO
		IF ING-FECHA-APERTURA > ZERO
		PERFORM CONTAR-DIAS-LEGAJO
		END-IF
		MOVE ING-SUPERVISOR TO ORDEN-SUPERVISOR
		MOVE DIAS-LEGAJO TO ORDEN-DIAS
		MOVE ING-ID TO ORDEN-ID
		MOVE ING-ITEM TO ORDEN-ITEM
		MOVE EMPLEADO-APELLIDO TO ORDEN-APELLIDO
		MOVE ING-DESCRIPCION TO ORDEN-DESCRIPCION
		MOVE ING-CRITICO TO ORDEN-CRITICO
		RELEASE ORDEN-REGISTRO.

	ARMAR-IMAGEN-INGRESO.
		MOVE ING-ID TO IMI-ID
		MOVE ING-ITEM TO IMI-ITEM
		MOVE ING-ESTADO TO IMI-ESTADO
		MOVE ING-SUPERVISOR TO IMI-SUPERVISOR
		MOVE ING-FECHA-CUMPLIDO TO IMI-FECHA-CUMPLIDO
		MOVE ING-OPERADOR TO IMI-OPERADOR.

	CONTAR-DIAS-LEGAJO.
		*> Días desde la apertura a hoy, tope 999.
		MOVE ING-FECHA-APERTURA TO FECHA-CORRIDA
		PERFORM UNTIL FECHA-CORRIDA NOT < WS-FECHA-PROCESO
		OR DIAS-LEGAJO = 999
			PERFORM SUMAR-UN-DIA
			ADD 1 TO DIAS-LEGAJO
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

	LISTAR-ORDEN.
		MOVE "N" TO FIN-ARCHIVO
		PERFORM UNTIL FIN-ARCHIVO = "S"
			RETURN ARCHIVO-ORDEN
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			PERFORM CORTAR-POR-SUPERVISOR
			PERFORM IMPRIMIR-DETALLE
			END-RETURN
		END-PERFORM
		IF PRIMER-DETALLE = "N"
		PERFORM IMPRIMIR-SUBTOTAL-SUPERVISOR
		END-IF.

	CORTAR-POR-SUPERVISOR.
		IF PRIMER-DETALLE = "S"
		MOVE ORDEN-SUPERVISOR TO SUPERVISOR-ANTERIOR
		MOVE "N" TO PRIMER-DETALLE
		PERFORM IMPRIMIR-CORTE-SUPERVISOR
		ELSE
		IF ORDEN-SUPERVISOR NOT = SUPERVISOR-ANTERIOR
		PERFORM IMPRIMIR-SUBTOTAL-SUPERVISOR
		MOVE ORDEN-SUPERVISOR TO SUPERVISOR-ANTERIOR
		PERFORM IMPRIMIR-CORTE-SUPERVISOR
		END-IF
		END-IF.

	IMPRIMIR-CORTE-SUPERVISOR.
		MOVE ZERO TO CONTADOR-SUPERVISOR
		DISPLAY " "
		DISPLAY "SUPERVISOR " SUPERVISOR-ANTERIOR
		MOVE SPACES TO LINEA-IMPRESION
		STRING "SUPERVISOR " DELIMITED BY SIZE
			SUPERVISOR-ANTERIOR DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		CALL "IMPRESO" USING NOMBRE-REPORTE LINEA-IMPRESION.

	IMPRIMIR-SUBTOTAL-SUPERVISOR.
		DISPLAY "  SUBTOTAL SUPERVISOR " SUPERVISOR-ANTERIOR
			": " CONTADOR-SUPERVISOR " ITEMS"
		MOVE SPACES TO LINEA-IMPRESION
		STRING "  SUBTOTAL SUPERVISOR " DELIMITED BY SIZE
			SUPERVISOR-ANTERIOR DELIMITED BY SIZE
			": " DELIMITED BY SIZE
			CONTADOR-SUPERVISOR DELIMITED BY SIZE
			" ITEMS" DELIMITED BY SIZE
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
		ADD 1 TO CONTADOR-SUPERVISOR
		ADD 1 TO LINEAS-EN-PAGINA
		MOVE ORDEN-ID TO LD-ID
		MOVE ORDEN-APELLIDO TO LD-APELLIDO
		MOVE ORDEN-ITEM TO LD-ITEM
		MOVE ORDEN-DESCRIPCION TO LD-DESCRIPCION
		MOVE ORDEN-DIAS TO LD-DIAS
		IF ORDEN-CRITICO = "S"
		MOVE "CRITICO" TO LD-CRITICO
		ADD 1 TO CONTADOR-CRITICOS
		ELSE
		MOVE SPACES TO LD-CRITICO
		END-IF
		DISPLAY LINEA-DETALLE
		MOVE SPACES TO LINEA-IMPRESION
		MOVE LINEA-DETALLE TO LINEA-IMPRESION
		CALL "IMPRESO" USING NOMBRE-REPORTE LINEA-IMPRESION.
	END PROGRAM INGPEND.
