	*> Elegibles para jubilación e intimaciones:
	*> Reporte que cruza el legajo (fecha de nacimiento y de
	*> ingreso) con los datos previsionales de JUBMANT para
	*> saber quién cumple los requisitos de la jubilación
	*> ordinaria: la edad (65 años los varones, 60 las
	*> mujeres) y los 30 años de aportes, sumando a la
	*> antigüedad en la empresa los meses aportados con
	*> empleadores anteriores. La fecha de elegibilidad es la
	*> última de las dos. Sale en cinco partes: los que ya son
	*> elegibles y no tienen intimación, los varones y las
	*> mujeres que llegan en los próximos 12 meses, los
	*> intimados con el plazo de espera en curso o vencido, y
	*> los que no se pueden calcular bien porque falta el sexo
	*> (se toma la edad menor, para no perder a nadie) o la
	*> fecha de ingreso (solo cuenta la edad). Quedan fuera los
	*> empleados de baja, los que tienen la intimación cerrada
	*> con el beneficio otorgado y los que no tienen fecha de
	*> nacimiento, que se cuentan al final.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. JUBREP.

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

		SELECT OPTIONAL ARCHIVO-PREVISIONAL
		ASSIGN TO "previsional.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS PRV-ID
		FILE STATUS IS WS-STATUS-PRV.

		SELECT OPTIONAL ARCHIVO-INTIMACIONES
		ASSIGN TO "intimaciones.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS IJU-ID
		FILE STATUS IS WS-STATUS-IJU.

		SELECT ARCHIVO-ORDEN
		ASSIGN TO "ordena.tmp".

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	FD ARCHIVO-PREVISIONAL.
		COPY "previs.cpy".

	FD ARCHIVO-INTIMACIONES.
		COPY "intjub.cpy".

	SD ARCHIVO-ORDEN.
		01 ORDEN-REGISTRO.
			02 ORDEN-SECCION PIC 9.
			02 ORDEN-FECHA PIC 9(8).
			02 ORDEN-ID PIC 9(5).
			02 ORDEN-APELLIDO PIC X(20).
			02 ORDEN-NOMBRE PIC X(20).
			02 ORDEN-SEXO PIC X.
			02 ORDEN-NACIMIENTO PIC 9(8).
			02 ORDEN-INGRESO PIC 9(8).
			02 ORDEN-PREVIOS PIC 9(3).
			02 ORDEN-ELEGIBLE PIC 9(8).
			02 ORDEN-INTIMADO PIC 9(8).
			02 ORDEN-SITUACION PIC X(11).

	WORKING-STORAGE SECTION.
		01 WS-STATUS PIC XX VALUE "00".
		01 WS-STATUS-PRV PIC XX VALUE "00".
		01 WS-STATUS-IJU PIC XX VALUE "00".
		01 FIN-ARCHIVO PIC X VALUE "N".
		01 CONTADOR-REGISTROS PIC 9(7) VALUE ZERO.
		01 CONTADOR-SECCION PIC 9(5) VALUE ZERO.
		01 SIN-NACIMIENTO PIC 9(5) VALUE ZERO.
		01 LINEAS-EN-PAGINA PIC 99 VALUE ZERO.
		01 NUMERO-PAGINA PIC 99 VALUE ZERO.
		01 LINEAS-POR-PAGINA PIC 99 VALUE 20.
		01 SECCION-ANTERIOR PIC 9 VALUE ZERO.
		01 PRIMER-DETALLE PIC X VALUE "S".
		01 WS-FECHA-PROCESO PIC 9(8) VALUE ZERO.
		*> Requisitos de la jubilación ordinaria.
		01 EDAD-VARON PIC 99 VALUE 65.
		01 EDAD-MUJER PIC 99 VALUE 60.
		01 MESES-APORTES PIC 9(3) VALUE 360.
		01 EDAD-REQUERIDA PIC 99 VALUE ZERO.
		01 MESES-FALTANTES PIC 9(3) VALUE ZERO.
		01 FECHA-HORIZONTE PIC 9(8) VALUE ZERO.
		01 FECHA-EDAD PIC 9(8) VALUE ZERO.
		01 FECHA-APORTES PIC 9(8) VALUE ZERO.
		01 FECHA-ELEGIBLE PIC 9(8) VALUE ZERO.
		01 TIENE-INTIMACION PIC X VALUE "N".
		01 FECHA-PARTIDA.
			02 FEC-ANIO PIC 9(4).
			02 FEC-MES PIC 9(2).
			02 FEC-DIA PIC 9(2).
		01 MESES-CORRIDOS PIC 9(6) VALUE ZERO.
		01 TABLA-MESES-DATOS.
			02 FILLER PIC X(24)
				VALUE "312831303130313130313031".
		01 TABLA-MESES REDEFINES TABLA-MESES-DATOS.
			02 DIAS-DEL-MES OCCURS 12 TIMES PIC 99.
		01 DIAS-TOPE PIC 99 VALUE ZERO.
		01 RESTO-BISIESTO PIC 9(4) VALUE ZERO.
		01 COCIENTE-BISIESTO PIC 9(4) VALUE ZERO.
		01 ES-BISIESTO PIC X VALUE "N".
		01 TABLA-SECCIONES-DATOS.
			02 FILLER PIC X(40)
				VALUE "1. ELEGIBLES SIN INTIMACION".
			02 FILLER PIC X(40)
				VALUE "2. VARONES (65) PROX. 12 MESES".
			02 FILLER PIC X(40)
				VALUE "3. MUJERES (60) PROX. 12 MESES".
			02 FILLER PIC X(40)
				VALUE "4. INTIMADOS: PLAZO DE ESPERA".
			02 FILLER PIC X(40)
				VALUE "5. FALTA SEXO O INGRESO".
		01 TABLA-SECCIONES REDEFINES TABLA-SECCIONES-DATOS.
			02 TITULO-SECCION OCCURS 5 TIMES PIC X(40).
		01 TITULO-REPORTE PIC X(40)
			VALUE "ELEGIBLES PARA JUBILACION".
		01 NOMBRE-REPORTE PIC X(8) VALUE "JUBREP".
		01 LINEA-IMPRESION PIC X(168) VALUE SPACES.
		01 LINEA-ENCABEZADO.
			02 FILLER PIC X(5) VALUE "ID".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(20) VALUE "APELLIDO".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(20) VALUE "NOMBRE".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X VALUE "S".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(8) VALUE "NACIDO".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(8) VALUE "INGRESO".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(4) VALUE "PREV".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(8) VALUE "ELEGIBLE".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(8) VALUE "INTIMADO".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(8) VALUE "PLAZO".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(11) VALUE "SITUACION".
		01 LINEA-DETALLE.
			02 LD-ID PIC 9(5).
			02 FILLER PIC X VALUE SPACE.
			02 LD-APELLIDO PIC X(20).
			02 FILLER PIC X VALUE SPACE.
			02 LD-NOMBRE PIC X(20).
			02 FILLER PIC X VALUE SPACE.
			02 LD-SEXO PIC X.
			02 FILLER PIC X VALUE SPACE.
			02 LD-NACIMIENTO PIC 9(8).
			02 FILLER PIC X VALUE SPACE.
			02 LD-INGRESO PIC X(8).
			02 FILLER PIC X VALUE SPACE.
			02 LD-PREVIOS PIC ZZZ9.
			02 FILLER PIC X VALUE SPACE.
			02 LD-ELEGIBLE PIC X(8).
			02 FILLER PIC X VALUE SPACE.
			02 LD-INTIMADO PIC X(8).
			02 FILLER PIC X VALUE SPACE.
			02 LD-PLAZO PIC X(8).
			02 FILLER PIC X VALUE SPACE.
			02 LD-SITUACION PIC X(11).

	PROCEDURE DIVISION.
	MAIN.
		ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
		*> Horizonte: un año desde hoy.
		MOVE WS-FECHA-PROCESO TO FECHA-PARTIDA
		ADD 1 TO FEC-ANIO
		PERFORM AJUSTAR-FIN-DE-MES
		MOVE FECHA-PARTIDA TO FECHA-HORIZONTE
		DISPLAY "Elegibles para jubilación hasta "
			FECHA-HORIZONTE
		PERFORM IMPRIMIR-ENCABEZADO.
		SORT ARCHIVO-ORDEN
			ON ASCENDING KEY ORDEN-SECCION
			ON ASCENDING KEY ORDEN-FECHA
			ON ASCENDING KEY ORDEN-ID
			INPUT PROCEDURE IS CARGAR-ORDEN
			OUTPUT PROCEDURE IS LISTAR-ORDEN.
		IF CONTADOR-REGISTROS = ZERO
		DISPLAY "  (nadie en condiciones ni intimado)"
		END-IF
		IF SIN-NACIMIENTO > ZERO
		DISPLAY "Empleados sin fecha de nacimiento (no"
			" evaluados): " SIN-NACIMIENTO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "EMPLEADOS SIN FECHA DE NACIMIENTO (NO"
			DELIMITED BY SIZE
			" EVALUADOS): " DELIMITED BY SIZE
			SIN-NACIMIENTO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		CALL "IMPRESO" USING NOMBRE-REPORTE LINEA-IMPRESION
		END-IF
		CALL "RPTPIE" USING TITULO-REPORTE
			CONTADOR-REGISTROS NOMBRE-REPORTE.
		GOBACK.

	CARGAR-ORDEN.
		OPEN INPUT ARCHIVO-EMPLEADOS
		IF WS-STATUS NOT = "00" AND WS-STATUS NOT = "05"
		DISPLAY "Error al abrir empleados.dat. Status: "
			WS-STATUS
		ELSE
		OPEN INPUT ARCHIVO-PREVISIONAL
		OPEN INPUT ARCHIVO-INTIMACIONES
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-EMPLEADOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF EMPLEADO-ESTADO NOT = "B"
			IF EMPLEADO-FECHA-NAC = ZERO
			ADD 1 TO SIN-NACIMIENTO
			ELSE
			PERFORM EVALUAR-EMPLEADO
			END-IF
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-EMPLEADOS
		CLOSE ARCHIVO-PREVISIONAL
		CLOSE ARCHIVO-INTIMACIONES
		END-IF.

	EVALUAR-EMPLEADO.
		MOVE EMPLEADO-ID TO PRV-ID
		READ ARCHIVO-PREVISIONAL
		INVALID KEY
		MOVE SPACE TO PRV-SEXO
		MOVE ZERO TO PRV-MESES-PREVIOS
		END-READ
		MOVE "N" TO TIENE-INTIMACION
		MOVE EMPLEADO-ID TO IJU-ID
		READ ARCHIVO-INTIMACIONES
		NOT INVALID KEY
		IF NOT INTIMACION-ANULADA
		MOVE "S" TO TIENE-INTIMACION
		END-IF
		END-READ
		*> Beneficio ya otorgado: no hay nada que seguir.
		IF TIENE-INTIMACION = "N" OR NOT INTIMACION-OTORGADA
		PERFORM CALCULAR-ELEGIBILIDAD
		MOVE EMPLEADO-ID TO ORDEN-ID
		MOVE EMPLEADO-APELLIDO TO ORDEN-APELLIDO
		MOVE EMPLEADO-NOMBRE TO ORDEN-NOMBRE
		MOVE PRV-SEXO TO ORDEN-SEXO
		MOVE EMPLEADO-FECHA-NAC TO ORDEN-NACIMIENTO
		MOVE EMPLEADO-FECHA-INGRESO TO ORDEN-INGRESO
		MOVE PRV-MESES-PREVIOS TO ORDEN-PREVIOS
		MOVE FECHA-ELEGIBLE TO ORDEN-ELEGIBLE
		MOVE ZERO TO ORDEN-INTIMADO
		IF TIENE-INTIMACION = "S"
		PERFORM CLASIFICAR-INTIMADO
		RELEASE ORDEN-REGISTRO
		ELSE
		IF FECHA-ELEGIBLE NOT > FECHA-HORIZONTE
		PERFORM CLASIFICAR-ELEGIBLE
		RELEASE ORDEN-REGISTRO
		END-IF
		END-IF
		END-IF.

	CLASIFICAR-INTIMADO.
		MOVE 4 TO ORDEN-SECCION
		MOVE IJU-FECHA-FIN-PLAZO TO ORDEN-FECHA
		MOVE IJU-FECHA-INTIMACION TO ORDEN-INTIMADO
		IF IJU-FECHA-FIN-PLAZO < WS-FECHA-PROCESO
		MOVE "VENCIDO" TO ORDEN-SITUACION
		ELSE
		MOVE "EN PLAZO" TO ORDEN-SITUACION
		END-IF.

	CLASIFICAR-ELEGIBLE.
		MOVE FECHA-ELEGIBLE TO ORDEN-FECHA
		EVALUATE TRUE
			WHEN NOT PRV-SEXO-VALIDO
				MOVE 5 TO ORDEN-SECCION
				MOVE "SIN SEXO" TO ORDEN-SITUACION
			WHEN EMPLEADO-FECHA-INGRESO = ZERO
				MOVE 5 TO ORDEN-SECCION
				MOVE "SIN INGRESO" TO ORDEN-SITUACION
			WHEN FECHA-ELEGIBLE NOT > WS-FECHA-PROCESO
				MOVE 1 TO ORDEN-SECCION
				MOVE "SIN INTIMAR" TO ORDEN-SITUACION
			WHEN PRV-VARON
				MOVE 2 TO ORDEN-SECCION
				MOVE "PROXIMO" TO ORDEN-SITUACION
			WHEN OTHER
				MOVE 3 TO ORDEN-SECCION
				MOVE "PROXIMA" TO ORDEN-SITUACION
		END-EVALUATE.

	CALCULAR-ELEGIBILIDAD.
		*> Edad: el cumpleaños del año en que llega a la edad
		*> requerida. Sin sexo cargado se toma la menor.
		IF PRV-VARON
		MOVE EDAD-VARON TO EDAD-REQUERIDA
		ELSE
		MOVE EDAD-MUJER TO EDAD-REQUERIDA
		END-IF
		MOVE EMPLEADO-FECHA-NAC TO FECHA-PARTIDA
		ADD EDAD-REQUERIDA TO FEC-ANIO
		PERFORM AJUSTAR-FIN-DE-MES
		MOVE FECHA-PARTIDA TO FECHA-EDAD
		*> Aportes: el ingreso más los meses que le faltan
		*> después de descontar los servicios previos.
		MOVE ZERO TO FECHA-APORTES
		IF EMPLEADO-FECHA-INGRESO > ZERO
		MOVE EMPLEADO-FECHA-INGRESO TO FECHA-APORTES
		IF PRV-MESES-PREVIOS < MESES-APORTES
		COMPUTE MESES-FALTANTES =
			MESES-APORTES - PRV-MESES-PREVIOS
		MOVE EMPLEADO-FECHA-INGRESO TO FECHA-PARTIDA
		COMPUTE MESES-CORRIDOS =
			FEC-ANIO * 12 + FEC-MES - 1 + MESES-FALTANTES
		DIVIDE MESES-CORRIDOS BY 12 GIVING FEC-ANIO
			REMAINDER FEC-MES
		ADD 1 TO FEC-MES
		PERFORM AJUSTAR-FIN-DE-MES
		MOVE FECHA-PARTIDA TO FECHA-APORTES
		END-IF
		END-IF
		IF FECHA-APORTES > FECHA-EDAD
		MOVE FECHA-APORTES TO FECHA-ELEGIBLE
		ELSE
		MOVE FECHA-EDAD TO FECHA-ELEGIBLE
		END-IF.

	AJUSTAR-FIN-DE-MES.
		*> Un 29 de febrero o un 31 que caen en un mes más
		*> corto pasan al último día de ese mes.
		MOVE DIAS-DEL-MES (FEC-MES) TO DIAS-TOPE
		IF FEC-MES = 2
		PERFORM CALCULAR-BISIESTO
		IF ES-BISIESTO = "S"
		MOVE 29 TO DIAS-TOPE
		END-IF
		END-IF
		IF FEC-DIA > DIAS-TOPE
		MOVE DIAS-TOPE TO FEC-DIA
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
			PERFORM CORTAR-POR-SECCION
			PERFORM IMPRIMIR-DETALLE
			END-RETURN
		END-PERFORM
		IF PRIMER-DETALLE = "N"
		PERFORM IMPRIMIR-SUBTOTAL-SECCION
		END-IF.

	CORTAR-POR-SECCION.
		IF PRIMER-DETALLE = "S"
		MOVE ORDEN-SECCION TO SECCION-ANTERIOR
		MOVE "N" TO PRIMER-DETALLE
		PERFORM IMPRIMIR-CORTE-SECCION
		ELSE
		IF ORDEN-SECCION NOT = SECCION-ANTERIOR
		PERFORM IMPRIMIR-SUBTOTAL-SECCION
		MOVE ORDEN-SECCION TO SECCION-ANTERIOR
		PERFORM IMPRIMIR-CORTE-SECCION
		END-IF
		END-IF.

	IMPRIMIR-CORTE-SECCION.
		MOVE ZERO TO CONTADOR-SECCION
		DISPLAY " "
		DISPLAY TITULO-SECCION (SECCION-ANTERIOR)
		MOVE SPACES TO LINEA-IMPRESION
		MOVE TITULO-SECCION (SECCION-ANTERIOR)
			TO LINEA-IMPRESION
		CALL "IMPRESO" USING NOMBRE-REPORTE LINEA-IMPRESION.

	IMPRIMIR-SUBTOTAL-SECCION.
		DISPLAY "  SUBTOTAL: " CONTADOR-SECCION " EMPLEADOS"
		MOVE SPACES TO LINEA-IMPRESION
		STRING "  SUBTOTAL: " DELIMITED BY SIZE
			CONTADOR-SECCION DELIMITED BY SIZE
			" EMPLEADOS" DELIMITED BY SIZE
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
		ADD 1 TO CONTADOR-SECCION
		ADD 1 TO LINEAS-EN-PAGINA
		MOVE ORDEN-ID TO LD-ID
		MOVE ORDEN-APELLIDO TO LD-APELLIDO
		MOVE ORDEN-NOMBRE TO LD-NOMBRE
		MOVE ORDEN-SEXO TO LD-SEXO
		MOVE ORDEN-NACIMIENTO TO LD-NACIMIENTO
		MOVE SPACES TO LD-INGRESO
		IF ORDEN-INGRESO > ZERO
		MOVE ORDEN-INGRESO TO LD-INGRESO
		END-IF
		MOVE ORDEN-PREVIOS TO LD-PREVIOS
		MOVE ORDEN-ELEGIBLE TO LD-ELEGIBLE
		MOVE SPACES TO LD-INTIMADO
		MOVE SPACES TO LD-PLAZO
		IF ORDEN-INTIMADO > ZERO
		MOVE ORDEN-INTIMADO TO LD-INTIMADO
		MOVE ORDEN-FECHA TO LD-PLAZO
		END-IF
		MOVE ORDEN-SITUACION TO LD-SITUACION
		DISPLAY LINEA-DETALLE
		MOVE SPACES TO LINEA-IMPRESION
		MOVE LINEA-DETALLE TO LINEA-IMPRESION
		CALL "IMPRESO" USING NOMBRE-REPORTE LINEA-IMPRESION.
	END PROGRAM JUBREP.
