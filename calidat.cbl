	*> Completitud del legajo por departamento:
	*> INTEGRA encuentra satélites huérfanos o faltantes, pero
	*> no campos vacíos dentro del legajo. Esta corrida revisa
	*> a cada empleado que no está de baja y le pone un
	*> puntaje de completitud de 0 a 100 según siete datos,
	*> cada uno con su peso:
	*>   CUIL (25): cero o inválido; DECL931 no declara y
	*>     frena la liquidación;
	*>   CUENTA COBRO (25): sin registro en cuentas.dat, o
	*>     medio banco sin CBU; NOMINA no puede transferir;
	*>   F.INGRESO (15), F.NACIMIENTO (10), PUESTO (10):
	*>     en cero, registros anteriores a esos campos;
	*>   DOMICILIO (10): sin registro en domicilios.dat o
	*>     sin calle;
	*>   TELEFONO (5): en blanco.
	*> Los dos primeros frenan la nómina: el listado va
	*> ordenado por cantidad de faltantes que frenan, después
	*> por puntaje de menor a mayor, y en cada renglón los
	*> faltantes que frenan van primero y marcados con "*".
	*> El responsable de un legajo es el operador del último
	*> alta o modificación que dejó el diario de auditoría
	*> (auditoria.dat); sin operador firmado queda "SIN DATO".
	*> Totaliza por departamento, por operador responsable y
	*> en general, graba esos totales en la historia mensual
	*> (calidad_datos.dat; una segunda corrida del mes la
	*> reemplaza) y compara cada puntaje con el del mes
	*> anterior. Spool CALIDAT.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CALIDAT.

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

		SELECT OPTIONAL ARCHIVO-DOMICILIOS
		ASSIGN TO "domicilios.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS DOM-ID
		FILE STATUS IS WS-STATUS-DOM.

		SELECT OPTIONAL ARCHIVO-CUENTAS
		ASSIGN TO "cuentas.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS CTA-CLAVE
		FILE STATUS IS WS-STATUS-CTA.

		SELECT OPTIONAL ARCHIVO-DEPARTAMENTOS
		ASSIGN TO "departamentos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS DEP-CODIGO
		FILE STATUS IS WS-STATUS-DEP.

		SELECT OPTIONAL ARCHIVO-AUDITORIA
		ASSIGN TO "auditoria.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-AUD.

		SELECT OPTIONAL ARCHIVO-HISTORIA
		ASSIGN TO "calidad_datos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS CHI-CLAVE
		FILE STATUS IS WS-STATUS-CHI.

		SELECT ARCHIVO-INCOMPLETOS
		ASSIGN TO "calidat.tmp"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-INC.

		SELECT ARCHIVO-ORDEN-DIARIO
		ASSIGN TO "orddia.tmp".

		SELECT ARCHIVO-ORDEN
		ASSIGN TO "ordena.tmp".

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	FD ARCHIVO-DOMICILIOS.
		COPY "domicilio.cpy".

	FD ARCHIVO-CUENTAS.
		COPY "cuenta.cpy".

	FD ARCHIVO-DEPARTAMENTOS.
		COPY "depto.cpy".

	FD ARCHIVO-AUDITORIA.
		COPY "audjrn.cpy".

	FD ARCHIVO-HISTORIA.
		COPY "calidad.cpy".

	*> Un renglón por legajo incompleto; INC-FALTAS trae una
	*> "S" por cada dato faltante, en el orden de la tabla
	*> de datos controlados.
	FD ARCHIVO-INCOMPLETOS.
		01 INCOMPLETO-REGISTRO.
			02 INC-BLOQUEANTES PIC 9.
			02 INC-PUNTAJE PIC 9(3).
			02 INC-ID PIC 9(5).
			02 INC-APELLIDO PIC X(20).
			02 INC-NOMBRE PIC X(20).
			02 INC-DEPTO PIC 9(3).
			02 INC-OPERADOR PIC X(8).
			02 INC-FALTAS PIC X(7).

	SD ARCHIVO-ORDEN-DIARIO.
		01 ORDEN-DIARIO.
			02 ODI-ID PIC 9(5).
			02 ODI-SECUENCIA PIC 9(9).
			02 ODI-OPERADOR PIC X(8).

	SD ARCHIVO-ORDEN.
		01 ORDEN-REGISTRO.
			02 ORDEN-BLOQUEANTES PIC 9.
			02 ORDEN-PUNTAJE PIC 9(3).
			02 ORDEN-ID PIC 9(5).
			02 ORDEN-APELLIDO PIC X(20).
			02 ORDEN-NOMBRE PIC X(20).
			02 ORDEN-DEPTO PIC 9(3).
			02 ORDEN-OPERADOR PIC X(8).
			02 ORDEN-FALTAS PIC X(7).

	WORKING-STORAGE SECTION.
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 WS-STATUS-DOM PIC XX VALUE "00".
		01 WS-STATUS-CTA PIC XX VALUE "00".
		01 WS-STATUS-DEP PIC XX VALUE "00".
		01 WS-STATUS-AUD PIC XX VALUE "00".
		01 WS-STATUS-CHI PIC XX VALUE "00".
		01 WS-STATUS-INC PIC XX VALUE "00".
		01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
		01 PERIODO-ACTUAL PIC 9(6) VALUE ZERO.
		01 PERIODO-ANTERIOR PIC 9(6) VALUE ZERO.
		01 FIN-ARCHIVO PIC X VALUE "N".
		01 FIN-EMPLEADOS PIC X VALUE "N".
		01 FIN-DIARIO PIC X VALUE "N".
		01 SECUENCIA-DIARIO PIC 9(9) VALUE ZERO.
		01 OPERADOR-RESPONSABLE PIC X(8) VALUE SPACES.
		*> Datos controlados: rótulo, peso en el puntaje y si
		*> el faltante frena la liquidación. Los que frenan van
		*> primero: así salen primero en cada renglón.
		01 DATOS-CONTROLADOS-VALORES.
			02 FILLER PIC X(15) VALUE "CUIL        25S".
			02 FILLER PIC X(15) VALUE "CUENTA COBRO25S".
			02 FILLER PIC X(15) VALUE "F.INGRESO   15N".
			02 FILLER PIC X(15) VALUE "F.NACIMIENTO10N".
			02 FILLER PIC X(15) VALUE "PUESTO      10N".
			02 FILLER PIC X(15) VALUE "DOMICILIO   10N".
			02 FILLER PIC X(15) VALUE "TELEFONO    05N".
		01 DATOS-CONTROLADOS
			REDEFINES DATOS-CONTROLADOS-VALORES.
			02 DATO-CONTROLADO OCCURS 7 TIMES.
				03 DC-ROTULO PIC X(12).
				03 DC-PESO PIC 9(2).
				03 DC-FRENA PIC X.
		01 INDICE-DATO PIC 9 VALUE ZERO.
		*> Faltantes del legajo en curso, en el mismo orden.
		01 FALTAS-EMPLEADO.
			02 FALTA-DATO PIC X OCCURS 7 TIMES.
		01 FALTANTES-EMPLEADO PIC 9 VALUE ZERO.
		01 BLOQUEANTES-EMPLEADO PIC 9 VALUE ZERO.
		01 PUNTAJE-EMPLEADO PIC 9(3) VALUE ZERO.
		*> Totales por departamento: la posición es el código
		*> del depto más uno.
		01 TABLA-DEPTOS.
			02 TOTAL-DEPTO OCCURS 1000 TIMES.
				03 TD-EMPLEADOS PIC 9(5).
				03 TD-PUNTOS PIC 9(8).
				03 TD-COMPLETOS PIC 9(5).
				03 TD-BLOQUEADOS PIC 9(5).
		01 INDICE-DEPTO PIC 9(4) VALUE ZERO.
		*> Totales por operador responsable.
		01 TABLA-OPERADORES.
			02 TOTAL-OPERADOR OCCURS 200 TIMES.
				03 TO-OPERADOR PIC X(8).
				03 TO-EMPLEADOS PIC 9(5).
				03 TO-PUNTOS PIC 9(8).
				03 TO-COMPLETOS PIC 9(5).
				03 TO-BLOQUEADOS PIC 9(5).
		01 CANTIDAD-OPERADORES PIC 9(3) VALUE ZERO.
		01 INDICE-OPERADOR PIC 9(3) VALUE ZERO.
		01 OPERADOR-HALLADO PIC 9(3) VALUE ZERO.
		01 OPERADORES-FUERA PIC 9(5) VALUE ZERO.
		*> Totales generales.
		01 TOTAL-EMPLEADOS PIC 9(5) VALUE ZERO.
		01 TOTAL-PUNTOS PIC 9(8) VALUE ZERO.
		01 TOTAL-COMPLETOS PIC 9(5) VALUE ZERO.
		01 TOTAL-BLOQUEADOS PIC 9(5) VALUE ZERO.
		01 CONTADOR-INCOMPLETOS PIC 9(5) VALUE ZERO.
		*> Renglón de resumen en curso (depto, operador o
		*> total) y su comparación con el mes anterior.
		01 RESUMEN-TIPO PIC X VALUE SPACE.
		01 RESUMEN-CODIGO PIC X(8) VALUE SPACES.
		01 RESUMEN-NOMBRE PIC X(20) VALUE SPACES.
		01 RESUMEN-EMPLEADOS PIC 9(5) VALUE ZERO.
		01 RESUMEN-PUNTOS PIC 9(8) VALUE ZERO.
		01 RESUMEN-COMPLETOS PIC 9(5) VALUE ZERO.
		01 RESUMEN-BLOQUEADOS PIC 9(5) VALUE ZERO.
		01 PUNTAJE-PROMEDIO PIC 9(3)V9 VALUE ZERO.
		01 PUNTAJE-ANTERIOR PIC 9(3)V9 VALUE ZERO.
		01 VARIACION-PUNTAJE PIC S9(3)V9 VALUE ZERO.
		01 HAY-ANTERIOR PIC X VALUE "N".
		01 LINEA-DETALLE.
			02 LD-ID PIC 9(5).
			02 FILLER PIC X(2) VALUE SPACES.
			02 LD-APELLIDO PIC X(20).
			02 FILLER PIC X VALUE SPACE.
			02 LD-NOMBRE PIC X(20).
			02 FILLER PIC X VALUE SPACE.
			02 LD-DEPTO PIC 9(3).
			02 FILLER PIC X(2) VALUE SPACES.
			02 LD-OPERADOR PIC X(8).
			02 FILLER PIC X(2) VALUE SPACES.
			02 LD-PUNTAJE PIC ZZ9.
			02 FILLER PIC X(2) VALUE SPACES.
			02 LD-FALTANTES PIC X(90).
		01 PUNTERO-FALTANTES PIC 9(3) VALUE ZERO.
		01 LINEA-RESUMEN.
			02 LR-CODIGO PIC X(8).
			02 FILLER PIC X VALUE SPACE.
			02 LR-NOMBRE PIC X(20).
			02 FILLER PIC X(2) VALUE SPACES.
			02 LR-EMPLEADOS PIC ZZZZ9.
			02 FILLER PIC X(2) VALUE SPACES.
			02 LR-COMPLETOS PIC ZZZZ9.
			02 FILLER PIC X(2) VALUE SPACES.
			02 LR-BLOQUEADOS PIC ZZZZ9.
			02 FILLER PIC X(3) VALUE SPACES.
			02 LR-PROMEDIO PIC ZZ9.9.
			02 FILLER PIC X(3) VALUE SPACES.
			02 LR-ANTERIOR PIC ZZ9.9.
			02 LR-ANTERIOR-TEXTO REDEFINES LR-ANTERIOR
				PIC X(5).
			02 FILLER PIC X(2) VALUE SPACES.
			02 LR-VARIACION PIC +ZZ9.9.
			02 LR-VARIACION-TEXTO REDEFINES LR-VARIACION
				PIC X(6).
		01 NUMERO-PAGINA PIC 99 VALUE ZERO.
		01 TITULO-REPORTE PIC X(40)
			VALUE "COMPLETITUD DEL LEGAJO".
		01 NOMBRE-REPORTE PIC X(8) VALUE "CALIDAT".
		01 LINEAS-REPORTE PIC 9(7) VALUE ZERO.
		01 LINEA-IMPRESION PIC X(168) VALUE SPACES.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "CALIDAT".
		01 WS-MENSAJE-LOG PIC X(40).
		01 WS-SEVERIDAD-LOG PIC X VALUE "A".
		01 WS-OPERADOR-LOG PIC X(8) VALUE "SISTEMA".

	PROCEDURE DIVISION.
	MAIN.
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
		MOVE WS-FECHA-HOY (1:6) TO PERIODO-ACTUAL.
		*> El mes anterior de enero es diciembre del año previo
		*> (AAAA01 - 89 = AAAA-1 12).
		IF WS-FECHA-HOY (5:2) = "01"
		SUBTRACT 89 FROM PERIODO-ACTUAL GIVING PERIODO-ANTERIOR
		ELSE
		SUBTRACT 1 FROM PERIODO-ACTUAL GIVING PERIODO-ANTERIOR
		END-IF.
		INITIALIZE TABLA-DEPTOS.
		INITIALIZE TABLA-OPERADORES.
		PERFORM APERTURA-ARCHIVOS.
		SORT ARCHIVO-ORDEN-DIARIO
			ON ASCENDING KEY ODI-ID
			ON ASCENDING KEY ODI-SECUENCIA
			INPUT PROCEDURE IS CARGAR-DIARIO
			OUTPUT PROCEDURE IS EVALUAR-EMPLEADOS.
		CALL "RPTHDR" USING TITULO-REPORTE
			NUMERO-PAGINA NOMBRE-REPORTE.
		MOVE SPACES TO LINEA-IMPRESION
		STRING "PERIODO: " DELIMITED BY SIZE
			PERIODO-ACTUAL DELIMITED BY SIZE
			"   (*) FRENA LA LIQUIDACION" DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING.
		PERFORM GRABAR-LINEA.
		MOVE "ID" TO LINEA-IMPRESION
		MOVE "APELLIDO" TO LINEA-IMPRESION (8:8)
		MOVE "NOMBRE" TO LINEA-IMPRESION (29:6)
		MOVE "DEP" TO LINEA-IMPRESION (50:3)
		MOVE "OPERADOR" TO LINEA-IMPRESION (55:8)
		MOVE "PTS" TO LINEA-IMPRESION (65:3)
		MOVE "FALTA" TO LINEA-IMPRESION (70:5)
		PERFORM GRABAR-LINEA.
		SORT ARCHIVO-ORDEN
			ON DESCENDING KEY ORDEN-BLOQUEANTES
			ON ASCENDING KEY ORDEN-PUNTAJE
			ON ASCENDING KEY ORDEN-ID
			INPUT PROCEDURE IS CARGAR-ORDEN
			OUTPUT PROCEDURE IS LISTAR-ORDEN.
		IF CONTADOR-INCOMPLETOS = ZERO
		MOVE "  (todos los legajos vigentes están completos)"
			TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		END-IF.
		PERFORM IMPRIMIR-DEPTOS.
		PERFORM IMPRIMIR-OPERADORES.
		PERFORM IMPRIMIR-TOTAL.
		CALL "RPTPIE" USING TITULO-REPORTE
			LINEAS-REPORTE NOMBRE-REPORTE.
		CLOSE ARCHIVO-EMPLEADOS.
		CLOSE ARCHIVO-DOMICILIOS.
		CLOSE ARCHIVO-CUENTAS.
		CLOSE ARCHIVO-DEPARTAMENTOS.
		CLOSE ARCHIVO-HISTORIA.
		DISPLAY "Legajos revisados: " TOTAL-EMPLEADOS
			"  incompletos: " CONTADOR-INCOMPLETOS
			"  que frenan la nómina: " TOTAL-BLOQUEADOS.
		IF OPERADORES-FUERA > ZERO
		DISPLAY "Legajos sin lugar en la tabla de operadores: "
			OPERADORES-FUERA
		END-IF.
		IF TOTAL-BLOQUEADOS > ZERO
		MOVE "Legajos con datos que frenan la nómina."
			TO WS-MENSAJE-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		END-IF.
		GOBACK.

	APERTURA-ARCHIVOS.
		OPEN INPUT ARCHIVO-EMPLEADOS
		IF WS-STATUS-EMP NOT = "00" AND WS-STATUS-EMP NOT = "05"
		DISPLAY "Error al abrir empleados.dat. Status: "
			WS-STATUS-EMP
		MOVE "Error de apertura de empleados.dat."
			TO WS-MENSAJE-LOG
		MOVE "G" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		MOVE 8 TO RETURN-CODE
		GOBACK
		END-IF
		OPEN INPUT ARCHIVO-DOMICILIOS
		OPEN INPUT ARCHIVO-CUENTAS
		OPEN INPUT ARCHIVO-DEPARTAMENTOS
		OPEN I-O ARCHIVO-HISTORIA
		IF WS-STATUS-CHI NOT = "00" AND WS-STATUS-CHI NOT = "05"
		DISPLAY "Error al abrir calidad_datos.dat. Status: "
			WS-STATUS-CHI
		MOVE "Error de apertura de calidad_datos.dat."
			TO WS-MENSAJE-LOG
		MOVE "G" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		MOVE 8 TO RETURN-CODE
		GOBACK
		END-IF.

	CARGAR-DIARIO.
		*> Solo altas y modificaciones con operador firmado; la
		*> secuencia conserva el orden cronológico del diario.
		OPEN INPUT ARCHIVO-AUDITORIA
		IF WS-STATUS-AUD = "00"
		MOVE "N" TO FIN-ARCHIVO
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-AUDITORIA
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF (JRN-ALTA OR JRN-MODIFICACION)
			AND JRN-OPERADOR NOT = SPACES
			AND JRN-IMAGEN-DESPUES (1:5) IS NUMERIC
			ADD 1 TO SECUENCIA-DIARIO
			MOVE JRN-IMAGEN-DESPUES (1:5) TO ODI-ID
			MOVE SECUENCIA-DIARIO TO ODI-SECUENCIA
			MOVE JRN-OPERADOR TO ODI-OPERADOR
			RELEASE ORDEN-DIARIO
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-AUDITORIA
		END-IF.

	EVALUAR-EMPLEADOS.
		OPEN OUTPUT ARCHIVO-INCOMPLETOS
		PERFORM LEER-DIARIO
		MOVE "N" TO FIN-EMPLEADOS
		PERFORM UNTIL FIN-EMPLEADOS = "S"
			READ ARCHIVO-EMPLEADOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-EMPLEADOS
			NOT AT END
			PERFORM BUSCAR-RESPONSABLE
			IF NOT EMPLEADO-DE-BAJA
			PERFORM EVALUAR-EMPLEADO
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-INCOMPLETOS.

	LEER-DIARIO.
		RETURN ARCHIVO-ORDEN-DIARIO
		AT END
		MOVE "S" TO FIN-DIARIO
		END-RETURN.

	BUSCAR-RESPONSABLE.
		*> Se saltean las líneas de IDs que ya no están; de
		*> las del empleado queda la última.
		MOVE "SIN DATO" TO OPERADOR-RESPONSABLE
		PERFORM UNTIL FIN-DIARIO = "S"
		OR ODI-ID NOT < EMPLEADO-ID
			PERFORM LEER-DIARIO
		END-PERFORM
		PERFORM UNTIL FIN-DIARIO = "S"
		OR ODI-ID NOT = EMPLEADO-ID
			MOVE ODI-OPERADOR TO OPERADOR-RESPONSABLE
			PERFORM LEER-DIARIO
		END-PERFORM.

	EVALUAR-EMPLEADO.
		MOVE ALL "N" TO FALTAS-EMPLEADO
		IF EMPLEADO-CUIL NOT NUMERIC OR EMPLEADO-CUIL = ZERO
		MOVE "S" TO FALTA-DATO (1)
		END-IF
		PERFORM CONTROLAR-CUENTA
		IF EMPLEADO-FECHA-INGRESO NOT NUMERIC
		OR EMPLEADO-FECHA-INGRESO = ZERO
		MOVE "S" TO FALTA-DATO (3)
		END-IF
		IF EMPLEADO-FECHA-NAC NOT NUMERIC
		OR EMPLEADO-FECHA-NAC = ZERO
		MOVE "S" TO FALTA-DATO (4)
		END-IF
		IF EMPLEADO-PUESTO NOT NUMERIC OR EMPLEADO-PUESTO = ZERO
		MOVE "S" TO FALTA-DATO (5)
		END-IF
		PERFORM CONTROLAR-DOMICILIO
		IF EMPLEADO-TELEFONO = SPACES
		OR EMPLEADO-TELEFONO = ZEROS
		MOVE "S" TO FALTA-DATO (7)
		END-IF
		MOVE ZERO TO FALTANTES-EMPLEADO
		MOVE ZERO TO BLOQUEANTES-EMPLEADO
		MOVE ZERO TO PUNTAJE-EMPLEADO
		PERFORM VARYING INDICE-DATO FROM 1 BY 1
		UNTIL INDICE-DATO > 7
			IF FALTA-DATO (INDICE-DATO) = "S"
			ADD 1 TO FALTANTES-EMPLEADO
			IF DC-FRENA (INDICE-DATO) = "S"
			ADD 1 TO BLOQUEANTES-EMPLEADO
			END-IF
			ELSE
			ADD DC-PESO (INDICE-DATO) TO PUNTAJE-EMPLEADO
			END-IF
		END-PERFORM
		PERFORM ACUMULAR-EMPLEADO
		IF FALTANTES-EMPLEADO > ZERO
		MOVE BLOQUEANTES-EMPLEADO TO INC-BLOQUEANTES
		MOVE PUNTAJE-EMPLEADO TO INC-PUNTAJE
		MOVE EMPLEADO-ID TO INC-ID
		MOVE EMPLEADO-APELLIDO TO INC-APELLIDO
		MOVE EMPLEADO-NOMBRE TO INC-NOMBRE
		MOVE EMPLEADO-DEPTO TO INC-DEPTO
		MOVE OPERADOR-RESPONSABLE TO INC-OPERADOR
		MOVE FALTAS-EMPLEADO TO INC-FALTAS
		WRITE INCOMPLETO-REGISTRO
		END-IF.

	CONTROLAR-CUENTA.
		*> El cheque no necesita CBU; el banco sí.
		MOVE EMPLEADO-ID TO CTA-ID
		MOVE 1 TO CTA-ORDEN
		READ ARCHIVO-CUENTAS
		INVALID KEY
		MOVE "S" TO FALTA-DATO (2)
		NOT INVALID KEY
		IF MEDIO-BANCO AND CTA-CBU = SPACES
		MOVE "S" TO FALTA-DATO (2)
		END-IF
		END-READ.

	CONTROLAR-DOMICILIO.
		MOVE EMPLEADO-ID TO DOM-ID
		READ ARCHIVO-DOMICILIOS
		INVALID KEY
		MOVE "S" TO FALTA-DATO (6)
		NOT INVALID KEY
		IF DOM-CALLE = SPACES
		MOVE "S" TO FALTA-DATO (6)
		END-IF
		END-READ.

	ACUMULAR-EMPLEADO.
		ADD 1 TO TOTAL-EMPLEADOS
		ADD PUNTAJE-EMPLEADO TO TOTAL-PUNTOS
		IF EMPLEADO-DEPTO NUMERIC
		COMPUTE INDICE-DEPTO = EMPLEADO-DEPTO + 1
		ELSE
		MOVE 1 TO INDICE-DEPTO
		END-IF
		ADD 1 TO TD-EMPLEADOS (INDICE-DEPTO)
		ADD PUNTAJE-EMPLEADO TO TD-PUNTOS (INDICE-DEPTO)
		PERFORM BUSCAR-OPERADOR
		IF OPERADOR-HALLADO > ZERO
		ADD 1 TO TO-EMPLEADOS (OPERADOR-HALLADO)
		ADD PUNTAJE-EMPLEADO TO TO-PUNTOS (OPERADOR-HALLADO)
		END-IF
		IF FALTANTES-EMPLEADO = ZERO
		ADD 1 TO TOTAL-COMPLETOS
		ADD 1 TO TD-COMPLETOS (INDICE-DEPTO)
		IF OPERADOR-HALLADO > ZERO
		ADD 1 TO TO-COMPLETOS (OPERADOR-HALLADO)
		END-IF
		END-IF
		IF BLOQUEANTES-EMPLEADO > ZERO
		ADD 1 TO TOTAL-BLOQUEADOS
		ADD 1 TO TD-BLOQUEADOS (INDICE-DEPTO)
		IF OPERADOR-HALLADO > ZERO
		ADD 1 TO TO-BLOQUEADOS (OPERADOR-HALLADO)
		END-IF
		END-IF.

	BUSCAR-OPERADOR.
		MOVE ZERO TO OPERADOR-HALLADO
		PERFORM VARYING INDICE-OPERADOR FROM 1 BY 1
		UNTIL INDICE-OPERADOR > CANTIDAD-OPERADORES
		OR OPERADOR-HALLADO > ZERO
			IF TO-OPERADOR (INDICE-OPERADOR)
				= OPERADOR-RESPONSABLE
			MOVE INDICE-OPERADOR TO OPERADOR-HALLADO
			END-IF
		END-PERFORM
		IF OPERADOR-HALLADO = ZERO
		IF CANTIDAD-OPERADORES < 200
		ADD 1 TO CANTIDAD-OPERADORES
		MOVE CANTIDAD-OPERADORES TO OPERADOR-HALLADO
		MOVE OPERADOR-RESPONSABLE
			TO TO-OPERADOR (OPERADOR-HALLADO)
		ELSE
		ADD 1 TO OPERADORES-FUERA
		END-IF
		END-IF.

	CARGAR-ORDEN.
		OPEN INPUT ARCHIVO-INCOMPLETOS
		IF WS-STATUS-INC = "00"
		MOVE "N" TO FIN-ARCHIVO
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-INCOMPLETOS
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			MOVE INCOMPLETO-REGISTRO TO ORDEN-REGISTRO
			RELEASE ORDEN-REGISTRO
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-INCOMPLETOS
		END-IF.

	LISTAR-ORDEN.
		MOVE "N" TO FIN-ARCHIVO
		PERFORM UNTIL FIN-ARCHIVO = "S"
			RETURN ARCHIVO-ORDEN
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			PERFORM IMPRIMIR-DETALLE
			END-RETURN
		END-PERFORM.

	IMPRIMIR-DETALLE.
		ADD 1 TO CONTADOR-INCOMPLETOS
		MOVE ORDEN-FALTAS TO FALTAS-EMPLEADO
		MOVE SPACES TO LD-FALTANTES
		MOVE 1 TO PUNTERO-FALTANTES
		PERFORM VARYING INDICE-DATO FROM 1 BY 1
		UNTIL INDICE-DATO > 7
			IF FALTA-DATO (INDICE-DATO) = "S"
			PERFORM AGREGAR-FALTANTE
			END-IF
		END-PERFORM
		MOVE ORDEN-ID TO LD-ID
		MOVE ORDEN-APELLIDO TO LD-APELLIDO
		MOVE ORDEN-NOMBRE TO LD-NOMBRE
		MOVE ORDEN-DEPTO TO LD-DEPTO
		MOVE ORDEN-OPERADOR TO LD-OPERADOR
		MOVE ORDEN-PUNTAJE TO LD-PUNTAJE
		MOVE LINEA-DETALLE TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA.

	AGREGAR-FALTANTE.
		IF PUNTERO-FALTANTES > 1
		STRING ", " DELIMITED BY SIZE
			INTO LD-FALTANTES WITH POINTER PUNTERO-FALTANTES
		END-STRING
		END-IF
		IF DC-FRENA (INDICE-DATO) = "S"
		STRING "*" DELIMITED BY SIZE
			INTO LD-FALTANTES WITH POINTER PUNTERO-FALTANTES
		END-STRING
		END-IF
		STRING DC-ROTULO (INDICE-DATO) DELIMITED BY "  "
			INTO LD-FALTANTES WITH POINTER PUNTERO-FALTANTES
		END-STRING.

	IMPRIMIR-ENCABEZADO-RESUMEN.
		MOVE SPACES TO LINEA-IMPRESION
		MOVE "EMPLEADOS" TO LINEA-IMPRESION (32:9)
		MOVE "COMPLET" TO LINEA-IMPRESION (43:7)
		MOVE "FRENAN" TO LINEA-IMPRESION (51:6)
		MOVE "PUNTAJE" TO LINEA-IMPRESION (58:7)
		MOVE "MES ANT" TO LINEA-IMPRESION (66:7)
		MOVE "VARIAC" TO LINEA-IMPRESION (75:6)
		PERFORM GRABAR-LINEA.

	IMPRIMIR-DEPTOS.
		MOVE SPACES TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		MOVE "POR DEPARTAMENTO" TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		PERFORM IMPRIMIR-ENCABEZADO-RESUMEN
		PERFORM VARYING INDICE-DEPTO FROM 1 BY 1
		UNTIL INDICE-DEPTO > 1000
			IF TD-EMPLEADOS (INDICE-DEPTO) > ZERO
			PERFORM RESUMIR-DEPTO
			END-IF
		END-PERFORM.

	RESUMIR-DEPTO.
		COMPUTE DEP-CODIGO = INDICE-DEPTO - 1
		MOVE DEP-CODIGO TO RESUMEN-CODIGO
		READ ARCHIVO-DEPARTAMENTOS
		INVALID KEY
		MOVE "(sin maestro)" TO RESUMEN-NOMBRE
		NOT INVALID KEY
		MOVE DEP-NOMBRE TO RESUMEN-NOMBRE
		END-READ
		MOVE "D" TO RESUMEN-TIPO
		MOVE TD-EMPLEADOS (INDICE-DEPTO) TO RESUMEN-EMPLEADOS
		MOVE TD-PUNTOS (INDICE-DEPTO) TO RESUMEN-PUNTOS
		MOVE TD-COMPLETOS (INDICE-DEPTO) TO RESUMEN-COMPLETOS
		MOVE TD-BLOQUEADOS (INDICE-DEPTO) TO RESUMEN-BLOQUEADOS
		PERFORM IMPRIMIR-RESUMEN.

	IMPRIMIR-OPERADORES.
		MOVE SPACES TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		MOVE "POR OPERADOR RESPONSABLE" TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		PERFORM IMPRIMIR-ENCABEZADO-RESUMEN
		PERFORM VARYING INDICE-OPERADOR FROM 1 BY 1
		UNTIL INDICE-OPERADOR > CANTIDAD-OPERADORES
			MOVE "O" TO RESUMEN-TIPO
			MOVE TO-OPERADOR (INDICE-OPERADOR)
				TO RESUMEN-CODIGO
			MOVE SPACES TO RESUMEN-NOMBRE
			MOVE TO-EMPLEADOS (INDICE-OPERADOR)
				TO RESUMEN-EMPLEADOS
			MOVE TO-PUNTOS (INDICE-OPERADOR)
				TO RESUMEN-PUNTOS
			MOVE TO-COMPLETOS (INDICE-OPERADOR)
				TO RESUMEN-COMPLETOS
			MOVE TO-BLOQUEADOS (INDICE-OPERADOR)
				TO RESUMEN-BLOQUEADOS
			PERFORM IMPRIMIR-RESUMEN
		END-PERFORM.

	IMPRIMIR-TOTAL.
		MOVE SPACES TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		MOVE "T" TO RESUMEN-TIPO
		MOVE "TOTAL" TO RESUMEN-CODIGO
		MOVE "TODA LA NOMINA" TO RESUMEN-NOMBRE
		MOVE TOTAL-EMPLEADOS TO RESUMEN-EMPLEADOS
		MOVE TOTAL-PUNTOS TO RESUMEN-PUNTOS
		MOVE TOTAL-COMPLETOS TO RESUMEN-COMPLETOS
		MOVE TOTAL-BLOQUEADOS TO RESUMEN-BLOQUEADOS
		PERFORM IMPRIMIR-RESUMEN.

	IMPRIMIR-RESUMEN.
		*> Promedio del renglón, comparación con el mes
		*> anterior y grabación en la historia del mes.
		MOVE ZERO TO PUNTAJE-PROMEDIO
		IF RESUMEN-EMPLEADOS > ZERO
		COMPUTE PUNTAJE-PROMEDIO ROUNDED =
			RESUMEN-PUNTOS / RESUMEN-EMPLEADOS
		END-IF
		MOVE "N" TO HAY-ANTERIOR
		MOVE PERIODO-ANTERIOR TO CHI-PERIODO
		MOVE RESUMEN-TIPO TO CHI-TIPO
		MOVE RESUMEN-CODIGO TO CHI-CODIGO
		READ ARCHIVO-HISTORIA
		INVALID KEY
		MOVE "N" TO HAY-ANTERIOR
		NOT INVALID KEY
		MOVE "S" TO HAY-ANTERIOR
		MOVE CHI-PUNTAJE TO PUNTAJE-ANTERIOR
		END-READ
		PERFORM GRABAR-HISTORIA
		MOVE RESUMEN-CODIGO TO LR-CODIGO
		MOVE RESUMEN-NOMBRE TO LR-NOMBRE
		MOVE RESUMEN-EMPLEADOS TO LR-EMPLEADOS
		MOVE RESUMEN-COMPLETOS TO LR-COMPLETOS
		MOVE RESUMEN-BLOQUEADOS TO LR-BLOQUEADOS
		MOVE PUNTAJE-PROMEDIO TO LR-PROMEDIO
		IF HAY-ANTERIOR = "S"
		MOVE PUNTAJE-ANTERIOR TO LR-ANTERIOR
		COMPUTE VARIACION-PUNTAJE =
			PUNTAJE-PROMEDIO - PUNTAJE-ANTERIOR
		MOVE VARIACION-PUNTAJE TO LR-VARIACION
		ELSE
		MOVE "    -" TO LR-ANTERIOR-TEXTO
		MOVE SPACES TO LR-VARIACION-TEXTO
		END-IF
		MOVE LINEA-RESUMEN TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA.

	GRABAR-HISTORIA.
		MOVE PERIODO-ACTUAL TO CHI-PERIODO
		MOVE RESUMEN-TIPO TO CHI-TIPO
		MOVE RESUMEN-CODIGO TO CHI-CODIGO
		MOVE RESUMEN-EMPLEADOS TO CHI-EMPLEADOS
		MOVE PUNTAJE-PROMEDIO TO CHI-PUNTAJE
		MOVE RESUMEN-COMPLETOS TO CHI-COMPLETOS
		MOVE RESUMEN-BLOQUEADOS TO CHI-BLOQUEADOS
		MOVE WS-FECHA-HOY TO CHI-FECHA
		WRITE CALIDAD-HISTORIA-REGISTRO
		INVALID KEY
		REWRITE CALIDAD-HISTORIA-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo grabar la historia de "
			RESUMEN-CODIGO " Status: " WS-STATUS-CHI
		END-REWRITE
		END-WRITE.

	GRABAR-LINEA.
		DISPLAY LINEA-IMPRESION
		CALL "IMPRESO" USING NOMBRE-REPORTE LINEA-IMPRESION
		ADD 1 TO LINEAS-REPORTE.
	END PROGRAM CALIDAT.
