	*> Control de turnos contra fichadas:
	*> Corrida compañera de FICHPROC. Toma las fichadas ya
	*> procesadas (fichadas_proc.dat) de un rango de fechas y
	*> compara cada día de cada empleado activo con su rol de
	*> turnos de TURMANT: la asignación del día si la hay; si
	*> no, el patrón semanal, salvo en los feriados y no
	*> laborables del calendario y en las vacaciones
	*> aprobadas o tomadas de VACPLAN, que no son día de
	*> trabajo. Un empleado sin rol cargado no se controla.
	*> Incidencias, cortadas por departamento:
	*>   TARDE: primera entrada pasada la tolerancia;
	*>   SALIDA ANTIC: última salida antes de la tolerancia;
	*>   AUSENTE: día con turno y sin ninguna fichada;
	*>   SIN TURNO: fichadas en un franco.
	*> Las ausencias sin renglón en ausencias.dat salen como
	*> CANDIDATA y, al final, el supervisor firmado puede
	*> cargarlas como injustificadas ("I"), todas o una por
	*> una; las ya cargadas salen con su tipo y no se tocan.
	*> El día de la semana sale de la congruencia de Zeller
	*> hecha con divisiones enteras y se avanza de a uno.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. TURCTL.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-ARCHIVADAS
		ASSIGN TO "fichadas_proc.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-ARC.

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

		SELECT OPTIONAL ARCHIVO-TURNOS
		ASSIGN TO "turnos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS TUR-CODIGO
		FILE STATUS IS WS-STATUS-TUR.

		SELECT OPTIONAL ARCHIVO-ROL
		ASSIGN TO "rol_turnos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS ROL-CLAVE
		FILE STATUS IS WS-STATUS-ROL.

		SELECT OPTIONAL ARCHIVO-CALENDARIO
		ASSIGN TO "calendario.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS CAL-FECHA
		FILE STATUS IS WS-STATUS-CAL.

		SELECT OPTIONAL ARCHIVO-SOLICITUDES
		ASSIGN TO "solicitudes_vac.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS SOL-CLAVE
		FILE STATUS IS WS-STATUS-SOL.

		SELECT OPTIONAL ARCHIVO-AUSENCIAS
		ASSIGN TO "ausencias.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS AUS-CLAVE
		FILE STATUS IS WS-STATUS-AUS.

		SELECT ARCHIVO-INCIDENCIAS
		ASSIGN TO "turctl.tmp"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-INC.

		SELECT ARCHIVO-ORDEN-FICHADAS
		ASSIGN TO "ordfic.tmp".

		SELECT ARCHIVO-ORDEN
		ASSIGN TO "ordena.tmp".

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-ARCHIVADAS.
		01 LINEA-ARCHIVADA.
			02 ARC-ID PIC 9(5).
			02 ARC-FECHA PIC 9(8).
			02 ARC-HORA PIC 9(4).
			02 ARC-TIPO PIC X.

	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	FD ARCHIVO-TURNOS.
		COPY "turno.cpy".

	FD ARCHIVO-ROL.
		COPY "rolturno.cpy".

	FD ARCHIVO-CALENDARIO.
		COPY "calendario.cpy".

	FD ARCHIVO-SOLICITUDES.
		COPY "solicitud.cpy".

	FD ARCHIVO-AUSENCIAS.
		COPY "ausencia.cpy".

	FD ARCHIVO-INCIDENCIAS.
		01 INCIDENCIA-REGISTRO.
			02 INC-DEPTO PIC 9(3).
			02 INC-APELLIDO PIC X(20).
			02 INC-NOMBRE PIC X(20).
			02 INC-ID PIC 9(5).
			02 INC-FECHA PIC 9(8).
			02 INC-TIPO PIC X(12).
			02 INC-TURNO PIC X(3).
			02 INC-PREVISTA PIC 9(4).
			02 INC-REAL PIC 9(4).
			02 INC-MINUTOS PIC 9(4).
			02 INC-SITUACION PIC X(9).

	SD ARCHIVO-ORDEN-FICHADAS.
		01 ORDEN-FICHADA.
			02 ORF-ID PIC 9(5).
			02 ORF-FECHA PIC 9(8).
			02 ORF-HORA PIC 9(4).
			02 ORF-TIPO PIC X.

	SD ARCHIVO-ORDEN.
		01 ORDEN-REGISTRO.
			02 ORDEN-DEPTO PIC 9(3).
			02 ORDEN-APELLIDO PIC X(20).
			02 ORDEN-NOMBRE PIC X(20).
			02 ORDEN-ID PIC 9(5).
			02 ORDEN-FECHA PIC 9(8).
			02 ORDEN-TIPO PIC X(12).
			02 ORDEN-TURNO PIC X(3).
			02 ORDEN-PREVISTA PIC 9(4).
			02 ORDEN-REAL PIC 9(4).
			02 ORDEN-MINUTOS PIC 9(4).
			02 ORDEN-SITUACION PIC X(9).

	WORKING-STORAGE SECTION.
		01 WS-STATUS-ARC PIC XX VALUE "00".
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 WS-STATUS-TUR PIC XX VALUE "00".
		01 WS-STATUS-ROL PIC XX VALUE "00".
		01 WS-STATUS-CAL PIC XX VALUE "00".
		01 WS-STATUS-SOL PIC XX VALUE "00".
		01 WS-STATUS-AUS PIC XX VALUE "00".
		01 WS-STATUS-INC PIC XX VALUE "00".
		01 FIN-ARCHIVO PIC X VALUE "N".
		01 FIN-FICHADAS PIC X VALUE "N".
		01 FIN-EMPLEADOS PIC X VALUE "N".
		01 FIN-SOLICITUDES PIC X VALUE "N".
		01 CAMPO-ENTRADA PIC X(8) VALUE SPACES.
		01 CAMPO-VALIDO PIC X VALUE "N".
		01 FECHA-VALIDAR PIC 9(8) VALUE ZERO.
		01 RESULTADO-VALIDACION PIC X VALUE "N".
		01 FECHA-DESDE PIC 9(8) VALUE ZERO.
		01 FECHA-HASTA PIC 9(8) VALUE ZERO.
		01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
		01 TIENE-ROL PIC X VALUE "N".
		01 DIA-CON-TURNO PIC X VALUE "N".
		01 TURNO-DIA PIC X(3) VALUE SPACES.
		01 CONTADOR-REGISTROS PIC 9(7) VALUE ZERO.
		01 CONTADOR-DEPTO PIC 9(5) VALUE ZERO.
		01 CONTADOR-EMPLEADOS PIC 9(5) VALUE ZERO.
		01 LINEAS-EN-PAGINA PIC 99 VALUE ZERO.
		01 NUMERO-PAGINA PIC 99 VALUE ZERO.
		01 LINEAS-POR-PAGINA PIC 99 VALUE 20.
		01 DEPTO-ANTERIOR PIC 9(3) VALUE ZERO.
		01 PRIMER-DETALLE PIC X VALUE "S".
		*> Fichadas del día del empleado: la primera entrada
		*> y la última salida, como las aparea FICHPROC.
		01 CANTIDAD-FICHADAS-DIA PIC 9(3) VALUE ZERO.
		01 PRIMERA-ENTRADA PIC 9(4) VALUE ZERO.
		01 ULTIMA-SALIDA PIC 9(4) VALUE ZERO.
		01 HORA-CAPTURA PIC 9(4) VALUE ZERO.
		01 HORA-DESCOMPUESTA REDEFINES HORA-CAPTURA.
			02 HORA-HH PIC 99.
			02 HORA-MM PIC 99.
		01 MINUTOS-HORA PIC 9(4) VALUE ZERO.
		01 MINUTOS-PREVISTOS PIC 9(4) VALUE ZERO.
		01 MINUTOS-REALES PIC 9(4) VALUE ZERO.
		*> Cursor de fechas del rango, con la tabla de meses y
		*> la regla de bisiestos de HABVENC.
		01 FECHA-CURSOR PIC 9(8) VALUE ZERO.
		01 FECHA-PARTIDA REDEFINES FECHA-CURSOR.
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
		*> Día de la semana (1 = lunes ... 7 = domingo).
		01 DIA-SEMANA PIC 9 VALUE ZERO.
		01 DIA-SEMANA-DESDE PIC 9 VALUE ZERO.
		01 ZEL-ANIO PIC 9(4) VALUE ZERO.
		01 ZEL-MES PIC 99 VALUE ZERO.
		01 ZEL-J PIC 99 VALUE ZERO.
		01 ZEL-K PIC 99 VALUE ZERO.
		01 ZEL-TERMINO-MES PIC 9(3) VALUE ZERO.
		01 ZEL-TERMINO-K PIC 99 VALUE ZERO.
		01 ZEL-TERMINO-J PIC 99 VALUE ZERO.
		01 ZEL-SUMA PIC 9(4) VALUE ZERO.
		01 ZEL-COCIENTE PIC 9(4) VALUE ZERO.
		01 ZEL-RESTO PIC 9 VALUE ZERO.
		*> Vacaciones aprobadas o tomadas del empleado.
		01 TABLA-VACACIONES.
			02 VACACION-ENTRADA OCCURS 50 TIMES.
				03 TV-DESDE PIC 9(8).
				03 TV-HASTA PIC 9(8).
		01 CANTIDAD-VACACIONES PIC 99 VALUE ZERO.
		01 INDICE-VACACION PIC 99 VALUE ZERO.
		01 EN-VACACIONES PIC X VALUE "N".
		*> Ausencias candidatas a injustificadas.
		01 TABLA-CANDIDATAS.
			02 CANDIDATA-ENTRADA OCCURS 500 TIMES.
				03 CAN-ID PIC 9(5).
				03 CAN-FECHA PIC 9(8).
		01 CANTIDAD-CANDIDATAS PIC 9(3) VALUE ZERO.
		01 CANDIDATAS-SIN-LUGAR PIC 9(5) VALUE ZERO.
		01 INDICE-CANDIDATA PIC 9(3) VALUE ZERO.
		01 CONTADOR-CARGADAS PIC 9(3) VALUE ZERO.
		01 DECISION-SUPERVISOR PIC X VALUE SPACE.
		01 DECISION-CANDIDATA PIC X VALUE SPACE.
		01 TITULO-REPORTE PIC X(40)
			VALUE "CONTROL DE TURNOS".
		01 NOMBRE-REPORTE PIC X(8) VALUE "TURCTL".
		01 LINEA-IMPRESION PIC X(168) VALUE SPACES.
		01 LINEA-ENCABEZADO.
			02 FILLER PIC X(5) VALUE "ID".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(20) VALUE "APELLIDO".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(20) VALUE "NOMBRE".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(8) VALUE "FECHA".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(12) VALUE "INCIDENCIA".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(3) VALUE "TUR".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(4) VALUE "PREV".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(4) VALUE "REAL".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(4) VALUE "MIN".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(9) VALUE "SITUACION".
		01 LINEA-DETALLE.
			02 LD-ID PIC 9(5).
			02 FILLER PIC X VALUE SPACE.
			02 LD-APELLIDO PIC X(20).
			02 FILLER PIC X VALUE SPACE.
			02 LD-NOMBRE PIC X(20).
			02 FILLER PIC X VALUE SPACE.
			02 LD-FECHA PIC 9(8).
			02 FILLER PIC X VALUE SPACE.
			02 LD-TIPO PIC X(12).
			02 FILLER PIC X VALUE SPACE.
			02 LD-TURNO PIC X(3).
			02 FILLER PIC X VALUE SPACE.
			02 LD-PREVISTA PIC X(4).
			02 FILLER PIC X VALUE SPACE.
			02 LD-REAL PIC X(4).
			02 FILLER PIC X VALUE SPACE.
			02 LD-MINUTOS PIC ZZZ9.
			02 FILLER PIC X VALUE SPACE.
			02 LD-SITUACION PIC X(9).
		01 NOMBRE-AUDSAT PIC X(12) VALUE "ausencias".
		01 OPERACION-AUDSAT PIC X VALUE "A".
		01 IMAGEN-SAT-ANTES PIC X(40) VALUE SPACES.
		01 IMAGEN-SAT-DESPUES PIC X(40) VALUE SPACES.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "TURCTL".
		01 WS-MENSAJE-LOG PIC X(40).
		01 WS-SEVERIDAD-LOG PIC X VALUE "A".
		01 WS-OPERADOR-LOG PIC X(8) VALUE "SISTEMA".
		01 NIVEL-FIRMADO PIC 9 VALUE ZERO.
		01 RESULTADO-SIGNON PIC X VALUE "N".

	PROCEDURE DIVISION.
	MAIN.
		*> La carga de injustificadas descuenta sueldo: el
		*> operador queda identificado.
		CALL "SIGNON" USING WS-OPERADOR-LOG NIVEL-FIRMADO
			RESULTADO-SIGNON WS-PROGRAMA-LOG.
		IF RESULTADO-SIGNON NOT = "S"
		GOBACK
		END-IF.
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
		DISPLAY "Controlar desde (AAAAMMDD): "
		PERFORM SOLICITAR-FECHA.
		MOVE FECHA-VALIDAR TO FECHA-DESDE.
		MOVE ZERO TO FECHA-VALIDAR.
		PERFORM UNTIL FECHA-VALIDAR NOT < FECHA-DESDE
			DISPLAY "Controlar hasta (AAAAMMDD): "
			PERFORM SOLICITAR-FECHA
		END-PERFORM.
		MOVE FECHA-VALIDAR TO FECHA-HASTA.
		PERFORM APERTURA-ARCHIVOS.
		MOVE FECHA-DESDE TO FECHA-CURSOR.
		PERFORM CALCULAR-DIA-SEMANA.
		MOVE DIA-SEMANA TO DIA-SEMANA-DESDE.
		DISPLAY "Turnos del " FECHA-DESDE " al " FECHA-HASTA.
		SORT ARCHIVO-ORDEN-FICHADAS
			ON ASCENDING KEY ORF-ID
			ON ASCENDING KEY ORF-FECHA
			ON ASCENDING KEY ORF-HORA
			INPUT PROCEDURE IS FILTRAR-FICHADAS
			OUTPUT PROCEDURE IS CONTROLAR-EMPLEADOS.
		PERFORM IMPRIMIR-ENCABEZADO.
		SORT ARCHIVO-ORDEN
			ON ASCENDING KEY ORDEN-DEPTO
			ON ASCENDING KEY ORDEN-APELLIDO
			ON ASCENDING KEY ORDEN-ID
			ON ASCENDING KEY ORDEN-FECHA
			INPUT PROCEDURE IS CARGAR-ORDEN
			OUTPUT PROCEDURE IS LISTAR-ORDEN.
		IF CONTADOR-REGISTROS = ZERO
		DISPLAY "  (sin incidencias en el rango)"
		END-IF.
		CALL "RPTPIE" USING TITULO-REPORTE
			CONTADOR-REGISTROS NOMBRE-REPORTE.
		DISPLAY "Empleados controlados: " CONTADOR-EMPLEADOS.
		CLOSE ARCHIVO-EMPLEADOS.
		CLOSE ARCHIVO-TURNOS.
		CLOSE ARCHIVO-ROL.
		CLOSE ARCHIVO-CALENDARIO.
		CLOSE ARCHIVO-SOLICITUDES.
		CLOSE ARCHIVO-AUSENCIAS.
		IF CANTIDAD-CANDIDATAS > ZERO
		PERFORM OFRECER-CANDIDATAS
		END-IF.
		GOBACK.

	SOLICITAR-FECHA.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			ACCEPT CAMPO-ENTRADA
			MOVE "N" TO RESULTADO-VALIDACION
			IF CAMPO-ENTRADA IS NUMERIC
			MOVE CAMPO-ENTRADA TO FECHA-VALIDAR
			CALL "VALFEC" USING FECHA-VALIDAR
				RESULTADO-VALIDACION
			END-IF
			IF RESULTADO-VALIDACION = "S"
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Fecha inválida (AAAAMMDD): "
			END-IF
		END-PERFORM.

	APERTURA-ARCHIVOS.
		OPEN INPUT ARCHIVO-EMPLEADOS
		IF WS-STATUS-EMP NOT = "00" AND WS-STATUS-EMP NOT = "05"
		DISPLAY "Error al abrir empleados.dat. Status: "
			WS-STATUS-EMP
		GOBACK
		END-IF
		OPEN INPUT ARCHIVO-TURNOS
		IF WS-STATUS-TUR NOT = "00" AND WS-STATUS-TUR NOT = "05"
		DISPLAY "Error al abrir turnos.dat. Status: "
			WS-STATUS-TUR
		GOBACK
		END-IF
		OPEN INPUT ARCHIVO-ROL
		IF WS-STATUS-ROL NOT = "00" AND WS-STATUS-ROL NOT = "05"
		DISPLAY "Error al abrir rol_turnos.dat. Status: "
			WS-STATUS-ROL
		GOBACK
		END-IF
		OPEN INPUT ARCHIVO-CALENDARIO
		OPEN INPUT ARCHIVO-SOLICITUDES
		OPEN INPUT ARCHIVO-AUSENCIAS
		IF WS-STATUS-AUS NOT = "00" AND WS-STATUS-AUS NOT = "05"
		DISPLAY "Error al abrir ausencias.dat. Status: "
			WS-STATUS-AUS
		GOBACK
		END-IF.

	CALCULAR-DIA-SEMANA.
		*> Congruencia de Zeller con cada término truncado por
		*> separado: devuelve 1 = lunes ... 7 = domingo.
		MOVE FEC-ANIO TO ZEL-ANIO
		MOVE FEC-MES TO ZEL-MES
		IF ZEL-MES < 3
		ADD 12 TO ZEL-MES
		SUBTRACT 1 FROM ZEL-ANIO
		END-IF
		DIVIDE ZEL-ANIO BY 100 GIVING ZEL-J
			REMAINDER ZEL-K
		COMPUTE ZEL-TERMINO-MES = 13 * (ZEL-MES + 1)
		DIVIDE ZEL-TERMINO-MES BY 5 GIVING ZEL-TERMINO-MES
		DIVIDE ZEL-K BY 4 GIVING ZEL-TERMINO-K
		DIVIDE ZEL-J BY 4 GIVING ZEL-TERMINO-J
		COMPUTE ZEL-SUMA = FEC-DIA + ZEL-TERMINO-MES
			+ ZEL-K + ZEL-TERMINO-K + ZEL-TERMINO-J
			+ 5 * ZEL-J
		DIVIDE ZEL-SUMA BY 7 GIVING ZEL-COCIENTE
			REMAINDER ZEL-RESTO
		*> Zeller da 0 = sábado: se reacomoda a 1 = lunes.
		EVALUATE ZEL-RESTO
			WHEN 0 MOVE 6 TO DIA-SEMANA
			WHEN 1 MOVE 7 TO DIA-SEMANA
			WHEN OTHER
				SUBTRACT 1 FROM ZEL-RESTO
					GIVING DIA-SEMANA
		END-EVALUATE.

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
		END-IF
		IF DIA-SEMANA < 7
		ADD 1 TO DIA-SEMANA
		ELSE
		MOVE 1 TO DIA-SEMANA
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

	FILTRAR-FICHADAS.
		*> Solo las fichadas del rango, ordenadas por empleado,
		*> fecha y hora para recorrerlas junto con empleados.
		OPEN INPUT ARCHIVO-ARCHIVADAS
		IF WS-STATUS-ARC NOT = "00" AND WS-STATUS-ARC NOT = "05"
		DISPLAY "Error al abrir fichadas_proc.dat. Status: "
			WS-STATUS-ARC
		ELSE
		MOVE "N" TO FIN-ARCHIVO
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-ARCHIVADAS
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF ARC-FECHA NOT < FECHA-DESDE
			AND ARC-FECHA NOT > FECHA-HASTA
			AND ARC-HORA IS NUMERIC
			MOVE LINEA-ARCHIVADA TO ORDEN-FICHADA
			RELEASE ORDEN-FICHADA
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-ARCHIVADAS
		END-IF.

	CONTROLAR-EMPLEADOS.
		OPEN OUTPUT ARCHIVO-INCIDENCIAS
		PERFORM LEER-FICHADA
		MOVE "N" TO FIN-EMPLEADOS
		PERFORM UNTIL FIN-EMPLEADOS = "S"
			READ ARCHIVO-EMPLEADOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-EMPLEADOS
			NOT AT END
			IF EMPLEADO-ESTADO = "A"
			PERFORM CONTROLAR-EMPLEADO
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-INCIDENCIAS.

	LEER-FICHADA.
		RETURN ARCHIVO-ORDEN-FICHADAS
		AT END
		MOVE "S" TO FIN-FICHADAS
		END-RETURN.

	CONTROLAR-EMPLEADO.
		*> Las fichadas de IDs que no están activos se saltean.
		PERFORM UNTIL FIN-FICHADAS = "S"
		OR ORF-ID NOT < EMPLEADO-ID
			PERFORM LEER-FICHADA
		END-PERFORM
		PERFORM VERIFICAR-ROL
		IF TIENE-ROL = "S"
		ADD 1 TO CONTADOR-EMPLEADOS
		PERFORM CARGAR-VACACIONES
		MOVE FECHA-DESDE TO FECHA-CURSOR
		MOVE DIA-SEMANA-DESDE TO DIA-SEMANA
		PERFORM UNTIL FECHA-CURSOR > FECHA-HASTA
			PERFORM CONTROLAR-DIA
			PERFORM SUMAR-UN-DIA
		END-PERFORM
		END-IF
		PERFORM UNTIL FIN-FICHADAS = "S"
		OR ORF-ID NOT = EMPLEADO-ID
			PERFORM LEER-FICHADA
		END-PERFORM.

	VERIFICAR-ROL.
		MOVE "N" TO TIENE-ROL
		MOVE EMPLEADO-ID TO ROL-ID
		MOVE ZERO TO ROL-FECHA
		START ARCHIVO-ROL
			KEY IS NOT LESS THAN ROL-CLAVE
		INVALID KEY CONTINUE
		NOT INVALID KEY
		READ ARCHIVO-ROL NEXT RECORD
		AT END CONTINUE
		NOT AT END
		IF ROL-ID = EMPLEADO-ID
		MOVE "S" TO TIENE-ROL
		END-IF
		END-READ
		END-START.

	CARGAR-VACACIONES.
		MOVE ZERO TO CANTIDAD-VACACIONES
		MOVE "N" TO FIN-SOLICITUDES
		MOVE EMPLEADO-ID TO SOL-ID
		MOVE ZERO TO SOL-DESDE
		START ARCHIVO-SOLICITUDES
			KEY IS NOT LESS THAN SOL-CLAVE
		INVALID KEY MOVE "S" TO FIN-SOLICITUDES
		END-START
		PERFORM UNTIL FIN-SOLICITUDES = "S"
			READ ARCHIVO-SOLICITUDES NEXT RECORD
			AT END
			MOVE "S" TO FIN-SOLICITUDES
			NOT AT END
			IF SOL-ID NOT = EMPLEADO-ID
			MOVE "S" TO FIN-SOLICITUDES
			ELSE
			IF (PEDIDO-APROBADO OR PEDIDO-TOMADO)
			AND SOL-HASTA NOT < FECHA-DESDE
			AND SOL-DESDE NOT > FECHA-HASTA
			AND CANTIDAD-VACACIONES < 50
			ADD 1 TO CANTIDAD-VACACIONES
			MOVE SOL-DESDE TO TV-DESDE (CANTIDAD-VACACIONES)
			MOVE SOL-HASTA TO TV-HASTA (CANTIDAD-VACACIONES)
			END-IF
			END-IF
			END-READ
		END-PERFORM.

	CONTROLAR-DIA.
		MOVE ZERO TO CANTIDAD-FICHADAS-DIA
		MOVE 9999 TO PRIMERA-ENTRADA
		MOVE ZERO TO ULTIMA-SALIDA
		PERFORM UNTIL FIN-FICHADAS = "S"
		OR ORF-ID NOT = EMPLEADO-ID
		OR ORF-FECHA NOT = FECHA-CURSOR
			ADD 1 TO CANTIDAD-FICHADAS-DIA
			IF ORF-TIPO = "E" AND ORF-HORA < PRIMERA-ENTRADA
			MOVE ORF-HORA TO PRIMERA-ENTRADA
			END-IF
			IF ORF-TIPO = "S" AND ORF-HORA > ULTIMA-SALIDA
			MOVE ORF-HORA TO ULTIMA-SALIDA
			END-IF
			PERFORM LEER-FICHADA
		END-PERFORM
		PERFORM DETERMINAR-TURNO
		IF DIA-CON-TURNO = "S"
		IF CANTIDAD-FICHADAS-DIA = ZERO
		PERFORM REGISTRAR-AUSENTE
		ELSE
		PERFORM CONTROLAR-HORARIO
		END-IF
		ELSE
		IF CANTIDAD-FICHADAS-DIA > ZERO
		PERFORM PREPARAR-INCIDENCIA
		MOVE "SIN TURNO" TO INC-TIPO
		IF PRIMERA-ENTRADA NOT = 9999
		MOVE PRIMERA-ENTRADA TO INC-REAL
		END-IF
		WRITE INCIDENCIA-REGISTRO
		END-IF
		END-IF.

	DETERMINAR-TURNO.
		*> Vacaciones primero; después la asignación del día;
		*> sin ella, el calendario y por último el patrón.
		MOVE "N" TO DIA-CON-TURNO
		MOVE SPACES TO TURNO-DIA
		PERFORM VERIFICAR-VACACIONES
		IF EN-VACACIONES = "N"
		MOVE EMPLEADO-ID TO ROL-ID
		MOVE FECHA-CURSOR TO ROL-FECHA
		READ ARCHIVO-ROL
		INVALID KEY
		MOVE FECHA-CURSOR TO CAL-FECHA
		READ ARCHIVO-CALENDARIO
		INVALID KEY
		MOVE EMPLEADO-ID TO ROL-ID
		MOVE DIA-SEMANA TO ROL-FECHA
		READ ARCHIVO-ROL
		INVALID KEY CONTINUE
		NOT INVALID KEY
		MOVE ROL-TURNO TO TURNO-DIA
		END-READ
		END-READ
		NOT INVALID KEY
		MOVE ROL-TURNO TO TURNO-DIA
		END-READ
		END-IF
		IF TURNO-DIA NOT = SPACES
		MOVE TURNO-DIA TO TUR-CODIGO
		READ ARCHIVO-TURNOS
		INVALID KEY
		DISPLAY "Turno " TURNO-DIA " inexistente en el rol de "
			EMPLEADO-ID "."
		NOT INVALID KEY
		MOVE "S" TO DIA-CON-TURNO
		END-READ
		END-IF.

	VERIFICAR-VACACIONES.
		MOVE "N" TO EN-VACACIONES
		PERFORM VARYING INDICE-VACACION FROM 1 BY 1
		UNTIL INDICE-VACACION > CANTIDAD-VACACIONES
			IF FECHA-CURSOR NOT < TV-DESDE (INDICE-VACACION)
			AND FECHA-CURSOR NOT >
				TV-HASTA (INDICE-VACACION)
			MOVE "S" TO EN-VACACIONES
			END-IF
		END-PERFORM.

	REGISTRAR-AUSENTE.
		PERFORM PREPARAR-INCIDENCIA
		MOVE "AUSENTE" TO INC-TIPO
		MOVE TUR-ENTRADA TO INC-PREVISTA
		MOVE EMPLEADO-ID TO AUS-ID
		MOVE FECHA-CURSOR TO AUS-FECHA
		READ ARCHIVO-AUSENCIAS
		INVALID KEY
		MOVE "CANDIDATA" TO INC-SITUACION
		IF CANTIDAD-CANDIDATAS < 500
		ADD 1 TO CANTIDAD-CANDIDATAS
		MOVE EMPLEADO-ID TO CAN-ID (CANTIDAD-CANDIDATAS)
		MOVE FECHA-CURSOR TO CAN-FECHA (CANTIDAD-CANDIDATAS)
		ELSE
		ADD 1 TO CANDIDATAS-SIN-LUGAR
		END-IF
		NOT INVALID KEY
		EVALUATE TRUE
			WHEN AUSENCIA-INJUSTIFICADA
				MOVE "INJUSTIF." TO INC-SITUACION
			WHEN AUSENCIA-ENFERMEDAD
				MOVE "ENFERMED." TO INC-SITUACION
			WHEN OTHER
				MOVE "JUSTIF." TO INC-SITUACION
		END-EVALUATE
		END-READ
		WRITE INCIDENCIA-REGISTRO.

	CONTROLAR-HORARIO.
		*> Se comparan minutos del día, no HHMM, para que la
		*> tolerancia cruce bien la hora en punto.
		IF PRIMERA-ENTRADA NOT = 9999
		MOVE TUR-ENTRADA TO HORA-CAPTURA
		PERFORM CONVERTIR-A-MINUTOS
		MOVE MINUTOS-HORA TO MINUTOS-PREVISTOS
		MOVE PRIMERA-ENTRADA TO HORA-CAPTURA
		PERFORM CONVERTIR-A-MINUTOS
		MOVE MINUTOS-HORA TO MINUTOS-REALES
		IF MINUTOS-REALES > MINUTOS-PREVISTOS + TUR-TOLERANCIA
		PERFORM PREPARAR-INCIDENCIA
		MOVE "TARDE" TO INC-TIPO
		MOVE TUR-ENTRADA TO INC-PREVISTA
		MOVE PRIMERA-ENTRADA TO INC-REAL
		SUBTRACT MINUTOS-PREVISTOS FROM MINUTOS-REALES
			GIVING INC-MINUTOS
		WRITE INCIDENCIA-REGISTRO
		END-IF
		END-IF
		IF ULTIMA-SALIDA > ZERO
		MOVE TUR-SALIDA TO HORA-CAPTURA
		PERFORM CONVERTIR-A-MINUTOS
		MOVE MINUTOS-HORA TO MINUTOS-PREVISTOS
		MOVE ULTIMA-SALIDA TO HORA-CAPTURA
		PERFORM CONVERTIR-A-MINUTOS
		MOVE MINUTOS-HORA TO MINUTOS-REALES
		IF MINUTOS-REALES + TUR-TOLERANCIA < MINUTOS-PREVISTOS
		PERFORM PREPARAR-INCIDENCIA
		MOVE "SALIDA ANTIC" TO INC-TIPO
		MOVE TUR-SALIDA TO INC-PREVISTA
		MOVE ULTIMA-SALIDA TO INC-REAL
		SUBTRACT MINUTOS-REALES FROM MINUTOS-PREVISTOS
			GIVING INC-MINUTOS
		WRITE INCIDENCIA-REGISTRO
		END-IF
		END-IF.

	CONVERTIR-A-MINUTOS.
		COMPUTE MINUTOS-HORA = HORA-HH * 60 + HORA-MM.

	PREPARAR-INCIDENCIA.
		MOVE EMPLEADO-DEPTO TO INC-DEPTO
		MOVE EMPLEADO-APELLIDO TO INC-APELLIDO
		MOVE EMPLEADO-NOMBRE TO INC-NOMBRE
		MOVE EMPLEADO-ID TO INC-ID
		MOVE FECHA-CURSOR TO INC-FECHA
		MOVE SPACES TO INC-TIPO
		MOVE TURNO-DIA TO INC-TURNO
		MOVE ZERO TO INC-PREVISTA
		MOVE ZERO TO INC-REAL
		MOVE ZERO TO INC-MINUTOS
		MOVE SPACES TO INC-SITUACION.

	CARGAR-ORDEN.
		OPEN INPUT ARCHIVO-INCIDENCIAS
		IF WS-STATUS-INC = "00"
		MOVE "N" TO FIN-ARCHIVO
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-INCIDENCIAS
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			MOVE INCIDENCIA-REGISTRO TO ORDEN-REGISTRO
			RELEASE ORDEN-REGISTRO
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-INCIDENCIAS
		END-IF.

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
			": " CONTADOR-DEPTO " INCIDENCIAS"
		MOVE SPACES TO LINEA-IMPRESION
		STRING "  SUBTOTAL DEPARTAMENTO " DELIMITED BY SIZE
			DEPTO-ANTERIOR DELIMITED BY SIZE
			": " DELIMITED BY SIZE
			CONTADOR-DEPTO DELIMITED BY SIZE
			" INCIDENCIAS" DELIMITED BY SIZE
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
		MOVE ORDEN-FECHA TO LD-FECHA
		MOVE ORDEN-TIPO TO LD-TIPO
		MOVE ORDEN-TURNO TO LD-TURNO
		IF ORDEN-PREVISTA = ZERO AND ORDEN-TURNO = SPACES
		MOVE SPACES TO LD-PREVISTA
		ELSE
		MOVE ORDEN-PREVISTA TO LD-PREVISTA
		END-IF
		IF ORDEN-REAL = ZERO
		MOVE SPACES TO LD-REAL
		ELSE
		MOVE ORDEN-REAL TO LD-REAL
		END-IF
		MOVE ORDEN-MINUTOS TO LD-MINUTOS
		MOVE ORDEN-SITUACION TO LD-SITUACION
		DISPLAY LINEA-DETALLE
		MOVE SPACES TO LINEA-IMPRESION
		MOVE LINEA-DETALLE TO LINEA-IMPRESION
		CALL "IMPRESO" USING NOMBRE-REPORTE LINEA-IMPRESION.

	OFRECER-CANDIDATAS.
		*> Una falta no avisada descuenta el día en NOMINA:
		*> la carga la decide un supervisor, no la corrida.
		DISPLAY "Ausencias sin registrar: " CANTIDAD-CANDIDATAS
		IF CANDIDATAS-SIN-LUGAR > ZERO
		DISPLAY "Otras " CANDIDATAS-SIN-LUGAR
			" no entran: acortar el rango."
		END-IF
		IF NIVEL-FIRMADO < 2
		DISPLAY "Cargarlas en AUSENCIA o como supervisor."
		ELSE
		DISPLAY "Cargar como injustificadas: T todas, "
			"U una por una, N ninguna: "
		ACCEPT DECISION-SUPERVISOR
		IF DECISION-SUPERVISOR = "T"
		OR DECISION-SUPERVISOR = "t"
		OR DECISION-SUPERVISOR = "U"
		OR DECISION-SUPERVISOR = "u"
		OPEN I-O ARCHIVO-AUSENCIAS
		IF WS-STATUS-AUS NOT = "00" AND WS-STATUS-AUS NOT = "05"
		DISPLAY "Error al abrir ausencias.dat. Status: "
			WS-STATUS-AUS
		ELSE
		MOVE ZERO TO CONTADOR-CARGADAS
		PERFORM VARYING INDICE-CANDIDATA FROM 1 BY 1
		UNTIL INDICE-CANDIDATA > CANTIDAD-CANDIDATAS
			MOVE "S" TO DECISION-CANDIDATA
			IF DECISION-SUPERVISOR = "U"
			OR DECISION-SUPERVISOR = "u"
			DISPLAY "ID " CAN-ID (INDICE-CANDIDATA) " del "
				CAN-FECHA (INDICE-CANDIDATA)
				" injustificada (S/N): "
			ACCEPT DECISION-CANDIDATA
			END-IF
			IF DECISION-CANDIDATA = "S"
			OR DECISION-CANDIDATA = "s"
			PERFORM CARGAR-INJUSTIFICADA
			END-IF
		END-PERFORM
		CLOSE ARCHIVO-AUSENCIAS
		DISPLAY "Injustificadas cargadas: " CONTADOR-CARGADAS
		IF CONTADOR-CARGADAS > ZERO
		MOVE SPACES TO WS-MENSAJE-LOG
		STRING "Faltas cargadas por turnos: "
			DELIMITED BY SIZE
			CONTADOR-CARGADAS DELIMITED BY SIZE
			INTO WS-MENSAJE-LOG
		END-STRING
		MOVE "I" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		END-IF
		END-IF
		END-IF
		END-IF.

	CARGAR-INJUSTIFICADA.
		MOVE CAN-ID (INDICE-CANDIDATA) TO AUS-ID
		MOVE CAN-FECHA (INDICE-CANDIDATA) TO AUS-FECHA
		MOVE "I" TO AUS-TIPO
		MOVE "FALTA SIN AVISO (ROL TURNOS)" TO AUS-MOTIVO
		WRITE AUSENCIAS-REGISTRO
		INVALID KEY
		DISPLAY "Ya cargada: ID " AUS-ID " del " AUS-FECHA "."
		NOT INVALID KEY
		ADD 1 TO CONTADOR-CARGADAS
		MOVE SPACES TO IMAGEN-SAT-ANTES
		MOVE AUSENCIAS-REGISTRO TO IMAGEN-SAT-DESPUES
		MOVE "A" TO OPERACION-AUDSAT
		CALL "AUDSAT" USING WS-PROGRAMA-LOG NOMBRE-AUDSAT
			OPERACION-AUDSAT IMAGEN-SAT-ANTES
			IMAGEN-SAT-DESPUES WS-OPERADOR-LOG
		END-WRITE.
	END PROGRAM TURCTL.
