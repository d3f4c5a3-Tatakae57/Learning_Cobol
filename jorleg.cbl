	*> Cumplimiento de la jornada legal:
	*> Corrida de control sobre las fichadas ya procesadas
	*> (fichadas_proc.dat) y las novedades del año. Por cada
	*> empleado activo aparea entradas y salidas de cada día
	*> como FICHPROC y controla los topes legales:
	*>   SEMANA >48H: semana (de lunes a domingo) con más
	*>     horas fichadas que el tope semanal;
	*>   DESCANSO: menos de 12 horas entre la última salida
	*>     de un día y la primera entrada del día siguiente;
	*>   EXTRA MES: horas extra del mes por encima del tope
	*>     mensual;
	*>   EXTRA ANIO: horas extra del año por encima del tope
	*>     anual.
	*> Es hora extra lo que pasa de la jornada diaria de 8
	*> horas. Un mes sin fichadas (personal que no ficha, o
	*> fichadas ya depuradas) toma las horas de novedades.dat:
	*> comunes, nocturnas y de feriado por encima de la
	*> jornada mensual completa. Las semanas y los descansos
	*> se informan en el rango pedido; las extras del mes y
	*> del año se acumulan desde el 1 de enero del año del
	*> "hasta". Las infracciones salen cortadas por
	*> departamento con los días involucrados, y al final el
	*> listado de extras del año de quienes llegaron al
	*> porcentaje de aviso del tope anual.
	*> El día de la semana sale de la congruencia de Zeller
	*> de TURCTL.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. JORLEG.

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

		SELECT OPTIONAL ARCHIVO-NOVEDADES
		ASSIGN TO "novedades.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS NOV-CLAVE
		FILE STATUS IS WS-STATUS-NOV.

		SELECT ARCHIVO-INFRACCIONES
		ASSIGN TO "jorleg.tmp"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-INF.

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

	FD ARCHIVO-NOVEDADES.
		COPY "novedad.cpy".

	FD ARCHIVO-INFRACCIONES.
		01 INFRACCION-REGISTRO.
			02 INF-DEPTO PIC 9(3).
			02 INF-APELLIDO PIC X(20).
			02 INF-NOMBRE PIC X(20).
			02 INF-ID PIC 9(5).
			02 INF-FECHA-DESDE PIC 9(8).
			02 INF-FECHA-HASTA PIC 9(8).
			02 INF-TIPO PIC X(12).
			02 INF-HORAS PIC 9(4)V99.
			02 INF-LIMITE PIC 9(4)V99.

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
			02 ORDEN-FECHA-DESDE PIC 9(8).
			02 ORDEN-FECHA-HASTA PIC 9(8).
			02 ORDEN-TIPO PIC X(12).
			02 ORDEN-HORAS PIC 9(4)V99.
			02 ORDEN-LIMITE PIC 9(4)V99.

	WORKING-STORAGE SECTION.
		01 WS-STATUS-ARC PIC XX VALUE "00".
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 WS-STATUS-NOV PIC XX VALUE "00".
		01 WS-STATUS-INF PIC XX VALUE "00".
		01 FIN-ARCHIVO PIC X VALUE "N".
		01 FIN-FICHADAS PIC X VALUE "N".
		01 FIN-EMPLEADOS PIC X VALUE "N".
		01 CAMPO-ENTRADA PIC X(8) VALUE SPACES.
		01 CAMPO-VALIDO PIC X VALUE "N".
		01 FECHA-VALIDAR PIC 9(8) VALUE ZERO.
		01 RESULTADO-VALIDACION PIC X VALUE "N".
		01 FECHA-DESDE PIC 9(8) VALUE ZERO.
		01 FECHA-HASTA PIC 9(8) VALUE ZERO.
		01 FECHA-INICIO-ANIO PIC 9(8) VALUE ZERO.
		01 FECHA-INICIO-LECTURA PIC 9(8) VALUE ZERO.
		01 ANIO-CONTROL PIC 9(4) VALUE ZERO.
		01 MES-HASTA PIC 99 VALUE ZERO.
		01 MES-DESDE PIC 99 VALUE ZERO.
		01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
		*> Topes legales en minutos: 48 horas semanales, 8
		*> diarias, 12 de descanso entre jornadas, 30 extras
		*> por mes y 200 por año. La jornada mensual completa
		*> separa las extras de las novedades de un mes sin
		*> fichadas.
		01 TOPE-SEMANAL PIC 9(5) VALUE 2880.
		01 JORNADA-DIARIA PIC 9(5) VALUE 480.
		01 DESCANSO-MINIMO PIC 9(5) VALUE 720.
		01 TOPE-EXTRA-MES PIC 9(5) VALUE 1800.
		01 TOPE-EXTRA-ANIO PIC 9(5) VALUE 12000.
		01 JORNADA-MENSUAL PIC 9(3)V99 VALUE 200.
		01 PORCENTAJE-AVISO PIC 9(3) VALUE 80.
		01 UMBRAL-AVISO PIC 9(5) VALUE ZERO.
		01 CONTADOR-REGISTROS PIC 9(7) VALUE ZERO.
		01 CONTADOR-DEPTO PIC 9(5) VALUE ZERO.
		01 CONTADOR-EMPLEADOS PIC 9(5) VALUE ZERO.
		01 LINEAS-EN-PAGINA PIC 99 VALUE ZERO.
		01 NUMERO-PAGINA PIC 99 VALUE ZERO.
		01 LINEAS-POR-PAGINA PIC 99 VALUE 20.
		01 DEPTO-ANTERIOR PIC 9(3) VALUE ZERO.
		01 PRIMER-DETALLE PIC X VALUE "S".
		*> Día en curso del empleado: minutos apareados de
		*> entrada a salida, primera entrada y última salida.
		01 DIA-EN-CURSO PIC 9(8) VALUE ZERO.
		01 MINUTOS-DIA PIC 9(5) VALUE ZERO.
		01 ENTRADA-PENDIENTE PIC 9(4) VALUE ZERO.
		01 HAY-ENTRADA PIC X VALUE "N".
		01 PRIMERA-ENTRADA PIC 9(4) VALUE ZERO.
		01 ULTIMA-SALIDA PIC 9(4) VALUE ZERO.
		01 HAY-SALIDA PIC X VALUE "N".
		01 HORA-CAPTURA PIC 9(4) VALUE ZERO.
		01 HORA-DESCOMPUESTA REDEFINES HORA-CAPTURA.
			02 HORA-HH PIC 99.
			02 HORA-MM PIC 99.
		01 MINUTOS-HORA PIC 9(4) VALUE ZERO.
		*> Día anterior trabajado, para el descanso.
		01 FECHA-ANTERIOR PIC 9(8) VALUE ZERO.
		01 SALIDA-ANTERIOR PIC 9(4) VALUE ZERO.
		01 FECHA-SIGUIENTE PIC 9(8) VALUE ZERO.
		01 MINUTOS-DESCANSO PIC 9(5) VALUE ZERO.
		*> Semana en curso: lunes de la semana, último día
		*> trabajado y minutos acumulados.
		01 SEMANA-LUNES PIC 9(8) VALUE ZERO.
		01 SEMANA-ULTIMO-DIA PIC 9(8) VALUE ZERO.
		01 MINUTOS-SEMANA PIC 9(5) VALUE ZERO.
		01 LUNES-DEL-DIA PIC 9(8) VALUE ZERO.
		*> Extras del año del empleado, mes por mes.
		01 TABLA-EXTRAS.
			02 EXTRA-MES-ENTRADA OCCURS 12 TIMES.
				03 EXT-MINUTOS PIC 9(5).
				03 EXT-CON-FICHADAS PIC X.
		01 INDICE-MES PIC 99 VALUE ZERO.
		01 EXTRA-ANIO PIC 9(6) VALUE ZERO.
		01 HORAS-NOVEDAD PIC 9(4)V99 VALUE ZERO.
		*> Extras del año de quienes llegaron al aviso.
		01 TABLA-AVISOS.
			02 AVISO-ENTRADA OCCURS 999 TIMES.
				03 AVI-DEPTO PIC 9(3).
				03 AVI-ID PIC 9(5).
				03 AVI-APELLIDO PIC X(20).
				03 AVI-MINUTOS PIC 9(6).
		01 CANTIDAD-AVISOS PIC 9(3) VALUE ZERO.
		01 AVISOS-SIN-LUGAR PIC 9(5) VALUE ZERO.
		01 INDICE-AVISO PIC 9(3) VALUE ZERO.
		01 HORAS-EDITADAS PIC ZZZ9.99.
		01 PORCENTAJE-TOPE PIC 9(4) VALUE ZERO.
		*> Cursor de fechas, con la tabla de meses y la regla
		*> de bisiestos de HABVENC.
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
		01 TITULO-REPORTE PIC X(40)
			VALUE "CUMPLIMIENTO DE JORNADA LEGAL".
		01 NOMBRE-REPORTE PIC X(8) VALUE "JORLEG".
		01 LINEA-IMPRESION PIC X(168) VALUE SPACES.
		01 LINEA-ENCABEZADO.
			02 FILLER PIC X(5) VALUE "ID".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(20) VALUE "APELLIDO".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(20) VALUE "NOMBRE".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(8) VALUE "DESDE".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(8) VALUE "HASTA".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(12) VALUE "INFRACCION".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(7) VALUE "  HORAS".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(7) VALUE " LIMITE".
		01 LINEA-DETALLE.
			02 LD-ID PIC 9(5).
			02 FILLER PIC X VALUE SPACE.
			02 LD-APELLIDO PIC X(20).
			02 FILLER PIC X VALUE SPACE.
			02 LD-NOMBRE PIC X(20).
			02 FILLER PIC X VALUE SPACE.
			02 LD-FECHA-DESDE PIC 9(8).
			02 FILLER PIC X VALUE SPACE.
			02 LD-FECHA-HASTA PIC 9(8).
			02 FILLER PIC X VALUE SPACE.
			02 LD-TIPO PIC X(12).
			02 FILLER PIC X VALUE SPACE.
			02 LD-HORAS PIC ZZZ9.99.
			02 FILLER PIC X VALUE SPACE.
			02 LD-LIMITE PIC ZZZ9.99.
		01 LINEA-AVISO.
			02 LA-DEPTO PIC 9(3).
			02 FILLER PIC X VALUE SPACE.
			02 LA-ID PIC 9(5).
			02 FILLER PIC X VALUE SPACE.
			02 LA-APELLIDO PIC X(20).
			02 FILLER PIC X VALUE SPACE.
			02 LA-HORAS PIC ZZZ9.99.
			02 FILLER PIC X VALUE SPACE.
			02 LA-PORCENTAJE PIC ZZZ9.
			02 FILLER PIC X(2) VALUE "% ".
			02 LA-ESTADO PIC X(14).
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "JORLEG".
		01 WS-OPERADOR-LOG PIC X(8) VALUE "SISTEMA".
		01 NIVEL-FIRMADO PIC 9 VALUE ZERO.
		01 RESULTADO-SIGNON PIC X VALUE "N".

	PROCEDURE DIVISION.
	MAIN.
		*> Horas y descansos de todo el personal: solo con
		*> operador identificado.
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
		*> Las extras se cuentan desde el 1 de enero del año
		*> del "hasta"; las fichadas se leen desde lo que sea
		*> anterior, el 1 de enero o el "desde".
		MOVE FECHA-HASTA TO FECHA-CURSOR.
		MOVE FEC-ANIO TO ANIO-CONTROL.
		MOVE FEC-MES TO MES-HASTA.
		MOVE 1 TO FEC-MES.
		MOVE 1 TO FEC-DIA.
		MOVE FECHA-CURSOR TO FECHA-INICIO-ANIO.
		MOVE FECHA-DESDE TO FECHA-INICIO-LECTURA.
		IF FECHA-INICIO-ANIO < FECHA-INICIO-LECTURA
		MOVE FECHA-INICIO-ANIO TO FECHA-INICIO-LECTURA
		END-IF.
		MOVE 1 TO MES-DESDE.
		MOVE FECHA-DESDE TO FECHA-CURSOR.
		IF FEC-ANIO = ANIO-CONTROL
		MOVE FEC-MES TO MES-DESDE
		END-IF.
		COMPUTE UMBRAL-AVISO =
			TOPE-EXTRA-ANIO * PORCENTAJE-AVISO / 100.
		PERFORM APERTURA-ARCHIVOS.
		DISPLAY "Jornada legal del " FECHA-DESDE " al "
			FECHA-HASTA.
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
			ON ASCENDING KEY ORDEN-FECHA-DESDE
			INPUT PROCEDURE IS CARGAR-ORDEN
			OUTPUT PROCEDURE IS LISTAR-ORDEN.
		IF CONTADOR-REGISTROS = ZERO
		DISPLAY "  (sin infracciones en el rango)"
		END-IF.
		PERFORM LISTAR-AVISOS.
		CALL "RPTPIE" USING TITULO-REPORTE
			CONTADOR-REGISTROS NOMBRE-REPORTE.
		DISPLAY "Empleados controlados: " CONTADOR-EMPLEADOS.
		CLOSE ARCHIVO-EMPLEADOS.
		CLOSE ARCHIVO-NOVEDADES.
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
		OPEN INPUT ARCHIVO-NOVEDADES
		IF WS-STATUS-NOV NOT = "00" AND WS-STATUS-NOV NOT = "05"
		DISPLAY "Error al abrir novedades.dat. Status: "
			WS-STATUS-NOV
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
		END-IF.

	RESTAR-UN-DIA.
		IF FEC-DIA > 1
		SUBTRACT 1 FROM FEC-DIA
		ELSE
		IF FEC-MES > 1
		SUBTRACT 1 FROM FEC-MES
		ELSE
		MOVE 12 TO FEC-MES
		SUBTRACT 1 FROM FEC-ANIO
		END-IF
		MOVE DIAS-DEL-MES (FEC-MES) TO FEC-DIA
		IF FEC-MES = 2
		PERFORM CALCULAR-BISIESTO
		IF ES-BISIESTO = "S"
		MOVE 29 TO FEC-DIA
		END-IF
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

	FILTRAR-FICHADAS.
		*> Las fichadas del año y del rango, ordenadas por
		*> empleado, fecha y hora para recorrerlas junto con
		*> empleados.
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
			IF ARC-FECHA NOT < FECHA-INICIO-LECTURA
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
		OPEN OUTPUT ARCHIVO-INFRACCIONES
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
		CLOSE ARCHIVO-INFRACCIONES.

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
		ADD 1 TO CONTADOR-EMPLEADOS
		MOVE ZERO TO FECHA-ANTERIOR
		MOVE ZERO TO SALIDA-ANTERIOR
		MOVE ZERO TO SEMANA-LUNES
		MOVE ZERO TO SEMANA-ULTIMO-DIA
		MOVE ZERO TO MINUTOS-SEMANA
		PERFORM VARYING INDICE-MES FROM 1 BY 1
		UNTIL INDICE-MES > 12
			MOVE ZERO TO EXT-MINUTOS (INDICE-MES)
			MOVE "N" TO EXT-CON-FICHADAS (INDICE-MES)
		END-PERFORM
		PERFORM UNTIL FIN-FICHADAS = "S"
		OR ORF-ID NOT = EMPLEADO-ID
			PERFORM CONTROLAR-DIA
		END-PERFORM
		PERFORM CERRAR-SEMANA
		PERFORM CERRAR-MESES.

	CONTROLAR-DIA.
		*> Entradas y salidas se aparean en orden; una salida
		*> sin entrada o una entrada sin salida no suman.
		MOVE ORF-FECHA TO DIA-EN-CURSO
		MOVE ZERO TO MINUTOS-DIA
		MOVE "N" TO HAY-ENTRADA
		MOVE "N" TO HAY-SALIDA
		MOVE 9999 TO PRIMERA-ENTRADA
		MOVE ZERO TO ULTIMA-SALIDA
		PERFORM UNTIL FIN-FICHADAS = "S"
		OR ORF-ID NOT = EMPLEADO-ID
		OR ORF-FECHA NOT = DIA-EN-CURSO
			MOVE ORF-HORA TO HORA-CAPTURA
			PERFORM CONVERTIR-A-MINUTOS
			IF ORF-TIPO = "E"
			MOVE MINUTOS-HORA TO ENTRADA-PENDIENTE
			MOVE "S" TO HAY-ENTRADA
			IF MINUTOS-HORA < PRIMERA-ENTRADA
			MOVE MINUTOS-HORA TO PRIMERA-ENTRADA
			END-IF
			END-IF
			IF ORF-TIPO = "S"
			MOVE MINUTOS-HORA TO ULTIMA-SALIDA
			MOVE "S" TO HAY-SALIDA
			IF HAY-ENTRADA = "S"
			AND MINUTOS-HORA > ENTRADA-PENDIENTE
			COMPUTE MINUTOS-DIA = MINUTOS-DIA
				+ MINUTOS-HORA - ENTRADA-PENDIENTE
			END-IF
			MOVE "N" TO HAY-ENTRADA
			END-IF
			PERFORM LEER-FICHADA
		END-PERFORM
		PERFORM CONTROLAR-DESCANSO
		PERFORM ACUMULAR-SEMANA
		PERFORM ACUMULAR-EXTRA.

	CONVERTIR-A-MINUTOS.
		COMPUTE MINUTOS-HORA = HORA-HH * 60 + HORA-MM.

	CONTROLAR-DESCANSO.
		*> Solo entre días corridos: de la última salida del
		*> anterior a la primera entrada de éste.
		IF FECHA-ANTERIOR NOT = ZERO
		AND PRIMERA-ENTRADA NOT = 9999
		AND DIA-EN-CURSO NOT < FECHA-DESDE
		MOVE FECHA-ANTERIOR TO FECHA-CURSOR
		PERFORM SUMAR-UN-DIA
		MOVE FECHA-CURSOR TO FECHA-SIGUIENTE
		IF FECHA-SIGUIENTE = DIA-EN-CURSO
		COMPUTE MINUTOS-DESCANSO = 1440 - SALIDA-ANTERIOR
			+ PRIMERA-ENTRADA
		IF MINUTOS-DESCANSO < DESCANSO-MINIMO
		PERFORM PREPARAR-INFRACCION
		MOVE FECHA-ANTERIOR TO INF-FECHA-DESDE
		MOVE DIA-EN-CURSO TO INF-FECHA-HASTA
		MOVE "DESCANSO" TO INF-TIPO
		COMPUTE INF-HORAS = MINUTOS-DESCANSO / 60
		COMPUTE INF-LIMITE = DESCANSO-MINIMO / 60
		WRITE INFRACCION-REGISTRO
		END-IF
		END-IF
		END-IF
		IF HAY-SALIDA = "S"
		MOVE DIA-EN-CURSO TO FECHA-ANTERIOR
		MOVE ULTIMA-SALIDA TO SALIDA-ANTERIOR
		ELSE
		MOVE ZERO TO FECHA-ANTERIOR
		END-IF.

	ACUMULAR-SEMANA.
		*> El lunes de la semana del día identifica la semana.
		MOVE DIA-EN-CURSO TO FECHA-CURSOR
		PERFORM CALCULAR-DIA-SEMANA
		PERFORM UNTIL DIA-SEMANA = 1
			PERFORM RESTAR-UN-DIA
			SUBTRACT 1 FROM DIA-SEMANA
		END-PERFORM
		MOVE FECHA-CURSOR TO LUNES-DEL-DIA
		IF LUNES-DEL-DIA NOT = SEMANA-LUNES
		PERFORM CERRAR-SEMANA
		MOVE LUNES-DEL-DIA TO SEMANA-LUNES
		MOVE ZERO TO MINUTOS-SEMANA
		END-IF
		ADD MINUTOS-DIA TO MINUTOS-SEMANA
		MOVE DIA-EN-CURSO TO SEMANA-ULTIMO-DIA.

	CERRAR-SEMANA.
		IF SEMANA-LUNES NOT = ZERO
		AND SEMANA-ULTIMO-DIA NOT < FECHA-DESDE
		AND MINUTOS-SEMANA > TOPE-SEMANAL
		PERFORM PREPARAR-INFRACCION
		MOVE SEMANA-LUNES TO INF-FECHA-DESDE
		MOVE SEMANA-ULTIMO-DIA TO INF-FECHA-HASTA
		MOVE "SEMANA >48H" TO INF-TIPO
		COMPUTE INF-HORAS = MINUTOS-SEMANA / 60
		COMPUTE INF-LIMITE = TOPE-SEMANAL / 60
		WRITE INFRACCION-REGISTRO
		END-IF
		MOVE ZERO TO SEMANA-LUNES
		MOVE ZERO TO MINUTOS-SEMANA.

	ACUMULAR-EXTRA.
		*> Lo que pasa de la jornada diaria es hora extra del
		*> mes, si el día es del año controlado.
		MOVE DIA-EN-CURSO TO FECHA-CURSOR
		IF FEC-ANIO = ANIO-CONTROL
		MOVE "S" TO EXT-CON-FICHADAS (FEC-MES)
		IF MINUTOS-DIA > JORNADA-DIARIA
		COMPUTE EXT-MINUTOS (FEC-MES) =
			EXT-MINUTOS (FEC-MES)
			+ MINUTOS-DIA - JORNADA-DIARIA
		END-IF
		END-IF.

	CERRAR-MESES.
		*> Los meses sin fichadas toman las novedades; se
		*> controla el tope de cada mes y el acumulado del año.
		MOVE ZERO TO EXTRA-ANIO
		PERFORM VARYING INDICE-MES FROM 1 BY 1
		UNTIL INDICE-MES > MES-HASTA
			IF EXT-CON-FICHADAS (INDICE-MES) = "N"
			PERFORM TOMAR-NOVEDAD
			END-IF
			ADD EXT-MINUTOS (INDICE-MES) TO EXTRA-ANIO
			IF EXT-MINUTOS (INDICE-MES) > TOPE-EXTRA-MES
			AND INDICE-MES NOT < MES-DESDE
			PERFORM PREPARAR-INFRACCION
			MOVE ANIO-CONTROL TO FEC-ANIO
			MOVE INDICE-MES TO FEC-MES
			MOVE 1 TO FEC-DIA
			MOVE FECHA-CURSOR TO INF-FECHA-DESDE
			MOVE DIAS-DEL-MES (INDICE-MES) TO FEC-DIA
			IF INDICE-MES = 2
			PERFORM CALCULAR-BISIESTO
			IF ES-BISIESTO = "S"
			MOVE 29 TO FEC-DIA
			END-IF
			END-IF
			MOVE FECHA-CURSOR TO INF-FECHA-HASTA
			MOVE "EXTRA MES" TO INF-TIPO
			COMPUTE INF-HORAS =
				EXT-MINUTOS (INDICE-MES) / 60
			COMPUTE INF-LIMITE = TOPE-EXTRA-MES / 60
			WRITE INFRACCION-REGISTRO
			END-IF
		END-PERFORM
		IF EXTRA-ANIO > TOPE-EXTRA-ANIO
		PERFORM PREPARAR-INFRACCION
		MOVE FECHA-INICIO-ANIO TO INF-FECHA-DESDE
		MOVE FECHA-HASTA TO INF-FECHA-HASTA
		MOVE "EXTRA ANIO" TO INF-TIPO
		COMPUTE INF-HORAS = EXTRA-ANIO / 60
		COMPUTE INF-LIMITE = TOPE-EXTRA-ANIO / 60
		WRITE INFRACCION-REGISTRO
		END-IF
		IF EXTRA-ANIO NOT < UMBRAL-AVISO
		IF CANTIDAD-AVISOS < 999
		ADD 1 TO CANTIDAD-AVISOS
		MOVE EMPLEADO-DEPTO TO AVI-DEPTO (CANTIDAD-AVISOS)
		MOVE EMPLEADO-ID TO AVI-ID (CANTIDAD-AVISOS)
		MOVE EMPLEADO-APELLIDO TO AVI-APELLIDO (CANTIDAD-AVISOS)
		MOVE EXTRA-ANIO TO AVI-MINUTOS (CANTIDAD-AVISOS)
		ELSE
		ADD 1 TO AVISOS-SIN-LUGAR
		END-IF
		END-IF.

	TOMAR-NOVEDAD.
		*> Horas del mes por encima de la jornada mensual.
		COMPUTE NOV-PERIODO = ANIO-CONTROL * 100 + INDICE-MES
		MOVE EMPLEADO-ID TO NOV-ID
		READ ARCHIVO-NOVEDADES
		INVALID KEY CONTINUE
		NOT INVALID KEY
		COMPUTE HORAS-NOVEDAD = NOV-HORAS + NOV-HORAS-NOC
			+ NOV-HORAS-FER
		IF HORAS-NOVEDAD > JORNADA-MENSUAL
		COMPUTE EXT-MINUTOS (INDICE-MES) =
			(HORAS-NOVEDAD - JORNADA-MENSUAL) * 60
		END-IF
		END-READ.

	PREPARAR-INFRACCION.
		MOVE EMPLEADO-DEPTO TO INF-DEPTO
		MOVE EMPLEADO-APELLIDO TO INF-APELLIDO
		MOVE EMPLEADO-NOMBRE TO INF-NOMBRE
		MOVE EMPLEADO-ID TO INF-ID
		MOVE ZERO TO INF-FECHA-DESDE
		MOVE ZERO TO INF-FECHA-HASTA
		MOVE SPACES TO INF-TIPO
		MOVE ZERO TO INF-HORAS
		MOVE ZERO TO INF-LIMITE.

	CARGAR-ORDEN.
		OPEN INPUT ARCHIVO-INFRACCIONES
		IF WS-STATUS-INF = "00"
		MOVE "N" TO FIN-ARCHIVO
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-INFRACCIONES
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			MOVE INFRACCION-REGISTRO TO ORDEN-REGISTRO
			RELEASE ORDEN-REGISTRO
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-INFRACCIONES
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
			": " CONTADOR-DEPTO " INFRACCIONES"
		MOVE SPACES TO LINEA-IMPRESION
		STRING "  SUBTOTAL DEPARTAMENTO " DELIMITED BY SIZE
			DEPTO-ANTERIOR DELIMITED BY SIZE
			": " DELIMITED BY SIZE
			CONTADOR-DEPTO DELIMITED BY SIZE
			" INFRACCIONES" DELIMITED BY SIZE
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
		MOVE ORDEN-FECHA-DESDE TO LD-FECHA-DESDE
		MOVE ORDEN-FECHA-HASTA TO LD-FECHA-HASTA
		MOVE ORDEN-TIPO TO LD-TIPO
		MOVE ORDEN-HORAS TO LD-HORAS
		MOVE ORDEN-LIMITE TO LD-LIMITE
		DISPLAY LINEA-DETALLE
		MOVE SPACES TO LINEA-IMPRESION
		MOVE LINEA-DETALLE TO LINEA-IMPRESION
		CALL "IMPRESO" USING NOMBRE-REPORTE LINEA-IMPRESION.

	LISTAR-AVISOS.
		*> Extras acumuladas del año de quienes pasaron el
		*> porcentaje de aviso del tope anual.
		COMPUTE HORAS-EDITADAS = TOPE-EXTRA-ANIO / 60
		DISPLAY " "
		DISPLAY "EXTRAS DEL AÑO " ANIO-CONTROL " AL "
			FECHA-HASTA " (TOPE " HORAS-EDITADAS " HS)"
		MOVE SPACES TO LINEA-IMPRESION
		STRING "EXTRAS DEL AÑO " DELIMITED BY SIZE
			ANIO-CONTROL DELIMITED BY SIZE
			" AL " DELIMITED BY SIZE
			FECHA-HASTA DELIMITED BY SIZE
			" (TOPE " DELIMITED BY SIZE
			HORAS-EDITADAS DELIMITED BY SIZE
			" HS)" DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		CALL "IMPRESO" USING NOMBRE-REPORTE LINEA-IMPRESION
		PERFORM VARYING INDICE-AVISO FROM 1 BY 1
		UNTIL INDICE-AVISO > CANTIDAD-AVISOS
			MOVE AVI-DEPTO (INDICE-AVISO) TO LA-DEPTO
			MOVE AVI-ID (INDICE-AVISO) TO LA-ID
			MOVE AVI-APELLIDO (INDICE-AVISO) TO LA-APELLIDO
			COMPUTE LA-HORAS =
				AVI-MINUTOS (INDICE-AVISO) / 60
			COMPUTE PORCENTAJE-TOPE =
				AVI-MINUTOS (INDICE-AVISO) * 100
				/ TOPE-EXTRA-ANIO
			MOVE PORCENTAJE-TOPE TO LA-PORCENTAJE
			IF AVI-MINUTOS (INDICE-AVISO) > TOPE-EXTRA-ANIO
			MOVE "TOPE SUPERADO" TO LA-ESTADO
			ELSE
			MOVE "CERCA DEL TOPE" TO LA-ESTADO
			END-IF
			DISPLAY LINEA-AVISO
			MOVE SPACES TO LINEA-IMPRESION
			MOVE LINEA-AVISO TO LINEA-IMPRESION
			CALL "IMPRESO" USING NOMBRE-REPORTE
				LINEA-IMPRESION
		END-PERFORM
		IF CANTIDAD-AVISOS = ZERO
		DISPLAY "  (nadie llega al " PORCENTAJE-AVISO
			"% del tope anual)"
		END-IF
		IF AVISOS-SIN-LUGAR > ZERO
		DISPLAY "Otros " AVISOS-SIN-LUGAR
			" no entran en el listado."
		END-IF.

	END PROGRAM JORLEG.
