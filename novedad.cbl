	*> en empleados.dat; la clave compuesta período + ID hace
	*> que un segundo intento de cargar horas al mismo empleado
	*> en el mismo período salga rechazado por clave duplicada.
	*> Grupos de pago: al arrancar se elige el grupo (en
	*> blanco el mensual) y se cargan horas solo a empleados
	*> de ese grupo. En los grupos quincenales y semanales la
	*> línea del mes se arma de a un subperíodo: las horas van
	*> al balde del subperíodo abierto y los totales del mes
	*> se recalculan como la suma de los baldes; lo duplicado
	*> es cargar dos veces el mismo subperíodo.
	*> Cronograma: si el corte de horas del período (CRONHIT,
	*> cronograma.dat) ya pasó, se avisa al arrancar y cada
	*> carga queda además en LOGERR como fuera de plazo; la
	*> carga no se impide, porque las horas se deben igual.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. NOVEDAD.

			WITH DUPLICATES
		FILE STATUS IS WS-STATUS-EMP.

		SELECT OPTIONAL ARCHIVO-GRUPOS-EMP
		ASSIGN TO "grupos_empleado.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS GEM-ID
		FILE STATUS IS WS-STATUS-GEM.

		SELECT OPTIONAL ARCHIVO-DISTRIBUCION
		ASSIGN TO DYNAMIC NOMBRE-DISTRIBUCION
	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	FD ARCHIVO-GRUPOS-EMP.
		COPY "grupoemp.cpy".

	FD ARCHIVO-DISTRIBUCION.
		COPY "distrib.cpy".
	WORKING-STORAGE SECTION.
		01 WS-STATUS-NOV PIC XX VALUE "00".
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 WS-STATUS-GEM PIC XX VALUE "00".
	*> Modo práctica, como en BASE1: archivos redirigidos a
	*> las copias de PRACARGA y sin ruido en los diarios.
		01 MODO-PRACTICA PIC X VALUE "N".
		01 PERIODO-CAPTURA PIC 9(6) VALUE ZERO.
		01 PERIODO-LEIDO PIC X VALUE "N".
		01 ESTADO-PERIODO PIC X VALUE SPACE.
		01 GRUPO-CAPTURA PIC X(2) VALUE SPACES.
		01 SUBPERIODO-CAPTURA PIC 9 VALUE ZERO.
		01 GRUPO-EMPLEADO PIC X(2) VALUE SPACES.
		01 INDICE-SUB PIC 9 VALUE ZERO.
		01 NOVEDAD-EXISTENTE PIC X VALUE "N".
		COPY "pergrupo.cpy".
		COPY "hitocro.cpy".
		01 CARGA-TARDIA PIC X VALUE "N".
		01 CAMPO-ENTRADA PIC X(6) VALUE SPACES.
		01 CAMPO-VALIDO PIC X VALUE "N".
		01 ID-CAPTURA PIC 9(5) VALUE ZERO.

	LEER-PERIODO.
		MOVE "N" TO PERIODO-LEIDO
		DISPLAY "Grupo de pago (blanco = mensual): "
		MOVE SPACES TO PGR-GRUPO
		ACCEPT PGR-GRUPO
		MOVE "L" TO PGR-OPERACION
		MOVE NOMBRE-PERIODO TO PGR-ARCHIVO
		CALL "PERGRUPO" USING PERIODO-GRUPO
		IF PGR-HALLADO = "S"
		MOVE PGR-PERIODO TO PERIODO-CAPTURA
		MOVE PGR-ESTADO TO ESTADO-PERIODO
		MOVE PGR-GRUPO TO GRUPO-CAPTURA
		MOVE PGR-SUBPERIODO TO SUBPERIODO-CAPTURA
		MOVE "S" TO PERIODO-LEIDO
		END-IF
		IF PERIODO-LEIDO = "N"
		DISPLAY "No hay período abierto: abra uno con PERCTL."
			" ya fue pagado: abra el siguiente con PERCTL."
		GOBACK
		END-IF
		DISPLAY "Captura de horas del período " PERIODO-CAPTURA
		DISPLAY "Grupo " GRUPO-CAPTURA " " PGR-DESCRIPCION
		IF NOT PGR-MENSUAL
		DISPLAY "Subperíodo " SUBPERIODO-CAPTURA ": del "
			PGR-FECHA-DESDE " al " PGR-FECHA-HASTA
		END-IF
		MOVE PERIODO-CAPTURA TO HCR-PERIODO
		CALL "CRONHIT" USING HITOS-CRONOGRAMA
		IF HCR-HALLADO = "S"
		IF HITO-CERRADO (1)
		MOVE "S" TO CARGA-TARDIA
		DISPLAY "Aviso: el corte de horas fue el "
			HCR-FECHA (1) ": la carga entra fuera de plazo."
		ELSE
		DISPLAY "Corte de horas: " HCR-FECHA (1)
			" (faltan " HCR-DIAS (1) " días)."
		END-IF
		END-IF.

	APERTURA-ARCHIVOS.
		OPEN I-O ARCHIVO-DISTRIBUCION
		DISPLAY "Error al abrir empleados.dat. Status: "
			WS-STATUS-EMP
		GOBACK
		END-IF
		OPEN INPUT ARCHIVO-GRUPOS-EMP.

	CERRAR-ARCHIVOS.
		CLOSE ARCHIVO-NOVEDADES.
		CLOSE ARCHIVO-EMPLEADOS.
		CLOSE ARCHIVO-DISTRIBUCION.
		CLOSE ARCHIVO-DEPARTAMENTOS.
		CLOSE ARCHIVO-GRUPOS-EMP.

	CAPTURAR-NOVEDAD.
		IF MODO-PRACTICA = "S"
		NOT INVALID KEY
		DISPLAY "Empleado: " EMPLEADO-NOMBRE
			" " EMPLEADO-APELLIDO
		PERFORM GRUPO-DEL-EMPLEADO
		IF GRUPO-EMPLEADO NOT = GRUPO-CAPTURA
		DISPLAY "El empleado cobra con el grupo "
			GRUPO-EMPLEADO ": cargue sus horas ahí."
		ELSE
		PERFORM SOLICITAR-HORAS
		PERFORM SOLICITAR-HORAS-NOC
		PERFORM SOLICITAR-HORAS-FER
		IF PGR-MENSUAL
		PERFORM GRABAR-NOVEDAD
		ELSE
		PERFORM GRABAR-NOVEDAD-SUBPERIODO
		END-IF
		END-IF
		END-READ.

	GRUPO-DEL-EMPLEADO.
		*> Sin renglón en grupos_empleado.dat, el mensual.
		MOVE ID-CAPTURA TO GEM-ID
		READ ARCHIVO-GRUPOS-EMP
		INVALID KEY
		MOVE PGR-GRUPO-MENSUAL TO GRUPO-EMPLEADO
		NOT INVALID KEY
		MOVE GEM-GRUPO TO GRUPO-EMPLEADO
		END-READ.

	SOLICITAR-ID.
		MOVE HORAS-CAPTURA TO NOV-HORAS
		MOVE HORAS-NOC-CAPTURA TO NOV-HORAS-NOC
		MOVE HORAS-FER-CAPTURA TO NOV-HORAS-FER
		MOVE ZERO TO NOV-SUBPERIODOS
		WRITE NOVEDADES-REGISTRO
		INVALID KEY
		DISPLAY "Ya hay horas cargadas para " ID-CAPTURA
			IMAGEN-SAT-DESPUES WS-OPERADOR-LOG
		END-IF
		DISPLAY "Horas cargadas."
		PERFORM AVISAR-CARGA-TARDIA
		PERFORM OFRECER-REPARTO
		END-WRITE.

	GRABAR-NOVEDAD-SUBPERIODO.
		*> La primera carga del mes da de alta la línea; las
		*> siguientes la regraban con el balde del subperíodo
		*> nuevo. Un balde ya cargado es la novedad duplicada.
		MOVE "S" TO NOVEDAD-EXISTENTE
		MOVE PERIODO-CAPTURA TO NOV-PERIODO
		MOVE ID-CAPTURA TO NOV-ID
		READ ARCHIVO-NOVEDADES
		INVALID KEY
		MOVE "N" TO NOVEDAD-EXISTENTE
		MOVE SPACES TO IMAGEN-SAT-ANTES
		MOVE PERIODO-CAPTURA TO NOV-PERIODO
		MOVE ID-CAPTURA TO NOV-ID
		MOVE ZERO TO NOV-SUBPERIODOS
		NOT INVALID KEY
		MOVE NOVEDADES-REGISTRO TO IMAGEN-SAT-ANTES
		IF NOV-SUBPERIODOS IS NOT NUMERIC
		MOVE ZERO TO NOV-SUBPERIODOS
		END-IF
		END-READ
		IF NOV-SUB-HORAS (SUBPERIODO-CAPTURA) > ZERO
		OR NOV-SUB-HORAS-NOC (SUBPERIODO-CAPTURA) > ZERO
		OR NOV-SUB-HORAS-FER (SUBPERIODO-CAPTURA) > ZERO
		DISPLAY "Ya hay horas cargadas para " ID-CAPTURA
			" en el subperíodo " SUBPERIODO-CAPTURA "."
		MOVE "Novedad duplicada en el subperíodo."
			TO WS-MENSAJE-LOG
		MOVE "A" TO WS-SEVERIDAD-LOG
		IF MODO-PRACTICA NOT = "S"
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		END-IF
		ELSE
		MOVE HORAS-CAPTURA TO NOV-SUB-HORAS (SUBPERIODO-CAPTURA)
		MOVE HORAS-NOC-CAPTURA
			TO NOV-SUB-HORAS-NOC (SUBPERIODO-CAPTURA)
		MOVE HORAS-FER-CAPTURA
			TO NOV-SUB-HORAS-FER (SUBPERIODO-CAPTURA)
		PERFORM SUMAR-BALDES-MES
		IF NOVEDAD-EXISTENTE = "S"
		REWRITE NOVEDADES-REGISTRO
		MOVE "M" TO OPERACION-AUDSAT
		ELSE
		WRITE NOVEDADES-REGISTRO
		MOVE "A" TO OPERACION-AUDSAT
		END-IF
		IF WS-STATUS-NOV NOT = "00"
		DISPLAY "Error al grabar novedad. Status: "
			WS-STATUS-NOV
		ELSE
		ADD 1 TO CONTADOR-CARGADAS
		IF MODO-PRACTICA NOT = "S"
		MOVE NOVEDADES-REGISTRO TO IMAGEN-SAT-DESPUES
		CALL "AUDSAT" USING WS-PROGRAMA-LOG NOMBRE-AUDSAT
			OPERACION-AUDSAT IMAGEN-SAT-ANTES
			IMAGEN-SAT-DESPUES WS-OPERADOR-LOG
		END-IF
		DISPLAY "Horas del subperíodo cargadas."
		PERFORM AVISAR-CARGA-TARDIA
		PERFORM OFRECER-REPARTO
		END-IF
		END-IF.

	AVISAR-CARGA-TARDIA.
		IF CARGA-TARDIA = "S"
		DISPLAY "Aviso: cargada después del corte de horas."
		MOVE SPACES TO WS-MENSAJE-LOG
		STRING "Horas fuera de plazo ID " DELIMITED BY SIZE
			ID-CAPTURA DELIMITED BY SIZE
			INTO WS-MENSAJE-LOG
		END-STRING
		MOVE "A" TO WS-SEVERIDAD-LOG
		IF MODO-PRACTICA NOT = "S"
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		END-IF
		END-IF.

	SUMAR-BALDES-MES.
		MOVE ZERO TO NOV-HORAS
		MOVE ZERO TO NOV-HORAS-NOC
		MOVE ZERO TO NOV-HORAS-FER
		PERFORM VARYING INDICE-SUB FROM 1 BY 1
		UNTIL INDICE-SUB > 4
			ADD NOV-SUB-HORAS (INDICE-SUB) TO NOV-HORAS
			ADD NOV-SUB-HORAS-NOC (INDICE-SUB)
				TO NOV-HORAS-NOC
			ADD NOV-SUB-HORAS-FER (INDICE-SUB)
				TO NOV-HORAS-FER
		END-PERFORM.

	OFRECER-REPARTO.
		*> Reparto opcional de las horas entre departamentos
		*> para imputar el costo: bloques de depto + horas
		MOVE HORAS-REPARTO TO DIS-HORAS
		WRITE DISTRIBUCION-REGISTRO
		INVALID KEY
		*> En los grupos por subperíodo el bloque del mes
		*> suma las horas de cada quincena o semana.
		IF NOT PGR-MENSUAL
		READ ARCHIVO-DISTRIBUCION
		INVALID KEY
		CONTINUE
		END-READ
		ADD HORAS-REPARTO TO DIS-HORAS
		END-IF
		REWRITE DISTRIBUCION-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo grabar el bloque."
