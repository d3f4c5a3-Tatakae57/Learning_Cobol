	*> de algún departamento con empleados activos. También se
	*> puede revocar una aprobación y listar el estado del
	*> período.
	*> Con los grupos de pago el visto bueno se da por grupo
	*> y subperíodo: al arrancar se elige el grupo (en blanco
	*> el mensual) y se aprueba su período y subperíodo
	*> abiertos, leídos vía PERGRUPO.
	*> Cronograma: con el límite de aprobación del período
	*> (CRONHIT, cronograma.dat) ya pasado se avisa al
	*> arrancar, y cada visto bueno dado tarde queda en
	*> LOGERR; la aprobación no se impide.
	*> Línea de mando: el supervisor tiene que estar en la
	*> línea (EMPLEADO-SUPERIOR) de cada activo del
	*> departamento, o firmar como delegado de alguien que lo
	*> esté (APRRUT). Un departamento sin línea cargada sigue
	*> aceptando a cualquier supervisor; la firma por
	*> delegación queda en LOGERR.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. APRUEBA.

		RECORD KEY IS DEP-CODIGO
		FILE STATUS IS WS-STATUS-DEP.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-APROBACIONES.
	FD ARCHIVO-DEPARTAMENTOS.
		COPY "depto.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-APR PIC XX VALUE "00".
		01 WS-STATUS-DEP PIC XX VALUE "00".
		01 CONTINUAR PIC X VALUE "S".
		01 OPCION-MENU PIC 9 VALUE 1.
		01 CAMPO-ENTRADA PIC X(6) VALUE SPACES.
		01 DEPTO-BUSCADO PIC 9(3) VALUE ZERO.
		01 PERIODO-ABIERTO PIC 9(6) VALUE ZERO.
		01 PERIODO-LEIDO PIC X VALUE "N".
		01 GRUPO-ABIERTO PIC X(2) VALUE SPACES.
		01 SUBPERIODO-ABIERTO PIC 9 VALUE ZERO.
		COPY "pergrupo.cpy".
		COPY "hitocro.cpy".
		COPY "rutaapr.cpy".
		01 APROBACION-TARDIA PIC X VALUE "N".
		01 FIN-APROBACIONES PIC X VALUE "N".
		01 CONTADOR-LISTADAS PIC 9(3) VALUE ZERO.
		01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
		GOBACK.

	MOSTRAR-MENU.
		DISPLAY "Período abierto: " PERIODO-ABIERTO
			" grupo " GRUPO-ABIERTO
			" subperíodo " SUBPERIODO-ABIERTO.
		DISPLAY "1. Aprobar novedades de un departamento".
		DISPLAY "2. Revocar aprobación".
		DISPLAY "3. Listar aprobaciones del período".

	LEER-PERIODO.
		MOVE "N" TO PERIODO-LEIDO
		DISPLAY "Grupo de pago (blanco = mensual): "
		MOVE SPACES TO PGR-GRUPO
		ACCEPT PGR-GRUPO
		MOVE "L" TO PGR-OPERACION
		MOVE SPACES TO PGR-ARCHIVO
		CALL "PERGRUPO" USING PERIODO-GRUPO
		IF PGR-HALLADO = "S"
		MOVE PGR-PERIODO TO PERIODO-ABIERTO
		MOVE PGR-GRUPO TO GRUPO-ABIERTO
		MOVE PGR-SUBPERIODO TO SUBPERIODO-ABIERTO
		MOVE "S" TO PERIODO-LEIDO
		END-IF
		IF PERIODO-LEIDO = "N"
		DISPLAY "No hay período abierto: abra uno con PERCTL."
		GOBACK
		END-IF
		MOVE PERIODO-ABIERTO TO HCR-PERIODO
		CALL "CRONHIT" USING HITOS-CRONOGRAMA
		IF HCR-HALLADO = "S"
		IF HITO-CERRADO (2)
		MOVE "S" TO APROBACION-TARDIA
		DISPLAY "Aviso: el límite de aprobación fue el "
			HCR-FECHA (2) ": el visto bueno llega tarde."
		ELSE
		DISPLAY "Límite de aprobación: " HCR-FECHA (2)
			" (faltan " HCR-DIAS (2) " días)."
		END-IF
		END-IF.

	APERTURA-ARCHIVOS.
		INVALID KEY
		DISPLAY "No existe el departamento " DEPTO-BUSCADO "."
		NOT INVALID KEY
		MOVE "D" TO RAP-OPERACION
		MOVE WS-OPERADOR-LOG TO RAP-OPERADOR
		MOVE DEPTO-BUSCADO TO RAP-CLAVE
		MOVE ZERO TO RAP-FECHA
		CALL "APRRUT" USING RUTA-APROBACION
		IF RAP-NO-AUTORIZADO
		DISPLAY "Las horas de " DEP-NOMBRE " las aprueba su"
			" línea de mando (responsable " RAP-RESPONSABLE
			")."
		MOVE SPACES TO WS-MENSAJE-LOG
		STRING "Visto bueno fuera de línea depto "
			DELIMITED BY SIZE
			DEPTO-BUSCADO DELIMITED BY SIZE
			INTO WS-MENSAJE-LOG
		END-STRING
		MOVE "A" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		ELSE
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
		MOVE PERIODO-ABIERTO TO APR-PERIODO
		MOVE DEPTO-BUSCADO TO APR-DEPTO
		MOVE GRUPO-ABIERTO TO APR-GRUPO
		MOVE SUBPERIODO-ABIERTO TO APR-SUBPERIODO
		MOVE WS-OPERADOR-LOG TO APR-OPERADOR
		MOVE WS-FECHA-HOY TO APR-FECHA
		WRITE APROBACIONES-REGISTRO
		DISPLAY "Ese departamento ya estaba aprobado."
		NOT INVALID KEY
		DISPLAY "Novedades de " DEP-NOMBRE " aprobadas"
			" para " PERIODO-ABIERTO " grupo " GRUPO-ABIERTO
			" subperíodo " SUBPERIODO-ABIERTO "."
		IF APROBACION-TARDIA = "S"
		MOVE SPACES TO WS-MENSAJE-LOG
		STRING "Aprobación fuera de plazo depto "
			DELIMITED BY SIZE
			DEPTO-BUSCADO DELIMITED BY SIZE
			INTO WS-MENSAJE-LOG
		END-STRING
		MOVE "A" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		END-IF
		IF RAP-EN-NOMBRE-DE NOT = ZERO
		PERFORM REGISTRAR-DELEGACION
		END-IF
		END-WRITE
		END-IF
		END-READ.

	REGISTRAR-DELEGACION.
		MOVE SPACES TO WS-MENSAJE-LOG
		STRING "Depto " DELIMITED BY SIZE
			DEPTO-BUSCADO DELIMITED BY SIZE
			" aprobado por delegado de " DELIMITED BY SIZE
			RAP-EN-NOMBRE-DE DELIMITED BY SIZE
			INTO WS-MENSAJE-LOG
		END-STRING
		MOVE "I" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG.

	REVOCAR-DEPTO.
		PERFORM SOLICITAR-DEPTO
		MOVE PERIODO-ABIERTO TO APR-PERIODO
		MOVE DEPTO-BUSCADO TO APR-DEPTO
		MOVE GRUPO-ABIERTO TO APR-GRUPO
		MOVE SUBPERIODO-ABIERTO TO APR-SUBPERIODO
		DELETE ARCHIVO-APROBACIONES
		INVALID KEY
		DISPLAY "Ese departamento no estaba aprobado."
		MOVE "N" TO FIN-APROBACIONES
		MOVE PERIODO-ABIERTO TO APR-PERIODO
		MOVE ZERO TO APR-DEPTO
		MOVE SPACES TO APR-GRUPO
		MOVE ZERO TO APR-SUBPERIODO
		START ARCHIVO-APROBACIONES
			KEY IS NOT LESS THAN APR-CLAVE
		INVALID KEY MOVE "S" TO FIN-APROBACIONES
			IF APR-PERIODO NOT = PERIODO-ABIERTO
			MOVE "S" TO FIN-APROBACIONES
			ELSE
			IF APR-GRUPO = GRUPO-ABIERTO
			AND APR-SUBPERIODO = SUBPERIODO-ABIERTO
			ADD 1 TO CONTADOR-LISTADAS
			DISPLAY "  DEPTO " APR-DEPTO " aprobado por "
				APR-OPERADOR " el " APR-FECHA
			END-IF
			END-IF
			END-READ
		END-PERFORM
		IF CONTADOR-LISTADAS = ZERO
