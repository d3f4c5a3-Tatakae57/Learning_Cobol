	*> El mensaje trae nombre, apellido, edad, teléfono, depto
	*> y fechas; el ID lo asigna SIGEMP al aceptarlo, la misma
	*> numeración de las pantallas de alta.
	*> El intake se copia con el CUIL de cada detalle: la
	*> línea de trabajo tiene el largo entero del registro de
	*> LOTE1.
	*> El mensaje de una persona en la lista de no
	*> recontratables (VALREC; la cola no trae CUIL, se busca
	*> por apellido y nacimiento) no entra al intake: va a
	*> rechazos.dat con motivo NR y su ID de SIGEMP, para que
	*> REPROC lo aplique solo si un supervisor anula el veto.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. RECALTA.

		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-TRA.

		SELECT ARCHIVO-RECHAZOS
		ASSIGN TO "rechazos.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-RCH.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-ENTRADA.
			02 ENT-DEPTO PIC 9(3).
			02 ENT-FECHA-NAC PIC 9(8).
			02 ENT-FECHA-INGRESO PIC 9(8).
			02 ENT-CUIL PIC 9(11).
		01 ENTRADA-CABECERA.
			02 CAB-TIPO PIC X.
			02 CAB-ORIGEN PIC X(8).
			02 TRL-HASH PIC 9(9).

	FD ARCHIVO-TRABAJO.
		01 LINEA-TRABAJO PIC X(88).

	FD ARCHIVO-RECHAZOS.
		COPY "rechazo.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-ENT PIC XX VALUE "00".
		01 WS-STATUS-TRA PIC XX VALUE "00".
		01 WS-STATUS-RCH PIC XX VALUE "00".
		01 NOMBRE-ENTRADA PIC X(30) VALUE SPACES.
		01 WS-FECHA-PROCESO PIC 9(8) VALUE ZERO.
		01 FIN-MENSAJES PIC X VALUE "N".
		01 ESTADO-MENSAJE PIC XX.
		COPY "empleado.cpy".
		COPY "valemp.cpy".
		COPY "valrec.cpy".
		01 CONTADOR-VETADOS PIC 9(5) VALUE ZERO.
		01 CONTADOR-ACEPTADOS PIC 9(5) VALUE ZERO.
		01 CONTADOR-RECHAZADOS PIC 9(5) VALUE ZERO.
		01 CANTIDAD-DETALLES PIC 9(7) VALUE ZERO.
			".dat" DELIMITED BY SIZE
			INTO NOMBRE-ENTRADA
		END-STRING.
		MOVE "C" TO VRC-ACCION.
		CALL "VALREC" USING CONTROL-RECONTRATACION.
		PERFORM COPIAR-INTAKE-A-TRABAJO.
		MOVE "COLA01" TO NOMBRE-COLA.
		PERFORM UNTIL FIN-MENSAJES = "S"
			CONTADOR-ACEPTADOS.
		DISPLAY "Mensajes rechazados:         "
			CONTADOR-RECHAZADOS.
		DISPLAY "No recontratables a rechazos: "
			CONTADOR-VETADOS.
		STOP RUN.

	COPIAR-INTAKE-A-TRABAJO.
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		ELSE
		MOVE "V" TO VRC-ACCION
		MOVE ZERO TO VRC-CUIL
		MOVE MSG-APELLIDO TO VRC-APELLIDO
		MOVE ZERO TO VRC-FECHA-NAC
		IF MSG-FECHA-NAC IS NUMERIC
		MOVE MSG-FECHA-NAC TO VRC-FECHA-NAC
		END-IF
		CALL "VALREC" USING CONTROL-RECONTRATACION
		CALL "SIGEMP" USING EMPLEADO-ID
		IF VRC-VETADO
		PERFORM RECHAZAR-VETADO
		ELSE
		ADD 1 TO CONTADOR-ACEPTADOS
		MOVE SPACES TO LINEA-TRABAJO
		MOVE "D" TO LINEA-TRABAJO (1:1)
		MOVE MSG-DEPTO TO LINEA-TRABAJO (59:3)
		MOVE MSG-FECHA-NAC TO LINEA-TRABAJO (62:8)
		MOVE MSG-FECHA-INGRESO TO LINEA-TRABAJO (70:8)
		MOVE ZERO TO LINEA-TRABAJO (78:11)
		WRITE LINEA-TRABAJO
		ADD 1 TO CANTIDAD-DETALLES
		MOVE ZERO TO EDAD-HASH
		ADD EDAD-HASH TO HASH-DETALLES
		DISPLAY "Aceptado: ID " EMPLEADO-ID " "
			MSG-APELLIDO
		END-IF
		END-IF.

	RECHAZAR-VETADO.
		ADD 1 TO CONTADOR-VETADOS
		DISPLAY "No recontratable: ID " EMPLEADO-ID " "
			MSG-APELLIDO " (baja del ID " VRC-ID ")."
		MOVE SPACES TO WS-MENSAJE-LOG
		STRING "Mensaje vetado " DELIMITED BY SIZE
			EMPLEADO-ID DELIMITED BY SIZE
			" por baja " DELIMITED BY SIZE
			VRC-ID DELIMITED BY SIZE
			INTO WS-MENSAJE-LOG
		END-STRING
		MOVE "A" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		OPEN EXTEND ARCHIVO-RECHAZOS
		IF WS-STATUS-RCH = "35"
		OPEN OUTPUT ARCHIVO-RECHAZOS
		END-IF
		MOVE SPACES TO RECHAZO-REGISTRO
		MOVE "NR" TO RCH-MOTIVO
		MOVE "D" TO RCH-TIPO
		MOVE EMPLEADO-ID TO RCH-ID
		MOVE MSG-NOMBRE TO RCH-NOMBRE
		MOVE MSG-APELLIDO TO RCH-APELLIDO
		MOVE MSG-EDAD TO RCH-EDAD
		MOVE MSG-TELEFONO TO RCH-TELEFONO
		MOVE MSG-DEPTO TO RCH-DEPTO
		MOVE MSG-FECHA-NAC TO RCH-FECHA-NAC
		MOVE MSG-FECHA-INGRESO TO RCH-FECHA-INGRESO
		MOVE ZERO TO RCH-CUIL
		WRITE RECHAZO-REGISTRO
		CLOSE ARCHIVO-RECHAZOS.

	REGRABAR-INTAKE.
		*> El intake fechado se regraba entero desde el trabajo
		*> más el trailer recalculado: la verificación de LOTE1
