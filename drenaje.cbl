	*> cuántas se rechazaron, deja cada rechazo en LOGERR, y al
	*> final vacía la cola. Se corre a la mañana, con el candado
	*> ya libre.
	*> El alta encolada de una persona en la lista de no
	*> recontratables (VALREC) se rechaza con motivo NR: acá
	*> no hay supervisor que anule el veto, eso se hace al
	*> reenviarla con REPROC.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. DRENAJE.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-PENDIENTES.
		01 LINEA-PENDIENTE PIC X(109).

	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".
		01 CUIL-DUPLICADO PIC X VALUE "N".
		01 ACTIVOS-DEPTO PIC 9(5) VALUE ZERO.
		01 FIN-CONTEO PIC X VALUE "N".
		01 RESGUARDO-REGISTRO PIC X(109) VALUE SPACES.
		01 MOTIVO-RECHAZO PIC X(2) VALUE SPACES.
		01 FIN-PENDIENTES PIC X VALUE "N".
		01 CONTADOR-APLICADAS PIC 9(5) VALUE ZERO.
		01 CANDADO-DESDE-FECHA PIC 9(8) VALUE ZERO.
		01 CANDADO-DESDE-HORA PIC 9(8) VALUE ZERO.
		01 OPERACION-AUDITORIA PIC X VALUE "A".
		01 IMAGEN-ANTES PIC X(109) VALUE SPACES.
		01 IMAGEN-DESPUES PIC X(109) VALUE SPACES.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "DRENAJE".
		01 WS-MENSAJE-LOG PIC X(40).
		01 WS-SEVERIDAD-LOG PIC X VALUE "A".
		01 WS-OPERADOR-LOG PIC X(8) VALUE "SISTEMA".
		COPY "valemp.cpy".
		COPY "valrec.cpy".

	PROCEDURE DIVISION.
	MAIN.
		DISPLAY "Sin cola de pendientes para drenar."
		STOP RUN
		END-IF.
		MOVE "C" TO VRC-ACCION.
		CALL "VALREC" USING CONTROL-RECONTRATACION.
		OPEN I-O ARCHIVO-EMPLEADOS
		IF WS-STATUS-EMP NOT = "00" AND WS-STATUS-EMP NOT = "05"
		DISPLAY "Error al abrir empleados.dat. Status: "
		MOVE "DC" TO MOTIVO-RECHAZO
		PERFORM GRABAR-RECHAZO-PENDIENTE
		ELSE
		MOVE "V" TO VRC-ACCION
		MOVE EMPLEADO-CUIL TO VRC-CUIL
		IF EMPLEADO-CUIL IS NOT NUMERIC
		MOVE ZERO TO VRC-CUIL
		END-IF
		MOVE EMPLEADO-APELLIDO TO VRC-APELLIDO
		MOVE EMPLEADO-FECHA-NAC TO VRC-FECHA-NAC
		CALL "VALREC" USING CONTROL-RECONTRATACION
		IF VRC-VETADO
		ADD 1 TO CONTADOR-RECHAZADAS
		DISPLAY "Rechazada: no recontratable, ID "
			EMPLEADO-ID "."
		MOVE SPACES TO WS-MENSAJE-LOG
		STRING "Pendiente vetada " DELIMITED BY SIZE
			EMPLEADO-ID DELIMITED BY SIZE
			" por baja " DELIMITED BY SIZE
			VRC-ID DELIMITED BY SIZE
			INTO WS-MENSAJE-LOG
		END-STRING
		MOVE "A" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		MOVE "NR" TO MOTIVO-RECHAZO
		PERFORM GRABAR-RECHAZO-PENDIENTE
		ELSE
		MOVE SPACES TO EMPLEADO-MOTIVO-BAJA
		MOVE SPACES TO EMPLEADO-RECONTRATABLE
		PERFORM AVISAR-PLANTILLA
		WRITE EMPLEADOS-REGISTRO
		IF WS-STATUS-EMP = "00"
		PERFORM GRABAR-RECHAZO-PENDIENTE
		END-IF
		END-IF
		END-IF
		END-IF.

	GRABAR-RECHAZO-PENDIENTE.
		MOVE EMPLEADO-DEPTO TO RCH-DEPTO
		MOVE EMPLEADO-FECHA-NAC TO RCH-FECHA-NAC
		MOVE EMPLEADO-FECHA-INGRESO TO RCH-FECHA-INGRESO
		MOVE EMPLEADO-CUIL TO RCH-CUIL
		IF EMPLEADO-CUIL IS NOT NUMERIC
		MOVE ZERO TO RCH-CUIL
		END-IF
		WRITE RECHAZO-REGISTRO
		CLOSE ARCHIVO-RECHAZOS.

