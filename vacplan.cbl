	*> los pedidos planificados.
	*> Estados: P pendiente, A aprobado, R rechazado,
	*> T tomado (ya aplicado al saldo).
	*> Línea de mando: aprueba o rechaza un supervisor que
	*> esté en la línea del empleado (EMPLEADO-SUPERIOR hacia
	*> arriba) o sea delegado vigente de alguien que lo esté
	*> (APRRUT); nadie resuelve su propio pedido. Un empleado
	*> sin línea cargada sigue con la regla de cualquier
	*> supervisor.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. VACPLAN.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-SOLICITUDES.
		COPY "solicitud.cpy".

	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".
		01 CONTADOR-LISTADOS PIC 9(5) VALUE ZERO.
		01 CONTADOR-APLICADOS PIC 9(5) VALUE ZERO.
		01 DECISION-SUPERVISOR PIC X VALUE SPACE.
		COPY "rutaapr.cpy".
		*> Conteo de días del rango, salteando feriados y no
		*> laborables del calendario; el avance de fecha usa
		*> VALFEC para pasar de fin de mes y de año.
		DISPLAY "El pedido no está pendiente (estado "
			SOL-ESTADO ")."
		ELSE
		MOVE "E" TO RAP-OPERACION
		MOVE WS-OPERADOR-LOG TO RAP-OPERADOR
		MOVE SOL-ID TO RAP-CLAVE
		MOVE ZERO TO RAP-FECHA
		CALL "APRRUT" USING RUTA-APROBACION
		IF RAP-NO-AUTORIZADO
		DISPLAY "El pedido lo resuelve la línea de mando del"
			" empleado (responsable " RAP-RESPONSABLE ")."
		MOVE SPACES TO WS-MENSAJE-LOG
		STRING "Pedido fuera de línea ID " DELIMITED BY SIZE
			SOL-ID DELIMITED BY SIZE
			INTO WS-MENSAJE-LOG
		END-STRING
		MOVE "A" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		ELSE
		DISPLAY "Pedido de " SOL-DESDE " a " SOL-HASTA
		DISPLAY "Aprobar o rechazar (A/R): "
		ACCEPT DECISION-SUPERVISOR
		DISPLAY "Decisión inválida (A o R)."
		END-IF
		END-IF
		END-IF
		END-READ
		END-IF.

