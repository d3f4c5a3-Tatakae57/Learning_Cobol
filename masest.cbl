	*> (los que ya estaban en ese estado se saltean), así el
	*> cambio de temporada es una corrida y no una tarde.
	*> Solo supervisores: mueve muchos registros de un saque.
	*> Una baja masiva pide una vez el motivo de baja y la
	*> recontratación, que valen para todos. Sacar de la baja
	*> a quien quedó marcado no recontratable se saltea,
	*> salvo que el supervisor anule el veto para la corrida:
	*> cada anulación queda en LOGERR con el ID.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. MASEST.

		01 CANTIDAD-IDS PIC 9(3) VALUE ZERO.
		01 INDICE-IDS PIC 9(3) VALUE ZERO.
		01 OPERACION-AUDITORIA PIC X VALUE "M".
		01 IMAGEN-ANTES PIC X(109) VALUE SPACES.
		01 IMAGEN-DESPUES PIC X(109) VALUE SPACES.
		01 NUMERO-PAGINA PIC 99 VALUE ZERO.
		01 TITULO-REPORTE PIC X(40)
			VALUE "CAMBIO DE ESTADO MASIVO".
		01 WS-OPERADOR-LOG PIC X(8) VALUE "SISTEMA".
		01 NIVEL-FIRMADO PIC 9 VALUE ZERO.
		01 RESULTADO-SIGNON PIC X VALUE "N".
		COPY "motbaja.cpy".
		01 INDICE-MOTIVO-BAJA PIC 99 VALUE ZERO.
		01 MOTIVO-BAJA-CAPTURA PIC X(2) VALUE SPACES.
		01 MOTIVO-BAJA-HALLADO PIC X VALUE "N".
		01 RECONTRATABLE-DEFECTO PIC X VALUE "S".
		01 RECONTRATABLE-CAPTURA PIC X VALUE "S".
		01 ANULAR-VETO PIC X VALUE "N".

	PROCEDURE DIVISION.
	MAIN.
		PERFORM SOLICITAR-FECHA-EFECTIVA.
		DISPLAY "Motivo: ".
		ACCEPT MOTIVO-CAMBIO.
		IF ESTADO-NUEVO = "B"
		PERFORM SOLICITAR-MOTIVO-BAJA
		ELSE
		DISPLAY "Anular el veto de los no recontratables"
			" (S/N): "
		ACCEPT ANULAR-VETO
		IF ANULAR-VETO = "s"
		MOVE "S" TO ANULAR-VETO
		END-IF
		END-IF.
		OPEN I-O ARCHIVO-EMPLEADOS
		IF WS-STATUS-EMP NOT = "00" AND WS-STATUS-EMP NOT = "05"
		DISPLAY "Error al abrir empleados.dat. Status: "
			END-IF
		END-PERFORM.

	SOLICITAR-MOTIVO-BAJA.
		DISPLAY "Motivos de baja:"
		PERFORM VARYING INDICE-MOTIVO-BAJA FROM 1 BY 1
		UNTIL INDICE-MOTIVO-BAJA > 10
			DISPLAY "  " MBJ-CODIGO (INDICE-MOTIVO-BAJA) " "
				MBJ-DESCRIPCION (INDICE-MOTIVO-BAJA)
		END-PERFORM
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Motivo de baja: "
			ACCEPT MOTIVO-BAJA-CAPTURA
			PERFORM BUSCAR-MOTIVO-BAJA
			IF MOTIVO-BAJA-HALLADO = "S"
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Motivo de baja inválido."
			END-IF
		END-PERFORM
		PERFORM SOLICITAR-RECONTRATABLE.

	BUSCAR-MOTIVO-BAJA.
		MOVE "N" TO MOTIVO-BAJA-HALLADO
		MOVE "S" TO RECONTRATABLE-DEFECTO
		PERFORM VARYING INDICE-MOTIVO-BAJA FROM 1 BY 1
		UNTIL INDICE-MOTIVO-BAJA > 10
		IF MBJ-CODIGO (INDICE-MOTIVO-BAJA) = MOTIVO-BAJA-CAPTURA
			MOVE "S" TO MOTIVO-BAJA-HALLADO
			MOVE MBJ-RECONTRATABLE (INDICE-MOTIVO-BAJA)
				TO RECONTRATABLE-DEFECTO
			MOVE 10 TO INDICE-MOTIVO-BAJA
		END-IF
		END-PERFORM.

	SOLICITAR-RECONTRATABLE.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Recontratable (S/N, vacío = "
				RECONTRATABLE-DEFECTO "): "
			MOVE SPACE TO RECONTRATABLE-CAPTURA
			ACCEPT RECONTRATABLE-CAPTURA
			IF RECONTRATABLE-CAPTURA = SPACE
			MOVE RECONTRATABLE-DEFECTO
				TO RECONTRATABLE-CAPTURA
			END-IF
			IF RECONTRATABLE-CAPTURA = "s"
			MOVE "S" TO RECONTRATABLE-CAPTURA
			END-IF
			IF RECONTRATABLE-CAPTURA = "n"
			MOVE "N" TO RECONTRATABLE-CAPTURA
			END-IF
			IF RECONTRATABLE-CAPTURA = "S"
			OR RECONTRATABLE-CAPTURA = "N"
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Responda S o N."
			END-IF
		END-PERFORM.

	JUNTAR-IDS-DEPTO.
		MOVE "N" TO FIN-ARCHIVO
		MOVE ZERO TO EMPLEADO-ID
		ADD 1 TO CONTADOR-SALTEADOS
		PERFORM INFORMAR-SALTEADO
		ELSE
		IF EMPLEADO-DE-BAJA AND EMPLEADO-NO-RECONTRATABLE
		AND ANULAR-VETO NOT = "S"
		ADD 1 TO CONTADOR-SALTEADOS
		PERFORM INFORMAR-SALTEADO
		ELSE
		IF EMPLEADO-DE-BAJA AND EMPLEADO-NO-RECONTRATABLE
		PERFORM REGISTRAR-ANULACION-VETO
		END-IF
		MOVE EMPLEADOS-REGISTRO TO IMAGEN-ANTES
		MOVE EMPLEADO-ESTADO TO ESTADO-ANTERIOR
		MOVE ESTADO-NUEVO TO EMPLEADO-ESTADO
		MOVE FECHA-EFECTIVA TO EMPLEADO-FECHA-ESTADO
		IF ESTADO-NUEVO = "B"
		MOVE MOTIVO-BAJA-CAPTURA TO EMPLEADO-MOTIVO-BAJA
		MOVE RECONTRATABLE-CAPTURA TO EMPLEADO-RECONTRATABLE
		END-IF
		IF ESTADO-ANTERIOR = "B"
		MOVE SPACES TO EMPLEADO-MOTIVO-BAJA
		MOVE SPACES TO EMPLEADO-RECONTRATABLE
		END-IF
		REWRITE EMPLEADOS-REGISTRO
		INVALID KEY
		ADD 1 TO CONTADOR-SALTEADOS
		PERFORM GRABAR-LINEA
		END-REWRITE
		END-IF
		END-IF
		END-READ.

	REGISTRAR-ANULACION-VETO.
		MOVE SPACES TO WS-MENSAJE-LOG
		STRING "Veto recontratación anulado ID "
			DELIMITED BY SIZE
			EMPLEADO-ID DELIMITED BY SIZE
			INTO WS-MENSAJE-LOG
		END-STRING
		MOVE "A" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG.

	INFORMAR-SALTEADO.
		MOVE SPACES TO LINEA-IMPRESION
		STRING "SALTEADO ID " DELIMITED BY SIZE
