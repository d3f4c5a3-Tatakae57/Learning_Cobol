	*> rechazos; lo que vuelve a fallar queda con su motivo
	*> actualizado para otra vuelta de corrección. Informa qué
	*> se aplicó y qué quedó pendiente.
	*> La persona en la lista de no recontratables (VALREC)
	*> vuelve a quedar con motivo NR, salvo que un supervisor
	*> anule el veto: la firma se pide una sola vez en la
	*> corrida, con el primer vetado, y la anulación se
	*> confirma registro por registro y queda en LOGERR.
	*> Un ID retirado por FUSEMP queda siempre con motivo IR.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. REPROC.

		RECORD KEY IS DEP-CODIGO
		FILE STATUS IS WS-STATUS-DEP.

		SELECT OPTIONAL ARCHIVO-RETIRADOS
		ASSIGN TO "ids_retirados.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS RET-ID
		FILE STATUS IS WS-STATUS-RET.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-RECHAZOS.
		COPY "rechazo.cpy".

	FD ARCHIVO-RESTO.
		01 LINEA-RESTO PIC X(90).

	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".
	FD ARCHIVO-DEPARTAMENTOS.
		COPY "depto.cpy".

	FD ARCHIVO-RETIRADOS.
		COPY "idretir.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-RCH PIC XX VALUE "00".
		01 WS-STATUS-RES PIC XX VALUE "00".
		01 FIN-RESTO PIC X VALUE "N".
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 WS-STATUS-DEP PIC XX VALUE "00".
		01 WS-STATUS-RET PIC XX VALUE "00".
		01 FIN-RECHAZOS PIC X VALUE "N".
		01 CONTADOR-RECHAZOS PIC 9(3) VALUE ZERO.
		01 CONTADOR-PENDIENTES PIC 9(3) VALUE ZERO.
		01 WS-FECHA-PROCESO PIC 9(8) VALUE ZERO.
		01 TABLA-RECHAZOS.
			02 RECHAZO-ENTRADA OCCURS 500 TIMES
				PIC X(90).
		01 OPERACION-AUDITORIA PIC X VALUE "A".
		01 IMAGEN-ANTES PIC X(109) VALUE SPACES.
		01 IMAGEN-DESPUES PIC X(109) VALUE SPACES.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "REPROC".
		01 WS-MENSAJE-LOG PIC X(40).
		01 WS-SEVERIDAD-LOG PIC X VALUE "A".
		COPY "valemp.cpy".
		01 WS-OPERADOR-LOG PIC X(8) VALUE "SISTEMA".
		COPY "valrec.cpy".
		01 RECONTRATACION-OK PIC X VALUE "S".
		01 RESPUESTA-VETO PIC X VALUE SPACE.
		01 FIRMA-VETO-PEDIDA PIC X VALUE "N".
		01 OPERADOR-VETO PIC X(8) VALUE SPACES.
		01 NIVEL-VETO PIC 9 VALUE ZERO.
		01 RESULTADO-FIRMA-VETO PIC X VALUE "N".

	PROCEDURE DIVISION.
	MAIN.
		DISPLAY "No hay rechazos para reprocesar."
		STOP RUN
		END-IF.
		MOVE "C" TO VRC-ACCION.
		CALL "VALREC" USING CONTROL-RECONTRATACION.
		OPEN I-O ARCHIVO-EMPLEADOS
		IF WS-STATUS-EMP NOT = "00" AND WS-STATUS-EMP NOT = "05"
		DISPLAY "Error al abrir empleados.dat. Status: "
			WS-STATUS-DEP
		STOP RUN
		END-IF.
		OPEN INPUT ARCHIVO-RETIRADOS.
		PERFORM REPROCESAR-TABLA.
		CLOSE ARCHIVO-EMPLEADOS.
		CLOSE ARCHIVO-DEPARTAMENTOS.
		CLOSE ARCHIVO-RETIRADOS.
		PERFORM REGRABAR-PENDIENTES.
		DISPLAY "Rechazos aplicados:  " CONTADOR-APLICADOS.
		DISPLAY "Rechazos pendientes: " CONTADOR-PENDIENTES.
		IF VAL-GLOBAL = "N"
		MOVE "WR" TO RCH-MOTIVO
		ELSE
		PERFORM VALIDAR-ID-RECHAZO
		END-IF
		END-IF
		END-IF
		MOVE ZERO TO EMPLEADO-PUESTO
		MOVE ZERO TO EMPLEADO-CUIL.

	VALIDAR-ID-RECHAZO.
		*> Un ID que FUSEMP retiró vuelve a quedar con IR: no
		*> hay veto que anular, la persona ya está cargada.
		MOVE RCH-ID TO RET-ID
		READ ARCHIVO-RETIRADOS
		INVALID KEY
		PERFORM VALIDAR-DEPTO-RECHAZO
		NOT INVALID KEY
		MOVE "IR" TO RCH-MOTIVO
		DISPLAY "ID " RCH-ID " retirado: la persona es el ID "
			RET-SOBREVIVIENTE "."
		END-READ.

	VALIDAR-DEPTO-RECHAZO.
		MOVE RCH-DEPTO TO DEP-CODIGO
		READ ARCHIVO-DEPARTAMENTOS
		INVALID KEY
		MOVE "DP" TO RCH-MOTIVO
		NOT INVALID KEY
		PERFORM CONTROLAR-RECONTRATACION
		IF RECONTRATACION-OK = "S"
		PERFORM ALTA-RECHAZO
		ELSE
		MOVE "NR" TO RCH-MOTIVO
		END-IF
		END-READ.

	CONTROLAR-RECONTRATACION.
		MOVE "S" TO RECONTRATACION-OK
		MOVE "V" TO VRC-ACCION
		MOVE ZERO TO VRC-CUIL
		IF RCH-CUIL IS NUMERIC
		MOVE RCH-CUIL TO VRC-CUIL
		END-IF
		MOVE RCH-APELLIDO TO VRC-APELLIDO
		MOVE ZERO TO VRC-FECHA-NAC
		IF RCH-FECHA-NAC IS NUMERIC
		MOVE RCH-FECHA-NAC TO VRC-FECHA-NAC
		END-IF
		CALL "VALREC" USING CONTROL-RECONTRATACION
		IF VRC-VETADO
		MOVE "N" TO RECONTRATACION-OK
		DISPLAY "ID " RCH-ID " " RCH-APELLIDO
			": no recontratable por la baja del ID " VRC-ID
			" (motivo " VRC-MOTIVO ")."
		IF FIRMA-VETO-PEDIDA = "N"
		PERFORM PEDIR-FIRMA-VETO
		END-IF
		IF RESULTADO-FIRMA-VETO = "S" AND NIVEL-VETO >= 2
		DISPLAY "Anular el veto y aplicar (S/N): "
		ACCEPT RESPUESTA-VETO
		IF RESPUESTA-VETO = "S" OR RESPUESTA-VETO = "s"
		MOVE "S" TO RECONTRATACION-OK
		MOVE SPACES TO WS-MENSAJE-LOG
		STRING "Veto anulado reproceso " DELIMITED BY SIZE
			RCH-ID DELIMITED BY SIZE
			" por baja " DELIMITED BY SIZE
			VRC-ID DELIMITED BY SIZE
			INTO WS-MENSAJE-LOG
		END-STRING
		MOVE "A" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			OPERADOR-VETO
		END-IF
		END-IF
		END-IF.

	PEDIR-FIRMA-VETO.
		*> Una sola firma por corrida: sin supervisor, los
		*> vetados quedan todos con NR sin volver a preguntar.
		MOVE "S" TO FIRMA-VETO-PEDIDA
		DISPLAY "Hay no recontratables. Firma de supervisor"
			" para anular el veto (S/N): "
		ACCEPT RESPUESTA-VETO
		IF RESPUESTA-VETO = "S" OR RESPUESTA-VETO = "s"
		MOVE WS-OPERADOR-LOG TO OPERADOR-VETO
		CALL "SIGNON" USING OPERADOR-VETO NIVEL-VETO
			RESULTADO-FIRMA-VETO WS-PROGRAMA-LOG
		IF RESULTADO-FIRMA-VETO NOT = "S" OR NIVEL-VETO < 2
		DISPLAY "Solo un supervisor anula el veto."
		MOVE "N" TO RESULTADO-FIRMA-VETO
		END-IF
		END-IF.

	ALTA-RECHAZO.
		MOVE RCH-ID TO EMPLEADO-ID
		MOVE RCH-NOMBRE TO EMPLEADO-NOMBRE
		MOVE RCH-FECHA-INGRESO TO EMPLEADO-FECHA-INGRESO
		MOVE "A" TO EMPLEADO-ESTADO
		MOVE WS-FECHA-PROCESO TO EMPLEADO-FECHA-ESTADO
		MOVE SPACES TO EMPLEADO-MOTIVO-BAJA
		MOVE SPACES TO EMPLEADO-RECONTRATABLE
		WRITE EMPLEADOS-REGISTRO
		IF WS-STATUS-EMP = "00"
		MOVE "S" TO APLICADO
