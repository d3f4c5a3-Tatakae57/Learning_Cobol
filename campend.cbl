	*> Encolado de cambios a aprobar:
	*> Subprograma que TARMANT y CTAMANT llaman en lugar de
	*> escribir: agrega a cambios_pendientes.dat el cambio
	*> pedido (archivo, operación, clave, imágenes de antes y
	*> después, operador y fecha) con el número siguiente al
	*> último usado. Si la misma clave ya tiene un cambio
	*> pendiente no se encola otro (se devuelve "D" con el
	*> número del que está esperando): primero se resuelve
	*> ese en CAMAPR.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CAMPEND.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-CAMBIOS
		ASSIGN TO "cambios_pendientes.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS CAM-NUMERO
		FILE STATUS IS WS-STATUS-CAM.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-CAMBIOS.
		COPY "cambio.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-CAM PIC XX VALUE "00".
		01 FIN-CAMBIOS PIC X VALUE "N".
		01 ULTIMO-NUMERO PIC 9(7) VALUE ZERO.
		01 NUMERO-PENDIENTE PIC 9(7) VALUE ZERO.
		01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.

	LINKAGE SECTION.
		01 LK-CLASE PIC X.
		01 LK-OPERACION PIC X.
		01 LK-CLAVE PIC X(13).
		01 LK-ANTES PIC X(60).
		01 LK-DESPUES PIC X(60).
		01 LK-OPERADOR PIC X(8).
		*> Número asignado (o el del pendiente que ya había).
		01 LK-NUMERO PIC 9(7).
		*> "S" encolado, "D" ya había uno pendiente para esa
		*> clave, "N" no se pudo grabar.
		01 LK-RESULTADO PIC X.

	PROCEDURE DIVISION USING LK-CLASE LK-OPERACION LK-CLAVE
		LK-ANTES LK-DESPUES LK-OPERADOR LK-NUMERO
		LK-RESULTADO.
	MAIN-PROCEDURE.
		MOVE "N" TO LK-RESULTADO.
		MOVE ZERO TO LK-NUMERO.
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
		OPEN I-O ARCHIVO-CAMBIOS
		IF WS-STATUS-CAM NOT = "00" AND WS-STATUS-CAM NOT = "05"
		DISPLAY "Error al abrir cambios_pendientes.dat."
			" Status: " WS-STATUS-CAM
		GOBACK
		END-IF.
		PERFORM REVISAR-COLA.
		IF NUMERO-PENDIENTE > ZERO
		MOVE NUMERO-PENDIENTE TO LK-NUMERO
		MOVE "D" TO LK-RESULTADO
		ELSE
		MOVE SPACES TO CAMBIOS-REGISTRO
		ADD 1 TO ULTIMO-NUMERO GIVING CAM-NUMERO
		MOVE LK-CLASE TO CAM-CLASE
		MOVE LK-OPERACION TO CAM-OPERACION
		MOVE LK-CLAVE TO CAM-CLAVE
		MOVE LK-ANTES TO CAM-ANTES
		MOVE LK-DESPUES TO CAM-DESPUES
		MOVE LK-OPERADOR TO CAM-SOLICITANTE
		MOVE WS-FECHA-HOY TO CAM-FECHA-SOLICITUD
		MOVE "P" TO CAM-ESTADO
		MOVE ZERO TO CAM-FECHA-RESOLUCION
		WRITE CAMBIOS-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo grabar el cambio pendiente."
		NOT INVALID KEY
		MOVE CAM-NUMERO TO LK-NUMERO
		MOVE "S" TO LK-RESULTADO
		END-WRITE
		END-IF.
		CLOSE ARCHIVO-CAMBIOS.
		GOBACK.

	REVISAR-COLA.
		*> Una pasada: el último número usado y si la clave ya
		*> tiene un cambio esperando.
		MOVE ZERO TO ULTIMO-NUMERO
		MOVE ZERO TO NUMERO-PENDIENTE
		MOVE "N" TO FIN-CAMBIOS
		MOVE ZERO TO CAM-NUMERO
		START ARCHIVO-CAMBIOS
			KEY IS NOT LESS THAN CAM-NUMERO
		INVALID KEY MOVE "S" TO FIN-CAMBIOS
		END-START
		PERFORM UNTIL FIN-CAMBIOS = "S"
			READ ARCHIVO-CAMBIOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-CAMBIOS
			NOT AT END
			MOVE CAM-NUMERO TO ULTIMO-NUMERO
			IF CAMBIO-PENDIENTE
			AND CAM-CLASE = LK-CLASE
			AND CAM-CLAVE = LK-CLAVE
			MOVE CAM-NUMERO TO NUMERO-PENDIENTE
			END-IF
			END-READ
		END-PERFORM.
	END PROGRAM CAMPEND.
