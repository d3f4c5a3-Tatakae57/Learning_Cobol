	*> cambia) y deja el reingreso asentado en la historia de
	*> estados y en el diario de auditoría. La baja queda en el
	*> historial: es historia, no se borra.
	*> Una baja que ANONIM ya enmascaró no se restaura (no
	*> quedan nombre ni teléfono que devolver): esa persona
	*> vuelve como alta nueva.
	*> La persona que está en la lista de no recontratables
	*> (VALREC: su propia baja marcada "N" u otra con el mismo
	*> CUIL o apellido y nacimiento) no se restaura salvo que
	*> el supervisor firmado anule el veto; la anulación y el
	*> rechazo quedan en LOGERR. El CUIL vuelve del historial.
	*> Un ID retirado por FUSEMP no se restaura: se indica
	*> el ID sobreviviente.
	*> La empresa del reingresado sale del departamento al
	*> que vuelve (departamentos.dat, cero = la 01) y el
	*> superior directo queda en cero hasta cargarlo en
	*> ORGMANT.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. REINGRESO.

			WITH DUPLICATES
		FILE STATUS IS WS-STATUS-EMP.

		SELECT OPTIONAL ARCHIVO-RETIRADOS
		ASSIGN TO "ids_retirados.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS RET-ID
		FILE STATUS IS WS-STATUS-RET.

		SELECT OPTIONAL ARCHIVO-DEPARTAMENTOS
		ASSIGN TO "departamentos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS DEP-CODIGO
		FILE STATUS IS WS-STATUS-DEP.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-HISTORIAL.
	FD ARCHIVO-PLANTILLA.
		COPY "plantilla.cpy".

	FD ARCHIVO-RETIRADOS.
		COPY "idretir.cpy".

	FD ARCHIVO-DEPARTAMENTOS.
		COPY "depto.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-HIS PIC XX VALUE "00".
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 WS-STATUS-RET PIC XX VALUE "00".
		01 WS-STATUS-DEP PIC XX VALUE "00".
		01 ID-RETIRADO PIC X VALUE "N".
		01 CONTINUAR PIC X VALUE "S".
		01 FIN-ARCHIVO PIC X VALUE "N".
		01 ID-BUSCADO PIC 9(5) VALUE ZERO.
			02 BE-TELEFONO PIC X(10).
			02 BE-DEPTO PIC 9(3).
			02 BE-FECHA-NAC PIC 9(8).
			02 BE-CUIL PIC 9(11).
		01 CONFIRMAR PIC X VALUE "N".
		01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
		01 ESTADO-ANTERIOR PIC X VALUE "B".
		01 MOTIVO-REINGRESO PIC X(30)
			VALUE "REINGRESO DESDE HISTORIAL".
		01 OPERACION-AUDITORIA PIC X VALUE "A".
		01 IMAGEN-ANTES PIC X(109) VALUE SPACES.
		01 IMAGEN-DESPUES PIC X(109) VALUE SPACES.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "REINGRES".
		01 WS-MENSAJE-LOG PIC X(40).
		01 WS-SEVERIDAD-LOG PIC X VALUE "A".
		01 PLANTILLA-OK PIC X VALUE "S".
		01 RESPUESTA-PLANTILLA PIC X VALUE SPACE.
		01 FIN-CONTEO PIC X VALUE "N".
		COPY "valrec.cpy".
		01 RECONTRATACION-OK PIC X VALUE "S".
		01 RESPUESTA-VETO PIC X VALUE SPACE.

	PROCEDURE DIVISION.
	MAIN.
		STOP RUN
		END-IF.
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
		MOVE "C" TO VRC-ACCION.
		CALL "VALREC" USING CONTROL-RECONTRATACION.
		OPEN I-O ARCHIVO-EMPLEADOS
		IF WS-STATUS-EMP NOT = "00" AND WS-STATUS-EMP NOT = "05"
		DISPLAY "Error al abrir empleados.dat. Status: "
		MOVE ID-BUSCADO TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		PERFORM CONTROLAR-ID-RETIRADO
		IF ID-RETIRADO = "N"
		PERFORM BUSCAR-EN-HISTORIAL
		END-IF
		NOT INVALID KEY
		DISPLAY "El ID " ID-BUSCADO " sigue en el archivo"
			" vivo (estado " EMPLEADO-ESTADO ")."
		DISPLAY "Use ESTADOS para reactivarlo."
		END-READ.

	CONTROLAR-ID-RETIRADO.
		*> Un ID que FUSEMP retiró no se restaura: su historia
		*> ya está en el ID sobreviviente.
		MOVE "N" TO ID-RETIRADO
		OPEN INPUT ARCHIVO-RETIRADOS
		MOVE ID-BUSCADO TO RET-ID
		READ ARCHIVO-RETIRADOS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE "S" TO ID-RETIRADO
		DISPLAY "El ID " ID-BUSCADO " fue retirado al"
			" fusionarlo con el " RET-SOBREVIVIENTE "."
		DISPLAY "Reingrese el ID " RET-SOBREVIVIENTE "."
		END-READ
		CLOSE ARCHIVO-RETIRADOS.

	BUSCAR-EN-HISTORIAL.
		*> Recorre el historial quedándose con la baja más
		*> reciente (año mayor) del ID pedido.
			MOVE HIST-TELEFONO TO BE-TELEFONO
			MOVE HIST-DEPTO TO BE-DEPTO
			MOVE HIST-FECHA-NAC TO BE-FECHA-NAC
			MOVE HIST-CUIL TO BE-CUIL
			IF HIST-CUIL IS NOT NUMERIC
			MOVE ZERO TO BE-CUIL
			END-IF
			END-IF
			END-READ
		END-PERFORM
		END-IF.

	RESTAURAR-EMPLEADO.
		IF BE-APELLIDO = ALL "*"
		DISPLAY "La baja del ejercicio " BE-ANIO
			" está anonimizada: dar de alta como nuevo."
		MOVE "N" TO CONFIRMAR
		ELSE
		DISPLAY "Hallado: " BE-APELLIDO " " BE-NOMBRE
			" (baja del ejercicio " BE-ANIO ")."
		DISPLAY "Confirmar reingreso (S/N): "
		ACCEPT CONFIRMAR
		END-IF.
		IF CONFIRMAR NOT = "S" AND CONFIRMAR NOT = "s"
		DISPLAY "Reingreso cancelado."
		ELSE
		PERFORM CONTROLAR-RECONTRATACION
		IF RECONTRATACION-OK = "N"
		DISPLAY "Reingreso cancelado: no recontratable."
		ELSE
		PERFORM CONTROLAR-PLANTILLA
		IF PLANTILLA-OK = "N"
		DISPLAY "Reingreso cancelado por plantilla."
		MOVE WS-FECHA-HOY TO EMPLEADO-FECHA-ESTADO
		*> El puesto del tramo nuevo se asigna por pantalla.
		MOVE ZERO TO EMPLEADO-PUESTO
		*> El CUIL vuelve del historial; las bajas de antes
		*> del campo lo traen en cero y se recarga con
		*> CUILCARG.
		MOVE BE-CUIL TO EMPLEADO-CUIL
		MOVE SPACES TO EMPLEADO-MOTIVO-BAJA
		MOVE SPACES TO EMPLEADO-RECONTRATABLE
		*> El área del registro trae el último empleado que
		*> leyó CONTROLAR-PLANTILLA: empresa y superior se
		*> fijan acá, no se heredan.
		MOVE ZERO TO EMPLEADO-SUPERIOR
		PERFORM TOMAR-EMPRESA-DEPTO
		WRITE EMPLEADOS-REGISTRO
		IF WS-STATUS-EMP NOT = "00"
		DISPLAY "Error al restaurar. Status: " WS-STATUS-EMP
			EMPLEADO-ID "."
		END-IF
		END-IF
		END-IF
		END-IF.

	CONTROLAR-RECONTRATACION.
		MOVE "S" TO RECONTRATACION-OK
		MOVE "V" TO VRC-ACCION
		MOVE BE-CUIL TO VRC-CUIL
		MOVE BE-APELLIDO TO VRC-APELLIDO
		MOVE BE-FECHA-NAC TO VRC-FECHA-NAC
		CALL "VALREC" USING CONTROL-RECONTRATACION
		IF VRC-VETADO
		DISPLAY "AVISO: no recontratable por la baja del ID "
			VRC-ID " del " VRC-FECHA-BAJA
			" (motivo " VRC-MOTIVO ")."
		IF NIVEL-FIRMADO >= 2
		DISPLAY "Anular el veto y seguir (S/N): "
		ACCEPT RESPUESTA-VETO
		IF RESPUESTA-VETO NOT = "S"
		AND RESPUESTA-VETO NOT = "s"
		MOVE "N" TO RECONTRATACION-OK
		END-IF
		ELSE
		DISPLAY "Solo un supervisor anula el veto."
		MOVE "N" TO RECONTRATACION-OK
		END-IF
		MOVE SPACES TO WS-MENSAJE-LOG
		IF RECONTRATACION-OK = "S"
		STRING "Veto anulado reingreso " DELIMITED BY SIZE
			BE-ID DELIMITED BY SIZE
			" por baja " DELIMITED BY SIZE
			VRC-ID DELIMITED BY SIZE
			INTO WS-MENSAJE-LOG
		END-STRING
		ELSE
		STRING "Reingreso vetado " DELIMITED BY SIZE
			BE-ID DELIMITED BY SIZE
			" por baja " DELIMITED BY SIZE
			VRC-ID DELIMITED BY SIZE
			INTO WS-MENSAJE-LOG
		END-STRING
		END-IF
		MOVE "A" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		END-IF.

	CONTROLAR-PLANTILLA.
			END-IF
			END-READ
		END-PERFORM.

	TOMAR-EMPRESA-DEPTO.
		*> Empresa del departamento al que vuelve; sin
		*> departamento cargado o en cero, la 01.
		MOVE 1 TO EMPLEADO-EMPRESA
		OPEN INPUT ARCHIVO-DEPARTAMENTOS
		IF WS-STATUS-DEP = "00"
		MOVE EMPLEADO-DEPTO TO DEP-CODIGO
		READ ARCHIVO-DEPARTAMENTOS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		IF DEP-EMPRESA IS NUMERIC
		AND DEP-EMPRESA NOT = ZERO
		MOVE DEP-EMPRESA TO EMPLEADO-EMPRESA
		END-IF
		END-READ
		END-IF
		IF WS-STATUS-DEP = "00" OR WS-STATUS-DEP = "05"
		OR WS-STATUS-DEP = "23"
		CLOSE ARCHIVO-DEPARTAMENTOS
		END-IF.
	END PROGRAM REINGRESO.
