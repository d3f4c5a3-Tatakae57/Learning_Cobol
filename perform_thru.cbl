			COPY "empleado.cpy".

		FD ARCHIVO-PENDIENTES.
			01 LINEA-PENDIENTE PIC X(109).

		FD ARCHIVO-DEPARTAMENTOS.
			COPY "depto.cpy".
			01 CUIL-VALIDO PIC X VALUE "N".
			01 RESULTADO-VALCUIL PIC X VALUE "N".
			01 CUIL-DUPLICADO PIC X VALUE "N".
			01 RESGUARDO-CUIL PIC X(109) VALUE SPACES.
			01 WS-PROGRAMA-LOG PIC X(8) VALUE "P-THRU".
			01 WS-MENSAJE-LOG PIC X(40).
			01 WS-SEVERIDAD-LOG PIC X VALUE "A".
			01 CANDADO-DESDE-HORA PIC 9(8) VALUE ZERO.
			COPY "valemp.cpy".
			01 OPERACION-AUDITORIA PIC X VALUE "A".
			01 IMAGEN-ANTES PIC X(109) VALUE SPACES.
			01 IMAGEN-DESPUES PIC X(109) VALUE SPACES.
			COPY "valrec.cpy".
			01 RECONTRATACION-OK PIC X VALUE "S".
			01 RESPUESTA-VETO PIC X VALUE SPACE.
			01 OPERADOR-VETO PIC X(8) VALUE SPACES.
			01 NIVEL-VETO PIC 9 VALUE ZERO.
			01 RESULTADO-FIRMA-VETO PIC X VALUE "N".

		PROCEDURE DIVISION.
		SOICITA-DATOS.
			*> La lista de no recontratables se carga
			*> antes de abrir empleados.dat.
			MOVE "C" TO VRC-ACCION.
			CALL "VALREC" USING CONTROL-RECONTRATACION.
			PERFORM APERTURA-ARCHIVO.
			PERFORM SOLICITA-NOMBRE THRU SOLICITA-TELEFONO.
			PERFORM SOLICITA-FECHA-NAC.
			MOVE WS-FECHA-HOY TO EMPLEADO-FECHA-ESTADO
			*> El puesto se asigna después por pantalla.
			MOVE ZERO TO EMPLEADO-PUESTO
			*> Empresa y superior se fijan siempre: el alta
			*> diferida va tal cual a la cola y DRENAJE la
			*> copia al vivo. La empresa es la del
			*> departamento (cero = la 01); el superior se
			*> carga después en ORGMANT.
			MOVE ZERO TO EMPLEADO-SUPERIOR
			MOVE SPACES TO EMPLEADO-MOTIVO-BAJA
			MOVE SPACES TO EMPLEADO-RECONTRATABLE
			MOVE 1 TO EMPLEADO-EMPRESA
			MOVE DEPTO TO DEP-CODIGO
			READ ARCHIVO-DEPARTAMENTOS
			INVALID KEY
			CONTINUE
			NOT INVALID KEY
			IF DEP-EMPRESA IS NUMERIC
			AND DEP-EMPRESA NOT = ZERO
			MOVE DEP-EMPRESA TO EMPLEADO-EMPRESA
			END-IF
			END-READ
			PERFORM SOLICITA-CUIL
			MOVE CUIL-CAPTURA TO EMPLEADO-CUIL
			*> En modo directo la unicidad del CUIL se exige
				WS-SEVERIDAD-LOG WS-MENSAJE-LOG
				WS-OPERADOR-LOG
			ELSE
			PERFORM CONTROLAR-RECONTRATACION
			IF RECONTRATACION-OK = "N"
			DISPLAY "Alta rechazada: no recontratable."
			ELSE
			PERFORM VALIDAR-Y-GRABAR
			END-IF
			END-IF.

		CONTROLAR-RECONTRATACION.
			*> Misma lista que BASE1 y el lote, también
			*> para el alta diferida. Esta pantalla no
			*> pide firma al entrar: la anulación del
			*> veto la firma ahí mismo un supervisor
			*> (SIGNON) y queda en LOGERR a su nombre;
			*> el rechazo también queda.
			MOVE "S" TO RECONTRATACION-OK
			MOVE "V" TO VRC-ACCION
			MOVE EMPLEADO-CUIL TO VRC-CUIL
			MOVE EMPLEADO-APELLIDO TO VRC-APELLIDO
			MOVE EMPLEADO-FECHA-NAC TO VRC-FECHA-NAC
			CALL "VALREC" USING CONTROL-RECONTRATACION
			IF VRC-VETADO
			DISPLAY "AVISO: no recontratable por la baja"
				" del ID " VRC-ID " del " VRC-FECHA-BAJA
				" (motivo " VRC-MOTIVO ")."
			DISPLAY "Anular el veto con firma de supervisor"
				" (S/N): "
			ACCEPT RESPUESTA-VETO
			MOVE "N" TO RECONTRATACION-OK
			MOVE WS-OPERADOR-LOG TO OPERADOR-VETO
			IF RESPUESTA-VETO = "S" OR RESPUESTA-VETO = "s"
			CALL "SIGNON" USING OPERADOR-VETO NIVEL-VETO
				RESULTADO-FIRMA-VETO WS-PROGRAMA-LOG
			IF RESULTADO-FIRMA-VETO = "S"
			AND NIVEL-VETO >= 2
			MOVE "S" TO RECONTRATACION-OK
			ELSE
			DISPLAY "Solo un supervisor anula el veto."
			MOVE WS-OPERADOR-LOG TO OPERADOR-VETO
			END-IF
			END-IF
			MOVE SPACES TO WS-MENSAJE-LOG
			IF RECONTRATACION-OK = "S"
			STRING "Veto anulado alta " DELIMITED BY SIZE
				EMPLEADO-ID DELIMITED BY SIZE
				" por baja " DELIMITED BY SIZE
				VRC-ID DELIMITED BY SIZE
				INTO WS-MENSAJE-LOG
			END-STRING
			ELSE
			STRING "Alta vetada " DELIMITED BY SIZE
				EMPLEADO-ID DELIMITED BY SIZE
				" por baja " DELIMITED BY SIZE
				VRC-ID DELIMITED BY SIZE
				INTO WS-MENSAJE-LOG
			END-STRING
			END-IF
			MOVE "A" TO WS-SEVERIDAD-LOG
			CALL "LOGERR" USING WS-PROGRAMA-LOG
				WS-SEVERIDAD-LOG WS-MENSAJE-LOG
				OPERADOR-VETO
			END-IF.

		CONTROLAR-CUIL-UNICO.
