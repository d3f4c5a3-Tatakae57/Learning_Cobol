			02 WS-NUEVO-FECHA-ESTADO PIC X(8).
			02 WS-NUEVO-PUESTO PIC X(3).
			02 WS-NUEVO-CUIL PIC X(11).
			02 WS-NUEVO-EMPRESA PIC X(2).
			02 WS-NUEVO-SUPERIOR PIC X(5).
			02 WS-NUEVO-MOTIVO-BAJA PIC X(2).
			02 WS-NUEVO-RECONTRATABLE PIC X.
		01 FIN-BUSQUEDA PIC X VALUE "N".
		01 DUPLICADO-HALLADO PIC X VALUE "N".
		01 CONFIRMAR-ALTA PIC X VALUE "S".
		01 CUIL-VALIDO PIC X VALUE "N".
		01 RESULTADO-VALCUIL PIC X VALUE "N".
		01 CUIL-DUPLICADO PIC X VALUE "N".
		01 RESGUARDO-CUIL PIC X(109) VALUE SPACES.
		01 CONTADOR-ALTAS PIC 9(5) VALUE ZERO.
		COPY "valemp.cpy".
		COPY "valhab.cpy".
		01 ACCION-CANDADO PIC X VALUE "C".
		01 DUENIO-CANDADO PIC X(8) VALUE SPACES.
		01 RESULTADO-CANDADO PIC X VALUE SPACE.
		*> Imágenes para el diario de auditoría (AUDJRN): la de
		*> antes se toma al leer el registro, antes de pisarlo.
		01 OPERACION-AUDITORIA PIC X VALUE SPACE.
		01 IMAGEN-ANTES PIC X(109) VALUE SPACES.
		01 IMAGEN-DESPUES PIC X(109) VALUE SPACES.
		*> Candado por registro (CANDEMP): la pantalla lo toma
		*> antes de tocar un empleado y lo libera al terminar,
		*> así dos operadores no se pisan el mismo REWRITE.
		01 CANDEMP-DESDE-FECHA PIC 9(8) VALUE ZERO.
		01 CANDEMP-DESDE-HORA PIC 9(8) VALUE ZERO.
		01 RESPUESTA-FORZAR-EMP PIC X VALUE SPACE.
		*> Motivo de baja y lista de no recontratables (VALREC).
		COPY "motbaja.cpy".
		01 INDICE-MOTIVO-BAJA PIC 99 VALUE ZERO.
		01 MOTIVO-BAJA-CAPTURA PIC X(2) VALUE SPACES.
		01 MOTIVO-BAJA-HALLADO PIC X VALUE "N".
		01 RECONTRATABLE-DEFECTO PIC X VALUE "S".
		01 RECONTRATABLE-CAPTURA PIC X VALUE "S".
		01 CAMPO-VALIDO PIC X VALUE "N".
		COPY "valrec.cpy".
		01 RECONTRATACION-OK PIC X VALUE "S".
		01 RESPUESTA-VETO PIC X VALUE SPACE.

	PROCEDURE DIVISION.
	MAIN.
		GOBACK
		END-IF.
		PERFORM ELEGIR-ENTORNO.
		*> La lista de no recontratables se carga antes de
		*> abrir empleados.dat para actualizar.
		IF MODO-PRACTICA NOT = "S"
		MOVE "C" TO VRC-ACCION
		CALL "VALREC" USING CONTROL-RECONTRATACION
		END-IF.
		PERFORM APERTURA-ARCHIVO.
		PERFORM UNTIL CONTINUAR = "N" OR CONTINUAR = "n"
			PERFORM MOSTRAR-MENU
		ACCEPT EMPLEADO-TELEFONO.
		PERFORM SOLICITAR-DEPTO.
		PERFORM SOLICITAR-PUESTO.
		PERFORM AVISAR-HABILITACIONES.
		PERFORM SOLICITAR-CUIL.
		MOVE "A" TO EMPLEADO-ESTADO.
		*> El superior directo se carga después en ORGMANT.
		MOVE ZERO TO EMPLEADO-SUPERIOR.
		MOVE SPACES TO EMPLEADO-MOTIVO-BAJA.
		MOVE SPACES TO EMPLEADO-RECONTRATABLE.
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
		MOVE WS-FECHA-HOY TO EMPLEADO-FECHA-ESTADO.

			PERFORM VALIDAR-PUESTO
		END-PERFORM.

	AVISAR-HABILITACIONES.
		*> Aviso, no rechazo: el alta sigue, pero el operador
		*> sabe que el puesto exige habilitaciones que el
		*> empleado no tiene (o tiene vencidas) en HABMANT.
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
		MOVE EMPLEADO-ID TO VHB-ID
		MOVE EMPLEADO-PUESTO TO VHB-PUESTO
		MOVE WS-FECHA-HOY TO VHB-FECHA
		CALL "VALHAB" USING CONTROL-HABILITACION
		IF VHB-FALTANTES > ZERO OR VHB-VENCIDAS > ZERO
		DISPLAY "AVISO: el puesto exige " VHB-EXIGIDAS
			" habilitaciones; faltan " VHB-FALTANTES
			" y hay " VHB-VENCIDAS " vencidas ("
			VHB-PRIMER-TIPO ")."
		DISPLAY "Cargarlas con HABMANT."
		MOVE "Puesto sin habilitación vigente."
			TO WS-MENSAJE-LOG
		MOVE "A" TO WS-SEVERIDAD-LOG
		IF MODO-PRACTICA NOT = "S"
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		END-IF
		END-IF.

	VALIDAR-PUESTO.
		IF PUESTO-ENTRADA (1:3) IS NUMERIC
		IF PUESTO-ENTRADA (1:3) = "000"
		NOT INVALID KEY
		MOVE DEP-CODIGO TO EMPLEADO-DEPTO
		MOVE "S" TO DEPTO-VALIDO
		*> El empleado es de la empresa de su departamento;
		*> un departamento sin empresa cargada es de la 01.
		IF DEP-EMPRESA IS NUMERIC
		AND DEP-EMPRESA NOT = ZERO
		MOVE DEP-EMPRESA TO EMPLEADO-EMPRESA
		ELSE
		MOVE 1 TO EMPLEADO-EMPRESA
		END-IF
		END-READ
		ELSE
		DISPLAY "Departamento inválido (001 a 999)."
		IF CONFIRMAR-ALTA = "S" OR CONFIRMAR-ALTA = "s"
		PERFORM VALIDAR-REGISTRO-ENTERO
		IF VAL-GLOBAL = "S"
		PERFORM CONTROLAR-RECONTRATACION
			THRU CONTROLAR-RECONTRATACION-FIN
		IF RECONTRATACION-OK = "N"
		DISPLAY "Alta cancelada: no recontratable."
		ELSE
		PERFORM CONTROLAR-PLANTILLA
			THRU CONTROLAR-PLANTILLA-FIN
		IF PLANTILLA-OK = "S"
		ELSE
		DISPLAY "Alta cancelada por plantilla."
		END-IF
		END-IF
		ELSE
		DISPLAY "Alta cancelada por validación."
		END-IF
		DISPLAY "Alta cancelada."
		END-IF.

	CONTROLAR-RECONTRATACION.
		*> CUIL, y apellido con fecha de nacimiento, contra la
		*> lista de no recontratables: la coincidencia se
		*> muestra con la baja que la originó y solo sigue si
		*> un supervisor firmado anula el veto. Anulación y
		*> rechazo quedan en LOGERR. El modo práctica no
		*> controla, como la plantilla.
		MOVE "S" TO RECONTRATACION-OK
		IF MODO-PRACTICA = "S"
		GO TO CONTROLAR-RECONTRATACION-FIN
		END-IF
		MOVE "V" TO VRC-ACCION
		MOVE EMPLEADO-CUIL TO VRC-CUIL
		MOVE EMPLEADO-APELLIDO TO VRC-APELLIDO
		MOVE EMPLEADO-FECHA-NAC TO VRC-FECHA-NAC
		CALL "VALREC" USING CONTROL-RECONTRATACION
		IF VRC-RECONTRATABLE
		GO TO CONTROLAR-RECONTRATACION-FIN
		END-IF
		DISPLAY "AVISO: no recontratable por la baja del ID "
			VRC-ID " del " VRC-FECHA-BAJA
			" (motivo " VRC-MOTIVO ", coincide "
			VRC-COINCIDENCIA ")."
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
			WS-OPERADOR-LOG.
	CONTROLAR-RECONTRATACION-FIN.
		EXIT.

	CONTROLAR-PLANTILLA.
		*> Dotación autorizada del departamento: si el alta la
		*> pasa, se avisa y solo un supervisor firmado puede
		NOT INVALID KEY
		MOVE EMPLEADOS-REGISTRO TO IMAGEN-ANTES
		MOVE EMPLEADO-ESTADO TO ESTADO-ANTERIOR
		PERFORM SOLICITAR-MOTIVO-BAJA
		MOVE "B" TO EMPLEADO-ESTADO
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
		MOVE WS-FECHA-HOY TO EMPLEADO-FECHA-ESTADO
		MOVE MOTIVO-BAJA-CAPTURA TO EMPLEADO-MOTIVO-BAJA
		MOVE RECONTRATABLE-CAPTURA TO EMPLEADO-RECONTRATABLE
		PERFORM REESCRIBIR-REGISTRO
		*> La transición queda en la historia de estados, como
		*> cualquier cambio hecho por la pantalla ESTADOS.
			THRU LIBERAR-CANDADO-EMP-FIN
		END-IF.

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

	TOMAR-CANDADO-EMP.
		*> En modo práctica no se toca el candado vivo: un
		*> aprendiz sobre la copia no puede bloquear (ni
			OPERACION-AUDITORIA IMAGEN-ANTES
			IMAGEN-DESPUES
			WS-OPERADOR-LOG
		DISPLAY "Abra su legajo de ingreso con INGMANT."
		END-IF
		END-IF.

