	*> queda en estados_hist.dat vía ESTHIST y el registro vivo
	*> guarda el estado y su fecha de vigencia; NOMINA paga solo
	*> a los activos y LISTADO muestra el estado de cada uno.
	*> El pase a licencia médica abre el caso médico en
	*> casos_medicos.dat (o se suma al que ya abrieron los
	*> días de enfermedad de AUSENCIA) con la categoría de
	*> diagnóstico; la salida de la licencia lo cierra con la
	*> fecha efectiva. MEDMANT completa el resto del caso.
	*> El pase a licencia sin goce es una ausencia que se
	*> aprueba como las vacaciones: lo hace alguien de la
	*> línea de mando del empleado o un delegado vigente
	*> (APRRUT); sin línea cargada, cualquier operador.
	*> La opción 2 recorre los contratos (contratos.dat, de
	*> CONMANT) que terminaron sin renovación o cuya prueba no
	*> se superó y propone la baja de cada empleado, con el
	*> último día del contrato como fecha efectiva; confirmada,
	*> pasa por el mismo camino que un cambio a mano y el
	*> contrato queda finalizado. Cualquier baja cierra el
	*> contrato vigente, así nadie sigue por descuido.
	*> Toda baja pide el motivo (tabla de motbaja.cpy) y si la
	*> persona es recontratable, con el valor por defecto del
	*> motivo; la baja propuesta toma FC o PP sola. Volver de
	*> la baja a alguien marcado no recontratable solo lo hace
	*> un supervisor, anulando el veto, y la anulación queda
	*> en LOGERR.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. ESTADOS.

			WITH DUPLICATES
		FILE STATUS IS WS-STATUS.

		SELECT OPTIONAL ARCHIVO-CASOS
		ASSIGN TO "casos_medicos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS CAM-CLAVE
		FILE STATUS IS WS-STATUS-CAM.

		SELECT OPTIONAL ARCHIVO-CONTRATOS
		ASSIGN TO "contratos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS CON-CLAVE
		FILE STATUS IS WS-STATUS-CON.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	FD ARCHIVO-CASOS.
		COPY "casomed.cpy".

	FD ARCHIVO-CONTRATOS.
		COPY "contrato.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS PIC XX VALUE "00".
		01 WS-STATUS-CAM PIC XX VALUE "00".
		01 WS-STATUS-CON PIC XX VALUE "00".
		01 OPCION-MENU PIC 9 VALUE 1.
		01 FIN-CONTRATOS PIC X VALUE "N".
		01 CONTRATO-HALLADO PIC X VALUE "N".
		01 INICIO-VIGENTE PIC 9(8) VALUE ZERO.
		01 CONFIRMAR-BAJA PIC X VALUE "N".
		01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
		01 BAJAS-PROPUESTAS PIC 9(5) VALUE ZERO.
		*> Última clave recorrida: la baja reposiciona el
		*> archivo de contratos y el recorrido sigue desde acá.
		01 CLAVE-RECORRIDO.
			02 REC-ID PIC 9(5) VALUE ZERO.
			02 REC-INICIO PIC 9(8) VALUE ZERO.
		01 NOMBRE-AUDSAT-CON PIC X(12) VALUE "contratos".
		01 IMAGEN-CONTRATO.
			02 IMC-ID PIC 9(5).
			02 IMC-INICIO PIC 9(8).
			02 IMC-TIPO PIC X.
			02 IMC-FIN PIC 9(8).
			02 IMC-FIN-PRUEBA PIC 9(8).
			02 IMC-PRUEBA PIC X.
			02 IMC-ESTADO PIC X.
			02 IMC-FECHA-CIERRE PIC 9(8).
		01 FIN-CASOS PIC X VALUE "N".
		01 CASO-ABIERTO PIC X VALUE "N".
		01 INICIO-CASO-ABIERTO PIC 9(8) VALUE ZERO.
		01 CATEGORIA-CAPTURA PIC X(2) VALUE SPACES.
		01 NOMBRE-AUDSAT PIC X(12) VALUE "casos_medico".
		01 OPERACION-AUDSAT PIC X VALUE SPACE.
		01 IMAGEN-SAT-ANTES PIC X(40) VALUE SPACES.
		01 IMAGEN-SAT-DESPUES PIC X(40) VALUE SPACES.
		01 CONTINUAR PIC X VALUE "S".
		01 ID-BUSCADO PIC 9(5) VALUE ZERO.
		01 CAMPO-ENTRADA PIC X(8) VALUE SPACES.
		*> tiene que verse en AUDREP, ACTIVID, EXPDELTA y en la
		*> recuperación hacia adelante.
		01 OPERACION-AUDITORIA PIC X VALUE "M".
		01 IMAGEN-ANTES PIC X(109) VALUE SPACES.
		01 IMAGEN-DESPUES PIC X(109) VALUE SPACES.
		01 WS-OPERADOR-LOG PIC X(8) VALUE "SISTEMA".
		01 NIVEL-FIRMADO PIC 9 VALUE ZERO.
		01 RESULTADO-SIGNON PIC X VALUE "N".
		01 CANDEMP-DESDE-FECHA PIC 9(8) VALUE ZERO.
		01 CANDEMP-DESDE-HORA PIC 9(8) VALUE ZERO.
		01 RESPUESTA-FORZAR-EMP PIC X VALUE SPACE.
		COPY "rutaapr.cpy".
		COPY "motbaja.cpy".
		01 INDICE-MOTIVO-BAJA PIC 99 VALUE ZERO.
		01 MOTIVO-BAJA-CAPTURA PIC X(2) VALUE SPACES.
		01 MOTIVO-BAJA-HALLADO PIC X VALUE "N".
		01 RECONTRATABLE-DEFECTO PIC X VALUE "S".
		01 RECONTRATABLE-CAPTURA PIC X VALUE "S".
		01 REACTIVACION-OK PIC X VALUE "S".
		01 RESPUESTA-VETO PIC X VALUE SPACE.

	PROCEDURE DIVISION.
	MAIN.
		END-IF.
		PERFORM APERTURA-ARCHIVO.
		PERFORM UNTIL CONTINUAR = "N" OR CONTINUAR = "n"
			DISPLAY "1. Cambio de estado"
			DISPLAY "2. Bajas propuestas (fin de contrato o"
				" prueba no superada)"
			DISPLAY "Opción: "
			ACCEPT OPCION-MENU
			EVALUATE OPCION-MENU
				WHEN 1
					PERFORM CAMBIAR-ESTADO
				WHEN 2
					PERFORM PROPONER-BAJAS
				WHEN OTHER
					DISPLAY "Opción inválida."
			END-EVALUATE
			DISPLAY "Continuar programa: "
			ACCEPT CONTINUAR
		END-PERFORM.
		CLOSE ARCHIVO-EMPLEADOS.
		CLOSE ARCHIVO-CASOS.
		CLOSE ARCHIVO-CONTRATOS.
		GOBACK.

	TOMAR-CANDADO-EMP.
		IF WS-STATUS NOT = "00" AND WS-STATUS NOT = "05"
		DISPLAY "Error al abrir el archivo. Status: " WS-STATUS
		GOBACK
		END-IF
		OPEN I-O ARCHIVO-CASOS
		IF WS-STATUS-CAM NOT = "00" AND WS-STATUS-CAM NOT = "05"
		DISPLAY "Error al abrir casos_medicos.dat. Status: "
			WS-STATUS-CAM
		GOBACK
		END-IF
		OPEN I-O ARCHIVO-CONTRATOS
		IF WS-STATUS-CON NOT = "00" AND WS-STATUS-CON NOT = "05"
		DISPLAY "Error al abrir contratos.dat. Status: "
			WS-STATUS-CON
		GOBACK
		END-IF.

	CAMBIAR-ESTADO.
			" desde " EMPLEADO-FECHA-ESTADO
		MOVE EMPLEADO-ESTADO TO ESTADO-ANTERIOR
		PERFORM SOLICITAR-ESTADO
		MOVE "S" TO RAP-RESULTADO
		IF ESTADO-NUEVO = "L" AND ESTADO-ANTERIOR NOT = "L"
		PERFORM CONTROLAR-RUTA-LICENCIA
		END-IF
		PERFORM CONTROLAR-REACTIVACION
		IF RAP-NO-AUTORIZADO
		DISPLAY "La licencia la aprueba la línea de mando"
			" (responsable " RAP-RESPONSABLE ")."
		ELSE
		IF REACTIVACION-OK = "N"
		DISPLAY "Cambio cancelado: no recontratable."
		ELSE
		PERFORM SOLICITAR-FECHA-EFECTIVA
		DISPLAY "Motivo: "
		ACCEPT MOTIVO-CAMBIO
		IF ESTADO-NUEVO = "B" AND ESTADO-ANTERIOR NOT = "B"
		PERFORM SOLICITAR-MOTIVO-BAJA
		END-IF
		PERFORM GRABAR-CAMBIO-ESTADO
		END-IF
		END-IF
		END-READ
		PERFORM LIBERAR-CANDADO-EMP
		END-IF.

	GRABAR-CAMBIO-ESTADO.
		*> El mismo camino para el cambio a mano y para la baja
		*> propuesta: registro vivo, diario, historia de
		*> estados y lo que arrastra cada transición.
		MOVE ESTADO-NUEVO TO EMPLEADO-ESTADO
		MOVE FECHA-EFECTIVA TO EMPLEADO-FECHA-ESTADO
		IF ESTADO-NUEVO = "B" AND ESTADO-ANTERIOR NOT = "B"
		MOVE MOTIVO-BAJA-CAPTURA TO EMPLEADO-MOTIVO-BAJA
		MOVE RECONTRATABLE-CAPTURA TO EMPLEADO-RECONTRATABLE
		END-IF
		IF ESTADO-ANTERIOR = "B" AND ESTADO-NUEVO NOT = "B"
		MOVE SPACES TO EMPLEADO-MOTIVO-BAJA
		MOVE SPACES TO EMPLEADO-RECONTRATABLE
		END-IF
		REWRITE EMPLEADOS-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo grabar el cambio."
		CALL "ESTHIST" USING EMPLEADO-ID ESTADO-ANTERIOR
			ESTADO-NUEVO FECHA-EFECTIVA MOTIVO-CAMBIO
		DISPLAY "Estado cambiado a " ESTADO-NUEVO "."
		IF ESTADO-NUEVO = "M" AND ESTADO-ANTERIOR NOT = "M"
		PERFORM ABRIR-CASO-MEDICO
		END-IF
		IF ESTADO-ANTERIOR = "M" AND ESTADO-NUEVO NOT = "M"
		PERFORM CERRAR-CASO-MEDICO
		END-IF
		IF ESTADO-NUEVO = "B" AND ESTADO-ANTERIOR NOT = "B"
		PERFORM FINALIZAR-CONTRATO
		END-IF
		IF ESTADO-NUEVO = "B" AND EMPLEADO-NO-RECONTRATABLE
		MOVE SPACES TO WS-MENSAJE-LOG
		STRING "Baja no recontratable ID " DELIMITED BY SIZE
			EMPLEADO-ID DELIMITED BY SIZE
			" motivo " DELIMITED BY SIZE
			EMPLEADO-MOTIVO-BAJA DELIMITED BY SIZE
			INTO WS-MENSAJE-LOG
		END-STRING
		MOVE "I" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		END-IF
		END-REWRITE.

	PROPONER-BAJAS.
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
		MOVE ZERO TO BAJAS-PROPUESTAS
		MOVE ZERO TO REC-ID
		MOVE ZERO TO REC-INICIO
		MOVE "N" TO FIN-CONTRATOS
		PERFORM UNTIL FIN-CONTRATOS = "S"
			MOVE CLAVE-RECORRIDO TO CON-CLAVE
			START ARCHIVO-CONTRATOS
				KEY IS GREATER THAN CON-CLAVE
			INVALID KEY MOVE "S" TO FIN-CONTRATOS
			END-START
			IF FIN-CONTRATOS = "N"
			READ ARCHIVO-CONTRATOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-CONTRATOS
			NOT AT END
			MOVE CON-CLAVE TO CLAVE-RECORRIDO
			IF CONTRATO-VIGENTE AND CON-FIN > ZERO
			AND (CON-FIN < WS-FECHA-HOY
			OR PRUEBA-NO-SUPERADA)
			PERFORM PROPONER-BAJA-CONTRATO
			END-IF
			END-READ
			END-IF
		END-PERFORM
		DISPLAY "Bajas propuestas: " BAJAS-PROPUESTAS.

	PROPONER-BAJA-CONTRATO.
		ADD 1 TO BAJAS-PROPUESTAS
		MOVE CON-ID TO ID-BUSCADO
		MOVE ID-BUSCADO TO ID-CANDEMP
		PERFORM TOMAR-CANDADO-EMP
		IF RESULTADO-CANDEMP = "N"
		DISPLAY "ID " ID-BUSCADO " en uso: queda propuesto."
		ELSE
		MOVE ID-BUSCADO TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		DISPLAY "Contrato de un ID inexistente: " ID-BUSCADO
		NOT INVALID KEY
		IF EMPLEADO-ESTADO = "B"
		*> Baja dada por otro camino antes de que el
		*> contrato se cerrara: solo se lo finaliza.
		MOVE EMPLEADO-FECHA-ESTADO TO FECHA-EFECTIVA
		PERFORM FINALIZAR-CONTRATO
		ELSE
		PERFORM CONFIRMAR-BAJA-CONTRATO
		END-IF
		END-READ
		PERFORM LIBERAR-CANDADO-EMP
		END-IF.

	CONFIRMAR-BAJA-CONTRATO.
		DISPLAY " "
		DISPLAY "Empleado " EMPLEADO-ID ": " EMPLEADO-NOMBRE
			" " EMPLEADO-APELLIDO
			" (estado " EMPLEADO-ESTADO ")"
		IF PRUEBA-NO-SUPERADA
		MOVE "PRUEBA NO SUPERADA" TO MOTIVO-CAMBIO
		MOVE "PP" TO MOTIVO-BAJA-CAPTURA
		ELSE
		MOVE "FIN DE CONTRATO SIN RENOVACION" TO MOTIVO-CAMBIO
		MOVE "FC" TO MOTIVO-BAJA-CAPTURA
		END-IF
		DISPLAY "  contrato " CON-TIPO " desde " CON-INICIO
			" hasta " CON-FIN ": " MOTIVO-CAMBIO
		DISPLAY "Dar de baja al " CON-FIN " (S/N): "
		ACCEPT CONFIRMAR-BAJA
		IF CONFIRMAR-BAJA = "S" OR CONFIRMAR-BAJA = "s"
		MOVE EMPLEADOS-REGISTRO TO IMAGEN-ANTES
		MOVE EMPLEADO-ESTADO TO ESTADO-ANTERIOR
		MOVE "B" TO ESTADO-NUEVO
		MOVE CON-FIN TO FECHA-EFECTIVA
		PERFORM BUSCAR-MOTIVO-BAJA
		PERFORM SOLICITAR-RECONTRATABLE
		PERFORM GRABAR-CAMBIO-ESTADO
		ELSE
		DISPLAY "Sigue propuesto: se renueva en CONMANT."
		END-IF.

	BUSCAR-CONTRATO-VIGENTE.
		MOVE "N" TO CONTRATO-HALLADO
		MOVE "N" TO FIN-CONTRATOS
		MOVE EMPLEADO-ID TO CON-ID
		MOVE ZERO TO CON-INICIO
		START ARCHIVO-CONTRATOS
			KEY IS NOT LESS THAN CON-CLAVE
		INVALID KEY MOVE "S" TO FIN-CONTRATOS
		END-START
		PERFORM UNTIL FIN-CONTRATOS = "S"
			READ ARCHIVO-CONTRATOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-CONTRATOS
			NOT AT END
			IF CON-ID NOT = EMPLEADO-ID
			MOVE "S" TO FIN-CONTRATOS
			ELSE
			IF CONTRATO-VIGENTE
			MOVE "S" TO CONTRATO-HALLADO
			MOVE CON-INICIO TO INICIO-VIGENTE
			END-IF
			END-IF
			END-READ
		END-PERFORM
		MOVE "N" TO FIN-CONTRATOS
		IF CONTRATO-HALLADO = "S"
		MOVE EMPLEADO-ID TO CON-ID
		MOVE INICIO-VIGENTE TO CON-INICIO
		READ ARCHIVO-CONTRATOS
		INVALID KEY MOVE "N" TO CONTRATO-HALLADO
		END-READ
		END-IF.

	FINALIZAR-CONTRATO.
		*> La baja termina el contrato vigente: el indeterminado
		*> (o el que se corta antes) toma la fecha efectiva
		*> como último día.
		PERFORM BUSCAR-CONTRATO-VIGENTE
		IF CONTRATO-HALLADO = "S"
		PERFORM ARMAR-IMAGEN-CONTRATO
		MOVE IMAGEN-CONTRATO TO IMAGEN-SAT-ANTES
		IF CON-FIN = ZERO OR CON-FIN > FECHA-EFECTIVA
		MOVE FECHA-EFECTIVA TO CON-FIN
		END-IF
		MOVE "F" TO CON-ESTADO
		MOVE FECHA-EFECTIVA TO CON-FECHA-CIERRE
		MOVE WS-OPERADOR-LOG TO CON-OPERADOR
		REWRITE CONTRATOS-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo finalizar el contrato."
		NOT INVALID KEY
		PERFORM ARMAR-IMAGEN-CONTRATO
		MOVE IMAGEN-CONTRATO TO IMAGEN-SAT-DESPUES
		MOVE "M" TO OPERACION-AUDSAT
		CALL "AUDSAT" USING WS-PROGRAMA-LOG NOMBRE-AUDSAT-CON
			OPERACION-AUDSAT IMAGEN-SAT-ANTES
			IMAGEN-SAT-DESPUES WS-OPERADOR-LOG
		DISPLAY "Contrato del " CON-INICIO " finalizado."
		END-REWRITE
		END-IF.

	ARMAR-IMAGEN-CONTRATO.
		MOVE CON-ID TO IMC-ID
		MOVE CON-INICIO TO IMC-INICIO
		MOVE CON-TIPO TO IMC-TIPO
		MOVE CON-FIN TO IMC-FIN
		MOVE CON-FIN-PRUEBA TO IMC-FIN-PRUEBA
		MOVE CON-PRUEBA TO IMC-PRUEBA
		MOVE CON-ESTADO TO IMC-ESTADO
		MOVE CON-FECHA-CIERRE TO IMC-FECHA-CIERRE.

	CONTROLAR-RUTA-LICENCIA.
		MOVE "E" TO RAP-OPERACION
		MOVE WS-OPERADOR-LOG TO RAP-OPERADOR
		MOVE ID-BUSCADO TO RAP-CLAVE
		MOVE ZERO TO RAP-FECHA
		CALL "APRRUT" USING RUTA-APROBACION
		IF RAP-NO-AUTORIZADO
		MOVE SPACES TO WS-MENSAJE-LOG
		STRING "Licencia fuera de línea ID " DELIMITED BY SIZE
			ID-BUSCADO DELIMITED BY SIZE
			INTO WS-MENSAJE-LOG
		END-STRING
		MOVE "A" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		END-IF.

	BUSCAR-CASO-ABIERTO.
		*> El caso sin cerrar (abierto o en reserva de puesto)
		*> del empleado, si lo hay.
		MOVE "N" TO CASO-ABIERTO
		MOVE "N" TO FIN-CASOS
		MOVE EMPLEADO-ID TO CAM-ID
		MOVE ZERO TO CAM-INICIO
		START ARCHIVO-CASOS
			KEY IS NOT LESS THAN CAM-CLAVE
		INVALID KEY MOVE "S" TO FIN-CASOS
		END-START
		PERFORM UNTIL FIN-CASOS = "S"
			READ ARCHIVO-CASOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-CASOS
			NOT AT END
			IF CAM-ID NOT = EMPLEADO-ID
			MOVE "S" TO FIN-CASOS
			ELSE
			IF NOT CAM-CERRADO
			MOVE "S" TO CASO-ABIERTO
			MOVE CAM-INICIO TO INICIO-CASO-ABIERTO
			END-IF
			END-IF
			END-READ
		END-PERFORM
		IF CASO-ABIERTO = "S"
		MOVE EMPLEADO-ID TO CAM-ID
		MOVE INICIO-CASO-ABIERTO TO CAM-INICIO
		READ ARCHIVO-CASOS
		INVALID KEY MOVE "N" TO CASO-ABIERTO
		END-READ
		END-IF.

	ABRIR-CASO-MEDICO.
		PERFORM BUSCAR-CASO-ABIERTO
		IF CASO-ABIERTO = "S"
		DISPLAY "Sigue el caso médico abierto el "
			CAM-INICIO "."
		ELSE
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Categoría (IN/QX/CR/AN/SD): "
			ACCEPT CATEGORIA-CAPTURA
			MOVE CATEGORIA-CAPTURA TO CAM-CATEGORIA
			IF CAM-CATEGORIA-VALIDA
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Categoría inválida."
			END-IF
		END-PERFORM
		MOVE EMPLEADO-ID TO CAM-ID
		MOVE FECHA-EFECTIVA TO CAM-INICIO
		MOVE CATEGORIA-CAPTURA TO CAM-CATEGORIA
		MOVE "M" TO CAM-ORIGEN
		MOVE ZERO TO CAM-CERT-DESDE
		MOVE ZERO TO CAM-CERT-HASTA
		MOVE ZERO TO CAM-RETORNO-PREVISTO
		MOVE ZERO TO CAM-DIAS-CONSUMIDOS
		MOVE ZERO TO CAM-DIAS-LIMITE
		MOVE ZERO TO CAM-FECHA-TOPE
		MOVE "A" TO CAM-ESTADO
		MOVE ZERO TO CAM-FECHA-CIERRE
		WRITE CASOS-MEDICOS-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo abrir el caso médico."
		NOT INVALID KEY
		MOVE SPACES TO IMAGEN-SAT-ANTES
		MOVE CASOS-MEDICOS-REGISTRO TO IMAGEN-SAT-DESPUES
		MOVE "A" TO OPERACION-AUDSAT
		CALL "AUDSAT" USING WS-PROGRAMA-LOG NOMBRE-AUDSAT
			OPERACION-AUDSAT IMAGEN-SAT-ANTES
			IMAGEN-SAT-DESPUES WS-OPERADOR-LOG
		DISPLAY "Caso médico abierto: certificados en MEDMANT."
		END-WRITE
		END-IF.

	CERRAR-CASO-MEDICO.
		PERFORM BUSCAR-CASO-ABIERTO
		IF CASO-ABIERTO = "S"
		MOVE CASOS-MEDICOS-REGISTRO TO IMAGEN-SAT-ANTES
		MOVE "C" TO CAM-ESTADO
		MOVE FECHA-EFECTIVA TO CAM-FECHA-CIERRE
		REWRITE CASOS-MEDICOS-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo cerrar el caso médico."
		NOT INVALID KEY
		MOVE CASOS-MEDICOS-REGISTRO TO IMAGEN-SAT-DESPUES
		MOVE "M" TO OPERACION-AUDSAT
		CALL "AUDSAT" USING WS-PROGRAMA-LOG NOMBRE-AUDSAT
			OPERACION-AUDSAT IMAGEN-SAT-ANTES
			IMAGEN-SAT-DESPUES WS-OPERADOR-LOG
		DISPLAY "Caso médico del " CAM-INICIO " cerrado."
		END-REWRITE
		END-IF.

	SOLICITAR-ID.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			END-IF
		END-PERFORM.

	CONTROLAR-REACTIVACION.
		*> Sacar de la baja a quien quedó marcado no
		*> recontratable es recontratarlo: mismo trato que
		*> las puertas de alta, anulación de supervisor y
		*> renglón en LOGERR.
		MOVE "S" TO REACTIVACION-OK
		IF ESTADO-ANTERIOR = "B" AND ESTADO-NUEVO NOT = "B"
		AND EMPLEADO-NO-RECONTRATABLE
		DISPLAY "AVISO: baja marcada no recontratable"
			" (motivo " EMPLEADO-MOTIVO-BAJA ")."
		IF NIVEL-FIRMADO >= 2
		DISPLAY "Anular el veto y seguir (S/N): "
		ACCEPT RESPUESTA-VETO
		IF RESPUESTA-VETO = "S" OR RESPUESTA-VETO = "s"
		MOVE SPACES TO WS-MENSAJE-LOG
		STRING "Veto recontratación anulado ID "
			DELIMITED BY SIZE
			EMPLEADO-ID DELIMITED BY SIZE
			INTO WS-MENSAJE-LOG
		END-STRING
		MOVE "A" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		ELSE
		MOVE "N" TO REACTIVACION-OK
		END-IF
		ELSE
		DISPLAY "Solo un supervisor anula el veto."
		MOVE "N" TO REACTIVACION-OK
		END-IF
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

	SOLICITAR-FECHA-EFECTIVA.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
