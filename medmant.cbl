	*> Mantenimiento de casos médicos:
	*> Pantallas al estilo de HABMANT sobre casos_medicos.dat.
	*> ESTADOS y AUSENCIA abren los casos solos; aquí se abre
	*> uno a mano, se completa la categoría de diagnóstico,
	*> las fechas del certificado y el retorno previsto, y se
	*> registra el alta médica que cierra el caso. La consulta
	*> recalcula con MEDCAS los días consumidos contra el tope
	*> legal de días pagos a la fecha y los deja grabados.
	*> Cada cambio queda en AUDSAT con el operador firmado.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. MEDMANT.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-CASOS
		ASSIGN TO "casos_medicos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS CAM-CLAVE
		FILE STATUS IS WS-STATUS-CAM.

		SELECT OPTIONAL ARCHIVO-EMPLEADOS
		ASSIGN TO "empleados.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS EMPLEADO-ID
		ALTERNATE RECORD KEY IS EMPLEADO-APELLIDO
			WITH DUPLICATES
		ALTERNATE RECORD KEY IS EMPLEADO-CUIL
			WITH DUPLICATES
		FILE STATUS IS WS-STATUS-EMP.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-CASOS.
		COPY "casomed.cpy".

	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-CAM PIC XX VALUE "00".
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 CONTINUAR PIC X VALUE "S".
		01 OPCION-MENU PIC 9 VALUE 1.
		01 ID-BUSCADO PIC 9(5) VALUE ZERO.
		01 CAMPO-ENTRADA PIC X(20) VALUE SPACES.
		01 CAMPO-VALIDO PIC X VALUE "N".
		01 CATEGORIA-CAPTURA PIC X(2) VALUE SPACES.
		01 FIN-CASOS PIC X VALUE "N".
		01 CASO-ABIERTO PIC X VALUE "N".
		01 INICIO-CASO-ABIERTO PIC 9(8) VALUE ZERO.
		01 CONTADOR-CASOS PIC 9(3) VALUE ZERO.
		01 FECHA-VALIDAR PIC 9(8) VALUE ZERO.
		01 RESULTADO-VALIDACION PIC X VALUE "N".
		01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
		COPY "medcas.cpy".
		01 NOMBRE-AUDSAT PIC X(12) VALUE "casos_medico".
		01 OPERACION-AUDSAT PIC X VALUE SPACE.
		01 IMAGEN-SAT-ANTES PIC X(40) VALUE SPACES.
		01 IMAGEN-SAT-DESPUES PIC X(40) VALUE SPACES.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "MEDMANT".
		01 WS-MENSAJE-LOG PIC X(40).
		01 WS-SEVERIDAD-LOG PIC X VALUE "A".
		01 WS-OPERADOR-LOG PIC X(8) VALUE "SISTEMA".
		01 NIVEL-FIRMADO PIC 9 VALUE ZERO.
		01 RESULTADO-SIGNON PIC X VALUE "N".

	PROCEDURE DIVISION.
	MAIN.
		*> Los casos llevan diagnóstico: el operador queda
		*> identificado en cada cambio.
		CALL "SIGNON" USING WS-OPERADOR-LOG NIVEL-FIRMADO
			RESULTADO-SIGNON WS-PROGRAMA-LOG.
		IF RESULTADO-SIGNON NOT = "S"
		GOBACK
		END-IF.
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
		PERFORM APERTURA-ARCHIVOS.
		PERFORM UNTIL CONTINUAR = "N" OR CONTINUAR = "n"
			PERFORM MOSTRAR-MENU
			ACCEPT OPCION-MENU
			EVALUATE OPCION-MENU
				WHEN 1
					PERFORM ABRIR-CASO
				WHEN 2
					PERFORM ACTUALIZAR-CASO
				WHEN 3
					PERFORM CERRAR-CASO
				WHEN 4
					PERFORM CONSULTAR-CASOS
				WHEN OTHER
					DISPLAY "Opción inválida."
			END-EVALUATE
			DISPLAY "Continuar programa: "
			ACCEPT CONTINUAR
		END-PERFORM.
		CLOSE ARCHIVO-CASOS.
		CLOSE ARCHIVO-EMPLEADOS.
		GOBACK.

	MOSTRAR-MENU.
		DISPLAY "1. Abrir caso médico".
		DISPLAY "2. Actualizar certificado del caso abierto".
		DISPLAY "3. Registrar alta médica".
		DISPLAY "4. Consultar casos de un empleado".
		DISPLAY "Opción: ".

	APERTURA-ARCHIVOS.
		OPEN I-O ARCHIVO-CASOS
		IF WS-STATUS-CAM NOT = "00" AND WS-STATUS-CAM NOT = "05"
		DISPLAY "Error al abrir casos_medicos.dat. Status: "
			WS-STATUS-CAM
		GOBACK
		END-IF
		OPEN INPUT ARCHIVO-EMPLEADOS
		IF WS-STATUS-EMP NOT = "00" AND WS-STATUS-EMP NOT = "05"
		DISPLAY "Error al abrir empleados.dat. Status: "
			WS-STATUS-EMP
		GOBACK
		END-IF.

	SOLICITAR-ID.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "ID de empleado: "
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:5) IS NUMERIC
			MOVE CAMPO-ENTRADA (1:5) TO ID-BUSCADO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "ID inválido, ingrese solo números."
			END-IF
		END-PERFORM.

	SOLICITAR-FECHA.
		*> Cero se acepta como "sin dato".
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			ACCEPT CAMPO-ENTRADA
			MOVE "N" TO RESULTADO-VALIDACION
			IF CAMPO-ENTRADA (1:8) IS NUMERIC
			MOVE CAMPO-ENTRADA (1:8) TO FECHA-VALIDAR
			IF FECHA-VALIDAR = ZERO
			MOVE "S" TO RESULTADO-VALIDACION
			ELSE
			CALL "VALFEC" USING FECHA-VALIDAR
				RESULTADO-VALIDACION
			END-IF
			END-IF
			IF RESULTADO-VALIDACION = "S"
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Fecha inválida (AAAAMMDD): "
			END-IF
		END-PERFORM.

	SOLICITAR-CATEGORIA.
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
		END-PERFORM.

	CAPTURAR-CERTIFICADO.
		PERFORM SOLICITAR-CATEGORIA
		DISPLAY "Certificado desde (AAAAMMDD, 0 = sin dato): "
		PERFORM SOLICITAR-FECHA
		MOVE FECHA-VALIDAR TO CAM-CERT-DESDE
		DISPLAY "Certificado hasta (AAAAMMDD, 0 = sin dato): "
		PERFORM SOLICITAR-FECHA
		PERFORM UNTIL FECHA-VALIDAR = ZERO
		OR FECHA-VALIDAR NOT < CAM-CERT-DESDE
			DISPLAY "Hasta no puede ser anterior a desde: "
			PERFORM SOLICITAR-FECHA
		END-PERFORM
		MOVE FECHA-VALIDAR TO CAM-CERT-HASTA
		DISPLAY "Retorno previsto (AAAAMMDD, 0 = sin dato): "
		PERFORM SOLICITAR-FECHA
		MOVE FECHA-VALIDAR TO CAM-RETORNO-PREVISTO.

	BUSCAR-CASO-ABIERTO.
		*> El caso sin cerrar (abierto o en reserva de puesto)
		*> del empleado, si lo hay, queda leído.
		MOVE "N" TO CASO-ABIERTO
		MOVE "N" TO FIN-CASOS
		MOVE ID-BUSCADO TO CAM-ID
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
			IF CAM-ID NOT = ID-BUSCADO
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
		MOVE ID-BUSCADO TO CAM-ID
		MOVE INICIO-CASO-ABIERTO TO CAM-INICIO
		READ ARCHIVO-CASOS
		INVALID KEY MOVE "N" TO CASO-ABIERTO
		END-READ
		END-IF.

	LEER-EMPLEADO.
		MOVE ID-BUSCADO TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		MOVE "N" TO CAMPO-VALIDO
		DISPLAY "No existe el empleado " ID-BUSCADO "."
		MOVE "Caso médico para ID inexistente."
			TO WS-MENSAJE-LOG
		MOVE "A" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		NOT INVALID KEY
		MOVE "S" TO CAMPO-VALIDO
		DISPLAY "Empleado: " EMPLEADO-NOMBRE
			" " EMPLEADO-APELLIDO
		END-READ.

	GRABAR-AUDSAT.
		MOVE CASOS-MEDICOS-REGISTRO TO IMAGEN-SAT-DESPUES
		CALL "AUDSAT" USING WS-PROGRAMA-LOG NOMBRE-AUDSAT
			OPERACION-AUDSAT IMAGEN-SAT-ANTES
			IMAGEN-SAT-DESPUES WS-OPERADOR-LOG.

	ABRIR-CASO.
		PERFORM SOLICITAR-ID
		PERFORM LEER-EMPLEADO
		IF CAMPO-VALIDO = "S"
		PERFORM BUSCAR-CASO-ABIERTO
		IF CASO-ABIERTO = "S"
		DISPLAY "Ya tiene abierto el caso del " CAM-INICIO "."
		ELSE
		MOVE ZERO TO FECHA-VALIDAR
		PERFORM UNTIL FECHA-VALIDAR > ZERO
			DISPLAY "Fecha de inicio (AAAAMMDD): "
			PERFORM SOLICITAR-FECHA
		END-PERFORM
		MOVE ID-BUSCADO TO CAM-ID
		MOVE FECHA-VALIDAR TO CAM-INICIO
		*> Con el empleado en licencia el caso corre por
		*> calendario; si no, por los días E que se carguen.
		IF EMPLEADO-ESTADO = "M"
		MOVE "M" TO CAM-ORIGEN
		ELSE
		MOVE "A" TO CAM-ORIGEN
		END-IF
		PERFORM CAPTURAR-CERTIFICADO
		MOVE ZERO TO CAM-DIAS-CONSUMIDOS
		MOVE ZERO TO CAM-DIAS-LIMITE
		MOVE ZERO TO CAM-FECHA-TOPE
		MOVE "A" TO CAM-ESTADO
		MOVE ZERO TO CAM-FECHA-CIERRE
		WRITE CASOS-MEDICOS-REGISTRO
		INVALID KEY
		DISPLAY "Ya hay un caso con esa fecha de inicio."
		NOT INVALID KEY
		MOVE SPACES TO IMAGEN-SAT-ANTES
		MOVE "A" TO OPERACION-AUDSAT
		PERFORM GRABAR-AUDSAT
		DISPLAY "Caso médico abierto."
		END-WRITE
		END-IF
		END-IF.

	ACTUALIZAR-CASO.
		PERFORM SOLICITAR-ID
		PERFORM BUSCAR-CASO-ABIERTO
		IF CASO-ABIERTO = "N"
		DISPLAY "El empleado no tiene caso médico abierto."
		ELSE
		DISPLAY "Caso del " CAM-INICIO " categoría "
			CAM-CATEGORIA
		DISPLAY "Certificado " CAM-CERT-DESDE " a "
			CAM-CERT-HASTA " retorno " CAM-RETORNO-PREVISTO
		MOVE CASOS-MEDICOS-REGISTRO TO IMAGEN-SAT-ANTES
		PERFORM CAPTURAR-CERTIFICADO
		REWRITE CASOS-MEDICOS-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo actualizar el caso."
		NOT INVALID KEY
		MOVE "M" TO OPERACION-AUDSAT
		PERFORM GRABAR-AUDSAT
		DISPLAY "Caso actualizado."
		END-REWRITE
		END-IF.

	CERRAR-CASO.
		PERFORM SOLICITAR-ID
		PERFORM LEER-EMPLEADO
		IF CAMPO-VALIDO = "S"
		IF EMPLEADO-ESTADO = "M"
		*> La vuelta de la licencia es una transición de
		*> estado: la registra ESTADOS y cierra el caso.
		DISPLAY "Sigue en licencia: dar el alta en ESTADOS."
		ELSE
		PERFORM BUSCAR-CASO-ABIERTO
		IF CASO-ABIERTO = "N"
		DISPLAY "El empleado no tiene caso médico abierto."
		ELSE
		MOVE CASOS-MEDICOS-REGISTRO TO IMAGEN-SAT-ANTES
		MOVE ZERO TO FECHA-VALIDAR
		PERFORM UNTIL FECHA-VALIDAR NOT < CAM-INICIO
			DISPLAY "Fecha del alta médica (AAAAMMDD): "
			PERFORM SOLICITAR-FECHA
		END-PERFORM
		MOVE FECHA-VALIDAR TO CAM-FECHA-CIERRE
		MOVE "C" TO CAM-ESTADO
		REWRITE CASOS-MEDICOS-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo cerrar el caso."
		NOT INVALID KEY
		MOVE "M" TO OPERACION-AUDSAT
		PERFORM GRABAR-AUDSAT
		DISPLAY "Caso médico del " CAM-INICIO " cerrado."
		END-REWRITE
		END-IF
		END-IF
		END-IF.

	CONSULTAR-CASOS.
		PERFORM SOLICITAR-ID
		PERFORM LEER-EMPLEADO
		IF CAMPO-VALIDO = "S"
		MOVE ZERO TO CONTADOR-CASOS
		MOVE "N" TO FIN-CASOS
		MOVE ID-BUSCADO TO CAM-ID
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
			IF CAM-ID NOT = ID-BUSCADO
			MOVE "S" TO FIN-CASOS
			ELSE
			PERFORM MOSTRAR-CASO
			END-IF
			END-READ
		END-PERFORM
		IF CONTADOR-CASOS = ZERO
		DISPLAY "Sin casos médicos."
		END-IF
		END-IF.

	MOSTRAR-CASO.
		*> Los casos sin cerrar se recalculan a hoy y se
		*> graban; los cerrados se muestran como quedaron.
		ADD 1 TO CONTADOR-CASOS
		IF NOT CAM-CERRADO
		MOVE EMPLEADO-FECHA-INGRESO TO MCC-FECHA-INGRESO
		MOVE WS-FECHA-HOY TO MCC-FECHA
		CALL "MEDCAS" USING CALCULO-CASO-MEDICO
			CASOS-MEDICOS-REGISTRO
		REWRITE CASOS-MEDICOS-REGISTRO
		INVALID KEY CONTINUE
		END-REWRITE
		END-IF
		DISPLAY "Caso " CAM-INICIO " " CAM-CATEGORIA
			" origen " CAM-ORIGEN " estado " CAM-ESTADO
		DISPLAY "  Certificado " CAM-CERT-DESDE " a "
			CAM-CERT-HASTA " retorno " CAM-RETORNO-PREVISTO
		DISPLAY "  Días " CAM-DIAS-CONSUMIDOS " de "
			CAM-DIAS-LIMITE " tope " CAM-FECHA-TOPE
		IF CAM-CERRADO
		DISPLAY "  Alta médica " CAM-FECHA-CIERRE
		ELSE
		EVALUATE TRUE
			WHEN MCC-EXCEDIDO
				DISPLAY "  Tope agotado: reserva."
			WHEN MCC-POR-AGOTARSE
				DISPLAY "  Tope por agotarse."
			WHEN OTHER
				DISPLAY "  Dentro del tope."
		END-EVALUATE
		END-IF.
	END PROGRAM MEDMANT.
