	*> Mantenimiento de habilitaciones:
	*> Pantallas al estilo de FAMMANT sobre habilitaciones.dat
	*> (indexado por EMPLEADO-ID + tipo de habilitación): la
	*> licencia de autoelevador, el curso de seguridad o el
	*> apto médico de cada empleado, con fecha de emisión,
	*> vencimiento (VALFEC; cero = no vence) y emisor. Cargar
	*> un tipo que el empleado ya tiene es la renovación: pisa
	*> la emisión anterior. La opción 4 cruza al empleado con
	*> las habilitaciones que exige su puesto (VALHAB), las
	*> mismas que PUEMANT asocia a cada PUE-CODIGO.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. HABMANT.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-HABILITACIONES
		ASSIGN TO "habilitaciones.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS HAB-CLAVE
		FILE STATUS IS WS-STATUS-HAB.

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
	FD ARCHIVO-HABILITACIONES.
		COPY "habilita.cpy".

	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-HAB PIC XX VALUE "00".
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 CONTINUAR PIC X VALUE "S".
		01 OPCION-MENU PIC 9 VALUE 1.
		01 ID-BUSCADO PIC 9(5) VALUE ZERO.
		01 TIPO-BUSCADO PIC X(4) VALUE SPACES.
		01 CAMPO-ENTRADA PIC X(20) VALUE SPACES.
		01 CAMPO-VALIDO PIC X VALUE "N".
		01 FIN-HABILITACIONES PIC X VALUE "N".
		01 CONTADOR-HABILITACIONES PIC 9(3) VALUE ZERO.
		01 FECHA-VALIDAR PIC 9(8) VALUE ZERO.
		01 RESULTADO-VALIDACION PIC X VALUE "N".
		01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
		COPY "valhab.cpy".
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "HABMANT".
		01 WS-MENSAJE-LOG PIC X(40).
		01 WS-SEVERIDAD-LOG PIC X VALUE "A".
		01 WS-OPERADOR-LOG PIC X(8) VALUE "SISTEMA".

	PROCEDURE DIVISION.
	MAIN.
		PERFORM APERTURA-ARCHIVOS.
		PERFORM UNTIL CONTINUAR = "N" OR CONTINUAR = "n"
			PERFORM MOSTRAR-MENU
			ACCEPT OPCION-MENU
			EVALUATE OPCION-MENU
				WHEN 1
					PERFORM ALTA-HABILITACION
				WHEN 2
					PERFORM ELIMINAR-HABILITACION
				WHEN 3
					PERFORM LISTAR-HABILITACIONES
				WHEN 4
					PERFORM CONTROLAR-PUESTO
				WHEN OTHER
					DISPLAY "Opción inválida."
			END-EVALUATE
			DISPLAY "Continuar programa: "
			ACCEPT CONTINUAR
		END-PERFORM.
		CLOSE ARCHIVO-HABILITACIONES.
		CLOSE ARCHIVO-EMPLEADOS.
		GOBACK.

	MOSTRAR-MENU.
		DISPLAY "1. Alta o renovación de habilitación".
		DISPLAY "2. Eliminar habilitación".
		DISPLAY "3. Listar habilitaciones de un empleado".
		DISPLAY "4. Controlar empleado contra su puesto".
		DISPLAY "Opción: ".

	APERTURA-ARCHIVOS.
		OPEN I-O ARCHIVO-HABILITACIONES
		IF WS-STATUS-HAB NOT = "00" AND WS-STATUS-HAB NOT = "05"
		DISPLAY "Error al abrir habilitaciones.dat. Status: "
			WS-STATUS-HAB
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
			MOVE "ID de habilitación no numérico."
				TO WS-MENSAJE-LOG
			MOVE "A" TO WS-SEVERIDAD-LOG
			CALL "LOGERR" USING WS-PROGRAMA-LOG
				WS-SEVERIDAD-LOG WS-MENSAJE-LOG
				WS-OPERADOR-LOG
			END-IF
		END-PERFORM.

	SOLICITAR-TIPO.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Tipo de habilitación (4 letras): "
			MOVE SPACES TO CAMPO-ENTRADA
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:4) NOT = SPACES
			MOVE CAMPO-ENTRADA (1:4) TO TIPO-BUSCADO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "El tipo es obligatorio."
			END-IF
		END-PERFORM.

	SOLICITAR-FECHA.
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

	CAPTURAR-HABILITACION.
		MOVE ZERO TO FECHA-VALIDAR
		PERFORM UNTIL FECHA-VALIDAR > ZERO
			DISPLAY "Fecha de emisión (AAAAMMDD): "
			PERFORM SOLICITAR-FECHA
		END-PERFORM
		MOVE FECHA-VALIDAR TO HAB-FECHA-EMISION
		DISPLAY "Vencimiento (AAAAMMDD, 0 = no vence): "
		PERFORM SOLICITAR-FECHA
		PERFORM UNTIL FECHA-VALIDAR = ZERO
		OR FECHA-VALIDAR > HAB-FECHA-EMISION
			DISPLAY "Vence después de la emisión: "
			PERFORM SOLICITAR-FECHA
		END-PERFORM
		MOVE FECHA-VALIDAR TO HAB-FECHA-VENCE
		DISPLAY "Emitida por: "
		MOVE SPACES TO CAMPO-ENTRADA
		ACCEPT CAMPO-ENTRADA
		MOVE CAMPO-ENTRADA TO HAB-EMISOR.

	ALTA-HABILITACION.
		PERFORM SOLICITAR-ID
		MOVE ID-BUSCADO TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		DISPLAY "No existe el empleado " ID-BUSCADO "."
		MOVE "Habilitación para ID inexistente."
			TO WS-MENSAJE-LOG
		MOVE "A" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		NOT INVALID KEY
		DISPLAY "Empleado: " EMPLEADO-NOMBRE
			" " EMPLEADO-APELLIDO
		PERFORM SOLICITAR-TIPO
		MOVE ID-BUSCADO TO HAB-ID
		MOVE TIPO-BUSCADO TO HAB-TIPO
		READ ARCHIVO-HABILITACIONES
		INVALID KEY
		PERFORM CAPTURAR-HABILITACION
		WRITE HABILITACIONES-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo grabar la habilitación."
		NOT INVALID KEY
		DISPLAY "Habilitación " TIPO-BUSCADO " cargada."
		END-WRITE
		NOT INVALID KEY
		DISPLAY "Ya tiene " HAB-TIPO " emitida "
			HAB-FECHA-EMISION " vence " HAB-FECHA-VENCE
		DISPLAY "Se carga la renovación."
		PERFORM CAPTURAR-HABILITACION
		REWRITE HABILITACIONES-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo renovar la habilitación."
		NOT INVALID KEY
		DISPLAY "Habilitación " TIPO-BUSCADO " renovada."
		END-REWRITE
		END-READ
		END-READ.

	ELIMINAR-HABILITACION.
		PERFORM SOLICITAR-ID
		PERFORM SOLICITAR-TIPO
		MOVE ID-BUSCADO TO HAB-ID
		MOVE TIPO-BUSCADO TO HAB-TIPO
		DELETE ARCHIVO-HABILITACIONES
		INVALID KEY
		DISPLAY "No existe esa habilitación."
		NOT INVALID KEY
		DISPLAY "Habilitación eliminada."
		END-DELETE.

	LISTAR-HABILITACIONES.
		PERFORM SOLICITAR-ID
		MOVE ZERO TO CONTADOR-HABILITACIONES
		MOVE "N" TO FIN-HABILITACIONES
		MOVE ID-BUSCADO TO HAB-ID
		MOVE SPACES TO HAB-TIPO
		START ARCHIVO-HABILITACIONES
			KEY IS NOT LESS THAN HAB-CLAVE
		INVALID KEY MOVE "S" TO FIN-HABILITACIONES
		END-START
		PERFORM UNTIL FIN-HABILITACIONES = "S"
			READ ARCHIVO-HABILITACIONES NEXT RECORD
			AT END
			MOVE "S" TO FIN-HABILITACIONES
			NOT AT END
			IF HAB-ID NOT = ID-BUSCADO
			MOVE "S" TO FIN-HABILITACIONES
			ELSE
			ADD 1 TO CONTADOR-HABILITACIONES
			DISPLAY HAB-TIPO " emitida " HAB-FECHA-EMISION
				" vence " HAB-FECHA-VENCE " " HAB-EMISOR
			END-IF
			END-READ
		END-PERFORM
		IF CONTADOR-HABILITACIONES = ZERO
		DISPLAY "Sin habilitaciones cargadas para ese ID."
		END-IF.

	CONTROLAR-PUESTO.
		PERFORM SOLICITAR-ID
		MOVE ID-BUSCADO TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		DISPLAY "No existe el empleado " ID-BUSCADO "."
		NOT INVALID KEY
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
		MOVE EMPLEADO-ID TO VHB-ID
		MOVE ZERO TO VHB-PUESTO
		IF EMPLEADO-PUESTO IS NUMERIC
		MOVE EMPLEADO-PUESTO TO VHB-PUESTO
		END-IF
		MOVE WS-FECHA-HOY TO VHB-FECHA
		CALL "VALHAB" USING CONTROL-HABILITACION
		DISPLAY "Puesto " VHB-PUESTO ": exige " VHB-EXIGIDAS
			", faltan " VHB-FALTANTES
			", vencidas " VHB-VENCIDAS "."
		IF VHB-FALTANTES > ZERO OR VHB-VENCIDAS > ZERO
		DISPLAY "NO HABILITADO PARA SU PUESTO (" VHB-PRIMER-TIPO
			")."
		END-IF
		END-READ.
	END PROGRAM HABMANT.
