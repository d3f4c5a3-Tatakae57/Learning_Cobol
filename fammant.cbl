	*> Mantenimiento de familiares a cargo:
	*> Pantallas al estilo de DOMMANT sobre dependientes.dat
	*> (indexado por EMPLEADO-ID + secuencia del familiar). El
	*> alta exige que el empleado exista en empleados.dat y le
	*> asigna al familiar la secuencia libre siguiente; la
	*> fecha de nacimiento pasa por VALFEC y el CUIL por
	*> VALCUIL. Es el padrón del que NOMINA liquida las
	*> asignaciones familiares.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. FAMMANT.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-FAMILIARES
		ASSIGN TO "dependientes.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS FAM-CLAVE
		FILE STATUS IS WS-STATUS-FAM.

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
	FD ARCHIVO-FAMILIARES.
		COPY "familiar.cpy".

	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-FAM PIC XX VALUE "00".
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 CONTINUAR PIC X VALUE "S".
		01 OPCION-MENU PIC 9 VALUE 1.
		01 ID-BUSCADO PIC 9(5) VALUE ZERO.
		01 SECUENCIA-BUSCADA PIC 9(2) VALUE ZERO.
		01 SECUENCIA-LIBRE PIC 9(2) VALUE ZERO.
		01 CAMPO-ENTRADA PIC X(11) VALUE SPACES.
		01 CAMPO-VALIDO PIC X VALUE "N".
		01 FIN-FAMILIARES PIC X VALUE "N".
		01 CONTADOR-FAMILIARES PIC 9(2) VALUE ZERO.
		01 FECHA-VALIDAR PIC 9(8) VALUE ZERO.
		01 CUIL-VALIDAR PIC 9(11) VALUE ZERO.
		01 RESULTADO-VALIDACION PIC X VALUE "N".
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "FAMMANT".
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
					PERFORM ALTA-FAMILIAR
				WHEN 2
					PERFORM MODIFICAR-FAMILIAR
				WHEN 3
					PERFORM ELIMINAR-FAMILIAR
				WHEN 4
					PERFORM LISTAR-FAMILIARES
				WHEN OTHER
					DISPLAY "Opción inválida."
			END-EVALUATE
			DISPLAY "Continuar programa: "
			ACCEPT CONTINUAR
		END-PERFORM.
		CLOSE ARCHIVO-FAMILIARES.
		CLOSE ARCHIVO-EMPLEADOS.
		GOBACK.

	MOSTRAR-MENU.
		DISPLAY "1. Alta de familiar".
		DISPLAY "2. Modificar familiar".
		DISPLAY "3. Eliminar familiar".
		DISPLAY "4. Listar familiares de un empleado".
		DISPLAY "Opción: ".

	APERTURA-ARCHIVOS.
		OPEN I-O ARCHIVO-FAMILIARES
		IF WS-STATUS-FAM NOT = "00" AND WS-STATUS-FAM NOT = "05"
		DISPLAY "Error al abrir dependientes.dat. Status: "
			WS-STATUS-FAM
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
			MOVE "ID de familiar no numérico."
				TO WS-MENSAJE-LOG
			MOVE "A" TO WS-SEVERIDAD-LOG
			CALL "LOGERR" USING WS-PROGRAMA-LOG
				WS-SEVERIDAD-LOG WS-MENSAJE-LOG
				WS-OPERADOR-LOG
			END-IF
		END-PERFORM.

	SOLICITAR-SECUENCIA.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Secuencia del familiar (01-99): "
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:2) IS NUMERIC
			AND CAMPO-ENTRADA (1:2) NOT = "00"
			MOVE CAMPO-ENTRADA (1:2) TO SECUENCIA-BUSCADA
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Secuencia inválida."
			END-IF
		END-PERFORM.

	BUSCAR-SECUENCIA-LIBRE.
		MOVE ZERO TO SECUENCIA-LIBRE
		MOVE "N" TO FIN-FAMILIARES
		MOVE ID-BUSCADO TO FAM-ID
		MOVE ZERO TO FAM-SECUENCIA
		START ARCHIVO-FAMILIARES
			KEY IS NOT LESS THAN FAM-CLAVE
		INVALID KEY MOVE "S" TO FIN-FAMILIARES
		END-START
		PERFORM UNTIL FIN-FAMILIARES = "S"
			READ ARCHIVO-FAMILIARES NEXT RECORD
			AT END
			MOVE "S" TO FIN-FAMILIARES
			NOT AT END
			IF FAM-ID NOT = ID-BUSCADO
			MOVE "S" TO FIN-FAMILIARES
			ELSE
			MOVE FAM-SECUENCIA TO SECUENCIA-LIBRE
			END-IF
			END-READ
		END-PERFORM
		ADD 1 TO SECUENCIA-LIBRE.

	CAPTURAR-FAMILIAR.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Parentesco (C=cónyuge, H=hijo): "
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:1) = "C" OR "H"
			MOVE CAMPO-ENTRADA (1:1) TO FAM-PARENTESCO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Parentesco inválido."
			END-IF
		END-PERFORM
		DISPLAY "Apellido y nombre: ".
		ACCEPT FAM-NOMBRE.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Fecha de nacimiento (AAAAMMDD): "
			ACCEPT CAMPO-ENTRADA
			MOVE "N" TO RESULTADO-VALIDACION
			IF CAMPO-ENTRADA (1:8) IS NUMERIC
			MOVE CAMPO-ENTRADA (1:8) TO FECHA-VALIDAR
			CALL "VALFEC" USING FECHA-VALIDAR
				RESULTADO-VALIDACION
			END-IF
			IF RESULTADO-VALIDACION = "S"
			MOVE FECHA-VALIDAR TO FAM-FECHA-NACIMIENTO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Fecha inválida (AAAAMMDD)."
			END-IF
		END-PERFORM
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "CUIL (11 dígitos): "
			ACCEPT CAMPO-ENTRADA
			MOVE "N" TO RESULTADO-VALIDACION
			IF CAMPO-ENTRADA IS NUMERIC
			MOVE CAMPO-ENTRADA TO CUIL-VALIDAR
			CALL "VALCUIL" USING CUIL-VALIDAR
				RESULTADO-VALIDACION
			END-IF
			IF RESULTADO-VALIDACION = "S"
			MOVE CUIL-VALIDAR TO FAM-CUIL
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "CUIL inválido."
			MOVE "CUIL de familiar inválido."
				TO WS-MENSAJE-LOG
			MOVE "A" TO WS-SEVERIDAD-LOG
			CALL "LOGERR" USING WS-PROGRAMA-LOG
				WS-SEVERIDAD-LOG WS-MENSAJE-LOG
				WS-OPERADOR-LOG
			END-IF
		END-PERFORM
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Con discapacidad (S/N): "
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:1) = "S" OR "N"
			MOVE CAMPO-ENTRADA (1:1) TO FAM-DISCAPACIDAD
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Responda S o N."
			END-IF
		END-PERFORM.

	ALTA-FAMILIAR.
		PERFORM SOLICITAR-ID
		MOVE ID-BUSCADO TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		DISPLAY "No existe el empleado " ID-BUSCADO "."
		MOVE "Familiar para ID inexistente."
			TO WS-MENSAJE-LOG
		MOVE "A" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		NOT INVALID KEY
		DISPLAY "Empleado: " EMPLEADO-NOMBRE
			" " EMPLEADO-APELLIDO
		PERFORM BUSCAR-SECUENCIA-LIBRE
		IF SECUENCIA-LIBRE = ZERO
		DISPLAY "El empleado ya tiene 99 familiares."
		ELSE
		PERFORM CAPTURAR-FAMILIAR
		MOVE ID-BUSCADO TO FAM-ID
		MOVE SECUENCIA-LIBRE TO FAM-SECUENCIA
		WRITE FAMILIARES-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo grabar el familiar."
		NOT INVALID KEY
		DISPLAY "Familiar dado de alta con secuencia "
			SECUENCIA-LIBRE "."
		END-WRITE
		END-IF
		END-READ.

	MODIFICAR-FAMILIAR.
		PERFORM SOLICITAR-ID
		PERFORM SOLICITAR-SECUENCIA
		MOVE ID-BUSCADO TO FAM-ID
		MOVE SECUENCIA-BUSCADA TO FAM-SECUENCIA
		READ ARCHIVO-FAMILIARES
		INVALID KEY
		DISPLAY "No existe ese familiar."
		NOT INVALID KEY
		DISPLAY "Familiar actual: " FAM-PARENTESCO " "
			FAM-NOMBRE
		DISPLAY "  Nacimiento " FAM-FECHA-NACIMIENTO
			" CUIL " FAM-CUIL " Discap. " FAM-DISCAPACIDAD
		PERFORM CAPTURAR-FAMILIAR
		REWRITE FAMILIARES-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo modificar."
		NOT INVALID KEY
		DISPLAY "Familiar modificado."
		END-REWRITE
		END-READ.

	ELIMINAR-FAMILIAR.
		PERFORM SOLICITAR-ID
		PERFORM SOLICITAR-SECUENCIA
		MOVE ID-BUSCADO TO FAM-ID
		MOVE SECUENCIA-BUSCADA TO FAM-SECUENCIA
		DELETE ARCHIVO-FAMILIARES
		INVALID KEY
		DISPLAY "No existe ese familiar."
		NOT INVALID KEY
		DISPLAY "Familiar eliminado."
		END-DELETE.

	LISTAR-FAMILIARES.
		PERFORM SOLICITAR-ID
		MOVE ZERO TO CONTADOR-FAMILIARES
		MOVE "N" TO FIN-FAMILIARES
		MOVE ID-BUSCADO TO FAM-ID
		MOVE ZERO TO FAM-SECUENCIA
		START ARCHIVO-FAMILIARES
			KEY IS NOT LESS THAN FAM-CLAVE
		INVALID KEY MOVE "S" TO FIN-FAMILIARES
		END-START
		PERFORM UNTIL FIN-FAMILIARES = "S"
			READ ARCHIVO-FAMILIARES NEXT RECORD
			AT END
			MOVE "S" TO FIN-FAMILIARES
			NOT AT END
			IF FAM-ID NOT = ID-BUSCADO
			MOVE "S" TO FIN-FAMILIARES
			ELSE
			ADD 1 TO CONTADOR-FAMILIARES
			DISPLAY FAM-SECUENCIA " " FAM-PARENTESCO " "
				FAM-NOMBRE " " FAM-FECHA-NACIMIENTO
				" " FAM-DISCAPACIDAD
			END-IF
			END-READ
		END-PERFORM
		IF CONTADOR-FAMILIARES = ZERO
		DISPLAY "Sin familiares cargados para ese ID."
		END-IF.
	END PROGRAM FAMMANT.
