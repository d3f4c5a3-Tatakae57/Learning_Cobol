	*> Grupo de pago de los empleados:
	*> Asigna a cada empleado el grupo de pago con el que
	*> cobra (el mensual de siempre, o uno quincenal o semanal
	*> de los dados de alta en PERCTL), en grupos_empleado.dat.
	*> El grupo se valida contra periodo.dat vía PERGRUPO;
	*> volver al grupo mensual borra la asignación, porque sin
	*> renglón el empleado ya cobra con el mensual. La opción
	*> 2 lista los empleados activos de un grupo: la dotación
	*> que liquidará la próxima corrida de ese grupo.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. GRUPEMP.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-GRUPOS-EMP
		ASSIGN TO "grupos_empleado.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS GEM-ID
		FILE STATUS IS WS-STATUS-GEM.

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
	FD ARCHIVO-GRUPOS-EMP.
		COPY "grupoemp.cpy".

	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-GEM PIC XX VALUE "00".
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 CONTINUAR PIC X VALUE "S".
		01 OPCION-MENU PIC 9 VALUE 1.
		01 ID-BUSCADO PIC 9(5) VALUE ZERO.
		01 CAMPO-ENTRADA PIC X(5) VALUE SPACES.
		01 CAMPO-VALIDO PIC X VALUE "N".
		01 GRUPO-ENTRADA-CODIGO PIC X(2) VALUE SPACES.
		01 GRUPO-ACTUAL PIC X(2) VALUE SPACES.
		01 FIN-EMPLEADOS PIC X VALUE "N".
		01 CONTADOR-GRUPO PIC 9(5) VALUE ZERO.
		01 FECHA-HOY PIC 9(8) VALUE ZERO.
		COPY "pergrupo.cpy".
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "GRUPEMP".
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
					PERFORM ASIGNAR-GRUPO
				WHEN 2
					PERFORM LISTAR-GRUPO
				WHEN OTHER
					DISPLAY "Opción inválida."
			END-EVALUATE
			DISPLAY "Continuar programa: "
			ACCEPT CONTINUAR
		END-PERFORM.
		CLOSE ARCHIVO-GRUPOS-EMP.
		CLOSE ARCHIVO-EMPLEADOS.
		GOBACK.

	MOSTRAR-MENU.
		DISPLAY "1. Asignar grupo de pago a un empleado".
		DISPLAY "2. Listar empleados activos de un grupo".
		DISPLAY "Opción: ".

	APERTURA-ARCHIVOS.
		OPEN I-O ARCHIVO-GRUPOS-EMP
		IF WS-STATUS-GEM NOT = "00" AND WS-STATUS-GEM NOT = "05"
		DISPLAY "Error al abrir grupos_empleado.dat. Status: "
			WS-STATUS-GEM
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
			IF CAMPO-ENTRADA IS NUMERIC
			MOVE CAMPO-ENTRADA TO ID-BUSCADO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "ID inválido, ingrese solo números."
			MOVE "ID de empleado no numérico."
				TO WS-MENSAJE-LOG
			MOVE "A" TO WS-SEVERIDAD-LOG
			CALL "LOGERR" USING WS-PROGRAMA-LOG
				WS-SEVERIDAD-LOG WS-MENSAJE-LOG
				WS-OPERADOR-LOG
			END-IF
		END-PERFORM.

	SOLICITAR-GRUPO.
		*> El grupo tiene que existir en periodo.dat; en blanco
		*> es el mensual.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Grupo de pago (blanco = mensual): "
			MOVE SPACES TO GRUPO-ENTRADA-CODIGO
			ACCEPT GRUPO-ENTRADA-CODIGO
			MOVE "L" TO PGR-OPERACION
			MOVE SPACES TO PGR-ARCHIVO
			MOVE GRUPO-ENTRADA-CODIGO TO PGR-GRUPO
			CALL "PERGRUPO" USING PERIODO-GRUPO
			IF PGR-HALLADO = "S"
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "No existe ese grupo en periodo.dat."
			END-IF
		END-PERFORM.

	GRUPO-DEL-EMPLEADO.
		MOVE ID-BUSCADO TO GEM-ID
		READ ARCHIVO-GRUPOS-EMP
		INVALID KEY
		MOVE PGR-GRUPO-MENSUAL TO GRUPO-ACTUAL
		NOT INVALID KEY
		MOVE GEM-GRUPO TO GRUPO-ACTUAL
		END-READ.

	ASIGNAR-GRUPO.
		PERFORM SOLICITAR-ID
		MOVE ID-BUSCADO TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		DISPLAY "No existe el empleado " ID-BUSCADO "."
		MOVE "Grupo de pago para ID inexistente."
			TO WS-MENSAJE-LOG
		MOVE "A" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		NOT INVALID KEY
		DISPLAY "Empleado: " EMPLEADO-NOMBRE
			" " EMPLEADO-APELLIDO
		PERFORM SOLICITAR-GRUPO
		PERFORM GRUPO-DEL-EMPLEADO
		DISPLAY "Grupo actual: " GRUPO-ACTUAL
		IF PGR-GRUPO = PGR-GRUPO-MENSUAL
		MOVE ID-BUSCADO TO GEM-ID
		DELETE ARCHIVO-GRUPOS-EMP
		INVALID KEY
		CONTINUE
		END-DELETE
		DISPLAY "El empleado cobra con el grupo mensual."
		ELSE
		ACCEPT FECHA-HOY FROM DATE YYYYMMDD
		MOVE ID-BUSCADO TO GEM-ID
		MOVE PGR-GRUPO TO GEM-GRUPO
		MOVE FECHA-HOY TO GEM-FECHA
		WRITE GRUPO-EMPLEADO-REGISTRO
		INVALID KEY
		REWRITE GRUPO-EMPLEADO-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo grabar el grupo."
		END-REWRITE
		END-WRITE
		DISPLAY "El empleado cobra con el grupo " PGR-GRUPO
			" (" PGR-DESCRIPCION ")."
		END-IF
		END-READ.

	LISTAR-GRUPO.
		PERFORM SOLICITAR-GRUPO
		MOVE ZERO TO CONTADOR-GRUPO
		MOVE "N" TO FIN-EMPLEADOS
		MOVE ZERO TO EMPLEADO-ID
		START ARCHIVO-EMPLEADOS KEY IS NOT LESS THAN EMPLEADO-ID
		INVALID KEY MOVE "S" TO FIN-EMPLEADOS
		END-START
		PERFORM UNTIL FIN-EMPLEADOS = "S"
			READ ARCHIVO-EMPLEADOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-EMPLEADOS
			NOT AT END
			IF EMPLEADO-ESTADO = "A"
			MOVE EMPLEADO-ID TO ID-BUSCADO
			PERFORM GRUPO-DEL-EMPLEADO
			IF GRUPO-ACTUAL = PGR-GRUPO
			ADD 1 TO CONTADOR-GRUPO
			DISPLAY EMPLEADO-ID " " EMPLEADO-APELLIDO " "
				EMPLEADO-NOMBRE " depto " EMPLEADO-DEPTO
			END-IF
			END-IF
			END-READ
		END-PERFORM
		DISPLAY "Activos del grupo " PGR-GRUPO ": "
			CONTADOR-GRUPO.
	END PROGRAM GRUPEMP.
