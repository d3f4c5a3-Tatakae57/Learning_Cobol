	*> Evaluación anual de desempeño:
	*> AUMENTO aplica el mismo porcentaje a todos y el mérito
	*> se corregía después a mano en TARMANT. Acá se carga la
	*> evaluación de cada empleado por año (puntaje de 1 a 5 y
	*> comentarios) en evaluaciones.dat; el evaluador es el
	*> operador firmado, y la pantalla es solo para
	*> supervisores. Una segunda carga del mismo año reemplaza
	*> la anterior (queda la imagen vieja en el diario de
	*> satélites). MERITO arma la propuesta de aumentos desde
	*> este archivo.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. EVALUA.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-EVALUACIONES
		ASSIGN TO "evaluaciones.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS EVA-CLAVE
		FILE STATUS IS WS-STATUS-EVA.

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
	FD ARCHIVO-EVALUACIONES.
		COPY "evaluacion.cpy".

	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-EVA PIC XX VALUE "00".
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 CONTINUAR PIC X VALUE "S".
		01 OPCION-MENU PIC 9 VALUE 1.
		01 ID-BUSCADO PIC 9(5) VALUE ZERO.
		01 ANIO-BUSCADO PIC 9(4) VALUE ZERO.
		01 CAMPO-ENTRADA PIC X(60) VALUE SPACES.
		01 CAMPO-VALIDO PIC X VALUE "N".
		01 FIN-EVALUACIONES PIC X VALUE "N".
		01 EVALUACION-EXISTE PIC X VALUE "N".
		01 CONTADOR-EVALUACIONES PIC 9(5) VALUE ZERO.
		01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
		01 NOMBRE-AUDSAT PIC X(12) VALUE "evaluaciones".
		01 OPERACION-AUDSAT PIC X VALUE SPACE.
		01 IMAGEN-SAT-ANTES PIC X(40) VALUE SPACES.
		01 IMAGEN-SAT-DESPUES PIC X(40) VALUE SPACES.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "EVALUA".
		01 WS-MENSAJE-LOG PIC X(40).
		01 WS-SEVERIDAD-LOG PIC X VALUE "A".
		01 WS-OPERADOR-LOG PIC X(8) VALUE "SISTEMA".
		01 NIVEL-FIRMADO PIC 9 VALUE ZERO.
		01 RESULTADO-SIGNON PIC X VALUE "N".

	PROCEDURE DIVISION.
	MAIN.
		CALL "SIGNON" USING WS-OPERADOR-LOG NIVEL-FIRMADO
			RESULTADO-SIGNON WS-PROGRAMA-LOG.
		IF RESULTADO-SIGNON NOT = "S"
		GOBACK
		END-IF.
		IF NIVEL-FIRMADO < 2
		DISPLAY "Las evaluaciones son solo para supervisores."
		GOBACK
		END-IF.
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
		PERFORM APERTURA-ARCHIVOS.
		PERFORM UNTIL CONTINUAR = "N" OR CONTINUAR = "n"
			PERFORM MOSTRAR-MENU
			ACCEPT OPCION-MENU
			EVALUATE OPCION-MENU
				WHEN 1
					PERFORM CARGAR-EVALUACION
				WHEN 2
					PERFORM LISTAR-EMPLEADO
				WHEN 3
					PERFORM LISTAR-ANIO
				WHEN OTHER
					DISPLAY "Opción inválida."
			END-EVALUATE
			DISPLAY "Continuar programa: "
			ACCEPT CONTINUAR
		END-PERFORM.
		CLOSE ARCHIVO-EVALUACIONES.
		CLOSE ARCHIVO-EMPLEADOS.
		GOBACK.

	MOSTRAR-MENU.
		DISPLAY "1. Cargar evaluación anual".
		DISPLAY "2. Evaluaciones de un empleado".
		DISPLAY "3. Evaluaciones de un año".
		DISPLAY "Opción: ".

	APERTURA-ARCHIVOS.
		OPEN I-O ARCHIVO-EVALUACIONES
		IF WS-STATUS-EVA NOT = "00" AND WS-STATUS-EVA NOT = "05"
		DISPLAY "Error al abrir evaluaciones.dat. Status: "
			WS-STATUS-EVA
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

	SOLICITAR-ANIO.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Año evaluado (AAAA): "
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:4) IS NUMERIC
			AND CAMPO-ENTRADA (1:4) >= "1900"
			AND CAMPO-ENTRADA (1:4) <= WS-FECHA-HOY (1:4)
			MOVE CAMPO-ENTRADA (1:4) TO ANIO-BUSCADO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Año inválido (no puede ser futuro)."
			END-IF
		END-PERFORM.

	CAPTURAR-EVALUACION.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Puntaje (1 a 5, 5 = sobresaliente): "
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:1) IS NUMERIC
			MOVE CAMPO-ENTRADA (1:1) TO EVA-PUNTAJE
			END-IF
			IF CAMPO-ENTRADA (1:1) IS NUMERIC
			AND EVA-PUNTAJE-VALIDO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Puntaje inválido (1 a 5)."
			END-IF
		END-PERFORM
		DISPLAY "Comentarios: "
		MOVE SPACES TO CAMPO-ENTRADA
		ACCEPT CAMPO-ENTRADA
		MOVE CAMPO-ENTRADA TO EVA-COMENTARIO
		MOVE WS-OPERADOR-LOG TO EVA-EVALUADOR
		MOVE WS-FECHA-HOY TO EVA-FECHA.

	CARGAR-EVALUACION.
		PERFORM SOLICITAR-ID
		MOVE ID-BUSCADO TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		DISPLAY "No existe el empleado " ID-BUSCADO "."
		NOT INVALID KEY
		DISPLAY "Empleado: " EMPLEADO-NOMBRE
			" " EMPLEADO-APELLIDO
		PERFORM SOLICITAR-ANIO
		PERFORM GRABAR-EVALUACION
		END-READ.

	GRABAR-EVALUACION.
		MOVE ID-BUSCADO TO EVA-ID
		MOVE ANIO-BUSCADO TO EVA-ANIO
		MOVE "N" TO EVALUACION-EXISTE
		READ ARCHIVO-EVALUACIONES
		INVALID KEY
		MOVE SPACES TO IMAGEN-SAT-ANTES
		NOT INVALID KEY
		MOVE "S" TO EVALUACION-EXISTE
		MOVE EVALUACIONES-REGISTRO TO IMAGEN-SAT-ANTES
		DISPLAY "Ya evaluado con " EVA-PUNTAJE " por "
			EVA-EVALUADOR ": se reemplaza."
		END-READ
		MOVE ID-BUSCADO TO EVA-ID
		MOVE ANIO-BUSCADO TO EVA-ANIO
		PERFORM CAPTURAR-EVALUACION
		IF EVALUACION-EXISTE = "S"
		MOVE "M" TO OPERACION-AUDSAT
		REWRITE EVALUACIONES-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo grabar la evaluación."
		MOVE "X" TO OPERACION-AUDSAT
		END-REWRITE
		ELSE
		MOVE "A" TO OPERACION-AUDSAT
		WRITE EVALUACIONES-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo grabar la evaluación."
		MOVE "X" TO OPERACION-AUDSAT
		END-WRITE
		END-IF
		IF OPERACION-AUDSAT NOT = "X"
		MOVE EVALUACIONES-REGISTRO TO IMAGEN-SAT-DESPUES
		CALL "AUDSAT" USING WS-PROGRAMA-LOG NOMBRE-AUDSAT
			OPERACION-AUDSAT IMAGEN-SAT-ANTES
			IMAGEN-SAT-DESPUES WS-OPERADOR-LOG
		DISPLAY "Evaluación " ANIO-BUSCADO " grabada."
		END-IF.

	LISTAR-EMPLEADO.
		PERFORM SOLICITAR-ID
		MOVE ZERO TO CONTADOR-EVALUACIONES
		MOVE "N" TO FIN-EVALUACIONES
		MOVE ID-BUSCADO TO EVA-ID
		MOVE ZERO TO EVA-ANIO
		START ARCHIVO-EVALUACIONES
			KEY IS NOT LESS THAN EVA-CLAVE
		INVALID KEY MOVE "S" TO FIN-EVALUACIONES
		END-START
		PERFORM UNTIL FIN-EVALUACIONES = "S"
			READ ARCHIVO-EVALUACIONES NEXT RECORD
			AT END
			MOVE "S" TO FIN-EVALUACIONES
			NOT AT END
			IF EVA-ID NOT = ID-BUSCADO
			MOVE "S" TO FIN-EVALUACIONES
			ELSE
			PERFORM MOSTRAR-EVALUACION
			END-IF
			END-READ
		END-PERFORM
		IF CONTADOR-EVALUACIONES = ZERO
		DISPLAY "Sin evaluaciones para " ID-BUSCADO "."
		END-IF.

	LISTAR-ANIO.
		PERFORM SOLICITAR-ANIO
		MOVE ZERO TO CONTADOR-EVALUACIONES
		MOVE "N" TO FIN-EVALUACIONES
		MOVE ZERO TO EVA-ID
		MOVE ZERO TO EVA-ANIO
		START ARCHIVO-EVALUACIONES
			KEY IS NOT LESS THAN EVA-CLAVE
		INVALID KEY MOVE "S" TO FIN-EVALUACIONES
		END-START
		PERFORM UNTIL FIN-EVALUACIONES = "S"
			READ ARCHIVO-EVALUACIONES NEXT RECORD
			AT END
			MOVE "S" TO FIN-EVALUACIONES
			NOT AT END
			IF EVA-ANIO = ANIO-BUSCADO
			PERFORM MOSTRAR-EVALUACION
			END-IF
			END-READ
		END-PERFORM
		DISPLAY CONTADOR-EVALUACIONES " evaluaciones del año "
			ANIO-BUSCADO ".".

	MOSTRAR-EVALUACION.
		ADD 1 TO CONTADOR-EVALUACIONES
		DISPLAY EVA-ID " " EVA-ANIO " PUNTAJE " EVA-PUNTAJE
			" POR " EVA-EVALUADOR " EL " EVA-FECHA
		DISPLAY "   " EVA-COMENTARIO.
	END PROGRAM EVALUA.
