	*> Mantenimiento de la escala de asignaciones familiares:
	*> En el molde de TRAMANT: cada tramo de bruto del
	*> empleado lleva el importe mensual por hijo, por hijo
	*> con discapacidad y por cónyuge, en asignaciones.dat por
	*> número de tramo + fecha de vigencia. Cada actualización
	*> de la escala es un alta nueva con su vigencia y las
	*> anteriores quedan para reliquidar períodos viejos.
	*> CARASIG arma la escala vigente para NOMINA.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. ASIGMANT.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-ASIGNACIONES
		ASSIGN TO "asignaciones.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS ASG-CLAVE
		FILE STATUS IS WS-STATUS-ASG.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-ASIGNACIONES.
		COPY "asigfam.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-ASG PIC XX VALUE "00".
		01 CONTINUAR PIC X VALUE "S".
		01 OPCION-MENU PIC 9 VALUE 1.
		01 CAMPO-ENTRADA PIC X(8) VALUE SPACES.
		01 CAMPO-VALIDO PIC X VALUE "N".
		01 NUMERO-BUSCADO PIC 9(2) VALUE ZERO.
		01 VIGENCIA-BUSCADA PIC 9(8) VALUE ZERO.
		01 RESULTADO-VALFEC PIC X VALUE "N".
		01 FIN-ASIGNACIONES PIC X VALUE "N".
		01 CONTADOR-LISTADOS PIC 9(3) VALUE ZERO.
		01 IMPORTE-CAPTURADO PIC 9(5)V99 VALUE ZERO.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "ASIGMANT".
		01 WS-MENSAJE-LOG PIC X(40).
		01 WS-SEVERIDAD-LOG PIC X VALUE "A".
		01 WS-OPERADOR-LOG PIC X(8) VALUE "SISTEMA".

	PROCEDURE DIVISION.
	MAIN.
		PERFORM APERTURA-ARCHIVO.
		PERFORM UNTIL CONTINUAR = "N" OR CONTINUAR = "n"
			PERFORM MOSTRAR-MENU
			ACCEPT OPCION-MENU
			EVALUATE OPCION-MENU
				WHEN 1
					PERFORM ALTA-TRAMO
				WHEN 2
					PERFORM MODIFICAR-TRAMO
				WHEN 3
					PERFORM ELIMINAR-TRAMO
				WHEN 4
					PERFORM LISTAR-TRAMOS
				WHEN OTHER
					DISPLAY "Opción inválida."
			END-EVALUATE
			DISPLAY "Continuar programa: "
			ACCEPT CONTINUAR
		END-PERFORM.
		CLOSE ARCHIVO-ASIGNACIONES.
		GOBACK.

	MOSTRAR-MENU.
		DISPLAY "1. Alta de tramo (nueva vigencia)".
		DISPLAY "2. Modificar tramo".
		DISPLAY "3. Eliminar tramo".
		DISPLAY "4. Listar escala".
		DISPLAY "Opción: ".

	APERTURA-ARCHIVO.
		OPEN I-O ARCHIVO-ASIGNACIONES
		IF WS-STATUS-ASG NOT = "00" AND WS-STATUS-ASG NOT = "05"
		DISPLAY "Error al abrir asignaciones.dat. Status: "
			WS-STATUS-ASG
		MOVE "Error de apertura de asignaciones.dat"
			TO WS-MENSAJE-LOG
		MOVE "G" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		GOBACK
		END-IF.

	SOLICITAR-NUMERO.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Número de tramo (01-10): "
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:2) IS NUMERIC
			AND CAMPO-ENTRADA (1:2) >= "01"
			AND CAMPO-ENTRADA (1:2) <= "10"
			MOVE CAMPO-ENTRADA (1:2) TO NUMERO-BUSCADO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Número inválido (01 a 10)."
			END-IF
		END-PERFORM.

	SOLICITAR-VIGENCIA.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Vigencia desde (AAAAMMDD): "
			ACCEPT CAMPO-ENTRADA
			MOVE "N" TO RESULTADO-VALFEC
			IF CAMPO-ENTRADA IS NUMERIC
			MOVE CAMPO-ENTRADA TO VIGENCIA-BUSCADA
			CALL "VALFEC" USING VIGENCIA-BUSCADA
				RESULTADO-VALFEC
			END-IF
			IF RESULTADO-VALFEC = "S"
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Vigencia inválida (AAAAMMDD)."
			END-IF
		END-PERFORM.

	SOLICITAR-IMPORTE.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Importe mensual (9999999 = 99999.99): "
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:7) IS NUMERIC
			MOVE CAMPO-ENTRADA (1:7)
				TO IMPORTE-CAPTURADO (1:7)
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Importe inválido."
			END-IF
		END-PERFORM.

	CAPTURAR-DATOS-TRAMO.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Bruto mínimo (999999): "
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:6) IS NUMERIC
			MOVE CAMPO-ENTRADA (1:6) TO ASG-MINIMO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Mínimo inválido."
			END-IF
		END-PERFORM
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Bruto máximo (999999): "
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:6) IS NUMERIC
			MOVE CAMPO-ENTRADA (1:6) TO ASG-MAXIMO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Máximo inválido."
			END-IF
		END-PERFORM
		DISPLAY "Por hijo."
		PERFORM SOLICITAR-IMPORTE
		MOVE IMPORTE-CAPTURADO TO ASG-HIJO
		DISPLAY "Por hijo con discapacidad."
		PERFORM SOLICITAR-IMPORTE
		MOVE IMPORTE-CAPTURADO TO ASG-HIJO-DISCAP
		DISPLAY "Por cónyuge."
		PERFORM SOLICITAR-IMPORTE
		MOVE IMPORTE-CAPTURADO TO ASG-CONYUGE.

	ALTA-TRAMO.
		PERFORM SOLICITAR-NUMERO
		PERFORM SOLICITAR-VIGENCIA
		MOVE NUMERO-BUSCADO TO ASG-NUMERO
		MOVE VIGENCIA-BUSCADA TO ASG-VIGENCIA
		READ ARCHIVO-ASIGNACIONES
		INVALID KEY
		PERFORM CAPTURAR-DATOS-TRAMO
		MOVE NUMERO-BUSCADO TO ASG-NUMERO
		MOVE VIGENCIA-BUSCADA TO ASG-VIGENCIA
		WRITE ASIGNACIONES-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo grabar el tramo."
		NOT INVALID KEY
		DISPLAY "Tramo dado de alta."
		END-WRITE
		NOT INVALID KEY
		DISPLAY "Ya existe el tramo " NUMERO-BUSCADO
			" vigente desde " VIGENCIA-BUSCADA "."
		DISPLAY "Use la opción 2 para modificarlo."
		END-READ.

	MODIFICAR-TRAMO.
		PERFORM SOLICITAR-NUMERO
		PERFORM SOLICITAR-VIGENCIA
		MOVE NUMERO-BUSCADO TO ASG-NUMERO
		MOVE VIGENCIA-BUSCADA TO ASG-VIGENCIA
		READ ARCHIVO-ASIGNACIONES
		INVALID KEY
		DISPLAY "No existe ese tramo."
		NOT INVALID KEY
		DISPLAY "Actual: " ASG-MINIMO "-" ASG-MAXIMO " hijo "
			ASG-HIJO " discap. " ASG-HIJO-DISCAP
			" cónyuge " ASG-CONYUGE
		PERFORM CAPTURAR-DATOS-TRAMO
		REWRITE ASIGNACIONES-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo modificar."
		NOT INVALID KEY
		DISPLAY "Tramo modificado."
		END-REWRITE
		END-READ.

	ELIMINAR-TRAMO.
		PERFORM SOLICITAR-NUMERO
		PERFORM SOLICITAR-VIGENCIA
		MOVE NUMERO-BUSCADO TO ASG-NUMERO
		MOVE VIGENCIA-BUSCADA TO ASG-VIGENCIA
		DELETE ARCHIVO-ASIGNACIONES
		INVALID KEY
		DISPLAY "No existe ese tramo."
		NOT INVALID KEY
		DISPLAY "Tramo eliminado."
		END-DELETE.

	LISTAR-TRAMOS.
		MOVE ZERO TO CONTADOR-LISTADOS
		MOVE "N" TO FIN-ASIGNACIONES
		MOVE ZERO TO ASG-NUMERO
		MOVE ZERO TO ASG-VIGENCIA
		START ARCHIVO-ASIGNACIONES
			KEY IS NOT LESS THAN ASG-CLAVE
		INVALID KEY MOVE "S" TO FIN-ASIGNACIONES
		END-START
		PERFORM UNTIL FIN-ASIGNACIONES = "S"
			READ ARCHIVO-ASIGNACIONES NEXT RECORD
			AT END
			MOVE "S" TO FIN-ASIGNACIONES
			NOT AT END
			ADD 1 TO CONTADOR-LISTADOS
			DISPLAY ASG-NUMERO " desde " ASG-VIGENCIA
				" " ASG-MINIMO "-" ASG-MAXIMO
				" hijo " ASG-HIJO
				" discap. " ASG-HIJO-DISCAP
				" cónyuge " ASG-CONYUGE
			END-READ
		END-PERFORM
		IF CONTADOR-LISTADOS = ZERO
		DISPLAY "Sin escala cargada: rige el convenio."
		END-IF.
	END PROGRAM ASIGMANT.
