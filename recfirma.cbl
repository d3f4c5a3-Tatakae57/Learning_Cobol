	*> Registro de firma de recibos:
	*> Captura rápida de la firma conforme de los recibos que
	*> imprimió NOMINA. Se elige el período una vez y después
	*> se tipean los IDs uno tras otro, con la marca de cada
	*> recibo: F firmado, R firmado con reserva (se copia la
	*> reserva que escribió el empleado), D devuelto sin
	*> firmar, P para deshacer una marca equivocada. ID cero
	*> vuelve al menú. Cada marca queda en AUDSAT con el
	*> operador firmado; RECPEND lista lo que sigue faltando.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. RECFIRMA.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-RECIBOS-FIRMA
		ASSIGN TO "recibos_firma.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS RFI-CLAVE
		FILE STATUS IS WS-STATUS-RFI.

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
	FD ARCHIVO-RECIBOS-FIRMA.
		COPY "recibofir.cpy".

	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-RFI PIC XX VALUE "00".
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 CONTINUAR PIC X VALUE "S".
		01 OPCION-MENU PIC 9 VALUE 1.
		01 CAMPO-ENTRADA PIC X(20) VALUE SPACES.
		01 CAMPO-VALIDO PIC X VALUE "N".
		01 ID-BUSCADO PIC 9(5) VALUE ZERO.
		01 PERIODO-FIRMA PIC 9(6) VALUE ZERO.
		01 PERIODO-PARTES REDEFINES PERIODO-FIRMA.
			02 PER-ANIO PIC 9(4).
			02 PER-MES PIC 9(2).
		01 SUBPERIODO-FIRMA PIC 9 VALUE 1.
		01 FIN-CAPTURA PIC X VALUE "N".
		01 RECIBO-HALLADO PIC X VALUE "N".
		01 MARCA-CAPTURA PIC X VALUE SPACE.
		01 CONTADOR-MARCADOS PIC 9(5) VALUE ZERO.
		01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
		01 NOMBRE-AUDSAT PIC X(12) VALUE "recibos".
		01 OPERACION-AUDSAT PIC X VALUE "M".
		01 IMAGEN-SAT-ANTES PIC X(40) VALUE SPACES.
		01 IMAGEN-SAT-DESPUES PIC X(40) VALUE SPACES.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "RECFIRMA".
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
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
		PERFORM APERTURA-ARCHIVOS.
		PERFORM ELEGIR-PERIODO.
		PERFORM UNTIL CONTINUAR = "N" OR CONTINUAR = "n"
			PERFORM MOSTRAR-MENU
			ACCEPT OPCION-MENU
			EVALUATE OPCION-MENU
				WHEN 1
					PERFORM CAPTURAR-FIRMAS
				WHEN 2
					PERFORM CONSULTAR-RECIBO
				WHEN 3
					PERFORM ELEGIR-PERIODO
				WHEN OTHER
					DISPLAY "Opción inválida."
			END-EVALUATE
			DISPLAY "Continuar programa: "
			ACCEPT CONTINUAR
		END-PERFORM.
		CLOSE ARCHIVO-RECIBOS-FIRMA.
		CLOSE ARCHIVO-EMPLEADOS.
		GOBACK.

	MOSTRAR-MENU.
		DISPLAY "Recibos del período " PERIODO-FIRMA
			" subperíodo " SUBPERIODO-FIRMA.
		DISPLAY "1. Registrar firmas".
		DISPLAY "2. Consultar un recibo".
		DISPLAY "3. Cambiar período".
		DISPLAY "Opción: ".

	APERTURA-ARCHIVOS.
		OPEN I-O ARCHIVO-RECIBOS-FIRMA
		IF WS-STATUS-RFI NOT = "00" AND WS-STATUS-RFI NOT = "05"
		DISPLAY "Error al abrir recibos_firma.dat. Status: "
			WS-STATUS-RFI
		GOBACK
		END-IF
		OPEN INPUT ARCHIVO-EMPLEADOS
		IF WS-STATUS-EMP NOT = "00" AND WS-STATUS-EMP NOT = "05"
		DISPLAY "Error al abrir empleados.dat. Status: "
			WS-STATUS-EMP
		GOBACK
		END-IF.

	ELEGIR-PERIODO.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Período (AAAAMM): "
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:6) IS NUMERIC
			MOVE CAMPO-ENTRADA (1:6) TO PERIODO-FIRMA
			IF PER-MES >= 1 AND PER-MES <= 13
			MOVE "S" TO CAMPO-VALIDO
			END-IF
			END-IF
			IF CAMPO-VALIDO = "N"
			DISPLAY "Período inválido."
			END-IF
		END-PERFORM
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Subperíodo (1 para el mensual): "
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:1) IS NUMERIC
			AND CAMPO-ENTRADA (1:1) NOT = "0"
			MOVE CAMPO-ENTRADA (1:1) TO SUBPERIODO-FIRMA
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Subperíodo inválido."
			END-IF
		END-PERFORM.

	SOLICITAR-ID.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "ID de empleado (0 = terminar): "
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:5) IS NUMERIC
			MOVE CAMPO-ENTRADA (1:5) TO ID-BUSCADO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "ID inválido, ingrese solo números."
			END-IF
		END-PERFORM.

	LEER-RECIBO.
		MOVE "S" TO RECIBO-HALLADO
		MOVE PERIODO-FIRMA TO RFI-PERIODO
		MOVE ID-BUSCADO TO RFI-ID
		MOVE SUBPERIODO-FIRMA TO RFI-SUBPERIODO
		READ ARCHIVO-RECIBOS-FIRMA
		INVALID KEY
		MOVE "N" TO RECIBO-HALLADO
		DISPLAY "No hay recibo emitido para " ID-BUSCADO
			" en el período."
		END-READ
		IF RECIBO-HALLADO = "S"
		MOVE ID-BUSCADO TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		MOVE SPACES TO EMPLEADO-APELLIDO
		MOVE SPACES TO EMPLEADO-NOMBRE
		END-READ
		DISPLAY EMPLEADO-NOMBRE " " EMPLEADO-APELLIDO
			" emitido " RFI-FECHA-EMISION
			" estado " RFI-ESTADO
		END-IF.

	CAPTURAR-FIRMAS.
		MOVE ZERO TO CONTADOR-MARCADOS
		MOVE "N" TO FIN-CAPTURA
		PERFORM UNTIL FIN-CAPTURA = "S"
			PERFORM SOLICITAR-ID
			IF ID-BUSCADO = ZERO
			MOVE "S" TO FIN-CAPTURA
			ELSE
			PERFORM LEER-RECIBO
			IF RECIBO-HALLADO = "S"
			PERFORM MARCAR-RECIBO
			END-IF
			END-IF
		END-PERFORM
		DISPLAY "Recibos marcados: " CONTADOR-MARCADOS.

	MARCAR-RECIBO.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "F firmado, R con reserva, D devuelto, "
				"P pendiente: "
			MOVE SPACE TO MARCA-CAPTURA
			ACCEPT MARCA-CAPTURA
			EVALUATE MARCA-CAPTURA
				WHEN "F"
				WHEN "f"
					MOVE "F" TO MARCA-CAPTURA
					MOVE "S" TO CAMPO-VALIDO
				WHEN "R"
				WHEN "r"
					MOVE "R" TO MARCA-CAPTURA
					MOVE "S" TO CAMPO-VALIDO
				WHEN "D"
				WHEN "d"
					MOVE "D" TO MARCA-CAPTURA
					MOVE "S" TO CAMPO-VALIDO
				WHEN "P"
				WHEN "p"
					MOVE "P" TO MARCA-CAPTURA
					MOVE "S" TO CAMPO-VALIDO
				WHEN OTHER
					DISPLAY "Marca inválida."
			END-EVALUATE
		END-PERFORM
		MOVE RECIBOS-FIRMA-REGISTRO TO IMAGEN-SAT-ANTES
		MOVE MARCA-CAPTURA TO RFI-ESTADO
		MOVE SPACES TO RFI-RESERVA
		IF RECIBO-FIRMADO OR RECIBO-CON-RESERVA
		MOVE WS-FECHA-HOY TO RFI-FECHA-FIRMA
		ELSE
		MOVE ZERO TO RFI-FECHA-FIRMA
		END-IF
		*> La reserva se guarda como la escribió el empleado:
		*> es lo que se muestra si la reclama después.
		IF RECIBO-CON-RESERVA
		PERFORM UNTIL RFI-RESERVA NOT = SPACES
			DISPLAY "Reserva anotada en el recibo: "
			ACCEPT RFI-RESERVA
		END-PERFORM
		END-IF
		MOVE WS-OPERADOR-LOG TO RFI-OPERADOR
		REWRITE RECIBOS-FIRMA-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo marcar el recibo."
		NOT INVALID KEY
		ADD 1 TO CONTADOR-MARCADOS
		MOVE RECIBOS-FIRMA-REGISTRO TO IMAGEN-SAT-DESPUES
		MOVE "M" TO OPERACION-AUDSAT
		CALL "AUDSAT" USING WS-PROGRAMA-LOG NOMBRE-AUDSAT
			OPERACION-AUDSAT IMAGEN-SAT-ANTES
			IMAGEN-SAT-DESPUES WS-OPERADOR-LOG
		END-REWRITE.

	CONSULTAR-RECIBO.
		PERFORM SOLICITAR-ID
		IF ID-BUSCADO > ZERO
		PERFORM LEER-RECIBO
		IF RECIBO-HALLADO = "S"
		DISPLAY "  Grupo " RFI-GRUPO " depto " RFI-DEPTO
			" neto " RFI-NETO
		EVALUATE TRUE
			WHEN RECIBO-PENDIENTE
				DISPLAY "  Pendiente de firma."
			WHEN RECIBO-DEVUELTO
				DISPLAY "  Devuelto sin firmar."
			WHEN RECIBO-FIRMADO
				DISPLAY "  Firmado el " RFI-FECHA-FIRMA
					" (" RFI-OPERADOR ")"
			WHEN RECIBO-CON-RESERVA
				DISPLAY "  Firmado con reserva el "
					RFI-FECHA-FIRMA
					" (" RFI-OPERADOR ")"
				DISPLAY "  Reserva: " RFI-RESERVA
		END-EVALUATE
		END-IF
		END-IF.
	END PROGRAM RECFIRMA.
