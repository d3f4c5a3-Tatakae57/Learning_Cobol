	*> Mantenimiento de PINes del kiosco:
	*> Entrega y blanqueo del PIN personal con que cada
	*> empleado entra al kiosco de autoconsulta (KIOSCO),
	*> reservado a supervisores como USRMANT con las claves de
	*> operador. El PIN se guarda revuelto por CLAVCIF en
	*> pines_empleado.dat y nace con cambio forzado: el
	*> empleado lo reemplaza por uno propio en su primer
	*> ingreso. También destraba los PINes bloqueados por
	*> intentos fallidos. Cada cambio queda en AUDSAT con el
	*> supervisor firmado (sin el revuelto del PIN).
	IDENTIFICATION DIVISION.
	PROGRAM-ID. PINMANT.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-PINES
		ASSIGN TO "pines_empleado.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PIN-ID
		FILE STATUS IS WS-STATUS-PIN.

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
	FD ARCHIVO-PINES.
		COPY "pinemp.cpy".

	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-PIN PIC XX VALUE "00".
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 CONTINUAR PIC X VALUE "S".
		01 OPCION-MENU PIC 9 VALUE 1.
		01 CAMPO-ENTRADA PIC X(20) VALUE SPACES.
		01 ID-BUSCADO PIC 9(5) VALUE ZERO.
		01 EMPLEADO-HALLADO PIC X VALUE "N".
		01 PIN-ENTRADA PIC X(8) VALUE SPACES.
		01 PIN-CIFRADO-ENTRADA PIC 9(9) VALUE ZERO.
		01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
		*> Imagen de auditoría del PIN: todo menos el revuelto.
		01 IMAGEN-PIN.
			02 IMG-PIN-ID PIC 9(5).
			02 FILLER PIC X VALUE SPACE.
			02 IMG-PIN-FECHA PIC 9(8).
			02 FILLER PIC X VALUE SPACE.
			02 IMG-PIN-FORZADO PIC X.
			02 FILLER PIC X VALUE SPACE.
			02 IMG-PIN-FALLOS PIC 9.
			02 FILLER PIC X VALUE SPACE.
			02 IMG-PIN-BLOQUEADO PIC X.
		01 NOMBRE-AUDSAT PIC X(12) VALUE "pines".
		01 OPERACION-AUDSAT PIC X VALUE "M".
		01 IMAGEN-SAT-ANTES PIC X(40) VALUE SPACES.
		01 IMAGEN-SAT-DESPUES PIC X(40) VALUE SPACES.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "PINMANT".
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
		DISPLAY "Solo supervisores mantienen PINes."
		GOBACK
		END-IF.
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
		OPEN I-O ARCHIVO-PINES
		IF WS-STATUS-PIN NOT = "00" AND WS-STATUS-PIN NOT = "05"
		DISPLAY "Error al abrir pines_empleado.dat. Status: "
			WS-STATUS-PIN
		GOBACK
		END-IF.
		OPEN INPUT ARCHIVO-EMPLEADOS
		IF WS-STATUS-EMP NOT = "00" AND WS-STATUS-EMP NOT = "05"
		DISPLAY "Error al abrir empleados.dat. Status: "
			WS-STATUS-EMP
		GOBACK
		END-IF.
		PERFORM UNTIL CONTINUAR = "N" OR CONTINUAR = "n"
			PERFORM MOSTRAR-MENU
			ACCEPT OPCION-MENU
			EVALUATE OPCION-MENU
				WHEN 1
					PERFORM ENTREGAR-PIN
				WHEN 2
					PERFORM DESBLOQUEAR-PIN
				WHEN 3
					PERFORM CONSULTAR-PIN
				WHEN OTHER
					DISPLAY "Opción inválida."
			END-EVALUATE
			DISPLAY "Continuar programa: "
			ACCEPT CONTINUAR
		END-PERFORM.
		CLOSE ARCHIVO-PINES.
		CLOSE ARCHIVO-EMPLEADOS.
		GOBACK.

	MOSTRAR-MENU.
		DISPLAY "1. Entregar o blanquear PIN".
		DISPLAY "2. Desbloquear PIN".
		DISPLAY "3. Consultar estado del PIN".
		DISPLAY "Opción: ".

	SOLICITAR-EMPLEADO.
		*> Solo se entregan PINes a empleados existentes; el
		*> nombre se muestra para confirmar a quién.
		MOVE "N" TO EMPLEADO-HALLADO
		DISPLAY "ID de empleado: "
		ACCEPT CAMPO-ENTRADA
		IF CAMPO-ENTRADA (1:5) IS NUMERIC
		MOVE CAMPO-ENTRADA (1:5) TO ID-BUSCADO
		MOVE ID-BUSCADO TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		DISPLAY "No existe ese empleado."
		NOT INVALID KEY
		MOVE "S" TO EMPLEADO-HALLADO
		DISPLAY EMPLEADO-NOMBRE " " EMPLEADO-APELLIDO
		END-READ
		ELSE
		DISPLAY "ID inválido (5 dígitos)."
		END-IF.

	ARMAR-IMAGEN-PIN.
		MOVE PIN-ID TO IMG-PIN-ID
		MOVE PIN-FECHA-CAMBIO TO IMG-PIN-FECHA
		MOVE PIN-CAMBIO-FORZADO TO IMG-PIN-FORZADO
		MOVE PIN-FALLOS TO IMG-PIN-FALLOS
		MOVE PIN-BLOQUEADO TO IMG-PIN-BLOQUEADO.

	ENTREGAR-PIN.
		*> Alta del PIN o blanqueo de uno olvidado: en los dos
		*> casos queda con cambio forzado, sin fallos y sin
		*> bloqueo.
		PERFORM SOLICITAR-EMPLEADO
		IF EMPLEADO-HALLADO = "S"
		DISPLAY "PIN inicial (4 a 8 dígitos): "
		MOVE SPACES TO PIN-ENTRADA
		ACCEPT PIN-ENTRADA
		IF PIN-ENTRADA (1:4) IS NOT NUMERIC
		DISPLAY "El PIN lleva al menos 4 dígitos."
		ELSE
		CALL "CLAVCIF" USING PIN-ENTRADA PIN-CIFRADO-ENTRADA
		MOVE ID-BUSCADO TO PIN-ID
		READ ARCHIVO-PINES
		INVALID KEY
		MOVE "A" TO OPERACION-AUDSAT
		MOVE SPACES TO IMAGEN-SAT-ANTES
		PERFORM CARGAR-PIN-NUEVO
		WRITE PINES-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo grabar el PIN."
		NOT INVALID KEY
		DISPLAY "PIN entregado."
		PERFORM AUDITAR-PIN
		END-WRITE
		NOT INVALID KEY
		MOVE "M" TO OPERACION-AUDSAT
		PERFORM ARMAR-IMAGEN-PIN
		MOVE IMAGEN-PIN TO IMAGEN-SAT-ANTES
		PERFORM CARGAR-PIN-NUEVO
		REWRITE PINES-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo blanquear el PIN."
		NOT INVALID KEY
		DISPLAY "PIN blanqueado."
		PERFORM AUDITAR-PIN
		END-REWRITE
		END-READ
		END-IF
		END-IF.

	CARGAR-PIN-NUEVO.
		MOVE ID-BUSCADO TO PIN-ID
		MOVE PIN-CIFRADO-ENTRADA TO PIN-CIFRADO
		MOVE WS-FECHA-HOY TO PIN-FECHA-CAMBIO
		MOVE "S" TO PIN-CAMBIO-FORZADO
		MOVE ZERO TO PIN-FALLOS
		MOVE "N" TO PIN-BLOQUEADO.

	AUDITAR-PIN.
		PERFORM ARMAR-IMAGEN-PIN
		MOVE IMAGEN-PIN TO IMAGEN-SAT-DESPUES
		CALL "AUDSAT" USING WS-PROGRAMA-LOG NOMBRE-AUDSAT
			OPERACION-AUDSAT IMAGEN-SAT-ANTES
			IMAGEN-SAT-DESPUES WS-OPERADOR-LOG.

	DESBLOQUEAR-PIN.
		PERFORM SOLICITAR-EMPLEADO
		IF EMPLEADO-HALLADO = "S"
		MOVE ID-BUSCADO TO PIN-ID
		READ ARCHIVO-PINES
		INVALID KEY
		DISPLAY "El empleado no tiene PIN entregado."
		NOT INVALID KEY
		MOVE "M" TO OPERACION-AUDSAT
		PERFORM ARMAR-IMAGEN-PIN
		MOVE IMAGEN-PIN TO IMAGEN-SAT-ANTES
		MOVE ZERO TO PIN-FALLOS
		MOVE "N" TO PIN-BLOQUEADO
		REWRITE PINES-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo desbloquear."
		NOT INVALID KEY
		DISPLAY "PIN desbloqueado."
		PERFORM AUDITAR-PIN
		END-REWRITE
		END-READ
		END-IF.

	CONSULTAR-PIN.
		PERFORM SOLICITAR-EMPLEADO
		IF EMPLEADO-HALLADO = "S"
		MOVE ID-BUSCADO TO PIN-ID
		READ ARCHIVO-PINES
		INVALID KEY
		DISPLAY "El empleado no tiene PIN entregado."
		NOT INVALID KEY
		DISPLAY "Último cambio:    " PIN-FECHA-CAMBIO
		IF CAMBIO-PIN-PENDIENTE
		DISPLAY "Cambio pendiente: sí (PIN recién entregado)"
		ELSE
		DISPLAY "Cambio pendiente: no"
		END-IF
		DISPLAY "Intentos fallidos: " PIN-FALLOS
		IF PIN-TRABADO
		DISPLAY "Estado:           BLOQUEADO"
		ELSE
		DISPLAY "Estado:           habilitado"
		END-IF
		END-READ
		END-IF.
	END PROGRAM PINMANT.
