	*> Mantenimiento del plan de cuentas contable:
	*> Menú de alta/modificación/baja sobre plan_cuentas.dat,
	*> al estilo de PRDMANT: cada cuenta del mayor con su
	*> número tal como lo espera la importación, su
	*> descripción y su tipo (activo, pasivo, gasto). Las
	*> imputaciones de IMPMANT solo pueden apuntar a cuentas
	*> de este plan. Cambiar el plan cambia adónde va la
	*> plata en el mayor: solo supervisores firmados, y cada
	*> alta, cambio o baja queda en el diario de AUDSAT. La
	*> baja no borra la cuenta (los asientos ya importados
	*> la nombran): la marca "B" y CTAIMP deja de aceptarla,
	*> así el asiento que todavía la usa se detiene en vez de
	*> rebotar en contaduría.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. PLCMANT.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-PLAN-CUENTAS
		ASSIGN TO "plan_cuentas.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PCU-CUENTA
		FILE STATUS IS WS-STATUS-PCU.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-PLAN-CUENTAS.
		COPY "plancta.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-PCU PIC XX VALUE "00".
		01 CONTINUAR PIC X VALUE "S".
		01 OPCION-MENU PIC 9 VALUE 1.
		01 CUENTA-BUSCADA PIC X(12) VALUE SPACES.
		01 CAMPO-ENTRADA PIC X(26) VALUE SPACES.
		01 CAMPO-VALIDO PIC X VALUE "N".
		01 FIN-CUENTAS PIC X VALUE "N".
		01 CONTADOR-CUENTAS PIC 9(5) VALUE ZERO.
		01 NOMBRE-AUDSAT PIC X(12) VALUE "plan_cuentas".
		01 OPERACION-AUDSAT PIC X VALUE SPACE.
		01 IMAGEN-SAT-ANTES PIC X(40) VALUE SPACES.
		01 IMAGEN-SAT-DESPUES PIC X(40) VALUE SPACES.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "PLCMANT".
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
		DISPLAY "El plan de cuentas es solo para supervisores."
		GOBACK
		END-IF.
		PERFORM APERTURA-ARCHIVO.
		PERFORM UNTIL CONTINUAR = "N" OR CONTINUAR = "n"
			PERFORM MOSTRAR-MENU
			ACCEPT OPCION-MENU
			EVALUATE OPCION-MENU
				WHEN 1
					PERFORM ALTA-CUENTA
				WHEN 2
					PERFORM MODIFICAR-CUENTA
				WHEN 3
					PERFORM BAJA-CUENTA
				WHEN 4
					PERFORM LISTAR-CUENTAS
				WHEN OTHER
					DISPLAY "Opción inválida."
			END-EVALUATE
			DISPLAY "Continuar programa: "
			ACCEPT CONTINUAR
		END-PERFORM.
		CLOSE ARCHIVO-PLAN-CUENTAS.
		GOBACK.

	MOSTRAR-MENU.
		DISPLAY "1. Alta de cuenta".
		DISPLAY "2. Modificar descripción o tipo".
		DISPLAY "3. Dar de baja una cuenta".
		DISPLAY "4. Listar el plan".
		DISPLAY "Opción: ".

	APERTURA-ARCHIVO.
		OPEN I-O ARCHIVO-PLAN-CUENTAS
		IF WS-STATUS-PCU NOT = "00" AND WS-STATUS-PCU NOT = "05"
		DISPLAY "Error al abrir plan_cuentas.dat."
			" Status: " WS-STATUS-PCU
		MOVE "Error de apertura del plan de cuentas."
			TO WS-MENSAJE-LOG
		MOVE "G" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		GOBACK
		END-IF.

	SOLICITAR-CUENTA.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Número de cuenta: "
			MOVE SPACES TO CAMPO-ENTRADA
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:12) NOT = SPACES
			MOVE CAMPO-ENTRADA (1:12) TO CUENTA-BUSCADA
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "El número de cuenta es obligatorio."
			END-IF
		END-PERFORM.

	SOLICITAR-DESCRIPCION.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Descripción: "
			MOVE SPACES TO CAMPO-ENTRADA
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA NOT = SPACES
			MOVE CAMPO-ENTRADA TO PCU-DESCRIPCION
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "La descripción es obligatoria."
			END-IF
		END-PERFORM.

	SOLICITAR-TIPO.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Tipo (A activo, P pasivo, G gasto): "
			MOVE SPACES TO CAMPO-ENTRADA
			ACCEPT CAMPO-ENTRADA
			MOVE CAMPO-ENTRADA (1:1) TO PCU-TIPO
			IF CUENTA-ACTIVO OR CUENTA-PASIVO
			OR CUENTA-GASTO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Tipo inválido."
			END-IF
		END-PERFORM.

	AUDITAR-CAMBIO.
		MOVE PLAN-CUENTAS-REGISTRO TO IMAGEN-SAT-DESPUES
		CALL "AUDSAT" USING WS-PROGRAMA-LOG NOMBRE-AUDSAT
			OPERACION-AUDSAT IMAGEN-SAT-ANTES
			IMAGEN-SAT-DESPUES WS-OPERADOR-LOG.

	ALTA-CUENTA.
		PERFORM SOLICITAR-CUENTA
		MOVE CUENTA-BUSCADA TO PCU-CUENTA
		READ ARCHIVO-PLAN-CUENTAS
		INVALID KEY
		PERFORM SOLICITAR-DESCRIPCION
		PERFORM SOLICITAR-TIPO
		MOVE CUENTA-BUSCADA TO PCU-CUENTA
		MOVE "A" TO PCU-ESTADO
		WRITE PLAN-CUENTAS-REGISTRO
		IF WS-STATUS-PCU NOT = "00"
		DISPLAY "Error al escribir. Status: " WS-STATUS-PCU
		ELSE
		MOVE SPACES TO IMAGEN-SAT-ANTES
		MOVE "A" TO OPERACION-AUDSAT
		PERFORM AUDITAR-CAMBIO
		DISPLAY "Cuenta dada de alta."
		END-IF
		NOT INVALID KEY
		DISPLAY "Ya existe la cuenta " CUENTA-BUSCADA
			": " PCU-DESCRIPCION
		END-READ.

	MODIFICAR-CUENTA.
		PERFORM SOLICITAR-CUENTA
		MOVE CUENTA-BUSCADA TO PCU-CUENTA
		READ ARCHIVO-PLAN-CUENTAS
		INVALID KEY
		DISPLAY "No existe esa cuenta."
		NOT INVALID KEY
		MOVE PLAN-CUENTAS-REGISTRO TO IMAGEN-SAT-ANTES
		DISPLAY PCU-DESCRIPCION " tipo " PCU-TIPO
			" estado " PCU-ESTADO
		PERFORM SOLICITAR-DESCRIPCION
		PERFORM SOLICITAR-TIPO
		REWRITE PLAN-CUENTAS-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo modificar."
		NOT INVALID KEY
		MOVE "M" TO OPERACION-AUDSAT
		PERFORM AUDITAR-CAMBIO
		DISPLAY "Cuenta modificada."
		END-REWRITE
		END-READ.

	BAJA-CUENTA.
		PERFORM SOLICITAR-CUENTA
		MOVE CUENTA-BUSCADA TO PCU-CUENTA
		READ ARCHIVO-PLAN-CUENTAS
		INVALID KEY
		DISPLAY "No existe esa cuenta."
		NOT INVALID KEY
		MOVE PLAN-CUENTAS-REGISTRO TO IMAGEN-SAT-ANTES
		MOVE "B" TO PCU-ESTADO
		REWRITE PLAN-CUENTAS-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo dar de baja."
		NOT INVALID KEY
		MOVE "M" TO OPERACION-AUDSAT
		PERFORM AUDITAR-CAMBIO
		DISPLAY "Cuenta dada de baja: los asientos que la"
			" usen se detienen hasta reimputar."
		END-REWRITE
		END-READ.

	LISTAR-CUENTAS.
		MOVE ZERO TO CONTADOR-CUENTAS
		MOVE "N" TO FIN-CUENTAS
		MOVE LOW-VALUES TO PCU-CUENTA
		START ARCHIVO-PLAN-CUENTAS
			KEY IS NOT LESS THAN PCU-CUENTA
		INVALID KEY MOVE "S" TO FIN-CUENTAS
		END-START
		PERFORM UNTIL FIN-CUENTAS = "S"
			READ ARCHIVO-PLAN-CUENTAS NEXT RECORD
			AT END
			MOVE "S" TO FIN-CUENTAS
			NOT AT END
			ADD 1 TO CONTADOR-CUENTAS
			DISPLAY PCU-CUENTA " " PCU-DESCRIPCION
				" tipo " PCU-TIPO " estado " PCU-ESTADO
			END-READ
		END-PERFORM
		IF CONTADOR-CUENTAS = ZERO
		DISPLAY "El plan de cuentas está vacío."
		END-IF.
	END PROGRAM PLCMANT.
