	*> Mantenimiento de imputaciones contables:
	*> Menú de alta/modificación/eliminación sobre
	*> imputaciones.dat, al estilo de PRDMANT: para cada
	*> concepto con que se arma un asiento, la cuenta del
	*> debe y la del haber, en general (depto 000) o para un
	*> depto en particular cuando ese centro de costo se
	*> imputa a otra cuenta. Las dos cuentas tienen que estar
	*> vigentes en el plan de PLCMANT; la de un lado puede
	*> quedar en blanco si el concepto nunca se asienta de
	*> ese lado, pero no las dos. El depto, si no es cero,
	*> tiene que existir en departamentos.dat. Los conceptos
	*> son los rótulos del asiento de siempre: SUELDOS (por
	*> depto), AJUSTES RETR, AJU GANANCIA, ASIG FAMILIA,
	*> GASTOS REINT, PREMIO PRODU, CS y el nombre de cada
	*> contribución patronal, CS A PAGAR, RET IMPUESTO, RET
	*> JUBILAC, RET SINDICAT, RET EMBARGO, PAGO INDEBID, RET
	*> AGENCIAS, REC ADELANTO, NETO A PAGAR, AGUINALDO BR,
	*> SUELDOS DEVG, PROV SAC, SDOS A PAGAR, SAC A PAGAR y los
	*> conceptos de los lotes de PAGESP. Solo supervisores;
	*> cada cambio queda en el diario de AUDSAT.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. IMPMANT.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-IMPUTACIONES
		ASSIGN TO "imputaciones.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS IMU-CLAVE
		FILE STATUS IS WS-STATUS-IMU.

		SELECT OPTIONAL ARCHIVO-PLAN-CUENTAS
		ASSIGN TO "plan_cuentas.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PCU-CUENTA
		FILE STATUS IS WS-STATUS-PCU.

		SELECT OPTIONAL ARCHIVO-DEPARTAMENTOS
		ASSIGN TO "departamentos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS DEP-CODIGO
		FILE STATUS IS WS-STATUS-DEP.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-IMPUTACIONES.
		COPY "imputac.cpy".

	FD ARCHIVO-PLAN-CUENTAS.
		COPY "plancta.cpy".

	FD ARCHIVO-DEPARTAMENTOS.
		COPY "depto.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-IMU PIC XX VALUE "00".
		01 WS-STATUS-PCU PIC XX VALUE "00".
		01 WS-STATUS-DEP PIC XX VALUE "00".
		01 CONTINUAR PIC X VALUE "S".
		01 OPCION-MENU PIC 9 VALUE 1.
		01 CONCEPTO-BUSCADO PIC X(12) VALUE SPACES.
		01 DEPTO-BUSCADO PIC 9(3) VALUE ZERO.
		01 CAMPO-ENTRADA PIC X(20) VALUE SPACES.
		01 CAMPO-VALIDO PIC X VALUE "N".
		01 CUENTA-PEDIDA PIC X(12) VALUE SPACES.
		01 FIN-IMPUTACIONES PIC X VALUE "N".
		01 CONTADOR-IMPUTACIONES PIC 9(5) VALUE ZERO.
		01 NOMBRE-AUDSAT PIC X(12) VALUE "imputaciones".
		01 OPERACION-AUDSAT PIC X VALUE SPACE.
		01 IMAGEN-SAT-ANTES PIC X(40) VALUE SPACES.
		01 IMAGEN-SAT-DESPUES PIC X(40) VALUE SPACES.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "IMPMANT".
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
		DISPLAY "Las imputaciones son solo para supervisores."
		GOBACK
		END-IF.
		PERFORM APERTURA-ARCHIVOS.
		PERFORM UNTIL CONTINUAR = "N" OR CONTINUAR = "n"
			PERFORM MOSTRAR-MENU
			ACCEPT OPCION-MENU
			EVALUATE OPCION-MENU
				WHEN 1
					PERFORM ALTA-IMPUTACION
				WHEN 2
					PERFORM MODIFICAR-IMPUTACION
				WHEN 3
					PERFORM ELIMINAR-IMPUTACION
				WHEN 4
					PERFORM LISTAR-IMPUTACIONES
				WHEN OTHER
					DISPLAY "Opción inválida."
			END-EVALUATE
			DISPLAY "Continuar programa: "
			ACCEPT CONTINUAR
		END-PERFORM.
		CLOSE ARCHIVO-IMPUTACIONES.
		CLOSE ARCHIVO-PLAN-CUENTAS.
		CLOSE ARCHIVO-DEPARTAMENTOS.
		GOBACK.

	MOSTRAR-MENU.
		DISPLAY "1. Alta de imputación".
		DISPLAY "2. Modificar cuentas".
		DISPLAY "3. Eliminar imputación".
		DISPLAY "4. Listar imputaciones".
		DISPLAY "Opción: ".

	APERTURA-ARCHIVOS.
		OPEN I-O ARCHIVO-IMPUTACIONES
		IF WS-STATUS-IMU NOT = "00" AND WS-STATUS-IMU NOT = "05"
		DISPLAY "Error al abrir imputaciones.dat."
			" Status: " WS-STATUS-IMU
		MOVE "Error de apertura de imputaciones."
			TO WS-MENSAJE-LOG
		MOVE "G" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		GOBACK
		END-IF.
		OPEN INPUT ARCHIVO-PLAN-CUENTAS
		IF WS-STATUS-PCU NOT = "00" AND WS-STATUS-PCU NOT = "05"
		DISPLAY "Error al abrir plan_cuentas.dat."
			" Status: " WS-STATUS-PCU
		GOBACK
		END-IF.
		OPEN INPUT ARCHIVO-DEPARTAMENTOS
		IF WS-STATUS-DEP NOT = "00" AND WS-STATUS-DEP NOT = "05"
		DISPLAY "Error al abrir departamentos.dat."
			" Status: " WS-STATUS-DEP
		GOBACK
		END-IF.

	SOLICITAR-CLAVE.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Concepto del asiento: "
			MOVE SPACES TO CAMPO-ENTRADA
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:12) NOT = SPACES
			MOVE CAMPO-ENTRADA (1:12) TO CONCEPTO-BUSCADO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "El concepto es obligatorio."
			END-IF
		END-PERFORM
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Depto (3 dígitos, 000 = general): "
			MOVE SPACES TO CAMPO-ENTRADA
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:3) IS NUMERIC
			MOVE CAMPO-ENTRADA (1:3) TO DEPTO-BUSCADO
			PERFORM VALIDAR-DEPTO
			ELSE
			DISPLAY "Depto inválido, solo números."
			END-IF
		END-PERFORM.

	VALIDAR-DEPTO.
		IF DEPTO-BUSCADO = ZERO
		MOVE "S" TO CAMPO-VALIDO
		ELSE
		MOVE DEPTO-BUSCADO TO DEP-CODIGO
		READ ARCHIVO-DEPARTAMENTOS
		INVALID KEY
		DISPLAY "No existe el depto " DEPTO-BUSCADO "."
		NOT INVALID KEY
		MOVE "S" TO CAMPO-VALIDO
		END-READ
		END-IF.

	SOLICITAR-CUENTAS.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Cuenta al debe (en blanco, ninguna): "
			PERFORM SOLICITAR-UNA-CUENTA
			MOVE CUENTA-PEDIDA TO IMU-CUENTA-DEBE
		END-PERFORM
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Cuenta al haber (en blanco, ninguna): "
			PERFORM SOLICITAR-UNA-CUENTA
			MOVE CUENTA-PEDIDA TO IMU-CUENTA-HABER
			IF CAMPO-VALIDO = "S"
			AND IMU-CUENTA-DEBE = SPACES
			AND IMU-CUENTA-HABER = SPACES
			DISPLAY "Hace falta al menos una de las dos."
			MOVE "N" TO CAMPO-VALIDO
			END-IF
		END-PERFORM.

	SOLICITAR-UNA-CUENTA.
		MOVE SPACES TO CAMPO-ENTRADA
		ACCEPT CAMPO-ENTRADA
		MOVE CAMPO-ENTRADA (1:12) TO CUENTA-PEDIDA
		IF CUENTA-PEDIDA = SPACES
		MOVE "S" TO CAMPO-VALIDO
		ELSE
		MOVE CUENTA-PEDIDA TO PCU-CUENTA
		READ ARCHIVO-PLAN-CUENTAS
		INVALID KEY
		DISPLAY "La cuenta no está en el plan (PLCMANT)."
		NOT INVALID KEY
		IF CUENTA-DE-BAJA
		DISPLAY "La cuenta está dada de baja."
		ELSE
		DISPLAY "  " PCU-DESCRIPCION
		MOVE "S" TO CAMPO-VALIDO
		END-IF
		END-READ
		END-IF.

	AUDITAR-CAMBIO.
		CALL "AUDSAT" USING WS-PROGRAMA-LOG NOMBRE-AUDSAT
			OPERACION-AUDSAT IMAGEN-SAT-ANTES
			IMAGEN-SAT-DESPUES WS-OPERADOR-LOG.

	ALTA-IMPUTACION.
		PERFORM SOLICITAR-CLAVE
		MOVE CONCEPTO-BUSCADO TO IMU-CONCEPTO
		MOVE DEPTO-BUSCADO TO IMU-DEPTO
		READ ARCHIVO-IMPUTACIONES
		INVALID KEY
		PERFORM SOLICITAR-CUENTAS
		MOVE CONCEPTO-BUSCADO TO IMU-CONCEPTO
		MOVE DEPTO-BUSCADO TO IMU-DEPTO
		WRITE IMPUTACIONES-REGISTRO
		IF WS-STATUS-IMU NOT = "00"
		DISPLAY "Error al escribir. Status: " WS-STATUS-IMU
		ELSE
		MOVE SPACES TO IMAGEN-SAT-ANTES
		MOVE IMPUTACIONES-REGISTRO TO IMAGEN-SAT-DESPUES
		MOVE "A" TO OPERACION-AUDSAT
		PERFORM AUDITAR-CAMBIO
		DISPLAY "Imputación dada de alta."
		END-IF
		NOT INVALID KEY
		DISPLAY "Ya existe: debe " IMU-CUENTA-DEBE
			" haber " IMU-CUENTA-HABER
		END-READ.

	MODIFICAR-IMPUTACION.
		PERFORM SOLICITAR-CLAVE
		MOVE CONCEPTO-BUSCADO TO IMU-CONCEPTO
		MOVE DEPTO-BUSCADO TO IMU-DEPTO
		READ ARCHIVO-IMPUTACIONES
		INVALID KEY
		DISPLAY "No existe esa imputación."
		NOT INVALID KEY
		MOVE IMPUTACIONES-REGISTRO TO IMAGEN-SAT-ANTES
		DISPLAY "Debe " IMU-CUENTA-DEBE " haber "
			IMU-CUENTA-HABER
		PERFORM SOLICITAR-CUENTAS
		REWRITE IMPUTACIONES-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo modificar."
		NOT INVALID KEY
		MOVE IMPUTACIONES-REGISTRO TO IMAGEN-SAT-DESPUES
		MOVE "M" TO OPERACION-AUDSAT
		PERFORM AUDITAR-CAMBIO
		DISPLAY "Imputación modificada: rige desde el próximo"
			" asiento."
		END-REWRITE
		END-READ.

	ELIMINAR-IMPUTACION.
		*> Sin la imputación propia el depto vuelve a la
		*> general; sin la general, el concepto detiene el
		*> asiento.
		PERFORM SOLICITAR-CLAVE
		MOVE CONCEPTO-BUSCADO TO IMU-CONCEPTO
		MOVE DEPTO-BUSCADO TO IMU-DEPTO
		READ ARCHIVO-IMPUTACIONES
		INVALID KEY
		DISPLAY "No existe esa imputación."
		NOT INVALID KEY
		MOVE IMPUTACIONES-REGISTRO TO IMAGEN-SAT-ANTES
		DELETE ARCHIVO-IMPUTACIONES
		INVALID KEY
		DISPLAY "No se pudo eliminar."
		NOT INVALID KEY
		MOVE SPACES TO IMAGEN-SAT-DESPUES
		MOVE "E" TO OPERACION-AUDSAT
		PERFORM AUDITAR-CAMBIO
		DISPLAY "Imputación eliminada."
		END-DELETE
		END-READ.

	LISTAR-IMPUTACIONES.
		MOVE ZERO TO CONTADOR-IMPUTACIONES
		MOVE "N" TO FIN-IMPUTACIONES
		MOVE LOW-VALUES TO IMU-CLAVE
		START ARCHIVO-IMPUTACIONES
			KEY IS NOT LESS THAN IMU-CLAVE
		INVALID KEY MOVE "S" TO FIN-IMPUTACIONES
		END-START
		PERFORM UNTIL FIN-IMPUTACIONES = "S"
			READ ARCHIVO-IMPUTACIONES NEXT RECORD
			AT END
			MOVE "S" TO FIN-IMPUTACIONES
			NOT AT END
			ADD 1 TO CONTADOR-IMPUTACIONES
			DISPLAY IMU-CONCEPTO " " IMU-DEPTO
				" debe " IMU-CUENTA-DEBE
				" haber " IMU-CUENTA-HABER
			END-READ
		END-PERFORM
		IF CONTADOR-IMPUTACIONES = ZERO
		DISPLAY "No hay imputaciones cargadas."
		END-IF.
	END PROGRAM IMPMANT.
