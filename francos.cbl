	*> Francos compensatorios:
	*> Reemplaza el pizarrón de los departamentos que devuelven
	*> las horas extra en días de franco. El departamento
	*> tiene la marca en DEPMANT; acá se registra la adhesión
	*> de cada empleado (solo en un departamento marcado) y,
	*> desde la próxima corrida, NOMINA deja sus horas por
	*> encima del umbral en francos.dat en vez de pagarlas.
	*> La toma de días descuenta 8 horas por día de los lotes
	*> abiertos, primero el más viejo (el que antes vence), y
	*> no deja tomar más que el saldo. La consulta muestra
	*> cada lote con lo ganado, tomado y pagado. Cada cambio
	*> queda en el diario de satélites (AUDSAT).
	IDENTIFICATION DIVISION.
	PROGRAM-ID. FRANCOS.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-FRANCOS
		ASSIGN TO "francos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS FRA-CLAVE
		FILE STATUS IS WS-STATUS-FRA.

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

		SELECT OPTIONAL ARCHIVO-DEPARTAMENTOS
		ASSIGN TO "departamentos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS DEP-CODIGO
		FILE STATUS IS WS-STATUS-DEP.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-FRANCOS.
		COPY "francos.cpy".

	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	FD ARCHIVO-DEPARTAMENTOS.
		COPY "depto.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-FRA PIC XX VALUE "00".
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 WS-STATUS-DEP PIC XX VALUE "00".
		01 CONTINUAR PIC X VALUE "S".
		01 OPCION-MENU PIC 9 VALUE 1.
		01 ID-BUSCADO PIC 9(5) VALUE ZERO.
		01 CAMPO-ENTRADA PIC X(6) VALUE SPACES.
		01 CAMPO-VALIDO PIC X VALUE "N".
		01 EMPLEADO-HALLADO PIC X VALUE "N".
		01 ADHESION-ENTRADA PIC X VALUE SPACE.
		01 FIN-FRANCOS PIC X VALUE "N".
		01 DIAS-TOMADOS PIC 9(3) VALUE ZERO.
		01 HORAS-A-TOMAR PIC 9(4)V99 VALUE ZERO.
		01 HORAS-LOTE PIC 9(3)V99 VALUE ZERO.
		01 HORAS-DEL-LOTE PIC 9(3)V99 VALUE ZERO.
		01 SALDO-FRANCOS PIC 9(4)V99 VALUE ZERO.
		01 HORAS-EDITADAS PIC Z,ZZ9.99.
		01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
		01 NOMBRE-AUDSAT PIC X(12) VALUE "francos".
		01 OPERACION-AUDSAT PIC X VALUE SPACE.
		01 IMAGEN-SAT-ANTES PIC X(40) VALUE SPACES.
		01 IMAGEN-SAT-DESPUES PIC X(40) VALUE SPACES.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "FRANCOS".
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
		PERFORM UNTIL CONTINUAR = "N" OR CONTINUAR = "n"
			PERFORM MOSTRAR-MENU
			ACCEPT OPCION-MENU
			EVALUATE OPCION-MENU
				WHEN 1
					PERFORM REGISTRAR-ADHESION
				WHEN 2
					PERFORM REGISTRAR-TOMA
				WHEN 3
					PERFORM CONSULTAR-SALDO
				WHEN OTHER
					DISPLAY "Opción inválida."
			END-EVALUATE
			DISPLAY "Continuar programa: "
			ACCEPT CONTINUAR
		END-PERFORM.
		CLOSE ARCHIVO-FRANCOS.
		CLOSE ARCHIVO-EMPLEADOS.
		CLOSE ARCHIVO-DEPARTAMENTOS.
		GOBACK.

	MOSTRAR-MENU.
		DISPLAY "1. Adhesión a francos compensatorios".
		DISPLAY "2. Registrar días de franco tomados".
		DISPLAY "3. Consultar saldo de francos".
		DISPLAY "Opción: ".

	APERTURA-ARCHIVOS.
		OPEN I-O ARCHIVO-FRANCOS
		IF WS-STATUS-FRA NOT = "00" AND WS-STATUS-FRA NOT = "05"
		DISPLAY "Error al abrir francos.dat. Status: "
			WS-STATUS-FRA
		MOVE "Error de apertura de francos."
			TO WS-MENSAJE-LOG
		MOVE "G" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		GOBACK
		END-IF
		OPEN INPUT ARCHIVO-EMPLEADOS
		IF WS-STATUS-EMP NOT = "00" AND WS-STATUS-EMP NOT = "05"
		DISPLAY "Error al abrir empleados.dat. Status: "
			WS-STATUS-EMP
		GOBACK
		END-IF
		OPEN INPUT ARCHIVO-DEPARTAMENTOS.

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
			MOVE "ID de francos no numérico."
				TO WS-MENSAJE-LOG
			MOVE "A" TO WS-SEVERIDAD-LOG
			CALL "LOGERR" USING WS-PROGRAMA-LOG
				WS-SEVERIDAD-LOG WS-MENSAJE-LOG
				WS-OPERADOR-LOG
			END-IF
		END-PERFORM
		MOVE "N" TO EMPLEADO-HALLADO
		MOVE ID-BUSCADO TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		DISPLAY "No existe el empleado " ID-BUSCADO "."
		NOT INVALID KEY
		MOVE "S" TO EMPLEADO-HALLADO
		DISPLAY "Empleado: " EMPLEADO-APELLIDO " "
			EMPLEADO-NOMBRE " depto " EMPLEADO-DEPTO
		END-READ.

	REGISTRAR-ADHESION.
		*> La adhesión solo se da en un departamento con la
		*> marca de francos; dejarla en "N" se puede siempre y
		*> el saldo ya ganado sigue valiendo hasta tomarse o
		*> vencer.
		PERFORM SOLICITAR-ID
		IF EMPLEADO-HALLADO = "S"
		MOVE ID-BUSCADO TO FRA-ID
		MOVE ZERO TO FRA-PERIODO
		MOVE ZERO TO FRA-SUBPERIODO
		READ ARCHIVO-FRANCOS
		INVALID KEY
		DISPLAY "Adhesión actual: N"
		MOVE SPACES TO IMAGEN-SAT-ANTES
		MOVE "A" TO OPERACION-AUDSAT
		NOT INVALID KEY
		DISPLAY "Adhesión actual: " FRA-ESTADO
			" desde " FRA-FECHA
		MOVE FRANCOS-REGISTRO TO IMAGEN-SAT-ANTES
		MOVE "M" TO OPERACION-AUDSAT
		END-READ
		PERFORM SOLICITAR-ADHESION
		IF ADHESION-ENTRADA = "S"
		PERFORM VERIFICAR-DEPTO-FRANCOS
		END-IF
		IF CAMPO-VALIDO = "S"
		PERFORM GRABAR-ADHESION
		END-IF
		END-IF.

	SOLICITAR-ADHESION.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Horas extra a francos (S/N): "
			MOVE SPACE TO ADHESION-ENTRADA
			ACCEPT ADHESION-ENTRADA
			IF ADHESION-ENTRADA = "s"
			MOVE "S" TO ADHESION-ENTRADA
			END-IF
			IF ADHESION-ENTRADA = "n"
			MOVE "N" TO ADHESION-ENTRADA
			END-IF
			IF ADHESION-ENTRADA = "S"
			OR ADHESION-ENTRADA = "N"
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Responda S o N."
			END-IF
		END-PERFORM.

	VERIFICAR-DEPTO-FRANCOS.
		MOVE "N" TO CAMPO-VALIDO
		MOVE EMPLEADO-DEPTO TO DEP-CODIGO
		READ ARCHIVO-DEPARTAMENTOS
		INVALID KEY
		DISPLAY "No existe el departamento " EMPLEADO-DEPTO "."
		NOT INVALID KEY
		IF DEP-CON-FRANCOS
		MOVE "S" TO CAMPO-VALIDO
		ELSE
		DISPLAY "El departamento " DEP-NOMBRE
			" no da francos compensatorios (DEPMANT)."
		MOVE "Adhesión a francos en depto sin marca."
			TO WS-MENSAJE-LOG
		MOVE "A" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		END-IF
		END-READ.

	GRABAR-ADHESION.
		MOVE ID-BUSCADO TO FRA-ID
		MOVE ZERO TO FRA-PERIODO
		MOVE ZERO TO FRA-SUBPERIODO
		MOVE ZERO TO FRA-HORAS-GANADAS
		MOVE ZERO TO FRA-HORAS-TOMADAS
		MOVE ZERO TO FRA-HORAS-PAGADAS
		MOVE ADHESION-ENTRADA TO FRA-ESTADO
		MOVE ZERO TO FRA-PERIODO-PAGO
		MOVE WS-FECHA-HOY TO FRA-FECHA
		MOVE WS-OPERADOR-LOG TO FRA-OPERADOR
		IF OPERACION-AUDSAT = "A"
		WRITE FRANCOS-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo grabar la adhesión."
		NOT INVALID KEY
		PERFORM AUDITAR-FRANCOS
		DISPLAY "Adhesión registrada."
		END-WRITE
		ELSE
		REWRITE FRANCOS-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo grabar la adhesión."
		NOT INVALID KEY
		PERFORM AUDITAR-FRANCOS
		DISPLAY "Adhesión registrada."
		END-REWRITE
		END-IF.

	REGISTRAR-TOMA.
		PERFORM SOLICITAR-ID
		IF EMPLEADO-HALLADO = "S"
		PERFORM SUMAR-SALDO
		MOVE SALDO-FRANCOS TO HORAS-EDITADAS
		DISPLAY "Saldo actual: " HORAS-EDITADAS " horas."
		PERFORM SOLICITAR-DIAS
		COMPUTE HORAS-A-TOMAR = DIAS-TOMADOS * 8
		IF HORAS-A-TOMAR > SALDO-FRANCOS
		DISPLAY "No alcanza el saldo (" HORAS-EDITADAS
			" horas)."
		MOVE "Toma de francos sin saldo suficiente."
			TO WS-MENSAJE-LOG
		MOVE "A" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		ELSE
		PERFORM CONSUMIR-LOTES
		PERFORM SUMAR-SALDO
		MOVE SALDO-FRANCOS TO HORAS-EDITADAS
		DISPLAY "Saldo restante: " HORAS-EDITADAS " horas."
		END-IF
		END-IF.

	SOLICITAR-DIAS.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Días de franco tomados (001-999): "
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:3) IS NUMERIC
			AND CAMPO-ENTRADA (1:3) NOT = "000"
			MOVE CAMPO-ENTRADA (1:3) TO DIAS-TOMADOS
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Días inválidos (001 a 999)."
			END-IF
		END-PERFORM.

	POSICIONAR-LOTES.
		*> El período 1 deja atrás el renglón de adhesión.
		MOVE "N" TO FIN-FRANCOS
		MOVE ID-BUSCADO TO FRA-ID
		MOVE 1 TO FRA-PERIODO
		MOVE ZERO TO FRA-SUBPERIODO
		START ARCHIVO-FRANCOS
			KEY IS NOT LESS THAN FRA-CLAVE
		INVALID KEY MOVE "S" TO FIN-FRANCOS
		END-START.

	SUMAR-SALDO.
		MOVE ZERO TO SALDO-FRANCOS
		PERFORM POSICIONAR-LOTES
		PERFORM UNTIL FIN-FRANCOS = "S"
			READ ARCHIVO-FRANCOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-FRANCOS
			NOT AT END
			IF FRA-ID NOT = ID-BUSCADO
			MOVE "S" TO FIN-FRANCOS
			ELSE
			IF FRA-ABIERTO
			COMPUTE HORAS-LOTE = FRA-HORAS-GANADAS
				- FRA-HORAS-TOMADAS - FRA-HORAS-PAGADAS
			ADD HORAS-LOTE TO SALDO-FRANCOS
			END-IF
			END-IF
			END-READ
		END-PERFORM.

	CONSUMIR-LOTES.
		*> Los lotes vienen por período: el primero es el más
		*> viejo. El lote que queda sin horas pasa a "C".
		PERFORM POSICIONAR-LOTES
		PERFORM UNTIL FIN-FRANCOS = "S"
			OR HORAS-A-TOMAR = ZERO
			READ ARCHIVO-FRANCOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-FRANCOS
			NOT AT END
			IF FRA-ID NOT = ID-BUSCADO
			MOVE "S" TO FIN-FRANCOS
			ELSE
			IF FRA-ABIERTO
			PERFORM CONSUMIR-UN-LOTE
			END-IF
			END-IF
			END-READ
		END-PERFORM.

	CONSUMIR-UN-LOTE.
		COMPUTE HORAS-LOTE = FRA-HORAS-GANADAS
			- FRA-HORAS-TOMADAS - FRA-HORAS-PAGADAS
		IF HORAS-LOTE > HORAS-A-TOMAR
		MOVE HORAS-A-TOMAR TO HORAS-DEL-LOTE
		ELSE
		MOVE HORAS-LOTE TO HORAS-DEL-LOTE
		END-IF
		IF HORAS-DEL-LOTE > ZERO
		MOVE FRANCOS-REGISTRO TO IMAGEN-SAT-ANTES
		MOVE "M" TO OPERACION-AUDSAT
		ADD HORAS-DEL-LOTE TO FRA-HORAS-TOMADAS
		SUBTRACT HORAS-DEL-LOTE FROM HORAS-A-TOMAR
		IF HORAS-DEL-LOTE = HORAS-LOTE
		MOVE "C" TO FRA-ESTADO
		END-IF
		MOVE WS-FECHA-HOY TO FRA-FECHA
		MOVE WS-OPERADOR-LOG TO FRA-OPERADOR
		REWRITE FRANCOS-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo grabar la toma del lote "
			FRA-PERIODO "."
		NOT INVALID KEY
		PERFORM AUDITAR-FRANCOS
		END-REWRITE
		END-IF.

	CONSULTAR-SALDO.
		PERFORM SOLICITAR-ID
		IF EMPLEADO-HALLADO = "S"
		MOVE ID-BUSCADO TO FRA-ID
		MOVE ZERO TO FRA-PERIODO
		MOVE ZERO TO FRA-SUBPERIODO
		READ ARCHIVO-FRANCOS
		INVALID KEY
		DISPLAY "Adhesión: N"
		NOT INVALID KEY
		DISPLAY "Adhesión: " FRA-ESTADO " desde " FRA-FECHA
		END-READ
		DISPLAY "PERIODO S GANADAS TOMADAS PAGADAS E PAGO"
		MOVE ZERO TO SALDO-FRANCOS
		PERFORM POSICIONAR-LOTES
		PERFORM UNTIL FIN-FRANCOS = "S"
			READ ARCHIVO-FRANCOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-FRANCOS
			NOT AT END
			IF FRA-ID NOT = ID-BUSCADO
			MOVE "S" TO FIN-FRANCOS
			ELSE
			PERFORM MOSTRAR-LOTE
			END-IF
			END-READ
		END-PERFORM
		MOVE SALDO-FRANCOS TO HORAS-EDITADAS
		DISPLAY "Saldo: " HORAS-EDITADAS " horas."
		END-IF.

	MOSTRAR-LOTE.
		DISPLAY FRA-PERIODO " " FRA-SUBPERIODO " "
			FRA-HORAS-GANADAS "  " FRA-HORAS-TOMADAS "  "
			FRA-HORAS-PAGADAS "  " FRA-ESTADO " "
			FRA-PERIODO-PAGO
		IF FRA-ABIERTO
		COMPUTE HORAS-LOTE = FRA-HORAS-GANADAS
			- FRA-HORAS-TOMADAS - FRA-HORAS-PAGADAS
		ADD HORAS-LOTE TO SALDO-FRANCOS
		END-IF.

	AUDITAR-FRANCOS.
		MOVE FRANCOS-REGISTRO TO IMAGEN-SAT-DESPUES
		CALL "AUDSAT" USING WS-PROGRAMA-LOG NOMBRE-AUDSAT
			OPERACION-AUDSAT IMAGEN-SAT-ANTES
			IMAGEN-SAT-DESPUES WS-OPERADOR-LOG.
	END PROGRAM FRANCOS.
