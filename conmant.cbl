	*> Contratos y período de prueba:
	*> En empleados.dat todos los empleados son iguales: nada
	*> distingue un plazo fijo o una temporada de un contrato
	*> por tiempo indeterminado, y los períodos de prueba se
	*> vencían sin que nadie decidiera. Acá se carga el
	*> contrato de cada empleado (contratos.dat): modalidad,
	*> inicio, fin y, en el indeterminado, el vencimiento de la
	*> prueba (seis meses salvo que se indique otro plazo). La
	*> renovación cierra el contrato vigente y abre otro desde
	*> el día siguiente a su fin, que puede cambiar de
	*> modalidad (el pase a indeterminado es una renovación).
	*> La prueba se resuelve confirmando al empleado o dándola
	*> por no superada; en ese caso el contrato termina el día
	*> de la decisión y la baja queda propuesta en ESTADOS,
	*> igual que la de un contrato que llega a su fin sin
	*> renovar. CONVENC avisa lo que vence. Cada cambio queda
	*> en AUDSAT con el operador firmado.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CONMANT.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-CONTRATOS
		ASSIGN TO "contratos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS CON-CLAVE
		FILE STATUS IS WS-STATUS-CON.

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
	FD ARCHIVO-CONTRATOS.
		COPY "contrato.cpy".

	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-CON PIC XX VALUE "00".
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 CONTINUAR PIC X VALUE "S".
		01 OPCION-MENU PIC 9 VALUE 1.
		01 CAMPO-ENTRADA PIC X(30) VALUE SPACES.
		01 CAMPO-VALIDO PIC X VALUE "N".
		01 ID-BUSCADO PIC 9(5) VALUE ZERO.
		01 EMPLEADO-HALLADO PIC X VALUE "N".
		01 FIN-CONTRATOS PIC X VALUE "N".
		01 CONTRATO-HALLADO PIC X VALUE "N".
		01 HAY-CONTRATOS PIC X VALUE "N".
		01 INICIO-VIGENTE PIC 9(8) VALUE ZERO.
		01 CONFIRMAR PIC X VALUE "N".
		01 TIPO-CAPTURA PIC X VALUE SPACE.
		01 FECHA-VALIDAR PIC 9(8) VALUE ZERO.
		01 FECHA-DEFECTO PIC 9(8) VALUE ZERO.
		01 RESULTADO-VALFEC PIC X VALUE "N".
		01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
		*> Prueba del contrato indeterminado, en meses.
		01 MESES-PRUEBA-DEFECTO PIC 9 VALUE 6.
		01 MESES-PRUEBA PIC 9 VALUE ZERO.
		*> Datos del contrato nuevo mientras se cierra el
		*> vigente en la renovación.
		01 NUEVO-INICIO PIC 9(8) VALUE ZERO.
		01 NUEVO-TIPO PIC X VALUE SPACE.
		01 NUEVO-FIN PIC 9(8) VALUE ZERO.
		01 FECHA-PARTIDA.
			02 FEC-ANIO PIC 9(4).
			02 FEC-MES PIC 9(2).
			02 FEC-DIA PIC 9(2).
		01 MESES-CORRIDOS PIC 9(6) VALUE ZERO.
		01 TABLA-MESES-DATOS.
			02 FILLER PIC X(24)
				VALUE "312831303130313130313031".
		01 TABLA-MESES REDEFINES TABLA-MESES-DATOS.
			02 DIAS-DEL-MES OCCURS 12 TIMES PIC 99.
		01 DIAS-TOPE PIC 99 VALUE ZERO.
		01 RESTO-BISIESTO PIC 9(4) VALUE ZERO.
		01 COCIENTE-BISIESTO PIC 9(4) VALUE ZERO.
		01 ES-BISIESTO PIC X VALUE "N".
		*> Imagen corta para AUDSAT (sin el operador, que ya
		*> va aparte).
		01 IMAGEN-CONTRATO.
			02 IMC-ID PIC 9(5).
			02 IMC-INICIO PIC 9(8).
			02 IMC-TIPO PIC X.
			02 IMC-FIN PIC 9(8).
			02 IMC-FIN-PRUEBA PIC 9(8).
			02 IMC-PRUEBA PIC X.
			02 IMC-ESTADO PIC X.
			02 IMC-FECHA-CIERRE PIC 9(8).
		01 NOMBRE-AUDSAT PIC X(12) VALUE "contratos".
		01 OPERACION-AUDSAT PIC X VALUE "M".
		01 IMAGEN-SAT-ANTES PIC X(40) VALUE SPACES.
		01 IMAGEN-SAT-DESPUES PIC X(40) VALUE SPACES.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "CONMANT".
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
		OPEN I-O ARCHIVO-CONTRATOS
		IF WS-STATUS-CON NOT = "00" AND WS-STATUS-CON NOT = "05"
		DISPLAY "Error al abrir contratos.dat. Status: "
			WS-STATUS-CON
		GOBACK
		END-IF.
		PERFORM UNTIL CONTINUAR = "N" OR CONTINUAR = "n"
			ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
			PERFORM MOSTRAR-MENU
			ACCEPT OPCION-MENU
			EVALUATE OPCION-MENU
				WHEN 1
					PERFORM ALTA-CONTRATO
				WHEN 2
					PERFORM RENOVAR-CONTRATO
				WHEN 3
					PERFORM RESOLVER-PRUEBA
				WHEN 4
					PERFORM CONSULTAR-CONTRATOS
				WHEN OTHER
					DISPLAY "Opción inválida."
			END-EVALUATE
			DISPLAY "Continuar programa: "
			ACCEPT CONTINUAR
		END-PERFORM.
		CLOSE ARCHIVO-CONTRATOS.
		GOBACK.

	MOSTRAR-MENU.
		DISPLAY "1. Alta de contrato".
		DISPLAY "2. Renovar contrato".
		DISPLAY "3. Resolver período de prueba".
		DISPLAY "4. Consultar contratos de un empleado".
		DISPLAY "Opción: ".

	SOLICITAR-ID.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "ID de empleado: "
			MOVE SPACES TO CAMPO-ENTRADA
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:5) IS NUMERIC
			MOVE CAMPO-ENTRADA (1:5) TO ID-BUSCADO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "ID inválido (5 dígitos)."
			END-IF
		END-PERFORM.

	SOLICITAR-FECHA.
		*> Blanco = FECHA-DEFECTO.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			MOVE SPACES TO CAMPO-ENTRADA
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA = SPACES
			AND FECHA-DEFECTO > ZERO
			MOVE FECHA-DEFECTO TO FECHA-VALIDAR
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			MOVE "N" TO RESULTADO-VALFEC
			IF CAMPO-ENTRADA (1:8) IS NUMERIC
			MOVE CAMPO-ENTRADA (1:8) TO FECHA-VALIDAR
			CALL "VALFEC" USING FECHA-VALIDAR
				RESULTADO-VALFEC
			END-IF
			IF RESULTADO-VALFEC = "S"
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Fecha inválida (AAAAMMDD): "
			END-IF
			END-IF
		END-PERFORM.

	SOLICITAR-TIPO.
		MOVE SPACE TO TIPO-CAPTURA
		PERFORM UNTIL TIPO-CAPTURA = "I" OR TIPO-CAPTURA = "F"
		OR TIPO-CAPTURA = "T"
			DISPLAY "Modalidad (I indeterminado, F plazo"
				" fijo, T temporada): "
			ACCEPT TIPO-CAPTURA
			IF TIPO-CAPTURA = "i"
			MOVE "I" TO TIPO-CAPTURA
			END-IF
			IF TIPO-CAPTURA = "f"
			MOVE "F" TO TIPO-CAPTURA
			END-IF
			IF TIPO-CAPTURA = "t"
			MOVE "T" TO TIPO-CAPTURA
			END-IF
		END-PERFORM.

	SOLICITAR-FIN.
		*> Fin obligatorio en plazo fijo y temporada, posterior
		*> al inicio (FECHA-DEFECTO trae el inicio).
		MOVE FECHA-DEFECTO TO FECHA-PARTIDA
		MOVE ZERO TO FECHA-DEFECTO
		MOVE ZERO TO FECHA-VALIDAR
		PERFORM UNTIL FECHA-VALIDAR > FECHA-PARTIDA
			DISPLAY "Último día del contrato (AAAAMMDD): "
			PERFORM SOLICITAR-FECHA
			IF FECHA-VALIDAR NOT > FECHA-PARTIDA
			DISPLAY "Tiene que ser posterior al inicio."
			END-IF
		END-PERFORM.

	LEER-EMPLEADO.
		MOVE "N" TO EMPLEADO-HALLADO
		OPEN INPUT ARCHIVO-EMPLEADOS
		IF WS-STATUS-EMP = "00" OR WS-STATUS-EMP = "05"
		MOVE ID-BUSCADO TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		DISPLAY "No existe ese ID."
		NOT INVALID KEY
		MOVE "S" TO EMPLEADO-HALLADO
		DISPLAY EMPLEADO-APELLIDO " " EMPLEADO-NOMBRE
			" estado " EMPLEADO-ESTADO
			" ingresó " EMPLEADO-FECHA-INGRESO
		END-READ
		CLOSE ARCHIVO-EMPLEADOS
		END-IF.

	BUSCAR-CONTRATO-VIGENTE.
		*> El contrato vigente del empleado, si lo hay, queda
		*> en el registro.
		MOVE "N" TO CONTRATO-HALLADO
		MOVE "N" TO HAY-CONTRATOS
		MOVE "N" TO FIN-CONTRATOS
		MOVE ID-BUSCADO TO CON-ID
		MOVE ZERO TO CON-INICIO
		START ARCHIVO-CONTRATOS
			KEY IS NOT LESS THAN CON-CLAVE
		INVALID KEY MOVE "S" TO FIN-CONTRATOS
		END-START
		PERFORM UNTIL FIN-CONTRATOS = "S"
			READ ARCHIVO-CONTRATOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-CONTRATOS
			NOT AT END
			IF CON-ID NOT = ID-BUSCADO
			MOVE "S" TO FIN-CONTRATOS
			ELSE
			MOVE "S" TO HAY-CONTRATOS
			IF CONTRATO-VIGENTE
			MOVE "S" TO CONTRATO-HALLADO
			MOVE CON-INICIO TO INICIO-VIGENTE
			END-IF
			END-IF
			END-READ
		END-PERFORM
		IF CONTRATO-HALLADO = "S"
		MOVE ID-BUSCADO TO CON-ID
		MOVE INICIO-VIGENTE TO CON-INICIO
		READ ARCHIVO-CONTRATOS
		INVALID KEY MOVE "N" TO CONTRATO-HALLADO
		END-READ
		END-IF.

	MOSTRAR-CONTRATO.
		DISPLAY "  desde " CON-INICIO " modalidad " CON-TIPO
			" fin " CON-FIN " estado " CON-ESTADO
		IF CON-FIN-PRUEBA > ZERO
		DISPLAY "  prueba hasta " CON-FIN-PRUEBA
			" (" CON-PRUEBA ")"
		END-IF.

	ALTA-CONTRATO.
		PERFORM SOLICITAR-ID
		PERFORM LEER-EMPLEADO
		IF EMPLEADO-HALLADO = "S"
		IF EMPLEADO-ESTADO = "B"
		DISPLAY "El empleado está de baja."
		ELSE
		PERFORM BUSCAR-CONTRATO-VIGENTE
		IF CONTRATO-HALLADO = "S"
		DISPLAY "Ya tiene contrato vigente:"
		PERFORM MOSTRAR-CONTRATO
		DISPLAY "Se renueva con la opción 2."
		ELSE
		PERFORM CAPTURAR-CONTRATO-NUEVO
		END-IF
		END-IF
		END-IF.

	CAPTURAR-CONTRATO-NUEVO.
		PERFORM SOLICITAR-TIPO
		*> El primer contrato arranca, salvo indicación, con
		*> el ingreso.
		MOVE WS-FECHA-HOY TO FECHA-DEFECTO
		IF HAY-CONTRATOS = "N" AND EMPLEADO-FECHA-INGRESO > ZERO
		MOVE EMPLEADO-FECHA-INGRESO TO FECHA-DEFECTO
		END-IF
		DISPLAY "Inicio (AAAAMMDD, blanco = "
			FECHA-DEFECTO "): "
		PERFORM SOLICITAR-FECHA
		MOVE SPACES TO CONTRATOS-REGISTRO
		MOVE ID-BUSCADO TO CON-ID
		MOVE FECHA-VALIDAR TO CON-INICIO
		MOVE TIPO-CAPTURA TO CON-TIPO
		MOVE ZERO TO CON-FIN
		MOVE ZERO TO CON-FIN-PRUEBA
		MOVE ZERO TO CON-FECHA-CIERRE
		MOVE SPACE TO CON-PRUEBA
		IF CONTRATO-INDETERMINADO
		PERFORM SOLICITAR-PRUEBA
		ELSE
		MOVE CON-INICIO TO FECHA-DEFECTO
		PERFORM SOLICITAR-FIN
		MOVE FECHA-VALIDAR TO CON-FIN
		END-IF
		MOVE "V" TO CON-ESTADO
		MOVE WS-OPERADOR-LOG TO CON-OPERADOR
		PERFORM MOSTRAR-CONTRATO
		DISPLAY "Confirmar (S/N): "
		ACCEPT CONFIRMAR
		IF CONFIRMAR = "S" OR CONFIRMAR = "s"
		WRITE CONTRATOS-REGISTRO
		INVALID KEY
		DISPLAY "Ya hay un contrato con ese inicio."
		NOT INVALID KEY
		DISPLAY "Contrato cargado."
		MOVE SPACES TO IMAGEN-SAT-ANTES
		MOVE "A" TO OPERACION-AUDSAT
		PERFORM AUDITAR-CONTRATO
		END-WRITE
		ELSE
		DISPLAY "Contrato no cargado."
		END-IF.

	SOLICITAR-PRUEBA.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Meses de prueba (blanco = "
				MESES-PRUEBA-DEFECTO
				", 0 = sin prueba): "
			MOVE SPACES TO CAMPO-ENTRADA
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA = SPACES
			MOVE MESES-PRUEBA-DEFECTO TO MESES-PRUEBA
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			IF CAMPO-ENTRADA (1:1) IS NUMERIC
			AND CAMPO-ENTRADA (2:1) = SPACE
			AND CAMPO-ENTRADA (1:1) NOT > "6"
			MOVE CAMPO-ENTRADA (1:1) TO MESES-PRUEBA
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "De 0 a 6 meses."
			END-IF
			END-IF
		END-PERFORM
		IF MESES-PRUEBA > ZERO
		MOVE CON-INICIO TO FECHA-PARTIDA
		COMPUTE MESES-CORRIDOS =
			FEC-ANIO * 12 + FEC-MES - 1 + MESES-PRUEBA
		DIVIDE MESES-CORRIDOS BY 12 GIVING FEC-ANIO
			REMAINDER FEC-MES
		ADD 1 TO FEC-MES
		PERFORM AJUSTAR-FIN-DE-MES
		MOVE FECHA-PARTIDA TO CON-FIN-PRUEBA
		MOVE "P" TO CON-PRUEBA
		END-IF.

	RENOVAR-CONTRATO.
		PERFORM SOLICITAR-ID
		PERFORM LEER-EMPLEADO
		IF EMPLEADO-HALLADO = "S"
		PERFORM BUSCAR-CONTRATO-VIGENTE
		EVALUATE TRUE
			WHEN EMPLEADO-ESTADO = "B"
				DISPLAY "El empleado está de baja."
			WHEN CONTRATO-HALLADO = "N"
				DISPLAY "No tiene contrato vigente."
			WHEN CONTRATO-INDETERMINADO
				DISPLAY "El contrato es por tiempo"
					" indeterminado: no se renueva."
			WHEN PRUEBA-NO-SUPERADA
				DISPLAY "No superó la prueba: la baja"
					" está propuesta en ESTADOS."
			WHEN OTHER
				PERFORM CAPTURAR-RENOVACION
		END-EVALUATE
		END-IF.

	CAPTURAR-RENOVACION.
		PERFORM MOSTRAR-CONTRATO
		IF CON-FIN < WS-FECHA-HOY
		DISPLAY "Atención: venció el " CON-FIN
			"; la renovación arranca el día siguiente."
		END-IF
		MOVE CON-FIN TO FECHA-PARTIDA
		PERFORM SUMAR-UN-DIA
		MOVE FECHA-PARTIDA TO NUEVO-INICIO
		DISPLAY "Nuevo contrato desde " NUEVO-INICIO
		PERFORM SOLICITAR-TIPO
		MOVE TIPO-CAPTURA TO NUEVO-TIPO
		MOVE ZERO TO NUEVO-FIN
		IF NUEVO-TIPO NOT = "I"
		MOVE NUEVO-INICIO TO FECHA-DEFECTO
		PERFORM SOLICITAR-FIN
		MOVE FECHA-VALIDAR TO NUEVO-FIN
		END-IF
		DISPLAY "Confirmar (S/N): "
		ACCEPT CONFIRMAR
		IF CONFIRMAR = "S" OR CONFIRMAR = "s"
		PERFORM ARMAR-IMAGEN-CONTRATO
		MOVE IMAGEN-CONTRATO TO IMAGEN-SAT-ANTES
		MOVE "R" TO CON-ESTADO
		MOVE NUEVO-INICIO TO CON-FECHA-CIERRE
		MOVE WS-OPERADOR-LOG TO CON-OPERADOR
		REWRITE CONTRATOS-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo cerrar el contrato vigente."
		NOT INVALID KEY
		MOVE "M" TO OPERACION-AUDSAT
		PERFORM AUDITAR-CONTRATO
		PERFORM GRABAR-RENOVACION
		END-REWRITE
		ELSE
		DISPLAY "Renovación no cargada."
		END-IF.

	GRABAR-RENOVACION.
		MOVE SPACES TO CONTRATOS-REGISTRO
		MOVE ID-BUSCADO TO CON-ID
		MOVE NUEVO-INICIO TO CON-INICIO
		MOVE NUEVO-TIPO TO CON-TIPO
		MOVE NUEVO-FIN TO CON-FIN
		MOVE ZERO TO CON-FIN-PRUEBA
		MOVE SPACE TO CON-PRUEBA
		MOVE "V" TO CON-ESTADO
		MOVE ZERO TO CON-FECHA-CIERRE
		MOVE WS-OPERADOR-LOG TO CON-OPERADOR
		WRITE CONTRATOS-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo grabar la renovación."
		MOVE "Renovación de contrato sin grabar."
			TO WS-MENSAJE-LOG
		MOVE "G" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		NOT INVALID KEY
		DISPLAY "Contrato renovado."
		MOVE SPACES TO IMAGEN-SAT-ANTES
		MOVE "A" TO OPERACION-AUDSAT
		PERFORM AUDITAR-CONTRATO
		END-WRITE.

	RESOLVER-PRUEBA.
		PERFORM SOLICITAR-ID
		PERFORM LEER-EMPLEADO
		IF EMPLEADO-HALLADO = "S"
		PERFORM BUSCAR-CONTRATO-VIGENTE
		IF CONTRATO-HALLADO = "N" OR NOT PRUEBA-PENDIENTE
		DISPLAY "No tiene período de prueba pendiente."
		ELSE
		PERFORM MOSTRAR-CONTRATO
		MOVE SPACE TO CONFIRMAR
		PERFORM UNTIL CONFIRMAR = "C" OR CONFIRMAR = "N"
		OR CONFIRMAR = "X"
			DISPLAY "C confirmar, N no superada,"
				" X no resolver: "
			ACCEPT CONFIRMAR
			IF CONFIRMAR = "c"
			MOVE "C" TO CONFIRMAR
			END-IF
			IF CONFIRMAR = "n"
			MOVE "N" TO CONFIRMAR
			END-IF
			IF CONFIRMAR = "x"
			MOVE "X" TO CONFIRMAR
			END-IF
		END-PERFORM
		IF CONFIRMAR NOT = "X"
		PERFORM GRABAR-RESOLUCION-PRUEBA
		END-IF
		END-IF
		END-IF.

	GRABAR-RESOLUCION-PRUEBA.
		PERFORM ARMAR-IMAGEN-CONTRATO
		MOVE IMAGEN-CONTRATO TO IMAGEN-SAT-ANTES
		MOVE CONFIRMAR TO CON-PRUEBA
		IF PRUEBA-NO-SUPERADA
		MOVE WS-FECHA-HOY TO FECHA-DEFECTO
		DISPLAY "Fecha de la decisión (AAAAMMDD, blanco ="
			" hoy): "
		PERFORM SOLICITAR-FECHA
		PERFORM UNTIL FECHA-VALIDAR NOT < CON-INICIO
		AND FECHA-VALIDAR NOT > WS-FECHA-HOY
			DISPLAY "Entre el inicio y hoy: "
			PERFORM SOLICITAR-FECHA
		END-PERFORM
		MOVE FECHA-VALIDAR TO CON-FIN
		END-IF
		MOVE WS-OPERADOR-LOG TO CON-OPERADOR
		REWRITE CONTRATOS-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo grabar la resolución."
		NOT INVALID KEY
		MOVE "M" TO OPERACION-AUDSAT
		PERFORM AUDITAR-CONTRATO
		IF PRUEBA-NO-SUPERADA
		DISPLAY "Prueba no superada: la baja queda propuesta"
			" en ESTADOS."
		ELSE
		DISPLAY "Empleado confirmado."
		END-IF
		END-REWRITE.

	CONSULTAR-CONTRATOS.
		PERFORM SOLICITAR-ID
		PERFORM LEER-EMPLEADO
		MOVE "N" TO HAY-CONTRATOS
		MOVE "N" TO FIN-CONTRATOS
		MOVE ID-BUSCADO TO CON-ID
		MOVE ZERO TO CON-INICIO
		START ARCHIVO-CONTRATOS
			KEY IS NOT LESS THAN CON-CLAVE
		INVALID KEY MOVE "S" TO FIN-CONTRATOS
		END-START
		PERFORM UNTIL FIN-CONTRATOS = "S"
			READ ARCHIVO-CONTRATOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-CONTRATOS
			NOT AT END
			IF CON-ID NOT = ID-BUSCADO
			MOVE "S" TO FIN-CONTRATOS
			ELSE
			MOVE "S" TO HAY-CONTRATOS
			PERFORM MOSTRAR-CONTRATO
			IF CON-FECHA-CIERRE > ZERO
			DISPLAY "  cerrado el " CON-FECHA-CIERRE
			END-IF
			END-IF
			END-READ
		END-PERFORM
		IF HAY-CONTRATOS = "N"
		DISPLAY "  sin contratos cargados."
		END-IF.

	SUMAR-UN-DIA.
		MOVE DIAS-DEL-MES (FEC-MES) TO DIAS-TOPE
		IF FEC-MES = 2
		PERFORM CALCULAR-BISIESTO
		IF ES-BISIESTO = "S"
		MOVE 29 TO DIAS-TOPE
		END-IF
		END-IF
		IF FEC-DIA < DIAS-TOPE
		ADD 1 TO FEC-DIA
		ELSE
		MOVE 1 TO FEC-DIA
		IF FEC-MES < 12
		ADD 1 TO FEC-MES
		ELSE
		MOVE 1 TO FEC-MES
		ADD 1 TO FEC-ANIO
		END-IF
		END-IF.

	AJUSTAR-FIN-DE-MES.
		MOVE DIAS-DEL-MES (FEC-MES) TO DIAS-TOPE
		IF FEC-MES = 2
		PERFORM CALCULAR-BISIESTO
		IF ES-BISIESTO = "S"
		MOVE 29 TO DIAS-TOPE
		END-IF
		END-IF
		IF FEC-DIA > DIAS-TOPE
		MOVE DIAS-TOPE TO FEC-DIA
		END-IF.

	CALCULAR-BISIESTO.
		MOVE "N" TO ES-BISIESTO
		DIVIDE FEC-ANIO BY 4 GIVING COCIENTE-BISIESTO
			REMAINDER RESTO-BISIESTO
		IF RESTO-BISIESTO = ZERO
		MOVE "S" TO ES-BISIESTO
		DIVIDE FEC-ANIO BY 100 GIVING COCIENTE-BISIESTO
			REMAINDER RESTO-BISIESTO
		IF RESTO-BISIESTO = ZERO
		MOVE "N" TO ES-BISIESTO
		DIVIDE FEC-ANIO BY 400 GIVING COCIENTE-BISIESTO
			REMAINDER RESTO-BISIESTO
		IF RESTO-BISIESTO = ZERO
		MOVE "S" TO ES-BISIESTO
		END-IF
		END-IF
		END-IF.

	ARMAR-IMAGEN-CONTRATO.
		MOVE CON-ID TO IMC-ID
		MOVE CON-INICIO TO IMC-INICIO
		MOVE CON-TIPO TO IMC-TIPO
		MOVE CON-FIN TO IMC-FIN
		MOVE CON-FIN-PRUEBA TO IMC-FIN-PRUEBA
		MOVE CON-PRUEBA TO IMC-PRUEBA
		MOVE CON-ESTADO TO IMC-ESTADO
		MOVE CON-FECHA-CIERRE TO IMC-FECHA-CIERRE.

	AUDITAR-CONTRATO.
		PERFORM ARMAR-IMAGEN-CONTRATO
		MOVE IMAGEN-CONTRATO TO IMAGEN-SAT-DESPUES
		CALL "AUDSAT" USING WS-PROGRAMA-LOG NOMBRE-AUDSAT
			OPERACION-AUDSAT IMAGEN-SAT-ANTES
			IMAGEN-SAT-DESPUES WS-OPERADOR-LOG.
	END PROGRAM CONMANT.
