	*> Datos jubilatorios e intimaciones:
	*> Se nos pasaron fechas de intimación jubilatoria de
	*> empleados con muchos años de servicio porque nadie
	*> llevaba la cuenta. Acá se carga lo que el legajo no
	*> tiene para saber cuándo alguien llega a jubilarse: el
	*> sexo (fija la edad) y los servicios con aportes en
	*> empleadores anteriores, en meses, con su respaldo
	*> (previsional.dat). Y se registra la intimación cuando
	*> se notifica (intimaciones.dat): el plazo legal de
	*> espera vence al año de la notificación. Al salir el
	*> beneficio, o si la intimación se deja sin efecto, se
	*> cierra. JUBREP arma con esto el listado de elegibles.
	*> Cada cambio queda en AUDSAT con el operador firmado.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. JUBMANT.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-PREVISIONAL
		ASSIGN TO "previsional.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PRV-ID
		FILE STATUS IS WS-STATUS-PRV.

		SELECT OPTIONAL ARCHIVO-INTIMACIONES
		ASSIGN TO "intimaciones.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS IJU-ID
		FILE STATUS IS WS-STATUS-IJU.

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
	FD ARCHIVO-PREVISIONAL.
		COPY "previs.cpy".

	FD ARCHIVO-INTIMACIONES.
		COPY "intjub.cpy".

	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-PRV PIC XX VALUE "00".
		01 WS-STATUS-IJU PIC XX VALUE "00".
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 CONTINUAR PIC X VALUE "S".
		01 OPCION-MENU PIC 9 VALUE 1.
		01 CAMPO-ENTRADA PIC X(30) VALUE SPACES.
		01 CAMPO-VALIDO PIC X VALUE "N".
		01 ID-BUSCADO PIC 9(5) VALUE ZERO.
		01 EMPLEADO-HALLADO PIC X VALUE "N".
		01 PREVISIONAL-HALLADO PIC X VALUE "N".
		01 CONFIRMAR PIC X VALUE "N".
		01 FECHA-VALIDAR PIC 9(8) VALUE ZERO.
		01 RESULTADO-VALFEC PIC X VALUE "N".
		01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
		*> Fin del plazo: la fecha de notificación un año
		*> después; el 29 de febrero cae al 28.
		01 FECHA-PARTIDA.
			02 FEC-ANIO PIC 9(4).
			02 FEC-MES PIC 9(2).
			02 FEC-DIA PIC 9(2).
		*> Imágenes cortas para AUDSAT.
		01 IMAGEN-PREVISIONAL.
			02 IMP-ID PIC 9(5).
			02 IMP-SEXO PIC X.
			02 IMP-MESES-PREVIOS PIC 9(3).
			02 IMP-RESPALDO PIC X(23).
			02 IMP-OPERADOR PIC X(8).
		01 IMAGEN-INTIMACION.
			02 IMI-ID PIC 9(5).
			02 IMI-FECHA-INTIMACION PIC 9(8).
			02 IMI-FECHA-FIN-PLAZO PIC 9(8).
			02 IMI-ESTADO PIC X.
			02 IMI-FECHA-CIERRE PIC 9(8).
			02 IMI-OPERADOR PIC X(8).
		01 NOMBRE-AUDSAT PIC X(12) VALUE SPACES.
		01 OPERACION-AUDSAT PIC X VALUE "M".
		01 IMAGEN-SAT-ANTES PIC X(40) VALUE SPACES.
		01 IMAGEN-SAT-DESPUES PIC X(40) VALUE SPACES.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "JUBMANT".
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
		OPEN I-O ARCHIVO-PREVISIONAL
		IF WS-STATUS-PRV NOT = "00" AND WS-STATUS-PRV NOT = "05"
		DISPLAY "Error al abrir previsional.dat. Status: "
			WS-STATUS-PRV
		GOBACK
		END-IF.
		OPEN I-O ARCHIVO-INTIMACIONES
		IF WS-STATUS-IJU NOT = "00" AND WS-STATUS-IJU NOT = "05"
		DISPLAY "Error al abrir intimaciones.dat. Status: "
			WS-STATUS-IJU
		CLOSE ARCHIVO-PREVISIONAL
		GOBACK
		END-IF.
		PERFORM UNTIL CONTINUAR = "N" OR CONTINUAR = "n"
			PERFORM MOSTRAR-MENU
			ACCEPT OPCION-MENU
			EVALUATE OPCION-MENU
				WHEN 1
					PERFORM MANTENER-PREVISIONAL
				WHEN 2
					PERFORM REGISTRAR-INTIMACION
				WHEN 3
					PERFORM CERRAR-INTIMACION
				WHEN 4
					PERFORM CONSULTAR-EMPLEADO
				WHEN OTHER
					DISPLAY "Opción inválida."
			END-EVALUATE
			DISPLAY "Continuar programa: "
			ACCEPT CONTINUAR
		END-PERFORM.
		CLOSE ARCHIVO-PREVISIONAL.
		CLOSE ARCHIVO-INTIMACIONES.
		GOBACK.

	MOSTRAR-MENU.
		DISPLAY "1. Sexo y servicios previos".
		DISPLAY "2. Registrar intimación jubilatoria".
		DISPLAY "3. Cerrar intimación (otorgada o anulada)".
		DISPLAY "4. Consultar un empleado".
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
		*> Blanco = hoy.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			MOVE SPACES TO CAMPO-ENTRADA
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA = SPACES
			MOVE WS-FECHA-HOY TO FECHA-VALIDAR
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
		DISPLAY "  nacido " EMPLEADO-FECHA-NAC
			" ingresó " EMPLEADO-FECHA-INGRESO
		END-READ
		CLOSE ARCHIVO-EMPLEADOS
		END-IF.

	LEER-PREVISIONAL.
		MOVE "N" TO PREVISIONAL-HALLADO
		MOVE ID-BUSCADO TO PRV-ID
		READ ARCHIVO-PREVISIONAL
		INVALID KEY
		MOVE SPACES TO PREVISIONAL-REGISTRO
		MOVE ID-BUSCADO TO PRV-ID
		MOVE ZERO TO PRV-MESES-PREVIOS
		NOT INVALID KEY
		MOVE "S" TO PREVISIONAL-HALLADO
		END-READ.

	MANTENER-PREVISIONAL.
		PERFORM SOLICITAR-ID
		PERFORM LEER-EMPLEADO
		IF EMPLEADO-HALLADO = "S"
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
		PERFORM LEER-PREVISIONAL
		IF PREVISIONAL-HALLADO = "S"
		DISPLAY "Actual: sexo " PRV-SEXO " servicios previos "
			PRV-MESES-PREVIOS " meses (" PRV-RESPALDO ")"
		PERFORM ARMAR-IMAGEN-PREVISIONAL
		MOVE IMAGEN-PREVISIONAL TO IMAGEN-SAT-ANTES
		ELSE
		MOVE SPACES TO IMAGEN-SAT-ANTES
		END-IF
		MOVE SPACE TO PRV-SEXO
		PERFORM UNTIL PRV-SEXO-VALIDO
			DISPLAY "Sexo (M varón, F mujer): "
			ACCEPT PRV-SEXO
			IF PRV-SEXO = "m"
			MOVE "M" TO PRV-SEXO
			END-IF
			IF PRV-SEXO = "f"
			MOVE "F" TO PRV-SEXO
			END-IF
		END-PERFORM
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Meses de aportes con empleadores"
				" anteriores (0 = ninguno): "
			MOVE SPACES TO CAMPO-ENTRADA
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:3) IS NUMERIC
			AND CAMPO-ENTRADA (4:1) = SPACE
			MOVE CAMPO-ENTRADA (1:3) TO PRV-MESES-PREVIOS
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Meses inválidos (3 dígitos)."
			END-IF
		END-PERFORM
		IF PRV-MESES-PREVIOS > ZERO
		MOVE SPACES TO PRV-RESPALDO
		PERFORM UNTIL PRV-RESPALDO NOT = SPACES
			DISPLAY "Respaldo (empleadores o certificado): "
			ACCEPT PRV-RESPALDO
		END-PERFORM
		ELSE
		MOVE SPACES TO PRV-RESPALDO
		END-IF
		MOVE WS-FECHA-HOY TO PRV-FECHA
		MOVE WS-OPERADOR-LOG TO PRV-OPERADOR
		IF PREVISIONAL-HALLADO = "S"
		REWRITE PREVISIONAL-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo modificar."
		NOT INVALID KEY
		DISPLAY "Datos previsionales modificados."
		MOVE "M" TO OPERACION-AUDSAT
		PERFORM AUDITAR-PREVISIONAL
		END-REWRITE
		ELSE
		WRITE PREVISIONAL-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo grabar."
		NOT INVALID KEY
		DISPLAY "Datos previsionales cargados."
		MOVE "A" TO OPERACION-AUDSAT
		PERFORM AUDITAR-PREVISIONAL
		END-WRITE
		END-IF
		END-IF.

	REGISTRAR-INTIMACION.
		PERFORM SOLICITAR-ID
		PERFORM LEER-EMPLEADO
		IF EMPLEADO-HALLADO = "S"
		IF EMPLEADO-ESTADO = "B"
		DISPLAY "El empleado está de baja: no se lo intima."
		ELSE
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
		PERFORM LEER-PREVISIONAL
		IF PREVISIONAL-HALLADO = "N"
		DISPLAY "Atención: sin sexo ni servicios previos"
			" cargados; JUBREP no puede confirmar que"
			" cumpla los requisitos."
		END-IF
		MOVE ID-BUSCADO TO IJU-ID
		READ ARCHIVO-INTIMACIONES
		INVALID KEY
		MOVE SPACES TO IMAGEN-SAT-ANTES
		MOVE "A" TO OPERACION-AUDSAT
		PERFORM CAPTURAR-INTIMACION
		NOT INVALID KEY
		IF INTIMACION-ANULADA
		PERFORM ARMAR-IMAGEN-INTIMACION
		MOVE IMAGEN-INTIMACION TO IMAGEN-SAT-ANTES
		MOVE "M" TO OPERACION-AUDSAT
		PERFORM CAPTURAR-INTIMACION
		ELSE
		DISPLAY "Ya tiene intimación del "
			IJU-FECHA-INTIMACION " (estado " IJU-ESTADO
			", plazo hasta " IJU-FECHA-FIN-PLAZO ")."
		END-IF
		END-READ
		END-IF
		END-IF.

	CAPTURAR-INTIMACION.
		DISPLAY "Fecha de notificación (AAAAMMDD, blanco ="
			" hoy): "
		PERFORM SOLICITAR-FECHA
		PERFORM UNTIL FECHA-VALIDAR NOT > WS-FECHA-HOY
			DISPLAY "La notificación no puede ser futura: "
			PERFORM SOLICITAR-FECHA
		END-PERFORM
		MOVE ID-BUSCADO TO IJU-ID
		MOVE FECHA-VALIDAR TO IJU-FECHA-INTIMACION
		MOVE FECHA-VALIDAR TO FECHA-PARTIDA
		ADD 1 TO FEC-ANIO
		IF FEC-MES = 2 AND FEC-DIA = 29
		MOVE 28 TO FEC-DIA
		END-IF
		MOVE FECHA-PARTIDA TO IJU-FECHA-FIN-PLAZO
		MOVE "P" TO IJU-ESTADO
		MOVE ZERO TO IJU-FECHA-CIERRE
		MOVE WS-OPERADOR-LOG TO IJU-OPERADOR
		DISPLAY "Plazo de espera hasta " IJU-FECHA-FIN-PLAZO
		DISPLAY "Confirmar (S/N): "
		ACCEPT CONFIRMAR
		IF CONFIRMAR = "S" OR CONFIRMAR = "s"
		IF OPERACION-AUDSAT = "A"
		WRITE INTIMACION-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo grabar la intimación."
		NOT INVALID KEY
		DISPLAY "Intimación registrada."
		PERFORM AUDITAR-INTIMACION
		END-WRITE
		ELSE
		REWRITE INTIMACION-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo grabar la intimación."
		NOT INVALID KEY
		DISPLAY "Intimación registrada."
		PERFORM AUDITAR-INTIMACION
		END-REWRITE
		END-IF
		ELSE
		DISPLAY "Intimación no registrada."
		END-IF.

	CERRAR-INTIMACION.
		PERFORM SOLICITAR-ID
		MOVE ID-BUSCADO TO IJU-ID
		READ ARCHIVO-INTIMACIONES
		INVALID KEY
		DISPLAY "Ese empleado no tiene intimación."
		NOT INVALID KEY
		IF NOT INTIMACION-PENDIENTE
		DISPLAY "La intimación ya está cerrada (estado "
			IJU-ESTADO " el " IJU-FECHA-CIERRE ")."
		ELSE
		DISPLAY "Notificada el " IJU-FECHA-INTIMACION
			" plazo hasta " IJU-FECHA-FIN-PLAZO
		PERFORM ARMAR-IMAGEN-INTIMACION
		MOVE IMAGEN-INTIMACION TO IMAGEN-SAT-ANTES
		MOVE SPACE TO CONFIRMAR
		PERFORM UNTIL CONFIRMAR = "O" OR CONFIRMAR = "A"
		OR CONFIRMAR = "N"
			DISPLAY "O beneficio otorgado, A anular,"
				" N no cerrar: "
			ACCEPT CONFIRMAR
			IF CONFIRMAR = "o"
			MOVE "O" TO CONFIRMAR
			END-IF
			IF CONFIRMAR = "a"
			MOVE "A" TO CONFIRMAR
			END-IF
			IF CONFIRMAR = "n"
			MOVE "N" TO CONFIRMAR
			END-IF
		END-PERFORM
		IF CONFIRMAR NOT = "N"
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
		DISPLAY "Fecha de cierre (AAAAMMDD, blanco = hoy): "
		PERFORM SOLICITAR-FECHA
		PERFORM UNTIL FECHA-VALIDAR NOT < IJU-FECHA-INTIMACION
		AND FECHA-VALIDAR NOT > WS-FECHA-HOY
			DISPLAY "Entre la notificación y hoy: "
			PERFORM SOLICITAR-FECHA
		END-PERFORM
		MOVE CONFIRMAR TO IJU-ESTADO
		MOVE FECHA-VALIDAR TO IJU-FECHA-CIERRE
		MOVE WS-OPERADOR-LOG TO IJU-OPERADOR
		REWRITE INTIMACION-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo cerrar la intimación."
		NOT INVALID KEY
		DISPLAY "Intimación cerrada."
		MOVE "M" TO OPERACION-AUDSAT
		PERFORM AUDITAR-INTIMACION
		END-REWRITE
		END-IF
		END-IF
		END-READ.

	CONSULTAR-EMPLEADO.
		PERFORM SOLICITAR-ID
		PERFORM LEER-EMPLEADO
		PERFORM LEER-PREVISIONAL
		IF PREVISIONAL-HALLADO = "S"
		DISPLAY "  sexo " PRV-SEXO " servicios previos "
			PRV-MESES-PREVIOS " meses (" PRV-RESPALDO ")"
		DISPLAY "  cargado el " PRV-FECHA " por " PRV-OPERADOR
		ELSE
		DISPLAY "  sin datos previsionales cargados."
		END-IF
		MOVE ID-BUSCADO TO IJU-ID
		READ ARCHIVO-INTIMACIONES
		INVALID KEY
		DISPLAY "  sin intimación jubilatoria."
		NOT INVALID KEY
		DISPLAY "  intimado el " IJU-FECHA-INTIMACION
			" plazo hasta " IJU-FECHA-FIN-PLAZO
			" estado " IJU-ESTADO " " IJU-FECHA-CIERRE
		END-READ.

	ARMAR-IMAGEN-PREVISIONAL.
		MOVE PRV-ID TO IMP-ID
		MOVE PRV-SEXO TO IMP-SEXO
		MOVE PRV-MESES-PREVIOS TO IMP-MESES-PREVIOS
		MOVE PRV-RESPALDO TO IMP-RESPALDO
		MOVE PRV-OPERADOR TO IMP-OPERADOR.

	AUDITAR-PREVISIONAL.
		PERFORM ARMAR-IMAGEN-PREVISIONAL
		MOVE IMAGEN-PREVISIONAL TO IMAGEN-SAT-DESPUES
		MOVE "previsional" TO NOMBRE-AUDSAT
		CALL "AUDSAT" USING WS-PROGRAMA-LOG NOMBRE-AUDSAT
			OPERACION-AUDSAT IMAGEN-SAT-ANTES
			IMAGEN-SAT-DESPUES WS-OPERADOR-LOG.

	ARMAR-IMAGEN-INTIMACION.
		MOVE IJU-ID TO IMI-ID
		MOVE IJU-FECHA-INTIMACION TO IMI-FECHA-INTIMACION
		MOVE IJU-FECHA-FIN-PLAZO TO IMI-FECHA-FIN-PLAZO
		MOVE IJU-ESTADO TO IMI-ESTADO
		MOVE IJU-FECHA-CIERRE TO IMI-FECHA-CIERRE
		MOVE IJU-OPERADOR TO IMI-OPERADOR.

	AUDITAR-INTIMACION.
		PERFORM ARMAR-IMAGEN-INTIMACION
		MOVE IMAGEN-INTIMACION TO IMAGEN-SAT-DESPUES
		MOVE "intimaciones" TO NOMBRE-AUDSAT
		CALL "AUDSAT" USING WS-PROGRAMA-LOG NOMBRE-AUDSAT
			OPERACION-AUDSAT IMAGEN-SAT-ANTES
			IMAGEN-SAT-DESPUES WS-OPERADOR-LOG.
	END PROGRAM JUBMANT.
