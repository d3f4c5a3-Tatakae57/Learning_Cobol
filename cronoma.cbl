	*> Cronograma de liquidación:
	*> El corte de novedades, el límite de APRUEBA y el día de
	*> subir el archivo al banco se decidían por correo cada
	*> mes. Esto mantiene cronograma.dat, un renglón por
	*> período con las cinco fechas clave. Generar un año
	*> arma los doce meses hacia atrás desde el último día
	*> del mes, contando solo días hábiles (ni sábado ni
	*> domingo, con la congruencia de Zeller de TURCTL, ni
	*> los feriados y no laborables de calendario.dat):
	*>   - pago: el último hábil del mes;
	*>   - envío al banco: el hábil anterior al pago;
	*>   - corrida de NOMINA: el hábil anterior al envío;
	*>   - límite de aprobación: el hábil anterior a la
	*>     corrida;
	*>   - corte de horas: dos hábiles antes del límite.
	*> Un período que ya existe no se pisa al generar. Un
	*> supervisor firmado corrige cualquier hito a mano; las
	*> fechas tienen que quedar en orden, un día no hábil se
	*> acepta con aviso y la corrección va al diario de
	*> satélites (AUDSAT) con las cinco fechas de antes y de
	*> después.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CRONOMA.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-CRONOGRAMA
		ASSIGN TO "cronograma.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS CRO-PERIODO
		FILE STATUS IS WS-STATUS-CRO.

		SELECT OPTIONAL ARCHIVO-CALENDARIO
		ASSIGN TO "calendario.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS CAL-FECHA
		FILE STATUS IS WS-STATUS-CAL.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-CRONOGRAMA.
		COPY "cronograma.cpy".

	FD ARCHIVO-CALENDARIO.
		COPY "calendario.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-CRO PIC XX VALUE "00".
		01 WS-STATUS-CAL PIC XX VALUE "00".
		01 CONTINUAR PIC X VALUE "S".
		01 OPCION-MENU PIC 9 VALUE 1.
		01 CAMPO-ENTRADA PIC X(8) VALUE SPACES.
		01 CAMPO-VALIDO PIC X VALUE "N".
		01 ANIO-CRONOGRAMA PIC 9(4) VALUE ZERO.
		01 MES-CRONOGRAMA PIC 99 VALUE ZERO.
		01 PERIODO-BUSCADO PIC 9(6) VALUE ZERO.
		01 FECHA-NUEVA PIC 9(8) VALUE ZERO.
		01 RESULTADO-VALFEC PIC X VALUE "N".
		01 INDICE-HITO PIC 9 VALUE ZERO.
		01 HITO-ELEGIDO PIC 9 VALUE ZERO.
		01 HITOS-EN-ORDEN PIC X VALUE "S".
		01 FIN-CRONOGRAMA PIC X VALUE "N".
		01 CONTADOR-GENERADOS PIC 99 VALUE ZERO.
		01 CONTADOR-LISTADOS PIC 99 VALUE ZERO.
		01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
		01 TABLA-NOMBRES-DATOS.
			02 FILLER PIC X(20) VALUE "CORTE DE HORAS".
			02 FILLER PIC X(20) VALUE "LIMITE APROBACION".
			02 FILLER PIC X(20) VALUE "CORRIDA DE NOMINA".
			02 FILLER PIC X(20) VALUE "ENVIO AL BANCO".
			02 FILLER PIC X(20) VALUE "FECHA DE PAGO".
		01 TABLA-NOMBRES REDEFINES TABLA-NOMBRES-DATOS.
			02 NOMBRE-HITO OCCURS 5 TIMES PIC X(20).
		*> Cursor de fecha para caminar el mes hacia atrás.
		01 FECHA-CURSOR PIC 9(8) VALUE ZERO.
		01 FECHA-PARTIDA REDEFINES FECHA-CURSOR.
			02 FEC-ANIO PIC 9(4).
			02 FEC-MES PIC 9(2).
			02 FEC-DIA PIC 9(2).
		01 TABLA-MESES-DATOS.
			02 FILLER PIC X(24)
				VALUE "312831303130313130313031".
		01 TABLA-MESES REDEFINES TABLA-MESES-DATOS.
			02 DIAS-DEL-MES OCCURS 12 TIMES PIC 99.
		01 RESTO-BISIESTO PIC 9(4) VALUE ZERO.
		01 COCIENTE-BISIESTO PIC 9(4) VALUE ZERO.
		01 ES-BISIESTO PIC X VALUE "N".
		01 DIA-HABIL PIC X VALUE "S".
		*> Día de la semana (1 = lunes ... 7 = domingo).
		01 DIA-SEMANA PIC 9 VALUE ZERO.
		01 ZEL-ANIO PIC 9(4) VALUE ZERO.
		01 ZEL-MES PIC 99 VALUE ZERO.
		01 ZEL-J PIC 99 VALUE ZERO.
		01 ZEL-K PIC 99 VALUE ZERO.
		01 ZEL-TERMINO-MES PIC 9(3) VALUE ZERO.
		01 ZEL-TERMINO-K PIC 99 VALUE ZERO.
		01 ZEL-TERMINO-J PIC 99 VALUE ZERO.
		01 ZEL-SUMA PIC 9(4) VALUE ZERO.
		01 ZEL-COCIENTE PIC 9(4) VALUE ZERO.
		01 ZEL-RESTO PIC 9 VALUE ZERO.
		*> Imágenes para el diario de satélites (AUDSAT): las
		*> cinco fechas entran justas en las 40 posiciones.
		01 NOMBRE-AUDSAT PIC X(12) VALUE "cronograma".
		01 OPERACION-AUDSAT PIC X VALUE "M".
		01 IMAGEN-SAT-ANTES PIC X(40) VALUE SPACES.
		01 IMAGEN-SAT-DESPUES PIC X(40) VALUE SPACES.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "CRONOMA".
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
		DISPLAY "El cronograma lo mantiene un supervisor."
		GOBACK
		END-IF.
		PERFORM APERTURA-ARCHIVOS.
		PERFORM UNTIL CONTINUAR = "N" OR CONTINUAR = "n"
			PERFORM MOSTRAR-MENU
			ACCEPT OPCION-MENU
			EVALUATE OPCION-MENU
				WHEN 1
					PERFORM GENERAR-ANIO
				WHEN 2
					PERFORM MODIFICAR-HITO
				WHEN 3
					PERFORM LISTAR-ANIO
				WHEN OTHER
					DISPLAY "Opción inválida."
			END-EVALUATE
			DISPLAY "Continuar programa: "
			ACCEPT CONTINUAR
		END-PERFORM.
		CLOSE ARCHIVO-CRONOGRAMA.
		CLOSE ARCHIVO-CALENDARIO.
		GOBACK.

	MOSTRAR-MENU.
		DISPLAY "1. Generar el cronograma de un año".
		DISPLAY "2. Corregir un hito de un período".
		DISPLAY "3. Listar un año".
		DISPLAY "Opción: ".

	APERTURA-ARCHIVOS.
		OPEN I-O ARCHIVO-CRONOGRAMA
		IF WS-STATUS-CRO NOT = "00" AND WS-STATUS-CRO NOT = "05"
		DISPLAY "Error al abrir cronograma.dat. Status: "
			WS-STATUS-CRO
		GOBACK
		END-IF
		OPEN INPUT ARCHIVO-CALENDARIO
		IF WS-STATUS-CAL NOT = "00" AND WS-STATUS-CAL NOT = "05"
		DISPLAY "Error al abrir calendario.dat. Status: "
			WS-STATUS-CAL
		GOBACK
		END-IF.

	SOLICITAR-ANIO.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Año (AAAA): "
			MOVE SPACES TO CAMPO-ENTRADA
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:4) IS NUMERIC
			AND CAMPO-ENTRADA (1:4) > "1900"
			MOVE CAMPO-ENTRADA (1:4) TO ANIO-CRONOGRAMA
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Año inválido."
			END-IF
		END-PERFORM.

	SOLICITAR-PERIODO.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Período (AAAAMM): "
			MOVE SPACES TO CAMPO-ENTRADA
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:6) IS NUMERIC
			AND CAMPO-ENTRADA (5:2) > "00"
			AND CAMPO-ENTRADA (5:2) < "13"
			MOVE CAMPO-ENTRADA (1:6) TO PERIODO-BUSCADO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Período inválido, use AAAAMM."
			END-IF
		END-PERFORM.

	GENERAR-ANIO.
		PERFORM SOLICITAR-ANIO
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
		MOVE ZERO TO CONTADOR-GENERADOS
		PERFORM VARYING MES-CRONOGRAMA FROM 1 BY 1
		UNTIL MES-CRONOGRAMA > 12
			COMPUTE CRO-PERIODO = ANIO-CRONOGRAMA * 100
				+ MES-CRONOGRAMA
			READ ARCHIVO-CRONOGRAMA
			INVALID KEY
			PERFORM GENERAR-PERIODO
			NOT INVALID KEY
			DISPLAY "  " CRO-PERIODO
				" ya existe: no se pisa."
			END-READ
		END-PERFORM
		DISPLAY "Períodos generados: " CONTADOR-GENERADOS.

	GENERAR-PERIODO.
		MOVE ANIO-CRONOGRAMA TO FEC-ANIO
		MOVE MES-CRONOGRAMA TO FEC-MES
		MOVE DIAS-DEL-MES (FEC-MES) TO FEC-DIA
		IF FEC-MES = 2
		PERFORM CALCULAR-BISIESTO
		IF ES-BISIESTO = "S"
		MOVE 29 TO FEC-DIA
		END-IF
		END-IF
		PERFORM AJUSTAR-A-HABIL
		MOVE FECHA-CURSOR TO CRO-FECHA-PAGO
		PERFORM RETROCEDER-HABIL
		MOVE FECHA-CURSOR TO CRO-ENVIO-BANCO
		PERFORM RETROCEDER-HABIL
		MOVE FECHA-CURSOR TO CRO-CORRIDA-NOMINA
		PERFORM RETROCEDER-HABIL
		MOVE FECHA-CURSOR TO CRO-LIMITE-APROBACION
		PERFORM RETROCEDER-HABIL
		PERFORM RETROCEDER-HABIL
		MOVE FECHA-CURSOR TO CRO-CORTE-HORAS
		MOVE "G" TO CRO-ORIGEN
		MOVE WS-OPERADOR-LOG TO CRO-OPERADOR
		MOVE WS-FECHA-HOY TO CRO-FECHA-ACTUALIZA
		WRITE CRONOGRAMA-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo grabar " CRO-PERIODO "."
		NOT INVALID KEY
		ADD 1 TO CONTADOR-GENERADOS
		PERFORM MOSTRAR-CRONOGRAMA
		END-WRITE.

	RETROCEDER-HABIL.
		PERFORM RESTAR-UN-DIA
		PERFORM AJUSTAR-A-HABIL.

	AJUSTAR-A-HABIL.
		PERFORM VERIFICAR-HABIL
		PERFORM UNTIL DIA-HABIL = "S"
			PERFORM RESTAR-UN-DIA
			PERFORM VERIFICAR-HABIL
		END-PERFORM.

	VERIFICAR-HABIL.
		MOVE "S" TO DIA-HABIL
		PERFORM CALCULAR-DIA-SEMANA
		IF DIA-SEMANA > 5
		MOVE "N" TO DIA-HABIL
		ELSE
		MOVE FECHA-CURSOR TO CAL-FECHA
		READ ARCHIVO-CALENDARIO
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE "N" TO DIA-HABIL
		END-READ
		END-IF.

	CALCULAR-DIA-SEMANA.
		*> Congruencia de Zeller con cada término truncado por
		*> separado: devuelve 1 = lunes ... 7 = domingo.
		MOVE FEC-ANIO TO ZEL-ANIO
		MOVE FEC-MES TO ZEL-MES
		IF ZEL-MES < 3
		ADD 12 TO ZEL-MES
		SUBTRACT 1 FROM ZEL-ANIO
		END-IF
		DIVIDE ZEL-ANIO BY 100 GIVING ZEL-J
			REMAINDER ZEL-K
		COMPUTE ZEL-TERMINO-MES = 13 * (ZEL-MES + 1)
		DIVIDE ZEL-TERMINO-MES BY 5 GIVING ZEL-TERMINO-MES
		DIVIDE ZEL-K BY 4 GIVING ZEL-TERMINO-K
		DIVIDE ZEL-J BY 4 GIVING ZEL-TERMINO-J
		COMPUTE ZEL-SUMA = FEC-DIA + ZEL-TERMINO-MES
			+ ZEL-K + ZEL-TERMINO-K + ZEL-TERMINO-J
			+ 5 * ZEL-J
		DIVIDE ZEL-SUMA BY 7 GIVING ZEL-COCIENTE
			REMAINDER ZEL-RESTO
		*> Zeller da 0 = sábado: se reacomoda a 1 = lunes.
		EVALUATE ZEL-RESTO
			WHEN 0 MOVE 6 TO DIA-SEMANA
			WHEN 1 MOVE 7 TO DIA-SEMANA
			WHEN OTHER
				SUBTRACT 1 FROM ZEL-RESTO
					GIVING DIA-SEMANA
		END-EVALUATE.

	RESTAR-UN-DIA.
		IF FEC-DIA > 1
		SUBTRACT 1 FROM FEC-DIA
		ELSE
		IF FEC-MES > 1
		SUBTRACT 1 FROM FEC-MES
		ELSE
		MOVE 12 TO FEC-MES
		SUBTRACT 1 FROM FEC-ANIO
		END-IF
		MOVE DIAS-DEL-MES (FEC-MES) TO FEC-DIA
		IF FEC-MES = 2
		PERFORM CALCULAR-BISIESTO
		IF ES-BISIESTO = "S"
		MOVE 29 TO FEC-DIA
		END-IF
		END-IF
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

	MOSTRAR-CRONOGRAMA.
		DISPLAY "  " CRO-PERIODO " horas " CRO-CORTE-HORAS
			" aprob " CRO-LIMITE-APROBACION
			" nomina " CRO-CORRIDA-NOMINA
		DISPLAY "         banco " CRO-ENVIO-BANCO
			" pago " CRO-FECHA-PAGO
			" (" CRO-ORIGEN " " CRO-OPERADOR ")".

	MODIFICAR-HITO.
		PERFORM SOLICITAR-PERIODO
		MOVE PERIODO-BUSCADO TO CRO-PERIODO
		READ ARCHIVO-CRONOGRAMA
		INVALID KEY
		DISPLAY "No hay cronograma para " PERIODO-BUSCADO
			": genere el año primero."
		NOT INVALID KEY
		PERFORM CORREGIR-HITO
		END-READ.

	CORREGIR-HITO.
		PERFORM VARYING INDICE-HITO FROM 1 BY 1
		UNTIL INDICE-HITO > 5
			DISPLAY INDICE-HITO ". "
				NOMBRE-HITO (INDICE-HITO) " "
				CRO-HITO (INDICE-HITO)
		END-PERFORM
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Hito a corregir (1-5): "
			MOVE SPACES TO CAMPO-ENTRADA
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:1) > "0"
			AND CAMPO-ENTRADA (1:1) < "6"
			MOVE CAMPO-ENTRADA (1:1) TO HITO-ELEGIDO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Hito inválido (1 a 5)."
			END-IF
		END-PERFORM
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Nueva fecha (AAAAMMDD): "
			MOVE SPACES TO CAMPO-ENTRADA
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA IS NUMERIC
			MOVE CAMPO-ENTRADA TO FECHA-NUEVA
			CALL "VALFEC" USING FECHA-NUEVA
				RESULTADO-VALFEC
			IF RESULTADO-VALFEC = "S"
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Esa fecha no existe en el calendario."
			END-IF
			ELSE
			DISPLAY "Fecha inválida, use AAAAMMDD."
			END-IF
		END-PERFORM
		MOVE CRO-HITOS TO IMAGEN-SAT-ANTES
		MOVE FECHA-NUEVA TO CRO-HITO (HITO-ELEGIDO)
		MOVE "S" TO HITOS-EN-ORDEN
		PERFORM VARYING INDICE-HITO FROM 1 BY 1
		UNTIL INDICE-HITO > 4
			IF CRO-HITO (INDICE-HITO)
				> CRO-HITO (INDICE-HITO + 1)
			MOVE "N" TO HITOS-EN-ORDEN
			END-IF
		END-PERFORM
		IF HITOS-EN-ORDEN = "N"
		MOVE IMAGEN-SAT-ANTES TO CRO-HITOS
		DISPLAY "Los hitos tienen que quedar en orden:"
			" no se corrigió."
		ELSE
		MOVE FECHA-NUEVA TO FECHA-CURSOR
		PERFORM VERIFICAR-HABIL
		IF DIA-HABIL = "N"
		DISPLAY "Aviso: el " FECHA-NUEVA " no es hábil."
		END-IF
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
		MOVE "M" TO CRO-ORIGEN
		MOVE WS-OPERADOR-LOG TO CRO-OPERADOR
		MOVE WS-FECHA-HOY TO CRO-FECHA-ACTUALIZA
		REWRITE CRONOGRAMA-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo corregir."
		NOT INVALID KEY
		MOVE CRO-HITOS TO IMAGEN-SAT-DESPUES
		CALL "AUDSAT" USING WS-PROGRAMA-LOG NOMBRE-AUDSAT
			OPERACION-AUDSAT IMAGEN-SAT-ANTES
			IMAGEN-SAT-DESPUES WS-OPERADOR-LOG
		DISPLAY "Hito corregido."
		PERFORM MOSTRAR-CRONOGRAMA
		END-REWRITE
		END-IF.

	LISTAR-ANIO.
		PERFORM SOLICITAR-ANIO
		MOVE ZERO TO CONTADOR-LISTADOS
		MOVE "N" TO FIN-CRONOGRAMA
		COMPUTE CRO-PERIODO = ANIO-CRONOGRAMA * 100 + 1
		START ARCHIVO-CRONOGRAMA
			KEY IS NOT LESS THAN CRO-PERIODO
		INVALID KEY MOVE "S" TO FIN-CRONOGRAMA
		END-START
		PERFORM UNTIL FIN-CRONOGRAMA = "S"
			READ ARCHIVO-CRONOGRAMA NEXT RECORD
			AT END
			MOVE "S" TO FIN-CRONOGRAMA
			NOT AT END
			IF CRO-PERIODO (1:4) NOT = ANIO-CRONOGRAMA
			MOVE "S" TO FIN-CRONOGRAMA
			ELSE
			ADD 1 TO CONTADOR-LISTADOS
			PERFORM MOSTRAR-CRONOGRAMA
			END-IF
			END-READ
		END-PERFORM
		IF CONTADOR-LISTADOS = ZERO
		DISPLAY "Sin cronograma para ese año."
		END-IF.
	END PROGRAM CRONOMA.
