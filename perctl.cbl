	*> liquidar dos veces el mismo período; acá el operador abre
	*> el período siguiente cuando corresponde, en vez de que el
	*> ciclo viva en la memoria de quien corre la nómina.
	*> Grupos de pago: periodo.dat lleva un renglón por grupo
	*> (el mensual de siempre primero, después los quincenales
	*> y semanales de los jornalizados), cada uno con su
	*> frecuencia, su período abierto, su subperíodo y su
	*> marca de pagado. Abrir el siguiente de un grupo
	*> quincenal o semanal avanza solo de subperíodo y, tras
	*> el último, al mes siguiente; el mensual pide el mes
	*> como siempre.
	*> Empresas: cada empresa del grupo lleva su propio
	*> control de período. Se firma con SIGNON y se elige la
	*> empresa con EMPSEL (solo las autorizadas al operador);
	*> desde ahí se ven, abren y dan de alta únicamente los
	*> grupos de esa empresa. El primer período de una empresa
	*> nueva hace nacer su grupo mensual detrás de los
	*> renglones existentes, así el mensual de la 01 sigue
	*> siendo el primer renglón del archivo.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. PERCTL.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-PERIODO.
		COPY "periodo.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-PER PIC XX VALUE "00".
		01 CAMPO-ENTRADA PIC X(6) VALUE SPACES.
		01 PERIODO-NUEVO PIC 9(6) VALUE ZERO.
		01 CAMPO-VALIDO PIC X VALUE "N".
		01 FIN-PERIODO PIC X VALUE "N".
		01 TABLA-GRUPOS.
			02 GRUPO-ENTRADA OCCURS 40 TIMES.
				03 TGR-EMPRESA PIC 9(2).
				03 TGR-PERIODO PIC 9(6).
				03 TGR-ESTADO PIC X.
				03 TGR-GRUPO PIC X(2).
				03 TGR-FRECUENCIA PIC X.
				03 TGR-SUBPERIODO PIC 9.
				03 TGR-DESCRIPCION PIC X(20).
		01 CANTIDAD-GRUPOS PIC 9(2) VALUE ZERO.
		01 INDICE-GRUPO PIC 9(2) VALUE ZERO.
		01 GRUPO-ELEGIDO PIC 9(2) VALUE ZERO.
		01 PRIMER-GRUPO-EMPRESA PIC 9(2) VALUE ZERO.
		01 GRUPO-ENTRADA-CODIGO PIC X(2) VALUE SPACES.
		01 SUBPERIODOS-GRUPO PIC 9 VALUE ZERO.
		01 SUBPERIODO-NUEVO PIC 9 VALUE ZERO.
		01 MES-NUEVO PIC 9(2) VALUE ZERO.
		01 DESCRIPCION-ENTRADA PIC X(20) VALUE SPACES.
		01 FRECUENCIA-ENTRADA PIC X VALUE SPACE.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "PERCTL".
		01 WS-MENSAJE-LOG PIC X(40).
		01 WS-SEVERIDAD-LOG PIC X VALUE "A".
		01 WS-OPERADOR-LOG PIC X(8) VALUE "SISTEMA".
		01 NIVEL-FIRMADO PIC 9 VALUE ZERO.
		01 RESULTADO-SIGNON PIC X VALUE "N".
		COPY "empsel.cpy".

	PROCEDURE DIVISION.
	MAIN.
		CALL "SIGNON" USING WS-OPERADOR-LOG NIVEL-FIRMADO
			RESULTADO-SIGNON WS-PROGRAMA-LOG.
		IF RESULTADO-SIGNON NOT = "S"
		GOBACK
		END-IF.
		CALL "EMPSEL" USING WS-OPERADOR-LOG EMPRESA-ELEGIDA.
		IF ELE-HALLADA NOT = "S"
		GOBACK
		END-IF.
		PERFORM UNTIL CONTINUAR = "N" OR CONTINUAR = "n"
			PERFORM MOSTRAR-MENU
			ACCEPT OPCION-MENU
					PERFORM CONSULTAR-PERIODO
				WHEN 2
					PERFORM ABRIR-PERIODO
				WHEN 3
					PERFORM ALTA-GRUPO
				WHEN OTHER
					DISPLAY "Opción inválida."
			END-EVALUATE
		GOBACK.

	MOSTRAR-MENU.
		DISPLAY "1. Consultar períodos por grupo de pago".
		DISPLAY "2. Abrir período siguiente de un grupo".
		DISPLAY "3. Alta de grupo de pago".
		DISPLAY "Opción: ".

	CONTINUAR-PROGRAMA.
		DISPLAY "Continuar programa: ".

	LEER-PERIODO.
		*> Carga todos los renglones (de todas las empresas,
		*> para regrabarlos); uno anterior a los grupos de pago
		*> (grupo en blanco) es el grupo mensual. Leído = la
		*> empresa elegida ya tiene renglones.
		MOVE "N" TO PERIODO-LEIDO
		MOVE ZERO TO CANTIDAD-GRUPOS
		MOVE "N" TO FIN-PERIODO
		OPEN INPUT ARCHIVO-PERIODO
		IF WS-STATUS-PER = "00" OR WS-STATUS-PER = "05"
		PERFORM UNTIL FIN-PERIODO = "S"
			READ ARCHIVO-PERIODO
			AT END
			MOVE "S" TO FIN-PERIODO
			NOT AT END
			IF CANTIDAD-GRUPOS < 40
			ADD 1 TO CANTIDAD-GRUPOS
			PERFORM CARGAR-RENGLON
			IF TGR-EMPRESA (CANTIDAD-GRUPOS) = ELE-CODIGO
			MOVE "S" TO PERIODO-LEIDO
			END-IF
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-PERIODO
		END-IF.

	CARGAR-RENGLON.
		IF PER-EMPRESA IS NOT NUMERIC OR PER-EMPRESA = ZERO
		MOVE 1 TO TGR-EMPRESA (CANTIDAD-GRUPOS)
		ELSE
		MOVE PER-EMPRESA TO TGR-EMPRESA (CANTIDAD-GRUPOS)
		END-IF
		MOVE PER-PERIODO TO TGR-PERIODO (CANTIDAD-GRUPOS)
		MOVE PER-ESTADO TO TGR-ESTADO (CANTIDAD-GRUPOS)
		IF PER-GRUPO = SPACES
		MOVE "ME" TO TGR-GRUPO (CANTIDAD-GRUPOS)
		MOVE "M" TO TGR-FRECUENCIA (CANTIDAD-GRUPOS)
		MOVE 1 TO TGR-SUBPERIODO (CANTIDAD-GRUPOS)
		MOVE "MENSUAL" TO TGR-DESCRIPCION (CANTIDAD-GRUPOS)
		ELSE
		MOVE PER-GRUPO TO TGR-GRUPO (CANTIDAD-GRUPOS)
		MOVE PER-FRECUENCIA TO TGR-FRECUENCIA (CANTIDAD-GRUPOS)
		MOVE PER-SUBPERIODO TO TGR-SUBPERIODO (CANTIDAD-GRUPOS)
		MOVE PER-DESCRIPCION
			TO TGR-DESCRIPCION (CANTIDAD-GRUPOS)
		END-IF.

	CONSULTAR-PERIODO.
		PERFORM LEER-PERIODO
		IF PERIODO-LEIDO = "N"
		DISPLAY "No hay período abierto todavía."
		ELSE
		PERFORM VARYING INDICE-GRUPO FROM 1 BY 1
		UNTIL INDICE-GRUPO > CANTIDAD-GRUPOS
		IF TGR-EMPRESA (INDICE-GRUPO) = ELE-CODIGO
			PERFORM MOSTRAR-GRUPO
		END-IF
		END-PERFORM
		END-IF.

	MOSTRAR-GRUPO.
		DISPLAY "Grupo " TGR-GRUPO (INDICE-GRUPO) " "
			TGR-DESCRIPCION (INDICE-GRUPO)
			" frecuencia " TGR-FRECUENCIA (INDICE-GRUPO)
		DISPLAY "  Período: " TGR-PERIODO (INDICE-GRUPO)
			" subperíodo " TGR-SUBPERIODO (INDICE-GRUPO)
		IF TGR-ESTADO (INDICE-GRUPO) = "A"
		DISPLAY "  Estado: ABIERTO (pendiente de liquidar)."
		ELSE
		DISPLAY "  Estado: PAGADO (abra el siguiente)."
		END-IF.

	SOLICITAR-GRUPO.
		*> Grupo en blanco = el mensual del primer renglón de
		*> la empresa, así quien nunca usó grupos opera como
		*> siempre.
		MOVE ZERO TO GRUPO-ELEGIDO
		DISPLAY "Grupo de pago (blanco = mensual): "
		MOVE SPACES TO GRUPO-ENTRADA-CODIGO
		ACCEPT GRUPO-ENTRADA-CODIGO
		MOVE ZERO TO PRIMER-GRUPO-EMPRESA
		PERFORM VARYING INDICE-GRUPO FROM 1 BY 1
		UNTIL INDICE-GRUPO > CANTIDAD-GRUPOS
		IF TGR-EMPRESA (INDICE-GRUPO) = ELE-CODIGO
			MOVE INDICE-GRUPO TO PRIMER-GRUPO-EMPRESA
			MOVE CANTIDAD-GRUPOS TO INDICE-GRUPO
		END-IF
		END-PERFORM
		IF PRIMER-GRUPO-EMPRESA > ZERO
		IF GRUPO-ENTRADA-CODIGO = SPACES
		MOVE PRIMER-GRUPO-EMPRESA TO GRUPO-ELEGIDO
		ELSE
		PERFORM VARYING INDICE-GRUPO FROM 1 BY 1
		UNTIL INDICE-GRUPO > CANTIDAD-GRUPOS
		IF TGR-GRUPO (INDICE-GRUPO) = GRUPO-ENTRADA-CODIGO
		AND TGR-EMPRESA (INDICE-GRUPO) = ELE-CODIGO
			MOVE INDICE-GRUPO TO GRUPO-ELEGIDO
			MOVE CANTIDAD-GRUPOS TO INDICE-GRUPO
		END-IF
		END-PERFORM
		END-IF
		END-IF.

	ABRIR-PERIODO.
		PERFORM LEER-PERIODO
		IF PERIODO-LEIDO = "N"
		*> Primer período de la empresa: nace su grupo
		*> mensual, detrás de los renglones que ya hay.
		IF CANTIDAD-GRUPOS NOT < 40
		DISPLAY "No caben más grupos de pago."
		ELSE
		PERFORM SOLICITAR-PERIODO
		ADD 1 TO CANTIDAD-GRUPOS
		MOVE ELE-CODIGO TO TGR-EMPRESA (CANTIDAD-GRUPOS)
		MOVE PERIODO-NUEVO TO TGR-PERIODO (CANTIDAD-GRUPOS)
		MOVE "A" TO TGR-ESTADO (CANTIDAD-GRUPOS)
		MOVE "ME" TO TGR-GRUPO (CANTIDAD-GRUPOS)
		MOVE "M" TO TGR-FRECUENCIA (CANTIDAD-GRUPOS)
		MOVE 1 TO TGR-SUBPERIODO (CANTIDAD-GRUPOS)
		MOVE "MENSUAL" TO TGR-DESCRIPCION (CANTIDAD-GRUPOS)
		PERFORM GRABAR-PERIODO
		DISPLAY "Período " PERIODO-NUEVO " abierto."
		END-IF
		ELSE
		PERFORM SOLICITAR-GRUPO
		IF GRUPO-ELEGIDO = ZERO
		DISPLAY "No existe el grupo " GRUPO-ENTRADA-CODIGO "."
		ELSE
		MOVE TGR-PERIODO (GRUPO-ELEGIDO) TO PERIODO-ACTUAL
		MOVE TGR-ESTADO (GRUPO-ELEGIDO) TO ESTADO-ACTUAL
		IF ESTADO-ACTUAL = "A"
		DISPLAY "El período " PERIODO-ACTUAL
			" sigue abierto; liquide antes de abrir otro."
		MOVE "Apertura con período aún abierto."
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		ELSE
		PERFORM AVANZAR-GRUPO
		END-IF
		END-IF
		END-IF.

	AVANZAR-GRUPO.
		EVALUATE TGR-FRECUENCIA (GRUPO-ELEGIDO)
			WHEN "Q"
				MOVE 2 TO SUBPERIODOS-GRUPO
			WHEN "S"
				MOVE 4 TO SUBPERIODOS-GRUPO
			WHEN OTHER
				MOVE 1 TO SUBPERIODOS-GRUPO
		END-EVALUATE
		IF TGR-SUBPERIODO (GRUPO-ELEGIDO) < SUBPERIODOS-GRUPO
		*> Quincena o semana siguiente del mismo mes.
		COMPUTE SUBPERIODO-NUEVO =
			TGR-SUBPERIODO (GRUPO-ELEGIDO) + 1
		MOVE PERIODO-ACTUAL TO PERIODO-NUEVO
		PERFORM GRABAR-AVANCE
		ELSE
		IF SUBPERIODOS-GRUPO > 1
		*> Tras el último subperíodo, el mes siguiente.
		MOVE 1 TO SUBPERIODO-NUEVO
		MOVE PERIODO-ACTUAL (5:2) TO MES-NUEVO
		IF MES-NUEVO = 12
		COMPUTE PERIODO-NUEVO = PERIODO-ACTUAL + 89
		ELSE
		COMPUTE PERIODO-NUEVO = PERIODO-ACTUAL + 1
		END-IF
		PERFORM GRABAR-AVANCE
		ELSE
		MOVE 1 TO SUBPERIODO-NUEVO
		PERFORM SOLICITAR-PERIODO
		IF PERIODO-NUEVO NOT > PERIODO-ACTUAL
		DISPLAY "El período nuevo debe ser posterior a "
			PERIODO-ACTUAL "."
		MOVE "Período nuevo no posterior al último."
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		ELSE
		PERFORM GRABAR-AVANCE
		END-IF
		END-IF
		END-IF.

	GRABAR-AVANCE.
		MOVE PERIODO-NUEVO TO TGR-PERIODO (GRUPO-ELEGIDO)
		MOVE SUBPERIODO-NUEVO TO TGR-SUBPERIODO (GRUPO-ELEGIDO)
		MOVE "A" TO TGR-ESTADO (GRUPO-ELEGIDO)
		PERFORM GRABAR-PERIODO
		DISPLAY "Grupo " TGR-GRUPO (GRUPO-ELEGIDO)
			": período " PERIODO-NUEVO
			" subperíodo " SUBPERIODO-NUEVO " abierto.".

	ALTA-GRUPO.
		*> El grupo mensual de la empresa nace con su primer
		*> período; los demás se agregan detrás.
		PERFORM LEER-PERIODO
		IF PERIODO-LEIDO = "N"
		DISPLAY "Abra primero el período del grupo mensual."
		ELSE
		IF CANTIDAD-GRUPOS NOT < 40
		DISPLAY "No caben más grupos de pago."
		ELSE
		PERFORM SOLICITAR-GRUPO
		IF GRUPO-ELEGIDO > ZERO
		OR GRUPO-ENTRADA-CODIGO = SPACES
		DISPLAY "Código de grupo vacío o ya existente."
		ELSE
		PERFORM SOLICITAR-FRECUENCIA
		DISPLAY "Descripción del grupo: "
		MOVE SPACES TO DESCRIPCION-ENTRADA
		ACCEPT DESCRIPCION-ENTRADA
		PERFORM SOLICITAR-PERIODO
		ADD 1 TO CANTIDAD-GRUPOS
		MOVE ELE-CODIGO TO TGR-EMPRESA (CANTIDAD-GRUPOS)
		MOVE PERIODO-NUEVO TO TGR-PERIODO (CANTIDAD-GRUPOS)
		MOVE "A" TO TGR-ESTADO (CANTIDAD-GRUPOS)
		MOVE GRUPO-ENTRADA-CODIGO TO TGR-GRUPO (CANTIDAD-GRUPOS)
		MOVE FRECUENCIA-ENTRADA
			TO TGR-FRECUENCIA (CANTIDAD-GRUPOS)
		MOVE 1 TO TGR-SUBPERIODO (CANTIDAD-GRUPOS)
		MOVE DESCRIPCION-ENTRADA
			TO TGR-DESCRIPCION (CANTIDAD-GRUPOS)
		PERFORM GRABAR-PERIODO
		DISPLAY "Grupo " GRUPO-ENTRADA-CODIGO " dado de alta,"
			" período " PERIODO-NUEVO " abierto."
		END-IF
		END-IF
		END-IF.

	SOLICITAR-FRECUENCIA.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Frecuencia (M=mensual, Q=quincenal, "
				"S=semanal): "
			ACCEPT FRECUENCIA-ENTRADA
			IF FRECUENCIA-ENTRADA = "M" OR "Q" OR "S"
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Frecuencia inválida."
			END-IF
		END-PERFORM.

	SOLICITAR-PERIODO.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
		END-PERFORM.

	GRABAR-PERIODO.
		*> Se regraba el archivo entero desde la tabla: el
		*> mensual queda primero y cada grupo en su renglón.
		OPEN OUTPUT ARCHIVO-PERIODO
		IF WS-STATUS-PER NOT = "00" AND WS-STATUS-PER NOT = "05"
		DISPLAY "Error al grabar periodo.dat. Status: "
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		ELSE
		PERFORM VARYING INDICE-GRUPO FROM 1 BY 1
		UNTIL INDICE-GRUPO > CANTIDAD-GRUPOS
			MOVE TGR-EMPRESA (INDICE-GRUPO) TO PER-EMPRESA
			MOVE TGR-PERIODO (INDICE-GRUPO) TO PER-PERIODO
			MOVE TGR-ESTADO (INDICE-GRUPO) TO PER-ESTADO
			MOVE TGR-GRUPO (INDICE-GRUPO) TO PER-GRUPO
			MOVE TGR-FRECUENCIA (INDICE-GRUPO)
				TO PER-FRECUENCIA
			MOVE TGR-SUBPERIODO (INDICE-GRUPO)
				TO PER-SUBPERIODO
			MOVE TGR-DESCRIPCION (INDICE-GRUPO)
				TO PER-DESCRIPCION
			WRITE LINEA-PERIODO
		END-PERFORM
		CLOSE ARCHIVO-PERIODO
		END-IF.
	END PROGRAM PERCTL.
