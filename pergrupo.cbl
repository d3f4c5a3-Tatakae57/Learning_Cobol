	*> Período por grupo de pago:
	*> Subprograma al estilo de CARTRAM que centraliza la
	*> lectura de periodo.dat desde que tiene un renglón por
	*> grupo de pago (mensual, quincenal o semanal). NOMINA,
	*> NOVEDAD, FICHPROC, APRUEBA y PRENOM le piden el período
	*> de un grupo y reciben también el subperíodo en curso y
	*> su rango de fechas: la quincena (1 al 15, 16 a fin de
	*> mes) o la semana de liquidación (1-7, 8-14, 15-21, 22 a
	*> fin de mes). Las claves siguen siendo AAAAMM: el
	*> subperíodo viaja aparte. NOMINA lo usa además para
	*> marcar pagado solo el renglón de su grupo, sin pisar
	*> los de los demás.
	*> Empresas: cada empresa del grupo tiene sus propios
	*> renglones de grupos de pago (PER-EMPRESA); se busca y
	*> se cuentan pendientes solo dentro de la empresa pedida,
	*> y el mensual de cada empresa es su primer renglón. El
	*> regrabado conserva los renglones de todas.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. PERGRUPO.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-PERIODO
		ASSIGN TO DYNAMIC NOMBRE-PERIODO
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-PER.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-PERIODO.
		COPY "periodo.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-PER PIC XX VALUE "00".
		01 NOMBRE-PERIODO PIC X(30) VALUE "periodo.dat".
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
		01 ULTIMO-SUB-GRUPO PIC 9 VALUE ZERO.
		01 DIA-DESDE PIC 9(2) VALUE ZERO.
		01 DIA-HASTA PIC 9(2) VALUE ZERO.
		01 EMPRESA-PEDIDA PIC 9(2) VALUE 1.
		01 PRIMER-GRUPO-EMPRESA PIC 9(2) VALUE ZERO.

	LINKAGE SECTION.
		COPY "pergrupo.cpy".

	PROCEDURE DIVISION USING PERIODO-GRUPO.
	MAIN-PROCEDURE.
		IF PGR-ARCHIVO = SPACES
		MOVE "periodo.dat" TO NOMBRE-PERIODO
		ELSE
		MOVE PGR-ARCHIVO TO NOMBRE-PERIODO
		END-IF.
		MOVE "N" TO PGR-HALLADO.
		MOVE ZERO TO PGR-PENDIENTES.
		IF PGR-EMPRESA IS NOT NUMERIC OR PGR-EMPRESA = ZERO
		MOVE 1 TO EMPRESA-PEDIDA
		ELSE
		MOVE PGR-EMPRESA TO EMPRESA-PEDIDA
		END-IF.
		PERFORM CARGAR-GRUPOS.
		PERFORM BUSCAR-GRUPO.
		IF GRUPO-ELEGIDO > ZERO
		MOVE "S" TO PGR-HALLADO
		IF PGR-OPERACION = "P"
		MOVE "P" TO TGR-ESTADO (GRUPO-ELEGIDO)
		PERFORM REGRABAR-GRUPOS
		END-IF
		PERFORM DEVOLVER-GRUPO
		END-IF.
		GOBACK.

	CARGAR-GRUPOS.
		*> Un renglón anterior a los grupos de pago (grupo en
		*> blanco) se toma como el grupo mensual de siempre.
		MOVE ZERO TO CANTIDAD-GRUPOS
		MOVE "N" TO FIN-PERIODO
		OPEN INPUT ARCHIVO-PERIODO
		IF WS-STATUS-PER NOT = "00" AND WS-STATUS-PER NOT = "05"
		MOVE "S" TO FIN-PERIODO
		END-IF
		PERFORM UNTIL FIN-PERIODO = "S"
			READ ARCHIVO-PERIODO
			AT END
			MOVE "S" TO FIN-PERIODO
			NOT AT END
			IF CANTIDAD-GRUPOS < 40
			ADD 1 TO CANTIDAD-GRUPOS
			IF PER-EMPRESA IS NOT NUMERIC
			OR PER-EMPRESA = ZERO
			MOVE 1 TO TGR-EMPRESA (CANTIDAD-GRUPOS)
			ELSE
			MOVE PER-EMPRESA
				TO TGR-EMPRESA (CANTIDAD-GRUPOS)
			END-IF
			MOVE PER-PERIODO
				TO TGR-PERIODO (CANTIDAD-GRUPOS)
			MOVE PER-ESTADO TO TGR-ESTADO (CANTIDAD-GRUPOS)
			IF PER-GRUPO = SPACES
			MOVE "ME" TO TGR-GRUPO (CANTIDAD-GRUPOS)
			MOVE "M" TO TGR-FRECUENCIA (CANTIDAD-GRUPOS)
			MOVE 1 TO TGR-SUBPERIODO (CANTIDAD-GRUPOS)
			MOVE "MENSUAL"
				TO TGR-DESCRIPCION (CANTIDAD-GRUPOS)
			ELSE
			MOVE PER-GRUPO TO TGR-GRUPO (CANTIDAD-GRUPOS)
			MOVE PER-FRECUENCIA
				TO TGR-FRECUENCIA (CANTIDAD-GRUPOS)
			MOVE PER-SUBPERIODO
				TO TGR-SUBPERIODO (CANTIDAD-GRUPOS)
			MOVE PER-DESCRIPCION
				TO TGR-DESCRIPCION (CANTIDAD-GRUPOS)
			END-IF
			END-IF
			END-READ
		END-PERFORM
		IF WS-STATUS-PER = "00" OR WS-STATUS-PER = "05"
		OR WS-STATUS-PER = "10"
		CLOSE ARCHIVO-PERIODO
		END-IF.

	BUSCAR-GRUPO.
		*> El mensual de la empresa es su primer renglón.
		MOVE ZERO TO GRUPO-ELEGIDO
		MOVE ZERO TO PRIMER-GRUPO-EMPRESA
		PERFORM VARYING INDICE-GRUPO FROM 1 BY 1
		UNTIL INDICE-GRUPO > CANTIDAD-GRUPOS
		IF TGR-EMPRESA (INDICE-GRUPO) = EMPRESA-PEDIDA
			MOVE INDICE-GRUPO TO PRIMER-GRUPO-EMPRESA
			MOVE CANTIDAD-GRUPOS TO INDICE-GRUPO
		END-IF
		END-PERFORM
		IF PRIMER-GRUPO-EMPRESA > ZERO
		MOVE TGR-GRUPO (PRIMER-GRUPO-EMPRESA)
			TO PGR-GRUPO-MENSUAL
		IF PGR-GRUPO = SPACES
		MOVE PRIMER-GRUPO-EMPRESA TO GRUPO-ELEGIDO
		ELSE
		PERFORM VARYING INDICE-GRUPO FROM 1 BY 1
		UNTIL INDICE-GRUPO > CANTIDAD-GRUPOS
		IF TGR-GRUPO (INDICE-GRUPO) = PGR-GRUPO
		AND TGR-EMPRESA (INDICE-GRUPO) = EMPRESA-PEDIDA
			MOVE INDICE-GRUPO TO GRUPO-ELEGIDO
			MOVE CANTIDAD-GRUPOS TO INDICE-GRUPO
		END-IF
		END-PERFORM
		END-IF
		END-IF.

	DEVOLVER-GRUPO.
		MOVE TGR-GRUPO (GRUPO-ELEGIDO) TO PGR-GRUPO
		MOVE TGR-PERIODO (GRUPO-ELEGIDO) TO PGR-PERIODO
		MOVE TGR-ESTADO (GRUPO-ELEGIDO) TO PGR-ESTADO
		MOVE TGR-FRECUENCIA (GRUPO-ELEGIDO) TO PGR-FRECUENCIA
		MOVE TGR-DESCRIPCION (GRUPO-ELEGIDO) TO PGR-DESCRIPCION
		EVALUATE TRUE
			WHEN PGR-QUINCENAL
				MOVE 2 TO PGR-SUBPERIODOS
			WHEN PGR-SEMANAL
				MOVE 4 TO PGR-SUBPERIODOS
			WHEN OTHER
				MOVE "M" TO PGR-FRECUENCIA
				MOVE 1 TO PGR-SUBPERIODOS
		END-EVALUATE
		MOVE TGR-SUBPERIODO (GRUPO-ELEGIDO) TO PGR-SUBPERIODO
		IF PGR-SUBPERIODO < 1
		MOVE 1 TO PGR-SUBPERIODO
		END-IF
		IF PGR-SUBPERIODO > PGR-SUBPERIODOS
		MOVE PGR-SUBPERIODOS TO PGR-SUBPERIODO
		END-IF
		*> Rango de días del subperíodo; el último siempre
		*> cierra en 31, el mismo tope AAAAMM31 de NOMINA.
		EVALUATE TRUE
			WHEN PGR-QUINCENAL
				COMPUTE DIA-DESDE =
					(PGR-SUBPERIODO - 1) * 15 + 1
				COMPUTE DIA-HASTA = PGR-SUBPERIODO * 15
			WHEN PGR-SEMANAL
				COMPUTE DIA-DESDE =
					(PGR-SUBPERIODO - 1) * 7 + 1
				COMPUTE DIA-HASTA = PGR-SUBPERIODO * 7
			WHEN OTHER
				MOVE 1 TO DIA-DESDE
				MOVE 31 TO DIA-HASTA
		END-EVALUATE
		IF PGR-SUBPERIODO = PGR-SUBPERIODOS
		MOVE 31 TO DIA-HASTA
		END-IF
		MOVE PGR-PERIODO TO PGR-FECHA-DESDE (1:6)
		MOVE DIA-DESDE TO PGR-FECHA-DESDE (7:2)
		MOVE PGR-PERIODO TO PGR-FECHA-HASTA (1:6)
		MOVE DIA-HASTA TO PGR-FECHA-HASTA (7:2)
		PERFORM CONTAR-PENDIENTES.

	CONTAR-PENDIENTES.
		*> Un grupo terminó el mes cuando ya va por un período
		*> posterior, o cuando pagó el último subperíodo del
		*> mismo mes.
		PERFORM VARYING INDICE-GRUPO FROM 1 BY 1
		UNTIL INDICE-GRUPO > CANTIDAD-GRUPOS
		IF INDICE-GRUPO NOT = GRUPO-ELEGIDO
		AND TGR-EMPRESA (INDICE-GRUPO) = EMPRESA-PEDIDA
		AND TGR-PERIODO (INDICE-GRUPO) NOT > PGR-PERIODO
			EVALUATE TGR-FRECUENCIA (INDICE-GRUPO)
				WHEN "Q"
					MOVE 2 TO ULTIMO-SUB-GRUPO
				WHEN "S"
					MOVE 4 TO ULTIMO-SUB-GRUPO
				WHEN OTHER
					MOVE 1 TO ULTIMO-SUB-GRUPO
			END-EVALUATE
			IF TGR-PERIODO (INDICE-GRUPO) < PGR-PERIODO
			OR TGR-ESTADO (INDICE-GRUPO) NOT = "P"
			OR TGR-SUBPERIODO (INDICE-GRUPO)
				< ULTIMO-SUB-GRUPO
				ADD 1 TO PGR-PENDIENTES
			END-IF
		END-IF
		END-PERFORM.

	REGRABAR-GRUPOS.
		*> Se regraba el archivo entero: cada grupo de cada
		*> empresa conserva su renglón y el mensual de la
		*> empresa 01 sigue primero.
		OPEN OUTPUT ARCHIVO-PERIODO
		IF WS-STATUS-PER NOT = "00" AND WS-STATUS-PER NOT = "05"
		DISPLAY "Error al regrabar periodo.dat. Status: "
			WS-STATUS-PER
		MOVE "N" TO PGR-HALLADO
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
	END PROGRAM PERGRUPO.
