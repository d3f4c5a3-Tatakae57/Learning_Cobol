	*> Tiempos de la noche antes y después del extracto:
	*> Compara, desde la bitácora de corridas de ORQUESTA, la
	*> duración promedio de las etapas que leían empleados.dat
	*> cada una por su cuenta (LISTADO, CLASIF1, DIRECTO,
	*> ETIQUETA, EXPCSV) antes y después de la primera noche
	*> con EXTNOCHE, que también entra en la cuenta: el
	*> total de promedios de después incluye el extracto. Las
	*> líneas COMPLETA, las no debidas ("*"), las de espera
	*> ("+", "!") y los cruces de medianoche no cuentan, como
	*> en los promedios de ORQUESTA. HASHTOT corre adentro de
	*> CONTROL1 y no tiene línea propia en la bitácora.
	*> Emite el reporte por RPTHDR/RPTPIE e IMPRESO y termina
	*> con GOBACK para poder colgarse del plan.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. EXTTIEM.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-BITACORA
		ASSIGN TO "bitacora_corridas.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-BIT.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-BITACORA.
		01 LINEA-BITACORA.
			02 BIT-FECHA PIC 9(8).
			02 FILLER PIC X.
			02 BIT-ETAPA PIC X(12).
			02 FILLER PIC X.
			02 BIT-HORA-INICIO PIC 9(8).
			02 FILLER PIC X.
			02 BIT-HORA-FIN PIC 9(8).
			02 FILLER PIC X.
			02 BIT-CONTADOR PIC 9(7).

	WORKING-STORAGE SECTION.
		01 WS-STATUS-BIT PIC XX VALUE "00".
		01 FIN-ARCHIVO PIC X VALUE "N".
		*> Primera noche con extracto; cero = nunca corrió.
		01 FECHA-CORTE PIC 9(8) VALUE ZERO.
		01 TABLA-ETAPAS-DATOS.
			02 FILLER PIC X(8) VALUE "EXTNOCHE".
			02 FILLER PIC X(8) VALUE "LISTADO".
			02 FILLER PIC X(8) VALUE "CLASIF1".
			02 FILLER PIC X(8) VALUE "DIRECTO".
			02 FILLER PIC X(8) VALUE "ETIQUETA".
			02 FILLER PIC X(8) VALUE "EXPCSV".
		01 TABLA-ETAPAS REDEFINES TABLA-ETAPAS-DATOS.
			02 ETAPA-MEDIDA OCCURS 6 TIMES PIC X(8).
		01 TABLA-TIEMPOS.
			02 TIEMPO-ENTRADA OCCURS 6 TIMES.
				03 TMP-SEG-ANTES PIC 9(9).
				03 TMP-CORRIDAS-ANTES PIC 9(5).
				03 TMP-SEG-DESPUES PIC 9(9).
				03 TMP-CORRIDAS-DESPUES PIC 9(5).
		01 INDICE-ETAPA PIC 9 VALUE ZERO.
		01 ETAPA-HALLADA PIC 9 VALUE ZERO.
		01 HORA-TRABAJO PIC 9(8) VALUE ZERO.
		01 HORA-TRABAJO-PARTES REDEFINES HORA-TRABAJO.
			02 HT-HH PIC 9(2).
			02 HT-MM PIC 9(2).
			02 HT-SS PIC 9(2).
			02 HT-CC PIC 9(2).
		01 SEGUNDOS-CALCULADOS PIC 9(6) VALUE ZERO.
		01 SEGUNDOS-INICIO PIC 9(6) VALUE ZERO.
		01 SEGUNDOS-FIN PIC 9(6) VALUE ZERO.
		01 SEGUNDOS-ETAPA PIC 9(6) VALUE ZERO.
		01 PROMEDIO-ANTES PIC 9(6) VALUE ZERO.
		01 PROMEDIO-DESPUES PIC 9(6) VALUE ZERO.
		01 TOTAL-ANTES PIC 9(7) VALUE ZERO.
		01 TOTAL-DESPUES PIC 9(7) VALUE ZERO.
		01 DIFERENCIA-SEG PIC S9(7) VALUE ZERO.
		01 CONTADOR-LINEAS PIC 9(7) VALUE ZERO.
		01 NUMERO-PAGINA PIC 99 VALUE ZERO.
		01 TITULO-REPORTE PIC X(40)
			VALUE "TIEMPOS DE LA NOCHE - EXTRACTO".
		01 NOMBRE-REPORTE PIC X(8) VALUE "EXTTIEM".
		01 LINEA-IMPRESION PIC X(168) VALUE SPACES.
		01 LINEA-ENCABEZADO.
			02 FILLER PIC X(12) VALUE "ETAPA".
			02 FILLER PIC X(14) VALUE "  NOCHES ANTES".
			02 FILLER PIC X(10) VALUE "  SEG PROM".
			02 FILLER PIC X(16) VALUE "  NOCHES DESPUES".
			02 FILLER PIC X(10) VALUE "  SEG PROM".
			02 FILLER PIC X(12) VALUE "  DIFERENCIA".
		01 LINEA-DETALLE.
			02 LD-ETAPA PIC X(12).
			02 FILLER PIC X(9) VALUE SPACES.
			02 LD-CORRIDAS-ANTES PIC ZZZZ9.
			02 FILLER PIC X(3) VALUE SPACES.
			02 LD-PROMEDIO-ANTES PIC ZZZZZZ9.
			02 FILLER PIC X(11) VALUE SPACES.
			02 LD-CORRIDAS-DESPUES PIC ZZZZ9.
			02 FILLER PIC X(3) VALUE SPACES.
			02 LD-PROMEDIO-DESPUES PIC ZZZZZZ9.
			02 FILLER PIC X(4) VALUE SPACES.
			02 LD-DIFERENCIA PIC -ZZZZZZ9.

	PROCEDURE DIVISION.
	MAIN.
		INITIALIZE TABLA-TIEMPOS.
		PERFORM BUSCAR-FECHA-CORTE.
		PERFORM ACUMULAR-TIEMPOS.
		CALL "RPTHDR" USING TITULO-REPORTE
			NUMERO-PAGINA NOMBRE-REPORTE.
		IF FECHA-CORTE = ZERO
		MOVE "Sin corridas de EXTNOCHE en la bitácora:"
			TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		MOVE "solo hay tiempos de antes del extracto."
			TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		ELSE
		STRING "Primera noche con extracto: "
			DELIMITED BY SIZE
			FECHA-CORTE DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		END-IF.
		MOVE LINEA-ENCABEZADO TO LINEA-IMPRESION.
		PERFORM GRABAR-LINEA.
		PERFORM VARYING INDICE-ETAPA FROM 1 BY 1
		UNTIL INDICE-ETAPA > 6
		PERFORM IMPRIMIR-ETAPA
		END-PERFORM.
		MOVE SPACES TO LINEA-DETALLE.
		MOVE "TOTAL" TO LD-ETAPA.
		MOVE TOTAL-ANTES TO LD-PROMEDIO-ANTES.
		MOVE TOTAL-DESPUES TO LD-PROMEDIO-DESPUES.
		COMPUTE DIFERENCIA-SEG = TOTAL-DESPUES - TOTAL-ANTES.
		MOVE DIFERENCIA-SEG TO LD-DIFERENCIA.
		MOVE LINEA-DETALLE TO LINEA-IMPRESION.
		PERFORM GRABAR-LINEA.
		CALL "RPTPIE" USING TITULO-REPORTE
			CONTADOR-LINEAS NOMBRE-REPORTE.
		GOBACK.

	BUSCAR-FECHA-CORTE.
		MOVE ZERO TO FECHA-CORTE
		MOVE "N" TO FIN-ARCHIVO
		OPEN INPUT ARCHIVO-BITACORA
		IF WS-STATUS-BIT = "00" OR WS-STATUS-BIT = "05"
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-BITACORA
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF BIT-ETAPA = "EXTNOCHE"
			AND (FECHA-CORTE = ZERO
			OR BIT-FECHA < FECHA-CORTE)
			MOVE BIT-FECHA TO FECHA-CORTE
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-BITACORA
		END-IF.

	ACUMULAR-TIEMPOS.
		MOVE "N" TO FIN-ARCHIVO
		OPEN INPUT ARCHIVO-BITACORA
		IF WS-STATUS-BIT = "00" OR WS-STATUS-BIT = "05"
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-BITACORA
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			PERFORM SUMAR-DURACION
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-BITACORA
		END-IF.

	SUMAR-DURACION.
		*> Los nombres con prefijo ("*", "+", "!") no casan con
		*> la tabla y quedan afuera solos.
		MOVE ZERO TO ETAPA-HALLADA
		PERFORM VARYING INDICE-ETAPA FROM 1 BY 1
		UNTIL INDICE-ETAPA > 6
		IF BIT-ETAPA = ETAPA-MEDIDA (INDICE-ETAPA)
			MOVE INDICE-ETAPA TO ETAPA-HALLADA
		END-IF
		END-PERFORM
		IF ETAPA-HALLADA > ZERO
		MOVE BIT-HORA-INICIO TO HORA-TRABAJO
		PERFORM CONVERTIR-A-SEGUNDOS
		MOVE SEGUNDOS-CALCULADOS TO SEGUNDOS-INICIO
		MOVE BIT-HORA-FIN TO HORA-TRABAJO
		PERFORM CONVERTIR-A-SEGUNDOS
		MOVE SEGUNDOS-CALCULADOS TO SEGUNDOS-FIN
		IF SEGUNDOS-FIN NOT < SEGUNDOS-INICIO
		SUBTRACT SEGUNDOS-INICIO FROM SEGUNDOS-FIN
			GIVING SEGUNDOS-ETAPA
		IF FECHA-CORTE NOT = ZERO
		AND BIT-FECHA NOT < FECHA-CORTE
		ADD SEGUNDOS-ETAPA
			TO TMP-SEG-DESPUES (ETAPA-HALLADA)
		ADD 1 TO TMP-CORRIDAS-DESPUES (ETAPA-HALLADA)
		ELSE
		ADD SEGUNDOS-ETAPA
			TO TMP-SEG-ANTES (ETAPA-HALLADA)
		ADD 1 TO TMP-CORRIDAS-ANTES (ETAPA-HALLADA)
		END-IF
		END-IF
		END-IF.

	CONVERTIR-A-SEGUNDOS.
		COMPUTE SEGUNDOS-CALCULADOS =
			HT-HH * 3600 + HT-MM * 60 + HT-SS.

	IMPRIMIR-ETAPA.
		MOVE ZERO TO PROMEDIO-ANTES
		MOVE ZERO TO PROMEDIO-DESPUES
		IF TMP-CORRIDAS-ANTES (INDICE-ETAPA) > ZERO
		DIVIDE TMP-SEG-ANTES (INDICE-ETAPA)
			BY TMP-CORRIDAS-ANTES (INDICE-ETAPA)
			GIVING PROMEDIO-ANTES
		END-IF
		IF TMP-CORRIDAS-DESPUES (INDICE-ETAPA) > ZERO
		DIVIDE TMP-SEG-DESPUES (INDICE-ETAPA)
			BY TMP-CORRIDAS-DESPUES (INDICE-ETAPA)
			GIVING PROMEDIO-DESPUES
		END-IF
		ADD PROMEDIO-ANTES TO TOTAL-ANTES
		ADD PROMEDIO-DESPUES TO TOTAL-DESPUES
		MOVE SPACES TO LINEA-DETALLE
		MOVE ETAPA-MEDIDA (INDICE-ETAPA) TO LD-ETAPA
		MOVE TMP-CORRIDAS-ANTES (INDICE-ETAPA)
			TO LD-CORRIDAS-ANTES
		MOVE PROMEDIO-ANTES TO LD-PROMEDIO-ANTES
		MOVE TMP-CORRIDAS-DESPUES (INDICE-ETAPA)
			TO LD-CORRIDAS-DESPUES
		MOVE PROMEDIO-DESPUES TO LD-PROMEDIO-DESPUES
		COMPUTE DIFERENCIA-SEG =
			PROMEDIO-DESPUES - PROMEDIO-ANTES
		MOVE DIFERENCIA-SEG TO LD-DIFERENCIA
		MOVE LINEA-DETALLE TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA.

	GRABAR-LINEA.
		DISPLAY LINEA-IMPRESION
		CALL "IMPRESO" USING NOMBRE-REPORTE LINEA-IMPRESION
		ADD 1 TO CONTADOR-LINEAS
		MOVE SPACES TO LINEA-IMPRESION.
	END PROGRAM EXTTIEM.
