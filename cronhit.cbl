	*> Hitos del cronograma de liquidación:
	*> Subprograma al estilo de PERGRUPO que lee el renglón
	*> del período en cronograma.dat y le dice al que llama,
	*> hito por hito, cuántos días faltan o pasaron y si el
	*> plazo está abierto, vence hoy, cerró o no se cumplió.
	*> Los días se cuentan de a uno con la regla de bisiestos
	*> de EPPVENC (sin funciones de fecha), con tope en 999.
	*> Lo usan NOVEDAD y APRUEBA para avisar la carga fuera de
	*> plazo, y PRENOM y RESUMEN para mostrar el cronograma.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CRONHIT.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-CRONOGRAMA
		ASSIGN TO "cronograma.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS CRO-PERIODO
		FILE STATUS IS WS-STATUS-CRO.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-CRONOGRAMA.
		COPY "cronograma.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-CRO PIC XX VALUE "00".
		01 TABLA-NOMBRES-DATOS.
			02 FILLER PIC X(20) VALUE "CORTE DE HORAS".
			02 FILLER PIC X(20) VALUE "LIMITE APROBACION".
			02 FILLER PIC X(20) VALUE "CORRIDA DE NOMINA".
			02 FILLER PIC X(20) VALUE "ENVIO AL BANCO".
			02 FILLER PIC X(20) VALUE "FECHA DE PAGO".
		01 TABLA-NOMBRES REDEFINES TABLA-NOMBRES-DATOS.
			02 NOMBRE-HITO OCCURS 5 TIMES PIC X(20).
		01 INDICE-HITO PIC 9 VALUE ZERO.
		01 FECHA-TOPE PIC 9(8) VALUE ZERO.
		01 DIAS-CONTADOS PIC 9(3) VALUE ZERO.
		01 FECHA-PARTIDA.
			02 FEC-ANIO PIC 9(4).
			02 FEC-MES PIC 9(2).
			02 FEC-DIA PIC 9(2).
		01 TABLA-MESES-DATOS.
			02 FILLER PIC X(24)
				VALUE "312831303130313130313031".
		01 TABLA-MESES REDEFINES TABLA-MESES-DATOS.
			02 DIAS-DEL-MES OCCURS 12 TIMES PIC 99.
		01 DIAS-TOPE PIC 99 VALUE ZERO.
		01 RESTO-BISIESTO PIC 9(4) VALUE ZERO.
		01 COCIENTE-BISIESTO PIC 9(4) VALUE ZERO.
		01 ES-BISIESTO PIC X VALUE "N".

	LINKAGE SECTION.
		COPY "hitocro.cpy".

	PROCEDURE DIVISION USING HITOS-CRONOGRAMA.
	MAIN-PROCEDURE.
		MOVE "N" TO HCR-HALLADO
		ACCEPT HCR-FECHA-HOY FROM DATE YYYYMMDD
		OPEN INPUT ARCHIVO-CRONOGRAMA
		IF WS-STATUS-CRO = "00"
		MOVE HCR-PERIODO TO CRO-PERIODO
		READ ARCHIVO-CRONOGRAMA
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE "S" TO HCR-HALLADO
		END-READ
		CLOSE ARCHIVO-CRONOGRAMA
		END-IF
		PERFORM VARYING INDICE-HITO FROM 1 BY 1
		UNTIL INDICE-HITO > 5
			MOVE NOMBRE-HITO (INDICE-HITO)
				TO HCR-NOMBRE (INDICE-HITO)
			IF HCR-HALLADO = "S"
			PERFORM EVALUAR-HITO
			ELSE
			MOVE ZERO TO HCR-FECHA (INDICE-HITO)
			MOVE ZERO TO HCR-DIAS (INDICE-HITO)
			MOVE "P" TO HCR-ESTADO (INDICE-HITO)
			END-IF
		END-PERFORM
		GOBACK.

	EVALUAR-HITO.
		MOVE CRO-HITO (INDICE-HITO) TO HCR-FECHA (INDICE-HITO)
		IF CRO-HITO (INDICE-HITO) = HCR-FECHA-HOY
		MOVE ZERO TO DIAS-CONTADOS
		MOVE "H" TO HCR-ESTADO (INDICE-HITO)
		ELSE
		IF CRO-HITO (INDICE-HITO) > HCR-FECHA-HOY
		MOVE HCR-FECHA-HOY TO FECHA-PARTIDA
		MOVE CRO-HITO (INDICE-HITO) TO FECHA-TOPE
		PERFORM CONTAR-DIAS
		MOVE "P" TO HCR-ESTADO (INDICE-HITO)
		ELSE
		MOVE CRO-HITO (INDICE-HITO) TO FECHA-PARTIDA
		MOVE HCR-FECHA-HOY TO FECHA-TOPE
		PERFORM CONTAR-DIAS
		*> Los dos primeros son plazos de carga: pasados,
		*> cierran. Los otros tres son cosas que tenían que
		*> pasar con el período abierto.
		IF INDICE-HITO < 3
		MOVE "C" TO HCR-ESTADO (INDICE-HITO)
		ELSE
		MOVE "N" TO HCR-ESTADO (INDICE-HITO)
		END-IF
		END-IF
		END-IF
		MOVE DIAS-CONTADOS TO HCR-DIAS (INDICE-HITO).

	CONTAR-DIAS.
		MOVE ZERO TO DIAS-CONTADOS
		PERFORM UNTIL FECHA-PARTIDA NOT < FECHA-TOPE
		OR DIAS-CONTADOS = 999
			PERFORM SUMAR-UN-DIA
			ADD 1 TO DIAS-CONTADOS
		END-PERFORM.

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
	END PROGRAM CRONHIT.
