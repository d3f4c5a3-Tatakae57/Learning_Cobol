	*> actual, distribución de edades y cantidad de líneas que
	*> LOGERR escribió en el día. Enmarcado con RPTHDR/RPTPIE
	*> como los demás reportes; ORQUESTA lo emite al cerrar.
	*> Suma el cronograma del período mensual abierto (vía
	*> PERGRUPO y CRONHIT): días que faltan a cada hito y
	*> marca de los que pasaron sin cumplirse.
	*> Lista los archivos de entrada que ORQUESTA esperó hoy
	*> y no llegaron (alertas F de alertas_corrida.dat), con
	*> la etapa que los esperaba.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. RESUMEN.

		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-LOG.

		SELECT OPTIONAL ARCHIVO-ALERTAS
		ASSIGN TO "alertas_corrida.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-ALE.

		SELECT OPTIONAL ARCHIVO-EMPLEADOS
		ASSIGN TO "empleados.dat"
		ORGANIZATION IS INDEXED
			02 LOG-FECHA PIC 9(8).
			02 LOG-RESTO PIC X(63).

	FD ARCHIVO-ALERTAS.
		01 LINEA-ALERTA.
			02 ALC-PROGRAMA PIC X(8).
			02 ALC-FECHA PIC 9(8).
			02 ALC-ETAPA PIC X(12).
			02 ALC-HORA PIC 9(8).
			02 ALC-MOTIVO PIC X.
				88 ALERTA-FALTANTE VALUE "F".
			02 ALC-ARCHIVO PIC X(30).

	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

		01 CARGADOS-LOTE PIC 9(7) VALUE ZERO.
		01 CANT-ESPERADA PIC 9(7) VALUE ZERO.
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 WS-STATUS-ALE PIC XX VALUE "00".
		01 CONTADOR-FALTANTES PIC 9(5) VALUE ZERO.
		01 FIN-ARCHIVO PIC X VALUE "N".
		01 WS-FECHA-PROCESO PIC 9(8) VALUE ZERO.
		01 CONTADOR-RECHAZOS PIC 9(7) VALUE ZERO.
		01 CONTADORES-RANGO.
			02 CONTADOR-RANGO OCCURS 4 TIMES PIC 9(5).
		01 INDICE-RANGO PIC 9 VALUE ZERO.
		COPY "pergrupo.cpy".
		COPY "hitocro.cpy".
		01 INDICE-HITO PIC 9 VALUE ZERO.
		01 NUMERO-PAGINA PIC 99 VALUE ZERO.
		01 TITULO-REPORTE PIC X(40)
			VALUE "RESUMEN MATINAL DE OPERACIONES".
		CALL "RPTHDR" USING TITULO-REPORTE
			NUMERO-PAGINA NOMBRE-REPORTE.
		PERFORM INFORMAR-ETAPAS.
		PERFORM INFORMAR-ARCHIVOS-FALTANTES.
		PERFORM INFORMAR-RECHAZOS.
		PERFORM INFORMAR-CONTROL.
		PERFORM INFORMAR-RANGOS.
		PERFORM INFORMAR-ERRORES.
		PERFORM INFORMAR-CRONOGRAMA.
		CALL "RPTPIE" USING TITULO-REPORTE
			CONTADOR-ETAPAS NOMBRE-REPORTE.
		GOBACK.
		DISPLAY "  (sin etapas registradas hoy)"
		END-IF.

	INFORMAR-ARCHIVOS-FALTANTES.
		DISPLAY "ARCHIVOS DE ENTRADA QUE NO LLEGARON:"
		MOVE "N" TO FIN-ARCHIVO
		OPEN INPUT ARCHIVO-ALERTAS
		IF WS-STATUS-ALE = "00" OR WS-STATUS-ALE = "05"
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-ALERTAS
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF ALC-FECHA = WS-FECHA-PROCESO
			AND ALERTA-FALTANTE
			ADD 1 TO CONTADOR-FALTANTES
			DISPLAY "  *** NO LLEGO " ALC-ARCHIVO
				" (etapa " ALC-ETAPA ")"
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-ALERTAS
		END-IF
		IF CONTADOR-FALTANTES = ZERO
		DISPLAY "  (todos llegaron o ninguno se esperó)"
		END-IF.

	INFORMAR-RECHAZOS.
		MOVE "N" TO FIN-ARCHIVO
		OPEN INPUT ARCHIVO-RECHAZOS
		END-IF
		DISPLAY "LINEAS DE LOGERR ESCRITAS HOY: "
			CONTADOR-ERRORES.

	INFORMAR-CRONOGRAMA.
		MOVE "L" TO PGR-OPERACION
		MOVE SPACES TO PGR-ARCHIVO
		MOVE SPACES TO PGR-GRUPO
		CALL "PERGRUPO" USING PERIODO-GRUPO
		IF PGR-HALLADO NOT = "S" OR PGR-ESTADO NOT = "A"
		DISPLAY "CRONOGRAMA: sin período abierto."
		ELSE
		MOVE PGR-PERIODO TO HCR-PERIODO
		CALL "CRONHIT" USING HITOS-CRONOGRAMA
		IF HCR-HALLADO = "N"
		DISPLAY "CRONOGRAMA: sin cronograma para "
			PGR-PERIODO " (generarlo con CRONOMA)."
		ELSE
		DISPLAY "CRONOGRAMA DEL PERIODO " PGR-PERIODO ":"
		PERFORM VARYING INDICE-HITO FROM 1 BY 1
		UNTIL INDICE-HITO > 5
			PERFORM INFORMAR-HITO
		END-PERFORM
		END-IF
		END-IF.

	INFORMAR-HITO.
		IF HITO-EN-PLAZO (INDICE-HITO)
		DISPLAY "  " HCR-NOMBRE (INDICE-HITO)
			HCR-FECHA (INDICE-HITO)
			" faltan " HCR-DIAS (INDICE-HITO) " días"
		END-IF
		IF HITO-HOY (INDICE-HITO)
		DISPLAY "  " HCR-NOMBRE (INDICE-HITO)
			HCR-FECHA (INDICE-HITO) " vence HOY"
		END-IF
		IF HITO-CERRADO (INDICE-HITO)
		DISPLAY "  " HCR-NOMBRE (INDICE-HITO)
			HCR-FECHA (INDICE-HITO)
			" cerrado hace " HCR-DIAS (INDICE-HITO) " días"
		END-IF
		IF HITO-NO-CUMPLIDO (INDICE-HITO)
		DISPLAY "  " HCR-NOMBRE (INDICE-HITO)
			HCR-FECHA (INDICE-HITO)
			" *** NO CUMPLIDO, hace "
			HCR-DIAS (INDICE-HITO) " días"
		END-IF.
	END PROGRAM RESUMEN.
