	*> Resolución de cuentas contables del asiento:
	*> Subprograma al estilo de PERGRUPO que usan todos los
	*> que asientan (NOMINA, SAC, PAGESP, DEVENGA, PAGIND).
	*> El asiento ya no lleva rótulos fijos en ASI-CUENTA:
	*> cada renglón trae su concepto y su depto, y acá se
	*> busca la imputación del concepto para ese depto (o la
	*> general, depto cero), se toma la cuenta del lado del
	*> renglón y se confirma que esté vigente en el plan de
	*> cuentas. Si algún renglón queda sin cuenta, CTAIMP
	*> lista todos los que faltan en el spool IMPFALT y deja
	*> constancia en LOGERR: el que llama no graba el asiento
	*> (la importación del mayor lo rechazaría entero) y
	*> avisa. Los dos archivos se abren y se cierran en cada
	*> llamada, como en AUDSAT.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CTAIMP.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-PLAN-CUENTAS
		ASSIGN TO "plan_cuentas.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PCU-CUENTA
		FILE STATUS IS WS-STATUS-PCU.

		SELECT OPTIONAL ARCHIVO-IMPUTACIONES
		ASSIGN TO "imputaciones.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS IMU-CLAVE
		FILE STATUS IS WS-STATUS-IMU.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-PLAN-CUENTAS.
		COPY "plancta.cpy".

	FD ARCHIVO-IMPUTACIONES.
		COPY "imputac.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-PCU PIC XX VALUE "00".
		01 WS-STATUS-IMU PIC XX VALUE "00".
		01 INDICE-RENGLON PIC 9(3) VALUE ZERO.
		01 IMPUTACION-HALLADA PIC X VALUE "N".
		01 MOTIVO-FALTANTE PIC X(30) VALUE SPACES.
		01 LINEA-FALTANTE.
			02 LF-CONCEPTO PIC X(12).
			02 FILLER PIC X VALUE SPACE.
			02 LF-DEPTO PIC 9(3).
			02 FILLER PIC X VALUE SPACE.
			02 LF-LADO PIC X(5).
			02 FILLER PIC X VALUE SPACE.
			02 LF-CUENTA PIC X(12).
			02 FILLER PIC X VALUE SPACE.
			02 LF-MOTIVO PIC X(30).
		01 NUMERO-PAGINA PIC 99 VALUE ZERO.
		01 TITULO-REPORTE PIC X(40)
			VALUE "CONCEPTOS SIN IMPUTACION CONTABLE".
		01 NOMBRE-REPORTE PIC X(8) VALUE "IMPFALT".
		01 LINEAS-REPORTE PIC 9(7) VALUE ZERO.
		01 LINEA-IMPRESION PIC X(168) VALUE SPACES.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "CTAIMP".
		01 WS-MENSAJE-LOG PIC X(40).
		01 WS-SEVERIDAD-LOG PIC X VALUE "G".
		01 WS-OPERADOR-LOG PIC X(8) VALUE "SISTEMA".

	LINKAGE SECTION.
		COPY "ctaimp.cpy".

	PROCEDURE DIVISION USING IMPUTACION-PEDIDO.
	MAIN-PROCEDURE.
		MOVE ZERO TO IPE-FALTANTES
		OPEN INPUT ARCHIVO-PLAN-CUENTAS
		OPEN INPUT ARCHIVO-IMPUTACIONES
		PERFORM VARYING INDICE-RENGLON FROM 1 BY 1
		UNTIL INDICE-RENGLON > IPE-CANTIDAD
			PERFORM RESOLVER-RENGLON
			IF IPE-RESULTADO (INDICE-RENGLON) NOT = "S"
			ADD 1 TO IPE-FALTANTES
			END-IF
		END-PERFORM
		CLOSE ARCHIVO-PLAN-CUENTAS
		CLOSE ARCHIVO-IMPUTACIONES
		IF IPE-FALTANTES > ZERO
		PERFORM LISTAR-FALTANTES
		END-IF
		GOBACK.

	RESOLVER-RENGLON.
		*> Primero la imputación propia del depto; si no hay,
		*> la general del concepto.
		MOVE SPACES TO IPE-CUENTA (INDICE-RENGLON)
		MOVE "S" TO IMPUTACION-HALLADA
		MOVE IPE-CONCEPTO (INDICE-RENGLON) TO IMU-CONCEPTO
		MOVE IPE-DEPTO (INDICE-RENGLON) TO IMU-DEPTO
		READ ARCHIVO-IMPUTACIONES
		INVALID KEY
		MOVE ZERO TO IMU-DEPTO
		READ ARCHIVO-IMPUTACIONES
		INVALID KEY
		MOVE "N" TO IMPUTACION-HALLADA
		END-READ
		END-READ
		IF IMPUTACION-HALLADA = "N"
		MOVE "N" TO IPE-RESULTADO (INDICE-RENGLON)
		ELSE
		IF IPE-LADO (INDICE-RENGLON) = "D"
		MOVE IMU-CUENTA-DEBE TO IPE-CUENTA (INDICE-RENGLON)
		ELSE
		MOVE IMU-CUENTA-HABER TO IPE-CUENTA (INDICE-RENGLON)
		END-IF
		IF IPE-CUENTA (INDICE-RENGLON) = SPACES
		MOVE "L" TO IPE-RESULTADO (INDICE-RENGLON)
		ELSE
		PERFORM CONTROLAR-CUENTA
		END-IF
		END-IF.

	CONTROLAR-CUENTA.
		MOVE IPE-CUENTA (INDICE-RENGLON) TO PCU-CUENTA
		READ ARCHIVO-PLAN-CUENTAS
		INVALID KEY
		MOVE "I" TO IPE-RESULTADO (INDICE-RENGLON)
		NOT INVALID KEY
		IF CUENTA-DE-BAJA
		MOVE "B" TO IPE-RESULTADO (INDICE-RENGLON)
		ELSE
		MOVE "S" TO IPE-RESULTADO (INDICE-RENGLON)
		END-IF
		END-READ.

	LISTAR-FALTANTES.
		MOVE ZERO TO LINEAS-REPORTE
		CALL "RPTHDR" USING TITULO-REPORTE
			NUMERO-PAGINA NOMBRE-REPORTE
		MOVE SPACES TO LINEA-IMPRESION
		STRING "ASIENTO DE " DELIMITED BY SIZE
			IPE-PROGRAMA DELIMITED BY SPACE
			" NO GRABADO: IMPUTAR CON IMPMANT."
			DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		MOVE "CONCEPTO     DEP LADO  CUENTA       MOTIVO"
			TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		PERFORM VARYING INDICE-RENGLON FROM 1 BY 1
		UNTIL INDICE-RENGLON > IPE-CANTIDAD
			IF IPE-RESULTADO (INDICE-RENGLON) NOT = "S"
			PERFORM LISTAR-RENGLON
			END-IF
		END-PERFORM
		CALL "RPTPIE" USING TITULO-REPORTE
			LINEAS-REPORTE NOMBRE-REPORTE
		MOVE SPACES TO WS-MENSAJE-LOG
		STRING "Asiento " DELIMITED BY SIZE
			IPE-PROGRAMA DELIMITED BY SPACE
			" sin imputar: ver IMPFALT." DELIMITED BY SIZE
			INTO WS-MENSAJE-LOG
		END-STRING
		CALL "LOGERR" USING IPE-PROGRAMA
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG.

	LISTAR-RENGLON.
		EVALUATE IPE-RESULTADO (INDICE-RENGLON)
			WHEN "N"
				MOVE "concepto sin imputación"
					TO MOTIVO-FALTANTE
			WHEN "L"
				MOVE "sin cuenta de ese lado"
					TO MOTIVO-FALTANTE
			WHEN "I"
				MOVE "cuenta fuera del plan"
					TO MOTIVO-FALTANTE
			WHEN OTHER
				MOVE "cuenta dada de baja"
					TO MOTIVO-FALTANTE
		END-EVALUATE
		MOVE IPE-CONCEPTO (INDICE-RENGLON) TO LF-CONCEPTO
		MOVE IPE-DEPTO (INDICE-RENGLON) TO LF-DEPTO
		IF IPE-LADO (INDICE-RENGLON) = "D"
		MOVE "DEBE" TO LF-LADO
		ELSE
		MOVE "HABER" TO LF-LADO
		END-IF
		MOVE IPE-CUENTA (INDICE-RENGLON) TO LF-CUENTA
		MOVE MOTIVO-FALTANTE TO LF-MOTIVO
		MOVE LINEA-FALTANTE TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA.

	GRABAR-LINEA.
		DISPLAY LINEA-IMPRESION
		CALL "IMPRESO" USING NOMBRE-REPORTE LINEA-IMPRESION
		ADD 1 TO LINEAS-REPORTE.
	END PROGRAM CTAIMP.
