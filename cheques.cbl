	*> número) con estado E emitido / A anulado / R reemitido,
	*> y la anulación con reemisión saca un cheque nuevo sin
	*> perder el rastro del anulado.
	*> Pago positivo: cada tanda de emisión, anulación o
	*> reemisión deja positivo_cheques.dat para que el banco
	*> verifique lo que le presentan (renglón "E" por cheque
	*> emitido y "A" por anulado, con número, fecha, importe
	*> y beneficiario, más un trailer "T" con cantidad y total
	*> emitido). Lo que el banco pagó vuelve por CHQCON.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CHEQUES.

		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-SEC.

		SELECT ARCHIVO-POSITIVO
		ASSIGN TO "positivo_cheques.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-PSV.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-PENDIENTES.
				SIGN IS TRAILING SEPARATE.

	FD ARCHIVO-CHEQUES.
		COPY "cheque.cpy".

	FD ARCHIVO-SECUENCIA.
		01 LINEA-SECUENCIA PIC 9(7).

	FD ARCHIVO-POSITIVO.
		01 POSITIVO-DETALLE.
			02 PSV-TIPO PIC X.
			02 PSV-NUMERO PIC 9(7).
			02 PSV-FECHA PIC 9(8).
			02 PSV-IMPORTE PIC S9(7)V99
				SIGN IS TRAILING SEPARATE.
			02 PSV-NOMBRE PIC X(20).
			02 PSV-APELLIDO PIC X(20).
		01 POSITIVO-TRAILER.
			02 PSV-TR-TIPO PIC X.
			02 PSV-TR-CANTIDAD PIC 9(7).
			02 PSV-TR-TOTAL PIC S9(9)V99
				SIGN IS TRAILING SEPARATE.
			02 PSV-TR-FECHA PIC 9(8).

	WORKING-STORAGE SECTION.
		01 WS-STATUS-CHP PIC XX VALUE "00".
		01 WS-STATUS-CHQ PIC XX VALUE "00".
		01 WS-STATUS-SEC PIC XX VALUE "00".
		01 WS-STATUS-PSV PIC XX VALUE "00".
		01 TIPO-POSITIVO PIC X VALUE "E".
		01 LINEAS-POSITIVO PIC 9(7) VALUE ZERO.
		01 TOTAL-POSITIVO PIC S9(9)V99 VALUE ZERO.
		01 CONTINUAR PIC X VALUE "S".
		01 OPCION-MENU PIC 9 VALUE 1.
		01 CAMPO-ENTRADA PIC X(7) VALUE SPACES.
		IF WS-STATUS-CHP NOT = "00" AND WS-STATUS-CHP NOT = "05"
		DISPLAY "Sin cheques_pend.dat: nada que imprimir."
		ELSE
		PERFORM ABRIR-POSITIVO
		PERFORM UNTIL FIN-PENDIENTES = "S"
			READ ARCHIVO-PENDIENTES
			AT END
		OPEN OUTPUT ARCHIVO-PENDIENTES
		CLOSE ARCHIVO-PENDIENTES
		PERFORM GRABAR-ULTIMO-CHEQUE
		PERFORM CERRAR-POSITIVO
		END-IF
		DISPLAY "Cheques impresos: " CONTADOR-IMPRESOS.

		MOVE CHP-APELLIDO TO CHQ-APELLIDO
		MOVE CHP-IMPORTE TO CHQ-IMPORTE
		MOVE "E" TO CHQ-ESTADO
		MOVE ZERO TO CHQ-FECHA-COBRO
		MOVE ZERO TO CHQ-IMPORTE-COBRADO
		WRITE CHEQUE-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo registrar el cheque "
		NOT INVALID KEY
		ADD 1 TO CONTADOR-IMPRESOS
		PERFORM IMPRIMIR-UN-CHEQUE
		MOVE "E" TO TIPO-POSITIVO
		PERFORM GRABAR-POSITIVO
		END-WRITE.

	IMPRIMIR-UN-CHEQUE.
		DISPLAY LINEA-IMPRESION
		CALL "IMPRESO" USING NOMBRE-REPORTE LINEA-IMPRESION.

	ABRIR-POSITIVO.
		MOVE ZERO TO LINEAS-POSITIVO
		MOVE ZERO TO TOTAL-POSITIVO
		OPEN OUTPUT ARCHIVO-POSITIVO
		IF WS-STATUS-PSV NOT = "00"
		DISPLAY "Error al abrir positivo_cheques.dat. Status: "
			WS-STATUS-PSV
		END-IF.

	GRABAR-POSITIVO.
		MOVE TIPO-POSITIVO TO PSV-TIPO
		MOVE CHQ-NUMERO TO PSV-NUMERO
		MOVE CHQ-FECHA TO PSV-FECHA
		MOVE CHQ-IMPORTE TO PSV-IMPORTE
		MOVE CHQ-NOMBRE TO PSV-NOMBRE
		MOVE CHQ-APELLIDO TO PSV-APELLIDO
		WRITE POSITIVO-DETALLE
		ADD 1 TO LINEAS-POSITIVO
		IF TIPO-POSITIVO = "E"
		ADD CHQ-IMPORTE TO TOTAL-POSITIVO
		END-IF.

	CERRAR-POSITIVO.
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
		MOVE "T" TO PSV-TR-TIPO
		MOVE LINEAS-POSITIVO TO PSV-TR-CANTIDAD
		MOVE TOTAL-POSITIVO TO PSV-TR-TOTAL
		MOVE WS-FECHA-HOY TO PSV-TR-FECHA
		WRITE POSITIVO-TRAILER
		CLOSE ARCHIVO-POSITIVO
		DISPLAY "Pago positivo para el banco en"
			" positivo_cheques.dat (" LINEAS-POSITIVO
			" renglones).".

	SOLICITAR-NUMERO.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
		DISPLAY "No se pudo anular."
		NOT INVALID KEY
		DISPLAY "Cheque " NUMERO-BUSCADO " anulado."
		PERFORM ABRIR-POSITIVO
		MOVE "A" TO TIPO-POSITIVO
		PERFORM GRABAR-POSITIVO
		PERFORM CERRAR-POSITIVO
		END-REWRITE
		END-IF
		END-READ.
		INVALID KEY
		DISPLAY "No se pudo marcar el original."
		NOT INVALID KEY
		PERFORM ABRIR-POSITIVO
		MOVE "A" TO TIPO-POSITIVO
		PERFORM GRABAR-POSITIVO
		MOVE CHQ-PERIODO TO CHP-PERIODO
		MOVE CHQ-ID TO CHP-ID
		MOVE CHQ-NOMBRE TO CHP-NOMBRE
		PERFORM LEER-ULTIMO-CHEQUE
		PERFORM EMITIR-CHEQUE
		PERFORM GRABAR-ULTIMO-CHEQUE
		PERFORM CERRAR-POSITIVO
		DISPLAY "Reemitido como cheque " ULTIMO-CHEQUE "."
		END-REWRITE
		END-IF
