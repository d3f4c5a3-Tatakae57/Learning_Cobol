	*> Conciliación de cheques cobrados:
	*> El registro de cheques sabía qué emitimos, anulamos y
	*> reemitimos, pero nunca qué pagó el banco. Esto toma el
	*> extracto de cobrados del banco (cheques_cobrados.dat:
	*> número, fecha de cobro e importe pagado por línea),
	*> marca cada cheque como cobrado en registro_cheques.dat
	*> y vacía el extracto, como CHEQUES vacía su cola. El
	*> reporte lista:
	*>  - números cobrados que nunca emitimos, cobrados dos
	*>    veces o cobrados estando anulados (estos también van
	*>    a LOGERR como graves);
	*>  - cheques cobrados por un importe distinto del emitido;
	*>  - los pendientes de cobro por antigüedad (hasta 30,
	*>    31 a 60, 61 a 90 y más de 90 días), con subtotales.
	*> Un cheque emitido hace más días que el límite de
	*> vencimiento (180 por omisión) se anula solo con estado
	*> V y su importe vuelve a cheques_pend.dat con el mismo
	*> período, para que CHEQUES se lo vuelva a emitir al
	*> empleado: la plata sigue siendo suya. Los vencidos se
	*> listan aparte para avisarle al banco.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CHQCON.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-COBRADOS
		ASSIGN TO "cheques_cobrados.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-COB.

		SELECT OPTIONAL ARCHIVO-CHEQUES
		ASSIGN TO "registro_cheques.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS CHQ-NUMERO
		FILE STATUS IS WS-STATUS-CHQ.

		SELECT ARCHIVO-PENDIENTES
		ASSIGN TO "cheques_pend.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-CHP.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-COBRADOS.
		01 LINEA-COBRADO.
			02 COB-NUMERO PIC 9(7).
			02 COB-FECHA PIC 9(8).
			02 COB-IMPORTE PIC S9(7)V99
				SIGN IS TRAILING SEPARATE.

	FD ARCHIVO-CHEQUES.
		COPY "cheque.cpy".

	FD ARCHIVO-PENDIENTES.
		01 CHEQUE-PENDIENTE.
			02 CHP-PERIODO PIC 9(6).
			02 CHP-ID PIC 9(5).
			02 CHP-NOMBRE PIC X(20).
			02 CHP-APELLIDO PIC X(20).
			02 CHP-IMPORTE PIC S9(7)V99
				SIGN IS TRAILING SEPARATE.

	WORKING-STORAGE SECTION.
		01 WS-STATUS-COB PIC XX VALUE "00".
		01 WS-STATUS-CHQ PIC XX VALUE "00".
		01 WS-STATUS-CHP PIC XX VALUE "00".
		01 FIN-ARCHIVO PIC X VALUE "N".
		01 CAMPO-ENTRADA PIC X(3) VALUE SPACES.
		01 DIAS-VENCIMIENTO PIC 9(3) VALUE 180.
		01 DIAS-CORTE PIC 9(3) VALUE ZERO.
		01 DIAS-RESTADOS PIC 9(3) VALUE ZERO.
		01 FECHA-CORTE PIC 9(8) VALUE ZERO.
		01 FECHA-30 PIC 9(8) VALUE ZERO.
		01 FECHA-60 PIC 9(8) VALUE ZERO.
		01 FECHA-90 PIC 9(8) VALUE ZERO.
		01 FECHA-VENCE PIC 9(8) VALUE ZERO.
		01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
		01 FECHA-PARTIDA.
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
		*> Antigüedad de los pendientes: rótulo, cantidad y
		*> total por tramo.
		01 TABLA-TRAMOS-DATOS.
			02 FILLER PIC X(12) VALUE "HASTA 30    ".
			02 FILLER PIC X(12) VALUE "31 A 60     ".
			02 FILLER PIC X(12) VALUE "61 A 90     ".
			02 FILLER PIC X(12) VALUE "MAS DE 90   ".
		01 TABLA-TRAMOS REDEFINES TABLA-TRAMOS-DATOS.
			02 ROTULO-TRAMO OCCURS 4 TIMES PIC X(12).
		01 TABLA-ACUMULADOS.
			02 ACUMULADO-TRAMO OCCURS 4 TIMES.
				03 CANTIDAD-TRAMO PIC 9(5).
				03 TOTAL-TRAMO PIC S9(9)V99.
		01 INDICE-TRAMO PIC 9 VALUE ZERO.
		01 IMPORTE-EDITADO PIC $$$,$$$9.99.
		01 IMPORTE-EDITADO-2 PIC $$$,$$$9.99.
		01 TOTAL-EDITADO PIC $$$,$$$,$$9.99.
		01 CONTADOR-LEIDOS PIC 9(5) VALUE ZERO.
		01 CONTADOR-COBRADOS PIC 9(5) VALUE ZERO.
		01 CONTADOR-EXCEPCIONES PIC 9(5) VALUE ZERO.
		01 CONTADOR-DIFERENCIAS PIC 9(5) VALUE ZERO.
		01 CONTADOR-VENCIDOS PIC 9(5) VALUE ZERO.
		01 CONTADOR-LINEAS PIC 9(7) VALUE ZERO.
		01 MOTIVO-EXCEPCION PIC X(30) VALUE SPACES.
		01 NUMERO-PAGINA PIC 99 VALUE ZERO.
		01 TITULO-REPORTE PIC X(40)
			VALUE "CONCILIACION DE CHEQUES COBRADOS".
		01 NOMBRE-REPORTE PIC X(8) VALUE "CHQCON".
		01 LINEA-IMPRESION PIC X(168) VALUE SPACES.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "CHQCON".
		01 WS-MENSAJE-LOG PIC X(40).
		01 WS-SEVERIDAD-LOG PIC X VALUE "A".
		01 WS-OPERADOR-LOG PIC X(8) VALUE "SISTEMA".

	PROCEDURE DIVISION.
	MAIN.
		DISPLAY "Días para vencer un cheque (vacío = 180): ".
		ACCEPT CAMPO-ENTRADA.
		IF CAMPO-ENTRADA (1:3) IS NUMERIC
		AND CAMPO-ENTRADA (1:3) > "090"
		MOVE CAMPO-ENTRADA (1:3) TO DIAS-VENCIMIENTO
		END-IF.
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
		MOVE 30 TO DIAS-CORTE.
		PERFORM CALCULAR-FECHA-CORTE.
		MOVE FECHA-CORTE TO FECHA-30.
		MOVE 60 TO DIAS-CORTE.
		PERFORM CALCULAR-FECHA-CORTE.
		MOVE FECHA-CORTE TO FECHA-60.
		MOVE 90 TO DIAS-CORTE.
		PERFORM CALCULAR-FECHA-CORTE.
		MOVE FECHA-CORTE TO FECHA-90.
		MOVE DIAS-VENCIMIENTO TO DIAS-CORTE.
		PERFORM CALCULAR-FECHA-CORTE.
		MOVE FECHA-CORTE TO FECHA-VENCE.
		MOVE ZERO TO TABLA-ACUMULADOS.
		OPEN I-O ARCHIVO-CHEQUES.
		IF WS-STATUS-CHQ NOT = "00" AND WS-STATUS-CHQ NOT = "05"
		DISPLAY "Error al abrir registro_cheques.dat."
			" Status: " WS-STATUS-CHQ
		GOBACK
		END-IF.
		CALL "RPTHDR" USING TITULO-REPORTE
			NUMERO-PAGINA NOMBRE-REPORTE.
		PERFORM IMPORTAR-COBRADOS.
		PERFORM REVISAR-REGISTRO.
		PERFORM IMPRIMIR-ANTIGUEDAD.
		CLOSE ARCHIVO-CHEQUES.
		CALL "RPTPIE" USING TITULO-REPORTE
			CONTADOR-LINEAS NOMBRE-REPORTE.
		DISPLAY "Cobrados marcados: " CONTADOR-COBRADOS
			" - Excepciones: " CONTADOR-EXCEPCIONES
			" - Vencidos: " CONTADOR-VENCIDOS.
		IF CONTADOR-VENCIDOS > ZERO
		MOVE "Cheques vencidos devueltos a la cola."
			TO WS-MENSAJE-LOG
		MOVE "A" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		END-IF.
		GOBACK.

	CALCULAR-FECHA-CORTE.
		MOVE WS-FECHA-HOY TO FECHA-PARTIDA
		MOVE ZERO TO DIAS-RESTADOS
		PERFORM UNTIL DIAS-RESTADOS = DIAS-CORTE
			PERFORM RESTAR-UN-DIA
			ADD 1 TO DIAS-RESTADOS
		END-PERFORM
		MOVE FECHA-PARTIDA TO FECHA-CORTE.

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

	IMPORTAR-COBRADOS.
		MOVE "EXTRACTO DE COBRADOS DEL BANCO:"
			TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		MOVE "N" TO FIN-ARCHIVO
		OPEN INPUT ARCHIVO-COBRADOS
		IF WS-STATUS-COB NOT = "00" AND WS-STATUS-COB NOT = "05"
		DISPLAY "Error al abrir cheques_cobrados.dat. Status: "
			WS-STATUS-COB
		ELSE
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-COBRADOS
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			ADD 1 TO CONTADOR-LEIDOS
			PERFORM MARCAR-COBRADO
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-COBRADOS
		*> El extracto aplicado queda vacío: el registro ya
		*> tiene cada cobro con su fecha e importe.
		OPEN OUTPUT ARCHIVO-COBRADOS
		CLOSE ARCHIVO-COBRADOS
		END-IF
		MOVE SPACES TO LINEA-IMPRESION
		STRING "  Renglones leídos: " DELIMITED BY SIZE
			CONTADOR-LEIDOS DELIMITED BY SIZE
			" - marcados cobrados: " DELIMITED BY SIZE
			CONTADOR-COBRADOS DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA.

	MARCAR-COBRADO.
		MOVE COB-NUMERO TO CHQ-NUMERO
		READ ARCHIVO-CHEQUES
		INVALID KEY
		MOVE "COBRADO SIN HABERSE EMITIDO"
			TO MOTIVO-EXCEPCION
		PERFORM INFORMAR-EXCEPCION
		NOT INVALID KEY
		IF CHEQUE-EMITIDO
		MOVE "C" TO CHQ-ESTADO
		MOVE COB-FECHA TO CHQ-FECHA-COBRO
		MOVE COB-IMPORTE TO CHQ-IMPORTE-COBRADO
		REWRITE CHEQUE-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo marcar el cheque " COB-NUMERO "."
		NOT INVALID KEY
		ADD 1 TO CONTADOR-COBRADOS
		END-REWRITE
		ELSE
		IF CHEQUE-COBRADO
		MOVE "COBRADO DOS VECES" TO MOTIVO-EXCEPCION
		ELSE
		MOVE "COBRADO ESTANDO ANULADO" TO MOTIVO-EXCEPCION
		END-IF
		PERFORM INFORMAR-EXCEPCION
		END-IF
		END-READ.

	INFORMAR-EXCEPCION.
		ADD 1 TO CONTADOR-EXCEPCIONES
		MOVE COB-IMPORTE TO IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "  CHEQUE " DELIMITED BY SIZE
			COB-NUMERO DELIMITED BY SIZE
			" COBRADO " DELIMITED BY SIZE
			COB-FECHA DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			MOTIVO-EXCEPCION DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		MOVE SPACES TO WS-MENSAJE-LOG
		STRING "Cheque " DELIMITED BY SIZE
			COB-NUMERO DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			MOTIVO-EXCEPCION DELIMITED BY SIZE
			INTO WS-MENSAJE-LOG
		END-STRING
		MOVE "G" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG.

	REVISAR-REGISTRO.
		MOVE SPACES TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		MOVE "COBRADOS POR IMPORTE DISTINTO, VENCIDOS Y"
			TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		MOVE "PENDIENTES DE COBRO:" TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		MOVE "N" TO FIN-ARCHIVO
		MOVE ZERO TO CHQ-NUMERO
		START ARCHIVO-CHEQUES
			KEY IS NOT LESS THAN CHQ-NUMERO
		INVALID KEY MOVE "S" TO FIN-ARCHIVO
		END-START
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-CHEQUES NEXT RECORD
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF CHEQUE-COBRADO
			AND CHQ-IMPORTE-COBRADO NOT = CHQ-IMPORTE
			PERFORM INFORMAR-DIFERENCIA
			END-IF
			IF CHEQUE-EMITIDO
			IF CHQ-FECHA < FECHA-VENCE
			PERFORM VENCER-CHEQUE
			ELSE
			PERFORM INFORMAR-PENDIENTE
			END-IF
			END-IF
			END-READ
		END-PERFORM.

	INFORMAR-DIFERENCIA.
		ADD 1 TO CONTADOR-DIFERENCIAS
		MOVE CHQ-IMPORTE TO IMPORTE-EDITADO
		MOVE CHQ-IMPORTE-COBRADO TO IMPORTE-EDITADO-2
		MOVE SPACES TO LINEA-IMPRESION
		STRING "  CHEQUE " DELIMITED BY SIZE
			CHQ-NUMERO DELIMITED BY SIZE
			" ID " DELIMITED BY SIZE
			CHQ-ID DELIMITED BY SIZE
			" EMITIDO " DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			" COBRADO " DELIMITED BY SIZE
			IMPORTE-EDITADO-2 DELIMITED BY SIZE
			" EL " DELIMITED BY SIZE
			CHQ-FECHA-COBRO DELIMITED BY SIZE
			" IMPORTE DISTINTO" DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA.

	INFORMAR-PENDIENTE.
		IF CHQ-FECHA NOT < FECHA-30
		MOVE 1 TO INDICE-TRAMO
		ELSE
		IF CHQ-FECHA NOT < FECHA-60
		MOVE 2 TO INDICE-TRAMO
		ELSE
		IF CHQ-FECHA NOT < FECHA-90
		MOVE 3 TO INDICE-TRAMO
		ELSE
		MOVE 4 TO INDICE-TRAMO
		END-IF
		END-IF
		END-IF
		ADD 1 TO CANTIDAD-TRAMO (INDICE-TRAMO)
		ADD CHQ-IMPORTE TO TOTAL-TRAMO (INDICE-TRAMO)
		MOVE CHQ-IMPORTE TO IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "  CHEQUE " DELIMITED BY SIZE
			CHQ-NUMERO DELIMITED BY SIZE
			" ID " DELIMITED BY SIZE
			CHQ-ID DELIMITED BY SIZE
			" EMITIDO " DELIMITED BY SIZE
			CHQ-FECHA DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			" PENDIENTE " DELIMITED BY SIZE
			ROTULO-TRAMO (INDICE-TRAMO) DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA.

	VENCER-CHEQUE.
		*> Anulado por vencido y de vuelta a la cola con su
		*> período original: CHEQUES lo reemite en la próxima
		*> tanda y CONCIMP lo sigue contando como pagado.
		MOVE "V" TO CHQ-ESTADO
		REWRITE CHEQUE-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo vencer el cheque " CHQ-NUMERO "."
		NOT INVALID KEY
		ADD 1 TO CONTADOR-VENCIDOS
		PERFORM DEVOLVER-A-PAGAR
		MOVE CHQ-IMPORTE TO IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "  CHEQUE " DELIMITED BY SIZE
			CHQ-NUMERO DELIMITED BY SIZE
			" ID " DELIMITED BY SIZE
			CHQ-ID DELIMITED BY SIZE
			" EMITIDO " DELIMITED BY SIZE
			CHQ-FECHA DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			" VENCIDO: ANULADO Y DEVUELTO A PAGAR"
			DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		END-REWRITE.

	DEVOLVER-A-PAGAR.
		OPEN EXTEND ARCHIVO-PENDIENTES
		IF WS-STATUS-CHP = "35"
		OPEN OUTPUT ARCHIVO-PENDIENTES
		END-IF
		IF WS-STATUS-CHP NOT = "00"
		DISPLAY "Error al abrir cheques_pend.dat. Status: "
			WS-STATUS-CHP
		ELSE
		MOVE CHQ-PERIODO TO CHP-PERIODO
		MOVE CHQ-ID TO CHP-ID
		MOVE CHQ-NOMBRE TO CHP-NOMBRE
		MOVE CHQ-APELLIDO TO CHP-APELLIDO
		MOVE CHQ-IMPORTE TO CHP-IMPORTE
		WRITE CHEQUE-PENDIENTE
		CLOSE ARCHIVO-PENDIENTES
		END-IF.

	IMPRIMIR-ANTIGUEDAD.
		MOVE SPACES TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		MOVE "PENDIENTES DE COBRO POR ANTIGUEDAD (DIAS):"
			TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		PERFORM VARYING INDICE-TRAMO FROM 1 BY 1
		UNTIL INDICE-TRAMO > 4
			MOVE TOTAL-TRAMO (INDICE-TRAMO) TO TOTAL-EDITADO
			MOVE SPACES TO LINEA-IMPRESION
			STRING "  " DELIMITED BY SIZE
				ROTULO-TRAMO (INDICE-TRAMO)
				DELIMITED BY SIZE
				CANTIDAD-TRAMO (INDICE-TRAMO)
				DELIMITED BY SIZE
				" CHEQUES " DELIMITED BY SIZE
				TOTAL-EDITADO DELIMITED BY SIZE
				INTO LINEA-IMPRESION
			END-STRING
			PERFORM GRABAR-LINEA
		END-PERFORM
		MOVE SPACES TO LINEA-IMPRESION
		STRING "  Cobrados por importe distinto: "
			DELIMITED BY SIZE
			CONTADOR-DIFERENCIAS DELIMITED BY SIZE
			" - vencidos y anulados: " DELIMITED BY SIZE
			CONTADOR-VENCIDOS DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA.

	GRABAR-LINEA.
		ADD 1 TO CONTADOR-LINEAS
		DISPLAY LINEA-IMPRESION
		CALL "IMPRESO" USING NOMBRE-REPORTE LINEA-IMPRESION.
	END PROGRAM CHQCON.
