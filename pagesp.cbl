	*> Pagos especiales fuera de ciclo:
	*> Bonos anuales, premios por referidos y arreglos por
	*> única vez no entran en la corrida mensual de NOMINA y se
	*> pagaban por transferencia fuera del sistema, así que ni
	*> CERTIF ni el mayor los veían. Esto liquida un lote de
	*> pagos_especiales.dat (cabecera H con el código de lote,
	*> detalle D con empleado, concepto e importe, trailer T
	*> con cantidad y suma) con el mismo circuito del
	*> aguinaldo de SAC: tabla de deducciones vigente por
	*> CARTRAM, renglón del registro acumulado por empleado,
	*> recibo por RPTHDR/RPTPIE e IMPRESO, archivo del banco
	*> con trailer (los sin cuenta a la cola de CHEQUES) y
	*> asiento balanceado.
	*> Antes de pagar nada se verifica el lote entero: trailer
	*> contra lo contado, y cada empleado existente, activo y
	*> de la empresa de la corrida. Una sola fila mala rechaza
	*> el lote: un pago no se hace a medias.
	*> Cada lote recibe en lotes_especiales.dat su
	*> pseudoperíodo (AAAA61 a AAAA99, en orden dentro del
	*> año), con el que se graban sus renglones del registro:
	*> nunca chocan con la clave de un mes real y CERTIF los
	*> suma en el año. Como periodo.dat, el lote pagado queda
	*> marcado y otra corrida del mismo lote se rechaza; una
	*> corrida cortada se retoma con el mismo pseudoperíodo,
	*> tomando del registro lo ya liquidado sin volver a
	*> grabarlo ni a encolar su cheque.
	*> El banco y el asiento van a archivos propios del lote
	*> (banco_esp-AAAAPP.dat, asiento_esp-AAAAPP.dat), para no
	*> pisar los de la nómina mensual: el debe lleva cada
	*> concepto del lote con la cuenta que le da su
	*> imputación (CTAIMP). Un lote con algún concepto sin
	*> cuenta se rechaza en la verificación, antes de pagar,
	*> y CTAIMP lista en IMPFALT qué imputar.
	*> Solo supervisores: el lote mueve plata.
	*> Cada renglón del registro se acumula en el mismo paso
	*> en acumulados.dat (ACUMUL), también el retomado.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. PAGESP.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT ARCHIVO-ENTRADA
		ASSIGN TO "pagos_especiales.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-ENT.

		SELECT ARCHIVO-ORDEN
		ASSIGN TO "pagesp.srt".

		SELECT OPTIONAL ARCHIVO-LOTES
		ASSIGN TO "lotes_especiales.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS LES-CLAVE
		FILE STATUS IS WS-STATUS-LES.

		SELECT OPTIONAL ARCHIVO-REGISTRO
		ASSIGN TO "registro_nomina.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS REG-CLAVE
		FILE STATUS IS WS-STATUS-REG.

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

		SELECT ARCHIVO-BANCO
		ASSIGN TO DYNAMIC NOMBRE-BANCO
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-BAN.

		SELECT OPTIONAL ARCHIVO-CUENTAS
		ASSIGN TO "cuentas.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS CTA-CLAVE
		FILE STATUS IS WS-STATUS-CTA.

	*> La cola de cheques se extiende, no se pisa, como en
	*> SAC.
		SELECT ARCHIVO-CHEQUES-PEND
		ASSIGN TO "cheques_pend.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-CHP.

		SELECT ARCHIVO-ASIENTOS
		ASSIGN TO DYNAMIC NOMBRE-ASIENTOS
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-STATUS-ASI.

	DATA DIVISION.
	FILE SECTION.
	*> Cabecera, detalle y trailer del lote; los campos
	*> numéricos llegan como texto y se validan antes de
	*> usarlos.
	FD ARCHIVO-ENTRADA.
		01 LINEA-ESPECIAL.
			02 ESP-TIPO PIC X.
			02 ESP-RESTO PIC X(39).
		01 ESP-CABECERA.
			02 ESC-TIPO PIC X.
			02 ESC-LOTE PIC X(8).
			02 ESC-DESCRIPCION PIC X(20).
			02 FILLER PIC X(11).
		01 ESP-DETALLE.
			02 ESD-TIPO PIC X.
			02 ESD-ID PIC X(5).
			02 ESD-CONCEPTO PIC X(12).
			02 ESD-IMPORTE PIC X(8).
			02 FILLER PIC X(14).
		01 ESP-TRAILER.
			02 EST-TIPO PIC X.
			02 EST-CANTIDAD PIC X(5).
			02 EST-TOTAL PIC X(10).
			02 FILLER PIC X(24).

	SD ARCHIVO-ORDEN.
		01 ORDEN-REGISTRO.
			02 ORDEN-ID PIC 9(5).
			02 ORDEN-CONCEPTO PIC X(12).
			02 ORDEN-IMPORTE PIC 9(6)V99.

	FD ARCHIVO-LOTES.
		COPY "loteesp.cpy".

	FD ARCHIVO-REGISTRO.
		COPY "registro.cpy".

	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	*> Mismo layout de intercambio con el banco que NOMINA.
	FD ARCHIVO-BANCO.
		01 BANCO-DETALLE.
			02 BAN-TIPO PIC X.
			02 BAN-ID PIC 9(5).
			02 BAN-NOMBRE PIC X(20).
			02 BAN-APELLIDO PIC X(20).
			02 BAN-IMPORTE PIC S9(7)V99
				SIGN IS TRAILING SEPARATE.
			02 BAN-CBU PIC X(22).
		01 BANCO-TRAILER.
			02 BAN-TR-TIPO PIC X.
			02 BAN-TR-CANTIDAD PIC 9(7).
			02 BAN-TR-TOTAL PIC S9(7)V99
				SIGN IS TRAILING SEPARATE.
			*> Qué corrida paga la subida: período,
			*> grupo y subperíodo, como en NOMINA.
			02 BAN-TR-PERIODO PIC 9(6).
			02 BAN-TR-GRUPO PIC X(2).
			02 BAN-TR-SUBPERIODO PIC 9.
			*> Empresa que paga y su cuenta pagadora, la que
			*> el banco debita.
			02 BAN-TR-EMPRESA PIC 9(2).
			02 BAN-TR-CBU-EMPRESA PIC X(22).

	FD ARCHIVO-CUENTAS.
		COPY "cuenta.cpy".

	FD ARCHIVO-CHEQUES-PEND.
		01 CHEQUE-PENDIENTE.
			02 CHP-PERIODO PIC 9(6).
			02 CHP-ID PIC 9(5).
			02 CHP-NOMBRE PIC X(20).
			02 CHP-APELLIDO PIC X(20).
			02 CHP-IMPORTE PIC S9(7)V99
				SIGN IS TRAILING SEPARATE.

	*> Mismo layout que asientos.dat.
	FD ARCHIVO-ASIENTOS.
		01 LINEA-ASIENTO.
			02 ASI-PERIODO PIC 9(6).
			02 ASI-CUENTA PIC X(12).
			02 ASI-DEBE PIC S9(7)V99 COMP-3.
			02 ASI-HABER PIC S9(7)V99 COMP-3.
			02 ASI-EMPRESA PIC 9(2).
			02 ASI-MAYOR PIC X(6).
			02 ASI-FECHA PIC 9(8).
			02 ASI-CONCEPTO PIC X(12).
			02 ASI-DEPTO PIC 9(3).

	WORKING-STORAGE SECTION.
		01 WS-STATUS-ENT PIC XX VALUE "00".
		01 WS-STATUS-LES PIC XX VALUE "00".
		01 WS-STATUS-REG PIC XX VALUE "00".
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 WS-STATUS-BAN PIC XX VALUE "00".
		01 WS-STATUS-CTA PIC XX VALUE "00".
		01 WS-STATUS-CHP PIC XX VALUE "00".
		01 WS-STATUS-ASI PIC XX VALUE "00".
		01 FIN-ENTRADA PIC X VALUE "N".
		01 FIN-ORDEN PIC X VALUE "N".
		01 FIN-LOTES PIC X VALUE "N".
		01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
		*> Verificación del lote.
		01 NUMERO-FILA PIC 9(5) VALUE ZERO.
		01 CABECERA-VISTA PIC X VALUE "N".
		01 TRAILER-VISTO PIC X VALUE "N".
		01 FILAS-MALAS PIC 9(5) VALUE ZERO.
		01 CANTIDAD-CONTADA PIC 9(5) VALUE ZERO.
		01 TOTAL-CONTADO PIC 9(8)V99 VALUE ZERO.
		01 CANTIDAD-TRAILER PIC 9(5) VALUE ZERO.
		01 TOTAL-TRAILER PIC 9(8)V99 VALUE ZERO.
		01 LOTE-ENTRADA PIC X(8) VALUE SPACES.
		01 DESCRIPCION-LOTE PIC X(20) VALUE SPACES.
		01 ID-FILA PIC 9(5) VALUE ZERO.
		01 IMPORTE-FILA PIC 9(6)V99 VALUE ZERO.
		01 MOTIVO-FILA PIC X(30) VALUE SPACES.
		*> Debe del asiento: un renglón por concepto del lote.
		01 TABLA-CONCEPTOS.
			02 CONCEPTO-ENTRADA OCCURS 20 TIMES.
				03 TC-CONCEPTO PIC X(12).
				03 TC-IMPORTE PIC 9(8)V99.
		01 CANTIDAD-CONCEPTOS PIC 9(2) VALUE ZERO.
		01 INDICE-CONCEPTO PIC 9(2) VALUE ZERO.
		01 CONCEPTO-HALLADO PIC X VALUE "N".
		*> Pseudoperíodo del lote: AAAA61 a AAAA99.
		01 PERIODO-LOTE PIC 9(6) VALUE ZERO.
		01 ULTIMO-PERIODO-ANIO PIC 9(6) VALUE ZERO.
		01 LOTE-REANUDADO PIC X VALUE "N".
		01 NOMBRE-BANCO PIC X(30) VALUE SPACES.
		01 NOMBRE-ASIENTOS PIC X(30) VALUE SPACES.
		01 ID-ANTERIOR PIC 9(5) VALUE ZERO.
		01 EMPLEADO-REANUDADO PIC X VALUE "N".
		COPY "acumul.cpy".
		01 EMPRESA-EMPLEADO PIC 9(2) VALUE ZERO.
		01 PAGO-BRUTO PIC 9(6)V99 VALUE ZERO.
		01 PAGO-NETO PIC 9(6)V99 VALUE ZERO.
		*> Tabla de deducciones vigente a hoy, por CARTRAM.
		COPY "tramotab.cpy".
		01 LIMITE-VIGENCIA PIC 9(8) VALUE ZERO.
		01 INDICE-DEDUCCION PIC 9(2) VALUE ZERO.
		01 IMPUESTO-APLICADO PIC X VALUE "N".
		01 DEDUCCION-CALCULADA PIC 9(6)V99 VALUE ZERO.
		01 BRUTO-DISPONIBLE PIC 9(6)V99 VALUE ZERO.
		01 PRODUCTO-DEDUCCION PIC 9(9)V99 VALUE ZERO.
		01 DEDUCCION-IMPUESTO PIC 9(6)V99 VALUE ZERO.
		01 DEDUCCION-JUBILACION PIC 9(6)V99 VALUE ZERO.
		01 DEDUCCION-SINDICATO PIC 9(6)V99 VALUE ZERO.
		01 TOTAL-BRUTO PIC 9(8)V99 VALUE ZERO.
		01 TOTAL-IMPUESTO PIC 9(7)V99 VALUE ZERO.
		01 TOTAL-JUBILACION PIC 9(7)V99 VALUE ZERO.
		01 TOTAL-SINDICATO PIC 9(7)V99 VALUE ZERO.
		01 TOTAL-NETO PIC 9(8)V99 VALUE ZERO.
		01 CONTADOR-PAGADOS PIC 9(5) VALUE ZERO.
		01 CONTADOR-REANUDADOS PIC 9(5) VALUE ZERO.
		*> Cuentas del maestro de CTAMANT, como en SAC.
		01 CUENTA-PRINCIPAL-HALLADA PIC X VALUE "N".
		01 CBU-PRINCIPAL PIC X(22) VALUE SPACES.
		01 IMPORTE-CUENTA-1 PIC 9(6)V99 VALUE ZERO.
		01 IMPORTE-CUENTA-2 PIC 9(6)V99 VALUE ZERO.
		01 PRODUCTO-REPARTO PIC 9(9)V99 VALUE ZERO.
		01 LINEAS-BANCO PIC 9(7) VALUE ZERO.
		01 CONTADOR-CHEQUES PIC 9(5) VALUE ZERO.
		01 TOTAL-NETO-BANCO PIC 9(8)V99 VALUE ZERO.
		01 TOTAL-NETO-CHEQUES PIC 9(8)V99 VALUE ZERO.
		01 IMPORTE-ASIENTO PIC S9(7)V99 VALUE ZERO.
		01 TOTAL-DEBE PIC S9(8)V99 VALUE ZERO.
		01 TOTAL-HABER PIC S9(8)V99 VALUE ZERO.
		01 ASIENTO-EDITADO PIC +Z,ZZZ,ZZ9.99.
		01 TOTAL-EDITADO PIC $$,$$$,$$9.99.
		01 TITULO-ASIENTO PIC X(40)
			VALUE "ASIENTO CONTABLE DE PAGO ESPECIAL".
		01 NOMBRE-ASIENTO PIC X(8) VALUE "ASIENTO".
		01 PAGINA-ASIENTO PIC 99 VALUE ZERO.
		01 LINEAS-ASIENTO PIC 9(7) VALUE ZERO.
		*> El asiento se arma entero en IMPUTACION-PEDIDO (un
		*> renglón por línea, con su importe en esta tabla)
		*> y se graba recién cuando CTAIMP le encontró cuenta
		*> a todos.
		01 CONCEPTO-ASIENTO PIC X(12) VALUE SPACES.
		01 DEPTO-ASIENTO PIC 9(3) VALUE ZERO.
		01 LADO-ASIENTO PIC X VALUE "D".
		01 TABLA-IMPORTES-ASIENTO.
			02 IMPORTE-RENGLON PIC S9(7)V99
				OCCURS 150 TIMES.
		01 INDICE-RENGLON-ASI PIC 9(3) VALUE ZERO.
		COPY "ctaimp.cpy".
		01 TITULO-RECIBO PIC X(40)
			VALUE "RECIBO DE PAGO ESPECIAL".
		01 NUMERO-PAGINA-RECIBO PIC 99 VALUE ZERO.
		01 NOMBRE-RECIBO PIC X(8) VALUE "RECIBO".
		01 RECIBOS-EN-PAGINA PIC 9(7) VALUE 1.
		01 RECIBO-IMPORTE-EDITADO PIC $$$,$$$9.99.
		01 LINEA-IMPRESION PIC X(168) VALUE SPACES.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "PAGESP".
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
		IF NIVEL-FIRMADO < 2
		DISPLAY "Los pagos especiales son solo para"
			" supervisores."
		GOBACK
		END-IF.
		CALL "EMPSEL" USING WS-OPERADOR-LOG EMPRESA-ELEGIDA.
		IF ELE-HALLADA NOT = "S"
		GOBACK
		END-IF.
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
		OPEN INPUT ARCHIVO-EMPLEADOS
		IF WS-STATUS-EMP NOT = "00" AND WS-STATUS-EMP NOT = "05"
		DISPLAY "Error al abrir empleados.dat. Status: "
			WS-STATUS-EMP
		GOBACK
		END-IF.
		PERFORM VERIFICAR-LOTE.
		IF FILAS-MALAS > ZERO
		DISPLAY FILAS-MALAS " filas con error: lote "
			LOTE-ENTRADA " RECHAZADO, nada se pagó."
		MOVE "Lote especial rechazado en verificación."
			TO WS-MENSAJE-LOG
		MOVE "A" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		CLOSE ARCHIVO-EMPLEADOS
		GOBACK
		END-IF.
		PERFORM CONTROLAR-IMPUTACIONES.
		PERFORM CONTROLAR-LOTE.
		*> La tabla de deducciones en vigencia al día del pago.
		MOVE WS-FECHA-HOY TO LIMITE-VIGENCIA.
		CALL "CARTRAM" USING LIMITE-VIGENCIA
			TABLA-DEDUCCIONES-VIG.
		PERFORM ABRIR-SALIDAS.
		SORT ARCHIVO-ORDEN
			ON ASCENDING KEY ORDEN-ID
			INPUT PROCEDURE IS CARGAR-ORDEN
			OUTPUT PROCEDURE IS LIQUIDAR-ORDEN.
		CLOSE ARCHIVO-EMPLEADOS.
		PERFORM GRABAR-TRAILER-BANCO.
		CLOSE ARCHIVO-REGISTRO.
		CLOSE ARCHIVO-BANCO.
		CLOSE ARCHIVO-CUENTAS.
		CLOSE ARCHIVO-CHEQUES-PEND.
		IF CONTADOR-CHEQUES > ZERO
		DISPLAY CONTADOR-CHEQUES " pagos encolados por"
			" cheque: imprimir con CHEQUES."
		END-IF.
		PERFORM GRABAR-ASIENTOS.
		PERFORM MARCAR-LOTE-PAGADO.
		CLOSE ARCHIVO-LOTES.
		DISPLAY "Pagos especiales liquidados: "
			CONTADOR-PAGADOS.
		IF CONTADOR-REANUDADOS > ZERO
		DISPLAY "  de ellos retomados del registro: "
			CONTADOR-REANUDADOS
		END-IF.
		DISPLAY "Banco: " NOMBRE-BANCO.
		DISPLAY "Asiento: " NOMBRE-ASIENTOS.
		GOBACK.

	VERIFICAR-LOTE.
		*> Pasada completa antes de pagar: cabecera primero,
		*> trailer al final con cantidad y suma iguales a lo
		*> contado, cada detalle legible y de un empleado
		*> activo de la empresa.
		OPEN INPUT ARCHIVO-ENTRADA
		IF WS-STATUS-ENT NOT = "00"
		DISPLAY "No se encuentra pagos_especiales.dat. Status: "
			WS-STATUS-ENT
		CLOSE ARCHIVO-EMPLEADOS
		GOBACK
		END-IF
		MOVE "N" TO FIN-ENTRADA
		PERFORM UNTIL FIN-ENTRADA = "S"
			READ ARCHIVO-ENTRADA
			AT END
			MOVE "S" TO FIN-ENTRADA
			NOT AT END
			ADD 1 TO NUMERO-FILA
			PERFORM VERIFICAR-FILA
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-ENTRADA
		IF CABECERA-VISTA = "N" OR LOTE-ENTRADA = SPACES
		DISPLAY "Falta la cabecera H con el código de lote."
		ADD 1 TO FILAS-MALAS
		END-IF
		IF TRAILER-VISTO = "N"
		DISPLAY "Falta el trailer T del lote."
		ADD 1 TO FILAS-MALAS
		ELSE
		IF CANTIDAD-CONTADA NOT = CANTIDAD-TRAILER
		OR TOTAL-CONTADO NOT = TOTAL-TRAILER
		MOVE TOTAL-CONTADO TO TOTAL-EDITADO
		DISPLAY "Trailer no coincide: contadas "
			CANTIDAD-CONTADA " por " TOTAL-EDITADO
		MOVE TOTAL-TRAILER TO TOTAL-EDITADO
		DISPLAY "  el trailer dice " CANTIDAD-TRAILER
			" por " TOTAL-EDITADO
		ADD 1 TO FILAS-MALAS
		END-IF
		END-IF
		IF CANTIDAD-CONTADA = ZERO
		DISPLAY "El lote no trae pagos."
		ADD 1 TO FILAS-MALAS
		END-IF.

	VERIFICAR-FILA.
		MOVE SPACES TO MOTIVO-FILA
		EVALUATE ESP-TIPO
			WHEN "H"
				IF CABECERA-VISTA = "S"
				OR NUMERO-FILA > 1
				MOVE "cabecera fuera de lugar"
					TO MOTIVO-FILA
				ELSE
				MOVE "S" TO CABECERA-VISTA
				MOVE ESC-LOTE TO LOTE-ENTRADA
				MOVE ESC-DESCRIPCION TO DESCRIPCION-LOTE
				END-IF
			WHEN "D"
				PERFORM VERIFICAR-DETALLE
			WHEN "T"
				IF TRAILER-VISTO = "S"
				OR EST-CANTIDAD IS NOT NUMERIC
				OR EST-TOTAL IS NOT NUMERIC
				MOVE "trailer ilegible o repetido"
					TO MOTIVO-FILA
				ELSE
				MOVE "S" TO TRAILER-VISTO
				MOVE EST-CANTIDAD TO CANTIDAD-TRAILER
				MOVE EST-TOTAL TO TOTAL-TRAILER (1:10)
				END-IF
			WHEN OTHER
				MOVE "tipo de fila desconocido"
					TO MOTIVO-FILA
		END-EVALUATE
		IF MOTIVO-FILA NOT = SPACES
		ADD 1 TO FILAS-MALAS
		DISPLAY "Fila " NUMERO-FILA ": " MOTIVO-FILA
		END-IF.

	VERIFICAR-DETALLE.
		IF TRAILER-VISTO = "S"
		MOVE "detalle después del trailer" TO MOTIVO-FILA
		ELSE
		IF ESD-ID IS NOT NUMERIC
		OR ESD-IMPORTE IS NOT NUMERIC
		MOVE "ID o importe ilegible" TO MOTIVO-FILA
		ELSE
		MOVE ESD-ID TO ID-FILA
		MOVE ESD-IMPORTE TO IMPORTE-FILA (1:8)
		ADD 1 TO CANTIDAD-CONTADA
		ADD IMPORTE-FILA TO TOTAL-CONTADO
		IF IMPORTE-FILA = ZERO OR ESD-CONCEPTO = SPACES
		MOVE "importe cero o concepto en blanco"
			TO MOTIVO-FILA
		ELSE
		MOVE ID-FILA TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		MOVE "empleado inexistente" TO MOTIVO-FILA
		NOT INVALID KEY
		PERFORM EMPRESA-DEL-EMPLEADO
		IF EMPLEADO-ESTADO NOT = "A"
		MOVE "empleado no activo" TO MOTIVO-FILA
		ELSE
		IF EMPRESA-EMPLEADO NOT = ELE-CODIGO
		MOVE "empleado de otra empresa" TO MOTIVO-FILA
		ELSE
		PERFORM ANOTAR-CONCEPTO
		END-IF
		END-IF
		END-READ
		END-IF
		END-IF
		END-IF.

	ANOTAR-CONCEPTO.
		MOVE "N" TO CONCEPTO-HALLADO
		PERFORM VARYING INDICE-CONCEPTO FROM 1 BY 1
		UNTIL INDICE-CONCEPTO > CANTIDAD-CONCEPTOS
		IF TC-CONCEPTO (INDICE-CONCEPTO) = ESD-CONCEPTO
			ADD IMPORTE-FILA TO TC-IMPORTE (INDICE-CONCEPTO)
			MOVE "S" TO CONCEPTO-HALLADO
			MOVE CANTIDAD-CONCEPTOS TO INDICE-CONCEPTO
		END-IF
		END-PERFORM
		IF CONCEPTO-HALLADO = "N"
		IF CANTIDAD-CONCEPTOS < 20
		ADD 1 TO CANTIDAD-CONCEPTOS
		MOVE ESD-CONCEPTO TO TC-CONCEPTO (CANTIDAD-CONCEPTOS)
		MOVE IMPORTE-FILA TO TC-IMPORTE (CANTIDAD-CONCEPTOS)
		ELSE
		MOVE "más de 20 conceptos en el lote" TO MOTIVO-FILA
		END-IF
		END-IF.

	EMPRESA-DEL-EMPLEADO.
		*> Cero (registro anterior a las empresas) = la 01.
		IF EMPLEADO-EMPRESA IS NOT NUMERIC
		OR EMPLEADO-EMPRESA = ZERO
		MOVE 1 TO EMPRESA-EMPLEADO
		ELSE
		MOVE EMPLEADO-EMPRESA TO EMPRESA-EMPLEADO
		END-IF.

	CONTROLAR-LOTE.
		*> El resguardo de periodo.dat: lote pagado, corrida
		*> rechazada; lote en curso, se retoma con su
		*> pseudoperíodo; lote nuevo, toma el siguiente del
		*> año.
		OPEN I-O ARCHIVO-LOTES
		IF WS-STATUS-LES NOT = "00" AND WS-STATUS-LES NOT = "05"
		DISPLAY "Error al abrir lotes_especiales.dat. Status: "
			WS-STATUS-LES
		CLOSE ARCHIVO-EMPLEADOS
		GOBACK
		END-IF
		MOVE ELE-CODIGO TO LES-EMPRESA
		MOVE LOTE-ENTRADA TO LES-LOTE
		READ ARCHIVO-LOTES
		INVALID KEY
		PERFORM ALTA-LOTE
		NOT INVALID KEY
		IF LOTE-PAGADO
		DISPLAY "El lote " LOTE-ENTRADA " YA FUE PAGADO el "
			LES-FECHA " (" LES-PERIODO
			"): corrida rechazada."
		MOVE "Lote especial ya pagado: rechazado."
			TO WS-MENSAJE-LOG
		MOVE "G" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		CLOSE ARCHIVO-LOTES
		CLOSE ARCHIVO-EMPLEADOS
		GOBACK
		END-IF
		MOVE "S" TO LOTE-REANUDADO
		MOVE LES-PERIODO TO PERIODO-LOTE
		DISPLAY "Lote " LOTE-ENTRADA " cortado en una corrida"
			" anterior: se retoma en " PERIODO-LOTE "."
		END-READ.

	ALTA-LOTE.
		PERFORM BUSCAR-ULTIMO-PERIODO
		IF ULTIMO-PERIODO-ANIO = ZERO
		MOVE WS-FECHA-HOY (1:4) TO PERIODO-LOTE (1:4)
		MOVE 61 TO PERIODO-LOTE (5:2)
		ELSE
		COMPUTE PERIODO-LOTE = ULTIMO-PERIODO-ANIO + 1
		END-IF
		IF PERIODO-LOTE (1:4) NOT = WS-FECHA-HOY (1:4)
		OR PERIODO-LOTE (5:2) < "61"
		DISPLAY "No quedan pseudoperíodos de pagos especiales"
			" en el año."
		CLOSE ARCHIVO-LOTES
		CLOSE ARCHIVO-EMPLEADOS
		GOBACK
		END-IF
		MOVE ELE-CODIGO TO LES-EMPRESA
		MOVE LOTE-ENTRADA TO LES-LOTE
		MOVE DESCRIPCION-LOTE TO LES-DESCRIPCION
		MOVE PERIODO-LOTE TO LES-PERIODO
		MOVE "A" TO LES-ESTADO
		MOVE ZERO TO LES-CANTIDAD
		MOVE ZERO TO LES-TOTAL-BRUTO
		MOVE ZERO TO LES-TOTAL-NETO
		MOVE WS-FECHA-HOY TO LES-FECHA
		MOVE WS-OPERADOR-LOG TO LES-OPERADOR
		WRITE LOTE-ESPECIAL-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo registrar el lote " LOTE-ENTRADA "."
		CLOSE ARCHIVO-LOTES
		CLOSE ARCHIVO-EMPLEADOS
		GOBACK
		END-WRITE
		DISPLAY "Lote " LOTE-ENTRADA " " DESCRIPCION-LOTE
			" liquidado en " PERIODO-LOTE.

	BUSCAR-ULTIMO-PERIODO.
		*> El pseudoperíodo es del año, no de la empresa: se
		*> recorren los lotes de todas.
		MOVE ZERO TO ULTIMO-PERIODO-ANIO
		MOVE "N" TO FIN-LOTES
		MOVE ZERO TO LES-EMPRESA
		MOVE SPACES TO LES-LOTE
		START ARCHIVO-LOTES KEY IS NOT LESS THAN LES-CLAVE
		INVALID KEY MOVE "S" TO FIN-LOTES
		END-START
		PERFORM UNTIL FIN-LOTES = "S"
			READ ARCHIVO-LOTES NEXT RECORD
			AT END
			MOVE "S" TO FIN-LOTES
			NOT AT END
			IF LES-PERIODO (1:4) = WS-FECHA-HOY (1:4)
			AND LES-PERIODO > ULTIMO-PERIODO-ANIO
			MOVE LES-PERIODO TO ULTIMO-PERIODO-ANIO
			END-IF
			END-READ
		END-PERFORM.

	ABRIR-SALIDAS.
		*> Registro acumulado I-O como en SAC; banco y asiento
		*> con el nombre del pseudoperíodo del lote.
		MOVE SPACES TO NOMBRE-BANCO
		STRING "banco_esp-" DELIMITED BY SIZE
			PERIODO-LOTE DELIMITED BY SIZE
			".dat" DELIMITED BY SIZE
			INTO NOMBRE-BANCO
		END-STRING
		MOVE SPACES TO NOMBRE-ASIENTOS
		STRING "asiento_esp-" DELIMITED BY SIZE
			PERIODO-LOTE DELIMITED BY SIZE
			".dat" DELIMITED BY SIZE
			INTO NOMBRE-ASIENTOS
		END-STRING
		OPEN I-O ARCHIVO-REGISTRO
		IF WS-STATUS-REG NOT = "00" AND WS-STATUS-REG NOT = "05"
		DISPLAY "Error al abrir registro_nomina.dat. Status: "
			WS-STATUS-REG
		GOBACK
		END-IF
		OPEN OUTPUT ARCHIVO-BANCO
		IF WS-STATUS-BAN NOT = "00" AND WS-STATUS-BAN NOT = "05"
		DISPLAY "Error al abrir " NOMBRE-BANCO " Status: "
			WS-STATUS-BAN
		GOBACK
		END-IF
		OPEN INPUT ARCHIVO-CUENTAS
		OPEN EXTEND ARCHIVO-CHEQUES-PEND
		IF WS-STATUS-CHP = "35"
		OPEN OUTPUT ARCHIVO-CHEQUES-PEND
		END-IF.

	CARGAR-ORDEN.
		*> Solo los detalles, ya verificados, ordenados por
		*> empleado: varios conceptos del mismo empleado van
		*> en un solo recibo y un solo renglón del registro.
		OPEN INPUT ARCHIVO-ENTRADA
		MOVE "N" TO FIN-ENTRADA
		PERFORM UNTIL FIN-ENTRADA = "S"
			READ ARCHIVO-ENTRADA
			AT END
			MOVE "S" TO FIN-ENTRADA
			NOT AT END
			IF ESP-TIPO = "D"
			MOVE ESD-ID TO ORDEN-ID
			MOVE ESD-CONCEPTO TO ORDEN-CONCEPTO
			MOVE ZERO TO ORDEN-IMPORTE
			MOVE ESD-IMPORTE TO ORDEN-IMPORTE (1:8)
			RELEASE ORDEN-REGISTRO
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-ENTRADA.

	LIQUIDAR-ORDEN.
		MOVE ZERO TO ID-ANTERIOR
		MOVE "N" TO FIN-ORDEN
		PERFORM UNTIL FIN-ORDEN = "S"
			RETURN ARCHIVO-ORDEN
			AT END
			MOVE "S" TO FIN-ORDEN
			NOT AT END
			IF ORDEN-ID NOT = ID-ANTERIOR
			IF ID-ANTERIOR > ZERO
			PERFORM CERRAR-EMPLEADO
			END-IF
			PERFORM ABRIR-EMPLEADO
			END-IF
			PERFORM SUMAR-CONCEPTO
			END-RETURN
		END-PERFORM
		IF ID-ANTERIOR > ZERO
		PERFORM CERRAR-EMPLEADO
		END-IF.

	ABRIR-EMPLEADO.
		MOVE ORDEN-ID TO ID-ANTERIOR
		MOVE ORDEN-ID TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		MOVE SPACES TO EMPLEADO-NOMBRE
		MOVE SPACES TO EMPLEADO-APELLIDO
		END-READ
		MOVE ZERO TO PAGO-BRUTO
		CALL "RPTHDR" USING TITULO-RECIBO
			NUMERO-PAGINA-RECIBO NOMBRE-RECIBO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "EMPLEADO: " DELIMITED BY SIZE
			EMPLEADO-ID DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-RECIBO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "NOMBRE:   " DELIMITED BY SIZE
			EMPLEADO-NOMBRE DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-RECIBO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "APELLIDO: " DELIMITED BY SIZE
			EMPLEADO-APELLIDO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-RECIBO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "PAGO ESPECIAL " DELIMITED BY SIZE
			PERIODO-LOTE DELIMITED BY SIZE
			" LOTE " DELIMITED BY SIZE
			LOTE-ENTRADA DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			DESCRIPCION-LOTE DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-RECIBO.

	SUMAR-CONCEPTO.
		ADD ORDEN-IMPORTE TO PAGO-BRUTO
		MOVE ORDEN-IMPORTE TO RECIBO-IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING ORDEN-CONCEPTO DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			RECIBO-IMPORTE-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-RECIBO.

	CERRAR-EMPLEADO.
		*> Un renglón que ya está en el registro lo grabó la
		*> corrida cortada: se toman sus importes tal cual, se
		*> vuelve a mandar al banco (el archivo se rearma
		*> entero) y no se encola otro cheque.
		MOVE "N" TO EMPLEADO-REANUDADO
		MOVE PERIODO-LOTE TO REG-PERIODO
		MOVE ID-ANTERIOR TO REG-ID
		READ ARCHIVO-REGISTRO
		INVALID KEY
		PERFORM CALCULAR-DEDUCCIONES
		PERFORM GRABAR-REGISTRO
		NOT INVALID KEY
		MOVE "S" TO EMPLEADO-REANUDADO
		ADD 1 TO CONTADOR-REANUDADOS
		PERFORM ACUMULAR-RENGLON
		MOVE REG-BRUTO TO PAGO-BRUTO
		MOVE REG-NETO TO PAGO-NETO
		MOVE REG-IMPUESTO TO DEDUCCION-IMPUESTO
		MOVE REG-JUBILACION TO DEDUCCION-JUBILACION
		MOVE REG-SINDICATO TO DEDUCCION-SINDICATO
		END-READ
		ADD PAGO-BRUTO TO TOTAL-BRUTO
		ADD DEDUCCION-IMPUESTO TO TOTAL-IMPUESTO
		ADD DEDUCCION-JUBILACION TO TOTAL-JUBILACION
		ADD DEDUCCION-SINDICATO TO TOTAL-SINDICATO
		ADD PAGO-NETO TO TOTAL-NETO
		ADD 1 TO CONTADOR-PAGADOS
		PERFORM GRABAR-PAGO-BANCO
			THRU GRABAR-PAGO-BANCO-FIN
		PERFORM IMPRIMIR-RECIBO.

	CALCULAR-DEDUCCIONES.
		MOVE ZERO TO DEDUCCION-IMPUESTO
		MOVE ZERO TO DEDUCCION-JUBILACION
		MOVE ZERO TO DEDUCCION-SINDICATO
		MOVE "N" TO IMPUESTO-APLICADO
		PERFORM VARYING INDICE-DEDUCCION FROM 1 BY 1
		UNTIL INDICE-DEDUCCION > CANTIDAD-DEDUCCIONES
			PERFORM APLICAR-DEDUCCION
		END-PERFORM
		*> Mismo resguardo de NOMINA y SAC: cada deducción se
		*> topea en lo que queda del bruto.
		MOVE PAGO-BRUTO TO BRUTO-DISPONIBLE
		IF DEDUCCION-IMPUESTO > BRUTO-DISPONIBLE
		MOVE BRUTO-DISPONIBLE TO DEDUCCION-IMPUESTO
		END-IF
		SUBTRACT DEDUCCION-IMPUESTO FROM BRUTO-DISPONIBLE
		IF DEDUCCION-JUBILACION > BRUTO-DISPONIBLE
		MOVE BRUTO-DISPONIBLE TO DEDUCCION-JUBILACION
		END-IF
		SUBTRACT DEDUCCION-JUBILACION FROM BRUTO-DISPONIBLE
		IF DEDUCCION-SINDICATO > BRUTO-DISPONIBLE
		MOVE BRUTO-DISPONIBLE TO DEDUCCION-SINDICATO
		END-IF
		SUBTRACT DEDUCCION-SINDICATO FROM BRUTO-DISPONIBLE
		MOVE BRUTO-DISPONIBLE TO PAGO-NETO.

	APLICAR-DEDUCCION.
		MOVE ZERO TO DEDUCCION-CALCULADA
		IF DED-TIPO (INDICE-DEDUCCION) = "P"
		IF IMPUESTO-APLICADO = "N"
		AND PAGO-BRUTO >= DED-MINIMO (INDICE-DEDUCCION)
		AND PAGO-BRUTO <= DED-MAXIMO (INDICE-DEDUCCION)
			MULTIPLY PAGO-BRUTO
				BY DED-VALOR (INDICE-DEDUCCION)
				GIVING PRODUCTO-DEDUCCION ROUNDED
			DIVIDE PRODUCTO-DEDUCCION BY 100
				GIVING DEDUCCION-CALCULADA ROUNDED
			ADD DEDUCCION-CALCULADA TO DEDUCCION-IMPUESTO
			MOVE "S" TO IMPUESTO-APLICADO
		END-IF
		ELSE
		MOVE DED-VALOR (INDICE-DEDUCCION)
			TO DEDUCCION-CALCULADA
		EVALUATE DED-NOMBRE (INDICE-DEDUCCION)
			WHEN "JUBILACI"
				ADD DEDUCCION-CALCULADA
					TO DEDUCCION-JUBILACION
			WHEN "SINDICAT"
				ADD DEDUCCION-CALCULADA
					TO DEDUCCION-SINDICATO
		END-EVALUATE
		END-IF.

	GRABAR-REGISTRO.
		MOVE PERIODO-LOTE TO REG-PERIODO
		MOVE ID-ANTERIOR TO REG-ID
		MOVE ZERO TO REG-TARIFA
		MOVE ZERO TO REG-HORAS
		MOVE PAGO-BRUTO TO REG-BRUTO
		MOVE PAGO-NETO TO REG-NETO
		MOVE ZERO TO REG-ADELANTO
		MOVE DEDUCCION-IMPUESTO TO REG-IMPUESTO
		MOVE DEDUCCION-JUBILACION TO REG-JUBILACION
		MOVE DEDUCCION-SINDICATO TO REG-SINDICATO
		MOVE ZERO TO REG-ASIGNACION
		MOVE ZERO TO REG-GASTOS
		WRITE LINEA-REGISTRO
		IF WS-STATUS-REG NOT = "00"
		DISPLAY "Error al grabar registro ID " ID-ANTERIOR
			". Status: " WS-STATUS-REG
		ELSE
		PERFORM ACUMULAR-RENGLON
		END-IF.

	ACUMULAR-RENGLON.
		*> El renglón pisa su casillero AAAA6x-9x en
		*> acumulados.dat. Un renglón retomado de la corrida
		*> cortada se vuelve a acumular tal cual: si el corte
		*> lo agarró entre el registro y los acumulados, acá
		*> se completa, y si no, queda igual.
		MOVE "G" TO PAC-OPERACION
		MOVE LINEA-REGISTRO TO PAC-RENGLON
		CALL "ACUMUL" USING ACUMULADO-PEDIDO.

	GRABAR-PAGO-BANCO.
		*> El mismo circuito de pago de SAC: reparto en dos
		*> depósitos y los sin cuenta a la cola de cheques.
		PERFORM BUSCAR-CUENTAS-EMPLEADO
		IF CUENTA-PRINCIPAL-HALLADA = "N"
		IF EMPLEADO-REANUDADO = "N"
		PERFORM GRABAR-CHEQUE-PENDIENTE
		END-IF
		GO TO GRABAR-PAGO-BANCO-FIN
		END-IF
		ADD PAGO-NETO TO TOTAL-NETO-BANCO
		MOVE "D" TO BAN-TIPO
		MOVE ID-ANTERIOR TO BAN-ID
		MOVE EMPLEADO-NOMBRE TO BAN-NOMBRE
		MOVE EMPLEADO-APELLIDO TO BAN-APELLIDO
		MOVE IMPORTE-CUENTA-1 TO BAN-IMPORTE
		MOVE CBU-PRINCIPAL TO BAN-CBU
		WRITE BANCO-DETALLE
		ADD 1 TO LINEAS-BANCO
		IF WS-STATUS-BAN NOT = "00"
		DISPLAY "Error al grabar pago banco ID " ID-ANTERIOR
			". Status: " WS-STATUS-BAN
		END-IF
		IF IMPORTE-CUENTA-2 > ZERO
		MOVE "D" TO BAN-TIPO
		MOVE ID-ANTERIOR TO BAN-ID
		MOVE EMPLEADO-NOMBRE TO BAN-NOMBRE
		MOVE EMPLEADO-APELLIDO TO BAN-APELLIDO
		MOVE IMPORTE-CUENTA-2 TO BAN-IMPORTE
		MOVE CTA-CBU TO BAN-CBU
		WRITE BANCO-DETALLE
		ADD 1 TO LINEAS-BANCO
		IF WS-STATUS-BAN NOT = "00"
		DISPLAY "Error al grabar reparto ID " ID-ANTERIOR
			". Status: " WS-STATUS-BAN
		END-IF
		END-IF.
	GRABAR-PAGO-BANCO-FIN.
		EXIT.

	BUSCAR-CUENTAS-EMPLEADO.
		MOVE "N" TO CUENTA-PRINCIPAL-HALLADA
		MOVE SPACES TO CBU-PRINCIPAL
		MOVE PAGO-NETO TO IMPORTE-CUENTA-1
		MOVE ZERO TO IMPORTE-CUENTA-2
		MOVE ID-ANTERIOR TO CTA-ID
		MOVE 1 TO CTA-ORDEN
		READ ARCHIVO-CUENTAS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		IF CTA-MEDIO = "B"
		MOVE "S" TO CUENTA-PRINCIPAL-HALLADA
		MOVE CTA-CBU TO CBU-PRINCIPAL
		END-IF
		END-READ
		IF CUENTA-PRINCIPAL-HALLADA = "S"
		MOVE ID-ANTERIOR TO CTA-ID
		MOVE 2 TO CTA-ORDEN
		READ ARCHIVO-CUENTAS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		IF CTA-MEDIO = "B"
		IF CTA-REPARTO = "P"
		MULTIPLY PAGO-NETO BY CTA-VALOR
			GIVING PRODUCTO-REPARTO ROUNDED
		DIVIDE PRODUCTO-REPARTO BY 100
			GIVING IMPORTE-CUENTA-2 ROUNDED
		ELSE
		MOVE CTA-VALOR TO IMPORTE-CUENTA-2
		END-IF
		IF IMPORTE-CUENTA-2 > PAGO-NETO
		MOVE PAGO-NETO TO IMPORTE-CUENTA-2
		END-IF
		SUBTRACT IMPORTE-CUENTA-2 FROM PAGO-NETO
			GIVING IMPORTE-CUENTA-1
		END-IF
		END-READ
		END-IF.

	GRABAR-CHEQUE-PENDIENTE.
		MOVE PERIODO-LOTE TO CHP-PERIODO
		MOVE ID-ANTERIOR TO CHP-ID
		MOVE EMPLEADO-NOMBRE TO CHP-NOMBRE
		MOVE EMPLEADO-APELLIDO TO CHP-APELLIDO
		MOVE PAGO-NETO TO CHP-IMPORTE
		WRITE CHEQUE-PENDIENTE
		IF WS-STATUS-CHP NOT = "00"
		DISPLAY "Error al encolar cheque ID " ID-ANTERIOR
			". Status: " WS-STATUS-CHP
		ELSE
		ADD 1 TO CONTADOR-CHEQUES
		ADD PAGO-NETO TO TOTAL-NETO-CHEQUES
		END-IF.

	GRABAR-TRAILER-BANCO.
		MOVE "T" TO BAN-TR-TIPO
		MOVE LINEAS-BANCO TO BAN-TR-CANTIDAD
		MOVE TOTAL-NETO-BANCO TO BAN-TR-TOTAL
		MOVE PERIODO-LOTE TO BAN-TR-PERIODO
		MOVE SPACES TO BAN-TR-GRUPO
		MOVE ZERO TO BAN-TR-SUBPERIODO
		MOVE ELE-CODIGO TO BAN-TR-EMPRESA
		MOVE ELE-CBU TO BAN-TR-CBU-EMPRESA
		WRITE BANCO-TRAILER
		IF WS-STATUS-BAN NOT = "00"
		DISPLAY "Error al grabar trailer banco. Status: "
			WS-STATUS-BAN
		END-IF.

	IMPRIMIR-RECIBO.
		MOVE PAGO-BRUTO TO RECIBO-IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "BRUTO:       " DELIMITED BY SIZE
			RECIBO-IMPORTE-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-RECIBO
		MOVE DEDUCCION-IMPUESTO TO RECIBO-IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "IMPUESTO:    " DELIMITED BY SIZE
			RECIBO-IMPORTE-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-RECIBO
		MOVE DEDUCCION-JUBILACION TO RECIBO-IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "JUBILACION:  " DELIMITED BY SIZE
			RECIBO-IMPORTE-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-RECIBO
		MOVE DEDUCCION-SINDICATO TO RECIBO-IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "SINDICATO:   " DELIMITED BY SIZE
			RECIBO-IMPORTE-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-RECIBO
		MOVE PAGO-NETO TO RECIBO-IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "NETO:        " DELIMITED BY SIZE
			RECIBO-IMPORTE-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-RECIBO
		CALL "RPTPIE" USING TITULO-RECIBO
			RECIBOS-EN-PAGINA NOMBRE-RECIBO.

	GRABAR-LINEA-RECIBO.
		DISPLAY LINEA-IMPRESION
		CALL "IMPRESO" USING NOMBRE-RECIBO LINEA-IMPRESION.

	GRABAR-ASIENTOS.
		*> Asiento balanceado del lote: cada concepto al debe
		*> en su cuenta, las retenciones y el neto a pagar al
		*> haber, con las cuentas que da CTAIMP. Sin cuenta
		*> para algún renglón el archivo del asiento no se
		*> crea.
		MOVE ZERO TO IPE-CANTIDAD
		PERFORM ARMAR-RENGLONES-ASIENTO
		MOVE WS-PROGRAMA-LOG TO IPE-PROGRAMA
		CALL "CTAIMP" USING IMPUTACION-PEDIDO
		IF IPE-FALTANTES > ZERO
		DISPLAY "ASIENTO NO GRABADO: " IPE-FALTANTES
			" renglones sin cuenta contable (ver IMPFALT)."
		ELSE
		OPEN OUTPUT ARCHIVO-ASIENTOS
		IF WS-STATUS-ASI NOT = "00" AND WS-STATUS-ASI NOT = "05"
		DISPLAY "Error al abrir " NOMBRE-ASIENTOS " Status: "
			WS-STATUS-ASI
		ELSE
		CALL "RPTHDR" USING TITULO-ASIENTO
			PAGINA-ASIENTO NOMBRE-ASIENTO
		PERFORM VARYING INDICE-RENGLON-ASI FROM 1 BY 1
		UNTIL INDICE-RENGLON-ASI > IPE-CANTIDAD
			PERFORM ESCRIBIR-RENGLON-ASIENTO
		END-PERFORM
		CLOSE ARCHIVO-ASIENTOS
		IF TOTAL-DEBE = TOTAL-HABER
		MOVE "EL ASIENTO BALANCEA." TO LINEA-IMPRESION
		ELSE
		MOVE "ALERTA: EL ASIENTO NO BALANCEA."
			TO LINEA-IMPRESION
		END-IF
		PERFORM GRABAR-LINEA-ASIENTO
		CALL "RPTPIE" USING TITULO-ASIENTO
			LINEAS-ASIENTO NOMBRE-ASIENTO
		END-IF
		END-IF.

	ARMAR-RENGLONES-ASIENTO.
		PERFORM VARYING INDICE-CONCEPTO FROM 1 BY 1
		UNTIL INDICE-CONCEPTO > CANTIDAD-CONCEPTOS
			MOVE TC-IMPORTE (INDICE-CONCEPTO)
				TO IMPORTE-ASIENTO
			MOVE TC-CONCEPTO (INDICE-CONCEPTO)
				TO CONCEPTO-ASIENTO
			PERFORM GRABAR-ASIENTO-DEBE
		END-PERFORM
		MOVE TOTAL-IMPUESTO TO IMPORTE-ASIENTO
		MOVE "RET IMPUESTO" TO CONCEPTO-ASIENTO
		PERFORM GRABAR-ASIENTO-HABER
		MOVE TOTAL-JUBILACION TO IMPORTE-ASIENTO
		MOVE "RET JUBILAC " TO CONCEPTO-ASIENTO
		PERFORM GRABAR-ASIENTO-HABER
		MOVE TOTAL-SINDICATO TO IMPORTE-ASIENTO
		MOVE "RET SINDICAT" TO CONCEPTO-ASIENTO
		PERFORM GRABAR-ASIENTO-HABER
		MOVE TOTAL-NETO TO IMPORTE-ASIENTO
		MOVE "NETO A PAGAR" TO CONCEPTO-ASIENTO
		PERFORM GRABAR-ASIENTO-HABER.

	CONTROLAR-IMPUTACIONES.
		*> Con los conceptos del lote ya juntados en la
		*> verificación, sus cuentas se controlan antes de
		*> pagar: un lote que no se podría asentar se rechaza
		*> entero, como el que trae filas con error.
		MOVE ZERO TO IPE-CANTIDAD
		PERFORM ARMAR-RENGLONES-ASIENTO
		MOVE WS-PROGRAMA-LOG TO IPE-PROGRAMA
		CALL "CTAIMP" USING IMPUTACION-PEDIDO
		IF IPE-FALTANTES > ZERO
		DISPLAY IPE-FALTANTES " conceptos sin cuenta contable:"
			" lote " LOTE-ENTRADA
			" RECHAZADO, nada se pagó."
		CLOSE ARCHIVO-EMPLEADOS
		GOBACK
		END-IF.

	GRABAR-ASIENTO-DEBE.
		MOVE "D" TO LADO-ASIENTO
		PERFORM ANOTAR-RENGLON-ASIENTO.

	GRABAR-ASIENTO-HABER.
		MOVE "H" TO LADO-ASIENTO
		PERFORM ANOTAR-RENGLON-ASIENTO.

	ANOTAR-RENGLON-ASIENTO.
		IF IPE-CANTIDAD < 150
		ADD 1 TO IPE-CANTIDAD
		MOVE CONCEPTO-ASIENTO TO IPE-CONCEPTO (IPE-CANTIDAD)
		MOVE DEPTO-ASIENTO TO IPE-DEPTO (IPE-CANTIDAD)
		MOVE LADO-ASIENTO TO IPE-LADO (IPE-CANTIDAD)
		MOVE IMPORTE-ASIENTO TO IMPORTE-RENGLON (IPE-CANTIDAD)
		END-IF.

	ESCRIBIR-RENGLON-ASIENTO.
		MOVE PERIODO-LOTE TO ASI-PERIODO
		MOVE ELE-CODIGO TO ASI-EMPRESA
		MOVE ELE-MAYOR TO ASI-MAYOR
		MOVE WS-FECHA-HOY TO ASI-FECHA
		MOVE IPE-CUENTA (INDICE-RENGLON-ASI) TO ASI-CUENTA
		MOVE IPE-CONCEPTO (INDICE-RENGLON-ASI) TO ASI-CONCEPTO
		MOVE IPE-DEPTO (INDICE-RENGLON-ASI) TO ASI-DEPTO
		MOVE IMPORTE-RENGLON (INDICE-RENGLON-ASI)
			TO IMPORTE-ASIENTO
		IF IPE-LADO (INDICE-RENGLON-ASI) = "D"
		MOVE IMPORTE-ASIENTO TO ASI-DEBE
		MOVE ZERO TO ASI-HABER
		ADD IMPORTE-ASIENTO TO TOTAL-DEBE
		ELSE
		MOVE ZERO TO ASI-DEBE
		MOVE IMPORTE-ASIENTO TO ASI-HABER
		ADD IMPORTE-ASIENTO TO TOTAL-HABER
		END-IF
		WRITE LINEA-ASIENTO
		ADD 1 TO LINEAS-ASIENTO
		PERFORM MOSTRAR-LINEA-ASIENTO.

	MOSTRAR-LINEA-ASIENTO.
		MOVE IMPORTE-ASIENTO TO ASIENTO-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		IF ASI-DEBE NOT = ZERO
		STRING ASI-CUENTA DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			ASI-CONCEPTO DELIMITED BY SIZE
			" DEBE  " DELIMITED BY SIZE
			ASIENTO-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		ELSE
		STRING ASI-CUENTA DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			ASI-CONCEPTO DELIMITED BY SIZE
			" HABER " DELIMITED BY SIZE
			ASIENTO-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		END-IF
		PERFORM GRABAR-LINEA-ASIENTO.

	GRABAR-LINEA-ASIENTO.
		DISPLAY LINEA-IMPRESION
		CALL "IMPRESO" USING NOMBRE-ASIENTO LINEA-IMPRESION.

	MARCAR-LOTE-PAGADO.
		*> Recién con todo emitido el lote queda pagado: una
		*> corrida cortada antes lo deja en curso.
		MOVE ELE-CODIGO TO LES-EMPRESA
		MOVE LOTE-ENTRADA TO LES-LOTE
		READ ARCHIVO-LOTES
		INVALID KEY
		DISPLAY "Error al marcar pagado el lote "
			LOTE-ENTRADA "."
		NOT INVALID KEY
		MOVE "P" TO LES-ESTADO
		MOVE CONTADOR-PAGADOS TO LES-CANTIDAD
		MOVE TOTAL-BRUTO TO LES-TOTAL-BRUTO
		MOVE TOTAL-NETO TO LES-TOTAL-NETO
		MOVE WS-FECHA-HOY TO LES-FECHA
		MOVE WS-OPERADOR-LOG TO LES-OPERADOR
		REWRITE LOTE-ESPECIAL-REGISTRO
		INVALID KEY
		DISPLAY "Error al marcar pagado el lote "
			LOTE-ENTRADA "."
		NOT INVALID KEY
		DISPLAY "Lote " LOTE-ENTRADA " (" PERIODO-LOTE
			") marcado PAGADO."
		END-REWRITE
		END-READ.
	END PROGRAM PAGESP.
