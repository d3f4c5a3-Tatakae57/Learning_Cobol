	*> RPTPIE e IMPRESO y deja los satélites en cero para que
	*> CIERRE archive después un registro limpio. Solo
	*> supervisores: la liquidación final mueve plata.
	*> Los elementos de EQUMANT que se devuelven al egreso y
	*> siguen en poder del empleado salen listados en la hoja;
	*> a elección del supervisor se descuentan a su valor de
	*> catálogo (después del adelanto y con el mismo tope) y
	*> al confirmar quedan marcados como descontados. Si no
	*> se descuentan, CIERRE no archiva al empleado hasta que
	*> se devuelvan o se den por perdidos.
	*> Los casos de pagos indebidos que siguen abiertos
	*> (PAGIND) se descuentan después del embargo y antes del
	*> adelanto, con el mismo tope legal por caso que aplica
	*> NOMINA sobre lo que dejó el embargo. Al confirmar, el
	*> caso cubierto queda saldado y el que no alcanzó queda
	*> pasado a la liquidación final con su saldo, para
	*> reclamarlo fuera de la nómina; ambos van a AUDSAT.
	*> El mejor bruto del semestre para el aguinaldo
	*> proporcional sale de los casilleros mensuales del
	*> empleado en acumulados.dat (ACUMUL), sin recorrer el
	*> registro acumulado de nómina.
	*> Lo descontado por embargo al confirmar se anota en
	*> retenciones_embargo.dat en el período abierto, como lo
	*> que retiene NOMINA, para que DEPJUD lo deposite en la
	*> cuenta del juzgado.
	*> El saldo de francos compensatorios sin tomar (los
	*> lotes abiertos de francos.dat) se paga a la tarifa de
	*> hora extra, como el vencimiento de NOMINA; al
	*> confirmar, los lotes quedan liquidados ("L").
	IDENTIFICATION DIVISION.
	PROGRAM-ID. LIQFIN.

		RECORD KEY IS EMB-ID
		FILE STATUS IS WS-STATUS-EMB.

		SELECT OPTIONAL ARCHIVO-RETENCIONES-EMB
		ASSIGN TO "retenciones_embargo.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS REJ-CLAVE
		FILE STATUS IS WS-STATUS-REJ.

		SELECT OPTIONAL ARCHIVO-PAGOS-INDEBIDOS
		ASSIGN TO "pagos_indebidos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PGI-CLAVE
		FILE STATUS IS WS-STATUS-PGI.

		SELECT OPTIONAL ARCHIVO-ENTREGAS
		ASSIGN TO "entregas.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS ENT-CLAVE
		FILE STATUS IS WS-STATUS-ENT.

		SELECT OPTIONAL ARCHIVO-FRANCOS
		ASSIGN TO "francos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS FRA-CLAVE
		FILE STATUS IS WS-STATUS-FRA.

		SELECT OPTIONAL ARCHIVO-AJUSTES
		ASSIGN TO "ajustes.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-PER.

		SELECT OPTIONAL ARCHIVO-PARAMETROS
		ASSIGN TO "nomina_parm.dat"
		ORGANIZATION IS LINE SEQUENTIAL
	FD ARCHIVO-EMBARGOS.
		COPY "embargo.cpy".

	FD ARCHIVO-RETENCIONES-EMB.
		COPY "retemb.cpy".

	FD ARCHIVO-PAGOS-INDEBIDOS.
		COPY "pagoind.cpy".

	FD ARCHIVO-ENTREGAS.
		COPY "entrega.cpy".

	FD ARCHIVO-FRANCOS.
		COPY "francos.cpy".

	FD ARCHIVO-AJUSTES.
		01 LINEA-AJUSTE.
			02 AJU-PERIODO PIC 9(6).
			02 PER-PERIODO PIC 9(6).
			02 PER-ESTADO PIC X.

	FD ARCHIVO-PARAMETROS.
		01 LINEA-PARAMETROS.
			02 PARM-UMBRAL PIC 9(3)V99.
		01 WS-STATUS-NOV PIC XX VALUE "00".
		01 WS-STATUS-ADE PIC XX VALUE "00".
		01 WS-STATUS-EMB PIC XX VALUE "00".
		01 WS-STATUS-REJ PIC XX VALUE "00".
		01 WS-STATUS-ENT PIC XX VALUE "00".
		01 WS-STATUS-PGI PIC XX VALUE "00".
		01 WS-STATUS-FRA PIC XX VALUE "00".
		01 WS-STATUS-AJU PIC XX VALUE "00".
		01 WS-STATUS-AJT PIC XX VALUE "00".
		01 WS-STATUS-PER PIC XX VALUE "00".
		01 WS-STATUS-PRM PIC XX VALUE "00".
		01 ID-BUSCADO PIC 9(5) VALUE ZERO.
		01 CAMPO-ENTRADA PIC X(6) VALUE SPACES.
		01 IMPORTE-HORAS PIC 9(6)V99 VALUE ZERO.
		01 HORAS-PENDIENTES PIC 9(3)V99 VALUE ZERO.
		01 NOVEDAD-PENDIENTE PIC X VALUE "N".
		01 FIN-FRANCOS PIC X VALUE "N".
		01 HORAS-LOTE PIC 9(3)V99 VALUE ZERO.
		01 HORAS-FRANCO-PEND PIC 9(4)V99 VALUE ZERO.
		01 TARIFA-FRANCO PIC 9(4)V99 VALUE ZERO.
		01 IMPORTE-FRANCOS PIC 9(6)V99 VALUE ZERO.
		01 IMPORTE-AJUSTES PIC S9(7)V99 VALUE ZERO.
		01 FIN-AJUSTES PIC X VALUE "N".
		01 MES-SEM-DESDE PIC 99 VALUE ZERO.
		COPY "acumul.cpy".
		01 MEJOR-BRUTO-SEM PIC 9(6)V99 VALUE ZERO.
		01 MESES-SEMESTRE PIC 9 VALUE ZERO.
		01 PRODUCTO-SAC PIC 9(8)V99 VALUE ZERO.
		01 SALDO-EMBARGO PIC 9(6)V99 VALUE ZERO.
		01 DESCUENTO-EMBARGO PIC 9(6)V99 VALUE ZERO.
		01 DESCUENTO-ADELANTO PIC 9(6)V99 VALUE ZERO.
		01 SALDO-PAGO-INDEBIDO PIC 9(7)V99 VALUE ZERO.
		01 DESCUENTO-PAGO-INDEBIDO PIC 9(7)V99 VALUE ZERO.
		01 NETO-BASE-RECUPERO PIC 9(7)V99 VALUE ZERO.
		01 PRODUCTO-RECUPERO PIC 9(9)V99 VALUE ZERO.
		01 TOPE-RECUPERO PIC 9(7)V99 VALUE ZERO.
		01 CUOTA-UN-CASO PIC 9(6)V99 VALUE ZERO.
		01 FIN-CASOS-PGI PIC X VALUE "N".
		01 APLICAR-RECUPERO PIC X VALUE "N".
		01 CASO-HALLADO PIC X VALUE "N".
		*> Imagen corta del caso para AUDSAT, la misma que
		*> arma PAGIND.
		01 IMAGEN-CASO.
			02 IMC-ID PIC 9(5).
			02 IMC-PERIODO PIC 9(6).
			02 IMC-IMPORTE PIC 9(6)V99.
			02 IMC-PORCENTAJE PIC 9(2)V99.
			02 IMC-SALDO PIC 9(6)V99.
			02 IMC-ESTADO PIC X.
			02 IMC-FECHA PIC 9(8).
		01 FIN-ENTREGAS PIC X VALUE "N".
		01 ELEMENTOS-PENDIENTES PIC 9(3) VALUE ZERO.
		01 VALOR-ELEMENTO PIC 9(7)V99 VALUE ZERO.
		01 IMPORTE-ELEMENTOS PIC 9(7)V99 VALUE ZERO.
		01 DESCUENTO-ELEMENTOS PIC 9(7)V99 VALUE ZERO.
		01 DESCONTAR-ELEMENTOS PIC X VALUE "N".
		01 TOTAL-HABERES PIC S9(7)V99 VALUE ZERO.
		01 TOTAL-LIQUIDACION PIC S9(7)V99 VALUE ZERO.
		01 IMPORTE-EDITADO PIC +$$,$$$,$$9.99.
		01 NOMBRE-REPORTE PIC X(8) VALUE "LIQFIN".
		01 LINEAS-REPORTE PIC 9(7) VALUE 1.
		01 LINEA-IMPRESION PIC X(168) VALUE SPACES.
		*> Imagen corta de la entrega para AUDSAT, la misma
		*> que arma EQUMANT.
		01 IMAGEN-ENTREGA.
			02 IME-ID PIC 9(5).
			02 IME-NUMERO PIC 9(3).
			02 IME-CODIGO PIC X(6).
			02 IME-CANTIDAD PIC 9(3).
			02 IME-SITUACION PIC X.
			02 IME-FECHA-DEVOLUCION PIC 9(8).
			02 IME-OPERADOR PIC X(8).
		01 NOMBRE-AUDSAT PIC X(12) VALUE "entregas".
		01 OPERACION-AUDSAT PIC X VALUE "M".
		01 IMAGEN-SAT-ANTES PIC X(40) VALUE SPACES.
		01 IMAGEN-SAT-DESPUES PIC X(40) VALUE SPACES.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "LIQFIN".
		01 WS-MENSAJE-LOG PIC X(40).
		01 WS-SEVERIDAD-LOG PIC X VALUE "A".
		PERFORM BUSCAR-TARIFA-VIGENTE.
		PERFORM VALUAR-VACACIONES.
		PERFORM VALUAR-HORAS-PENDIENTES.
		PERFORM VALUAR-FRANCOS.
		PERFORM SUMAR-AJUSTES-PENDIENTES.
		PERFORM CALCULAR-SAC-PROPORCIONAL.
		PERFORM LEER-SALDOS-DESCUENTOS.
		PERFORM SUMAR-ELEMENTOS-PENDIENTES.
		IF ELEMENTOS-PENDIENTES > ZERO
		MOVE IMPORTE-ELEMENTOS TO IMPORTE-EDITADO
		DISPLAY "Elementos sin devolver: " ELEMENTOS-PENDIENTES
			" por " IMPORTE-EDITADO
		DISPLAY "Descontar elementos no devueltos (S/N): "
		ACCEPT DESCONTAR-ELEMENTOS
		IF DESCONTAR-ELEMENTOS = "s"
		MOVE "S" TO DESCONTAR-ELEMENTOS
		END-IF
		END-IF.
		PERFORM CALCULAR-TOTAL.
		PERFORM IMPRIMIR-LIQUIDACION.
		DISPLAY "Confirmar y dejar saldos en cero (S/N): ".
		OPEN I-O ARCHIVO-VACACIONES
		OPEN I-O ARCHIVO-NOVEDADES
		OPEN I-O ARCHIVO-ADELANTOS
		OPEN I-O ARCHIVO-EMBARGOS
		OPEN I-O ARCHIVO-RETENCIONES-EMB
		OPEN I-O ARCHIVO-PAGOS-INDEBIDOS
		OPEN I-O ARCHIVO-ENTREGAS
		OPEN I-O ARCHIVO-FRANCOS.

	CERRAR-ARCHIVOS.
		CLOSE ARCHIVO-EMPLEADOS.
		CLOSE ARCHIVO-NOVEDADES.
		CLOSE ARCHIVO-ADELANTOS.
		CLOSE ARCHIVO-EMBARGOS.
		CLOSE ARCHIVO-RETENCIONES-EMB.
		CLOSE ARCHIVO-PAGOS-INDEBIDOS.
		CLOSE ARCHIVO-ENTREGAS.
		CLOSE ARCHIVO-FRANCOS.

	LEER-PERIODO-ABIERTO.
		OPEN INPUT ARCHIVO-PERIODO
		END-READ
		END-IF.

	VALUAR-FRANCOS.
		*> Horas sin tomar de los lotes abiertos, a la tarifa
		*> vigente por el multiplicador de hora extra.
		MOVE ZERO TO HORAS-FRANCO-PEND
		MOVE ZERO TO IMPORTE-FRANCOS
		PERFORM POSICIONAR-FRANCOS
		PERFORM UNTIL FIN-FRANCOS = "S"
			PERFORM LEER-LOTE-ABIERTO
			IF FIN-FRANCOS = "N"
			ADD HORAS-LOTE TO HORAS-FRANCO-PEND
			END-IF
		END-PERFORM
		IF HORAS-FRANCO-PEND > ZERO
		MULTIPLY TARIFA-VIGENTE BY MULTIPLICADOR-EXTRA
			GIVING TARIFA-FRANCO ROUNDED
		MULTIPLY TARIFA-FRANCO BY HORAS-FRANCO-PEND
			GIVING IMPORTE-FRANCOS ROUNDED
		END-IF.

	POSICIONAR-FRANCOS.
		*> El período 1 deja atrás el renglón de adhesión.
		MOVE "N" TO FIN-FRANCOS
		MOVE ID-BUSCADO TO FRA-ID
		MOVE 1 TO FRA-PERIODO
		MOVE ZERO TO FRA-SUBPERIODO
		START ARCHIVO-FRANCOS
			KEY IS NOT LESS THAN FRA-CLAVE
		INVALID KEY MOVE "S" TO FIN-FRANCOS
		END-START.

	LEER-LOTE-ABIERTO.
		*> Deja en el registro el próximo lote abierto con
		*> horas del empleado y en HORAS-LOTE lo que le queda.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S" OR FIN-FRANCOS = "S"
			READ ARCHIVO-FRANCOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-FRANCOS
			NOT AT END
			IF FRA-ID NOT = ID-BUSCADO
			MOVE "S" TO FIN-FRANCOS
			ELSE
			COMPUTE HORAS-LOTE = FRA-HORAS-GANADAS
				- FRA-HORAS-TOMADAS - FRA-HORAS-PAGADAS
			IF FRA-ABIERTO AND HORAS-LOTE > ZERO
			MOVE "S" TO CAMPO-VALIDO
			END-IF
			END-IF
			END-READ
		END-PERFORM.

	SUMAR-AJUSTES-PENDIENTES.
		MOVE ZERO TO IMPORTE-AJUSTES
		MOVE "N" TO FIN-AJUSTES
		MOVE ZERO TO MEJOR-BRUTO-SEM
		MOVE ZERO TO IMPORTE-SAC
		IF MES-HOY <= 6
		MOVE 1 TO MES-SEM-DESDE
		MOVE MES-HOY TO MESES-SEMESTRE
		ELSE
		MOVE 7 TO MES-SEM-DESDE
		COMPUTE MESES-SEMESTRE = MES-HOY - 6
		END-IF
		*> Solo casilleros mensuales: el aguinaldo (51/52) y
		*> los pagos especiales (61 a 99) no cuentan.
		MOVE "L" TO PAC-OPERACION
		MOVE ANIO-HOY TO PAC-ANIO
		MOVE ID-BUSCADO TO PAC-ID
		MOVE "BRUT" TO PAC-CONCEPTO
		MOVE MES-SEM-DESDE TO PAC-MES-DESDE
		MOVE 12 TO PAC-MES-HASTA
		CALL "ACUMUL" USING ACUMULADO-PEDIDO
		IF PAC-HALLADO
		MOVE PAC-MEJOR TO MEJOR-BRUTO-SEM
		END-IF
		IF MEJOR-BRUTO-SEM > ZERO
		COMPUTE PRODUCTO-SAC ROUNDED =
		CONTINUE
		NOT INVALID KEY
		MOVE EMB-SALDO TO SALDO-EMBARGO
		END-READ
		MOVE ZERO TO SALDO-PAGO-INDEBIDO
		PERFORM POSICIONAR-PAGOS-INDEBIDOS
		PERFORM UNTIL FIN-CASOS-PGI = "S"
			PERFORM LEER-CASO-ABIERTO
			IF FIN-CASOS-PGI = "N"
			ADD PGI-SALDO TO SALDO-PAGO-INDEBIDO
			END-IF
		END-PERFORM.

	CALCULAR-TOTAL.
		*> Descuentos en orden de prelación legal (primero el
		*> embargo judicial, después el adelanto de la casa),
		*> topeados en los haberes: el total no baja de cero.
		COMPUTE TOTAL-HABERES = IMPORTE-VACACIONES
			+ IMPORTE-HORAS + IMPORTE-FRANCOS
			+ IMPORTE-AJUSTES + IMPORTE-SAC
		IF TOTAL-HABERES < ZERO
		MOVE ZERO TO TOTAL-HABERES
		END-IF
		END-IF
		SUBTRACT DESCUENTO-EMBARGO FROM TOTAL-HABERES
			GIVING TOTAL-LIQUIDACION
		*> Los pagos indebidos, caso por caso con su tope
		*> legal sobre lo que dejó el embargo.
		MOVE ZERO TO DESCUENTO-PAGO-INDEBIDO
		IF SALDO-PAGO-INDEBIDO > ZERO
		MOVE TOTAL-LIQUIDACION TO NETO-BASE-RECUPERO
		MOVE "N" TO APLICAR-RECUPERO
		PERFORM RECORRER-PAGOS-INDEBIDOS
		SUBTRACT DESCUENTO-PAGO-INDEBIDO FROM TOTAL-LIQUIDACION
		END-IF
		MOVE SALDO-ADELANTO TO DESCUENTO-ADELANTO
		IF DESCUENTO-ADELANTO > TOTAL-LIQUIDACION
		MOVE TOTAL-LIQUIDACION TO DESCUENTO-ADELANTO
		END-IF
		SUBTRACT DESCUENTO-ADELANTO FROM TOTAL-LIQUIDACION
		*> Los elementos no devueltos van últimos: son una
		*> deuda de la casa, no una retención legal.
		MOVE ZERO TO DESCUENTO-ELEMENTOS
		IF DESCONTAR-ELEMENTOS = "S"
		MOVE IMPORTE-ELEMENTOS TO DESCUENTO-ELEMENTOS
		IF DESCUENTO-ELEMENTOS > TOTAL-LIQUIDACION
		MOVE TOTAL-LIQUIDACION TO DESCUENTO-ELEMENTOS
		END-IF
		SUBTRACT DESCUENTO-ELEMENTOS FROM TOTAL-LIQUIDACION
		END-IF.

	POSICIONAR-PAGOS-INDEBIDOS.
		MOVE "N" TO FIN-CASOS-PGI
		MOVE ID-BUSCADO TO PGI-ID
		MOVE ZERO TO PGI-PERIODO
		START ARCHIVO-PAGOS-INDEBIDOS
			KEY IS NOT LESS THAN PGI-CLAVE
		INVALID KEY MOVE "S" TO FIN-CASOS-PGI
		END-START.

	LEER-CASO-ABIERTO.
		*> Deja en el registro el próximo caso abierto del
		*> empleado; al pasar a otro ID, fin.
		MOVE "N" TO CASO-HALLADO
		PERFORM UNTIL CASO-HALLADO = "S" OR FIN-CASOS-PGI = "S"
			READ ARCHIVO-PAGOS-INDEBIDOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-CASOS-PGI
			NOT AT END
			IF PGI-ID NOT = ID-BUSCADO
			MOVE "S" TO FIN-CASOS-PGI
			ELSE
			IF RECUPERO-ABIERTO AND PGI-SALDO > ZERO
			MOVE "S" TO CASO-HALLADO
			END-IF
			END-IF
			END-READ
		END-PERFORM.

	RECORRER-PAGOS-INDEBIDOS.
		*> La misma cuenta sirve para calcular el descuento y,
		*> al confirmar, para repartirlo entre los casos.
		MOVE ZERO TO DESCUENTO-PAGO-INDEBIDO
		PERFORM POSICIONAR-PAGOS-INDEBIDOS
		PERFORM UNTIL FIN-CASOS-PGI = "S"
			PERFORM LEER-CASO-ABIERTO
			IF FIN-CASOS-PGI = "N"
			PERFORM DESCONTAR-UN-RECUPERO
			END-IF
		END-PERFORM.

	DESCONTAR-UN-RECUPERO.
		MULTIPLY NETO-BASE-RECUPERO BY PGI-PORCENTAJE
			GIVING PRODUCTO-RECUPERO ROUNDED
		DIVIDE PRODUCTO-RECUPERO BY 100
			GIVING TOPE-RECUPERO ROUNDED
		MOVE ZERO TO CUOTA-UN-CASO
		IF TOPE-RECUPERO > DESCUENTO-PAGO-INDEBIDO
		SUBTRACT DESCUENTO-PAGO-INDEBIDO FROM TOPE-RECUPERO
		IF TOPE-RECUPERO > PGI-SALDO
		MOVE PGI-SALDO TO CUOTA-UN-CASO
		ELSE
		MOVE TOPE-RECUPERO TO CUOTA-UN-CASO
		END-IF
		END-IF
		ADD CUOTA-UN-CASO TO DESCUENTO-PAGO-INDEBIDO
		IF APLICAR-RECUPERO = "S"
		PERFORM ARMAR-IMAGEN-CASO
		MOVE IMAGEN-CASO TO IMAGEN-SAT-ANTES
		SUBTRACT CUOTA-UN-CASO FROM PGI-SALDO
		IF PGI-SALDO = ZERO
		MOVE "S" TO PGI-ESTADO
		ELSE
		MOVE "L" TO PGI-ESTADO
		END-IF
		MOVE WS-FECHA-HOY TO PGI-FECHA-CIERRE
		REWRITE PAGOS-INDEBIDOS-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo rebajar el pago indebido "
			PGI-PERIODO "."
		NOT INVALID KEY
		PERFORM ARMAR-IMAGEN-CASO
		MOVE IMAGEN-CASO TO IMAGEN-SAT-DESPUES
		MOVE "pagos_indeb" TO NOMBRE-AUDSAT
		CALL "AUDSAT" USING WS-PROGRAMA-LOG
			NOMBRE-AUDSAT OPERACION-AUDSAT
			IMAGEN-SAT-ANTES IMAGEN-SAT-DESPUES
			WS-OPERADOR-LOG
		END-REWRITE
		END-IF.

	ARMAR-IMAGEN-CASO.
		MOVE PGI-ID TO IMC-ID
		MOVE PGI-PERIODO TO IMC-PERIODO
		MOVE PGI-IMPORTE TO IMC-IMPORTE
		MOVE PGI-PORCENTAJE TO IMC-PORCENTAJE
		MOVE PGI-SALDO TO IMC-SALDO
		MOVE PGI-ESTADO TO IMC-ESTADO
		MOVE WS-FECHA-HOY TO IMC-FECHA.

	SUMAR-ELEMENTOS-PENDIENTES.
		*> Lo que sigue en poder del empleado y se devuelve al
		*> egreso, valuado al valor copiado del catálogo en la
		*> entrega. Los consumibles no se reclaman.
		MOVE ZERO TO ELEMENTOS-PENDIENTES
		MOVE ZERO TO IMPORTE-ELEMENTOS
		PERFORM POSICIONAR-ENTREGAS
		PERFORM UNTIL FIN-ENTREGAS = "S"
			PERFORM LEER-ENTREGA-PENDIENTE
			IF FIN-ENTREGAS = "N"
			ADD 1 TO ELEMENTOS-PENDIENTES
			ADD VALOR-ELEMENTO TO IMPORTE-ELEMENTOS
			END-IF
		END-PERFORM.

	POSICIONAR-ENTREGAS.
		MOVE "N" TO FIN-ENTREGAS
		MOVE ID-BUSCADO TO ENT-ID
		MOVE ZERO TO ENT-NUMERO
		START ARCHIVO-ENTREGAS
			KEY IS NOT LESS THAN ENT-CLAVE
		INVALID KEY MOVE "S" TO FIN-ENTREGAS
		END-START.

	LEER-ENTREGA-PENDIENTE.
		*> Avanza hasta la próxima entrega en poder que se
		*> devuelve; FIN-ENTREGAS = "S" al cambiar de ID.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S" OR FIN-ENTREGAS = "S"
			READ ARCHIVO-ENTREGAS NEXT RECORD
			AT END
			MOVE "S" TO FIN-ENTREGAS
			NOT AT END
			IF ENT-ID NOT = ID-BUSCADO
			MOVE "S" TO FIN-ENTREGAS
			ELSE
			IF ENT-EN-PODER AND ENT-DEVOLVER = "S"
			MOVE "S" TO CAMPO-VALIDO
			COMPUTE VALOR-ELEMENTO =
				ENT-VALOR * ENT-CANTIDAD
			END-IF
			END-IF
			END-READ
		END-PERFORM.

	IMPRIMIR-LIQUIDACION.
		CALL "RPTHDR" USING TITULO-REPORTE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		IF HORAS-FRANCO-PEND > ZERO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "HORAS FRANCO PEND:    " DELIMITED BY SIZE
			HORAS-FRANCO-PEND DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		MOVE IMPORTE-FRANCOS TO IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "IMPORTE FRANCOS:    " DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		END-IF
		MOVE IMPORTE-AJUSTES TO IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "AJUSTES PENDIENTES: " DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		IF SALDO-PAGO-INDEBIDO > ZERO
		MOVE DESCUENTO-PAGO-INDEBIDO TO IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "MENOS PAGO INDEBIDO:" DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		IF SALDO-PAGO-INDEBIDO > DESCUENTO-PAGO-INDEBIDO
		SUBTRACT DESCUENTO-PAGO-INDEBIDO
			FROM SALDO-PAGO-INDEBIDO GIVING TOPE-RECUPERO
		MOVE TOPE-RECUPERO TO IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "PAGO INDEBIDO A RECLAMAR FUERA DE NOMINA: "
			DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		END-IF
		END-IF
		MOVE DESCUENTO-ADELANTO TO IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "MENOS ADELANTO:     " DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		IF ELEMENTOS-PENDIENTES > ZERO
		PERFORM IMPRIMIR-ELEMENTOS
		END-IF
		MOVE TOTAL-LIQUIDACION TO IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "TOTAL A PAGAR:      " DELIMITED BY SIZE
		CALL "RPTPIE" USING TITULO-REPORTE
			LINEAS-REPORTE NOMBRE-REPORTE.

	IMPRIMIR-ELEMENTOS.
		PERFORM POSICIONAR-ENTREGAS
		PERFORM UNTIL FIN-ENTREGAS = "S"
			PERFORM LEER-ENTREGA-PENDIENTE
			IF FIN-ENTREGAS = "N"
			MOVE VALOR-ELEMENTO TO IMPORTE-EDITADO
			MOVE SPACES TO LINEA-IMPRESION
			STRING "  NO DEVUELTO " DELIMITED BY SIZE
				ENT-CODIGO DELIMITED BY SIZE
				" x" DELIMITED BY SIZE
				ENT-CANTIDAD DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				ENT-SERIE DELIMITED BY SIZE
				IMPORTE-EDITADO DELIMITED BY SIZE
				INTO LINEA-IMPRESION
			END-STRING
			PERFORM GRABAR-LINEA
			END-IF
		END-PERFORM
		MOVE DESCUENTO-ELEMENTOS TO IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		IF DESCONTAR-ELEMENTOS = "S"
		STRING "MENOS ELEMENTOS:    " DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		ELSE
		STRING "ELEMENTOS NO DESCONTADOS: PENDIENTES DE"
			DELIMITED BY SIZE
			" DEVOLUCION" DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		END-IF
		PERFORM GRABAR-LINEA.

	ARMAR-LINEA-VACACIONES.
		MOVE SPACES TO LINEA-IMPRESION
		STRING "IMPORTE VACACIONES: " DELIMITED BY SIZE
		REWRITE EMBARGOS-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo rebajar el embargo."
		NOT INVALID KEY
		IF DESCUENTO-EMBARGO > ZERO
		PERFORM ANOTAR-RETENCION-EMBARGO
		END-IF
		END-REWRITE
		END-READ
		IF NOVEDAD-PENDIENTE = "S"
		DISPLAY "No se pudo borrar la novedad pendiente."
		END-DELETE
		END-IF
		PERFORM MARCAR-AJUSTES-APLICADOS
		IF SALDO-PAGO-INDEBIDO > ZERO
		MOVE "S" TO APLICAR-RECUPERO
		MOVE "M" TO OPERACION-AUDSAT
		PERFORM RECORRER-PAGOS-INDEBIDOS
		END-IF
		IF DESCONTAR-ELEMENTOS = "S"
		MOVE "entregas" TO NOMBRE-AUDSAT
		PERFORM MARCAR-ELEMENTOS-DESCONTADOS
		END-IF
		IF HORAS-FRANCO-PEND > ZERO
		MOVE "francos" TO NOMBRE-AUDSAT
		MOVE "M" TO OPERACION-AUDSAT
		PERFORM SALDAR-FRANCOS
		END-IF.

	SALDAR-FRANCOS.
		*> Lo que quedaba de cada lote pasa a pagado en la
		*> liquidación final, en el período abierto.
		PERFORM POSICIONAR-FRANCOS
		PERFORM UNTIL FIN-FRANCOS = "S"
			PERFORM LEER-LOTE-ABIERTO
			IF FIN-FRANCOS = "N"
			MOVE FRANCOS-REGISTRO TO IMAGEN-SAT-ANTES
			ADD HORAS-LOTE TO FRA-HORAS-PAGADAS
			MOVE "L" TO FRA-ESTADO
			IF PERIODO-ABIERTO > ZERO
			MOVE PERIODO-ABIERTO TO FRA-PERIODO-PAGO
			ELSE
			MOVE WS-FECHA-HOY (1:6) TO FRA-PERIODO-PAGO
			END-IF
			MOVE WS-FECHA-HOY TO FRA-FECHA
			MOVE WS-OPERADOR-LOG TO FRA-OPERADOR
			REWRITE FRANCOS-REGISTRO
			INVALID KEY
			DISPLAY "No se pudo saldar el lote de francos "
				FRA-PERIODO "."
			NOT INVALID KEY
			MOVE FRANCOS-REGISTRO TO IMAGEN-SAT-DESPUES
			CALL "AUDSAT" USING WS-PROGRAMA-LOG
				NOMBRE-AUDSAT OPERACION-AUDSAT
				IMAGEN-SAT-ANTES IMAGEN-SAT-DESPUES
				WS-OPERADOR-LOG
			END-REWRITE
			END-IF
		END-PERFORM.

	ANOTAR-RETENCION-EMBARGO.
		*> Lo descontado queda para depositar en el juzgado,
		*> en el período abierto (el mes de hoy si no hay).
		IF PERIODO-ABIERTO > ZERO
		MOVE PERIODO-ABIERTO TO REJ-PERIODO
		ELSE
		MOVE WS-FECHA-HOY (1:6) TO REJ-PERIODO
		END-IF
		MOVE ID-BUSCADO TO REJ-ID
		READ ARCHIVO-RETENCIONES-EMB
		INVALID KEY
		MOVE EMB-EXPEDIENTE TO REJ-EXPEDIENTE
		IF EMPLEADO-EMPRESA IS NOT NUMERIC
		OR EMPLEADO-EMPRESA = ZERO
		MOVE 1 TO REJ-EMPRESA
		ELSE
		MOVE EMPLEADO-EMPRESA TO REJ-EMPRESA
		END-IF
		MOVE DESCUENTO-EMBARGO TO REJ-RETENIDO
		MOVE ZERO TO REJ-DEPOSITADO
		MOVE ZERO TO REJ-FECHA-DEPOSITO
		WRITE RETENCIONES-EMBARGO-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo anotar la retención del embargo."
		END-WRITE
		NOT INVALID KEY
		ADD DESCUENTO-EMBARGO TO REJ-RETENIDO
		REWRITE RETENCIONES-EMBARGO-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo anotar la retención del embargo."
		END-REWRITE
		END-READ.

	MARCAR-ELEMENTOS-DESCONTADOS.
		*> Quedan como descontados aunque el tope no haya
		*> alcanzado a cubrir el valor entero: la deuda se
		*> resolvió en la liquidación final.
		PERFORM POSICIONAR-ENTREGAS
		PERFORM UNTIL FIN-ENTREGAS = "S"
			PERFORM LEER-ENTREGA-PENDIENTE
			IF FIN-ENTREGAS = "N"
			PERFORM ARMAR-IMAGEN-ENTREGA
			MOVE IMAGEN-ENTREGA TO IMAGEN-SAT-ANTES
			MOVE WS-FECHA-HOY TO ENT-FECHA-DEVOLUCION
			MOVE "C" TO ENT-SITUACION
			MOVE WS-OPERADOR-LOG TO ENT-OPERADOR
			REWRITE ENTREGAS-REGISTRO
			INVALID KEY
			DISPLAY "No se pudo marcar la entrega "
				ENT-NUMERO "."
			NOT INVALID KEY
			PERFORM ARMAR-IMAGEN-ENTREGA
			MOVE IMAGEN-ENTREGA TO IMAGEN-SAT-DESPUES
			CALL "AUDSAT" USING WS-PROGRAMA-LOG
				NOMBRE-AUDSAT OPERACION-AUDSAT
				IMAGEN-SAT-ANTES IMAGEN-SAT-DESPUES
				WS-OPERADOR-LOG
			END-REWRITE
			END-IF
		END-PERFORM.

	ARMAR-IMAGEN-ENTREGA.
		MOVE ENT-ID TO IME-ID
		MOVE ENT-NUMERO TO IME-NUMERO
		MOVE ENT-CODIGO TO IME-CODIGO
		MOVE ENT-CANTIDAD TO IME-CANTIDAD
		MOVE ENT-SITUACION TO IME-SITUACION
		MOVE ENT-FECHA-DEVOLUCION TO IME-FECHA-DEVOLUCION
		MOVE ENT-OPERADOR TO IME-OPERADOR.

	MARCAR-AJUSTES-APLICADOS.
		*> Regrabado en flujo por archivo de trabajo, como el
