	*> Depósitos judiciales de embargos:
	*> NOMINA retiene la cuota del embargo pero nada la hacía
	*> llegar al juzgado: la plata quedaba en la cuenta
	*> transitoria de RET EMBARGO hasta que alguien armaba las
	*> boletas a mano. Esto toma un período y una empresa
	*> (EMPSEL), junta lo retenido que todavía no se depositó
	*> en retenciones_embargo.dat (lo anotan NOMINA y LIQFIN),
	*> lo ordena por expediente y deposita cada expediente en
	*> la cuenta judicial que tiene cargada su embargo: una
	*> boleta por expediente (spool BOLDEP), un renglón por
	*> expediente en el archivo de transferencia al banco
	*> oficial (depjud-CC-AAAAMM-AAAAMMDD.dat, con trailer de
	*> cantidad y suma, como el de NOMINA) y el depósito
	*> grabado en depositos_judiciales.dat contra el
	*> expediente. Lo depositado se suma a cada retención, así
	*> una segunda corrida del mismo período solo lleva lo que
	*> se retuvo después (una liquidación final).
	*> La conciliación (spool DEPJUD) compara por expediente
	*> lo retenido en el período con lo depositado: un
	*> expediente sin cuenta judicial no se deposita, sale con
	*> su diferencia y la corrida devuelve código 8. Al final
	*> lista los embargos ya saldados y depositados que siguen
	*> sin oficio de levantamiento: hay que pedirlo al juzgado
	*> y registrarlo con la cancelación de EMBARGO.
	*> Solo supervisores: mueve plata. El archivo de
	*> transferencia de un día no se pisa: si ya existe, la
	*> corrida no arranca.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. DEPJUD.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-RETENCIONES-EMB
		ASSIGN TO "retenciones_embargo.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS REJ-CLAVE
		FILE STATUS IS WS-STATUS-REJ.

		SELECT OPTIONAL ARCHIVO-EMBARGOS
		ASSIGN TO "embargos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS EMB-ID
		FILE STATUS IS WS-STATUS-EMB.

		SELECT OPTIONAL ARCHIVO-DEPOSITOS
		ASSIGN TO "depositos_judiciales.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS DJU-CLAVE
		FILE STATUS IS WS-STATUS-DJU.

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

		SELECT ARCHIVO-TRANSFERENCIA
		ASSIGN TO DYNAMIC NOMBRE-TRANSFERENCIA
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-TRF.

		SELECT ARCHIVO-ORDEN
		ASSIGN TO "depjud.srt".

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-RETENCIONES-EMB.
		COPY "retemb.cpy".

	FD ARCHIVO-EMBARGOS.
		COPY "embargo.cpy".

	FD ARCHIVO-DEPOSITOS.
		COPY "depjud.cpy".

	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	*> Transferencia al banco oficial: un renglón por
	*> expediente con la cuenta judicial y el importe, y un
	*> trailer con cantidad, suma y la cuenta de la empresa
	*> que se debita. Importes con SIGN IS TRAILING SEPARATE,
	*> como el archivo del banco de NOMINA.
	FD ARCHIVO-TRANSFERENCIA.
		01 TRANSFERENCIA-DETALLE.
			02 TRJ-TIPO PIC X.
			02 TRJ-EXPEDIENTE PIC X(12).
			02 TRJ-CBU PIC X(22).
			02 TRJ-IMPORTE PIC S9(7)V99
				SIGN IS TRAILING SEPARATE.
			02 TRJ-PERIODO PIC 9(6).
		01 TRANSFERENCIA-TRAILER.
			02 TRJ-TR-TIPO PIC X.
			02 TRJ-TR-CANTIDAD PIC 9(7).
			02 TRJ-TR-TOTAL PIC S9(9)V99
				SIGN IS TRAILING SEPARATE.
			02 TRJ-TR-PERIODO PIC 9(6).
			02 TRJ-TR-EMPRESA PIC 9(2).
			02 TRJ-TR-CUIT PIC 9(11).
			02 TRJ-TR-CBU-EMPRESA PIC X(22).

	SD ARCHIVO-ORDEN.
		01 ORDEN-REGISTRO.
			02 ORDEN-EXPEDIENTE PIC X(12).
			02 ORDEN-ID PIC 9(5).
			02 ORDEN-RETENIDO PIC 9(7)V99.
			02 ORDEN-DEPOSITADO PIC 9(7)V99.

	WORKING-STORAGE SECTION.
		01 WS-STATUS-REJ PIC XX VALUE "00".
		01 WS-STATUS-EMB PIC XX VALUE "00".
		01 WS-STATUS-DJU PIC XX VALUE "00".
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 WS-STATUS-TRF PIC XX VALUE "00".
		01 CAMPO-ENTRADA PIC X(6) VALUE SPACES.
		01 PERIODO-BUSCADO PIC 9(6) VALUE ZERO.
		01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
		01 NOMBRE-TRANSFERENCIA PIC X(30) VALUE SPACES.
		01 TRANSFERENCIA-ABIERTA PIC X VALUE "N".
		01 FIN-RETENCIONES PIC X VALUE "N".
		01 FIN-ORDEN PIC X VALUE "N".
		01 FIN-DEPOSITOS PIC X VALUE "N".
		01 FIN-EMBARGOS PIC X VALUE "N".
		*> Expediente en curso en la salida del SORT.
		01 HAY-EXPEDIENTE PIC X VALUE "N".
		01 EXPEDIENTE-ANTERIOR PIC X(12) VALUE SPACES.
		01 CUENTA-EXPEDIENTE PIC X(22) VALUE SPACES.
		01 BOLETA-ABIERTA PIC X VALUE "N".
		01 RETENIDO-EXPEDIENTE PIC 9(8)V99 VALUE ZERO.
		01 DEPOSITO-EXPEDIENTE PIC 9(8)V99 VALUE ZERO.
		01 SIN-CUENTA-EXPEDIENTE PIC 9(8)V99 VALUE ZERO.
		01 DEPOSITADO-EXPEDIENTE PIC 9(8)V99 VALUE ZERO.
		01 DIFERENCIA-EXPEDIENTE PIC S9(8)V99 VALUE ZERO.
		01 PENDIENTE-RENGLON PIC 9(7)V99 VALUE ZERO.
		*> Depósitos de un expediente: en un período o en
		*> todos (PERIODO-CONSULTA en cero).
		01 EXPEDIENTE-CONSULTA PIC X(12) VALUE SPACES.
		01 PERIODO-CONSULTA PIC 9(6) VALUE ZERO.
		01 SUMA-DEPOSITOS PIC 9(8)V99 VALUE ZERO.
		01 ULTIMA-SECUENCIA PIC 9(2) VALUE ZERO.
		*> Totales de la corrida.
		01 CANTIDAD-EXPEDIENTES PIC 9(5) VALUE ZERO.
		01 CANTIDAD-DEPOSITOS PIC 9(5) VALUE ZERO.
		01 CANTIDAD-SIN-CUENTA PIC 9(5) VALUE ZERO.
		01 CANTIDAD-DIFERENCIAS PIC 9(5) VALUE ZERO.
		01 CANTIDAD-LEVANTAMIENTOS PIC 9(5) VALUE ZERO.
		01 TOTAL-RETENIDO PIC 9(9)V99 VALUE ZERO.
		01 TOTAL-DEPOSITADO PIC 9(9)V99 VALUE ZERO.
		01 TOTAL-TRANSFERENCIA PIC 9(9)V99 VALUE ZERO.
		01 LINEAS-TRANSFERENCIA PIC 9(7) VALUE ZERO.
		01 EMPRESA-EMPLEADO PIC 9(2) VALUE ZERO.
		01 IMPORTE-EDITADO PIC $$$,$$$,$$9.99.
		01 LINEA-CONCILIACION.
			02 LC-EXPEDIENTE PIC X(12).
			02 FILLER PIC X(2) VALUE SPACES.
			02 LC-RETENIDO PIC $$,$$$,$$9.99.
			02 FILLER PIC X(2) VALUE SPACES.
			02 LC-DEPOSITADO PIC $$,$$$,$$9.99.
			02 FILLER PIC X(2) VALUE SPACES.
			02 LC-DIFERENCIA PIC $$,$$$,$$9.99-.
			02 FILLER PIC X(2) VALUE SPACES.
			02 LC-OBSERVACION PIC X(30).
		01 LINEA-BOLETA.
			02 LB-ID PIC 9(5).
			02 FILLER PIC X(2) VALUE SPACES.
			02 LB-APELLIDO PIC X(20).
			02 FILLER PIC X VALUE SPACE.
			02 LB-NOMBRE PIC X(20).
			02 FILLER PIC X(2) VALUE SPACES.
			02 LB-IMPORTE PIC $$,$$$,$$9.99.
		01 LINEA-LEVANTAMIENTO.
			02 LL-ID PIC 9(5).
			02 FILLER PIC X(2) VALUE SPACES.
			02 LL-EXPEDIENTE PIC X(12).
			02 FILLER PIC X(2) VALUE SPACES.
			02 LL-TOTAL PIC $$,$$$,$$9.99.
			02 FILLER PIC X(2) VALUE SPACES.
			02 LL-DEPOSITADO PIC $$,$$$,$$9.99.
			02 FILLER PIC X(2) VALUE SPACES.
			02 LL-OBSERVACION PIC X(30).
		*> Conciliación y listado de levantamientos.
		01 NUMERO-PAGINA PIC 99 VALUE ZERO.
		01 TITULO-REPORTE PIC X(40)
			VALUE "CONCILIACION DE DEPOSITOS JUDICIALES".
		01 NOMBRE-REPORTE PIC X(8) VALUE "DEPJUD".
		01 LINEAS-REPORTE PIC 9(7) VALUE ZERO.
		*> Boletas de depósito, una por expediente.
		01 NUMERO-PAGINA-BOLETA PIC 99 VALUE ZERO.
		01 TITULO-BOLETA PIC X(40)
			VALUE "BOLETA DE DEPOSITO JUDICIAL".
		01 NOMBRE-BOLETA PIC X(8) VALUE "BOLDEP".
		01 LINEAS-BOLETA PIC 9(7) VALUE ZERO.
		01 LINEA-IMPRESION PIC X(168) VALUE SPACES.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "DEPJUD".
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
		MOVE 8 TO RETURN-CODE
		GOBACK
		END-IF.
		IF NIVEL-FIRMADO < 2
		DISPLAY "Los depósitos judiciales son solo para"
			" supervisores."
		MOVE 8 TO RETURN-CODE
		GOBACK
		END-IF.
		CALL "EMPSEL" USING WS-OPERADOR-LOG EMPRESA-ELEGIDA.
		IF ELE-HALLADA NOT = "S"
		MOVE 8 TO RETURN-CODE
		GOBACK
		END-IF.
		DISPLAY "Período a depositar (AAAAMM): ".
		ACCEPT CAMPO-ENTRADA.
		IF CAMPO-ENTRADA IS NUMERIC
		MOVE CAMPO-ENTRADA TO PERIODO-BUSCADO
		ELSE
		DISPLAY "Período inválido."
		MOVE 8 TO RETURN-CODE
		GOBACK
		END-IF.
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
		MOVE SPACES TO NOMBRE-TRANSFERENCIA
		STRING "depjud-" DELIMITED BY SIZE
			ELE-CODIGO DELIMITED BY SIZE
			"-" DELIMITED BY SIZE
			PERIODO-BUSCADO DELIMITED BY SIZE
			"-" DELIMITED BY SIZE
			WS-FECHA-HOY DELIMITED BY SIZE
			".dat" DELIMITED BY SIZE
			INTO NOMBRE-TRANSFERENCIA
		END-STRING.
		*> Un archivo de hoy que ya existe puede no haberse
		*> subido todavía: no se pisa.
		OPEN INPUT ARCHIVO-TRANSFERENCIA
		IF WS-STATUS-TRF = "00"
		CLOSE ARCHIVO-TRANSFERENCIA
		DISPLAY "Ya existe " NOMBRE-TRANSFERENCIA
			": súbalo al banco antes de volver"
			" a depositar."
		MOVE 8 TO RETURN-CODE
		GOBACK
		END-IF.
		PERFORM APERTURA-ARCHIVOS.
		CALL "RPTHDR" USING TITULO-REPORTE
			NUMERO-PAGINA NOMBRE-REPORTE.
		MOVE SPACES TO LINEA-IMPRESION
		STRING "PERIODO RETENIDO: " DELIMITED BY SIZE
			PERIODO-BUSCADO DELIMITED BY SIZE
			"  EMPRESA: " DELIMITED BY SIZE
			ELE-RAZON-SOCIAL DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING.
		PERFORM GRABAR-LINEA.
		MOVE "EXPEDIENTE" TO LINEA-IMPRESION
		MOVE "RETENIDO" TO LINEA-IMPRESION (20:8)
		MOVE "DEPOSITADO" TO LINEA-IMPRESION (33:10)
		MOVE "DIFERENCIA" TO LINEA-IMPRESION (48:10)
		MOVE "OBSERVACION" TO LINEA-IMPRESION (61:11)
		PERFORM GRABAR-LINEA.
		SORT ARCHIVO-ORDEN
			ON ASCENDING KEY ORDEN-EXPEDIENTE ORDEN-ID
			INPUT PROCEDURE IS CARGAR-ORDEN
			OUTPUT PROCEDURE IS DEPOSITAR-ORDEN.
		IF TRANSFERENCIA-ABIERTA = "S"
		PERFORM GRABAR-TRAILER-TRANSFERENCIA
		CLOSE ARCHIVO-TRANSFERENCIA
		END-IF.
		PERFORM IMPRIMIR-TOTALES.
		PERFORM LISTAR-LEVANTAMIENTOS.
		CALL "RPTPIE" USING TITULO-REPORTE
			LINEAS-REPORTE NOMBRE-REPORTE.
		CLOSE ARCHIVO-RETENCIONES-EMB.
		CLOSE ARCHIVO-EMBARGOS.
		CLOSE ARCHIVO-DEPOSITOS.
		CLOSE ARCHIVO-EMPLEADOS.
		DISPLAY "Expedientes depositados: " CANTIDAD-DEPOSITOS.
		IF TRANSFERENCIA-ABIERTA = "S"
		DISPLAY "Transferencia: " NOMBRE-TRANSFERENCIA
		END-IF.
		IF CANTIDAD-SIN-CUENTA > ZERO
		OR CANTIDAD-DIFERENCIAS > ZERO
		MOVE "Retenciones de embargo sin depositar."
			TO WS-MENSAJE-LOG
		MOVE "G" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		MOVE 8 TO RETURN-CODE
		END-IF.
		GOBACK.

	APERTURA-ARCHIVOS.
		OPEN I-O ARCHIVO-RETENCIONES-EMB
		IF WS-STATUS-REJ NOT = "00" AND WS-STATUS-REJ NOT = "05"
		DISPLAY "Error al abrir retenciones_embargo.dat."
			" Status: " WS-STATUS-REJ
		MOVE 8 TO RETURN-CODE
		GOBACK
		END-IF
		OPEN INPUT ARCHIVO-EMBARGOS
		IF WS-STATUS-EMB NOT = "00" AND WS-STATUS-EMB NOT = "05"
		DISPLAY "Error al abrir embargos.dat. Status: "
			WS-STATUS-EMB
		CLOSE ARCHIVO-RETENCIONES-EMB
		MOVE 8 TO RETURN-CODE
		GOBACK
		END-IF
		OPEN I-O ARCHIVO-DEPOSITOS
		IF WS-STATUS-DJU NOT = "00" AND WS-STATUS-DJU NOT = "05"
		DISPLAY "Error al abrir depositos_judiciales.dat."
			" Status: " WS-STATUS-DJU
		CLOSE ARCHIVO-RETENCIONES-EMB
		CLOSE ARCHIVO-EMBARGOS
		MOVE 8 TO RETURN-CODE
		GOBACK
		END-IF
		OPEN INPUT ARCHIVO-EMPLEADOS
		IF WS-STATUS-EMP NOT = "00" AND WS-STATUS-EMP NOT = "05"
		DISPLAY "Error al abrir empleados.dat. Status: "
			WS-STATUS-EMP
		CLOSE ARCHIVO-RETENCIONES-EMB
		CLOSE ARCHIVO-EMBARGOS
		CLOSE ARCHIVO-DEPOSITOS
		MOVE 8 TO RETURN-CODE
		GOBACK
		END-IF.

	CARGAR-ORDEN.
		*> Todas las retenciones del período de la empresa,
		*> depositadas o no: la conciliación necesita lo
		*> retenido entero.
		MOVE "N" TO FIN-RETENCIONES
		MOVE PERIODO-BUSCADO TO REJ-PERIODO
		MOVE ZERO TO REJ-ID
		START ARCHIVO-RETENCIONES-EMB
			KEY IS NOT LESS THAN REJ-CLAVE
		INVALID KEY MOVE "S" TO FIN-RETENCIONES
		END-START
		PERFORM UNTIL FIN-RETENCIONES = "S"
			READ ARCHIVO-RETENCIONES-EMB NEXT RECORD
			AT END
			MOVE "S" TO FIN-RETENCIONES
			NOT AT END
			IF REJ-PERIODO NOT = PERIODO-BUSCADO
			MOVE "S" TO FIN-RETENCIONES
			ELSE
			IF REJ-EMPRESA = ELE-CODIGO
			MOVE REJ-EXPEDIENTE TO ORDEN-EXPEDIENTE
			MOVE REJ-ID TO ORDEN-ID
			MOVE REJ-RETENIDO TO ORDEN-RETENIDO
			MOVE REJ-DEPOSITADO TO ORDEN-DEPOSITADO
			RELEASE ORDEN-REGISTRO
			END-IF
			END-IF
			END-READ
		END-PERFORM.

	DEPOSITAR-ORDEN.
		MOVE "N" TO HAY-EXPEDIENTE
		MOVE "N" TO FIN-ORDEN
		PERFORM UNTIL FIN-ORDEN = "S"
			RETURN ARCHIVO-ORDEN
			AT END
			MOVE "S" TO FIN-ORDEN
			NOT AT END
			IF HAY-EXPEDIENTE = "N"
			OR ORDEN-EXPEDIENTE NOT = EXPEDIENTE-ANTERIOR
			IF HAY-EXPEDIENTE = "S"
			PERFORM CERRAR-EXPEDIENTE
			END-IF
			PERFORM ABRIR-EXPEDIENTE
			END-IF
			PERFORM SUMAR-RETENCION
			END-RETURN
		END-PERFORM
		IF HAY-EXPEDIENTE = "S"
		PERFORM CERRAR-EXPEDIENTE
		END-IF.

	ABRIR-EXPEDIENTE.
		*> La cuenta judicial sale del embargo del primer
		*> empleado del expediente, si ese embargo sigue
		*> siendo el del mismo expediente.
		MOVE "S" TO HAY-EXPEDIENTE
		MOVE ORDEN-EXPEDIENTE TO EXPEDIENTE-ANTERIOR
		ADD 1 TO CANTIDAD-EXPEDIENTES
		MOVE ZERO TO RETENIDO-EXPEDIENTE
		MOVE ZERO TO DEPOSITO-EXPEDIENTE
		MOVE ZERO TO SIN-CUENTA-EXPEDIENTE
		MOVE "N" TO BOLETA-ABIERTA
		MOVE SPACES TO CUENTA-EXPEDIENTE
		MOVE ORDEN-ID TO EMB-ID
		READ ARCHIVO-EMBARGOS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		IF EMB-EXPEDIENTE = ORDEN-EXPEDIENTE
		AND EMB-CUENTA-JUDICIAL NOT = SPACES
		MOVE EMB-CUENTA-JUDICIAL TO CUENTA-EXPEDIENTE
		END-IF
		END-READ.

	SUMAR-RETENCION.
		ADD ORDEN-RETENIDO TO RETENIDO-EXPEDIENTE
		ADD ORDEN-RETENIDO TO TOTAL-RETENIDO
		MOVE ZERO TO PENDIENTE-RENGLON
		IF ORDEN-RETENIDO > ORDEN-DEPOSITADO
		SUBTRACT ORDEN-DEPOSITADO FROM ORDEN-RETENIDO
			GIVING PENDIENTE-RENGLON
		END-IF
		IF PENDIENTE-RENGLON > ZERO
		IF CUENTA-EXPEDIENTE = SPACES
		ADD PENDIENTE-RENGLON TO SIN-CUENTA-EXPEDIENTE
		ELSE
		IF BOLETA-ABIERTA = "N"
		PERFORM ABRIR-BOLETA
		END-IF
		PERFORM MARCAR-RETENCION-DEPOSITADA
		ADD PENDIENTE-RENGLON TO DEPOSITO-EXPEDIENTE
		PERFORM IMPRIMIR-RENGLON-BOLETA
		END-IF
		END-IF.

	MARCAR-RETENCION-DEPOSITADA.
		MOVE PERIODO-BUSCADO TO REJ-PERIODO
		MOVE ORDEN-ID TO REJ-ID
		READ ARCHIVO-RETENCIONES-EMB
		INVALID KEY
		DISPLAY "No se halló la retención del ID " ORDEN-ID
		NOT INVALID KEY
		ADD PENDIENTE-RENGLON TO REJ-DEPOSITADO
		MOVE WS-FECHA-HOY TO REJ-FECHA-DEPOSITO
		REWRITE RETENCIONES-EMBARGO-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo marcar depositada la retención"
			" del ID " ORDEN-ID
		END-REWRITE
		END-READ.

	ABRIR-BOLETA.
		MOVE "S" TO BOLETA-ABIERTA
		MOVE ZERO TO LINEAS-BOLETA
		CALL "RPTHDR" USING TITULO-BOLETA
			NUMERO-PAGINA-BOLETA NOMBRE-BOLETA
		MOVE SPACES TO LINEA-IMPRESION
		STRING "EXPEDIENTE: " DELIMITED BY SIZE
			EXPEDIENTE-ANTERIOR DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-BOLETA
		MOVE SPACES TO LINEA-IMPRESION
		STRING "CUENTA JUDICIAL (CBU): " DELIMITED BY SIZE
			CUENTA-EXPEDIENTE DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-BOLETA
		MOVE SPACES TO LINEA-IMPRESION
		STRING "DEPOSITANTE: " DELIMITED BY SIZE
			ELE-RAZON-SOCIAL DELIMITED BY SIZE
			" CUIT " DELIMITED BY SIZE
			ELE-CUIT DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-BOLETA
		MOVE SPACES TO LINEA-IMPRESION
		STRING "PERIODO RETENIDO: " DELIMITED BY SIZE
			PERIODO-BUSCADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-BOLETA
		MOVE "LEGAJO APELLIDO Y NOMBRE" TO LINEA-IMPRESION
		MOVE "IMPORTE" TO LINEA-IMPRESION (57:7)
		PERFORM GRABAR-LINEA-BOLETA.

	IMPRIMIR-RENGLON-BOLETA.
		MOVE ORDEN-ID TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		MOVE SPACES TO EMPLEADO-APELLIDO
		MOVE SPACES TO EMPLEADO-NOMBRE
		END-READ
		MOVE ORDEN-ID TO LB-ID
		MOVE EMPLEADO-APELLIDO TO LB-APELLIDO
		MOVE EMPLEADO-NOMBRE TO LB-NOMBRE
		MOVE PENDIENTE-RENGLON TO LB-IMPORTE
		MOVE LINEA-BOLETA TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA-BOLETA.

	CERRAR-EXPEDIENTE.
		IF DEPOSITO-EXPEDIENTE > ZERO
		PERFORM GRABAR-DEPOSITO
		END-IF
		PERFORM CONCILIAR-EXPEDIENTE.

	GRABAR-DEPOSITO.
		*> El depósito toma la secuencia que sigue a la última
		*> del expediente en el período.
		MOVE EXPEDIENTE-ANTERIOR TO EXPEDIENTE-CONSULTA
		MOVE PERIODO-BUSCADO TO PERIODO-CONSULTA
		PERFORM SUMAR-DEPOSITOS
		MOVE EXPEDIENTE-ANTERIOR TO DJU-EXPEDIENTE
		MOVE PERIODO-BUSCADO TO DJU-PERIODO
		ADD 1 TO ULTIMA-SECUENCIA GIVING DJU-SECUENCIA
		MOVE DEPOSITO-EXPEDIENTE TO DJU-IMPORTE
		MOVE CUENTA-EXPEDIENTE TO DJU-CUENTA-JUDICIAL
		MOVE ELE-CODIGO TO DJU-EMPRESA
		MOVE WS-FECHA-HOY TO DJU-FECHA
		MOVE NOMBRE-TRANSFERENCIA TO DJU-ARCHIVO
		MOVE WS-OPERADOR-LOG TO DJU-OPERADOR
		WRITE DEPOSITOS-JUDICIALES-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo grabar el depósito del expediente "
			EXPEDIENTE-ANTERIOR
		MOVE "Error al grabar depósito judicial."
			TO WS-MENSAJE-LOG
		MOVE "G" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		END-WRITE
		IF TRANSFERENCIA-ABIERTA = "N"
		OPEN OUTPUT ARCHIVO-TRANSFERENCIA
		MOVE "S" TO TRANSFERENCIA-ABIERTA
		END-IF
		MOVE "D" TO TRJ-TIPO
		MOVE EXPEDIENTE-ANTERIOR TO TRJ-EXPEDIENTE
		MOVE CUENTA-EXPEDIENTE TO TRJ-CBU
		MOVE DEPOSITO-EXPEDIENTE TO TRJ-IMPORTE
		MOVE PERIODO-BUSCADO TO TRJ-PERIODO
		WRITE TRANSFERENCIA-DETALLE
		IF WS-STATUS-TRF NOT = "00"
		DISPLAY "Error al grabar transferencia del expediente "
			EXPEDIENTE-ANTERIOR ". Status: " WS-STATUS-TRF
		END-IF
		ADD 1 TO LINEAS-TRANSFERENCIA
		ADD DEPOSITO-EXPEDIENTE TO TOTAL-TRANSFERENCIA
		ADD 1 TO CANTIDAD-DEPOSITOS
		MOVE DEPOSITO-EXPEDIENTE TO IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "TOTAL A DEPOSITAR: " DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			"  FECHA " DELIMITED BY SIZE
			WS-FECHA-HOY DELIMITED BY SIZE
			"  DEPOSITO NRO " DELIMITED BY SIZE
			DJU-SECUENCIA DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-BOLETA
		CALL "RPTPIE" USING TITULO-BOLETA
			LINEAS-BOLETA NOMBRE-BOLETA.

	CONCILIAR-EXPEDIENTE.
		*> Lo retenido en el período contra todo lo depositado
		*> para el expediente en ese período, de esta corrida
		*> o de las anteriores.
		MOVE EXPEDIENTE-ANTERIOR TO EXPEDIENTE-CONSULTA
		MOVE PERIODO-BUSCADO TO PERIODO-CONSULTA
		PERFORM SUMAR-DEPOSITOS
		MOVE SUMA-DEPOSITOS TO DEPOSITADO-EXPEDIENTE
		ADD DEPOSITADO-EXPEDIENTE TO TOTAL-DEPOSITADO
		SUBTRACT DEPOSITADO-EXPEDIENTE FROM RETENIDO-EXPEDIENTE
			GIVING DIFERENCIA-EXPEDIENTE
		MOVE EXPEDIENTE-ANTERIOR TO LC-EXPEDIENTE
		MOVE RETENIDO-EXPEDIENTE TO LC-RETENIDO
		MOVE DEPOSITADO-EXPEDIENTE TO LC-DEPOSITADO
		MOVE DIFERENCIA-EXPEDIENTE TO LC-DIFERENCIA
		IF SIN-CUENTA-EXPEDIENTE > ZERO
		MOVE "SIN CUENTA JUDICIAL" TO LC-OBSERVACION
		ADD 1 TO CANTIDAD-SIN-CUENTA
		ELSE
		IF DIFERENCIA-EXPEDIENTE NOT = ZERO
		MOVE "DIFERENCIA A REVISAR" TO LC-OBSERVACION
		ADD 1 TO CANTIDAD-DIFERENCIAS
		ELSE
		IF DEPOSITO-EXPEDIENTE > ZERO
		MOVE "DEPOSITADO HOY" TO LC-OBSERVACION
		ELSE
		MOVE "CONCILIADO" TO LC-OBSERVACION
		END-IF
		END-IF
		END-IF
		MOVE LINEA-CONCILIACION TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA.

	SUMAR-DEPOSITOS.
		*> Suma los depósitos de EXPEDIENTE-CONSULTA en
		*> PERIODO-CONSULTA (en cero, en todos los períodos)
		*> y deja la última secuencia hallada.
		MOVE ZERO TO SUMA-DEPOSITOS
		MOVE ZERO TO ULTIMA-SECUENCIA
		MOVE "N" TO FIN-DEPOSITOS
		MOVE EXPEDIENTE-CONSULTA TO DJU-EXPEDIENTE
		MOVE PERIODO-CONSULTA TO DJU-PERIODO
		MOVE ZERO TO DJU-SECUENCIA
		START ARCHIVO-DEPOSITOS
			KEY IS NOT LESS THAN DJU-CLAVE
		INVALID KEY MOVE "S" TO FIN-DEPOSITOS
		END-START
		PERFORM UNTIL FIN-DEPOSITOS = "S"
			READ ARCHIVO-DEPOSITOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-DEPOSITOS
			NOT AT END
			IF DJU-EXPEDIENTE NOT = EXPEDIENTE-CONSULTA
			MOVE "S" TO FIN-DEPOSITOS
			ELSE
			IF PERIODO-CONSULTA NOT = ZERO
			AND DJU-PERIODO NOT = PERIODO-CONSULTA
			MOVE "S" TO FIN-DEPOSITOS
			ELSE
			ADD DJU-IMPORTE TO SUMA-DEPOSITOS
			MOVE DJU-SECUENCIA TO ULTIMA-SECUENCIA
			END-IF
			END-IF
			END-READ
		END-PERFORM.

	GRABAR-TRAILER-TRANSFERENCIA.
		MOVE "T" TO TRJ-TR-TIPO
		MOVE LINEAS-TRANSFERENCIA TO TRJ-TR-CANTIDAD
		MOVE TOTAL-TRANSFERENCIA TO TRJ-TR-TOTAL
		MOVE PERIODO-BUSCADO TO TRJ-TR-PERIODO
		MOVE ELE-CODIGO TO TRJ-TR-EMPRESA
		MOVE ELE-CUIT TO TRJ-TR-CUIT
		MOVE ELE-CBU TO TRJ-TR-CBU-EMPRESA
		WRITE TRANSFERENCIA-TRAILER
		IF WS-STATUS-TRF NOT = "00"
		DISPLAY "Error al grabar trailer de transferencia."
			" Status: " WS-STATUS-TRF
		END-IF.

	IMPRIMIR-TOTALES.
		MOVE SPACES TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		MOVE TOTAL-RETENIDO TO IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "TOTAL RETENIDO EN EL PERIODO:   "
			DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		MOVE TOTAL-DEPOSITADO TO IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "TOTAL DEPOSITADO DEL PERIODO:   "
			DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		MOVE TOTAL-TRANSFERENCIA TO IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "DEPOSITADO EN ESTA CORRIDA:     "
			DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			"  EN " DELIMITED BY SIZE
			CANTIDAD-DEPOSITOS DELIMITED BY SIZE
			" BOLETAS" DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		IF CANTIDAD-SIN-CUENTA > ZERO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "EXPEDIENTES SIN CUENTA JUDICIAL: "
			DELIMITED BY SIZE
			CANTIDAD-SIN-CUENTA DELIMITED BY SIZE
			" - CARGARLA EN EMBARGO Y REPETIR"
			DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		END-IF
		IF CANTIDAD-DIFERENCIAS > ZERO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "EXPEDIENTES CON DIFERENCIA: " DELIMITED BY SIZE
			CANTIDAD-DIFERENCIAS DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		END-IF.

	LISTAR-LEVANTAMIENTOS.
		*> Embargos de la empresa con el saldo ya retenido
		*> entero, que no están levantados y de los que se
		*> depositó algo: si lo depositado cubre el total
		*> ordenado, hay que pedir el oficio de levantamiento.
		MOVE SPACES TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		MOVE "EMBARGOS SALDADOS SIN OFICIO DE LEVANTAMIENTO"
			TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		MOVE "LEGAJO" TO LINEA-IMPRESION
		MOVE "EXPEDIENTE" TO LINEA-IMPRESION (8:10)
		MOVE "TOTAL ORDENADO" TO LINEA-IMPRESION (21:14)
		MOVE "DEPOSITADO" TO LINEA-IMPRESION (40:10)
		MOVE "OBSERVACION" TO LINEA-IMPRESION (52:11)
		PERFORM GRABAR-LINEA
		MOVE "N" TO FIN-EMBARGOS
		MOVE ZERO TO EMB-ID
		START ARCHIVO-EMBARGOS KEY IS NOT LESS THAN EMB-ID
		INVALID KEY MOVE "S" TO FIN-EMBARGOS
		END-START
		PERFORM UNTIL FIN-EMBARGOS = "S"
			READ ARCHIVO-EMBARGOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-EMBARGOS
			NOT AT END
			IF EMB-SALDO = ZERO
			AND EMB-TOTAL > ZERO
			AND NOT EMBARGO-LEVANTADO
			PERFORM CONTROLAR-LEVANTAMIENTO
			END-IF
			END-READ
		END-PERFORM
		IF CANTIDAD-LEVANTAMIENTOS = ZERO
		MOVE "NINGUNO." TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		END-IF.

	CONTROLAR-LEVANTAMIENTO.
		MOVE EMB-ID TO EMPLEADO-ID
		MOVE 1 TO EMPRESA-EMPLEADO
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		IF EMPLEADO-EMPRESA IS NUMERIC
		AND EMPLEADO-EMPRESA NOT = ZERO
		MOVE EMPLEADO-EMPRESA TO EMPRESA-EMPLEADO
		END-IF
		END-READ
		IF EMPRESA-EMPLEADO = ELE-CODIGO
		MOVE EMB-EXPEDIENTE TO EXPEDIENTE-CONSULTA
		MOVE ZERO TO PERIODO-CONSULTA
		PERFORM SUMAR-DEPOSITOS
		IF SUMA-DEPOSITOS > ZERO
		ADD 1 TO CANTIDAD-LEVANTAMIENTOS
		MOVE EMB-ID TO LL-ID
		MOVE EMB-EXPEDIENTE TO LL-EXPEDIENTE
		MOVE EMB-TOTAL TO LL-TOTAL
		MOVE SUMA-DEPOSITOS TO LL-DEPOSITADO
		IF SUMA-DEPOSITOS < EMB-TOTAL
		MOVE "SALDADO, FALTA DEPOSITAR" TO LL-OBSERVACION
		ELSE
		MOVE "PEDIR OFICIO DE LEVANTAMIENTO"
			TO LL-OBSERVACION
		END-IF
		MOVE LINEA-LEVANTAMIENTO TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		END-IF
		END-IF.

	GRABAR-LINEA.
		DISPLAY LINEA-IMPRESION
		CALL "IMPRESO" USING NOMBRE-REPORTE LINEA-IMPRESION
		ADD 1 TO LINEAS-REPORTE.

	GRABAR-LINEA-BOLETA.
		DISPLAY LINEA-IMPRESION
		CALL "IMPRESO" USING NOMBRE-BOLETA LINEA-IMPRESION
		ADD 1 TO LINEAS-BOLETA.
	END PROGRAM DEPJUD.
