	*> Partición de la subida de sueldos por banco:
	*> pagos_listos.dat sale en un solo layout y los empleados
	*> cobran en varios bancos, cada uno con su formato. DESVIO
	*> llama a esto al liberar la subida: cada detalle se
	*> asigna al banco de su cuenta (CTA-BANCO de la cuenta de
	*> cuentas.dat con ese CBU; un CBU que ya no está en el
	*> maestro cae por sus tres primeros dígitos, que son los
	*> de la entidad) y por cada banco se arma
	*> pagos-bco-NNN.dat en el formato, la cabecera y el pie
	*> que pide bancos.dat para la empresa de la corrida, con
	*> su cuenta a debitar y sus totales de control. Un banco
	*> sin renglón en el maestro sale en el formato estándar
	*> (el del archivo único) con la cuenta pagadora de la
	*> empresa si es de ese banco, y queda avisado. El total
	*> de los archivos por banco se cuadra contra los
	*> detalles y el pie del archivo único en el listado
	*> BANPART y en resumen_bancos.dat, que CONCIMP vuelve a
	*> cuadrar contra pagos_banco.dat. Devuelve "N" si algo
	*> no cuadra.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. BANPART.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-LISTOS
		ASSIGN TO "pagos_listos.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-LIS.

		SELECT ARCHIVO-PAGO-BANCO
		ASSIGN TO DYNAMIC NOMBRE-PAGO-BANCO
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-PBA.

		SELECT ARCHIVO-RESUMEN
		ASSIGN TO "resumen_bancos.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-RBA.

		SELECT OPTIONAL ARCHIVO-CUENTAS
		ASSIGN TO "cuentas.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS CTA-CLAVE
		FILE STATUS IS WS-STATUS-CTA.

		SELECT OPTIONAL ARCHIVO-BANCOS
		ASSIGN TO "bancos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS BCO-CLAVE
		FILE STATUS IS WS-STATUS-BCO.

		SELECT OPTIONAL ARCHIVO-EMPRESAS
		ASSIGN TO "empresas.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS CIA-CODIGO
		FILE STATUS IS WS-STATUS-CIA.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-LISTOS.
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
			02 BAN-TR-PERIODO PIC 9(6).
			02 BAN-TR-GRUPO PIC X(2).
			02 BAN-TR-SUBPERIODO PIC 9.
			02 BAN-TR-EMPRESA PIC 9(2).
			02 BAN-TR-CBU-EMPRESA PIC X(22).

	FD ARCHIVO-PAGO-BANCO.
		01 LINEA-PAGO-BANCO PIC X(120).

	FD ARCHIVO-RESUMEN.
		COPY "resbanco.cpy".

	FD ARCHIVO-CUENTAS.
		COPY "cuenta.cpy".

	FD ARCHIVO-BANCOS.
		COPY "banco.cpy".

	FD ARCHIVO-EMPRESAS.
		COPY "empresa.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-LIS PIC XX VALUE "00".
		01 WS-STATUS-PBA PIC XX VALUE "00".
		01 WS-STATUS-RBA PIC XX VALUE "00".
		01 WS-STATUS-CTA PIC XX VALUE "00".
		01 WS-STATUS-BCO PIC XX VALUE "00".
		01 WS-STATUS-CIA PIC XX VALUE "00".
		01 FIN-LISTOS PIC X VALUE "N".
		01 FECHA-PARTICION PIC 9(8) VALUE ZERO.
		01 NOMBRE-PAGO-BANCO PIC X(30) VALUE SPACES.
		*> Lo que dice el archivo único: sus detalles y su pie.
		01 PIE-HALLADO PIC X VALUE "N".
		01 CANTIDAD-ORIGEN PIC 9(7) VALUE ZERO.
		01 TOTAL-ORIGEN PIC 9(9)V99 VALUE ZERO.
		01 CANTIDAD-PIE PIC 9(7) VALUE ZERO.
		01 TOTAL-PIE PIC 9(9)V99 VALUE ZERO.
		01 PERIODO-SUBIDA PIC 9(6) VALUE ZERO.
		01 GRUPO-SUBIDA PIC X(2) VALUE SPACES.
		01 SUBPERIODO-SUBIDA PIC 9 VALUE ZERO.
		01 EMPRESA-SUBIDA PIC 9(2) VALUE 1.
		01 CBU-PAGADOR-SUBIDA PIC X(22) VALUE SPACES.
		01 EMPRESA-HALLADA PIC X VALUE "N".
		*> Bancos de la subida, en el orden en que aparecen.
		01 CANTIDAD-BANCOS PIC 9(2) VALUE ZERO.
		01 BANCOS-DESBORDADOS PIC 9(5) VALUE ZERO.
		01 INDICE-BANCO PIC 9(2) VALUE ZERO.
		01 BANCO-HALLADO PIC 9(2) VALUE ZERO.
		01 TABLA-BANCOS-SUBIDA.
			02 BANCO-SUBIDA OCCURS 20 TIMES.
				03 BSU-CODIGO PIC 9(3).
				03 BSU-CANTIDAD PIC 9(7).
				03 BSU-TOTAL PIC 9(9)V99.
				03 BSU-CONTROL PIC 9(15).
				03 BSU-EN-MAESTRO PIC X.
		01 BANCO-ACTUAL PIC 9(3) VALUE ZERO.
		01 CONTROL-CBU PIC 9(8) VALUE ZERO.
		01 CANTIDAD-BANCOS-TOTAL PIC 9(7) VALUE ZERO.
		01 TOTAL-BANCOS PIC 9(9)V99 VALUE ZERO.
		01 DIFERENCIA-ORIGEN PIC S9(9)V99 VALUE ZERO.
		01 DIFERENCIA-PIE PIC S9(9)V99 VALUE ZERO.
		*> Formato "S": el layout del archivo único, con una
		*> cabecera "H" y la suma de control al final del pie
		*> cuando el banco las pide.
		01 CABECERA-ESTANDAR.
			02 CBE-TIPO PIC X VALUE "H".
			02 CBE-EMPRESA PIC 9(2).
			02 CBE-CBU-DEBITO PIC X(22).
			02 CBE-CUIT PIC 9(11).
			02 CBE-PERIODO PIC 9(6).
			02 CBE-FECHA PIC 9(8).
		01 PIE-ESTANDAR.
			02 PIS-TIPO PIC X VALUE "T".
			02 PIS-CANTIDAD PIC 9(7).
			02 PIS-TOTAL PIC S9(7)V99
				SIGN IS TRAILING SEPARATE.
			02 PIS-PERIODO PIC 9(6).
			02 PIS-GRUPO PIC X(2).
			02 PIS-SUBPERIODO PIC 9.
			02 PIS-EMPRESA PIC 9(2).
			02 PIS-CBU-DEBITO PIC X(22).
			02 PIS-CONTROL PIC 9(15).
		*> Formato "F": ancho fijo, importes en centavos.
		01 CABECERA-FIJA.
			02 CBF-TIPO PIC X VALUE "1".
			02 CBF-CBU-DEBITO PIC X(22).
			02 CBF-CUIT PIC 9(11).
			02 CBF-RAZON-SOCIAL PIC X(30).
			02 CBF-FECHA PIC 9(8).
			02 CBF-PERIODO PIC 9(6).
		01 DETALLE-FIJO.
			02 DTF-TIPO PIC X VALUE "2".
			02 DTF-CBU PIC X(22).
			02 DTF-IMPORTE PIC 9(11)V99.
			02 DTF-REFERENCIA PIC 9(5).
			02 DTF-APELLIDO PIC X(20).
			02 DTF-NOMBRE PIC X(20).
		01 PIE-FIJO.
			02 PIF-TIPO PIC X VALUE "3".
			02 PIF-CANTIDAD PIC 9(7).
			02 PIF-TOTAL PIC 9(13)V99.
			02 PIF-CONTROL PIC 9(15).
		*> Formato "D": separado por punto y coma.
		01 IMPORTE-DELIMITADO PIC 9(7).99.
		01 TOTAL-DELIMITADO PIC 9(9).99.
		01 CANTIDAD-ESCRITA PIC 9(7) VALUE ZERO.
		01 TOTAL-ESCRITO PIC 9(9)V99 VALUE ZERO.
		01 CONTROL-ESCRITO PIC 9(15) VALUE ZERO.
		01 IMPORTE-EDITADO PIC $$$,$$$,$$9.99.
		01 DIFERENCIA-EDITADA PIC +ZZ,ZZZ,ZZ9.99.
		01 NUMERO-PAGINA PIC 99 VALUE ZERO.
		01 TITULO-REPORTE PIC X(40)
			VALUE "ARCHIVOS DE SUELDOS POR BANCO".
		01 NOMBRE-REPORTE PIC X(8) VALUE "BANPART".
		01 LINEAS-REPORTE PIC 9(7) VALUE ZERO.
		01 LINEA-IMPRESION PIC X(168) VALUE SPACES.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "BANPART".
		01 WS-MENSAJE-LOG PIC X(40).
		01 WS-SEVERIDAD-LOG PIC X VALUE "A".
		01 WS-OPERADOR-LOG PIC X(8) VALUE "SISTEMA".

	LINKAGE SECTION.
		01 RESULTADO-PARTICION PIC X.

	PROCEDURE DIVISION USING RESULTADO-PARTICION.
	MAIN.
		MOVE "S" TO RESULTADO-PARTICION.
		ACCEPT FECHA-PARTICION FROM DATE YYYYMMDD.
		OPEN INPUT ARCHIVO-CUENTAS.
		PERFORM RECORRER-SUBIDA.
		IF CANTIDAD-ORIGEN = ZERO
		DISPLAY "Sin detalles en pagos_listos.dat: no hay"
			" archivos por banco."
		CLOSE ARCHIVO-CUENTAS
		GOBACK
		END-IF.
		OPEN INPUT ARCHIVO-BANCOS.
		OPEN INPUT ARCHIVO-EMPRESAS.
		PERFORM LEER-EMPRESA.
		CALL "RPTHDR" USING TITULO-REPORTE
			NUMERO-PAGINA NOMBRE-REPORTE.
		MOVE SPACES TO LINEA-IMPRESION.
		STRING "SUBIDA DEL PERIODO " DELIMITED BY SIZE
			PERIODO-SUBIDA DELIMITED BY SIZE
			" GRUPO " DELIMITED BY SIZE
			GRUPO-SUBIDA DELIMITED BY SIZE
			" SUBPERIODO " DELIMITED BY SIZE
			SUBPERIODO-SUBIDA DELIMITED BY SIZE
			" - EMPRESA " DELIMITED BY SIZE
			EMPRESA-SUBIDA DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING.
		PERFORM GRABAR-LINEA.
		OPEN OUTPUT ARCHIVO-RESUMEN.
		PERFORM VARYING INDICE-BANCO FROM 1 BY 1
		UNTIL INDICE-BANCO > CANTIDAD-BANCOS
			PERFORM GENERAR-ARCHIVO-BANCO
		END-PERFORM.
		PERFORM CUADRAR-PARTICION.
		CLOSE ARCHIVO-RESUMEN.
		CALL "RPTPIE" USING TITULO-REPORTE
			LINEAS-REPORTE NOMBRE-REPORTE.
		CLOSE ARCHIVO-CUENTAS.
		CLOSE ARCHIVO-BANCOS.
		CLOSE ARCHIVO-EMPRESAS.
		MOVE SPACES TO WS-MENSAJE-LOG.
		STRING "Subida " DELIMITED BY SIZE
			PERIODO-SUBIDA DELIMITED BY SIZE
			" en " DELIMITED BY SIZE
			CANTIDAD-BANCOS DELIMITED BY SIZE
			" bancos" DELIMITED BY SIZE
			INTO WS-MENSAJE-LOG
		END-STRING.
		IF RESULTADO-PARTICION = "N"
		MOVE "G" TO WS-SEVERIDAD-LOG
		MOVE "Archivos por banco no cuadran." TO WS-MENSAJE-LOG
		ELSE
		MOVE "I" TO WS-SEVERIDAD-LOG
		END-IF.
		CALL "LOGERR" USING WS-PROGRAMA-LOG WS-SEVERIDAD-LOG
			WS-MENSAJE-LOG WS-OPERADOR-LOG.
		GOBACK.

	RECORRER-SUBIDA.
		*> Primera pasada: totales del archivo único, su pie y
		*> los bancos que aparecen.
		MOVE "N" TO FIN-LISTOS
		OPEN INPUT ARCHIVO-LISTOS
		IF WS-STATUS-LIS NOT = "00" AND WS-STATUS-LIS NOT = "05"
		MOVE "S" TO FIN-LISTOS
		END-IF
		PERFORM UNTIL FIN-LISTOS = "S"
			READ ARCHIVO-LISTOS
			AT END
			MOVE "S" TO FIN-LISTOS
			NOT AT END
			IF BAN-TIPO = "D"
			ADD 1 TO CANTIDAD-ORIGEN
			ADD BAN-IMPORTE TO TOTAL-ORIGEN
			PERFORM RESOLVER-BANCO
			PERFORM ANOTAR-BANCO
			END-IF
			IF BAN-TR-TIPO = "T"
			PERFORM TOMAR-PIE-SUBIDA
			END-IF
			END-READ
		END-PERFORM
		IF WS-STATUS-LIS = "00" OR WS-STATUS-LIS = "05"
		OR WS-STATUS-LIS = "10"
		CLOSE ARCHIVO-LISTOS
		END-IF
		IF BANCOS-DESBORDADOS > ZERO
		DISPLAY "AVISO: " BANCOS-DESBORDADOS " pagos de bancos"
			" que no entran en la tabla (tope 20)."
		MOVE "N" TO RESULTADO-PARTICION
		END-IF.

	TOMAR-PIE-SUBIDA.
		MOVE "S" TO PIE-HALLADO
		MOVE BAN-TR-CANTIDAD TO CANTIDAD-PIE
		MOVE BAN-TR-TOTAL TO TOTAL-PIE
		MOVE BAN-TR-PERIODO TO PERIODO-SUBIDA
		MOVE BAN-TR-GRUPO TO GRUPO-SUBIDA
		MOVE BAN-TR-SUBPERIODO TO SUBPERIODO-SUBIDA
		MOVE BAN-TR-CBU-EMPRESA TO CBU-PAGADOR-SUBIDA
		*> Pie anterior a las empresas: la 01.
		IF BAN-TR-EMPRESA IS NUMERIC
		AND BAN-TR-EMPRESA NOT = ZERO
		MOVE BAN-TR-EMPRESA TO EMPRESA-SUBIDA
		ELSE
		MOVE 1 TO EMPRESA-SUBIDA
		END-IF.

	RESOLVER-BANCO.
		*> El banco es el de la cuenta del empleado con ese
		*> CBU, principal o segunda; si la cuenta ya cambió,
		*> la entidad del propio CBU.
		MOVE ZERO TO BANCO-ACTUAL
		MOVE BAN-ID TO CTA-ID
		MOVE 1 TO CTA-ORDEN
		READ ARCHIVO-CUENTAS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		IF CTA-CBU = BAN-CBU
		MOVE CTA-BANCO TO BANCO-ACTUAL
		END-IF
		END-READ
		IF BANCO-ACTUAL = ZERO
		MOVE BAN-ID TO CTA-ID
		MOVE 2 TO CTA-ORDEN
		READ ARCHIVO-CUENTAS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		IF CTA-CBU = BAN-CBU
		MOVE CTA-BANCO TO BANCO-ACTUAL
		END-IF
		END-READ
		END-IF
		IF BANCO-ACTUAL = ZERO
		AND BAN-CBU (1:3) IS NUMERIC
		MOVE BAN-CBU (1:3) TO BANCO-ACTUAL
		END-IF
		MOVE ZERO TO CONTROL-CBU
		IF BAN-CBU (1:8) IS NUMERIC
		MOVE BAN-CBU (1:8) TO CONTROL-CBU
		END-IF.

	ANOTAR-BANCO.
		MOVE ZERO TO BANCO-HALLADO
		PERFORM VARYING INDICE-BANCO FROM 1 BY 1
		UNTIL INDICE-BANCO > CANTIDAD-BANCOS
		IF BSU-CODIGO (INDICE-BANCO) = BANCO-ACTUAL
			MOVE INDICE-BANCO TO BANCO-HALLADO
			MOVE CANTIDAD-BANCOS TO INDICE-BANCO
		END-IF
		END-PERFORM
		IF BANCO-HALLADO = ZERO AND CANTIDAD-BANCOS = 20
		ADD 1 TO BANCOS-DESBORDADOS
		END-IF
		IF BANCO-HALLADO = ZERO AND CANTIDAD-BANCOS < 20
		ADD 1 TO CANTIDAD-BANCOS
		MOVE CANTIDAD-BANCOS TO BANCO-HALLADO
		MOVE BANCO-ACTUAL TO BSU-CODIGO (BANCO-HALLADO)
		MOVE ZERO TO BSU-CANTIDAD (BANCO-HALLADO)
		MOVE ZERO TO BSU-TOTAL (BANCO-HALLADO)
		MOVE ZERO TO BSU-CONTROL (BANCO-HALLADO)
		MOVE "N" TO BSU-EN-MAESTRO (BANCO-HALLADO)
		END-IF.

	LEER-EMPRESA.
		MOVE "N" TO EMPRESA-HALLADA
		MOVE EMPRESA-SUBIDA TO CIA-CODIGO
		READ ARCHIVO-EMPRESAS
		INVALID KEY
		MOVE SPACES TO CIA-RAZON-SOCIAL
		MOVE ZERO TO CIA-CUIT
		MOVE ZERO TO CIA-BANCO
		MOVE SPACES TO CIA-CBU
		NOT INVALID KEY
		MOVE "S" TO EMPRESA-HALLADA
		END-READ.

	GENERAR-ARCHIVO-BANCO.
		*> Una pasada por banco sobre la subida: el archivo se
		*> escribe de una vez con su cabecera, sus detalles y
		*> su pie.
		PERFORM LEER-MAESTRO-BANCO
		MOVE SPACES TO NOMBRE-PAGO-BANCO
		STRING "pagos-bco-" DELIMITED BY SIZE
			BSU-CODIGO (INDICE-BANCO) DELIMITED BY SIZE
			".dat" DELIMITED BY SIZE
			INTO NOMBRE-PAGO-BANCO
		END-STRING
		OPEN OUTPUT ARCHIVO-PAGO-BANCO
		IF WS-STATUS-PBA NOT = "00"
		DISPLAY "Error al abrir " NOMBRE-PAGO-BANCO
			". Status: " WS-STATUS-PBA
		MOVE "N" TO RESULTADO-PARTICION
		ELSE
		MOVE ZERO TO CANTIDAD-ESCRITA
		MOVE ZERO TO TOTAL-ESCRITO
		MOVE ZERO TO CONTROL-ESCRITO
		IF CON-CABECERA
		PERFORM GRABAR-CABECERA-BANCO
		END-IF
		PERFORM GRABAR-DETALLES-BANCO
		IF NOT SIN-PIE
		PERFORM GRABAR-PIE-BANCO
		END-IF
		CLOSE ARCHIVO-PAGO-BANCO
		MOVE CANTIDAD-ESCRITA TO BSU-CANTIDAD (INDICE-BANCO)
		MOVE TOTAL-ESCRITO TO BSU-TOTAL (INDICE-BANCO)
		MOVE CONTROL-ESCRITO TO BSU-CONTROL (INDICE-BANCO)
		END-IF
		ADD BSU-CANTIDAD (INDICE-BANCO) TO CANTIDAD-BANCOS-TOTAL
		ADD BSU-TOTAL (INDICE-BANCO) TO TOTAL-BANCOS
		PERFORM IMPRIMIR-BANCO
		MOVE SPACES TO RESUMEN-BANCOS
		MOVE "B" TO RBA-TIPO
		MOVE PERIODO-SUBIDA TO RBA-PERIODO
		MOVE EMPRESA-SUBIDA TO RBA-EMPRESA
		MOVE BSU-CODIGO (INDICE-BANCO) TO RBA-BANCO
		MOVE BSU-CANTIDAD (INDICE-BANCO) TO RBA-CANTIDAD
		MOVE BSU-TOTAL (INDICE-BANCO) TO RBA-TOTAL
		MOVE ZERO TO RBA-CANTIDAD-ORIGEN
		MOVE ZERO TO RBA-TOTAL-ORIGEN
		WRITE RESUMEN-BANCOS.

	LEER-MAESTRO-BANCO.
		*> Sin renglón en el maestro: formato estándar, sin
		*> cabecera, pie con totales y la cuenta pagadora de
		*> la empresa si es de este banco.
		MOVE EMPRESA-SUBIDA TO BCO-EMPRESA
		MOVE BSU-CODIGO (INDICE-BANCO) TO BCO-CODIGO
		READ ARCHIVO-BANCOS
		INVALID KEY
		MOVE "N" TO BSU-EN-MAESTRO (INDICE-BANCO)
		NOT INVALID KEY
		MOVE "S" TO BSU-EN-MAESTRO (INDICE-BANCO)
		END-READ
		IF BSU-EN-MAESTRO (INDICE-BANCO) = "N"
		MOVE EMPRESA-SUBIDA TO BCO-EMPRESA
		MOVE BSU-CODIGO (INDICE-BANCO) TO BCO-CODIGO
		MOVE "SIN MAESTRO" TO BCO-NOMBRE
		MOVE "S" TO BCO-FORMATO
		MOVE "N" TO BCO-CABECERA
		MOVE "T" TO BCO-PIE
		MOVE SPACES TO BCO-CBU-DEBITO
		IF CIA-BANCO = BCO-CODIGO
		MOVE CIA-CBU TO BCO-CBU-DEBITO
		END-IF
		IF BCO-CBU-DEBITO = SPACES
		AND CBU-PAGADOR-SUBIDA (1:3) = BCO-CODIGO
		MOVE CBU-PAGADOR-SUBIDA TO BCO-CBU-DEBITO
		END-IF
		MOVE SPACES TO WS-MENSAJE-LOG
		STRING "Banco " DELIMITED BY SIZE
			BCO-CODIGO DELIMITED BY SIZE
			" sin maestro: formato estandar"
			DELIMITED BY SIZE
			INTO WS-MENSAJE-LOG
		END-STRING
		MOVE "A" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		END-IF.

	GRABAR-CABECERA-BANCO.
		EVALUATE TRUE
			WHEN FORMATO-FIJO
				PERFORM CABECERA-FIJA-BANCO
			WHEN FORMATO-DELIMITADO
				PERFORM CABECERA-DELIMITADA-BANCO
			WHEN OTHER
				PERFORM CABECERA-ESTANDAR-BANCO
		END-EVALUATE
		WRITE LINEA-PAGO-BANCO.

	CABECERA-FIJA-BANCO.
		MOVE BCO-CBU-DEBITO TO CBF-CBU-DEBITO
		MOVE CIA-CUIT TO CBF-CUIT
		MOVE CIA-RAZON-SOCIAL TO CBF-RAZON-SOCIAL
		MOVE FECHA-PARTICION TO CBF-FECHA
		MOVE PERIODO-SUBIDA TO CBF-PERIODO
		MOVE CABECERA-FIJA TO LINEA-PAGO-BANCO.

	CABECERA-DELIMITADA-BANCO.
		MOVE SPACES TO LINEA-PAGO-BANCO
		STRING "H;" DELIMITED BY SIZE
			BCO-CBU-DEBITO DELIMITED BY SIZE
			";" DELIMITED BY SIZE
			CIA-CUIT DELIMITED BY SIZE
			";" DELIMITED BY SIZE
			FECHA-PARTICION DELIMITED BY SIZE
			";" DELIMITED BY SIZE
			PERIODO-SUBIDA DELIMITED BY SIZE
			INTO LINEA-PAGO-BANCO
		END-STRING.

	CABECERA-ESTANDAR-BANCO.
		MOVE EMPRESA-SUBIDA TO CBE-EMPRESA
		MOVE BCO-CBU-DEBITO TO CBE-CBU-DEBITO
		MOVE CIA-CUIT TO CBE-CUIT
		MOVE PERIODO-SUBIDA TO CBE-PERIODO
		MOVE FECHA-PARTICION TO CBE-FECHA
		MOVE CABECERA-ESTANDAR TO LINEA-PAGO-BANCO.

	GRABAR-DETALLES-BANCO.
		MOVE "N" TO FIN-LISTOS
		OPEN INPUT ARCHIVO-LISTOS
		PERFORM UNTIL FIN-LISTOS = "S"
			READ ARCHIVO-LISTOS
			AT END
			MOVE "S" TO FIN-LISTOS
			NOT AT END
			IF BAN-TIPO = "D"
			PERFORM RESOLVER-BANCO
			IF BANCO-ACTUAL = BSU-CODIGO (INDICE-BANCO)
			PERFORM GRABAR-DETALLE-BANCO
			END-IF
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-LISTOS.

	GRABAR-DETALLE-BANCO.
		EVALUATE TRUE
			WHEN FORMATO-FIJO
				PERFORM DETALLE-FIJO-BANCO
			WHEN FORMATO-DELIMITADO
				PERFORM DETALLE-DELIMITADO-BANCO
			WHEN OTHER
				MOVE BANCO-DETALLE TO LINEA-PAGO-BANCO
		END-EVALUATE
		WRITE LINEA-PAGO-BANCO
		IF WS-STATUS-PBA NOT = "00"
		DISPLAY "Error al grabar " NOMBRE-PAGO-BANCO " ID "
			BAN-ID ". Status: " WS-STATUS-PBA
		MOVE "N" TO RESULTADO-PARTICION
		ELSE
		ADD 1 TO CANTIDAD-ESCRITA
		ADD BAN-IMPORTE TO TOTAL-ESCRITO
		ADD CONTROL-CBU TO CONTROL-ESCRITO
		END-IF.

	DETALLE-FIJO-BANCO.
		MOVE BAN-CBU TO DTF-CBU
		MOVE BAN-IMPORTE TO DTF-IMPORTE
		MOVE BAN-ID TO DTF-REFERENCIA
		MOVE BAN-APELLIDO TO DTF-APELLIDO
		MOVE BAN-NOMBRE TO DTF-NOMBRE
		MOVE DETALLE-FIJO TO LINEA-PAGO-BANCO.

	DETALLE-DELIMITADO-BANCO.
		*> Apellido y nombre sin el relleno de blancos.
		MOVE BAN-IMPORTE TO IMPORTE-DELIMITADO
		MOVE SPACES TO LINEA-PAGO-BANCO
		STRING "D;" DELIMITED BY SIZE
			BAN-CBU DELIMITED BY SIZE
			";" DELIMITED BY SIZE
			IMPORTE-DELIMITADO DELIMITED BY SIZE
			";" DELIMITED BY SIZE
			BAN-ID DELIMITED BY SIZE
			";" DELIMITED BY SIZE
			BAN-APELLIDO DELIMITED BY "  "
			";" DELIMITED BY SIZE
			BAN-NOMBRE DELIMITED BY "  "
			INTO LINEA-PAGO-BANCO
		END-STRING.

	GRABAR-PIE-BANCO.
		IF NOT PIE-CONTROL
		MOVE ZERO TO CONTROL-ESCRITO
		END-IF
		EVALUATE TRUE
			WHEN FORMATO-FIJO
				PERFORM PIE-FIJO-BANCO
			WHEN FORMATO-DELIMITADO
				PERFORM PIE-DELIMITADO-BANCO
			WHEN OTHER
				PERFORM PIE-ESTANDAR-BANCO
		END-EVALUATE
		WRITE LINEA-PAGO-BANCO.

	PIE-FIJO-BANCO.
		MOVE CANTIDAD-ESCRITA TO PIF-CANTIDAD
		MOVE TOTAL-ESCRITO TO PIF-TOTAL
		MOVE CONTROL-ESCRITO TO PIF-CONTROL
		MOVE PIE-FIJO TO LINEA-PAGO-BANCO.

	PIE-DELIMITADO-BANCO.
		MOVE TOTAL-ESCRITO TO TOTAL-DELIMITADO
		MOVE SPACES TO LINEA-PAGO-BANCO
		STRING "T;" DELIMITED BY SIZE
			CANTIDAD-ESCRITA DELIMITED BY SIZE
			";" DELIMITED BY SIZE
			TOTAL-DELIMITADO DELIMITED BY SIZE
			INTO LINEA-PAGO-BANCO
		END-STRING
		IF PIE-CONTROL
		MOVE SPACES TO LINEA-IMPRESION
		STRING LINEA-PAGO-BANCO DELIMITED BY SPACE
			";" DELIMITED BY SIZE
			CONTROL-ESCRITO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		MOVE LINEA-IMPRESION TO LINEA-PAGO-BANCO
		END-IF.

	PIE-ESTANDAR-BANCO.
		*> El pie del archivo único, con la cuenta de este
		*> banco; la suma de control solo si el banco la pide.
		MOVE CANTIDAD-ESCRITA TO PIS-CANTIDAD
		MOVE TOTAL-ESCRITO TO PIS-TOTAL
		MOVE PERIODO-SUBIDA TO PIS-PERIODO
		MOVE GRUPO-SUBIDA TO PIS-GRUPO
		MOVE SUBPERIODO-SUBIDA TO PIS-SUBPERIODO
		MOVE EMPRESA-SUBIDA TO PIS-EMPRESA
		MOVE BCO-CBU-DEBITO TO PIS-CBU-DEBITO
		MOVE CONTROL-ESCRITO TO PIS-CONTROL
		MOVE PIE-ESTANDAR TO LINEA-PAGO-BANCO
		IF NOT PIE-CONTROL
		MOVE SPACES TO LINEA-PAGO-BANCO (52:15)
		END-IF.

	IMPRIMIR-BANCO.
		MOVE BSU-TOTAL (INDICE-BANCO) TO IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "BANCO " DELIMITED BY SIZE
			BSU-CODIGO (INDICE-BANCO) DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			BCO-NOMBRE DELIMITED BY SIZE
			" FORMATO " DELIMITED BY SIZE
			BCO-FORMATO DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			NOMBRE-PAGO-BANCO DELIMITED BY SPACE
			" PAGOS " DELIMITED BY SIZE
			BSU-CANTIDAD (INDICE-BANCO) DELIMITED BY SIZE
			" TOTAL " DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			" DEBITO " DELIMITED BY SIZE
			BCO-CBU-DEBITO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		IF BCO-CBU-DEBITO = SPACES
		MOVE "   ATENCION: SIN CUENTA A DEBITAR EN ESTE BANCO."
			TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		END-IF.

	CUADRAR-PARTICION.
		*> La suma de los archivos por banco contra los
		*> detalles del archivo único y contra su pie.
		SUBTRACT TOTAL-BANCOS FROM TOTAL-ORIGEN
			GIVING DIFERENCIA-ORIGEN
		IF DIFERENCIA-ORIGEN NOT = ZERO
		OR CANTIDAD-BANCOS-TOTAL NOT = CANTIDAD-ORIGEN
		MOVE "N" TO RESULTADO-PARTICION
		END-IF
		MOVE ZERO TO DIFERENCIA-PIE
		IF PIE-HALLADO = "S"
		SUBTRACT TOTAL-BANCOS FROM TOTAL-PIE
			GIVING DIFERENCIA-PIE
		IF DIFERENCIA-PIE NOT = ZERO
		OR CANTIDAD-BANCOS-TOTAL NOT = CANTIDAD-PIE
		MOVE "N" TO RESULTADO-PARTICION
		END-IF
		END-IF
		MOVE TOTAL-BANCOS TO IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "TOTAL ARCHIVOS POR BANCO: " DELIMITED BY SIZE
			CANTIDAD-BANCOS-TOTAL DELIMITED BY SIZE
			" PAGOS " DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		MOVE TOTAL-ORIGEN TO IMPORTE-EDITADO
		MOVE DIFERENCIA-ORIGEN TO DIFERENCIA-EDITADA
		MOVE SPACES TO LINEA-IMPRESION
		STRING "DETALLES DEL ARCHIVO UNICO: " DELIMITED BY SIZE
			CANTIDAD-ORIGEN DELIMITED BY SIZE
			" PAGOS " DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			" DIFERENCIA " DELIMITED BY SIZE
			DIFERENCIA-EDITADA DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		IF PIE-HALLADO = "S"
		MOVE TOTAL-PIE TO IMPORTE-EDITADO
		MOVE DIFERENCIA-PIE TO DIFERENCIA-EDITADA
		MOVE SPACES TO LINEA-IMPRESION
		STRING "PIE DEL ARCHIVO UNICO:      " DELIMITED BY SIZE
			CANTIDAD-PIE DELIMITED BY SIZE
			" PAGOS " DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			" DIFERENCIA " DELIMITED BY SIZE
			DIFERENCIA-EDITADA DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		ELSE
		MOVE "ARCHIVO UNICO SIN PIE: SOLO CONTRA SUS DETALLES."
			TO LINEA-IMPRESION
		END-IF
		PERFORM GRABAR-LINEA
		IF RESULTADO-PARTICION = "S"
		MOVE "LOS ARCHIVOS POR BANCO CUADRAN CON EL UNICO."
			TO LINEA-IMPRESION
		ELSE
		MOVE "ALERTA: LOS ARCHIVOS POR BANCO NO CUADRAN."
			TO LINEA-IMPRESION
		END-IF
		PERFORM GRABAR-LINEA
		MOVE SPACES TO RESUMEN-BANCOS
		MOVE "T" TO RBA-TIPO
		MOVE PERIODO-SUBIDA TO RBA-PERIODO
		MOVE EMPRESA-SUBIDA TO RBA-EMPRESA
		MOVE ZERO TO RBA-BANCO
		MOVE CANTIDAD-BANCOS-TOTAL TO RBA-CANTIDAD
		MOVE TOTAL-BANCOS TO RBA-TOTAL
		MOVE CANTIDAD-ORIGEN TO RBA-CANTIDAD-ORIGEN
		MOVE TOTAL-ORIGEN TO RBA-TOTAL-ORIGEN
		WRITE RESUMEN-BANCOS.

	GRABAR-LINEA.
		ADD 1 TO LINEAS-REPORTE
		DISPLAY LINEA-IMPRESION
		CALL "IMPRESO" USING NOMBRE-REPORTE LINEA-IMPRESION.
	END PROGRAM BANPART.
