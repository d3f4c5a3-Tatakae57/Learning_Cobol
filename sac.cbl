	*> correr el SAC dos veces en el mismo semestre se rechaza
	*> al encontrar renglones ya fechados así, igual que NOMINA
	*> rechaza un período pagado.
	*> Empresas: se firma con SIGNON y se elige la empresa con
	*> EMPSEL; se paga solo a los empleados de esa empresa, el
	*> trailer del banco lleva la empresa y su cuenta pagadora
	*> y el asiento su libro contable. El rechazo por SAC ya
	*> liquidado mira solo renglones de empleados de la misma
	*> empresa, para que cada una corra el suyo.
	*> Provisión: al pagar, cada aguinaldo se compara con los
	*> doceavos que DEVENGA provisionó para ese empleado en
	*> los seis meses del semestre (provision_sac.dat), en un
	*> listado propio (spool PROVSAC) con la diferencia por
	*> empleado y el total, para que contaduría ajuste la
	*> provisión contra el pago real.
	*> Acumulados: el mejor bruto de cada empleado sale de los
	*> casilleros del semestre en acumulados.dat, sin recorrer
	*> el registro entero; el registro solo se consulta por
	*> clave en el pseudoperíodo para el rechazo de SAC ya
	*> liquidado. Cada renglón AAAA5x grabado pisa además su
	*> casillero en acumulados.dat (ACUMUL) en el mismo paso.
	*> Las cuentas del asiento salen de las imputaciones
	*> (CTAIMP), con el rótulo en ASI-CONCEPTO; si a algún
	*> concepto le falta la cuenta, el aguinaldo no se
	*> liquida y CTAIMP lista en IMPFALT qué imputar.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. SAC.

		SELECT OPTIONAL ARCHIVO-EMPLEADOS
		ASSIGN TO "empleados.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS EMPLEADO-ID
		ALTERNATE RECORD KEY IS EMPLEADO-APELLIDO
			WITH DUPLICATES
			WITH DUPLICATES
		FILE STATUS IS WS-STATUS-EMP.

		SELECT OPTIONAL ARCHIVO-ACUMULADOS
		ASSIGN TO "acumulados.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS ACU-CLAVE
		FILE STATUS IS WS-STATUS-ACU.

		SELECT ARCHIVO-BANCO
		ASSIGN TO "pagos_banco.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-STATUS-ASI.

		SELECT OPTIONAL ARCHIVO-PROVISION-SAC
		ASSIGN TO "provision_sac.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PSA-CLAVE
		FILE STATUS IS WS-STATUS-PSA.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-REGISTRO.
	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	FD ARCHIVO-ACUMULADOS.
		COPY "acumulado.cpy".

	*> Mismo layout de intercambio con el banco que NOMINA:
	*> detalle por empleado con su CBU y trailer con cantidad
	*> y suma de lo depositado (los cheques van aparte).
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
			02 ASI-CUENTA PIC X(12).
			02 ASI-DEBE PIC S9(7)V99 COMP-3.
			02 ASI-HABER PIC S9(7)V99 COMP-3.
			02 ASI-EMPRESA PIC 9(2).
			02 ASI-MAYOR PIC X(6).
			02 ASI-FECHA PIC 9(8).
			02 ASI-CONCEPTO PIC X(12).
			02 ASI-DEPTO PIC 9(3).

	FD ARCHIVO-PROVISION-SAC.
		COPY "provsac.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-REG PIC XX VALUE "00".
		*> Pseudoperíodo del aguinaldo: AAAA51 o AAAA52.
		01 PERIODO-SAC PIC 9(6) VALUE ZERO.
		01 SAC-YA-CORRIDO PIC X VALUE "N".
		*> Casilleros del semestre en acumulados.dat.
		01 WS-STATUS-ACU PIC XX VALUE "00".
		01 FIN-ACUMULADOS PIC X VALUE "N".
		01 MES-DESDE PIC 99 VALUE ZERO.
		01 MES-HASTA PIC 99 VALUE ZERO.
		01 INDICE-MES PIC 99 VALUE ZERO.
		01 BRUTO-SEMESTRE PIC 9(6)V99 VALUE ZERO.
		01 BRUTO-HALLADO PIC X VALUE "N".
		COPY "acumul.cpy".
		*> Mejor bruto del semestre por empleado.
		01 TABLA-MEJORES.
			02 MEJOR-ENTRADA OCCURS 999 TIMES.
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
			VALUE "RECIBO DE AGUINALDO".
		01 NUMERO-PAGINA-RECIBO PIC 99 VALUE ZERO.
		01 WS-MENSAJE-LOG PIC X(40).
		01 WS-SEVERIDAD-LOG PIC X VALUE "A".
		01 WS-OPERADOR-LOG PIC X(8) VALUE "SISTEMA".
		*> Operador firmado y empresa de la corrida (EMPSEL).
		01 NIVEL-FIRMADO PIC 9 VALUE ZERO.
		01 RESULTADO-SIGNON PIC X VALUE "N".
		COPY "empsel.cpy".
		01 EMPRESA-EMPLEADO PIC 9(2) VALUE ZERO.
		*> Comparación del pago con la provisión de DEVENGA.
		01 WS-STATUS-PSA PIC XX VALUE "00".
		01 PROVISION-ABIERTA PIC X VALUE "N".
		01 MES-PROVISION PIC 9(6) VALUE ZERO.
		01 PROVISION-EMPLEADO PIC 9(7)V99 VALUE ZERO.
		01 DIFERENCIA-PROVISION PIC S9(7)V99 VALUE ZERO.
		01 TOTAL-PROVISIONADO PIC 9(8)V99 VALUE ZERO.
		01 TOTAL-PAGADO-SAC PIC 9(8)V99 VALUE ZERO.
		01 TOTAL-DIFERENCIA-PROV PIC S9(8)V99 VALUE ZERO.
		01 PROVISION-EDITADA PIC $$$,$$$,$$9.99.
		01 PAGO-EDITADO PIC $$$,$$$,$$9.99.
		01 DIFERENCIA-EDITADA PIC +ZZ,ZZZ,ZZ9.99.
		01 TITULO-PROVISION PIC X(40)
			VALUE "PROVISION VS PAGO DE AGUINALDO".
		01 NOMBRE-PROVISION PIC X(8) VALUE "PROVSAC".
		01 PAGINA-PROVISION PIC 99 VALUE ZERO.
		01 LINEAS-PROVISION PIC 9(7) VALUE ZERO.

	PROCEDURE DIVISION.
	MAIN.
		CALL "SIGNON" USING WS-OPERADOR-LOG NIVEL-FIRMADO
			RESULTADO-SIGNON WS-PROGRAMA-LOG.
		IF RESULTADO-SIGNON NOT = "S"
		GOBACK
		END-IF.
		CALL "EMPSEL" USING WS-OPERADOR-LOG EMPRESA-ELEGIDA.
		IF ELE-HALLADA NOT = "S"
		GOBACK
		END-IF.
		DISPLAY "Año del aguinaldo (AAAA): ".
		ACCEPT CAMPO-ENTRADA.
		IF CAMPO-ENTRADA IS NUMERIC
			PERIODO-HASTA * 100 + 31.
		CALL "CARTRAM" USING LIMITE-SEMESTRE
			TABLA-DEDUCCIONES-VIG.
		OPEN INPUT ARCHIVO-EMPLEADOS
		IF WS-STATUS-EMP NOT = "00" AND WS-STATUS-EMP NOT = "05"
		DISPLAY "Error al abrir empleados.dat. Status: "
			WS-STATUS-EMP
		GOBACK
		END-IF.
		PERFORM CARGAR-MEJORES-BRUTOS.
		IF SAC-YA-CORRIDO = "S"
		DISPLAY "El aguinaldo " PERIODO-SAC
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		END-IF.
		PERFORM CONTROLAR-IMPUTACIONES.
		PERFORM ABRIR-SALIDAS.
		PERFORM ABRIR-PROVISION.
		MOVE ZERO TO EMPLEADO-ID
		START ARCHIVO-EMPLEADOS
			KEY IS NOT LESS THAN EMPLEADO-ID
		INVALID KEY MOVE "S" TO FIN-ARCHIVO
		END-START.
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-EMPLEADOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			PERFORM EMPRESA-DEL-EMPLEADO
			IF EMPLEADO-ESTADO = "A"
			AND EMPRESA-EMPLEADO = ELE-CODIGO
			PERFORM LIQUIDAR-AGUINALDO
			END-IF
			END-READ
		END-PERFORM.
		CLOSE ARCHIVO-EMPLEADOS.
		PERFORM CERRAR-PROVISION.
		PERFORM GRABAR-TRAILER-BANCO.
		CLOSE ARCHIVO-REGISTRO.
		CLOSE ARCHIVO-BANCO.
		GOBACK.

	CARGAR-MEJORES-BRUTOS.
		*> Rechazo por SAC ya liquidado: los renglones del
		*> pseudoperíodo se leen por clave en el registro.
		OPEN INPUT ARCHIVO-REGISTRO
		IF WS-STATUS-REG NOT = "00" AND WS-STATUS-REG NOT = "05"
		DISPLAY "Sin registro de nómina para el semestre."
		GOBACK
		END-IF
		MOVE PERIODO-SAC TO REG-PERIODO
		MOVE ZERO TO REG-ID
		START ARCHIVO-REGISTRO
			KEY IS NOT LESS THAN REG-CLAVE
			MOVE "S" TO FIN-REGISTRO
			NOT AT END
			IF REG-PERIODO = PERIODO-SAC
			PERFORM VER-EMPRESA-REGISTRO
			ELSE
			MOVE "S" TO FIN-REGISTRO
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-REGISTRO
		*> Mejor bruto: concepto BRUT del año, casilleros de
		*> los seis meses del semestre.
		MOVE PERIODO-DESDE (5:2) TO MES-DESDE
		MOVE PERIODO-HASTA (5:2) TO MES-HASTA
		OPEN INPUT ARCHIVO-ACUMULADOS
		IF WS-STATUS-ACU NOT = "00" AND WS-STATUS-ACU NOT = "05"
		DISPLAY "Error al abrir acumulados.dat. Status: "
			WS-STATUS-ACU
		GOBACK
		END-IF
		MOVE ANIO-SAC TO ACU-ANIO
		MOVE ZERO TO ACU-ID
		MOVE SPACES TO ACU-CONCEPTO
		START ARCHIVO-ACUMULADOS
			KEY IS NOT LESS THAN ACU-CLAVE
		INVALID KEY MOVE "S" TO FIN-ACUMULADOS
		END-START
		PERFORM UNTIL FIN-ACUMULADOS = "S"
			READ ARCHIVO-ACUMULADOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-ACUMULADOS
			NOT AT END
			IF ACU-ANIO NOT = ANIO-SAC
			MOVE "S" TO FIN-ACUMULADOS
			ELSE
			IF ACU-BRUTO
			PERFORM MEJOR-BRUTO-ACUMULADO
			END-IF
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-ACUMULADOS.

	MEJOR-BRUTO-ACUMULADO.
		MOVE ZERO TO BRUTO-SEMESTRE
		MOVE "N" TO BRUTO-HALLADO
		PERFORM VARYING INDICE-MES FROM MES-DESDE BY 1
		UNTIL INDICE-MES > MES-HASTA
			IF ACU-MES-MARCA (INDICE-MES) = "S"
			MOVE "S" TO BRUTO-HALLADO
			IF ACU-MES-IMPORTE (INDICE-MES) > BRUTO-SEMESTRE
			MOVE ACU-MES-IMPORTE (INDICE-MES)
				TO BRUTO-SEMESTRE
			END-IF
			END-IF
		END-PERFORM
		IF BRUTO-HALLADO = "S"
		PERFORM ANOTAR-MEJOR-BRUTO
		END-IF.

	VER-EMPRESA-REGISTRO.
		*> Un renglón AAAA5x de otra empresa no frena esta
		*> corrida; el de un legajo ya borrado cuenta como 01.
		MOVE REG-ID TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS KEY IS EMPLEADO-ID
		INVALID KEY MOVE ZERO TO EMPLEADO-EMPRESA
		END-READ
		PERFORM EMPRESA-DEL-EMPLEADO
		IF EMPRESA-EMPLEADO = ELE-CODIGO
		MOVE "S" TO SAC-YA-CORRIDO
		END-IF.

	EMPRESA-DEL-EMPLEADO.
		*> Cero (registro anterior a las empresas) = la 01.
		IF EMPLEADO-EMPRESA IS NOT NUMERIC
		OR EMPLEADO-EMPRESA = ZERO
		MOVE 1 TO EMPRESA-EMPLEADO
		ELSE
		MOVE EMPLEADO-EMPRESA TO EMPRESA-EMPLEADO
		END-IF.

	ANOTAR-MEJOR-BRUTO.
		MOVE "N" TO MEJOR-HALLADO
		PERFORM VARYING INDICE-MEJOR FROM 1 BY 1
		UNTIL INDICE-MEJOR > CANTIDAD-MEJORES
		IF MJ-ID (INDICE-MEJOR) = ACU-ID
			IF BRUTO-SEMESTRE > MJ-BRUTO (INDICE-MEJOR)
			MOVE BRUTO-SEMESTRE TO MJ-BRUTO (INDICE-MEJOR)
			END-IF
			MOVE "S" TO MEJOR-HALLADO
			MOVE CANTIDAD-MEJORES TO INDICE-MEJOR
		IF MEJOR-HALLADO = "N"
		IF CANTIDAD-MEJORES < 999
		ADD 1 TO CANTIDAD-MEJORES
		MOVE ACU-ID TO MJ-ID (CANTIDAD-MEJORES)
		MOVE BRUTO-SEMESTRE TO MJ-BRUTO (CANTIDAD-MEJORES)
		ELSE
		ADD 1 TO MEJORES-DESBORDADOS
		END-IF
		PERFORM GRABAR-PAGO-BANCO
			THRU GRABAR-PAGO-BANCO-FIN
		PERFORM IMPRIMIR-RECIBO
		PERFORM COMPARAR-PROVISION
		END-IF.

	CALCULAR-DEDUCCIONES.
		MOVE DEDUCCION-IMPUESTO TO REG-IMPUESTO
		MOVE DEDUCCION-JUBILACION TO REG-JUBILACION
		MOVE DEDUCCION-SINDICATO TO REG-SINDICATO
		MOVE ZERO TO REG-ASIGNACION
		MOVE ZERO TO REG-GASTOS
		WRITE LINEA-REGISTRO
		IF WS-STATUS-REG NOT = "00"
		DISPLAY "Error al grabar registro ID " EMPLEADO-ID
			". Status: " WS-STATUS-REG
		ELSE
		MOVE "G" TO PAC-OPERACION
		MOVE LINEA-REGISTRO TO PAC-RENGLON
		CALL "ACUMUL" USING ACUMULADO-PEDIDO
		END-IF.

	GRABAR-PAGO-BANCO.
		ADD PAGO-NETO TO TOTAL-NETO-CHEQUES
		END-IF.

	ABRIR-PROVISION.
		OPEN INPUT ARCHIVO-PROVISION-SAC
		IF WS-STATUS-PSA = "00" OR WS-STATUS-PSA = "05"
		MOVE "S" TO PROVISION-ABIERTA
		END-IF
		CALL "RPTHDR" USING TITULO-PROVISION
			PAGINA-PROVISION NOMBRE-PROVISION
		MOVE SPACES TO LINEA-IMPRESION
		STRING "AGUINALDO " DELIMITED BY SIZE
			PERIODO-SAC DELIMITED BY SIZE
			"  MESES " DELIMITED BY SIZE
			PERIODO-DESDE DELIMITED BY SIZE
			" A " DELIMITED BY SIZE
			PERIODO-HASTA DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-PROVISION.

	COMPARAR-PROVISION.
		*> Los doceavos de los seis meses del semestre; un mes
		*> sin devengar suma cero.
		MOVE ZERO TO PROVISION-EMPLEADO
		IF PROVISION-ABIERTA = "S"
		PERFORM VARYING MES-PROVISION FROM PERIODO-DESDE BY 1
		UNTIL MES-PROVISION > PERIODO-HASTA
			MOVE MES-PROVISION TO PSA-PERIODO
			MOVE EMPLEADO-ID TO PSA-ID
			READ ARCHIVO-PROVISION-SAC
			INVALID KEY
			CONTINUE
			NOT INVALID KEY
			ADD PSA-PROVISION TO PROVISION-EMPLEADO
			END-READ
		END-PERFORM
		END-IF
		SUBTRACT PROVISION-EMPLEADO FROM PAGO-BRUTO
			GIVING DIFERENCIA-PROVISION
		ADD PROVISION-EMPLEADO TO TOTAL-PROVISIONADO
		ADD PAGO-BRUTO TO TOTAL-PAGADO-SAC
		ADD DIFERENCIA-PROVISION TO TOTAL-DIFERENCIA-PROV
		MOVE PROVISION-EMPLEADO TO PROVISION-EDITADA
		MOVE PAGO-BRUTO TO PAGO-EDITADO
		MOVE DIFERENCIA-PROVISION TO DIFERENCIA-EDITADA
		MOVE SPACES TO LINEA-IMPRESION
		STRING "ID " DELIMITED BY SIZE
			EMPLEADO-ID DELIMITED BY SIZE
			" PROVISIONADO " DELIMITED BY SIZE
			PROVISION-EDITADA DELIMITED BY SIZE
			" PAGADO " DELIMITED BY SIZE
			PAGO-EDITADO DELIMITED BY SIZE
			" DIFERENCIA " DELIMITED BY SIZE
			DIFERENCIA-EDITADA DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-PROVISION.

	CERRAR-PROVISION.
		IF PROVISION-ABIERTA = "S"
		CLOSE ARCHIVO-PROVISION-SAC
		END-IF
		MOVE TOTAL-PROVISIONADO TO PROVISION-EDITADA
		MOVE TOTAL-PAGADO-SAC TO PAGO-EDITADO
		MOVE TOTAL-DIFERENCIA-PROV TO DIFERENCIA-EDITADA
		MOVE SPACES TO LINEA-IMPRESION
		STRING "TOTAL PROVISIONADO " DELIMITED BY SIZE
			PROVISION-EDITADA DELIMITED BY SIZE
			" PAGADO " DELIMITED BY SIZE
			PAGO-EDITADO DELIMITED BY SIZE
			" DIFERENCIA " DELIMITED BY SIZE
			DIFERENCIA-EDITADA DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-PROVISION
		IF TOTAL-PROVISIONADO = ZERO
		MOVE "SIN PROVISIONES DE DEVENGA EN EL SEMESTRE."
			TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA-PROVISION
		END-IF
		CALL "RPTPIE" USING TITULO-PROVISION
			LINEAS-PROVISION NOMBRE-PROVISION.

	GRABAR-LINEA-PROVISION.
		ADD 1 TO LINEAS-PROVISION
		DISPLAY LINEA-IMPRESION
		CALL "IMPRESO" USING NOMBRE-PROVISION LINEA-IMPRESION.

	GRABAR-TRAILER-BANCO.
		MOVE "T" TO BAN-TR-TIPO
		MOVE LINEAS-BANCO TO BAN-TR-CANTIDAD
		MOVE TOTAL-NETO-BANCO TO BAN-TR-TOTAL
		MOVE PERIODO-SAC TO BAN-TR-PERIODO
		MOVE SPACES TO BAN-TR-GRUPO
		MOVE ZERO TO BAN-TR-SUBPERIODO
		MOVE ELE-CODIGO TO BAN-TR-EMPRESA
		MOVE ELE-CBU TO BAN-TR-CBU-EMPRESA
		WRITE BANCO-TRAILER
		IF WS-STATUS-BAN NOT = "00"
		DISPLAY "Error al grabar trailer banco. Status: "
	GRABAR-ASIENTOS.
		*> Asiento balanceado del aguinaldo, con el mismo marco
		*> de NOMINA: el bruto al debe, cada retención y el neto
		*> a pagar al haber, cada renglón con la cuenta que le
		*> da CTAIMP. Sin cuenta para alguno no se graba nada.
		MOVE ZERO TO IPE-CANTIDAD
		PERFORM ARMAR-RENGLONES-ASIENTO
		MOVE WS-PROGRAMA-LOG TO IPE-PROGRAMA
		CALL "CTAIMP" USING IMPUTACION-PEDIDO
		OPEN OUTPUT ARCHIVO-ASIENTOS
		IF WS-STATUS-ASI NOT = "00" AND WS-STATUS-ASI NOT = "05"
		DISPLAY "Error al abrir asientos.dat. Status: "
			WS-STATUS-ASI
		ELSE
		IF IPE-FALTANTES > ZERO
		CLOSE ARCHIVO-ASIENTOS
		DISPLAY "ASIENTO NO GRABADO: " IPE-FALTANTES
			" renglones sin cuenta contable (ver IMPFALT)."
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
		PERFORM GRABAR-LINEA-ASIENTO
		CALL "RPTPIE" USING TITULO-ASIENTO
			LINEAS-ASIENTO NOMBRE-ASIENTO
		END-IF
		END-IF.

	ARMAR-RENGLONES-ASIENTO.
		MOVE TOTAL-BRUTO TO IMPORTE-ASIENTO
		MOVE "AGUINALDO BR" TO CONCEPTO-ASIENTO
		PERFORM GRABAR-ASIENTO-DEBE
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
		*> Las cuentas del asiento se controlan antes de pagar:
		*> un aguinaldo que no se podría asentar no se liquida.
		MOVE ZERO TO IPE-CANTIDAD
		PERFORM ARMAR-RENGLONES-ASIENTO
		MOVE WS-PROGRAMA-LOG TO IPE-PROGRAMA
		CALL "CTAIMP" USING IMPUTACION-PEDIDO
		IF IPE-FALTANTES > ZERO
		DISPLAY "Corrida rechazada: " IPE-FALTANTES
			" conceptos sin cuenta contable (ver IMPFALT)."
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
		MOVE PERIODO-SAC TO ASI-PERIODO
		MOVE ELE-CODIGO TO ASI-EMPRESA
		MOVE ELE-MAYOR TO ASI-MAYOR
		MOVE ZERO TO ASI-FECHA
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
