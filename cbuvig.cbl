	*> Vigilancia de desvío de pagos (CBU):
	*> El fraude más común en una nómina es cambiar la cuenta
	*> de un empleado justo antes del día de pago. Esto se
	*> corre después de NOMINA y antes de que DESVIO libere el
	*> archivo del banco, y lista:
	*>  - cada CBU cambiado en los últimos N días según el
	*>    diario de satélites (auditoria_sat.dat, las altas,
	*>    cambios y bajas de cuentas que aplicó CAMAPR), con el
	*>    CBU de antes, el de después y el vigente hoy en
	*>    cuentas.dat;
	*>  - cada CBU de cuentas.dat compartido por dos o más
	*>    empleados (ordenado por CBU con SORT);
	*>  - los empleados con cuenta cambiada cuyo neto del
	*>    último período del registro acumulado subió más que
	*>    la tolerancia contra el período anterior (o que no
	*>    tienen período anterior contra el cual comparar).
	*> Sin hallazgos el visto queda solo; con hallazgos un
	*> supervisor firmado tiene que reconocer el listado. La
	*> decisión se asienta en cbu_visto.dat igual que
	*> pagos_visto.dat (período, L/R, operador y fecha) más
	*> el grupo, el subperíodo y la empresa, todo tomado del
	*> trailer de pagos_banco.dat: DESVIO no libera
	*> pagos_listos.dat sin ese visto "L" de la misma subida.
	*> Una tabla desbordada retiene, como en DESVIO: no se
	*> reconoce lo que no se miró.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CBUVIG.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-AUDSAT
		ASSIGN TO "auditoria_sat.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-SAT.

		SELECT OPTIONAL ARCHIVO-CUENTAS
		ASSIGN TO "cuentas.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS CTA-CLAVE
		FILE STATUS IS WS-STATUS-CTA.

		SELECT OPTIONAL ARCHIVO-REGISTRO
		ASSIGN TO "registro_nomina.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS REG-CLAVE
		FILE STATUS IS WS-STATUS-REG.

		SELECT OPTIONAL ARCHIVO-BANCO
		ASSIGN TO "pagos_banco.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-BAN.

		SELECT ARCHIVO-VISTO-CBU
		ASSIGN TO "cbu_visto.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-VCB.

		SELECT ARCHIVO-ORDEN
		ASSIGN TO "cbuvig.srt".

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-AUDSAT.
		COPY "audsat.cpy".

	FD ARCHIVO-CUENTAS.
		COPY "cuenta.cpy".

	FD ARCHIVO-REGISTRO.
		COPY "registro.cpy".

	FD ARCHIVO-BANCO.
		01 LINEA-BANCO PIC X(80).
		*> Trailer que deja NOMINA al final de la subida.
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

	FD ARCHIVO-VISTO-CBU.
		01 LINEA-VISTO-CBU.
			02 VCB-PERIODO PIC 9(6).
			02 VCB-ESTADO PIC X.
				88 CBU-LIBERADO VALUE "L".
				88 CBU-RETENIDO VALUE "R".
			02 VCB-OPERADOR PIC X(8).
			02 VCB-FECHA PIC 9(8).
			*> Subida a la que vale el visto, del trailer
			*> de pagos_banco.dat: con varios grupos y
			*> empresas un mismo mes tiene varias subidas.
			02 VCB-GRUPO PIC X(2).
			02 VCB-SUBPERIODO PIC 9.
			02 VCB-EMPRESA PIC 9(2).

	SD ARCHIVO-ORDEN.
		01 ORDEN-REGISTRO.
			02 ORDEN-CBU PIC X(22).
			02 ORDEN-ID PIC 9(5).
			02 ORDEN-ORDEN PIC 9.

	WORKING-STORAGE SECTION.
		01 WS-STATUS-SAT PIC XX VALUE "00".
		01 WS-STATUS-CTA PIC XX VALUE "00".
		01 WS-STATUS-REG PIC XX VALUE "00".
		01 WS-STATUS-VCB PIC XX VALUE "00".
		01 WS-STATUS-BAN PIC XX VALUE "00".
		01 FIN-ARCHIVO PIC X VALUE "N".
		01 FIN-BANCO PIC X VALUE "N".
		01 FIN-REGISTRO PIC X VALUE "N".
		01 CAMPO-ENTRADA PIC X(3) VALUE SPACES.
		01 DIAS-VIGILANCIA PIC 9(3) VALUE 30.
		01 DIAS-RESTADOS PIC 9(3) VALUE ZERO.
		01 TOLERANCIA-PORC PIC 9(3) VALUE 20.
		01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
		01 FECHA-DESDE PIC 9(8) VALUE ZERO.
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
		*> Imagen de cuenta del diario: clave, medio, banco,
		*> sucursal y CBU entran en las 40 posiciones.
		01 IMAGEN-CUENTA.
			02 IMC-ID PIC 9(5).
			02 IMC-ORDEN PIC 9.
			02 IMC-MEDIO PIC X.
			02 IMC-BANCO PIC 9(3).
			02 IMC-SUCURSAL PIC 9(4).
			02 IMC-CBU PIC X(22).
			02 FILLER PIC X(4).
		01 CBU-ANTES PIC X(22) VALUE SPACES.
		01 CBU-DESPUES PIC X(22) VALUE SPACES.
		01 CBU-VIGENTE PIC X(22) VALUE SPACES.
		01 ID-CAMBIADO PIC 9(5) VALUE ZERO.
		01 ORDEN-CAMBIADO PIC 9 VALUE ZERO.
		*> Empleados con cuenta cambiada en la ventana.
		01 TABLA-CAMBIADOS.
			02 CAMBIADO-ENTRADA OCCURS 999 TIMES.
				03 CB-ID PIC 9(5).
		01 CANTIDAD-CAMBIADOS PIC 9(3) VALUE ZERO.
		01 CAMBIADOS-DESBORDADOS PIC 9(5) VALUE ZERO.
		01 INDICE-CAMBIADO PIC 9(3) VALUE ZERO.
		01 CAMBIADO-HALLADO PIC X VALUE "N".
		*> Corte por CBU del SORT.
		01 CBU-ANTERIOR PIC X(22) VALUE SPACES.
		01 ID-ANTERIOR PIC 9(5) VALUE ZERO.
		01 ORDEN-ANTERIOR PIC 9 VALUE ZERO.
		01 GRUPO-INFORMADO PIC X VALUE "N".
		*> Subida de pagos_banco.dat, según su trailer.
		01 PIE-HALLADO PIC X VALUE "N".
		01 PERIODO-SUBIDA PIC 9(6) VALUE ZERO.
		01 GRUPO-SUBIDA PIC X(2) VALUE SPACES.
		01 SUBPERIODO-SUBIDA PIC 9 VALUE ZERO.
		01 EMPRESA-SUBIDA PIC 9(2) VALUE ZERO.
		01 PERIODO-ULTIMO PIC 9(6) VALUE ZERO.
		01 PERIODO-ANTERIOR PIC 9(6) VALUE ZERO.
		01 NETO-ULTIMO PIC 9(6)V99 VALUE ZERO.
		01 NETO-ANTERIOR PIC 9(6)V99 VALUE ZERO.
		01 TIENE-ULTIMO PIC X VALUE "N".
		01 TIENE-ANTERIOR PIC X VALUE "N".
		01 DIFERENCIA-NETO PIC S9(7)V99 VALUE ZERO.
		01 PRODUCTO-DESVIO PIC 9(10)V99 VALUE ZERO.
		01 LIMITE-DESVIO PIC 9(7)V99 VALUE ZERO.
		01 IMPORTE-EDITADO PIC $$$,$$$9.99.
		01 IMPORTE-EDITADO-2 PIC $$$,$$$9.99.
		01 CONTADOR-CAMBIOS PIC 9(5) VALUE ZERO.
		01 CONTADOR-COMPARTIDOS PIC 9(5) VALUE ZERO.
		01 CONTADOR-SALTOS PIC 9(5) VALUE ZERO.
		01 CONTADOR-HALLAZGOS PIC 9(7) VALUE ZERO.
		01 ACEPTA-SUPERVISOR PIC X VALUE "N".
		01 DECISION-FINAL PIC X VALUE "R".
		01 NUMERO-PAGINA PIC 99 VALUE ZERO.
		01 TITULO-REPORTE PIC X(40)
			VALUE "VIGILANCIA DE CAMBIOS DE CBU".
		01 NOMBRE-REPORTE PIC X(8) VALUE "CBUVIG".
		01 LINEA-IMPRESION PIC X(168) VALUE SPACES.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "CBUVIG".
		01 WS-MENSAJE-LOG PIC X(40).
		01 WS-SEVERIDAD-LOG PIC X VALUE "A".
		01 WS-OPERADOR-LOG PIC X(8) VALUE "SISTEMA".
		01 NIVEL-FIRMADO PIC 9 VALUE ZERO.
		01 RESULTADO-SIGNON PIC X VALUE "N".

	PROCEDURE DIVISION.
	MAIN.
		DISPLAY "Días hacia atrás (vacío = 30): ".
		ACCEPT CAMPO-ENTRADA.
		IF CAMPO-ENTRADA (1:3) IS NUMERIC
		MOVE CAMPO-ENTRADA (1:3) TO DIAS-VIGILANCIA
		END-IF.
		MOVE SPACES TO CAMPO-ENTRADA.
		DISPLAY "Tolerancia de suba del neto en %"
			" (vacío = 20): ".
		ACCEPT CAMPO-ENTRADA.
		IF CAMPO-ENTRADA (1:3) IS NUMERIC
		MOVE CAMPO-ENTRADA (1:3) TO TOLERANCIA-PORC
		END-IF.
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
		PERFORM CALCULAR-FECHA-DESDE.
		PERFORM DETECTAR-PERIODOS.
		PERFORM LEER-PIE-SUBIDA.
		CALL "RPTHDR" USING TITULO-REPORTE
			NUMERO-PAGINA NOMBRE-REPORTE.
		MOVE SPACES TO LINEA-IMPRESION.
		STRING "PERIODO " DELIMITED BY SIZE
			PERIODO-ULTIMO DELIMITED BY SIZE
			" - CAMBIOS DESDE " DELIMITED BY SIZE
			FECHA-DESDE DELIMITED BY SIZE
			" - TOLERANCIA " DELIMITED BY SIZE
			TOLERANCIA-PORC DELIMITED BY SIZE
			"%" DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING.
		PERFORM GRABAR-LINEA.
		MOVE SPACES TO LINEA-IMPRESION.
		IF PIE-HALLADO = "S"
		STRING "SUBIDA PERIODO " DELIMITED BY SIZE
			PERIODO-SUBIDA DELIMITED BY SIZE
			" GRUPO " DELIMITED BY SIZE
			GRUPO-SUBIDA DELIMITED BY SIZE
			" SUBPERIODO " DELIMITED BY SIZE
			SUBPERIODO-SUBIDA DELIMITED BY SIZE
			" EMPRESA " DELIMITED BY SIZE
			EMPRESA-SUBIDA DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		ELSE
		MOVE "SIN pagos_banco.dat: EL VISTO NO LIBERA NADA"
			TO LINEA-IMPRESION
		END-IF.
		PERFORM GRABAR-LINEA.
		OPEN INPUT ARCHIVO-CUENTAS.
		PERFORM LISTAR-CAMBIOS-CBU.
		PERFORM LISTAR-CBU-COMPARTIDOS.
		CLOSE ARCHIVO-CUENTAS.
		PERFORM LISTAR-SALTOS-NETO.
		ADD CONTADOR-CAMBIOS CONTADOR-COMPARTIDOS
			CONTADOR-SALTOS GIVING CONTADOR-HALLAZGOS.
		CALL "RPTPIE" USING TITULO-REPORTE
			CONTADOR-HALLAZGOS NOMBRE-REPORTE.
		IF CAMBIADOS-DESBORDADOS > ZERO
		DISPLAY "Aviso: " CAMBIADOS-DESBORDADOS " cambios no"
			" entran en la tabla de cuentas cambiadas."
		DISPLAY "Control incompleto: pagos retenidos."
		MOVE "Vigilancia de CBU incompleta: tabla."
			TO WS-MENSAJE-LOG
		MOVE "G" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		ELSE
		IF CONTADOR-HALLAZGOS = ZERO
		MOVE "L" TO DECISION-FINAL
		DISPLAY "Sin cambios de CBU que mirar: visto dado."
		ELSE
		DISPLAY CONTADOR-HALLAZGOS " hallazgos: hace falta"
			" un supervisor que reconozca el listado."
		CALL "SIGNON" USING WS-OPERADOR-LOG NIVEL-FIRMADO
			RESULTADO-SIGNON WS-PROGRAMA-LOG
		IF RESULTADO-SIGNON = "S" AND NIVEL-FIRMADO >= 2
		DISPLAY "Revisé el listado y libero (S/N): "
		ACCEPT ACEPTA-SUPERVISOR
		IF ACEPTA-SUPERVISOR = "S"
		OR ACEPTA-SUPERVISOR = "s"
		MOVE "L" TO DECISION-FINAL
		END-IF
		ELSE
		DISPLAY "Sin supervisor firmado: pagos retenidos."
		END-IF
		END-IF
		END-IF.
		IF DECISION-FINAL NOT = "L"
		DISPLAY "PAGOS RETENIDOS: DESVIO no libera sin este"
			" visto."
		MOVE "Pagos retenidos por vigilancia de CBU."
			TO WS-MENSAJE-LOG
		MOVE "G" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		END-IF.
		PERFORM ASENTAR-DECISION.
		GOBACK.

	CALCULAR-FECHA-DESDE.
		MOVE WS-FECHA-HOY TO FECHA-PARTIDA
		MOVE ZERO TO DIAS-RESTADOS
		PERFORM UNTIL DIAS-RESTADOS = DIAS-VIGILANCIA
			PERFORM RESTAR-UN-DIA
			ADD 1 TO DIAS-RESTADOS
		END-PERFORM
		MOVE FECHA-PARTIDA TO FECHA-DESDE.

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

	DETECTAR-PERIODOS.
		*> Último período mensual liquidado y su anterior,
		*> como en DESVIO (el aguinaldo, mes 51/52, no entra).
		MOVE ZERO TO PERIODO-ULTIMO
		MOVE ZERO TO PERIODO-ANTERIOR
		MOVE "N" TO FIN-REGISTRO
		OPEN INPUT ARCHIVO-REGISTRO
		IF WS-STATUS-REG = "00" OR WS-STATUS-REG = "05"
		MOVE ZERO TO REG-PERIODO
		MOVE ZERO TO REG-ID
		START ARCHIVO-REGISTRO
			KEY IS NOT LESS THAN REG-CLAVE
		INVALID KEY MOVE "S" TO FIN-REGISTRO
		END-START
		PERFORM UNTIL FIN-REGISTRO = "S"
			READ ARCHIVO-REGISTRO NEXT RECORD
			AT END
			MOVE "S" TO FIN-REGISTRO
			NOT AT END
			IF REG-PERIODO (5:2) <= "12"
			IF REG-PERIODO > PERIODO-ULTIMO
			MOVE PERIODO-ULTIMO TO PERIODO-ANTERIOR
			MOVE REG-PERIODO TO PERIODO-ULTIMO
			ELSE
			IF REG-PERIODO > PERIODO-ANTERIOR
			AND REG-PERIODO < PERIODO-ULTIMO
			MOVE REG-PERIODO TO PERIODO-ANTERIOR
			END-IF
			END-IF
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-REGISTRO
		END-IF.

	LEER-PIE-SUBIDA.
		*> El trailer dice qué corrida paga la subida; sin
		*> archivo o sin trailer no hay subida que identificar.
		MOVE "N" TO PIE-HALLADO
		MOVE "N" TO FIN-BANCO
		OPEN INPUT ARCHIVO-BANCO
		IF WS-STATUS-BAN = "00"
		PERFORM UNTIL FIN-BANCO = "S"
			READ ARCHIVO-BANCO
			AT END
			MOVE "S" TO FIN-BANCO
			NOT AT END
			IF BAN-TR-TIPO = "T"
			PERFORM TOMAR-PIE-SUBIDA
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-BANCO
		END-IF.

	TOMAR-PIE-SUBIDA.
		MOVE "S" TO PIE-HALLADO
		MOVE BAN-TR-PERIODO TO PERIODO-SUBIDA
		MOVE BAN-TR-GRUPO TO GRUPO-SUBIDA
		MOVE BAN-TR-SUBPERIODO TO SUBPERIODO-SUBIDA
		*> Pie anterior a las empresas: la 01.
		IF BAN-TR-EMPRESA IS NUMERIC
		AND BAN-TR-EMPRESA NOT = ZERO
		MOVE BAN-TR-EMPRESA TO EMPRESA-SUBIDA
		ELSE
		MOVE 1 TO EMPRESA-SUBIDA
		END-IF.

	LISTAR-CAMBIOS-CBU.
		MOVE "CBU CAMBIADOS EN LA VENTANA (auditoria_sat.dat):"
			TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		MOVE "N" TO FIN-ARCHIVO
		OPEN INPUT ARCHIVO-AUDSAT
		IF WS-STATUS-SAT = "00" OR WS-STATUS-SAT = "05"
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-AUDSAT
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF SAT-ARCHIVO = "cuentas"
			AND SAT-FECHA NOT < FECHA-DESDE
			PERFORM INFORMAR-CAMBIO-CBU
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-AUDSAT
		END-IF
		IF CONTADOR-CAMBIOS = ZERO
		MOVE "  (ninguno)" TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		END-IF.

	INFORMAR-CAMBIO-CBU.
		MOVE SPACES TO CBU-ANTES
		MOVE SPACES TO CBU-DESPUES
		IF SAT-IMAGEN-ANTES NOT = SPACES
		MOVE SAT-IMAGEN-ANTES TO IMAGEN-CUENTA
		MOVE IMC-CBU TO CBU-ANTES
		MOVE IMC-ID TO ID-CAMBIADO
		MOVE IMC-ORDEN TO ORDEN-CAMBIADO
		END-IF
		IF SAT-IMAGEN-DESPUES NOT = SPACES
		MOVE SAT-IMAGEN-DESPUES TO IMAGEN-CUENTA
		MOVE IMC-CBU TO CBU-DESPUES
		MOVE IMC-ID TO ID-CAMBIADO
		MOVE IMC-ORDEN TO ORDEN-CAMBIADO
		END-IF
		*> Una modificación que no toca el CBU (solo reparto
		*> o valor) no es un cambio de cuenta.
		IF SAT-OPERACION NOT = "M"
		OR CBU-ANTES NOT = CBU-DESPUES
		ADD 1 TO CONTADOR-CAMBIOS
		PERFORM ANOTAR-CAMBIADO
		MOVE "(sin cuenta hoy)" TO CBU-VIGENTE
		MOVE ID-CAMBIADO TO CTA-ID
		MOVE ORDEN-CAMBIADO TO CTA-ORDEN
		READ ARCHIVO-CUENTAS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE CTA-CBU TO CBU-VIGENTE
		END-READ
		MOVE SPACES TO LINEA-IMPRESION
		STRING "  " DELIMITED BY SIZE
			SAT-FECHA DELIMITED BY SIZE
			" ID " DELIMITED BY SIZE
			ID-CAMBIADO DELIMITED BY SIZE
			"/" DELIMITED BY SIZE
			ORDEN-CAMBIADO DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			SAT-OPERACION DELIMITED BY SIZE
			" ANTES " DELIMITED BY SIZE
			CBU-ANTES DELIMITED BY SIZE
			" DESPUES " DELIMITED BY SIZE
			CBU-DESPUES DELIMITED BY SIZE
			" HOY " DELIMITED BY SIZE
			CBU-VIGENTE DELIMITED BY SIZE
			" POR " DELIMITED BY SIZE
			SAT-OPERADOR DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		END-IF.

	ANOTAR-CAMBIADO.
		MOVE "N" TO CAMBIADO-HALLADO
		PERFORM VARYING INDICE-CAMBIADO FROM 1 BY 1
		UNTIL INDICE-CAMBIADO > CANTIDAD-CAMBIADOS
		OR CAMBIADO-HALLADO = "S"
			IF CB-ID (INDICE-CAMBIADO) = ID-CAMBIADO
			MOVE "S" TO CAMBIADO-HALLADO
			END-IF
		END-PERFORM
		IF CAMBIADO-HALLADO = "N"
		IF CANTIDAD-CAMBIADOS < 999
		ADD 1 TO CANTIDAD-CAMBIADOS
		MOVE ID-CAMBIADO TO CB-ID (CANTIDAD-CAMBIADOS)
		ELSE
		ADD 1 TO CAMBIADOS-DESBORDADOS
		END-IF
		END-IF.

	LISTAR-CBU-COMPARTIDOS.
		MOVE SPACES TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		MOVE "CBU COMPARTIDOS POR MAS DE UN EMPLEADO:"
			TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		SORT ARCHIVO-ORDEN
			ON ASCENDING KEY ORDEN-CBU
			ON ASCENDING KEY ORDEN-ID
			INPUT PROCEDURE IS CARGAR-ORDEN
			OUTPUT PROCEDURE IS REVISAR-ORDEN
		IF CONTADOR-COMPARTIDOS = ZERO
		MOVE "  (ninguno)" TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		END-IF.

	CARGAR-ORDEN.
		MOVE "N" TO FIN-ARCHIVO
		MOVE ZERO TO CTA-ID
		MOVE ZERO TO CTA-ORDEN
		START ARCHIVO-CUENTAS
			KEY IS NOT LESS THAN CTA-CLAVE
		INVALID KEY MOVE "S" TO FIN-ARCHIVO
		END-START
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-CUENTAS NEXT RECORD
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF MEDIO-BANCO AND CTA-CBU NOT = SPACES
			MOVE CTA-CBU TO ORDEN-CBU
			MOVE CTA-ID TO ORDEN-ID
			MOVE CTA-ORDEN TO ORDEN-ORDEN
			RELEASE ORDEN-REGISTRO
			END-IF
			END-READ
		END-PERFORM.

	REVISAR-ORDEN.
		*> El mismo CBU en dos empleados distintos: se lista el
		*> primero del grupo una vez y cada uno que sigue.
		MOVE SPACES TO CBU-ANTERIOR
		MOVE ZERO TO ID-ANTERIOR
		MOVE "N" TO GRUPO-INFORMADO
		MOVE "N" TO FIN-ARCHIVO
		PERFORM UNTIL FIN-ARCHIVO = "S"
			RETURN ARCHIVO-ORDEN
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF ORDEN-CBU = CBU-ANTERIOR
			AND ORDEN-ID NOT = ID-ANTERIOR
			PERFORM INFORMAR-COMPARTIDO
			ELSE
			IF ORDEN-CBU NOT = CBU-ANTERIOR
			MOVE "N" TO GRUPO-INFORMADO
			END-IF
			END-IF
			MOVE ORDEN-CBU TO CBU-ANTERIOR
			MOVE ORDEN-ID TO ID-ANTERIOR
			MOVE ORDEN-ORDEN TO ORDEN-ANTERIOR
			END-RETURN
		END-PERFORM.

	INFORMAR-COMPARTIDO.
		IF GRUPO-INFORMADO = "N"
		ADD 1 TO CONTADOR-COMPARTIDOS
		MOVE "S" TO GRUPO-INFORMADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "  CBU " DELIMITED BY SIZE
			CBU-ANTERIOR DELIMITED BY SIZE
			" ID " DELIMITED BY SIZE
			ID-ANTERIOR DELIMITED BY SIZE
			"/" DELIMITED BY SIZE
			ORDEN-ANTERIOR DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		END-IF
		MOVE SPACES TO LINEA-IMPRESION
		STRING "  CBU " DELIMITED BY SIZE
			ORDEN-CBU DELIMITED BY SIZE
			" ID " DELIMITED BY SIZE
			ORDEN-ID DELIMITED BY SIZE
			"/" DELIMITED BY SIZE
			ORDEN-ORDEN DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA.

	LISTAR-SALTOS-NETO.
		MOVE SPACES TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		MOVE "CUENTA CAMBIADA Y NETO EN SUBA:"
			TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		OPEN INPUT ARCHIVO-REGISTRO
		IF WS-STATUS-REG = "00" OR WS-STATUS-REG = "05"
		PERFORM VARYING INDICE-CAMBIADO FROM 1 BY 1
		UNTIL INDICE-CAMBIADO > CANTIDAD-CAMBIADOS
			PERFORM COMPARAR-NETO-CAMBIADO
		END-PERFORM
		CLOSE ARCHIVO-REGISTRO
		END-IF
		IF CONTADOR-SALTOS = ZERO
		MOVE "  (ninguno)" TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		END-IF.

	COMPARAR-NETO-CAMBIADO.
		MOVE "N" TO TIENE-ULTIMO
		MOVE "N" TO TIENE-ANTERIOR
		MOVE ZERO TO NETO-ULTIMO
		MOVE ZERO TO NETO-ANTERIOR
		MOVE PERIODO-ULTIMO TO REG-PERIODO
		MOVE CB-ID (INDICE-CAMBIADO) TO REG-ID
		READ ARCHIVO-REGISTRO
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE "S" TO TIENE-ULTIMO
		MOVE REG-NETO TO NETO-ULTIMO
		END-READ
		IF PERIODO-ANTERIOR > ZERO
		MOVE PERIODO-ANTERIOR TO REG-PERIODO
		MOVE CB-ID (INDICE-CAMBIADO) TO REG-ID
		READ ARCHIVO-REGISTRO
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE "S" TO TIENE-ANTERIOR
		MOVE REG-NETO TO NETO-ANTERIOR
		END-READ
		END-IF
		IF TIENE-ULTIMO = "S"
		SUBTRACT NETO-ANTERIOR FROM NETO-ULTIMO
			GIVING DIFERENCIA-NETO
		MULTIPLY NETO-ANTERIOR BY TOLERANCIA-PORC
			GIVING PRODUCTO-DESVIO ROUNDED
		DIVIDE PRODUCTO-DESVIO BY 100
			GIVING LIMITE-DESVIO ROUNDED
		IF TIENE-ANTERIOR = "N"
		OR DIFERENCIA-NETO > LIMITE-DESVIO
		ADD 1 TO CONTADOR-SALTOS
		MOVE NETO-ANTERIOR TO IMPORTE-EDITADO
		MOVE NETO-ULTIMO TO IMPORTE-EDITADO-2
		MOVE SPACES TO LINEA-IMPRESION
		IF TIENE-ANTERIOR = "N"
		STRING "  ID " DELIMITED BY SIZE
			CB-ID (INDICE-CAMBIADO) DELIMITED BY SIZE
			" NETO " DELIMITED BY SIZE
			IMPORTE-EDITADO-2 DELIMITED BY SIZE
			" SIN PERIODO ANTERIOR CON QUE COMPARAR"
			DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		ELSE
		STRING "  ID " DELIMITED BY SIZE
			CB-ID (INDICE-CAMBIADO) DELIMITED BY SIZE
			" NETO ANTERIOR " DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			" ULTIMO " DELIMITED BY SIZE
			IMPORTE-EDITADO-2 DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		END-IF
		PERFORM GRABAR-LINEA
		END-IF
		END-IF.

	ASENTAR-DECISION.
		*> Sin subida no hay a qué dar el visto: queda
		*> asentado sin empresa y DESVIO no lo toma.
		OPEN OUTPUT ARCHIVO-VISTO-CBU
		IF PIE-HALLADO = "S"
		MOVE PERIODO-SUBIDA TO VCB-PERIODO
		MOVE GRUPO-SUBIDA TO VCB-GRUPO
		MOVE SUBPERIODO-SUBIDA TO VCB-SUBPERIODO
		MOVE EMPRESA-SUBIDA TO VCB-EMPRESA
		ELSE
		MOVE PERIODO-ULTIMO TO VCB-PERIODO
		MOVE SPACES TO VCB-GRUPO
		MOVE ZERO TO VCB-SUBPERIODO
		MOVE ZERO TO VCB-EMPRESA
		END-IF
		MOVE DECISION-FINAL TO VCB-ESTADO
		MOVE WS-OPERADOR-LOG TO VCB-OPERADOR
		MOVE WS-FECHA-HOY TO VCB-FECHA
		WRITE LINEA-VISTO-CBU
		CLOSE ARCHIVO-VISTO-CBU.

	GRABAR-LINEA.
		DISPLAY LINEA-IMPRESION
		CALL "IMPRESO" USING NOMBRE-REPORTE LINEA-IMPRESION.
	END PROGRAM CBUVIG.
