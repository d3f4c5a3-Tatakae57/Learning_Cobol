	*> Auditoría de recálculo de una muestra de la nómina:
	*> Control independiente de un período ya pagado. Sortea
	*> una muestra de los empleados liquidados en el período
	*> (los renglones de registro_nomina.dat) con un generador
	*> congruencial a partir de una semilla: la misma semilla
	*> sobre el mismo período saca siempre la misma muestra,
	*> así el revisor puede repetir el papel de trabajo. A cada
	*> empleado de la muestra lo vuelve a liquidar con su
	*> propia cuenta, sin pasar por NOMINA: la tarifa vigente
	*> de tarifas.dat, los baldes de horas de novedades.dat
	*> (comunes, extra por encima del umbral, a francos,
	*> nocturnas y de feriado, cada uno a su multiplicador de
	*> nomina_parm.dat), el plus por antigüedad desde la fecha
	*> de ingreso del maestro, las ausencias de ausencias.dat
	*> (con el tope del caso médico), la producción y los
	*> francos vencidos pagados en el período, el impuesto por
	*> los tramos vigentes al período sobre la base del año
	*> (los meses anteriores salen del mismo registro), las
	*> deducciones fijas, el embargo (el saldo al inicio del
	*> período se reconstruye con retenciones_embargo.dat), el
	*> adelanto (ídem con el registro), las cuotas de agencias
	*> y el neto. En los grupos quincenales y semanales cuenta
	*> subperíodo por subperíodo y suma el mes. Lo recalculado
	*> se compara campo por campo con lo registrado (el
	*> embargo contra retenciones_embargo.dat y las horas a
	*> francos contra los lotes de francos.dat) y el papel de
	*> trabajo lista el desglose de cada empleado, todas las
	*> diferencias al final y los renglones de firma de quien
	*> lo preparó y de quien lo revisa. No se recalculan los
	*> recuperos de pagos indebidos ni los ajustes: una
	*> diferencia de neto puede venir de ahí y el papel lo
	*> avisa. No graba nada. Solo supervisores.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. AUDNOM.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
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

		SELECT OPTIONAL ARCHIVO-REGISTRO
		ASSIGN TO "registro_nomina.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS REG-CLAVE
		FILE STATUS IS WS-STATUS-REG.

		SELECT OPTIONAL ARCHIVO-REG-SUBPERIODO
		ASSIGN TO "registro_subperiodo.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS RSB-CLAVE
		FILE STATUS IS WS-STATUS-RSB.

		SELECT OPTIONAL ARCHIVO-TARIFAS
		ASSIGN TO "tarifas.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS TAR-CLAVE
		FILE STATUS IS WS-STATUS-TAR.

		SELECT OPTIONAL ARCHIVO-NOVEDADES
		ASSIGN TO "novedades.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS NOV-CLAVE
		FILE STATUS IS WS-STATUS-NOV.

		SELECT OPTIONAL ARCHIVO-AUSENCIAS
		ASSIGN TO "ausencias.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS AUS-CLAVE
		FILE STATUS IS WS-STATUS-AUS.

		SELECT OPTIONAL ARCHIVO-CASOS
		ASSIGN TO "casos_medicos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS CAM-CLAVE
		FILE STATUS IS WS-STATUS-CAM.

		SELECT OPTIONAL ARCHIVO-DEDUCC-GAN
		ASSIGN TO "deducciones_ganancias.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS DGA-CLAVE
		FILE STATUS IS WS-STATUS-DGA.

		SELECT OPTIONAL ARCHIVO-EMBARGOS
		ASSIGN TO "embargos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS EMB-ID
		FILE STATUS IS WS-STATUS-EMB.

		SELECT OPTIONAL ARCHIVO-RETENCIONES-EMB
		ASSIGN TO "retenciones_embargo.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS REJ-CLAVE
		FILE STATUS IS WS-STATUS-REJ.

		SELECT OPTIONAL ARCHIVO-ADELANTOS
		ASSIGN TO "adelantos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS ADE-ID
		FILE STATUS IS WS-STATUS-ADE.

		SELECT OPTIONAL ARCHIVO-PRODUCCION
		ASSIGN TO "produccion.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PRD-CLAVE
		FILE STATUS IS WS-STATUS-PRD.

		SELECT OPTIONAL ARCHIVO-FRANCOS
		ASSIGN TO "francos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS FRA-CLAVE
		FILE STATUS IS WS-STATUS-FRA.

		SELECT OPTIONAL ARCHIVO-DEPARTAMENTOS
		ASSIGN TO "departamentos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS DEP-CODIGO
		FILE STATUS IS WS-STATUS-DEP.

		SELECT OPTIONAL ARCHIVO-AGENCIAS
		ASSIGN TO "agencias.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS AGE-CODIGO
		FILE STATUS IS WS-STATUS-AGE.

		SELECT OPTIONAL ARCHIVO-AFILIACIONES
		ASSIGN TO "afiliaciones.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS AFI-CLAVE
		FILE STATUS IS WS-STATUS-AFI.

		SELECT OPTIONAL ARCHIVO-PARAMETROS
		ASSIGN TO "nomina_parm.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-PRM.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	FD ARCHIVO-REGISTRO.
		COPY "registro.cpy".

	FD ARCHIVO-REG-SUBPERIODO.
		COPY "regsub.cpy".

	FD ARCHIVO-TARIFAS.
		COPY "tarifa.cpy".

	FD ARCHIVO-NOVEDADES.
		COPY "novedad.cpy".

	FD ARCHIVO-AUSENCIAS.
		COPY "ausencia.cpy".

	FD ARCHIVO-CASOS.
		COPY "casomed.cpy".

	FD ARCHIVO-DEDUCC-GAN.
		COPY "desgan.cpy".

	FD ARCHIVO-EMBARGOS.
		COPY "embargo.cpy".

	FD ARCHIVO-RETENCIONES-EMB.
		COPY "retemb.cpy".

	FD ARCHIVO-ADELANTOS.
		COPY "adelanto.cpy".

	FD ARCHIVO-PRODUCCION.
		COPY "produccion.cpy".

	FD ARCHIVO-FRANCOS.
		COPY "francos.cpy".

	FD ARCHIVO-DEPARTAMENTOS.
		COPY "depto.cpy".

	FD ARCHIVO-AGENCIAS.
		COPY "agencia.cpy".

	FD ARCHIVO-AFILIACIONES.
		COPY "afiliacion.cpy".

	FD ARCHIVO-PARAMETROS.
		01 LINEA-PARAMETROS.
			02 PARM-UMBRAL PIC 9(3)V99.
			02 PARM-MULTIPLICADOR PIC 9V99.
			*> El mismo layout que lee NOMINA; en blanco
			*> rigen los valores de convenio.
			02 PARM-ANTIG-PORC PIC 9V99.
			02 PARM-MULT-NOCTURNA PIC 9V99.
			02 PARM-MULT-FERIADO PIC 9V99.
			02 PARM-DED-CONYUGE PIC 9(7)V99.
			02 PARM-DED-HIJO PIC 9(7)V99.
			02 PARM-MESES-FRANCOS PIC 9(2).

	WORKING-STORAGE SECTION.
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 WS-STATUS-REG PIC XX VALUE "00".
		01 WS-STATUS-RSB PIC XX VALUE "00".
		01 WS-STATUS-TAR PIC XX VALUE "00".
		01 WS-STATUS-NOV PIC XX VALUE "00".
		01 WS-STATUS-AUS PIC XX VALUE "00".
		01 WS-STATUS-CAM PIC XX VALUE "00".
		01 WS-STATUS-DGA PIC XX VALUE "00".
		01 WS-STATUS-EMB PIC XX VALUE "00".
		01 WS-STATUS-REJ PIC XX VALUE "00".
		01 WS-STATUS-ADE PIC XX VALUE "00".
		01 WS-STATUS-PRD PIC XX VALUE "00".
		01 WS-STATUS-FRA PIC XX VALUE "00".
		01 WS-STATUS-DEP PIC XX VALUE "00".
		01 WS-STATUS-AGE PIC XX VALUE "00".
		01 WS-STATUS-AFI PIC XX VALUE "00".
		01 WS-STATUS-PRM PIC XX VALUE "00".
		01 CAMPO-ENTRADA PIC X(10) VALUE SPACES.
		01 CAMPO-VALIDO PIC X VALUE "N".
		01 FECHA-AUDITORIA PIC 9(8) VALUE ZERO.
		01 PERIODO-AUDITADO PIC 9(6) VALUE ZERO.
		01 ANIO-AUDITADO PIC 9(4) VALUE ZERO.
		01 MES-AUDITADO PIC 99 VALUE ZERO.
		01 PERIODO-CERRADO PIC X VALUE "N".
		01 LIMITE-PERIODO PIC 9(8) VALUE ZERO.
		01 LIMITE-PERIODO-R REDEFINES LIMITE-PERIODO.
			02 LIM-ANIO PIC 9(4).
			02 LIM-MES-DIA PIC 9(4).
		01 FECHA-INGRESO-AUD PIC 9(8) VALUE ZERO.
		01 FECHA-INGRESO-R REDEFINES FECHA-INGRESO-AUD.
			02 ING-ANIO PIC 9(4).
			02 ING-MES-DIA PIC 9(4).
		COPY "pergrupo.cpy".
		COPY "tramotab.cpy".
		COPY "medcas.cpy".
		*> Parámetros de liquidación, los de convenio si
		*> nomina_parm.dat no está.
		01 UMBRAL-EXTRA PIC 9(3)V99 VALUE 40.
		01 MULTIPLICADOR-EXTRA PIC 9V99 VALUE 1.50.
		01 MULTIPLICADOR-NOCTURNA PIC 9V99 VALUE 1.30.
		01 MULTIPLICADOR-FERIADO PIC 9V99 VALUE 2.00.
		01 PORCENTAJE-ANTIGUEDAD PIC 9V99 VALUE 1.00.
		01 DED-ANUAL-CONYUGE PIC 9(7)V99 VALUE 4800.00.
		01 DED-ANUAL-HIJO PIC 9(7)V99 VALUE 2400.00.
		*> Parte no paga del día de enfermedad dentro del
		*> tope del caso (porcentaje de convenio).
		01 DESCUENTO-ENFERMEDAD PIC 9(2)V99 VALUE 25.00.
		*> Población del período (IDs en orden de clave) y
		*> muestra sorteada.
		01 CANTIDAD-POBLACION PIC 9(5) VALUE ZERO.
		01 POBLACION-DESBORDADA PIC 9(5) VALUE ZERO.
		01 TABLA-POBLACION.
			02 POB-ID OCCURS 5000 TIMES PIC 9(5).
		01 TAMANO-MUESTRA PIC 9(3) VALUE 10.
		01 TABLA-MUESTRA.
			02 MUE-ID OCCURS 50 TIMES PIC 9(5).
		01 INDICE-MUESTRA PIC 9(3) VALUE ZERO.
		01 RESTANTES-SORTEO PIC 9(5) VALUE ZERO.
		01 POSICION-SORTEO PIC 9(5) VALUE ZERO.
		01 ID-INTERCAMBIO PIC 9(5) VALUE ZERO.
		*> Generador congruencial multiplicativo (16807 módulo
		*> 2^31 - 1): reproducible con la semilla impresa.
		01 SEMILLA-MUESTRA PIC 9(9) VALUE ZERO.
		01 SEMILLA-ACTUAL PIC 9(10) VALUE ZERO.
		01 PRODUCTO-SEMILLA PIC 9(15) VALUE ZERO.
		01 COCIENTE-SEMILLA PIC 9(15) VALUE ZERO.
		01 COCIENTE-SORTEO PIC 9(10) VALUE ZERO.
		01 FIN-ARCHIVO PIC X VALUE "N".
		*> Empleado auditado: lo registrado.
		01 ID-AUDITADO PIC 9(5) VALUE ZERO.
		01 LEGAJO-HALLADO PIC X VALUE "N".
		01 REGISTRADO.
			02 RGD-TARIFA PIC 9(3)V99.
			02 RGD-HORAS PIC 9(3)V99.
			02 RGD-BRUTO PIC 9(7)V99.
			02 RGD-NETO PIC 9(7)V99.
			02 RGD-ADELANTO PIC 9(7)V99.
			02 RGD-IMPUESTO PIC 9(7)V99.
			02 RGD-JUBILACION PIC 9(7)V99.
			02 RGD-SINDICATO PIC 9(7)V99.
			02 RGD-ASIGNACION PIC 9(7)V99.
			02 RGD-GASTOS PIC 9(7)V99.
			02 RGD-EMBARGO PIC 9(7)V99.
			02 RGD-HORAS-FRANCO PIC 9(5)V99.
		*> Lo recalculado, sumado en el mes.
		01 RECALCULADO.
			02 RCL-TARIFA PIC 9(3)V99.
			02 RCL-HORAS PIC 9(5)V99.
			02 RCL-HORAS-NORMALES PIC 9(5)V99.
			02 RCL-HORAS-EXTRA PIC 9(5)V99.
			02 RCL-HORAS-FRANCO PIC 9(5)V99.
			02 RCL-HORAS-NOCTURNAS PIC 9(5)V99.
			02 RCL-HORAS-FERIADO PIC 9(5)V99.
			02 RCL-PAGO-NORMAL PIC 9(7)V99.
			02 RCL-PAGO-EXTRA PIC 9(7)V99.
			02 RCL-PAGO-NOCTURNO PIC 9(7)V99.
			02 RCL-PAGO-FERIADO PIC 9(7)V99.
			02 RCL-ANTIGUEDAD PIC 9(7)V99.
			02 RCL-AUSENCIAS PIC 9(7)V99.
			02 RCL-PRODUCCION PIC 9(7)V99.
			02 RCL-FRANCOS-VENCIDOS PIC 9(7)V99.
			02 RCL-BRUTO PIC 9(7)V99.
			02 RCL-IMPUESTO PIC 9(7)V99.
			02 RCL-JUBILACION PIC 9(7)V99.
			02 RCL-SINDICATO PIC 9(7)V99.
			02 RCL-EMBARGO PIC 9(7)V99.
			02 RCL-ADELANTO PIC 9(7)V99.
			02 RCL-AGENCIAS PIC 9(7)V99.
			02 RCL-NETO PIC 9(7)V99.
		*> Subperíodos del grupo del empleado y el que se
		*> recalcula, con su rango de fechas.
		01 SUBPERIODOS-AUDITADOS PIC 9 VALUE 1.
		01 SUB-AUDITADO PIC 9 VALUE ZERO.
		01 ULTIMO-SUB-AUDITADO PIC X VALUE "S".
		01 SUBPERIODO-CON-HORAS PIC X VALUE "N".
		01 DIA-DESDE PIC 99 VALUE ZERO.
		01 DIA-HASTA PIC 99 VALUE ZERO.
		01 FECHA-DESDE-SUB PIC 9(8) VALUE ZERO.
		01 FECHA-HASTA-SUB PIC 9(8) VALUE ZERO.
		01 NOVEDAD-HALLADA PIC X VALUE "N".
		*> Cuenta del subperíodo.
		01 UMBRAL-SUB PIC 9(3)V99 VALUE ZERO.
		01 HORAS-SUB PIC 9(3)V99 VALUE ZERO.
		01 HORAS-NOC-SUB PIC 9(3)V99 VALUE ZERO.
		01 HORAS-FER-SUB PIC 9(3)V99 VALUE ZERO.
		01 HORAS-NORMALES-SUB PIC 9(3)V99 VALUE ZERO.
		01 HORAS-EXTRA-SUB PIC 9(3)V99 VALUE ZERO.
		01 TARIFA-EXTRA PIC 9(4)V99 VALUE ZERO.
		01 TARIFA-NOCTURNA PIC 9(4)V99 VALUE ZERO.
		01 TARIFA-FERIADO PIC 9(4)V99 VALUE ZERO.
		01 PAGO-NORMAL-SUB PIC 9(6)V99 VALUE ZERO.
		01 PAGO-EXTRA-SUB PIC 9(6)V99 VALUE ZERO.
		01 PAGO-NOCTURNO-SUB PIC 9(6)V99 VALUE ZERO.
		01 PAGO-FERIADO-SUB PIC 9(6)V99 VALUE ZERO.
		01 BRUTO-SUB PIC 9(7)V99 VALUE ZERO.
		01 ANTIGUEDAD-SUB PIC 9(7)V99 VALUE ZERO.
		01 PRODUCTO-ANTIGUEDAD PIC 9(11)V99 VALUE ZERO.
		01 ANIOS-SERVICIO PIC 9(3) VALUE ZERO.
		01 AUSENCIAS-SUB PIC 9(7)V99 VALUE ZERO.
		01 VALOR-DIA-AUSENCIA PIC 9(5)V99 VALUE ZERO.
		01 DESCUENTO-DIA PIC 9(5)V99 VALUE ZERO.
		01 PRODUCTO-AUSENCIA PIC 9(8)V99 VALUE ZERO.
		01 FIN-AUSENCIAS PIC X VALUE "N".
		01 CASO-HALLADO PIC X VALUE "N".
		01 INICIO-CASO PIC 9(8) VALUE ZERO.
		01 FIN-CASOS PIC X VALUE "N".
		*> Impuesto y deducciones del subperíodo.
		01 BRUTO-MESES-ANTERIORES PIC 9(8)V99 VALUE ZERO.
		01 RETENIDO-MESES-ANTERIORES PIC 9(8)V99 VALUE ZERO.
		01 BRUTO-SUBS-ANTERIORES PIC 9(8)V99 VALUE ZERO.
		01 RETENIDO-SUBS-ANTERIORES PIC 9(8)V99 VALUE ZERO.
		01 MES-HISTORIA PIC 99 VALUE ZERO.
		01 MESES-TRANSCURRIDOS PIC 99V9999 VALUE ZERO.
		01 DEDUCCION-ANUAL-PERSONAL PIC 9(8)V99 VALUE ZERO.
		01 DEDUCCION-PRORRATEADA PIC 9(8)V99 VALUE ZERO.
		01 BASE-ACUMULADA PIC S9(8)V99 VALUE ZERO.
		01 TRAMO-MINIMO-ACUM PIC 9(8) VALUE ZERO.
		01 TRAMO-MAXIMO-ACUM PIC 9(8) VALUE ZERO.
		01 IMPUESTO-ACUMULADO PIC 9(8)V99 VALUE ZERO.
		01 PRODUCTO-ACUMULADO PIC 9(11)V99 VALUE ZERO.
		01 TRAMO-APLICADO PIC X VALUE "N".
		01 INDICE-DEDUCCION PIC 99 VALUE ZERO.
		01 DEDUCCION-FIJA PIC 9(6)V99 VALUE ZERO.
		01 IMPUESTO-SUB PIC 9(7)V99 VALUE ZERO.
		01 JUBILACION-SUB PIC 9(7)V99 VALUE ZERO.
		01 SINDICATO-SUB PIC 9(7)V99 VALUE ZERO.
		01 NETO-SUB PIC 9(7)V99 VALUE ZERO.
		*> Embargo, adelanto y agencias.
		01 EMBARGO-VIGENTE PIC X VALUE "N".
		01 SALDO-EMBARGO-INICIAL PIC 9(8)V99 VALUE ZERO.
		01 SALDO-ADELANTO-INICIAL PIC 9(8)V99 VALUE ZERO.
		01 ADELANTO-VIGENTE PIC X VALUE "N".
		01 CUOTA-SUB PIC 9(7)V99 VALUE ZERO.
		01 PRODUCTO-CUOTA PIC 9(9)V99 VALUE ZERO.
		01 FIN-AFILIACIONES PIC X VALUE "N".
		*> Francos del empleado.
		01 ADHIERE-FRANCOS PIC X VALUE "N".
		01 FIN-FRANCOS PIC X VALUE "N".
		01 HORAS-FRANCO-VENCIDAS PIC 9(5)V99 VALUE ZERO.
		01 FIN-PRODUCCION PIC X VALUE "N".
		*> Comparación y diferencias.
		01 CONCEPTO-COMPARADO PIC X(20) VALUE SPACES.
		01 IMPORTE-RECALCULADO PIC 9(7)V99 VALUE ZERO.
		01 IMPORTE-REGISTRADO PIC 9(7)V99 VALUE ZERO.
		01 IMPORTE-DIFERENCIA PIC S9(7)V99 VALUE ZERO.
		01 EMPLEADO-CON-DIFERENCIA PIC X VALUE "N".
		01 EMPLEADOS-CON-DIFERENCIA PIC 9(3) VALUE ZERO.
		01 EMPLEADOS-SIN-DIFERENCIA PIC 9(3) VALUE ZERO.
		01 CANTIDAD-DIFERENCIAS PIC 9(5) VALUE ZERO.
		01 DIFERENCIAS-DESBORDADAS PIC 9(5) VALUE ZERO.
		01 INDICE-DIFERENCIA PIC 9(5) VALUE ZERO.
		01 TABLA-DIFERENCIAS.
			02 DIFERENCIA-ENTRADA OCCURS 500 TIMES.
				03 DIF-ID PIC 9(5).
				03 DIF-CONCEPTO PIC X(20).
				03 DIF-RECALCULADO PIC 9(7)V99.
				03 DIF-REGISTRADO PIC 9(7)V99.
				03 DIF-IMPORTE PIC S9(7)V99.
		01 CONTADOR-RENGLONES PIC 9(7) VALUE ZERO.
		01 NUMERO-PAGINA PIC 99 VALUE ZERO.
		01 TITULO-REPORTE PIC X(40)
			VALUE "AUDITORIA DE RECALCULO DE NOMINA".
		01 NOMBRE-REPORTE PIC X(8) VALUE "AUDNOM".
		01 LINEA-IMPRESION PIC X(168) VALUE SPACES.
		01 LINEA-COMPARACION.
			02 LC-CONCEPTO PIC X(20).
			02 FILLER PIC X(2) VALUE SPACE.
			02 LC-RECALCULADO PIC ZZ,ZZZ,ZZ9.99.
			02 FILLER PIC X(2) VALUE SPACE.
			02 LC-REGISTRADO PIC ZZ,ZZZ,ZZ9.99.
			02 FILLER PIC X(2) VALUE SPACE.
			02 LC-DIFERENCIA PIC -Z,ZZZ,ZZ9.99.
			02 FILLER PIC X(2) VALUE SPACE.
			02 LC-MARCA PIC X(10).
		01 LINEA-DESGLOSE.
			02 FILLER PIC X(2) VALUE SPACE.
			02 LD-CONCEPTO PIC X(20).
			02 LD-IMPORTE PIC ZZ,ZZZ,ZZ9.99.
			02 FILLER PIC X(2) VALUE SPACE.
			02 LD-NOTA PIC X(40).
		01 LINEA-DIFERENCIA.
			02 LF-ID PIC 9(5).
			02 FILLER PIC X(2) VALUE SPACE.
			02 LF-CONCEPTO PIC X(20).
			02 FILLER PIC X(2) VALUE SPACE.
			02 LF-RECALCULADO PIC ZZ,ZZZ,ZZ9.99.
			02 FILLER PIC X(2) VALUE SPACE.
			02 LF-REGISTRADO PIC ZZ,ZZZ,ZZ9.99.
			02 FILLER PIC X(2) VALUE SPACE.
			02 LF-DIFERENCIA PIC -Z,ZZZ,ZZ9.99.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "AUDNOM".
		01 WS-MENSAJE-LOG PIC X(40).
		01 WS-SEVERIDAD-LOG PIC X VALUE "I".
		01 WS-OPERADOR-LOG PIC X(8) VALUE "SISTEMA".
		01 NIVEL-FIRMADO PIC 9 VALUE ZERO.
		01 RESULTADO-SIGNON PIC X VALUE "N".

	PROCEDURE DIVISION.
	MAIN.
		CALL "SIGNON" USING WS-OPERADOR-LOG NIVEL-FIRMADO
			RESULTADO-SIGNON WS-PROGRAMA-LOG.
		IF RESULTADO-SIGNON NOT = "S"
		GOBACK
		END-IF.
		IF NIVEL-FIRMADO < 2
		DISPLAY "La auditoría de recálculo es solo para"
			" supervisores."
		GOBACK
		END-IF.
		ACCEPT FECHA-AUDITORIA FROM DATE YYYYMMDD.
		PERFORM LEER-PARAMETROS.
		PERFORM SOLICITAR-PERIODO.
		PERFORM CONTROLAR-PERIODO.
		IF PERIODO-CERRADO = "N"
		DISPLAY "El período " PERIODO-AUDITADO
			" todavía no está pagado: no se audita."
		GOBACK
		END-IF.
		PERFORM ABRIR-ARCHIVOS.
		PERFORM CARGAR-POBLACION.
		IF CANTIDAD-POBLACION = ZERO
		DISPLAY "Sin renglones en registro_nomina.dat para el"
			" período " PERIODO-AUDITADO "."
		PERFORM CERRAR-ARCHIVOS
		GOBACK
		END-IF.
		PERFORM SOLICITAR-MUESTRA.
		PERFORM SORTEAR-MUESTRA.
		CALL "CARTRAM" USING LIMITE-PERIODO
			TABLA-DEDUCCIONES-VIG.
		CALL "RPTHDR" USING TITULO-REPORTE
			NUMERO-PAGINA NOMBRE-REPORTE.
		PERFORM IMPRIMIR-ENCABEZADO.
		PERFORM VARYING INDICE-MUESTRA FROM 1 BY 1
		UNTIL INDICE-MUESTRA > TAMANO-MUESTRA
			PERFORM AUDITAR-EMPLEADO
		END-PERFORM.
		PERFORM IMPRIMIR-DIFERENCIAS.
		PERFORM IMPRIMIR-FIRMAS.
		CALL "RPTPIE" USING TITULO-REPORTE
			CONTADOR-RENGLONES NOMBRE-REPORTE.
		PERFORM CERRAR-ARCHIVOS.
		MOVE SPACES TO WS-MENSAJE-LOG.
		STRING "Auditoria " DELIMITED BY SIZE
			PERIODO-AUDITADO DELIMITED BY SIZE
			" muestra " DELIMITED BY SIZE
			TAMANO-MUESTRA DELIMITED BY SIZE
			" dif. " DELIMITED BY SIZE
			CANTIDAD-DIFERENCIAS DELIMITED BY SIZE
			INTO WS-MENSAJE-LOG
		END-STRING.
		CALL "LOGERR" USING WS-PROGRAMA-LOG WS-SEVERIDAD-LOG
			WS-MENSAJE-LOG WS-OPERADOR-LOG.
		GOBACK.

	LEER-PARAMETROS.
		OPEN INPUT ARCHIVO-PARAMETROS
		IF WS-STATUS-PRM = "00"
		READ ARCHIVO-PARAMETROS
		AT END
		CONTINUE
		NOT AT END
		IF PARM-UMBRAL IS NUMERIC AND PARM-UMBRAL > ZERO
		MOVE PARM-UMBRAL TO UMBRAL-EXTRA
		END-IF
		IF PARM-MULTIPLICADOR IS NUMERIC
		AND PARM-MULTIPLICADOR > ZERO
		MOVE PARM-MULTIPLICADOR TO MULTIPLICADOR-EXTRA
		END-IF
		IF PARM-ANTIG-PORC IS NUMERIC
		AND PARM-ANTIG-PORC > ZERO
		MOVE PARM-ANTIG-PORC TO PORCENTAJE-ANTIGUEDAD
		END-IF
		IF PARM-MULT-NOCTURNA IS NUMERIC
		AND PARM-MULT-NOCTURNA > ZERO
		MOVE PARM-MULT-NOCTURNA TO MULTIPLICADOR-NOCTURNA
		END-IF
		IF PARM-MULT-FERIADO IS NUMERIC
		AND PARM-MULT-FERIADO > ZERO
		MOVE PARM-MULT-FERIADO TO MULTIPLICADOR-FERIADO
		END-IF
		IF PARM-DED-CONYUGE IS NUMERIC
		AND PARM-DED-CONYUGE > ZERO
		MOVE PARM-DED-CONYUGE TO DED-ANUAL-CONYUGE
		END-IF
		IF PARM-DED-HIJO IS NUMERIC
		AND PARM-DED-HIJO > ZERO
		MOVE PARM-DED-HIJO TO DED-ANUAL-HIJO
		END-IF
		END-READ
		CLOSE ARCHIVO-PARAMETROS
		END-IF.

	SOLICITAR-PERIODO.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Período a auditar (AAAAMM): "
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:6) IS NUMERIC
			AND CAMPO-ENTRADA (5:2) > "00"
			AND CAMPO-ENTRADA (5:2) NOT > "12"
			MOVE CAMPO-ENTRADA (1:6) TO PERIODO-AUDITADO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Período inválido."
			END-IF
		END-PERFORM
		DIVIDE PERIODO-AUDITADO BY 100 GIVING ANIO-AUDITADO
			REMAINDER MES-AUDITADO
		MOVE PERIODO-AUDITADO TO LIMITE-PERIODO (1:6)
		MOVE 31 TO LIMITE-PERIODO (7:2).

	CONTROLAR-PERIODO.
		*> Solo se audita lo ya pagado: un período anterior al
		*> abierto del grupo mensual, o el abierto ya pagado.
		MOVE "N" TO PERIODO-CERRADO
		MOVE "L" TO PGR-OPERACION
		MOVE SPACES TO PGR-ARCHIVO
		MOVE SPACES TO PGR-GRUPO
		MOVE ZERO TO PGR-EMPRESA
		CALL "PERGRUPO" USING PERIODO-GRUPO
		IF PGR-HALLADO = "S"
		IF PERIODO-AUDITADO < PGR-PERIODO
		MOVE "S" TO PERIODO-CERRADO
		END-IF
		IF PERIODO-AUDITADO = PGR-PERIODO
		AND PGR-ESTADO = "P"
		MOVE "S" TO PERIODO-CERRADO
		END-IF
		END-IF.

	ABRIR-ARCHIVOS.
		OPEN INPUT ARCHIVO-REGISTRO
		IF WS-STATUS-REG NOT = "00" AND WS-STATUS-REG NOT = "05"
		DISPLAY "Error al abrir registro_nomina.dat. Status: "
			WS-STATUS-REG
		GOBACK
		END-IF
		OPEN INPUT ARCHIVO-EMPLEADOS
		OPEN INPUT ARCHIVO-REG-SUBPERIODO
		OPEN INPUT ARCHIVO-TARIFAS
		OPEN INPUT ARCHIVO-NOVEDADES
		OPEN INPUT ARCHIVO-AUSENCIAS
		OPEN INPUT ARCHIVO-CASOS
		OPEN INPUT ARCHIVO-DEDUCC-GAN
		OPEN INPUT ARCHIVO-EMBARGOS
		OPEN INPUT ARCHIVO-RETENCIONES-EMB
		OPEN INPUT ARCHIVO-ADELANTOS
		OPEN INPUT ARCHIVO-PRODUCCION
		OPEN INPUT ARCHIVO-FRANCOS
		OPEN INPUT ARCHIVO-DEPARTAMENTOS
		OPEN INPUT ARCHIVO-AGENCIAS
		OPEN INPUT ARCHIVO-AFILIACIONES.

	CERRAR-ARCHIVOS.
		CLOSE ARCHIVO-REGISTRO
		CLOSE ARCHIVO-EMPLEADOS
		CLOSE ARCHIVO-REG-SUBPERIODO
		CLOSE ARCHIVO-TARIFAS
		CLOSE ARCHIVO-NOVEDADES
		CLOSE ARCHIVO-AUSENCIAS
		CLOSE ARCHIVO-CASOS
		CLOSE ARCHIVO-DEDUCC-GAN
		CLOSE ARCHIVO-EMBARGOS
		CLOSE ARCHIVO-RETENCIONES-EMB
		CLOSE ARCHIVO-ADELANTOS
		CLOSE ARCHIVO-PRODUCCION
		CLOSE ARCHIVO-FRANCOS
		CLOSE ARCHIVO-DEPARTAMENTOS
		CLOSE ARCHIVO-AGENCIAS
		CLOSE ARCHIVO-AFILIACIONES.

	CARGAR-POBLACION.
		*> Los liquidados del período, en orden de ID: el
		*> orden fijo es lo que hace repetible el sorteo.
		MOVE ZERO TO CANTIDAD-POBLACION
		MOVE "N" TO FIN-ARCHIVO
		MOVE PERIODO-AUDITADO TO REG-PERIODO
		MOVE ZERO TO REG-ID
		START ARCHIVO-REGISTRO
			KEY IS NOT LESS THAN REG-CLAVE
		INVALID KEY MOVE "S" TO FIN-ARCHIVO
		END-START
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-REGISTRO NEXT RECORD
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF REG-PERIODO NOT = PERIODO-AUDITADO
			MOVE "S" TO FIN-ARCHIVO
			ELSE
			IF CANTIDAD-POBLACION < 5000
			ADD 1 TO CANTIDAD-POBLACION
			MOVE REG-ID TO POB-ID (CANTIDAD-POBLACION)
			ELSE
			ADD 1 TO POBLACION-DESBORDADA
			END-IF
			END-IF
			END-READ
		END-PERFORM
		IF POBLACION-DESBORDADA > ZERO
		DISPLAY "AVISO: " POBLACION-DESBORDADA
			" renglones del período quedan fuera"
			" del sorteo (tope 5000)."
		END-IF.

	SOLICITAR-MUESTRA.
		DISPLAY "Empleados liquidados en el período: "
			CANTIDAD-POBLACION
		MOVE 10 TO TAMANO-MUESTRA
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Tamaño de la muestra (01-50,"
				" vacío = 10): "
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA = SPACES
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			IF CAMPO-ENTRADA (1:2) IS NUMERIC
			AND CAMPO-ENTRADA (1:2) > "00"
			AND CAMPO-ENTRADA (1:2) NOT > "50"
			MOVE CAMPO-ENTRADA (1:2) TO TAMANO-MUESTRA
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Tamaño inválido (01 a 50)."
			END-IF
			END-IF
		END-PERFORM
		IF TAMANO-MUESTRA > CANTIDAD-POBLACION
		MOVE CANTIDAD-POBLACION TO TAMANO-MUESTRA
		END-IF
		*> Sin semilla, el período: otra corrida del mismo
		*> período sin semilla repite la muestra.
		MOVE PERIODO-AUDITADO TO SEMILLA-MUESTRA
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Semilla del sorteo (hasta 9 dígitos,"
				" vacío = el período): "
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA = SPACES
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			IF CAMPO-ENTRADA (1:9) IS NUMERIC
			AND CAMPO-ENTRADA (1:9) > "000000000"
			MOVE CAMPO-ENTRADA (1:9) TO SEMILLA-MUESTRA
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Semilla inválida (nueve dígitos,"
				" con ceros a la izquierda)."
			END-IF
			END-IF
		END-PERFORM.

	SORTEAR-MUESTRA.
		*> Sorteo sin reposición: el elegido se cambia por el
		*> último de los que quedan y sale del bolillero.
		MOVE SEMILLA-MUESTRA TO SEMILLA-ACTUAL
		MOVE CANTIDAD-POBLACION TO RESTANTES-SORTEO
		PERFORM VARYING INDICE-MUESTRA FROM 1 BY 1
		UNTIL INDICE-MUESTRA > TAMANO-MUESTRA
			PERFORM AVANZAR-SEMILLA
			DIVIDE SEMILLA-ACTUAL BY RESTANTES-SORTEO
				GIVING COCIENTE-SORTEO
				REMAINDER POSICION-SORTEO
			ADD 1 TO POSICION-SORTEO
			MOVE POB-ID (POSICION-SORTEO)
				TO MUE-ID (INDICE-MUESTRA)
			MOVE POB-ID (RESTANTES-SORTEO) TO ID-INTERCAMBIO
			MOVE ID-INTERCAMBIO TO POB-ID (POSICION-SORTEO)
			MOVE MUE-ID (INDICE-MUESTRA)
				TO POB-ID (RESTANTES-SORTEO)
			SUBTRACT 1 FROM RESTANTES-SORTEO
		END-PERFORM.

	AVANZAR-SEMILLA.
		MULTIPLY SEMILLA-ACTUAL BY 16807
			GIVING PRODUCTO-SEMILLA
		DIVIDE PRODUCTO-SEMILLA BY 2147483647
			GIVING COCIENTE-SEMILLA
			REMAINDER SEMILLA-ACTUAL.

	IMPRIMIR-ENCABEZADO.
		MOVE SPACES TO LINEA-IMPRESION
		STRING "PERIODO AUDITADO: " DELIMITED BY SIZE
			PERIODO-AUDITADO DELIMITED BY SIZE
			" - MUESTRA DE " DELIMITED BY SIZE
			TAMANO-MUESTRA DELIMITED BY SIZE
			" SOBRE " DELIMITED BY SIZE
			CANTIDAD-POBLACION DELIMITED BY SIZE
			" LIQUIDADOS - SEMILLA " DELIMITED BY SIZE
			SEMILLA-MUESTRA DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		MOVE SPACES TO LINEA-IMPRESION
		STRING "CONCEPTO                 RECALCULADO"
			DELIMITED BY SIZE
			"     REGISTRADO     DIFERENCIA"
			DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA.

	AUDITAR-EMPLEADO.
		MOVE MUE-ID (INDICE-MUESTRA) TO ID-AUDITADO
		MOVE "N" TO EMPLEADO-CON-DIFERENCIA
		INITIALIZE REGISTRADO
		INITIALIZE RECALCULADO
		PERFORM LEER-REGISTRADO
		MOVE "N" TO LEGAJO-HALLADO
		MOVE ID-AUDITADO TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE "S" TO LEGAJO-HALLADO
		END-READ
		MOVE SPACES TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		MOVE SPACES TO LINEA-IMPRESION
		IF LEGAJO-HALLADO = "S"
		STRING "EMPLEADO " DELIMITED BY SIZE
			ID-AUDITADO DELIMITED BY SIZE
			"  " DELIMITED BY SIZE
			EMPLEADO-APELLIDO DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			EMPLEADO-NOMBRE DELIMITED BY SIZE
			"  DEPTO " DELIMITED BY SIZE
			EMPLEADO-DEPTO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		ELSE
		STRING "EMPLEADO " DELIMITED BY SIZE
			ID-AUDITADO DELIMITED BY SIZE
			"  SIN LEGAJO EN EMPLEADOS.DAT"
			DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		END-IF
		PERFORM GRABAR-LINEA
		IF LEGAJO-HALLADO = "S"
		PERFORM RECALCULAR-EMPLEADO
		ELSE
		MOVE "LEGAJO INEXISTENTE" TO CONCEPTO-COMPARADO
		MOVE ZERO TO IMPORTE-RECALCULADO
		MOVE RGD-NETO TO IMPORTE-REGISTRADO
		PERFORM COMPARAR-CONCEPTO
		END-IF
		IF EMPLEADO-CON-DIFERENCIA = "S"
		ADD 1 TO EMPLEADOS-CON-DIFERENCIA
		ELSE
		ADD 1 TO EMPLEADOS-SIN-DIFERENCIA
		END-IF.

	LEER-REGISTRADO.
		*> Lo pagado, guardado aparte: las lecturas de la
		*> historia reusan el área del registro. Renglones
		*> anteriores al desglose traen columnas en blanco.
		MOVE PERIODO-AUDITADO TO REG-PERIODO
		MOVE ID-AUDITADO TO REG-ID
		READ ARCHIVO-REGISTRO
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE REG-TARIFA TO RGD-TARIFA
		MOVE REG-HORAS TO RGD-HORAS
		MOVE REG-BRUTO TO RGD-BRUTO
		MOVE REG-NETO TO RGD-NETO
		MOVE REG-ADELANTO TO RGD-ADELANTO
		IF REG-IMPUESTO IS NUMERIC
		MOVE REG-IMPUESTO TO RGD-IMPUESTO
		END-IF
		IF REG-JUBILACION IS NUMERIC
		MOVE REG-JUBILACION TO RGD-JUBILACION
		END-IF
		IF REG-SINDICATO IS NUMERIC
		MOVE REG-SINDICATO TO RGD-SINDICATO
		END-IF
		IF REG-ASIGNACION IS NUMERIC
		MOVE REG-ASIGNACION TO RGD-ASIGNACION
		END-IF
		IF REG-GASTOS IS NUMERIC
		MOVE REG-GASTOS TO RGD-GASTOS
		END-IF
		END-READ
		MOVE PERIODO-AUDITADO TO REJ-PERIODO
		MOVE ID-AUDITADO TO REJ-ID
		READ ARCHIVO-RETENCIONES-EMB
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE REJ-RETENIDO TO RGD-EMBARGO
		END-READ.

	RECALCULAR-EMPLEADO.
		PERFORM BUSCAR-TARIFA
		PERFORM DETERMINAR-SUBPERIODOS
		PERFORM CONTAR-ANIOS-SERVICIO
		PERFORM VERIFICAR-ADHESION-FRANCOS
		PERFORM RECORRER-LOTES-FRANCOS
		PERFORM SUMAR-PRODUCCION-PAGADA
		PERFORM SUMAR-HISTORIA-ANIO
		PERFORM LEER-DEDUCCIONES-PERSONALES
		PERFORM RECONSTRUIR-SALDO-EMBARGO
		PERFORM RECONSTRUIR-SALDO-ADELANTO
		MOVE ZERO TO BRUTO-SUBS-ANTERIORES
		MOVE ZERO TO RETENIDO-SUBS-ANTERIORES
		MOVE "N" TO NOVEDAD-HALLADA
		MOVE PERIODO-AUDITADO TO NOV-PERIODO
		MOVE ID-AUDITADO TO NOV-ID
		READ ARCHIVO-NOVEDADES
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE "S" TO NOVEDAD-HALLADA
		END-READ
		IF NOVEDAD-HALLADA = "S" AND RCL-TARIFA > ZERO
		PERFORM VARYING SUB-AUDITADO FROM 1 BY 1
		UNTIL SUB-AUDITADO > SUBPERIODOS-AUDITADOS
			PERFORM RECALCULAR-SUBPERIODO
		END-PERFORM
		END-IF
		*> Asignación y gastos no se recalculan: van al neto
		*> como están registrados.
		ADD RGD-ASIGNACION RGD-GASTOS TO RCL-NETO
		PERFORM IMPRIMIR-DESGLOSE
		PERFORM IMPRIMIR-COMPARACION.

	BUSCAR-TARIFA.
		*> La última vigencia que no pasa el fin del período.
		MOVE ZERO TO RCL-TARIFA
		MOVE "N" TO FIN-ARCHIVO
		MOVE ID-AUDITADO TO TAR-ID
		MOVE ZERO TO TAR-VIGENCIA
		START ARCHIVO-TARIFAS
			KEY IS NOT LESS THAN TAR-CLAVE
		INVALID KEY MOVE "S" TO FIN-ARCHIVO
		END-START
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-TARIFAS NEXT RECORD
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF TAR-ID NOT = ID-AUDITADO
			OR TAR-VIGENCIA > LIMITE-PERIODO
			MOVE "S" TO FIN-ARCHIVO
			ELSE
			MOVE TAR-TARIFA TO RCL-TARIFA
			END-IF
			END-READ
		END-PERFORM
		MULTIPLY RCL-TARIFA BY MULTIPLICADOR-EXTRA
			GIVING TARIFA-EXTRA ROUNDED
		MULTIPLY RCL-TARIFA BY MULTIPLICADOR-NOCTURNA
			GIVING TARIFA-NOCTURNA ROUNDED
		MULTIPLY RCL-TARIFA BY MULTIPLICADOR-FERIADO
			GIVING TARIFA-FERIADO ROUNDED
		COMPUTE VALOR-DIA-AUSENCIA ROUNDED = RCL-TARIFA * 8.

	DETERMINAR-SUBPERIODOS.
		*> Un grupo quincenal o semanal deja renglones en
		*> registro_subperiodo.dat; la cantidad de subperíodos
		*> sale de la frecuencia de su grupo.
		MOVE 1 TO SUBPERIODOS-AUDITADOS
		MOVE PERIODO-AUDITADO TO RSB-PERIODO
		MOVE ID-AUDITADO TO RSB-ID
		MOVE 1 TO RSB-SUBPERIODO
		READ ARCHIVO-REG-SUBPERIODO
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE "L" TO PGR-OPERACION
		MOVE SPACES TO PGR-ARCHIVO
		MOVE RSB-GRUPO TO PGR-GRUPO
		MOVE ZERO TO PGR-EMPRESA
		CALL "PERGRUPO" USING PERIODO-GRUPO
		IF PGR-HALLADO = "S"
		MOVE PGR-SUBPERIODOS TO SUBPERIODOS-AUDITADOS
		END-IF
		END-READ.

	CONTAR-ANIOS-SERVICIO.
		*> Años cumplidos al fin del período: la diferencia
		*> de años, menos uno si el aniversario todavía no
		*> llegó.
		MOVE ZERO TO ANIOS-SERVICIO
		IF EMPLEADO-FECHA-INGRESO IS NUMERIC
		AND EMPLEADO-FECHA-INGRESO > ZERO
		AND EMPLEADO-FECHA-INGRESO < LIMITE-PERIODO
		MOVE EMPLEADO-FECHA-INGRESO TO FECHA-INGRESO-AUD
		SUBTRACT ING-ANIO FROM LIM-ANIO GIVING ANIOS-SERVICIO
		IF LIM-MES-DIA < ING-MES-DIA
		SUBTRACT 1 FROM ANIOS-SERVICIO
		END-IF
		END-IF.

	VERIFICAR-ADHESION-FRANCOS.
		MOVE "N" TO ADHIERE-FRANCOS
		MOVE EMPLEADO-DEPTO TO DEP-CODIGO
		READ ARCHIVO-DEPARTAMENTOS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		IF DEP-CON-FRANCOS
		MOVE ID-AUDITADO TO FRA-ID
		MOVE ZERO TO FRA-PERIODO
		MOVE ZERO TO FRA-SUBPERIODO
		READ ARCHIVO-FRANCOS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		IF FRA-ADHERIDO
		MOVE "S" TO ADHIERE-FRANCOS
		END-IF
		END-READ
		END-IF
		END-READ.

	RECORRER-LOTES-FRANCOS.
		*> Lo registrado en el banco: los lotes ganados en el
		*> período y las horas vencidas que se pagaron en él.
		MOVE ZERO TO HORAS-FRANCO-VENCIDAS
		MOVE "N" TO FIN-FRANCOS
		MOVE ID-AUDITADO TO FRA-ID
		MOVE 1 TO FRA-PERIODO
		MOVE ZERO TO FRA-SUBPERIODO
		START ARCHIVO-FRANCOS
			KEY IS NOT LESS THAN FRA-CLAVE
		INVALID KEY MOVE "S" TO FIN-FRANCOS
		END-START
		PERFORM UNTIL FIN-FRANCOS = "S"
			READ ARCHIVO-FRANCOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-FRANCOS
			NOT AT END
			IF FRA-ID NOT = ID-AUDITADO
			MOVE "S" TO FIN-FRANCOS
			ELSE
			IF FRA-PERIODO = PERIODO-AUDITADO
			ADD FRA-HORAS-GANADAS TO RGD-HORAS-FRANCO
			END-IF
			IF FRA-PAGADO
			AND FRA-PERIODO-PAGO = PERIODO-AUDITADO
			ADD FRA-HORAS-PAGADAS TO HORAS-FRANCO-VENCIDAS
			END-IF
			END-IF
			END-READ
		END-PERFORM
		IF HORAS-FRANCO-VENCIDAS > ZERO
		MULTIPLY TARIFA-EXTRA BY HORAS-FRANCO-VENCIDAS
			GIVING RCL-FRANCOS-VENCIDOS ROUNDED
		END-IF.

	SUMAR-PRODUCCION-PAGADA.
		MOVE "N" TO FIN-PRODUCCION
		MOVE ID-AUDITADO TO PRD-ID
		MOVE ZERO TO PRD-PERIODO
		MOVE ZERO TO PRD-FECHA
		MOVE SPACES TO PRD-PRODUCTO
		START ARCHIVO-PRODUCCION
			KEY IS NOT LESS THAN PRD-CLAVE
		INVALID KEY MOVE "S" TO FIN-PRODUCCION
		END-START
		PERFORM UNTIL FIN-PRODUCCION = "S"
			READ ARCHIVO-PRODUCCION NEXT RECORD
			AT END
			MOVE "S" TO FIN-PRODUCCION
			NOT AT END
			IF PRD-ID NOT = ID-AUDITADO
			MOVE "S" TO FIN-PRODUCCION
			ELSE
			IF PRD-LIQUIDADO
			AND PRD-PERIODO-PAGO IS NUMERIC
			AND PRD-PERIODO-PAGO = PERIODO-AUDITADO
			ADD PRD-IMPORTE TO RCL-PRODUCCION
			END-IF
			END-IF
			END-READ
		END-PERFORM.

	SUMAR-HISTORIA-ANIO.
		*> Bruto y retenido de los meses anteriores del año,
		*> leídos renglón por renglón del registro.
		MOVE ZERO TO BRUTO-MESES-ANTERIORES
		MOVE ZERO TO RETENIDO-MESES-ANTERIORES
		PERFORM VARYING MES-HISTORIA FROM 1 BY 1
		UNTIL MES-HISTORIA NOT < MES-AUDITADO
			COMPUTE REG-PERIODO =
				ANIO-AUDITADO * 100 + MES-HISTORIA
			MOVE ID-AUDITADO TO REG-ID
			READ ARCHIVO-REGISTRO
			INVALID KEY
			CONTINUE
			NOT INVALID KEY
			ADD REG-BRUTO TO BRUTO-MESES-ANTERIORES
			IF REG-IMPUESTO IS NUMERIC
			ADD REG-IMPUESTO TO RETENIDO-MESES-ANTERIORES
			END-IF
			END-READ
		END-PERFORM.

	LEER-DEDUCCIONES-PERSONALES.
		MOVE ZERO TO DEDUCCION-ANUAL-PERSONAL
		MOVE ANIO-AUDITADO TO DGA-ANIO
		MOVE ID-AUDITADO TO DGA-ID
		READ ARCHIVO-DEDUCC-GAN
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		IF DGA-CON-CONYUGE
		ADD DED-ANUAL-CONYUGE TO DEDUCCION-ANUAL-PERSONAL
		END-IF
		COMPUTE DEDUCCION-ANUAL-PERSONAL =
			DEDUCCION-ANUAL-PERSONAL
			+ DED-ANUAL-HIJO * DGA-HIJOS
			+ DGA-ALQUILER + DGA-INTERESES + DGA-SEGUROS
		END-READ.

	RECONSTRUIR-SALDO-EMBARGO.
		*> Saldo al inicio del período: el de hoy más todo lo
		*> retenido desde el período auditado en adelante.
		MOVE "N" TO EMBARGO-VIGENTE
		MOVE ZERO TO SALDO-EMBARGO-INICIAL
		MOVE ID-AUDITADO TO EMB-ID
		READ ARCHIVO-EMBARGOS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE "S" TO EMBARGO-VIGENTE
		MOVE EMB-SALDO TO SALDO-EMBARGO-INICIAL
		END-READ
		IF EMBARGO-VIGENTE = "S"
		MOVE "N" TO FIN-ARCHIVO
		MOVE PERIODO-AUDITADO TO REJ-PERIODO
		MOVE ZERO TO REJ-ID
		START ARCHIVO-RETENCIONES-EMB
			KEY IS NOT LESS THAN REJ-CLAVE
		INVALID KEY MOVE "S" TO FIN-ARCHIVO
		END-START
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-RETENCIONES-EMB NEXT RECORD
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF REJ-ID = ID-AUDITADO
			ADD REJ-RETENIDO TO SALDO-EMBARGO-INICIAL
			END-IF
			END-READ
		END-PERFORM
		END-IF.

	RECONSTRUIR-SALDO-ADELANTO.
		*> Ídem con el adelanto y las cuotas del registro.
		MOVE "N" TO ADELANTO-VIGENTE
		MOVE ZERO TO SALDO-ADELANTO-INICIAL
		MOVE ID-AUDITADO TO ADE-ID
		READ ARCHIVO-ADELANTOS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE "S" TO ADELANTO-VIGENTE
		MOVE ADE-SALDO TO SALDO-ADELANTO-INICIAL
		END-READ
		IF ADELANTO-VIGENTE = "S"
		MOVE "N" TO FIN-ARCHIVO
		MOVE PERIODO-AUDITADO TO REG-PERIODO
		MOVE ZERO TO REG-ID
		START ARCHIVO-REGISTRO
			KEY IS NOT LESS THAN REG-CLAVE
		INVALID KEY MOVE "S" TO FIN-ARCHIVO
		END-START
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-REGISTRO NEXT RECORD
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF REG-ID = ID-AUDITADO
			ADD REG-ADELANTO TO SALDO-ADELANTO-INICIAL
			END-IF
			END-READ
		END-PERFORM
		END-IF.

	RECALCULAR-SUBPERIODO.
		IF SUB-AUDITADO = SUBPERIODOS-AUDITADOS
		MOVE "S" TO ULTIMO-SUB-AUDITADO
		ELSE
		MOVE "N" TO ULTIMO-SUB-AUDITADO
		END-IF
		PERFORM TOMAR-HORAS-SUBPERIODO
		IF SUBPERIODO-CON-HORAS = "S"
		PERFORM RANGO-SUBPERIODO
		PERFORM RECALCULAR-BRUTO-SUB
		PERFORM RECALCULAR-AUSENCIAS-SUB
		*> Producción y francos vencidos no dicen en qué
		*> subperíodo se pagaron: van al que cierra el mes.
		IF ULTIMO-SUB-AUDITADO = "S"
		ADD RCL-PRODUCCION TO BRUTO-SUB
		ADD RCL-FRANCOS-VENCIDOS TO BRUTO-SUB
		END-IF
		PERFORM RECALCULAR-DEDUCCIONES-SUB
		PERFORM RECALCULAR-EMBARGO-SUB
		PERFORM RECALCULAR-ADELANTO-SUB
		PERFORM RECALCULAR-AGENCIAS-SUB
		ADD BRUTO-SUB TO RCL-BRUTO
		ADD NETO-SUB TO RCL-NETO
		ADD BRUTO-SUB TO BRUTO-SUBS-ANTERIORES
		ADD IMPUESTO-SUB TO RETENIDO-SUBS-ANTERIORES
		END-IF.

	TOMAR-HORAS-SUBPERIODO.
		*> Baldes del subperíodo; un balde vacío es un
		*> subperíodo sin liquidar. Los baldes de nocturnas y
		*> feriado en blanco valen cero.
		MOVE ZERO TO HORAS-SUB
		MOVE ZERO TO HORAS-NOC-SUB
		MOVE ZERO TO HORAS-FER-SUB
		IF SUBPERIODOS-AUDITADOS = 1
		MOVE NOV-HORAS TO HORAS-SUB
		IF NOV-HORAS-NOC IS NUMERIC
		MOVE NOV-HORAS-NOC TO HORAS-NOC-SUB
		END-IF
		IF NOV-HORAS-FER IS NUMERIC
		MOVE NOV-HORAS-FER TO HORAS-FER-SUB
		END-IF
		ELSE
		IF NOV-SUBPERIODO (SUB-AUDITADO) IS NUMERIC
		MOVE NOV-SUB-HORAS (SUB-AUDITADO) TO HORAS-SUB
		MOVE NOV-SUB-HORAS-NOC (SUB-AUDITADO) TO HORAS-NOC-SUB
		MOVE NOV-SUB-HORAS-FER (SUB-AUDITADO) TO HORAS-FER-SUB
		END-IF
		END-IF
		IF HORAS-SUB = ZERO AND HORAS-NOC-SUB = ZERO
		AND HORAS-FER-SUB = ZERO
		MOVE "N" TO SUBPERIODO-CON-HORAS
		ELSE
		MOVE "S" TO SUBPERIODO-CON-HORAS
		END-IF.

	RANGO-SUBPERIODO.
		EVALUATE SUBPERIODOS-AUDITADOS
			WHEN 2
				COMPUTE DIA-DESDE =
					(SUB-AUDITADO - 1) * 15 + 1
				COMPUTE DIA-HASTA = SUB-AUDITADO * 15
			WHEN 4
				COMPUTE DIA-DESDE =
					(SUB-AUDITADO - 1) * 7 + 1
				COMPUTE DIA-HASTA = SUB-AUDITADO * 7
			WHEN OTHER
				MOVE 1 TO DIA-DESDE
				MOVE 31 TO DIA-HASTA
		END-EVALUATE
		IF ULTIMO-SUB-AUDITADO = "S"
		MOVE 31 TO DIA-HASTA
		END-IF
		COMPUTE FECHA-DESDE-SUB =
			PERIODO-AUDITADO * 100 + DIA-DESDE
		COMPUTE FECHA-HASTA-SUB =
			PERIODO-AUDITADO * 100 + DIA-HASTA.

	RECALCULAR-BRUTO-SUB.
		*> Umbral del mes repartido entre los subperíodos; las
		*> horas por encima van a la tarifa de extra o, si el
		*> empleado adhirió en un departamento con francos, al
		*> banco sin pagarse.
		DIVIDE UMBRAL-EXTRA BY SUBPERIODOS-AUDITADOS
			GIVING UMBRAL-SUB ROUNDED
		ADD HORAS-SUB TO RCL-HORAS
		MOVE ZERO TO HORAS-EXTRA-SUB
		MOVE HORAS-SUB TO HORAS-NORMALES-SUB
		IF HORAS-SUB > UMBRAL-SUB
		MOVE UMBRAL-SUB TO HORAS-NORMALES-SUB
		SUBTRACT UMBRAL-SUB FROM HORAS-SUB
			GIVING HORAS-EXTRA-SUB
		END-IF
		MULTIPLY RCL-TARIFA BY HORAS-NORMALES-SUB
			GIVING PAGO-NORMAL-SUB ROUNDED
		MOVE ZERO TO PAGO-EXTRA-SUB
		IF ADHIERE-FRANCOS = "S"
		ADD HORAS-EXTRA-SUB TO RCL-HORAS-FRANCO
		ELSE
		ADD HORAS-EXTRA-SUB TO RCL-HORAS-EXTRA
		MULTIPLY TARIFA-EXTRA BY HORAS-EXTRA-SUB
			GIVING PAGO-EXTRA-SUB ROUNDED
		END-IF
		MULTIPLY TARIFA-NOCTURNA BY HORAS-NOC-SUB
			GIVING PAGO-NOCTURNO-SUB ROUNDED
		MULTIPLY TARIFA-FERIADO BY HORAS-FER-SUB
			GIVING PAGO-FERIADO-SUB ROUNDED
		ADD HORAS-NORMALES-SUB TO RCL-HORAS-NORMALES
		ADD HORAS-NOC-SUB TO RCL-HORAS-NOCTURNAS
		ADD HORAS-FER-SUB TO RCL-HORAS-FERIADO
		ADD PAGO-NORMAL-SUB TO RCL-PAGO-NORMAL
		ADD PAGO-EXTRA-SUB TO RCL-PAGO-EXTRA
		ADD PAGO-NOCTURNO-SUB TO RCL-PAGO-NOCTURNO
		ADD PAGO-FERIADO-SUB TO RCL-PAGO-FERIADO
		COMPUTE BRUTO-SUB = PAGO-NORMAL-SUB + PAGO-EXTRA-SUB
			+ PAGO-NOCTURNO-SUB + PAGO-FERIADO-SUB
		*> Plus por antigüedad sobre el bruto de las horas.
		MOVE ZERO TO ANTIGUEDAD-SUB
		IF ANIOS-SERVICIO > ZERO
		COMPUTE PRODUCTO-ANTIGUEDAD ROUNDED =
			BRUTO-SUB * ANIOS-SERVICIO
			* PORCENTAJE-ANTIGUEDAD
		DIVIDE PRODUCTO-ANTIGUEDAD BY 100
			GIVING ANTIGUEDAD-SUB ROUNDED
		END-IF
		ADD ANTIGUEDAD-SUB TO BRUTO-SUB
		ADD ANTIGUEDAD-SUB TO RCL-ANTIGUEDAD.

	RECALCULAR-AUSENCIAS-SUB.
		*> Injustificada: el día entero; enfermedad: la parte
		*> no paga, o el día entero pasado el tope del caso.
		MOVE ZERO TO AUSENCIAS-SUB
		PERFORM UBICAR-CASO-MEDICO
		MOVE "N" TO FIN-AUSENCIAS
		MOVE ID-AUDITADO TO AUS-ID
		MOVE FECHA-DESDE-SUB TO AUS-FECHA
		START ARCHIVO-AUSENCIAS
			KEY IS NOT LESS THAN AUS-CLAVE
		INVALID KEY MOVE "S" TO FIN-AUSENCIAS
		END-START
		PERFORM UNTIL FIN-AUSENCIAS = "S"
			READ ARCHIVO-AUSENCIAS NEXT RECORD
			AT END
			MOVE "S" TO FIN-AUSENCIAS
			NOT AT END
			IF AUS-ID NOT = ID-AUDITADO
			OR AUS-FECHA > FECHA-HASTA-SUB
			MOVE "S" TO FIN-AUSENCIAS
			ELSE
			PERFORM VALUAR-AUSENCIA
			ADD DESCUENTO-DIA TO AUSENCIAS-SUB
			END-IF
			END-READ
		END-PERFORM
		IF AUSENCIAS-SUB > BRUTO-SUB
		MOVE BRUTO-SUB TO AUSENCIAS-SUB
		END-IF
		SUBTRACT AUSENCIAS-SUB FROM BRUTO-SUB
		ADD AUSENCIAS-SUB TO RCL-AUSENCIAS.

	UBICAR-CASO-MEDICO.
		*> El último caso iniciado hasta el fin del
		*> subperíodo, con su tope recalculado a esa fecha.
		MOVE "N" TO CASO-HALLADO
		MOVE "N" TO FIN-CASOS
		MOVE ID-AUDITADO TO CAM-ID
		MOVE ZERO TO CAM-INICIO
		START ARCHIVO-CASOS
			KEY IS NOT LESS THAN CAM-CLAVE
		INVALID KEY MOVE "S" TO FIN-CASOS
		END-START
		PERFORM UNTIL FIN-CASOS = "S"
			READ ARCHIVO-CASOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-CASOS
			NOT AT END
			IF CAM-ID NOT = ID-AUDITADO
			OR CAM-INICIO > FECHA-HASTA-SUB
			MOVE "S" TO FIN-CASOS
			ELSE
			MOVE "S" TO CASO-HALLADO
			MOVE CAM-INICIO TO INICIO-CASO
			END-IF
			END-READ
		END-PERFORM
		IF CASO-HALLADO = "S"
		MOVE ID-AUDITADO TO CAM-ID
		MOVE INICIO-CASO TO CAM-INICIO
		READ ARCHIVO-CASOS
		INVALID KEY MOVE "N" TO CASO-HALLADO
		END-READ
		END-IF
		IF CASO-HALLADO = "S"
		MOVE EMPLEADO-FECHA-INGRESO TO MCC-FECHA-INGRESO
		MOVE FECHA-HASTA-SUB TO MCC-FECHA
		CALL "MEDCAS" USING CALCULO-CASO-MEDICO
			CASOS-MEDICOS-REGISTRO
		END-IF.

	VALUAR-AUSENCIA.
		MOVE ZERO TO DESCUENTO-DIA
		IF AUSENCIA-INJUSTIFICADA
		MOVE VALOR-DIA-AUSENCIA TO DESCUENTO-DIA
		END-IF
		IF AUSENCIA-ENFERMEDAD
		IF CASO-HALLADO = "S"
		AND MCC-FECHA-TOPE > ZERO
		AND AUS-FECHA > MCC-FECHA-TOPE
		AND AUS-FECHA NOT < CAM-INICIO
		AND (NOT CAM-CERRADO
		OR AUS-FECHA NOT > CAM-FECHA-CIERRE)
		MOVE VALOR-DIA-AUSENCIA TO DESCUENTO-DIA
		ELSE
		MULTIPLY VALOR-DIA-AUSENCIA BY DESCUENTO-ENFERMEDAD
			GIVING PRODUCTO-AUSENCIA ROUNDED
		DIVIDE PRODUCTO-AUSENCIA BY 100
			GIVING DESCUENTO-DIA ROUNDED
		END-IF
		END-IF.

	RECALCULAR-DEDUCCIONES-SUB.
		*> Impuesto sobre la base del año hasta el fin del
		*> subperíodo, por el primer tramo vigente donde cae,
		*> menos lo ya retenido; deducciones fijas mensuales
		*> repartidas entre los subperíodos (el último lleva
		*> el residuo). Cada una se topea en lo que queda del
		*> bruto, en orden.
		MOVE ZERO TO IMPUESTO-SUB
		MOVE ZERO TO JUBILACION-SUB
		MOVE ZERO TO SINDICATO-SUB
		MOVE ZERO TO IMPUESTO-ACUMULADO
		MOVE "N" TO TRAMO-APLICADO
		COMPUTE MESES-TRANSCURRIDOS ROUNDED = MES-AUDITADO - 1
			+ SUB-AUDITADO / SUBPERIODOS-AUDITADOS
		COMPUTE DEDUCCION-PRORRATEADA ROUNDED =
			DEDUCCION-ANUAL-PERSONAL
			* MESES-TRANSCURRIDOS / 12
		COMPUTE BASE-ACUMULADA = BRUTO-MESES-ANTERIORES
			+ BRUTO-SUBS-ANTERIORES + BRUTO-SUB
			- DEDUCCION-PRORRATEADA
		IF BASE-ACUMULADA < ZERO
		MOVE ZERO TO BASE-ACUMULADA
		END-IF
		PERFORM VARYING INDICE-DEDUCCION FROM 1 BY 1
		UNTIL INDICE-DEDUCCION > CANTIDAD-DEDUCCIONES
			PERFORM VALUAR-DEDUCCION
		END-PERFORM
		IF IMPUESTO-ACUMULADO > RETENIDO-MESES-ANTERIORES
			+ RETENIDO-SUBS-ANTERIORES
		COMPUTE IMPUESTO-SUB = IMPUESTO-ACUMULADO
			- RETENIDO-MESES-ANTERIORES
			- RETENIDO-SUBS-ANTERIORES
		END-IF
		MOVE BRUTO-SUB TO NETO-SUB
		IF IMPUESTO-SUB > NETO-SUB
		MOVE NETO-SUB TO IMPUESTO-SUB
		END-IF
		SUBTRACT IMPUESTO-SUB FROM NETO-SUB
		IF JUBILACION-SUB > NETO-SUB
		MOVE NETO-SUB TO JUBILACION-SUB
		END-IF
		SUBTRACT JUBILACION-SUB FROM NETO-SUB
		IF SINDICATO-SUB > NETO-SUB
		MOVE NETO-SUB TO SINDICATO-SUB
		END-IF
		SUBTRACT SINDICATO-SUB FROM NETO-SUB
		ADD IMPUESTO-SUB TO RCL-IMPUESTO
		ADD JUBILACION-SUB TO RCL-JUBILACION
		ADD SINDICATO-SUB TO RCL-SINDICATO.

	VALUAR-DEDUCCION.
		IF DED-TIPO (INDICE-DEDUCCION) = "P"
		COMPUTE TRAMO-MINIMO-ACUM =
			DED-MINIMO (INDICE-DEDUCCION)
			* MESES-TRANSCURRIDOS
		COMPUTE TRAMO-MAXIMO-ACUM =
			DED-MAXIMO (INDICE-DEDUCCION)
			* MESES-TRANSCURRIDOS
		IF TRAMO-APLICADO = "N"
		AND BASE-ACUMULADA NOT < TRAMO-MINIMO-ACUM
		AND BASE-ACUMULADA NOT > TRAMO-MAXIMO-ACUM
		COMPUTE PRODUCTO-ACUMULADO ROUNDED =
			BASE-ACUMULADA * DED-VALOR (INDICE-DEDUCCION)
		DIVIDE PRODUCTO-ACUMULADO BY 100
			GIVING IMPUESTO-ACUMULADO ROUNDED
		MOVE "S" TO TRAMO-APLICADO
		END-IF
		ELSE
		DIVIDE DED-VALOR (INDICE-DEDUCCION)
			BY SUBPERIODOS-AUDITADOS GIVING DEDUCCION-FIJA
		IF ULTIMO-SUB-AUDITADO = "S"
		COMPUTE DEDUCCION-FIJA = DED-VALOR (INDICE-DEDUCCION)
			- DEDUCCION-FIJA * (SUBPERIODOS-AUDITADOS - 1)
		END-IF
		IF DED-NOMBRE (INDICE-DEDUCCION) = "JUBILACI"
		ADD DEDUCCION-FIJA TO JUBILACION-SUB
		END-IF
		IF DED-NOMBRE (INDICE-DEDUCCION) = "SINDICAT"
		ADD DEDUCCION-FIJA TO SINDICATO-SUB
		END-IF
		END-IF.

	RECALCULAR-EMBARGO-SUB.
		*> Porcentaje del bruto, o la cuota fija en el
		*> subperíodo que cierra el mes; topeada en el saldo
		*> y en el neto.
		MOVE ZERO TO CUOTA-SUB
		IF EMBARGO-VIGENTE = "S"
		AND SALDO-EMBARGO-INICIAL > ZERO
		IF EMB-TIPO = "P"
		MULTIPLY BRUTO-SUB BY EMB-PORCENTAJE
			GIVING PRODUCTO-CUOTA ROUNDED
		DIVIDE PRODUCTO-CUOTA BY 100 GIVING CUOTA-SUB ROUNDED
		ELSE
		IF ULTIMO-SUB-AUDITADO = "S"
		MOVE EMB-CUOTA-IMPORTE TO CUOTA-SUB
		END-IF
		END-IF
		IF CUOTA-SUB > SALDO-EMBARGO-INICIAL
		MOVE SALDO-EMBARGO-INICIAL TO CUOTA-SUB
		END-IF
		IF CUOTA-SUB > NETO-SUB
		MOVE NETO-SUB TO CUOTA-SUB
		END-IF
		SUBTRACT CUOTA-SUB FROM NETO-SUB
		SUBTRACT CUOTA-SUB FROM SALDO-EMBARGO-INICIAL
		ADD CUOTA-SUB TO RCL-EMBARGO
		END-IF.

	RECALCULAR-ADELANTO-SUB.
		*> Cuota mensual, en el subperíodo que cierra el mes.
		MOVE ZERO TO CUOTA-SUB
		IF ADELANTO-VIGENTE = "S" AND ULTIMO-SUB-AUDITADO = "S"
		AND SALDO-ADELANTO-INICIAL > ZERO
		MOVE ADE-CUOTA-IMPORTE TO CUOTA-SUB
		IF CUOTA-SUB > SALDO-ADELANTO-INICIAL
		MOVE SALDO-ADELANTO-INICIAL TO CUOTA-SUB
		END-IF
		IF CUOTA-SUB > NETO-SUB
		MOVE NETO-SUB TO CUOTA-SUB
		END-IF
		SUBTRACT CUOTA-SUB FROM NETO-SUB
		ADD CUOTA-SUB TO RCL-ADELANTO
		END-IF.

	RECALCULAR-AGENCIAS-SUB.
		MOVE "N" TO FIN-AFILIACIONES
		MOVE ID-AUDITADO TO AFI-ID
		MOVE ZERO TO AFI-AGENCIA
		START ARCHIVO-AFILIACIONES
			KEY IS NOT LESS THAN AFI-CLAVE
		INVALID KEY MOVE "S" TO FIN-AFILIACIONES
		END-START
		PERFORM UNTIL FIN-AFILIACIONES = "S"
			READ ARCHIVO-AFILIACIONES NEXT RECORD
			AT END
			MOVE "S" TO FIN-AFILIACIONES
			NOT AT END
			IF AFI-ID NOT = ID-AUDITADO
			MOVE "S" TO FIN-AFILIACIONES
			ELSE
			PERFORM VALUAR-CUOTA-AGENCIA
			END-IF
			END-READ
		END-PERFORM.

	VALUAR-CUOTA-AGENCIA.
		MOVE ZERO TO CUOTA-SUB
		MOVE AFI-AGENCIA TO AGE-CODIGO
		READ ARCHIVO-AGENCIAS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		IF AGE-TIPO = "P"
		MULTIPLY BRUTO-SUB BY AGE-PORCENTAJE
			GIVING PRODUCTO-CUOTA ROUNDED
		DIVIDE PRODUCTO-CUOTA BY 100 GIVING CUOTA-SUB ROUNDED
		ELSE
		IF ULTIMO-SUB-AUDITADO = "S"
		MOVE AGE-IMPORTE TO CUOTA-SUB
		END-IF
		END-IF
		IF CUOTA-SUB > NETO-SUB
		MOVE NETO-SUB TO CUOTA-SUB
		END-IF
		SUBTRACT CUOTA-SUB FROM NETO-SUB
		ADD CUOTA-SUB TO RCL-AGENCIAS
		END-READ.

	IMPRIMIR-DESGLOSE.
		*> Los componentes del recálculo que el registro no
		*> guarda por separado.
		MOVE SPACES TO LINEA-IMPRESION
		STRING "  SUBPERIODOS: " DELIMITED BY SIZE
			SUBPERIODOS-AUDITADOS DELIMITED BY SIZE
			"  AÑOS DE SERVICIO: " DELIMITED BY SIZE
			ANIOS-SERVICIO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		IF NOVEDAD-HALLADA = "N"
		MOVE SPACES TO LINEA-IMPRESION
		MOVE "  SIN NOVEDADES DEL PERIODO EN NOVEDADES.DAT"
			TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		END-IF
		IF RCL-TARIFA = ZERO
		MOVE SPACES TO LINEA-IMPRESION
		MOVE "  SIN TARIFA VIGENTE AL PERIODO EN TARIFAS.DAT"
			TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		END-IF
		MOVE SPACES TO LD-NOTA
		MOVE "HORAS NORMALES" TO LD-CONCEPTO
		MOVE RCL-HORAS-NORMALES TO LD-IMPORTE
		PERFORM GRABAR-DESGLOSE
		MOVE "HORAS EXTRA" TO LD-CONCEPTO
		MOVE RCL-HORAS-EXTRA TO LD-IMPORTE
		PERFORM GRABAR-DESGLOSE
		MOVE "HORAS NOCTURNAS" TO LD-CONCEPTO
		MOVE RCL-HORAS-NOCTURNAS TO LD-IMPORTE
		PERFORM GRABAR-DESGLOSE
		MOVE "HORAS FERIADO" TO LD-CONCEPTO
		MOVE RCL-HORAS-FERIADO TO LD-IMPORTE
		PERFORM GRABAR-DESGLOSE
		MOVE "PAGO NORMAL" TO LD-CONCEPTO
		MOVE RCL-PAGO-NORMAL TO LD-IMPORTE
		PERFORM GRABAR-DESGLOSE
		MOVE "PAGO EXTRA" TO LD-CONCEPTO
		MOVE RCL-PAGO-EXTRA TO LD-IMPORTE
		PERFORM GRABAR-DESGLOSE
		MOVE "PAGO NOCTURNO" TO LD-CONCEPTO
		MOVE RCL-PAGO-NOCTURNO TO LD-IMPORTE
		PERFORM GRABAR-DESGLOSE
		MOVE "PAGO FERIADO" TO LD-CONCEPTO
		MOVE RCL-PAGO-FERIADO TO LD-IMPORTE
		PERFORM GRABAR-DESGLOSE
		MOVE "ANTIGUEDAD" TO LD-CONCEPTO
		MOVE RCL-ANTIGUEDAD TO LD-IMPORTE
		PERFORM GRABAR-DESGLOSE
		MOVE "AUSENCIAS" TO LD-CONCEPTO
		MOVE RCL-AUSENCIAS TO LD-IMPORTE
		MOVE "(DESCONTADAS DEL BRUTO)" TO LD-NOTA
		PERFORM GRABAR-DESGLOSE
		MOVE SPACES TO LD-NOTA
		MOVE "PRODUCCION" TO LD-CONCEPTO
		MOVE RCL-PRODUCCION TO LD-IMPORTE
		PERFORM GRABAR-DESGLOSE
		MOVE "FRANCOS VENCIDOS" TO LD-CONCEPTO
		MOVE RCL-FRANCOS-VENCIDOS TO LD-IMPORTE
		PERFORM GRABAR-DESGLOSE
		MOVE "AGENCIAS" TO LD-CONCEPTO
		MOVE RCL-AGENCIAS TO LD-IMPORTE
		PERFORM GRABAR-DESGLOSE
		MOVE "ASIGNACION FAMILIAR" TO LD-CONCEPTO
		MOVE RGD-ASIGNACION TO LD-IMPORTE
		MOVE "(TOMADA DEL REGISTRO)" TO LD-NOTA
		PERFORM GRABAR-DESGLOSE
		MOVE "REINTEGRO DE GASTOS" TO LD-CONCEPTO
		MOVE RGD-GASTOS TO LD-IMPORTE
		PERFORM GRABAR-DESGLOSE.

	GRABAR-DESGLOSE.
		MOVE LINEA-DESGLOSE TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA.

	IMPRIMIR-COMPARACION.
		MOVE "TARIFA" TO CONCEPTO-COMPARADO
		MOVE RCL-TARIFA TO IMPORTE-RECALCULADO
		MOVE RGD-TARIFA TO IMPORTE-REGISTRADO
		PERFORM COMPARAR-CONCEPTO
		MOVE "HORAS COMUNES" TO CONCEPTO-COMPARADO
		MOVE RCL-HORAS TO IMPORTE-RECALCULADO
		MOVE RGD-HORAS TO IMPORTE-REGISTRADO
		PERFORM COMPARAR-CONCEPTO
		MOVE "HORAS A FRANCOS" TO CONCEPTO-COMPARADO
		MOVE RCL-HORAS-FRANCO TO IMPORTE-RECALCULADO
		MOVE RGD-HORAS-FRANCO TO IMPORTE-REGISTRADO
		PERFORM COMPARAR-CONCEPTO
		MOVE "BRUTO" TO CONCEPTO-COMPARADO
		MOVE RCL-BRUTO TO IMPORTE-RECALCULADO
		MOVE RGD-BRUTO TO IMPORTE-REGISTRADO
		PERFORM COMPARAR-CONCEPTO
		MOVE "IMPUESTO" TO CONCEPTO-COMPARADO
		MOVE RCL-IMPUESTO TO IMPORTE-RECALCULADO
		MOVE RGD-IMPUESTO TO IMPORTE-REGISTRADO
		PERFORM COMPARAR-CONCEPTO
		MOVE "JUBILACION" TO CONCEPTO-COMPARADO
		MOVE RCL-JUBILACION TO IMPORTE-RECALCULADO
		MOVE RGD-JUBILACION TO IMPORTE-REGISTRADO
		PERFORM COMPARAR-CONCEPTO
		MOVE "SINDICATO" TO CONCEPTO-COMPARADO
		MOVE RCL-SINDICATO TO IMPORTE-RECALCULADO
		MOVE RGD-SINDICATO TO IMPORTE-REGISTRADO
		PERFORM COMPARAR-CONCEPTO
		MOVE "EMBARGO" TO CONCEPTO-COMPARADO
		MOVE RCL-EMBARGO TO IMPORTE-RECALCULADO
		MOVE RGD-EMBARGO TO IMPORTE-REGISTRADO
		PERFORM COMPARAR-CONCEPTO
		MOVE "ADELANTO" TO CONCEPTO-COMPARADO
		MOVE RCL-ADELANTO TO IMPORTE-RECALCULADO
		MOVE RGD-ADELANTO TO IMPORTE-REGISTRADO
		PERFORM COMPARAR-CONCEPTO
		MOVE "NETO" TO CONCEPTO-COMPARADO
		MOVE RCL-NETO TO IMPORTE-RECALCULADO
		MOVE RGD-NETO TO IMPORTE-REGISTRADO
		PERFORM COMPARAR-CONCEPTO.

	COMPARAR-CONCEPTO.
		COMPUTE IMPORTE-DIFERENCIA =
			IMPORTE-REGISTRADO - IMPORTE-RECALCULADO
		MOVE SPACES TO LINEA-COMPARACION
		MOVE CONCEPTO-COMPARADO TO LC-CONCEPTO
		MOVE IMPORTE-RECALCULADO TO LC-RECALCULADO
		MOVE IMPORTE-REGISTRADO TO LC-REGISTRADO
		MOVE IMPORTE-DIFERENCIA TO LC-DIFERENCIA
		IF IMPORTE-DIFERENCIA = ZERO
		MOVE "OK" TO LC-MARCA
		ELSE
		MOVE "DIFERENCIA" TO LC-MARCA
		MOVE "S" TO EMPLEADO-CON-DIFERENCIA
		ADD 1 TO CANTIDAD-DIFERENCIAS
		IF CANTIDAD-DIFERENCIAS > 500
		ADD 1 TO DIFERENCIAS-DESBORDADAS
		ELSE
		MOVE ID-AUDITADO TO DIF-ID (CANTIDAD-DIFERENCIAS)
		MOVE CONCEPTO-COMPARADO
			TO DIF-CONCEPTO (CANTIDAD-DIFERENCIAS)
		MOVE IMPORTE-RECALCULADO
			TO DIF-RECALCULADO (CANTIDAD-DIFERENCIAS)
		MOVE IMPORTE-REGISTRADO
			TO DIF-REGISTRADO (CANTIDAD-DIFERENCIAS)
		MOVE IMPORTE-DIFERENCIA
			TO DIF-IMPORTE (CANTIDAD-DIFERENCIAS)
		END-IF
		END-IF
		MOVE LINEA-COMPARACION TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA.

	IMPRIMIR-DIFERENCIAS.
		MOVE SPACES TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		MOVE SPACES TO LINEA-IMPRESION
		STRING "DIFERENCIAS DE LA MUESTRA: " DELIMITED BY SIZE
			CANTIDAD-DIFERENCIAS DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		IF CANTIDAD-DIFERENCIAS > ZERO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "ID     CONCEPTO                RECALCULADO"
			DELIMITED BY SIZE
			"     REGISTRADO     DIFERENCIA"
			DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		END-IF
		PERFORM VARYING INDICE-DIFERENCIA FROM 1 BY 1
		UNTIL INDICE-DIFERENCIA > CANTIDAD-DIFERENCIAS
		OR INDICE-DIFERENCIA > 500
			MOVE SPACES TO LINEA-DIFERENCIA
			MOVE DIF-ID (INDICE-DIFERENCIA) TO LF-ID
			MOVE DIF-CONCEPTO (INDICE-DIFERENCIA)
				TO LF-CONCEPTO
			MOVE DIF-RECALCULADO (INDICE-DIFERENCIA)
				TO LF-RECALCULADO
			MOVE DIF-REGISTRADO (INDICE-DIFERENCIA)
				TO LF-REGISTRADO
			MOVE DIF-IMPORTE (INDICE-DIFERENCIA)
				TO LF-DIFERENCIA
			MOVE LINEA-DIFERENCIA TO LINEA-IMPRESION
			PERFORM GRABAR-LINEA
		END-PERFORM
		IF DIFERENCIAS-DESBORDADAS > ZERO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "DIFERENCIAS FUERA DE LA LISTA (VER EL DETALLE"
			DELIMITED BY SIZE
			" POR EMPLEADO): " DELIMITED BY SIZE
			DIFERENCIAS-DESBORDADAS DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		END-IF.

	IMPRIMIR-FIRMAS.
		MOVE SPACES TO LINEA-IMPRESION
		STRING "EMPLEADOS SIN DIFERENCIAS: " DELIMITED BY SIZE
			EMPLEADOS-SIN-DIFERENCIA DELIMITED BY SIZE
			" - CON DIFERENCIAS: " DELIMITED BY SIZE
			EMPLEADOS-CON-DIFERENCIA DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		MOVE SPACES TO LINEA-IMPRESION
		STRING "NO SE RECALCULAN RECUPEROS DE PAGOS INDEBIDOS"
			DELIMITED BY SIZE
			" NI AJUSTES: UNA DIFERENCIA DE NETO PUEDE"
			DELIMITED BY SIZE
			" VENIR DE AHI." DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		MOVE SPACES TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		MOVE SPACES TO LINEA-IMPRESION
		STRING "PREPARO: " DELIMITED BY SIZE
			WS-OPERADOR-LOG DELIMITED BY SIZE
			"   FECHA: " DELIMITED BY SIZE
			FECHA-AUDITORIA DELIMITED BY SIZE
			"   FIRMA: ______________________________"
			DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		MOVE SPACES TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		MOVE SPACES TO LINEA-IMPRESION
		STRING "REVISO:  ________   FECHA: ________"
			DELIMITED BY SIZE
			"   FIRMA: ______________________________"
			DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA.

	GRABAR-LINEA.
		DISPLAY LINEA-IMPRESION
		CALL "IMPRESO" USING NOMBRE-REPORTE LINEA-IMPRESION
		ADD 1 TO CONTADOR-RENGLONES.
	END PROGRAM AUDNOM.
