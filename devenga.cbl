	*> Devengamiento de sueldos y provisión de aguinaldo:
	*> Contaduría cierra el mes antes de que se pague, así que
	*> los sueldos ganados y todavía no liquidados y el
	*> aguinaldo que se va acumulando en el semestre nunca
	*> caían en el mes al que pertenecen. Esto toma el período
	*> abierto de la empresa (todavía sin pagar), valúa las
	*> horas de cada empleado en novedades.dat a su tarifa de
	*> tarifas.dat vigente al último día del mes, con el mismo
	*> umbral y multiplicadores de hora extra, nocturna y de
	*> feriado que NOMINA (nomina_parm.dat), le suma las
	*> contribuciones patronales de patronal.cpy y provisiona
	*> un doceavo de aguinaldo sobre el bruto estimado.
	*> Graba el asiento de devengamiento balanceado, con el
	*> layout de asientos.dat y fechado el último día del mes,
	*> y a continuación el contraasiento de reversión fechado
	*> el primer día del mes siguiente, en su propio archivo
	*> (devengo-AAAAMM.dat; devengo-CC-AAAAMM.dat para las
	*> empresas que no son la 01) para no pisar el asiento de
	*> la última corrida de NOMINA. El doceavo de cada
	*> empleado queda en provision_sac.dat, donde SAC lo
	*> compara con el aguinaldo que efectivamente paga.
	*> Es una estimación: el plus por antigüedad, los
	*> conceptos sueltos y los ajustes los pone NOMINA y la
	*> diferencia la absorbe la reversión del mes siguiente.
	*> Cada renglón lleva la cuenta que le da su imputación
	*> (CTAIMP) y el rótulo en ASI-CONCEPTO; si a alguno le
	*> falta la cuenta, el archivo del devengo no se graba y
	*> CTAIMP lista en IMPFALT qué imputar.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. DEVENGA.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-NOVEDADES
		ASSIGN TO "novedades.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS NOV-CLAVE
		FILE STATUS IS WS-STATUS-NOV.

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

		SELECT OPTIONAL ARCHIVO-TARIFAS
		ASSIGN TO "tarifas.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS TAR-CLAVE
		FILE STATUS IS WS-STATUS-TAR.

		SELECT OPTIONAL ARCHIVO-PERIODO
		ASSIGN TO "periodo.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-PER.

		SELECT OPTIONAL ARCHIVO-PARAMETROS
		ASSIGN TO "nomina_parm.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-PRM.

		SELECT OPTIONAL ARCHIVO-PROVISION-SAC
		ASSIGN TO "provision_sac.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PSA-CLAVE
		FILE STATUS IS WS-STATUS-PSA.

		SELECT ARCHIVO-DEVENGO
		ASSIGN TO DYNAMIC NOMBRE-DEVENGO
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-STATUS-DEV.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-NOVEDADES.
		COPY "novedad.cpy".

	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	FD ARCHIVO-TARIFAS.
		COPY "tarifa.cpy".

	FD ARCHIVO-PERIODO.
		COPY "periodo.cpy".

	*> Mismo renglón de parámetros que lee NOMINA; solo se
	*> usan el umbral y los multiplicadores de las horas.
	FD ARCHIVO-PARAMETROS.
		01 LINEA-PARAMETROS.
			02 PARM-UMBRAL PIC 9(3)V99.
			02 PARM-MULTIPLICADOR PIC 9V99.
			02 PARM-ANTIG-PORC PIC 9V99.
			02 PARM-MULT-NOCTURNA PIC 9V99.
			02 PARM-MULT-FERIADO PIC 9V99.
			02 PARM-DED-CONYUGE PIC 9(7)V99.
			02 PARM-DED-HIJO PIC 9(7)V99.

	FD ARCHIVO-PROVISION-SAC.
		COPY "provsac.cpy".

	*> Mismo layout que asientos.dat.
	FD ARCHIVO-DEVENGO.
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
		01 WS-STATUS-NOV PIC XX VALUE "00".
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 WS-STATUS-TAR PIC XX VALUE "00".
		01 WS-STATUS-PER PIC XX VALUE "00".
		01 WS-STATUS-PRM PIC XX VALUE "00".
		01 WS-STATUS-PSA PIC XX VALUE "00".
		01 WS-STATUS-DEV PIC XX VALUE "00".
		01 NOMBRE-DEVENGO PIC X(30) VALUE SPACES.
		01 FIN-NOVEDADES PIC X VALUE "N".
		01 FIN-TARIFAS PIC X VALUE "N".
		01 FIN-PERIODO PIC X VALUE "N".
		01 CAMPO-ENTRADA PIC X(6) VALUE SPACES.
		*> Período devengado y el siguiente, donde se revierte.
		01 PERIODO-DEVENGO PIC 9(6) VALUE ZERO.
		01 PERIODO-DEVENGO-PARTES REDEFINES PERIODO-DEVENGO.
			02 ANIO-DEVENGO PIC 9(4).
			02 MES-DEVENGO PIC 9(2).
		01 PERIODO-REVERSION PIC 9(6) VALUE ZERO.
		01 PERIODO-REVERSION-PARTES REDEFINES PERIODO-REVERSION.
			02 ANIO-REVERSION PIC 9(4).
			02 MES-REVERSION PIC 9(2).
		01 FECHA-DEVENGO PIC 9(8) VALUE ZERO.
		01 FECHA-REVERSION PIC 9(8) VALUE ZERO.
		*> Días de cada mes, con la misma técnica FILLER/
		*> REDEFINES de las tablas de deducciones; febrero se
		*> corrige en los bisiestos.
		01 TABLA-DIAS-MES-DATOS.
			02 FILLER PIC X(24)
				VALUE "312831303130313130313031".
		01 TABLA-DIAS-MES REDEFINES TABLA-DIAS-MES-DATOS.
			02 DIAS-DEL-MES PIC 99 OCCURS 12 TIMES.
		01 ULTIMO-DIA PIC 99 VALUE ZERO.
		01 COCIENTE-BISIESTO PIC 9(4) VALUE ZERO.
		01 RESTO-4 PIC 9(4) VALUE ZERO.
		01 RESTO-100 PIC 9(4) VALUE ZERO.
		01 RESTO-400 PIC 9(4) VALUE ZERO.
		*> Período abierto de la empresa en periodo.dat.
		01 PERIODO-LEIDO PIC X VALUE "N".
		01 PERIODO-ACTUAL PIC 9(6) VALUE ZERO.
		01 ESTADO-ACTUAL PIC X VALUE SPACE.
		01 EMPRESA-LEIDA PIC 9(2) VALUE ZERO.
		*> Parámetros de convenio si falta nomina_parm.dat,
		*> los mismos valores por omisión de NOMINA.
		01 UMBRAL-EXTRA PIC 9(3)V99 VALUE 40.
		01 MULTIPLICADOR-EXTRA PIC 9V99 VALUE 1.50.
		01 MULTIPLICADOR-NOCTURNA PIC 9V99 VALUE 1.30.
		01 MULTIPLICADOR-FERIADO PIC 9V99 VALUE 2.00.
		01 TARIFA-HALLADA PIC X VALUE "N".
		01 TARIFA-VIGENTE PIC 9(3)V99 VALUE ZERO.
		01 TARIFA-RECARGADA PIC 9(4)V99 VALUE ZERO.
		01 HORAS-NORMALES PIC 9(3)V99 VALUE ZERO.
		01 HORAS-EXTRA PIC 9(3)V99 VALUE ZERO.
		01 IMPORTE-HORAS PIC 9(7)V99 VALUE ZERO.
		01 BRUTO-ESTIMADO PIC 9(7)V99 VALUE ZERO.
		01 PROVISION-EMPLEADO PIC 9(7)V99 VALUE ZERO.
		01 EMPRESA-EMPLEADO PIC 9(2) VALUE ZERO.
		*> Mismas alícuotas que NOMINA y DECL931.
		COPY "patronal.cpy".
		01 INDICE-PATRONAL PIC 9 VALUE ZERO.
		01 PRODUCTO-PATRONAL PIC 9(9)V99 VALUE ZERO.
		01 CONTRIBUCION-CALCULADA PIC 9(6)V99 VALUE ZERO.
		01 CONTRIBUCION-EMPLEADO PIC 9(7)V99 VALUE ZERO.
		01 TOTALES-PAT-CONCEPTO.
			02 TOTAL-PAT-CONCEPTO OCCURS 3 TIMES
				PIC 9(8)V99 VALUE ZERO.
		01 TOTAL-PATRONAL PIC 9(8)V99 VALUE ZERO.
		01 TOTAL-BRUTO PIC 9(8)V99 VALUE ZERO.
		01 TOTAL-PROVISION-SAC PIC 9(8)V99 VALUE ZERO.
		01 CONTADOR-DEVENGADOS PIC 9(5) VALUE ZERO.
		01 SIN-TARIFA PIC 9(5) VALUE ZERO.
		*> Asiento: "S" mientras se graba la reversión, que
		*> invierte debe y haber de cada renglón.
		01 GRABANDO-REVERSION PIC X VALUE "N".
		01 PERIODO-ASIENTO PIC 9(6) VALUE ZERO.
		01 FECHA-ASIENTO PIC 9(8) VALUE ZERO.
		01 IMPORTE-ASIENTO PIC S9(7)V99 VALUE ZERO.
		01 TOTAL-DEBE PIC S9(8)V99 VALUE ZERO.
		01 TOTAL-HABER PIC S9(8)V99 VALUE ZERO.
		*> Los dos asientos se arman enteros en
		*> IMPUTACION-PEDIDO, cada renglón con su importe,
		*> período y fecha en esta tabla, y se graban recién
		*> cuando CTAIMP le encontró cuenta a todos.
		01 CONCEPTO-ASIENTO PIC X(12) VALUE SPACES.
		01 DEPTO-ASIENTO PIC 9(3) VALUE ZERO.
		01 LADO-ASIENTO PIC X VALUE "D".
		01 TABLA-IMPORTES-ASIENTO.
			02 RENGLON-ASIENTO OCCURS 150 TIMES.
				03 IMPORTE-RENGLON PIC S9(7)V99.
				03 PERIODO-RENGLON PIC 9(6).
				03 FECHA-RENGLON PIC 9(8).
		01 INDICE-RENGLON-ASI PIC 9(3) VALUE ZERO.
		01 RENGLONES-DEVENGO PIC 9(3) VALUE ZERO.
		COPY "ctaimp.cpy".
		01 ASIENTO-EDITADO PIC +Z,ZZZ,ZZ9.99.
		01 IMPORTE-EDITADO PIC $$$,$$$,$$9.99.
		01 CONTRIBUCION-EDITADA PIC $$$,$$$,$$9.99.
		01 PROVISION-EDITADA PIC $$$,$$$,$$9.99.
		01 NUMERO-PAGINA PIC 99 VALUE ZERO.
		01 TITULO-REPORTE PIC X(40)
			VALUE "DEVENGAMIENTO DE SUELDOS Y SAC".
		01 NOMBRE-REPORTE PIC X(8) VALUE "DEVENGA".
		01 LINEAS-REPORTE PIC 9(7) VALUE ZERO.
		01 LINEA-IMPRESION PIC X(168) VALUE SPACES.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "DEVENGA".
		01 WS-MENSAJE-LOG PIC X(40).
		01 WS-SEVERIDAD-LOG PIC X VALUE "A".
		01 WS-OPERADOR-LOG PIC X(8) VALUE "SISTEMA".
		*> Operador firmado y empresa devengada (EMPSEL).
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
		CALL "EMPSEL" USING WS-OPERADOR-LOG EMPRESA-ELEGIDA.
		IF ELE-HALLADA NOT = "S"
		GOBACK
		END-IF.
		DISPLAY "Período a devengar (AAAAMM): ".
		ACCEPT CAMPO-ENTRADA.
		IF CAMPO-ENTRADA IS NUMERIC
		MOVE CAMPO-ENTRADA TO PERIODO-DEVENGO
		ELSE
		DISPLAY "Período inválido."
		GOBACK
		END-IF.
		IF MES-DEVENGO < 1 OR MES-DEVENGO > 12
		DISPLAY "Mes inválido (01 a 12)."
		GOBACK
		END-IF.
		PERFORM CONTROLAR-PERIODO.
		IF PERIODO-LEIDO = "S"
		IF PERIODO-DEVENGO < PERIODO-ACTUAL
		OR (PERIODO-DEVENGO = PERIODO-ACTUAL
		AND ESTADO-ACTUAL = "P")
		DISPLAY "El período " PERIODO-DEVENGO
			" ya está pagado: no hay nada que devengar."
		GOBACK
		END-IF
		IF PERIODO-DEVENGO > PERIODO-ACTUAL
		DISPLAY "El período " PERIODO-DEVENGO
			" es posterior al abierto " PERIODO-ACTUAL "."
		GOBACK
		END-IF
		END-IF.
		PERFORM CALCULAR-FECHAS.
		PERFORM LEER-PARAMETROS.
		OPEN INPUT ARCHIVO-NOVEDADES
		IF WS-STATUS-NOV NOT = "00" AND WS-STATUS-NOV NOT = "05"
		DISPLAY "Error al abrir novedades.dat. Status: "
			WS-STATUS-NOV
		GOBACK
		END-IF.
		OPEN INPUT ARCHIVO-EMPLEADOS
		IF WS-STATUS-EMP NOT = "00" AND WS-STATUS-EMP NOT = "05"
		DISPLAY "Error al abrir empleados.dat. Status: "
			WS-STATUS-EMP
		GOBACK
		END-IF.
		OPEN INPUT ARCHIVO-TARIFAS
		IF WS-STATUS-TAR NOT = "00" AND WS-STATUS-TAR NOT = "05"
		DISPLAY "Error al abrir tarifas.dat. Status: "
			WS-STATUS-TAR
		GOBACK
		END-IF.
		OPEN I-O ARCHIVO-PROVISION-SAC
		IF WS-STATUS-PSA NOT = "00" AND WS-STATUS-PSA NOT = "05"
		DISPLAY "Error al abrir provision_sac.dat. Status: "
			WS-STATUS-PSA
		GOBACK
		END-IF.
		CALL "RPTHDR" USING TITULO-REPORTE
			NUMERO-PAGINA NOMBRE-REPORTE.
		MOVE SPACES TO LINEA-IMPRESION
		STRING "PERIODO DEVENGADO: " DELIMITED BY SIZE
			PERIODO-DEVENGO DELIMITED BY SIZE
			"  EMPRESA: " DELIMITED BY SIZE
			ELE-CODIGO DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			ELE-RAZON-SOCIAL DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING.
		PERFORM GRABAR-LINEA.
		MOVE PERIODO-DEVENGO TO NOV-PERIODO
		MOVE ZERO TO NOV-ID
		START ARCHIVO-NOVEDADES
			KEY IS NOT LESS THAN NOV-CLAVE
		INVALID KEY MOVE "S" TO FIN-NOVEDADES
		END-START.
		PERFORM UNTIL FIN-NOVEDADES = "S"
			READ ARCHIVO-NOVEDADES NEXT RECORD
			AT END
			MOVE "S" TO FIN-NOVEDADES
			NOT AT END
			IF NOV-PERIODO NOT = PERIODO-DEVENGO
			MOVE "S" TO FIN-NOVEDADES
			ELSE
			PERFORM DEVENGAR-EMPLEADO
			END-IF
			END-READ
		END-PERFORM.
		CLOSE ARCHIVO-NOVEDADES.
		CLOSE ARCHIVO-EMPLEADOS.
		CLOSE ARCHIVO-TARIFAS.
		CLOSE ARCHIVO-PROVISION-SAC.
		IF CONTADOR-DEVENGADOS = ZERO
		MOVE "SIN NOVEDADES DEL PERIODO: NADA QUE DEVENGAR."
			TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		ELSE
		PERFORM GRABAR-ASIENTOS
		END-IF.
		IF SIN-TARIFA > ZERO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "AVISO: " DELIMITED BY SIZE
			SIN-TARIFA DELIMITED BY SIZE
			" EMPLEADOS SIN TARIFA VIGENTE"
			DELIMITED BY SIZE
			" (DEVENGADOS EN CERO)." DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		MOVE "Devengamiento con empleados sin tarifa."
			TO WS-MENSAJE-LOG
		MOVE "A" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		END-IF.
		CALL "RPTPIE" USING TITULO-REPORTE
			LINEAS-REPORTE NOMBRE-REPORTE.
		DISPLAY "Empleados devengados: " CONTADOR-DEVENGADOS.
		GOBACK.

	CONTROLAR-PERIODO.
		*> El primer renglón de la empresa elegida es su
		*> mensual, el período que contaduría cierra.
		OPEN INPUT ARCHIVO-PERIODO
		IF WS-STATUS-PER = "00" OR WS-STATUS-PER = "05"
		PERFORM UNTIL FIN-PERIODO = "S"
			READ ARCHIVO-PERIODO
			AT END
			MOVE "S" TO FIN-PERIODO
			NOT AT END
			PERFORM ANOTAR-RENGLON-PERIODO
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-PERIODO
		END-IF.

	ANOTAR-RENGLON-PERIODO.
		*> En cero o blanco, empresa 01.
		IF PER-EMPRESA IS NOT NUMERIC
		OR PER-EMPRESA = ZERO
		MOVE 1 TO EMPRESA-LEIDA
		ELSE
		MOVE PER-EMPRESA TO EMPRESA-LEIDA
		END-IF
		IF EMPRESA-LEIDA = ELE-CODIGO
		AND PERIODO-LEIDO = "N"
		MOVE PER-PERIODO TO PERIODO-ACTUAL
		MOVE PER-ESTADO TO ESTADO-ACTUAL
		MOVE "S" TO PERIODO-LEIDO
		END-IF.

	CALCULAR-FECHAS.
		*> El devengamiento se fecha el último día del mes y
		*> la reversión el primero del mes siguiente.
		MOVE DIAS-DEL-MES (MES-DEVENGO) TO ULTIMO-DIA
		IF MES-DEVENGO = 2
		DIVIDE ANIO-DEVENGO BY 4 GIVING COCIENTE-BISIESTO
			REMAINDER RESTO-4
		DIVIDE ANIO-DEVENGO BY 100 GIVING COCIENTE-BISIESTO
			REMAINDER RESTO-100
		DIVIDE ANIO-DEVENGO BY 400 GIVING COCIENTE-BISIESTO
			REMAINDER RESTO-400
		IF RESTO-400 = ZERO
		OR (RESTO-4 = ZERO AND RESTO-100 NOT = ZERO)
		MOVE 29 TO ULTIMO-DIA
		END-IF
		END-IF
		COMPUTE FECHA-DEVENGO =
			PERIODO-DEVENGO * 100 + ULTIMO-DIA
		IF MES-DEVENGO = 12
		COMPUTE ANIO-REVERSION = ANIO-DEVENGO + 1
		MOVE 1 TO MES-REVERSION
		ELSE
		MOVE ANIO-DEVENGO TO ANIO-REVERSION
		COMPUTE MES-REVERSION = MES-DEVENGO + 1
		END-IF
		COMPUTE FECHA-REVERSION = PERIODO-REVERSION * 100 + 1.

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
		IF PARM-MULT-NOCTURNA IS NUMERIC
		AND PARM-MULT-NOCTURNA > ZERO
		MOVE PARM-MULT-NOCTURNA TO MULTIPLICADOR-NOCTURNA
		END-IF
		IF PARM-MULT-FERIADO IS NUMERIC
		AND PARM-MULT-FERIADO > ZERO
		MOVE PARM-MULT-FERIADO TO MULTIPLICADOR-FERIADO
		END-IF
		END-READ
		CLOSE ARCHIVO-PARAMETROS
		END-IF.

	DEVENGAR-EMPLEADO.
		*> Un legajo que ya no figura en el vivo cuenta como de
		*> la 01, como en DECL931.
		MOVE NOV-ID TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY MOVE ZERO TO EMPLEADO-EMPRESA
		END-READ
		IF EMPLEADO-EMPRESA IS NOT NUMERIC
		OR EMPLEADO-EMPRESA = ZERO
		MOVE 1 TO EMPRESA-EMPLEADO
		ELSE
		MOVE EMPLEADO-EMPRESA TO EMPRESA-EMPLEADO
		END-IF
		IF EMPRESA-EMPLEADO = ELE-CODIGO
		PERFORM BUSCAR-TARIFA-VIGENTE
		IF TARIFA-HALLADA = "N"
		ADD 1 TO SIN-TARIFA
		END-IF
		PERFORM ESTIMAR-BRUTO
		PERFORM CALCULAR-CONTRIBUCIONES
		DIVIDE BRUTO-ESTIMADO BY 12
			GIVING PROVISION-EMPLEADO ROUNDED
		ADD BRUTO-ESTIMADO TO TOTAL-BRUTO
		ADD PROVISION-EMPLEADO TO TOTAL-PROVISION-SAC
		ADD 1 TO CONTADOR-DEVENGADOS
		PERFORM GRABAR-PROVISION-SAC
		PERFORM IMPRIMIR-EMPLEADO
		END-IF.

	BUSCAR-TARIFA-VIGENTE.
		*> La tarifa vigente al último día del mes devengado.
		MOVE "N" TO TARIFA-HALLADA
		MOVE "N" TO FIN-TARIFAS
		MOVE ZERO TO TARIFA-VIGENTE
		MOVE NOV-ID TO TAR-ID
		MOVE ZERO TO TAR-VIGENCIA
		START ARCHIVO-TARIFAS
			KEY IS NOT LESS THAN TAR-CLAVE
		INVALID KEY MOVE "S" TO FIN-TARIFAS
		END-START
		PERFORM UNTIL FIN-TARIFAS = "S"
			READ ARCHIVO-TARIFAS NEXT RECORD
			AT END
			MOVE "S" TO FIN-TARIFAS
			NOT AT END
			IF TAR-ID NOT = NOV-ID
			OR TAR-VIGENCIA > FECHA-DEVENGO
			MOVE "S" TO FIN-TARIFAS
			ELSE
			MOVE "S" TO TARIFA-HALLADA
			MOVE TAR-TARIFA TO TARIFA-VIGENTE
			END-IF
			END-READ
		END-PERFORM.

	ESTIMAR-BRUTO.
		*> Las horas comunes hasta el umbral a la tarifa, el
		*> excedente a la tarifa extra y los baldes nocturno y
		*> de feriado a su multiplicador, como CALCULAR-BRUTO
		*> de NOMINA. Baldes en blanco valen cero.
		IF NOV-HORAS > UMBRAL-EXTRA
		MOVE UMBRAL-EXTRA TO HORAS-NORMALES
		SUBTRACT UMBRAL-EXTRA FROM NOV-HORAS
			GIVING HORAS-EXTRA
		ELSE
		MOVE NOV-HORAS TO HORAS-NORMALES
		MOVE ZERO TO HORAS-EXTRA
		END-IF
		MULTIPLY TARIFA-VIGENTE BY HORAS-NORMALES
			GIVING BRUTO-ESTIMADO ROUNDED
		MULTIPLY TARIFA-VIGENTE BY MULTIPLICADOR-EXTRA
			GIVING TARIFA-RECARGADA ROUNDED
		MULTIPLY TARIFA-RECARGADA BY HORAS-EXTRA
			GIVING IMPORTE-HORAS ROUNDED
		ADD IMPORTE-HORAS TO BRUTO-ESTIMADO
		IF NOV-HORAS-NOC IS NUMERIC AND NOV-HORAS-NOC > ZERO
		MULTIPLY TARIFA-VIGENTE BY MULTIPLICADOR-NOCTURNA
			GIVING TARIFA-RECARGADA ROUNDED
		MULTIPLY TARIFA-RECARGADA BY NOV-HORAS-NOC
			GIVING IMPORTE-HORAS ROUNDED
		ADD IMPORTE-HORAS TO BRUTO-ESTIMADO
		END-IF
		IF NOV-HORAS-FER IS NUMERIC AND NOV-HORAS-FER > ZERO
		MULTIPLY TARIFA-VIGENTE BY MULTIPLICADOR-FERIADO
			GIVING TARIFA-RECARGADA ROUNDED
		MULTIPLY TARIFA-RECARGADA BY NOV-HORAS-FER
			GIVING IMPORTE-HORAS ROUNDED
		ADD IMPORTE-HORAS TO BRUTO-ESTIMADO
		END-IF.

	CALCULAR-CONTRIBUCIONES.
		MOVE ZERO TO CONTRIBUCION-EMPLEADO
		PERFORM VARYING INDICE-PATRONAL FROM 1 BY 1
		UNTIL INDICE-PATRONAL > 3
			MULTIPLY BRUTO-ESTIMADO
				BY PAT-PORCENTAJE (INDICE-PATRONAL)
				GIVING PRODUCTO-PATRONAL ROUNDED
			DIVIDE PRODUCTO-PATRONAL BY 100
				GIVING CONTRIBUCION-CALCULADA ROUNDED
			ADD CONTRIBUCION-CALCULADA
				TO CONTRIBUCION-EMPLEADO
			ADD CONTRIBUCION-CALCULADA
				TO TOTAL-PAT-CONCEPTO (INDICE-PATRONAL)
		END-PERFORM
		ADD CONTRIBUCION-EMPLEADO TO TOTAL-PATRONAL.

	GRABAR-PROVISION-SAC.
		*> Volver a devengar el mismo mes pisa el renglón.
		MOVE PERIODO-DEVENGO TO PSA-PERIODO
		MOVE NOV-ID TO PSA-ID
		MOVE ELE-CODIGO TO PSA-EMPRESA
		MOVE BRUTO-ESTIMADO TO PSA-BRUTO-ESTIMADO
		MOVE PROVISION-EMPLEADO TO PSA-PROVISION
		WRITE PROVISION-SAC-REGISTRO
		INVALID KEY
		REWRITE PROVISION-SAC-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo grabar la provisión de ID "
			NOV-ID ". Status: " WS-STATUS-PSA
		END-REWRITE
		END-WRITE.

	IMPRIMIR-EMPLEADO.
		MOVE BRUTO-ESTIMADO TO IMPORTE-EDITADO
		MOVE CONTRIBUCION-EMPLEADO TO CONTRIBUCION-EDITADA
		MOVE PROVISION-EMPLEADO TO PROVISION-EDITADA
		MOVE SPACES TO LINEA-IMPRESION
		STRING "ID " DELIMITED BY SIZE
			NOV-ID DELIMITED BY SIZE
			" BRUTO ESTIMADO " DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			" CONTRIB " DELIMITED BY SIZE
			CONTRIBUCION-EDITADA DELIMITED BY SIZE
			" SAC 1/12 " DELIMITED BY SIZE
			PROVISION-EDITADA DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA.

	GRABAR-ASIENTOS.
		MOVE SPACES TO NOMBRE-DEVENGO
		IF ELE-CODIGO = 1
		STRING "devengo-" DELIMITED BY SIZE
			PERIODO-DEVENGO DELIMITED BY SIZE
			".dat" DELIMITED BY SIZE
			INTO NOMBRE-DEVENGO
		END-STRING
		ELSE
		STRING "devengo-" DELIMITED BY SIZE
			ELE-CODIGO DELIMITED BY SIZE
			"-" DELIMITED BY SIZE
			PERIODO-DEVENGO DELIMITED BY SIZE
			".dat" DELIMITED BY SIZE
			INTO NOMBRE-DEVENGO
		END-STRING
		END-IF
		MOVE ZERO TO IPE-CANTIDAD
		MOVE "N" TO GRABANDO-REVERSION
		MOVE PERIODO-DEVENGO TO PERIODO-ASIENTO
		MOVE FECHA-DEVENGO TO FECHA-ASIENTO
		PERFORM GRABAR-RENGLONES-ASIENTO
		MOVE IPE-CANTIDAD TO RENGLONES-DEVENGO
		MOVE "S" TO GRABANDO-REVERSION
		MOVE PERIODO-REVERSION TO PERIODO-ASIENTO
		MOVE FECHA-REVERSION TO FECHA-ASIENTO
		PERFORM GRABAR-RENGLONES-ASIENTO
		MOVE WS-PROGRAMA-LOG TO IPE-PROGRAMA
		CALL "CTAIMP" USING IMPUTACION-PEDIDO
		IF IPE-FALTANTES > ZERO
		MOVE "ASIENTO NO GRABADO: FALTAN CUENTAS (IMPFALT)."
			TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		ELSE
		OPEN OUTPUT ARCHIVO-DEVENGO
		IF WS-STATUS-DEV NOT = "00"
		DISPLAY "Error al abrir " NOMBRE-DEVENGO
			" Status: " WS-STATUS-DEV
		ELSE
		MOVE "ASIENTO DE DEVENGAMIENTO:" TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		PERFORM VARYING INDICE-RENGLON-ASI FROM 1 BY 1
		UNTIL INDICE-RENGLON-ASI > IPE-CANTIDAD
			IF INDICE-RENGLON-ASI = RENGLONES-DEVENGO + 1
			MOVE "CONTRAASIENTO DE REVERSION:"
				TO LINEA-IMPRESION
			PERFORM GRABAR-LINEA
			END-IF
			PERFORM ESCRIBIR-RENGLON-ASIENTO
		END-PERFORM
		CLOSE ARCHIVO-DEVENGO
		MOVE TOTAL-DEBE TO ASIENTO-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "TOTAL DEBE:  " DELIMITED BY SIZE
			ASIENTO-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		MOVE TOTAL-HABER TO ASIENTO-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "TOTAL HABER: " DELIMITED BY SIZE
			ASIENTO-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		IF TOTAL-DEBE = TOTAL-HABER
		MOVE "EL ASIENTO BALANCEA." TO LINEA-IMPRESION
		ELSE
		MOVE "ALERTA: EL ASIENTO NO BALANCEA."
			TO LINEA-IMPRESION
		END-IF
		PERFORM GRABAR-LINEA
		MOVE SPACES TO LINEA-IMPRESION
		STRING "ASIENTOS GRABADOS EN " DELIMITED BY SIZE
			NOMBRE-DEVENGO DELIMITED BY SPACE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		END-IF
		END-IF.

	GRABAR-RENGLONES-ASIENTO.
		*> El gasto al debe y el pasivo al haber: sueldos
		*> devengados, cada contribución patronal y el doceavo
		*> de aguinaldo. La reversión los da vuelta.
		MOVE TOTAL-BRUTO TO IMPORTE-ASIENTO
		MOVE "SUELDOS DEVG" TO CONCEPTO-ASIENTO
		PERFORM GRABAR-ASIENTO-DEBE
		PERFORM VARYING INDICE-PATRONAL FROM 1 BY 1
		UNTIL INDICE-PATRONAL > 3
		IF TOTAL-PAT-CONCEPTO (INDICE-PATRONAL) > ZERO
			MOVE TOTAL-PAT-CONCEPTO (INDICE-PATRONAL)
				TO IMPORTE-ASIENTO
			MOVE SPACES TO CONCEPTO-ASIENTO
			STRING "CS " DELIMITED BY SIZE
				PAT-NOMBRE (INDICE-PATRONAL)
				DELIMITED BY SIZE
				INTO CONCEPTO-ASIENTO
			END-STRING
			PERFORM GRABAR-ASIENTO-DEBE
		END-IF
		END-PERFORM
		MOVE TOTAL-PROVISION-SAC TO IMPORTE-ASIENTO
		MOVE "PROV SAC    " TO CONCEPTO-ASIENTO
		PERFORM GRABAR-ASIENTO-DEBE
		MOVE TOTAL-BRUTO TO IMPORTE-ASIENTO
		MOVE "SDOS A PAGAR" TO CONCEPTO-ASIENTO
		PERFORM GRABAR-ASIENTO-HABER
		IF TOTAL-PATRONAL > ZERO
		MOVE TOTAL-PATRONAL TO IMPORTE-ASIENTO
		MOVE "CS A PAGAR  " TO CONCEPTO-ASIENTO
		PERFORM GRABAR-ASIENTO-HABER
		END-IF
		MOVE TOTAL-PROVISION-SAC TO IMPORTE-ASIENTO
		MOVE "SAC A PAGAR " TO CONCEPTO-ASIENTO
		PERFORM GRABAR-ASIENTO-HABER.

	GRABAR-ASIENTO-DEBE.
		IF GRABANDO-REVERSION = "S"
		MOVE "H" TO LADO-ASIENTO
		ELSE
		MOVE "D" TO LADO-ASIENTO
		END-IF
		PERFORM ANOTAR-RENGLON-ASIENTO.

	GRABAR-ASIENTO-HABER.
		IF GRABANDO-REVERSION = "S"
		MOVE "D" TO LADO-ASIENTO
		ELSE
		MOVE "H" TO LADO-ASIENTO
		END-IF
		PERFORM ANOTAR-RENGLON-ASIENTO.

	ANOTAR-RENGLON-ASIENTO.
		IF IPE-CANTIDAD < 150
		ADD 1 TO IPE-CANTIDAD
		MOVE CONCEPTO-ASIENTO TO IPE-CONCEPTO (IPE-CANTIDAD)
		MOVE DEPTO-ASIENTO TO IPE-DEPTO (IPE-CANTIDAD)
		MOVE LADO-ASIENTO TO IPE-LADO (IPE-CANTIDAD)
		MOVE IMPORTE-ASIENTO TO IMPORTE-RENGLON (IPE-CANTIDAD)
		MOVE PERIODO-ASIENTO TO PERIODO-RENGLON (IPE-CANTIDAD)
		MOVE FECHA-ASIENTO TO FECHA-RENGLON (IPE-CANTIDAD)
		END-IF.

	ESCRIBIR-RENGLON-ASIENTO.
		MOVE PERIODO-RENGLON (INDICE-RENGLON-ASI) TO ASI-PERIODO
		MOVE FECHA-RENGLON (INDICE-RENGLON-ASI) TO ASI-FECHA
		MOVE ELE-CODIGO TO ASI-EMPRESA
		MOVE ELE-MAYOR TO ASI-MAYOR
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
		PERFORM MOSTRAR-LINEA-ASIENTO.

	MOSTRAR-LINEA-ASIENTO.
		MOVE IMPORTE-ASIENTO TO ASIENTO-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		IF ASI-DEBE NOT = ZERO
		STRING ASI-FECHA DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			ASI-CUENTA DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			ASI-CONCEPTO DELIMITED BY SIZE
			" DEBE  " DELIMITED BY SIZE
			ASIENTO-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		ELSE
		STRING ASI-FECHA DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			ASI-CUENTA DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			ASI-CONCEPTO DELIMITED BY SIZE
			" HABER " DELIMITED BY SIZE
			ASIENTO-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		END-IF
		PERFORM GRABAR-LINEA.

	GRABAR-LINEA.
		ADD 1 TO LINEAS-REPORTE
		DISPLAY LINEA-IMPRESION
		CALL "IMPRESO" USING NOMBRE-REPORTE LINEA-IMPRESION.
	END PROGRAM DEVENGA.
