	*> Proyección del costo de nómina del año próximo:
	*> Cada octubre finanzas pide el costo laboral del año
	*> siguiente y PRESUP solo sirve para comparar después; la
	*> proyección se armaba a mano sobre una copia del EXPCSV.
	*> Esto la calcula mes por mes desde los activos de hoy:
	*> la tarifa de tarifas.dat vigente a cada mes (las
	*> vigencias futuras ya cargadas se respetan), por las horas
	*> promedio de las últimas novedades (cada balde a su
	*> multiplicador, como en NOMINA), con los aumentos
	*> previstos que el operador carga por mes de vigencia
	*> (acumulativos), el plus por antigüedad que sube en cada
	*> aniversario de EMPLEADO-FECHA-INGRESO, el aguinaldo en
	*> junio y diciembre (medio mejor bruto del semestre, como
	*> SAC) y las contribuciones patronales de la misma tabla
	*> que usa NOMINA. Las vacantes de plantilla.dat (autorizados
	*> menos activos) se proyectan desde el mes en que se
	*> cubren, al sueldo promedio de los activos del
	*> departamento (o de la empresa, si no tiene ninguno) y sin
	*> antigüedad. Sale un renglón por departamento y mes con
	*> dotación, sueldos, antigüedad, aguinaldo, contribuciones
	*> y costo total, y al final se puede cargar el resultado en
	*> presupuesto.dat como el presupuesto del año (el costo
	*> total, o solo el bruto si se quiere comparar en PRESUP
	*> contra el bruto real); lo ya cargado para esos períodos
	*> se reemplaza. Solo supervisores.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. PROYEC.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-EMPLEADOS
		ASSIGN TO "empleados.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
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

		SELECT OPTIONAL ARCHIVO-NOVEDADES
		ASSIGN TO "novedades.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS NOV-CLAVE
		FILE STATUS IS WS-STATUS-NOV.

		SELECT OPTIONAL ARCHIVO-PLANTILLA
		ASSIGN TO "plantilla.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PLT-DEPTO
		FILE STATUS IS WS-STATUS-PLT.

		SELECT OPTIONAL ARCHIVO-DEPARTAMENTOS
		ASSIGN TO "departamentos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS DEP-CODIGO
		FILE STATUS IS WS-STATUS-DEP.

		SELECT OPTIONAL ARCHIVO-PRESUPUESTO
		ASSIGN TO "presupuesto.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PRE-CLAVE
		FILE STATUS IS WS-STATUS-PRE.

		SELECT OPTIONAL ARCHIVO-PARAMETROS
		ASSIGN TO "nomina_parm.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-PRM.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	FD ARCHIVO-TARIFAS.
		COPY "tarifa.cpy".

	FD ARCHIVO-NOVEDADES.
		COPY "novedad.cpy".

	FD ARCHIVO-PLANTILLA.
		COPY "plantilla.cpy".

	FD ARCHIVO-DEPARTAMENTOS.
		COPY "depto.cpy".

	FD ARCHIVO-PRESUPUESTO.
		COPY "presupuesto.cpy".

	FD ARCHIVO-PARAMETROS.
		01 LINEA-PARAMETROS.
			02 PARM-UMBRAL PIC 9(3)V99.
			02 PARM-MULTIPLICADOR PIC 9V99.
			02 PARM-ANTIG-PORC PIC 9V99.
			*> Multiplicadores por tipo de hora, el mismo
			*> layout que lee NOMINA; en blanco rigen los
			*> valores de convenio.
			02 PARM-MULT-NOCTURNA PIC 9V99.
			02 PARM-MULT-FERIADO PIC 9V99.

	WORKING-STORAGE SECTION.
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 WS-STATUS-TAR PIC XX VALUE "00".
		01 WS-STATUS-NOV PIC XX VALUE "00".
		01 WS-STATUS-PLT PIC XX VALUE "00".
		01 WS-STATUS-DEP PIC XX VALUE "00".
		01 WS-STATUS-PRE PIC XX VALUE "00".
		01 WS-STATUS-PRM PIC XX VALUE "00".
		01 CAMPO-ENTRADA PIC X(8) VALUE SPACES.
		01 CAMPO-VALIDO PIC X VALUE "N".
		01 RESPUESTA PIC X VALUE "N".
		01 WS-FECHA-PROCESO PIC 9(8) VALUE ZERO.
		01 FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
			02 PRO-ANIO PIC 9(4).
			02 PRO-MES PIC 9(2).
			02 PRO-DIA PIC 9(2).
		01 ANIO-PROYECCION PIC 9(4) VALUE ZERO.
		01 MES-PROYECCION PIC 99 VALUE ZERO.
		01 MES-COBERTURA PIC 99 VALUE 1.
		*> Parámetros de liquidación, los de convenio si
		*> nomina_parm.dat no está (los mismos que NOMINA).
		01 UMBRAL-EXTRA PIC 9(3)V99 VALUE 40.
		01 MULTIPLICADOR-EXTRA PIC 9V99 VALUE 1.50.
		01 MULTIPLICADOR-NOCTURNA PIC 9V99 VALUE 1.30.
		01 MULTIPLICADOR-FERIADO PIC 9V99 VALUE 2.00.
		01 PORCENTAJE-ANTIGUEDAD PIC 9V99 VALUE 1.00.
		*> Aumentos previstos: factor acumulado por mes del
		*> año proyectado (1.000000 = sin aumento).
		01 TABLA-FACTORES.
			02 FACTOR-AUMENTO OCCURS 12 TIMES
				PIC 9(3)V9(6).
		01 MES-AUMENTO PIC 99 VALUE ZERO.
		01 PORCENTAJE-AUMENTO PIC 9(2)V99 VALUE ZERO.
		01 FIN-AUMENTOS PIC X VALUE "N".
		01 CANTIDAD-AUMENTOS PIC 99 VALUE ZERO.
		01 TABLA-AUMENTOS.
			02 AUMENTO-ENTRADA OCCURS 12 TIMES.
				03 AUM-MES PIC 99.
				03 AUM-PORCENTAJE PIC 9(2)V99.
		01 INDICE-AUMENTO PIC 99 VALUE ZERO.
		*> Ventana de novedades para el promedio de horas: los
		*> meses completos anteriores al de la corrida.
		01 MESES-PROMEDIO PIC 99 VALUE 3.
		01 TABLA-VENTANA.
			02 PERIODO-VENTANA OCCURS 12 TIMES PIC 9(6).
		01 INDICE-VENTANA PIC 99 VALUE ZERO.
		01 FECHA-PARTIDA.
			02 FEC-ANIO PIC 9(4).
			02 FEC-MES PIC 9(2).
			02 FEC-DIA PIC 9(2).
		01 MESES-CORRIDOS PIC 9(6) VALUE ZERO.
		01 HORAS-EQUIVALENTES PIC 9(5)V99 VALUE ZERO.
		01 HORAS-ACUMULADAS PIC 9(6)V99 VALUE ZERO.
		01 HORAS-PROMEDIO PIC 9(4)V99 VALUE ZERO.
		01 PERIODOS-CON-HORAS PIC 99 VALUE ZERO.
		*> Tarifa vigente al fin de cada mes proyectado.
		01 LIMITE-PERIODO PIC 9(8) VALUE ZERO.
		01 TARIFA-VIGENTE PIC 9(3)V99 VALUE ZERO.
		01 FIN-TARIFAS PIC X VALUE "N".
		01 ANIOS-SERVICIO PIC 9(3) VALUE ZERO.
		01 DIFERENCIA-FECHAS PIC 9(8) VALUE ZERO.
		*> Importes del mes que se proyecta.
		01 SUELDO-BASE PIC 9(7)V99 VALUE ZERO.
		01 SUELDO-MES PIC 9(8)V99 VALUE ZERO.
		01 ANTIGUEDAD-MES PIC 9(8)V99 VALUE ZERO.
		01 BRUTO-MES PIC 9(8)V99 VALUE ZERO.
		01 SAC-MES PIC 9(8)V99 VALUE ZERO.
		01 CONTRIBUCION-MES PIC 9(8)V99 VALUE ZERO.
		01 BASE-CONTRIBUCION PIC 9(8)V99 VALUE ZERO.
		01 PRODUCTO-PATRONAL PIC 9(11)V99 VALUE ZERO.
		01 CONTRIBUCION-CALCULADA PIC 9(8)V99 VALUE ZERO.
		01 INDICE-PATRONAL PIC 9 VALUE ZERO.
		01 MEJOR-SEMESTRE PIC 9(8)V99 VALUE ZERO.
		01 MESES-SEMESTRE PIC 9 VALUE ZERO.
		COPY "patronal.cpy".
		*> Vacantes del departamento y su sueldo de referencia.
		01 VACANTES-DEPTO PIC 9(5) VALUE ZERO.
		01 BASE-VACANTE PIC 9(7)V99 VALUE ZERO.
		01 BASE-EMPRESA PIC 9(11)V99 VALUE ZERO.
		01 CON-SUELDO-EMPRESA PIC 9(5) VALUE ZERO.
		01 PROMEDIO-EMPRESA PIC 9(7)V99 VALUE ZERO.
		*> Proyección por departamento, ordenada por código.
		01 TABLA-PROYECCION.
			02 PROYECCION-ENTRADA OCCURS 100 TIMES.
				03 PRY-DEPTO PIC 9(3).
				03 PRY-ACTIVOS PIC 9(5).
				03 PRY-CON-SUELDO PIC 9(5).
				03 PRY-BASE PIC 9(9)V99.
				03 PRY-VACANTES PIC 9(5).
				03 PRY-MES OCCURS 12 TIMES.
					04 PRY-DOTACION PIC 9(5).
					04 PRY-SUELDOS PIC 9(9)V99.
					04 PRY-ANTIGUEDAD PIC 9(9)V99.
					04 PRY-SAC PIC 9(9)V99.
					04 PRY-CONTRIBUCION PIC 9(9)V99.
		01 CANTIDAD-DEPTOS PIC 9(3) VALUE ZERO.
		01 INDICE-DEPTO PIC 9(3) VALUE ZERO.
		01 INDICE-MOVER PIC 9(3) VALUE ZERO.
		01 POSICION-DEPTO PIC 9(3) VALUE ZERO.
		01 DEPTO-BUSCADO PIC 9(3) VALUE ZERO.
		01 DEPTO-NUEVO PIC X VALUE "N".
		01 DEPTOS-DESBORDADOS PIC 9(5) VALUE ZERO.
		01 INDICE-MES PIC 99 VALUE ZERO.
		01 FIN-ARCHIVO PIC X VALUE "N".
		01 FIN-PLANTILLA PIC X VALUE "N".
		01 CONTADOR-EMPLEADOS PIC 9(7) VALUE ZERO.
		01 SIN-NOVEDADES PIC 9(5) VALUE ZERO.
		01 SIN-TARIFA PIC 9(5) VALUE ZERO.
		01 TOTAL-VACANTES PIC 9(5) VALUE ZERO.
		*> Totales del renglón, del departamento y generales.
		01 COSTO-RENGLON PIC 9(10)V99 VALUE ZERO.
		01 TOTALES-DEPTO.
			02 TDE-SUELDOS PIC 9(10)V99.
			02 TDE-ANTIGUEDAD PIC 9(10)V99.
			02 TDE-SAC PIC 9(10)V99.
			02 TDE-CONTRIBUCION PIC 9(10)V99.
			02 TDE-COSTO PIC 9(10)V99.
		01 TOTALES-GENERALES.
			02 TGE-SUELDOS PIC 9(10)V99.
			02 TGE-ANTIGUEDAD PIC 9(10)V99.
			02 TGE-SAC PIC 9(10)V99.
			02 TGE-CONTRIBUCION PIC 9(10)V99.
			02 TGE-COSTO PIC 9(10)V99.
		*> Carga en presupuesto.dat.
		01 IMPORTE-CARGA PIC X VALUE "C".
		01 IMPORTE-PRESUPUESTO PIC 9(10)V99 VALUE ZERO.
		01 PRESUPUESTOS-NUEVOS PIC 9(5) VALUE ZERO.
		01 PRESUPUESTOS-REEMPLAZADOS PIC 9(5) VALUE ZERO.
		01 PRESUPUESTOS-EXCEDIDOS PIC 9(5) VALUE ZERO.
		01 CONTADOR-RENGLONES PIC 9(7) VALUE ZERO.
		01 NUMERO-PAGINA PIC 99 VALUE ZERO.
		01 TITULO-REPORTE PIC X(40)
			VALUE "PROYECCION DE COSTO DE NOMINA".
		01 NOMBRE-REPORTE PIC X(8) VALUE "PROYEC".
		01 LINEA-IMPRESION PIC X(168) VALUE SPACES.
		01 LINEA-DETALLE.
			02 LP-ROTULO PIC X(8).
			02 FILLER PIC X(2) VALUE SPACE.
			02 LP-DOTACION PIC ZZZZ9.
			02 FILLER PIC X(2) VALUE SPACE.
			02 LP-SUELDOS PIC $$$$,$$$,$$9.99.
			02 FILLER PIC X(2) VALUE SPACE.
			02 LP-ANTIGUEDAD PIC $$$$,$$$,$$9.99.
			02 FILLER PIC X(2) VALUE SPACE.
			02 LP-SAC PIC $$$$,$$$,$$9.99.
			02 FILLER PIC X(2) VALUE SPACE.
			02 LP-CONTRIBUCION PIC $$$$,$$$,$$9.99.
			02 FILLER PIC X(2) VALUE SPACE.
			02 LP-COSTO PIC $$,$$$,$$$,$$9.99.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "PROYEC".
		01 WS-MENSAJE-LOG PIC X(40).
		01 WS-SEVERIDAD-LOG PIC X VALUE "A".
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
		DISPLAY "La proyección de costo es solo para"
			" supervisores."
		GOBACK
		END-IF.
		ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
		PERFORM LEER-PARAMETROS.
		PERFORM SOLICITAR-ANIO.
		PERFORM SOLICITAR-VENTANA.
		PERFORM SOLICITAR-AUMENTOS.
		PERFORM SOLICITAR-COBERTURA.
		PERFORM PROYECTAR-EMPLEADOS.
		PERFORM PROYECTAR-VACANTES.
		PERFORM IMPRIMIR-PROYECCION.
		IF CANTIDAD-DEPTOS > ZERO
		PERFORM CARGAR-PRESUPUESTO
		END-IF.
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
		END-READ
		CLOSE ARCHIVO-PARAMETROS
		END-IF.

	SOLICITAR-ANIO.
		ADD 1 TO PRO-ANIO GIVING ANIO-PROYECCION
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Año a proyectar (vacío = "
				ANIO-PROYECCION "): "
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA = SPACES
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			IF CAMPO-ENTRADA (1:4) IS NUMERIC
			AND CAMPO-ENTRADA (1:4) NOT < PRO-ANIO
			MOVE CAMPO-ENTRADA (1:4) TO ANIO-PROYECCION
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Año inválido (AAAA, desde el"
				" actual)."
			END-IF
			END-IF
		END-PERFORM.

	SOLICITAR-VENTANA.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Meses de novedades a promediar"
				" (01-12, vacío = 03): "
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA = SPACES
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			IF CAMPO-ENTRADA (1:2) IS NUMERIC
			AND CAMPO-ENTRADA (1:2) > "00"
			AND CAMPO-ENTRADA (1:2) NOT > "12"
			MOVE CAMPO-ENTRADA (1:2) TO MESES-PROMEDIO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Cantidad inválida (01 a 12)."
			END-IF
			END-IF
		END-PERFORM
		*> Los meses completos anteriores al de hoy, del más
		*> viejo al más nuevo.
		COMPUTE MESES-CORRIDOS =
			PRO-ANIO * 12 + PRO-MES - 1 - MESES-PROMEDIO
		PERFORM VARYING INDICE-VENTANA FROM 1 BY 1
		UNTIL INDICE-VENTANA > MESES-PROMEDIO
			DIVIDE MESES-CORRIDOS BY 12 GIVING FEC-ANIO
				REMAINDER FEC-MES
			ADD 1 TO FEC-MES
			MOVE FECHA-PARTIDA (1:6)
				TO PERIODO-VENTANA (INDICE-VENTANA)
			ADD 1 TO MESES-CORRIDOS
		END-PERFORM
		DISPLAY "Horas promedio de los períodos "
			PERIODO-VENTANA (1) " a "
			PERIODO-VENTANA (MESES-PROMEDIO).

	SOLICITAR-AUMENTOS.
		*> Aumentos previstos que todavía no están cargados en
		*> tarifas.dat: cada uno rige desde su mes hasta
		*> diciembre y se acumula sobre los anteriores.
		PERFORM VARYING INDICE-MES FROM 1 BY 1
		UNTIL INDICE-MES > 12
			MOVE 1 TO FACTOR-AUMENTO (INDICE-MES)
		END-PERFORM
		MOVE ZERO TO CANTIDAD-AUMENTOS
		MOVE "N" TO FIN-AUMENTOS
		PERFORM UNTIL FIN-AUMENTOS = "S"
			DISPLAY "Mes de un aumento previsto"
				" (01-12, vacío = no hay más): "
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA = SPACES
			MOVE "S" TO FIN-AUMENTOS
			ELSE
			IF CAMPO-ENTRADA (1:2) IS NUMERIC
			AND CAMPO-ENTRADA (1:2) > "00"
			AND CAMPO-ENTRADA (1:2) NOT > "12"
			MOVE CAMPO-ENTRADA (1:2) TO MES-AUMENTO
			PERFORM SOLICITAR-PORCENTAJE
			PERFORM APLICAR-AUMENTO
			IF CANTIDAD-AUMENTOS = 12
			DISPLAY "Tope de doce aumentos alcanzado."
			MOVE "S" TO FIN-AUMENTOS
			END-IF
			ELSE
			DISPLAY "Mes inválido (01 a 12)."
			END-IF
			END-IF
		END-PERFORM.

	SOLICITAR-PORCENTAJE.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Porcentaje (0500 = 5.00%): "
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:4) IS NUMERIC
			MOVE ZERO TO PORCENTAJE-AUMENTO
			MOVE CAMPO-ENTRADA (1:4)
				TO PORCENTAJE-AUMENTO (1:4)
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Porcentaje inválido, solo números."
			END-IF
		END-PERFORM.

	APLICAR-AUMENTO.
		ADD 1 TO CANTIDAD-AUMENTOS
		MOVE MES-AUMENTO TO AUM-MES (CANTIDAD-AUMENTOS)
		MOVE PORCENTAJE-AUMENTO
			TO AUM-PORCENTAJE (CANTIDAD-AUMENTOS)
		PERFORM VARYING INDICE-MES FROM MES-AUMENTO BY 1
		UNTIL INDICE-MES > 12
			COMPUTE FACTOR-AUMENTO (INDICE-MES) ROUNDED =
				FACTOR-AUMENTO (INDICE-MES)
				* (100 + PORCENTAJE-AUMENTO) / 100
		END-PERFORM.

	SOLICITAR-COBERTURA.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Mes en que se cubren las vacantes"
				" (01-12, vacío = 01): "
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA = SPACES
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			IF CAMPO-ENTRADA (1:2) IS NUMERIC
			AND CAMPO-ENTRADA (1:2) > "00"
			AND CAMPO-ENTRADA (1:2) NOT > "12"
			MOVE CAMPO-ENTRADA (1:2) TO MES-COBERTURA
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Mes inválido (01 a 12)."
			END-IF
			END-IF
		END-PERFORM.

	PROYECTAR-EMPLEADOS.
		*> Los activos de hoy, como los cuenta PLAMANT contra
		*> la plantilla.
		OPEN INPUT ARCHIVO-EMPLEADOS
		IF WS-STATUS-EMP NOT = "00" AND WS-STATUS-EMP NOT = "05"
		DISPLAY "Error al abrir empleados.dat. Status: "
			WS-STATUS-EMP
		ELSE
		OPEN INPUT ARCHIVO-TARIFAS
		OPEN INPUT ARCHIVO-NOVEDADES
		MOVE "N" TO FIN-ARCHIVO
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-EMPLEADOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF EMPLEADO-ESTADO = "A"
			PERFORM PROYECTAR-EMPLEADO
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-NOVEDADES
		CLOSE ARCHIVO-TARIFAS
		CLOSE ARCHIVO-EMPLEADOS
		END-IF.

	PROYECTAR-EMPLEADO.
		MOVE EMPLEADO-DEPTO TO DEPTO-BUSCADO
		PERFORM UBICAR-DEPTO
		IF POSICION-DEPTO > ZERO
		ADD 1 TO CONTADOR-EMPLEADOS
		ADD 1 TO PRY-ACTIVOS (POSICION-DEPTO)
		PERFORM PROMEDIAR-HORAS
		MOVE ZERO TO MEJOR-SEMESTRE
		MOVE ZERO TO MESES-SEMESTRE
		PERFORM VARYING MES-PROYECCION FROM 1 BY 1
		UNTIL MES-PROYECCION > 12
			PERFORM PROYECTAR-MES-EMPLEADO
		END-PERFORM
		END-IF.

	PROMEDIAR-HORAS.
		*> Horas del mes en horas comunes equivalentes: lo que
		*> pasa del umbral vale la hora extra y las nocturnas
		*> y de feriado su multiplicador, así la tarifa por el
		*> promedio da el bruto de un mes típico.
		MOVE ZERO TO HORAS-ACUMULADAS
		MOVE ZERO TO PERIODOS-CON-HORAS
		MOVE ZERO TO HORAS-PROMEDIO
		PERFORM VARYING INDICE-VENTANA FROM 1 BY 1
		UNTIL INDICE-VENTANA > MESES-PROMEDIO
			MOVE PERIODO-VENTANA (INDICE-VENTANA)
				TO NOV-PERIODO
			MOVE EMPLEADO-ID TO NOV-ID
			READ ARCHIVO-NOVEDADES
			INVALID KEY
			CONTINUE
			NOT INVALID KEY
			PERFORM SUMAR-HORAS-NOVEDAD
			END-READ
		END-PERFORM
		IF PERIODOS-CON-HORAS > ZERO
		DIVIDE HORAS-ACUMULADAS BY PERIODOS-CON-HORAS
			GIVING HORAS-PROMEDIO ROUNDED
		ELSE
		ADD 1 TO SIN-NOVEDADES
		END-IF.

	SUMAR-HORAS-NOVEDAD.
		IF NOV-HORAS > UMBRAL-EXTRA
		COMPUTE HORAS-EQUIVALENTES ROUNDED = UMBRAL-EXTRA
			+ (NOV-HORAS - UMBRAL-EXTRA)
			* MULTIPLICADOR-EXTRA
		ELSE
		MOVE NOV-HORAS TO HORAS-EQUIVALENTES
		END-IF
		IF NOV-HORAS-NOC IS NUMERIC AND NOV-HORAS-NOC > ZERO
		COMPUTE HORAS-EQUIVALENTES ROUNDED = HORAS-EQUIVALENTES
			+ NOV-HORAS-NOC * MULTIPLICADOR-NOCTURNA
		END-IF
		IF NOV-HORAS-FER IS NUMERIC AND NOV-HORAS-FER > ZERO
		COMPUTE HORAS-EQUIVALENTES ROUNDED = HORAS-EQUIVALENTES
			+ NOV-HORAS-FER * MULTIPLICADOR-FERIADO
		END-IF
		ADD HORAS-EQUIVALENTES TO HORAS-ACUMULADAS
		ADD 1 TO PERIODOS-CON-HORAS.

	PROYECTAR-MES-EMPLEADO.
		MOVE ANIO-PROYECCION TO LIMITE-PERIODO (1:4)
		MOVE MES-PROYECCION TO LIMITE-PERIODO (5:2)
		MOVE 31 TO LIMITE-PERIODO (7:2)
		PERFORM BUSCAR-TARIFA
		*> El sueldo sin aumentos del primer mes es la
		*> referencia del departamento para sus vacantes.
		IF MES-PROYECCION = 1
		MULTIPLY TARIFA-VIGENTE BY HORAS-PROMEDIO
			GIVING SUELDO-BASE ROUNDED
		IF TARIFA-VIGENTE = ZERO
		ADD 1 TO SIN-TARIFA
		END-IF
		IF SUELDO-BASE > ZERO
		ADD SUELDO-BASE TO PRY-BASE (POSICION-DEPTO)
		ADD 1 TO PRY-CON-SUELDO (POSICION-DEPTO)
		ADD SUELDO-BASE TO BASE-EMPRESA
		ADD 1 TO CON-SUELDO-EMPRESA
		END-IF
		END-IF
		COMPUTE SUELDO-MES ROUNDED = TARIFA-VIGENTE
			* HORAS-PROMEDIO
			* FACTOR-AUMENTO (MES-PROYECCION)
		*> Antigüedad: años cumplidos al fin del mes, como en
		*> NOMINA, así el plus sube en el mes del aniversario.
		MOVE ZERO TO ANIOS-SERVICIO
		MOVE ZERO TO ANTIGUEDAD-MES
		IF EMPLEADO-FECHA-INGRESO IS NUMERIC
		AND EMPLEADO-FECHA-INGRESO > ZERO
		AND EMPLEADO-FECHA-INGRESO < LIMITE-PERIODO
		SUBTRACT EMPLEADO-FECHA-INGRESO FROM LIMITE-PERIODO
			GIVING DIFERENCIA-FECHAS
		DIVIDE DIFERENCIA-FECHAS BY 10000
			GIVING ANIOS-SERVICIO
		END-IF
		IF ANIOS-SERVICIO > ZERO
		COMPUTE ANTIGUEDAD-MES ROUNDED = SUELDO-MES
			* ANIOS-SERVICIO * PORCENTAJE-ANTIGUEDAD / 100
		END-IF
		ADD SUELDO-MES ANTIGUEDAD-MES GIVING BRUTO-MES
		PERFORM CALCULAR-SAC
		PERFORM CALCULAR-CONTRIBUCIONES
		ADD 1 TO PRY-DOTACION (POSICION-DEPTO, MES-PROYECCION)
		PERFORM ACUMULAR-MES.

	BUSCAR-TARIFA.
		*> Última vigencia del ID que no pase el fin del mes,
		*> igual que NOMINA al liquidar.
		MOVE "N" TO FIN-TARIFAS
		MOVE ZERO TO TARIFA-VIGENTE
		MOVE EMPLEADO-ID TO TAR-ID
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
			IF TAR-ID NOT = EMPLEADO-ID
			OR TAR-VIGENCIA > LIMITE-PERIODO
			MOVE "S" TO FIN-TARIFAS
			ELSE
			MOVE TAR-TARIFA TO TARIFA-VIGENTE
			END-IF
			END-READ
		END-PERFORM.

	CALCULAR-SAC.
		*> Aguinaldo en junio y diciembre: medio mejor bruto
		*> del semestre, proporcional a los meses trabajados
		*> en él (las vacantes que se cubren a mitad de año).
		MOVE ZERO TO SAC-MES
		ADD 1 TO MESES-SEMESTRE
		IF BRUTO-MES > MEJOR-SEMESTRE
		MOVE BRUTO-MES TO MEJOR-SEMESTRE
		END-IF
		IF MES-PROYECCION = 6 OR MES-PROYECCION = 12
		COMPUTE SAC-MES ROUNDED =
			MEJOR-SEMESTRE * MESES-SEMESTRE / 12
		MOVE ZERO TO MEJOR-SEMESTRE
		MOVE ZERO TO MESES-SEMESTRE
		END-IF.

	CALCULAR-CONTRIBUCIONES.
		*> Contribuciones del empleador sobre el bruto del mes
		*> y el aguinaldo, concepto por concepto con el mismo
		*> redondeo que NOMINA.
		MOVE ZERO TO CONTRIBUCION-MES
		ADD BRUTO-MES SAC-MES GIVING BASE-CONTRIBUCION
		PERFORM VARYING INDICE-PATRONAL FROM 1 BY 1
		UNTIL INDICE-PATRONAL > 3
			MULTIPLY BASE-CONTRIBUCION
				BY PAT-PORCENTAJE (INDICE-PATRONAL)
				GIVING PRODUCTO-PATRONAL ROUNDED
			DIVIDE PRODUCTO-PATRONAL BY 100
				GIVING CONTRIBUCION-CALCULADA ROUNDED
			ADD CONTRIBUCION-CALCULADA TO CONTRIBUCION-MES
		END-PERFORM.

	ACUMULAR-MES.
		ADD SUELDO-MES
			TO PRY-SUELDOS (POSICION-DEPTO, MES-PROYECCION)
		ADD ANTIGUEDAD-MES TO
			PRY-ANTIGUEDAD (POSICION-DEPTO, MES-PROYECCION)
		ADD SAC-MES
			TO PRY-SAC (POSICION-DEPTO, MES-PROYECCION)
		ADD CONTRIBUCION-MES TO PRY-CONTRIBUCION
			(POSICION-DEPTO, MES-PROYECCION).

	UBICAR-DEPTO.
		*> Posición del departamento en la tabla, que se
		*> mantiene ordenada por código para el listado; si no
		*> está se inserta en su lugar. Tabla llena: cero.
		MOVE ZERO TO POSICION-DEPTO
		MOVE "S" TO DEPTO-NUEVO
		PERFORM VARYING INDICE-DEPTO FROM 1 BY 1
		UNTIL INDICE-DEPTO > CANTIDAD-DEPTOS
		IF PRY-DEPTO (INDICE-DEPTO) NOT < DEPTO-BUSCADO
			MOVE INDICE-DEPTO TO POSICION-DEPTO
		IF PRY-DEPTO (INDICE-DEPTO) = DEPTO-BUSCADO
			MOVE "N" TO DEPTO-NUEVO
		END-IF
			MOVE CANTIDAD-DEPTOS TO INDICE-DEPTO
		END-IF
		END-PERFORM
		IF DEPTO-NUEVO = "S"
		IF CANTIDAD-DEPTOS < 100
		IF POSICION-DEPTO = ZERO
		ADD 1 TO CANTIDAD-DEPTOS GIVING POSICION-DEPTO
		END-IF
		PERFORM INSERTAR-DEPTO
		ELSE
		MOVE ZERO TO POSICION-DEPTO
		ADD 1 TO DEPTOS-DESBORDADOS
		END-IF
		END-IF.

	INSERTAR-DEPTO.
		PERFORM VARYING INDICE-MOVER FROM CANTIDAD-DEPTOS BY -1
		UNTIL INDICE-MOVER < POSICION-DEPTO
			MOVE PROYECCION-ENTRADA (INDICE-MOVER)
				TO PROYECCION-ENTRADA (INDICE-MOVER + 1)
		END-PERFORM
		INITIALIZE PROYECCION-ENTRADA (POSICION-DEPTO)
		MOVE DEPTO-BUSCADO TO PRY-DEPTO (POSICION-DEPTO)
		ADD 1 TO CANTIDAD-DEPTOS.

	PROYECTAR-VACANTES.
		*> Las vacantes de cada departamento (autorizados menos
		*> activos) se suman desde el mes de cobertura al sueldo
		*> promedio de sus activos, o al de la empresa.
		IF CON-SUELDO-EMPRESA > ZERO
		DIVIDE BASE-EMPRESA BY CON-SUELDO-EMPRESA
			GIVING PROMEDIO-EMPRESA ROUNDED
		END-IF
		OPEN INPUT ARCHIVO-PLANTILLA
		IF WS-STATUS-PLT = "00" OR WS-STATUS-PLT = "05"
		MOVE "N" TO FIN-PLANTILLA
		MOVE ZERO TO PLT-DEPTO
		START ARCHIVO-PLANTILLA
			KEY IS NOT LESS THAN PLT-DEPTO
		INVALID KEY MOVE "S" TO FIN-PLANTILLA
		END-START
		PERFORM UNTIL FIN-PLANTILLA = "S"
			READ ARCHIVO-PLANTILLA NEXT RECORD
			AT END
			MOVE "S" TO FIN-PLANTILLA
			NOT AT END
			PERFORM PROYECTAR-VACANTES-DEPTO
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-PLANTILLA
		END-IF.

	PROYECTAR-VACANTES-DEPTO.
		MOVE PLT-DEPTO TO DEPTO-BUSCADO
		PERFORM UBICAR-DEPTO
		IF POSICION-DEPTO > ZERO
		IF PLT-AUTORIZADOS > PRY-ACTIVOS (POSICION-DEPTO)
		SUBTRACT PRY-ACTIVOS (POSICION-DEPTO)
			FROM PLT-AUTORIZADOS GIVING VACANTES-DEPTO
		MOVE VACANTES-DEPTO TO PRY-VACANTES (POSICION-DEPTO)
		ADD VACANTES-DEPTO TO TOTAL-VACANTES
		IF PRY-CON-SUELDO (POSICION-DEPTO) > ZERO
		DIVIDE PRY-BASE (POSICION-DEPTO)
			BY PRY-CON-SUELDO (POSICION-DEPTO)
			GIVING BASE-VACANTE ROUNDED
		ELSE
		MOVE PROMEDIO-EMPRESA TO BASE-VACANTE
		END-IF
		MOVE ZERO TO MEJOR-SEMESTRE
		MOVE ZERO TO MESES-SEMESTRE
		PERFORM VARYING MES-PROYECCION FROM MES-COBERTURA BY 1
		UNTIL MES-PROYECCION > 12
			PERFORM PROYECTAR-MES-VACANTES
		END-PERFORM
		END-IF
		END-IF.

	PROYECTAR-MES-VACANTES.
		*> Ingresos nuevos: sin antigüedad que pagar.
		COMPUTE SUELDO-MES ROUNDED = BASE-VACANTE
			* VACANTES-DEPTO
			* FACTOR-AUMENTO (MES-PROYECCION)
		MOVE ZERO TO ANTIGUEDAD-MES
		MOVE SUELDO-MES TO BRUTO-MES
		PERFORM CALCULAR-SAC
		PERFORM CALCULAR-CONTRIBUCIONES
		ADD VACANTES-DEPTO
			TO PRY-DOTACION (POSICION-DEPTO, MES-PROYECCION)
		PERFORM ACUMULAR-MES.

	IMPRIMIR-PROYECCION.
		CALL "RPTHDR" USING TITULO-REPORTE
			NUMERO-PAGINA NOMBRE-REPORTE
		MOVE SPACES TO LINEA-IMPRESION
		STRING "AÑO " DELIMITED BY SIZE
			ANIO-PROYECCION DELIMITED BY SIZE
			" - HORAS PROMEDIO " DELIMITED BY SIZE
			PERIODO-VENTANA (1) DELIMITED BY SIZE
			" A " DELIMITED BY SIZE
			PERIODO-VENTANA (MESES-PROMEDIO)
				DELIMITED BY SIZE
			" - VACANTES DESDE EL MES " DELIMITED BY SIZE
			MES-COBERTURA DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		PERFORM IMPRIMIR-AUMENTOS
		MOVE SPACES TO LINEA-IMPRESION
		STRING "PERIODO   DOTAC" DELIMITED BY SIZE
			"          SUELDOS" DELIMITED BY SIZE
			"       ANTIGUEDAD" DELIMITED BY SIZE
			"        AGUINALDO" DELIMITED BY SIZE
			"   CONTRIBUCIONES" DELIMITED BY SIZE
			"        COSTO TOTAL" DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		INITIALIZE TOTALES-GENERALES
		OPEN INPUT ARCHIVO-DEPARTAMENTOS
		PERFORM VARYING INDICE-DEPTO FROM 1 BY 1
		UNTIL INDICE-DEPTO > CANTIDAD-DEPTOS
			PERFORM IMPRIMIR-DEPTO
		END-PERFORM
		CLOSE ARCHIVO-DEPARTAMENTOS
		MOVE SPACES TO LINEA-DETALLE
		MOVE "TOTAL" TO LP-ROTULO
		MOVE TGE-SUELDOS TO LP-SUELDOS
		MOVE TGE-ANTIGUEDAD TO LP-ANTIGUEDAD
		MOVE TGE-SAC TO LP-SAC
		MOVE TGE-CONTRIBUCION TO LP-CONTRIBUCION
		MOVE TGE-COSTO TO LP-COSTO
		MOVE LINEA-DETALLE TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		MOVE SPACES TO LINEA-IMPRESION
		STRING "ACTIVOS PROYECTADOS: " DELIMITED BY SIZE
			CONTADOR-EMPLEADOS DELIMITED BY SIZE
			" - VACANTES: " DELIMITED BY SIZE
			TOTAL-VACANTES DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		*> Lo que la proyección no pudo valorizar, para que
		*> no pase inadvertido en el costo.
		IF SIN-NOVEDADES > ZERO OR SIN-TARIFA > ZERO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "SIN NOVEDADES EN LA VENTANA: "
			DELIMITED BY SIZE
			SIN-NOVEDADES DELIMITED BY SIZE
			" - SIN TARIFA: " DELIMITED BY SIZE
			SIN-TARIFA DELIMITED BY SIZE
			" (PROYECTADOS EN CERO)" DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		END-IF
		IF DEPTOS-DESBORDADOS > ZERO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "EMPLEADOS Y PLANTILLAS FUERA DE LA TABLA DE "
			DELIMITED BY SIZE
			"DEPARTAMENTOS: " DELIMITED BY SIZE
			DEPTOS-DESBORDADOS DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		END-IF
		CALL "RPTPIE" USING TITULO-REPORTE
			CONTADOR-RENGLONES NOMBRE-REPORTE.

	IMPRIMIR-AUMENTOS.
		IF CANTIDAD-AUMENTOS = ZERO
		MOVE "SIN AUMENTOS PREVISTOS FUERA DE TARIFAS.DAT"
			TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		ELSE
		PERFORM VARYING INDICE-AUMENTO FROM 1 BY 1
		UNTIL INDICE-AUMENTO > CANTIDAD-AUMENTOS
			MOVE SPACES TO LINEA-IMPRESION
			STRING "AUMENTO PREVISTO DESDE EL MES "
				DELIMITED BY SIZE
				AUM-MES (INDICE-AUMENTO)
					DELIMITED BY SIZE
				": " DELIMITED BY SIZE
				AUM-PORCENTAJE (INDICE-AUMENTO)
					DELIMITED BY SIZE
				" (CENTESIMOS DE %)" DELIMITED BY SIZE
				INTO LINEA-IMPRESION
			END-STRING
			PERFORM GRABAR-LINEA
		END-PERFORM
		END-IF.

	IMPRIMIR-DEPTO.
		MOVE SPACES TO LINEA-IMPRESION
		MOVE PRY-DEPTO (INDICE-DEPTO) TO DEP-CODIGO
		READ ARCHIVO-DEPARTAMENTOS
		INVALID KEY
		MOVE "(NO FIGURA EN MAESTRO)" TO DEP-NOMBRE
		END-READ
		STRING "DEPARTAMENTO " DELIMITED BY SIZE
			PRY-DEPTO (INDICE-DEPTO) DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			DEP-NOMBRE DELIMITED BY SIZE
			" - ACTIVOS " DELIMITED BY SIZE
			PRY-ACTIVOS (INDICE-DEPTO) DELIMITED BY SIZE
			" - VACANTES " DELIMITED BY SIZE
			PRY-VACANTES (INDICE-DEPTO) DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		INITIALIZE TOTALES-DEPTO
		PERFORM VARYING INDICE-MES FROM 1 BY 1
		UNTIL INDICE-MES > 12
			PERFORM IMPRIMIR-MES-DEPTO
		END-PERFORM
		MOVE SPACES TO LINEA-DETALLE
		MOVE "  AÑO" TO LP-ROTULO
		MOVE TDE-SUELDOS TO LP-SUELDOS
		MOVE TDE-ANTIGUEDAD TO LP-ANTIGUEDAD
		MOVE TDE-SAC TO LP-SAC
		MOVE TDE-CONTRIBUCION TO LP-CONTRIBUCION
		MOVE TDE-COSTO TO LP-COSTO
		MOVE LINEA-DETALLE TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		ADD TDE-SUELDOS TO TGE-SUELDOS
		ADD TDE-ANTIGUEDAD TO TGE-ANTIGUEDAD
		ADD TDE-SAC TO TGE-SAC
		ADD TDE-CONTRIBUCION TO TGE-CONTRIBUCION
		ADD TDE-COSTO TO TGE-COSTO.

	IMPRIMIR-MES-DEPTO.
		ADD PRY-SUELDOS (INDICE-DEPTO, INDICE-MES)
			PRY-ANTIGUEDAD (INDICE-DEPTO, INDICE-MES)
			PRY-SAC (INDICE-DEPTO, INDICE-MES)
			PRY-CONTRIBUCION (INDICE-DEPTO, INDICE-MES)
			GIVING COSTO-RENGLON
		ADD 1 TO CONTADOR-RENGLONES
		MOVE SPACES TO LINEA-DETALLE
		MOVE ANIO-PROYECCION TO LP-ROTULO (1:4)
		MOVE INDICE-MES TO LP-ROTULO (5:2)
		MOVE PRY-DOTACION (INDICE-DEPTO, INDICE-MES)
			TO LP-DOTACION
		MOVE PRY-SUELDOS (INDICE-DEPTO, INDICE-MES)
			TO LP-SUELDOS
		MOVE PRY-ANTIGUEDAD (INDICE-DEPTO, INDICE-MES)
			TO LP-ANTIGUEDAD
		MOVE PRY-SAC (INDICE-DEPTO, INDICE-MES) TO LP-SAC
		MOVE PRY-CONTRIBUCION (INDICE-DEPTO, INDICE-MES)
			TO LP-CONTRIBUCION
		MOVE COSTO-RENGLON TO LP-COSTO
		MOVE LINEA-DETALLE TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		ADD PRY-SUELDOS (INDICE-DEPTO, INDICE-MES)
			TO TDE-SUELDOS
		ADD PRY-ANTIGUEDAD (INDICE-DEPTO, INDICE-MES)
			TO TDE-ANTIGUEDAD
		ADD PRY-SAC (INDICE-DEPTO, INDICE-MES) TO TDE-SAC
		ADD PRY-CONTRIBUCION (INDICE-DEPTO, INDICE-MES)
			TO TDE-CONTRIBUCION
		ADD COSTO-RENGLON TO TDE-COSTO.

	CARGAR-PRESUPUESTO.
		*> La proyección pasa a ser el presupuesto del año:
		*> un registro por departamento y mes, reemplazando lo
		*> que ya hubiera cargado para esos períodos.
		DISPLAY "Cargar la proyección como presupuesto "
			ANIO-PROYECCION " (S/N): "
		ACCEPT RESPUESTA
		IF RESPUESTA = "S" OR RESPUESTA = "s"
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Importe a cargar: C = costo total,"
				" B = solo bruto, como el real de"
				" PRESUP"
				" (vacío = C): "
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA = SPACES
			MOVE "C" TO IMPORTE-CARGA
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			IF CAMPO-ENTRADA (1:1) = "C"
			OR CAMPO-ENTRADA (1:1) = "B"
			MOVE CAMPO-ENTRADA (1:1) TO IMPORTE-CARGA
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Opción inválida (C o B)."
			END-IF
			END-IF
		END-PERFORM
		OPEN I-O ARCHIVO-PRESUPUESTO
		IF WS-STATUS-PRE NOT = "00" AND WS-STATUS-PRE NOT = "05"
		DISPLAY "Error al abrir presupuesto.dat. Status: "
			WS-STATUS-PRE
		MOVE "Error de apertura de presupuesto."
			TO WS-MENSAJE-LOG
		MOVE "G" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		ELSE
		PERFORM VARYING INDICE-DEPTO FROM 1 BY 1
		UNTIL INDICE-DEPTO > CANTIDAD-DEPTOS
			PERFORM VARYING INDICE-MES FROM 1 BY 1
			UNTIL INDICE-MES > 12
				PERFORM GRABAR-PRESUPUESTO
			END-PERFORM
		END-PERFORM
		CLOSE ARCHIVO-PRESUPUESTO
		DISPLAY "Presupuestos nuevos: " PRESUPUESTOS-NUEVOS
			" - reemplazados: " PRESUPUESTOS-REEMPLAZADOS
		IF PRESUPUESTOS-EXCEDIDOS > ZERO
		DISPLAY "No cargados por pasar el tope del importe: "
			PRESUPUESTOS-EXCEDIDOS
		END-IF
		MOVE SPACES TO WS-MENSAJE-LOG
		STRING "Presupuesto " DELIMITED BY SIZE
			ANIO-PROYECCION DELIMITED BY SIZE
			" por proyeccion " DELIMITED BY SIZE
			IMPORTE-CARGA DELIMITED BY SIZE
			INTO WS-MENSAJE-LOG
		END-STRING
		MOVE "I" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		END-IF
		END-IF.

	GRABAR-PRESUPUESTO.
		IF IMPORTE-CARGA = "B"
		ADD PRY-SUELDOS (INDICE-DEPTO, INDICE-MES)
			PRY-ANTIGUEDAD (INDICE-DEPTO, INDICE-MES)
			PRY-SAC (INDICE-DEPTO, INDICE-MES)
			GIVING IMPORTE-PRESUPUESTO
		ELSE
		ADD PRY-SUELDOS (INDICE-DEPTO, INDICE-MES)
			PRY-ANTIGUEDAD (INDICE-DEPTO, INDICE-MES)
			PRY-SAC (INDICE-DEPTO, INDICE-MES)
			PRY-CONTRIBUCION (INDICE-DEPTO, INDICE-MES)
			GIVING IMPORTE-PRESUPUESTO
		END-IF
		IF IMPORTE-PRESUPUESTO > 99999999.99
		ADD 1 TO PRESUPUESTOS-EXCEDIDOS
		ELSE
		IF IMPORTE-PRESUPUESTO > ZERO
		MOVE PRY-DEPTO (INDICE-DEPTO) TO PRE-DEPTO
		MOVE ANIO-PROYECCION TO PRE-PERIODO (1:4)
		MOVE INDICE-MES TO PRE-PERIODO (5:2)
		READ ARCHIVO-PRESUPUESTO
		INVALID KEY
		MOVE IMPORTE-PRESUPUESTO TO PRE-IMPORTE
		WRITE PRESUPUESTO-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo grabar el presupuesto "
			PRE-DEPTO " " PRE-PERIODO "."
		NOT INVALID KEY
		ADD 1 TO PRESUPUESTOS-NUEVOS
		END-WRITE
		NOT INVALID KEY
		MOVE IMPORTE-PRESUPUESTO TO PRE-IMPORTE
		REWRITE PRESUPUESTO-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo reemplazar el presupuesto "
			PRE-DEPTO " " PRE-PERIODO "."
		NOT INVALID KEY
		ADD 1 TO PRESUPUESTOS-REEMPLAZADOS
		END-REWRITE
		END-READ
		END-IF
		END-IF.

	GRABAR-LINEA.
		DISPLAY LINEA-IMPRESION
		CALL "IMPRESO" USING NOMBRE-REPORTE LINEA-IMPRESION.
	END PROGRAM PROYEC.
