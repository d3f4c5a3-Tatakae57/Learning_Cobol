	*> Cotización de despido:
	*> Antes de aprobar un despido la dirección pregunta cuánto
	*> cuesta, y la cuenta se hacía en una planilla, muchas
	*> veces mal. Esto la arma para un EMPLEADO-ID y una fecha
	*> de egreso propuesta, sin tocar ningún archivo (todo se
	*> abre de lectura): la base es la mejor remuneración
	*> mensual del último año (el mayor REG-BRUTO de
	*> registro_nomina.dat en los doce meses anteriores al del
	*> egreso); la indemnización por antigüedad es una base por
	*> año de servicio desde EMPLEADO-FECHA-INGRESO, contando
	*> como año la fracción de más de tres meses, con un mínimo
	*> de una; el preaviso omitido es de quince días durante el
	*> período de prueba (contratos.dat), un mes hasta cinco
	*> años de antigüedad y dos meses después; la integración
	*> del mes de despido paga los días que faltan hasta fin de
	*> mes, y el aguinaldo se calcula sobre esas dos. En el
	*> período de prueba no hay indemnización por antigüedad.
	*> Muestra cada concepto y el total, y si el saldo del
	*> adelanto abierto se cubre con lo que se pagaría. Lo
	*> demás de la liquidación final (vacaciones, horas,
	*> aguinaldo del semestre, descuentos) lo calcula LIQFIN
	*> con la baja ya dada. Sale impreso por el spool para el
	*> legajo. Solo supervisores.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. INDCOT.

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

		SELECT OPTIONAL ARCHIVO-CONTRATOS
		ASSIGN TO "contratos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS CON-CLAVE
		FILE STATUS IS WS-STATUS-CON.

		SELECT OPTIONAL ARCHIVO-ADELANTOS
		ASSIGN TO "adelantos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS ADE-ID
		FILE STATUS IS WS-STATUS-ADE.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	FD ARCHIVO-REGISTRO.
		COPY "registro.cpy".

	FD ARCHIVO-CONTRATOS.
		COPY "contrato.cpy".

	FD ARCHIVO-ADELANTOS.
		COPY "adelanto.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 WS-STATUS-REG PIC XX VALUE "00".
		01 WS-STATUS-CON PIC XX VALUE "00".
		01 WS-STATUS-ADE PIC XX VALUE "00".
		01 ID-BUSCADO PIC 9(5) VALUE ZERO.
		01 CAMPO-ENTRADA PIC X(8) VALUE SPACES.
		01 CAMPO-VALIDO PIC X VALUE "N".
		01 RESULTADO-VALFEC PIC X VALUE "N".
		01 FECHA-EGRESO PIC 9(8) VALUE ZERO.
		01 FECHA-EGRESO-R REDEFINES FECHA-EGRESO.
			02 EGR-ANIO PIC 9(4).
			02 EGR-MES PIC 9(2).
			02 EGR-DIA PIC 9(2).
		01 FECHA-INGRESO-R.
			02 ING-ANIO PIC 9(4).
			02 ING-MES PIC 9(2).
			02 ING-DIA PIC 9(2).
		01 PERIODO-DESDE PIC 9(6) VALUE ZERO.
		01 PERIODO-HASTA PIC 9(6) VALUE ZERO.
		01 FIN-REGISTRO PIC X VALUE "N".
		01 MESES-CON-BRUTO PIC 99 VALUE ZERO.
		01 MEJOR-BRUTO PIC 9(6)V99 VALUE ZERO.
		01 PERIODO-MEJOR PIC 9(6) VALUE ZERO.
		*> Antigüedad en meses cumplidos y en años a los fines
		*> de la indemnización.
		01 MESES-SERVICIO PIC S9(4) VALUE ZERO.
		01 ANIOS-COMPLETOS PIC 9(3) VALUE ZERO.
		01 MESES-FRACCION PIC 99 VALUE ZERO.
		01 ANIOS-INDEMNIZACION PIC 9(3) VALUE ZERO.
		01 MESES-FRACCION-ANIO PIC 99 VALUE 3.
		01 ANIOS-PREAVISO-CORTO PIC 99 VALUE 5.
		01 EN-PRUEBA PIC X VALUE "N".
		01 FIN-CONTRATOS PIC X VALUE "N".
		01 DIAS-PREAVISO PIC 99 VALUE ZERO.
		01 DIAS-DEL-MES-EGRESO PIC 99 VALUE ZERO.
		01 DIAS-INTEGRACION PIC 99 VALUE ZERO.
		01 TABLA-MESES-DATOS.
			02 FILLER PIC X(24)
				VALUE "312831303130313130313031".
		01 TABLA-MESES REDEFINES TABLA-MESES-DATOS.
			02 DIAS-DEL-MES OCCURS 12 TIMES PIC 99.
		01 RESTO-BISIESTO PIC 9(4) VALUE ZERO.
		01 COCIENTE-BISIESTO PIC 9(4) VALUE ZERO.
		01 IMPORTE-ANTIGUEDAD PIC 9(8)V99 VALUE ZERO.
		01 IMPORTE-PREAVISO PIC 9(7)V99 VALUE ZERO.
		01 IMPORTE-INTEGRACION PIC 9(7)V99 VALUE ZERO.
		01 IMPORTE-SAC PIC 9(7)V99 VALUE ZERO.
		01 TOTAL-COTIZACION PIC 9(8)V99 VALUE ZERO.
		01 SALDO-ADELANTO PIC 9(6)V99 VALUE ZERO.
		01 IMPORTE-EDITADO PIC +$$,$$$,$$9.99.
		01 NUMERO-PAGINA PIC 99 VALUE ZERO.
		01 TITULO-REPORTE PIC X(40)
			VALUE "COTIZACION DE DESPIDO".
		01 NOMBRE-REPORTE PIC X(8) VALUE "INDCOT".
		01 LINEAS-REPORTE PIC 9(7) VALUE ZERO.
		01 LINEA-IMPRESION PIC X(168) VALUE SPACES.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "INDCOT".
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
		DISPLAY "La cotización de despido es solo para"
			" supervisores."
		GOBACK
		END-IF.
		PERFORM SOLICITAR-ID.
		OPEN INPUT ARCHIVO-EMPLEADOS
		IF WS-STATUS-EMP NOT = "00" AND WS-STATUS-EMP NOT = "05"
		DISPLAY "Error al abrir empleados.dat. Status: "
			WS-STATUS-EMP
		GOBACK
		END-IF.
		MOVE ID-BUSCADO TO EMPLEADO-ID.
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		DISPLAY "No existe el empleado " ID-BUSCADO "."
		CLOSE ARCHIVO-EMPLEADOS
		GOBACK
		END-READ.
		CLOSE ARCHIVO-EMPLEADOS.
		IF EMPLEADO-ESTADO = "B"
		DISPLAY "El empleado ya está de baja: la liquidación"
			" final la arma LIQFIN."
		GOBACK
		END-IF.
		IF EMPLEADO-FECHA-INGRESO = ZERO
		DISPLAY "El empleado no tiene fecha de ingreso: no se"
			" puede calcular la antigüedad."
		GOBACK
		END-IF.
		MOVE EMPLEADO-FECHA-INGRESO TO FECHA-INGRESO-R.
		PERFORM SOLICITAR-FECHA-EGRESO.
		PERFORM BUSCAR-MEJOR-BRUTO.
		IF MEJOR-BRUTO = ZERO
		DISPLAY "Sin liquidaciones en el último año: no hay"
			" base para cotizar."
		GOBACK
		END-IF.
		PERFORM CALCULAR-ANTIGUEDAD.
		PERFORM CONTROLAR-PRUEBA.
		PERFORM CALCULAR-CONCEPTOS.
		PERFORM LEER-ADELANTO.
		PERFORM IMPRIMIR-COTIZACION.
		GOBACK.

	SOLICITAR-ID.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "ID de empleado a cotizar: "
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:5) IS NUMERIC
			MOVE CAMPO-ENTRADA (1:5) TO ID-BUSCADO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "ID inválido, ingrese solo números."
			END-IF
		END-PERFORM.

	SOLICITAR-FECHA-EGRESO.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Fecha de egreso propuesta (AAAAMMDD): "
			ACCEPT CAMPO-ENTRADA
			MOVE "N" TO RESULTADO-VALFEC
			IF CAMPO-ENTRADA IS NUMERIC
			MOVE CAMPO-ENTRADA TO FECHA-EGRESO
			CALL "VALFEC" USING FECHA-EGRESO
				RESULTADO-VALFEC
			END-IF
			IF RESULTADO-VALFEC = "S"
			IF FECHA-EGRESO < EMPLEADO-FECHA-INGRESO
			DISPLAY "Anterior al ingreso ("
				EMPLEADO-FECHA-INGRESO ")."
			ELSE
			MOVE "S" TO CAMPO-VALIDO
			END-IF
			ELSE
			DISPLAY "Fecha inválida, use AAAAMMDD."
			END-IF
		END-PERFORM.

	BUSCAR-MEJOR-BRUTO.
		*> Mejor bruto mensual de los doce meses anteriores al
		*> del egreso, como la ventana de ACCMANT.
		MOVE ZERO TO MEJOR-BRUTO
		MOVE ZERO TO MESES-CON-BRUTO
		COMPUTE PERIODO-HASTA = EGR-ANIO * 100 + EGR-MES
		COMPUTE PERIODO-DESDE = (EGR-ANIO - 1) * 100 + EGR-MES
		MOVE "N" TO FIN-REGISTRO
		OPEN INPUT ARCHIVO-REGISTRO
		IF WS-STATUS-REG = "00" OR WS-STATUS-REG = "05"
		MOVE PERIODO-DESDE TO REG-PERIODO
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
			IF REG-PERIODO NOT < PERIODO-HASTA
			MOVE "S" TO FIN-REGISTRO
			ELSE
			IF REG-ID = ID-BUSCADO
			AND REG-PERIODO (5:2) <= "12"
			ADD 1 TO MESES-CON-BRUTO
			IF REG-BRUTO > MEJOR-BRUTO
			MOVE REG-BRUTO TO MEJOR-BRUTO
			MOVE REG-PERIODO TO PERIODO-MEJOR
			END-IF
			END-IF
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-REGISTRO
		END-IF.

	CALCULAR-ANTIGUEDAD.
		COMPUTE MESES-SERVICIO =
			(EGR-ANIO - ING-ANIO) * 12 + EGR-MES - ING-MES
		IF EGR-DIA < ING-DIA
		SUBTRACT 1 FROM MESES-SERVICIO
		END-IF
		IF MESES-SERVICIO < ZERO
		MOVE ZERO TO MESES-SERVICIO
		END-IF
		DIVIDE MESES-SERVICIO BY 12 GIVING ANIOS-COMPLETOS
			REMAINDER MESES-FRACCION
		MOVE ANIOS-COMPLETOS TO ANIOS-INDEMNIZACION
		IF MESES-FRACCION > MESES-FRACCION-ANIO
		ADD 1 TO ANIOS-INDEMNIZACION
		END-IF
		IF ANIOS-INDEMNIZACION = ZERO
		MOVE 1 TO ANIOS-INDEMNIZACION
		END-IF.

	CONTROLAR-PRUEBA.
		*> En prueba si el contrato vigente la tiene pendiente
		*> y el egreso cae antes de su vencimiento.
		MOVE "N" TO EN-PRUEBA
		MOVE "N" TO FIN-CONTRATOS
		OPEN INPUT ARCHIVO-CONTRATOS
		IF WS-STATUS-CON = "00" OR WS-STATUS-CON = "05"
		MOVE ID-BUSCADO TO CON-ID
		MOVE ZERO TO CON-INICIO
		START ARCHIVO-CONTRATOS
			KEY IS NOT LESS THAN CON-CLAVE
		INVALID KEY MOVE "S" TO FIN-CONTRATOS
		END-START
		PERFORM UNTIL FIN-CONTRATOS = "S"
			READ ARCHIVO-CONTRATOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-CONTRATOS
			NOT AT END
			IF CON-ID NOT = ID-BUSCADO
			MOVE "S" TO FIN-CONTRATOS
			ELSE
			IF CONTRATO-VIGENTE AND PRUEBA-PENDIENTE
			AND FECHA-EGRESO NOT > CON-FIN-PRUEBA
			MOVE "S" TO EN-PRUEBA
			END-IF
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-CONTRATOS
		END-IF.

	CALCULAR-CONCEPTOS.
		MOVE ZERO TO IMPORTE-ANTIGUEDAD
		IF EN-PRUEBA = "N"
		COMPUTE IMPORTE-ANTIGUEDAD ROUNDED =
			MEJOR-BRUTO * ANIOS-INDEMNIZACION
		END-IF
		*> Preaviso omitido, en días de mes de 30.
		EVALUATE TRUE
			WHEN EN-PRUEBA = "S"
				MOVE 15 TO DIAS-PREAVISO
			WHEN ANIOS-COMPLETOS < ANIOS-PREAVISO-CORTO
				MOVE 30 TO DIAS-PREAVISO
			WHEN OTHER
				MOVE 60 TO DIAS-PREAVISO
		END-EVALUATE
		COMPUTE IMPORTE-PREAVISO ROUNDED =
			MEJOR-BRUTO * DIAS-PREAVISO / 30
		*> Integración: los días que faltan para terminar el
		*> mes del egreso.
		MOVE DIAS-DEL-MES (EGR-MES) TO DIAS-DEL-MES-EGRESO
		IF EGR-MES = 2
		PERFORM CALCULAR-BISIESTO
		END-IF
		COMPUTE DIAS-INTEGRACION = DIAS-DEL-MES-EGRESO - EGR-DIA
		COMPUTE IMPORTE-INTEGRACION ROUNDED =
			MEJOR-BRUTO * DIAS-INTEGRACION
			/ DIAS-DEL-MES-EGRESO
		COMPUTE IMPORTE-SAC ROUNDED =
			(IMPORTE-PREAVISO + IMPORTE-INTEGRACION) / 12
		COMPUTE TOTAL-COTIZACION = IMPORTE-ANTIGUEDAD
			+ IMPORTE-PREAVISO + IMPORTE-INTEGRACION
			+ IMPORTE-SAC.

	CALCULAR-BISIESTO.
		DIVIDE EGR-ANIO BY 4 GIVING COCIENTE-BISIESTO
			REMAINDER RESTO-BISIESTO
		IF RESTO-BISIESTO = ZERO
		MOVE 29 TO DIAS-DEL-MES-EGRESO
		DIVIDE EGR-ANIO BY 100 GIVING COCIENTE-BISIESTO
			REMAINDER RESTO-BISIESTO
		IF RESTO-BISIESTO = ZERO
		MOVE 28 TO DIAS-DEL-MES-EGRESO
		DIVIDE EGR-ANIO BY 400 GIVING COCIENTE-BISIESTO
			REMAINDER RESTO-BISIESTO
		IF RESTO-BISIESTO = ZERO
		MOVE 29 TO DIAS-DEL-MES-EGRESO
		END-IF
		END-IF
		END-IF.

	LEER-ADELANTO.
		MOVE ZERO TO SALDO-ADELANTO
		OPEN INPUT ARCHIVO-ADELANTOS
		IF WS-STATUS-ADE = "00" OR WS-STATUS-ADE = "05"
		MOVE ID-BUSCADO TO ADE-ID
		READ ARCHIVO-ADELANTOS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE ADE-SALDO TO SALDO-ADELANTO
		END-READ
		CLOSE ARCHIVO-ADELANTOS
		END-IF.

	IMPRIMIR-COTIZACION.
		CALL "RPTHDR" USING TITULO-REPORTE
			NUMERO-PAGINA NOMBRE-REPORTE
		MOVE SPACES TO LINEA-IMPRESION
		STRING "EMPLEADO: " DELIMITED BY SIZE
			EMPLEADO-ID DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			EMPLEADO-APELLIDO DELIMITED BY SPACE
			" " DELIMITED BY SIZE
			EMPLEADO-NOMBRE DELIMITED BY SPACE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		MOVE SPACES TO LINEA-IMPRESION
		STRING "INGRESO: " DELIMITED BY SIZE
			EMPLEADO-FECHA-INGRESO DELIMITED BY SIZE
			"  EGRESO PROPUESTO: " DELIMITED BY SIZE
			FECHA-EGRESO DELIMITED BY SIZE
			"  ANTIGUEDAD: " DELIMITED BY SIZE
			ANIOS-COMPLETOS DELIMITED BY SIZE
			" AÑOS " DELIMITED BY SIZE
			MESES-FRACCION DELIMITED BY SIZE
			" MESES" DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		MOVE MEJOR-BRUTO TO IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "MEJOR REMUNERACION: " DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			" (PERIODO " DELIMITED BY SIZE
			PERIODO-MEJOR DELIMITED BY SIZE
			", " DELIMITED BY SIZE
			MESES-CON-BRUTO DELIMITED BY SIZE
			" MESES LIQUIDADOS EN EL AÑO)"
			DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		IF EN-PRUEBA = "S"
		MOVE SPACES TO LINEA-IMPRESION
		STRING "EN PERIODO DE PRUEBA: SIN INDEMNIZACION POR"
			DELIMITED BY SIZE
			" ANTIGUEDAD, PREAVISO DE 15 DIAS"
			DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		END-IF
		MOVE IMPORTE-ANTIGUEDAD TO IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "INDEMNIZ. ANTIGUEDAD:" DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			" (" DELIMITED BY SIZE
			ANIOS-INDEMNIZACION DELIMITED BY SIZE
			" AÑOS)" DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		MOVE IMPORTE-PREAVISO TO IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "PREAVISO OMITIDO:    " DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			" (" DELIMITED BY SIZE
			DIAS-PREAVISO DELIMITED BY SIZE
			" DIAS)" DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		MOVE IMPORTE-INTEGRACION TO IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "INTEGRACION MES:     " DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			" (" DELIMITED BY SIZE
			DIAS-INTEGRACION DELIMITED BY SIZE
			" DIAS)" DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		MOVE IMPORTE-SAC TO IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "SAC S/PREAV. E INTEG:" DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		MOVE TOTAL-COTIZACION TO IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "TOTAL COTIZADO:      " DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		PERFORM IMPRIMIR-ADELANTO
		CALL "RPTPIE" USING TITULO-REPORTE
			LINEAS-REPORTE NOMBRE-REPORTE.

	IMPRIMIR-ADELANTO.
		MOVE SPACES TO LINEA-IMPRESION
		IF SALDO-ADELANTO = ZERO
		MOVE "SIN ADELANTO ABIERTO." TO LINEA-IMPRESION
		ELSE
		MOVE SALDO-ADELANTO TO IMPORTE-EDITADO
		IF SALDO-ADELANTO NOT > TOTAL-COTIZACION
		STRING "ADELANTO ABIERTO:    " DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			" - SE CUBRE CON LA LIQUIDACION"
			DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		ELSE
		STRING "ADELANTO ABIERTO:    " DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			" - LA LIQUIDACION NO ALCANZA A CUBRIRLO"
			DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		END-IF
		END-IF
		PERFORM GRABAR-LINEA.

	GRABAR-LINEA.
		DISPLAY LINEA-IMPRESION
		CALL "IMPRESO" USING NOMBRE-REPORTE LINEA-IMPRESION
		ADD 1 TO LINEAS-REPORTE.
	END PROGRAM INDCOT.
