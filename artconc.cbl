	*> Conciliación de reintegros de la ART:
	*> Recorre accidentes.dat y, para cada siniestro, suma los
	*> pagos cargados en cobros_art.dat contra lo reclamado. Lo
	*> que la ART todavía debe se lista con la antigüedad del
	*> reclamo en días (contados de a uno sobre el calendario,
	*> como en HABVENC) y su tramo: hasta 30, 31 a 60, 61 a 90
	*> y más de 90 días; al pie, el total adeudado por tramo.
	*> También salen los siniestros cobrados de más y los que
	*> tienen acumulado en el accidente un importe distinto de
	*> la suma de sus pagos, para revisarlos en ACCMANT.
	*> El operador sin permiso de ver sueldos (VERSUEL) recibe
	*> el listado con reclamado, cobrado, saldo y totales por
	*> tramo tapados con asteriscos: quedan los siniestros, la
	*> antigüedad y las observaciones.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. ARTCONC.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-ACCIDENTES
		ASSIGN TO "accidentes.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS ACC-SINIESTRO
		FILE STATUS IS WS-STATUS-ACC.

		SELECT OPTIONAL ARCHIVO-COBROS
		ASSIGN TO "cobros_art.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS CAR-CLAVE
		FILE STATUS IS WS-STATUS-CAR.

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

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-ACCIDENTES.
		COPY "accidente.cpy".

	FD ARCHIVO-COBROS.
		COPY "cobroart.cpy".

	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-ACC PIC XX VALUE "00".
		01 WS-STATUS-CAR PIC XX VALUE "00".
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 FIN-ACCIDENTES PIC X VALUE "N".
		01 FIN-COBROS PIC X VALUE "N".
		01 CONTADOR-REGISTROS PIC 9(7) VALUE ZERO.
		01 LINEAS-EN-PAGINA PIC 99 VALUE ZERO.
		01 NUMERO-PAGINA PIC 99 VALUE ZERO.
		01 LINEAS-POR-PAGINA PIC 99 VALUE 20.
		01 WS-FECHA-PROCESO PIC 9(8) VALUE ZERO.
		01 SUMA-COBROS PIC 9(7)V99 VALUE ZERO.
		01 SALDO-SINIESTRO PIC S9(7)V99 VALUE ZERO.
		01 DIAS-RECLAMO PIC 9(3) VALUE ZERO.
		01 INDICE-TRAMO PIC 9 VALUE ZERO.
		*> Adeudado por tramo de antigüedad del reclamo.
		01 TABLA-TRAMOS-DATOS.
			02 FILLER PIC X(14) VALUE "HASTA 30  0030".
			02 FILLER PIC X(14) VALUE "31 A 60   0060".
			02 FILLER PIC X(14) VALUE "61 A 90   0090".
			02 FILLER PIC X(14) VALUE "MAS DE 90 0999".
		01 TABLA-TRAMOS REDEFINES TABLA-TRAMOS-DATOS.
			02 TRAMO-ENTRADA OCCURS 4 TIMES.
				03 TRAMO-NOMBRE PIC X(10).
				03 TRAMO-HASTA PIC 9(4).
		01 TABLA-ADEUDADO.
			02 ADEUDADO-TRAMO OCCURS 4 TIMES PIC 9(8)V99.
		01 TOTAL-ADEUDADO PIC 9(8)V99 VALUE ZERO.
		01 FECHA-PARTIDA.
			02 FEC-ANIO PIC 9(4).
			02 FEC-MES PIC 9(2).
			02 FEC-DIA PIC 9(2).
		01 FECHA-CORRIDA REDEFINES FECHA-PARTIDA PIC 9(8).
		01 TABLA-MESES-DATOS.
			02 FILLER PIC X(24)
				VALUE "312831303130313130313031".
		01 TABLA-MESES REDEFINES TABLA-MESES-DATOS.
			02 DIAS-DEL-MES OCCURS 12 TIMES PIC 99.
		01 DIAS-TOPE PIC 99 VALUE ZERO.
		01 RESTO-BISIESTO PIC 9(4) VALUE ZERO.
		01 COCIENTE-BISIESTO PIC 9(4) VALUE ZERO.
		01 ES-BISIESTO PIC X VALUE "N".
		01 TITULO-REPORTE PIC X(40)
			VALUE "CONCILIACION DE REINTEGROS ART".
		01 NOMBRE-REPORTE PIC X(8) VALUE "ARTCONC".
		01 LINEA-IMPRESION PIC X(168) VALUE SPACES.
		01 LINEA-ENCABEZADO.
			02 FILLER PIC X(12) VALUE "SINIESTRO".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(5) VALUE "ID".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(20) VALUE "APELLIDO".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(8) VALUE "RECLAMO".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(12) VALUE "   RECLAMADO".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(12) VALUE "     COBRADO".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(13) VALUE "        SALDO".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(4) VALUE "DIAS".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(10) VALUE "TRAMO".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(8) VALUE "OBSERVA".
		01 LINEA-DETALLE.
			02 LD-SINIESTRO PIC X(12).
			02 FILLER PIC X VALUE SPACE.
			02 LD-ID PIC 9(5).
			02 FILLER PIC X VALUE SPACE.
			02 LD-APELLIDO PIC X(20).
			02 FILLER PIC X VALUE SPACE.
			02 LD-FECHA-RECLAMO PIC 9(8).
			02 FILLER PIC X VALUE SPACE.
			02 LD-RECLAMADO PIC Z,ZZZ,ZZ9.99.
			02 LD-RECLAMADO-TAPADO REDEFINES LD-RECLAMADO
				PIC X(12).
			02 FILLER PIC X VALUE SPACE.
			02 LD-COBRADO PIC Z,ZZZ,ZZ9.99.
			02 LD-COBRADO-TAPADO REDEFINES LD-COBRADO
				PIC X(12).
			02 FILLER PIC X VALUE SPACE.
			02 LD-SALDO PIC -Z,ZZZ,ZZ9.99.
			02 LD-SALDO-TAPADO REDEFINES LD-SALDO PIC X(13).
			02 FILLER PIC X VALUE SPACE.
			02 LD-DIAS PIC ZZZ9.
			02 FILLER PIC X VALUE SPACE.
			02 LD-TRAMO PIC X(10).
			02 FILLER PIC X VALUE SPACE.
			02 LD-OBSERVA PIC X(8).
		01 LINEA-TRAMO.
			02 FILLER PIC X(19) VALUE "  ADEUDADO TRAMO ".
			02 LT-TRAMO PIC X(10).
			02 FILLER PIC X(2) VALUE ": ".
			02 LT-IMPORTE PIC ZZ,ZZZ,ZZ9.99.
			02 LT-IMPORTE-TAPADO REDEFINES LT-IMPORTE
				PIC X(13).
		*> "N" = el operador no ve importes (VERSUEL): el
		*> listado sale sin plata.
		01 VE-IMPORTES PIC X VALUE "N".
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "ARTCONC".
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
		CALL "VERSUEL" USING WS-OPERADOR-LOG NIVEL-FIRMADO
			VE-IMPORTES.
		ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
		PERFORM VARYING INDICE-TRAMO FROM 1 BY 1
		UNTIL INDICE-TRAMO > 4
			MOVE ZERO TO ADEUDADO-TRAMO (INDICE-TRAMO)
		END-PERFORM.
		OPEN INPUT ARCHIVO-ACCIDENTES.
		IF WS-STATUS-ACC NOT = "00" AND WS-STATUS-ACC NOT = "05"
		DISPLAY "Error al abrir accidentes.dat. Status: "
			WS-STATUS-ACC
		GOBACK
		END-IF.
		OPEN INPUT ARCHIVO-COBROS.
		OPEN INPUT ARCHIVO-EMPLEADOS.
		PERFORM IMPRIMIR-ENCABEZADO.
		PERFORM UNTIL FIN-ACCIDENTES = "S"
			READ ARCHIVO-ACCIDENTES NEXT RECORD
			AT END
			MOVE "S" TO FIN-ACCIDENTES
			NOT AT END
			PERFORM CONCILIAR-SINIESTRO
			END-READ
		END-PERFORM.
		CLOSE ARCHIVO-ACCIDENTES.
		CLOSE ARCHIVO-COBROS.
		CLOSE ARCHIVO-EMPLEADOS.
		IF CONTADOR-REGISTROS = ZERO
		DISPLAY "  (la ART no adeuda ningún siniestro)"
		END-IF.
		PERFORM IMPRIMIR-TRAMOS.
		CALL "RPTPIE" USING TITULO-REPORTE
			CONTADOR-REGISTROS NOMBRE-REPORTE.
		GOBACK.

	CONCILIAR-SINIESTRO.
		PERFORM SUMAR-COBROS
		COMPUTE SALDO-SINIESTRO = ACC-RECLAMADO - SUMA-COBROS
		MOVE SPACES TO LD-OBSERVA
		MOVE SPACES TO LD-TRAMO
		MOVE ZERO TO DIAS-RECLAMO
		IF SUMA-COBROS NOT = ACC-COBRADO
		MOVE "DIFIERE" TO LD-OBSERVA
		END-IF
		IF SALDO-SINIESTRO < ZERO
		MOVE "EXCEDE" TO LD-OBSERVA
		END-IF
		IF SALDO-SINIESTRO > ZERO
		PERFORM CONTAR-DIAS-RECLAMO
		PERFORM UBICAR-TRAMO
		MOVE TRAMO-NOMBRE (INDICE-TRAMO) TO LD-TRAMO
		ADD SALDO-SINIESTRO TO ADEUDADO-TRAMO (INDICE-TRAMO)
		ADD SALDO-SINIESTRO TO TOTAL-ADEUDADO
		END-IF
		IF SALDO-SINIESTRO NOT = ZERO
		OR LD-OBSERVA NOT = SPACES
		PERFORM IMPRIMIR-DETALLE
		END-IF.

	SUMAR-COBROS.
		MOVE ZERO TO SUMA-COBROS
		MOVE "N" TO FIN-COBROS
		MOVE ACC-SINIESTRO TO CAR-SINIESTRO
		MOVE ZERO TO CAR-SECUENCIA
		START ARCHIVO-COBROS
			KEY IS NOT LESS THAN CAR-CLAVE
		INVALID KEY MOVE "S" TO FIN-COBROS
		END-START
		PERFORM UNTIL FIN-COBROS = "S"
			READ ARCHIVO-COBROS NEXT RECORD
			AT END
			MOVE "S" TO FIN-COBROS
			NOT AT END
			IF CAR-SINIESTRO NOT = ACC-SINIESTRO
			MOVE "S" TO FIN-COBROS
			ELSE
			ADD CAR-IMPORTE TO SUMA-COBROS
			END-IF
			END-READ
		END-PERFORM.

	CONTAR-DIAS-RECLAMO.
		*> Días del reclamo a hoy, tope 999.
		MOVE ACC-FECHA-RECLAMO TO FECHA-CORRIDA
		PERFORM UNTIL FECHA-CORRIDA NOT < WS-FECHA-PROCESO
		OR DIAS-RECLAMO = 999
			PERFORM SUMAR-UN-DIA
			ADD 1 TO DIAS-RECLAMO
		END-PERFORM.

	UBICAR-TRAMO.
		PERFORM VARYING INDICE-TRAMO FROM 1 BY 1
		UNTIL INDICE-TRAMO = 4
		OR DIAS-RECLAMO <= TRAMO-HASTA (INDICE-TRAMO)
			CONTINUE
		END-PERFORM.

	SUMAR-UN-DIA.
		MOVE DIAS-DEL-MES (FEC-MES) TO DIAS-TOPE
		IF FEC-MES = 2
		PERFORM CALCULAR-BISIESTO
		IF ES-BISIESTO = "S"
		MOVE 29 TO DIAS-TOPE
		END-IF
		END-IF
		IF FEC-DIA < DIAS-TOPE
		ADD 1 TO FEC-DIA
		ELSE
		MOVE 1 TO FEC-DIA
		IF FEC-MES < 12
		ADD 1 TO FEC-MES
		ELSE
		MOVE 1 TO FEC-MES
		ADD 1 TO FEC-ANIO
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

	IMPRIMIR-ENCABEZADO.
		MOVE ZERO TO LINEAS-EN-PAGINA
		CALL "RPTHDR" USING TITULO-REPORTE
			NUMERO-PAGINA NOMBRE-REPORTE
		DISPLAY LINEA-ENCABEZADO
		MOVE SPACES TO LINEA-IMPRESION
		MOVE LINEA-ENCABEZADO TO LINEA-IMPRESION
		CALL "IMPRESO" USING NOMBRE-REPORTE LINEA-IMPRESION.

	IMPRIMIR-DETALLE.
		IF LINEAS-EN-PAGINA >= LINEAS-POR-PAGINA
		PERFORM IMPRIMIR-ENCABEZADO
		END-IF
		ADD 1 TO CONTADOR-REGISTROS
		ADD 1 TO LINEAS-EN-PAGINA
		MOVE ACC-ID TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY MOVE SPACES TO EMPLEADO-APELLIDO
		END-READ
		MOVE ACC-SINIESTRO TO LD-SINIESTRO
		MOVE ACC-ID TO LD-ID
		MOVE EMPLEADO-APELLIDO TO LD-APELLIDO
		MOVE ACC-FECHA-RECLAMO TO LD-FECHA-RECLAMO
		MOVE ACC-RECLAMADO TO LD-RECLAMADO
		MOVE SUMA-COBROS TO LD-COBRADO
		MOVE SALDO-SINIESTRO TO LD-SALDO
		MOVE DIAS-RECLAMO TO LD-DIAS
		IF VE-IMPORTES = "N"
		MOVE ALL "*" TO LD-RECLAMADO-TAPADO
		MOVE ALL "*" TO LD-COBRADO-TAPADO
		MOVE ALL "*" TO LD-SALDO-TAPADO
		END-IF
		DISPLAY LINEA-DETALLE
		MOVE SPACES TO LINEA-IMPRESION
		MOVE LINEA-DETALLE TO LINEA-IMPRESION
		CALL "IMPRESO" USING NOMBRE-REPORTE LINEA-IMPRESION.

	IMPRIMIR-TRAMOS.
		PERFORM VARYING INDICE-TRAMO FROM 1 BY 1
		UNTIL INDICE-TRAMO > 4
			MOVE TRAMO-NOMBRE (INDICE-TRAMO) TO LT-TRAMO
			MOVE ADEUDADO-TRAMO (INDICE-TRAMO) TO LT-IMPORTE
			PERFORM TAPAR-TRAMO
			DISPLAY LINEA-TRAMO
			MOVE SPACES TO LINEA-IMPRESION
			MOVE LINEA-TRAMO TO LINEA-IMPRESION
			CALL "IMPRESO" USING NOMBRE-REPORTE
				LINEA-IMPRESION
		END-PERFORM
		MOVE "TOTAL" TO LT-TRAMO
		MOVE TOTAL-ADEUDADO TO LT-IMPORTE
		PERFORM TAPAR-TRAMO
		DISPLAY LINEA-TRAMO
		MOVE SPACES TO LINEA-IMPRESION
		MOVE LINEA-TRAMO TO LINEA-IMPRESION
		CALL "IMPRESO" USING NOMBRE-REPORTE LINEA-IMPRESION.

	TAPAR-TRAMO.
		IF VE-IMPORTES = "N"
		MOVE ALL "*" TO LT-IMPORTE-TAPADO
		END-IF.
	END PROGRAM ARTCONC.
