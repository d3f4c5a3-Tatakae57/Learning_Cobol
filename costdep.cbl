	*> el salto de costo de un sector se ve acá antes de que lo
	*> destape el cierre contable. Los empleados ya migrados al
	*> historial se agrupan bajo el departamento 000.
	*> Los importes salen de los casilleros por período de
	*> acumulados.dat (ACUMUL) y no del registro: bruto, neto
	*> y las tres deducciones, año por año del rango pedido.
	*> Como los acumulados vienen por empleado y no por
	*> período, los cortes se ordenan por período antes de
	*> emitir, para que la variación siga siendo contra el
	*> período anterior.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. COSTDEP.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-ACUMULADOS
		ASSIGN TO "acumulados.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS ACU-CLAVE
		FILE STATUS IS WS-STATUS-ACU.

		SELECT OPTIONAL ARCHIVO-EMPLEADOS
		ASSIGN TO "empleados.dat"

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-ACUMULADOS.
		COPY "acumulado.cpy".

	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".
		COPY "depto.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-ACU PIC XX VALUE "00".
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 WS-STATUS-DEP PIC XX VALUE "00".
		01 FIN-ACUMULADOS PIC X VALUE "N".
		01 CAMPO-ENTRADA PIC X(6) VALUE SPACES.
		01 PERIODO-DESDE PIC 9(6) VALUE ZERO.
		01 PERIODO-HASTA PIC 9(6) VALUE ZERO.
		01 DEPTO-RENGLON PIC 9(3) VALUE ZERO.
		01 ID-DEPTO-LEIDO PIC 9(5) VALUE ZERO.
		01 ANIO-DESDE PIC 9(4) VALUE ZERO.
		01 ANIO-HASTA PIC 9(4) VALUE ZERO.
		01 INDICE-MES PIC 9(3) VALUE ZERO.
		01 PERIODO-RENGLON PIC 9(6) VALUE ZERO.
		01 IMPORTE-RENGLON PIC 9(7)V99 VALUE ZERO.
		*> Corte (departamento, período): ORDENAR-CORTES deja
		*> los períodos ascendentes y la variación se calcula
		*> contra la entrada anterior del departamento.
		01 TABLA-CORTES.
			02 CORTE-ENTRADA OCCURS 999 TIMES.
				03 CO-DEPTO PIC 9(3).
		01 INDICE-EMISION PIC 9(3) VALUE ZERO.
		01 CORTE-HALLADO PIC X VALUE "N".
		01 CORTES-DESBORDADOS PIC 9(5) VALUE ZERO.
		01 INDICE-ORDEN PIC 9(3) VALUE ZERO.
		01 CORTE-TRABAJO PIC X(39) VALUE SPACES.
		*> Departamentos distintos vistos, para emitir el
		*> reporte agrupado por departamento.
		01 TABLA-DEPTOS.
		DISPLAY "Período inválido."
		GOBACK
		END-IF.
		OPEN INPUT ARCHIVO-ACUMULADOS
		IF WS-STATUS-ACU NOT = "00" AND WS-STATUS-ACU NOT = "05"
		DISPLAY "Sin acumulados de nómina para informar."
		GOBACK
		END-IF.
		OPEN INPUT ARCHIVO-EMPLEADOS
			WS-STATUS-EMP
		GOBACK
		END-IF.
		MOVE PERIODO-DESDE (1:4) TO ANIO-DESDE
		MOVE PERIODO-HASTA (1:4) TO ANIO-HASTA
		MOVE ANIO-DESDE TO ACU-ANIO
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
			IF ACU-ANIO > ANIO-HASTA
			MOVE "S" TO FIN-ACUMULADOS
			ELSE
			IF ACU-BRUTO OR ACU-NETO OR ACU-IMPUESTO
			OR ACU-JUBILACION OR ACU-SINDICATO
			PERFORM ACUMULAR-CONCEPTO
			END-IF
			END-IF
			END-READ
		END-PERFORM.
		CLOSE ARCHIVO-ACUMULADOS.
		CLOSE ARCHIVO-EMPLEADOS.
		PERFORM ORDENAR-CORTES.
		IF CORTES-DESBORDADOS > ZERO
		DISPLAY "Aviso: " CORTES-DESBORDADOS " renglones no"
			" entran en la tabla de cortes."
			CONTADOR-RENGLONES NOMBRE-REPORTE.
		GOBACK.

	ACUMULAR-CONCEPTO.
		*> Cada casillero del concepto dentro del rango pedido
		*> es un renglón del registro de ese período.
		IF ACU-ID NOT = ID-DEPTO-LEIDO
		PERFORM BUSCAR-DEPTO-EMPLEADO
		MOVE ACU-ID TO ID-DEPTO-LEIDO
		END-IF
		PERFORM VARYING INDICE-MES FROM 1 BY 1
		UNTIL INDICE-MES > 99
			COMPUTE PERIODO-RENGLON =
				ACU-ANIO * 100 + INDICE-MES
			IF ACU-MES-MARCA (INDICE-MES) = "S"
			AND PERIODO-RENGLON >= PERIODO-DESDE
			AND PERIODO-RENGLON <= PERIODO-HASTA
			MOVE ACU-MES-IMPORTE (INDICE-MES)
				TO IMPORTE-RENGLON
			PERFORM ACUMULAR-RENGLON
			END-IF
		END-PERFORM.

	ACUMULAR-RENGLON.
		MOVE "N" TO CORTE-HALLADO
		PERFORM VARYING INDICE-CORTE FROM 1 BY 1
		UNTIL INDICE-CORTE > CANTIDAD-CORTES
		IF CO-DEPTO (INDICE-CORTE) = DEPTO-RENGLON
		AND CO-PERIODO (INDICE-CORTE) = PERIODO-RENGLON
			PERFORM SUMAR-AL-CORTE
			MOVE "S" TO CORTE-HALLADO
			MOVE CANTIDAD-CORTES TO INDICE-CORTE
		ADD 1 TO CANTIDAD-CORTES
		MOVE CANTIDAD-CORTES TO INDICE-CORTE
		MOVE DEPTO-RENGLON TO CO-DEPTO (INDICE-CORTE)
		MOVE PERIODO-RENGLON TO CO-PERIODO (INDICE-CORTE)
		MOVE ZERO TO CO-BRUTO (INDICE-CORTE)
		MOVE ZERO TO CO-DEDUCCIONES (INDICE-CORTE)
		MOVE ZERO TO CO-NETO (INDICE-CORTE)
		END-IF.

	SUMAR-AL-CORTE.
		EVALUATE TRUE
			WHEN ACU-BRUTO
				ADD IMPORTE-RENGLON
					TO CO-BRUTO (INDICE-CORTE)
			WHEN ACU-NETO
				ADD IMPORTE-RENGLON
					TO CO-NETO (INDICE-CORTE)
			WHEN OTHER
				ADD IMPORTE-RENGLON
					TO CO-DEDUCCIONES (INDICE-CORTE)
		END-EVALUATE.

	ORDENAR-CORTES.
		*> Orden por período con intercambio simple, como
		*> FICHPROC con los golpes del día.
		PERFORM VARYING INDICE-CORTE FROM 1 BY 1
		UNTIL INDICE-CORTE >= CANTIDAD-CORTES
		PERFORM VARYING INDICE-ORDEN FROM 1 BY 1
		UNTIL INDICE-ORDEN >= CANTIDAD-CORTES
		IF CO-PERIODO (INDICE-ORDEN)
			> CO-PERIODO (INDICE-ORDEN + 1)
			MOVE CORTE-ENTRADA (INDICE-ORDEN)
				TO CORTE-TRABAJO
			MOVE CORTE-ENTRADA (INDICE-ORDEN + 1)
				TO CORTE-ENTRADA (INDICE-ORDEN)
			MOVE CORTE-TRABAJO
				TO CORTE-ENTRADA (INDICE-ORDEN + 1)
		END-IF
		END-PERFORM
		END-PERFORM.

	ANOTAR-DEPTO.
		MOVE "N" TO DEPTO-ANOTADO
		*> El empleado ya migrado al historial no tiene depto
		*> conocido: su costo queda agrupado bajo el 000.
		MOVE ZERO TO DEPTO-RENGLON
		MOVE ACU-ID TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		CONTINUE
