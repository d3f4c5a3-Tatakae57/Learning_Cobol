	*> Frecuencia de accidentes:
	*> Reporte anual por departamento para el comité de
	*> seguridad, armado en tabla como el ausentismo de
	*> AUSENCIA. De accidentes.dat salen los accidentes del
	*> año y sus días perdidos (por el departamento que tenía
	*> el empleado al accidentarse); de registro_nomina.dat,
	*> las horas trabajadas del año (períodos 01 a 12, por el
	*> departamento actual). Con eso se calculan los índices
	*> usuales: frecuencia = accidentes x 1.000.000 / horas y
	*> gravedad = días perdidos x 1.000 / horas.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. ACCFREC.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-ACCIDENTES
		ASSIGN TO "accidentes.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS ACC-SINIESTRO
		FILE STATUS IS WS-STATUS-ACC.

		SELECT OPTIONAL ARCHIVO-REGISTRO
		ASSIGN TO "registro_nomina.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS REG-CLAVE
		FILE STATUS IS WS-STATUS-REG.

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

		SELECT OPTIONAL ARCHIVO-DEPARTAMENTOS
		ASSIGN TO "departamentos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS DEP-CODIGO
		FILE STATUS IS WS-STATUS-DEP.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-ACCIDENTES.
		COPY "accidente.cpy".

	FD ARCHIVO-REGISTRO.
		COPY "registro.cpy".

	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	FD ARCHIVO-DEPARTAMENTOS.
		COPY "depto.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-ACC PIC XX VALUE "00".
		01 WS-STATUS-REG PIC XX VALUE "00".
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 WS-STATUS-DEP PIC XX VALUE "00".
		01 CAMPO-ENTRADA PIC X(8) VALUE SPACES.
		01 CAMPO-VALIDO PIC X VALUE "N".
		01 ANIO-BUSCADO PIC 9(4) VALUE ZERO.
		01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
		01 PERIODO-DESDE PIC 9(6) VALUE ZERO.
		01 PERIODO-HASTA PIC 9(6) VALUE ZERO.
		01 FIN-ACCIDENTES PIC X VALUE "N".
		01 FIN-REGISTRO PIC X VALUE "N".
		*> Accidentes, días perdidos y horas por depto.
		01 TABLA-SINIESTRALIDAD.
			02 SINIESTRALIDAD-ENTRADA OCCURS 100 TIMES.
				03 SIN-DEPTO PIC 9(3).
				03 SIN-ACCIDENTES PIC 9(5).
				03 SIN-DIAS PIC 9(6).
				03 SIN-HORAS PIC 9(8)V99.
		01 CANTIDAD-DEPTOS PIC 9(3) VALUE ZERO.
		01 INDICE-DEPTO PIC 9(3) VALUE ZERO.
		01 DEPTO-HALLADO PIC X VALUE "N".
		01 DEPTO-A-UBICAR PIC 9(3) VALUE ZERO.
		01 TOTAL-ACCIDENTES PIC 9(6) VALUE ZERO.
		01 TOTAL-DIAS PIC 9(7) VALUE ZERO.
		01 TOTAL-HORAS PIC 9(9)V99 VALUE ZERO.
		01 CALCULO-ACCIDENTES PIC 9(6) VALUE ZERO.
		01 CALCULO-DIAS PIC 9(7) VALUE ZERO.
		01 CALCULO-HORAS PIC 9(9)V99 VALUE ZERO.
		01 INDICE-FRECUENCIA PIC 9(7)V99 VALUE ZERO.
		01 INDICE-GRAVEDAD PIC 9(7)V99 VALUE ZERO.
		01 CONTADOR-RENGLONES PIC 9(7) VALUE ZERO.
		01 NUMERO-PAGINA PIC 99 VALUE ZERO.
		01 TITULO-REPORTE PIC X(40)
			VALUE "FRECUENCIA DE ACCIDENTES POR DEPTO".
		01 NOMBRE-REPORTE PIC X(8) VALUE "ACCFREC".
		01 LINEA-IMPRESION PIC X(168) VALUE SPACES.
		01 LINEA-ENCABEZADO.
			02 FILLER PIC X(4) VALUE "DEP".
			02 FILLER PIC X(21) VALUE "NOMBRE".
			02 FILLER PIC X(7) VALUE " ACCID".
			02 FILLER PIC X(8) VALUE "   DIAS".
			02 FILLER PIC X(14) VALUE "         HORAS".
			02 FILLER PIC X(12) VALUE "  FRECUENCIA".
			02 FILLER PIC X(12) VALUE "    GRAVEDAD".
		01 LINEA-DETALLE.
			02 LD-DEPTO PIC 9(3).
			02 FILLER PIC X VALUE SPACE.
			02 LD-NOMBRE PIC X(20).
			02 FILLER PIC X VALUE SPACE.
			02 LD-ACCIDENTES PIC ZZZZZ9.
			02 FILLER PIC X VALUE SPACE.
			02 LD-DIAS PIC ZZZZZZ9.
			02 FILLER PIC X VALUE SPACE.
			02 LD-HORAS PIC ZZZ,ZZZ,ZZ9.
			02 FILLER PIC X VALUE SPACE.
			02 LD-FRECUENCIA PIC ZZZZ,ZZ9.99.
			02 FILLER PIC X VALUE SPACE.
			02 LD-GRAVEDAD PIC ZZZZ,ZZ9.99.

	PROCEDURE DIVISION.
	MAIN.
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
		PERFORM SOLICITAR-ANIO.
		COMPUTE PERIODO-DESDE = ANIO-BUSCADO * 100 + 1.
		COMPUTE PERIODO-HASTA = ANIO-BUSCADO * 100 + 12.
		OPEN INPUT ARCHIVO-EMPLEADOS.
		PERFORM ARMAR-ACCIDENTES.
		PERFORM ARMAR-HORAS.
		CLOSE ARCHIVO-EMPLEADOS.
		PERFORM EMITIR-FRECUENCIA.
		GOBACK.

	SOLICITAR-ANIO.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Año a informar (AAAA): "
			MOVE SPACES TO CAMPO-ENTRADA
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:4) IS NUMERIC
			AND CAMPO-ENTRADA (1:4) NOT > WS-FECHA-HOY (1:4)
			MOVE CAMPO-ENTRADA (1:4) TO ANIO-BUSCADO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Año inválido (no puede ser futuro)."
			END-IF
		END-PERFORM.

	ARMAR-ACCIDENTES.
		MOVE ZERO TO CANTIDAD-DEPTOS
		OPEN INPUT ARCHIVO-ACCIDENTES
		IF WS-STATUS-ACC NOT = "00" AND WS-STATUS-ACC NOT = "05"
		MOVE "S" TO FIN-ACCIDENTES
		END-IF
		PERFORM UNTIL FIN-ACCIDENTES = "S"
			READ ARCHIVO-ACCIDENTES NEXT RECORD
			AT END
			MOVE "S" TO FIN-ACCIDENTES
			NOT AT END
			IF ACC-FECHA (1:4) = ANIO-BUSCADO
			MOVE ACC-DEPTO TO DEPTO-A-UBICAR
			PERFORM UBICAR-DEPTO
			IF DEPTO-HALLADO = "S"
			ADD 1 TO SIN-ACCIDENTES (INDICE-DEPTO)
			ADD ACC-DIAS-PERDIDOS TO SIN-DIAS (INDICE-DEPTO)
			END-IF
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-ACCIDENTES.

	ARMAR-HORAS.
		MOVE "N" TO FIN-REGISTRO
		OPEN INPUT ARCHIVO-REGISTRO
		IF WS-STATUS-REG NOT = "00" AND WS-STATUS-REG NOT = "05"
		MOVE "S" TO FIN-REGISTRO
		ELSE
		MOVE PERIODO-DESDE TO REG-PERIODO
		MOVE ZERO TO REG-ID
		START ARCHIVO-REGISTRO
			KEY IS NOT LESS THAN REG-CLAVE
		INVALID KEY MOVE "S" TO FIN-REGISTRO
		END-START
		END-IF
		PERFORM UNTIL FIN-REGISTRO = "S"
			READ ARCHIVO-REGISTRO NEXT RECORD
			AT END
			MOVE "S" TO FIN-REGISTRO
			NOT AT END
			IF REG-PERIODO > PERIODO-HASTA
			MOVE "S" TO FIN-REGISTRO
			ELSE
			PERFORM ACUMULAR-HORAS
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-REGISTRO.

	ACUMULAR-HORAS.
		MOVE ZERO TO DEPTO-A-UBICAR
		MOVE REG-ID TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE EMPLEADO-DEPTO TO DEPTO-A-UBICAR
		END-READ
		PERFORM UBICAR-DEPTO
		IF DEPTO-HALLADO = "S"
		ADD REG-HORAS TO SIN-HORAS (INDICE-DEPTO)
		END-IF.

	UBICAR-DEPTO.
		*> Deja INDICE-DEPTO en el renglón del departamento,
		*> agregándolo si es nuevo y hay lugar en la tabla.
		MOVE "N" TO DEPTO-HALLADO
		PERFORM VARYING INDICE-DEPTO FROM 1 BY 1
		UNTIL INDICE-DEPTO > CANTIDAD-DEPTOS
		OR SIN-DEPTO (INDICE-DEPTO) = DEPTO-A-UBICAR
			CONTINUE
		END-PERFORM
		IF INDICE-DEPTO NOT > CANTIDAD-DEPTOS
		MOVE "S" TO DEPTO-HALLADO
		ELSE
		IF CANTIDAD-DEPTOS < 100
		ADD 1 TO CANTIDAD-DEPTOS
		MOVE CANTIDAD-DEPTOS TO INDICE-DEPTO
		MOVE DEPTO-A-UBICAR TO SIN-DEPTO (INDICE-DEPTO)
		MOVE ZERO TO SIN-ACCIDENTES (INDICE-DEPTO)
		MOVE ZERO TO SIN-DIAS (INDICE-DEPTO)
		MOVE ZERO TO SIN-HORAS (INDICE-DEPTO)
		MOVE "S" TO DEPTO-HALLADO
		END-IF
		END-IF.

	EMITIR-FRECUENCIA.
		MOVE ZERO TO CONTADOR-RENGLONES
		CALL "RPTHDR" USING TITULO-REPORTE
			NUMERO-PAGINA NOMBRE-REPORTE
		MOVE SPACES TO LINEA-IMPRESION
		STRING "AÑO " DELIMITED BY SIZE
			ANIO-BUSCADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		MOVE LINEA-ENCABEZADO TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		OPEN INPUT ARCHIVO-DEPARTAMENTOS
		PERFORM VARYING INDICE-DEPTO FROM 1 BY 1
		UNTIL INDICE-DEPTO > CANTIDAD-DEPTOS
			PERFORM EMITIR-RENGLON-DEPTO
		END-PERFORM
		CLOSE ARCHIVO-DEPARTAMENTOS
		MOVE ZERO TO LD-DEPTO
		MOVE "TOTAL EMPRESA" TO LD-NOMBRE
		MOVE TOTAL-ACCIDENTES TO LD-ACCIDENTES
		MOVE TOTAL-DIAS TO LD-DIAS
		MOVE TOTAL-HORAS TO LD-HORAS
		MOVE TOTAL-ACCIDENTES TO CALCULO-ACCIDENTES
		MOVE TOTAL-DIAS TO CALCULO-DIAS
		MOVE TOTAL-HORAS TO CALCULO-HORAS
		PERFORM CALCULAR-INDICES
		MOVE SPACES TO LINEA-IMPRESION
		MOVE LINEA-DETALLE TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		CALL "RPTPIE" USING TITULO-REPORTE
			CONTADOR-RENGLONES NOMBRE-REPORTE.

	EMITIR-RENGLON-DEPTO.
		ADD 1 TO CONTADOR-RENGLONES
		MOVE SIN-DEPTO (INDICE-DEPTO) TO DEP-CODIGO
		READ ARCHIVO-DEPARTAMENTOS
		INVALID KEY
		MOVE "(SIN MAESTRO)" TO DEP-NOMBRE
		END-READ
		MOVE SIN-DEPTO (INDICE-DEPTO) TO LD-DEPTO
		MOVE DEP-NOMBRE TO LD-NOMBRE
		MOVE SIN-ACCIDENTES (INDICE-DEPTO) TO LD-ACCIDENTES
		MOVE SIN-DIAS (INDICE-DEPTO) TO LD-DIAS
		MOVE SIN-HORAS (INDICE-DEPTO) TO LD-HORAS
		ADD SIN-ACCIDENTES (INDICE-DEPTO) TO TOTAL-ACCIDENTES
		ADD SIN-DIAS (INDICE-DEPTO) TO TOTAL-DIAS
		ADD SIN-HORAS (INDICE-DEPTO) TO TOTAL-HORAS
		MOVE SIN-ACCIDENTES (INDICE-DEPTO) TO CALCULO-ACCIDENTES
		MOVE SIN-DIAS (INDICE-DEPTO) TO CALCULO-DIAS
		MOVE SIN-HORAS (INDICE-DEPTO) TO CALCULO-HORAS
		PERFORM CALCULAR-INDICES
		MOVE SPACES TO LINEA-IMPRESION
		MOVE LINEA-DETALLE TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA.

	CALCULAR-INDICES.
		*> Sin horas registradas los índices quedan en cero.
		MOVE ZERO TO INDICE-FRECUENCIA
		MOVE ZERO TO INDICE-GRAVEDAD
		IF CALCULO-HORAS > ZERO
		COMPUTE INDICE-FRECUENCIA ROUNDED =
			CALCULO-ACCIDENTES * 1000000 / CALCULO-HORAS
		COMPUTE INDICE-GRAVEDAD ROUNDED =
			CALCULO-DIAS * 1000 / CALCULO-HORAS
		END-IF
		MOVE INDICE-FRECUENCIA TO LD-FRECUENCIA
		MOVE INDICE-GRAVEDAD TO LD-GRAVEDAD.

	GRABAR-LINEA.
		DISPLAY LINEA-IMPRESION
		CALL "IMPRESO" USING NOMBRE-REPORTE LINEA-IMPRESION.
	END PROGRAM ACCFREC.
