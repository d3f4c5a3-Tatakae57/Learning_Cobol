	*> Ajuste anual de ganancias:
	*> Cierra el ejercicio fiscal del impuesto a las ganancias
	*> (cuarta categoría). Con diciembre ya pagado, toma de
	*> acumulados.dat (ACUMUL) el bruto y lo retenido del año
	*> pedido por EMPLEADO-ID, como CERTIF, descuenta
	*> las deducciones personales declaradas en DEDGAN (enteras,
	*> no prorrateadas) y liquida el impuesto del año con la
	*> escala vigente al 31/12, con los límites mensuales de
	*> los tramos llevados a doce meses: la misma cuenta que
	*> hace NOMINA en diciembre. La diferencia contra lo
	*> retenido queda en ajuste_ganancias.dat (lo imprime
	*> CERTIF en el certificado anual) y, si no es cero, como
	*> línea "G" en ajustes.dat: NOMINA se la devuelve o se la
	*> retiene al empleado en la liquidación siguiente, como
	*> un ajuste retroactivo con cuenta propia en el asiento.
	*> Un ejercicio ya ajustado no se vuelve a correr: la
	*> devolución saldría dos veces. Reporte de control en su
	*> propio spool (lp-AJUGAN-fecha).
	IDENTIFICATION DIVISION.
	PROGRAM-ID. AJUGAN.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-ACUMULADOS
		ASSIGN TO "acumulados.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS ACU-CLAVE
		FILE STATUS IS WS-STATUS-ACU.

		SELECT OPTIONAL ARCHIVO-DEDUCC-GAN
		ASSIGN TO "deducciones_ganancias.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS DGA-CLAVE
		FILE STATUS IS WS-STATUS-DGA.

		SELECT OPTIONAL ARCHIVO-AJUSTE-GAN
		ASSIGN TO "ajuste_ganancias.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS AJG-CLAVE
		FILE STATUS IS WS-STATUS-AJG.

		SELECT ARCHIVO-AJUSTES
		ASSIGN TO "ajustes.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-AJU.

		SELECT OPTIONAL ARCHIVO-PERIODO
		ASSIGN TO "periodo.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-PER.

		SELECT OPTIONAL ARCHIVO-PARAMETROS
		ASSIGN TO "nomina_parm.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-PRM.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-ACUMULADOS.
		COPY "acumulado.cpy".

	FD ARCHIVO-DEDUCC-GAN.
		COPY "desgan.cpy".

	FD ARCHIVO-AJUSTE-GAN.
		COPY "ajugan.cpy".

	FD ARCHIVO-AJUSTES.
		01 LINEA-AJUSTE.
			02 AJU-PERIODO PIC 9(6).
			02 AJU-ID PIC 9(5).
			02 AJU-IMPORTE PIC S9(6)V99
				SIGN IS TRAILING SEPARATE.
			02 AJU-APLICADO PIC X.
			*> Origen "G": ajuste anual de ganancias.
			02 AJU-ORIGEN PIC X.

	FD ARCHIVO-PERIODO.
		01 LINEA-PERIODO.
			02 PER-PERIODO PIC 9(6).
			02 PER-ESTADO PIC X.
				88 PERIODO-ABIERTO VALUE "A".
				88 PERIODO-PAGADO VALUE "P".

	*> Mismo layout que lee NOMINA; acá solo interesan las
	*> deducciones anuales por cónyuge y por hijo.
	FD ARCHIVO-PARAMETROS.
		01 LINEA-PARAMETROS.
			02 PARM-UMBRAL PIC 9(3)V99.
			02 PARM-MULTIPLICADOR PIC 9V99.
			02 PARM-ANTIG-PORC PIC 9V99.
			02 PARM-MULT-NOCTURNA PIC 9V99.
			02 PARM-MULT-FERIADO PIC 9V99.
			02 PARM-DED-CONYUGE PIC 9(7)V99.
			02 PARM-DED-HIJO PIC 9(7)V99.

	WORKING-STORAGE SECTION.
		01 WS-STATUS-ACU PIC XX VALUE "00".
		01 WS-STATUS-DGA PIC XX VALUE "00".
		01 WS-STATUS-AJG PIC XX VALUE "00".
		01 WS-STATUS-AJU PIC XX VALUE "00".
		01 WS-STATUS-PER PIC XX VALUE "00".
		01 WS-STATUS-PRM PIC XX VALUE "00".
		01 FIN-ACUMULADOS PIC X VALUE "N".
		01 CAMPO-ENTRADA PIC X(4) VALUE SPACES.
		01 ANIO-BUSCADO PIC 9(4) VALUE ZERO.
		01 PERIODO-DICIEMBRE PIC 9(6) VALUE ZERO.
		01 PERIODO-ACTUAL PIC 9(6) VALUE ZERO.
		01 ESTADO-ACTUAL PIC X VALUE SPACE.
		01 PERIODO-LEIDO PIC X VALUE "N".
		01 EJERCICIO-CERRADO PIC X VALUE "N".
		01 EJERCICIO-AJUSTADO PIC X VALUE "N".
		01 FIN-AJUSTE-GAN PIC X VALUE "N".
		*> Escala vigente al cierre del ejercicio, la que
		*> arma CARTRAM para NOMINA.
		01 LIMITE-EJERCICIO PIC 9(8) VALUE ZERO.
		COPY "tramotab.cpy".
		01 INDICE-DEDUCCION PIC 9(2) VALUE ZERO.
		01 IMPUESTO-APLICADO PIC X VALUE "N".
		01 TRAMO-MINIMO-ANUAL PIC 9(8) VALUE ZERO.
		01 TRAMO-MAXIMO-ANUAL PIC 9(8) VALUE ZERO.
		01 PRODUCTO-ANUAL PIC 9(11)V99 VALUE ZERO.
		01 DED-ANUAL-CONYUGE PIC 9(7)V99 VALUE 4800.00.
		01 DED-ANUAL-HIJO PIC 9(7)V99 VALUE 2400.00.
		*> Acumulado del año por empleado, como en CERTIF.
		01 TABLA-GANANCIAS.
			02 GANANCIA-ENTRADA OCCURS 999 TIMES.
				03 TG-ID PIC 9(5).
				03 TG-BRUTO PIC 9(8)V99.
				03 TG-RETENIDO PIC 9(8)V99.
		01 CANTIDAD-GANANCIAS PIC 9(3) VALUE ZERO.
		01 INDICE-GANANCIA PIC 9(3) VALUE ZERO.
		01 EMPLEADO-ACUMULADO PIC X VALUE "N".
		01 GANANCIAS-DESBORDADAS PIC 9(5) VALUE ZERO.
		01 DEDUCCION-ANUAL PIC 9(8)V99 VALUE ZERO.
		01 BASE-ANUAL PIC S9(9)V99 VALUE ZERO.
		01 IMPUESTO-DETERMINADO PIC 9(8)V99 VALUE ZERO.
		01 DIFERENCIA-ANUAL PIC S9(8)V99 VALUE ZERO.
		01 TOTAL-DETERMINADO PIC 9(9)V99 VALUE ZERO.
		01 TOTAL-RETENIDO PIC 9(9)V99 VALUE ZERO.
		01 TOTAL-A-RETENER PIC 9(9)V99 VALUE ZERO.
		01 TOTAL-A-DEVOLVER PIC 9(9)V99 VALUE ZERO.
		01 CONTADOR-AJUSTES PIC 9(5) VALUE ZERO.
		01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
		01 IMPORTE-EDITADO PIC ZZ,ZZZ,ZZ9.99.
		01 DIFERENCIA-EDITADA PIC +ZZ,ZZZ,ZZ9.99.
		01 NUMERO-PAGINA PIC 99 VALUE ZERO.
		01 TITULO-REPORTE PIC X(40)
			VALUE "AJUSTE ANUAL DE GANANCIAS".
		01 NOMBRE-REPORTE PIC X(8) VALUE "AJUGAN".
		01 LINEAS-REPORTE PIC 9(7) VALUE ZERO.
		01 LINEA-IMPRESION PIC X(168) VALUE SPACES.
		01 LINEA-AJUSTE-GAN.
			02 LAG-ID PIC 9(5).
			02 FILLER PIC X(2) VALUE SPACES.
			02 LAG-BRUTO PIC ZZ,ZZZ,ZZ9.99.
			02 FILLER PIC X(2) VALUE SPACES.
			02 LAG-DEDUCCIONES PIC ZZ,ZZZ,ZZ9.99.
			02 FILLER PIC X(2) VALUE SPACES.
			02 LAG-DETERMINADO PIC ZZ,ZZZ,ZZ9.99.
			02 FILLER PIC X(2) VALUE SPACES.
			02 LAG-RETENIDO PIC ZZ,ZZZ,ZZ9.99.
			02 FILLER PIC X(2) VALUE SPACES.
			02 LAG-DIFERENCIA PIC +ZZ,ZZZ,ZZ9.99.
			02 FILLER PIC X(2) VALUE SPACES.
			02 LAG-SENTIDO PIC X(10).
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "AJUGAN".
		01 WS-MENSAJE-LOG PIC X(40).
		01 WS-SEVERIDAD-LOG PIC X VALUE "A".
		01 WS-OPERADOR-LOG PIC X(8) VALUE "SISTEMA".

	PROCEDURE DIVISION.
	MAIN.
		DISPLAY "Ejercicio a ajustar (AAAA): ".
		ACCEPT CAMPO-ENTRADA.
		IF CAMPO-ENTRADA IS NUMERIC
		MOVE CAMPO-ENTRADA TO ANIO-BUSCADO
		ELSE
		DISPLAY "Año inválido."
		MOVE 8 TO RETURN-CODE
		GOBACK
		END-IF.
		PERFORM CONTROLAR-EJERCICIO.
		IF EJERCICIO-CERRADO = "N"
		DISPLAY "Diciembre de " ANIO-BUSCADO
			" no está pagado: no se ajusta."
		MOVE 8 TO RETURN-CODE
		GOBACK
		END-IF.
		OPEN I-O ARCHIVO-AJUSTE-GAN
		IF WS-STATUS-AJG NOT = "00" AND WS-STATUS-AJG NOT = "05"
		DISPLAY "Error al abrir ajuste_ganancias.dat. Status: "
			WS-STATUS-AJG
		MOVE 8 TO RETURN-CODE
		GOBACK
		END-IF.
		PERFORM CONTROLAR-AJUSTE-PREVIO.
		IF EJERCICIO-AJUSTADO = "S"
		DISPLAY "El ejercicio " ANIO-BUSCADO
			" ya fue ajustado."
		MOVE "Ajuste anual de ganancias repetido."
			TO WS-MENSAJE-LOG
		MOVE "A" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		CLOSE ARCHIVO-AJUSTE-GAN
		MOVE 8 TO RETURN-CODE
		GOBACK
		END-IF.
		PERFORM LEER-PARAMETROS.
		MOVE ANIO-BUSCADO TO LIMITE-EJERCICIO (1:4)
		MOVE 1231 TO LIMITE-EJERCICIO (5:4)
		CALL "CARTRAM" USING LIMITE-EJERCICIO
			TABLA-DEDUCCIONES-VIG.
		OPEN INPUT ARCHIVO-ACUMULADOS
		IF WS-STATUS-ACU NOT = "00" AND WS-STATUS-ACU NOT = "05"
		DISPLAY "Error al abrir acumulados.dat. Status: "
			WS-STATUS-ACU
		CLOSE ARCHIVO-AJUSTE-GAN
		MOVE 8 TO RETURN-CODE
		GOBACK
		END-IF.
		*> El total del año de cada concepto ya suma todos
		*> sus casilleros: meses, aguinaldos y pagos
		*> especiales.
		MOVE ANIO-BUSCADO TO ACU-ANIO
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
			IF ACU-ANIO NOT = ANIO-BUSCADO
			MOVE "S" TO FIN-ACUMULADOS
			ELSE
			IF ACU-BRUTO OR ACU-IMPUESTO
			PERFORM ACUMULAR-EMPLEADO
			END-IF
			END-IF
			END-READ
		END-PERFORM.
		CLOSE ARCHIVO-ACUMULADOS.
		IF GANANCIAS-DESBORDADAS > ZERO
		*> Un ajuste parcial dejaría afuera empleados y no se
		*> podría volver a correr: no se graba nada.
		DISPLAY "Aviso: " GANANCIAS-DESBORDADAS " renglones no"
			" entran en la tabla: no se ajusta."
		MOVE "Tabla de ganancias desbordada." TO WS-MENSAJE-LOG
		MOVE "G" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		CLOSE ARCHIVO-AJUSTE-GAN
		MOVE 8 TO RETURN-CODE
		GOBACK
		END-IF.
		IF CANTIDAD-GANANCIAS = ZERO
		DISPLAY "Sin pagos registrados en el año "
			ANIO-BUSCADO "."
		CLOSE ARCHIVO-AJUSTE-GAN
		GOBACK
		END-IF.
		OPEN INPUT ARCHIVO-DEDUCC-GAN
		IF WS-STATUS-DGA NOT = "00" AND WS-STATUS-DGA NOT = "05"
		DISPLAY "Error al abrir deducciones_ganancias.dat. "
			"Status: " WS-STATUS-DGA
		CLOSE ARCHIVO-AJUSTE-GAN
		MOVE 8 TO RETURN-CODE
		GOBACK
		END-IF.
		OPEN EXTEND ARCHIVO-AJUSTES
		IF WS-STATUS-AJU = "35"
		OPEN OUTPUT ARCHIVO-AJUSTES
		END-IF.
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
		CALL "RPTHDR" USING TITULO-REPORTE
			NUMERO-PAGINA NOMBRE-REPORTE.
		MOVE SPACES TO LINEA-IMPRESION
		STRING "EJERCICIO: " DELIMITED BY SIZE
			ANIO-BUSCADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING.
		PERFORM GRABAR-LINEA.
		MOVE SPACES TO LINEA-IMPRESION
		STRING "ID        BRUTO ANUAL    DEDUCCIONES"
			DELIMITED BY SIZE
			"    DETERMINADO       RETENIDO"
			DELIMITED BY SIZE
			"      DIFERENCIA" DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING.
		PERFORM GRABAR-LINEA.
		PERFORM VARYING INDICE-GANANCIA FROM 1 BY 1
		UNTIL INDICE-GANANCIA > CANTIDAD-GANANCIAS
			PERFORM AJUSTAR-EMPLEADO
		END-PERFORM.
		CLOSE ARCHIVO-DEDUCC-GAN.
		CLOSE ARCHIVO-AJUSTE-GAN.
		CLOSE ARCHIVO-AJUSTES.
		PERFORM IMPRIMIR-TOTALES.
		CALL "RPTPIE" USING TITULO-REPORTE
			LINEAS-REPORTE NOMBRE-REPORTE.
		DISPLAY "Empleados ajustados: " CANTIDAD-GANANCIAS
			" - ajustes generados: " CONTADOR-AJUSTES.
		GOBACK.

	CONTROLAR-EJERCICIO.
		*> El ejercicio se ajusta con diciembre pagado: un
		*> período posterior abierto, o diciembre marcado
		*> pagado por NOMINA.
		MOVE "N" TO EJERCICIO-CERRADO
		MOVE ANIO-BUSCADO TO PERIODO-DICIEMBRE (1:4)
		MOVE "12" TO PERIODO-DICIEMBRE (5:2)
		OPEN INPUT ARCHIVO-PERIODO
		IF WS-STATUS-PER = "00" OR WS-STATUS-PER = "05"
		READ ARCHIVO-PERIODO
		AT END
		CONTINUE
		NOT AT END
		MOVE PER-PERIODO TO PERIODO-ACTUAL
		MOVE PER-ESTADO TO ESTADO-ACTUAL
		MOVE "S" TO PERIODO-LEIDO
		END-READ
		CLOSE ARCHIVO-PERIODO
		END-IF
		IF PERIODO-LEIDO = "S"
		IF PERIODO-DICIEMBRE < PERIODO-ACTUAL
		MOVE "S" TO EJERCICIO-CERRADO
		END-IF
		IF PERIODO-DICIEMBRE = PERIODO-ACTUAL
		AND ESTADO-ACTUAL = "P"
		MOVE "S" TO EJERCICIO-CERRADO
		END-IF
		END-IF.

	CONTROLAR-AJUSTE-PREVIO.
		MOVE "N" TO EJERCICIO-AJUSTADO
		MOVE ANIO-BUSCADO TO AJG-ANIO
		MOVE ZERO TO AJG-ID
		START ARCHIVO-AJUSTE-GAN
			KEY IS NOT LESS THAN AJG-CLAVE
		INVALID KEY MOVE "S" TO FIN-AJUSTE-GAN
		END-START
		IF FIN-AJUSTE-GAN = "N"
		READ ARCHIVO-AJUSTE-GAN NEXT RECORD
		AT END
		CONTINUE
		NOT AT END
		IF AJG-ANIO = ANIO-BUSCADO
		MOVE "S" TO EJERCICIO-AJUSTADO
		END-IF
		END-READ
		END-IF.

	LEER-PARAMETROS.
		OPEN INPUT ARCHIVO-PARAMETROS
		IF WS-STATUS-PRM = "00"
		READ ARCHIVO-PARAMETROS
		AT END
		CONTINUE
		NOT AT END
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

	ACUMULAR-EMPLEADO.
		MOVE "N" TO EMPLEADO-ACUMULADO
		PERFORM VARYING INDICE-GANANCIA FROM 1 BY 1
		UNTIL INDICE-GANANCIA > CANTIDAD-GANANCIAS
		IF TG-ID (INDICE-GANANCIA) = ACU-ID
			PERFORM SUMAR-RENGLON
			MOVE "S" TO EMPLEADO-ACUMULADO
			MOVE CANTIDAD-GANANCIAS TO INDICE-GANANCIA
		END-IF
		END-PERFORM
		IF EMPLEADO-ACUMULADO = "N"
		IF CANTIDAD-GANANCIAS < 999
		ADD 1 TO CANTIDAD-GANANCIAS
		MOVE CANTIDAD-GANANCIAS TO INDICE-GANANCIA
		MOVE ACU-ID TO TG-ID (INDICE-GANANCIA)
		MOVE ZERO TO TG-BRUTO (INDICE-GANANCIA)
		MOVE ZERO TO TG-RETENIDO (INDICE-GANANCIA)
		PERFORM SUMAR-RENGLON
		ELSE
		ADD 1 TO GANANCIAS-DESBORDADAS
		END-IF
		END-IF.

	SUMAR-RENGLON.
		*> ACUMUL ya llevó a cero el impuesto en blanco de
		*> los renglones anteriores al desglose.
		IF ACU-BRUTO
		ADD ACU-TOTAL TO TG-BRUTO (INDICE-GANANCIA)
		ELSE
		ADD ACU-TOTAL TO TG-RETENIDO (INDICE-GANANCIA)
		END-IF.

	AJUSTAR-EMPLEADO.
		MOVE ZERO TO DEDUCCION-ANUAL
		MOVE ANIO-BUSCADO TO DGA-ANIO
		MOVE TG-ID (INDICE-GANANCIA) TO DGA-ID
		READ ARCHIVO-DEDUCC-GAN
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		IF DGA-CON-CONYUGE
		ADD DED-ANUAL-CONYUGE TO DEDUCCION-ANUAL
		END-IF
		COMPUTE DEDUCCION-ANUAL = DEDUCCION-ANUAL
			+ DED-ANUAL-HIJO * DGA-HIJOS
			+ DGA-ALQUILER + DGA-INTERESES + DGA-SEGUROS
		END-READ
		COMPUTE BASE-ANUAL = TG-BRUTO (INDICE-GANANCIA)
			- DEDUCCION-ANUAL
		IF BASE-ANUAL < ZERO
		MOVE ZERO TO BASE-ANUAL
		END-IF
		PERFORM CALCULAR-IMPUESTO-ANUAL
		COMPUTE DIFERENCIA-ANUAL = IMPUESTO-DETERMINADO
			- TG-RETENIDO (INDICE-GANANCIA)
		MOVE ANIO-BUSCADO TO AJG-ANIO
		MOVE TG-ID (INDICE-GANANCIA) TO AJG-ID
		MOVE TG-BRUTO (INDICE-GANANCIA) TO AJG-BRUTO
		MOVE DEDUCCION-ANUAL TO AJG-DEDUCCIONES
		MOVE BASE-ANUAL TO AJG-BASE
		MOVE IMPUESTO-DETERMINADO TO AJG-DETERMINADO
		MOVE TG-RETENIDO (INDICE-GANANCIA) TO AJG-RETENIDO
		MOVE DIFERENCIA-ANUAL TO AJG-DIFERENCIA
		MOVE WS-FECHA-HOY TO AJG-FECHA
		MOVE WS-OPERADOR-LOG TO AJG-OPERADOR
		WRITE AJUSTE-GANANCIAS
		INVALID KEY
		DISPLAY "No se pudo grabar el ajuste del ID "
			AJG-ID
		END-WRITE
		ADD IMPUESTO-DETERMINADO TO TOTAL-DETERMINADO
		ADD TG-RETENIDO (INDICE-GANANCIA) TO TOTAL-RETENIDO
		IF DIFERENCIA-ANUAL NOT = ZERO
		PERFORM GRABAR-AJUSTE
		END-IF
		PERFORM IMPRIMIR-EMPLEADO.

	CALCULAR-IMPUESTO-ANUAL.
		*> Un solo tramo, el primero donde cae la base, como
		*> en NOMINA, con los límites mensuales por doce.
		MOVE ZERO TO IMPUESTO-DETERMINADO
		MOVE "N" TO IMPUESTO-APLICADO
		PERFORM VARYING INDICE-DEDUCCION FROM 1 BY 1
		UNTIL INDICE-DEDUCCION > CANTIDAD-DEDUCCIONES
		IF DED-TIPO (INDICE-DEDUCCION) = "P"
		AND IMPUESTO-APLICADO = "N"
			COMPUTE TRAMO-MINIMO-ANUAL =
				DED-MINIMO (INDICE-DEDUCCION) * 12
			COMPUTE TRAMO-MAXIMO-ANUAL =
				DED-MAXIMO (INDICE-DEDUCCION) * 12
			IF BASE-ANUAL >= TRAMO-MINIMO-ANUAL
			AND BASE-ANUAL <= TRAMO-MAXIMO-ANUAL
			COMPUTE PRODUCTO-ANUAL ROUNDED = BASE-ANUAL
				* DED-VALOR (INDICE-DEDUCCION)
			DIVIDE PRODUCTO-ANUAL BY 100
				GIVING IMPUESTO-DETERMINADO ROUNDED
			MOVE "S" TO IMPUESTO-APLICADO
			END-IF
		END-IF
		END-PERFORM.

	GRABAR-AJUSTE.
		*> En ajustes.dat el signo es el del neto: lo que falta
		*> retener va negativo (descuenta) y lo retenido de más
		*> positivo (se devuelve).
		MOVE SPACES TO LINEA-AJUSTE
		MOVE PERIODO-DICIEMBRE TO AJU-PERIODO
		MOVE TG-ID (INDICE-GANANCIA) TO AJU-ID
		SUBTRACT DIFERENCIA-ANUAL FROM 0 GIVING AJU-IMPORTE
		MOVE "N" TO AJU-APLICADO
		MOVE "G" TO AJU-ORIGEN
		WRITE LINEA-AJUSTE
		IF WS-STATUS-AJU NOT = "00"
		DISPLAY "Error al grabar ajuste. Status: "
			WS-STATUS-AJU
		MOVE "Error de WRITE en ajustes.dat"
			TO WS-MENSAJE-LOG
		MOVE "G" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		MOVE 8 TO RETURN-CODE
		ELSE
		ADD 1 TO CONTADOR-AJUSTES
		IF DIFERENCIA-ANUAL > ZERO
		ADD DIFERENCIA-ANUAL TO TOTAL-A-RETENER
		ELSE
		SUBTRACT DIFERENCIA-ANUAL FROM TOTAL-A-DEVOLVER
		END-IF
		END-IF.

	IMPRIMIR-EMPLEADO.
		MOVE TG-ID (INDICE-GANANCIA) TO LAG-ID
		MOVE TG-BRUTO (INDICE-GANANCIA) TO LAG-BRUTO
		MOVE DEDUCCION-ANUAL TO LAG-DEDUCCIONES
		MOVE IMPUESTO-DETERMINADO TO LAG-DETERMINADO
		MOVE TG-RETENIDO (INDICE-GANANCIA) TO LAG-RETENIDO
		MOVE DIFERENCIA-ANUAL TO LAG-DIFERENCIA
		EVALUATE TRUE
			WHEN DIFERENCIA-ANUAL > ZERO
				MOVE "A RETENER" TO LAG-SENTIDO
			WHEN DIFERENCIA-ANUAL < ZERO
				MOVE "A DEVOLVER" TO LAG-SENTIDO
			WHEN OTHER
				MOVE "SIN SALDO" TO LAG-SENTIDO
		END-EVALUATE
		MOVE LINEA-AJUSTE-GAN TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA.

	IMPRIMIR-TOTALES.
		MOVE TOTAL-DETERMINADO TO IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "TOTAL DETERMINADO:  " DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		MOVE TOTAL-RETENIDO TO IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "TOTAL RETENIDO:     " DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		MOVE TOTAL-A-RETENER TO IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "TOTAL A RETENER:    " DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		MOVE TOTAL-A-DEVOLVER TO IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "TOTAL A DEVOLVER:   " DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		MOVE SPACES TO LINEA-IMPRESION
		STRING "AJUSTES PENDIENTES EN ajustes.dat: "
			DELIMITED BY SIZE
			CONTADOR-AJUSTES DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA.

	GRABAR-LINEA.
		ADD 1 TO LINEAS-REPORTE
		DISPLAY LINEA-IMPRESION
		CALL "IMPRESO" USING NOMBRE-REPORTE LINEA-IMPRESION.
	END PROGRAM AJUGAN.
