	*> Operaciones y cotizador de sueldos:
	*> Además de las cuatro operaciones de siempre, cotiza un
	*> sueldo en los dos sentidos con la tabla de deducciones
	*> en vigencia que entrega CARTRAM y las contribuciones
	*> patronales de patronal.cpy, liquidadas como NOMINA
	*> liquida un mes entero (un solo tramo de impuesto sobre
	*> el bruto, deducciones fijas topeadas en lo que queda).
	*> Del bruto al neto muestra cada deducción y el costo
	*> para la empresa; del neto al bruto busca el bruto que
	*> lo alcanza y la tarifa por hora para las horas
	*> normales del mes (PARM-UMBRAL de nomina_parm.dat, 40 de
	*> convenio), y dice dónde cae esa tarifa en la banda
	*> PUE-TARIFA-MIN/MAX del puesto. No graba nada: la
	*> cotización solo se puede mandar al spool por IMPRESO.
	*> No contempla el acumulado anual de ganancias ni las
	*> deducciones personales: es una cotización, no un recibo.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. OPERACIONES.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-PARAMETROS
		ASSIGN TO "nomina_parm.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-PRM.

		SELECT OPTIONAL ARCHIVO-PUESTOS
		ASSIGN TO "puestos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PUE-CODIGO
		FILE STATUS IS WS-STATUS-PUE.

	DATA DIVISION.
	FILE SECTION.
	*> Solo interesa el umbral de horas normales; el resto
	*> de la línea es de NOMINA.
	FD ARCHIVO-PARAMETROS.
		01 LINEA-PARAMETROS.
			02 PARM-UMBRAL PIC 9(3)V99.
			02 FILLER PIC X(35).

	FD ARCHIVO-PUESTOS.
		COPY "puesto.cpy".

	WORKING-STORAGE SECTION.
		01 NUM1 PIC 9(3)V99.
		01 NUM2 PIC 9(3)V99.
		01 WS-MENSAJE-LOG PIC X(40).
		01 WS-SEVERIDAD-LOG PIC X VALUE "A".
		01 WS-OPERADOR-LOG PIC X(8) VALUE "SISTEMA".
		01 WS-STATUS-PRM PIC XX VALUE "00".
		01 WS-STATUS-PUE PIC XX VALUE "00".
		01 WS-FECHA-PROCESO PIC 9(8) VALUE ZERO.
		01 OPCION-OPERACION PIC 9 VALUE 1.
		01 LIMITE-PERIODO PIC 9(8) VALUE ZERO.
		COPY "tramotab.cpy".
		COPY "patronal.cpy".
		01 INDICE-DEDUCCION PIC 9(2) VALUE ZERO.
		01 INDICE-PATRONAL PIC 9 VALUE ZERO.
		01 HORAS-ESTANDAR PIC 9(3)V99 VALUE 40.
		*> Cotización en curso.
		01 BRUTO-COTIZADO PIC 9(6)V99 VALUE ZERO.
		01 NETO-OBJETIVO PIC 9(6)V99 VALUE ZERO.
		01 NETO-COTIZADO PIC 9(6)V99 VALUE ZERO.
		01 BRUTO-DISPONIBLE PIC 9(6)V99 VALUE ZERO.
		01 IMPUESTO-APLICADO PIC X VALUE "N".
		01 TASA-APLICADA PIC 9(3)V99 VALUE ZERO.
		01 TABLA-MONTOS.
			02 MONTO-DEDUCCION PIC 9(6)V99 OCCURS 15 TIMES.
		01 TOTAL-DEDUCIDO PIC 9(6)V99 VALUE ZERO.
		01 TOTAL-FIJAS PIC 9(6)V99 VALUE ZERO.
		01 PRODUCTO-PATRONAL PIC 9(8)V9999 VALUE ZERO.
		01 TABLA-PATRONAL-MONTOS.
			02 MONTO-PATRONAL PIC 9(6)V99 OCCURS 3 TIMES.
		01 CONTRIBUCION-PATRONAL PIC 9(7)V99 VALUE ZERO.
		01 COSTO-EMPRESA PIC 9(7)V99 VALUE ZERO.
		*> Búsqueda del bruto que alcanza un neto.
		01 BRUTO-CANDIDATO PIC 9(6)V99 VALUE ZERO.
		01 BRUTO-HALLADO PIC 9(6)V99 VALUE ZERO.
		01 BRUTO-ENCONTRADO PIC X VALUE "N".
		01 VUELTAS-AJUSTE PIC 9(2) VALUE ZERO.
		01 INDICE-GUARDADO PIC 9(2) VALUE ZERO.
		01 TARIFA-REQUERIDA PIC 9(3)V99 VALUE ZERO.
		01 TARIFA-DESBORDADA PIC X VALUE "N".
		01 PRODUCTO-TARIFA PIC 9(6)V9999 VALUE ZERO.
		01 CODIGO-PUESTO PIC 9(3) VALUE ZERO.
		01 PUESTO-HALLADO PIC X VALUE "N".
		01 POSICION-BANDA PIC 9(3)V99 VALUE ZERO.
		01 IMPRIMIR-COTIZACION PIC X VALUE "N".
		01 RESPUESTA-IMPRESION PIC X VALUE "N".
		01 CONTADOR-LINEAS PIC 9(7) VALUE ZERO.
		01 NUMERO-PAGINA PIC 99 VALUE ZERO.
		01 TITULO-REPORTE PIC X(40)
			VALUE "COTIZACION DE SUELDO".
		01 NOMBRE-REPORTE PIC X(8) VALUE "COTIZA".
		01 LINEA-IMPRESION PIC X(168) VALUE SPACES.
		01 LINEA-COTIZACION.
			02 LC-CONCEPTO PIC X(34).
			02 LC-IMPORTE PIC ZZZ,ZZ9.99.
			02 FILLER PIC X(2) VALUE SPACES.
			02 LC-ACLARACION PIC X(30).
		01 TASA-EDITADA PIC ZZ9.99.
		01 TARIFA-EDITADA PIC ZZ9.99.
		01 TARIFA-MAX-EDITADA PIC ZZ9.99.
		01 HORAS-EDITADAS PIC ZZ9.99.

	PROCEDURE DIVISION.
	MAIN-PROCEDURE.
		ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
		MOVE WS-FECHA-PROCESO TO LIMITE-PERIODO.
		MOVE 31 TO LIMITE-PERIODO (7:2).
		CALL "CARTRAM" USING LIMITE-PERIODO
			TABLA-DEDUCCIONES-VIG.
		PERFORM LEER-HORAS-ESTANDAR.
		PERFORM UNTIL CONTINUAR = "N" OR CONTINUAR = "n"
			DISPLAY "1. Operaciones aritmeticas"
			DISPLAY "2. Cotizar neto desde un bruto"
			DISPLAY "3. Cotizar bruto y tarifa por neto"
			DISPLAY "Opcion: "
			ACCEPT OPCION-OPERACION
			EVALUATE OPCION-OPERACION
				WHEN 2
					PERFORM COTIZAR-DESDE-BRUTO
				WHEN 3
					PERFORM COTIZAR-DESDE-NETO
				WHEN OTHER
					PERFORM PEDIR-NUMEROS
					PERFORM CALCULAR-OPERACIONES
			END-EVALUATE
			DISPLAY "Otra operación (S/N): "
			ACCEPT CONTINUAR
		END-PERFORM.
			DISPLAY "El resto es: " RESTO
		END-IF.

	LEER-HORAS-ESTANDAR.
		*> Las horas normales del mes son el umbral de la hora
		*> extra de NOMINA; sin archivo rige el de convenio.
		OPEN INPUT ARCHIVO-PARAMETROS
		IF WS-STATUS-PRM = "00"
		READ ARCHIVO-PARAMETROS
		AT END
		CONTINUE
		NOT AT END
		IF PARM-UMBRAL IS NUMERIC AND PARM-UMBRAL > ZERO
		MOVE PARM-UMBRAL TO HORAS-ESTANDAR
		END-IF
		END-READ
		END-IF
		IF WS-STATUS-PRM = "00" OR WS-STATUS-PRM = "05"
		OR WS-STATUS-PRM = "10"
		CLOSE ARCHIVO-PARAMETROS
		END-IF.

	COTIZAR-DESDE-BRUTO.
		DISPLAY "Bruto mensual: "
		ACCEPT BRUTO-COTIZADO
		PERFORM CALCULAR-NETO
		PERFORM CALCULAR-COSTO-EMPRESA
		MOVE "N" TO IMPRIMIR-COTIZACION
		PERFORM EMITIR-COTIZACION
		PERFORM OFRECER-IMPRESION.

	COTIZAR-DESDE-NETO.
		DISPLAY "Neto mensual buscado: "
		ACCEPT NETO-OBJETIVO
		DISPLAY "Codigo de puesto (0 = sin banda): "
		ACCEPT CODIGO-PUESTO
		PERFORM BUSCAR-BRUTO
		IF BRUTO-ENCONTRADO = "N"
		DISPLAY "No hay bruto cotizable para ese neto."
		ELSE
		PERFORM CALCULAR-TARIFA
		PERFORM LEER-PUESTO
		PERFORM CALCULAR-NETO
		PERFORM CALCULAR-COSTO-EMPRESA
		MOVE "N" TO IMPRIMIR-COTIZACION
		PERFORM EMITIR-COTIZACION
		PERFORM OFRECER-IMPRESION
		END-IF.

	CALCULAR-NETO.
		*> Un mes entero como lo liquida NOMINA: el impuesto
		*> del primer tramo donde cae el bruto y las fijas en
		*> orden, cada una topeada en lo que queda del bruto.
		MOVE BRUTO-COTIZADO TO BRUTO-DISPONIBLE
		MOVE "N" TO IMPUESTO-APLICADO
		MOVE ZERO TO TASA-APLICADA
		MOVE ZERO TO TOTAL-DEDUCIDO
		PERFORM VARYING INDICE-DEDUCCION FROM 1 BY 1
		UNTIL INDICE-DEDUCCION > CANTIDAD-DEDUCCIONES
			PERFORM APLICAR-DEDUCCION
		END-PERFORM
		MOVE BRUTO-DISPONIBLE TO NETO-COTIZADO.

	APLICAR-DEDUCCION.
		MOVE ZERO TO MONTO-DEDUCCION (INDICE-DEDUCCION)
		IF DED-TIPO (INDICE-DEDUCCION) = "P"
		IF IMPUESTO-APLICADO = "N"
		AND BRUTO-COTIZADO >= DED-MINIMO (INDICE-DEDUCCION)
		AND BRUTO-COTIZADO <= DED-MAXIMO (INDICE-DEDUCCION)
			COMPUTE MONTO-DEDUCCION (INDICE-DEDUCCION)
				ROUNDED = BRUTO-COTIZADO
				* DED-VALOR (INDICE-DEDUCCION) / 100
			MOVE DED-VALOR (INDICE-DEDUCCION)
				TO TASA-APLICADA
			MOVE "S" TO IMPUESTO-APLICADO
		END-IF
		ELSE
		MOVE DED-VALOR (INDICE-DEDUCCION)
			TO MONTO-DEDUCCION (INDICE-DEDUCCION)
		END-IF
		IF MONTO-DEDUCCION (INDICE-DEDUCCION) > BRUTO-DISPONIBLE
		MOVE BRUTO-DISPONIBLE
			TO MONTO-DEDUCCION (INDICE-DEDUCCION)
		END-IF
		SUBTRACT MONTO-DEDUCCION (INDICE-DEDUCCION)
			FROM BRUTO-DISPONIBLE
		ADD MONTO-DEDUCCION (INDICE-DEDUCCION)
			TO TOTAL-DEDUCIDO.

	CALCULAR-COSTO-EMPRESA.
		MOVE ZERO TO CONTRIBUCION-PATRONAL
		PERFORM VARYING INDICE-PATRONAL FROM 1 BY 1
		UNTIL INDICE-PATRONAL > 3
			MULTIPLY BRUTO-COTIZADO
				BY PAT-PORCENTAJE (INDICE-PATRONAL)
				GIVING PRODUCTO-PATRONAL ROUNDED
			DIVIDE PRODUCTO-PATRONAL BY 100
				GIVING MONTO-PATRONAL (INDICE-PATRONAL)
				ROUNDED
			ADD MONTO-PATRONAL (INDICE-PATRONAL)
				TO CONTRIBUCION-PATRONAL
		END-PERFORM
		ADD BRUTO-COTIZADO CONTRIBUCION-PATRONAL
			GIVING COSTO-EMPRESA.

	BUSCAR-BRUTO.
		*> Candidatos: el neto más las fijas (por si ningún
		*> tramo cobra) y, por cada tramo de impuesto, el
		*> bruto que deja el neto con esa tasa. Cada uno se
		*> liquida de verdad y se sube de a centavo hasta
		*> alcanzar el neto; gana el menor. En el borde de un
		*> tramo el neto salta: si el buscado cae en el salto,
		*> la cotización lo supera en lo mínimo posible.
		MOVE "N" TO BRUTO-ENCONTRADO
		MOVE ZERO TO BRUTO-HALLADO
		MOVE ZERO TO TOTAL-FIJAS
		PERFORM VARYING INDICE-DEDUCCION FROM 1 BY 1
		UNTIL INDICE-DEDUCCION > CANTIDAD-DEDUCCIONES
		IF DED-TIPO (INDICE-DEDUCCION) NOT = "P"
			ADD DED-VALOR (INDICE-DEDUCCION) TO TOTAL-FIJAS
		END-IF
		END-PERFORM
		ADD NETO-OBJETIVO TOTAL-FIJAS GIVING BRUTO-CANDIDATO
			ON SIZE ERROR MOVE ZERO TO BRUTO-CANDIDATO
		END-ADD
		IF BRUTO-CANDIDATO > ZERO
		PERFORM PROBAR-CANDIDATO
		END-IF
		PERFORM VARYING INDICE-DEDUCCION FROM 1 BY 1
		UNTIL INDICE-DEDUCCION > CANTIDAD-DEDUCCIONES
		IF DED-TIPO (INDICE-DEDUCCION) = "P"
		AND DED-VALOR (INDICE-DEDUCCION) < 100
			COMPUTE BRUTO-CANDIDATO ROUNDED =
				(NETO-OBJETIVO + TOTAL-FIJAS) * 100
				/ (100 - DED-VALOR (INDICE-DEDUCCION))
				ON SIZE ERROR
				MOVE ZERO TO BRUTO-CANDIDATO
			END-COMPUTE
			IF BRUTO-CANDIDATO > ZERO
			PERFORM PROBAR-CANDIDATO
			END-IF
		END-IF
		END-PERFORM
		MOVE BRUTO-HALLADO TO BRUTO-COTIZADO.

	PROBAR-CANDIDATO.
		*> CALCULAR-NETO recorre la tabla con el mismo índice:
		*> se guarda y se repone para no cortar la búsqueda.
		MOVE INDICE-DEDUCCION TO INDICE-GUARDADO
		MOVE BRUTO-CANDIDATO TO BRUTO-COTIZADO
		PERFORM CALCULAR-NETO
		MOVE ZERO TO VUELTAS-AJUSTE
		PERFORM UNTIL NETO-COTIZADO >= NETO-OBJETIVO
		OR VUELTAS-AJUSTE > 20
			ADD 0.01 TO BRUTO-COTIZADO
			ADD 1 TO VUELTAS-AJUSTE
			PERFORM CALCULAR-NETO
		END-PERFORM
		MOVE INDICE-GUARDADO TO INDICE-DEDUCCION
		IF NETO-COTIZADO >= NETO-OBJETIVO
		AND (BRUTO-ENCONTRADO = "N"
		OR BRUTO-COTIZADO < BRUTO-HALLADO)
		MOVE BRUTO-COTIZADO TO BRUTO-HALLADO
		MOVE "S" TO BRUTO-ENCONTRADO
		END-IF.

	CALCULAR-TARIFA.
		*> La tarifa se redondea hacia arriba al centavo: con
		*> las horas normales del mes nunca queda por debajo
		*> del neto pedido. El bruto cotizado pasa a ser el de
		*> esa tarifa, que es el que de verdad se pagaría.
		MOVE "N" TO TARIFA-DESBORDADA
		DIVIDE BRUTO-HALLADO BY HORAS-ESTANDAR
			GIVING TARIFA-REQUERIDA
			ON SIZE ERROR MOVE "S" TO TARIFA-DESBORDADA
		END-DIVIDE
		IF TARIFA-DESBORDADA = "N"
		MULTIPLY TARIFA-REQUERIDA BY HORAS-ESTANDAR
			GIVING PRODUCTO-TARIFA
		IF PRODUCTO-TARIFA < BRUTO-HALLADO
		ADD 0.01 TO TARIFA-REQUERIDA
			ON SIZE ERROR MOVE "S" TO TARIFA-DESBORDADA
		END-ADD
		END-IF
		END-IF
		IF TARIFA-DESBORDADA = "N"
		MULTIPLY TARIFA-REQUERIDA BY HORAS-ESTANDAR
			GIVING BRUTO-COTIZADO ROUNDED
		ELSE
		MOVE BRUTO-HALLADO TO BRUTO-COTIZADO
		END-IF.

	LEER-PUESTO.
		MOVE "N" TO PUESTO-HALLADO
		IF CODIGO-PUESTO > ZERO
		OPEN INPUT ARCHIVO-PUESTOS
		IF WS-STATUS-PUE = "00"
		MOVE CODIGO-PUESTO TO PUE-CODIGO
		READ ARCHIVO-PUESTOS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE "S" TO PUESTO-HALLADO
		END-READ
		END-IF
		IF WS-STATUS-PUE = "00" OR WS-STATUS-PUE = "05"
		OR WS-STATUS-PUE = "23"
		CLOSE ARCHIVO-PUESTOS
		END-IF
		END-IF.

	OFRECER-IMPRESION.
		DISPLAY "Imprimir la cotización (S/N): "
		ACCEPT RESPUESTA-IMPRESION
		IF RESPUESTA-IMPRESION = "S"
		OR RESPUESTA-IMPRESION = "s"
		MOVE "S" TO IMPRIMIR-COTIZACION
		MOVE ZERO TO CONTADOR-LINEAS
		CALL "RPTHDR" USING TITULO-REPORTE
			NUMERO-PAGINA NOMBRE-REPORTE
		PERFORM EMITIR-COTIZACION
		CALL "RPTPIE" USING TITULO-REPORTE
			CONTADOR-LINEAS NOMBRE-REPORTE
		MOVE "N" TO IMPRIMIR-COTIZACION
		END-IF.

	EMITIR-COTIZACION.
		IF OPCION-OPERACION = 3
		PERFORM EMITIR-BUSQUEDA
		END-IF
		MOVE SPACES TO LINEA-COTIZACION
		MOVE "BRUTO MENSUAL" TO LC-CONCEPTO
		MOVE BRUTO-COTIZADO TO LC-IMPORTE
		PERFORM GRABAR-COTIZACION
		PERFORM VARYING INDICE-DEDUCCION FROM 1 BY 1
		UNTIL INDICE-DEDUCCION > CANTIDAD-DEDUCCIONES
			PERFORM EMITIR-DEDUCCION
		END-PERFORM
		MOVE SPACES TO LINEA-COTIZACION
		MOVE "TOTAL DEDUCCIONES" TO LC-CONCEPTO
		MOVE TOTAL-DEDUCIDO TO LC-IMPORTE
		PERFORM GRABAR-COTIZACION
		MOVE SPACES TO LINEA-COTIZACION
		MOVE "NETO A COBRAR" TO LC-CONCEPTO
		MOVE NETO-COTIZADO TO LC-IMPORTE
		PERFORM GRABAR-COTIZACION
		PERFORM VARYING INDICE-PATRONAL FROM 1 BY 1
		UNTIL INDICE-PATRONAL > 3
			MOVE SPACES TO LINEA-COTIZACION
			STRING "  PATRONAL " DELIMITED BY SIZE
				PAT-NOMBRE (INDICE-PATRONAL)
				DELIMITED BY SIZE
				INTO LC-CONCEPTO
			END-STRING
			MOVE MONTO-PATRONAL (INDICE-PATRONAL)
				TO LC-IMPORTE
			PERFORM GRABAR-COTIZACION
		END-PERFORM
		MOVE SPACES TO LINEA-COTIZACION
		MOVE "COSTO TOTAL EMPRESA" TO LC-CONCEPTO
		MOVE COSTO-EMPRESA TO LC-IMPORTE
		PERFORM GRABAR-COTIZACION.

	EMITIR-DEDUCCION.
		*> Un tramo de impuesto que no cobra no se muestra.
		IF DED-TIPO (INDICE-DEDUCCION) NOT = "P"
		OR MONTO-DEDUCCION (INDICE-DEDUCCION) > ZERO
		MOVE SPACES TO LINEA-COTIZACION
		STRING "  " DELIMITED BY SIZE
			DED-NOMBRE (INDICE-DEDUCCION) DELIMITED BY SIZE
			INTO LC-CONCEPTO
		END-STRING
		MOVE MONTO-DEDUCCION (INDICE-DEDUCCION) TO LC-IMPORTE
		IF DED-TIPO (INDICE-DEDUCCION) = "P"
		MOVE TASA-APLICADA TO TASA-EDITADA
		STRING "TASA " DELIMITED BY SIZE
			TASA-EDITADA DELIMITED BY SIZE
			"%" DELIMITED BY SIZE
			INTO LC-ACLARACION
		END-STRING
		END-IF
		PERFORM GRABAR-COTIZACION
		END-IF.

	EMITIR-BUSQUEDA.
		MOVE SPACES TO LINEA-COTIZACION
		MOVE "NETO BUSCADO" TO LC-CONCEPTO
		MOVE NETO-OBJETIVO TO LC-IMPORTE
		PERFORM GRABAR-COTIZACION
		MOVE SPACES TO LINEA-COTIZACION
		MOVE "BRUTO REQUERIDO" TO LC-CONCEPTO
		MOVE BRUTO-HALLADO TO LC-IMPORTE
		PERFORM GRABAR-COTIZACION
		IF TARIFA-DESBORDADA = "S"
		MOVE "Tarifa por hora fuera de rango (999.99)."
			TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		ELSE
		MOVE TARIFA-REQUERIDA TO TARIFA-EDITADA
		MOVE HORAS-ESTANDAR TO HORAS-EDITADAS
		STRING "TARIFA POR HORA " DELIMITED BY SIZE
			TARIFA-EDITADA DELIMITED BY SIZE
			" POR " DELIMITED BY SIZE
			HORAS-EDITADAS DELIMITED BY SIZE
			" HORAS NORMALES" DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		PERFORM EMITIR-BANDA
		END-IF.

	EMITIR-BANDA.
		IF CODIGO-PUESTO > ZERO
		IF PUESTO-HALLADO = "N"
		MOVE "Puesto inexistente: sin banda que comparar."
			TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		ELSE
		MOVE PUE-TARIFA-MIN TO TARIFA-EDITADA
		MOVE PUE-TARIFA-MAX TO TARIFA-MAX-EDITADA
		STRING "BANDA " DELIMITED BY SIZE
			PUE-NOMBRE DELIMITED BY SIZE
			" MIN " DELIMITED BY SIZE
			TARIFA-EDITADA DELIMITED BY SIZE
			" MAX " DELIMITED BY SIZE
			TARIFA-MAX-EDITADA DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		PERFORM UBICAR-EN-BANDA
		PERFORM GRABAR-LINEA
		END-IF
		END-IF.

	UBICAR-EN-BANDA.
		IF TARIFA-REQUERIDA < PUE-TARIFA-MIN
		MOVE "La tarifa queda DEBAJO de la banda."
			TO LINEA-IMPRESION
		ELSE
		IF TARIFA-REQUERIDA > PUE-TARIFA-MAX
		MOVE "La tarifa queda ENCIMA de la banda."
			TO LINEA-IMPRESION
		ELSE
		IF PUE-TARIFA-MAX = PUE-TARIFA-MIN
		MOVE "La tarifa es la de la banda."
			TO LINEA-IMPRESION
		ELSE
		*> Recorrido de la banda: 0 = mínimo, 100 = máximo.
		COMPUTE POSICION-BANDA ROUNDED =
			(TARIFA-REQUERIDA - PUE-TARIFA-MIN) * 100
			/ (PUE-TARIFA-MAX - PUE-TARIFA-MIN)
		MOVE POSICION-BANDA TO TASA-EDITADA
		STRING "Dentro de la banda, al " DELIMITED BY SIZE
			TASA-EDITADA DELIMITED BY SIZE
			"% del recorrido." DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		END-IF
		END-IF
		END-IF.

	GRABAR-COTIZACION.
		MOVE LINEA-COTIZACION TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA.

	GRABAR-LINEA.
		*> En pantalla la primera vez; al spool solo si se
		*> pidió imprimir.
		IF IMPRIMIR-COTIZACION = "S"
		CALL "IMPRESO" USING NOMBRE-REPORTE LINEA-IMPRESION
		ADD 1 TO CONTADOR-LINEAS
		ELSE
		DISPLAY LINEA-IMPRESION
		END-IF
		MOVE SPACES TO LINEA-IMPRESION.

	END PROGRAM OPERACIONES.
