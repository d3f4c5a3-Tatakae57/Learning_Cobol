	*> Propuesta de aumentos por mérito:
	*> Desde las evaluaciones anuales de EVALUA arma, para
	*> cada empleado activo evaluado, un porcentaje individual
	*> con la tabla puntaje -> porcentaje de meritab.cpy, sobre
	*> la tarifa vigente a la fecha de vigencia pedida. La
	*> tarifa propuesta se acota a la banda del puesto
	*> (PUE-TARIFA-MIN/MAX, como controla TARMANT) y después
	*> al presupuesto del departamento en presupuesto.dat para
	*> el mes de la vigencia: si el costo mensual actual (la
	*> jornada tipo de 160 horas de AUMENTO) más los aumentos
	*> no entra, los aumentos del departamento se recortan en
	*> proporción hasta entrar. La propuesta queda en
	*> propuestas_merito.dat y se imprime para gerencia; un
	*> supervisor la aprueba y recién entonces se aplica como
	*> tarifas nuevas con vigencia, con su rastro en AUDSAT y
	*> LOGERR. Una propuesta ya aprobada no se rearma.
	*> Aplicar no graba tarifas.dat: cada tarifa nueva se pide
	*> vía CAMPEND, como en TARMANT, y la graba CAMAPR cuando
	*> la aprueba otro supervisor, distinto del que aplicó.
	*> El operador sin permiso de ver sueldos (VERSUEL) recibe
	*> la propuesta con tarifas, costos e impacto tapados con
	*> asteriscos: quedan los puntajes y los porcentajes.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. MERITO.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-PROPUESTAS
		ASSIGN TO "propuestas_merito.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PRM-CLAVE
		FILE STATUS IS WS-STATUS-PRM.

		SELECT OPTIONAL ARCHIVO-EVALUACIONES
		ASSIGN TO "evaluaciones.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS EVA-CLAVE
		FILE STATUS IS WS-STATUS-EVA.

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

		SELECT OPTIONAL ARCHIVO-PUESTOS
		ASSIGN TO "puestos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PUE-CODIGO
		FILE STATUS IS WS-STATUS-PUE.

		SELECT OPTIONAL ARCHIVO-PRESUPUESTO
		ASSIGN TO "presupuesto.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PRE-CLAVE
		FILE STATUS IS WS-STATUS-PRE.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-PROPUESTAS.
		COPY "merito.cpy".

	FD ARCHIVO-EVALUACIONES.
		COPY "evaluacion.cpy".

	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	FD ARCHIVO-TARIFAS.
		COPY "tarifa.cpy".

	FD ARCHIVO-PUESTOS.
		COPY "puesto.cpy".

	FD ARCHIVO-PRESUPUESTO.
		COPY "presupuesto.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-PRM PIC XX VALUE "00".
		01 WS-STATUS-EVA PIC XX VALUE "00".
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 WS-STATUS-TAR PIC XX VALUE "00".
		01 WS-STATUS-PUE PIC XX VALUE "00".
		01 WS-STATUS-PRE PIC XX VALUE "00".
		01 CONTINUAR PIC X VALUE "S".
		01 OPCION-MENU PIC 9 VALUE 1.
		01 CAMPO-ENTRADA PIC X(8) VALUE SPACES.
		01 CAMPO-VALIDO PIC X VALUE "N".
		01 ANIO-PROPUESTA PIC 9(4) VALUE ZERO.
		01 VIGENCIA-NUEVA PIC 9(8) VALUE ZERO.
		01 PERIODO-VIGENCIA PIC 9(6) VALUE ZERO.
		01 RESULTADO-VALFEC PIC X VALUE "N".
		01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
		01 FIN-ARCHIVO PIC X VALUE "N".
		01 FIN-TARIFAS PIC X VALUE "N".
		01 FIN-PROPUESTAS PIC X VALUE "N".
		01 TARIFA-HALLADA PIC X VALUE "N".
		01 PROPUESTA-CERRADA PIC X VALUE "N".
		*> "S" = la pasada por la propuesta aplica el recorte
		*> de presupuesto antes de imprimir; "N" = reimpresión.
		01 MODO-AJUSTE PIC X VALUE "N".
		01 TARIFA-VIEJA PIC 9(3)V99 VALUE ZERO.
		01 TARIFA-NUEVA PIC 9(3)V99 VALUE ZERO.
		01 DIFERENCIA-TARIFA PIC 9(3)V99 VALUE ZERO.
		01 PRODUCTO-AUMENTO PIC 9(7)V99 VALUE ZERO.
		01 PRODUCTO-PORCENTAJE PIC 9(7)V99 VALUE ZERO.
		*> Jornada tipo para costo e impacto mensual (AUMENTO).
		01 HORAS-MENSUALES PIC 9(3) VALUE 160.
		01 IMPACTO-EMPLEADO PIC 9(7)V99 VALUE ZERO.
		01 IMPACTO-TOTAL PIC 9(9)V99 VALUE ZERO.
		01 MARGEN-DEPTO PIC 9(9)V99 VALUE ZERO.
		COPY "meritab.cpy".
		*> Costo, aumento y presupuesto por departamento, al
		*> estilo de TABLA-REALES de PRESUP.
		01 TABLA-PRESUPUESTO.
			02 PPT-ENTRADA OCCURS 100 TIMES.
				03 PPT-DEPTO PIC 9(3).
				03 PPT-COSTO PIC 9(9)V99.
				03 PPT-AUMENTO PIC 9(9)V99.
				03 PPT-AUMENTO-FINAL PIC 9(9)V99.
				03 PPT-PRESUPUESTO PIC 9(8)V99.
				03 PPT-CON-PRESUPUESTO PIC X.
				03 PPT-FACTOR PIC 9V9(6).
		01 CANTIDAD-DEPTOS PIC 9(3) VALUE ZERO.
		01 INDICE-DEPTO PIC 9(3) VALUE ZERO.
		01 DEPTO-HALLADO PIC X VALUE "N".
		01 DEPTO-A-UBICAR PIC 9(3) VALUE ZERO.
		01 CONTADOR-PROPUESTAS PIC 9(7) VALUE ZERO.
		01 CONTADOR-SIN-EVALUACION PIC 9(5) VALUE ZERO.
		01 CONTADOR-TOCADAS PIC 9(5) VALUE ZERO.
		01 TARIFA-EDITADA PIC ZZ9.99.
		01 TARIFA-TAPADA REDEFINES TARIFA-EDITADA PIC X(6).
		01 TARIFA-NUEVA-EDITADA PIC ZZ9.99.
		01 TARIFA-NUEVA-TAPADA REDEFINES TARIFA-NUEVA-EDITADA
			PIC X(6).
		01 PORCENTAJE-EDITADO PIC Z9.99.
		01 PORC-TABLA-EDITADO PIC Z9.99.
		01 IMPORTE-EDITADO PIC $$$,$$$,$$9.99.
		01 IMPORTE-TAPADO REDEFINES IMPORTE-EDITADO PIC X(14).
		01 IMPORTE-EDITADO-2 PIC $$$,$$$,$$9.99.
		01 IMPORTE-TAPADO-2 REDEFINES IMPORTE-EDITADO-2
			PIC X(14).
		01 IMPORTE-EDITADO-3 PIC $$$,$$$,$$9.99.
		01 IMPORTE-TAPADO-3 REDEFINES IMPORTE-EDITADO-3
			PIC X(14).
		*> "N" = el operador no ve importes (VERSUEL): la
		*> propuesta se imprime con porcentajes y sin plata.
		01 VE-IMPORTES PIC X VALUE "N".
		01 TEXTO-AJUSTE PIC X(8) VALUE SPACES.
		01 NUMERO-PAGINA PIC 99 VALUE ZERO.
		01 TITULO-REPORTE PIC X(40)
			VALUE "PROPUESTA DE AUMENTOS POR MERITO".
		01 NOMBRE-REPORTE PIC X(8) VALUE "MERITO".
		01 LINEA-IMPRESION PIC X(168) VALUE SPACES.
		01 NOMBRE-AUDSAT PIC X(12) VALUE "propuestas".
		01 CLASE-CAMBIO PIC X VALUE "T".
		01 OPERACION-CAMBIO PIC X VALUE "A".
		01 CLAVE-CAMBIO PIC X(13) VALUE SPACES.
		01 IMAGEN-CAMBIO-ANTES PIC X(60) VALUE SPACES.
		01 IMAGEN-CAMBIO-DESPUES PIC X(60) VALUE SPACES.
		01 NUMERO-CAMBIO PIC 9(7) VALUE ZERO.
		01 RESULTADO-CAMBIO PIC X VALUE "N".
		01 OPERACION-AUDSAT PIC X VALUE SPACE.
		01 IMAGEN-SAT-ANTES PIC X(40) VALUE SPACES.
		01 IMAGEN-SAT-DESPUES PIC X(40) VALUE SPACES.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "MERITO".
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
		CALL "VERSUEL" USING WS-OPERADOR-LOG NIVEL-FIRMADO
			VE-IMPORTES.
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
		PERFORM APERTURA-ARCHIVOS.
		PERFORM UNTIL CONTINUAR = "N" OR CONTINUAR = "n"
			PERFORM MOSTRAR-MENU
			ACCEPT OPCION-MENU
			EVALUATE OPCION-MENU
				WHEN 1
					PERFORM GENERAR-PROPUESTA
				WHEN 2
					PERFORM REIMPRIMIR-PROPUESTA
				WHEN 3
					PERFORM APROBAR-PROPUESTA
				WHEN 4
					PERFORM APLICAR-PROPUESTA
				WHEN OTHER
					DISPLAY "Opción inválida."
			END-EVALUATE
			DISPLAY "Continuar programa: "
			ACCEPT CONTINUAR
		END-PERFORM.
		CLOSE ARCHIVO-PROPUESTAS.
		CLOSE ARCHIVO-EVALUACIONES.
		CLOSE ARCHIVO-EMPLEADOS.
		CLOSE ARCHIVO-TARIFAS.
		CLOSE ARCHIVO-PUESTOS.
		CLOSE ARCHIVO-PRESUPUESTO.
		GOBACK.

	MOSTRAR-MENU.
		DISPLAY "1. Armar e imprimir propuesta de un año".
		DISPLAY "2. Reimprimir propuesta".
		DISPLAY "3. Aprobar propuesta (supervisor)".
		DISPLAY "4. Aplicar propuesta aprobada (supervisor)".
		DISPLAY "Opción: ".

	APERTURA-ARCHIVOS.
		OPEN I-O ARCHIVO-PROPUESTAS
		IF WS-STATUS-PRM NOT = "00" AND WS-STATUS-PRM NOT = "05"
		DISPLAY "Error al abrir propuestas_merito.dat. Status: "
			WS-STATUS-PRM
		GOBACK
		END-IF
		OPEN INPUT ARCHIVO-EMPLEADOS
		IF WS-STATUS-EMP NOT = "00" AND WS-STATUS-EMP NOT = "05"
		DISPLAY "Error al abrir empleados.dat. Status: "
			WS-STATUS-EMP
		GOBACK
		END-IF
		OPEN INPUT ARCHIVO-TARIFAS
		IF WS-STATUS-TAR NOT = "00" AND WS-STATUS-TAR NOT = "05"
		DISPLAY "Error al abrir tarifas.dat. Status: "
			WS-STATUS-TAR
		GOBACK
		END-IF
		OPEN INPUT ARCHIVO-EVALUACIONES
		OPEN INPUT ARCHIVO-PUESTOS
		OPEN INPUT ARCHIVO-PRESUPUESTO.

	SOLICITAR-ANIO.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Año de las evaluaciones (AAAA): "
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:4) IS NUMERIC
			AND CAMPO-ENTRADA (1:4) >= "1900"
			MOVE CAMPO-ENTRADA (1:4) TO ANIO-PROPUESTA
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Año inválido (AAAA)."
			END-IF
		END-PERFORM.

	SOLICITAR-VIGENCIA.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Vigencia de los aumentos (AAAAMMDD): "
			ACCEPT CAMPO-ENTRADA
			MOVE "N" TO RESULTADO-VALFEC
			IF CAMPO-ENTRADA IS NUMERIC
			MOVE CAMPO-ENTRADA TO VIGENCIA-NUEVA
			CALL "VALFEC" USING VIGENCIA-NUEVA
				RESULTADO-VALFEC
			END-IF
			IF RESULTADO-VALFEC = "S"
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Vigencia inválida (AAAAMMDD)."
			END-IF
		END-PERFORM
		MOVE VIGENCIA-NUEVA (1:6) TO PERIODO-VIGENCIA.

	GENERAR-PROPUESTA.
		PERFORM SOLICITAR-ANIO
		PERFORM SOLICITAR-VIGENCIA
		PERFORM REVISAR-PROPUESTA-ANTERIOR
		IF PROPUESTA-CERRADA = "S"
		DISPLAY "La propuesta " ANIO-PROPUESTA
			" ya fue aprobada: no se rearma."
		ELSE
		PERFORM BORRAR-PROPUESTA-ANTERIOR
		MOVE ZERO TO CANTIDAD-DEPTOS
		MOVE ZERO TO CONTADOR-SIN-EVALUACION
		PERFORM CALCULAR-PROPUESTAS
		PERFORM CALCULAR-FACTORES
		MOVE "S" TO MODO-AJUSTE
		PERFORM REPASAR-PROPUESTAS
		PERFORM INFORMAR-DEPARTAMENTOS
		MOVE SPACES TO LINEA-IMPRESION
		STRING "ACTIVOS SIN EVALUACION: " DELIMITED BY SIZE
			CONTADOR-SIN-EVALUACION DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		CALL "RPTPIE" USING TITULO-REPORTE
			CONTADOR-PROPUESTAS NOMBRE-REPORTE
		END-IF.

	REIMPRIMIR-PROPUESTA.
		PERFORM SOLICITAR-ANIO
		MOVE ZERO TO CANTIDAD-DEPTOS
		MOVE "N" TO MODO-AJUSTE
		PERFORM REPASAR-PROPUESTAS
		CALL "RPTPIE" USING TITULO-REPORTE
			CONTADOR-PROPUESTAS NOMBRE-REPORTE.

	REVISAR-PROPUESTA-ANTERIOR.
		MOVE "N" TO PROPUESTA-CERRADA
		MOVE "N" TO FIN-PROPUESTAS
		MOVE ANIO-PROPUESTA TO PRM-ANIO
		MOVE ZERO TO PRM-ID
		START ARCHIVO-PROPUESTAS
			KEY IS NOT LESS THAN PRM-CLAVE
		INVALID KEY MOVE "S" TO FIN-PROPUESTAS
		END-START
		PERFORM UNTIL FIN-PROPUESTAS = "S"
			READ ARCHIVO-PROPUESTAS NEXT RECORD
			AT END
			MOVE "S" TO FIN-PROPUESTAS
			NOT AT END
			IF PRM-ANIO NOT = ANIO-PROPUESTA
			MOVE "S" TO FIN-PROPUESTAS
			ELSE
			IF NOT PRM-PROPUESTA
			MOVE "S" TO PROPUESTA-CERRADA
			MOVE "S" TO FIN-PROPUESTAS
			END-IF
			END-IF
			END-READ
		END-PERFORM.

	BORRAR-PROPUESTA-ANTERIOR.
		*> Una propuesta sin aprobar se rearma entera: se borra
		*> la anterior del año, reposicionando después de cada
		*> DELETE.
		MOVE "N" TO FIN-PROPUESTAS
		PERFORM UNTIL FIN-PROPUESTAS = "S"
			MOVE ANIO-PROPUESTA TO PRM-ANIO
			MOVE ZERO TO PRM-ID
			START ARCHIVO-PROPUESTAS
				KEY IS NOT LESS THAN PRM-CLAVE
			INVALID KEY MOVE "S" TO FIN-PROPUESTAS
			END-START
			IF FIN-PROPUESTAS = "N"
			READ ARCHIVO-PROPUESTAS NEXT RECORD
			AT END
			MOVE "S" TO FIN-PROPUESTAS
			NOT AT END
			IF PRM-ANIO NOT = ANIO-PROPUESTA
			MOVE "S" TO FIN-PROPUESTAS
			ELSE
			DELETE ARCHIVO-PROPUESTAS RECORD
			INVALID KEY MOVE "S" TO FIN-PROPUESTAS
			END-DELETE
			END-IF
			END-READ
			END-IF
		END-PERFORM.

	CALCULAR-PROPUESTAS.
		MOVE "N" TO FIN-ARCHIVO
		MOVE ZERO TO EMPLEADO-ID
		START ARCHIVO-EMPLEADOS KEY IS NOT LESS THAN EMPLEADO-ID
		INVALID KEY MOVE "S" TO FIN-ARCHIVO
		END-START
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-EMPLEADOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF EMPLEADO-ESTADO = "A"
			PERFORM EVALUAR-EMPLEADO
			END-IF
			END-READ
		END-PERFORM.

	EVALUAR-EMPLEADO.
		*> Todo activo con tarifa suma al costo actual de su
		*> departamento, tenga o no evaluación.
		PERFORM BUSCAR-TARIFA-VIGENTE
		IF TARIFA-HALLADA = "S"
		MOVE EMPLEADO-DEPTO TO DEPTO-A-UBICAR
		PERFORM UBICAR-DEPTO
		IF DEPTO-HALLADO = "S"
		MULTIPLY TARIFA-VIEJA BY HORAS-MENSUALES
			GIVING IMPACTO-EMPLEADO ROUNDED
		ADD IMPACTO-EMPLEADO TO PPT-COSTO (INDICE-DEPTO)
		END-IF
		MOVE EMPLEADO-ID TO EVA-ID
		MOVE ANIO-PROPUESTA TO EVA-ANIO
		READ ARCHIVO-EVALUACIONES
		INVALID KEY
		ADD 1 TO CONTADOR-SIN-EVALUACION
		NOT INVALID KEY
		PERFORM PROPONER-EMPLEADO
		END-READ
		ELSE
		ADD 1 TO CONTADOR-SIN-EVALUACION
		END-IF.

	PROPONER-EMPLEADO.
		MOVE SPACE TO PRM-AJUSTE
		MOVE ZERO TO PRM-PORC-TABLA
		IF EVA-PUNTAJE-VALIDO
		MOVE PORCENTAJE-MERITO (EVA-PUNTAJE) TO PRM-PORC-TABLA
		END-IF
		MULTIPLY TARIFA-VIEJA BY PRM-PORC-TABLA
			GIVING PRODUCTO-AUMENTO ROUNDED
		DIVIDE PRODUCTO-AUMENTO BY 100
			GIVING DIFERENCIA-TARIFA ROUNDED
		ADD TARIFA-VIEJA DIFERENCIA-TARIFA GIVING TARIFA-NUEVA
		ON SIZE ERROR MOVE 999.99 TO TARIFA-NUEVA
		END-ADD
		PERFORM APLICAR-BANDA
		*> El mérito no baja tarifas: una tarifa ya pasada del
		*> tope de la banda queda como está.
		IF TARIFA-NUEVA < TARIFA-VIEJA
		MOVE TARIFA-VIEJA TO TARIFA-NUEVA
		END-IF
		SUBTRACT TARIFA-VIEJA FROM TARIFA-NUEVA
			GIVING DIFERENCIA-TARIFA
		IF DEPTO-HALLADO = "S"
		MULTIPLY DIFERENCIA-TARIFA BY HORAS-MENSUALES
			GIVING IMPACTO-EMPLEADO ROUNDED
		ADD IMPACTO-EMPLEADO TO PPT-AUMENTO (INDICE-DEPTO)
		END-IF
		MOVE ANIO-PROPUESTA TO PRM-ANIO
		MOVE EMPLEADO-ID TO PRM-ID
		MOVE EMPLEADO-DEPTO TO PRM-DEPTO
		MOVE EVA-PUNTAJE TO PRM-PUNTAJE
		MOVE TARIFA-VIEJA TO PRM-TARIFA-VIEJA
		MOVE TARIFA-NUEVA TO PRM-TARIFA-NUEVA
		MOVE ZERO TO PRM-PORCENTAJE
		MOVE VIGENCIA-NUEVA TO PRM-VIGENCIA
		MOVE "P" TO PRM-ESTADO
		MOVE SPACES TO PRM-APROBADOR
		MOVE ZERO TO PRM-FECHA-APROBACION
		WRITE PROPUESTAS-MERITO
		INVALID KEY
		DISPLAY "No se pudo grabar la propuesta de "
			EMPLEADO-ID "."
		END-WRITE.

	APLICAR-BANDA.
		*> Banda del puesto como la controla TARMANT; sin
		*> puesto cargado (registro anterior al campo) no hay
		*> banda que respetar.
		IF EMPLEADO-PUESTO IS NUMERIC
		AND EMPLEADO-PUESTO > ZERO
		MOVE EMPLEADO-PUESTO TO PUE-CODIGO
		READ ARCHIVO-PUESTOS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		IF TARIFA-NUEVA > PUE-TARIFA-MAX
		MOVE PUE-TARIFA-MAX TO TARIFA-NUEVA
		MOVE "B" TO PRM-AJUSTE
		END-IF
		IF TARIFA-NUEVA < PUE-TARIFA-MIN
		MOVE PUE-TARIFA-MIN TO TARIFA-NUEVA
		MOVE "B" TO PRM-AJUSTE
		END-IF
		END-READ
		END-IF.

	BUSCAR-TARIFA-VIGENTE.
		*> Última vigencia del ID que no supere la fecha del
		*> aumento, como en AUMENTO.
		MOVE "N" TO TARIFA-HALLADA
		MOVE "N" TO FIN-TARIFAS
		MOVE ZERO TO TARIFA-VIEJA
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
			OR TAR-VIGENCIA > VIGENCIA-NUEVA
			MOVE "S" TO FIN-TARIFAS
			ELSE
			MOVE "S" TO TARIFA-HALLADA
			MOVE TAR-TARIFA TO TARIFA-VIEJA
			END-IF
			END-READ
		END-PERFORM.

	UBICAR-DEPTO.
		MOVE "N" TO DEPTO-HALLADO
		PERFORM VARYING INDICE-DEPTO FROM 1 BY 1
		UNTIL INDICE-DEPTO > CANTIDAD-DEPTOS
		OR PPT-DEPTO (INDICE-DEPTO) = DEPTO-A-UBICAR
			CONTINUE
		END-PERFORM
		IF INDICE-DEPTO <= CANTIDAD-DEPTOS
		MOVE "S" TO DEPTO-HALLADO
		ELSE
		IF CANTIDAD-DEPTOS < 100
		ADD 1 TO CANTIDAD-DEPTOS
		MOVE CANTIDAD-DEPTOS TO INDICE-DEPTO
		MOVE DEPTO-A-UBICAR TO PPT-DEPTO (INDICE-DEPTO)
		MOVE ZERO TO PPT-COSTO (INDICE-DEPTO)
		MOVE ZERO TO PPT-AUMENTO (INDICE-DEPTO)
		MOVE ZERO TO PPT-AUMENTO-FINAL (INDICE-DEPTO)
		MOVE ZERO TO PPT-PRESUPUESTO (INDICE-DEPTO)
		MOVE "N" TO PPT-CON-PRESUPUESTO (INDICE-DEPTO)
		MOVE 1 TO PPT-FACTOR (INDICE-DEPTO)
		MOVE "S" TO DEPTO-HALLADO
		ELSE
		DISPLAY "Más de 100 departamentos: el "
			DEPTO-A-UBICAR " queda sin tope de presupuesto."
		END-IF
		END-IF.

	CALCULAR-FACTORES.
		*> Margen del mes de la vigencia = presupuesto menos el
		*> costo actual. Si los aumentos no entran, factor de
		*> recorte proporcional (truncado: nunca se pasa).
		PERFORM VARYING INDICE-DEPTO FROM 1 BY 1
		UNTIL INDICE-DEPTO > CANTIDAD-DEPTOS
		MOVE 1 TO PPT-FACTOR (INDICE-DEPTO)
		MOVE PPT-DEPTO (INDICE-DEPTO) TO PRE-DEPTO
		MOVE PERIODO-VIGENCIA TO PRE-PERIODO
		READ ARCHIVO-PRESUPUESTO
		INVALID KEY
		MOVE "N" TO PPT-CON-PRESUPUESTO (INDICE-DEPTO)
		NOT INVALID KEY
		MOVE "S" TO PPT-CON-PRESUPUESTO (INDICE-DEPTO)
		MOVE PRE-IMPORTE TO PPT-PRESUPUESTO (INDICE-DEPTO)
		MOVE ZERO TO MARGEN-DEPTO
		IF PRE-IMPORTE > PPT-COSTO (INDICE-DEPTO)
		SUBTRACT PPT-COSTO (INDICE-DEPTO) FROM PRE-IMPORTE
			GIVING MARGEN-DEPTO
		END-IF
		IF PPT-AUMENTO (INDICE-DEPTO) > MARGEN-DEPTO
		DIVIDE MARGEN-DEPTO BY PPT-AUMENTO (INDICE-DEPTO)
			GIVING PPT-FACTOR (INDICE-DEPTO)
		END-IF
		END-READ
		END-PERFORM.

	REPASAR-PROPUESTAS.
		MOVE ZERO TO CONTADOR-PROPUESTAS
		MOVE ZERO TO IMPACTO-TOTAL
		CALL "RPTHDR" USING TITULO-REPORTE
			NUMERO-PAGINA NOMBRE-REPORTE
		MOVE SPACES TO LINEA-IMPRESION
		STRING "EVALUACIONES " DELIMITED BY SIZE
			ANIO-PROPUESTA DELIMITED BY SIZE
			" - PARA APROBACION DE GERENCIA"
			DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		MOVE "N" TO FIN-PROPUESTAS
		MOVE ANIO-PROPUESTA TO PRM-ANIO
		MOVE ZERO TO PRM-ID
		START ARCHIVO-PROPUESTAS
			KEY IS NOT LESS THAN PRM-CLAVE
		INVALID KEY MOVE "S" TO FIN-PROPUESTAS
		END-START
		PERFORM UNTIL FIN-PROPUESTAS = "S"
			READ ARCHIVO-PROPUESTAS NEXT RECORD
			AT END
			MOVE "S" TO FIN-PROPUESTAS
			NOT AT END
			IF PRM-ANIO NOT = ANIO-PROPUESTA
			MOVE "S" TO FIN-PROPUESTAS
			ELSE
			IF MODO-AJUSTE = "S"
			PERFORM AJUSTAR-PROPUESTA
			END-IF
			PERFORM INFORMAR-PROPUESTA
			END-IF
			END-READ
		END-PERFORM
		MOVE IMPACTO-TOTAL TO IMPORTE-EDITADO
		PERFORM TAPAR-IMPORTES
		MOVE SPACES TO LINEA-IMPRESION
		STRING "IMPACTO MENSUAL ESTIMADO: "
			DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA.

	AJUSTAR-PROPUESTA.
		MOVE PRM-TARIFA-VIEJA TO TARIFA-VIEJA
		SUBTRACT PRM-TARIFA-VIEJA FROM PRM-TARIFA-NUEVA
			GIVING DIFERENCIA-TARIFA
		MOVE PRM-DEPTO TO DEPTO-A-UBICAR
		PERFORM UBICAR-DEPTO
		IF DEPTO-HALLADO = "S"
		IF PPT-FACTOR (INDICE-DEPTO) < 1
		AND DIFERENCIA-TARIFA > ZERO
		MULTIPLY PPT-FACTOR (INDICE-DEPTO)
			BY DIFERENCIA-TARIFA
		ADD PRM-TARIFA-VIEJA DIFERENCIA-TARIFA
			GIVING PRM-TARIFA-NUEVA
		MOVE "P" TO PRM-AJUSTE
		END-IF
		MULTIPLY DIFERENCIA-TARIFA BY HORAS-MENSUALES
			GIVING IMPACTO-EMPLEADO ROUNDED
		ADD IMPACTO-EMPLEADO TO PPT-AUMENTO-FINAL (INDICE-DEPTO)
		END-IF
		MOVE ZERO TO PRM-PORCENTAJE
		IF PRM-TARIFA-VIEJA > ZERO
		MULTIPLY DIFERENCIA-TARIFA BY 100
			GIVING PRODUCTO-PORCENTAJE
		DIVIDE PRODUCTO-PORCENTAJE BY PRM-TARIFA-VIEJA
			GIVING PRM-PORCENTAJE ROUNDED
		END-IF
		REWRITE PROPUESTAS-MERITO
		INVALID KEY
		DISPLAY "No se pudo ajustar la propuesta de "
			PRM-ID "."
		END-REWRITE.

	INFORMAR-PROPUESTA.
		ADD 1 TO CONTADOR-PROPUESTAS
		SUBTRACT PRM-TARIFA-VIEJA FROM PRM-TARIFA-NUEVA
			GIVING DIFERENCIA-TARIFA
		MULTIPLY DIFERENCIA-TARIFA BY HORAS-MENSUALES
			GIVING IMPACTO-EMPLEADO ROUNDED
		ADD IMPACTO-EMPLEADO TO IMPACTO-TOTAL
		MOVE PRM-TARIFA-VIEJA TO TARIFA-EDITADA
		MOVE PRM-TARIFA-NUEVA TO TARIFA-NUEVA-EDITADA
		MOVE PRM-PORC-TABLA TO PORC-TABLA-EDITADO
		MOVE PRM-PORCENTAJE TO PORCENTAJE-EDITADO
		PERFORM TAPAR-IMPORTES
		EVALUATE TRUE
			WHEN PRM-AJUSTE-BANDA
				MOVE " BANDA" TO TEXTO-AJUSTE
			WHEN PRM-AJUSTE-PRESUPUESTO
				MOVE " PRESUP." TO TEXTO-AJUSTE
			WHEN OTHER
				MOVE SPACES TO TEXTO-AJUSTE
		END-EVALUATE
		MOVE SPACES TO LINEA-IMPRESION
		STRING "ID " DELIMITED BY SIZE
			PRM-ID DELIMITED BY SIZE
			" DEPTO " DELIMITED BY SIZE
			PRM-DEPTO DELIMITED BY SIZE
			" PUNTAJE " DELIMITED BY SIZE
			PRM-PUNTAJE DELIMITED BY SIZE
			" TABLA " DELIMITED BY SIZE
			PORC-TABLA-EDITADO DELIMITED BY SIZE
			"% PROPUESTO " DELIMITED BY SIZE
			PORCENTAJE-EDITADO DELIMITED BY SIZE
			"% DE " DELIMITED BY SIZE
			TARIFA-EDITADA DELIMITED BY SIZE
			" A " DELIMITED BY SIZE
			TARIFA-NUEVA-EDITADA DELIMITED BY SIZE
			" ESTADO " DELIMITED BY SIZE
			PRM-ESTADO DELIMITED BY SIZE
			TEXTO-AJUSTE DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA.

	INFORMAR-DEPARTAMENTOS.
		PERFORM VARYING INDICE-DEPTO FROM 1 BY 1
		UNTIL INDICE-DEPTO > CANTIDAD-DEPTOS
		MOVE PPT-COSTO (INDICE-DEPTO) TO IMPORTE-EDITADO
		MOVE PPT-AUMENTO-FINAL (INDICE-DEPTO)
			TO IMPORTE-EDITADO-2
		PERFORM TAPAR-IMPORTES
		MOVE SPACES TO LINEA-IMPRESION
		IF PPT-CON-PRESUPUESTO (INDICE-DEPTO) = "S"
		MOVE PPT-PRESUPUESTO (INDICE-DEPTO) TO IMPORTE-EDITADO-3
		PERFORM TAPAR-IMPORTES
		STRING "DEPTO " DELIMITED BY SIZE
			PPT-DEPTO (INDICE-DEPTO) DELIMITED BY SIZE
			" COSTO " DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			" AUMENTOS " DELIMITED BY SIZE
			IMPORTE-EDITADO-2 DELIMITED BY SIZE
			" PRESUPUESTO " DELIMITED BY SIZE
			IMPORTE-EDITADO-3 DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		ELSE
		STRING "DEPTO " DELIMITED BY SIZE
			PPT-DEPTO (INDICE-DEPTO) DELIMITED BY SIZE
			" COSTO " DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			" AUMENTOS " DELIMITED BY SIZE
			IMPORTE-EDITADO-2 DELIMITED BY SIZE
			" SIN PRESUPUESTO CARGADO" DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		END-IF
		PERFORM GRABAR-LINEA
		END-PERFORM.

	TAPAR-IMPORTES.
		*> Sin permiso de ver sueldos, tarifas e importes ya
		*> editados se pisan con asteriscos antes de imprimir.
		IF VE-IMPORTES = "N"
		MOVE ALL "*" TO TARIFA-TAPADA
		MOVE ALL "*" TO TARIFA-NUEVA-TAPADA
		MOVE ALL "*" TO IMPORTE-TAPADO
		MOVE ALL "*" TO IMPORTE-TAPADO-2
		MOVE ALL "*" TO IMPORTE-TAPADO-3
		END-IF.

	APROBAR-PROPUESTA.
		IF NIVEL-FIRMADO < 2
		DISPLAY "La aprobación es solo para supervisores."
		ELSE
		PERFORM SOLICITAR-ANIO
		MOVE ZERO TO CONTADOR-TOCADAS
		MOVE "N" TO FIN-PROPUESTAS
		MOVE ANIO-PROPUESTA TO PRM-ANIO
		MOVE ZERO TO PRM-ID
		START ARCHIVO-PROPUESTAS
			KEY IS NOT LESS THAN PRM-CLAVE
		INVALID KEY MOVE "S" TO FIN-PROPUESTAS
		END-START
		PERFORM UNTIL FIN-PROPUESTAS = "S"
			READ ARCHIVO-PROPUESTAS NEXT RECORD
			AT END
			MOVE "S" TO FIN-PROPUESTAS
			NOT AT END
			IF PRM-ANIO NOT = ANIO-PROPUESTA
			MOVE "S" TO FIN-PROPUESTAS
			ELSE
			IF PRM-PROPUESTA
			PERFORM APROBAR-RENGLON
			END-IF
			END-IF
			END-READ
		END-PERFORM
		IF CONTADOR-TOCADAS = ZERO
		DISPLAY "No hay propuesta pendiente para "
			ANIO-PROPUESTA "."
		ELSE
		DISPLAY CONTADOR-TOCADAS " propuestas aprobadas."
		MOVE SPACES TO WS-MENSAJE-LOG
		STRING "Mérito " DELIMITED BY SIZE
			ANIO-PROPUESTA DELIMITED BY SIZE
			" aprobado: " DELIMITED BY SIZE
			CONTADOR-TOCADAS DELIMITED BY SIZE
			INTO WS-MENSAJE-LOG
		END-STRING
		MOVE "I" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		END-IF
		END-IF.

	APROBAR-RENGLON.
		MOVE PROPUESTAS-MERITO TO IMAGEN-SAT-ANTES
		MOVE "A" TO PRM-ESTADO
		MOVE WS-OPERADOR-LOG TO PRM-APROBADOR
		MOVE WS-FECHA-HOY TO PRM-FECHA-APROBACION
		REWRITE PROPUESTAS-MERITO
		INVALID KEY
		DISPLAY "No se pudo aprobar la propuesta de "
			PRM-ID "."
		NOT INVALID KEY
		ADD 1 TO CONTADOR-TOCADAS
		MOVE PROPUESTAS-MERITO TO IMAGEN-SAT-DESPUES
		MOVE "M" TO OPERACION-AUDSAT
		CALL "AUDSAT" USING WS-PROGRAMA-LOG NOMBRE-AUDSAT
			OPERACION-AUDSAT IMAGEN-SAT-ANTES
			IMAGEN-SAT-DESPUES WS-OPERADOR-LOG
		END-REWRITE.

	APLICAR-PROPUESTA.
		IF NIVEL-FIRMADO < 2
		DISPLAY "Aplicar aumentos es solo para supervisores."
		ELSE
		PERFORM SOLICITAR-ANIO
		MOVE ZERO TO CONTADOR-TOCADAS
		MOVE "N" TO FIN-PROPUESTAS
		MOVE ANIO-PROPUESTA TO PRM-ANIO
		MOVE ZERO TO PRM-ID
		START ARCHIVO-PROPUESTAS
			KEY IS NOT LESS THAN PRM-CLAVE
		INVALID KEY MOVE "S" TO FIN-PROPUESTAS
		END-START
		PERFORM UNTIL FIN-PROPUESTAS = "S"
			READ ARCHIVO-PROPUESTAS NEXT RECORD
			AT END
			MOVE "S" TO FIN-PROPUESTAS
			NOT AT END
			IF PRM-ANIO NOT = ANIO-PROPUESTA
			MOVE "S" TO FIN-PROPUESTAS
			ELSE
			IF PRM-APROBADA
			PERFORM APLICAR-RENGLON
			END-IF
			END-IF
			END-READ
		END-PERFORM
		IF CONTADOR-TOCADAS = ZERO
		DISPLAY "No hay propuesta aprobada sin aplicar para "
			ANIO-PROPUESTA "."
		ELSE
		DISPLAY CONTADOR-TOCADAS " propuestas aplicadas; las"
			" tarifas nuevas quedan pendientes de CAMAPR."
		END-IF
		END-IF.

	APLICAR-RENGLON.
		*> Sin aumento (puntaje bajo o recortado a cero) no se
		*> pide tarifa, pero el renglón igual queda aplicado.
		IF PRM-TARIFA-NUEVA > PRM-TARIFA-VIEJA
		MOVE PRM-ID TO TAR-ID
		MOVE PRM-VIGENCIA TO TAR-VIGENCIA
		READ ARCHIVO-TARIFAS
		INVALID KEY
		PERFORM PEDIR-TARIFA
		NOT INVALID KEY
		DISPLAY "Ya hay tarifa de " PRM-ID
			" con esa vigencia: no se pisa."
		END-READ
		ELSE
		PERFORM MARCAR-APLICADA
		END-IF.

	PEDIR-TARIFA.
		*> La tarifa no se graba: queda pendiente de que otro
		*> supervisor la apruebe en CAMAPR.
		MOVE PRM-ID TO TAR-ID
		MOVE PRM-VIGENCIA TO TAR-VIGENCIA
		MOVE PRM-TARIFA-NUEVA TO TAR-TARIFA
		MOVE "A" TO OPERACION-CAMBIO
		MOVE TAR-CLAVE TO CLAVE-CAMBIO
		MOVE SPACES TO IMAGEN-CAMBIO-ANTES
		MOVE TARIFAS-REGISTRO TO IMAGEN-CAMBIO-DESPUES
		CALL "CAMPEND" USING CLASE-CAMBIO OPERACION-CAMBIO
			CLAVE-CAMBIO IMAGEN-CAMBIO-ANTES
			IMAGEN-CAMBIO-DESPUES WS-OPERADOR-LOG
			NUMERO-CAMBIO RESULTADO-CAMBIO
		IF RESULTADO-CAMBIO = "S"
		MOVE SPACES TO WS-MENSAJE-LOG
		STRING "Mérito ID " DELIMITED BY SIZE
			PRM-ID DELIMITED BY SIZE
			" pide cambio " DELIMITED BY SIZE
			NUMERO-CAMBIO DELIMITED BY SIZE
			INTO WS-MENSAJE-LOG
		END-STRING
		MOVE "I" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		PERFORM MARCAR-APLICADA
		ELSE
		IF RESULTADO-CAMBIO = "D"
		DISPLAY "La tarifa de " PRM-ID " ya tiene el cambio "
			NUMERO-CAMBIO " pendiente: no se pide otro."
		ELSE
		DISPLAY "No se pudo pedir la tarifa de " PRM-ID "."
		MOVE "Error al encolar tarifa de mérito."
			TO WS-MENSAJE-LOG
		MOVE "A" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		END-IF
		END-IF.

	MARCAR-APLICADA.
		MOVE "L" TO PRM-ESTADO
		REWRITE PROPUESTAS-MERITO
		INVALID KEY
		DISPLAY "No se pudo marcar aplicada la propuesta de "
			PRM-ID "."
		NOT INVALID KEY
		ADD 1 TO CONTADOR-TOCADAS
		END-REWRITE.

	GRABAR-LINEA.
		DISPLAY LINEA-IMPRESION
		CALL "IMPRESO" USING NOMBRE-REPORTE LINEA-IMPRESION.
	END PROGRAM MERITO.
