	*> Definición de extractos a medida:
	*> Cada semana Personal pide un listado distinto ("los
	*> activos del depto 3 con puesto, tarifa y ciudad") y
	*> cada vez se escribía un programa descartable o se
	*> filtraba a mano la salida de EXPCSV. Acá se arma el
	*> extracto una vez y se guarda con nombre en
	*> extractos.dat: las columnas, elegidas del catálogo de
	*> campos de empleados, departamentos, puestos, tarifa
	*> vigente, domicilios y saldo de vacaciones (camext.cpy);
	*> las condiciones de selección y el orden. Después se
	*> corre cuando haga falta (EXTRAE) o se agrega como
	*> etapa al plan de ORQUESTA, con el nombre del extracto
	*> como parámetro. Agregar al plan es de supervisor, y
	*> solo si plan.dat existe: sin él rige el plan por
	*> omisión y una sola línea lo reemplazaría.
	*> La tarifa es un importe: un extracto que la use solo
	*> lo guarda o lo corre quien puede ver importes según
	*> VERSUEL.
	*> extractos.dat se reescribe entero en cada alta o baja
	*> (vía extractos.tmp), como es de a pocos renglones.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. EXTDEF.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-EXTRACTOS
		ASSIGN TO "extractos.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-EXD.

		SELECT ARCHIVO-TEMPORAL
		ASSIGN TO "extractos.tmp"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-TMP.

		SELECT OPTIONAL ARCHIVO-PLAN
		ASSIGN TO "plan.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-PLAN.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-EXTRACTOS.
		COPY "extracto.cpy".

	FD ARCHIVO-TEMPORAL.
		01 LINEA-TEMPORAL PIC X(69).

	FD ARCHIVO-PLAN.
		COPY "planorq.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-EXD PIC XX VALUE "00".
		01 WS-STATUS-TMP PIC XX VALUE "00".
		01 WS-STATUS-PLAN PIC XX VALUE "00".
		01 CONTINUAR PIC X VALUE "S".
		01 OPCION-MENU PIC 9 VALUE 1.
		01 FIN-ARCHIVO PIC X VALUE "N".
		01 CAMPO-ENTRADA PIC X(30) VALUE SPACES.
		01 CAMPO-VALIDO PIC X VALUE "N".
		01 RESPUESTA PIC X VALUE SPACE.
		01 NOMBRE-PEDIDO PIC X(8) VALUE SPACES.
		01 EXTRACTO-EXISTE PIC X VALUE "N".
		01 USA-IMPORTES PIC X VALUE "N".
		01 VE-IMPORTES PIC X VALUE "N".
		COPY "camext.cpy".
		01 CODIGO-BUSCADO PIC X(14) VALUE SPACES.
		01 CAMPO-ACTUAL PIC 99 VALUE ZERO.
		01 INDICE-HALLADO PIC 99 VALUE ZERO.
		*> Renglones del extracto que se está cargando, en el
		*> layout de extractos.dat.
		01 TABLA-RENGLONES.
			02 RENGLON-NUEVO OCCURS 30 TIMES PIC X(69).
		01 CANTIDAD-RENGLONES PIC 99 VALUE ZERO.
		01 INDICE-RENGLON PIC 99 VALUE ZERO.
		01 CANTIDAD-COLUMNAS PIC 99 VALUE ZERO.
		01 CANTIDAD-FILTROS PIC 9 VALUE ZERO.
		01 CANTIDAD-ORDENES PIC 9 VALUE ZERO.
		01 ARCHIVO-CAPTURA PIC X(30) VALUE SPACES.
		01 DESCRIPCION-CAPTURA PIC X(30) VALUE SPACES.
		01 OPERADOR-CAPTURA PIC X(2) VALUE SPACES.
			88 OPERADOR-VALIDO
				VALUES "= " "<>" "> " "< " ">=" "<=".
		01 LARGO-TECLEADO PIC 99 VALUE ZERO.
		01 CONTADOR-RENGLONES PIC 9(5) VALUE ZERO.
		*> Etapa nueva del plan.
		01 SECUENCIA-MAXIMA PIC 99 VALUE ZERO.
		01 ETAPAS-EN-PLAN PIC 99 VALUE ZERO.
		01 FRECUENCIA-CAPTURA PIC X VALUE SPACE.
		01 DIA-CAPTURA PIC 9(4) VALUE ZERO.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "EXTDEF".
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
		CALL "VERSUEL" USING WS-OPERADOR-LOG NIVEL-FIRMADO
			VE-IMPORTES.
		MOVE "S" TO CONTINUAR.
		PERFORM UNTIL CONTINUAR = "N" OR CONTINUAR = "n"
			PERFORM MOSTRAR-MENU
			ACCEPT OPCION-MENU
			EVALUATE OPCION-MENU
				WHEN 1
					PERFORM LISTAR-EXTRACTOS
				WHEN 2
					PERFORM MOSTRAR-EXTRACTO
				WHEN 3
					PERFORM CARGAR-EXTRACTO
				WHEN 4
					PERFORM BORRAR-EXTRACTO
				WHEN 5
					PERFORM CORRER-EXTRACTO
				WHEN 6
					PERFORM AGREGAR-AL-PLAN
				WHEN 7
					PERFORM MOSTRAR-CATALOGO
				WHEN OTHER
					DISPLAY "Opción inválida."
			END-EVALUATE
			DISPLAY "Continuar programa: "
			ACCEPT CONTINUAR
		END-PERFORM.
		GOBACK.

	MOSTRAR-MENU.
		DISPLAY "1. Listar extractos guardados".
		DISPLAY "2. Ver un extracto".
		DISPLAY "3. Cargar o reemplazar un extracto".
		DISPLAY "4. Borrar un extracto".
		DISPLAY "5. Correr un extracto".
		DISPLAY "6. Agregar un extracto al plan nocturno".
		DISPLAY "7. Campos disponibles".
		DISPLAY "Opción: ".

	SOLICITAR-NOMBRE.
		MOVE SPACES TO NOMBRE-PEDIDO
		PERFORM UNTIL NOMBRE-PEDIDO NOT = SPACES
			DISPLAY "Nombre del extracto (hasta 8): "
			MOVE SPACES TO CAMPO-ENTRADA
			ACCEPT CAMPO-ENTRADA
			MOVE CAMPO-ENTRADA (1:8) TO NOMBRE-PEDIDO
		END-PERFORM.

	REVISAR-EXTRACTO.
		*> Si el extracto existe y si usa algún importe, en
		*> columnas, condiciones u orden.
		MOVE "N" TO EXTRACTO-EXISTE
		MOVE "N" TO USA-IMPORTES
		OPEN INPUT ARCHIVO-EXTRACTOS
		IF WS-STATUS-EXD = "00"
		MOVE "N" TO FIN-ARCHIVO
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-EXTRACTOS
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF EXD-NOMBRE = NOMBRE-PEDIDO
			MOVE "S" TO EXTRACTO-EXISTE
			IF NOT RENGLON-DEFINICION
			MOVE EXD-CAMPO TO CODIGO-BUSCADO
			PERFORM BUSCAR-EN-CATALOGO
			IF INDICE-HALLADO > ZERO
			IF CAMPO-IMPORTE (INDICE-HALLADO)
			MOVE "S" TO USA-IMPORTES
			END-IF
			END-IF
			END-IF
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-EXTRACTOS
		END-IF.

	BUSCAR-EN-CATALOGO.
		MOVE ZERO TO INDICE-HALLADO
		PERFORM VARYING CAMPO-ACTUAL FROM 1 BY 1
		UNTIL CAMPO-ACTUAL > CANTIDAD-CATALOGO
		OR INDICE-HALLADO > ZERO
			IF CAT-CODIGO (CAMPO-ACTUAL) = CODIGO-BUSCADO
			MOVE CAMPO-ACTUAL TO INDICE-HALLADO
			END-IF
		END-PERFORM.

	LISTAR-EXTRACTOS.
		MOVE ZERO TO CONTADOR-RENGLONES
		OPEN INPUT ARCHIVO-EXTRACTOS
		IF WS-STATUS-EXD = "00"
		MOVE "N" TO FIN-ARCHIVO
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-EXTRACTOS
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF RENGLON-DEFINICION
			ADD 1 TO CONTADOR-RENGLONES
			DISPLAY EXD-NOMBRE " " EXD-DESCRIPCION " "
				EXD-ARCHIVO
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-EXTRACTOS
		END-IF
		IF CONTADOR-RENGLONES = ZERO
		DISPLAY "No hay extractos guardados."
		END-IF.

	MOSTRAR-EXTRACTO.
		PERFORM SOLICITAR-NOMBRE
		MOVE ZERO TO CONTADOR-RENGLONES
		OPEN INPUT ARCHIVO-EXTRACTOS
		IF WS-STATUS-EXD = "00"
		MOVE "N" TO FIN-ARCHIVO
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-EXTRACTOS
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF EXD-NOMBRE = NOMBRE-PEDIDO
			ADD 1 TO CONTADOR-RENGLONES
			PERFORM MOSTRAR-RENGLON
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-EXTRACTOS
		END-IF
		IF CONTADOR-RENGLONES = ZERO
		DISPLAY "Extracto inexistente."
		END-IF.

	MOSTRAR-RENGLON.
		EVALUATE TRUE
			WHEN RENGLON-DEFINICION
				DISPLAY "Archivo:     " EXD-ARCHIVO
				DISPLAY "Descripción: " EXD-DESCRIPCION
			WHEN RENGLON-CAMPO
				DISPLAY "Columna:     " EXD-CAMPO
			WHEN RENGLON-FILTRO
				DISPLAY "Condición:   " EXD-FIL-CAMPO
					" " EXD-OPERADOR " " EXD-VALOR
			WHEN RENGLON-ORDEN
				DISPLAY "Orden:       " EXD-ORD-CAMPO
					" " EXD-SENTIDO
			WHEN OTHER
				DISPLAY "Renglón desconocido: "
					EXD-DETALLE
		END-EVALUATE.

	MOSTRAR-CATALOGO.
		DISPLAY "Campo          Largo Tipo (N número, "
			"X texto, I importe)"
		PERFORM VARYING CAMPO-ACTUAL FROM 1 BY 1
		UNTIL CAMPO-ACTUAL > CANTIDAD-CATALOGO
			DISPLAY CAT-CODIGO (CAMPO-ACTUAL) " "
				CAT-LONGITUD (CAMPO-ACTUAL) "    "
				CAT-TIPO (CAMPO-ACTUAL)
		END-PERFORM.

	CARGAR-EXTRACTO.
		PERFORM SOLICITAR-NOMBRE
		PERFORM REVISAR-EXTRACTO
		MOVE "S" TO RESPUESTA
		IF EXTRACTO-EXISTE = "S"
		DISPLAY "El extracto ya existe. Reemplazarlo (S/N): "
		ACCEPT RESPUESTA
		END-IF
		IF RESPUESTA = "S" OR RESPUESTA = "s"
		MOVE ZERO TO CANTIDAD-RENGLONES
		MOVE ZERO TO CANTIDAD-COLUMNAS
		MOVE ZERO TO CANTIDAD-FILTROS
		MOVE ZERO TO CANTIDAD-ORDENES
		MOVE "N" TO USA-IMPORTES
		DISPLAY "Archivo CSV (blanco = nombre.csv): "
		MOVE SPACES TO ARCHIVO-CAPTURA
		ACCEPT ARCHIVO-CAPTURA
		DISPLAY "Descripción: "
		MOVE SPACES TO DESCRIPCION-CAPTURA
		ACCEPT DESCRIPCION-CAPTURA
		MOVE SPACES TO LINEA-EXTRACTO
		MOVE NOMBRE-PEDIDO TO EXD-NOMBRE
		MOVE "D" TO EXD-TIPO
		MOVE ARCHIVO-CAPTURA TO EXD-ARCHIVO
		MOVE DESCRIPCION-CAPTURA TO EXD-DESCRIPCION
		PERFORM AGREGAR-RENGLON
		PERFORM CAPTURAR-COLUMNAS
		PERFORM CAPTURAR-FILTROS
		PERFORM CAPTURAR-ORDEN
		IF CANTIDAD-COLUMNAS = ZERO
		DISPLAY "Sin columnas: extracto no guardado."
		ELSE
		IF USA-IMPORTES = "S" AND VE-IMPORTES = "N"
		DISPLAY "La tarifa es un importe y el operador no "
			"los ve: extracto no guardado."
		ELSE
		PERFORM REESCRIBIR-EXTRACTOS
		DISPLAY "Extracto " NOMBRE-PEDIDO " guardado."
		MOVE SPACES TO WS-MENSAJE-LOG
		STRING "Extracto guardado: " DELIMITED BY SIZE
			NOMBRE-PEDIDO DELIMITED BY SIZE
			INTO WS-MENSAJE-LOG
		END-STRING
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		END-IF
		END-IF
		END-IF.

	AGREGAR-RENGLON.
		ADD 1 TO CANTIDAD-RENGLONES
		MOVE LINEA-EXTRACTO
			TO RENGLON-NUEVO (CANTIDAD-RENGLONES).

	SOLICITAR-CAMPO.
		*> Blanco termina la lista; un nombre fuera del
		*> catálogo se vuelve a pedir.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			MOVE SPACES TO CAMPO-ENTRADA
			ACCEPT CAMPO-ENTRADA
			MOVE CAMPO-ENTRADA (1:14) TO CODIGO-BUSCADO
			MOVE ZERO TO INDICE-HALLADO
			IF CODIGO-BUSCADO = SPACES
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			PERFORM BUSCAR-EN-CATALOGO
			IF INDICE-HALLADO = ZERO
			DISPLAY "Campo inexistente (opción 7 los "
				"lista). Campo: "
			ELSE
			MOVE "S" TO CAMPO-VALIDO
			IF CAMPO-IMPORTE (INDICE-HALLADO)
			MOVE "S" TO USA-IMPORTES
			END-IF
			END-IF
			END-IF
		END-PERFORM.

	CAPTURAR-COLUMNAS.
		MOVE 1 TO INDICE-HALLADO
		PERFORM UNTIL INDICE-HALLADO = ZERO
		OR CANTIDAD-COLUMNAS = 20
			DISPLAY "Columna " CANTIDAD-COLUMNAS
				" + 1, campo (blanco = fin): "
			PERFORM SOLICITAR-CAMPO
			IF INDICE-HALLADO > ZERO
			ADD 1 TO CANTIDAD-COLUMNAS
			MOVE SPACES TO LINEA-EXTRACTO
			MOVE NOMBRE-PEDIDO TO EXD-NOMBRE
			MOVE "C" TO EXD-TIPO
			MOVE CODIGO-BUSCADO TO EXD-CAMPO
			PERFORM AGREGAR-RENGLON
			END-IF
		END-PERFORM.

	CAPTURAR-FILTROS.
		MOVE 1 TO INDICE-HALLADO
		PERFORM UNTIL INDICE-HALLADO = ZERO
		OR CANTIDAD-FILTROS = 5
			DISPLAY "Condición, campo (blanco = fin): "
			PERFORM SOLICITAR-CAMPO
			IF INDICE-HALLADO > ZERO
			PERFORM SOLICITAR-OPERADOR
			PERFORM SOLICITAR-VALOR
			ADD 1 TO CANTIDAD-FILTROS
			MOVE SPACES TO LINEA-EXTRACTO
			MOVE NOMBRE-PEDIDO TO EXD-NOMBRE
			MOVE "F" TO EXD-TIPO
			MOVE CODIGO-BUSCADO TO EXD-FIL-CAMPO
			MOVE OPERADOR-CAPTURA TO EXD-OPERADOR
			MOVE CAMPO-ENTRADA TO EXD-VALOR
			PERFORM AGREGAR-RENGLON
			END-IF
		END-PERFORM.

	SOLICITAR-OPERADOR.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Operador (= <> > < >= <=): "
			MOVE SPACES TO OPERADOR-CAPTURA
			ACCEPT OPERADOR-CAPTURA
			IF OPERADOR-VALIDO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Operador inválido."
			END-IF
		END-PERFORM.

	SOLICITAR-VALOR.
		*> Números e importes sin punto y hasta el largo del
		*> campo (la tarifa 12.50 es 1250); EXTRAE completa los
		*> ceros a la izquierda.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Valor: "
			MOVE SPACES TO CAMPO-ENTRADA
			ACCEPT CAMPO-ENTRADA
			MOVE "S" TO CAMPO-VALIDO
			IF NOT CAMPO-TEXTO (INDICE-HALLADO)
			MOVE 30 TO LARGO-TECLEADO
			PERFORM UNTIL LARGO-TECLEADO = ZERO
			OR CAMPO-ENTRADA (LARGO-TECLEADO:1) NOT = SPACE
				SUBTRACT 1 FROM LARGO-TECLEADO
			END-PERFORM
			IF LARGO-TECLEADO = ZERO
			OR LARGO-TECLEADO >
				CAT-LONGITUD (INDICE-HALLADO)
			MOVE "N" TO CAMPO-VALIDO
			ELSE
			IF CAMPO-ENTRADA (1:LARGO-TECLEADO)
				IS NOT NUMERIC
			MOVE "N" TO CAMPO-VALIDO
			END-IF
			END-IF
			IF CAMPO-VALIDO = "N"
			DISPLAY "Solo dígitos, hasta "
				CAT-LONGITUD (INDICE-HALLADO) "."
			END-IF
			END-IF
		END-PERFORM.

	CAPTURAR-ORDEN.
		MOVE 1 TO INDICE-HALLADO
		PERFORM UNTIL INDICE-HALLADO = ZERO
		OR CANTIDAD-ORDENES = 3
			DISPLAY "Ordenar por, campo (blanco = fin): "
			PERFORM SOLICITAR-CAMPO
			IF INDICE-HALLADO > ZERO
			MOVE SPACE TO RESPUESTA
			PERFORM UNTIL RESPUESTA = "A" OR RESPUESTA = "D"
				DISPLAY "A ascendente, D descendente: "
				ACCEPT RESPUESTA
				IF RESPUESTA = "a"
				MOVE "A" TO RESPUESTA
				END-IF
				IF RESPUESTA = "d"
				MOVE "D" TO RESPUESTA
				END-IF
			END-PERFORM
			ADD 1 TO CANTIDAD-ORDENES
			MOVE SPACES TO LINEA-EXTRACTO
			MOVE NOMBRE-PEDIDO TO EXD-NOMBRE
			MOVE "O" TO EXD-TIPO
			MOVE CODIGO-BUSCADO TO EXD-ORD-CAMPO
			MOVE RESPUESTA TO EXD-SENTIDO
			PERFORM AGREGAR-RENGLON
			END-IF
		END-PERFORM.

	REESCRIBIR-EXTRACTOS.
		*> Los renglones de los demás extractos pasan a
		*> extractos.tmp, se suman los nuevos (ninguno en una
		*> baja) y el temporal vuelve a extractos.dat.
		OPEN OUTPUT ARCHIVO-TEMPORAL
		IF WS-STATUS-TMP NOT = "00"
		DISPLAY "Error al abrir extractos.tmp. Status: "
			WS-STATUS-TMP
		ELSE
		OPEN INPUT ARCHIVO-EXTRACTOS
		IF WS-STATUS-EXD = "00"
		MOVE "N" TO FIN-ARCHIVO
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-EXTRACTOS
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF EXD-NOMBRE NOT = NOMBRE-PEDIDO
			MOVE LINEA-EXTRACTO TO LINEA-TEMPORAL
			WRITE LINEA-TEMPORAL
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-EXTRACTOS
		END-IF
		PERFORM VARYING INDICE-RENGLON FROM 1 BY 1
		UNTIL INDICE-RENGLON > CANTIDAD-RENGLONES
			MOVE RENGLON-NUEVO (INDICE-RENGLON)
				TO LINEA-TEMPORAL
			WRITE LINEA-TEMPORAL
		END-PERFORM
		CLOSE ARCHIVO-TEMPORAL
		OPEN INPUT ARCHIVO-TEMPORAL
		OPEN OUTPUT ARCHIVO-EXTRACTOS
		MOVE "N" TO FIN-ARCHIVO
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-TEMPORAL
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			MOVE LINEA-TEMPORAL TO LINEA-EXTRACTO
			WRITE LINEA-EXTRACTO
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-TEMPORAL
		CLOSE ARCHIVO-EXTRACTOS
		END-IF.

	BORRAR-EXTRACTO.
		PERFORM SOLICITAR-NOMBRE
		PERFORM REVISAR-EXTRACTO
		IF EXTRACTO-EXISTE = "N"
		DISPLAY "Extracto inexistente."
		ELSE
		DISPLAY "Borrar el extracto " NOMBRE-PEDIDO " (S/N): "
		ACCEPT RESPUESTA
		IF RESPUESTA = "S" OR RESPUESTA = "s"
		MOVE ZERO TO CANTIDAD-RENGLONES
		PERFORM REESCRIBIR-EXTRACTOS
		DISPLAY "Extracto borrado. Si estaba en plan.dat, "
			"sacar también su etapa."
		MOVE SPACES TO WS-MENSAJE-LOG
		STRING "Extracto borrado: " DELIMITED BY SIZE
			NOMBRE-PEDIDO DELIMITED BY SIZE
			INTO WS-MENSAJE-LOG
		END-STRING
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		END-IF
		END-IF.

	CORRER-EXTRACTO.
		PERFORM SOLICITAR-NOMBRE
		PERFORM REVISAR-EXTRACTO
		IF EXTRACTO-EXISTE = "N"
		DISPLAY "Extracto inexistente."
		ELSE
		IF USA-IMPORTES = "S" AND VE-IMPORTES = "N"
		DISPLAY "El extracto trae importes y el operador no "
			"los ve: no se corre."
		ELSE
		MOVE ZERO TO RETURN-CODE
		CALL "EXTRAE" USING NOMBRE-PEDIDO
		IF RETURN-CODE NOT = ZERO
		DISPLAY "El extracto no se generó (ver el detalle "
			"arriba)."
		MOVE ZERO TO RETURN-CODE
		END-IF
		END-IF
		END-IF.

	AGREGAR-AL-PLAN.
		*> La etapa nueva va al final del plan, con acción
		*> S (seguir): un extracto que falla no para la noche.
		IF NIVEL-FIRMADO < 2
		DISPLAY "El plan nocturno lo modifica un supervisor."
		ELSE
		PERFORM SOLICITAR-NOMBRE
		PERFORM REVISAR-EXTRACTO
		IF EXTRACTO-EXISTE = "N"
		DISPLAY "Extracto inexistente."
		ELSE
		PERFORM LEER-PLAN
		IF WS-STATUS-PLAN NOT = "00"
		DISPLAY "Sin plan.dat rige el plan por omisión: "
			"cargar primero el plan completo."
		ELSE
		IF ETAPAS-EN-PLAN NOT < 20 OR SECUENCIA-MAXIMA = 99
		DISPLAY "El plan ya tiene 20 etapas."
		ELSE
		PERFORM SOLICITAR-FRECUENCIA
		MOVE SPACES TO LINEA-PLAN
		COMPUTE PLA-SECUENCIA = SECUENCIA-MAXIMA + 1
		MOVE "EXTRAE" TO PLA-PROGRAMA
		MOVE "S" TO PLA-ON-ERROR
		MOVE FRECUENCIA-CAPTURA TO PLA-FRECUENCIA
		MOVE DIA-CAPTURA TO PLA-DIA
		MOVE NOMBRE-PEDIDO TO PLA-PARAMETRO
		OPEN EXTEND ARCHIVO-PLAN
		WRITE LINEA-PLAN
		CLOSE ARCHIVO-PLAN
		DISPLAY "Etapa " PLA-SECUENCIA " agregada al plan."
		MOVE SPACES TO WS-MENSAJE-LOG
		STRING "Extracto al plan: " DELIMITED BY SIZE
			NOMBRE-PEDIDO DELIMITED BY SIZE
			INTO WS-MENSAJE-LOG
		END-STRING
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		END-IF
		END-IF
		END-IF
		END-IF.

	LEER-PLAN.
		MOVE ZERO TO SECUENCIA-MAXIMA
		MOVE ZERO TO ETAPAS-EN-PLAN
		OPEN INPUT ARCHIVO-PLAN
		IF WS-STATUS-PLAN = "00"
		MOVE "N" TO FIN-ARCHIVO
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-PLAN
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			ADD 1 TO ETAPAS-EN-PLAN
			IF PLA-SECUENCIA IS NUMERIC
			AND PLA-SECUENCIA > SECUENCIA-MAXIMA
			MOVE PLA-SECUENCIA TO SECUENCIA-MAXIMA
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-PLAN
		END-IF.

	SOLICITAR-FRECUENCIA.
		MOVE SPACE TO FRECUENCIA-CAPTURA
		PERFORM UNTIL FRECUENCIA-CAPTURA = "D"
		OR FRECUENCIA-CAPTURA = "S" OR FRECUENCIA-CAPTURA = "M"
		OR FRECUENCIA-CAPTURA = "A"
			DISPLAY "Frecuencia (D diaria, S semanal, "
				"M mensual, A anual): "
			ACCEPT FRECUENCIA-CAPTURA
		END-PERFORM
		MOVE ZERO TO DIA-CAPTURA
		IF FRECUENCIA-CAPTURA NOT = "D"
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Día (semanal 0001-0007, mensual día "
				"del mes, anual MMDD): "
			MOVE SPACES TO CAMPO-ENTRADA
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:4) IS NUMERIC
			MOVE CAMPO-ENTRADA (1:4) TO DIA-CAPTURA
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Cuatro dígitos."
			END-IF
		END-PERFORM
		END-IF.

	END PROGRAM EXTDEF.
