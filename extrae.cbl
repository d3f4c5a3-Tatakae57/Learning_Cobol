	*> Extracto a medida:
	*> Subprograma que corre un extracto guardado por nombre
	*> en extractos.dat (ver extracto.cpy). Recorre el maestro
	*> de empleados, completa cada legajo con su departamento,
	*> su puesto, la tarifa vigente a hoy, el domicilio y el
	*> saldo de vacaciones, deja pasar solo los que cumplen
	*> todas las condiciones de la definición, los ordena por
	*> las claves pedidas y graba el CSV con encabezado en el
	*> archivo de la definición (en blanco: <nombre>.csv).
	*> Los campos salen con el ancho fijo del catálogo, como
	*> en EXPCSV; los de texto van entre comillas para que
	*> una coma en una calle no corra las columnas.
	*> Lo llaman EXTDEF desde el menú y ORQUESTA como etapa
	*> del plan (programa EXTRAE con el nombre del extracto
	*> como parámetro). Una definición inexistente o mal
	*> escrita no genera nada y devuelve código 8.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. EXTRAE.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-EXTRACTOS
		ASSIGN TO "extractos.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-EXD.

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

		SELECT OPTIONAL ARCHIVO-DEPARTAMENTOS
		ASSIGN TO "departamentos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS DEP-CODIGO
		FILE STATUS IS WS-STATUS-DEP.

		SELECT OPTIONAL ARCHIVO-PUESTOS
		ASSIGN TO "puestos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PUE-CODIGO
		FILE STATUS IS WS-STATUS-PUE.

		SELECT OPTIONAL ARCHIVO-TARIFAS
		ASSIGN TO "tarifas.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS TAR-CLAVE
		FILE STATUS IS WS-STATUS-TAR.

		SELECT OPTIONAL ARCHIVO-DOMICILIOS
		ASSIGN TO "domicilios.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS DOM-ID
		FILE STATUS IS WS-STATUS-DOM.

		SELECT OPTIONAL ARCHIVO-VACACIONES
		ASSIGN TO "vacaciones.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS VAC-ID
		FILE STATUS IS WS-STATUS-VAC.

		SELECT ARCHIVO-CSV
		ASSIGN TO DYNAMIC NOMBRE-CSV
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-CSV.

		SELECT ARCHIVO-ORDEN
		ASSIGN TO "extrae.srt".

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-EXTRACTOS.
		COPY "extracto.cpy".

	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	FD ARCHIVO-DEPARTAMENTOS.
		COPY "depto.cpy".

	FD ARCHIVO-PUESTOS.
		COPY "puesto.cpy".

	FD ARCHIVO-TARIFAS.
		COPY "tarifa.cpy".

	FD ARCHIVO-DOMICILIOS.
		COPY "domicilio.cpy".

	FD ARCHIVO-VACACIONES.
		COPY "vacacion.cpy".

	FD ARCHIVO-CSV.
		01 LINEA-CSV PIC X(700).

	SD ARCHIVO-ORDEN.
		01 ORDEN-EXTRACTO.
			02 OEX-CLAVE-1 PIC X(30).
			02 OEX-CLAVE-2 PIC X(30).
			02 OEX-CLAVE-3 PIC X(30).
			02 OEX-SECUENCIA PIC 9(7).
			02 OEX-LINEA PIC X(700).

	WORKING-STORAGE SECTION.
		01 WS-STATUS-EXD PIC XX VALUE "00".
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 WS-STATUS-DEP PIC XX VALUE "00".
		01 WS-STATUS-PUE PIC XX VALUE "00".
		01 WS-STATUS-TAR PIC XX VALUE "00".
		01 WS-STATUS-DOM PIC XX VALUE "00".
		01 WS-STATUS-VAC PIC XX VALUE "00".
		01 WS-STATUS-CSV PIC XX VALUE "00".
		01 FIN-ARCHIVO PIC X VALUE "N".
		01 FIN-EMPLEADOS PIC X VALUE "N".
		01 FIN-TARIFAS PIC X VALUE "N".
		01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
		01 NOMBRE-EXTRACTO PIC X(8) VALUE SPACES.
		01 NOMBRE-CSV PIC X(30) VALUE SPACES.
		01 DEFINICION-HALLADA PIC X VALUE "N".
		01 DEFINICION-VALIDA PIC X VALUE "S".
		COPY "camext.cpy".
		01 CODIGO-BUSCADO PIC X(14) VALUE SPACES.
		01 CAMPO-ACTUAL PIC 99 VALUE ZERO.
		01 INDICE-HALLADO PIC 99 VALUE ZERO.
		*> Definición cargada: columnas, condiciones y claves
		*> de orden, cada una apuntando al catálogo.
		01 TABLA-COLUMNAS.
			02 COL-INDICE OCCURS 20 TIMES PIC 99.
		01 CANTIDAD-COLUMNAS PIC 99 VALUE ZERO.
		01 INDICE-COLUMNA PIC 99 VALUE ZERO.
		01 TABLA-FILTROS.
			02 FILTRO-ENTRADA OCCURS 5 TIMES.
				03 FIL-INDICE PIC 99.
				03 FIL-OPERADOR PIC X(2).
				03 FIL-VALOR PIC X(30).
		01 CANTIDAD-FILTROS PIC 9 VALUE ZERO.
		01 INDICE-FILTRO PIC 9 VALUE ZERO.
		01 TABLA-ORDENES.
			02 ORDEN-ENTRADA OCCURS 3 TIMES.
				03 ORD-INDICE PIC 99.
				03 ORD-SENTIDO PIC X.
		01 CANTIDAD-ORDENES PIC 9 VALUE ZERO.
		01 INDICE-ORDEN PIC 9 VALUE ZERO.
		01 LARGO-TECLEADO PIC 99 VALUE ZERO.
		01 POSICION-VALOR PIC 99 VALUE ZERO.
		*> Valor del campo pedido: la imagen de comparación y
		*> orden, y la de salida (la tarifa sale editada).
		01 VALOR-CAMPO PIC X(30) VALUE SPACES.
		01 VALOR-SALIDA PIC X(30) VALUE SPACES.
		01 LONGITUD-CAMPO PIC 99 VALUE ZERO.
		01 LONGITUD-SALIDA PIC 99 VALUE ZERO.
		01 CUMPLE-FILTROS PIC X VALUE "S".
		01 TARIFA-VIGENTE PIC 9(3)V99 VALUE ZERO.
		01 TARIFA-DIGITOS REDEFINES TARIFA-VIGENTE PIC 9(5).
		01 VIGENCIA-TARIFA PIC 9(8) VALUE ZERO.
		01 TARIFA-EDITADA PIC ZZ9.99.
		*> Orden descendente: la clave se da vuelta letra por
		*> letra (el blanco pasa a ser la mayor) y el SORT
		*> sigue siendo ascendente.
		01 ALFABETO-DIRECTO PIC X(37)
			VALUE " 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
		01 ALFABETO-INVERSO PIC X(37)
			VALUE "ZYXWVUTSRQPONMLKJIHGFEDCBA9876543210 ".
		01 CLAVE-TRABAJO PIC X(30) VALUE SPACES.
		01 LINEA-ARMADA PIC X(700) VALUE SPACES.
		01 PUNTERO-LINEA PIC 9(4) VALUE ZERO.
		01 CONTADOR-LEIDOS PIC 9(7) VALUE ZERO.
		01 CONTADOR-EXTRAIDOS PIC 9(7) VALUE ZERO.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "EXTRAE".
		01 WS-MENSAJE-LOG PIC X(40).
		01 WS-SEVERIDAD-LOG PIC X VALUE "A".
		01 WS-OPERADOR-LOG PIC X(8) VALUE "SISTEMA".

	LINKAGE SECTION.
		01 LK-NOMBRE-EXTRACTO PIC X(8).

	PROCEDURE DIVISION USING LK-NOMBRE-EXTRACTO.
	MAIN-PROCEDURE.
		MOVE LK-NOMBRE-EXTRACTO TO NOMBRE-EXTRACTO.
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
		PERFORM CARGAR-DEFINICION.
		IF DEFINICION-VALIDA = "N"
		MOVE SPACES TO WS-MENSAJE-LOG
		STRING "Extracto no corrido: " DELIMITED BY SIZE
			NOMBRE-EXTRACTO DELIMITED BY SIZE
			INTO WS-MENSAJE-LOG
		END-STRING
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		MOVE 8 TO RETURN-CODE
		GOBACK
		END-IF.
		PERFORM APERTURA-ARCHIVOS.
		MOVE ZERO TO CONTADOR-LEIDOS.
		MOVE ZERO TO CONTADOR-EXTRAIDOS.
		SORT ARCHIVO-ORDEN
			ON ASCENDING KEY OEX-CLAVE-1
			ON ASCENDING KEY OEX-CLAVE-2
			ON ASCENDING KEY OEX-CLAVE-3
			ON ASCENDING KEY OEX-SECUENCIA
			INPUT PROCEDURE IS SELECCIONAR-EMPLEADOS
			OUTPUT PROCEDURE IS GRABAR-CSV.
		CLOSE ARCHIVO-EMPLEADOS.
		CLOSE ARCHIVO-DEPARTAMENTOS.
		CLOSE ARCHIVO-PUESTOS.
		CLOSE ARCHIVO-TARIFAS.
		CLOSE ARCHIVO-DOMICILIOS.
		CLOSE ARCHIVO-VACACIONES.
		DISPLAY "Extracto " NOMBRE-EXTRACTO ": "
			CONTADOR-EXTRAIDOS " de " CONTADOR-LEIDOS
			" empleados en " NOMBRE-CSV.
		GOBACK.

	CARGAR-DEFINICION.
		*> Los renglones del extracto pedido, validados contra
		*> el catálogo: uno solo mal escrito anula la corrida.
		MOVE "N" TO DEFINICION-HALLADA
		MOVE "S" TO DEFINICION-VALIDA
		MOVE SPACES TO NOMBRE-CSV
		MOVE ZERO TO CANTIDAD-COLUMNAS
		MOVE ZERO TO CANTIDAD-FILTROS
		MOVE ZERO TO CANTIDAD-ORDENES
		OPEN INPUT ARCHIVO-EXTRACTOS
		IF WS-STATUS-EXD NOT = "00" AND WS-STATUS-EXD NOT = "05"
		DISPLAY "Error al abrir extractos.dat. Status: "
			WS-STATUS-EXD
		MOVE "N" TO DEFINICION-VALIDA
		ELSE
		MOVE "N" TO FIN-ARCHIVO
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-EXTRACTOS
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF EXD-NOMBRE = NOMBRE-EXTRACTO
			MOVE "S" TO DEFINICION-HALLADA
			PERFORM TOMAR-RENGLON
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-EXTRACTOS
		IF DEFINICION-HALLADA = "N"
		DISPLAY "Extracto " NOMBRE-EXTRACTO " inexistente."
		MOVE "N" TO DEFINICION-VALIDA
		END-IF
		END-IF
		IF DEFINICION-HALLADA = "S" AND CANTIDAD-COLUMNAS = ZERO
		DISPLAY "Extracto " NOMBRE-EXTRACTO " sin columnas."
		MOVE "N" TO DEFINICION-VALIDA
		END-IF
		IF NOMBRE-CSV = SPACES
		STRING NOMBRE-EXTRACTO DELIMITED BY SPACE
			".csv" DELIMITED BY SIZE
			INTO NOMBRE-CSV
		END-STRING
		END-IF.

	TOMAR-RENGLON.
		EVALUATE TRUE
			WHEN RENGLON-DEFINICION
				MOVE EXD-ARCHIVO TO NOMBRE-CSV
			WHEN RENGLON-CAMPO
				PERFORM TOMAR-COLUMNA
			WHEN RENGLON-FILTRO
				PERFORM TOMAR-FILTRO
			WHEN RENGLON-ORDEN
				PERFORM TOMAR-ORDEN
			WHEN OTHER
				PERFORM RECHAZAR-RENGLON
		END-EVALUATE.

	TOMAR-COLUMNA.
		MOVE EXD-CAMPO TO CODIGO-BUSCADO
		PERFORM BUSCAR-EN-CATALOGO
		IF INDICE-HALLADO = ZERO
		OR CANTIDAD-COLUMNAS = 20
		PERFORM RECHAZAR-RENGLON
		ELSE
		ADD 1 TO CANTIDAD-COLUMNAS
		MOVE INDICE-HALLADO TO COL-INDICE (CANTIDAD-COLUMNAS)
		END-IF.

	TOMAR-ORDEN.
		MOVE EXD-ORD-CAMPO TO CODIGO-BUSCADO
		PERFORM BUSCAR-EN-CATALOGO
		IF EXD-SENTIDO = SPACE
		MOVE "A" TO EXD-SENTIDO
		END-IF
		IF INDICE-HALLADO = ZERO
		OR CANTIDAD-ORDENES = 3
		OR (EXD-SENTIDO NOT = "A" AND EXD-SENTIDO NOT = "D")
		PERFORM RECHAZAR-RENGLON
		ELSE
		ADD 1 TO CANTIDAD-ORDENES
		MOVE INDICE-HALLADO TO ORD-INDICE (CANTIDAD-ORDENES)
		MOVE EXD-SENTIDO TO ORD-SENTIDO (CANTIDAD-ORDENES)
		END-IF.

	TOMAR-FILTRO.
		MOVE EXD-FIL-CAMPO TO CODIGO-BUSCADO
		PERFORM BUSCAR-EN-CATALOGO
		IF INDICE-HALLADO = ZERO
		OR CANTIDAD-FILTROS = 5
		OR (EXD-OPERADOR NOT = "= " AND EXD-OPERADOR NOT = "<>"
		AND EXD-OPERADOR NOT = "> " AND EXD-OPERADOR NOT = "< "
		AND EXD-OPERADOR NOT = ">=" AND EXD-OPERADOR NOT = "<=")
		PERFORM RECHAZAR-RENGLON
		ELSE
		ADD 1 TO CANTIDAD-FILTROS
		MOVE INDICE-HALLADO TO FIL-INDICE (CANTIDAD-FILTROS)
		MOVE EXD-OPERADOR TO FIL-OPERADOR (CANTIDAD-FILTROS)
		MOVE EXD-VALOR TO FIL-VALOR (CANTIDAD-FILTROS)
		IF NOT CAMPO-TEXTO (INDICE-HALLADO)
		PERFORM NORMALIZAR-VALOR
		END-IF
		END-IF.

	NORMALIZAR-VALOR.
		*> Un número se compara como está grabado: con ceros a
		*> la izquierda hasta el largo del campo ("3" en DEPTO
		*> es "003").
		MOVE 30 TO LARGO-TECLEADO
		PERFORM UNTIL LARGO-TECLEADO = ZERO
		OR EXD-VALOR (LARGO-TECLEADO:1) NOT = SPACE
			SUBTRACT 1 FROM LARGO-TECLEADO
		END-PERFORM
		MOVE SPACES TO FIL-VALOR (CANTIDAD-FILTROS)
		MOVE ALL "0" TO FIL-VALOR (CANTIDAD-FILTROS)
			(1:CAT-LONGITUD (INDICE-HALLADO))
		IF LARGO-TECLEADO > ZERO
		IF LARGO-TECLEADO > CAT-LONGITUD (INDICE-HALLADO)
		OR EXD-VALOR (1:LARGO-TECLEADO) IS NOT NUMERIC
		PERFORM RECHAZAR-RENGLON
		ELSE
		COMPUTE POSICION-VALOR = CAT-LONGITUD (INDICE-HALLADO)
			- LARGO-TECLEADO + 1
		MOVE EXD-VALOR (1:LARGO-TECLEADO)
			TO FIL-VALOR (CANTIDAD-FILTROS)
			(POSICION-VALOR:LARGO-TECLEADO)
		END-IF
		END-IF.

	RECHAZAR-RENGLON.
		DISPLAY "Extracto " NOMBRE-EXTRACTO ": renglón "
			EXD-TIPO " inválido: " EXD-DETALLE (1:46)
		MOVE "N" TO DEFINICION-VALIDA.

	BUSCAR-EN-CATALOGO.
		MOVE ZERO TO INDICE-HALLADO
		PERFORM VARYING CAMPO-ACTUAL FROM 1 BY 1
		UNTIL CAMPO-ACTUAL > CANTIDAD-CATALOGO
		OR INDICE-HALLADO > ZERO
			IF CAT-CODIGO (CAMPO-ACTUAL) = CODIGO-BUSCADO
			MOVE CAMPO-ACTUAL TO INDICE-HALLADO
			END-IF
		END-PERFORM.

	APERTURA-ARCHIVOS.
		OPEN INPUT ARCHIVO-EMPLEADOS
		IF WS-STATUS-EMP NOT = "00" AND WS-STATUS-EMP NOT = "05"
		DISPLAY "Error al abrir empleados.dat. Status: "
			WS-STATUS-EMP
		MOVE 8 TO RETURN-CODE
		GOBACK
		END-IF
		OPEN INPUT ARCHIVO-DEPARTAMENTOS
		OPEN INPUT ARCHIVO-PUESTOS
		OPEN INPUT ARCHIVO-TARIFAS
		OPEN INPUT ARCHIVO-DOMICILIOS
		OPEN INPUT ARCHIVO-VACACIONES.

	SELECCIONAR-EMPLEADOS.
		MOVE "N" TO FIN-EMPLEADOS
		PERFORM UNTIL FIN-EMPLEADOS = "S"
			READ ARCHIVO-EMPLEADOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-EMPLEADOS
			NOT AT END
			PERFORM EVALUAR-EMPLEADO
			END-READ
		END-PERFORM.

	EVALUAR-EMPLEADO.
		ADD 1 TO CONTADOR-LEIDOS
		PERFORM CARGAR-SATELITES
		MOVE "S" TO CUMPLE-FILTROS
		PERFORM VARYING INDICE-FILTRO FROM 1 BY 1
		UNTIL INDICE-FILTRO > CANTIDAD-FILTROS
		OR CUMPLE-FILTROS = "N"
			MOVE FIL-INDICE (INDICE-FILTRO) TO CAMPO-ACTUAL
			PERFORM OBTENER-CAMPO
			PERFORM COMPARAR-FILTRO
		END-PERFORM
		IF CUMPLE-FILTROS = "S"
		PERFORM ARMAR-SALIDA
		RELEASE ORDEN-EXTRACTO
		END-IF.

	CARGAR-SATELITES.
		*> Un satélite sin renglón deja sus campos en blanco
		*> (o en cero), no saca al empleado del extracto.
		MOVE EMPLEADO-DEPTO TO DEP-CODIGO
		READ ARCHIVO-DEPARTAMENTOS
		INVALID KEY
		MOVE SPACES TO DEP-NOMBRE
		MOVE ZERO TO DEP-ESTABLECIMIENTO
		END-READ
		MOVE EMPLEADO-PUESTO TO PUE-CODIGO
		READ ARCHIVO-PUESTOS
		INVALID KEY
		MOVE SPACES TO PUE-NOMBRE
		END-READ
		MOVE EMPLEADO-ID TO DOM-ID
		READ ARCHIVO-DOMICILIOS
		INVALID KEY
		MOVE SPACES TO DOM-CALLE
		MOVE SPACES TO DOM-NUMERO
		MOVE SPACES TO DOM-CIUDAD
		MOVE SPACES TO DOM-PROVINCIA
		MOVE SPACES TO DOM-CODIGO-POSTAL
		END-READ
		MOVE EMPLEADO-ID TO VAC-ID
		READ ARCHIVO-VACACIONES
		INVALID KEY
		MOVE ZERO TO VAC-SALDO
		END-READ
		PERFORM BUSCAR-TARIFA-VIGENTE.

	BUSCAR-TARIFA-VIGENTE.
		*> La última vigencia que no pasa de hoy, como LEGAJO.
		MOVE ZERO TO TARIFA-VIGENTE
		MOVE ZERO TO VIGENCIA-TARIFA
		MOVE "N" TO FIN-TARIFAS
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
			OR TAR-VIGENCIA > WS-FECHA-HOY
			MOVE "S" TO FIN-TARIFAS
			ELSE
			MOVE TAR-TARIFA TO TARIFA-VIGENTE
			MOVE TAR-VIGENCIA TO VIGENCIA-TARIFA
			END-IF
			END-READ
		END-PERFORM.

	OBTENER-CAMPO.
		MOVE SPACES TO VALOR-CAMPO
		EVALUATE CAT-CODIGO (CAMPO-ACTUAL)
			WHEN "ID" MOVE EMPLEADO-ID TO VALOR-CAMPO
			WHEN "NOMBRE"
				MOVE EMPLEADO-NOMBRE TO VALOR-CAMPO
			WHEN "APELLIDO"
				MOVE EMPLEADO-APELLIDO TO VALOR-CAMPO
			WHEN "EDAD" MOVE EMPLEADO-EDAD TO VALOR-CAMPO
			WHEN "TELEFONO"
				MOVE EMPLEADO-TELEFONO TO VALOR-CAMPO
			WHEN "ESTADO"
				MOVE EMPLEADO-ESTADO TO VALOR-CAMPO
			WHEN "DEPTO" MOVE EMPLEADO-DEPTO TO VALOR-CAMPO
			WHEN "FECHA-NAC"
				MOVE EMPLEADO-FECHA-NAC TO VALOR-CAMPO
			WHEN "FECHA-INGRESO"
				MOVE EMPLEADO-FECHA-INGRESO
					TO VALOR-CAMPO
			WHEN "FECHA-ESTADO"
				MOVE EMPLEADO-FECHA-ESTADO
					TO VALOR-CAMPO
			WHEN "PUESTO"
				MOVE EMPLEADO-PUESTO TO VALOR-CAMPO
			WHEN "CUIL" MOVE EMPLEADO-CUIL TO VALOR-CAMPO
			WHEN "EMPRESA"
				MOVE EMPLEADO-EMPRESA TO VALOR-CAMPO
			WHEN "DEPTO-NOMBRE"
				MOVE DEP-NOMBRE TO VALOR-CAMPO
			WHEN "ESTABLECIM"
				MOVE DEP-ESTABLECIMIENTO TO VALOR-CAMPO
			WHEN "PUESTO-NOMBRE"
				MOVE PUE-NOMBRE TO VALOR-CAMPO
			WHEN "TARIFA" MOVE TARIFA-DIGITOS TO VALOR-CAMPO
			WHEN "VIGENCIA-TAR"
				MOVE VIGENCIA-TARIFA TO VALOR-CAMPO
			WHEN "CALLE" MOVE DOM-CALLE TO VALOR-CAMPO
			WHEN "NUMERO" MOVE DOM-NUMERO TO VALOR-CAMPO
			WHEN "CIUDAD" MOVE DOM-CIUDAD TO VALOR-CAMPO
			WHEN "PROVINCIA"
				MOVE DOM-PROVINCIA TO VALOR-CAMPO
			WHEN "COD-POSTAL"
				MOVE DOM-CODIGO-POSTAL TO VALOR-CAMPO
			WHEN "VAC-SALDO" MOVE VAC-SALDO TO VALOR-CAMPO
		END-EVALUATE
		MOVE CAT-LONGITUD (CAMPO-ACTUAL) TO LONGITUD-CAMPO
		MOVE VALOR-CAMPO TO VALOR-SALIDA
		MOVE LONGITUD-CAMPO TO LONGITUD-SALIDA
		IF CAMPO-IMPORTE (CAMPO-ACTUAL)
		MOVE TARIFA-VIGENTE TO TARIFA-EDITADA
		MOVE TARIFA-EDITADA TO VALOR-SALIDA
		MOVE 6 TO LONGITUD-SALIDA
		END-IF.

	COMPARAR-FILTRO.
		EVALUATE FIL-OPERADOR (INDICE-FILTRO)
			WHEN "= "
				IF VALOR-CAMPO (1:LONGITUD-CAMPO) NOT =
					FIL-VALOR (INDICE-FILTRO)
					(1:LONGITUD-CAMPO)
				MOVE "N" TO CUMPLE-FILTROS
				END-IF
			WHEN "<>"
				IF VALOR-CAMPO (1:LONGITUD-CAMPO) =
					FIL-VALOR (INDICE-FILTRO)
					(1:LONGITUD-CAMPO)
				MOVE "N" TO CUMPLE-FILTROS
				END-IF
			WHEN "> "
				IF VALOR-CAMPO (1:LONGITUD-CAMPO) NOT >
					FIL-VALOR (INDICE-FILTRO)
					(1:LONGITUD-CAMPO)
				MOVE "N" TO CUMPLE-FILTROS
				END-IF
			WHEN "< "
				IF VALOR-CAMPO (1:LONGITUD-CAMPO) NOT <
					FIL-VALOR (INDICE-FILTRO)
					(1:LONGITUD-CAMPO)
				MOVE "N" TO CUMPLE-FILTROS
				END-IF
			WHEN ">="
				IF VALOR-CAMPO (1:LONGITUD-CAMPO) <
					FIL-VALOR (INDICE-FILTRO)
					(1:LONGITUD-CAMPO)
				MOVE "N" TO CUMPLE-FILTROS
				END-IF
			WHEN "<="
				IF VALOR-CAMPO (1:LONGITUD-CAMPO) >
					FIL-VALOR (INDICE-FILTRO)
					(1:LONGITUD-CAMPO)
				MOVE "N" TO CUMPLE-FILTROS
				END-IF
		END-EVALUATE.

	ARMAR-SALIDA.
		MOVE SPACES TO ORDEN-EXTRACTO
		MOVE CONTADOR-LEIDOS TO OEX-SECUENCIA
		PERFORM VARYING INDICE-ORDEN FROM 1 BY 1
		UNTIL INDICE-ORDEN > CANTIDAD-ORDENES
			MOVE ORD-INDICE (INDICE-ORDEN) TO CAMPO-ACTUAL
			PERFORM OBTENER-CAMPO
			MOVE VALOR-CAMPO TO CLAVE-TRABAJO
			IF ORD-SENTIDO (INDICE-ORDEN) = "D"
			INSPECT CLAVE-TRABAJO
				CONVERTING ALFABETO-DIRECTO
				TO ALFABETO-INVERSO
			END-IF
			EVALUATE INDICE-ORDEN
				WHEN 1 MOVE CLAVE-TRABAJO TO OEX-CLAVE-1
				WHEN 2 MOVE CLAVE-TRABAJO TO OEX-CLAVE-2
				WHEN 3 MOVE CLAVE-TRABAJO TO OEX-CLAVE-3
			END-EVALUATE
		END-PERFORM
		MOVE SPACES TO LINEA-ARMADA
		MOVE 1 TO PUNTERO-LINEA
		PERFORM VARYING INDICE-COLUMNA FROM 1 BY 1
		UNTIL INDICE-COLUMNA > CANTIDAD-COLUMNAS
			MOVE COL-INDICE (INDICE-COLUMNA) TO CAMPO-ACTUAL
			PERFORM OBTENER-CAMPO
			IF INDICE-COLUMNA > 1
			STRING "," DELIMITED BY SIZE
				INTO LINEA-ARMADA
				WITH POINTER PUNTERO-LINEA
			END-STRING
			END-IF
			IF CAMPO-TEXTO (CAMPO-ACTUAL)
			STRING QUOTE DELIMITED BY SIZE
				VALOR-SALIDA (1:LONGITUD-SALIDA)
					DELIMITED BY SIZE
				QUOTE DELIMITED BY SIZE
				INTO LINEA-ARMADA
				WITH POINTER PUNTERO-LINEA
			END-STRING
			ELSE
			STRING VALOR-SALIDA (1:LONGITUD-SALIDA)
					DELIMITED BY SIZE
				INTO LINEA-ARMADA
				WITH POINTER PUNTERO-LINEA
			END-STRING
			END-IF
		END-PERFORM
		MOVE LINEA-ARMADA TO OEX-LINEA.

	GRABAR-CSV.
		OPEN OUTPUT ARCHIVO-CSV
		IF WS-STATUS-CSV NOT = "00"
		DISPLAY "Error al abrir " NOMBRE-CSV ". Status: "
			WS-STATUS-CSV
		MOVE 8 TO RETURN-CODE
		ELSE
		MOVE SPACES TO LINEA-ARMADA
		MOVE 1 TO PUNTERO-LINEA
		PERFORM VARYING INDICE-COLUMNA FROM 1 BY 1
		UNTIL INDICE-COLUMNA > CANTIDAD-COLUMNAS
			MOVE COL-INDICE (INDICE-COLUMNA) TO CAMPO-ACTUAL
			IF INDICE-COLUMNA > 1
			STRING "," DELIMITED BY SIZE
				INTO LINEA-ARMADA
				WITH POINTER PUNTERO-LINEA
			END-STRING
			END-IF
			STRING CAT-CODIGO (CAMPO-ACTUAL)
					DELIMITED BY SPACE
				INTO LINEA-ARMADA
				WITH POINTER PUNTERO-LINEA
			END-STRING
		END-PERFORM
		MOVE LINEA-ARMADA TO LINEA-CSV
		WRITE LINEA-CSV
		MOVE "N" TO FIN-ARCHIVO
		PERFORM UNTIL FIN-ARCHIVO = "S"
			RETURN ARCHIVO-ORDEN
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			MOVE OEX-LINEA TO LINEA-CSV
			WRITE LINEA-CSV
			ADD 1 TO CONTADOR-EXTRAIDOS
			END-RETURN
		END-PERFORM
		CLOSE ARCHIVO-CSV
		END-IF.

	END PROGRAM EXTRAE.
