	*> Reporte de accesos de lectura:
	*> Cuando se filtra un sueldo hay que poder decir quién
	*> abrió ese legajo. Esto recorre accesos.dat (lo que
	*> CONSULTA, LEGAJO y HISTCON anotan vía ACCLOG) entre dos
	*> fechas y lo lista filtrado por un empleado o por un
	*> operador. Cada línea se cruza con el maestro: el
	*> departamento y el puesto del empleado visto, y el
	*> departamento del operador en usuarios.dat. Se marcan
	*> las consultas a puestos jerárquicos (PUE-EJECUTIVO) y
	*> las hechas a empleados de otro departamento que el del
	*> operador. La opción sin filtro lista solo las líneas
	*> marcadas. Al pie van los patrones raros por operador:
	*> el que miró muchos empleados distintos de otros
	*> departamentos (a partir de UMBRAL-OTROS-DEPTOS) y el
	*> que miró legajos jerárquicos. Empleados que ya no están
	*> en el vivo salen con departamento y puesto en cero.
	*> Solo supervisores.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. ACCREP.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-ACCESOS
		ASSIGN TO "accesos.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-ACC.

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

		SELECT OPTIONAL ARCHIVO-PUESTOS
		ASSIGN TO "puestos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PUE-CODIGO
		FILE STATUS IS WS-STATUS-PUE.

		SELECT OPTIONAL ARCHIVO-USUARIOS
		ASSIGN TO "usuarios.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS USU-OPERADOR
		FILE STATUS IS WS-STATUS-USU.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-ACCESOS.
		COPY "acceso.cpy".

	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	FD ARCHIVO-PUESTOS.
		COPY "puesto.cpy".

	FD ARCHIVO-USUARIOS.
		COPY "usuario.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-ACC PIC XX VALUE "00".
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 WS-STATUS-PUE PIC XX VALUE "00".
		01 WS-STATUS-USU PIC XX VALUE "00".
		01 FIN-ARCHIVO PIC X VALUE "N".
		01 OPCION-MENU PIC 9 VALUE 1.
		01 CAMPO-ENTRADA PIC X(8) VALUE SPACES.
		01 CAMPO-VALIDO PIC X VALUE "N".
		01 ID-BUSCADO PIC 9(5) VALUE ZERO.
		01 OPERADOR-BUSCADO PIC X(8) VALUE SPACES.
		01 FECHA-DESDE PIC 9(8) VALUE ZERO.
		01 FECHA-HASTA PIC 9(8) VALUE 99999999.
		01 FECHA-VALIDAR PIC 9(8) VALUE ZERO.
		01 RESULTADO-VALFEC PIC X VALUE "N".
		01 LINEA-COINCIDE PIC X VALUE "N".
		*> Datos cruzados de la línea leída.
		01 DEPTO-VISTO PIC 9(3) VALUE ZERO.
		01 PUESTO-VISTO PIC 9(3) VALUE ZERO.
		01 APELLIDO-VISTO PIC X(20) VALUE SPACES.
		01 DEPTO-OPERADOR PIC 9(3) VALUE ZERO.
		01 MARCA-JERARQUICO PIC X VALUE "N".
		01 MARCA-OTRO-DEPTO PIC X VALUE "N".
		*> Patrones por operador: consultas a jerárquicos y
		*> empleados distintos de otros departamentos.
		01 UMBRAL-OTROS-DEPTOS PIC 9(3) VALUE 10.
		01 TABLA-OPERADORES.
			02 OPERADOR-ENTRADA OCCURS 100 TIMES.
				03 TO-OPERADOR PIC X(8).
				03 TO-JERARQUICOS PIC 9(5).
				03 TO-OTROS-DEPTOS PIC 9(5).
		01 CANTIDAD-OPERADORES PIC 9(3) VALUE ZERO.
		01 INDICE-OPERADOR PIC 9(3) VALUE ZERO.
		01 OPERADOR-HALLADO PIC 9(3) VALUE ZERO.
		*> Pares operador + empleado ya contados como de otro
		*> departamento: cada empleado se cuenta una vez.
		01 TABLA-PARES.
			02 PAR-ENTRADA OCCURS 5000 TIMES.
				03 TP-OPERADOR PIC X(8).
				03 TP-ID PIC 9(5).
		01 CANTIDAD-PARES PIC 9(4) VALUE ZERO.
		01 INDICE-PAR PIC 9(4) VALUE ZERO.
		01 PAR-HALLADO PIC X VALUE "N".
		01 CONTADOR-LEIDAS PIC 9(7) VALUE ZERO.
		01 CONTADOR-LISTADAS PIC 9(7) VALUE ZERO.
		01 CONTADOR-PATRONES PIC 9(5) VALUE ZERO.
		01 LINEAS-EN-PAGINA PIC 99 VALUE ZERO.
		01 LINEAS-POR-PAGINA PIC 99 VALUE 50.
		01 NUMERO-PAGINA PIC 99 VALUE ZERO.
		01 TITULO-REPORTE PIC X(40)
			VALUE "ACCESOS A DATOS PERSONALES".
		01 NOMBRE-REPORTE PIC X(8) VALUE "ACCREP".
		01 LINEA-IMPRESION PIC X(168) VALUE SPACES.
		01 LINEA-ENCABEZADO.
			02 FILLER PIC X(8) VALUE "FECHA".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(6) VALUE "HORA".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(8) VALUE "OPERADOR".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(8) VALUE "PROGRAMA".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(5) VALUE "ID".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(20) VALUE "APELLIDO".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(5) VALUE "DEPTO".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(5) VALUE "D.OP".
			02 FILLER PIC X VALUE SPACE.
			02 FILLER PIC X(20) VALUE "MARCAS".
		01 LINEA-DETALLE.
			02 LD-FECHA PIC 9(8).
			02 FILLER PIC X VALUE SPACE.
			02 LD-HORA PIC X(6).
			02 FILLER PIC X VALUE SPACE.
			02 LD-OPERADOR PIC X(8).
			02 FILLER PIC X VALUE SPACE.
			02 LD-PROGRAMA PIC X(8).
			02 FILLER PIC X VALUE SPACE.
			02 LD-ID PIC 9(5).
			02 FILLER PIC X VALUE SPACE.
			02 LD-APELLIDO PIC X(20).
			02 FILLER PIC X VALUE SPACE.
			02 LD-DEPTO PIC ZZ9.
			02 FILLER PIC X(3) VALUE SPACES.
			02 LD-DEPTO-OPERADOR PIC ZZ9.
			02 FILLER PIC X(3) VALUE SPACES.
			02 LD-JERARQUICO PIC X(10).
			02 LD-OTRO-DEPTO PIC X(10).
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "ACCREP".
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
		DISPLAY "Solo supervisores."
		GOBACK
		END-IF.
		DISPLAY "1. Accesos a un empleado".
		DISPLAY "2. Accesos de un operador".
		DISPLAY "3. Solo accesos marcados (todos)".
		DISPLAY "Opción: ".
		ACCEPT OPCION-MENU.
		EVALUATE OPCION-MENU
			WHEN 1
				PERFORM SOLICITAR-ID
			WHEN 2
				DISPLAY "Operador: "
				ACCEPT OPERADOR-BUSCADO
			WHEN 3
				CONTINUE
			WHEN OTHER
				DISPLAY "Opción inválida."
				GOBACK
		END-EVALUATE.
		DISPLAY "Desde (AAAAMMDD, blanco = el principio): ".
		PERFORM SOLICITAR-FECHA.
		MOVE FECHA-VALIDAR TO FECHA-DESDE.
		DISPLAY "Hasta (AAAAMMDD, blanco = hoy): ".
		ACCEPT FECHA-HASTA FROM DATE YYYYMMDD.
		MOVE FECHA-HASTA TO FECHA-VALIDAR.
		PERFORM SOLICITAR-FECHA.
		MOVE FECHA-VALIDAR TO FECHA-HASTA.
		OPEN INPUT ARCHIVO-ACCESOS
		IF WS-STATUS-ACC NOT = "00" AND WS-STATUS-ACC NOT = "05"
		DISPLAY "Error al abrir accesos.dat. Status: "
			WS-STATUS-ACC
		GOBACK
		END-IF.
		OPEN INPUT ARCHIVO-EMPLEADOS.
		OPEN INPUT ARCHIVO-PUESTOS.
		OPEN INPUT ARCHIVO-USUARIOS.
		PERFORM IMPRIMIR-ENCABEZADO.
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-ACCESOS
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			PERFORM REVISAR-ACCESO
			END-READ
		END-PERFORM.
		CLOSE ARCHIVO-ACCESOS.
		CLOSE ARCHIVO-EMPLEADOS.
		CLOSE ARCHIVO-PUESTOS.
		CLOSE ARCHIVO-USUARIOS.
		IF CONTADOR-LISTADAS = ZERO
		MOVE "  (sin accesos que coincidan)" TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		END-IF.
		PERFORM INFORMAR-PATRONES.
		CALL "RPTPIE" USING TITULO-REPORTE
			CONTADOR-LISTADAS NOMBRE-REPORTE.
		GOBACK.

	SOLICITAR-ID.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "ID de empleado: "
			MOVE SPACES TO CAMPO-ENTRADA
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:5) IS NUMERIC
			MOVE CAMPO-ENTRADA (1:5) TO ID-BUSCADO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "ID inválido, ingrese solo números."
			END-IF
		END-PERFORM.

	SOLICITAR-FECHA.
		*> Blanco deja el valor que trae FECHA-VALIDAR.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			MOVE SPACES TO CAMPO-ENTRADA
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA = SPACES
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			MOVE "N" TO RESULTADO-VALFEC
			IF CAMPO-ENTRADA IS NUMERIC
			MOVE CAMPO-ENTRADA TO FECHA-VALIDAR
			CALL "VALFEC" USING FECHA-VALIDAR
				RESULTADO-VALFEC
			END-IF
			IF RESULTADO-VALFEC = "S"
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Fecha inválida (AAAAMMDD): "
			END-IF
			END-IF
		END-PERFORM.

	REVISAR-ACCESO.
		IF ACC-FECHA NOT < FECHA-DESDE
		AND ACC-FECHA NOT > FECHA-HASTA
		ADD 1 TO CONTADOR-LEIDAS
		MOVE "N" TO LINEA-COINCIDE
		EVALUATE OPCION-MENU
			WHEN 1
				IF ACC-ID = ID-BUSCADO
				MOVE "S" TO LINEA-COINCIDE
				END-IF
			WHEN 2
				IF ACC-OPERADOR = OPERADOR-BUSCADO
				MOVE "S" TO LINEA-COINCIDE
				END-IF
			WHEN 3
				MOVE "S" TO LINEA-COINCIDE
		END-EVALUATE
		IF LINEA-COINCIDE = "S"
		PERFORM CRUZAR-MAESTROS
		PERFORM ACUMULAR-PATRONES
		IF OPCION-MENU NOT = 3
		OR MARCA-JERARQUICO = "S" OR MARCA-OTRO-DEPTO = "S"
		PERFORM IMPRIMIR-DETALLE
		END-IF
		END-IF
		END-IF.

	CRUZAR-MAESTROS.
		MOVE ZERO TO DEPTO-VISTO
		MOVE ZERO TO PUESTO-VISTO
		MOVE "(NO ESTA EN EL VIVO)" TO APELLIDO-VISTO
		MOVE ACC-ID TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE EMPLEADO-DEPTO TO DEPTO-VISTO
		MOVE EMPLEADO-APELLIDO TO APELLIDO-VISTO
		IF EMPLEADO-PUESTO IS NUMERIC
		MOVE EMPLEADO-PUESTO TO PUESTO-VISTO
		END-IF
		END-READ
		MOVE "N" TO MARCA-JERARQUICO
		IF PUESTO-VISTO > ZERO
		MOVE PUESTO-VISTO TO PUE-CODIGO
		READ ARCHIVO-PUESTOS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		IF PUESTO-EJECUTIVO
		MOVE "S" TO MARCA-JERARQUICO
		END-IF
		END-READ
		END-IF
		MOVE ZERO TO DEPTO-OPERADOR
		MOVE ACC-OPERADOR TO USU-OPERADOR
		READ ARCHIVO-USUARIOS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		IF USU-DEPTO IS NUMERIC
		MOVE USU-DEPTO TO DEPTO-OPERADOR
		END-IF
		END-READ
		MOVE "N" TO MARCA-OTRO-DEPTO
		IF DEPTO-OPERADOR > ZERO AND DEPTO-VISTO > ZERO
		AND DEPTO-VISTO NOT = DEPTO-OPERADOR
		MOVE "S" TO MARCA-OTRO-DEPTO
		END-IF.

	ACUMULAR-PATRONES.
		MOVE ZERO TO OPERADOR-HALLADO
		PERFORM VARYING INDICE-OPERADOR FROM 1 BY 1
		UNTIL INDICE-OPERADOR > CANTIDAD-OPERADORES
		OR OPERADOR-HALLADO > ZERO
			IF TO-OPERADOR (INDICE-OPERADOR) = ACC-OPERADOR
			MOVE INDICE-OPERADOR TO OPERADOR-HALLADO
			END-IF
		END-PERFORM
		IF OPERADOR-HALLADO = ZERO AND CANTIDAD-OPERADORES < 100
		ADD 1 TO CANTIDAD-OPERADORES
		MOVE CANTIDAD-OPERADORES TO OPERADOR-HALLADO
		MOVE ACC-OPERADOR TO TO-OPERADOR (OPERADOR-HALLADO)
		MOVE ZERO TO TO-JERARQUICOS (OPERADOR-HALLADO)
		MOVE ZERO TO TO-OTROS-DEPTOS (OPERADOR-HALLADO)
		END-IF
		IF OPERADOR-HALLADO > ZERO
		IF MARCA-JERARQUICO = "S"
		ADD 1 TO TO-JERARQUICOS (OPERADOR-HALLADO)
		END-IF
		IF MARCA-OTRO-DEPTO = "S"
		PERFORM BUSCAR-PAR
		IF PAR-HALLADO = "N"
		ADD 1 TO TO-OTROS-DEPTOS (OPERADOR-HALLADO)
		IF CANTIDAD-PARES < 5000
		ADD 1 TO CANTIDAD-PARES
		MOVE ACC-OPERADOR TO TP-OPERADOR (CANTIDAD-PARES)
		MOVE ACC-ID TO TP-ID (CANTIDAD-PARES)
		END-IF
		END-IF
		END-IF
		END-IF.

	BUSCAR-PAR.
		MOVE "N" TO PAR-HALLADO
		PERFORM VARYING INDICE-PAR FROM 1 BY 1
		UNTIL INDICE-PAR > CANTIDAD-PARES OR PAR-HALLADO = "S"
			IF TP-OPERADOR (INDICE-PAR) = ACC-OPERADOR
			AND TP-ID (INDICE-PAR) = ACC-ID
			MOVE "S" TO PAR-HALLADO
			END-IF
		END-PERFORM.

	IMPRIMIR-DETALLE.
		ADD 1 TO CONTADOR-LISTADAS
		MOVE ACC-FECHA TO LD-FECHA
		MOVE ACC-HORA (1:6) TO LD-HORA
		MOVE ACC-OPERADOR TO LD-OPERADOR
		MOVE ACC-PROGRAMA TO LD-PROGRAMA
		MOVE ACC-ID TO LD-ID
		MOVE APELLIDO-VISTO TO LD-APELLIDO
		MOVE DEPTO-VISTO TO LD-DEPTO
		MOVE DEPTO-OPERADOR TO LD-DEPTO-OPERADOR
		MOVE SPACES TO LD-JERARQUICO
		MOVE SPACES TO LD-OTRO-DEPTO
		IF MARCA-JERARQUICO = "S"
		MOVE "JERARQUICO" TO LD-JERARQUICO
		END-IF
		IF MARCA-OTRO-DEPTO = "S"
		MOVE "OTRO DEPTO" TO LD-OTRO-DEPTO
		END-IF
		MOVE SPACES TO LINEA-IMPRESION
		MOVE LINEA-DETALLE TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA.

	INFORMAR-PATRONES.
		MOVE SPACES TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		MOVE "PATRONES INUSUALES POR OPERADOR:"
			TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		PERFORM VARYING INDICE-OPERADOR FROM 1 BY 1
		UNTIL INDICE-OPERADOR > CANTIDAD-OPERADORES
			IF TO-OTROS-DEPTOS (INDICE-OPERADOR)
				NOT < UMBRAL-OTROS-DEPTOS
			ADD 1 TO CONTADOR-PATRONES
			MOVE SPACES TO LINEA-IMPRESION
			STRING "  " DELIMITED BY SIZE
				TO-OPERADOR (INDICE-OPERADOR)
				DELIMITED BY SIZE
				" CONSULTO " DELIMITED BY SIZE
				TO-OTROS-DEPTOS (INDICE-OPERADOR)
				DELIMITED BY SIZE
				" EMPLEADOS DE OTROS DEPARTAMENTOS"
				DELIMITED BY SIZE
				INTO LINEA-IMPRESION
			END-STRING
			PERFORM GRABAR-LINEA
			END-IF
			IF TO-JERARQUICOS (INDICE-OPERADOR) > ZERO
			ADD 1 TO CONTADOR-PATRONES
			MOVE SPACES TO LINEA-IMPRESION
			STRING "  " DELIMITED BY SIZE
				TO-OPERADOR (INDICE-OPERADOR)
				DELIMITED BY SIZE
				" CONSULTO " DELIMITED BY SIZE
				TO-JERARQUICOS (INDICE-OPERADOR)
				DELIMITED BY SIZE
				" VECES LEGAJOS DE PUESTOS JERARQUICOS"
				DELIMITED BY SIZE
				INTO LINEA-IMPRESION
			END-STRING
			PERFORM GRABAR-LINEA
			END-IF
		END-PERFORM
		IF CONTADOR-PATRONES = ZERO
		MOVE "  (ninguno)" TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		END-IF.

	IMPRIMIR-ENCABEZADO.
		MOVE ZERO TO LINEAS-EN-PAGINA
		CALL "RPTHDR" USING TITULO-REPORTE
			NUMERO-PAGINA NOMBRE-REPORTE
		DISPLAY LINEA-ENCABEZADO
		MOVE SPACES TO LINEA-IMPRESION
		MOVE LINEA-ENCABEZADO TO LINEA-IMPRESION
		CALL "IMPRESO" USING NOMBRE-REPORTE LINEA-IMPRESION.

	GRABAR-LINEA.
		IF LINEAS-EN-PAGINA >= LINEAS-POR-PAGINA
		PERFORM IMPRIMIR-ENCABEZADO
		END-IF
		ADD 1 TO LINEAS-EN-PAGINA
		DISPLAY LINEA-IMPRESION
		CALL "IMPRESO" USING NOMBRE-REPORTE LINEA-IMPRESION.
	END PROGRAM ACCREP.
