	*> Aprobaciones pendientes por aprobador:
	*> Lista lo que espera firma, agrupado por quien tiene que
	*> firmarlo según la línea de mando (APRRUT): los pedidos
	*> de vacaciones pendientes de solicitudes_vac.dat y los
	*> departamentos con activos del grupo abierto que siguen
	*> sin visto bueno de APRUEBA para el período, grupo y
	*> subperíodo abiertos (PERGRUPO). Cada jefe ve así lo
	*> que le toca. Si el titular está ausente con delegación
	*> vigente, sale a nombre del delegado. Lo que no tiene
	*> línea cargada, o un departamento sin un jefe común a
	*> todos, sale bajo CUALQUIER SUPERVISOR.
	*> Los departamentos se juntan primero en una tabla, como
	*> en PRENOM, y recién después se consulta a APRRUT, que
	*> abre empleados.dat por su cuenta.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. APRPEND.

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

		SELECT OPTIONAL ARCHIVO-SOLICITUDES
		ASSIGN TO "solicitudes_vac.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS SOL-CLAVE
		FILE STATUS IS WS-STATUS-SOL.

		SELECT OPTIONAL ARCHIVO-APROBACIONES
		ASSIGN TO "aprobaciones.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS APR-CLAVE
		FILE STATUS IS WS-STATUS-APR.

		SELECT OPTIONAL ARCHIVO-GRUPOS-EMP
		ASSIGN TO "grupos_empleado.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS GEM-ID
		FILE STATUS IS WS-STATUS-GEM.

		SELECT ARCHIVO-ORDEN
		ASSIGN TO "ordena.tmp".

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	FD ARCHIVO-SOLICITUDES.
		COPY "solicitud.cpy".

	FD ARCHIVO-APROBACIONES.
		COPY "aprobacion.cpy".

	FD ARCHIVO-GRUPOS-EMP.
		COPY "grupoemp.cpy".

	SD ARCHIVO-ORDEN.
		01 ORDEN-REGISTRO.
			02 ORDEN-RESPONSABLE PIC 9(5).
			02 ORDEN-TIPO PIC X.
			02 ORDEN-CLAVE PIC 9(5).
			02 ORDEN-DESDE PIC 9(8).
			02 ORDEN-HASTA PIC 9(8).
			02 ORDEN-SIN-LINEA PIC X.

	WORKING-STORAGE SECTION.
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 WS-STATUS-SOL PIC XX VALUE "00".
		01 WS-STATUS-APR PIC XX VALUE "00".
		01 WS-STATUS-GEM PIC XX VALUE "00".
		COPY "rutaapr.cpy".
		COPY "pergrupo.cpy".
		01 PERIODO-ABIERTO PIC 9(6) VALUE ZERO.
		01 GRUPO-ABIERTO PIC X(2) VALUE SPACES.
		01 SUBPERIODO-ABIERTO PIC 9 VALUE ZERO.
		01 PERIODO-LEIDO PIC X VALUE "N".
		01 GRUPO-EMPLEADO PIC X(2) VALUE SPACES.
		01 FIN-ARCHIVO PIC X VALUE "N".
		01 FIN-SOLICITUDES PIC X VALUE "N".
		01 TABLA-DEPTOS-ACTIVOS.
			02 DEPTO-ACTIVO OCCURS 100 TIMES PIC 9(3).
		01 CANTIDAD-DEPTOS-ACT PIC 9(3) VALUE ZERO.
		01 INDICE-DEPTO-ACT PIC 9(3) VALUE ZERO.
		01 DEPTO-ACT-VISTO PIC X VALUE "N".
		01 CONTADOR-REGISTROS PIC 9(7) VALUE ZERO.
		01 CONTADOR-APROBADOR PIC 9(5) VALUE ZERO.
		01 CONTADOR-VACACIONES PIC 9(5) VALUE ZERO.
		01 CONTADOR-HORAS PIC 9(5) VALUE ZERO.
		01 RESPONSABLE-ANTERIOR PIC 9(5) VALUE ZERO.
		01 NOMBRE-RESPONSABLE PIC X(41) VALUE SPACES.
		01 PRIMER-DETALLE PIC X VALUE "S".
		01 LINEAS-EN-PAGINA PIC 99 VALUE ZERO.
		01 LINEAS-POR-PAGINA PIC 99 VALUE 40.
		01 NUMERO-PAGINA PIC 99 VALUE ZERO.
		01 TITULO-REPORTE PIC X(40)
			VALUE "APROBACIONES PENDIENTES POR APROBADOR".
		01 NOMBRE-REPORTE PIC X(8) VALUE "APRPEND".
		01 LINEA-IMPRESION PIC X(168) VALUE SPACES.
		01 LINEA-DETALLE.
			02 FILLER PIC X(4) VALUE SPACES.
			02 LD-TIPO PIC X(10).
			02 FILLER PIC X VALUE SPACE.
			02 LD-CLAVE PIC 9(5).
			02 FILLER PIC X VALUE SPACE.
			02 LD-NOMBRE PIC X(41).
			02 FILLER PIC X VALUE SPACE.
			02 LD-DESDE PIC 9(8).
			02 FILLER PIC X(3) VALUE " A ".
			02 LD-HASTA PIC 9(8).
			02 FILLER PIC X VALUE SPACE.
			02 LD-NOTA PIC X(12).

	PROCEDURE DIVISION.
	MAIN.
		MOVE "L" TO PGR-OPERACION.
		MOVE SPACES TO PGR-ARCHIVO.
		MOVE SPACES TO PGR-GRUPO.
		CALL "PERGRUPO" USING PERIODO-GRUPO.
		IF PGR-HALLADO = "S" AND PGR-ESTADO = "A"
		MOVE PGR-PERIODO TO PERIODO-ABIERTO
		MOVE PGR-GRUPO TO GRUPO-ABIERTO
		MOVE PGR-SUBPERIODO TO SUBPERIODO-ABIERTO
		MOVE "S" TO PERIODO-LEIDO
		ELSE
		DISPLAY "Sin período abierto: "
			"solo se listan vacaciones."
		END-IF.
		IF PERIODO-LEIDO = "S"
		PERFORM JUNTAR-DEPTOS-ACTIVOS
		END-IF.
		CALL "RPTHDR" USING TITULO-REPORTE
			NUMERO-PAGINA NOMBRE-REPORTE.
		SORT ARCHIVO-ORDEN
			ON ASCENDING KEY ORDEN-RESPONSABLE
			ON ASCENDING KEY ORDEN-TIPO
			ON ASCENDING KEY ORDEN-CLAVE
			ON ASCENDING KEY ORDEN-DESDE
			INPUT PROCEDURE IS JUNTAR-PENDIENTES
			OUTPUT PROCEDURE IS LISTAR-PENDIENTES.
		IF CONTADOR-REGISTROS = ZERO
		DISPLAY "  (nada pendiente de aprobación)"
		END-IF.
		DISPLAY "Vacaciones pendientes: " CONTADOR-VACACIONES.
		DISPLAY "Departamentos sin visto bueno: "
			CONTADOR-HORAS.
		CALL "RPTPIE" USING TITULO-REPORTE
			CONTADOR-REGISTROS NOMBRE-REPORTE.
		GOBACK.

	JUNTAR-DEPTOS-ACTIVOS.
		*> Departamentos con activos del grupo abierto, como en
		*> el control de vistos buenos de PRENOM.
		OPEN INPUT ARCHIVO-EMPLEADOS
		OPEN INPUT ARCHIVO-GRUPOS-EMP
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
			PERFORM CONTROLAR-GRUPO-ACTIVO
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-EMPLEADOS
		CLOSE ARCHIVO-GRUPOS-EMP.

	CONTROLAR-GRUPO-ACTIVO.
		MOVE EMPLEADO-ID TO GEM-ID
		READ ARCHIVO-GRUPOS-EMP
		INVALID KEY
		MOVE PGR-GRUPO-MENSUAL TO GRUPO-EMPLEADO
		NOT INVALID KEY
		MOVE GEM-GRUPO TO GRUPO-EMPLEADO
		END-READ
		IF GRUPO-EMPLEADO = GRUPO-ABIERTO
		PERFORM ANOTAR-DEPTO-ACTIVO
		END-IF.

	ANOTAR-DEPTO-ACTIVO.
		MOVE "N" TO DEPTO-ACT-VISTO
		PERFORM VARYING INDICE-DEPTO-ACT FROM 1 BY 1
		UNTIL INDICE-DEPTO-ACT > CANTIDAD-DEPTOS-ACT
		IF DEPTO-ACTIVO (INDICE-DEPTO-ACT) = EMPLEADO-DEPTO
			MOVE "S" TO DEPTO-ACT-VISTO
			MOVE CANTIDAD-DEPTOS-ACT TO INDICE-DEPTO-ACT
		END-IF
		END-PERFORM
		IF DEPTO-ACT-VISTO = "N" AND CANTIDAD-DEPTOS-ACT < 100
		ADD 1 TO CANTIDAD-DEPTOS-ACT
		MOVE EMPLEADO-DEPTO
			TO DEPTO-ACTIVO (CANTIDAD-DEPTOS-ACT)
		END-IF.

	JUNTAR-PENDIENTES.
		PERFORM JUNTAR-VACACIONES
		IF PERIODO-LEIDO = "S"
		PERFORM JUNTAR-DEPTOS-SIN-APROBAR
		END-IF.

	JUNTAR-VACACIONES.
		OPEN INPUT ARCHIVO-SOLICITUDES
		MOVE "N" TO FIN-SOLICITUDES
		MOVE ZERO TO SOL-ID
		MOVE ZERO TO SOL-DESDE
		START ARCHIVO-SOLICITUDES
			KEY IS NOT LESS THAN SOL-CLAVE
		INVALID KEY MOVE "S" TO FIN-SOLICITUDES
		END-START
		PERFORM UNTIL FIN-SOLICITUDES = "S"
			READ ARCHIVO-SOLICITUDES NEXT RECORD
			AT END
			MOVE "S" TO FIN-SOLICITUDES
			NOT AT END
			IF PEDIDO-PENDIENTE
			PERFORM SOLTAR-PEDIDO
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-SOLICITUDES.

	SOLTAR-PEDIDO.
		MOVE "E" TO RAP-OPERACION
		MOVE SPACES TO RAP-OPERADOR
		MOVE SOL-ID TO RAP-CLAVE
		MOVE ZERO TO RAP-FECHA
		CALL "APRRUT" USING RUTA-APROBACION
		MOVE RAP-RESPONSABLE TO ORDEN-RESPONSABLE
		MOVE "V" TO ORDEN-TIPO
		MOVE SOL-ID TO ORDEN-CLAVE
		MOVE SOL-DESDE TO ORDEN-DESDE
		MOVE SOL-HASTA TO ORDEN-HASTA
		MOVE RAP-RESULTADO TO ORDEN-SIN-LINEA
		RELEASE ORDEN-REGISTRO
		ADD 1 TO CONTADOR-VACACIONES.

	JUNTAR-DEPTOS-SIN-APROBAR.
		OPEN INPUT ARCHIVO-APROBACIONES
		PERFORM VARYING INDICE-DEPTO-ACT FROM 1 BY 1
		UNTIL INDICE-DEPTO-ACT > CANTIDAD-DEPTOS-ACT
		MOVE PERIODO-ABIERTO TO APR-PERIODO
		MOVE DEPTO-ACTIVO (INDICE-DEPTO-ACT) TO APR-DEPTO
		MOVE GRUPO-ABIERTO TO APR-GRUPO
		MOVE SUBPERIODO-ABIERTO TO APR-SUBPERIODO
		READ ARCHIVO-APROBACIONES
		INVALID KEY
		PERFORM SOLTAR-DEPTO
		END-READ
		END-PERFORM
		CLOSE ARCHIVO-APROBACIONES.

	SOLTAR-DEPTO.
		MOVE "D" TO RAP-OPERACION
		MOVE SPACES TO RAP-OPERADOR
		MOVE DEPTO-ACTIVO (INDICE-DEPTO-ACT) TO RAP-CLAVE
		MOVE ZERO TO RAP-FECHA
		CALL "APRRUT" USING RUTA-APROBACION
		MOVE RAP-RESPONSABLE TO ORDEN-RESPONSABLE
		MOVE "H" TO ORDEN-TIPO
		MOVE DEPTO-ACTIVO (INDICE-DEPTO-ACT) TO ORDEN-CLAVE
		MOVE PERIODO-ABIERTO TO ORDEN-DESDE
		MOVE SUBPERIODO-ABIERTO TO ORDEN-HASTA
		MOVE RAP-RESULTADO TO ORDEN-SIN-LINEA
		RELEASE ORDEN-REGISTRO
		ADD 1 TO CONTADOR-HORAS.

	LISTAR-PENDIENTES.
		OPEN INPUT ARCHIVO-EMPLEADOS
		MOVE "N" TO FIN-ARCHIVO
		PERFORM UNTIL FIN-ARCHIVO = "S"
			RETURN ARCHIVO-ORDEN
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			PERFORM CORTAR-POR-APROBADOR
			PERFORM IMPRIMIR-DETALLE
			END-RETURN
		END-PERFORM
		IF PRIMER-DETALLE = "N"
		PERFORM IMPRIMIR-SUBTOTAL-APROBADOR
		END-IF
		CLOSE ARCHIVO-EMPLEADOS.

	CORTAR-POR-APROBADOR.
		IF PRIMER-DETALLE = "S"
		MOVE ORDEN-RESPONSABLE TO RESPONSABLE-ANTERIOR
		MOVE "N" TO PRIMER-DETALLE
		PERFORM IMPRIMIR-CORTE-APROBADOR
		ELSE
		IF ORDEN-RESPONSABLE NOT = RESPONSABLE-ANTERIOR
		PERFORM IMPRIMIR-SUBTOTAL-APROBADOR
		MOVE ORDEN-RESPONSABLE TO RESPONSABLE-ANTERIOR
		PERFORM IMPRIMIR-CORTE-APROBADOR
		END-IF
		END-IF.

	IMPRIMIR-CORTE-APROBADOR.
		MOVE ZERO TO CONTADOR-APROBADOR
		IF RESPONSABLE-ANTERIOR = ZERO
		MOVE "CUALQUIER SUPERVISOR" TO NOMBRE-RESPONSABLE
		ELSE
		MOVE RESPONSABLE-ANTERIOR TO EMPLEADO-ID
		PERFORM BUSCAR-NOMBRE
		MOVE LD-NOMBRE TO NOMBRE-RESPONSABLE
		END-IF
		DISPLAY " "
		DISPLAY "APROBADOR " RESPONSABLE-ANTERIOR " "
			NOMBRE-RESPONSABLE
		MOVE SPACES TO LINEA-IMPRESION
		STRING "APROBADOR " DELIMITED BY SIZE
			RESPONSABLE-ANTERIOR DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			NOMBRE-RESPONSABLE DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		CALL "IMPRESO" USING NOMBRE-REPORTE LINEA-IMPRESION.

	IMPRIMIR-SUBTOTAL-APROBADOR.
		DISPLAY "  SUBTOTAL APROBADOR " RESPONSABLE-ANTERIOR
			": " CONTADOR-APROBADOR " PENDIENTES"
		MOVE SPACES TO LINEA-IMPRESION
		STRING "  SUBTOTAL APROBADOR " DELIMITED BY SIZE
			RESPONSABLE-ANTERIOR DELIMITED BY SIZE
			": " DELIMITED BY SIZE
			CONTADOR-APROBADOR DELIMITED BY SIZE
			" PENDIENTES" DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		CALL "IMPRESO" USING NOMBRE-REPORTE LINEA-IMPRESION.

	BUSCAR-NOMBRE.
		*> Deja apellido y nombre en LD-NOMBRE.
		MOVE SPACES TO LD-NOMBRE
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		MOVE "(INEXISTENTE)" TO LD-NOMBRE
		NOT INVALID KEY
		STRING EMPLEADO-APELLIDO DELIMITED BY "  "
			", " DELIMITED BY SIZE
			EMPLEADO-NOMBRE DELIMITED BY "  "
			INTO LD-NOMBRE
		END-STRING
		END-READ.

	IMPRIMIR-DETALLE.
		IF LINEAS-EN-PAGINA >= LINEAS-POR-PAGINA
		MOVE ZERO TO LINEAS-EN-PAGINA
		CALL "RPTHDR" USING TITULO-REPORTE
			NUMERO-PAGINA NOMBRE-REPORTE
		END-IF
		ADD 1 TO CONTADOR-REGISTROS
		ADD 1 TO CONTADOR-APROBADOR
		ADD 1 TO LINEAS-EN-PAGINA
		MOVE ORDEN-CLAVE TO LD-CLAVE
		MOVE ORDEN-DESDE TO LD-DESDE
		MOVE ORDEN-HASTA TO LD-HASTA
		IF ORDEN-TIPO = "V"
		MOVE "VACACIONES" TO LD-TIPO
		MOVE ORDEN-CLAVE TO EMPLEADO-ID
		PERFORM BUSCAR-NOMBRE
		ELSE
		*> Horas del departamento: período y subperíodo.
		MOVE "HORAS DEPT" TO LD-TIPO
		MOVE "VISTO BUENO DE NOVEDADES" TO LD-NOMBRE
		END-IF
		IF ORDEN-SIN-LINEA = "L"
		MOVE "SIN LINEA" TO LD-NOTA
		ELSE
		MOVE SPACES TO LD-NOTA
		END-IF
		MOVE LINEA-DETALLE TO LINEA-IMPRESION
		DISPLAY LINEA-IMPRESION (1:100)
		CALL "IMPRESO" USING NOMBRE-REPORTE LINEA-IMPRESION.
	END PROGRAM APRPEND.
