	*> RPTHDR/RPTPIE y ruteado al spool como los demás reportes.
	*> Se emite todos los meses para recepción y la carpeta de
	*> contactos de emergencia.
	*> Con el extracto de EXTNOCHE vigente (EXTVIG) carga el
	*> ordenamiento desde extracto_noche.dat en vez de hacer
	*> su propia pasada por el maestro.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. DIRECTO.

			WITH DUPLICATES
		FILE STATUS IS WS-STATUS.

		SELECT OPTIONAL ARCHIVO-EXTRACTO
		ASSIGN TO "extracto_noche.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-EXT.

		SELECT ARCHIVO-ORDEN
		ASSIGN TO "ordend.tmp".

	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	FD ARCHIVO-EXTRACTO.
		COPY "extnoche.cpy".

	SD ARCHIVO-ORDEN.
		01 ORDEN-REGISTRO.
			02 ORDEN-APELLIDO PIC X(20).

	WORKING-STORAGE SECTION.
		01 WS-STATUS PIC XX VALUE "00".
		01 WS-STATUS-EXT PIC XX VALUE "00".
		01 EXTRACTO-VIGENTE PIC X VALUE "N".
		01 FIN-ARCHIVO PIC X VALUE "N".
		01 CONTADOR-REGISTROS PIC 9(7) VALUE ZERO.
		01 LINEAS-EN-PAGINA PIC 99 VALUE ZERO.
		GOBACK.

	CARGAR-ORDEN.
		CALL "EXTVIG" USING EXTRACTO-VIGENTE
		IF EXTRACTO-VIGENTE = "S"
		PERFORM CARGAR-DESDE-EXTRACTO
		ELSE
		PERFORM CARGAR-DESDE-MAESTRO
		END-IF.

	CARGAR-DESDE-MAESTRO.
		OPEN INPUT ARCHIVO-EMPLEADOS
		IF WS-STATUS NOT = "00" AND WS-STATUS NOT = "05"
		DISPLAY "Error al abrir empleados.dat. Status: "
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			PERFORM SOLTAR-ACTIVO
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-EMPLEADOS
		END-IF.

	CARGAR-DESDE-EXTRACTO.
		OPEN INPUT ARCHIVO-EXTRACTO
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-EXTRACTO
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			MOVE XN-EMPLEADO TO EMPLEADOS-REGISTRO
			PERFORM SOLTAR-ACTIVO
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-EXTRACTO.

	SOLTAR-ACTIVO.
		IF EMPLEADO-ESTADO = "A"
		MOVE EMPLEADO-APELLIDO TO ORDEN-APELLIDO
		MOVE EMPLEADO-NOMBRE TO ORDEN-NOMBRE
		MOVE EMPLEADO-TELEFONO TO ORDEN-TELEFONO
		MOVE EMPLEADO-DEPTO TO ORDEN-DEPTO
		RELEASE ORDEN-REGISTRO
		END-IF.

	LISTAR-ORDEN.
		MOVE "N" TO FIN-ARCHIVO
		PERFORM UNTIL FIN-ARCHIVO = "S"
