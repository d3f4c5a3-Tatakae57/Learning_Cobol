	*> cortado por departamento (con subtotal de dotación por
	*> corte) y ordenado alfabéticamente por apellido adentro
	*> de cada departamento.
	*> Con el extracto de EXTNOCHE vigente (EXTVIG) carga el
	*> ordenamiento desde extracto_noche.dat en vez de hacer
	*> su propia pasada por el maestro; los filtros y órdenes
	*> no cambian.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. LISTADO.

			WITH DUPLICATES
		FILE STATUS IS WS-STATUS.

		SELECT OPTIONAL ARCHIVO-EXTRACTO
		ASSIGN TO "extracto_noche.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-EXT.

		SELECT ARCHIVO-ORDEN
		ASSIGN TO "ordenl.tmp".

	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	FD ARCHIVO-EXTRACTO.
		COPY "extnoche.cpy".

	FD ARCHIVO-TOTAL.
		01 LINEA-TOTAL PIC 9(7).


	WORKING-STORAGE SECTION.
		01 WS-STATUS PIC XX VALUE "00".
		01 WS-STATUS-EXT PIC XX VALUE "00".
		01 EXTRACTO-VIGENTE PIC X VALUE "N".
		01 WS-STATUS-TOT PIC XX VALUE "00".
		01 WS-STATUS-PRM PIC XX VALUE "00".
		*> Parámetros vigentes (espacios = sin filtro; orden
		END-IF.

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
			PERFORM SOLTAR-REGISTRO
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
			PERFORM SOLTAR-REGISTRO
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-EXTRACTO.

	SOLTAR-REGISTRO.
		PERFORM SELECCIONAR-REGISTRO
		IF REGISTRO-ELEGIDO = "S"
		MOVE EMPLEADO-DEPTO TO ORDEN-DEPTO
		MOVE EMPLEADO-APELLIDO TO ORDEN-APELLIDO
		MOVE EMPLEADO-NOMBRE TO ORDEN-NOMBRE
		MOVE EMPLEADO-ID TO ORDEN-ID
		MOVE EMPLEADO-EDAD TO ORDEN-EDAD
		MOVE EMPLEADO-FECHA-NAC TO ORDEN-FECHA-NAC
		MOVE EDAD-CLASIFICAR TO ORDEN-EDAD-CALC
		MOVE EMPLEADO-TELEFONO TO ORDEN-TELEFONO
		MOVE EMPLEADO-ESTADO TO ORDEN-ESTADO
		RELEASE ORDEN-REGISTRO
		END-IF.

	SELECCIONAR-REGISTRO.
		*> Aplica los filtros del registro de parámetros sobre
		*> cada empleado leído; de paso deja la edad actual y el
