	*> Extracto nocturno de empleados:
	*> LISTADO, CLASIF1, DIRECTO, ETIQUETA, EXPCSV y HASHTOT
	*> hacían cada uno su pasada completa por empleados.dat y
	*> la ventana de la noche se achica a medida que el archivo
	*> crece. Esta etapa lee el maestro una sola vez, le cruza
	*> departamentos.dat, domicilios.dat y la tarifa vigente a
	*> la fecha de corrida, y graba extracto_noche.dat
	*> ordenado por departamento, apellido, nombre e ID
	*> (extnoche.cpy). Los reportes leen el extracto cuando
	*> EXTVIG lo da por vigente y el maestro cuando no, así
	*> cada uno sigue corriendo solo.
	*> El extracto se graba en extracto_noche.tmp y se
	*> renombra recién al cerrar: una etapa caída a mitad de
	*> camino no deja un extracto parcial con fecha nueva. El
	*> total queda en extnoche_total.dat para la bitácora de
	*> ORQUESTA. Termina con GOBACK para correr como etapa.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. EXTNOCHE.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
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

		SELECT OPTIONAL ARCHIVO-DOMICILIOS
		ASSIGN TO "domicilios.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS DOM-ID
		FILE STATUS IS WS-STATUS-DOM.

		SELECT OPTIONAL ARCHIVO-TARIFAS
		ASSIGN TO "tarifas.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS TAR-CLAVE
		FILE STATUS IS WS-STATUS-TAR.

		SELECT ARCHIVO-ORDEN
		ASSIGN TO "ordenx.tmp".

		SELECT ARCHIVO-EXTRACTO
		ASSIGN TO DYNAMIC NOMBRE-TEMPORAL
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-EXT.

		SELECT ARCHIVO-TOTAL
		ASSIGN TO "extnoche_total.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-TOT.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	FD ARCHIVO-DEPARTAMENTOS.
		COPY "depto.cpy".

	FD ARCHIVO-DOMICILIOS.
		COPY "domicilio.cpy".

	FD ARCHIVO-TARIFAS.
		COPY "tarifa.cpy".

	SD ARCHIVO-ORDEN.
		01 ORDEN-REGISTRO.
			02 ORDEN-CLAVE PIC X(48).
			02 ORDEN-RESTO PIC X(233).

	FD ARCHIVO-EXTRACTO.
		COPY "extnoche.cpy".

	FD ARCHIVO-TOTAL.
		01 LINEA-TOTAL PIC 9(7).

	WORKING-STORAGE SECTION.
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 WS-STATUS-DEP PIC XX VALUE "00".
		01 WS-STATUS-DOM PIC XX VALUE "00".
		01 WS-STATUS-TAR PIC XX VALUE "00".
		01 WS-STATUS-EXT PIC XX VALUE "00".
		01 WS-STATUS-TOT PIC XX VALUE "00".
		01 WS-FECHA-PROCESO PIC 9(8) VALUE ZERO.
		01 FIN-ARCHIVO PIC X VALUE "N".
		01 FIN-TARIFAS PIC X VALUE "N".
		01 MAESTRO-ABIERTO PIC X VALUE "N".
		01 CONTADOR-REGISTROS PIC 9(7) VALUE ZERO.
		01 CONTADOR-SIN-DEPTO PIC 9(7) VALUE ZERO.
		01 CONTADOR-SIN-DOMICILIO PIC 9(7) VALUE ZERO.
		01 CONTADOR-SIN-TARIFA PIC 9(7) VALUE ZERO.
		01 NOMBRE-TEMPORAL PIC X(30)
			VALUE "extracto_noche.tmp".
		01 NOMBRE-EXTRACTO PIC X(30)
			VALUE "extracto_noche.dat".
		*> Renglón del extracto armado antes del RELEASE.
		01 RENGLON-EXTRACTO PIC X(281) VALUE SPACES.

	PROCEDURE DIVISION.
	MAIN.
		ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
		MOVE ZERO TO RETURN-CODE.
		*> Sin extracto vigente mientras se arma el nuevo: si
		*> la etapa cae, los reportes leen el maestro.
		CALL "CBL_DELETE_FILE" USING NOMBRE-EXTRACTO.
		SORT ARCHIVO-ORDEN ON ASCENDING KEY ORDEN-CLAVE
			INPUT PROCEDURE IS CARGAR-EXTRACTO
			OUTPUT PROCEDURE IS GRABAR-EXTRACTO.
		IF MAESTRO-ABIERTO = "N"
		CALL "CBL_DELETE_FILE" USING NOMBRE-TEMPORAL
		MOVE 8 TO RETURN-CODE
		GOBACK
		END-IF.
		CALL "CBL_RENAME_FILE" USING NOMBRE-TEMPORAL
			NOMBRE-EXTRACTO.
		IF RETURN-CODE NOT = ZERO
		DISPLAY "No se pudo renombrar el extracto."
		MOVE 8 TO RETURN-CODE
		GOBACK
		END-IF.
		DISPLAY "Extracto nocturno: " CONTADOR-REGISTROS
			" empleados.".
		DISPLAY "  depto sin maestro:        "
			CONTADOR-SIN-DEPTO.
		DISPLAY "  sin domicilio cargado:    "
			CONTADOR-SIN-DOMICILIO.
		DISPLAY "  sin tarifa vigente:       "
			CONTADOR-SIN-TARIFA.
		OPEN OUTPUT ARCHIVO-TOTAL.
		MOVE CONTADOR-REGISTROS TO LINEA-TOTAL.
		WRITE LINEA-TOTAL.
		CLOSE ARCHIVO-TOTAL.
		MOVE ZERO TO RETURN-CODE.
		GOBACK.

	CARGAR-EXTRACTO.
		OPEN INPUT ARCHIVO-EMPLEADOS
		IF WS-STATUS-EMP NOT = "00" AND WS-STATUS-EMP NOT = "05"
		DISPLAY "Error al abrir empleados.dat. Status: "
			WS-STATUS-EMP
		ELSE
		MOVE "S" TO MAESTRO-ABIERTO
		OPEN INPUT ARCHIVO-DEPARTAMENTOS
		OPEN INPUT ARCHIVO-DOMICILIOS
		OPEN INPUT ARCHIVO-TARIFAS
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-EMPLEADOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			PERFORM ARMAR-RENGLON
			MOVE RENGLON-EXTRACTO TO ORDEN-REGISTRO
			RELEASE ORDEN-REGISTRO
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-EMPLEADOS
		CLOSE ARCHIVO-DEPARTAMENTOS
		CLOSE ARCHIVO-DOMICILIOS
		CLOSE ARCHIVO-TARIFAS
		END-IF.

	ARMAR-RENGLON.
		*> El renglón se arma en el área del FD del extracto,
		*> que todavía no está abierto, y se copia al SD.
		MOVE SPACES TO EXTRACTO-NOCHE-REGISTRO
		MOVE EMPLEADO-DEPTO TO XN-DEPTO
		MOVE EMPLEADO-APELLIDO TO XN-APELLIDO
		MOVE EMPLEADO-NOMBRE TO XN-NOMBRE
		MOVE EMPLEADO-ID TO XN-ID
		MOVE EMPLEADOS-REGISTRO TO XN-EMPLEADO
		MOVE EMPLEADO-DEPTO TO DEP-CODIGO
		READ ARCHIVO-DEPARTAMENTOS
		INVALID KEY
		ADD 1 TO CONTADOR-SIN-DEPTO
		NOT INVALID KEY
		MOVE DEP-NOMBRE TO XN-DEPTO-NOMBRE
		END-READ
		MOVE EMPLEADO-ID TO DOM-ID
		MOVE "N" TO XN-DOMICILIO-CARGADO
		READ ARCHIVO-DOMICILIOS
		INVALID KEY
		ADD 1 TO CONTADOR-SIN-DOMICILIO
		NOT INVALID KEY
		MOVE "S" TO XN-DOMICILIO-CARGADO
		MOVE DOMICILIOS-REGISTRO TO XN-DOMICILIO
		END-READ
		PERFORM BUSCAR-TARIFA
		MOVE EXTRACTO-NOCHE-REGISTRO TO RENGLON-EXTRACTO.

	BUSCAR-TARIFA.
		*> La última vigencia que no pase la fecha de corrida,
		*> como BUSCAR-TARIFA de NOMINA contra su período.
		MOVE "N" TO XN-TARIFA-CARGADA
		MOVE ZERO TO XN-TARIFA
		MOVE ZERO TO XN-TARIFA-VIGENCIA
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
			OR TAR-VIGENCIA > WS-FECHA-PROCESO
			MOVE "S" TO FIN-TARIFAS
			ELSE
			MOVE "S" TO XN-TARIFA-CARGADA
			MOVE TAR-TARIFA TO XN-TARIFA
			MOVE TAR-VIGENCIA TO XN-TARIFA-VIGENCIA
			END-IF
			END-READ
		END-PERFORM
		IF XN-TARIFA-CARGADA = "N"
		ADD 1 TO CONTADOR-SIN-TARIFA
		END-IF.

	GRABAR-EXTRACTO.
		IF MAESTRO-ABIERTO = "S"
		OPEN OUTPUT ARCHIVO-EXTRACTO
		MOVE "N" TO FIN-ARCHIVO
		PERFORM UNTIL FIN-ARCHIVO = "S"
			RETURN ARCHIVO-ORDEN
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			MOVE ORDEN-REGISTRO TO EXTRACTO-NOCHE-REGISTRO
			WRITE EXTRACTO-NOCHE-REGISTRO
			ADD 1 TO CONTADOR-REGISTROS
			END-RETURN
		END-PERFORM
		CLOSE ARCHIVO-EXTRACTO
		END-IF.
	END PROGRAM EXTNOCHE.
