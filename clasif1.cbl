	*> Recorre empleados.dat y totaliza cuántos empleados caen
	*> en cada rango de NUMEROS_NIVEL (MENOR/JOVEN/MADURO/
	*> ANCIANO), usando la misma tabla de rangos que LISTADO.
	*> Si EXTVIG da por vigente el extracto de EXTNOCHE lee
	*> extracto_noche.dat en vez de hacer su propia pasada por
	*> el maestro; si no, lee empleados.dat como siempre.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CLASIF1.

			WITH DUPLICATES
		FILE STATUS IS WS-STATUS.

		SELECT OPTIONAL ARCHIVO-EXTRACTO
		ASSIGN TO "extracto_noche.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-EXT.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	FD ARCHIVO-EXTRACTO.
		COPY "extnoche.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS PIC XX VALUE "00".
		01 WS-STATUS-EXT PIC XX VALUE "00".
		01 EXTRACTO-VIGENTE PIC X VALUE "N".
		01 FIN-ARCHIVO PIC X VALUE "N".
		01 EDAD-CLASIFICAR PIC 999 VALUE ZERO.
		01 WS-FECHA-PROCESO PIC 9(8) VALUE ZERO.
	PROCEDURE DIVISION.
	MAIN-PROCEDURE.
		ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
		CALL "EXTVIG" USING EXTRACTO-VIGENTE.
		IF EXTRACTO-VIGENTE = "S"
		PERFORM CLASIFICAR-EXTRACTO
		ELSE
		PERFORM CLASIFICAR-MAESTRO
		END-IF.
		GOBACK.

	CLASIFICAR-MAESTRO.
		OPEN INPUT ARCHIVO-EMPLEADOS
		IF WS-STATUS NOT = "00" AND WS-STATUS NOT = "05"
		DISPLAY "Error al abrir empleados.dat. Status: "
		CLOSE ARCHIVO-EMPLEADOS
		PERFORM IMPRIMIR-RESUMEN
		END-IF.

	CLASIFICAR-EXTRACTO.
		*> El registro del maestro viaja entero en el extracto:
		*> se copia al área del FD y se clasifica igual.
		DISPLAY "Leyendo el extracto nocturno."
		OPEN INPUT ARCHIVO-EXTRACTO
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-EXTRACTO
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			MOVE XN-EMPLEADO TO EMPLEADOS-REGISTRO
			PERFORM CLASIFICAR-EDAD
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-EXTRACTO
		PERFORM IMPRIMIR-RESUMEN.

	CLASIFICAR-EDAD.
		*> Edad derivada de la fecha de nacimiento a la fecha de
