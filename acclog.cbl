	*> Bitácora de accesos de lectura:
	*> Subprograma al estilo de SESLOG: deja en accesos.dat una
	*> línea por cada empleado que una pantalla de consulta
	*> muestra, con fecha, hora, operador firmado, programa y
	*> EMPLEADO-ID visto. Cuando se filtra un sueldo, ACCREP
	*> contesta quién abrió ese legajo y cuándo.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. ACCLOG.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT ARCHIVO-ACCESOS
		ASSIGN TO "accesos.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-ACC.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-ACCESOS.
		COPY "acceso.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-ACC PIC XX VALUE "00".
		01 WS-FECHA PIC 9(8) VALUE ZERO.
		01 WS-HORA PIC 9(8) VALUE ZERO.

	LINKAGE SECTION.
		01 LK-OPERADOR PIC X(8).
		01 LK-PROGRAMA PIC X(8).
		01 LK-ID PIC 9(5).

	PROCEDURE DIVISION USING LK-OPERADOR LK-PROGRAMA
		LK-ID.
	MAIN-PROCEDURE.
		ACCEPT WS-FECHA FROM DATE YYYYMMDD.
		ACCEPT WS-HORA FROM TIME.
		OPEN EXTEND ARCHIVO-ACCESOS
		IF WS-STATUS-ACC = "35"
		OPEN OUTPUT ARCHIVO-ACCESOS
		END-IF
		MOVE SPACES TO LINEA-ACCESO
		MOVE WS-FECHA TO ACC-FECHA
		MOVE WS-HORA TO ACC-HORA
		MOVE LK-OPERADOR TO ACC-OPERADOR
		MOVE LK-PROGRAMA TO ACC-PROGRAMA
		MOVE LK-ID TO ACC-ID
		WRITE LINEA-ACCESO
		CLOSE ARCHIVO-ACCESOS.
		GOBACK.
	END PROGRAM ACCLOG.
