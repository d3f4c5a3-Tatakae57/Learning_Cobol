	*> Visibilidad de importes:
	*> Subprograma que las pantallas de consulta y los reportes
	*> del menú llaman después de SIGNON, con el operador y el
	*> nivel firmados, para saber si pueden mostrar tarifas,
	*> saldos, embargos y pagos o tienen que tapar esos
	*> campos con asteriscos. Manda visibilidad.dat (VISMANT):
	*> primero el permiso propio del operador, si lo tiene;
	*> si no, la regla de su nivel. Sin tabla o sin renglón,
	*> el supervisor (nivel 2) ve y el operador de carga no.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. VERSUEL.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-VISIBILIDAD
		ASSIGN TO "visibilidad.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS VIS-CLAVE
		FILE STATUS IS WS-STATUS-VIS.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-VISIBILIDAD.
		COPY "visibil.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-VIS PIC XX VALUE "00".
		01 PERMISO-HALLADO PIC X VALUE "N".

	LINKAGE SECTION.
		01 LK-OPERADOR PIC X(8).
		01 LK-NIVEL PIC 9.
		*> "S" = puede ver importes; "N" = van con asteriscos.
		01 LK-VE-IMPORTES PIC X.

	PROCEDURE DIVISION USING LK-OPERADOR LK-NIVEL
		LK-VE-IMPORTES.
	MAIN-PROCEDURE.
		IF LK-NIVEL > 1
		MOVE "S" TO LK-VE-IMPORTES
		ELSE
		MOVE "N" TO LK-VE-IMPORTES
		END-IF
		OPEN INPUT ARCHIVO-VISIBILIDAD
		IF WS-STATUS-VIS = "00" OR WS-STATUS-VIS = "05"
		MOVE "N" TO PERMISO-HALLADO
		MOVE "O" TO VIS-CLASE
		MOVE LK-OPERADOR TO VIS-SUJETO
		READ ARCHIVO-VISIBILIDAD
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE "S" TO PERMISO-HALLADO
		MOVE VIS-VE-IMPORTES TO LK-VE-IMPORTES
		END-READ
		IF PERMISO-HALLADO = "N"
		MOVE "N" TO VIS-CLASE
		MOVE SPACES TO VIS-SUJETO
		MOVE LK-NIVEL TO VIS-SUJETO (1:1)
		READ ARCHIVO-VISIBILIDAD
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE VIS-VE-IMPORTES TO LK-VE-IMPORTES
		END-READ
		END-IF
		CLOSE ARCHIVO-VISIBILIDAD
		END-IF
		IF LK-VE-IMPORTES NOT = "S"
		MOVE "N" TO LK-VE-IMPORTES
		END-IF.
		GOBACK.
	END PROGRAM VERSUEL.
