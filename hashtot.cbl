	*> devuelve la cantidad de registros y un total hash
	*> (suma de EMPLEADO-EDAD) a quien lo llame, para que
	*> CONTROL1 y BALANCEO no dupliquen la misma lectura.
	*> Con el extracto de EXTNOCHE vigente (EXTVIG) cuenta
	*> sobre extracto_noche.dat: es copia fiel del maestro
	*> mientras nada lo haya tocado después.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. HASHTOT.

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
		01 EDAD-NUMERICA PIC 999 VALUE ZERO.

		MOVE ZERO TO LK-CONTADOR.
		MOVE ZERO TO LK-HASH.
		MOVE "N" TO FIN-ARCHIVO.
		CALL "EXTVIG" USING EXTRACTO-VIGENTE.
		IF EXTRACTO-VIGENTE = "S"
		PERFORM CONTAR-EXTRACTO
		ELSE
		PERFORM CONTAR-MAESTRO
		END-IF.
		GOBACK.

	CONTAR-MAESTRO.
		OPEN INPUT ARCHIVO-EMPLEADOS
		IF WS-STATUS NOT = "00" AND WS-STATUS NOT = "05"
		DISPLAY "Error al abrir empleados.dat. Status: "
		END-PERFORM
		CLOSE ARCHIVO-EMPLEADOS
		END-IF.

	CONTAR-EXTRACTO.
		OPEN INPUT ARCHIVO-EXTRACTO
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-EXTRACTO
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			MOVE XN-EMPLEADO TO EMPLEADOS-REGISTRO
			PERFORM ACUMULAR-REGISTRO
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-EXTRACTO.

	ACUMULAR-REGISTRO.
		ADD 1 TO LK-CONTADOR
