	*> Exportación a CSV:
	*> Recorre empleados.dat y genera empleados.csv
	*> con encabezado, para entregar a planillas de cálculo.
	*> Con el extracto de EXTNOCHE vigente (EXTVIG) lo toma de
	*> extracto_noche.dat y las líneas salen en el orden del
	*> extracto (departamento y apellido); si no, del maestro
	*> por ID, como siempre.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. EXPCSV.

			WITH DUPLICATES
		FILE STATUS IS WS-STATUS.

		SELECT OPTIONAL ARCHIVO-EXTRACTO
		ASSIGN TO "extracto_noche.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-EXT.

		SELECT ARCHIVO-CSV
		ASSIGN TO "empleados.csv"
		ORGANIZATION IS LINE SEQUENTIAL.
	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	FD ARCHIVO-EXTRACTO.
		COPY "extnoche.cpy".

	FD ARCHIVO-CSV.
		01 LINEA-CSV PIC X(80).

	WORKING-STORAGE SECTION.
		01 WS-STATUS PIC XX VALUE "00".
		01 WS-STATUS-EXT PIC XX VALUE "00".
		01 EXTRACTO-VIGENTE PIC X VALUE "N".
		01 FIN-ARCHIVO PIC X VALUE "N".

	PROCEDURE DIVISION.
	MAIN.
		CALL "EXTVIG" USING EXTRACTO-VIGENTE.
		IF EXTRACTO-VIGENTE = "S"
		PERFORM EXPORTAR-EXTRACTO
		ELSE
		PERFORM EXPORTAR-MAESTRO
		END-IF.
		*> GOBACK en vez de STOP RUN: el plan nocturno puede
		*> llamar a EXPCSV como etapa sin matar el run unit.
		GOBACK.

	EXPORTAR-MAESTRO.
		OPEN INPUT ARCHIVO-EMPLEADOS
		IF WS-STATUS NOT = "00" AND WS-STATUS NOT = "05"
		DISPLAY "Error al abrir empleados.dat. Status: "
			WS-STATUS
		CLOSE ARCHIVO-EMPLEADOS
		CLOSE ARCHIVO-CSV
		END-IF.

	EXPORTAR-EXTRACTO.
		OPEN INPUT ARCHIVO-EXTRACTO
		OPEN OUTPUT ARCHIVO-CSV
		PERFORM ESCRIBIR-ENCABEZADO
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-EXTRACTO
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			MOVE XN-EMPLEADO TO EMPLEADOS-REGISTRO
			PERFORM ESCRIBIR-LINEA-CSV
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-EXTRACTO
		CLOSE ARCHIVO-CSV.

	ESCRIBIR-ENCABEZADO.
		MOVE "ID,NOMBRE,APELLIDO,EDAD,TELEFONO" TO LINEA-CSV
