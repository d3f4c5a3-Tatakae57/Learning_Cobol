	*> Vigencia del extracto nocturno:
	*> Subprograma compartido por los reportes que pueden leer
	*> extracto_noche.dat (EXTNOCHE) en vez del maestro.
	*> Devuelve "S" solo si el extracto es de hoy y no es más
	*> viejo que ninguno de los archivos que cruza
	*> (empleados.dat, departamentos.dat, domicilios.dat,
	*> tarifas.dat): un alta, un cambio de domicilio o de
	*> tarifa posterior al extracto lo deja fuera de uso y el
	*> reporte vuelve a leer el maestro, que es lo que hacía
	*> siempre. Las fechas y horas vuelven de
	*> CBL_CHECK_FILE_EXIST; un archivo que no existe no
	*> invalida el extracto.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. EXTVIG.

	DATA DIVISION.
	WORKING-STORAGE SECTION.
		01 WS-FECHA-PROCESO PIC 9(8) VALUE ZERO.
		01 NOMBRE-ARCHIVO PIC X(30) VALUE SPACES.
		01 ARCHIVO-EXISTE PIC X VALUE "N".
		01 FECHA-ARCHIVO PIC 9(8) VALUE ZERO.
		01 MARCA-ARCHIVO PIC 9(14) VALUE ZERO.
		01 MARCA-EXTRACTO PIC 9(14) VALUE ZERO.
		01 DATOS-ARCHIVO.
			02 DAR-TAMANIO PIC X(8) COMP-X.
			02 DAR-DIA PIC X COMP-X.
			02 DAR-MES PIC X COMP-X.
			02 DAR-ANIO PIC X(2) COMP-X.
			02 DAR-HORA PIC X COMP-X.
			02 DAR-MINUTO PIC X COMP-X.
			02 DAR-SEGUNDO PIC X COMP-X.
			02 DAR-CENTESIMO PIC X COMP-X.

	LINKAGE SECTION.
		01 LK-VIGENTE PIC X.

	PROCEDURE DIVISION USING LK-VIGENTE.
	MAIN-PROCEDURE.
		MOVE "N" TO LK-VIGENTE.
		ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
		MOVE "extracto_noche.dat" TO NOMBRE-ARCHIVO.
		PERFORM LEER-MARCA.
		IF ARCHIVO-EXISTE = "S"
		AND FECHA-ARCHIVO = WS-FECHA-PROCESO
		MOVE MARCA-ARCHIVO TO MARCA-EXTRACTO
		MOVE "S" TO LK-VIGENTE
		MOVE "empleados.dat" TO NOMBRE-ARCHIVO
		PERFORM CONTRASTAR-ARCHIVO
		MOVE "departamentos.dat" TO NOMBRE-ARCHIVO
		PERFORM CONTRASTAR-ARCHIVO
		MOVE "domicilios.dat" TO NOMBRE-ARCHIVO
		PERFORM CONTRASTAR-ARCHIVO
		MOVE "tarifas.dat" TO NOMBRE-ARCHIVO
		PERFORM CONTRASTAR-ARCHIVO
		END-IF.
		MOVE ZERO TO RETURN-CODE.
		GOBACK.

	CONTRASTAR-ARCHIVO.
		PERFORM LEER-MARCA
		IF ARCHIVO-EXISTE = "S"
		AND MARCA-ARCHIVO > MARCA-EXTRACTO
		MOVE "N" TO LK-VIGENTE
		END-IF.

	LEER-MARCA.
		*> Marca AAAAMMDDHHMMSS de la última modificación.
		MOVE "N" TO ARCHIVO-EXISTE
		MOVE ZERO TO FECHA-ARCHIVO
		MOVE ZERO TO MARCA-ARCHIVO
		CALL "CBL_CHECK_FILE_EXIST" USING NOMBRE-ARCHIVO
			DATOS-ARCHIVO
		IF RETURN-CODE = ZERO
		MOVE "S" TO ARCHIVO-EXISTE
		COMPUTE FECHA-ARCHIVO =
			DAR-ANIO * 10000 + DAR-MES * 100 + DAR-DIA
		COMPUTE MARCA-ARCHIVO = FECHA-ARCHIVO * 1000000
			+ DAR-HORA * 10000 + DAR-MINUTO * 100
			+ DAR-SEGUNDO
		END-IF.
	END PROGRAM EXTVIG.
