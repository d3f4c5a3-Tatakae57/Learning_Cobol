	*> lp-ETIQUETA-fecha, más la lista de excepciones: activos
	*> sin domicilio cargado, para que el sobre no salga en
	*> blanco sin que nadie lo sepa.
	*> Con el extracto de EXTNOCHE vigente (EXTVIG) el
	*> domicilio ya viene cruzado en extracto_noche.dat y las
	*> etiquetas salen por departamento y apellido; si no,
	*> recorre el maestro por ID y lee domicilios.dat.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. ETIQUETA.

		RECORD KEY IS DOM-ID
		FILE STATUS IS WS-STATUS-DOM.

		SELECT OPTIONAL ARCHIVO-EXTRACTO
		ASSIGN TO "extracto_noche.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-EXT.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-EMPLEADOS.
	FD ARCHIVO-DOMICILIOS.
		COPY "domicilio.cpy".

	FD ARCHIVO-EXTRACTO.
		COPY "extnoche.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 WS-STATUS-DOM PIC XX VALUE "00".
		01 WS-STATUS-EXT PIC XX VALUE "00".
		01 EXTRACTO-VIGENTE PIC X VALUE "N".
		01 FIN-ARCHIVO PIC X VALUE "N".
		01 CONTADOR-ETIQUETAS PIC 9(7) VALUE ZERO.
		01 CONTADOR-SIN-DOMICILIO PIC 9(5) VALUE ZERO.
	MAIN.
		CALL "RPTHDR" USING TITULO-REPORTE
			NUMERO-PAGINA NOMBRE-REPORTE.
		CALL "EXTVIG" USING EXTRACTO-VIGENTE.
		IF EXTRACTO-VIGENTE = "S"
		PERFORM EMITIR-DESDE-EXTRACTO
		ELSE
		PERFORM EMITIR-DESDE-MAESTRO
		END-IF.
		IF CONTADOR-SIN-DOMICILIO = ZERO
		DISPLAY "  (ninguno)"
		END-IF.
		DISPLAY "Etiquetas emitidas: " CONTADOR-ETIQUETAS.
		CALL "RPTPIE" USING TITULO-REPORTE
			CONTADOR-ETIQUETAS NOMBRE-REPORTE.
		GOBACK.

	EMITIR-DESDE-MAESTRO.
		OPEN INPUT ARCHIVO-EMPLEADOS
		IF WS-STATUS-EMP NOT = "00" AND WS-STATUS-EMP NOT = "05"
		DISPLAY "Error al abrir empleados.dat. Status: "
		END-PERFORM.
		CLOSE ARCHIVO-EMPLEADOS.
		CLOSE ARCHIVO-DOMICILIOS.

	EMITIR-DESDE-EXTRACTO.
		OPEN INPUT ARCHIVO-EXTRACTO
		DISPLAY "ACTIVOS SIN DOMICILIO:"
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-EXTRACTO
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			MOVE XN-EMPLEADO TO EMPLEADOS-REGISTRO
			IF EMPLEADO-ESTADO = "A"
			PERFORM EMITIR-ETIQUETA-EXTRACTO
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-EXTRACTO.

	EMITIR-ETIQUETA-EXTRACTO.
		IF XN-CON-DOMICILIO
		MOVE XN-DOMICILIO TO DOMICILIOS-REGISTRO
		ADD 1 TO CONTADOR-ETIQUETAS
		PERFORM GRABAR-ETIQUETA
		ELSE
		ADD 1 TO CONTADOR-SIN-DOMICILIO
		DISPLAY "  " EMPLEADO-ID " " EMPLEADO-APELLIDO
			" " EMPLEADO-NOMBRE
		END-IF.

	EMITIR-ETIQUETA.
		MOVE EMPLEADO-ID TO DOM-ID
