			02 SEG-FECHA-CORTE PIC 9(8).

	FD ARCHIVO-SEGMENTO.
		01 LINEA-SEGMENTO PIC X(251).

	FD ARCHIVO-MARCA.
		01 LINEA-MARCA.
			02 IMG-APELLIDO PIC X(20).
			02 IMG-EDAD PIC X(2).
			02 IMG-TELEFONO PIC X(10).
			02 IMG-RESTO PIC X(42).
			02 IMG-COLA PIC X(10).

	PROCEDURE DIVISION.
	MAIN.
		*> después.
		IF JRN-OPERACION = "E"
		MOVE JRN-IMAGEN-ANTES TO IMAGEN-EMPLEADO
		MOVE JRN-RESTO-ANTES TO IMG-COLA
		ELSE
		MOVE JRN-IMAGEN-DESPUES TO IMAGEN-EMPLEADO
		MOVE JRN-RESTO-DESPUES TO IMG-COLA
		END-IF
		MOVE SPACES TO LINEA-CSV
		STRING JRN-OPERACION DELIMITED BY SIZE
