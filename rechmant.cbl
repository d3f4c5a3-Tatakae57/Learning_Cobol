		COPY "rechazo.cpy".

	FD ARCHIVO-RESTO.
		01 LINEA-RESTO PIC X(90).

	WORKING-STORAGE SECTION.
		01 WS-STATUS-RCH PIC XX VALUE "00".
		01 CAMPO-ENTRADA PIC X(20) VALUE SPACES.
		01 TABLA-RECHAZOS.
			02 RECHAZO-ENTRADA OCCURS 500 TIMES
				PIC X(90).
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "RECHMANT".
		01 WS-MENSAJE-LOG PIC X(40).
		01 WS-SEVERIDAD-LOG PIC X VALUE "A".
