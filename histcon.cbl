	*> desde esta pantalla, no abriendo el archivo en un editor:
	*> consulta el historial estructurado por año de baja, por
	*> apellido o por ID, siempre en solo lectura.
	*> Se entra con SIGNON y cada baja mostrada deja su línea
	*> en accesos.dat vía ACCLOG, como CONSULTA y LEGAJO.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. HISTCON.

		*> no abran spool (sin cuerpo sería un medio reporte).
		01 NOMBRE-REPORTE PIC X(8) VALUE SPACES.
		01 LINEA-IMPRESION PIC X(168) VALUE SPACES.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "HISTCON".
		01 WS-OPERADOR-LOG PIC X(8) VALUE "SISTEMA".
		01 NIVEL-FIRMADO PIC 9 VALUE ZERO.
		01 RESULTADO-SIGNON PIC X VALUE "N".

	PROCEDURE DIVISION.
	MAIN.
		CALL "SIGNON" USING WS-OPERADOR-LOG NIVEL-FIRMADO
			RESULTADO-SIGNON WS-PROGRAMA-LOG.
		IF RESULTADO-SIGNON NOT = "S"
		STOP RUN
		END-IF.
		DISPLAY "1. Por año de baja".
		DISPLAY "2. Por apellido".
		DISPLAY "3. Por ID".

	MOSTRAR-BAJA.
		ADD 1 TO CONTADOR-LISTADAS
		CALL "ACCLOG" USING WS-OPERADOR-LOG WS-PROGRAMA-LOG
			HIST-ID
		DISPLAY " "
		DISPLAY "ID " HIST-ID " - " HIST-APELLIDO
			" " HIST-NOMBRE
