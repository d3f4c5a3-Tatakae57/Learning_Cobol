	*> Conversión de folios del libro a la clave por empresa:
	*> Utilitario de una sola vez, al estilo de TARCONV: desde
	*> que cada empresa rubrica su propio libro, folios.dat va
	*> indexado por empresa + folio. Lee el folios.dat viejo,
	*> indexado solo por número (renombrado a folios_old.dat
	*> por el operador antes de correr esto), y graba cada
	*> folio en el folios.dat nuevo como de la empresa 01, con
	*> el mismo número, estado, fechas y operadores: la
	*> numeración del libro de la 01 sigue desde donde estaba.
	*> Informa leídos y grabados para cuadrar la migración.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. FOLCONV.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT ARCHIVO-VIEJO
		ASSIGN TO "folios_old.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS VIEJO-NUMERO
		FILE STATUS IS WS-STATUS-VIEJO.

		SELECT OPTIONAL ARCHIVO-FOLIOS
		ASSIGN TO "folios.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS FOL-CLAVE
		FILE STATUS IS WS-STATUS-FOL.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-VIEJO.
		01 LINEA-VIEJA.
			02 VIEJO-NUMERO PIC 9(7).
			02 VIEJO-PERIODO PIC 9(6).
			02 VIEJO-ESTADO PIC X.
			02 VIEJO-FECHA PIC 9(8).
			02 VIEJO-OPERADOR PIC X(8).
			02 VIEJO-FECHA-ANULACION PIC 9(8).
			02 VIEJO-OPERADOR-ANULACION PIC X(8).

	FD ARCHIVO-FOLIOS.
		COPY "folio.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-VIEJO PIC XX VALUE "00".
		01 WS-STATUS-FOL PIC XX VALUE "00".
		01 FIN-VIEJO PIC X VALUE "N".
		01 CONTADOR-LEIDOS PIC 9(7) VALUE ZERO.
		01 CONTADOR-GRABADOS PIC 9(7) VALUE ZERO.

	PROCEDURE DIVISION.
	MAIN.
		OPEN INPUT ARCHIVO-VIEJO
		IF WS-STATUS-VIEJO NOT = "00"
		DISPLAY "No se encuentra folios_old.dat. Status: "
			WS-STATUS-VIEJO
		DISPLAY "Renombre el folios.dat indexado por número."
		STOP RUN
		END-IF.
		OPEN OUTPUT ARCHIVO-FOLIOS
		IF WS-STATUS-FOL NOT = "00" AND WS-STATUS-FOL NOT = "05"
		DISPLAY "Error al crear folios.dat. Status: "
			WS-STATUS-FOL
		STOP RUN
		END-IF.
		PERFORM UNTIL FIN-VIEJO = "S"
			READ ARCHIVO-VIEJO NEXT RECORD
			AT END
			MOVE "S" TO FIN-VIEJO
			NOT AT END
			PERFORM CONVERTIR-FOLIO
			END-READ
		END-PERFORM.
		CLOSE ARCHIVO-VIEJO.
		CLOSE ARCHIVO-FOLIOS.
		DISPLAY "Folios leídos:   " CONTADOR-LEIDOS.
		DISPLAY "Folios grabados: " CONTADOR-GRABADOS.
		STOP RUN.

	CONVERTIR-FOLIO.
		ADD 1 TO CONTADOR-LEIDOS
		MOVE 1 TO FOL-EMPRESA
		MOVE VIEJO-NUMERO TO FOL-NUMERO
		MOVE VIEJO-PERIODO TO FOL-PERIODO
		MOVE VIEJO-ESTADO TO FOL-ESTADO
		MOVE VIEJO-FECHA TO FOL-FECHA
		MOVE VIEJO-OPERADOR TO FOL-OPERADOR
		MOVE VIEJO-FECHA-ANULACION TO FOL-FECHA-ANULACION
		MOVE VIEJO-OPERADOR-ANULACION TO FOL-OPERADOR-ANULACION
		WRITE FOLIOS-REGISTRO
		INVALID KEY
		DISPLAY "Folio duplicado " VIEJO-NUMERO ": no se migra."
		NOT INVALID KEY
		ADD 1 TO CONTADOR-GRABADOS
		END-WRITE.
	END PROGRAM FOLCONV.
