	*> acá queda la línea en auditoria.dat. Cuando un teléfono o
	*> un apellido aparece mal, el diario dice qué programa lo
	*> tocó, cuándo, y qué valor tenía antes.
	*> Las imágenes llegan completas (X(109)) y se graban
	*> partidas: los primeros 99 bytes en su lugar de siempre
	*> y el resto en las colas del final de la línea.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. AUDJRN.

	LINKAGE SECTION.
		01 LK-PROGRAMA PIC X(8).
		01 LK-OPERACION PIC X.
		01 LK-ANTES PIC X(109).
		01 LK-DESPUES PIC X(109).
		01 LK-OPERADOR PIC X(8).

	PROCEDURE DIVISION USING LK-PROGRAMA LK-OPERACION
		MOVE WS-FECHA TO JRN-FECHA
		MOVE WS-HORA TO JRN-HORA
		MOVE LK-OPERACION TO JRN-OPERACION
		MOVE LK-ANTES (1:99) TO JRN-IMAGEN-ANTES
		MOVE LK-DESPUES (1:99) TO JRN-IMAGEN-DESPUES
		MOVE LK-OPERADOR TO JRN-OPERADOR
		MOVE LK-ANTES (100:10) TO JRN-RESTO-ANTES
		MOVE LK-DESPUES (100:10) TO JRN-RESTO-DESPUES
		WRITE LINEA-AUDITORIA
		CLOSE ARCHIVO-AUDITORIA.
		GOBACK.
