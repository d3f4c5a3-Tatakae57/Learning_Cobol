	*> Copybook TABLA-PATRONAL:
	*> Contribuciones patronales sobre el bruto: lo que la
	*> empresa paga además del sueldo. Misma técnica
	*> FILLER/REDEFINES de la tabla de deducciones; el
	*> porcentaje va en centésimos (1050 = 10.50%). La
	*> comparten NOMINA, que las liquida, y DECL931, que las
	*> recalcula desde el registro para la declaración, así
	*> las dos tiran las mismas alícuotas.
	01 TABLA-PATRONAL-DATOS.
		02 FILLER PIC X(12) VALUE "JUBPATRO1050".
		02 FILLER PIC X(12) VALUE "OBRASOC 0600".
		02 FILLER PIC X(12) VALUE "ART     0250".
	01 TABLA-PATRONAL REDEFINES TABLA-PATRONAL-DATOS.
		02 PATRONAL-ENTRADA OCCURS 3 TIMES.
			03 PAT-NOMBRE PIC X(8).
			03 PAT-PORCENTAJE PIC 9(2)V99.
