			02 CSV-TELEFONO PIC X(10).
		COPY "valemp.cpy".
		01 OPERACION-AUDITORIA PIC X VALUE "M".
		01 IMAGEN-ANTES PIC X(109) VALUE SPACES.
		01 IMAGEN-DESPUES PIC X(109) VALUE SPACES.
		01 NUMERO-PAGINA PIC 99 VALUE ZERO.
		01 TITULO-REPORTE PIC X(40)
			VALUE "IMPORTACION DE CORRECCIONES CSV".
