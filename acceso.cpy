	*> Copybook LINEA-ACCESO:
	*> Bitácora de lecturas (accesos.dat, de líneas, se abre en
	*> EXTEND): AUDJRN dice quién cambió un registro, esto dice
	*> quién lo miró. Las pantallas de consulta (CONSULTA,
	*> LEGAJO, HISTCON) dejan una línea por cada empleado que
	*> muestran, vía ACCLOG, con el operador firmado, el
	*> programa, la fecha y la hora. ACCREP la filtra por
	*> empleado o por operador y señala los patrones raros.
	01 LINEA-ACCESO.
		02 ACC-FECHA PIC 9(8).
		02 FILLER PIC X.
		02 ACC-HORA PIC 9(8).
		02 FILLER PIC X.
		02 ACC-OPERADOR PIC X(8).
		02 FILLER PIC X.
		02 ACC-PROGRAMA PIC X(8).
		02 FILLER PIC X.
		02 ACC-ID PIC 9(5).
