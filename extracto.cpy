	*> Copybook LINEA-EXTRACTO:
	*> Renglón de extractos.dat, el archivo de parámetros de
	*> los extractos a medida. Cada extracto se guarda con su
	*> nombre en varios renglones: uno "D" con el archivo CSV
	*> de salida y la descripción, uno "C" por columna (en el
	*> orden en que salen), uno "F" por condición de selección
	*> (todas deben cumplirse; operadores = <> > < >= <=) y
	*> uno "O" por clave de orden (A ascendente, D
	*> descendente), hasta tres. Lo mantiene EXTDEF y se puede
	*> editar a mano como plan.dat; lo corre EXTRAE.
	01 LINEA-EXTRACTO.
		02 EXD-NOMBRE PIC X(8).
		02 EXD-TIPO PIC X.
			88 RENGLON-DEFINICION VALUE "D".
			88 RENGLON-CAMPO VALUE "C".
			88 RENGLON-FILTRO VALUE "F".
			88 RENGLON-ORDEN VALUE "O".
		02 EXD-DETALLE PIC X(60).
		02 EXD-DEFINICION REDEFINES EXD-DETALLE.
			03 EXD-ARCHIVO PIC X(30).
			03 EXD-DESCRIPCION PIC X(30).
		02 EXD-COLUMNA REDEFINES EXD-DETALLE.
			03 EXD-CAMPO PIC X(14).
			03 FILLER PIC X(46).
		02 EXD-FILTRO REDEFINES EXD-DETALLE.
			03 EXD-FIL-CAMPO PIC X(14).
			03 EXD-OPERADOR PIC X(2).
			03 EXD-VALOR PIC X(30).
			03 FILLER PIC X(14).
		02 EXD-ORDEN REDEFINES EXD-DETALLE.
			03 EXD-ORD-CAMPO PIC X(14).
			03 EXD-SENTIDO PIC X.
			03 FILLER PIC X(45).
