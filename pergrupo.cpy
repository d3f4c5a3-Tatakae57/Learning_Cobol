	*> Copybook PERIODO-GRUPO:
	*> Área de intercambio con PERGRUPO. Operación "L" lee el
	*> período del grupo pedido (grupo en blanco = el del
	*> primer renglón, el mensual) y devuelve frecuencia,
	*> subperíodo en curso, cantidad de subperíodos del mes y
	*> el rango de fechas del subperíodo. Operación "P" lo
	*> marca pagado. Archivo en blanco = periodo.dat.
	01 PERIODO-GRUPO.
		02 PGR-OPERACION PIC X.
		02 PGR-ARCHIVO PIC X(30).
		02 PGR-GRUPO PIC X(2).
		02 PGR-HALLADO PIC X.
		02 PGR-PERIODO PIC 9(6).
		02 PGR-ESTADO PIC X.
		02 PGR-FRECUENCIA PIC X.
			88 PGR-MENSUAL VALUE "M".
			88 PGR-QUINCENAL VALUE "Q".
			88 PGR-SEMANAL VALUE "S".
		02 PGR-SUBPERIODO PIC 9.
		02 PGR-SUBPERIODOS PIC 9.
		02 PGR-FECHA-DESDE PIC 9(8).
		02 PGR-FECHA-HASTA PIC 9(8).
		02 PGR-DESCRIPCION PIC X(20).
		02 PGR-GRUPO-MENSUAL PIC X(2).
		*> Otros grupos que todavía no terminaron de pagar el
		*> mes del grupo pedido (o van atrasados).
		02 PGR-PENDIENTES PIC 9(2).
		*> Empresa cuyos renglones se consultan; en cero la
		*> empresa 01 (los llamadores de una sola empresa no lo
		*> cargan).
		02 PGR-EMPRESA PIC 9(2).
