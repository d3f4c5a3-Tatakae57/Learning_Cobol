	*> estas columnas las traen en blanco: los lectores las
	*> protegen con IS NUMERIC, igual que las fechas tardías
	*> de empleado.cpy.
	*> REG-ASIGNACION guarda la asignación familiar pagada
	*> en el mes: no remunerativa, va al neto pero no forma
	*> parte del bruto.
	*> REG-GASTOS guarda los reintegros de gastos aprobados
	*> pagados en el mes: como la asignación, suman al neto
	*> y quedan afuera del bruto.
	01 LINEA-REGISTRO.
		02 REG-CLAVE.
			03 REG-PERIODO PIC 9(6).
		02 REG-IMPUESTO PIC 9(6)V99.
		02 REG-JUBILACION PIC 9(6)V99.
		02 REG-SINDICATO PIC 9(6)V99.
		02 REG-ASIGNACION PIC 9(6)V99.
		02 REG-GASTOS PIC 9(6)V99.
