	*> Copybook PRESUPUESTO-REGISTRO:
	*> Presupuesto mensual de nómina por departamento
	*> (presupuesto.dat, indexado por departamento + período
	*> AAAAMM). PRESUP lo mantiene y lo compara contra el real;
	*> MERITO lo usa de techo para los aumentos por mérito.
	*> PROYEC puede cargar el año entero desde la proyección
	*> de costo.
	01 PRESUPUESTO-REGISTRO.
		02 PRE-CLAVE.
			03 PRE-DEPTO PIC 9(3).
			03 PRE-PERIODO PIC 9(6).
		02 PRE-IMPORTE PIC 9(8)V99.
