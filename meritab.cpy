	*> Copybook TABLA-MERITO:
	*> Porcentaje de aumento por puntaje de evaluación (1 a 5),
	*> con la técnica FILLER/REDEFINES de TABLA-RANGOS. Cada
	*> renglón es 99V99: 0%, 1,5%, 3%, 5% y 8%. Cambiar la
	*> política de mérito es cambiar esta tabla.
	01 TABLA-MERITO-DATOS.
		02 FILLER PIC X(20)
			VALUE "00000150030005000800".
	01 TABLA-MERITO REDEFINES TABLA-MERITO-DATOS.
		02 PORCENTAJE-MERITO OCCURS 5 TIMES PIC 9(2)V99.
