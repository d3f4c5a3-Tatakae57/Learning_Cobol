	*> Copybook EVALUACIONES-REGISTRO:
	*> Evaluación anual de desempeño (evaluaciones.dat,
	*> indexado por EMPLEADO-ID + año). La carga EVALUA, solo
	*> para supervisores; el evaluador es el operador firmado
	*> y no se tipea. Puntaje de 1 (insuficiente) a 5
	*> (sobresaliente): MERITO lo traduce a un porcentaje de
	*> aumento con la tabla de meritab.cpy.
	01 EVALUACIONES-REGISTRO.
		02 EVA-CLAVE.
			03 EVA-ID PIC 9(5).
			03 EVA-ANIO PIC 9(4).
		02 EVA-PUNTAJE PIC 9.
			88 EVA-PUNTAJE-VALIDO VALUES 1 THRU 5.
		02 EVA-EVALUADOR PIC X(8).
		02 EVA-FECHA PIC 9(8).
		02 EVA-COMENTARIO PIC X(60).
