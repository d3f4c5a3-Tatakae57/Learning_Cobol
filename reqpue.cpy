	*> Copybook REQUISITOS-PUESTO:
	*> Habilitaciones que exige cada puesto del maestro de
	*> PUEMANT (requisitos_puesto.dat, indexado por
	*> PUE-CODIGO + tipo de habilitación). Un puesto sin
	*> renglones no exige nada.
	01 REQUISITOS-PUESTO.
		02 RQP-CLAVE.
			03 RQP-PUESTO PIC 9(3).
			03 RQP-TIPO PIC X(4).
		02 RQP-DESCRIPCION PIC X(30).
