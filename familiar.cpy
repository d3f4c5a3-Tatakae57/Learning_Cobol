	*> Copybook FAMILIARES-REGISTRO:
	*> Familiares a cargo del empleado (dependientes.dat,
	*> indexado por EMPLEADO-ID + secuencia del familiar), el
	*> padrón que reemplaza a la lista de papel de las
	*> asignaciones familiares. Parentesco "C" cónyuge, "H"
	*> hijo. El hijo deja de cobrar el mes en que cumple 18
	*> años, salvo con discapacidad (FAM-DISCAPACIDAD "S"),
	*> que no tiene tope de edad. Lo mantiene FAMMANT; NOMINA
	*> paga la asignación y FAMEDAD lista los que cumplen 18.
	01 FAMILIARES-REGISTRO.
		02 FAM-CLAVE.
			03 FAM-ID PIC 9(5).
			03 FAM-SECUENCIA PIC 9(2).
		02 FAM-PARENTESCO PIC X.
			88 FAM-CONYUGE VALUE "C".
			88 FAM-HIJO VALUE "H".
		02 FAM-NOMBRE PIC X(30).
		02 FAM-FECHA-NACIMIENTO PIC 9(8).
		02 FAM-CUIL PIC 9(11).
		02 FAM-DISCAPACIDAD PIC X.
			88 FAM-CON-DISCAPACIDAD VALUE "S".
