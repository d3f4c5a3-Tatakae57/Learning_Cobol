	*> Copybook TURNOS-REGISTRO:
	*> Maestro de turnos (turnos.dat, indexado por código): la
	*> hora de entrada y de salida (HHMM, dentro del mismo día,
	*> como aparea FICHPROC) y la tolerancia en minutos antes
	*> de contar una llegada tarde o una salida anticipada. Lo
	*> mantiene TURMANT; TURCTL compara las fichadas con él.
	01 TURNOS-REGISTRO.
		02 TUR-CODIGO PIC X(3).
		02 TUR-DESCRIPCION PIC X(20).
		02 TUR-ENTRADA PIC 9(4).
		02 TUR-SALIDA PIC 9(4).
		02 TUR-TOLERANCIA PIC 9(2).
