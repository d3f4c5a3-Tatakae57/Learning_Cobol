	*> Copybook CONTROL-RECONTRATACION:
	*> Área de intercambio con VALREC: CUIL, apellido y fecha
	*> de nacimiento del alta; vuelve "N" si la persona está en
	*> la lista de no recontratables, con la baja que la puso
	*> ahí (ID, motivo, fecha), por qué coincidió (C CUIL, A
	*> apellido y nacimiento) y de dónde salió (E empleados.dat
	*> todavía en "B", H historial). La acción "C" carga la
	*> lista: el programa la pide antes de abrir empleados.dat;
	*> "V" controla un alta.
	01 CONTROL-RECONTRATACION.
		02 VRC-ACCION PIC X.
			88 VRC-CARGAR VALUE "C".
			88 VRC-VERIFICAR VALUE "V".
		02 VRC-CUIL PIC 9(11).
		02 VRC-APELLIDO PIC X(20).
		02 VRC-FECHA-NAC PIC 9(8).
		02 VRC-RESULTADO PIC X.
			88 VRC-RECONTRATABLE VALUE "S".
			88 VRC-VETADO VALUE "N".
		02 VRC-ID PIC 9(5).
		02 VRC-MOTIVO PIC X(2).
		02 VRC-FECHA-BAJA PIC 9(8).
		02 VRC-COINCIDENCIA PIC X.
		02 VRC-ORIGEN PIC X.
