	*> Copybook ROL-TURNOS-REGISTRO:
	*> Rol de turnos por empleado (rol_turnos.dat, indexado por
	*> EMPLEADO-ID + fecha). Los renglones con fecha 1 a 7 son
	*> el patrón semanal (1 = lunes ... 7 = domingo, como el
	*> día de semana de ORQUESTA); los de fecha AAAAMMDD
	*> asignan un día puntual y mandan sobre el patrón. Turno
	*> en blanco = franco. Un empleado sin renglones no tiene
	*> rol y TURCTL no lo controla.
	01 ROL-TURNOS-REGISTRO.
		02 ROL-CLAVE.
			03 ROL-ID PIC 9(5).
			03 ROL-FECHA PIC 9(8).
				88 ROL-PATRON-SEMANAL VALUE 1 THRU 7.
		02 ROL-TURNO PIC X(3).
			88 ROL-FRANCO VALUE SPACES.
		02 ROL-OPERADOR PIC X(8).
