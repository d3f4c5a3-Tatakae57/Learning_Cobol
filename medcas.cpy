	*> Copybook CALCULO-CASO-MEDICO:
	*> Área de comunicación con MEDCAS. Entra la fecha de
	*> ingreso del empleado y la fecha de referencia, junto
	*> con el caso (casomed.cpy); vuelven los días consumidos
	*> hasta esa fecha, el tope legal de días pagos, la fecha
	*> en que el tope se agota (cero si todavía no) y la
	*> situación: D = dentro del tope, P = por agotarse (15
	*> días o menos), E = excedido, en reserva de puesto.
	01 CALCULO-CASO-MEDICO.
		02 MCC-FECHA-INGRESO PIC 9(8).
		02 MCC-FECHA PIC 9(8).
		02 MCC-DIAS-CONSUMIDOS PIC 9(4).
		02 MCC-DIAS-LIMITE PIC 9(4).
		02 MCC-FECHA-TOPE PIC 9(8).
		02 MCC-SITUACION PIC X.
			88 MCC-DENTRO VALUE "D".
			88 MCC-POR-AGOTARSE VALUE "P".
			88 MCC-EXCEDIDO VALUE "E".
