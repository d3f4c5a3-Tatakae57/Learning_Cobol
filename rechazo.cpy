	*> el lugar y REPROC lo reenvía por los mismos controles.
	*> Motivos: DK clave duplicada, DP departamento inválido,
	*> ED edad inválida, NB nombre en blanco, WR error de
	*> escritura, DC CUIL ya usado por otro empleado, NR
	*> persona en la lista de no recontratables (VALREC): solo
	*> entra si un supervisor anula el veto en REPROC, IR ID
	*> retirado por FUSEMP (la persona ya está con el ID
	*> sobreviviente; no se carga).
	01 RECHAZO-REGISTRO.
		02 RCH-MOTIVO PIC X(2).
		02 RCH-DETALLE.
			03 RCH-DEPTO PIC 9(3).
			03 RCH-FECHA-NAC PIC 9(8).
			03 RCH-FECHA-INGRESO PIC 9(8).
			03 RCH-CUIL PIC 9(11).
