	*> Copybook DELEGACIONES-REGISTRO:
	*> Delegaciones de aprobación por ausencia
	*> (delegaciones.dat, indexado por titular + fecha desde).
	*> Mientras dura el rango, el delegado aprueba lo que
	*> aprobaría el titular: APRRUT lo toma como si fuera él.
	*> ORGMANT las da de alta y las anula (queda la marca,
	*> no se borran, para saber después quién firmó por
	*> quién); APRPEND manda al delegado lo que espera al
	*> titular ausente.
	01 DELEGACIONES-REGISTRO.
		02 DLG-CLAVE.
			03 DLG-TITULAR PIC 9(5).
			03 DLG-DESDE PIC 9(8).
		02 DLG-HASTA PIC 9(8).
		02 DLG-DELEGADO PIC 9(5).
		02 DLG-ESTADO PIC X.
			88 DELEGACION-VIGENTE VALUE "V".
			88 DELEGACION-ANULADA VALUE "X".
		02 DLG-OPERADOR PIC X(8).
		02 DLG-FECHA-ALTA PIC 9(8).
