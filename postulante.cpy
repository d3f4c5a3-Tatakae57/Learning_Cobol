	*> Copybook POSTULANTES-REGISTRO:
	*> Maestro de postulantes (postulantes.dat, indexado por
	*> POS-ID) que mantiene POSMANT: quién se postuló, a qué
	*> departamento y puesto, y en qué etapa de la selección
	*> está. Al contratarlo, POSMANT lo da de alta en el vivo
	*> y deja acá el ID de empleado que le tocó.
	01 POSTULANTES-REGISTRO.
		02 POS-ID PIC 9(5).
		02 POS-NOMBRE PIC X(20).
		02 POS-APELLIDO PIC X(20).
		02 POS-CUIL PIC 9(11).
		02 POS-TELEFONO PIC X(10).
		02 POS-EMAIL PIC X(40).
		02 POS-FECHA-NAC PIC 9(8).
		02 POS-DEPTO PIC 9(3).
		02 POS-PUESTO PIC 9(3).
		02 POS-ETAPA PIC X.
			88 POS-RECIBIDO VALUE "R".
			88 POS-ENTREVISTADO VALUE "E".
			88 POS-OFRECIDO VALUE "O".
			88 POS-RECHAZADO VALUE "X".
			88 POS-CONTRATADO VALUE "C".
		02 POS-FECHA-ETAPA PIC 9(8).
		*> ID de empleado asignado al contratarlo; cero mientras
		*> siga en selección.
		02 POS-EMPLEADO-ID PIC 9(5).
