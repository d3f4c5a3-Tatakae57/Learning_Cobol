	*> Copybook HABILITACIONES-REGISTRO:
	*> Habilitaciones del empleado (habilitaciones.dat,
	*> indexado por EMPLEADO-ID + tipo): licencia de
	*> autoelevador, cursos de seguridad, apto médico. Cada
	*> tipo guarda la última emisión, el vencimiento y quién
	*> la emitió. HABMANT la mantiene; VALHAB la cruza contra
	*> los requisitos del puesto (reqpue.cpy) y HABVENC
	*> avisa lo que vence. Vencimiento cero = no vence.
	01 HABILITACIONES-REGISTRO.
		02 HAB-CLAVE.
			03 HAB-ID PIC 9(5).
			03 HAB-TIPO PIC X(4).
		02 HAB-FECHA-EMISION PIC 9(8).
		02 HAB-FECHA-VENCE PIC 9(8).
		02 HAB-EMISOR PIC X(20).
