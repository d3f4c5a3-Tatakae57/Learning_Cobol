	*> Copybook ASIGNACIONES-REGISTRO:
	*> Escala de asignaciones familiares con vigencia
	*> (asignaciones.dat, indexado por número de tramo + fecha
	*> de vigencia, la clave de tramos.dat): por cada tramo de
	*> bruto del empleado, el importe mensual por hijo, por
	*> hijo con discapacidad y por cónyuge. ASIGMANT la
	*> mantiene y CARASIG arma la escala vigente a un período.
	01 ASIGNACIONES-REGISTRO.
		02 ASG-CLAVE.
			03 ASG-NUMERO PIC 9(2).
			03 ASG-VIGENCIA PIC 9(8).
		02 ASG-MINIMO PIC 9(6).
		02 ASG-MAXIMO PIC 9(6).
		02 ASG-HIJO PIC 9(5)V99.
		02 ASG-HIJO-DISCAP PIC 9(5)V99.
		02 ASG-CONYUGE PIC 9(5)V99.
