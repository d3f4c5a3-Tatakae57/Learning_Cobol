	*> Copybook TABLA-ASIGNACIONES-VIG:
	*> Escala de asignaciones familiares vigente a un período,
	*> armada por CARASIG como TABLA-DEDUCCIONES-VIG la arma
	*> CARTRAM. Paga el primer tramo donde cae el bruto del
	*> empleado; por encima del último tramo no se cobra.
	01 TABLA-ASIGNACIONES-VIG.
		02 CANTIDAD-ASIGNACIONES PIC 9(2).
		02 ASIGNACION-ENTRADA OCCURS 10 TIMES.
			03 ASV-MINIMO PIC 9(6).
			03 ASV-MAXIMO PIC 9(6).
			03 ASV-HIJO PIC 9(5)V99.
			03 ASV-HIJO-DISCAP PIC 9(5)V99.
			03 ASV-CONYUGE PIC 9(5)V99.
