	*> Copybook CONTRATOS-REGISTRO:
	*> Contratos de trabajo (contratos.dat, indexado por
	*> EMPLEADO-ID + fecha de inicio): modalidad, inicio, fin y
	*> vencimiento del período de prueba. Cada renovación cierra
	*> el contrato vigente como renovado y abre uno nuevo desde
	*> el día siguiente a su fin, así la historia queda entera;
	*> el vigente es el último del empleado. CONMANT los carga,
	*> CONVENC lista los que vencen y ESTADOS da la baja de los
	*> que terminaron sin renovación o no pasaron la prueba.
	01 CONTRATOS-REGISTRO.
		02 CON-CLAVE.
			03 CON-ID PIC 9(5).
			03 CON-INICIO PIC 9(8).
		*> I tiempo indeterminado, F plazo fijo, T temporada.
		02 CON-TIPO PIC X.
			88 CONTRATO-INDETERMINADO VALUE "I".
			88 CONTRATO-PLAZO-FIJO VALUE "F".
			88 CONTRATO-TEMPORADA VALUE "T".
			88 CON-TIPO-VALIDO VALUES "I" "F" "T".
		*> Último día del contrato; cero en el indeterminado
		*> mientras nadie decida terminarlo. Si no pasa la
		*> prueba, el día de la decisión.
		02 CON-FIN PIC 9(8).
		*> Cero: sin período de prueba.
		02 CON-FIN-PRUEBA PIC 9(8).
		*> P pendiente, C confirmado, N no superado.
		02 CON-PRUEBA PIC X.
			88 PRUEBA-PENDIENTE VALUE "P".
			88 PRUEBA-CONFIRMADA VALUE "C".
			88 PRUEBA-NO-SUPERADA VALUE "N".
		*> V vigente, R renovado, F finalizado (con la baja).
		02 CON-ESTADO PIC X.
			88 CONTRATO-VIGENTE VALUE "V".
			88 CONTRATO-RENOVADO VALUE "R".
			88 CONTRATO-FINALIZADO VALUE "F".
		02 CON-FECHA-CIERRE PIC 9(8).
		02 CON-OPERADOR PIC X(8).
