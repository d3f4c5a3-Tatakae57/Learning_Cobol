	*> Copybook COBROS-ART-REGISTRO:
	*> Pagos de la ART contra un siniestro (cobros_art.dat,
	*> indexado por número de siniestro + secuencia del pago,
	*> como dependientes.dat). Un siniestro puede cobrarse en
	*> varias cuotas; ARTCONC concilia la suma con lo que se
	*> reclamó en accidentes.dat.
	01 COBROS-ART-REGISTRO.
		02 CAR-CLAVE.
			03 CAR-SINIESTRO PIC X(12).
			03 CAR-SECUENCIA PIC 9(2).
		02 CAR-FECHA PIC 9(8).
		02 CAR-IMPORTE PIC 9(7)V99.
		02 CAR-REFERENCIA PIC X(20).
		02 CAR-OPERADOR PIC X(8).
