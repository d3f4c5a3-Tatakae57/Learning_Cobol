	*> Copybook PROVISION-SAC-REGISTRO:
	*> Un renglón de provision_sac.dat por mes devengado y por
	*> empleado: el bruto estimado del mes y el doceavo de
	*> aguinaldo que DEVENGA provisionó sobre él. Volver a
	*> devengar el mismo mes pisa el renglón. SAC suma los seis
	*> meses del semestre y los compara con lo que pagó.
	01 PROVISION-SAC-REGISTRO.
		02 PSA-CLAVE.
			03 PSA-PERIODO PIC 9(6).
			03 PSA-ID PIC 9(5).
		02 PSA-EMPRESA PIC 9(2).
		02 PSA-BRUTO-ESTIMADO PIC 9(7)V99.
		02 PSA-PROVISION PIC 9(7)V99.
