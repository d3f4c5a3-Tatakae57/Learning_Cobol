	*> Copybook RESUMEN-BANCOS:
	*> Cuadre de la partición por banco (resumen_bancos.dat,
	*> secuencial, de la última subida liberada): un renglón
	*> "B" por archivo de banco con su cantidad y total, y un
	*> renglón "T" con la suma de todos los archivos por banco
	*> junto a los totales del archivo único del que salieron
	*> (los detalles de pagos_listos.dat). BANPART lo graba y
	*> CONCIMP lo cuadra contra pagos_banco.dat.
	01 RESUMEN-BANCOS.
		02 RBA-TIPO PIC X.
			88 RESUMEN-DE-BANCO VALUE "B".
			88 RESUMEN-TOTAL VALUE "T".
		02 RBA-PERIODO PIC 9(6).
		02 RBA-EMPRESA PIC 9(2).
		02 RBA-BANCO PIC 9(3).
		02 RBA-CANTIDAD PIC 9(7).
		02 RBA-TOTAL PIC 9(9)V99.
		02 RBA-CANTIDAD-ORIGEN PIC 9(7).
		02 RBA-TOTAL-ORIGEN PIC 9(9)V99.
