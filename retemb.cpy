	*> Copybook RETENCIONES-EMBARGO-REGISTRO:
	*> Lo retenido por embargo a cada empleado en cada período
	*> (indexado por período + ID, retenciones_embargo.dat),
	*> con el expediente y la empresa que retuvo. Lo graban
	*> NOMINA al aplicar las rebajas escenificadas (los
	*> subperíodos del mes suman en el mismo renglón) y
	*> LIQFIN al confirmar la liquidación final. DEPJUD
	*> deposita la diferencia entre lo retenido y lo ya
	*> depositado y la suma a REJ-DEPOSITADO: lo retenido
	*> que todavía no llegó al juzgado es REJ-RETENIDO menos
	*> REJ-DEPOSITADO.
	01 RETENCIONES-EMBARGO-REGISTRO.
		02 REJ-CLAVE.
			03 REJ-PERIODO PIC 9(6).
			03 REJ-ID PIC 9(5).
		02 REJ-EXPEDIENTE PIC X(12).
		02 REJ-EMPRESA PIC 9(2).
		02 REJ-RETENIDO PIC 9(7)V99.
		02 REJ-DEPOSITADO PIC 9(7)V99.
		02 REJ-FECHA-DEPOSITO PIC 9(8).
