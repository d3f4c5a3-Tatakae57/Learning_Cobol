	*> por REINGRESO para conservar antigüedad y banda de
	*> vacaciones. Emite el reporte por RPTHDR/RPTPIE e
	*> IMPRESO y termina con GOBACK para poder colgarse del
	*> plan de ORQUESTA. Los duplicados confirmados dentro
	*> del archivo vivo se unen con FUSEMP.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. DUPDET.

