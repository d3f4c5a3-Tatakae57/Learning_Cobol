	*> Copybook PLAN-CUENTAS-REGISTRO:
	*> Plan de cuentas del sistema contable (plan_cuentas.dat,
	*> indexado por PCU-CUENTA). El número de cuenta es el
	*> que la importación del mayor espera en ASI-CUENTA; la
	*> descripción es solo para los listados. PLCMANT lo
	*> mantiene; IMPMANT no deja imputar a una cuenta que no
	*> esté acá y CTAIMP rechaza la cuenta dada de baja al
	*> armar el asiento. La baja no borra (los asientos ya
	*> importados la siguen nombrando). Entra entero en la
	*> imagen X(40) de AUDSAT.
	01 PLAN-CUENTAS-REGISTRO.
		02 PCU-CUENTA PIC X(12).
		02 PCU-DESCRIPCION PIC X(26).
		02 PCU-TIPO PIC X.
			88 CUENTA-ACTIVO VALUE "A".
			88 CUENTA-PASIVO VALUE "P".
			88 CUENTA-GASTO VALUE "G".
		02 PCU-ESTADO PIC X.
			88 CUENTA-VIGENTE VALUE "A".
			88 CUENTA-DE-BAJA VALUE "B".
