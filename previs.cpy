	*> Copybook PREVISIONAL-REGISTRO:
	*> Datos previsionales del empleado (previsional.dat,
	*> indexado por EMPLEADO-ID) que el legajo no trae: el
	*> sexo, que fija la edad jubilatoria, y los servicios con
	*> aportes prestados a empleadores anteriores, en meses,
	*> que se suman a la antigüedad propia para llegar a los
	*> años de aportes exigidos. JUBMANT lo mantiene; JUBREP
	*> lo lee. Sin registro: sexo sin cargar y sin servicios
	*> previos.
	01 PREVISIONAL-REGISTRO.
		02 PRV-ID PIC 9(5).
		02 PRV-SEXO PIC X.
			88 PRV-VARON VALUE "M".
			88 PRV-MUJER VALUE "F".
			88 PRV-SEXO-VALIDO VALUES "M" "F".
		02 PRV-MESES-PREVIOS PIC 9(3).
		*> Empleadores anteriores o número de certificación
		*> de servicios que respalda los meses.
		02 PRV-RESPALDO PIC X(30).
		02 PRV-FECHA PIC 9(8).
		02 PRV-OPERADOR PIC X(8).
