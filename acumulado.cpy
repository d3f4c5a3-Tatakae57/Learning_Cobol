	*> Copybook ACUMULADO-REGISTRO:
	*> Acumulados del año por empleado y concepto
	*> (acumulados.dat, indexado por año + ID + concepto), que
	*> CERTIF, SAC, LIQFIN, COSTDEP y la retención de NOMINA
	*> leían sumando a su manera el registro acumulado de
	*> nómina. Cada concepto guarda el importe de cada período
	*> del año en su casillero AAAA01 a AAAA12, el aguinaldo
	*> en 51/52 y los pagos especiales en 61 a 99: grabar un
	*> renglón del registro pisa su casillero en lugar de
	*> sumarlo, así una reanudación que regraba el renglón
	*> no duplica nada. ACU-TOTAL y ACU-PERIODOS se recalculan
	*> con los casilleros en cada grabación. Lo mantiene solo
	*> el subprograma ACUMUL; ACUREC lo reconstruye desde el
	*> registro y lo controla contra una suma fresca.
	*> Conceptos (uno por columna del registro): HORA horas,
	*> BRUT bruto, NETO neto, ADEL adelanto, IMPU impuesto,
	*> JUBI jubilación, SIND sindicato, ASIG asignación
	*> familiar, GAST reintegro de gastos.
	01 ACUMULADO-REGISTRO.
		02 ACU-CLAVE.
			03 ACU-ANIO PIC 9(4).
			03 ACU-ID PIC 9(5).
			03 ACU-CONCEPTO PIC X(4).
				88 ACU-HORAS VALUE "HORA".
				88 ACU-BRUTO VALUE "BRUT".
				88 ACU-NETO VALUE "NETO".
				88 ACU-ADELANTO VALUE "ADEL".
				88 ACU-IMPUESTO VALUE "IMPU".
				88 ACU-JUBILACION VALUE "JUBI".
				88 ACU-SINDICATO VALUE "SIND".
				88 ACU-ASIGNACION VALUE "ASIG".
				88 ACU-GASTOS VALUE "GAST".
		02 ACU-TOTAL PIC 9(8)V99.
		02 ACU-PERIODOS PIC 9(3).
		02 ACU-MES OCCURS 99 TIMES.
			03 ACU-MES-MARCA PIC X.
			03 ACU-MES-IMPORTE PIC 9(7)V99.
