	*> Copybook LINEA-REG-SUBPERIODO:
	*> Renglón de registro_subperiodo.dat: lo pagado a un
	*> empleado de un grupo quincenal o semanal en uno de los
	*> subperíodos del mes, con los mismos importes que
	*> registro.cpy. Clave período + ID + subperíodo. El
	*> renglón mensual de registro_nomina.dat es la suma de
	*> los subperíodos del mes, así los lectores del registro
	*> acumulado siguen viendo un renglón por mes.
	01 LINEA-REG-SUBPERIODO.
		02 RSB-CLAVE.
			03 RSB-PERIODO PIC 9(6).
			03 RSB-ID PIC 9(5).
			03 RSB-SUBPERIODO PIC 9.
		02 RSB-GRUPO PIC X(2).
		02 RSB-TARIFA PIC 9(3)V99.
		02 RSB-HORAS PIC 9(3)V99.
		02 RSB-BRUTO PIC 9(6)V99.
		02 RSB-NETO PIC 9(6)V99.
		02 RSB-ADELANTO PIC 9(6)V99.
		02 RSB-IMPUESTO PIC 9(6)V99.
		02 RSB-JUBILACION PIC 9(6)V99.
		02 RSB-SINDICATO PIC 9(6)V99.
		02 RSB-ASIGNACION PIC 9(6)V99.
		02 RSB-GASTOS PIC 9(6)V99.
