	*> Copybook CONTROL-INGRESO:
	*> Área de intercambio con VALING: el empleado y el ítem
	*> del legajo de ingreso; vuelve "S" si el dato ya lo
	*> cumple, "N" si todavía no y "M" si el ítem no se
	*> controla con datos (se tilda a mano).
	01 CONTROL-INGRESO.
		02 VIN-ID PIC 9(5).
		02 VIN-ITEM PIC X(4).
		02 VIN-RESULTADO PIC X.
			88 VIN-CUMPLIDO VALUE "S".
			88 VIN-MANUAL VALUE "M".
