	*> Copybook GASTOS-REGISTRO:
	*> Rendición de gastos del empleado (gastos.dat, indexado
	*> por EMPLEADO-ID + período + secuencia): viáticos,
	*> comidas y herramientas que antes salían de caja chica y
	*> nunca llegaban al recibo ni al mayor. Cada comprobante
	*> entra pendiente ("P") por GASTOS y el supervisor lo
	*> aprueba ("A") o lo rechaza ("R"). NOMINA paga los
	*> aprobados de su período y de los anteriores como
	*> renglones no remunerativos y los marca liquidados
	*> ("L") con el período en que se pagaron. Los pendientes
	*> al cierre no se pierden: pasan al período siguiente.
	01 GASTOS-REGISTRO.
		02 GAS-CLAVE.
			03 GAS-ID PIC 9(5).
			03 GAS-PERIODO PIC 9(6).
			03 GAS-SECUENCIA PIC 9(3).
		02 GAS-CONCEPTO PIC X(2).
			88 GAS-VIATICO VALUE "VI".
			88 GAS-COMIDA VALUE "CO".
			88 GAS-HERRAMIENTA VALUE "HE".
			88 GAS-CONCEPTO-VALIDO VALUE "VI" "CO" "HE".
		02 GAS-IMPORTE PIC 9(6)V99.
		02 GAS-COMPROBANTE PIC X(12).
		02 GAS-ESTADO PIC X.
			88 GAS-PENDIENTE VALUE "P".
			88 GAS-APROBADO VALUE "A".
			88 GAS-RECHAZADO VALUE "R".
			88 GAS-LIQUIDADO VALUE "L".
		02 GAS-SUPERVISOR PIC X(8).
		02 GAS-FECHA-APROBACION PIC 9(8).
		02 GAS-PERIODO-PAGO PIC 9(6).
