	*> Copybook CONTROL-HABILITACION:
	*> Área de intercambio con VALHAB: el empleado, el puesto
	*> a controlar y la fecha de referencia; vuelve cuántas
	*> habilitaciones exigidas por el puesto le faltan y
	*> cuántas tiene vencidas a esa fecha, con el primer
	*> tipo en falta para el mensaje de la pantalla.
	01 CONTROL-HABILITACION.
		02 VHB-ID PIC 9(5).
		02 VHB-PUESTO PIC 9(3).
		02 VHB-FECHA PIC 9(8).
		02 VHB-EXIGIDAS PIC 9(2).
		02 VHB-FALTANTES PIC 9(2).
		02 VHB-VENCIDAS PIC 9(2).
		02 VHB-PRIMER-TIPO PIC X(4).
