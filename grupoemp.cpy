	*> Copybook GRUPO-EMPLEADO-REGISTRO:
	*> Grupo de pago de cada empleado, en grupos_empleado.dat
	*> (indexado por EMPLEADO-ID), al lado del maestro como
	*> las cuentas y los domicilios, para no agrandar el
	*> registro de empleado. Un
	*> empleado sin renglón acá cobra con el grupo mensual,
	*> el del primer renglón de periodo.dat.
	01 GRUPO-EMPLEADO-REGISTRO.
		02 GEM-ID PIC 9(5).
		02 GEM-GRUPO PIC X(2).
		*> Fecha desde la que rige la asignación (AAAAMMDD).
		02 GEM-FECHA PIC 9(8).
