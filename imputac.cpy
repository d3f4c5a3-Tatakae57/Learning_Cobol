	*> Copybook IMPUTACIONES-REGISTRO:
	*> Imputación contable de cada concepto de pago
	*> (imputaciones.dat, indexado por concepto + depto). El
	*> concepto es el rótulo con que los programas arman el
	*> asiento ("SUELDOS", "RET IMPUESTO", "CS JUBPATRO", el
	*> concepto de un lote de PAGESP...); el depto permite
	*> mandar el mismo concepto a otra cuenta según el centro
	*> de costo, y el depto cero es la imputación general que
	*> vale para todo depto sin renglón propio. Cuenta al
	*> debe y cuenta al haber: el renglón del asiento toma
	*> la de su lado, y un concepto que se asienta de un solo
	*> lado puede dejar la otra en blanco. IMPMANT lo
	*> mantiene; CTAIMP lo resuelve para los que asientan.
	01 IMPUTACIONES-REGISTRO.
		02 IMU-CLAVE.
			03 IMU-CONCEPTO PIC X(12).
			03 IMU-DEPTO PIC 9(3).
		02 IMU-CUENTA-DEBE PIC X(12).
		02 IMU-CUENTA-HABER PIC X(12).
