	*> Copybook TARIFAS-PRODUCCION-REGISTRO:
	*> Tabla de premios por producción (indexada por código de
	*> producto, tarifas_produccion.dat), mantenida por
	*> PRDMANT. Cada producto tiene su meta diaria de unidades
	*> por empleado y el valor de cada unidad por encima de la
	*> meta; PRODUC los copia en cada renglón importado, así un
	*> cambio de tabla no toca lo ya cargado.
	*> Estados: A activo, B dado de baja (ya no se importa).
	01 TARIFAS-PRODUCCION-REGISTRO.
		02 PTA-PRODUCTO PIC X(8).
		02 PTA-DESCRIPCION PIC X(20).
		02 PTA-META-DIARIA PIC 9(5).
		02 PTA-VALOR-UNIDAD PIC 9(4)V99.
		02 PTA-ESTADO PIC X.
			88 PRODUCTO-ACTIVO VALUE "A".
			88 PRODUCTO-DE-BAJA VALUE "B".
