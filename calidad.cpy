	*> Copybook CALIDAD-HISTORIA-REGISTRO:
	*> Historia mensual de la completitud del legajo
	*> (calidad_datos.dat, indexado por período, tipo y
	*> código). CALIDAT graba un registro por departamento, uno
	*> por operador responsable y uno con el total del mes;
	*> una segunda corrida en el mismo mes lo reemplaza. El
	*> informe compara cada puntaje con el del mes anterior
	*> para ver si la calidad de los datos mejora.
	01 CALIDAD-HISTORIA-REGISTRO.
		02 CHI-CLAVE.
			03 CHI-PERIODO PIC 9(6).
			03 CHI-TIPO PIC X.
				88 CALIDAD-DEPTO VALUE "D".
				88 CALIDAD-OPERADOR VALUE "O".
				88 CALIDAD-TOTAL VALUE "T".
			*> Depto (tres dígitos), usuario del operador
			*> o "TOTAL".
			03 CHI-CODIGO PIC X(8).
		02 CHI-EMPLEADOS PIC 9(5).
		*> Puntaje promedio de 0 a 100.
		02 CHI-PUNTAJE PIC 9(3)V9.
		02 CHI-COMPLETOS PIC 9(5).
		*> Empleados con al menos un faltante que frena la
		*> liquidación.
		02 CHI-BLOQUEADOS PIC 9(5).
		02 CHI-FECHA PIC 9(8).
