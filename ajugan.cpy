	*> Copybook AJUSTE-GANANCIAS:
	*> Resultado del ajuste anual del impuesto a las ganancias
	*> (indexado por año + ID), uno por empleado y ejercicio.
	*> Lo graba AJUGAN al cerrar el año: base imponible,
	*> impuesto determinado sobre la escala anual, lo retenido
	*> mes a mes y la diferencia (positiva = a retener al
	*> empleado, negativa = a devolverle). CERTIF lo imprime
	*> en el certificado anual; NOMINA salda la diferencia
	*> por la línea "G" que AJUGAN deja en ajustes.dat.
	01 AJUSTE-GANANCIAS.
		02 AJG-CLAVE.
			03 AJG-ANIO PIC 9(4).
			03 AJG-ID PIC 9(5).
		02 AJG-BRUTO PIC 9(8)V99.
		02 AJG-DEDUCCIONES PIC 9(8)V99.
		02 AJG-BASE PIC 9(8)V99.
		02 AJG-DETERMINADO PIC 9(8)V99.
		02 AJG-RETENIDO PIC 9(8)V99.
		02 AJG-DIFERENCIA PIC S9(8)V99
			SIGN IS TRAILING SEPARATE.
		02 AJG-FECHA PIC 9(8).
		02 AJG-OPERADOR PIC X(8).
