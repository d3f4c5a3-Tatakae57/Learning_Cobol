	*> Copybook PRODUCCION-REGISTRO:
	*> Producción diaria importada por PRODUC desde el archivo
	*> de la planta (produccion.dat, indexado por empleado +
	*> período + fecha + producto). PRD-PERIODO es el período
	*> abierto del grupo de pago del empleado al importar; la
	*> meta y el valor por unidad se copian de la tabla de
	*> PRDMANT y PRD-IMPORTE es el premio: las unidades por
	*> encima de la meta por su valor. Cada renglón entra
	*> pendiente ("P") y la línea de mando del departamento lo
	*> aprueba ("A") o lo rechaza ("R"). NOMINA paga los
	*> aprobados de su período y de los anteriores como
	*> renglón remunerativo propio del recibo y los marca
	*> liquidados ("L"); las horas de NOVEDAD no se tocan.
	01 PRODUCCION-REGISTRO.
		02 PRD-CLAVE.
			03 PRD-ID PIC 9(5).
			03 PRD-PERIODO PIC 9(6).
			03 PRD-FECHA PIC 9(8).
			03 PRD-PRODUCTO PIC X(8).
		02 PRD-DEPTO PIC 9(3).
		02 PRD-UNIDADES PIC 9(5).
		02 PRD-META PIC 9(5).
		02 PRD-VALOR-UNIDAD PIC 9(4)V99.
		02 PRD-IMPORTE PIC 9(6)V99.
		02 PRD-ESTADO PIC X.
			88 PRD-PENDIENTE VALUE "P".
			88 PRD-APROBADO VALUE "A".
			88 PRD-RECHAZADO VALUE "R".
			88 PRD-LIQUIDADO VALUE "L".
		02 PRD-SUPERVISOR PIC X(8).
		02 PRD-FECHA-APROBACION PIC 9(8).
		02 PRD-PERIODO-PAGO PIC 9(6).
