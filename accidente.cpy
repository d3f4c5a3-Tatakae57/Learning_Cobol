	*> Copybook ACCIDENTES-REGISTRO:
	*> Registro de accidentes de trabajo (accidentes.dat,
	*> indexado por el número de siniestro que da la ART). Lo
	*> carga ACCMANT con el lugar, la descripción y los días
	*> perdidos; el salario diario sale del bruto de los doce
	*> meses anteriores en registro_nomina.dat y el reclamo a
	*> la ART es salario diario por días perdidos. ACC-DEPTO
	*> guarda el departamento del empleado al accidentarse,
	*> para que ACCFREC no dependa de traslados posteriores.
	*> Lo cobrado se acumula en ACC-COBRADO a medida que se
	*> cargan los pagos de cobros_art.dat (cobroart.cpy).
	01 ACCIDENTES-REGISTRO.
		02 ACC-SINIESTRO PIC X(12).
		02 ACC-ID PIC 9(5).
		02 ACC-FECHA PIC 9(8).
		02 ACC-DEPTO PIC 9(3).
		02 ACC-LUGAR PIC X(30).
		02 ACC-DESCRIPCION PIC X(60).
		02 ACC-DIAS-PERDIDOS PIC 9(3).
		02 ACC-SALARIO-DIARIO PIC 9(5)V99.
		02 ACC-RECLAMADO PIC 9(7)V99.
		02 ACC-FECHA-RECLAMO PIC 9(8).
		02 ACC-COBRADO PIC 9(7)V99.
