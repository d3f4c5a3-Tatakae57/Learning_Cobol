	*> Copybook INGRESOS-REGISTRO:
	*> Legajo de ingreso del empleado nuevo (ingresos.dat,
	*> indexado por EMPLEADO-ID + ítem). Un renglón por
	*> requisito, copiado de requisitos_ingreso.dat al abrir
	*> el legajo en INGMANT: pendiente hasta que se cumple,
	*> con la fecha y quién lo tildó ("AUTOMAT" si lo cumplió
	*> el dato mismo, vía VALING). INGPEND lo reporta cortado
	*> por el supervisor responsable.
	01 INGRESOS-REGISTRO.
		02 ING-CLAVE.
			03 ING-ID PIC 9(5).
			03 ING-ITEM PIC X(4).
		02 ING-DESCRIPCION PIC X(30).
		02 ING-CRITICO PIC X.
			88 ING-BLOQUEA-PAGO VALUE "S".
		02 ING-ESTADO PIC X.
			88 ING-PENDIENTE VALUE "P".
			88 ING-CUMPLIDO VALUE "C".
		*> Supervisor responsable del ingreso (operador de
		*> usuarios.dat).
		02 ING-SUPERVISOR PIC X(8).
		02 ING-FECHA-APERTURA PIC 9(8).
		02 ING-FECHA-CUMPLIDO PIC 9(8).
		02 ING-OPERADOR PIC X(8).
