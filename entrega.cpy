	*> Copybook ENTREGAS-REGISTRO:
	*> Entregas de elementos del catálogo (elemento.cpy) a
	*> cada empleado (entregas.dat, indexado por EMPLEADO-ID
	*> + número de entrega): cantidad, número de serie,
	*> fecha de entrega, reposición (cero = no se repone) y
	*> devolución. Clase, devolución y valor se copian del
	*> catálogo al entregar, para que un cambio posterior del
	*> catálogo no reescriba lo ya entregado. EQUMANT la
	*> mantiene; EPPVENC lista las reposiciones de seguridad,
	*> LIQFIN trae a la liquidación final lo que está en
	*> poder del empleado y CIERRE no archiva a quien lo
	*> tenga sin devolver.
	01 ENTREGAS-REGISTRO.
		02 ENT-CLAVE.
			03 ENT-ID PIC 9(5).
			03 ENT-NUMERO PIC 9(3).
		02 ENT-CODIGO PIC X(6).
		02 ENT-CLASE PIC X.
		02 ENT-DEVOLVER PIC X.
		02 ENT-VALOR PIC 9(6)V99.
		02 ENT-CANTIDAD PIC 9(3).
		02 ENT-SERIE PIC X(20).
		02 ENT-FECHA-ENTREGA PIC 9(8).
		02 ENT-FECHA-REPOSICION PIC 9(8).
		02 ENT-FECHA-DEVOLUCION PIC 9(8).
		*> E en poder del empleado, D devuelto, C descontado
		*> en la liquidación final, P dado por perdido.
		02 ENT-SITUACION PIC X.
			88 ENT-EN-PODER VALUE "E".
			88 ENT-DEVUELTO VALUE "D".
			88 ENT-DESCONTADO VALUE "C".
			88 ENT-PERDIDO VALUE "P".
		02 ENT-OPERADOR PIC X(8).
