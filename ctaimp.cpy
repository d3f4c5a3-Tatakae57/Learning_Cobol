	*> Copybook IMPUTACION-PEDIDO:
	*> Intercambio con CTAIMP. El programa que asienta carga
	*> un renglón por línea del asiento (concepto, depto y
	*> lado "D" debe o "H" haber) y CTAIMP le devuelve la
	*> cuenta de cada uno. IPE-RESULTADO queda en "S" si la
	*> cuenta salió, "N" sin imputación para el concepto,
	*> "L" imputación sin cuenta de ese lado, "I" cuenta que
	*> no está en el plan y "B" cuenta dada de baja; con un
	*> solo renglón sin cuenta el asiento no se graba e
	*> IPE-FALTANTES dice cuántos fueron (los lista CTAIMP).
	01 IMPUTACION-PEDIDO.
		02 IPE-PROGRAMA PIC X(8).
		02 IPE-CANTIDAD PIC 9(3).
		02 IPE-FALTANTES PIC 9(3).
		02 IPE-RENGLON OCCURS 150 TIMES.
			03 IPE-CONCEPTO PIC X(12).
			03 IPE-DEPTO PIC 9(3).
			03 IPE-LADO PIC X.
			03 IPE-CUENTA PIC X(12).
			03 IPE-RESULTADO PIC X.
