	*> Copybook PROPUESTAS-MERITO:
	*> Propuesta de aumento por mérito (propuestas_merito.dat,
	*> indexado por año de evaluación + EMPLEADO-ID). MERITO
	*> la arma desde evaluaciones.dat: porcentaje de la tabla,
	*> recortado a la banda del puesto y al presupuesto del
	*> departamento (PRM-AJUSTE dice cuál recortó). Sigue el
	*> ciclo propuesta -> aprobada (gerencia, con operador y
	*> fecha) -> aplicada (tarifa nueva pedida vía CAMPEND con
	*> la vigencia de la propuesta; CAMAPR la graba en
	*> tarifas.dat cuando la aprueba otro supervisor).
	01 PROPUESTAS-MERITO.
		02 PRM-CLAVE.
			03 PRM-ANIO PIC 9(4).
			03 PRM-ID PIC 9(5).
		02 PRM-DEPTO PIC 9(3).
		02 PRM-PUNTAJE PIC 9.
		02 PRM-PORC-TABLA PIC 9(2)V99.
		02 PRM-TARIFA-VIEJA PIC 9(3)V99.
		02 PRM-TARIFA-NUEVA PIC 9(3)V99.
		02 PRM-PORCENTAJE PIC 9(2)V99.
		02 PRM-AJUSTE PIC X.
			88 PRM-SIN-AJUSTE VALUE SPACE.
			88 PRM-AJUSTE-BANDA VALUE "B".
			88 PRM-AJUSTE-PRESUPUESTO VALUE "P".
		02 PRM-VIGENCIA PIC 9(8).
		02 PRM-ESTADO PIC X.
			88 PRM-PROPUESTA VALUE "P".
			88 PRM-APROBADA VALUE "A".
			88 PRM-APLICADA VALUE "L".
		02 PRM-APROBADOR PIC X(8).
		02 PRM-FECHA-APROBACION PIC 9(8).
