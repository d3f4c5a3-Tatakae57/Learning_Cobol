		02 PUE-NOMBRE PIC X(20).
		02 PUE-TARIFA-MIN PIC 9(3)V99.
		02 PUE-TARIFA-MAX PIC 9(3)V99.
		*> "S" = puesto jerárquico (gerencia, dirección):
		*> ACCREP señala toda consulta a un empleado que lo
		*> ocupe. Blanco = registro anterior al campo, no lo es.
		02 PUE-EJECUTIVO PIC X.
			88 PUESTO-EJECUTIVO VALUE "S".
