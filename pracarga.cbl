	FD ARCHIVO-RESPALDO.
		01 RESPALDO-REGISTRO.
			02 RES-ID PIC 9(5).
			02 RES-RESTO PIC X(104).

	FD ARCHIVO-PRACT-EMP.
		COPY "empleado.cpy".
			02 PTA-TARIFA PIC 9(3)V99.

	FD ARCHIVO-PERIODO.
		COPY "periodo.cpy".

	*> Un renglón por grupo de pago, del largo de
	*> periodo.cpy (empresa incluida).
	FD ARCHIVO-PRACT-PER.
		01 LINEA-PRACT-PER PIC X(33).

	FD ARCHIVO-PRACT-NOV.
		COPY "novedad.cpy".
