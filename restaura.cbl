	FD ARCHIVO-ORIGEN.
		01 ORIGEN-REGISTRO.
			02 ORI-ID PIC 9(5).
			02 ORI-RESTO PIC X(104).

	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".
