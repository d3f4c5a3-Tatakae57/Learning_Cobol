		02 USU-FALLOS PIC 9.
		02 USU-BLOQUEADO PIC X.
			88 CUENTA-BLOQUEADA VALUE "S".
	*> Empresas que el operador puede liquidar (hasta cinco);
	*> EMPSEL rechaza las demás. Sin ninguna cargada (usuario
	*> anterior a las empresas), solo la empresa 01.
		02 USU-EMPRESAS-AUTORIZADAS.
			03 USU-EMPRESA-AUT PIC 9(2) OCCURS 5 TIMES.
	*> Departamento al que pertenece el operador: ACCREP
	*> señala al que consulta muchos empleados de otros
	*> departamentos. Cero (o blanco, usuario anterior al
	*> campo) = sin departamento, no se controla.
		02 USU-DEPTO PIC 9(3).
	*> Empleado que es el operador (ID en empleados.dat): con
	*> él APRRUT sabe si el que aprueba está en la línea de
	*> mando del empleado o es delegado de alguien que lo
	*> está. Cero (o blanco) = operador sin legajo: no
	*> aprueba nada de empleados con línea cargada.
		02 USU-EMPLEADO PIC 9(5).
