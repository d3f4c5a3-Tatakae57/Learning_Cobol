	*> DEPMANT lo mantiene; BASE1, P-THRU y LOTE1 validan contra
	*> él el departamento capturado en cada alta, y LISTADO y
	*> NOMINA cortan y subtotalizan por departamento.
	*> DEP-FRANCOS "S": el departamento devuelve las horas
	*> extra en francos compensatorios a los empleados que
	*> adhieren (francos.cpy); en blanco o "N", se pagan.
	01 DEPARTAMENTOS-REGISTRO.
		02 DEP-CODIGO PIC 9(3).
		02 DEP-NOMBRE PIC X(20).
		*> Empresa a la que pertenece el departamento; cero =
		*> registro anterior a las empresas: empresa 01.
		02 DEP-EMPRESA PIC 9(2).
		*> Establecimiento (lugar de trabajo) declarado ante el
		*> organismo para la alta temprana; cero = registro
		*> anterior a este campo o sede de la empresa. Un
		*> traslado entre deptos de distinto establecimiento
		*> se notifica con ALTATEMP.
		02 DEP-ESTABLECIMIENTO PIC 9(4).
		02 DEP-FRANCOS PIC X.
			88 DEP-CON-FRANCOS VALUE "S".
