	*> Copybook RUTA-APROBACION:
	*> Área de intercambio con APRRUT. Operación "E": ¿puede
	*> el operador aprobar lo del empleado RAP-CLAVE
	*> (vacaciones, licencias)? Operación "D": ¿puede aprobar
	*> las horas del departamento RAP-CLAVE (todos sus
	*> activos con línea cargada)? Con operador en blanco
	*> solo se calcula el responsable. Vuelve:
	*>   RAP-RESULTADO "S" puede, "N" no puede, "L" sin línea
	*>     cargada (rige la regla de cualquier supervisor);
	*>   RAP-APROBADOR el empleado que es el operador;
	*>   RAP-EN-NOMBRE-DE el titular ausente por el que firma
	*>     como delegado (cero = por sí mismo);
	*>   RAP-RESPONSABLE quien tiene que aprobar: el superior
	*>     directo (en "D" el jefe común más cercano), o su
	*>     delegado si ese día está ausente. Cero = nadie en
	*>     la línea reúne a todos (dato a corregir en ORGMANT).
	*> Fecha en cero = hoy.
	01 RUTA-APROBACION.
		02 RAP-OPERACION PIC X.
			88 RAP-POR-EMPLEADO VALUE "E".
			88 RAP-POR-DEPTO VALUE "D".
		02 RAP-OPERADOR PIC X(8).
		02 RAP-CLAVE PIC 9(5).
		02 RAP-FECHA PIC 9(8).
		02 RAP-RESULTADO PIC X.
			88 RAP-AUTORIZADO VALUE "S".
			88 RAP-NO-AUTORIZADO VALUE "N".
			88 RAP-SIN-LINEA VALUE "L".
		02 RAP-APROBADOR PIC 9(5).
		02 RAP-EN-NOMBRE-DE PIC 9(5).
		02 RAP-RESPONSABLE PIC 9(5).
