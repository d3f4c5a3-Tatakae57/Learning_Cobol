	*> Copybook EXTRACTO-NOCHE-REGISTRO:
	*> Renglón de extracto_noche.dat, el extracto que EXTNOCHE
	*> arma en una sola pasada por empleados.dat para los
	*> reportes de la noche (LISTADO, CLASIF1, DIRECTO,
	*> ETIQUETA, EXPCSV y HASHTOT), ordenado por departamento,
	*> apellido, nombre e ID. Trae la imagen del registro del
	*> maestro (mismo largo que EMPLEADOS-REGISTRO de
	*> empleado.cpy: si el maestro crece, crece acá), el nombre
	*> del departamento, el domicilio y la tarifa vigente a la
	*> fecha del extracto. Cada reporte lo usa solo si EXTVIG
	*> lo da por vigente; si no, lee el maestro como siempre.
	01 EXTRACTO-NOCHE-REGISTRO.
		02 XN-CLAVE-ORDEN.
			03 XN-DEPTO PIC 9(3).
			03 XN-APELLIDO PIC X(20).
			03 XN-NOMBRE PIC X(20).
			03 XN-ID PIC 9(5).
		02 XN-EMPLEADO PIC X(109).
		*> En blanco si el depto no está en departamentos.dat.
		02 XN-DEPTO-NOMBRE PIC X(20).
		*> Imagen de DOMICILIOS-REGISTRO (domicilio.cpy).
		02 XN-DOMICILIO-CARGADO PIC X.
			88 XN-CON-DOMICILIO VALUE "S".
		02 XN-DOMICILIO PIC X(89).
		02 XN-TARIFA-CARGADA PIC X.
			88 XN-CON-TARIFA VALUE "S".
		02 XN-TARIFA PIC 9(3)V99.
		02 XN-TARIFA-VIGENCIA PIC 9(8).
