		*> Cero = registro anterior al campo, pendiente de
		*> backfill con CUILCARG.
		02 EMPLEADO-CUIL PIC 9(11).
		*> Empresa empleadora del maestro de CIAMANT: NOMINA,
		*> SAC, CERTIF y DECL931 corren por una empresa a la vez
		*> y solo toman a sus empleados. Cero = registro
		*> anterior a este campo: empresa 01.
		02 EMPLEADO-EMPRESA PIC 9(2).
		*> Superior directo (ID del empleado al que reporta),
		*> cargado por ORGMANT, que rechaza los lazos: nadie
		*> puede quedar arriba de sí mismo en su propia línea.
		*> APRRUT recorre esta línea para decidir quién
		*> aprueba vacaciones y horas; ORGRPT imprime el
		*> organigrama. Cero (o blanco, registro anterior al
		*> campo) = sin línea cargada: vale la regla de
		*> cualquier supervisor.
		02 EMPLEADO-SUPERIOR PIC 9(5).
		*> Motivo de la última baja (tabla de motbaja.cpy) y si
		*> la persona puede volver a ser contratada: S o N. Se
		*> capturan en cada baja (ESTADOS, MASEST, BASE1), se
		*> limpian cuando vuelve de la baja y CIERRE los lleva
		*> al historial. Blanco = sin baja o registro anterior
		*> a estos campos: recontratable.
		02 EMPLEADO-MOTIVO-BAJA PIC X(2).
		02 EMPLEADO-RECONTRATABLE PIC X.
			88 EMPLEADO-NO-RECONTRATABLE VALUE "N".
