	*> Copybook PINES-REGISTRO:
	*> PIN personal de cada empleado para el kiosco de
	*> autoconsulta (pines_empleado.dat, indexado por PIN-ID =
	*> EMPLEADO-ID). Igual que la clave de usuario.cpy, el PIN
	*> nunca se guarda en claro: va revuelto por CLAVCIF, con
	*> la fecha del último cambio, la marca de cambio forzado
	*> (PIN recién entregado por PINMANT), el contador de
	*> intentos fallidos persistente y el bloqueo al tercero,
	*> que solo PINMANT bajo supervisor levanta.
	01 PINES-REGISTRO.
		02 PIN-ID PIC 9(5).
		02 PIN-CIFRADO PIC 9(9).
		02 PIN-FECHA-CAMBIO PIC 9(8).
		02 PIN-CAMBIO-FORZADO PIC X.
			88 CAMBIO-PIN-PENDIENTE VALUE "S".
		02 PIN-FALLOS PIC 9.
		02 PIN-BLOQUEADO PIC X.
			88 PIN-TRABADO VALUE "S".
