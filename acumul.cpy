	*> Copybook ACUMULADO-PEDIDO:
	*> Área de intercambio con ACUMUL. Operación "G": graba en
	*> acumulados.dat el renglón del registro que el llamador
	*> acaba de grabar o regrabar (PAC-RENGLON, mismo layout
	*> que LINEA-REGISTRO: se carga con un MOVE del renglón
	*> entero). Operación "L": lee el concepto PAC-CONCEPTO del
	*> año y empleado pedidos y devuelve, entre los casilleros
	*> PAC-MES-DESDE y PAC-MES-HASTA (en cero, todo el año),
	*> la suma, el mejor importe y cuántos períodos hay, más
	*> el total del año. Operación "B": vacía el casillero del
	*> período de PAC-RENGLON en todos los conceptos de su ID
	*> (el renglón dejó de existir). PAC-RESULTADO "S"
	*> hallado, "N" sin acumulado, "E" error de archivo (ya
	*> quedó en LOGERR).
	01 ACUMULADO-PEDIDO.
		02 PAC-OPERACION PIC X.
			88 PAC-GRABAR VALUE "G".
			88 PAC-LEER VALUE "L".
			88 PAC-BORRAR VALUE "B".
		02 PAC-RESULTADO PIC X.
			88 PAC-HALLADO VALUE "S".
			88 PAC-NO-HALLADO VALUE "N".
			88 PAC-ERROR VALUE "E".
		02 PAC-ANIO PIC 9(4).
		02 PAC-ID PIC 9(5).
		02 PAC-CONCEPTO PIC X(4).
		02 PAC-MES-DESDE PIC 99.
		02 PAC-MES-HASTA PIC 99.
		02 PAC-SUMA PIC 9(8)V99.
		02 PAC-MEJOR PIC 9(7)V99.
		02 PAC-PERIODOS PIC 9(3).
		02 PAC-TOTAL PIC 9(8)V99.
		02 PAC-RENGLON.
			03 PAC-REG-PERIODO PIC 9(6).
			03 PAC-REG-ID PIC 9(5).
			03 PAC-REG-TARIFA PIC 9(3)V99.
			03 PAC-REG-HORAS PIC 9(3)V99.
			03 PAC-REG-BRUTO PIC 9(6)V99.
			03 PAC-REG-NETO PIC 9(6)V99.
			03 PAC-REG-ADELANTO PIC 9(6)V99.
			03 PAC-REG-IMPUESTO PIC 9(6)V99.
			03 PAC-REG-JUBILACION PIC 9(6)V99.
			03 PAC-REG-SINDICATO PIC 9(6)V99.
			03 PAC-REG-ASIGNACION PIC 9(6)V99.
			03 PAC-REG-GASTOS PIC 9(6)V99.
