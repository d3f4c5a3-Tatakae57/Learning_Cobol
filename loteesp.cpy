	*> Copybook LOTE-ESPECIAL-REGISTRO:
	*> Control de los lotes de pagos especiales fuera de ciclo
	*> (lotes_especiales.dat, indexado por empresa + código de
	*> lote), el resguardo que periodo.dat le da a la nómina
	*> mensual: un lote pagado no se vuelve a pagar. Cada lote
	*> lleva su pseudoperíodo del registro acumulado, AAAA61
	*> a AAAA99 en orden de corrida dentro del año, que nunca
	*> choca con un mes real ni con el aguinaldo (AAAA51/52).
	*> Estados: A en curso (la corrida se cortó y se retoma
	*> con el mismo pseudoperíodo), P pagado.
	01 LOTE-ESPECIAL-REGISTRO.
		02 LES-CLAVE.
			03 LES-EMPRESA PIC 9(2).
			03 LES-LOTE PIC X(8).
		02 LES-DESCRIPCION PIC X(20).
		02 LES-PERIODO PIC 9(6).
		02 LES-ESTADO PIC X.
			88 LOTE-EN-CURSO VALUE "A".
			88 LOTE-PAGADO VALUE "P".
		02 LES-CANTIDAD PIC 9(5).
		02 LES-TOTAL-BRUTO PIC 9(8)V99.
		02 LES-TOTAL-NETO PIC 9(8)V99.
		02 LES-FECHA PIC 9(8).
		02 LES-OPERADOR PIC X(8).
