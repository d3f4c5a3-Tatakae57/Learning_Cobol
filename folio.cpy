	*> Copybook FOLIOS-REGISTRO:
	*> Control de folios del libro de sueldos rubricado
	*> (indexado por FOL-NUMERO). LIBRO graba un registro por
	*> folio impreso con el período, la fecha y el operador;
	*> el último número grabado es el último folio usado y el
	*> siguiente libro sigue desde ahí. Un período impreso no
	*> se vuelve a imprimir mientras tenga folios "U" (usados):
	*> el supervisor los anula ("A") y la anulación queda en el
	*> mismo registro con su operador y fecha.
	*> Cada empresa rubrica su propio libro: la clave es
	*> empresa + folio y la numeración corre por empresa.
	01 FOLIOS-REGISTRO.
		02 FOL-CLAVE.
			03 FOL-EMPRESA PIC 9(2).
			03 FOL-NUMERO PIC 9(7).
		02 FOL-PERIODO PIC 9(6).
		02 FOL-ESTADO PIC X.
			88 FOLIO-USADO VALUE "U".
			88 FOLIO-ANULADO VALUE "A".
		02 FOL-FECHA PIC 9(8).
		02 FOL-OPERADOR PIC X(8).
		02 FOL-FECHA-ANULACION PIC 9(8).
		02 FOL-OPERADOR-ANULACION PIC X(8).
