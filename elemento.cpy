	*> Copybook ELEMENTOS-REGISTRO:
	*> Catálogo de elementos que se entregan al personal
	*> (elementos.dat, indexado por código): ropa de trabajo,
	*> elementos de seguridad, herramientas, equipos y
	*> tarjetas de acceso. La clase "S" (seguridad) tiene
	*> reposición obligatoria: EPPVENC avisa cuándo toca. Los
	*> meses de reposición proponen el vencimiento de cada
	*> entrega (cero = no se repone); el valor es el que
	*> LIQFIN descuenta si el elemento no vuelve. EQUMANT lo
	*> mantiene.
	01 ELEMENTOS-REGISTRO.
		02 CAT-CODIGO PIC X(6).
		02 CAT-DESCRIPCION PIC X(30).
		02 CAT-CLASE PIC X.
			88 CAT-SEGURIDAD VALUE "S".
			88 CAT-ROPA VALUE "R".
			88 CAT-HERRAMIENTA VALUE "H".
			88 CAT-EQUIPO VALUE "E".
			88 CAT-ACCESO VALUE "A".
			88 CAT-CLASE-VALIDA
				VALUES "S" "R" "H" "E" "A".
		02 CAT-MESES-REPOSICION PIC 9(3).
		*> "S" = se devuelve al egreso; "N" = consumible (se
		*> gasta con el uso y no se reclama).
		02 CAT-DEVOLUCION PIC X.
			88 CAT-SE-DEVUELVE VALUE "S".
		02 CAT-VALOR PIC 9(6)V99.
