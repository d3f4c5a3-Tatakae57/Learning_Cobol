	*> Copybook REQUISITOS-INGRESO:
	*> Lista de requisitos de ingreso por puesto
	*> (requisitos_ingreso.dat, indexado por PUE-CODIGO +
	*> ítem). El puesto 000 es la lista general que se exige a
	*> todo ingresante; la del puesto se le suma. Los ítems
	*> CTA, DOM, CUIL y PUES se cumplen solos con los datos
	*> (VALING); los demás (contrato firmado, copia del DNI,
	*> examen médico...) se tildan a mano en INGMANT.
	*> RQI-CRITICO "S": sin él no se cobra bien, y PRENOM no
	*> da apto mientras quede abierto.
	01 REQUISITOS-INGRESO.
		02 RQI-CLAVE.
			03 RQI-PUESTO PIC 9(3).
			03 RQI-ITEM PIC X(4).
		02 RQI-DESCRIPCION PIC X(30).
		02 RQI-CRITICO PIC X.
			88 RQI-BLOQUEA-PAGO VALUE "S".
