	*> Copybook CRONOGRAMA-REGISTRO:
	*> Cronograma de liquidación (cronograma.dat, indexado por
	*> período AAAAMM) con las cinco fechas clave del mes, en
	*> el orden en que se cumplen: corte de horas, límite del
	*> visto bueno de APRUEBA, corrida de NOMINA, envío del
	*> archivo al banco y fecha de pago. CRONOMA lo genera
	*> por año salteando fines de semana y los días de
	*> calendario.dat, y un supervisor corrige lo que haga
	*> falta; CRONHIT lo lee para los avisos de NOVEDAD,
	*> APRUEBA, PRENOM y RESUMEN.
	01 CRONOGRAMA-REGISTRO.
		02 CRO-PERIODO PIC 9(6).
		02 CRO-HITOS.
			03 CRO-CORTE-HORAS PIC 9(8).
			03 CRO-LIMITE-APROBACION PIC 9(8).
			03 CRO-CORRIDA-NOMINA PIC 9(8).
			03 CRO-ENVIO-BANCO PIC 9(8).
			03 CRO-FECHA-PAGO PIC 9(8).
		02 CRO-HITOS-TABLA REDEFINES CRO-HITOS.
			03 CRO-HITO OCCURS 5 TIMES PIC 9(8).
		*> "G" generado por CRONOMA, "M" corregido a mano.
		02 CRO-ORIGEN PIC X.
			88 CRONOGRAMA-GENERADO VALUE "G".
			88 CRONOGRAMA-CORREGIDO VALUE "M".
		02 CRO-OPERADOR PIC X(8).
		02 CRO-FECHA-ACTUALIZA PIC 9(8).
