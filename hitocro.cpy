	*> Copybook HITOS-CRONOGRAMA:
	*> Área de intercambio con CRONHIT. Se carga el período
	*> (abierto) y vuelven, por cada uno de los cinco hitos
	*> del cronograma, su nombre, su fecha, los días que
	*> faltan o que pasaron y el estado contra hoy: "P" en
	*> plazo, "H" vence hoy, "C" plazo cerrado (corte de
	*> horas y límite de aprobación ya pasados: lo que entra
	*> ahora entra tarde) y "N" no cumplido (corrida, envío o
	*> pago con la fecha pasada y el período todavía
	*> abierto). Sin cronograma para el período, HCR-HALLADO
	*> vuelve "N".
	01 HITOS-CRONOGRAMA.
		02 HCR-PERIODO PIC 9(6).
		02 HCR-HALLADO PIC X.
		02 HCR-FECHA-HOY PIC 9(8).
		02 HCR-HITO-ENTRADA OCCURS 5 TIMES.
			03 HCR-NOMBRE PIC X(20).
			03 HCR-FECHA PIC 9(8).
			03 HCR-DIAS PIC 9(3).
			03 HCR-ESTADO PIC X.
				88 HITO-EN-PLAZO VALUE "P".
				88 HITO-HOY VALUE "H".
				88 HITO-CERRADO VALUE "C".
				88 HITO-NO-CUMPLIDO VALUE "N".
