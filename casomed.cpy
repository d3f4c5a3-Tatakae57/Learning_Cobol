	*> Copybook CASOS-MEDICOS-REGISTRO:
	*> Caso de licencia médica (casos_medicos.dat, indexado por
	*> EMPLEADO-ID + fecha de inicio). Lo abre ESTADOS al pasar
	*> a un empleado a licencia médica (M), o AUSENCIA con el
	*> primer día de enfermedad (E) sin caso abierto; MEDMANT
	*> completa diagnóstico, certificados y retorno previsto.
	*> Los días consumidos se cuentan por calendario si el
	*> caso nació de la licencia (M) y por días E cargados si
	*> nació de las ausencias. MEDCAS calcula consumo, tope
	*> legal de días pagos y la fecha en que se agota; pasado
	*> el tope el caso queda en reserva de puesto (R) y NOMINA
	*> deja de pagar los días de enfermedad.
	01 CASOS-MEDICOS-REGISTRO.
		02 CAM-CLAVE.
			03 CAM-ID PIC 9(5).
			03 CAM-INICIO PIC 9(8).
		02 CAM-CATEGORIA PIC X(2).
			88 CAM-INCULPABLE VALUE "IN".
			88 CAM-QUIRURGICA VALUE "QX".
			88 CAM-CRONICA VALUE "CR".
			88 CAM-ACCIDENTE-NO-LABORAL VALUE "AN".
			88 CAM-SIN-DIAGNOSTICO VALUE "SD".
			88 CAM-CATEGORIA-VALIDA
				VALUES "IN" "QX" "CR" "AN" "SD".
		02 CAM-ORIGEN PIC X.
			88 CAM-DESDE-ESTADOS VALUE "M".
			88 CAM-DESDE-AUSENCIAS VALUE "A".
		02 CAM-CERT-DESDE PIC 9(8).
		02 CAM-CERT-HASTA PIC 9(8).
		02 CAM-RETORNO-PREVISTO PIC 9(8).
		02 CAM-DIAS-CONSUMIDOS PIC 9(4).
		02 CAM-DIAS-LIMITE PIC 9(4).
		02 CAM-FECHA-TOPE PIC 9(8).
		02 CAM-ESTADO PIC X.
			88 CAM-ABIERTO VALUE "A".
			88 CAM-RESERVA VALUE "R".
			88 CAM-CERRADO VALUE "C".
		02 CAM-FECHA-CIERRE PIC 9(8).
