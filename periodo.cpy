	*> Copybook LINEA-PERIODO:
	*> Un renglón de periodo.dat por grupo de pago, cada uno
	*> con su frecuencia, su período abierto y su marca de
	*> pagado. El primer renglón es siempre el grupo mensual
	*> (el de siempre): los programas que leen un solo
	*> renglón siguen viendo el mes en curso sin cambios. Un
	*> renglón anterior a los grupos trae grupo, frecuencia y
	*> subperíodo en blanco y vale como grupo mensual.
	*> Subperíodo: la quincena (1-2) o la semana de
	*> liquidación (1-4) dentro del mes; los mensuales
	*> llevan 1.
	01 LINEA-PERIODO.
		02 PER-PERIODO PIC 9(6).
		02 PER-ESTADO PIC X.
			88 PERIODO-ABIERTO VALUE "A".
			88 PERIODO-PAGADO VALUE "P".
		02 PER-GRUPO PIC X(2).
		02 PER-FRECUENCIA PIC X.
			88 PER-MENSUAL VALUE "M".
			88 PER-QUINCENAL VALUE "Q".
			88 PER-SEMANAL VALUE "S".
		02 PER-SUBPERIODO PIC 9.
		02 PER-DESCRIPCION PIC X(20).
		*> Cada empresa lleva su propio control de período: sus
		*> renglones de grupos van detrás de los de la empresa
		*> 01, cuyo mensual sigue siendo el primer renglón del
		*> archivo. En cero o blanco, empresa 01.
		02 PER-EMPRESA PIC 9(2).
