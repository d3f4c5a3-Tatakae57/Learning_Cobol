	*> Copybook TABLA-MOTIVOS-BAJA:
	*> Motivos de baja que se capturan en cada baja (ESTADOS,
	*> MASEST y la baja de BASE1), con la recontratación que
	*> cada uno propone por defecto: el operador la confirma o
	*> la cambia al dar la baja, y queda en el registro vivo y
	*> después en el historial. Misma técnica FILLER/REDEFINES
	*> de la tabla patronal. Un "N" pone a la persona en la
	*> lista de no recontratables que VALREC controla en cada
	*> puerta de alta.
	01 TABLA-MOTIVOS-BAJA-DATOS.
		02 FILLER PIC X(23) VALUE "RVRENUNCIA VOLUNTARIA S".
		02 FILLER PIC X(23) VALUE "SCDESPIDO SIN CAUSA   S".
		02 FILLER PIC X(23) VALUE "CCDESPIDO CON CAUSA   N".
		02 FILLER PIC X(23) VALUE "FCFIN DE CONTRATO     S".
		02 FILLER PIC X(23) VALUE "PPPRUEBA NO SUPERADA  S".
		02 FILLER PIC X(23) VALUE "MAMUTUO ACUERDO       S".
		02 FILLER PIC X(23) VALUE "ABABANDONO DE TRABAJO N".
		02 FILLER PIC X(23) VALUE "JUJUBILACION          S".
		02 FILLER PIC X(23) VALUE "FAFALLECIMIENTO       N".
		02 FILLER PIC X(23) VALUE "OTOTROS               S".
	01 TABLA-MOTIVOS-BAJA REDEFINES TABLA-MOTIVOS-BAJA-DATOS.
		02 MOTIVO-BAJA-ENTRADA OCCURS 10 TIMES.
			03 MBJ-CODIGO PIC X(2).
			03 MBJ-DESCRIPCION PIC X(20).
			03 MBJ-RECONTRATABLE PIC X.
