	*> Copybook VISIBILIDAD-REGISTRO:
	*> Tabla de visibilidad de importes (indexada por
	*> VIS-CLAVE), que un supervisor mantiene con VISMANT.
	*> Dos clases de renglón:
	*>  - "N" + nivel (1 o 2): la regla por USU-NIVEL, si ese
	*>    nivel ve o no tarifas, saldos y pagos;
	*>  - "O" + operador: el permiso de ver sueldos dado (o
	*>    quitado) a un operador puntual, que pisa la regla de
	*>    su nivel.
	*> VERSUEL la consulta; sin renglón que aplique, el nivel
	*> 2 ve y el 1 no.
	01 VISIBILIDAD-REGISTRO.
		02 VIS-CLAVE.
			03 VIS-CLASE PIC X.
				88 VIS-REGLA-NIVEL VALUE "N".
				88 VIS-PERMISO-OPERADOR VALUE "O".
			03 VIS-SUJETO PIC X(8).
		02 VIS-VE-IMPORTES PIC X.
			88 VIS-VE VALUE "S".
		02 VIS-FECHA PIC 9(8).
		02 VIS-OTORGADO-POR PIC X(8).
