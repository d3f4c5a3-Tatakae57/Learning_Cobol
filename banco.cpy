	*> Copybook BANCOS-REGISTRO:
	*> Maestro de bancos pagadores (indexado por empresa +
	*> código de entidad, el de CTA-BANCO y los tres primeros
	*> dígitos del CBU). Cada banco recibe los sueldos en su
	*> propio formato: "S" el layout de pagos_banco.dat tal
	*> cual, "F" ancho fijo con el CBU adelante y el importe
	*> en centavos sin signo, "D" campos separados por punto y
	*> coma. BCO-CABECERA dice si el archivo abre con un
	*> renglón de cabecera (empresa, cuenta a debitar, fecha)
	*> y BCO-PIE cómo cierra: "T" cantidad y total, "C"
	*> además la suma de control de los primeros ocho dígitos
	*> de los CBU, "N" sin pie. BCO-CBU-DEBITO es la cuenta de
	*> la empresa en ese banco, la que el banco debita.
	*> BCOMANT lo mantiene; BANPART arma con él un archivo por
	*> banco desde la subida liberada.
	01 BANCOS-REGISTRO.
		02 BCO-CLAVE.
			03 BCO-EMPRESA PIC 9(2).
			03 BCO-CODIGO PIC 9(3).
		02 BCO-NOMBRE PIC X(20).
		02 BCO-FORMATO PIC X.
			88 FORMATO-ESTANDAR VALUE "S".
			88 FORMATO-FIJO VALUE "F".
			88 FORMATO-DELIMITADO VALUE "D".
		02 BCO-CABECERA PIC X.
			88 CON-CABECERA VALUE "S".
		02 BCO-PIE PIC X.
			88 PIE-TOTALES VALUE "T".
			88 PIE-CONTROL VALUE "C".
			88 SIN-PIE VALUE "N".
		02 BCO-CBU-DEBITO PIC X(22).
