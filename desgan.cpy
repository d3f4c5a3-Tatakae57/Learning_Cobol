	*> Copybook DEDUCCIONES-GANANCIAS:
	*> Declaración de deducciones personales del impuesto a
	*> las ganancias (cuarta categoría), una por empleado y
	*> por ejercicio fiscal (indexado por año + ID). Las
	*> cargas de familia van como cantidad (cónyuge S/N e
	*> hijos) y se valúan con los importes anuales de
	*> nomina_parm.dat; alquiler, intereses hipotecarios y
	*> seguros van como importe anual declarado. Se carga
	*> con DEDGAN; NOMINA prorratea lo anual por mes para la
	*> retención acumulada y AJUGAN lo toma entero en el
	*> ajuste de fin de año.
	01 DEDUCCIONES-GANANCIAS.
		02 DGA-CLAVE.
			03 DGA-ANIO PIC 9(4).
			03 DGA-ID PIC 9(5).
		02 DGA-CONYUGE PIC X.
			88 DGA-CON-CONYUGE VALUE "S".
		02 DGA-HIJOS PIC 9(2).
		02 DGA-ALQUILER PIC 9(7)V99.
		02 DGA-INTERESES PIC 9(7)V99.
		02 DGA-SEGUROS PIC 9(7)V99.
		02 DGA-FECHA PIC 9(8).
		02 DGA-OPERADOR PIC X(8).
