	*> Copybook EMPRESA-ELEGIDA:
	*> Área de intercambio con EMPSEL. Entra el operador
	*> firmado; vuelve la empresa elegida con los datos de su
	*> maestro, o ELE-HALLADA = "N" si no existe o el operador
	*> no está autorizado a operarla.
	01 EMPRESA-ELEGIDA.
		02 ELE-CODIGO PIC 9(2).
		02 ELE-HALLADA PIC X.
		02 ELE-RAZON-SOCIAL PIC X(30).
		02 ELE-CUIT PIC 9(11).
		02 ELE-BANCO PIC 9(3).
		02 ELE-CBU PIC X(22).
		02 ELE-MAYOR PIC X(6).
