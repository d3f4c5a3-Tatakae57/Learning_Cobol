	*> Copybook EMPRESAS-REGISTRO:
	*> Maestro de empresas empleadoras del grupo (indexado por
	*> CIA-CODIGO). Una sola instalación liquida a varias
	*> razones sociales: cada empleado, departamento, renglón
	*> de periodo.dat y renglón de asientos.dat lleva el
	*> código de su empresa, y un código en cero (registro
	*> anterior a las empresas) vale como la empresa 01, la de
	*> siempre. Cada empresa tiene su CUIT de empleador (el de
	*> la declaración F.931), su cuenta bancaria pagadora (la
	*> que debita el banco en la subida de sueldos) y su libro
	*> en el sistema contable, donde caen sus asientos con
	*> cuentas propias. CIAMANT lo mantiene; EMPSEL lo lee al
	*> elegir la empresa de cada corrida.
	01 EMPRESAS-REGISTRO.
		02 CIA-CODIGO PIC 9(2).
		02 CIA-RAZON-SOCIAL PIC X(30).
		02 CIA-CUIT PIC 9(11).
		02 CIA-BANCO PIC 9(3).
		02 CIA-CBU PIC X(22).
		02 CIA-MAYOR PIC X(6).
