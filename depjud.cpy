	*> Copybook DEPOSITOS-JUDICIALES-REGISTRO:
	*> Depósito de DEPJUD en la cuenta judicial de un
	*> expediente (indexado por expediente + período +
	*> secuencia, depositos_judiciales.dat). Un depósito por
	*> expediente y período en cada corrida; si después del
	*> primero se retiene algo más en el mismo período (una
	*> liquidación final, un subperíodo tardío), la corrida
	*> siguiente graba la secuencia que sigue. DJU-ARCHIVO
	*> nombra el archivo de transferencia que lo llevó al
	*> banco.
	01 DEPOSITOS-JUDICIALES-REGISTRO.
		02 DJU-CLAVE.
			03 DJU-EXPEDIENTE PIC X(12).
			03 DJU-PERIODO PIC 9(6).
			03 DJU-SECUENCIA PIC 9(2).
		02 DJU-IMPORTE PIC 9(7)V99.
		02 DJU-CUENTA-JUDICIAL PIC X(22).
		02 DJU-EMPRESA PIC 9(2).
		02 DJU-FECHA PIC 9(8).
		02 DJU-ARCHIVO PIC X(30).
		02 DJU-OPERADOR PIC X(8).
