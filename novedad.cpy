		02 NOV-HORAS PIC 9(3)V99.
		02 NOV-HORAS-NOC PIC 9(3)V99.
		02 NOV-HORAS-FER PIC 9(3)V99.
		*> Grupos de pago quincenales y semanales: las horas de
		*> cada subperíodo (quincena o semana de liquidación)
		*> viajan en su balde, y los tres de arriba quedan como
		*> el total del mes (la suma de los baldes). Los grupos
		*> mensuales no usan los baldes. Blanco = registro
		*> anterior al campo, vale cero.
		02 NOV-SUBPERIODOS.
			03 NOV-SUBPERIODO OCCURS 4 TIMES.
				04 NOV-SUB-HORAS PIC 9(3)V99.
				04 NOV-SUB-HORAS-NOC PIC 9(3)V99.
				04 NOV-SUB-HORAS-FER PIC 9(3)V99.
