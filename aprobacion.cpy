	*> y la fecha; NOMINA se niega a liquidar mientras algún
	*> departamento con activos siga sin aprobar, igual que se
	*> niega ante un período pagado.
	*> Desde los grupos de pago el visto bueno es por grupo y
	*> subperíodo: la quincena de los jornalizados se aprueba
	*> aparte del mes de los mensuales.
	01 APROBACIONES-REGISTRO.
		02 APR-CLAVE.
			03 APR-PERIODO PIC 9(6).
			03 APR-DEPTO PIC 9(3).
			03 APR-GRUPO PIC X(2).
			03 APR-SUBPERIODO PIC 9.
		02 APR-OPERADOR PIC X(8).
		02 APR-FECHA PIC 9(8).
