			02 VIVO-ID PIC 9(5).
			02 VIVO-NOMBRE PIC X(20).
			02 VIVO-APELLIDO PIC X(20).
			02 VIVO-RESTO PIC X(64).

	FD ARCHIVO-ORIGEN.
		01 ORIGEN-REGISTRO.
			02 ORI-ID PIC 9(5).
			02 ORI-RESTO PIC X(104).

	FD ARCHIVO-DESTINO.
		01 DESTINO-REGISTRO.
			02 DES-ID PIC 9(5).
			02 DES-RESTO PIC X(104).

	FD ARCHIVO-BITACORA.
		01 LINEA-BITACORA.
