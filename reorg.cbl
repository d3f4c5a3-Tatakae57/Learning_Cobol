	FD ARCHIVO-TRABAJO.
		01 TRABAJO-REGISTRO.
			02 TRA-ID PIC 9(5).
			02 TRA-RESTO PIC X(104).

	WORKING-STORAGE SECTION.
		01 WS-STATUS-EMP PIC XX VALUE "00".
