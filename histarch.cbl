	*> El reporte de cantidades por año (archivadas, retenidas y
	*> el total contra lo leído) prueba que en la partición no
	*> se perdió nada.
	*> Las bajas marcadas no recontratables no se archivan, sean
	*> del año que sean: son la lista que VALREC controla en
	*> cada alta y tienen que seguir en el historial vivo.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. HISTARCH.

	FD ARCHIVO-TRABAJO.
		01 TRABAJO-REGISTRO.
			02 TRA-CLAVE PIC X(9).
			02 TRA-RESTO PIC X(93).

	FD ARCHIVO-ANUAL.
		01 LINEA-ANUAL PIC X(102).

	WORKING-STORAGE SECTION.
		01 WS-STATUS-HIS PIC XX VALUE "00".
			NOT AT END
			ADD 1 TO CONTADOR-LEIDAS
			IF HIST-ANIO < ANIO-CORTE
			AND NOT HIST-NO-RECONTRATABLE
			PERFORM ARCHIVAR-BAJA
			ELSE
			ADD 1 TO CONTADOR-RETENIDAS
