	*>     y rechazos_horas.dat);
	*>   - novedades presentes para cada activo del período;
	*>   - visto bueno de APRUEBA de cada departamento activo;
	*>   - candado de escritor único libre;
	*>   - ningún ingresante activo con un ítem crítico de su
	*>     legajo de ingreso abierto (ingresos.dat, INGMANT):
	*>     cada uno se lista con el ítem que le falta, tras
	*>     controlar con VALING los que salen de los datos.
	*> Además avisa, sin frenar la liquidación, si el período
	*> anterior dejó más del 10% de sus recibos sin la firma
	*> del empleado en recibos_firma.dat (ver RECPEND).
	*> También lista, como aviso, los cambios de tarifas y de
	*> cuentas que siguen esperando el visto bueno del segundo
	*> supervisor en cambios_pendientes.dat (CAMAPR): las
	*> tarifas con vigencia hasta el fin del período y todas
	*> las cuentas, porque sin aprobar esta nómina sale con
	*> los valores viejos.
	*> Cierra con el cronograma del período (CRONHIT): los
	*> días que faltan para cada hito y, como aviso, los
	*> hitos de corrida, envío o pago que ya pasaron sin que
	*> el período se cerrara.
	*> Con los grupos de pago el control es el del grupo
	*> mensual (el primer renglón de periodo.dat, vía
	*> PERGRUPO), el que encadena ORQUESTA: novedades y
	*> vistos buenos se exigen a los activos de ese grupo.
	*> Si algo falla devuelve código 8 con GOBACK, para que un
	*> plan de ORQUESTA que encadena hacia NOMINA se frene.
	IDENTIFICATION DIVISION.
		RECORD KEY IS APR-CLAVE
		FILE STATUS IS WS-STATUS-APR.

		SELECT OPTIONAL ARCHIVO-GRUPOS-EMP
		ASSIGN TO "grupos_empleado.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS GEM-ID
		FILE STATUS IS WS-STATUS-GEM.

		SELECT OPTIONAL ARCHIVO-RECIBOS-FIRMA
		ASSIGN TO "recibos_firma.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS RFI-CLAVE
		FILE STATUS IS WS-STATUS-RFI.

		SELECT OPTIONAL ARCHIVO-INGRESOS
		ASSIGN TO "ingresos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS ING-CLAVE
		FILE STATUS IS WS-STATUS-ING.

		SELECT OPTIONAL ARCHIVO-CAMBIOS
		ASSIGN TO "cambios_pendientes.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS CAM-NUMERO
		FILE STATUS IS WS-STATUS-CAM.

		SELECT OPTIONAL ARCHIVO-RECHAZOS
		ASSIGN TO "rechazos.dat"
	FD ARCHIVO-APROBACIONES.
		COPY "aprobacion.cpy".

	FD ARCHIVO-GRUPOS-EMP.
		COPY "grupoemp.cpy".

	FD ARCHIVO-RECIBOS-FIRMA.
		COPY "recibofir.cpy".

	FD ARCHIVO-INGRESOS.
		COPY "ingreso.cpy".

	FD ARCHIVO-CAMBIOS.
		COPY "cambio.cpy".

	FD ARCHIVO-RECHAZOS.
		COPY "rechazo.cpy".
		01 WS-STATUS-TAR PIC XX VALUE "00".
		01 WS-STATUS-NOV PIC XX VALUE "00".
		01 WS-STATUS-APR PIC XX VALUE "00".
		01 WS-STATUS-GEM PIC XX VALUE "00".
		01 WS-STATUS-RCH PIC XX VALUE "00".
		01 WS-STATUS-RHS PIC XX VALUE "00".
		01 WS-STATUS-RFI PIC XX VALUE "00".
		01 WS-STATUS-ING PIC XX VALUE "00".
		01 WS-STATUS-CAM PIC XX VALUE "00".
		*> Cambios de tarifas y cuentas sin aprobar.
		01 FIN-CAMBIOS PIC X VALUE "N".
		01 CAMBIOS-PENDIENTES PIC 9(5) VALUE ZERO.
		01 FIN-PERIODO-ABIERTO PIC 9(8) VALUE ZERO.
		*> Ingresantes con ítems críticos abiertos.
		COPY "valing.cpy".
		01 FIN-INGRESOS PIC X VALUE "N".
		01 INGRESANTES-BLOQUEADOS PIC 9(5) VALUE ZERO.
		01 ULTIMO-BLOQUEADO PIC 9(5) VALUE ZERO.
		01 PERIODO-ABIERTO PIC 9(6) VALUE ZERO.
		01 PERIODO-LEIDO PIC X VALUE "N".
		01 ESTADO-PERIODO PIC X VALUE SPACE.
		01 GRUPO-ABIERTO PIC X(2) VALUE SPACES.
		01 SUBPERIODO-ABIERTO PIC 9 VALUE ZERO.
		01 GRUPO-EMPLEADO PIC X(2) VALUE SPACES.
		COPY "pergrupo.cpy".
		*> Cronograma del período: hitos y días que faltan.
		COPY "hitocro.cpy".
		01 INDICE-HITO PIC 9 VALUE ZERO.
		01 HITOS-NO-CUMPLIDOS PIC 9 VALUE ZERO.
		01 FIN-ARCHIVO PIC X VALUE "N".
		01 FIN-TARIFAS PIC X VALUE "N".
		01 TARIFA-HALLADA PIC X VALUE "N".
		01 RECHAZOS-PENDIENTES PIC 9(5) VALUE ZERO.
		01 DEPTOS-SIN-APROBAR PIC 9(3) VALUE ZERO.
		01 CANDADO-TOMADO PIC X VALUE "N".
		*> Recibos del período anterior sin firmar: aviso si
		*> pasan del porcentaje tolerado.
		01 PERIODO-ANTERIOR PIC 9(6) VALUE ZERO.
		01 PERIODO-ANT-PARTES REDEFINES PERIODO-ANTERIOR.
			02 PER-ANT-ANIO PIC 9(4).
			02 PER-ANT-MES PIC 9(2).
		01 FIN-RECIBOS PIC X VALUE "N".
		01 RECIBOS-EMITIDOS PIC 9(5) VALUE ZERO.
		01 RECIBOS-SIN-FIRMA PIC 9(5) VALUE ZERO.
		01 PORCENTAJE-RECIBOS PIC 9(3) VALUE 10.
		01 TOPE-RECIBOS PIC 9(7) VALUE ZERO.
		01 CONTROLES-FALLADOS PIC 9(2) VALUE ZERO.
		01 TABLA-DEPTOS-ACTIVOS.
			02 DEPTO-ACTIVO OCCURS 100 TIMES PIC 9(3).
		PERFORM CONTROL-CRUCES
		PERFORM CONTROL-RECHAZOS
		PERFORM CONTROL-CANDADO
		PERFORM CONTROL-INGRESOS
		PERFORM CONTROL-RECIBOS-FIRMA
		PERFORM CONTROL-CAMBIOS-PENDIENTES
		PERFORM CONTROL-CRONOGRAMA
		END-IF.
		IF CONTROLES-FALLADOS = ZERO
		MOVE "RESULTADO: APTO PARA LIQUIDAR."

	CONTROL-PERIODO.
		MOVE "N" TO PERIODO-LEIDO
		MOVE "L" TO PGR-OPERACION
		MOVE SPACES TO PGR-ARCHIVO
		MOVE SPACES TO PGR-GRUPO
		CALL "PERGRUPO" USING PERIODO-GRUPO
		IF PGR-HALLADO = "S"
		MOVE PGR-PERIODO TO PERIODO-ABIERTO
		MOVE PGR-ESTADO TO ESTADO-PERIODO
		MOVE PGR-GRUPO TO GRUPO-ABIERTO
		MOVE PGR-SUBPERIODO TO SUBPERIODO-ABIERTO
		MOVE "S" TO PERIODO-LEIDO
		END-IF
		IF PERIODO-LEIDO = "S" AND ESTADO-PERIODO = "A"
		MOVE SPACES TO LINEA-IMPRESION
		OPEN INPUT ARCHIVO-TARIFAS
		OPEN INPUT ARCHIVO-NOVEDADES
		OPEN INPUT ARCHIVO-APROBACIONES
		OPEN INPUT ARCHIVO-GRUPOS-EMP
		MOVE "N" TO FIN-ARCHIVO
		MOVE ZERO TO EMPLEADO-ID
		START ARCHIVO-EMPLEADOS KEY IS NOT LESS THAN EMPLEADO-ID
		CLOSE ARCHIVO-TARIFAS
		CLOSE ARCHIVO-NOVEDADES
		CLOSE ARCHIVO-APROBACIONES
		CLOSE ARCHIVO-GRUPOS-EMP
		PERFORM INFORMAR-CRUCES.

	CONTROLAR-UN-ACTIVO.
		IF TARIFA-HALLADA = "N"
		ADD 1 TO ACTIVOS-SIN-TARIFA
		END-IF
		*> Novedades y vistos buenos, solo de los activos del
		*> grupo mensual: los demás grupos cobran en sus
		*> propias corridas.
		MOVE EMPLEADO-ID TO GEM-ID
		READ ARCHIVO-GRUPOS-EMP
		INVALID KEY
		MOVE PGR-GRUPO-MENSUAL TO GRUPO-EMPLEADO
		NOT INVALID KEY
		MOVE GEM-GRUPO TO GRUPO-EMPLEADO
		END-READ
		IF GRUPO-EMPLEADO = GRUPO-ABIERTO
		MOVE PERIODO-ABIERTO TO NOV-PERIODO
		MOVE EMPLEADO-ID TO NOV-ID
		READ ARCHIVO-NOVEDADES
		INVALID KEY
		ADD 1 TO ACTIVOS-SIN-NOVEDAD
		END-READ
		PERFORM ANOTAR-DEPTO-ACTIVO
		END-IF.

	ANOTAR-DEPTO-ACTIVO.
		MOVE "N" TO DEPTO-ACT-VISTO
		UNTIL INDICE-DEPTO-ACT > CANTIDAD-DEPTOS-ACT
		MOVE PERIODO-ABIERTO TO APR-PERIODO
		MOVE DEPTO-ACTIVO (INDICE-DEPTO-ACT) TO APR-DEPTO
		MOVE GRUPO-ABIERTO TO APR-GRUPO
		MOVE SUBPERIODO-ABIERTO TO APR-SUBPERIODO
		READ ARCHIVO-APROBACIONES
		INVALID KEY
		ADD 1 TO DEPTOS-SIN-APROBAR
		END-IF
		PERFORM GRABAR-LINEA.

	CONTROL-INGRESOS.
		*> Sin ingresos.dat no hay legajos que controlar. Un
		*> ingresante se cuenta una vez aunque le falten
		*> varios ítems; se lista cada ítem.
		MOVE ZERO TO INGRESANTES-BLOQUEADOS
		MOVE ZERO TO ULTIMO-BLOQUEADO
		MOVE "N" TO FIN-INGRESOS
		OPEN INPUT ARCHIVO-INGRESOS
		IF WS-STATUS-ING = "00" OR WS-STATUS-ING = "05"
		OPEN INPUT ARCHIVO-EMPLEADOS
		MOVE ZERO TO ING-ID
		MOVE SPACES TO ING-ITEM
		START ARCHIVO-INGRESOS
			KEY IS NOT LESS THAN ING-CLAVE
		INVALID KEY MOVE "S" TO FIN-INGRESOS
		END-START
		PERFORM UNTIL FIN-INGRESOS = "S"
			READ ARCHIVO-INGRESOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-INGRESOS
			NOT AT END
			IF ING-PENDIENTE AND ING-BLOQUEA-PAGO
			PERFORM CONTROLAR-ITEM-INGRESO
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-EMPLEADOS
		CLOSE ARCHIVO-INGRESOS
		END-IF
		IF INGRESANTES-BLOQUEADOS = ZERO
		MOVE "INGRESOS CON ITEMS CRITICOS ..... OK"
			TO LINEA-IMPRESION
		ELSE
		ADD 1 TO CONTROLES-FALLADOS
		MOVE SPACES TO LINEA-IMPRESION
		STRING "INGRESOS CON ITEMS CRIT. .... FALLA ("
			DELIMITED BY SIZE
			INGRESANTES-BLOQUEADOS DELIMITED BY SIZE
			")" DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		END-IF
		PERFORM GRABAR-LINEA.

	CONTROLAR-ITEM-INGRESO.
		MOVE ING-ID TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		MOVE SPACE TO EMPLEADO-ESTADO
		END-READ
		IF EMPLEADO-ESTADO = "A"
		MOVE ING-ID TO VIN-ID
		MOVE ING-ITEM TO VIN-ITEM
		CALL "VALING" USING CONTROL-INGRESO
		IF NOT VIN-CUMPLIDO
		IF ING-ID NOT = ULTIMO-BLOQUEADO
		ADD 1 TO INGRESANTES-BLOQUEADOS
		MOVE ING-ID TO ULTIMO-BLOQUEADO
		END-IF
		MOVE SPACES TO LINEA-IMPRESION
		STRING "  INGRESANTE " DELIMITED BY SIZE
			ING-ID DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			EMPLEADO-APELLIDO DELIMITED BY SIZE
			" FALTA " DELIMITED BY SIZE
			ING-ITEM DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			ING-DESCRIPCION DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		END-IF
		END-IF.

	CONTROL-RECIBOS-FIRMA.
		*> Aviso y no falla: la firma se junta después del
		*> pago y no es motivo para no liquidar.
		MOVE PERIODO-ABIERTO TO PERIODO-ANTERIOR
		IF PER-ANT-MES > 1
		SUBTRACT 1 FROM PER-ANT-MES
		ELSE
		SUBTRACT 1 FROM PER-ANT-ANIO
		MOVE 12 TO PER-ANT-MES
		END-IF
		MOVE ZERO TO RECIBOS-EMITIDOS
		MOVE ZERO TO RECIBOS-SIN-FIRMA
		MOVE "N" TO FIN-RECIBOS
		OPEN INPUT ARCHIVO-RECIBOS-FIRMA
		IF WS-STATUS-RFI = "00" OR WS-STATUS-RFI = "05"
		MOVE PERIODO-ANTERIOR TO RFI-PERIODO
		MOVE ZERO TO RFI-ID
		MOVE ZERO TO RFI-SUBPERIODO
		START ARCHIVO-RECIBOS-FIRMA
			KEY IS NOT LESS THAN RFI-CLAVE
		INVALID KEY MOVE "S" TO FIN-RECIBOS
		END-START
		PERFORM UNTIL FIN-RECIBOS = "S"
			READ ARCHIVO-RECIBOS-FIRMA NEXT RECORD
			AT END
			MOVE "S" TO FIN-RECIBOS
			NOT AT END
			IF RFI-PERIODO NOT = PERIODO-ANTERIOR
			MOVE "S" TO FIN-RECIBOS
			ELSE
			ADD 1 TO RECIBOS-EMITIDOS
			IF RECIBO-SIN-FIRMA
			ADD 1 TO RECIBOS-SIN-FIRMA
			END-IF
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-RECIBOS-FIRMA
		END-IF
		MULTIPLY RECIBOS-EMITIDOS BY PORCENTAJE-RECIBOS
			GIVING TOPE-RECIBOS
		IF RECIBOS-SIN-FIRMA * 100 > TOPE-RECIBOS
		MOVE SPACES TO LINEA-IMPRESION
		STRING "RECIBOS SIN FIRMA " DELIMITED BY SIZE
			PERIODO-ANTERIOR DELIMITED BY SIZE
			" ... AVISO (" DELIMITED BY SIZE
			RECIBOS-SIN-FIRMA DELIMITED BY SIZE
			" DE " DELIMITED BY SIZE
			RECIBOS-EMITIDOS DELIMITED BY SIZE
			")" DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		ELSE
		MOVE SPACES TO LINEA-IMPRESION
		STRING "RECIBOS SIN FIRMA " DELIMITED BY SIZE
			PERIODO-ANTERIOR DELIMITED BY SIZE
			" ........ OK" DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		END-IF
		PERFORM GRABAR-LINEA.

	CONTROL-CAMBIOS-PENDIENTES.
		*> Aviso y no falla: la liquidación puede salir con los
		*> valores vigentes; lo que se lista es lo que quedaría
		*> afuera. Una tarifa que rige después del período no
		*> cuenta para esta nómina.
		COMPUTE FIN-PERIODO-ABIERTO = PERIODO-ABIERTO * 100 + 31
		MOVE ZERO TO CAMBIOS-PENDIENTES
		MOVE "N" TO FIN-CAMBIOS
		OPEN INPUT ARCHIVO-CAMBIOS
		IF WS-STATUS-CAM = "00" OR WS-STATUS-CAM = "05"
		MOVE ZERO TO CAM-NUMERO
		START ARCHIVO-CAMBIOS
			KEY IS NOT LESS THAN CAM-NUMERO
		INVALID KEY MOVE "S" TO FIN-CAMBIOS
		END-START
		PERFORM UNTIL FIN-CAMBIOS = "S"
			READ ARCHIVO-CAMBIOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-CAMBIOS
			NOT AT END
			IF CAMBIO-PENDIENTE
			IF CAMBIO-CUENTA
			OR CAM-CLAVE (6:8) NOT > FIN-PERIODO-ABIERTO
			PERFORM INFORMAR-CAMBIO-PENDIENTE
			END-IF
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-CAMBIOS
		END-IF
		IF CAMBIOS-PENDIENTES = ZERO
		MOVE "CAMBIOS SIN APROBAR .............. OK"
			TO LINEA-IMPRESION
		ELSE
		MOVE SPACES TO LINEA-IMPRESION
		STRING "CAMBIOS SIN APROBAR ......... AVISO ("
			DELIMITED BY SIZE
			CAMBIOS-PENDIENTES DELIMITED BY SIZE
			")" DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		END-IF
		PERFORM GRABAR-LINEA.

	INFORMAR-CAMBIO-PENDIENTE.
		ADD 1 TO CAMBIOS-PENDIENTES
		MOVE SPACES TO LINEA-IMPRESION
		IF CAMBIO-TARIFA
		STRING "  CAMBIO " DELIMITED BY SIZE
			CAM-NUMERO DELIMITED BY SIZE
			" TARIFA ID " DELIMITED BY SIZE
			CAM-CLAVE (1:5) DELIMITED BY SIZE
			" VIGENCIA " DELIMITED BY SIZE
			CAM-CLAVE (6:8) DELIMITED BY SIZE
			" OPERACION " DELIMITED BY SIZE
			CAM-OPERACION DELIMITED BY SIZE
			" PEDIDO POR " DELIMITED BY SIZE
			CAM-SOLICITANTE DELIMITED BY SIZE
			" EL " DELIMITED BY SIZE
			CAM-FECHA-SOLICITUD DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		ELSE
		STRING "  CAMBIO " DELIMITED BY SIZE
			CAM-NUMERO DELIMITED BY SIZE
			" CUENTA ID " DELIMITED BY SIZE
			CAM-CLAVE (1:5) DELIMITED BY SIZE
			" ORDEN " DELIMITED BY SIZE
			CAM-CLAVE (6:1) DELIMITED BY SIZE
			" OPERACION " DELIMITED BY SIZE
			CAM-OPERACION DELIMITED BY SIZE
			" PEDIDO POR " DELIMITED BY SIZE
			CAM-SOLICITANTE DELIMITED BY SIZE
			" EL " DELIMITED BY SIZE
			CAM-FECHA-SOLICITUD DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		END-IF
		PERFORM GRABAR-LINEA.

	CONTROL-CRONOGRAMA.
		*> Aviso y no falla: un hito vencido no cambia lo que
		*> hay que liquidar, pero alguien tiene que enterarse.
		MOVE ZERO TO HITOS-NO-CUMPLIDOS
		MOVE PERIODO-ABIERTO TO HCR-PERIODO
		CALL "CRONHIT" USING HITOS-CRONOGRAMA
		IF HCR-HALLADO = "N"
		MOVE "CRONOGRAMA ......... AVISO (SIN CRONOGRAMA)"
			TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		ELSE
		PERFORM VARYING INDICE-HITO FROM 1 BY 1
		UNTIL INDICE-HITO > 5
			IF HITO-NO-CUMPLIDO (INDICE-HITO)
			ADD 1 TO HITOS-NO-CUMPLIDOS
			END-IF
		END-PERFORM
		IF HITOS-NO-CUMPLIDOS = ZERO
		MOVE "CRONOGRAMA ....................... OK"
			TO LINEA-IMPRESION
		ELSE
		MOVE SPACES TO LINEA-IMPRESION
		STRING "CRONOGRAMA ................. AVISO ("
			DELIMITED BY SIZE
			HITOS-NO-CUMPLIDOS DELIMITED BY SIZE
			" NO CUMPLIDOS)" DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		END-IF
		PERFORM GRABAR-LINEA
		PERFORM VARYING INDICE-HITO FROM 1 BY 1
		UNTIL INDICE-HITO > 5
			PERFORM INFORMAR-HITO
		END-PERFORM
		END-IF.

	INFORMAR-HITO.
		MOVE SPACES TO LINEA-IMPRESION
		IF HITO-EN-PLAZO (INDICE-HITO)
		STRING "  " DELIMITED BY SIZE
			HCR-NOMBRE (INDICE-HITO) DELIMITED BY SIZE
			HCR-FECHA (INDICE-HITO) DELIMITED BY SIZE
			" FALTAN " DELIMITED BY SIZE
			HCR-DIAS (INDICE-HITO) DELIMITED BY SIZE
			" DIAS" DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		END-IF
		IF HITO-HOY (INDICE-HITO)
		STRING "  " DELIMITED BY SIZE
			HCR-NOMBRE (INDICE-HITO) DELIMITED BY SIZE
			HCR-FECHA (INDICE-HITO) DELIMITED BY SIZE
			" VENCE HOY" DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		END-IF
		IF HITO-CERRADO (INDICE-HITO)
		STRING "  " DELIMITED BY SIZE
			HCR-NOMBRE (INDICE-HITO) DELIMITED BY SIZE
			HCR-FECHA (INDICE-HITO) DELIMITED BY SIZE
			" CERRADO HACE " DELIMITED BY SIZE
			HCR-DIAS (INDICE-HITO) DELIMITED BY SIZE
			" DIAS" DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		END-IF
		IF HITO-NO-CUMPLIDO (INDICE-HITO)
		STRING "  " DELIMITED BY SIZE
			HCR-NOMBRE (INDICE-HITO) DELIMITED BY SIZE
			HCR-FECHA (INDICE-HITO) DELIMITED BY SIZE
			" *** NO CUMPLIDO, HACE " DELIMITED BY SIZE
			HCR-DIAS (INDICE-HITO) DELIMITED BY SIZE
			" DIAS" DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		END-IF
		PERFORM GRABAR-LINEA.

	GRABAR-LINEA.
		ADD 1 TO LINEAS-REPORTE
		DISPLAY LINEA-IMPRESION
