	*> del embargo, el saldo de vacaciones, el domicilio, la
	*> historia de estados de estados_hist.dat y los últimos
	*> renglones del registro acumulado de nómina.
	*> Se entra con SIGNON y cada legajo mostrado deja su
	*> línea en accesos.dat vía ACCLOG (quién lo miró y
	*> cuándo), que ACCREP informa.
	*> Tarifa, saldos de adelanto y embargo y los últimos
	*> pagos salen con asteriscos para el operador que no ve
	*> importes según la tabla de visibilidad (VERSUEL).
	*> Muestra también la adhesión a francos compensatorios
	*> y el saldo en horas de los lotes abiertos de
	*> francos.dat.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. LEGAJO.

		RECORD KEY IS DOM-ID
		FILE STATUS IS WS-STATUS-DOM.

		SELECT OPTIONAL ARCHIVO-FRANCOS
		ASSIGN TO "francos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS FRA-CLAVE
		FILE STATUS IS WS-STATUS-FRA.

		SELECT OPTIONAL ARCHIVO-ESTADOS
		ASSIGN TO "estados_hist.dat"
		ORGANIZATION IS LINE SEQUENTIAL
	FD ARCHIVO-DOMICILIOS.
		COPY "domicilio.cpy".

	FD ARCHIVO-FRANCOS.
		COPY "francos.cpy".

	FD ARCHIVO-ESTADOS.
		01 LINEA-ESTADO.
			02 EST-ID PIC 9(5).
		01 WS-STATUS-VAC PIC XX VALUE "00".
		01 WS-STATUS-DOM PIC XX VALUE "00".
		01 WS-STATUS-EST PIC XX VALUE "00".
		01 WS-STATUS-FRA PIC XX VALUE "00".
		01 WS-STATUS-REG PIC XX VALUE "00".
		01 WS-STATUS-PER PIC XX VALUE "00".
		01 CONTINUAR PIC X VALUE "S".
		01 VIGENCIA-TARIFA PIC 9(8) VALUE ZERO.
		01 FIN-ESTADOS PIC X VALUE "N".
		01 FIN-REGISTRO PIC X VALUE "N".
		01 FIN-FRANCOS PIC X VALUE "N".
		01 ADHESION-FRANCOS PIC X VALUE "N".
		01 HORAS-LOTE PIC 9(3)V99 VALUE ZERO.
		01 SALDO-FRANCOS PIC 9(4)V99 VALUE ZERO.
		01 HORAS-EDITADAS PIC Z,ZZ9.99.
		*> Últimos renglones de nómina del empleado.
		01 TABLA-ULTIMOS.
			02 ULTIMO-ENTRADA OCCURS 3 TIMES.
		01 CANTIDAD-ULTIMOS PIC 9 VALUE ZERO.
		01 INDICE-ULTIMO PIC 9 VALUE ZERO.
		01 TARIFA-EDITADA PIC ZZ9.99.
		01 TARIFA-TAPADA REDEFINES TARIFA-EDITADA PIC X(6).
		01 IMPORTE-EDITADO PIC $$$,$$$9.99.
		01 IMPORTE-TAPADO REDEFINES IMPORTE-EDITADO PIC X(11).
		01 IMPORTE-EDITADO-2 PIC $$$,$$$9.99.
		01 IMPORTE-TAPADO-2 REDEFINES IMPORTE-EDITADO-2
			PIC X(11).
		*> "N" = el operador no ve importes (VERSUEL).
		01 VE-IMPORTES PIC X VALUE "N".
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "LEGAJO".
		01 WS-OPERADOR-LOG PIC X(8) VALUE "SISTEMA".
		01 NIVEL-FIRMADO PIC 9 VALUE ZERO.
		01 RESULTADO-SIGNON PIC X VALUE "N".

	PROCEDURE DIVISION.
	MAIN.
		CALL "SIGNON" USING WS-OPERADOR-LOG NIVEL-FIRMADO
			RESULTADO-SIGNON WS-PROGRAMA-LOG.
		IF RESULTADO-SIGNON NOT = "S"
		GOBACK
		END-IF.
		CALL "VERSUEL" USING WS-OPERADOR-LOG NIVEL-FIRMADO
			VE-IMPORTES.
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
		PERFORM LEER-PERIODO-ABIERTO.
		PERFORM APERTURA-ARCHIVOS.
		OPEN INPUT ARCHIVO-ADELANTOS
		OPEN INPUT ARCHIVO-EMBARGOS
		OPEN INPUT ARCHIVO-VACACIONES
		OPEN INPUT ARCHIVO-DOMICILIOS
		OPEN INPUT ARCHIVO-FRANCOS.

	CERRAR-ARCHIVOS.
		CLOSE ARCHIVO-EMPLEADOS.
		CLOSE ARCHIVO-EMBARGOS.
		CLOSE ARCHIVO-VACACIONES.
		CLOSE ARCHIVO-DOMICILIOS.
		CLOSE ARCHIVO-FRANCOS.

	SOLICITAR-ID.
		MOVE "N" TO CAMPO-VALIDO
		INVALID KEY
		DISPLAY "No existe el empleado " ID-BUSCADO "."
		NOT INVALID KEY
		CALL "ACCLOG" USING WS-OPERADOR-LOG WS-PROGRAMA-LOG
			EMPLEADO-ID
		PERFORM MOSTRAR-MAESTRO
		PERFORM MOSTRAR-TARIFA
		PERFORM MOSTRAR-NOVEDAD
		PERFORM MOSTRAR-ADELANTO
		PERFORM MOSTRAR-EMBARGO
		PERFORM MOSTRAR-VACACIONES
		PERFORM MOSTRAR-FRANCOS
		PERFORM MOSTRAR-DOMICILIO
		PERFORM MOSTRAR-HISTORIA-ESTADOS
		PERFORM MOSTRAR-ULTIMOS-PAGOS
		END-PERFORM
		IF TARIFA-HALLADA = "S"
		MOVE TARIFA-VIGENTE TO TARIFA-EDITADA
		PERFORM TAPAR-IMPORTES
		DISPLAY "Tarifa:       " TARIFA-EDITADA
			" vigente desde " VIGENCIA-TARIFA
		ELSE
		DISPLAY "Adelanto:     (sin adelantos)"
		NOT INVALID KEY
		MOVE ADE-SALDO TO IMPORTE-EDITADO
		PERFORM TAPAR-IMPORTES
		DISPLAY "Adelanto:     saldo " IMPORTE-EDITADO
			" del " ADE-FECHA
		END-READ.
		DISPLAY "Embargo:      (sin embargos)"
		NOT INVALID KEY
		MOVE EMB-SALDO TO IMPORTE-EDITADO
		PERFORM TAPAR-IMPORTES
		DISPLAY "Embargo:      saldo " IMPORTE-EDITADO
			" exp " EMB-EXPEDIENTE
		END-READ.
			" días (tomados " VAC-DIAS-TOMADOS ")"
		END-READ.

	MOSTRAR-FRANCOS.
		*> Saldo en horas (no en plata: no se tapa); el
		*> renglón de adhesión es el de período cero.
		MOVE "N" TO ADHESION-FRANCOS
		MOVE ZERO TO SALDO-FRANCOS
		MOVE "N" TO FIN-FRANCOS
		MOVE ID-BUSCADO TO FRA-ID
		MOVE ZERO TO FRA-PERIODO
		MOVE ZERO TO FRA-SUBPERIODO
		START ARCHIVO-FRANCOS
			KEY IS NOT LESS THAN FRA-CLAVE
		INVALID KEY MOVE "S" TO FIN-FRANCOS
		END-START
		PERFORM UNTIL FIN-FRANCOS = "S"
			READ ARCHIVO-FRANCOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-FRANCOS
			NOT AT END
			IF FRA-ID NOT = ID-BUSCADO
			MOVE "S" TO FIN-FRANCOS
			ELSE
			IF FRA-PERIODO = ZERO
			MOVE FRA-ESTADO TO ADHESION-FRANCOS
			ELSE
			IF FRA-ABIERTO
			COMPUTE HORAS-LOTE = FRA-HORAS-GANADAS
				- FRA-HORAS-TOMADAS - FRA-HORAS-PAGADAS
			ADD HORAS-LOTE TO SALDO-FRANCOS
			END-IF
			END-IF
			END-IF
			END-READ
		END-PERFORM
		IF ADHESION-FRANCOS = "S" OR SALDO-FRANCOS > ZERO
		MOVE SALDO-FRANCOS TO HORAS-EDITADAS
		DISPLAY "Francos:      saldo " HORAS-EDITADAS
			" horas (adhesión " ADHESION-FRANCOS ")"
		ELSE
		DISPLAY "Francos:      (sin francos compensatorios)"
		END-IF.

	MOSTRAR-DOMICILIO.
		MOVE ID-BUSCADO TO DOM-ID
		READ ARCHIVO-DOMICILIOS
		UNTIL INDICE-ULTIMO > CANTIDAD-ULTIMOS
		MOVE UL-BRUTO (INDICE-ULTIMO) TO IMPORTE-EDITADO
		MOVE UL-NETO (INDICE-ULTIMO) TO IMPORTE-EDITADO-2
		PERFORM TAPAR-IMPORTES
		DISPLAY "  " UL-PERIODO (INDICE-ULTIMO)
			" bruto " IMPORTE-EDITADO
			" neto " IMPORTE-EDITADO-2
		END-PERFORM.

	TAPAR-IMPORTES.
		*> Sin permiso de ver sueldos, los campos de plata ya
		*> editados se pisan con asteriscos antes del DISPLAY.
		IF VE-IMPORTES = "N"
		MOVE ALL "*" TO TARIFA-TAPADA
		MOVE ALL "*" TO IMPORTE-TAPADO
		MOVE ALL "*" TO IMPORTE-TAPADO-2
		END-IF.

	ANOTAR-ULTIMO-PAGO.
		IF CANTIDAD-ULTIMOS < 3
		ADD 1 TO CANTIDAD-ULTIMOS
