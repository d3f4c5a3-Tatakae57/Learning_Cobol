	*> Recupero de pagos indebidos:
	*> Cuando a alguien se le pagó de más (una tarifa mal
	*> cargada que se descubre con el archivo del banco ya
	*> subido) la única herramienta era un renglón negativo en
	*> ajustes.dat que se llevaba el importe entero el mes
	*> siguiente. Acá un supervisor abre un caso de recupero
	*> por empleado y período pagado de más
	*> (pagos_indebidos.dat): el renglón de registro_nomina.dat
	*> de ese período tiene que existir y el importe no puede
	*> pasar el neto que se pagó. El caso lleva el tope legal
	*> por cuota como porcentaje del neto (20% si no se
	*> indica otro, nunca más) y el saldo que NOMINA va
	*> descontando con renglón propio en el recibo, después
	*> del embargo y antes del adelanto.
	*> Al abrir el caso se graba el asiento de reversión en su
	*> propio archivo, como DEVENGA (pagind-IIIII-AAAAMM.dat,
	*> con el layout de asientos.dat): la deuda del empleado
	*> al debe contra los sueldos de su departamento al haber.
	*> Las cuentas salen de las imputaciones contables (CTAIMP)
	*> de los conceptos PAGO INDEBID y SUELDOS del depto: si
	*> falta alguna, el caso no se abre (ni se anula) y los
	*> faltantes quedan en IMPFALT.
	*> El nombre del archivo queda en el caso. Un caso del
	*> que todavía no se descontó nada se puede anular: el
	*> contraasiento se agrega al mismo archivo. Los casos
	*> abiertos de quien se va los toma LIQFIN.
	*> Altas y anulaciones quedan en el diario de satélites
	*> (AUDSAT).
	IDENTIFICATION DIVISION.
	PROGRAM-ID. PAGIND.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-PAGOS-INDEBIDOS
		ASSIGN TO "pagos_indebidos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PGI-CLAVE
		FILE STATUS IS WS-STATUS-PGI.

		SELECT OPTIONAL ARCHIVO-EMPLEADOS
		ASSIGN TO "empleados.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS EMPLEADO-ID
		ALTERNATE RECORD KEY IS EMPLEADO-APELLIDO
			WITH DUPLICATES
		ALTERNATE RECORD KEY IS EMPLEADO-CUIL
			WITH DUPLICATES
		FILE STATUS IS WS-STATUS-EMP.

		SELECT OPTIONAL ARCHIVO-REGISTRO
		ASSIGN TO "registro_nomina.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS REG-CLAVE
		FILE STATUS IS WS-STATUS-REG.

		SELECT OPTIONAL ARCHIVO-EMPRESAS
		ASSIGN TO "empresas.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS CIA-CODIGO
		FILE STATUS IS WS-STATUS-CIA.

		SELECT OPTIONAL ARCHIVO-REVERSION
		ASSIGN TO DYNAMIC NOMBRE-REVERSION
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-STATUS-REV.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-PAGOS-INDEBIDOS.
		COPY "pagoind.cpy".

	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	FD ARCHIVO-REGISTRO.
		COPY "registro.cpy".

	FD ARCHIVO-EMPRESAS.
		COPY "empresa.cpy".

	*> Mismo layout que asientos.dat.
	FD ARCHIVO-REVERSION.
		01 LINEA-ASIENTO.
			02 ASI-PERIODO PIC 9(6).
			02 ASI-CUENTA PIC X(12).
			02 ASI-DEBE PIC S9(7)V99 COMP-3.
			02 ASI-HABER PIC S9(7)V99 COMP-3.
			02 ASI-EMPRESA PIC 9(2).
			02 ASI-MAYOR PIC X(6).
			02 ASI-FECHA PIC 9(8).
			02 ASI-CONCEPTO PIC X(12).
			02 ASI-DEPTO PIC 9(3).

	WORKING-STORAGE SECTION.
		01 WS-STATUS-PGI PIC XX VALUE "00".
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 WS-STATUS-REG PIC XX VALUE "00".
		01 WS-STATUS-CIA PIC XX VALUE "00".
		01 WS-STATUS-REV PIC XX VALUE "00".
		01 CONTINUAR PIC X VALUE "S".
		01 OPCION-MENU PIC 9 VALUE 1.
		01 ID-BUSCADO PIC 9(5) VALUE ZERO.
		01 PERIODO-BUSCADO PIC 9(6) VALUE ZERO.
		01 CAMPO-ENTRADA PIC X(30) VALUE SPACES.
		01 CAMPO-VALIDO PIC X VALUE "N".
		01 CONFIRMAR PIC X VALUE "N".
		01 IMPORTE-ENTRADA PIC 9(6)V99 VALUE ZERO.
		01 PORCENTAJE-ENTRADA PIC 9(2)V99 VALUE ZERO.
		*> Tope legal de la cuota: porcentaje del neto.
		01 TOPE-LEGAL-CUOTA PIC 9(2)V99 VALUE 20.00.
		01 NETO-PAGADO PIC 9(6)V99 VALUE ZERO.
		01 REGISTRO-HALLADO PIC X VALUE "N".
		01 FIN-CASOS PIC X VALUE "N".
		01 CASOS-LISTADOS PIC 9(5) VALUE ZERO.
		01 TOTAL-SALDOS PIC 9(8)V99 VALUE ZERO.
		01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
		01 IMPORTE-EDITADO PIC $$$,$$$9.99.
		01 TOTAL-EDITADO PIC $$,$$$,$$9.99.
		*> Asiento de reversión del caso.
		01 NOMBRE-REVERSION PIC X(30) VALUE SPACES.
		01 EMPRESA-CASO PIC 9(2) VALUE ZERO.
		01 MAYOR-CASO PIC X(6) VALUE SPACES.
		01 DEPTO-CASO PIC 9(3) VALUE ZERO.
		01 CONCEPTO-SUELDOS PIC X(12) VALUE "SUELDOS".
		01 CONCEPTO-DEUDOR PIC X(12) VALUE "PAGO INDEBID".
		01 DEBE-CASO PIC X(12) VALUE SPACES.
		01 HABER-CASO PIC X(12) VALUE SPACES.
		COPY "ctaimp.cpy".
		*> Imágenes para AUDSAT.
		01 IMAGEN-CASO.
			02 IMC-ID PIC 9(5).
			02 IMC-PERIODO PIC 9(6).
			02 IMC-IMPORTE PIC 9(6)V99.
			02 IMC-PORCENTAJE PIC 9(2)V99.
			02 IMC-SALDO PIC 9(6)V99.
			02 IMC-ESTADO PIC X.
			02 IMC-FECHA PIC 9(8).
		01 NOMBRE-AUDSAT PIC X(12) VALUE "pagos_indeb".
		01 OPERACION-AUDSAT PIC X VALUE SPACE.
		01 IMAGEN-SAT-ANTES PIC X(40) VALUE SPACES.
		01 IMAGEN-SAT-DESPUES PIC X(40) VALUE SPACES.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "PAGIND".
		01 WS-MENSAJE-LOG PIC X(40).
		01 WS-SEVERIDAD-LOG PIC X VALUE "A".
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
		IF NIVEL-FIRMADO < 2
		DISPLAY "Los recuperos son solo para supervisores."
		GOBACK
		END-IF.
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
		PERFORM APERTURA-ARCHIVOS.
		PERFORM UNTIL CONTINUAR = "N" OR CONTINUAR = "n"
			PERFORM MOSTRAR-MENU
			ACCEPT OPCION-MENU
			EVALUATE OPCION-MENU
				WHEN 1
					PERFORM ABRIR-CASO
				WHEN 2
					PERFORM CONSULTAR-CASOS
				WHEN 3
					PERFORM ANULAR-CASO
				WHEN 4
					PERFORM LISTAR-ABIERTOS
				WHEN OTHER
					DISPLAY "Opción inválida."
			END-EVALUATE
			DISPLAY "Continuar programa: "
			ACCEPT CONTINUAR
		END-PERFORM.
		CLOSE ARCHIVO-PAGOS-INDEBIDOS.
		CLOSE ARCHIVO-EMPLEADOS.
		CLOSE ARCHIVO-REGISTRO.
		CLOSE ARCHIVO-EMPRESAS.
		GOBACK.

	MOSTRAR-MENU.
		DISPLAY "1. Abrir caso de recupero".
		DISPLAY "2. Consultar casos de un empleado".
		DISPLAY "3. Anular caso sin cuotas descontadas".
		DISPLAY "4. Listar casos abiertos".
		DISPLAY "Opción: ".

	APERTURA-ARCHIVOS.
		OPEN I-O ARCHIVO-PAGOS-INDEBIDOS
		IF WS-STATUS-PGI NOT = "00" AND WS-STATUS-PGI NOT = "05"
		DISPLAY "Error al abrir pagos_indebidos.dat. Status: "
			WS-STATUS-PGI
		GOBACK
		END-IF
		OPEN INPUT ARCHIVO-EMPLEADOS
		IF WS-STATUS-EMP NOT = "00" AND WS-STATUS-EMP NOT = "05"
		DISPLAY "Error al abrir empleados.dat. Status: "
			WS-STATUS-EMP
		GOBACK
		END-IF
		OPEN INPUT ARCHIVO-REGISTRO
		OPEN INPUT ARCHIVO-EMPRESAS.

	SOLICITAR-ID.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "ID de empleado: "
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:5) IS NUMERIC
			MOVE CAMPO-ENTRADA (1:5) TO ID-BUSCADO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "ID inválido, ingrese solo números."
			END-IF
		END-PERFORM.

	SOLICITAR-PERIODO.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Período pagado de más (AAAAMM): "
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:6) IS NUMERIC
			AND CAMPO-ENTRADA (5:2) >= "01"
			AND CAMPO-ENTRADA (5:2) <= "12"
			MOVE CAMPO-ENTRADA (1:6) TO PERIODO-BUSCADO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Período inválido (AAAAMM)."
			END-IF
		END-PERFORM.

	SOLICITAR-IMPORTE.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Importe pagado de más (99999999): "
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:8) IS NUMERIC
			MOVE CAMPO-ENTRADA (1:8)
				TO IMPORTE-ENTRADA (1:8)
			IF IMPORTE-ENTRADA = ZERO
			DISPLAY "El importe no puede ser cero."
			ELSE
			IF IMPORTE-ENTRADA > NETO-PAGADO
			DISPLAY "No puede pasar el neto pagado."
			ELSE
			MOVE "S" TO CAMPO-VALIDO
			END-IF
			END-IF
			ELSE
			DISPLAY "Importe inválido, solo números."
			END-IF
		END-PERFORM.

	SOLICITAR-PORCENTAJE.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Tope por cuota, % del neto"
				" (9999 = 99.99, blanco = 20.00): "
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA = SPACES
			MOVE TOPE-LEGAL-CUOTA TO PORCENTAJE-ENTRADA
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			IF CAMPO-ENTRADA (1:4) IS NUMERIC
			MOVE CAMPO-ENTRADA (1:4)
				TO PORCENTAJE-ENTRADA (1:4)
			IF PORCENTAJE-ENTRADA = ZERO
			OR PORCENTAJE-ENTRADA > TOPE-LEGAL-CUOTA
			DISPLAY "Entre 00.01 y el tope legal de "
				TOPE-LEGAL-CUOTA "%."
			ELSE
			MOVE "S" TO CAMPO-VALIDO
			END-IF
			ELSE
			DISPLAY "Porcentaje inválido, solo números."
			END-IF
			END-IF
		END-PERFORM.

	ABRIR-CASO.
		PERFORM SOLICITAR-ID
		MOVE ID-BUSCADO TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		DISPLAY "No existe el empleado " ID-BUSCADO "."
		MOVE "Recupero para ID inexistente."
			TO WS-MENSAJE-LOG
		MOVE "A" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		NOT INVALID KEY
		PERFORM SOLICITAR-PERIODO
		PERFORM BUSCAR-REGISTRO
		IF REGISTRO-HALLADO = "N"
		DISPLAY "No hay renglón de nómina del " ID-BUSCADO
			" en el período " PERIODO-BUSCADO "."
		ELSE
		MOVE ID-BUSCADO TO PGI-ID
		MOVE PERIODO-BUSCADO TO PGI-PERIODO
		READ ARCHIVO-PAGOS-INDEBIDOS
		INVALID KEY
		PERFORM CARGAR-CASO
		NOT INVALID KEY
		DISPLAY "Ya hay un caso para ese período (estado "
			PGI-ESTADO ")."
		END-READ
		END-IF
		END-READ.

	BUSCAR-REGISTRO.
		MOVE "N" TO REGISTRO-HALLADO
		MOVE ZERO TO NETO-PAGADO
		MOVE PERIODO-BUSCADO TO REG-PERIODO
		MOVE ID-BUSCADO TO REG-ID
		READ ARCHIVO-REGISTRO
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE "S" TO REGISTRO-HALLADO
		MOVE REG-NETO TO NETO-PAGADO
		END-READ.

	CARGAR-CASO.
		MOVE NETO-PAGADO TO IMPORTE-EDITADO
		DISPLAY "Neto pagado en " PERIODO-BUSCADO ": "
			IMPORTE-EDITADO
		PERFORM SOLICITAR-IMPORTE
		PERFORM SOLICITAR-PORCENTAJE
		DISPLAY "Motivo (hasta 30): "
		ACCEPT CAMPO-ENTRADA
		MOVE ID-BUSCADO TO PGI-ID
		MOVE PERIODO-BUSCADO TO PGI-PERIODO
		MOVE IMPORTE-ENTRADA TO PGI-IMPORTE
		MOVE PORCENTAJE-ENTRADA TO PGI-PORCENTAJE
		MOVE IMPORTE-ENTRADA TO PGI-SALDO
		MOVE "A" TO PGI-ESTADO
		MOVE CAMPO-ENTRADA TO PGI-MOTIVO
		MOVE NETO-PAGADO TO PGI-NETO-ORIGINAL
		MOVE SPACES TO NOMBRE-REVERSION
		STRING "pagind-" DELIMITED BY SIZE
			ID-BUSCADO DELIMITED BY SIZE
			"-" DELIMITED BY SIZE
			PERIODO-BUSCADO DELIMITED BY SIZE
			".dat" DELIMITED BY SIZE
			INTO NOMBRE-REVERSION
		END-STRING
		MOVE NOMBRE-REVERSION TO PGI-ASIENTO
		MOVE WS-FECHA-HOY TO PGI-FECHA-ALTA
		MOVE ZERO TO PGI-FECHA-CIERRE
		MOVE WS-OPERADOR-LOG TO PGI-OPERADOR
		*> La deuda del empleado al debe, los sueldos de su
		*> departamento al haber.
		MOVE CONCEPTO-DEUDOR TO DEBE-CASO
		PERFORM ARMAR-DATOS-ASIENTO
		MOVE CONCEPTO-SUELDOS TO HABER-CASO
		PERFORM RESOLVER-CUENTAS-CASO
		IF IPE-FALTANTES > ZERO
		DISPLAY "Caso NO abierto: faltan cuentas contables"
			" (ver IMPFALT)."
		ELSE
		WRITE PAGOS-INDEBIDOS-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo grabar el caso."
		MOVE "Error al grabar caso de recupero."
			TO WS-MENSAJE-LOG
		MOVE "G" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		NOT INVALID KEY
		MOVE SPACES TO IMAGEN-SAT-ANTES
		PERFORM ARMAR-IMAGEN-CASO
		MOVE IMAGEN-CASO TO IMAGEN-SAT-DESPUES
		MOVE "A" TO OPERACION-AUDSAT
		CALL "AUDSAT" USING WS-PROGRAMA-LOG NOMBRE-AUDSAT
			OPERACION-AUDSAT IMAGEN-SAT-ANTES
			IMAGEN-SAT-DESPUES WS-OPERADOR-LOG
		OPEN OUTPUT ARCHIVO-REVERSION
		PERFORM GRABAR-REVERSION
		DISPLAY "Caso abierto. Saldo a recuperar: "
			IMPORTE-EDITADO
		DISPLAY "Asiento de reversión en " NOMBRE-REVERSION
		END-WRITE
		END-IF.

	ARMAR-DATOS-ASIENTO.
		*> Empresa del empleado (cero = la 01) y su libro.
		IF EMPLEADO-EMPRESA IS NOT NUMERIC
		OR EMPLEADO-EMPRESA = ZERO
		MOVE 1 TO EMPRESA-CASO
		ELSE
		MOVE EMPLEADO-EMPRESA TO EMPRESA-CASO
		END-IF
		MOVE SPACES TO MAYOR-CASO
		MOVE EMPRESA-CASO TO CIA-CODIGO
		READ ARCHIVO-EMPRESAS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE CIA-MAYOR TO MAYOR-CASO
		END-READ
		MOVE EMPLEADO-DEPTO TO DEPTO-CASO.

	RESOLVER-CUENTAS-CASO.
		*> Renglón 1 al debe y 2 al haber; SUELDOS va con el
		*> depto del empleado, la deuda con la imputación
		*> general.
		MOVE WS-PROGRAMA-LOG TO IPE-PROGRAMA
		MOVE 2 TO IPE-CANTIDAD
		MOVE DEBE-CASO TO IPE-CONCEPTO (1)
		MOVE "D" TO IPE-LADO (1)
		MOVE HABER-CASO TO IPE-CONCEPTO (2)
		MOVE "H" TO IPE-LADO (2)
		MOVE ZERO TO IPE-DEPTO (1)
		MOVE ZERO TO IPE-DEPTO (2)
		IF DEBE-CASO = CONCEPTO-SUELDOS
		MOVE DEPTO-CASO TO IPE-DEPTO (1)
		ELSE
		MOVE DEPTO-CASO TO IPE-DEPTO (2)
		END-IF
		CALL "CTAIMP" USING IMPUTACION-PEDIDO.

	GRABAR-REVERSION.
		*> Un renglón al debe y otro al haber por el importe
		*> del caso, fechados hoy.
		MOVE PGI-IMPORTE TO IMPORTE-EDITADO
		MOVE WS-FECHA-HOY (1:6) TO ASI-PERIODO
		MOVE WS-FECHA-HOY TO ASI-FECHA
		MOVE EMPRESA-CASO TO ASI-EMPRESA
		MOVE MAYOR-CASO TO ASI-MAYOR
		MOVE IPE-CUENTA (1) TO ASI-CUENTA
		MOVE IPE-CONCEPTO (1) TO ASI-CONCEPTO
		MOVE IPE-DEPTO (1) TO ASI-DEPTO
		MOVE PGI-IMPORTE TO ASI-DEBE
		MOVE ZERO TO ASI-HABER
		WRITE LINEA-ASIENTO
		DISPLAY "  " ASI-CUENTA " " ASI-CONCEPTO " DEBE  "
			IMPORTE-EDITADO
		MOVE IPE-CUENTA (2) TO ASI-CUENTA
		MOVE IPE-CONCEPTO (2) TO ASI-CONCEPTO
		MOVE IPE-DEPTO (2) TO ASI-DEPTO
		MOVE ZERO TO ASI-DEBE
		MOVE PGI-IMPORTE TO ASI-HABER
		WRITE LINEA-ASIENTO
		DISPLAY "  " ASI-CUENTA " " ASI-CONCEPTO " HABER "
			IMPORTE-EDITADO
		CLOSE ARCHIVO-REVERSION.

	ARMAR-IMAGEN-CASO.
		MOVE PGI-ID TO IMC-ID
		MOVE PGI-PERIODO TO IMC-PERIODO
		MOVE PGI-IMPORTE TO IMC-IMPORTE
		MOVE PGI-PORCENTAJE TO IMC-PORCENTAJE
		MOVE PGI-SALDO TO IMC-SALDO
		MOVE PGI-ESTADO TO IMC-ESTADO
		MOVE WS-FECHA-HOY TO IMC-FECHA.

	CONSULTAR-CASOS.
		PERFORM SOLICITAR-ID
		MOVE ZERO TO CASOS-LISTADOS
		MOVE "N" TO FIN-CASOS
		MOVE ID-BUSCADO TO PGI-ID
		MOVE ZERO TO PGI-PERIODO
		START ARCHIVO-PAGOS-INDEBIDOS
			KEY IS NOT LESS THAN PGI-CLAVE
		INVALID KEY MOVE "S" TO FIN-CASOS
		END-START
		PERFORM UNTIL FIN-CASOS = "S"
			READ ARCHIVO-PAGOS-INDEBIDOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-CASOS
			NOT AT END
			IF PGI-ID NOT = ID-BUSCADO
			MOVE "S" TO FIN-CASOS
			ELSE
			PERFORM MOSTRAR-CASO
			END-IF
			END-READ
		END-PERFORM
		IF CASOS-LISTADOS = ZERO
		DISPLAY "Sin casos de recupero para " ID-BUSCADO "."
		END-IF.

	MOSTRAR-CASO.
		ADD 1 TO CASOS-LISTADOS
		DISPLAY " "
		DISPLAY "Período " PGI-PERIODO " estado " PGI-ESTADO
			" abierto el " PGI-FECHA-ALTA
			" por " PGI-OPERADOR
		DISPLAY "  Motivo: " PGI-MOTIVO
		MOVE PGI-NETO-ORIGINAL TO IMPORTE-EDITADO
		DISPLAY "  Neto del renglón de nómina: "
			IMPORTE-EDITADO
		MOVE PGI-IMPORTE TO IMPORTE-EDITADO
		DISPLAY "  Pagado de más:  " IMPORTE-EDITADO
			"  tope por cuota " PGI-PORCENTAJE "% del neto"
		MOVE PGI-SALDO TO IMPORTE-EDITADO
		DISPLAY "  Saldo:          " IMPORTE-EDITADO
		DISPLAY "  Asiento de reversión: " PGI-ASIENTO
		IF PGI-FECHA-CIERRE IS NUMERIC
		AND PGI-FECHA-CIERRE > ZERO
		DISPLAY "  Cerrado el " PGI-FECHA-CIERRE
		END-IF.

	ANULAR-CASO.
		*> Solo un caso abierto del que NOMINA todavía no
		*> descontó nada: el contraasiento da vuelta la
		*> reversión en el mismo archivo.
		PERFORM SOLICITAR-ID
		PERFORM SOLICITAR-PERIODO
		MOVE ID-BUSCADO TO PGI-ID
		MOVE PERIODO-BUSCADO TO PGI-PERIODO
		READ ARCHIVO-PAGOS-INDEBIDOS
		INVALID KEY
		DISPLAY "No hay caso para ese empleado y período."
		NOT INVALID KEY
		IF NOT RECUPERO-ABIERTO
		DISPLAY "El caso no está abierto (estado "
			PGI-ESTADO ")."
		ELSE
		IF PGI-SALDO NOT = PGI-IMPORTE
		DISPLAY "Ya se descontaron cuotas: no se anula."
		ELSE
		PERFORM CONFIRMAR-ANULACION
		END-IF
		END-IF
		END-READ.

	CONFIRMAR-ANULACION.
		PERFORM MOSTRAR-CASO
		DISPLAY "Confirmar anulación (S/N): "
		ACCEPT CONFIRMAR
		IF CONFIRMAR = "S" OR CONFIRMAR = "s"
		PERFORM PREPARAR-CONTRAASIENTO
		IF IPE-FALTANTES > ZERO
		DISPLAY "Anulación cancelada: faltan cuentas contables"
			" (ver IMPFALT)."
		ELSE
		PERFORM ARMAR-IMAGEN-CASO
		MOVE IMAGEN-CASO TO IMAGEN-SAT-ANTES
		MOVE "X" TO PGI-ESTADO
		MOVE ZERO TO PGI-SALDO
		MOVE WS-FECHA-HOY TO PGI-FECHA-CIERRE
		REWRITE PAGOS-INDEBIDOS-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo anular el caso."
		NOT INVALID KEY
		PERFORM ARMAR-IMAGEN-CASO
		MOVE IMAGEN-CASO TO IMAGEN-SAT-DESPUES
		MOVE "M" TO OPERACION-AUDSAT
		CALL "AUDSAT" USING WS-PROGRAMA-LOG NOMBRE-AUDSAT
			OPERACION-AUDSAT IMAGEN-SAT-ANTES
			IMAGEN-SAT-DESPUES WS-OPERADOR-LOG
		PERFORM GRABAR-CONTRAASIENTO
		DISPLAY "Caso anulado."
		END-REWRITE
		END-IF
		ELSE
		DISPLAY "Anulación cancelada."
		END-IF.

	PREPARAR-CONTRAASIENTO.
		MOVE ID-BUSCADO TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		MOVE ZERO TO EMPLEADO-DEPTO
		MOVE ZERO TO EMPLEADO-EMPRESA
		END-READ
		PERFORM ARMAR-DATOS-ASIENTO
		MOVE CONCEPTO-SUELDOS TO DEBE-CASO
		MOVE CONCEPTO-DEUDOR TO HABER-CASO
		PERFORM RESOLVER-CUENTAS-CASO.

	GRABAR-CONTRAASIENTO.
		MOVE PGI-ASIENTO TO NOMBRE-REVERSION
		OPEN EXTEND ARCHIVO-REVERSION
		IF WS-STATUS-REV NOT = "00" AND WS-STATUS-REV NOT = "05"
		DISPLAY "Error al abrir " NOMBRE-REVERSION
			" Status: " WS-STATUS-REV
		ELSE
		PERFORM GRABAR-REVERSION
		END-IF.

	LISTAR-ABIERTOS.
		MOVE ZERO TO CASOS-LISTADOS
		MOVE ZERO TO TOTAL-SALDOS
		MOVE "N" TO FIN-CASOS
		MOVE ZERO TO PGI-ID
		MOVE ZERO TO PGI-PERIODO
		START ARCHIVO-PAGOS-INDEBIDOS
			KEY IS NOT LESS THAN PGI-CLAVE
		INVALID KEY MOVE "S" TO FIN-CASOS
		END-START
		PERFORM UNTIL FIN-CASOS = "S"
			READ ARCHIVO-PAGOS-INDEBIDOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-CASOS
			NOT AT END
			IF RECUPERO-ABIERTO
			ADD 1 TO CASOS-LISTADOS
			ADD PGI-SALDO TO TOTAL-SALDOS
			MOVE PGI-SALDO TO IMPORTE-EDITADO
			DISPLAY PGI-ID " " PGI-PERIODO " saldo "
				IMPORTE-EDITADO " tope " PGI-PORCENTAJE
				"% " PGI-MOTIVO
			END-IF
			END-READ
		END-PERFORM
		MOVE TOTAL-SALDOS TO TOTAL-EDITADO
		DISPLAY "Casos abiertos: " CASOS-LISTADOS
			"  saldo total: " TOTAL-EDITADO.
	END PROGRAM PAGIND.
