	*> del registro acumulado, los pagos emitidos (detalles
	*> del archivo del banco más el circuito de cheques: la
	*> cola pendiente y los cheques vigentes del registro de
	*> CHEQUES, emitidos o ya cobrados; el vencido vuelve a
	*> la cola y se cuenta ahí) y el renglón NETO A PAGAR del
	*> asiento contable. Imprime los totales y cualquier
	*> diferencia al centavo; si no cuadran deja una alerta
	*> legible por máquina en alertas_dinero.dat, al estilo de
	*> la de CONTROL1, y devuelve código 8 para que el
	*> encadenamiento se frene.
	*> Empresas: el banco y el asiento son los de la última
	*> corrida, que es de una sola empresa; la empresa se toma
	*> de los renglones del asiento (ASI-EMPRESA) y del
	*> registro y los cheques se suman solo los legajos de esa
	*> empresa (un legajo que ya no figura en el vivo cuenta
	*> como de la 01).
	*> El renglón NETO A PAGAR se reconoce por su concepto
	*> (ASI-CONCEPTO): la cuenta es la que diga la
	*> imputación contable.
	*> Archivos por banco: si la subida liberada se partió por
	*> banco, el total de esos archivos (resumen_bancos.dat de
	*> BANPART, para el período y la empresa) tiene que dar el
	*> mismo neto que el archivo único; sin partición para el
	*> período solo se informa.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CONCIMP.

		RECORD KEY IS REG-CLAVE
		FILE STATUS IS WS-STATUS-REG.

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

		SELECT OPTIONAL ARCHIVO-BANCO
		ASSIGN TO "pagos_banco.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-STATUS-ASI.

		SELECT OPTIONAL ARCHIVO-RESUMEN-BANCOS
		ASSIGN TO "resumen_bancos.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-RBA.

		SELECT ARCHIVO-ALERTAS
		ASSIGN TO "alertas_dinero.dat"
		ORGANIZATION IS LINE SEQUENTIAL
	FD ARCHIVO-REGISTRO.
		COPY "registro.cpy".

	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	FD ARCHIVO-BANCO.
		01 BANCO-DETALLE.
			02 BAN-TIPO PIC X.
				SIGN IS TRAILING SEPARATE.

	FD ARCHIVO-CHEQUES.
		COPY "cheque.cpy".

	FD ARCHIVO-ASIENTOS.
		01 LINEA-ASIENTO.
			02 ASI-CUENTA PIC X(12).
			02 ASI-DEBE PIC S9(7)V99 COMP-3.
			02 ASI-HABER PIC S9(7)V99 COMP-3.
			02 ASI-EMPRESA PIC 9(2).
			02 ASI-MAYOR PIC X(6).
			02 ASI-FECHA PIC 9(8).
			02 ASI-CONCEPTO PIC X(12).
			02 ASI-DEPTO PIC 9(3).

	FD ARCHIVO-RESUMEN-BANCOS.
		COPY "resbanco.cpy".

	*> Alerta legible por máquina: los tres totales del
	*> período, para que el resumen matinal la levante.
		01 NOMBRE-REPORTE PIC X(8) VALUE "CONCIMP".
		01 LINEAS-REPORTE PIC 9(7) VALUE ZERO.
		01 LINEA-IMPRESION PIC X(168) VALUE SPACES.
		*> Empresa de la corrida y del legajo consultado.
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 EMPRESA-CORRIDA PIC 9(2) VALUE 1.
		01 EMPRESA-LEGAJO PIC 9(2) VALUE ZERO.
		01 LEGAJO-BUSCADO PIC 9(5) VALUE ZERO.
		01 EMPLEADOS-ABIERTO PIC X VALUE "N".
		*> Cuadre de los archivos por banco.
		01 WS-STATUS-RBA PIC XX VALUE "00".
		01 PARTICION-HALLADA PIC X VALUE "N".
		01 TOTAL-BANCOS PIC 9(9)V99 VALUE ZERO.
		01 DIFERENCIA-BB PIC S9(9)V99 VALUE ZERO.

	PROCEDURE DIVISION.
	MAIN.
		DISPLAY "Período inválido."
		GOBACK
		END-IF.
		PERFORM SUMAR-ASIENTO.
		OPEN INPUT ARCHIVO-EMPLEADOS
		IF WS-STATUS-EMP = "00" OR WS-STATUS-EMP = "05"
		MOVE "S" TO EMPLEADOS-ABIERTO
		END-IF.
		PERFORM SUMAR-REGISTRO.
		PERFORM SUMAR-BANCO.
		PERFORM SUMAR-CHEQUES.
		IF EMPLEADOS-ABIERTO = "S"
		CLOSE ARCHIVO-EMPLEADOS
		END-IF.
		ADD TOTAL-BANCO TOTAL-CHEQUES GIVING TOTAL-PAGOS.
		CALL "RPTHDR" USING TITULO-REPORTE
			NUMERO-PAGINA NOMBRE-REPORTE.
			INTO LINEA-IMPRESION
		END-STRING.
		PERFORM GRABAR-LINEA.
		PERFORM CUADRAR-BANCOS.
		IF DIFERENCIA-RB NOT = ZERO
		OR DIFERENCIA-RA NOT = ZERO
		MOVE "N" TO TOTALES-CUADRAN
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF REG-PERIODO = PERIODO-BUSCADO
			MOVE REG-ID TO LEGAJO-BUSCADO
			PERFORM EMPRESA-DEL-LEGAJO
			IF EMPRESA-LEGAJO = EMPRESA-CORRIDA
			ADD REG-NETO TO TOTAL-REGISTRO
			END-IF
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-REGISTRO
		CLOSE ARCHIVO-BANCO
		END-IF.

	CUADRAR-BANCOS.
		*> Un renglón por banco y el total "T" de la
		*> partición; si el archivo tiene más de una subida
		*> del período vale la última.
		MOVE "N" TO FIN-ARCHIVO
		OPEN INPUT ARCHIVO-RESUMEN-BANCOS
		IF WS-STATUS-RBA = "00" OR WS-STATUS-RBA = "05"
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-RESUMEN-BANCOS
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF RBA-PERIODO = PERIODO-BUSCADO
			AND RBA-EMPRESA = EMPRESA-CORRIDA
			PERFORM TOMAR-RESUMEN-BANCO
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-RESUMEN-BANCOS
		END-IF
		IF PARTICION-HALLADA = "N"
		MOVE "SIN ARCHIVOS POR BANCO PARA EL PERIODO."
			TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		ELSE
		MOVE TOTAL-BANCOS TO IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "NETO POR BANCOS:   " DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		SUBTRACT TOTAL-BANCOS FROM TOTAL-BANCO
			GIVING DIFERENCIA-BB
		MOVE DIFERENCIA-BB TO DIFERENCIA-EDITADA
		MOVE SPACES TO LINEA-IMPRESION
		STRING "BANCO - BANCOS:    " DELIMITED BY SIZE
			DIFERENCIA-EDITADA DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		IF DIFERENCIA-BB NOT = ZERO
		MOVE "N" TO TOTALES-CUADRAN
		END-IF
		END-IF.

	TOMAR-RESUMEN-BANCO.
		IF RESUMEN-DE-BANCO
		MOVE RBA-TOTAL TO IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "  BANCO " DELIMITED BY SIZE
			RBA-BANCO DELIMITED BY SIZE
			" PAGOS " DELIMITED BY SIZE
			RBA-CANTIDAD DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		END-IF
		IF RESUMEN-TOTAL
		MOVE "S" TO PARTICION-HALLADA
		MOVE RBA-TOTAL TO TOTAL-BANCOS
		END-IF.

	SUMAR-CHEQUES.
		*> El circuito de cheques del período: la cola aún no
		*> impresa más los cheques vigentes del registro (los
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF CHP-PERIODO = PERIODO-BUSCADO
			MOVE CHP-ID TO LEGAJO-BUSCADO
			PERFORM EMPRESA-DEL-LEGAJO
			IF EMPRESA-LEGAJO = EMPRESA-CORRIDA
			ADD CHP-IMPORTE TO TOTAL-CHEQUES
			END-IF
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-CHEQUES-PEND
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF CHQ-PERIODO = PERIODO-BUSCADO
			AND CHEQUE-VIGENTE
			MOVE CHQ-ID TO LEGAJO-BUSCADO
			PERFORM EMPRESA-DEL-LEGAJO
			IF EMPRESA-LEGAJO = EMPRESA-CORRIDA
			ADD CHQ-IMPORTE TO TOTAL-CHEQUES
			END-IF
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-CHEQUES
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF ASI-PERIODO = PERIODO-BUSCADO
			AND ASI-CONCEPTO = "NETO A PAGAR"
			ADD ASI-HABER TO TOTAL-ASIENTO
			IF ASI-EMPRESA IS NUMERIC
			AND ASI-EMPRESA NOT = ZERO
			MOVE ASI-EMPRESA TO EMPRESA-CORRIDA
			END-IF
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-ASIENTOS
		END-IF.

	EMPRESA-DEL-LEGAJO.
		*> Cero, blanco o legajo que ya no está = la 01.
		MOVE ZERO TO EMPLEADO-EMPRESA
		IF EMPLEADOS-ABIERTO = "S"
		MOVE LEGAJO-BUSCADO TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY MOVE ZERO TO EMPLEADO-EMPRESA
		END-READ
		END-IF
		IF EMPLEADO-EMPRESA IS NOT NUMERIC
		OR EMPLEADO-EMPRESA = ZERO
		MOVE 1 TO EMPRESA-LEGAJO
		ELSE
		MOVE EMPLEADO-EMPRESA TO EMPRESA-LEGAJO
		END-IF.

	GRABAR-ALERTA.
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
		OPEN EXTEND ARCHIVO-ALERTAS
