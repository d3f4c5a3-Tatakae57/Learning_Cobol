	*> Acumulados del año por empleado y concepto:
	*> Subprograma al estilo de PERGRUPO, único que graba
	*> acumulados.dat. NOMINA, SAC y PAGESP lo llaman con la
	*> operación "G" en el mismo paso en que graban (o
	*> regraban) un renglón del registro acumulado de nómina:
	*> cada columna del renglón pisa el casillero de su
	*> período en el concepto que le corresponde y el total
	*> del año se recalcula con los casilleros. Pisar y no
	*> sumar es lo que protege la reanudación: el empleado en
	*> vuelo que la corrida cortada alcanzó a acumular se
	*> vuelve a liquidar y su casillero queda con los valores
	*> nuevos, como su renglón del registro. Las columnas de
	*> deducciones en blanco de los renglones viejos se
	*> acumulan como cero, igual que en CERTIF.
	*> La operación "L" lee un concepto para los que buscan un
	*> importe puntual (la retención de NOMINA, el aguinaldo
	*> proporcional de LIQFIN): suma, mejor casillero y
	*> cantidad de períodos entre dos meses. La operación "B"
	*> vacía en cada concepto el casillero del período de un
	*> renglón que dejó de existir (FUSEMP, al pasar los
	*> renglones de un ID retirado al sobreviviente); el
	*> concepto que queda sin casilleros se elimina. El
	*> archivo se abre y se cierra en cada llamada, como en
	*> AUDSAT: lo grabado queda en disco antes de volver al
	*> llamador.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. ACUMUL.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-ACUMULADOS
		ASSIGN TO "acumulados.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS ACU-CLAVE
		FILE STATUS IS WS-STATUS-ACU.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-ACUMULADOS.
		COPY "acumulado.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-ACU PIC XX VALUE "00".
		*> Un concepto por columna del registro, en el orden
		*> del renglón.
		01 CODIGOS-CONCEPTO PIC X(36)
			VALUE "HORABRUTNETOADELIMPUJUBISINDASIGGAST".
		01 TABLA-CONCEPTOS REDEFINES CODIGOS-CONCEPTO.
			02 CODIGO-CONCEPTO PIC X(4) OCCURS 9 TIMES.
		01 INDICE-CONCEPTO PIC 99 VALUE ZERO.
		01 INDICE-MES PIC 9(3) VALUE ZERO.
		01 MES-RENGLON PIC 99 VALUE ZERO.
		01 ANIO-RENGLON PIC 9(4) VALUE ZERO.
		01 MES-DESDE PIC 99 VALUE ZERO.
		01 MES-HASTA PIC 99 VALUE ZERO.
		01 IMPORTE-CONCEPTO PIC 9(7)V99 VALUE ZERO.
		01 ACUMULADO-EXISTE PIC X VALUE "N".
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "ACUMUL".
		01 WS-MENSAJE-LOG PIC X(40).
		01 WS-SEVERIDAD-LOG PIC X VALUE "G".
		01 WS-OPERADOR-LOG PIC X(8) VALUE "SISTEMA".

	LINKAGE SECTION.
		COPY "acumul.cpy".

	PROCEDURE DIVISION USING ACUMULADO-PEDIDO.
	MAIN-PROCEDURE.
		MOVE "N" TO PAC-RESULTADO.
		MOVE ZERO TO PAC-SUMA.
		MOVE ZERO TO PAC-MEJOR.
		MOVE ZERO TO PAC-PERIODOS.
		MOVE ZERO TO PAC-TOTAL.
		EVALUATE TRUE
			WHEN PAC-GRABAR
				PERFORM GRABAR-RENGLON
			WHEN PAC-LEER
				PERFORM LEER-CONCEPTO
			WHEN PAC-BORRAR
				PERFORM BORRAR-RENGLON
		END-EVALUATE.
		GOBACK.

	GRABAR-RENGLON.
		*> Un renglón sin mes reconocible (período en cero o
		*> no numérico) no tiene casillero: no se acumula.
		IF PAC-REG-PERIODO IS NUMERIC
		AND PAC-REG-PERIODO (5:2) NOT = "00"
		MOVE PAC-REG-PERIODO (1:4) TO ANIO-RENGLON
		MOVE PAC-REG-PERIODO (5:2) TO MES-RENGLON
		OPEN I-O ARCHIVO-ACUMULADOS
		IF WS-STATUS-ACU NOT = "00" AND WS-STATUS-ACU NOT = "05"
		PERFORM ERROR-APERTURA
		ELSE
		MOVE "S" TO PAC-RESULTADO
		PERFORM VARYING INDICE-CONCEPTO FROM 1 BY 1
		UNTIL INDICE-CONCEPTO > 9
			PERFORM GRABAR-CONCEPTO
		END-PERFORM
		CLOSE ARCHIVO-ACUMULADOS
		END-IF
		END-IF.

	BORRAR-RENGLON.
		IF PAC-REG-PERIODO IS NUMERIC
		AND PAC-REG-PERIODO (5:2) NOT = "00"
		MOVE PAC-REG-PERIODO (1:4) TO ANIO-RENGLON
		MOVE PAC-REG-PERIODO (5:2) TO MES-RENGLON
		OPEN I-O ARCHIVO-ACUMULADOS
		IF WS-STATUS-ACU NOT = "00" AND WS-STATUS-ACU NOT = "05"
		PERFORM ERROR-APERTURA
		ELSE
		MOVE "S" TO PAC-RESULTADO
		PERFORM VARYING INDICE-CONCEPTO FROM 1 BY 1
		UNTIL INDICE-CONCEPTO > 9
			PERFORM BORRAR-CONCEPTO
		END-PERFORM
		CLOSE ARCHIVO-ACUMULADOS
		END-IF
		END-IF.

	BORRAR-CONCEPTO.
		MOVE ANIO-RENGLON TO ACU-ANIO
		MOVE PAC-REG-ID TO ACU-ID
		MOVE CODIGO-CONCEPTO (INDICE-CONCEPTO) TO ACU-CONCEPTO
		READ ARCHIVO-ACUMULADOS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE "N" TO ACU-MES-MARCA (MES-RENGLON)
		MOVE ZERO TO ACU-MES-IMPORTE (MES-RENGLON)
		PERFORM RECALCULAR-TOTAL
		IF ACU-PERIODOS = ZERO
		DELETE ARCHIVO-ACUMULADOS RECORD
		END-DELETE
		ELSE
		REWRITE ACUMULADO-REGISTRO
		END-REWRITE
		END-IF
		IF WS-STATUS-ACU NOT = "00"
		MOVE "E" TO PAC-RESULTADO
		DISPLAY "Error al desacumular ID " PAC-REG-ID " "
			ACU-CONCEPTO ". Status: " WS-STATUS-ACU
		MOVE "Error al borrar de acumulados.dat."
			TO WS-MENSAJE-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		END-IF
		END-READ.

	ERROR-APERTURA.
		MOVE "E" TO PAC-RESULTADO
		DISPLAY "Error al abrir acumulados.dat. Status: "
			WS-STATUS-ACU
		MOVE "Error al abrir acumulados.dat."
			TO WS-MENSAJE-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG.

	GRABAR-CONCEPTO.
		PERFORM IMPORTE-DEL-CONCEPTO
		MOVE ANIO-RENGLON TO ACU-ANIO
		MOVE PAC-REG-ID TO ACU-ID
		MOVE CODIGO-CONCEPTO (INDICE-CONCEPTO) TO ACU-CONCEPTO
		MOVE "S" TO ACUMULADO-EXISTE
		READ ARCHIVO-ACUMULADOS
		INVALID KEY
		MOVE "N" TO ACUMULADO-EXISTE
		PERFORM INICIAR-ACUMULADO
		END-READ
		MOVE "S" TO ACU-MES-MARCA (MES-RENGLON)
		MOVE IMPORTE-CONCEPTO TO ACU-MES-IMPORTE (MES-RENGLON)
		PERFORM RECALCULAR-TOTAL
		IF ACUMULADO-EXISTE = "S"
		REWRITE ACUMULADO-REGISTRO
		ELSE
		WRITE ACUMULADO-REGISTRO
		END-IF
		IF WS-STATUS-ACU NOT = "00"
		MOVE "E" TO PAC-RESULTADO
		DISPLAY "Error al acumular ID " PAC-REG-ID " "
			ACU-CONCEPTO ". Status: " WS-STATUS-ACU
		MOVE "Error al grabar acumulados.dat."
			TO WS-MENSAJE-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		END-IF.

	IMPORTE-DEL-CONCEPTO.
		*> Columnas en blanco (renglones anteriores al
		*> desglose) se acumulan como cero.
		MOVE ZERO TO IMPORTE-CONCEPTO
		EVALUATE INDICE-CONCEPTO
			WHEN 1
				IF PAC-REG-HORAS IS NUMERIC
				MOVE PAC-REG-HORAS TO IMPORTE-CONCEPTO
				END-IF
			WHEN 2
				IF PAC-REG-BRUTO IS NUMERIC
				MOVE PAC-REG-BRUTO TO IMPORTE-CONCEPTO
				END-IF
			WHEN 3
				IF PAC-REG-NETO IS NUMERIC
				MOVE PAC-REG-NETO TO IMPORTE-CONCEPTO
				END-IF
			WHEN 4
				IF PAC-REG-ADELANTO IS NUMERIC
				MOVE PAC-REG-ADELANTO
					TO IMPORTE-CONCEPTO
				END-IF
			WHEN 5
				IF PAC-REG-IMPUESTO IS NUMERIC
				MOVE PAC-REG-IMPUESTO
					TO IMPORTE-CONCEPTO
				END-IF
			WHEN 6
				IF PAC-REG-JUBILACION IS NUMERIC
				MOVE PAC-REG-JUBILACION
					TO IMPORTE-CONCEPTO
				END-IF
			WHEN 7
				IF PAC-REG-SINDICATO IS NUMERIC
				MOVE PAC-REG-SINDICATO
					TO IMPORTE-CONCEPTO
				END-IF
			WHEN 8
				IF PAC-REG-ASIGNACION IS NUMERIC
				MOVE PAC-REG-ASIGNACION
					TO IMPORTE-CONCEPTO
				END-IF
			WHEN 9
				IF PAC-REG-GASTOS IS NUMERIC
				MOVE PAC-REG-GASTOS TO IMPORTE-CONCEPTO
				END-IF
		END-EVALUATE.

	INICIAR-ACUMULADO.
		MOVE ZERO TO ACU-TOTAL
		MOVE ZERO TO ACU-PERIODOS
		PERFORM VARYING INDICE-MES FROM 1 BY 1
		UNTIL INDICE-MES > 99
			MOVE "N" TO ACU-MES-MARCA (INDICE-MES)
			MOVE ZERO TO ACU-MES-IMPORTE (INDICE-MES)
		END-PERFORM.

	RECALCULAR-TOTAL.
		MOVE ZERO TO ACU-TOTAL
		MOVE ZERO TO ACU-PERIODOS
		PERFORM VARYING INDICE-MES FROM 1 BY 1
		UNTIL INDICE-MES > 99
			IF ACU-MES-MARCA (INDICE-MES) = "S"
			ADD ACU-MES-IMPORTE (INDICE-MES) TO ACU-TOTAL
			ADD 1 TO ACU-PERIODOS
			END-IF
		END-PERFORM.

	LEER-CONCEPTO.
		IF PAC-MES-DESDE IS NOT NUMERIC OR PAC-MES-DESDE = ZERO
		MOVE 1 TO MES-DESDE
		ELSE
		MOVE PAC-MES-DESDE TO MES-DESDE
		END-IF
		IF PAC-MES-HASTA IS NOT NUMERIC OR PAC-MES-HASTA = ZERO
		MOVE 99 TO MES-HASTA
		ELSE
		MOVE PAC-MES-HASTA TO MES-HASTA
		END-IF
		OPEN INPUT ARCHIVO-ACUMULADOS
		IF WS-STATUS-ACU NOT = "00" AND WS-STATUS-ACU NOT = "05"
		PERFORM ERROR-APERTURA
		ELSE
		MOVE PAC-ANIO TO ACU-ANIO
		MOVE PAC-ID TO ACU-ID
		MOVE PAC-CONCEPTO TO ACU-CONCEPTO
		READ ARCHIVO-ACUMULADOS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE "S" TO PAC-RESULTADO
		MOVE ACU-TOTAL TO PAC-TOTAL
		PERFORM VARYING INDICE-MES FROM MES-DESDE BY 1
		UNTIL INDICE-MES > MES-HASTA
			IF ACU-MES-MARCA (INDICE-MES) = "S"
			ADD ACU-MES-IMPORTE (INDICE-MES) TO PAC-SUMA
			ADD 1 TO PAC-PERIODOS
			IF ACU-MES-IMPORTE (INDICE-MES) > PAC-MEJOR
			MOVE ACU-MES-IMPORTE (INDICE-MES) TO PAC-MEJOR
			END-IF
			END-IF
		END-PERFORM
		END-READ
		CLOSE ARCHIVO-ACUMULADOS
		END-IF.
	END PROGRAM ACUMUL.
