	*> NOMINA retiene la cuota en cada liquidación con
	*> prioridad legal sobre la cuota del adelanto y sin dejar
	*> el neto negativo, hasta agotar el saldo.
	*> Cada embargo lleva el CBU de la cuenta judicial del
	*> expediente, validado con sus dígitos verificadores como
	*> en CTAMANT (se puede dejar vacío en el alta y cargarlo
	*> después con la opción 4): DEPJUD deposita ahí lo
	*> retenido. La cancelación por levantamiento marca el
	*> embargo como levantado, y así deja de figurar entre los
	*> que esperan el oficio.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. EMBARGO.

		01 EMBARGO-EXISTE PIC X VALUE "N".
		01 TOTAL-ENTRADA PIC 9(6)V99 VALUE ZERO.
		01 TIPO-ENTRADA PIC X VALUE SPACE.
		01 EXPEDIENTE-ENTRADA PIC X(12) VALUE SPACES.
		01 CUOTA-ENTRADA PIC 9(6)V99 VALUE ZERO.
		01 PORCENTAJE-ENTRADA PIC 9(2)V99 VALUE ZERO.
		01 WS-FECHA-ALTA PIC 9(8) VALUE ZERO.
		01 IMPORTE-EDITADO PIC $$$,$$$9.99.
		01 CBU-ENTRADA PIC X(22) VALUE SPACES.
		01 CBU-DIGITOS REDEFINES CBU-ENTRADA.
			02 CBU-DIGITO OCCURS 22 TIMES PIC 9.
		01 CBU-VALIDO PIC X VALUE "N".
		*> Pesos de los dos bloques del CBU: 7 dígitos más
		*> verificador y 13 dígitos más verificador.
		01 TABLA-PESOS-1-DATOS.
			02 FILLER PIC X(7) VALUE "7139713".
		01 TABLA-PESOS-1 REDEFINES TABLA-PESOS-1-DATOS.
			02 PESO-1 OCCURS 7 TIMES PIC 9.
		01 TABLA-PESOS-2-DATOS.
			02 FILLER PIC X(13) VALUE "3971397139713".
		01 TABLA-PESOS-2 REDEFINES TABLA-PESOS-2-DATOS.
			02 PESO-2 OCCURS 13 TIMES PIC 9.
		01 SUMA-PESADA PIC 9(5) VALUE ZERO.
		01 RESTO-CBU PIC 9(2) VALUE ZERO.
		01 COCIENTE-CBU PIC 9(4) VALUE ZERO.
		01 DIGITO-CALCULADO PIC 9 VALUE ZERO.
		01 DIGITO-CALCULADO-10 PIC 9(2) VALUE ZERO.
		01 INDICE-CBU PIC 9(2) VALUE ZERO.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "EMBARGO".
		01 WS-MENSAJE-LOG PIC X(40).
		01 WS-SEVERIDAD-LOG PIC X VALUE "A".
					PERFORM CONSULTAR-EMBARGO
				WHEN 3
					PERFORM CANCELAR-EMBARGO
				WHEN 4
					PERFORM CAMBIAR-CUENTA-JUDICIAL
				WHEN OTHER
					DISPLAY "Opción inválida."
			END-EVALUATE
		DISPLAY "1. Registrar embargo".
		DISPLAY "2. Consultar embargo".
		DISPLAY "3. Cancelar embargo (levantamiento)".
		DISPLAY "4. Cuenta judicial del expediente".
		DISPLAY "Opción: ".

	APERTURA-ARCHIVOS.

	CARGAR-EMBARGO.
		DISPLAY "Expediente judicial (hasta 12): "
		ACCEPT EXPEDIENTE-ENTRADA
		PERFORM SOLICITAR-TOTAL
		PERFORM SOLICITAR-CUOTA
		PERFORM SOLICITAR-CUENTA-JUDICIAL
		ACCEPT WS-FECHA-ALTA FROM DATE YYYYMMDD
		MOVE ID-BUSCADO TO EMB-ID
		MOVE EXPEDIENTE-ENTRADA TO EMB-EXPEDIENTE
		MOVE WS-FECHA-ALTA TO EMB-FECHA
		MOVE TOTAL-ENTRADA TO EMB-TOTAL
		MOVE TIPO-ENTRADA TO EMB-TIPO
		MOVE CUOTA-ENTRADA TO EMB-CUOTA-IMPORTE
		MOVE PORCENTAJE-ENTRADA TO EMB-PORCENTAJE
		MOVE TOTAL-ENTRADA TO EMB-SALDO
		MOVE CBU-ENTRADA TO EMB-CUENTA-JUDICIAL
		MOVE SPACE TO EMB-LEVANTAMIENTO
		*> Si quedó un registro saldado de un embargo anterior,
		*> se pisa con REWRITE; si no, es un alta con WRITE.
		WRITE EMBARGOS-REGISTRO
		END-IF
		MOVE EMB-SALDO TO IMPORTE-EDITADO
		DISPLAY "Saldo pendiente: " IMPORTE-EDITADO
		DISPLAY "Cuenta judicial: " EMB-CUENTA-JUDICIAL
		IF EMBARGO-LEVANTADO
		DISPLAY "Levantado por oficio del juzgado."
		END-IF
		END-READ.

	CANCELAR-EMBARGO.
		DISPLAY "Sin embargos registrados para " ID-BUSCADO "."
		NOT INVALID KEY
		MOVE ZERO TO EMB-SALDO
		MOVE "L" TO EMB-LEVANTAMIENTO
		REWRITE EMBARGOS-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo cancelar."
		DISPLAY "Embargo cancelado (saldo en cero)."
		END-REWRITE
		END-READ.

	CAMBIAR-CUENTA-JUDICIAL.
		PERFORM SOLICITAR-ID
		MOVE ID-BUSCADO TO EMB-ID
		READ ARCHIVO-EMBARGOS
		INVALID KEY
		DISPLAY "Sin embargos registrados para " ID-BUSCADO "."
		NOT INVALID KEY
		DISPLAY "Expediente " EMB-EXPEDIENTE
			" cuenta actual: " EMB-CUENTA-JUDICIAL
		PERFORM SOLICITAR-CUENTA-JUDICIAL
		MOVE CBU-ENTRADA TO EMB-CUENTA-JUDICIAL
		REWRITE EMBARGOS-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo grabar la cuenta judicial."
		NOT INVALID KEY
		DISPLAY "Cuenta judicial actualizada."
		END-REWRITE
		END-READ.

	SOLICITAR-CUENTA-JUDICIAL.
		MOVE "N" TO CBU-VALIDO
		PERFORM UNTIL CBU-VALIDO = "S"
			DISPLAY "CBU de la cuenta judicial"
				" (22 dígitos, vacío si aún"
				" no se conoce): "
			MOVE SPACES TO CBU-ENTRADA
			ACCEPT CBU-ENTRADA
			IF CBU-ENTRADA = SPACES
			MOVE "S" TO CBU-VALIDO
			ELSE
			PERFORM VALIDAR-CBU THRU VALIDAR-CBU-FIN
			IF CBU-VALIDO = "N"
			DISPLAY "CBU inválido: revise los dígitos."
			END-IF
			END-IF
		END-PERFORM.

	VALIDAR-CBU.
		*> Verificador del primer bloque (posición 8) sobre
		*> los 7 primeros dígitos, y del segundo (posición 22)
		*> sobre los 13 del medio: dígito = (10 - suma pesada
		*> mod 10) mod 10.
		MOVE "N" TO CBU-VALIDO
		IF CBU-ENTRADA NOT NUMERIC
		GO TO VALIDAR-CBU-FIN
		END-IF
		MOVE ZERO TO SUMA-PESADA
		PERFORM VARYING INDICE-CBU FROM 1 BY 1
		UNTIL INDICE-CBU > 7
		COMPUTE SUMA-PESADA = SUMA-PESADA
			+ CBU-DIGITO (INDICE-CBU)
			* PESO-1 (INDICE-CBU)
		END-PERFORM
		DIVIDE SUMA-PESADA BY 10 GIVING COCIENTE-CBU
			REMAINDER RESTO-CBU
		SUBTRACT RESTO-CBU FROM 10
			GIVING DIGITO-CALCULADO-10
		IF DIGITO-CALCULADO-10 = 10
		MOVE ZERO TO DIGITO-CALCULADO
		ELSE
		MOVE DIGITO-CALCULADO-10 TO DIGITO-CALCULADO
		END-IF
		IF DIGITO-CALCULADO NOT = CBU-DIGITO (8)
		GO TO VALIDAR-CBU-FIN
		END-IF
		MOVE ZERO TO SUMA-PESADA
		PERFORM VARYING INDICE-CBU FROM 1 BY 1
		UNTIL INDICE-CBU > 13
		COMPUTE SUMA-PESADA = SUMA-PESADA
			+ CBU-DIGITO (INDICE-CBU + 8)
			* PESO-2 (INDICE-CBU)
		END-PERFORM
		DIVIDE SUMA-PESADA BY 10 GIVING COCIENTE-CBU
			REMAINDER RESTO-CBU
		SUBTRACT RESTO-CBU FROM 10
			GIVING DIGITO-CALCULADO-10
		IF DIGITO-CALCULADO-10 = 10
		MOVE ZERO TO DIGITO-CALCULADO
		ELSE
		MOVE DIGITO-CALCULADO-10 TO DIGITO-CALCULADO
		END-IF
		IF DIGITO-CALCULADO = CBU-DIGITO (22)
		MOVE "S" TO CBU-VALIDO
		END-IF.
	VALIDAR-CBU-FIN.
		EXIT.
	END PROGRAM EMBARGO.
