	*> Alta/modificación/eliminación sobre usuarios.dat al
	*> estilo de BASE1, reservado a supervisores: acá se dan de
	*> alta los operadores, sus claves y su nivel de permiso.
	*> También las empresas del grupo que cada operador puede
	*> liquidar (hasta cinco; ninguna = solo la 01), que EMPSEL
	*> controla al elegir la empresa de cada corrida.
	*> Y el departamento del operador, contra el que ACCREP
	*> mide las consultas a legajos de otros departamentos.
	*> Y el legajo del operador (su ID de empleado), con el
	*> que APRRUT lo ubica en la línea de mando para decidir
	*> qué vacaciones y horas puede aprobar.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. USRMANT.

		01 CLAVE-ENTRADA PIC X(8) VALUE SPACES.
		01 CLAVE-CIFRADA PIC 9(9) VALUE ZERO.
		01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
		01 EMPRESA-ENTRADA PIC X(2) VALUE SPACES.
		01 DEPTO-ENTRADA PIC X(3) VALUE SPACES.
		01 DEPTO-VALIDO PIC X VALUE "N".
		01 LEGAJO-ENTRADA PIC X(5) VALUE SPACES.
		01 INDICE-EMPRESA PIC 9 VALUE ZERO.
		01 FIN-EMPRESAS PIC X VALUE "N".
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "USRMANT".

	PROCEDURE DIVISION.
		ELSE
		MOVE 1 TO USU-NIVEL
		END-IF.
		PERFORM SOLICITAR-EMPRESAS.
		PERFORM SOLICITAR-DEPTO-OPERADOR.
		PERFORM SOLICITAR-LEGAJO-OPERADOR.

	SOLICITAR-LEGAJO-OPERADOR.
		MOVE "N" TO DEPTO-VALIDO
		PERFORM UNTIL DEPTO-VALIDO = "S"
			DISPLAY "ID de empleado del operador"
				" (blanco = ninguno): "
			MOVE SPACES TO LEGAJO-ENTRADA
			ACCEPT LEGAJO-ENTRADA
			IF LEGAJO-ENTRADA = SPACES
			MOVE ZERO TO USU-EMPLEADO
			MOVE "S" TO DEPTO-VALIDO
			ELSE
			IF LEGAJO-ENTRADA IS NUMERIC
			MOVE LEGAJO-ENTRADA TO USU-EMPLEADO
			MOVE "S" TO DEPTO-VALIDO
			ELSE
			DISPLAY "ID inválido (5 dígitos)."
			END-IF
			END-IF
		END-PERFORM.

	SOLICITAR-DEPTO-OPERADOR.
		MOVE "N" TO DEPTO-VALIDO
		PERFORM UNTIL DEPTO-VALIDO = "S"
			DISPLAY "Departamento del operador"
				" (blanco = ninguno): "
			MOVE SPACES TO DEPTO-ENTRADA
			ACCEPT DEPTO-ENTRADA
			IF DEPTO-ENTRADA = SPACES
			MOVE ZERO TO USU-DEPTO
			MOVE "S" TO DEPTO-VALIDO
			ELSE
			IF DEPTO-ENTRADA IS NUMERIC
			MOVE DEPTO-ENTRADA TO USU-DEPTO
			MOVE "S" TO DEPTO-VALIDO
			ELSE
			DISPLAY "Departamento inválido (3 dígitos)."
			END-IF
			END-IF
		END-PERFORM.

	SOLICITAR-EMPRESAS.
		*> Se cargan de nuevo cada vez: la lista que queda es
		*> la que se tipea. Blanco termina.
		PERFORM VARYING INDICE-EMPRESA FROM 1 BY 1
		UNTIL INDICE-EMPRESA > 5
		MOVE ZERO TO USU-EMPRESA-AUT (INDICE-EMPRESA)
		END-PERFORM
		MOVE "N" TO FIN-EMPRESAS
		MOVE 1 TO INDICE-EMPRESA
		PERFORM UNTIL FIN-EMPRESAS = "S"
			DISPLAY "Empresa autorizada " INDICE-EMPRESA
				" (blanco = fin; ninguna = solo 01): "
			MOVE SPACES TO EMPRESA-ENTRADA
			ACCEPT EMPRESA-ENTRADA
			IF EMPRESA-ENTRADA = SPACES
			MOVE "S" TO FIN-EMPRESAS
			ELSE
			IF EMPRESA-ENTRADA IS NUMERIC
			AND EMPRESA-ENTRADA NOT = "00"
			MOVE EMPRESA-ENTRADA
				TO USU-EMPRESA-AUT (INDICE-EMPRESA)
			IF INDICE-EMPRESA = 5
			MOVE "S" TO FIN-EMPRESAS
			ELSE
			ADD 1 TO INDICE-EMPRESA
			END-IF
			ELSE
			DISPLAY "Código de empresa inválido."
			END-IF
			END-IF
		END-PERFORM.

	DESBLOQUEAR-USUARIO.
		*> Levanta el bloqueo por intentos fallidos: vuelve el
