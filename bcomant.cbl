	*> Mantenimiento de bancos pagadores:
	*> Maestro bancos.dat, reservado a supervisores como el de
	*> empresas (guarda cuentas que el banco debita). Por cada
	*> empresa y cada banco donde cobran sus empleados se da
	*> de alta el formato del archivo de sueldos que ese
	*> banco acepta (S estándar, F ancho fijo, D delimitado),
	*> si lleva cabecera, cómo cierra el pie (T totales, C
	*> totales y suma de control, N sin pie) y la cuenta de la
	*> empresa en ese banco: CBU validado en la captura como
	*> en CIAMANT, y sus tres primeros dígitos tienen que ser
	*> los del banco. Cada cambio queda en AUDSAT con el
	*> supervisor firmado. BANPART parte la subida con esto.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. BCOMANT.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-BANCOS
		ASSIGN TO "bancos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS BCO-CLAVE
		FILE STATUS IS WS-STATUS-BCO.

		SELECT OPTIONAL ARCHIVO-EMPRESAS
		ASSIGN TO "empresas.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS CIA-CODIGO
		FILE STATUS IS WS-STATUS-CIA.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-BANCOS.
		COPY "banco.cpy".

	FD ARCHIVO-EMPRESAS.
		COPY "empresa.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-BCO PIC XX VALUE "00".
		01 WS-STATUS-CIA PIC XX VALUE "00".
		01 CONTINUAR PIC X VALUE "S".
		01 OPCION-MENU PIC 9 VALUE 1.
		01 CAMPO-ENTRADA PIC X(3) VALUE SPACES.
		01 CAMPO-VALIDO PIC X VALUE "N".
		01 EMPRESA-BUSCADA PIC 9(2) VALUE ZERO.
		01 BANCO-BUSCADO PIC 9(3) VALUE ZERO.
		01 EMPRESA-HALLADA PIC X VALUE "N".
		01 FIN-BANCOS PIC X VALUE "N".
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
		01 NOMBRE-AUDSAT PIC X(12) VALUE "bancos".
		01 OPERACION-AUDSAT PIC X VALUE "M".
		01 IMAGEN-SAT-ANTES PIC X(40) VALUE SPACES.
		01 IMAGEN-SAT-DESPUES PIC X(40) VALUE SPACES.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "BCOMANT".
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
		DISPLAY "Solo supervisores mantienen bancos."
		GOBACK
		END-IF.
		OPEN I-O ARCHIVO-BANCOS
		IF WS-STATUS-BCO NOT = "00" AND WS-STATUS-BCO NOT = "05"
		DISPLAY "Error al abrir bancos.dat. Status: "
			WS-STATUS-BCO
		GOBACK
		END-IF.
		OPEN INPUT ARCHIVO-EMPRESAS.
		PERFORM UNTIL CONTINUAR = "N" OR CONTINUAR = "n"
			PERFORM MOSTRAR-MENU
			ACCEPT OPCION-MENU
			EVALUATE OPCION-MENU
				WHEN 1
					PERFORM ALTA-BANCO
				WHEN 2
					PERFORM MODIFICAR-BANCO
				WHEN 3
					PERFORM ELIMINAR-BANCO
				WHEN 4
					PERFORM LISTAR-BANCOS
				WHEN OTHER
					DISPLAY "Opción inválida."
			END-EVALUATE
			DISPLAY "Continuar programa: "
			ACCEPT CONTINUAR
		END-PERFORM.
		CLOSE ARCHIVO-BANCOS.
		CLOSE ARCHIVO-EMPRESAS.
		GOBACK.

	MOSTRAR-MENU.
		DISPLAY "1. Alta de banco".
		DISPLAY "2. Modificar banco".
		DISPLAY "3. Eliminar banco".
		DISPLAY "4. Listar bancos".
		DISPLAY "Opción: ".

	SOLICITAR-CLAVE.
		*> La empresa tiene que existir; el código de banco es
		*> el de la entidad (001-999).
		MOVE "N" TO EMPRESA-HALLADA
		PERFORM UNTIL EMPRESA-HALLADA = "S"
			DISPLAY "Código de empresa (01-99): "
			MOVE SPACES TO CAMPO-ENTRADA
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:2) IS NUMERIC
			AND CAMPO-ENTRADA (1:2) NOT = "00"
			MOVE CAMPO-ENTRADA (1:2) TO EMPRESA-BUSCADA
			MOVE EMPRESA-BUSCADA TO CIA-CODIGO
			READ ARCHIVO-EMPRESAS
			INVALID KEY
			DISPLAY "No existe la empresa " EMPRESA-BUSCADA
				"."
			NOT INVALID KEY
			MOVE "S" TO EMPRESA-HALLADA
			END-READ
			ELSE
			DISPLAY "Código inválido (01 a 99)."
			END-IF
		END-PERFORM
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Código de banco (001-999): "
			MOVE SPACES TO CAMPO-ENTRADA
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA IS NUMERIC
			AND CAMPO-ENTRADA NOT = "000"
			MOVE CAMPO-ENTRADA TO BANCO-BUSCADO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Código inválido (001 a 999)."
			END-IF
		END-PERFORM.

	CAPTURAR-DATOS-BANCO.
		DISPLAY "Nombre del banco: "
		ACCEPT BCO-NOMBRE
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Formato (S=estándar, F=ancho fijo,"
				" D=delimitado): "
			ACCEPT BCO-FORMATO
			IF FORMATO-ESTANDAR OR FORMATO-FIJO
			OR FORMATO-DELIMITADO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Formato inválido (S, F o D)."
			END-IF
		END-PERFORM
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Renglón de cabecera (S/N): "
			ACCEPT BCO-CABECERA
			IF BCO-CABECERA = "S" OR BCO-CABECERA = "N"
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Responda S o N."
			END-IF
		END-PERFORM
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Pie (T=totales, C=totales y control,"
				" N=sin pie): "
			ACCEPT BCO-PIE
			IF PIE-TOTALES OR PIE-CONTROL OR SIN-PIE
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Pie inválido (T, C o N)."
			END-IF
		END-PERFORM
		MOVE "N" TO CBU-VALIDO
		PERFORM UNTIL CBU-VALIDO = "S"
			DISPLAY "CBU de la cuenta a debitar: "
			ACCEPT CBU-ENTRADA
			PERFORM VALIDAR-CBU THRU VALIDAR-CBU-FIN
			IF CBU-VALIDO = "S"
			AND CBU-ENTRADA (1:3) NOT = BCO-CODIGO
			MOVE "N" TO CBU-VALIDO
			DISPLAY "El CBU no es del banco " BCO-CODIGO "."
			END-IF
			IF CBU-VALIDO = "N"
			DISPLAY "CBU inválido: revise verificadores."
			MOVE "CBU de banco pagador inválido."
				TO WS-MENSAJE-LOG
			MOVE "A" TO WS-SEVERIDAD-LOG
			CALL "LOGERR" USING WS-PROGRAMA-LOG
				WS-SEVERIDAD-LOG WS-MENSAJE-LOG
				WS-OPERADOR-LOG
			END-IF
		END-PERFORM
		MOVE CBU-ENTRADA TO BCO-CBU-DEBITO.

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

	AUDITAR-BANCO.
		CALL "AUDSAT" USING WS-PROGRAMA-LOG NOMBRE-AUDSAT
			OPERACION-AUDSAT IMAGEN-SAT-ANTES
			IMAGEN-SAT-DESPUES WS-OPERADOR-LOG.

	ALTA-BANCO.
		PERFORM SOLICITAR-CLAVE
		MOVE EMPRESA-BUSCADA TO BCO-EMPRESA
		MOVE BANCO-BUSCADO TO BCO-CODIGO
		READ ARCHIVO-BANCOS
		INVALID KEY
		MOVE EMPRESA-BUSCADA TO BCO-EMPRESA
		MOVE BANCO-BUSCADO TO BCO-CODIGO
		PERFORM CAPTURAR-DATOS-BANCO
		WRITE BANCOS-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo grabar el banco."
		NOT INVALID KEY
		DISPLAY "Banco dado de alta."
		MOVE "A" TO OPERACION-AUDSAT
		MOVE SPACES TO IMAGEN-SAT-ANTES
		MOVE BANCOS-REGISTRO TO IMAGEN-SAT-DESPUES
		PERFORM AUDITAR-BANCO
		END-WRITE
		NOT INVALID KEY
		DISPLAY "Ya existe el banco " BANCO-BUSCADO
			" para la empresa: " BCO-NOMBRE
		END-READ.

	MODIFICAR-BANCO.
		PERFORM SOLICITAR-CLAVE
		MOVE EMPRESA-BUSCADA TO BCO-EMPRESA
		MOVE BANCO-BUSCADO TO BCO-CODIGO
		READ ARCHIVO-BANCOS
		INVALID KEY
		DISPLAY "No existe ese banco para la empresa."
		NOT INVALID KEY
		MOVE BANCOS-REGISTRO TO IMAGEN-SAT-ANTES
		DISPLAY "Actual: " BCO-NOMBRE " formato " BCO-FORMATO
			" cabecera " BCO-CABECERA " pie " BCO-PIE
		PERFORM CAPTURAR-DATOS-BANCO
		REWRITE BANCOS-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo modificar."
		NOT INVALID KEY
		DISPLAY "Banco modificado."
		MOVE "M" TO OPERACION-AUDSAT
		MOVE BANCOS-REGISTRO TO IMAGEN-SAT-DESPUES
		PERFORM AUDITAR-BANCO
		END-REWRITE
		END-READ.

	ELIMINAR-BANCO.
		PERFORM SOLICITAR-CLAVE
		MOVE EMPRESA-BUSCADA TO BCO-EMPRESA
		MOVE BANCO-BUSCADO TO BCO-CODIGO
		READ ARCHIVO-BANCOS
		INVALID KEY
		DISPLAY "No existe ese banco para la empresa."
		NOT INVALID KEY
		MOVE BANCOS-REGISTRO TO IMAGEN-SAT-ANTES
		DELETE ARCHIVO-BANCOS
		INVALID KEY
		DISPLAY "No se pudo eliminar."
		NOT INVALID KEY
		DISPLAY "Banco eliminado: sus pagos salen en el"
			" formato estándar."
		MOVE "B" TO OPERACION-AUDSAT
		MOVE SPACES TO IMAGEN-SAT-DESPUES
		PERFORM AUDITAR-BANCO
		END-DELETE
		END-READ.

	LISTAR-BANCOS.
		MOVE "N" TO FIN-BANCOS
		MOVE ZERO TO BCO-EMPRESA
		MOVE ZERO TO BCO-CODIGO
		START ARCHIVO-BANCOS
			KEY IS NOT LESS THAN BCO-CLAVE
		INVALID KEY MOVE "S" TO FIN-BANCOS
		END-START
		PERFORM UNTIL FIN-BANCOS = "S"
			READ ARCHIVO-BANCOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-BANCOS
			NOT AT END
			DISPLAY BCO-EMPRESA "-" BCO-CODIGO " "
				BCO-NOMBRE " formato " BCO-FORMATO
				" cabecera " BCO-CABECERA
				" pie " BCO-PIE
			DISPLAY "   cuenta a debitar " BCO-CBU-DEBITO
			END-READ
		END-PERFORM.
	END PROGRAM BCOMANT.
