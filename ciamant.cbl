	*> Mantenimiento de empresas del grupo:
	*> Maestro empresas.dat, reservado a supervisores: una
	*> instalación liquida a varias empresas empleadoras y acá
	*> se da de alta cada una con su razón social, su CUIT de
	*> empleador (validado por dígito verificador con VALCUIL,
	*> la misma cuenta del CUIL), su cuenta bancaria pagadora
	*> (CBU validado en la captura como en CTAMANT; el banco
	*> sale de sus tres primeros dígitos) y su libro en el
	*> sistema contable. No se elimina una empresa que todavía
	*> tiene empleados. Cada cambio queda en AUDSAT con el
	*> supervisor firmado.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CIAMANT.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-EMPRESAS
		ASSIGN TO "empresas.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS CIA-CODIGO
		FILE STATUS IS WS-STATUS-CIA.

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

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-EMPRESAS.
		COPY "empresa.cpy".

	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-CIA PIC XX VALUE "00".
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 CONTINUAR PIC X VALUE "S".
		01 OPCION-MENU PIC 9 VALUE 1.
		01 CAMPO-ENTRADA PIC X(11) VALUE SPACES.
		01 CAMPO-VALIDO PIC X VALUE "N".
		01 CODIGO-BUSCADO PIC 9(2) VALUE ZERO.
		01 CUIT-ENTRADA PIC 9(11) VALUE ZERO.
		01 CUIT-VALIDO PIC X VALUE "N".
		01 FIN-EMPRESAS PIC X VALUE "N".
		01 FIN-EMPLEADOS PIC X VALUE "N".
		01 EMPRESA-EMPLEADO PIC 9(2) VALUE ZERO.
		01 EMPLEADOS-EMPRESA PIC 9(5) VALUE ZERO.
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
		01 NOMBRE-AUDSAT PIC X(12) VALUE "empresas".
		01 OPERACION-AUDSAT PIC X VALUE "M".
		01 IMAGEN-SAT-ANTES PIC X(40) VALUE SPACES.
		01 IMAGEN-SAT-DESPUES PIC X(40) VALUE SPACES.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "CIAMANT".
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
		DISPLAY "Solo supervisores mantienen empresas."
		GOBACK
		END-IF.
		OPEN I-O ARCHIVO-EMPRESAS
		IF WS-STATUS-CIA NOT = "00" AND WS-STATUS-CIA NOT = "05"
		DISPLAY "Error al abrir empresas.dat. Status: "
			WS-STATUS-CIA
		GOBACK
		END-IF.
		PERFORM UNTIL CONTINUAR = "N" OR CONTINUAR = "n"
			PERFORM MOSTRAR-MENU
			ACCEPT OPCION-MENU
			EVALUATE OPCION-MENU
				WHEN 1
					PERFORM ALTA-EMPRESA
				WHEN 2
					PERFORM MODIFICAR-EMPRESA
				WHEN 3
					PERFORM ELIMINAR-EMPRESA
				WHEN 4
					PERFORM LISTAR-EMPRESAS
				WHEN OTHER
					DISPLAY "Opción inválida."
			END-EVALUATE
			DISPLAY "Continuar programa: "
			ACCEPT CONTINUAR
		END-PERFORM.
		CLOSE ARCHIVO-EMPRESAS.
		GOBACK.

	MOSTRAR-MENU.
		DISPLAY "1. Alta de empresa".
		DISPLAY "2. Modificar empresa".
		DISPLAY "3. Eliminar empresa".
		DISPLAY "4. Listar empresas".
		DISPLAY "Opción: ".

	SOLICITAR-CODIGO.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Código de empresa (01-99): "
			MOVE SPACES TO CAMPO-ENTRADA
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:2) IS NUMERIC
			AND CAMPO-ENTRADA (1:2) NOT = "00"
			MOVE CAMPO-ENTRADA (1:2) TO CODIGO-BUSCADO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Código inválido (01 a 99)."
			END-IF
		END-PERFORM.

	CAPTURAR-DATOS-EMPRESA.
		DISPLAY "Razón social: "
		ACCEPT CIA-RAZON-SOCIAL
		MOVE "N" TO CUIT-VALIDO
		PERFORM UNTIL CUIT-VALIDO = "S"
			DISPLAY "CUIT del empleador (11 dígitos): "
			MOVE SPACES TO CAMPO-ENTRADA
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA IS NUMERIC
			MOVE CAMPO-ENTRADA TO CUIT-ENTRADA
			CALL "VALCUIL" USING CUIT-ENTRADA CUIT-VALIDO
			END-IF
			IF CUIT-VALIDO NOT = "S"
			DISPLAY "CUIT inválido: revise el verificador."
			MOVE "CUIT de empresa inválido."
				TO WS-MENSAJE-LOG
			MOVE "A" TO WS-SEVERIDAD-LOG
			CALL "LOGERR" USING WS-PROGRAMA-LOG
				WS-SEVERIDAD-LOG WS-MENSAJE-LOG
				WS-OPERADOR-LOG
			END-IF
		END-PERFORM
		MOVE CUIT-ENTRADA TO CIA-CUIT
		MOVE "N" TO CBU-VALIDO
		PERFORM UNTIL CBU-VALIDO = "S"
			DISPLAY "CBU de la cuenta pagadora: "
			ACCEPT CBU-ENTRADA
			PERFORM VALIDAR-CBU THRU VALIDAR-CBU-FIN
			IF CBU-VALIDO = "N"
			DISPLAY "CBU inválido: revise verificadores."
			MOVE "CBU de empresa inválido."
				TO WS-MENSAJE-LOG
			MOVE "A" TO WS-SEVERIDAD-LOG
			CALL "LOGERR" USING WS-PROGRAMA-LOG
				WS-SEVERIDAD-LOG WS-MENSAJE-LOG
				WS-OPERADOR-LOG
			END-IF
		END-PERFORM
		MOVE CBU-ENTRADA TO CIA-CBU
		MOVE CBU-ENTRADA (1:3) TO CIA-BANCO
		DISPLAY "Libro del sistema contable (hasta 6): "
		ACCEPT CIA-MAYOR.

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

	AUDITAR-EMPRESA.
		CALL "AUDSAT" USING WS-PROGRAMA-LOG NOMBRE-AUDSAT
			OPERACION-AUDSAT IMAGEN-SAT-ANTES
			IMAGEN-SAT-DESPUES WS-OPERADOR-LOG.

	ALTA-EMPRESA.
		PERFORM SOLICITAR-CODIGO
		MOVE CODIGO-BUSCADO TO CIA-CODIGO
		READ ARCHIVO-EMPRESAS
		INVALID KEY
		PERFORM CAPTURAR-DATOS-EMPRESA
		MOVE CODIGO-BUSCADO TO CIA-CODIGO
		WRITE EMPRESAS-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo grabar la empresa."
		NOT INVALID KEY
		DISPLAY "Empresa dada de alta."
		MOVE "A" TO OPERACION-AUDSAT
		MOVE SPACES TO IMAGEN-SAT-ANTES
		MOVE EMPRESAS-REGISTRO TO IMAGEN-SAT-DESPUES
		PERFORM AUDITAR-EMPRESA
		END-WRITE
		NOT INVALID KEY
		DISPLAY "Ya existe la empresa " CODIGO-BUSCADO ": "
			CIA-RAZON-SOCIAL
		END-READ.

	MODIFICAR-EMPRESA.
		PERFORM SOLICITAR-CODIGO
		MOVE CODIGO-BUSCADO TO CIA-CODIGO
		READ ARCHIVO-EMPRESAS
		INVALID KEY
		DISPLAY "No existe esa empresa."
		NOT INVALID KEY
		MOVE EMPRESAS-REGISTRO TO IMAGEN-SAT-ANTES
		DISPLAY "Actual: " CIA-RAZON-SOCIAL " CUIT " CIA-CUIT
		PERFORM CAPTURAR-DATOS-EMPRESA
		REWRITE EMPRESAS-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo modificar."
		NOT INVALID KEY
		DISPLAY "Empresa modificada."
		MOVE "M" TO OPERACION-AUDSAT
		MOVE EMPRESAS-REGISTRO TO IMAGEN-SAT-DESPUES
		PERFORM AUDITAR-EMPRESA
		END-REWRITE
		END-READ.

	ELIMINAR-EMPRESA.
		PERFORM SOLICITAR-CODIGO
		MOVE CODIGO-BUSCADO TO CIA-CODIGO
		READ ARCHIVO-EMPRESAS
		INVALID KEY
		DISPLAY "No existe esa empresa."
		NOT INVALID KEY
		PERFORM CONTAR-EMPLEADOS-EMPRESA
		IF EMPLEADOS-EMPRESA > ZERO
		DISPLAY "La empresa tiene " EMPLEADOS-EMPRESA
			" empleados: no se elimina."
		ELSE
		MOVE EMPRESAS-REGISTRO TO IMAGEN-SAT-ANTES
		DELETE ARCHIVO-EMPRESAS
		INVALID KEY
		DISPLAY "No se pudo eliminar."
		NOT INVALID KEY
		DISPLAY "Empresa eliminada."
		MOVE "B" TO OPERACION-AUDSAT
		MOVE SPACES TO IMAGEN-SAT-DESPUES
		PERFORM AUDITAR-EMPRESA
		END-DELETE
		END-IF
		END-READ.

	CONTAR-EMPLEADOS-EMPRESA.
		*> Cuentan todos, de baja incluidos: su historia sigue
		*> atada a la empresa. Cero en el empleado = la 01.
		MOVE ZERO TO EMPLEADOS-EMPRESA
		MOVE "N" TO FIN-EMPLEADOS
		OPEN INPUT ARCHIVO-EMPLEADOS
		IF WS-STATUS-EMP NOT = "00" AND WS-STATUS-EMP NOT = "05"
		MOVE "S" TO FIN-EMPLEADOS
		END-IF
		PERFORM UNTIL FIN-EMPLEADOS = "S"
			READ ARCHIVO-EMPLEADOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-EMPLEADOS
			NOT AT END
			IF EMPLEADO-EMPRESA IS NOT NUMERIC
			OR EMPLEADO-EMPRESA = ZERO
			MOVE 1 TO EMPRESA-EMPLEADO
			ELSE
			MOVE EMPLEADO-EMPRESA TO EMPRESA-EMPLEADO
			END-IF
			IF EMPRESA-EMPLEADO = CODIGO-BUSCADO
			ADD 1 TO EMPLEADOS-EMPRESA
			END-IF
			END-READ
		END-PERFORM
		IF WS-STATUS-EMP = "00" OR WS-STATUS-EMP = "05"
		OR WS-STATUS-EMP = "10"
		CLOSE ARCHIVO-EMPLEADOS
		END-IF.

	LISTAR-EMPRESAS.
		MOVE "N" TO FIN-EMPRESAS
		MOVE ZERO TO CIA-CODIGO
		START ARCHIVO-EMPRESAS
			KEY IS NOT LESS THAN CIA-CODIGO
		INVALID KEY MOVE "S" TO FIN-EMPRESAS
		END-START
		PERFORM UNTIL FIN-EMPRESAS = "S"
			READ ARCHIVO-EMPRESAS NEXT RECORD
			AT END
			MOVE "S" TO FIN-EMPRESAS
			NOT AT END
			DISPLAY CIA-CODIGO " " CIA-RAZON-SOCIAL
				" CUIT " CIA-CUIT " libro " CIA-MAYOR
			DISPLAY "   cuenta pagadora " CIA-CBU
			END-READ
		END-PERFORM.
	END PROGRAM CIAMANT.
