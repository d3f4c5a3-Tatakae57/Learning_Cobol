	*> Entrega de equipos y elementos de protección:
	*> La ropa de trabajo, los botines de seguridad, las
	*> herramientas, las notebooks y las tarjetas de acceso se
	*> anotaban en un cuaderno del depósito y al egreso nadie
	*> los reclamaba. Acá se mantiene el catálogo de elementos
	*> (elementos.dat; solo supervisores) y las entregas a
	*> cada empleado (entregas.dat): elemento, cantidad, número
	*> de serie, fecha de entrega, reposición (la propone el
	*> catálogo en meses) y devolución. Cada movimiento de
	*> entregas queda en AUDSAT con el operador. Dar un
	*> elemento por perdido es de supervisor: libera el
	*> egreso sin cobrarlo. EPPVENC lista las reposiciones de
	*> seguridad, LIQFIN lleva lo no devuelto a la
	*> liquidación final y CIERRE no archiva a quien lo tenga.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. EQUMANT.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-ELEMENTOS
		ASSIGN TO "elementos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS CAT-CODIGO
		FILE STATUS IS WS-STATUS-CAT.

		SELECT OPTIONAL ARCHIVO-ENTREGAS
		ASSIGN TO "entregas.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS ENT-CLAVE
		FILE STATUS IS WS-STATUS-ENT.

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
	FD ARCHIVO-ELEMENTOS.
		COPY "elemento.cpy".

	FD ARCHIVO-ENTREGAS.
		COPY "entrega.cpy".

	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-CAT PIC XX VALUE "00".
		01 WS-STATUS-ENT PIC XX VALUE "00".
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 CONTINUAR PIC X VALUE "S".
		01 OPCION-MENU PIC 9 VALUE 1.
		01 CAMPO-ENTRADA PIC X(20) VALUE SPACES.
		01 CAMPO-VALIDO PIC X VALUE "N".
		01 ID-BUSCADO PIC 9(5) VALUE ZERO.
		01 NUMERO-BUSCADO PIC 9(3) VALUE ZERO.
		01 CODIGO-BUSCADO PIC X(6) VALUE SPACES.
		01 EMPLEADO-HALLADO PIC X VALUE "N".
		01 FIN-ENTREGAS PIC X VALUE "N".
		01 FIN-ELEMENTOS PIC X VALUE "N".
		01 ULTIMO-NUMERO PIC 9(3) VALUE ZERO.
		01 CONTADOR-ENTREGAS PIC 9(3) VALUE ZERO.
		01 EN-PODER PIC 9(3) VALUE ZERO.
		01 CONFIRMAR PIC X VALUE "N".
		01 FECHA-VALIDAR PIC 9(8) VALUE ZERO.
		01 RESULTADO-VALFEC PIC X VALUE "N".
		01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
		01 VALOR-ENTRADA PIC X(9) VALUE SPACES.
		01 VALOR-NUMERICO REDEFINES VALOR-ENTRADA.
			02 VALOR-ENTEROS PIC 9(6).
			02 FILLER PIC X.
			02 VALOR-DECIMALES PIC 99.
		*> Reposición sugerida: la fecha de entrega más los
		*> meses del catálogo, con el día topeado al largo del
		*> mes de llegada.
		01 FECHA-SUGERIDA PIC 9(8) VALUE ZERO.
		01 FECHA-PARTIDA.
			02 FEC-ANIO PIC 9(4).
			02 FEC-MES PIC 9(2).
			02 FEC-DIA PIC 9(2).
		01 MESES-CORRIDOS PIC 9(5) VALUE ZERO.
		01 ANIOS-SUMADOS PIC 9(3) VALUE ZERO.
		01 TABLA-MESES-DATOS.
			02 FILLER PIC X(24)
				VALUE "312831303130313130313031".
		01 TABLA-MESES REDEFINES TABLA-MESES-DATOS.
			02 DIAS-DEL-MES OCCURS 12 TIMES PIC 99.
		01 DIAS-TOPE PIC 99 VALUE ZERO.
		01 RESTO-BISIESTO PIC 9(4) VALUE ZERO.
		01 COCIENTE-BISIESTO PIC 9(4) VALUE ZERO.
		01 ES-BISIESTO PIC X VALUE "N".
		*> Imagen corta de la entrega para AUDSAT.
		01 IMAGEN-ENTREGA.
			02 IME-ID PIC 9(5).
			02 IME-NUMERO PIC 9(3).
			02 IME-CODIGO PIC X(6).
			02 IME-CANTIDAD PIC 9(3).
			02 IME-SITUACION PIC X.
			02 IME-FECHA-DEVOLUCION PIC 9(8).
			02 IME-OPERADOR PIC X(8).
		01 NOMBRE-AUDSAT PIC X(12) VALUE "entregas".
		01 OPERACION-AUDSAT PIC X VALUE "M".
		01 IMAGEN-SAT-ANTES PIC X(40) VALUE SPACES.
		01 IMAGEN-SAT-DESPUES PIC X(40) VALUE SPACES.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "EQUMANT".
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
		OPEN I-O ARCHIVO-ELEMENTOS
		IF WS-STATUS-CAT NOT = "00" AND WS-STATUS-CAT NOT = "05"
		DISPLAY "Error al abrir elementos.dat. Status: "
			WS-STATUS-CAT
		GOBACK
		END-IF.
		OPEN I-O ARCHIVO-ENTREGAS
		IF WS-STATUS-ENT NOT = "00" AND WS-STATUS-ENT NOT = "05"
		DISPLAY "Error al abrir entregas.dat. Status: "
			WS-STATUS-ENT
		CLOSE ARCHIVO-ELEMENTOS
		GOBACK
		END-IF.
		PERFORM UNTIL CONTINUAR = "N" OR CONTINUAR = "n"
			PERFORM MOSTRAR-MENU
			ACCEPT OPCION-MENU
			EVALUATE OPCION-MENU
				WHEN 1
					IF NIVEL-FIRMADO < 2
					DISPLAY "Solo supervisores."
					ELSE
					PERFORM MANTENER-ELEMENTO
					END-IF
				WHEN 2
					PERFORM LISTAR-CATALOGO
				WHEN 3
					PERFORM ENTREGAR-ELEMENTO
				WHEN 4
					PERFORM REGISTRAR-DEVOLUCION
				WHEN 5
					PERFORM LISTAR-ENTREGAS
				WHEN 6
					IF NIVEL-FIRMADO < 2
					DISPLAY "Solo supervisores."
					ELSE
					PERFORM DAR-POR-PERDIDO
					END-IF
				WHEN OTHER
					DISPLAY "Opción inválida."
			END-EVALUATE
			DISPLAY "Continuar programa: "
			ACCEPT CONTINUAR
		END-PERFORM.
		CLOSE ARCHIVO-ELEMENTOS.
		CLOSE ARCHIVO-ENTREGAS.
		GOBACK.

	MOSTRAR-MENU.
		DISPLAY "1. Alta o modificación de elemento".
		DISPLAY "2. Listar catálogo".
		DISPLAY "3. Entregar elemento a un empleado".
		DISPLAY "4. Registrar devolución".
		DISPLAY "5. Listar entregas de un empleado".
		DISPLAY "6. Dar elemento por perdido".
		DISPLAY "Opción: ".

	SOLICITAR-CODIGO.
		MOVE SPACES TO CODIGO-BUSCADO
		PERFORM UNTIL CODIGO-BUSCADO NOT = SPACES
			DISPLAY "Código de elemento (hasta 6): "
			ACCEPT CODIGO-BUSCADO
		END-PERFORM.

	SOLICITAR-ID.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "ID de empleado: "
			MOVE SPACES TO CAMPO-ENTRADA
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:5) IS NUMERIC
			MOVE CAMPO-ENTRADA (1:5) TO ID-BUSCADO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "ID inválido (5 dígitos)."
			END-IF
		END-PERFORM.

	SOLICITAR-NUMERO.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Número de entrega: "
			MOVE SPACES TO CAMPO-ENTRADA
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:3) IS NUMERIC
			MOVE CAMPO-ENTRADA (1:3) TO NUMERO-BUSCADO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Número inválido (3 dígitos)."
			END-IF
		END-PERFORM.

	SOLICITAR-FECHA.
		*> Blanco = hoy.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			MOVE SPACES TO CAMPO-ENTRADA
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA = SPACES
			MOVE WS-FECHA-HOY TO FECHA-VALIDAR
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			MOVE "N" TO RESULTADO-VALFEC
			IF CAMPO-ENTRADA (1:8) IS NUMERIC
			MOVE CAMPO-ENTRADA (1:8) TO FECHA-VALIDAR
			CALL "VALFEC" USING FECHA-VALIDAR
				RESULTADO-VALFEC
			END-IF
			IF RESULTADO-VALFEC = "S"
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Fecha inválida (AAAAMMDD): "
			END-IF
			END-IF
		END-PERFORM.

	MANTENER-ELEMENTO.
		PERFORM SOLICITAR-CODIGO
		MOVE CODIGO-BUSCADO TO CAT-CODIGO
		READ ARCHIVO-ELEMENTOS
		INVALID KEY
		PERFORM CAPTURAR-ELEMENTO
		MOVE CODIGO-BUSCADO TO CAT-CODIGO
		WRITE ELEMENTOS-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo grabar el elemento."
		NOT INVALID KEY
		DISPLAY "Elemento dado de alta."
		END-WRITE
		NOT INVALID KEY
		DISPLAY "Actual: " CAT-DESCRIPCION " clase " CAT-CLASE
			" repone " CAT-MESES-REPOSICION " meses"
		DISPLAY "  devuelve " CAT-DEVOLUCION " valor " CAT-VALOR
		PERFORM CAPTURAR-ELEMENTO
		REWRITE ELEMENTOS-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo modificar el elemento."
		NOT INVALID KEY
		DISPLAY "Elemento modificado (las entregas ya hechas"
			" conservan sus datos)."
		END-REWRITE
		END-READ.

	CAPTURAR-ELEMENTO.
		DISPLAY "Descripción: "
		ACCEPT CAT-DESCRIPCION
		MOVE SPACE TO CAT-CLASE
		PERFORM UNTIL CAT-CLASE-VALIDA
			DISPLAY "Clase (S seguridad, R ropa, H herram.,"
				" E equipo, A acceso): "
			ACCEPT CAT-CLASE
		END-PERFORM
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Meses de reposición (0 = no): "
			MOVE SPACES TO CAMPO-ENTRADA
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:3) IS NUMERIC
			MOVE CAMPO-ENTRADA (1:3) TO CAT-MESES-REPOSICION
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Meses inválidos (3 dígitos)."
			END-IF
		END-PERFORM
		DISPLAY "¿Se devuelve al egreso? (S/N): "
		ACCEPT CAT-DEVOLUCION
		IF CAT-DEVOLUCION = "s"
		MOVE "S" TO CAT-DEVOLUCION
		END-IF
		IF CAT-DEVOLUCION NOT = "S"
		MOVE "N" TO CAT-DEVOLUCION
		END-IF
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Valor de reposición (999999.99): "
			MOVE SPACES TO VALOR-ENTRADA
			ACCEPT VALOR-ENTRADA
			IF VALOR-ENTEROS IS NUMERIC
			AND VALOR-DECIMALES IS NUMERIC
			COMPUTE CAT-VALOR = VALOR-ENTEROS
				+ VALOR-DECIMALES / 100
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Valor inválido (formato 999999.99)."
			END-IF
		END-PERFORM.

	LISTAR-CATALOGO.
		MOVE "N" TO FIN-ELEMENTOS
		MOVE LOW-VALUES TO CAT-CODIGO
		START ARCHIVO-ELEMENTOS
			KEY IS NOT LESS THAN CAT-CODIGO
		INVALID KEY MOVE "S" TO FIN-ELEMENTOS
		END-START
		PERFORM UNTIL FIN-ELEMENTOS = "S"
			READ ARCHIVO-ELEMENTOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-ELEMENTOS
			NOT AT END
			DISPLAY CAT-CODIGO " " CAT-DESCRIPCION " "
				CAT-CLASE " repone "
				CAT-MESES-REPOSICION " devuelve "
				CAT-DEVOLUCION " " CAT-VALOR
			END-READ
		END-PERFORM.

	LEER-EMPLEADO.
		MOVE "N" TO EMPLEADO-HALLADO
		OPEN INPUT ARCHIVO-EMPLEADOS
		IF WS-STATUS-EMP = "00" OR WS-STATUS-EMP = "05"
		MOVE ID-BUSCADO TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		DISPLAY "No existe ese ID."
		NOT INVALID KEY
		MOVE "S" TO EMPLEADO-HALLADO
		DISPLAY EMPLEADO-APELLIDO " " EMPLEADO-NOMBRE
			" estado " EMPLEADO-ESTADO
		END-READ
		CLOSE ARCHIVO-EMPLEADOS
		END-IF.

	ENTREGAR-ELEMENTO.
		PERFORM SOLICITAR-ID
		PERFORM LEER-EMPLEADO
		IF EMPLEADO-HALLADO = "S"
		IF EMPLEADO-ESTADO = "B"
		DISPLAY "El empleado está de baja: no se le entrega."
		ELSE
		PERFORM SOLICITAR-CODIGO
		MOVE CODIGO-BUSCADO TO CAT-CODIGO
		READ ARCHIVO-ELEMENTOS
		INVALID KEY
		DISPLAY "No existe ese elemento en el catálogo."
		NOT INVALID KEY
		DISPLAY CAT-DESCRIPCION
		PERFORM CAPTURAR-ENTREGA
		END-READ
		END-IF
		END-IF.

	CAPTURAR-ENTREGA.
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
		PERFORM BUSCAR-ULTIMO-NUMERO
		MOVE ID-BUSCADO TO ENT-ID
		ADD 1 TO ULTIMO-NUMERO GIVING ENT-NUMERO
		MOVE CAT-CODIGO TO ENT-CODIGO
		MOVE CAT-CLASE TO ENT-CLASE
		MOVE CAT-DEVOLUCION TO ENT-DEVOLVER
		MOVE CAT-VALOR TO ENT-VALOR
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Cantidad (blanco = 1): "
			MOVE SPACES TO CAMPO-ENTRADA
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA = SPACES
			MOVE 1 TO ENT-CANTIDAD
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			IF CAMPO-ENTRADA (1:3) IS NUMERIC
			AND CAMPO-ENTRADA (1:3) NOT = "000"
			MOVE CAMPO-ENTRADA (1:3) TO ENT-CANTIDAD
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Cantidad inválida (001 a 999)."
			END-IF
			END-IF
		END-PERFORM
		DISPLAY "Número de serie (blanco = sin serie): "
		MOVE SPACES TO ENT-SERIE
		ACCEPT ENT-SERIE
		DISPLAY "Fecha de entrega (AAAAMMDD, blanco = hoy): "
		PERFORM SOLICITAR-FECHA
		PERFORM UNTIL FECHA-VALIDAR NOT > WS-FECHA-HOY
			DISPLAY "La entrega no puede ser futura: "
			PERFORM SOLICITAR-FECHA
		END-PERFORM
		MOVE FECHA-VALIDAR TO ENT-FECHA-ENTREGA
		MOVE ZERO TO FECHA-SUGERIDA
		IF CAT-MESES-REPOSICION > ZERO
		PERFORM CALCULAR-REPOSICION
		END-IF
		DISPLAY "Reposición sugerida: " FECHA-SUGERIDA
		DISPLAY "Reposición (AAAAMMDD, blanco = sugerida,"
			" 0 = no se repone): "
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			MOVE SPACES TO CAMPO-ENTRADA
			ACCEPT CAMPO-ENTRADA
			MOVE "N" TO RESULTADO-VALFEC
			IF CAMPO-ENTRADA = SPACES
			MOVE FECHA-SUGERIDA TO ENT-FECHA-REPOSICION
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			IF CAMPO-ENTRADA = "0"
			MOVE ZERO TO ENT-FECHA-REPOSICION
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			IF CAMPO-ENTRADA (1:8) IS NUMERIC
			MOVE CAMPO-ENTRADA (1:8) TO FECHA-VALIDAR
			CALL "VALFEC" USING FECHA-VALIDAR
				RESULTADO-VALFEC
			END-IF
			IF RESULTADO-VALFEC = "S"
			AND FECHA-VALIDAR > ENT-FECHA-ENTREGA
			MOVE FECHA-VALIDAR TO ENT-FECHA-REPOSICION
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Inválida o anterior a la entrega: "
			END-IF
			END-IF
			END-IF
		END-PERFORM
		MOVE ZERO TO ENT-FECHA-DEVOLUCION
		MOVE "E" TO ENT-SITUACION
		MOVE WS-OPERADOR-LOG TO ENT-OPERADOR
		WRITE ENTREGAS-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo grabar la entrega."
		NOT INVALID KEY
		DISPLAY "Entrega número " ENT-NUMERO " registrada."
		MOVE "A" TO OPERACION-AUDSAT
		MOVE SPACES TO IMAGEN-SAT-ANTES
		PERFORM ARMAR-IMAGEN-ENTREGA
		MOVE IMAGEN-ENTREGA TO IMAGEN-SAT-DESPUES
		PERFORM AUDITAR-ENTREGA
		END-WRITE.

	BUSCAR-ULTIMO-NUMERO.
		MOVE ZERO TO ULTIMO-NUMERO
		MOVE "N" TO FIN-ENTREGAS
		MOVE ID-BUSCADO TO ENT-ID
		MOVE ZERO TO ENT-NUMERO
		START ARCHIVO-ENTREGAS
			KEY IS NOT LESS THAN ENT-CLAVE
		INVALID KEY MOVE "S" TO FIN-ENTREGAS
		END-START
		PERFORM UNTIL FIN-ENTREGAS = "S"
			READ ARCHIVO-ENTREGAS NEXT RECORD
			AT END
			MOVE "S" TO FIN-ENTREGAS
			NOT AT END
			IF ENT-ID NOT = ID-BUSCADO
			MOVE "S" TO FIN-ENTREGAS
			ELSE
			MOVE ENT-NUMERO TO ULTIMO-NUMERO
			END-IF
			END-READ
		END-PERFORM.

	CALCULAR-REPOSICION.
		MOVE ENT-FECHA-ENTREGA TO FECHA-PARTIDA
		COMPUTE MESES-CORRIDOS = FEC-MES - 1
			+ CAT-MESES-REPOSICION
		DIVIDE MESES-CORRIDOS BY 12 GIVING ANIOS-SUMADOS
			REMAINDER FEC-MES
		ADD 1 TO FEC-MES
		ADD ANIOS-SUMADOS TO FEC-ANIO
		MOVE DIAS-DEL-MES (FEC-MES) TO DIAS-TOPE
		IF FEC-MES = 2
		PERFORM CALCULAR-BISIESTO
		IF ES-BISIESTO = "S"
		MOVE 29 TO DIAS-TOPE
		END-IF
		END-IF
		IF FEC-DIA > DIAS-TOPE
		MOVE DIAS-TOPE TO FEC-DIA
		END-IF
		MOVE FECHA-PARTIDA TO FECHA-SUGERIDA.

	CALCULAR-BISIESTO.
		MOVE "N" TO ES-BISIESTO
		DIVIDE FEC-ANIO BY 4 GIVING COCIENTE-BISIESTO
			REMAINDER RESTO-BISIESTO
		IF RESTO-BISIESTO = ZERO
		MOVE "S" TO ES-BISIESTO
		DIVIDE FEC-ANIO BY 100 GIVING COCIENTE-BISIESTO
			REMAINDER RESTO-BISIESTO
		IF RESTO-BISIESTO = ZERO
		MOVE "N" TO ES-BISIESTO
		DIVIDE FEC-ANIO BY 400 GIVING COCIENTE-BISIESTO
			REMAINDER RESTO-BISIESTO
		IF RESTO-BISIESTO = ZERO
		MOVE "S" TO ES-BISIESTO
		END-IF
		END-IF
		END-IF.

	REGISTRAR-DEVOLUCION.
		PERFORM SOLICITAR-ID
		PERFORM SOLICITAR-NUMERO
		MOVE ID-BUSCADO TO ENT-ID
		MOVE NUMERO-BUSCADO TO ENT-NUMERO
		READ ARCHIVO-ENTREGAS
		INVALID KEY
		DISPLAY "No existe esa entrega."
		NOT INVALID KEY
		IF NOT ENT-EN-PODER
		DISPLAY "La entrega no está en poder del empleado"
			" (situación " ENT-SITUACION ")."
		ELSE
		DISPLAY ENT-CODIGO " cantidad " ENT-CANTIDAD
			" serie " ENT-SERIE
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
		DISPLAY "Devolución (AAAAMMDD, blanco = hoy): "
		PERFORM SOLICITAR-FECHA
		PERFORM UNTIL FECHA-VALIDAR NOT < ENT-FECHA-ENTREGA
		AND FECHA-VALIDAR NOT > WS-FECHA-HOY
			DISPLAY "Entre la entrega y hoy: "
			PERFORM SOLICITAR-FECHA
		END-PERFORM
		PERFORM ARMAR-IMAGEN-ENTREGA
		MOVE IMAGEN-ENTREGA TO IMAGEN-SAT-ANTES
		MOVE FECHA-VALIDAR TO ENT-FECHA-DEVOLUCION
		MOVE "D" TO ENT-SITUACION
		MOVE WS-OPERADOR-LOG TO ENT-OPERADOR
		REWRITE ENTREGAS-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo registrar la devolución."
		NOT INVALID KEY
		DISPLAY "Devolución registrada."
		MOVE "M" TO OPERACION-AUDSAT
		PERFORM ARMAR-IMAGEN-ENTREGA
		MOVE IMAGEN-ENTREGA TO IMAGEN-SAT-DESPUES
		PERFORM AUDITAR-ENTREGA
		END-REWRITE
		END-IF
		END-READ.

	DAR-POR-PERDIDO.
		*> Libera el egreso sin cobrar el elemento: queda en
		*> AUDSAT quién lo autorizó.
		PERFORM SOLICITAR-ID
		PERFORM SOLICITAR-NUMERO
		MOVE ID-BUSCADO TO ENT-ID
		MOVE NUMERO-BUSCADO TO ENT-NUMERO
		READ ARCHIVO-ENTREGAS
		INVALID KEY
		DISPLAY "No existe esa entrega."
		NOT INVALID KEY
		IF NOT ENT-EN-PODER
		DISPLAY "La entrega no está en poder del empleado"
			" (situación " ENT-SITUACION ")."
		ELSE
		DISPLAY ENT-CODIGO " cantidad " ENT-CANTIDAD
			" serie " ENT-SERIE " valor " ENT-VALOR
		DISPLAY "Confirmar que se da por perdido (S/N): "
		ACCEPT CONFIRMAR
		IF CONFIRMAR = "S" OR CONFIRMAR = "s"
		PERFORM ARMAR-IMAGEN-ENTREGA
		MOVE IMAGEN-ENTREGA TO IMAGEN-SAT-ANTES
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
		MOVE WS-FECHA-HOY TO ENT-FECHA-DEVOLUCION
		MOVE "P" TO ENT-SITUACION
		MOVE WS-OPERADOR-LOG TO ENT-OPERADOR
		REWRITE ENTREGAS-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo dar por perdido."
		NOT INVALID KEY
		DISPLAY "Elemento dado por perdido."
		MOVE "M" TO OPERACION-AUDSAT
		PERFORM ARMAR-IMAGEN-ENTREGA
		MOVE IMAGEN-ENTREGA TO IMAGEN-SAT-DESPUES
		PERFORM AUDITAR-ENTREGA
		END-REWRITE
		END-IF
		END-IF
		END-READ.

	LISTAR-ENTREGAS.
		PERFORM SOLICITAR-ID
		MOVE ZERO TO CONTADOR-ENTREGAS
		MOVE ZERO TO EN-PODER
		MOVE "N" TO FIN-ENTREGAS
		MOVE ID-BUSCADO TO ENT-ID
		MOVE ZERO TO ENT-NUMERO
		START ARCHIVO-ENTREGAS
			KEY IS NOT LESS THAN ENT-CLAVE
		INVALID KEY MOVE "S" TO FIN-ENTREGAS
		END-START
		PERFORM UNTIL FIN-ENTREGAS = "S"
			READ ARCHIVO-ENTREGAS NEXT RECORD
			AT END
			MOVE "S" TO FIN-ENTREGAS
			NOT AT END
			IF ENT-ID NOT = ID-BUSCADO
			MOVE "S" TO FIN-ENTREGAS
			ELSE
			ADD 1 TO CONTADOR-ENTREGAS
			IF ENT-EN-PODER
			ADD 1 TO EN-PODER
			END-IF
			DISPLAY ENT-NUMERO " " ENT-CODIGO " x"
				ENT-CANTIDAD
				" " ENT-SERIE " entregado "
				ENT-FECHA-ENTREGA
			DISPLAY "    repone " ENT-FECHA-REPOSICION
				" situación " ENT-SITUACION " "
				ENT-FECHA-DEVOLUCION " " ENT-OPERADOR
			END-IF
			END-READ
		END-PERFORM
		IF CONTADOR-ENTREGAS = ZERO
		DISPLAY "Sin entregas para ese ID."
		ELSE
		DISPLAY "Entregas: " CONTADOR-ENTREGAS
			"  en poder del empleado: " EN-PODER
		END-IF.

	ARMAR-IMAGEN-ENTREGA.
		MOVE ENT-ID TO IME-ID
		MOVE ENT-NUMERO TO IME-NUMERO
		MOVE ENT-CODIGO TO IME-CODIGO
		MOVE ENT-CANTIDAD TO IME-CANTIDAD
		MOVE ENT-SITUACION TO IME-SITUACION
		MOVE ENT-FECHA-DEVOLUCION TO IME-FECHA-DEVOLUCION
		MOVE ENT-OPERADOR TO IME-OPERADOR.

	AUDITAR-ENTREGA.
		CALL "AUDSAT" USING WS-PROGRAMA-LOG NOMBRE-AUDSAT
			OPERACION-AUDSAT IMAGEN-SAT-ANTES
			IMAGEN-SAT-DESPUES WS-OPERADOR-LOG.
	END PROGRAM EQUMANT.
