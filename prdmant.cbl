	*> Mantenimiento de la tabla de premios por producción:
	*> Menú de alta/modificación/baja sobre
	*> tarifas_produccion.dat, al estilo de DEPMANT: cada
	*> producto de la planta con su meta diaria de unidades por
	*> empleado y el valor de cada unidad por encima de la meta,
	*> que PRODUC aplica al importar el archivo de producción.
	*> La tabla mueve plata: solo supervisores firmados, y cada
	*> alta, cambio o baja queda en el diario de AUDSAT. La
	*> baja no borra el producto (la producción ya importada
	*> lo sigue nombrando): lo marca "B" y PRODUC deja de
	*> aceptarlo.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. PRDMANT.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-TARIFAS-PROD
		ASSIGN TO "tarifas_produccion.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PTA-PRODUCTO
		FILE STATUS IS WS-STATUS-PTA.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-TARIFAS-PROD.
		COPY "prodtar.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-PTA PIC XX VALUE "00".
		01 CONTINUAR PIC X VALUE "S".
		01 OPCION-MENU PIC 9 VALUE 1.
		01 PRODUCTO-BUSCADO PIC X(8) VALUE SPACES.
		01 CAMPO-ENTRADA PIC X(20) VALUE SPACES.
		01 CAMPO-VALIDO PIC X VALUE "N".
		01 FIN-TARIFAS PIC X VALUE "N".
		01 CONTADOR-PRODUCTOS PIC 9(5) VALUE ZERO.
		01 VALOR-EDITADO PIC $$,$$9.99.
		01 NOMBRE-AUDSAT PIC X(12) VALUE "tarifas_prod".
		01 OPERACION-AUDSAT PIC X VALUE SPACE.
		01 IMAGEN-SAT-ANTES PIC X(40) VALUE SPACES.
		01 IMAGEN-SAT-DESPUES PIC X(40) VALUE SPACES.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "PRDMANT".
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
		DISPLAY "La tabla de premios es solo para supervisores."
		GOBACK
		END-IF.
		PERFORM APERTURA-ARCHIVO.
		PERFORM UNTIL CONTINUAR = "N" OR CONTINUAR = "n"
			PERFORM MOSTRAR-MENU
			ACCEPT OPCION-MENU
			EVALUATE OPCION-MENU
				WHEN 1
					PERFORM ALTA-PRODUCTO
				WHEN 2
					PERFORM MODIFICAR-PRODUCTO
				WHEN 3
					PERFORM BAJA-PRODUCTO
				WHEN 4
					PERFORM LISTAR-PRODUCTOS
				WHEN OTHER
					DISPLAY "Opción inválida."
			END-EVALUATE
			DISPLAY "Continuar programa: "
			ACCEPT CONTINUAR
		END-PERFORM.
		CLOSE ARCHIVO-TARIFAS-PROD.
		GOBACK.

	MOSTRAR-MENU.
		DISPLAY "1. Alta de producto".
		DISPLAY "2. Modificar meta o valor".
		DISPLAY "3. Dar de baja un producto".
		DISPLAY "4. Listar la tabla".
		DISPLAY "Opción: ".

	APERTURA-ARCHIVO.
		OPEN I-O ARCHIVO-TARIFAS-PROD
		IF WS-STATUS-PTA NOT = "00" AND WS-STATUS-PTA NOT = "05"
		DISPLAY "Error al abrir tarifas_produccion.dat."
			" Status: " WS-STATUS-PTA
		MOVE "Error de apertura de tabla de premios."
			TO WS-MENSAJE-LOG
		MOVE "G" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		GOBACK
		END-IF.

	SOLICITAR-PRODUCTO.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Código de producto: "
			MOVE SPACES TO CAMPO-ENTRADA
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:8) NOT = SPACES
			MOVE CAMPO-ENTRADA (1:8) TO PRODUCTO-BUSCADO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "El código es obligatorio."
			END-IF
		END-PERFORM.

	SOLICITAR-META.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Meta diaria en unidades (5 dígitos): "
			MOVE SPACES TO CAMPO-ENTRADA
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:5) IS NUMERIC
			MOVE CAMPO-ENTRADA (1:5) TO PTA-META-DIARIA
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Meta inválida, solo números."
			END-IF
		END-PERFORM.

	SOLICITAR-VALOR.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Valor por unidad sobre la meta "
				"(999999 = 9999.99): "
			MOVE SPACES TO CAMPO-ENTRADA
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:6) IS NUMERIC
			AND CAMPO-ENTRADA (1:6) NOT = "000000"
			MOVE CAMPO-ENTRADA (1:6)
				TO PTA-VALOR-UNIDAD (1:6)
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Valor inválido, solo números."
			MOVE "Valor de premio no numérico."
				TO WS-MENSAJE-LOG
			MOVE "A" TO WS-SEVERIDAD-LOG
			CALL "LOGERR" USING WS-PROGRAMA-LOG
				WS-SEVERIDAD-LOG WS-MENSAJE-LOG
				WS-OPERADOR-LOG
			END-IF
		END-PERFORM.

	AUDITAR-CAMBIO.
		MOVE TARIFAS-PRODUCCION-REGISTRO TO IMAGEN-SAT-DESPUES
		CALL "AUDSAT" USING WS-PROGRAMA-LOG NOMBRE-AUDSAT
			OPERACION-AUDSAT IMAGEN-SAT-ANTES
			IMAGEN-SAT-DESPUES WS-OPERADOR-LOG.

	ALTA-PRODUCTO.
		PERFORM SOLICITAR-PRODUCTO
		MOVE PRODUCTO-BUSCADO TO PTA-PRODUCTO
		READ ARCHIVO-TARIFAS-PROD
		INVALID KEY
		DISPLAY "Descripción: "
		MOVE SPACES TO PTA-DESCRIPCION
		ACCEPT PTA-DESCRIPCION
		PERFORM SOLICITAR-META
		PERFORM SOLICITAR-VALOR
		MOVE PRODUCTO-BUSCADO TO PTA-PRODUCTO
		MOVE "A" TO PTA-ESTADO
		WRITE TARIFAS-PRODUCCION-REGISTRO
		IF WS-STATUS-PTA NOT = "00"
		DISPLAY "Error al escribir. Status: " WS-STATUS-PTA
		ELSE
		MOVE SPACES TO IMAGEN-SAT-ANTES
		MOVE "A" TO OPERACION-AUDSAT
		PERFORM AUDITAR-CAMBIO
		DISPLAY "Producto dado de alta."
		END-IF
		NOT INVALID KEY
		DISPLAY "Ya existe el producto " PRODUCTO-BUSCADO
			": " PTA-DESCRIPCION
		END-READ.

	MODIFICAR-PRODUCTO.
		PERFORM SOLICITAR-PRODUCTO
		MOVE PRODUCTO-BUSCADO TO PTA-PRODUCTO
		READ ARCHIVO-TARIFAS-PROD
		INVALID KEY
		DISPLAY "No existe ese producto."
		NOT INVALID KEY
		MOVE TARIFAS-PRODUCCION-REGISTRO TO IMAGEN-SAT-ANTES
		MOVE PTA-VALOR-UNIDAD TO VALOR-EDITADO
		DISPLAY PTA-DESCRIPCION " meta " PTA-META-DIARIA
			" valor " VALOR-EDITADO
		PERFORM SOLICITAR-META
		PERFORM SOLICITAR-VALOR
		MOVE "A" TO PTA-ESTADO
		REWRITE TARIFAS-PRODUCCION-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo modificar."
		NOT INVALID KEY
		MOVE "M" TO OPERACION-AUDSAT
		PERFORM AUDITAR-CAMBIO
		DISPLAY "Producto modificado: rige desde la próxima"
			" importación."
		END-REWRITE
		END-READ.

	BAJA-PRODUCTO.
		PERFORM SOLICITAR-PRODUCTO
		MOVE PRODUCTO-BUSCADO TO PTA-PRODUCTO
		READ ARCHIVO-TARIFAS-PROD
		INVALID KEY
		DISPLAY "No existe ese producto."
		NOT INVALID KEY
		MOVE TARIFAS-PRODUCCION-REGISTRO TO IMAGEN-SAT-ANTES
		MOVE "B" TO PTA-ESTADO
		REWRITE TARIFAS-PRODUCCION-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo dar de baja."
		NOT INVALID KEY
		MOVE "M" TO OPERACION-AUDSAT
		PERFORM AUDITAR-CAMBIO
		DISPLAY "Producto dado de baja."
		END-REWRITE
		END-READ.

	LISTAR-PRODUCTOS.
		MOVE ZERO TO CONTADOR-PRODUCTOS
		MOVE "N" TO FIN-TARIFAS
		MOVE LOW-VALUES TO PTA-PRODUCTO
		START ARCHIVO-TARIFAS-PROD
			KEY IS NOT LESS THAN PTA-PRODUCTO
		INVALID KEY MOVE "S" TO FIN-TARIFAS
		END-START
		PERFORM UNTIL FIN-TARIFAS = "S"
			READ ARCHIVO-TARIFAS-PROD NEXT RECORD
			AT END
			MOVE "S" TO FIN-TARIFAS
			NOT AT END
			ADD 1 TO CONTADOR-PRODUCTOS
			MOVE PTA-VALOR-UNIDAD TO VALOR-EDITADO
			DISPLAY PTA-PRODUCTO " " PTA-DESCRIPCION
				" meta " PTA-META-DIARIA " valor "
				VALOR-EDITADO " estado " PTA-ESTADO
			END-READ
		END-PERFORM
		IF CONTADOR-PRODUCTOS = ZERO
		DISPLAY "La tabla de premios está vacía."
		END-IF.
	END PROGRAM PRDMANT.
