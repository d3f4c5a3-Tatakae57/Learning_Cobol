	*> verificadores (pesos 7-1-3-9 del primer bloque y
	*> 3-9-7-1 del segundo): un CBU tipeado mal no entra. El
	*> medio "C" marca a los que cobran por cheque, sin CBU.
	*> Cuatro ojos: se entra con SIGNON y ninguna alta,
	*> modificación ni eliminación va directo a cuentas.dat
	*> (cambiar el CBU es el camino clásico del fraude en la
	*> nómina). El cambio queda en la cola de cambios
	*> pendientes (CAMPEND) con la imagen de antes, la de
	*> después y el operador que lo pide, y lo aplica otro
	*> supervisor desde CAMAPR.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CTAMANT.

		01 WS-MENSAJE-LOG PIC X(40).
		01 WS-SEVERIDAD-LOG PIC X VALUE "A".
		01 WS-OPERADOR-LOG PIC X(8) VALUE "SISTEMA".
		01 NIVEL-FIRMADO PIC 9 VALUE ZERO.
		01 RESULTADO-SIGNON PIC X VALUE "N".
		*> Pedido a la cola de cambios pendientes (CAMPEND).
		01 CLASE-CAMBIO PIC X VALUE "C".
		01 OPERACION-CAMBIO PIC X VALUE SPACE.
		01 CLAVE-CAMBIO PIC X(13) VALUE SPACES.
		01 IMAGEN-CAMBIO-ANTES PIC X(60) VALUE SPACES.
		01 IMAGEN-CAMBIO-DESPUES PIC X(60) VALUE SPACES.
		01 NUMERO-CAMBIO PIC 9(7) VALUE ZERO.
		01 RESULTADO-CAMBIO PIC X VALUE "N".

	PROCEDURE DIVISION.
	MAIN.
		CALL "SIGNON" USING WS-OPERADOR-LOG NIVEL-FIRMADO
			RESULTADO-SIGNON WS-PROGRAMA-LOG.
		IF RESULTADO-SIGNON NOT = "S"
		GOBACK
		END-IF.
		PERFORM APERTURA-ARCHIVOS.
		PERFORM UNTIL CONTINUAR = "N" OR CONTINUAR = "n"
			PERFORM MOSTRAR-MENU
		DISPLAY "Opción: ".

	APERTURA-ARCHIVOS.
		OPEN INPUT ARCHIVO-CUENTAS
		IF WS-STATUS-CTA NOT = "00" AND WS-STATUS-CTA NOT = "05"
		DISPLAY "Error al abrir cuentas.dat. Status: "
			WS-STATUS-CTA
		PERFORM CAPTURAR-DATOS-CUENTA
		MOVE ID-BUSCADO TO CTA-ID
		MOVE ORDEN-BUSCADO TO CTA-ORDEN
		MOVE "A" TO OPERACION-CAMBIO
		MOVE SPACES TO IMAGEN-CAMBIO-ANTES
		MOVE CUENTAS-REGISTRO TO IMAGEN-CAMBIO-DESPUES
		PERFORM ENCOLAR-CAMBIO
		NOT INVALID KEY
		DISPLAY "Ya hay cuenta con ese orden: use la 2."
		END-READ
		INVALID KEY
		DISPLAY "Sin cuenta con esa clave."
		NOT INVALID KEY
		MOVE CUENTAS-REGISTRO TO IMAGEN-CAMBIO-ANTES
		DISPLAY "Cuenta actual: " CTA-MEDIO " banco "
			CTA-BANCO " CBU " CTA-CBU
		PERFORM CAPTURAR-DATOS-CUENTA
		MOVE "M" TO OPERACION-CAMBIO
		MOVE CUENTAS-REGISTRO TO IMAGEN-CAMBIO-DESPUES
		PERFORM ENCOLAR-CAMBIO
		END-READ.

	ELIMINAR-CUENTA.
		PERFORM SOLICITAR-ORDEN
		MOVE ID-BUSCADO TO CTA-ID
		MOVE ORDEN-BUSCADO TO CTA-ORDEN
		READ ARCHIVO-CUENTAS
		INVALID KEY
		DISPLAY "Sin cuenta con esa clave."
		NOT INVALID KEY
		MOVE "E" TO OPERACION-CAMBIO
		MOVE CUENTAS-REGISTRO TO IMAGEN-CAMBIO-ANTES
		MOVE SPACES TO IMAGEN-CAMBIO-DESPUES
		PERFORM ENCOLAR-CAMBIO
		END-READ.

	ENCOLAR-CAMBIO.
		*> El cambio no se graba: queda pendiente de que otro
		*> supervisor lo apruebe en CAMAPR.
		MOVE CTA-CLAVE TO CLAVE-CAMBIO
		CALL "CAMPEND" USING CLASE-CAMBIO OPERACION-CAMBIO
			CLAVE-CAMBIO IMAGEN-CAMBIO-ANTES
			IMAGEN-CAMBIO-DESPUES WS-OPERADOR-LOG
			NUMERO-CAMBIO RESULTADO-CAMBIO
		IF RESULTADO-CAMBIO = "S"
		DISPLAY "Cambio " NUMERO-CAMBIO
			" pendiente de aprobación (CAMAPR)."
		ELSE
		IF RESULTADO-CAMBIO = "D"
		DISPLAY "Esa cuenta ya tiene el cambio " NUMERO-CAMBIO
			" pendiente: no se pide otro."
		ELSE
		DISPLAY "No se pudo pedir el cambio."
		MOVE "Error al encolar cambio de cuenta."
			TO WS-MENSAJE-LOG
		MOVE "G" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		END-IF
		END-IF.

	CONSULTAR-CUENTAS.
		PERFORM SOLICITAR-ID
