	*> Las horas del período ya no se mantienen acá: se cargan
	*> por período en NOVEDAD (novedades.dat); la tarifa guarda
	*> solo el valor hora.
	*> Cuatro ojos: ninguna alta, modificación ni eliminación
	*> va directo a tarifas.dat. El cambio queda en la cola de
	*> cambios pendientes (CAMPEND) con la imagen de antes, la
	*> de después y el operador que lo pide, y lo aplica otro
	*> supervisor desde CAMAPR. Por eso el archivo se abre
	*> solo para leer; los controles de existencia y de banda
	*> se hacen igual al pedir.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. TARMANT.

		01 RESPUESTA-ANULA PIC X VALUE SPACE.
		01 NIVEL-FIRMADO PIC 9 VALUE ZERO.
		01 RESULTADO-SIGNON PIC X VALUE "N".
		*> Pedido a la cola de cambios pendientes (CAMPEND); el
		*> diario de satélites (AUDSAT) lo escribe CAMAPR al
		*> aplicarlo.
		01 CLASE-CAMBIO PIC X VALUE "T".
		01 OPERACION-CAMBIO PIC X VALUE SPACE.
		01 CLAVE-CAMBIO PIC X(13) VALUE SPACES.
		01 IMAGEN-CAMBIO-ANTES PIC X(60) VALUE SPACES.
		01 IMAGEN-CAMBIO-DESPUES PIC X(60) VALUE SPACES.
		01 NUMERO-CAMBIO PIC 9(7) VALUE ZERO.
		01 RESULTADO-CAMBIO PIC X VALUE "N".
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "TARMANT".
		01 WS-MENSAJE-LOG PIC X(40).
		01 WS-SEVERIDAD-LOG PIC X VALUE "A".
		DISPLAY "Continuar programa: ".

	APERTURA-ARCHIVO.
		OPEN INPUT ARCHIVO-TARIFAS
		IF WS-STATUS-TAR NOT = "00" AND WS-STATUS-TAR NOT = "05"
		DISPLAY "Error al abrir tarifas.dat. Status: "
			WS-STATUS-TAR
		MOVE VIGENCIA-BUSCADA TO TAR-VIGENCIA
		PERFORM CONTROLAR-BANDA
		IF BANDA-OK = "S"
		MOVE "A" TO OPERACION-CAMBIO
		MOVE SPACES TO IMAGEN-CAMBIO-ANTES
		MOVE TARIFAS-REGISTRO TO IMAGEN-CAMBIO-DESPUES
		PERFORM ENCOLAR-CAMBIO
		END-IF
		NOT INVALID KEY
		DISPLAY "Ya existe tarifa de " ID-BUSCADO
		DISPLAY "Use la opción 2 para modificarla."
		END-READ.

	ENCOLAR-CAMBIO.
		*> El cambio no se graba: queda pendiente de que otro
		*> supervisor lo apruebe en CAMAPR.
		MOVE TAR-CLAVE TO CLAVE-CAMBIO
		CALL "CAMPEND" USING CLASE-CAMBIO OPERACION-CAMBIO
			CLAVE-CAMBIO IMAGEN-CAMBIO-ANTES
			IMAGEN-CAMBIO-DESPUES WS-OPERADOR-LOG
			NUMERO-CAMBIO RESULTADO-CAMBIO
		IF RESULTADO-CAMBIO = "S"
		DISPLAY "Cambio " NUMERO-CAMBIO
			" pendiente de aprobación (CAMAPR)."
		ELSE
		IF RESULTADO-CAMBIO = "D"
		DISPLAY "Esa tarifa ya tiene el cambio " NUMERO-CAMBIO
			" pendiente: no se pide otro."
		ELSE
		DISPLAY "No se pudo pedir el cambio."
		MOVE "Error al encolar cambio de tarifa."
			TO WS-MENSAJE-LOG
		MOVE "G" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		END-IF
		END-IF.

	MODIFICAR-TARIFA.
		INVALID KEY
		DISPLAY "No existe tarifa para ese ID."
		NOT INVALID KEY
		MOVE TARIFAS-REGISTRO TO IMAGEN-CAMBIO-ANTES
		DISPLAY "Tarifa actual: " TAR-TARIFA
		PERFORM SOLICITAR-TARIFA
		PERFORM CONTROLAR-BANDA
		IF BANDA-OK = "S"
		MOVE "M" TO OPERACION-CAMBIO
		MOVE TARIFAS-REGISTRO TO IMAGEN-CAMBIO-DESPUES
		PERFORM ENCOLAR-CAMBIO
		END-IF
		END-READ.

	ELIMINAR-TARIFA.
		PERFORM SOLICITAR-ID
		PERFORM SOLICITAR-VIGENCIA
		INVALID KEY
		DISPLAY "No existe tarifa para ese ID."
		NOT INVALID KEY
		MOVE "E" TO OPERACION-CAMBIO
		MOVE TARIFAS-REGISTRO TO IMAGEN-CAMBIO-ANTES
		MOVE SPACES TO IMAGEN-CAMBIO-DESPUES
		PERFORM ENCOLAR-CAMBIO
		END-READ.
	END PROGRAM TARMANT.
