	*> Control automático de ítems del legajo de ingreso:
	*> Subprograma compartido al estilo de VALHAB: dice si un
	*> ítem del legajo de ingreso ya está cumplido por los
	*> datos del sistema, sin que nadie lo tilde:
	*>   CTA  cuenta principal de depósito en cuentas.dat
	*>        (orden 1, medio banco): sin ella cobra por cheque;
	*>   DOM  domicilio cargado en domicilios.dat;
	*>   CUIL CUIL distinto de cero en el maestro;
	*>   PUES puesto asignado en el maestro.
	*> Cualquier otro ítem vuelve "M": se tilda a mano en
	*> INGMANT. INGMANT, INGPEND y PRENOM lo consultan.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. VALING.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
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

		SELECT OPTIONAL ARCHIVO-CUENTAS
		ASSIGN TO "cuentas.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS CTA-CLAVE
		FILE STATUS IS WS-STATUS-CTA.

		SELECT OPTIONAL ARCHIVO-DOMICILIOS
		ASSIGN TO "domicilios.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS DOM-ID
		FILE STATUS IS WS-STATUS-DOM.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	FD ARCHIVO-CUENTAS.
		COPY "cuenta.cpy".

	FD ARCHIVO-DOMICILIOS.
		COPY "domicilio.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 WS-STATUS-CTA PIC XX VALUE "00".
		01 WS-STATUS-DOM PIC XX VALUE "00".

	LINKAGE SECTION.
		COPY "valing.cpy".

	PROCEDURE DIVISION USING CONTROL-INGRESO.
	MAIN-PROCEDURE.
		MOVE "N" TO VIN-RESULTADO.
		EVALUATE VIN-ITEM
			WHEN "CTA "
				PERFORM CONTROLAR-CUENTA
			WHEN "DOM "
				PERFORM CONTROLAR-DOMICILIO
			WHEN "CUIL"
				PERFORM CONTROLAR-MAESTRO
			WHEN "PUES"
				PERFORM CONTROLAR-MAESTRO
			WHEN OTHER
				MOVE "M" TO VIN-RESULTADO
		END-EVALUATE.
		GOBACK.

	CONTROLAR-CUENTA.
		OPEN INPUT ARCHIVO-CUENTAS
		IF WS-STATUS-CTA = "00" OR WS-STATUS-CTA = "05"
		MOVE VIN-ID TO CTA-ID
		MOVE 1 TO CTA-ORDEN
		READ ARCHIVO-CUENTAS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		IF MEDIO-BANCO AND CTA-CBU NOT = SPACES
		MOVE "S" TO VIN-RESULTADO
		END-IF
		END-READ
		CLOSE ARCHIVO-CUENTAS
		END-IF.

	CONTROLAR-DOMICILIO.
		OPEN INPUT ARCHIVO-DOMICILIOS
		IF WS-STATUS-DOM = "00" OR WS-STATUS-DOM = "05"
		MOVE VIN-ID TO DOM-ID
		READ ARCHIVO-DOMICILIOS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		IF DOM-CALLE NOT = SPACES
		MOVE "S" TO VIN-RESULTADO
		END-IF
		END-READ
		CLOSE ARCHIVO-DOMICILIOS
		END-IF.

	CONTROLAR-MAESTRO.
		OPEN INPUT ARCHIVO-EMPLEADOS
		IF WS-STATUS-EMP = "00" OR WS-STATUS-EMP = "05"
		MOVE VIN-ID TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		IF VIN-ITEM = "CUIL"
		AND EMPLEADO-CUIL IS NUMERIC
		AND EMPLEADO-CUIL NOT = ZERO
		MOVE "S" TO VIN-RESULTADO
		END-IF
		IF VIN-ITEM = "PUES"
		AND EMPLEADO-PUESTO IS NUMERIC
		AND EMPLEADO-PUESTO NOT = ZERO
		MOVE "S" TO VIN-RESULTADO
		END-IF
		END-READ
		CLOSE ARCHIVO-EMPLEADOS
		END-IF.
	END PROGRAM VALING.
