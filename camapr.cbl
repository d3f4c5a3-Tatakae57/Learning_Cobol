	*> Aprobación de cambios de tarifas y cuentas (cuatro ojos):
	*> Un solo supervisor podía cambiar una TAR-TARIFA en
	*> TARMANT o un CBU en CTAMANT y correr NOMINA sin que
	*> nadie más se enterara. Ahora esas pantallas solo piden
	*> (CAMPEND deja el pedido en cambios_pendientes.dat) y
	*> acá un segundo supervisor recorre los pendientes, ve la
	*> imagen de antes y la de después y el que lo pidió, y
	*> aprueba o rechaza. Nadie resuelve su propio pedido: el
	*> operador firmado que coincide con el solicitante solo
	*> lo ve. Al aprobar, el cambio se aplica recién entonces
	*> (alta, modificación o eliminación en tarifas.dat o
	*> cuentas.dat) y queda en AUDSAT a nombre del que aprobó;
	*> si el registro cambió desde el pedido (la imagen de
	*> antes ya no coincide, o el alta ya existe) no se pisa:
	*> el pedido se rechaza con ese motivo y se vuelve a pedir.
	*> El diario de satélites guarda 40 posiciones de imagen:
	*> de la cuenta entran la clave, el banco y el CBU entero.
	*> La opción 2 lista todos los cambios de un empleado, con
	*> su estado, para la auditoría.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CAMAPR.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-CAMBIOS
		ASSIGN TO "cambios_pendientes.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS CAM-NUMERO
		FILE STATUS IS WS-STATUS-CAM.

		SELECT OPTIONAL ARCHIVO-TARIFAS
		ASSIGN TO "tarifas.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS TAR-CLAVE
		FILE STATUS IS WS-STATUS-TAR.

		SELECT OPTIONAL ARCHIVO-CUENTAS
		ASSIGN TO "cuentas.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS CTA-CLAVE
		FILE STATUS IS WS-STATUS-CTA.

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
	FD ARCHIVO-CAMBIOS.
		COPY "cambio.cpy".

	FD ARCHIVO-TARIFAS.
		COPY "tarifa.cpy".

	FD ARCHIVO-CUENTAS.
		COPY "cuenta.cpy".

	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-CAM PIC XX VALUE "00".
		01 WS-STATUS-TAR PIC XX VALUE "00".
		01 WS-STATUS-CTA PIC XX VALUE "00".
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 CONTINUAR PIC X VALUE "S".
		01 OPCION-MENU PIC 9 VALUE 1.
		01 CAMPO-ENTRADA PIC X(6) VALUE SPACES.
		01 CAMPO-VALIDO PIC X VALUE "N".
		01 ID-BUSCADO PIC 9(5) VALUE ZERO.
		01 FIN-CAMBIOS PIC X VALUE "N".
		01 RESPUESTA-CAMBIO PIC X VALUE SPACE.
		01 CAMBIO-APLICABLE PIC X VALUE "N".
		01 CONTADOR-PENDIENTES PIC 9(5) VALUE ZERO.
		01 CONTADOR-APROBADOS PIC 9(5) VALUE ZERO.
		01 CONTADOR-RECHAZADOS PIC 9(5) VALUE ZERO.
		01 CONTADOR-LISTADOS PIC 9(5) VALUE ZERO.
		01 TARIFA-EDITADA PIC ZZ9.99.
		01 VALOR-EDITADO PIC ZZZ,ZZ9.99.
		01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
		01 NOMBRE-AUDSAT PIC X(12) VALUE SPACES.
		01 OPERACION-AUDSAT PIC X VALUE SPACE.
		01 IMAGEN-SAT-ANTES PIC X(40) VALUE SPACES.
		01 IMAGEN-SAT-DESPUES PIC X(40) VALUE SPACES.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "CAMAPR".
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
		DISPLAY "Solo supervisores aprueban cambios."
		GOBACK
		END-IF.
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
		OPEN I-O ARCHIVO-CAMBIOS
		IF WS-STATUS-CAM NOT = "00" AND WS-STATUS-CAM NOT = "05"
		DISPLAY "Error al abrir cambios_pendientes.dat."
			" Status: " WS-STATUS-CAM
		GOBACK
		END-IF.
		OPEN I-O ARCHIVO-TARIFAS
		IF WS-STATUS-TAR NOT = "00" AND WS-STATUS-TAR NOT = "05"
		DISPLAY "Error al abrir tarifas.dat. Status: "
			WS-STATUS-TAR
		GOBACK
		END-IF.
		OPEN I-O ARCHIVO-CUENTAS
		IF WS-STATUS-CTA NOT = "00" AND WS-STATUS-CTA NOT = "05"
		DISPLAY "Error al abrir cuentas.dat. Status: "
			WS-STATUS-CTA
		GOBACK
		END-IF.
		OPEN INPUT ARCHIVO-EMPLEADOS.
		PERFORM UNTIL CONTINUAR = "N" OR CONTINUAR = "n"
			PERFORM MOSTRAR-MENU
			ACCEPT OPCION-MENU
			EVALUATE OPCION-MENU
				WHEN 1
					PERFORM RESOLVER-PENDIENTES
				WHEN 2
					PERFORM LISTAR-CAMBIOS-EMPLEADO
				WHEN OTHER
					DISPLAY "Opción inválida."
			END-EVALUATE
			DISPLAY "Continuar programa: "
			ACCEPT CONTINUAR
		END-PERFORM.
		CLOSE ARCHIVO-CAMBIOS.
		CLOSE ARCHIVO-TARIFAS.
		CLOSE ARCHIVO-CUENTAS.
		CLOSE ARCHIVO-EMPLEADOS.
		GOBACK.

	MOSTRAR-MENU.
		DISPLAY "1. Aprobar o rechazar cambios pendientes".
		DISPLAY "2. Cambios pedidos para un empleado".
		DISPLAY "Opción: ".

	POSICIONAR-CAMBIOS.
		MOVE "N" TO FIN-CAMBIOS
		MOVE ZERO TO CAM-NUMERO
		START ARCHIVO-CAMBIOS
			KEY IS NOT LESS THAN CAM-NUMERO
		INVALID KEY MOVE "S" TO FIN-CAMBIOS
		END-START.

	RESOLVER-PENDIENTES.
		MOVE ZERO TO CONTADOR-PENDIENTES
		MOVE ZERO TO CONTADOR-APROBADOS
		MOVE ZERO TO CONTADOR-RECHAZADOS
		PERFORM POSICIONAR-CAMBIOS
		PERFORM UNTIL FIN-CAMBIOS = "S"
			READ ARCHIVO-CAMBIOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-CAMBIOS
			NOT AT END
			IF CAMBIO-PENDIENTE
			ADD 1 TO CONTADOR-PENDIENTES
			PERFORM MOSTRAR-CAMBIO
			PERFORM DECIDIR-CAMBIO
			END-IF
			END-READ
		END-PERFORM
		IF CONTADOR-PENDIENTES = ZERO
		DISPLAY "No hay cambios pendientes."
		ELSE
		DISPLAY "Pendientes vistos: " CONTADOR-PENDIENTES
			" aprobados: " CONTADOR-APROBADOS
			" rechazados: " CONTADOR-RECHAZADOS
		END-IF.

	MOSTRAR-CAMBIO.
		DISPLAY " "
		MOVE CAM-CLAVE (1:5) TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		MOVE "(no está en el vivo)" TO EMPLEADO-APELLIDO
		END-READ
		DISPLAY "Cambio " CAM-NUMERO " pedido por "
			CAM-SOLICITANTE " el " CAM-FECHA-SOLICITUD
			" estado " CAM-ESTADO
		DISPLAY "  Empleado " CAM-CLAVE (1:5) " "
			EMPLEADO-APELLIDO
		IF CAMBIO-TARIFA
		DISPLAY "  Tarifa, operación " CAM-OPERACION
			" vigencia " CAM-CLAVE (6:8)
		IF CAM-ANTES NOT = SPACES
		MOVE CAM-ANTES TO TARIFAS-REGISTRO
		MOVE TAR-TARIFA TO TARIFA-EDITADA
		DISPLAY "  Antes:   " TARIFA-EDITADA
		END-IF
		IF CAM-DESPUES NOT = SPACES
		MOVE CAM-DESPUES TO TARIFAS-REGISTRO
		MOVE TAR-TARIFA TO TARIFA-EDITADA
		DISPLAY "  Después: " TARIFA-EDITADA
		END-IF
		ELSE
		DISPLAY "  Cuenta, operación " CAM-OPERACION
			" orden " CAM-CLAVE (6:1)
		IF CAM-ANTES NOT = SPACES
		MOVE CAM-ANTES TO CUENTAS-REGISTRO
		MOVE CTA-VALOR TO VALOR-EDITADO
		DISPLAY "  Antes:   " CTA-MEDIO " banco " CTA-BANCO
			" suc " CTA-SUCURSAL " CBU " CTA-CBU
		DISPLAY "           reparto " CTA-REPARTO
			" valor " VALOR-EDITADO
		END-IF
		IF CAM-DESPUES NOT = SPACES
		MOVE CAM-DESPUES TO CUENTAS-REGISTRO
		MOVE CTA-VALOR TO VALOR-EDITADO
		DISPLAY "  Después: " CTA-MEDIO " banco " CTA-BANCO
			" suc " CTA-SUCURSAL " CBU " CTA-CBU
		DISPLAY "           reparto " CTA-REPARTO
			" valor " VALOR-EDITADO
		END-IF
		END-IF
		IF NOT CAMBIO-PENDIENTE
		DISPLAY "  Resuelto por " CAM-RESOLVIO " el "
			CAM-FECHA-RESOLUCION " " CAM-MOTIVO
		END-IF.

	DECIDIR-CAMBIO.
		*> Nadie resuelve lo que pidió: el pedido propio se ve
		*> pero queda para otro supervisor.
		IF CAM-SOLICITANTE = WS-OPERADOR-LOG
		DISPLAY "  Pedido por usted: lo resuelve otro"
			" supervisor."
		ELSE
		DISPLAY "  A=aprobar, R=rechazar, blanco=dejar: "
		MOVE SPACE TO RESPUESTA-CAMBIO
		ACCEPT RESPUESTA-CAMBIO
		IF RESPUESTA-CAMBIO = "a"
		MOVE "A" TO RESPUESTA-CAMBIO
		END-IF
		IF RESPUESTA-CAMBIO = "r"
		MOVE "R" TO RESPUESTA-CAMBIO
		END-IF
		IF RESPUESTA-CAMBIO = "A"
		PERFORM APLICAR-CAMBIO
		END-IF
		IF RESPUESTA-CAMBIO = "R"
		DISPLAY "  Motivo del rechazo: "
		MOVE SPACES TO CAM-MOTIVO
		ACCEPT CAM-MOTIVO
		MOVE "R" TO CAM-ESTADO
		PERFORM CERRAR-CAMBIO
		END-IF
		END-IF.

	APLICAR-CAMBIO.
		*> Se aplica solo si el archivo sigue como estaba al
		*> pedir; si no, el pedido se rechaza sin tocar nada.
		IF CAMBIO-TARIFA
		PERFORM APLICAR-TARIFA
		ELSE
		PERFORM APLICAR-CUENTA
		END-IF
		IF CAMBIO-APLICABLE = "S"
		MOVE "A" TO CAM-ESTADO
		MOVE "Aplicado." TO CAM-MOTIVO
		MOVE CAM-OPERACION TO OPERACION-AUDSAT
		MOVE CAM-ANTES TO IMAGEN-SAT-ANTES
		MOVE CAM-DESPUES TO IMAGEN-SAT-DESPUES
		CALL "AUDSAT" USING WS-PROGRAMA-LOG NOMBRE-AUDSAT
			OPERACION-AUDSAT IMAGEN-SAT-ANTES
			IMAGEN-SAT-DESPUES WS-OPERADOR-LOG
		DISPLAY "  Cambio aplicado."
		ELSE
		MOVE "R" TO CAM-ESTADO
		MOVE "El registro cambió desde el pedido."
			TO CAM-MOTIVO
		DISPLAY "  " CAM-MOTIVO " Se rechaza: que se pida"
			" de nuevo."
		MOVE "Cambio rechazado por registro movido."
			TO WS-MENSAJE-LOG
		MOVE "A" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		END-IF
		PERFORM CERRAR-CAMBIO.

	APLICAR-TARIFA.
		MOVE "tarifas" TO NOMBRE-AUDSAT
		MOVE "N" TO CAMBIO-APLICABLE
		MOVE CAM-CLAVE TO TAR-CLAVE
		READ ARCHIVO-TARIFAS
		INVALID KEY
		IF CAM-OPERACION = "A"
		MOVE CAM-DESPUES TO TARIFAS-REGISTRO
		WRITE TARIFAS-REGISTRO
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE "S" TO CAMBIO-APLICABLE
		END-WRITE
		END-IF
		NOT INVALID KEY
		IF CAM-OPERACION NOT = "A"
		AND TARIFAS-REGISTRO = CAM-ANTES (1:18)
		IF CAM-OPERACION = "M"
		MOVE CAM-DESPUES TO TARIFAS-REGISTRO
		REWRITE TARIFAS-REGISTRO
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE "S" TO CAMBIO-APLICABLE
		END-REWRITE
		ELSE
		DELETE ARCHIVO-TARIFAS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE "S" TO CAMBIO-APLICABLE
		END-DELETE
		END-IF
		END-IF
		END-READ.

	APLICAR-CUENTA.
		MOVE "cuentas" TO NOMBRE-AUDSAT
		MOVE "N" TO CAMBIO-APLICABLE
		MOVE CAM-CLAVE TO CTA-CLAVE
		READ ARCHIVO-CUENTAS
		INVALID KEY
		IF CAM-OPERACION = "A"
		MOVE CAM-DESPUES TO CUENTAS-REGISTRO
		WRITE CUENTAS-REGISTRO
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE "S" TO CAMBIO-APLICABLE
		END-WRITE
		END-IF
		NOT INVALID KEY
		IF CAM-OPERACION NOT = "A"
		AND CUENTAS-REGISTRO = CAM-ANTES (1:45)
		IF CAM-OPERACION = "M"
		MOVE CAM-DESPUES TO CUENTAS-REGISTRO
		REWRITE CUENTAS-REGISTRO
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE "S" TO CAMBIO-APLICABLE
		END-REWRITE
		ELSE
		DELETE ARCHIVO-CUENTAS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE "S" TO CAMBIO-APLICABLE
		END-DELETE
		END-IF
		END-IF
		END-READ.

	CERRAR-CAMBIO.
		MOVE WS-OPERADOR-LOG TO CAM-RESOLVIO
		MOVE WS-FECHA-HOY TO CAM-FECHA-RESOLUCION
		REWRITE CAMBIOS-REGISTRO
		INVALID KEY
		DISPLAY "  No se pudo cerrar el pedido."
		NOT INVALID KEY
		IF CAMBIO-APLICADO
		ADD 1 TO CONTADOR-APROBADOS
		ELSE
		ADD 1 TO CONTADOR-RECHAZADOS
		END-IF
		END-REWRITE.

	LISTAR-CAMBIOS-EMPLEADO.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "ID de empleado: "
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:5) IS NUMERIC
			MOVE CAMPO-ENTRADA (1:5) TO ID-BUSCADO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "ID inválido, ingrese solo números."
			END-IF
		END-PERFORM
		MOVE ZERO TO CONTADOR-LISTADOS
		PERFORM POSICIONAR-CAMBIOS
		PERFORM UNTIL FIN-CAMBIOS = "S"
			READ ARCHIVO-CAMBIOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-CAMBIOS
			NOT AT END
			IF CAM-CLAVE (1:5) = CAMPO-ENTRADA (1:5)
			ADD 1 TO CONTADOR-LISTADOS
			PERFORM MOSTRAR-CAMBIO
			END-IF
			END-READ
		END-PERFORM
		IF CONTADOR-LISTADOS = ZERO
		DISPLAY "Sin cambios pedidos para " ID-BUSCADO "."
		END-IF.
	END PROGRAM CAMAPR.
