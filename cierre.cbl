	*> Recorre empleados.dat y mueve los empleados dados de baja
	*> (EMPLEADO-ESTADO = "B") a un historial anual, sacándolos
	*> del archivo vivo para que no crezca para siempre.
	*> Una baja que todavía tiene en su poder elementos de
	*> EQUMANT que se devuelven al egreso no se archiva: queda
	*> en "B" en el vivo hasta que el depósito registre la
	*> devolución, LIQFIN los descuente o un supervisor los dé
	*> por perdidos.
	*> La baja lleva al historial el CUIL, el motivo de baja y
	*> la marca de recontratación: la lista de no
	*> recontratables sigue valiendo después del cierre.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CIERRE.

		RECORD KEY IS VAC-ID
		FILE STATUS IS WS-STATUS-VAC.

		SELECT OPTIONAL ARCHIVO-ENTREGAS
		ASSIGN TO "entregas.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS ENT-CLAVE
		FILE STATUS IS WS-STATUS-ENT.

		SELECT OPTIONAL ARCHIVO-HISTORIAL
		ASSIGN TO "historial.dat"
		ORGANIZATION IS INDEXED
	FD ARCHIVO-VACACIONES.
		COPY "vacacion.cpy".

	FD ARCHIVO-ENTREGAS.
		COPY "entrega.cpy".

	FD ARCHIVO-HISTORIAL.
		COPY "historial.cpy".

		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 WS-STATUS-HIST PIC XX VALUE "00".
		01 WS-STATUS-VAC PIC XX VALUE "00".
		01 WS-STATUS-ENT PIC XX VALUE "00".
		01 FIN-ENTREGAS PIC X VALUE "N".
		01 ELEMENTOS-PENDIENTES PIC 9(3) VALUE ZERO.
		01 CONTADOR-RETENIDOS PIC 9(5) VALUE ZERO.
		01 FIN-BUSQUEDA PIC X VALUE "N".
		01 CONTADOR-MIGRADOS PIC 9(5) VALUE ZERO.
		01 TABLA-IDS-BAJA.
		01 RESULTADO-SIGNON PIC X VALUE "N".
		01 OPERACION-AUDITORIA PIC X VALUE "E".
		01 BAJA-GRABADA PIC X VALUE "N".
		01 IMAGEN-ANTES PIC X(109) VALUE SPACES.
		01 IMAGEN-DESPUES PIC X(109) VALUE SPACES.

	PROCEDURE DIVISION.
	MAIN.
		PERFORM MIGRAR-BAJAS.
		PERFORM CERRAR-ARCHIVOS.
		DISPLAY "Empleados migrados: " CONTADOR-MIGRADOS.
		IF CONTADOR-RETENIDOS > ZERO
		DISPLAY "Bajas retenidas por elementos sin devolver: "
			CONTADOR-RETENIDOS
		END-IF.
		*> Tras borrar las bajas migradas, el índice queda con
		*> espacio muerto: la reorganización lo reconstruye
		*> compacto enseguida, sin esperar a que las pasadas
			WS-STATUS-VAC
		GOBACK
		END-IF
		OPEN INPUT ARCHIVO-ENTREGAS
		IF WS-STATUS-ENT NOT = "00" AND WS-STATUS-ENT NOT = "05"
		DISPLAY "Error al abrir entregas.dat. Status: "
			WS-STATUS-ENT
		GOBACK
		END-IF
		*> Indexado: se abre I-O (OPTIONAL lo crea si falta);
		*> un indexado no admite EXTEND.
		OPEN I-O ARCHIVO-HISTORIAL
		INVALID KEY
		DISPLAY "No se encontró ID " EMPLEADO-ID " al migrar."
		NOT INVALID KEY
		PERFORM CONTAR-ELEMENTOS-PENDIENTES
		IF ELEMENTOS-PENDIENTES > ZERO
		DISPLAY "ID " EMPLEADO-ID " tiene " ELEMENTOS-PENDIENTES
			" elementos sin devolver: no se migra."
		ADD 1 TO CONTADOR-RETENIDOS
		ELSE
		MOVE WS-ANIO-CIERRE TO HIST-ANIO
		MOVE EMPLEADO-ID TO HIST-ID
		MOVE EMPLEADO-NOMBRE TO HIST-NOMBRE
		MOVE EMPLEADO-FECHA-NAC TO HIST-FECHA-NAC
		MOVE EMPLEADO-FECHA-INGRESO TO HIST-FECHA-INGRESO
		MOVE WS-FECHA-CIERRE TO HIST-FECHA-BAJA
		MOVE EMPLEADO-CUIL TO HIST-CUIL
		MOVE EMPLEADO-MOTIVO-BAJA TO HIST-MOTIVO-BAJA
		MOVE EMPLEADO-RECONTRATABLE TO HIST-RECONTRATABLE
		MOVE "N" TO BAJA-GRABADA
		WRITE HISTORIAL-REGISTRO
		INVALID KEY
			WS-OPERADOR-LOG
		END-DELETE
		END-IF
		END-IF
		END-READ.

	CONTAR-ELEMENTOS-PENDIENTES.
		*> En poder del empleado y de los que se devuelven al
		*> egreso; los consumibles no frenan el archivo.
		MOVE ZERO TO ELEMENTOS-PENDIENTES
		MOVE "N" TO FIN-ENTREGAS
		MOVE EMPLEADO-ID TO ENT-ID
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
			IF ENT-ID NOT = EMPLEADO-ID
			MOVE "S" TO FIN-ENTREGAS
			ELSE
			IF ENT-EN-PODER AND ENT-DEVOLVER = "S"
			ADD 1 TO ELEMENTOS-PENDIENTES
			END-IF
			END-IF
			END-READ
		END-PERFORM.

	INFORMAR-SALDO-VACACIONES.
		*> Antes de que la baja migre al historial se informa el
		*> saldo de vacaciones pendiente, para que la liquidación
	CERRAR-ARCHIVOS.
		CLOSE ARCHIVO-EMPLEADOS.
		CLOSE ARCHIVO-VACACIONES.
		CLOSE ARCHIVO-ENTREGAS.
		CLOSE ARCHIVO-HISTORIAL.
	END PROGRAM CIERRE.
