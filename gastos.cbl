	*> Rendición de gastos del empleado:
	*> Viáticos, comidas y herramientas se pagaban de caja
	*> chica y no llegaban nunca al recibo ni al mayor. Acá se
	*> carga cada comprobante (concepto, importe y número de
	*> comprobante) en gastos.dat para el período abierto del
	*> grupo de pago del empleado, y un supervisor firmado
	*> (NIVEL-SUPERVISOR vía SIGNON) lo aprueba o lo rechaza.
	*> NOMINA paga los aprobados como renglones no
	*> remunerativos: suman al neto, pero no al bruto, así que
	*> no pagan aportes, ganancias ni cargas patronales y no
	*> entran en la mejor remuneración del SAC. Lo pendiente al
	*> cierre pasa al período siguiente y sale en el listado
	*> de pendientes que emite NOMINA. Cada alta, aprobación o
	*> rechazo queda en el diario de AUDSAT.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. GASTOS.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-GASTOS
		ASSIGN TO "gastos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS GAS-CLAVE
		FILE STATUS IS WS-STATUS-GAS.

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

		SELECT OPTIONAL ARCHIVO-GRUPOS-EMP
		ASSIGN TO "grupos_empleado.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS GEM-ID
		FILE STATUS IS WS-STATUS-GEM.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-GASTOS.
		COPY "gasto.cpy".

	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	FD ARCHIVO-GRUPOS-EMP.
		COPY "grupoemp.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-GAS PIC XX VALUE "00".
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 WS-STATUS-GEM PIC XX VALUE "00".
		01 CONTINUAR PIC X VALUE "S".
		01 OPCION-MENU PIC 9 VALUE 1.
		01 ID-BUSCADO PIC 9(5) VALUE ZERO.
		01 PERIODO-BUSCADO PIC 9(6) VALUE ZERO.
		01 SECUENCIA-BUSCADA PIC 9(3) VALUE ZERO.
		01 SECUENCIA-LIBRE PIC 9(3) VALUE ZERO.
		01 PERIODO-GASTO PIC 9(6) VALUE ZERO.
		01 CAMPO-ENTRADA PIC X(12) VALUE SPACES.
		01 CAMPO-VALIDO PIC X VALUE "N".
		01 FIN-GASTOS PIC X VALUE "N".
		01 CONTADOR-GASTOS PIC 9(5) VALUE ZERO.
		01 IMPORTE-EDITADO PIC $$$,$$$9.99.
		01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
		COPY "pergrupo.cpy".
		01 NOMBRE-AUDSAT PIC X(12) VALUE "gastos".
		01 OPERACION-AUDSAT PIC X VALUE SPACE.
		01 IMAGEN-SAT-ANTES PIC X(40) VALUE SPACES.
		01 IMAGEN-SAT-DESPUES PIC X(40) VALUE SPACES.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "GASTOS".
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
		PERFORM APERTURA-ARCHIVOS.
		PERFORM UNTIL CONTINUAR = "N" OR CONTINUAR = "n"
			PERFORM MOSTRAR-MENU
			ACCEPT OPCION-MENU
			EVALUATE OPCION-MENU
				WHEN 1
					PERFORM ALTA-GASTO
				WHEN 2
					PERFORM RESOLVER-GASTO
				WHEN 3
					PERFORM LISTAR-GASTOS
				WHEN 4
					PERFORM LISTAR-PENDIENTES
				WHEN OTHER
					DISPLAY "Opción inválida."
			END-EVALUATE
			DISPLAY "Continuar programa: "
			ACCEPT CONTINUAR
		END-PERFORM.
		CLOSE ARCHIVO-GASTOS.
		CLOSE ARCHIVO-EMPLEADOS.
		CLOSE ARCHIVO-GRUPOS-EMP.
		GOBACK.

	MOSTRAR-MENU.
		DISPLAY "1. Cargar comprobante de gasto".
		DISPLAY "2. Aprobar o rechazar un gasto".
		DISPLAY "3. Listar gastos de un empleado".
		DISPLAY "4. Listar gastos pendientes de aprobar".
		DISPLAY "Opción: ".

	APERTURA-ARCHIVOS.
		OPEN I-O ARCHIVO-GASTOS
		IF WS-STATUS-GAS NOT = "00" AND WS-STATUS-GAS NOT = "05"
		DISPLAY "Error al abrir gastos.dat. Status: "
			WS-STATUS-GAS
		GOBACK
		END-IF
		OPEN INPUT ARCHIVO-EMPLEADOS
		IF WS-STATUS-EMP NOT = "00" AND WS-STATUS-EMP NOT = "05"
		DISPLAY "Error al abrir empleados.dat. Status: "
			WS-STATUS-EMP
		GOBACK
		END-IF
		OPEN INPUT ARCHIVO-GRUPOS-EMP.

	SOLICITAR-ID.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "ID de empleado: "
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:5) IS NUMERIC
			MOVE CAMPO-ENTRADA (1:5) TO ID-BUSCADO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "ID inválido, ingrese solo números."
			MOVE "ID de gasto no numérico."
				TO WS-MENSAJE-LOG
			MOVE "A" TO WS-SEVERIDAD-LOG
			CALL "LOGERR" USING WS-PROGRAMA-LOG
				WS-SEVERIDAD-LOG WS-MENSAJE-LOG
				WS-OPERADOR-LOG
			END-IF
		END-PERFORM.

	SOLICITAR-CLAVE-GASTO.
		PERFORM SOLICITAR-ID
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Período del gasto (AAAAMM): "
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:6) IS NUMERIC
			AND CAMPO-ENTRADA (5:2) >= "01"
			AND CAMPO-ENTRADA (5:2) <= "12"
			MOVE CAMPO-ENTRADA (1:6) TO PERIODO-BUSCADO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Período inválido (AAAAMM)."
			END-IF
		END-PERFORM
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Secuencia del gasto (001-999): "
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:3) IS NUMERIC
			AND CAMPO-ENTRADA (1:3) NOT = "000"
			MOVE CAMPO-ENTRADA (1:3) TO SECUENCIA-BUSCADA
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Secuencia inválida."
			END-IF
		END-PERFORM.

	PERIODO-DEL-EMPLEADO.
		*> El gasto va al período abierto del grupo de pago
		*> del empleado (sin renglón en grupos_empleado.dat,
		*> el mensual).
		MOVE SPACES TO PGR-GRUPO
		MOVE ID-BUSCADO TO GEM-ID
		READ ARCHIVO-GRUPOS-EMP
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE GEM-GRUPO TO PGR-GRUPO
		END-READ
		MOVE "L" TO PGR-OPERACION
		MOVE SPACES TO PGR-ARCHIVO
		CALL "PERGRUPO" USING PERIODO-GRUPO
		MOVE ZERO TO PERIODO-GASTO
		IF PGR-HALLADO = "S"
		MOVE PGR-PERIODO TO PERIODO-GASTO
		END-IF.

	BUSCAR-SECUENCIA-LIBRE.
		MOVE ZERO TO SECUENCIA-LIBRE
		MOVE "N" TO FIN-GASTOS
		MOVE ID-BUSCADO TO GAS-ID
		MOVE PERIODO-GASTO TO GAS-PERIODO
		MOVE ZERO TO GAS-SECUENCIA
		START ARCHIVO-GASTOS
			KEY IS NOT LESS THAN GAS-CLAVE
		INVALID KEY MOVE "S" TO FIN-GASTOS
		END-START
		PERFORM UNTIL FIN-GASTOS = "S"
			READ ARCHIVO-GASTOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-GASTOS
			NOT AT END
			IF GAS-ID NOT = ID-BUSCADO
			OR GAS-PERIODO NOT = PERIODO-GASTO
			MOVE "S" TO FIN-GASTOS
			ELSE
			MOVE GAS-SECUENCIA TO SECUENCIA-LIBRE
			END-IF
			END-READ
		END-PERFORM
		ADD 1 TO SECUENCIA-LIBRE.

	CAPTURAR-GASTO.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Concepto (VI=viático, CO=comida, "
				"HE=herramienta): "
			ACCEPT CAMPO-ENTRADA
			MOVE CAMPO-ENTRADA (1:2) TO GAS-CONCEPTO
			IF GAS-CONCEPTO-VALIDO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Concepto inválido."
			END-IF
		END-PERFORM
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Importe (99999999 = 999999.99): "
			MOVE SPACES TO CAMPO-ENTRADA
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:8) IS NUMERIC
			AND CAMPO-ENTRADA (1:8) NOT = "00000000"
			MOVE CAMPO-ENTRADA (1:8) TO GAS-IMPORTE (1:8)
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Importe inválido, solo números."
			MOVE "Importe de gasto no numérico."
				TO WS-MENSAJE-LOG
			MOVE "A" TO WS-SEVERIDAD-LOG
			CALL "LOGERR" USING WS-PROGRAMA-LOG
				WS-SEVERIDAD-LOG WS-MENSAJE-LOG
				WS-OPERADOR-LOG
			END-IF
		END-PERFORM
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Número de comprobante: "
			MOVE SPACES TO CAMPO-ENTRADA
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA NOT = SPACES
			MOVE CAMPO-ENTRADA TO GAS-COMPROBANTE
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "El comprobante es obligatorio."
			END-IF
		END-PERFORM.

	ALTA-GASTO.
		PERFORM SOLICITAR-ID
		MOVE ID-BUSCADO TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		DISPLAY "No existe el empleado " ID-BUSCADO "."
		MOVE "Gasto para ID inexistente."
			TO WS-MENSAJE-LOG
		MOVE "A" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		NOT INVALID KEY
		DISPLAY "Empleado: " EMPLEADO-NOMBRE
			" " EMPLEADO-APELLIDO
		PERFORM PERIODO-DEL-EMPLEADO
		IF PERIODO-GASTO = ZERO
		DISPLAY "No hay período abierto: abra uno con PERCTL."
		ELSE
		PERFORM BUSCAR-SECUENCIA-LIBRE
		IF SECUENCIA-LIBRE = ZERO
		DISPLAY "Ya hay 999 gastos en el período."
		ELSE
		PERFORM CAPTURAR-GASTO
		MOVE ID-BUSCADO TO GAS-ID
		MOVE PERIODO-GASTO TO GAS-PERIODO
		MOVE SECUENCIA-LIBRE TO GAS-SECUENCIA
		MOVE "P" TO GAS-ESTADO
		MOVE SPACES TO GAS-SUPERVISOR
		MOVE ZERO TO GAS-FECHA-APROBACION
		MOVE ZERO TO GAS-PERIODO-PAGO
		WRITE GASTOS-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo grabar el gasto."
		NOT INVALID KEY
		MOVE SPACES TO IMAGEN-SAT-ANTES
		MOVE GASTOS-REGISTRO TO IMAGEN-SAT-DESPUES
		MOVE "A" TO OPERACION-AUDSAT
		CALL "AUDSAT" USING WS-PROGRAMA-LOG NOMBRE-AUDSAT
			OPERACION-AUDSAT IMAGEN-SAT-ANTES
			IMAGEN-SAT-DESPUES WS-OPERADOR-LOG
		DISPLAY "Gasto cargado: período " PERIODO-GASTO
			" secuencia " SECUENCIA-LIBRE
			", pendiente de aprobación."
		END-WRITE
		END-IF
		END-IF
		END-READ.

	RESOLVER-GASTO.
		*> Solo un supervisor aprueba o rechaza, y solo lo que
		*> sigue pendiente: lo liquidado ya está en un recibo.
		IF NIVEL-FIRMADO < 2
		DISPLAY "La aprobación de gastos es para supervisores."
		ELSE
		PERFORM SOLICITAR-CLAVE-GASTO
		MOVE ID-BUSCADO TO GAS-ID
		MOVE PERIODO-BUSCADO TO GAS-PERIODO
		MOVE SECUENCIA-BUSCADA TO GAS-SECUENCIA
		READ ARCHIVO-GASTOS
		INVALID KEY
		DISPLAY "No existe ese gasto."
		NOT INVALID KEY
		PERFORM MOSTRAR-GASTO
		IF NOT GAS-PENDIENTE
		DISPLAY "El gasto no está pendiente: no se modifica."
		ELSE
		PERFORM DECIDIR-GASTO
		END-IF
		END-READ
		END-IF.

	DECIDIR-GASTO.
		MOVE GASTOS-REGISTRO TO IMAGEN-SAT-ANTES
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "A=aprobar, R=rechazar: "
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:1) = "A" OR "R"
			MOVE CAMPO-ENTRADA (1:1) TO GAS-ESTADO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Responda A o R."
			END-IF
		END-PERFORM
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
		MOVE WS-OPERADOR-LOG TO GAS-SUPERVISOR
		MOVE WS-FECHA-HOY TO GAS-FECHA-APROBACION
		REWRITE GASTOS-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo regrabar el gasto."
		NOT INVALID KEY
		MOVE GASTOS-REGISTRO TO IMAGEN-SAT-DESPUES
		MOVE "M" TO OPERACION-AUDSAT
		CALL "AUDSAT" USING WS-PROGRAMA-LOG NOMBRE-AUDSAT
			OPERACION-AUDSAT IMAGEN-SAT-ANTES
			IMAGEN-SAT-DESPUES WS-OPERADOR-LOG
		IF GAS-APROBADO
		DISPLAY "Gasto aprobado: va en la próxima nómina."
		ELSE
		DISPLAY "Gasto rechazado."
		END-IF
		END-REWRITE.

	MOSTRAR-GASTO.
		MOVE GAS-IMPORTE TO IMPORTE-EDITADO
		DISPLAY GAS-PERIODO " " GAS-SECUENCIA " "
			GAS-CONCEPTO " " IMPORTE-EDITADO " comp. "
			GAS-COMPROBANTE " estado " GAS-ESTADO
		IF GAS-LIQUIDADO
		DISPLAY "  Pagado en la nómina de " GAS-PERIODO-PAGO
		END-IF.

	LISTAR-GASTOS.
		PERFORM SOLICITAR-ID
		MOVE ZERO TO CONTADOR-GASTOS
		MOVE "N" TO FIN-GASTOS
		MOVE ID-BUSCADO TO GAS-ID
		MOVE ZERO TO GAS-PERIODO
		MOVE ZERO TO GAS-SECUENCIA
		START ARCHIVO-GASTOS
			KEY IS NOT LESS THAN GAS-CLAVE
		INVALID KEY MOVE "S" TO FIN-GASTOS
		END-START
		PERFORM UNTIL FIN-GASTOS = "S"
			READ ARCHIVO-GASTOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-GASTOS
			NOT AT END
			IF GAS-ID NOT = ID-BUSCADO
			MOVE "S" TO FIN-GASTOS
			ELSE
			ADD 1 TO CONTADOR-GASTOS
			PERFORM MOSTRAR-GASTO
			END-IF
			END-READ
		END-PERFORM
		IF CONTADOR-GASTOS = ZERO
		DISPLAY "Sin gastos cargados para ese ID."
		END-IF.

	LISTAR-PENDIENTES.
		MOVE ZERO TO CONTADOR-GASTOS
		MOVE "N" TO FIN-GASTOS
		MOVE ZERO TO GAS-ID
		MOVE ZERO TO GAS-PERIODO
		MOVE ZERO TO GAS-SECUENCIA
		START ARCHIVO-GASTOS
			KEY IS NOT LESS THAN GAS-CLAVE
		INVALID KEY MOVE "S" TO FIN-GASTOS
		END-START
		PERFORM UNTIL FIN-GASTOS = "S"
			READ ARCHIVO-GASTOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-GASTOS
			NOT AT END
			IF GAS-PENDIENTE
			ADD 1 TO CONTADOR-GASTOS
			DISPLAY "ID " GAS-ID " " WITH NO ADVANCING
			PERFORM MOSTRAR-GASTO
			END-IF
			END-READ
		END-PERFORM
		IF CONTADOR-GASTOS = ZERO
		DISPLAY "No hay gastos pendientes."
		ELSE
		DISPLAY CONTADOR-GASTOS " gastos pendientes."
		END-IF.
	END PROGRAM GASTOS.
