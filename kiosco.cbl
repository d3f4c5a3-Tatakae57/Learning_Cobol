	*> Kiosco de autoconsulta del empleado:
	*> Programa aparte del menú de operadores, pensado para la
	*> terminal del pasillo. El empleado entra con su ID y su
	*> PIN personal (pines_empleado.dat, revuelto por CLAVCIF
	*> como las claves de SIGNON): tres intentos por sesión,
	*> fallos persistentes en el registro del PIN y bloqueo al
	*> tercero, que solo PINMANT bajo supervisor levanta. El
	*> PIN recién entregado obliga a elegir uno propio antes
	*> de entrar.
	*> Ya adentro, el empleado ve solo lo suyo:
	*>  - sus últimos seis períodos de registro_nomina.dat,
	*>    buscados por clave hacia atrás desde el mes en curso;
	*>  - su saldo de vacaciones (VAC-SALDO) y sus pedidos de
	*>    VACPLAN todavía no tomados;
	*>  - el saldo restante de su adelanto (ADE-SALDO).
	*> Todos los archivos se abren INPUT: lo único que el
	*> kiosco graba es el propio PIN (cambio y contador de
	*> fallos). Cada sesión queda en sesiones.dat por SESLOG,
	*> con operador "EMP" + ID y programa KIOSCO.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. KIOSCO.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-PINES
		ASSIGN TO "pines_empleado.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PIN-ID
		FILE STATUS IS WS-STATUS-PIN.

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

		SELECT OPTIONAL ARCHIVO-REGISTRO
		ASSIGN TO "registro_nomina.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS REG-CLAVE
		FILE STATUS IS WS-STATUS-REG.

		SELECT OPTIONAL ARCHIVO-VACACIONES
		ASSIGN TO "vacaciones.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS VAC-ID
		FILE STATUS IS WS-STATUS-VAC.

		SELECT OPTIONAL ARCHIVO-SOLICITUDES
		ASSIGN TO "solicitudes_vac.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS SOL-CLAVE
		FILE STATUS IS WS-STATUS-SOL.

		SELECT OPTIONAL ARCHIVO-ADELANTOS
		ASSIGN TO "adelantos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS ADE-ID
		FILE STATUS IS WS-STATUS-ADE.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-PINES.
		COPY "pinemp.cpy".

	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	FD ARCHIVO-REGISTRO.
		COPY "registro.cpy".

	FD ARCHIVO-VACACIONES.
		COPY "vacacion.cpy".

	FD ARCHIVO-SOLICITUDES.
		COPY "solicitud.cpy".

	FD ARCHIVO-ADELANTOS.
		COPY "adelanto.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-PIN PIC XX VALUE "00".
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 WS-STATUS-REG PIC XX VALUE "00".
		01 WS-STATUS-VAC PIC XX VALUE "00".
		01 WS-STATUS-SOL PIC XX VALUE "00".
		01 WS-STATUS-ADE PIC XX VALUE "00".
		01 CONTINUAR PIC X VALUE "S".
		01 OPCION-MENU PIC 9 VALUE 1.
		01 CAMPO-ENTRADA PIC X(20) VALUE SPACES.
		01 ID-KIOSCO PIC 9(5) VALUE ZERO.
		01 PIN-ENTRADA PIC X(8) VALUE SPACES.
		01 PIN-NUEVO PIC X(8) VALUE SPACES.
		01 PIN-REPETIDO PIC X(8) VALUE SPACES.
		01 PIN-CIFRADO-ENTRADA PIC 9(9) VALUE ZERO.
		01 INTENTOS PIC 9 VALUE ZERO.
		01 INGRESO-OK PIC X VALUE "N".
		01 CAMBIO-HECHO PIC X VALUE "N".
		01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
		01 FECHA-HOY-PARTES REDEFINES WS-FECHA-HOY.
			02 HOY-ANIO PIC 9(4).
			02 HOY-MES PIC 9(2).
			02 HOY-DIA PIC 9(2).
		*> Operador de la bitácora de sesiones: "EMP" + ID.
		01 OPERADOR-KIOSCO.
			02 FILLER PIC X(3) VALUE "EMP".
			02 OPK-ID PIC 9(5) VALUE ZERO.
		01 EVENTO-SESION PIC X VALUE "E".
		*> Búsqueda de los últimos seis períodos: el registro
		*> está indexado por período + ID, así que se prueba
		*> mes a mes hacia atrás (hasta tres años) en lugar de
		*> releer la historia completa.
		01 PERIODO-CURSOR PIC 9(6) VALUE ZERO.
		01 PERIODO-CURSOR-PARTES REDEFINES PERIODO-CURSOR.
			02 CUR-ANIO PIC 9(4).
			02 CUR-MES PIC 9(2).
		01 MESES-PROBADOS PIC 9(2) VALUE ZERO.
		01 MAXIMO-MESES PIC 9(2) VALUE 36.
		01 PERIODOS-HALLADOS PIC 9 VALUE ZERO.
		01 DEDUCCIONES-MES PIC 9(7)V99 VALUE ZERO.
		01 PEDIDOS-HALLADOS PIC 9(3) VALUE ZERO.
		01 FIN-SOLICITUDES PIC X VALUE "N".
		01 IMPORTE-EDITADO PIC $$$,$$$9.99.
		01 HORAS-EDITADAS PIC ZZ9.99.
		01 DIAS-EDITADOS PIC ZZ9.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "KIOSCO".
		01 WS-MENSAJE-LOG PIC X(40).
		01 WS-SEVERIDAD-LOG PIC X VALUE "A".
		01 WS-OPERADOR-LOG PIC X(8) VALUE "SISTEMA".

	PROCEDURE DIVISION.
	MAIN.
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
		OPEN I-O ARCHIVO-PINES
		IF WS-STATUS-PIN NOT = "00" AND WS-STATUS-PIN NOT = "05"
		DISPLAY "Error al abrir pines_empleado.dat. Status: "
			WS-STATUS-PIN
		GOBACK
		END-IF.
		DISPLAY "===== KIOSCO DE AUTOCONSULTA =====".
		PERFORM UNTIL INGRESO-OK = "S" OR INTENTOS >= 3
			ADD 1 TO INTENTOS
			DISPLAY "ID de empleado: "
			ACCEPT CAMPO-ENTRADA
			DISPLAY "PIN: "
			MOVE SPACES TO PIN-ENTRADA
			ACCEPT PIN-ENTRADA
			PERFORM VALIDAR-EMPLEADO
		END-PERFORM.
		IF INGRESO-OK = "N"
		CLOSE ARCHIVO-PINES
		DISPLAY "Acceso denegado."
		MOVE "Kiosco: acceso denegado tras 3 intentos."
			TO WS-MENSAJE-LOG
		MOVE "G" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		GOBACK
		END-IF.
		MOVE ID-KIOSCO TO OPK-ID.
		MOVE "E" TO EVENTO-SESION.
		CALL "SESLOG" USING OPERADOR-KIOSCO WS-PROGRAMA-LOG
			EVENTO-SESION.
		PERFORM APERTURA-CONSULTA.
		PERFORM UNTIL CONTINUAR = "N" OR CONTINUAR = "n"
			PERFORM MOSTRAR-MENU
			ACCEPT OPCION-MENU
			EVALUATE OPCION-MENU
				WHEN 1
					PERFORM MOSTRAR-ULTIMOS-RECIBOS
				WHEN 2
					PERFORM MOSTRAR-VACACIONES
				WHEN 3
					PERFORM MOSTRAR-ADELANTO
				WHEN 4
					PERFORM CAMBIO-PIN-VOLUNTARIO
				WHEN OTHER
					DISPLAY "Opción inválida."
			END-EVALUATE
			DISPLAY "Otra consulta (S/N): "
			ACCEPT CONTINUAR
		END-PERFORM.
		MOVE "S" TO EVENTO-SESION.
		CALL "SESLOG" USING OPERADOR-KIOSCO WS-PROGRAMA-LOG
			EVENTO-SESION.
		CLOSE ARCHIVO-PINES.
		CLOSE ARCHIVO-EMPLEADOS.
		CLOSE ARCHIVO-REGISTRO.
		CLOSE ARCHIVO-VACACIONES.
		CLOSE ARCHIVO-SOLICITUDES.
		CLOSE ARCHIVO-ADELANTOS.
		DISPLAY "Sesión cerrada. Hasta luego.".
		GOBACK.

	MOSTRAR-MENU.
		DISPLAY " ".
		DISPLAY "Empleado " ID-KIOSCO " - "
			EMPLEADO-NOMBRE " " EMPLEADO-APELLIDO.
		DISPLAY "1. Mis últimos seis recibos".
		DISPLAY "2. Mis vacaciones".
		DISPLAY "3. Mi adelanto de sueldo".
		DISPLAY "4. Cambiar mi PIN".
		DISPLAY "Opción: ".

	APERTURA-CONSULTA.
		*> Todo en INPUT: el kiosco no actualiza nada fuera
		*> del PIN.
		OPEN INPUT ARCHIVO-EMPLEADOS
		IF WS-STATUS-EMP NOT = "00" AND WS-STATUS-EMP NOT = "05"
		DISPLAY "Error al abrir empleados.dat. Status: "
			WS-STATUS-EMP
		GOBACK
		END-IF
		OPEN INPUT ARCHIVO-REGISTRO
		IF WS-STATUS-REG NOT = "00" AND WS-STATUS-REG NOT = "05"
		DISPLAY "Error al abrir registro_nomina.dat. Status: "
			WS-STATUS-REG
		GOBACK
		END-IF
		OPEN INPUT ARCHIVO-VACACIONES
		IF WS-STATUS-VAC NOT = "00" AND WS-STATUS-VAC NOT = "05"
		DISPLAY "Error al abrir vacaciones.dat. Status: "
			WS-STATUS-VAC
		GOBACK
		END-IF
		OPEN INPUT ARCHIVO-SOLICITUDES
		IF WS-STATUS-SOL NOT = "00" AND WS-STATUS-SOL NOT = "05"
		DISPLAY "Error al abrir solicitudes_vac.dat. Status: "
			WS-STATUS-SOL
		GOBACK
		END-IF
		OPEN INPUT ARCHIVO-ADELANTOS
		IF WS-STATUS-ADE NOT = "00" AND WS-STATUS-ADE NOT = "05"
		DISPLAY "Error al abrir adelantos.dat. Status: "
			WS-STATUS-ADE
		GOBACK
		END-IF
		MOVE ID-KIOSCO TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		MOVE SPACES TO EMPLEADO-NOMBRE
		MOVE SPACES TO EMPLEADO-APELLIDO
		END-READ.

	VALIDAR-EMPLEADO.
		IF CAMPO-ENTRADA (1:5) IS NOT NUMERIC
		DISPLAY "ID o PIN incorrectos."
		ELSE
		MOVE CAMPO-ENTRADA (1:5) TO ID-KIOSCO
		MOVE ID-KIOSCO TO PIN-ID
		READ ARCHIVO-PINES
		INVALID KEY
		DISPLAY "ID o PIN incorrectos."
		NOT INVALID KEY
		IF PIN-TRABADO
		DISPLAY "PIN bloqueado: pida en Personal que lo"
			" destraben."
		ELSE
		CALL "CLAVCIF" USING PIN-ENTRADA PIN-CIFRADO-ENTRADA
		IF PIN-CIFRADO = PIN-CIFRADO-ENTRADA
		PERFORM INGRESO-CORRECTO
		ELSE
		PERFORM INGRESO-FALLIDO
		END-IF
		END-IF
		END-READ
		END-IF.

	INGRESO-CORRECTO.
		*> Como en SIGNON: los fallos vuelven a cero y el PIN
		*> recién entregado se cambia antes de entrar.
		MOVE ZERO TO PIN-FALLOS
		IF CAMBIO-PIN-PENDIENTE
		DISPLAY "Primer ingreso: elija su PIN personal."
		PERFORM CAMBIAR-PIN
		IF CAMBIO-HECHO = "N"
		REWRITE PINES-REGISTRO
		INVALID KEY CONTINUE
		END-REWRITE
		DISPLAY "Sin PIN nuevo no hay ingreso."
		ELSE
		MOVE "S" TO INGRESO-OK
		END-IF
		ELSE
		REWRITE PINES-REGISTRO
		INVALID KEY CONTINUE
		END-REWRITE
		MOVE "S" TO INGRESO-OK
		END-IF.

	INGRESO-FALLIDO.
		DISPLAY "ID o PIN incorrectos."
		ADD 1 TO PIN-FALLOS
		IF PIN-FALLOS >= 3
		MOVE "S" TO PIN-BLOQUEADO
		DISPLAY "PIN bloqueado por intentos fallidos."
		MOVE "Kiosco: PIN bloqueado por fallos."
			TO WS-MENSAJE-LOG
		MOVE "G" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		END-IF
		REWRITE PINES-REGISTRO
		INVALID KEY CONTINUE
		END-REWRITE.

	CAMBIAR-PIN.
		MOVE "N" TO CAMBIO-HECHO
		DISPLAY "PIN nuevo (4 a 8 dígitos): "
		MOVE SPACES TO PIN-NUEVO
		ACCEPT PIN-NUEVO
		DISPLAY "Repita el PIN nuevo: "
		MOVE SPACES TO PIN-REPETIDO
		ACCEPT PIN-REPETIDO
		IF PIN-NUEVO (1:4) IS NOT NUMERIC
		DISPLAY "El PIN lleva al menos 4 dígitos."
		ELSE
		IF PIN-NUEVO NOT = PIN-REPETIDO
		DISPLAY "No coinciden: PIN sin cambiar."
		ELSE
		CALL "CLAVCIF" USING PIN-NUEVO PIN-CIFRADO-ENTRADA
		MOVE PIN-CIFRADO-ENTRADA TO PIN-CIFRADO
		MOVE WS-FECHA-HOY TO PIN-FECHA-CAMBIO
		MOVE "N" TO PIN-CAMBIO-FORZADO
		REWRITE PINES-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo guardar el PIN nuevo."
		NOT INVALID KEY
		MOVE "S" TO CAMBIO-HECHO
		DISPLAY "PIN cambiado."
		END-REWRITE
		END-IF
		END-IF.

	CAMBIO-PIN-VOLUNTARIO.
		*> Se relee el PIN (otra sesión pudo cambiarlo) y se
		*> pide el actual antes de aceptar uno nuevo.
		MOVE ID-KIOSCO TO PIN-ID
		READ ARCHIVO-PINES
		INVALID KEY
		DISPLAY "No se encontró su PIN."
		NOT INVALID KEY
		DISPLAY "PIN actual: "
		MOVE SPACES TO PIN-ENTRADA
		ACCEPT PIN-ENTRADA
		CALL "CLAVCIF" USING PIN-ENTRADA PIN-CIFRADO-ENTRADA
		IF PIN-CIFRADO = PIN-CIFRADO-ENTRADA
		PERFORM CAMBIAR-PIN
		ELSE
		DISPLAY "PIN actual incorrecto."
		END-IF
		END-READ.

	MOSTRAR-ULTIMOS-RECIBOS.
		MOVE HOY-ANIO TO CUR-ANIO
		MOVE HOY-MES TO CUR-MES
		MOVE ZERO TO MESES-PROBADOS
		MOVE ZERO TO PERIODOS-HALLADOS
		DISPLAY "Período     Horas        Bruto  Deducciones"
			"         Neto"
		PERFORM UNTIL PERIODOS-HALLADOS >= 6
		OR MESES-PROBADOS >= MAXIMO-MESES
			ADD 1 TO MESES-PROBADOS
			MOVE PERIODO-CURSOR TO REG-PERIODO
			MOVE ID-KIOSCO TO REG-ID
			READ ARCHIVO-REGISTRO
			INVALID KEY CONTINUE
			NOT INVALID KEY
			ADD 1 TO PERIODOS-HALLADOS
			PERFORM MOSTRAR-RENGLON-RECIBO
			END-READ
			IF CUR-MES = 1
			SUBTRACT 1 FROM CUR-ANIO
			MOVE 12 TO CUR-MES
			ELSE
			SUBTRACT 1 FROM CUR-MES
			END-IF
		END-PERFORM
		IF PERIODOS-HALLADOS = 0
		DISPLAY "(sin pagos registrados)"
		END-IF.

	MOSTRAR-RENGLON-RECIBO.
		*> Las columnas de deducciones pueden venir en blanco en
		*> renglones viejos: se protegen con IS NUMERIC.
		MOVE ZERO TO DEDUCCIONES-MES
		IF REG-IMPUESTO IS NUMERIC
		ADD REG-IMPUESTO TO DEDUCCIONES-MES
		END-IF
		IF REG-JUBILACION IS NUMERIC
		ADD REG-JUBILACION TO DEDUCCIONES-MES
		END-IF
		IF REG-SINDICATO IS NUMERIC
		ADD REG-SINDICATO TO DEDUCCIONES-MES
		END-IF
		MOVE REG-HORAS TO HORAS-EDITADAS
		DISPLAY REG-PERIODO "    " HORAS-EDITADAS " "
			WITH NO ADVANCING
		MOVE REG-BRUTO TO IMPORTE-EDITADO
		DISPLAY IMPORTE-EDITADO " " WITH NO ADVANCING
		MOVE DEDUCCIONES-MES TO IMPORTE-EDITADO
		DISPLAY IMPORTE-EDITADO " " WITH NO ADVANCING
		MOVE REG-NETO TO IMPORTE-EDITADO
		DISPLAY IMPORTE-EDITADO.

	MOSTRAR-VACACIONES.
		MOVE ID-KIOSCO TO VAC-ID
		READ ARCHIVO-VACACIONES
		INVALID KEY
		DISPLAY "Saldo de vacaciones: (sin acreditar)"
		NOT INVALID KEY
		MOVE VAC-SALDO TO DIAS-EDITADOS
		DISPLAY "Saldo de vacaciones: " DIAS-EDITADOS " días"
		END-READ
		*> Pedidos propios todavía no tomados: pendientes de
		*> aprobación y aprobados por gozar.
		MOVE ZERO TO PEDIDOS-HALLADOS
		MOVE "N" TO FIN-SOLICITUDES
		MOVE ID-KIOSCO TO SOL-ID
		MOVE ZERO TO SOL-DESDE
		START ARCHIVO-SOLICITUDES
			KEY IS NOT LESS THAN SOL-CLAVE
		INVALID KEY MOVE "S" TO FIN-SOLICITUDES
		END-START
		PERFORM UNTIL FIN-SOLICITUDES = "S"
			READ ARCHIVO-SOLICITUDES NEXT RECORD
			AT END
			MOVE "S" TO FIN-SOLICITUDES
			NOT AT END
			IF SOL-ID NOT = ID-KIOSCO
			MOVE "S" TO FIN-SOLICITUDES
			ELSE
			PERFORM MOSTRAR-PEDIDO
			END-IF
			END-READ
		END-PERFORM
		IF PEDIDOS-HALLADOS = 0
		DISPLAY "Pedidos de vacaciones: ninguno en curso."
		END-IF.

	MOSTRAR-PEDIDO.
		IF PEDIDO-PENDIENTE
		ADD 1 TO PEDIDOS-HALLADOS
		DISPLAY "Pedido " SOL-DESDE " al " SOL-HASTA
			"  PENDIENTE DE APROBACION"
		END-IF
		IF PEDIDO-APROBADO
		ADD 1 TO PEDIDOS-HALLADOS
		DISPLAY "Pedido " SOL-DESDE " al " SOL-HASTA
			"  APROBADO"
		END-IF.

	MOSTRAR-ADELANTO.
		MOVE ID-KIOSCO TO ADE-ID
		READ ARCHIVO-ADELANTOS
		INVALID KEY
		DISPLAY "No tiene adelantos de sueldo."
		NOT INVALID KEY
		IF ADE-SALDO = ZERO
		DISPLAY "Su adelanto está cancelado."
		ELSE
		MOVE ADE-SALDO TO IMPORTE-EDITADO
		DISPLAY "Saldo de adelanto: " IMPORTE-EDITADO
		MOVE ADE-CUOTA-IMPORTE TO IMPORTE-EDITADO
		DISPLAY "Cuota mensual:     " IMPORTE-EDITADO
		END-IF
		END-READ.
	END PROGRAM KIOSCO.
