	*> Mantenimiento de turnos y rol de turnos:
	*> Pantallas de supervisor sobre turnos.dat (el maestro de
	*> turnos: entrada, salida y tolerancia en minutos) y
	*> rol_turnos.dat (qué turno le toca a cada empleado).
	*> El rol se arma con un patrón semanal por empleado
	*> (lunes a domingo) y se corrige día por día con
	*> asignaciones puntuales, que mandan sobre el patrón; un
	*> turno en blanco es franco. TURCTL compara las fichadas
	*> procesadas contra este rol. Un turno asignado en el rol
	*> no se puede dar de baja. Cada cambio queda en AUDSAT
	*> con el supervisor firmado.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. TURMANT.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-TURNOS
		ASSIGN TO "turnos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS TUR-CODIGO
		FILE STATUS IS WS-STATUS-TUR.

		SELECT OPTIONAL ARCHIVO-ROL
		ASSIGN TO "rol_turnos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS ROL-CLAVE
		FILE STATUS IS WS-STATUS-ROL.

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
	FD ARCHIVO-TURNOS.
		COPY "turno.cpy".

	FD ARCHIVO-ROL.
		COPY "rolturno.cpy".

	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-TUR PIC XX VALUE "00".
		01 WS-STATUS-ROL PIC XX VALUE "00".
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 CONTINUAR PIC X VALUE "S".
		01 OPCION-MENU PIC 9 VALUE 1.
		01 ID-BUSCADO PIC 9(5) VALUE ZERO.
		01 CAMPO-ENTRADA PIC X(20) VALUE SPACES.
		01 CAMPO-VALIDO PIC X VALUE "N".
		01 CODIGO-TURNO PIC X(3) VALUE SPACES.
		01 TURNO-EXISTE PIC X VALUE "N".
		01 TURNO-EN-USO PIC X VALUE "N".
		01 FIN-ROL PIC X VALUE "N".
		01 CONTADOR-ROL PIC 9(5) VALUE ZERO.
		01 CONTADOR-TURNOS PIC 9(3) VALUE ZERO.
		01 FECHA-VALIDAR PIC 9(8) VALUE ZERO.
		01 RESULTADO-VALIDACION PIC X VALUE "N".
		01 INDICE-DIA PIC 9 VALUE ZERO.
		*> Hora HHMM validada a mano: hora 00-23, minuto 00-59.
		01 HORA-CAPTURA PIC 9(4) VALUE ZERO.
		01 HORA-DESCOMPUESTA REDEFINES HORA-CAPTURA.
			02 HORA-HH PIC 99.
			02 HORA-MM PIC 99.
		01 TABLA-DIAS-DATOS.
			02 FILLER PIC X(9) VALUE "LUNES".
			02 FILLER PIC X(9) VALUE "MARTES".
			02 FILLER PIC X(9) VALUE "MIERCOLES".
			02 FILLER PIC X(9) VALUE "JUEVES".
			02 FILLER PIC X(9) VALUE "VIERNES".
			02 FILLER PIC X(9) VALUE "SABADO".
			02 FILLER PIC X(9) VALUE "DOMINGO".
		01 TABLA-DIAS REDEFINES TABLA-DIAS-DATOS.
			02 NOMBRE-DIA OCCURS 7 TIMES PIC X(9).
		01 NOMBRE-AUDSAT PIC X(12) VALUE "turnos".
		01 OPERACION-AUDSAT PIC X VALUE SPACE.
		01 IMAGEN-SAT-ANTES PIC X(40) VALUE SPACES.
		01 IMAGEN-SAT-DESPUES PIC X(40) VALUE SPACES.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "TURMANT".
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
		DISPLAY "Los turnos son solo para supervisores."
		GOBACK
		END-IF.
		PERFORM APERTURA-ARCHIVOS.
		PERFORM UNTIL CONTINUAR = "N" OR CONTINUAR = "n"
			PERFORM MOSTRAR-MENU
			ACCEPT OPCION-MENU
			EVALUATE OPCION-MENU
				WHEN 1
					PERFORM GRABAR-TURNO
				WHEN 2
					PERFORM BORRAR-TURNO
				WHEN 3
					PERFORM LISTAR-TURNOS
				WHEN 4
					PERFORM CARGAR-PATRON
				WHEN 5
					PERFORM ASIGNAR-DIA
				WHEN 6
					PERFORM QUITAR-DIA
				WHEN 7
					PERFORM CONSULTAR-ROL
				WHEN OTHER
					DISPLAY "Opción inválida."
			END-EVALUATE
			DISPLAY "Continuar programa: "
			ACCEPT CONTINUAR
		END-PERFORM.
		CLOSE ARCHIVO-TURNOS.
		CLOSE ARCHIVO-ROL.
		CLOSE ARCHIVO-EMPLEADOS.
		GOBACK.

	MOSTRAR-MENU.
		DISPLAY "1. Alta o modificación de turno".
		DISPLAY "2. Baja de turno".
		DISPLAY "3. Listar turnos".
		DISPLAY "4. Patrón semanal de un empleado".
		DISPLAY "5. Asignar turno a un día".
		DISPLAY "6. Quitar la asignación de un día".
		DISPLAY "7. Consultar rol de un empleado".
		DISPLAY "Opción: ".

	APERTURA-ARCHIVOS.
		OPEN I-O ARCHIVO-TURNOS
		IF WS-STATUS-TUR NOT = "00" AND WS-STATUS-TUR NOT = "05"
		DISPLAY "Error al abrir turnos.dat. Status: "
			WS-STATUS-TUR
		GOBACK
		END-IF
		OPEN I-O ARCHIVO-ROL
		IF WS-STATUS-ROL NOT = "00" AND WS-STATUS-ROL NOT = "05"
		DISPLAY "Error al abrir rol_turnos.dat. Status: "
			WS-STATUS-ROL
		GOBACK
		END-IF
		OPEN INPUT ARCHIVO-EMPLEADOS
		IF WS-STATUS-EMP NOT = "00" AND WS-STATUS-EMP NOT = "05"
		DISPLAY "Error al abrir empleados.dat. Status: "
			WS-STATUS-EMP
		GOBACK
		END-IF.

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
			END-IF
		END-PERFORM.

	LEER-EMPLEADO.
		MOVE ID-BUSCADO TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		MOVE "N" TO CAMPO-VALIDO
		DISPLAY "No existe el empleado " ID-BUSCADO "."
		MOVE "Rol de turnos para ID inexistente."
			TO WS-MENSAJE-LOG
		MOVE "A" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		NOT INVALID KEY
		MOVE "S" TO CAMPO-VALIDO
		DISPLAY "Empleado: " EMPLEADO-NOMBRE
			" " EMPLEADO-APELLIDO
		END-READ.

	SOLICITAR-FECHA.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Fecha (AAAAMMDD): "
			ACCEPT CAMPO-ENTRADA
			MOVE "N" TO RESULTADO-VALIDACION
			IF CAMPO-ENTRADA (1:8) IS NUMERIC
			MOVE CAMPO-ENTRADA (1:8) TO FECHA-VALIDAR
			CALL "VALFEC" USING FECHA-VALIDAR
				RESULTADO-VALIDACION
			END-IF
			IF RESULTADO-VALIDACION = "S"
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Fecha inválida."
			END-IF
		END-PERFORM.

	SOLICITAR-HORA.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:4) IS NUMERIC
			MOVE CAMPO-ENTRADA (1:4) TO HORA-CAPTURA
			IF HORA-HH < 24 AND HORA-MM < 60
			MOVE "S" TO CAMPO-VALIDO
			END-IF
			END-IF
			IF CAMPO-VALIDO = "N"
			DISPLAY "Hora inválida (HHMM): "
			END-IF
		END-PERFORM.

	SOLICITAR-TURNO-ROL.
		*> Código de un turno existente, o blanco para franco.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			MOVE SPACES TO CODIGO-TURNO
			ACCEPT CODIGO-TURNO
			IF CODIGO-TURNO = SPACES
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			MOVE CODIGO-TURNO TO TUR-CODIGO
			READ ARCHIVO-TURNOS
			INVALID KEY
			DISPLAY "No existe el turno " CODIGO-TURNO
				", reingrese: "
			NOT INVALID KEY
			MOVE "S" TO CAMPO-VALIDO
			END-READ
			END-IF
		END-PERFORM.

	GRABAR-AUDSAT-TURNO.
		MOVE "turnos" TO NOMBRE-AUDSAT
		MOVE TURNOS-REGISTRO TO IMAGEN-SAT-DESPUES
		CALL "AUDSAT" USING WS-PROGRAMA-LOG NOMBRE-AUDSAT
			OPERACION-AUDSAT IMAGEN-SAT-ANTES
			IMAGEN-SAT-DESPUES WS-OPERADOR-LOG.

	GRABAR-AUDSAT-ROL.
		MOVE "rol_turnos" TO NOMBRE-AUDSAT
		MOVE ROL-TURNOS-REGISTRO TO IMAGEN-SAT-DESPUES
		CALL "AUDSAT" USING WS-PROGRAMA-LOG NOMBRE-AUDSAT
			OPERACION-AUDSAT IMAGEN-SAT-ANTES
			IMAGEN-SAT-DESPUES WS-OPERADOR-LOG.

	GRABAR-TURNO.
		DISPLAY "Código de turno: "
		MOVE SPACES TO CODIGO-TURNO
		ACCEPT CODIGO-TURNO
		IF CODIGO-TURNO = SPACES
		DISPLAY "Falta el código de turno."
		ELSE
		MOVE CODIGO-TURNO TO TUR-CODIGO
		MOVE "S" TO TURNO-EXISTE
		READ ARCHIVO-TURNOS
		INVALID KEY
		MOVE "N" TO TURNO-EXISTE
		END-READ
		IF TURNO-EXISTE = "S"
		DISPLAY "Turno " TUR-CODIGO " " TUR-DESCRIPCION
			" " TUR-ENTRADA " a " TUR-SALIDA
			" tolerancia " TUR-TOLERANCIA
		MOVE TURNOS-REGISTRO TO IMAGEN-SAT-ANTES
		ELSE
		MOVE SPACES TO IMAGEN-SAT-ANTES
		MOVE CODIGO-TURNO TO TUR-CODIGO
		END-IF
		DISPLAY "Descripción: "
		ACCEPT TUR-DESCRIPCION
		DISPLAY "Hora de entrada (HHMM): "
		PERFORM SOLICITAR-HORA
		MOVE HORA-CAPTURA TO TUR-ENTRADA
		*> El turno no cruza la medianoche: FICHPROC aparea la
		*> entrada y la salida dentro del mismo día.
		MOVE ZERO TO HORA-CAPTURA
		PERFORM UNTIL HORA-CAPTURA > TUR-ENTRADA
			DISPLAY "Hora de salida (HHMM, posterior a la "
				"entrada): "
			PERFORM SOLICITAR-HORA
		END-PERFORM
		MOVE HORA-CAPTURA TO TUR-SALIDA
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Tolerancia en minutos (00-59): "
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:2) IS NUMERIC
			AND CAMPO-ENTRADA (1:2) < "60"
			MOVE CAMPO-ENTRADA (1:2) TO TUR-TOLERANCIA
			MOVE "S" TO CAMPO-VALIDO
			END-IF
		END-PERFORM
		IF TURNO-EXISTE = "S"
		REWRITE TURNOS-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo modificar el turno."
		NOT INVALID KEY
		MOVE "M" TO OPERACION-AUDSAT
		PERFORM GRABAR-AUDSAT-TURNO
		DISPLAY "Turno modificado."
		END-REWRITE
		ELSE
		WRITE TURNOS-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo grabar el turno."
		NOT INVALID KEY
		MOVE "A" TO OPERACION-AUDSAT
		PERFORM GRABAR-AUDSAT-TURNO
		DISPLAY "Turno dado de alta."
		END-WRITE
		END-IF
		END-IF.

	BORRAR-TURNO.
		DISPLAY "Código de turno: "
		MOVE SPACES TO CODIGO-TURNO
		ACCEPT CODIGO-TURNO
		MOVE CODIGO-TURNO TO TUR-CODIGO
		READ ARCHIVO-TURNOS
		INVALID KEY
		DISPLAY "No existe el turno " CODIGO-TURNO "."
		NOT INVALID KEY
		PERFORM BUSCAR-TURNO-EN-USO
		IF TURNO-EN-USO = "S"
		DISPLAY "El turno está asignado en el rol: "
			"no se puede dar de baja."
		ELSE
		MOVE TURNOS-REGISTRO TO IMAGEN-SAT-ANTES
		DELETE ARCHIVO-TURNOS RECORD
		INVALID KEY
		DISPLAY "No se pudo borrar el turno."
		NOT INVALID KEY
		MOVE SPACES TO TURNOS-REGISTRO
		MOVE "B" TO OPERACION-AUDSAT
		PERFORM GRABAR-AUDSAT-TURNO
		DISPLAY "Turno dado de baja."
		END-DELETE
		END-IF
		END-READ.

	BUSCAR-TURNO-EN-USO.
		MOVE "N" TO TURNO-EN-USO
		MOVE "N" TO FIN-ROL
		MOVE ZERO TO ROL-ID
		MOVE ZERO TO ROL-FECHA
		START ARCHIVO-ROL
			KEY IS NOT LESS THAN ROL-CLAVE
		INVALID KEY MOVE "S" TO FIN-ROL
		END-START
		PERFORM UNTIL FIN-ROL = "S" OR TURNO-EN-USO = "S"
			READ ARCHIVO-ROL NEXT RECORD
			AT END
			MOVE "S" TO FIN-ROL
			NOT AT END
			IF ROL-TURNO = CODIGO-TURNO
			MOVE "S" TO TURNO-EN-USO
			END-IF
			END-READ
		END-PERFORM.

	LISTAR-TURNOS.
		MOVE ZERO TO CONTADOR-TURNOS
		MOVE "N" TO FIN-ROL
		MOVE LOW-VALUES TO TUR-CODIGO
		START ARCHIVO-TURNOS
			KEY IS NOT LESS THAN TUR-CODIGO
		INVALID KEY MOVE "S" TO FIN-ROL
		END-START
		PERFORM UNTIL FIN-ROL = "S"
			READ ARCHIVO-TURNOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-ROL
			NOT AT END
			ADD 1 TO CONTADOR-TURNOS
			DISPLAY TUR-CODIGO " " TUR-DESCRIPCION " "
				TUR-ENTRADA " a " TUR-SALIDA
				" tolerancia " TUR-TOLERANCIA " min"
			END-READ
		END-PERFORM
		IF CONTADOR-TURNOS = ZERO
		DISPLAY "No hay turnos cargados."
		END-IF.

	CARGAR-PATRON.
		PERFORM SOLICITAR-ID
		PERFORM LEER-EMPLEADO
		IF CAMPO-VALIDO = "S"
		PERFORM VARYING INDICE-DIA FROM 1 BY 1
		UNTIL INDICE-DIA > 7
			DISPLAY NOMBRE-DIA (INDICE-DIA)
				" turno (blanco = franco): "
			PERFORM SOLICITAR-TURNO-ROL
			MOVE INDICE-DIA TO FECHA-VALIDAR
			PERFORM GRABAR-RENGLON-ROL
		END-PERFORM
		DISPLAY "Patrón semanal grabado."
		END-IF.

	ASIGNAR-DIA.
		PERFORM SOLICITAR-ID
		PERFORM LEER-EMPLEADO
		IF CAMPO-VALIDO = "S"
		PERFORM SOLICITAR-FECHA
		DISPLAY "Turno del día (blanco = franco): "
		PERFORM SOLICITAR-TURNO-ROL
		PERFORM GRABAR-RENGLON-ROL
		DISPLAY "Asignación grabada."
		END-IF.

	GRABAR-RENGLON-ROL.
		*> Alta o reemplazo del renglón ID-BUSCADO +
		*> FECHA-VALIDAR con CODIGO-TURNO.
		MOVE ID-BUSCADO TO ROL-ID
		MOVE FECHA-VALIDAR TO ROL-FECHA
		READ ARCHIVO-ROL
		INVALID KEY
		MOVE SPACES TO IMAGEN-SAT-ANTES
		MOVE CODIGO-TURNO TO ROL-TURNO
		MOVE WS-OPERADOR-LOG TO ROL-OPERADOR
		WRITE ROL-TURNOS-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo grabar el rol."
		NOT INVALID KEY
		MOVE "A" TO OPERACION-AUDSAT
		PERFORM GRABAR-AUDSAT-ROL
		END-WRITE
		NOT INVALID KEY
		MOVE ROL-TURNOS-REGISTRO TO IMAGEN-SAT-ANTES
		MOVE CODIGO-TURNO TO ROL-TURNO
		MOVE WS-OPERADOR-LOG TO ROL-OPERADOR
		REWRITE ROL-TURNOS-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo modificar el rol."
		NOT INVALID KEY
		MOVE "M" TO OPERACION-AUDSAT
		PERFORM GRABAR-AUDSAT-ROL
		END-REWRITE
		END-READ.

	QUITAR-DIA.
		*> Sin el renglón del día vuelve a regir el patrón.
		PERFORM SOLICITAR-ID
		PERFORM SOLICITAR-FECHA
		MOVE ID-BUSCADO TO ROL-ID
		MOVE FECHA-VALIDAR TO ROL-FECHA
		READ ARCHIVO-ROL
		INVALID KEY
		DISPLAY "No hay asignación para ese día."
		NOT INVALID KEY
		MOVE ROL-TURNOS-REGISTRO TO IMAGEN-SAT-ANTES
		DELETE ARCHIVO-ROL RECORD
		INVALID KEY
		DISPLAY "No se pudo quitar la asignación."
		NOT INVALID KEY
		MOVE SPACES TO ROL-TURNOS-REGISTRO
		MOVE "B" TO OPERACION-AUDSAT
		PERFORM GRABAR-AUDSAT-ROL
		DISPLAY "Asignación quitada: rige el patrón."
		END-DELETE
		END-READ.

	CONSULTAR-ROL.
		PERFORM SOLICITAR-ID
		PERFORM LEER-EMPLEADO
		IF CAMPO-VALIDO = "S"
		MOVE ZERO TO CONTADOR-ROL
		MOVE "N" TO FIN-ROL
		MOVE ID-BUSCADO TO ROL-ID
		MOVE ZERO TO ROL-FECHA
		START ARCHIVO-ROL
			KEY IS NOT LESS THAN ROL-CLAVE
		INVALID KEY MOVE "S" TO FIN-ROL
		END-START
		PERFORM UNTIL FIN-ROL = "S"
			READ ARCHIVO-ROL NEXT RECORD
			AT END
			MOVE "S" TO FIN-ROL
			NOT AT END
			IF ROL-ID NOT = ID-BUSCADO
			MOVE "S" TO FIN-ROL
			ELSE
			PERFORM MOSTRAR-RENGLON-ROL
			END-IF
			END-READ
		END-PERFORM
		IF CONTADOR-ROL = ZERO
		DISPLAY "El empleado no tiene rol de turnos."
		END-IF
		END-IF.

	MOSTRAR-RENGLON-ROL.
		ADD 1 TO CONTADOR-ROL
		IF ROL-PATRON-SEMANAL
		MOVE ROL-FECHA TO INDICE-DIA
		IF ROL-FRANCO
		DISPLAY "  " NOMBRE-DIA (INDICE-DIA) " franco"
		ELSE
		DISPLAY "  " NOMBRE-DIA (INDICE-DIA) " turno "
			ROL-TURNO
		END-IF
		ELSE
		IF ROL-FRANCO
		DISPLAY "  Día " ROL-FECHA " franco"
		ELSE
		DISPLAY "  Día " ROL-FECHA " turno " ROL-TURNO
		END-IF
		END-IF.
	END PROGRAM TURMANT.
