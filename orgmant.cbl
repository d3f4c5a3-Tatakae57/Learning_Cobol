	*> Línea de mando y delegaciones:
	*> Nada sabía quién reporta a quién. Acá un supervisor
	*> carga el superior directo de cada empleado
	*> (EMPLEADO-SUPERIOR) con control de lazos: el superior
	*> tiene que existir, no estar de baja, y el empleado no
	*> puede aparecer en la línea de su propio superior. Se
	*> pueden pasar de una vez todos los reportes de un jefe
	*> a otro (el jefe que se va), ver la línea de un
	*> empleado hasta arriba, y cargar o anular delegaciones
	*> de firma por ausencia (delegaciones.dat) que APRRUT
	*> respeta. El control general recorre el maestro y
	*> señala superiores inexistentes, superiores de baja con
	*> reportes activos y lazos que se hayan colado por
	*> fuera de esta pantalla.
	*> Cada cambio de superior y cada delegación quedan en el
	*> diario de satélites (AUDSAT): la imagen del maestro
	*> que guarda AUDJRN no llega hasta este campo.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. ORGMANT.

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

		SELECT OPTIONAL ARCHIVO-DELEGACIONES
		ASSIGN TO "delegaciones.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS DLG-CLAVE
		FILE STATUS IS WS-STATUS-DLG.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	FD ARCHIVO-DELEGACIONES.
		COPY "delegacion.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 WS-STATUS-DLG PIC XX VALUE "00".
		01 CONTINUAR PIC X VALUE "S".
		01 OPCION-MENU PIC 9 VALUE 1.
		01 CAMPO-ENTRADA PIC X(8) VALUE SPACES.
		01 CAMPO-VALIDO PIC X VALUE "N".
		01 ID-BUSCADO PIC 9(5) VALUE ZERO.
		01 ID-SUPERIOR PIC 9(5) VALUE ZERO.
		01 ID-JEFE-ANTERIOR PIC 9(5) VALUE ZERO.
		01 SUPERIOR-ACTUAL PIC 9(5) VALUE ZERO.
		01 SUPERIOR-VALIDO PIC X VALUE "N".
		01 HAY-LAZO PIC X VALUE "N".
		01 NIVELES-SUBIDOS PIC 99 VALUE ZERO.
		01 TOPE-NIVELES PIC 99 VALUE 30.
		01 FIN-ARCHIVO PIC X VALUE "N".
		01 CONTADOR-CAMBIADOS PIC 9(5) VALUE ZERO.
		01 CONTADOR-RECHAZADOS PIC 9(5) VALUE ZERO.
		01 CONTADOR-LISTADOS PIC 9(5) VALUE ZERO.
		*> Reportes del jefe que se reasignan, juntados antes
		*> de regrabar para no mover la lectura secuencial.
		01 TABLA-REPORTES.
			02 REP-ID PIC 9(5) OCCURS 500 TIMES.
		01 CANTIDAD-REPORTES PIC 9(3) VALUE ZERO.
		01 INDICE-REPORTE PIC 9(3) VALUE ZERO.
		01 REPORTES-SIN-LUGAR PIC 9(5) VALUE ZERO.
		*> Delegación en captura.
		01 ID-TITULAR PIC 9(5) VALUE ZERO.
		01 ID-DELEGADO PIC 9(5) VALUE ZERO.
		01 FECHA-DESDE PIC 9(8) VALUE ZERO.
		01 FECHA-HASTA PIC 9(8) VALUE ZERO.
		01 RESULTADO-VALFEC PIC X VALUE "N".
		01 DELEGACION-PISADA PIC X VALUE "N".
		01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
		*> Control general: superior y estado de cada ID,
		*> direccionados por el ID como en SEQAUD.
		01 TABLA-LINEAS.
			02 LINEA-ENTRADA OCCURS 99999 TIMES.
				03 LIN-SUPERIOR PIC 9(5).
				03 LIN-ESTADO PIC X.
		01 INDICE-ID PIC 9(5) VALUE ZERO.
		01 CONTADOR-SIN-LINEA PIC 9(5) VALUE ZERO.
		01 CONTADOR-INEXISTENTES PIC 9(5) VALUE ZERO.
		01 CONTADOR-JEFE-BAJA PIC 9(5) VALUE ZERO.
		01 CONTADOR-LAZOS PIC 9(5) VALUE ZERO.
		*> Imágenes para AUDSAT.
		01 NOMBRE-AUDSAT PIC X(12) VALUE SPACES.
		01 OPERACION-AUDSAT PIC X VALUE SPACE.
		01 IMAGEN-SAT-ANTES PIC X(40) VALUE SPACES.
		01 IMAGEN-SAT-DESPUES PIC X(40) VALUE SPACES.
		01 IMAGEN-LINEA.
			02 IML-ID PIC 9(5).
			02 IML-SUPERIOR PIC 9(5).
		*> Candado por registro (CANDEMP), como en ESTADOS.
		01 ACCION-CANDEMP PIC X VALUE "T".
		01 ID-CANDEMP PIC 9(5) VALUE ZERO.
		01 DUENIO-CANDEMP PIC X(8) VALUE SPACES.
		01 RESULTADO-CANDEMP PIC X VALUE SPACE.
		01 CANDEMP-DESDE-FECHA PIC 9(8) VALUE ZERO.
		01 CANDEMP-DESDE-HORA PIC 9(8) VALUE ZERO.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "ORGMANT".
		01 WS-MENSAJE-LOG PIC X(40).
		01 WS-SEVERIDAD-LOG PIC X VALUE "I".
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
		DISPLAY "La línea de mando es solo para supervisores."
		GOBACK
		END-IF.
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
		PERFORM APERTURA-ARCHIVOS.
		PERFORM UNTIL CONTINUAR = "N" OR CONTINUAR = "n"
			PERFORM MOSTRAR-MENU
			ACCEPT OPCION-MENU
			EVALUATE OPCION-MENU
				WHEN 1
					PERFORM ASIGNAR-SUPERIOR
				WHEN 2
					PERFORM REASIGNAR-REPORTES
				WHEN 3
					PERFORM MOSTRAR-LINEA
				WHEN 4
					PERFORM ALTA-DELEGACION
				WHEN 5
					PERFORM ANULAR-DELEGACION
				WHEN 6
					PERFORM LISTAR-DELEGACIONES
				WHEN 7
					PERFORM CONTROLAR-LINEAS
				WHEN OTHER
					DISPLAY "Opción inválida."
			END-EVALUATE
			DISPLAY "Continuar programa: "
			ACCEPT CONTINUAR
		END-PERFORM.
		CLOSE ARCHIVO-EMPLEADOS.
		CLOSE ARCHIVO-DELEGACIONES.
		GOBACK.

	MOSTRAR-MENU.
		DISPLAY "1. Asignar superior directo".
		DISPLAY "2. Pasar los reportes de un jefe a otro".
		DISPLAY "3. Ver la línea de mando de un empleado".
		DISPLAY "4. Alta de delegación por ausencia".
		DISPLAY "5. Anular delegación".
		DISPLAY "6. Listar delegaciones de un titular".
		DISPLAY "7. Control general de la línea".
		DISPLAY "Opción: ".

	APERTURA-ARCHIVOS.
		OPEN I-O ARCHIVO-EMPLEADOS
		IF WS-STATUS-EMP NOT = "00" AND WS-STATUS-EMP NOT = "05"
		DISPLAY "Error al abrir empleados.dat. Status: "
			WS-STATUS-EMP
		GOBACK
		END-IF
		OPEN I-O ARCHIVO-DELEGACIONES
		IF WS-STATUS-DLG NOT = "00" AND WS-STATUS-DLG NOT = "05"
		DISPLAY "Error al abrir delegaciones.dat. Status: "
			WS-STATUS-DLG
		GOBACK
		END-IF.

	SOLICITAR-ID.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:5) IS NUMERIC
			MOVE CAMPO-ENTRADA (1:5) TO ID-BUSCADO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "ID inválido, ingrese cinco números: "
			END-IF
		END-PERFORM.

	SOLICITAR-FECHA.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			ACCEPT CAMPO-ENTRADA
			MOVE "N" TO RESULTADO-VALFEC
			IF CAMPO-ENTRADA IS NUMERIC
			MOVE CAMPO-ENTRADA TO FECHA-HASTA
			CALL "VALFEC" USING FECHA-HASTA
				RESULTADO-VALFEC
			END-IF
			IF RESULTADO-VALFEC = "S"
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Fecha inválida, use AAAAMMDD: "
			END-IF
		END-PERFORM.

	VALIDAR-SUPERIOR.
		*> El superior propuesto (ID-SUPERIOR) para el
		*> empleado ID-BUSCADO: cero deja al empleado sin
		*> línea; si no, tiene que existir, no estar de baja y
		*> no tener al empleado en su propia línea.
		MOVE "N" TO SUPERIOR-VALIDO
		IF ID-SUPERIOR = ZERO
		MOVE "S" TO SUPERIOR-VALIDO
		ELSE
		IF ID-SUPERIOR = ID-BUSCADO
		DISPLAY "Nadie puede reportarse a sí mismo."
		ELSE
		MOVE ID-SUPERIOR TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		DISPLAY "No existe el superior " ID-SUPERIOR "."
		NOT INVALID KEY
		IF EMPLEADO-DE-BAJA
		DISPLAY "El superior " ID-SUPERIOR " está de baja."
		ELSE
		PERFORM BUSCAR-LAZO
		IF HAY-LAZO = "S"
		DISPLAY "Lazo: " ID-BUSCADO " ya está en la línea"
			" de " ID-SUPERIOR "."
		ELSE
		MOVE "S" TO SUPERIOR-VALIDO
		END-IF
		END-IF
		END-READ
		END-IF
		END-IF.

	BUSCAR-LAZO.
		*> Sube desde el superior propuesto (ya leído) por su
		*> línea: si aparece el empleado, asignarlo cerraría
		*> un lazo. El tope corta un lazo viejo ajeno.
		MOVE "N" TO HAY-LAZO
		MOVE ZERO TO NIVELES-SUBIDOS
		MOVE ZERO TO SUPERIOR-ACTUAL
		IF EMPLEADO-SUPERIOR IS NUMERIC
		MOVE EMPLEADO-SUPERIOR TO SUPERIOR-ACTUAL
		END-IF
		PERFORM UNTIL SUPERIOR-ACTUAL = ZERO
		OR HAY-LAZO = "S"
		OR NIVELES-SUBIDOS >= TOPE-NIVELES
			ADD 1 TO NIVELES-SUBIDOS
			IF SUPERIOR-ACTUAL = ID-BUSCADO
			MOVE "S" TO HAY-LAZO
			ELSE
			MOVE SUPERIOR-ACTUAL TO EMPLEADO-ID
			MOVE ZERO TO SUPERIOR-ACTUAL
			READ ARCHIVO-EMPLEADOS
			INVALID KEY
			CONTINUE
			NOT INVALID KEY
			IF EMPLEADO-SUPERIOR IS NUMERIC
			MOVE EMPLEADO-SUPERIOR TO SUPERIOR-ACTUAL
			END-IF
			END-READ
			END-IF
		END-PERFORM.

	TOMAR-CANDADO-EMP.
		MOVE "T" TO ACCION-CANDEMP
		MOVE WS-OPERADOR-LOG TO DUENIO-CANDEMP
		CALL "CANDEMP" USING ACCION-CANDEMP ID-CANDEMP
			DUENIO-CANDEMP RESULTADO-CANDEMP
			CANDEMP-DESDE-FECHA CANDEMP-DESDE-HORA
		IF RESULTADO-CANDEMP = "N"
		DISPLAY "Registro " ID-CANDEMP " en uso por "
			DUENIO-CANDEMP " desde " CANDEMP-DESDE-FECHA
			" " CANDEMP-DESDE-HORA "."
		END-IF.

	LIBERAR-CANDADO-EMP.
		MOVE "L" TO ACCION-CANDEMP
		MOVE WS-OPERADOR-LOG TO DUENIO-CANDEMP
		CALL "CANDEMP" USING ACCION-CANDEMP ID-CANDEMP
			DUENIO-CANDEMP RESULTADO-CANDEMP
			CANDEMP-DESDE-FECHA CANDEMP-DESDE-HORA.

	ASIGNAR-SUPERIOR.
		DISPLAY "ID del empleado: "
		PERFORM SOLICITAR-ID
		MOVE ID-BUSCADO TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		DISPLAY "No existe el empleado " ID-BUSCADO "."
		NOT INVALID KEY
		DISPLAY "Empleado: " EMPLEADO-NOMBRE " "
			EMPLEADO-APELLIDO " depto " EMPLEADO-DEPTO
		IF EMPLEADO-SUPERIOR IS NUMERIC
		DISPLAY "Superior actual: " EMPLEADO-SUPERIOR
		ELSE
		DISPLAY "Superior actual: sin cargar"
		END-IF
		MOVE ID-BUSCADO TO ID-CANDEMP
		PERFORM TOMAR-CANDADO-EMP
		IF RESULTADO-CANDEMP = "N"
		DISPLAY "Cambio cancelado: registro en uso."
		ELSE
		DISPLAY "ID del nuevo superior (00000 = ninguno): "
		MOVE ID-BUSCADO TO ID-JEFE-ANTERIOR
		PERFORM SOLICITAR-ID
		MOVE ID-BUSCADO TO ID-SUPERIOR
		MOVE ID-JEFE-ANTERIOR TO ID-BUSCADO
		PERFORM VALIDAR-SUPERIOR
		IF SUPERIOR-VALIDO = "S"
		PERFORM GRABAR-SUPERIOR
		IF CONTADOR-CAMBIADOS > ZERO
		DISPLAY "Superior de " ID-BUSCADO " cambiado a "
			ID-SUPERIOR "."
		END-IF
		END-IF
		PERFORM LIBERAR-CANDADO-EMP
		END-IF
		END-READ.

	GRABAR-SUPERIOR.
		*> Relee el empleado (la búsqueda del lazo movió el
		*> área del registro) y graba el superior validado.
		MOVE ZERO TO CONTADOR-CAMBIADOS
		MOVE ID-BUSCADO TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		DISPLAY "No se pudo releer " ID-BUSCADO "."
		NOT INVALID KEY
		MOVE ID-BUSCADO TO IML-ID
		MOVE ZERO TO IML-SUPERIOR
		IF EMPLEADO-SUPERIOR IS NUMERIC
		MOVE EMPLEADO-SUPERIOR TO IML-SUPERIOR
		END-IF
		MOVE SPACES TO IMAGEN-SAT-ANTES
		MOVE IMAGEN-LINEA TO IMAGEN-SAT-ANTES
		MOVE ID-SUPERIOR TO EMPLEADO-SUPERIOR
		REWRITE EMPLEADOS-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo grabar el superior de "
			ID-BUSCADO "."
		MOVE "Error de REWRITE en línea de mando."
			TO WS-MENSAJE-LOG
		MOVE "G" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		NOT INVALID KEY
		ADD 1 TO CONTADOR-CAMBIADOS
		MOVE ID-SUPERIOR TO IML-SUPERIOR
		MOVE SPACES TO IMAGEN-SAT-DESPUES
		MOVE IMAGEN-LINEA TO IMAGEN-SAT-DESPUES
		MOVE "superiores" TO NOMBRE-AUDSAT
		MOVE "M" TO OPERACION-AUDSAT
		CALL "AUDSAT" USING WS-PROGRAMA-LOG NOMBRE-AUDSAT
			OPERACION-AUDSAT IMAGEN-SAT-ANTES
			IMAGEN-SAT-DESPUES WS-OPERADOR-LOG
		END-REWRITE
		END-READ.

	REASIGNAR-REPORTES.
		*> Todos los que reportan directo a un jefe pasan a
		*> otro; cada uno con su control de lazo y su candado.
		DISPLAY "ID del jefe actual: "
		PERFORM SOLICITAR-ID
		MOVE ID-BUSCADO TO ID-JEFE-ANTERIOR
		DISPLAY "ID del nuevo jefe (00000 = ninguno): "
		PERFORM SOLICITAR-ID
		MOVE ID-BUSCADO TO ID-SUPERIOR
		MOVE ZERO TO CANTIDAD-REPORTES
		MOVE ZERO TO REPORTES-SIN-LUGAR
		MOVE "N" TO FIN-ARCHIVO
		MOVE ZERO TO EMPLEADO-ID
		START ARCHIVO-EMPLEADOS
			KEY IS NOT LESS THAN EMPLEADO-ID
		INVALID KEY MOVE "S" TO FIN-ARCHIVO
		END-START
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-EMPLEADOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF EMPLEADO-SUPERIOR IS NUMERIC
			AND EMPLEADO-SUPERIOR = ID-JEFE-ANTERIOR
			IF CANTIDAD-REPORTES < 500
			ADD 1 TO CANTIDAD-REPORTES
			MOVE EMPLEADO-ID TO REP-ID (CANTIDAD-REPORTES)
			ELSE
			ADD 1 TO REPORTES-SIN-LUGAR
			END-IF
			END-IF
			END-READ
		END-PERFORM
		MOVE ZERO TO CONTADOR-LISTADOS
		MOVE ZERO TO CONTADOR-RECHAZADOS
		PERFORM VARYING INDICE-REPORTE FROM 1 BY 1
		UNTIL INDICE-REPORTE > CANTIDAD-REPORTES
			PERFORM REASIGNAR-UN-REPORTE
		END-PERFORM
		DISPLAY "Reportes de " ID-JEFE-ANTERIOR ": "
			CANTIDAD-REPORTES " pasados " CONTADOR-LISTADOS
			" rechazados " CONTADOR-RECHAZADOS
		IF REPORTES-SIN-LUGAR > ZERO
		DISPLAY "Otros " REPORTES-SIN-LUGAR " quedan para"
			" una segunda pasada."
		END-IF
		IF CONTADOR-LISTADOS > ZERO
		MOVE SPACES TO WS-MENSAJE-LOG
		STRING "Reportes de " DELIMITED BY SIZE
			ID-JEFE-ANTERIOR DELIMITED BY SIZE
			" pasados a " DELIMITED BY SIZE
			ID-SUPERIOR DELIMITED BY SIZE
			INTO WS-MENSAJE-LOG
		END-STRING
		MOVE "I" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		END-IF.

	REASIGNAR-UN-REPORTE.
		MOVE REP-ID (INDICE-REPORTE) TO ID-BUSCADO
		MOVE ID-BUSCADO TO ID-CANDEMP
		PERFORM TOMAR-CANDADO-EMP
		IF RESULTADO-CANDEMP = "N"
		ADD 1 TO CONTADOR-RECHAZADOS
		ELSE
		PERFORM VALIDAR-SUPERIOR
		IF SUPERIOR-VALIDO = "S"
		PERFORM GRABAR-SUPERIOR
		ADD CONTADOR-CAMBIADOS TO CONTADOR-LISTADOS
		ELSE
		ADD 1 TO CONTADOR-RECHAZADOS
		END-IF
		PERFORM LIBERAR-CANDADO-EMP
		END-IF.

	MOSTRAR-LINEA.
		DISPLAY "ID del empleado: "
		PERFORM SOLICITAR-ID
		MOVE ID-BUSCADO TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		DISPLAY "No existe el empleado " ID-BUSCADO "."
		NOT INVALID KEY
		DISPLAY "  " EMPLEADO-ID " " EMPLEADO-APELLIDO
			" " EMPLEADO-NOMBRE " depto " EMPLEADO-DEPTO
		MOVE ZERO TO NIVELES-SUBIDOS
		MOVE ZERO TO SUPERIOR-ACTUAL
		IF EMPLEADO-SUPERIOR IS NUMERIC
		MOVE EMPLEADO-SUPERIOR TO SUPERIOR-ACTUAL
		END-IF
		IF SUPERIOR-ACTUAL = ZERO
		DISPLAY "  (sin superior cargado)"
		END-IF
		PERFORM UNTIL SUPERIOR-ACTUAL = ZERO
		OR NIVELES-SUBIDOS >= TOPE-NIVELES
			ADD 1 TO NIVELES-SUBIDOS
			PERFORM MOSTRAR-UN-NIVEL
		END-PERFORM
		IF NIVELES-SUBIDOS >= TOPE-NIVELES
		DISPLAY "  ... la línea no termina: hay un lazo."
		END-IF
		END-READ.

	MOSTRAR-UN-NIVEL.
		MOVE SUPERIOR-ACTUAL TO EMPLEADO-ID
		MOVE ZERO TO SUPERIOR-ACTUAL
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		DISPLAY "  reporta a " EMPLEADO-ID " (no existe)"
		NOT INVALID KEY
		DISPLAY "  reporta a " EMPLEADO-ID " "
			EMPLEADO-APELLIDO " " EMPLEADO-NOMBRE
			" depto " EMPLEADO-DEPTO " estado "
			EMPLEADO-ESTADO
		IF EMPLEADO-SUPERIOR IS NUMERIC
		MOVE EMPLEADO-SUPERIOR TO SUPERIOR-ACTUAL
		END-IF
		MOVE EMPLEADO-ID TO DLG-TITULAR
		PERFORM MOSTRAR-DELEGACION-HOY
		END-READ.

	MOSTRAR-DELEGACION-HOY.
		MOVE "N" TO FIN-ARCHIVO
		MOVE ZERO TO DLG-DESDE
		START ARCHIVO-DELEGACIONES
			KEY IS NOT LESS THAN DLG-CLAVE
		INVALID KEY MOVE "S" TO FIN-ARCHIVO
		END-START
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-DELEGACIONES NEXT RECORD
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF DLG-TITULAR NOT = EMPLEADO-ID
			MOVE "S" TO FIN-ARCHIVO
			ELSE
			IF DELEGACION-VIGENTE
			AND DLG-DESDE NOT > WS-FECHA-HOY
			AND DLG-HASTA NOT < WS-FECHA-HOY
			DISPLAY "    ausente: firma " DLG-DELEGADO
				" hasta el " DLG-HASTA
			END-IF
			END-IF
			END-READ
		END-PERFORM.

	VALIDAR-EMPLEADO-ACTIVO.
		MOVE "N" TO CAMPO-VALIDO
		MOVE ID-BUSCADO TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		DISPLAY "No existe el empleado " ID-BUSCADO "."
		NOT INVALID KEY
		IF EMPLEADO-DE-BAJA
		DISPLAY "El empleado " ID-BUSCADO " está de baja."
		ELSE
		DISPLAY "  " EMPLEADO-APELLIDO " " EMPLEADO-NOMBRE
		MOVE "S" TO CAMPO-VALIDO
		END-IF
		END-READ.

	ALTA-DELEGACION.
		DISPLAY "ID del titular ausente: "
		PERFORM SOLICITAR-ID
		PERFORM VALIDAR-EMPLEADO-ACTIVO
		IF CAMPO-VALIDO = "S"
		MOVE ID-BUSCADO TO ID-TITULAR
		DISPLAY "ID del delegado: "
		PERFORM SOLICITAR-ID
		PERFORM VALIDAR-EMPLEADO-ACTIVO
		IF CAMPO-VALIDO = "S"
		MOVE ID-BUSCADO TO ID-DELEGADO
		IF ID-DELEGADO = ID-TITULAR
		DISPLAY "El delegado no puede ser el titular."
		ELSE
		DISPLAY "Desde (AAAAMMDD): "
		PERFORM SOLICITAR-FECHA
		MOVE FECHA-HASTA TO FECHA-DESDE
		DISPLAY "Hasta (AAAAMMDD): "
		PERFORM SOLICITAR-FECHA
		IF FECHA-HASTA < FECHA-DESDE
		DISPLAY "Hasta anterior a desde."
		ELSE
		PERFORM BUSCAR-PISADA
		IF DELEGACION-PISADA = "S"
		DISPLAY "Ya hay una delegación vigente del titular"
			" en ese rango: anúlela primero."
		ELSE
		PERFORM GRABAR-DELEGACION
		END-IF
		END-IF
		END-IF
		END-IF
		END-IF.

	BUSCAR-PISADA.
		MOVE "N" TO DELEGACION-PISADA
		MOVE "N" TO FIN-ARCHIVO
		MOVE ID-TITULAR TO DLG-TITULAR
		MOVE ZERO TO DLG-DESDE
		START ARCHIVO-DELEGACIONES
			KEY IS NOT LESS THAN DLG-CLAVE
		INVALID KEY MOVE "S" TO FIN-ARCHIVO
		END-START
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-DELEGACIONES NEXT RECORD
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF DLG-TITULAR NOT = ID-TITULAR
			MOVE "S" TO FIN-ARCHIVO
			ELSE
			IF DELEGACION-VIGENTE
			AND DLG-DESDE NOT > FECHA-HASTA
			AND DLG-HASTA NOT < FECHA-DESDE
			MOVE "S" TO DELEGACION-PISADA
			END-IF
			END-IF
			END-READ
		END-PERFORM.

	GRABAR-DELEGACION.
		MOVE ID-TITULAR TO DLG-TITULAR
		MOVE FECHA-DESDE TO DLG-DESDE
		MOVE FECHA-HASTA TO DLG-HASTA
		MOVE ID-DELEGADO TO DLG-DELEGADO
		MOVE "V" TO DLG-ESTADO
		MOVE WS-OPERADOR-LOG TO DLG-OPERADOR
		MOVE WS-FECHA-HOY TO DLG-FECHA-ALTA
		WRITE DELEGACIONES-REGISTRO
		INVALID KEY
		DISPLAY "Ya hay una delegación del titular desde esa"
			" fecha."
		NOT INVALID KEY
		DISPLAY "Delegación grabada: " ID-DELEGADO
			" firma por " ID-TITULAR " del " FECHA-DESDE
			" al " FECHA-HASTA
		MOVE SPACES TO IMAGEN-SAT-ANTES
		MOVE DELEGACIONES-REGISTRO TO IMAGEN-SAT-DESPUES
		MOVE "delegaciones" TO NOMBRE-AUDSAT
		MOVE "A" TO OPERACION-AUDSAT
		CALL "AUDSAT" USING WS-PROGRAMA-LOG NOMBRE-AUDSAT
			OPERACION-AUDSAT IMAGEN-SAT-ANTES
			IMAGEN-SAT-DESPUES WS-OPERADOR-LOG
		END-WRITE.

	ANULAR-DELEGACION.
		DISPLAY "ID del titular: "
		PERFORM SOLICITAR-ID
		MOVE ID-BUSCADO TO DLG-TITULAR
		DISPLAY "Desde de la delegación (AAAAMMDD): "
		PERFORM SOLICITAR-FECHA
		MOVE FECHA-HASTA TO DLG-DESDE
		READ ARCHIVO-DELEGACIONES
		INVALID KEY
		DISPLAY "No existe esa delegación."
		NOT INVALID KEY
		IF DELEGACION-ANULADA
		DISPLAY "La delegación ya estaba anulada."
		ELSE
		MOVE DELEGACIONES-REGISTRO TO IMAGEN-SAT-ANTES
		MOVE "X" TO DLG-ESTADO
		REWRITE DELEGACIONES-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo anular la delegación."
		NOT INVALID KEY
		DISPLAY "Delegación anulada."
		MOVE DELEGACIONES-REGISTRO TO IMAGEN-SAT-DESPUES
		MOVE "delegaciones" TO NOMBRE-AUDSAT
		MOVE "M" TO OPERACION-AUDSAT
		CALL "AUDSAT" USING WS-PROGRAMA-LOG NOMBRE-AUDSAT
			OPERACION-AUDSAT IMAGEN-SAT-ANTES
			IMAGEN-SAT-DESPUES WS-OPERADOR-LOG
		END-REWRITE
		END-IF
		END-READ.

	LISTAR-DELEGACIONES.
		DISPLAY "ID del titular: "
		PERFORM SOLICITAR-ID
		MOVE ZERO TO CONTADOR-LISTADOS
		MOVE "N" TO FIN-ARCHIVO
		MOVE ID-BUSCADO TO DLG-TITULAR
		MOVE ZERO TO DLG-DESDE
		START ARCHIVO-DELEGACIONES
			KEY IS NOT LESS THAN DLG-CLAVE
		INVALID KEY MOVE "S" TO FIN-ARCHIVO
		END-START
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-DELEGACIONES NEXT RECORD
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF DLG-TITULAR NOT = ID-BUSCADO
			MOVE "S" TO FIN-ARCHIVO
			ELSE
			ADD 1 TO CONTADOR-LISTADOS
			DISPLAY "  " DLG-DESDE " a " DLG-HASTA
				" delegado " DLG-DELEGADO " estado "
				DLG-ESTADO " por " DLG-OPERADOR
			END-IF
			END-READ
		END-PERFORM
		IF CONTADOR-LISTADOS = ZERO
		DISPLAY "Sin delegaciones para " ID-BUSCADO "."
		END-IF.

	CONTROLAR-LINEAS.
		*> Una pasada carga superior y estado de cada ID en la
		*> tabla; después cada empleado se controla contra
		*> ella sin volver al archivo.
		MOVE ZERO TO CONTADOR-SIN-LINEA
		MOVE ZERO TO CONTADOR-INEXISTENTES
		MOVE ZERO TO CONTADOR-JEFE-BAJA
		MOVE ZERO TO CONTADOR-LAZOS
		PERFORM VARYING INDICE-ID FROM 1 BY 1
		UNTIL INDICE-ID > 99998
			MOVE ZERO TO LIN-SUPERIOR (INDICE-ID)
			MOVE SPACE TO LIN-ESTADO (INDICE-ID)
		END-PERFORM
		MOVE ZERO TO LIN-SUPERIOR (99999)
		MOVE SPACE TO LIN-ESTADO (99999)
		MOVE "N" TO FIN-ARCHIVO
		MOVE ZERO TO EMPLEADO-ID
		START ARCHIVO-EMPLEADOS
			KEY IS NOT LESS THAN EMPLEADO-ID
		INVALID KEY MOVE "S" TO FIN-ARCHIVO
		END-START
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-EMPLEADOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF EMPLEADO-ID NOT = ZERO
			MOVE EMPLEADO-ESTADO TO LIN-ESTADO (EMPLEADO-ID)
			IF EMPLEADO-SUPERIOR IS NUMERIC
			MOVE EMPLEADO-SUPERIOR
				TO LIN-SUPERIOR (EMPLEADO-ID)
			END-IF
			END-IF
			END-READ
		END-PERFORM
		PERFORM VARYING INDICE-ID FROM 1 BY 1
		UNTIL INDICE-ID > 99998
			IF LIN-ESTADO (INDICE-ID) NOT = SPACE
			AND LIN-ESTADO (INDICE-ID) NOT = "B"
			PERFORM CONTROLAR-UNA-LINEA
			END-IF
		END-PERFORM
		DISPLAY "Activos sin superior cargado: "
			CONTADOR-SIN-LINEA
		DISPLAY "Superiores inexistentes: "
			CONTADOR-INEXISTENTES
		DISPLAY "Superiores de baja: " CONTADOR-JEFE-BAJA
		DISPLAY "Lazos: " CONTADOR-LAZOS
		IF CONTADOR-INEXISTENTES > ZERO
		OR CONTADOR-JEFE-BAJA > ZERO
		OR CONTADOR-LAZOS > ZERO
		MOVE SPACES TO WS-MENSAJE-LOG
		STRING "Línea de mando con " DELIMITED BY SIZE
			CONTADOR-LAZOS DELIMITED BY SIZE
			" lazos" DELIMITED BY SIZE
			INTO WS-MENSAJE-LOG
		END-STRING
		MOVE "A" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		END-IF.

	CONTROLAR-UNA-LINEA.
		MOVE LIN-SUPERIOR (INDICE-ID) TO SUPERIOR-ACTUAL
		IF SUPERIOR-ACTUAL = ZERO
		ADD 1 TO CONTADOR-SIN-LINEA
		ELSE
		IF LIN-ESTADO (SUPERIOR-ACTUAL) = SPACE
		ADD 1 TO CONTADOR-INEXISTENTES
		DISPLAY "  " INDICE-ID " reporta a " SUPERIOR-ACTUAL
			", que no existe"
		ELSE
		IF LIN-ESTADO (SUPERIOR-ACTUAL) = "B"
		ADD 1 TO CONTADOR-JEFE-BAJA
		DISPLAY "  " INDICE-ID " reporta a " SUPERIOR-ACTUAL
			", que está de baja"
		END-IF
		MOVE "N" TO HAY-LAZO
		MOVE ZERO TO NIVELES-SUBIDOS
		PERFORM UNTIL SUPERIOR-ACTUAL = ZERO
		OR HAY-LAZO = "S"
		OR NIVELES-SUBIDOS >= TOPE-NIVELES
			ADD 1 TO NIVELES-SUBIDOS
			IF SUPERIOR-ACTUAL = INDICE-ID
			MOVE "S" TO HAY-LAZO
			ELSE
			MOVE LIN-SUPERIOR (SUPERIOR-ACTUAL)
				TO SUPERIOR-ACTUAL
			END-IF
		END-PERFORM
		IF HAY-LAZO = "S"
		ADD 1 TO CONTADOR-LAZOS
		DISPLAY "  " INDICE-ID " aparece en su propia línea"
		END-IF
		END-IF
		END-IF.
	END PROGRAM ORGMANT.
