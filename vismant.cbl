	*> Mantenimiento de la visibilidad de importes:
	*> El operador de carga atiende domicilios y estados desde
	*> CONSULTA y LEGAJO, pero no tiene por qué ver tarifas,
	*> saldos de adelanto, embargos ni el neto cobrado. Acá un
	*> supervisor fija en visibilidad.dat la regla de cada
	*> nivel de USU-NIVEL (ve o no ve importes) y da o quita
	*> el permiso de ver sueldos a un operador puntual (el de
	*> liquidaciones, aunque sea nivel 1), que pisa la regla
	*> de su nivel. Borrar el permiso devuelve al operador a
	*> la regla. VERSUEL aplica la tabla en las pantallas de
	*> consulta y en los reportes del menú. Cada cambio queda
	*> en AUDSAT con la imagen del renglón.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. VISMANT.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-VISIBILIDAD
		ASSIGN TO "visibilidad.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS VIS-CLAVE
		FILE STATUS IS WS-STATUS-VIS.

		SELECT OPTIONAL ARCHIVO-USUARIOS
		ASSIGN TO "usuarios.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS USU-OPERADOR
		FILE STATUS IS WS-STATUS-USU.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-VISIBILIDAD.
		COPY "visibil.cpy".

	FD ARCHIVO-USUARIOS.
		COPY "usuario.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-VIS PIC XX VALUE "00".
		01 WS-STATUS-USU PIC XX VALUE "00".
		01 CONTINUAR PIC X VALUE "S".
		01 OPCION-MENU PIC 9 VALUE 1.
		01 CAMPO-ENTRADA PIC X(8) VALUE SPACES.
		01 CAMPO-VALIDO PIC X VALUE "N".
		01 NIVEL-ENTRADA PIC X VALUE SPACE.
		01 OPERADOR-BUSCADO PIC X(8) VALUE SPACES.
		01 OPERADOR-VALIDO PIC X VALUE "N".
		01 RESPUESTA-VE PIC X VALUE "N".
		01 RENGLON-EXISTE PIC X VALUE "N".
		01 FIN-VISIBILIDAD PIC X VALUE "N".
		01 CONTADOR-RENGLONES PIC 9(5) VALUE ZERO.
		01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
		01 NOMBRE-AUDSAT PIC X(12) VALUE "visibilidad".
		01 OPERACION-AUDSAT PIC X VALUE "M".
		01 IMAGEN-SAT-ANTES PIC X(40) VALUE SPACES.
		01 IMAGEN-SAT-DESPUES PIC X(40) VALUE SPACES.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "VISMANT".
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
		DISPLAY "Solo supervisores mantienen la visibilidad."
		GOBACK
		END-IF.
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
		OPEN I-O ARCHIVO-VISIBILIDAD
		IF WS-STATUS-VIS NOT = "00" AND WS-STATUS-VIS NOT = "05"
		DISPLAY "Error al abrir visibilidad.dat. Status: "
			WS-STATUS-VIS
		GOBACK
		END-IF.
		PERFORM UNTIL CONTINUAR = "N" OR CONTINUAR = "n"
			PERFORM MOSTRAR-MENU
			ACCEPT OPCION-MENU
			EVALUATE OPCION-MENU
				WHEN 1
					PERFORM FIJAR-REGLA-NIVEL
				WHEN 2
					PERFORM FIJAR-PERMISO-OPERADOR
				WHEN 3
					PERFORM QUITAR-PERMISO-OPERADOR
				WHEN 4
					PERFORM LISTAR-VISIBILIDAD
				WHEN OTHER
					DISPLAY "Opción inválida."
			END-EVALUATE
			DISPLAY "Continuar programa: "
			ACCEPT CONTINUAR
		END-PERFORM.
		CLOSE ARCHIVO-VISIBILIDAD.
		GOBACK.

	MOSTRAR-MENU.
		DISPLAY "1. Regla por nivel de usuario".
		DISPLAY "2. Permiso de ver sueldos a un operador".
		DISPLAY "3. Quitar permiso propio (vuelve a la regla)".
		DISPLAY "4. Listar la tabla".
		DISPLAY "Opción: ".

	SOLICITAR-VE.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "¿Ve tarifas, saldos y pagos? (S/N): "
			ACCEPT RESPUESTA-VE
			IF RESPUESTA-VE = "s"
			MOVE "S" TO RESPUESTA-VE
			END-IF
			IF RESPUESTA-VE = "n"
			MOVE "N" TO RESPUESTA-VE
			END-IF
			IF RESPUESTA-VE = "S" OR RESPUESTA-VE = "N"
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Responda S o N."
			END-IF
		END-PERFORM.

	SOLICITAR-OPERADOR.
		*> El operador tiene que existir en usuarios.dat.
		MOVE "N" TO OPERADOR-VALIDO
		DISPLAY "Operador: "
		MOVE SPACES TO OPERADOR-BUSCADO
		ACCEPT OPERADOR-BUSCADO
		OPEN INPUT ARCHIVO-USUARIOS
		IF WS-STATUS-USU = "00" OR WS-STATUS-USU = "05"
		MOVE OPERADOR-BUSCADO TO USU-OPERADOR
		READ ARCHIVO-USUARIOS
		INVALID KEY
		DISPLAY "No existe el operador " OPERADOR-BUSCADO "."
		NOT INVALID KEY
		MOVE "S" TO OPERADOR-VALIDO
		DISPLAY "Operador " USU-OPERADOR " nivel " USU-NIVEL
		END-READ
		CLOSE ARCHIVO-USUARIOS
		ELSE
		DISPLAY "No se pudo abrir usuarios.dat."
		END-IF.

	AUDITAR-VISIBILIDAD.
		CALL "AUDSAT" USING WS-PROGRAMA-LOG NOMBRE-AUDSAT
			OPERACION-AUDSAT IMAGEN-SAT-ANTES
			IMAGEN-SAT-DESPUES WS-OPERADOR-LOG.

	GRABAR-RENGLON.
		*> Alta o reescritura del renglón cuya clave ya está
		*> armada en VIS-CLAVE.
		MOVE "N" TO RENGLON-EXISTE
		MOVE SPACES TO IMAGEN-SAT-ANTES
		READ ARCHIVO-VISIBILIDAD
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE "S" TO RENGLON-EXISTE
		MOVE VISIBILIDAD-REGISTRO TO IMAGEN-SAT-ANTES
		DISPLAY "Actual: " VIS-VE-IMPORTES " desde " VIS-FECHA
			" por " VIS-OTORGADO-POR
		END-READ
		PERFORM SOLICITAR-VE
		MOVE RESPUESTA-VE TO VIS-VE-IMPORTES
		MOVE WS-FECHA-HOY TO VIS-FECHA
		MOVE WS-OPERADOR-LOG TO VIS-OTORGADO-POR
		IF RENGLON-EXISTE = "S"
		REWRITE VISIBILIDAD-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo modificar."
		NOT INVALID KEY
		DISPLAY "Renglón modificado."
		MOVE "M" TO OPERACION-AUDSAT
		MOVE VISIBILIDAD-REGISTRO TO IMAGEN-SAT-DESPUES
		PERFORM AUDITAR-VISIBILIDAD
		END-REWRITE
		ELSE
		WRITE VISIBILIDAD-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo grabar."
		NOT INVALID KEY
		DISPLAY "Renglón dado de alta."
		MOVE "A" TO OPERACION-AUDSAT
		MOVE VISIBILIDAD-REGISTRO TO IMAGEN-SAT-DESPUES
		PERFORM AUDITAR-VISIBILIDAD
		END-WRITE
		END-IF.

	FIJAR-REGLA-NIVEL.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Nivel (1 = operador, 2 = supervisor): "
			ACCEPT NIVEL-ENTRADA
			IF NIVEL-ENTRADA = "1" OR NIVEL-ENTRADA = "2"
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Nivel inválido."
			END-IF
		END-PERFORM
		MOVE "N" TO VIS-CLASE
		MOVE SPACES TO VIS-SUJETO
		MOVE NIVEL-ENTRADA TO VIS-SUJETO (1:1)
		PERFORM GRABAR-RENGLON.

	FIJAR-PERMISO-OPERADOR.
		PERFORM SOLICITAR-OPERADOR
		IF OPERADOR-VALIDO = "S"
		MOVE "O" TO VIS-CLASE
		MOVE OPERADOR-BUSCADO TO VIS-SUJETO
		PERFORM GRABAR-RENGLON
		END-IF.

	QUITAR-PERMISO-OPERADOR.
		DISPLAY "Operador: "
		MOVE SPACES TO OPERADOR-BUSCADO
		ACCEPT OPERADOR-BUSCADO
		MOVE "O" TO VIS-CLASE
		MOVE OPERADOR-BUSCADO TO VIS-SUJETO
		READ ARCHIVO-VISIBILIDAD
		INVALID KEY
		DISPLAY "Ese operador no tiene permiso propio."
		NOT INVALID KEY
		MOVE VISIBILIDAD-REGISTRO TO IMAGEN-SAT-ANTES
		DELETE ARCHIVO-VISIBILIDAD
		INVALID KEY
		DISPLAY "No se pudo eliminar."
		NOT INVALID KEY
		DISPLAY "Permiso quitado: vuelve a la regla del nivel."
		MOVE "B" TO OPERACION-AUDSAT
		MOVE SPACES TO IMAGEN-SAT-DESPUES
		PERFORM AUDITAR-VISIBILIDAD
		END-DELETE
		END-READ.

	LISTAR-VISIBILIDAD.
		MOVE ZERO TO CONTADOR-RENGLONES
		MOVE "N" TO FIN-VISIBILIDAD
		MOVE LOW-VALUES TO VIS-CLAVE
		START ARCHIVO-VISIBILIDAD
			KEY IS NOT LESS THAN VIS-CLAVE
		INVALID KEY MOVE "S" TO FIN-VISIBILIDAD
		END-START
		PERFORM UNTIL FIN-VISIBILIDAD = "S"
			READ ARCHIVO-VISIBILIDAD NEXT RECORD
			AT END
			MOVE "S" TO FIN-VISIBILIDAD
			NOT AT END
			ADD 1 TO CONTADOR-RENGLONES
			IF VIS-REGLA-NIVEL
			DISPLAY "Nivel " VIS-SUJETO (1:1)
				"          ve importes: "
				VIS-VE-IMPORTES
				"  " VIS-FECHA " " VIS-OTORGADO-POR
			ELSE
			DISPLAY "Operador " VIS-SUJETO
				"  ve importes: " VIS-VE-IMPORTES
				"  " VIS-FECHA " " VIS-OTORGADO-POR
			END-IF
			END-READ
		END-PERFORM
		IF CONTADOR-RENGLONES = ZERO
		DISPLAY "Tabla vacía: el nivel 2 ve importes y el 1"
			" no."
		END-IF.
	END PROGRAM VISMANT.
