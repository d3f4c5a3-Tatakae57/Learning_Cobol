	*> Elección de empresa compartida:
	*> Subprograma al estilo de PERGRUPO que pregunta con qué
	*> empresa del grupo se va a trabajar, la busca en el
	*> maestro empresas.dat y controla que el operador firmado
	*> esté autorizado a operarla (USU-EMPRESA-AUT de
	*> usuarios.dat; sin ninguna cargada, solo la 01). NOMINA,
	*> SAC, CERTIF, DECL931 y PERCTL lo llaman después de
	*> SIGNON: cada corrida es de una sola empresa. Un intento
	*> sobre una empresa no autorizada queda en LOGERR.
	*> Si usuarios.dat no existe (arranque inicial, la entrada
	*> de SUPERV) no hay a quién restringir; si empresas.dat
	*> todavía no tiene la empresa 01, se la deja pasar con
	*> aviso y sin cuenta pagadora: la instalación de una sola
	*> empresa sigue corriendo como siempre hasta cargarla con
	*> CIAMANT.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. EMPSEL.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-EMPRESAS
		ASSIGN TO "empresas.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS CIA-CODIGO
		FILE STATUS IS WS-STATUS-CIA.

		SELECT OPTIONAL ARCHIVO-USUARIOS
		ASSIGN TO "usuarios.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS USU-OPERADOR
		FILE STATUS IS WS-STATUS-USU.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-EMPRESAS.
		COPY "empresa.cpy".

	FD ARCHIVO-USUARIOS.
		COPY "usuario.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-CIA PIC XX VALUE "00".
		01 WS-STATUS-USU PIC XX VALUE "00".
		01 CAMPO-ENTRADA PIC X(2) VALUE SPACES.
		01 AUTORIZADA PIC X VALUE "N".
		01 EMPRESAS-CARGADAS PIC 9 VALUE ZERO.
		01 INDICE-AUTORIZADA PIC 9 VALUE ZERO.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "EMPSEL".
		01 WS-MENSAJE-LOG PIC X(40).
		01 WS-SEVERIDAD-LOG PIC X VALUE "A".

	LINKAGE SECTION.
		01 LK-OPERADOR PIC X(8).
		COPY "empsel.cpy".

	PROCEDURE DIVISION USING LK-OPERADOR EMPRESA-ELEGIDA.
	MAIN-PROCEDURE.
		MOVE "N" TO ELE-HALLADA.
		MOVE SPACES TO ELE-RAZON-SOCIAL.
		MOVE ZERO TO ELE-CUIT.
		MOVE ZERO TO ELE-BANCO.
		MOVE SPACES TO ELE-CBU.
		MOVE SPACES TO ELE-MAYOR.
		DISPLAY "Empresa (blanco = 01): ".
		MOVE SPACES TO CAMPO-ENTRADA.
		ACCEPT CAMPO-ENTRADA.
		IF CAMPO-ENTRADA = SPACES
		MOVE 1 TO ELE-CODIGO
		ELSE
		IF CAMPO-ENTRADA IS NUMERIC
		MOVE CAMPO-ENTRADA TO ELE-CODIGO
		ELSE
		DISPLAY "Código de empresa inválido (dos dígitos)."
		GOBACK
		END-IF
		END-IF.
		PERFORM CONTROLAR-AUTORIZACION.
		IF AUTORIZADA = "N"
		DISPLAY "Operador " LK-OPERADOR
			" no autorizado para la empresa " ELE-CODIGO "."
		MOVE SPACES TO WS-MENSAJE-LOG
		STRING "Empresa " DELIMITED BY SIZE
			ELE-CODIGO DELIMITED BY SIZE
			" no autorizada para " DELIMITED BY SIZE
			LK-OPERADOR DELIMITED BY SIZE
			INTO WS-MENSAJE-LOG
		END-STRING
		MOVE "A" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG LK-OPERADOR
		GOBACK
		END-IF.
		PERFORM BUSCAR-EMPRESA.
		GOBACK.

	CONTROLAR-AUTORIZACION.
		MOVE "N" TO AUTORIZADA
		OPEN INPUT ARCHIVO-USUARIOS
		IF WS-STATUS-USU = "35"
		MOVE "S" TO AUTORIZADA
		ELSE
		IF WS-STATUS-USU = "00" OR WS-STATUS-USU = "05"
		MOVE LK-OPERADOR TO USU-OPERADOR
		READ ARCHIVO-USUARIOS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		PERFORM REVISAR-EMPRESAS-USUARIO
		END-READ
		CLOSE ARCHIVO-USUARIOS
		END-IF
		END-IF.

	REVISAR-EMPRESAS-USUARIO.
		*> Usuario sin empresas cargadas: solo la 01.
		MOVE ZERO TO EMPRESAS-CARGADAS
		PERFORM VARYING INDICE-AUTORIZADA FROM 1 BY 1
		UNTIL INDICE-AUTORIZADA > 5
		IF USU-EMPRESA-AUT (INDICE-AUTORIZADA) IS NUMERIC
		AND USU-EMPRESA-AUT (INDICE-AUTORIZADA) > ZERO
			ADD 1 TO EMPRESAS-CARGADAS
			IF USU-EMPRESA-AUT (INDICE-AUTORIZADA)
				= ELE-CODIGO
			MOVE "S" TO AUTORIZADA
			END-IF
		END-IF
		END-PERFORM
		IF EMPRESAS-CARGADAS = ZERO AND ELE-CODIGO = 1
		MOVE "S" TO AUTORIZADA
		END-IF.

	BUSCAR-EMPRESA.
		OPEN INPUT ARCHIVO-EMPRESAS
		IF WS-STATUS-CIA = "00" OR WS-STATUS-CIA = "05"
		MOVE ELE-CODIGO TO CIA-CODIGO
		READ ARCHIVO-EMPRESAS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE "S" TO ELE-HALLADA
		MOVE CIA-RAZON-SOCIAL TO ELE-RAZON-SOCIAL
		MOVE CIA-CUIT TO ELE-CUIT
		MOVE CIA-BANCO TO ELE-BANCO
		MOVE CIA-CBU TO ELE-CBU
		MOVE CIA-MAYOR TO ELE-MAYOR
		END-READ
		CLOSE ARCHIVO-EMPRESAS
		END-IF
		IF ELE-HALLADA = "N"
		IF ELE-CODIGO = 1
		MOVE "S" TO ELE-HALLADA
		MOVE "EMPRESA 01" TO ELE-RAZON-SOCIAL
		DISPLAY "Aviso: falta la empresa 01 en empresas.dat:"
		DISPLAY "cárguela con CIAMANT (CUIT y cuenta)."
		ELSE
		DISPLAY "No existe la empresa " ELE-CODIGO "."
		END-IF
		END-IF
		IF ELE-HALLADA = "S"
		DISPLAY "Empresa " ELE-CODIGO " " ELE-RAZON-SOCIAL
		END-IF.
	END PROGRAM EMPSEL.
