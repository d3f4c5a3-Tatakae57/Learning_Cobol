	*> departamentos.dat, al estilo de BASE1 y TARMANT, para que
	*> el maestro contra el que validan las pantallas de alta se
	*> mantenga bajo programa.
	*> Cada departamento pertenece a una empresa del grupo
	*> (DEP-EMPRESA, del maestro de CIAMANT): la 01 siempre
	*> vale; las demás tienen que estar dadas de alta.
	*> Cada departamento informa también el establecimiento
	*> (lugar de trabajo) que ALTATEMP declara al organismo;
	*> cero es la sede de la empresa.
	*> La marca de francos compensatorios dice si el
	*> departamento devuelve las horas extra en francos a los
	*> empleados que adhieren (FRANCOS) en vez de pagarlas.
	*> Al modificar, la empresa en blanco deja la que tenía, y
	*> no se cambia mientras empleados.dat tenga gente del
	*> departamento (de baja incluidos), como CIAMANT antes de
	*> eliminar una empresa.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. DEPMANT.

		RECORD KEY IS DEP-CODIGO
		FILE STATUS IS WS-STATUS-DEP.

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

		SELECT OPTIONAL ARCHIVO-EMPRESAS
		ASSIGN TO "empresas.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS CIA-CODIGO
		FILE STATUS IS WS-STATUS-CIA.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-DEPARTAMENTOS.
		COPY "depto.cpy".

	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	FD ARCHIVO-EMPRESAS.
		COPY "empresa.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-DEP PIC XX VALUE "00".
		01 WS-STATUS-CIA PIC XX VALUE "00".
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 FIN-EMPLEADOS PIC X VALUE "N".
		01 EMPLEADOS-DEPTO PIC 9(5) VALUE ZERO.
		01 EMPRESA-OMISION PIC 9(2) VALUE 1.
		01 EMPRESA-ACTUAL PIC 9(2) VALUE 1.
		01 EMPRESA-ENTRADA PIC X(2) VALUE SPACES.
		01 EMPRESA-DEPTO PIC 9(2) VALUE 1.
		01 ESTABLECIMIENTO-ENTRADA PIC X(4) VALUE SPACES.
		01 ESTABLECIMIENTO-DEPTO PIC 9(4) VALUE ZERO.
		01 FRANCOS-ENTRADA PIC X VALUE SPACE.
		01 CONTINUAR PIC X VALUE "S".
		01 OPCION-MENU PIC 9 VALUE 1.
		01 CODIGO-BUSCADO PIC 9(3) VALUE ZERO.
			END-IF
		END-PERFORM.

	SOLICITAR-EMPRESA.
		*> La 01 vale siempre (es la de siempre); otra empresa
		*> tiene que existir en empresas.dat. El blanco toma
		*> EMPRESA-OMISION: la 01 en el alta, la actual al
		*> modificar.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Empresa (blanco = " EMPRESA-OMISION
				"): "
			MOVE SPACES TO EMPRESA-ENTRADA
			ACCEPT EMPRESA-ENTRADA
			IF EMPRESA-ENTRADA = SPACES
			MOVE EMPRESA-OMISION TO EMPRESA-DEPTO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			IF EMPRESA-ENTRADA IS NUMERIC
			AND EMPRESA-ENTRADA NOT = "00"
			MOVE EMPRESA-ENTRADA TO EMPRESA-DEPTO
			PERFORM VERIFICAR-EMPRESA
			ELSE
			DISPLAY "Código de empresa inválido."
			END-IF
			END-IF
		END-PERFORM.

	VERIFICAR-EMPRESA.
		IF EMPRESA-DEPTO = 1
		MOVE "S" TO CAMPO-VALIDO
		ELSE
		OPEN INPUT ARCHIVO-EMPRESAS
		IF WS-STATUS-CIA = "00" OR WS-STATUS-CIA = "05"
		MOVE EMPRESA-DEPTO TO CIA-CODIGO
		READ ARCHIVO-EMPRESAS
		INVALID KEY
		DISPLAY "No existe la empresa " EMPRESA-DEPTO "."
		NOT INVALID KEY
		MOVE "S" TO CAMPO-VALIDO
		END-READ
		CLOSE ARCHIVO-EMPRESAS
		ELSE
		DISPLAY "No existe la empresa " EMPRESA-DEPTO "."
		END-IF
		END-IF.

	SOLICITAR-ESTABLECIMIENTO.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Establecimiento (blanco = sede): "
			MOVE SPACES TO ESTABLECIMIENTO-ENTRADA
			ACCEPT ESTABLECIMIENTO-ENTRADA
			IF ESTABLECIMIENTO-ENTRADA = SPACES
			MOVE ZERO TO ESTABLECIMIENTO-DEPTO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			IF ESTABLECIMIENTO-ENTRADA IS NUMERIC
			MOVE ESTABLECIMIENTO-ENTRADA
				TO ESTABLECIMIENTO-DEPTO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Establecimiento inválido."
			END-IF
			END-IF
		END-PERFORM.

	SOLICITAR-FRANCOS.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Horas extra en francos compensatorios"
				" (S/N): "
			MOVE SPACE TO FRANCOS-ENTRADA
			ACCEPT FRANCOS-ENTRADA
			IF FRANCOS-ENTRADA = "s"
			MOVE "S" TO FRANCOS-ENTRADA
			END-IF
			IF FRANCOS-ENTRADA = "n"
			OR FRANCOS-ENTRADA = SPACE
			MOVE "N" TO FRANCOS-ENTRADA
			END-IF
			IF FRANCOS-ENTRADA = "S"
			OR FRANCOS-ENTRADA = "N"
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Responda S o N."
			END-IF
		END-PERFORM.

	ALTA-DEPARTAMENTO.
		PERFORM SOLICITAR-CODIGO
		MOVE CODIGO-BUSCADO TO DEP-CODIGO
		INVALID KEY
		DISPLAY "Nombre del departamento: "
		ACCEPT DEP-NOMBRE
		MOVE 1 TO EMPRESA-OMISION
		PERFORM SOLICITAR-EMPRESA
		MOVE EMPRESA-DEPTO TO DEP-EMPRESA
		PERFORM SOLICITAR-ESTABLECIMIENTO
		MOVE ESTABLECIMIENTO-DEPTO TO DEP-ESTABLECIMIENTO
		PERFORM SOLICITAR-FRANCOS
		MOVE FRANCOS-ENTRADA TO DEP-FRANCOS
		MOVE CODIGO-BUSCADO TO DEP-CODIGO
		WRITE DEPARTAMENTOS-REGISTRO
		IF WS-STATUS-DEP NOT = "00"
		DISPLAY "Nombre actual: " DEP-NOMBRE
		DISPLAY "Nuevo nombre: "
		ACCEPT DEP-NOMBRE
		IF DEP-EMPRESA IS NOT NUMERIC OR DEP-EMPRESA = ZERO
		MOVE 1 TO DEP-EMPRESA
		END-IF
		DISPLAY "Empresa actual: " DEP-EMPRESA
		MOVE DEP-EMPRESA TO EMPRESA-ACTUAL
		MOVE DEP-EMPRESA TO EMPRESA-OMISION
		PERFORM SOLICITAR-EMPRESA
		IF EMPRESA-DEPTO NOT = EMPRESA-ACTUAL
		PERFORM CONTAR-EMPLEADOS-DEPTO
		IF EMPLEADOS-DEPTO > ZERO
		DISPLAY "El departamento tiene " EMPLEADOS-DEPTO
			" empleado(s): sigue en la empresa "
			EMPRESA-ACTUAL "."
		MOVE EMPRESA-ACTUAL TO EMPRESA-DEPTO
		END-IF
		END-IF
		MOVE EMPRESA-DEPTO TO DEP-EMPRESA
		IF DEP-ESTABLECIMIENTO IS NOT NUMERIC
		MOVE ZERO TO DEP-ESTABLECIMIENTO
		END-IF
		DISPLAY "Establecimiento actual: " DEP-ESTABLECIMIENTO
		PERFORM SOLICITAR-ESTABLECIMIENTO
		MOVE ESTABLECIMIENTO-DEPTO TO DEP-ESTABLECIMIENTO
		IF NOT DEP-CON-FRANCOS
		MOVE "N" TO DEP-FRANCOS
		END-IF
		DISPLAY "Francos compensatorios actual: " DEP-FRANCOS
		PERFORM SOLICITAR-FRANCOS
		MOVE FRANCOS-ENTRADA TO DEP-FRANCOS
		REWRITE DEPARTAMENTOS-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo modificar."
		NOT INVALID KEY
		DISPLAY "Departamento eliminado."
		END-DELETE.

	CONTAR-EMPLEADOS-DEPTO.
		*> Cuentan todos, de baja incluidos: su historia sigue
		*> atada a la empresa del departamento.
		MOVE ZERO TO EMPLEADOS-DEPTO
		MOVE "N" TO FIN-EMPLEADOS
		OPEN INPUT ARCHIVO-EMPLEADOS
		IF WS-STATUS-EMP NOT = "00" AND WS-STATUS-EMP NOT = "05"
		MOVE "S" TO FIN-EMPLEADOS
		END-IF
		PERFORM UNTIL FIN-EMPLEADOS = "S"
			READ ARCHIVO-EMPLEADOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-EMPLEADOS
			NOT AT END
			IF EMPLEADO-DEPTO = DEP-CODIGO
			ADD 1 TO EMPLEADOS-DEPTO
			END-IF
			END-READ
		END-PERFORM
		IF WS-STATUS-EMP = "00" OR WS-STATUS-EMP = "05"
		OR WS-STATUS-EMP = "10"
		CLOSE ARCHIVO-EMPLEADOS
		END-IF.
	END PROGRAM DEPMANT.
