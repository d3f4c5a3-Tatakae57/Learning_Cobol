	*> Legajo de ingreso del empleado nuevo:
	*> Los ingresantes llegaban a su primera NOMINA sin cuenta
	*> bancaria, domicilio, CUIL o contrato firmado, y cobraban
	*> por cheque o no cobraban. Acá se mantiene la lista de
	*> requisitos de ingreso por puesto (requisitos_ingreso.dat,
	*> la 000 es la general; solo supervisores) y se abre el
	*> legajo de cada ingresante (ingresos.dat): un renglón por
	*> requisito de la lista general más la de su puesto, con
	*> el supervisor responsable. Los ítems que salen de los
	*> datos (cuenta, domicilio, CUIL, puesto) se cumplen solos
	*> con VALING cada vez que se consulta el legajo; los demás
	*> se tildan a mano y quedan en AUDSAT con el operador.
	*> INGPEND saca el reporte diario de pendientes por
	*> supervisor y PRENOM frena la liquidación mientras un
	*> ingresante tenga abierto un ítem crítico.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. INGMANT.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-REQUISITOS
		ASSIGN TO "requisitos_ingreso.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS RQI-CLAVE
		FILE STATUS IS WS-STATUS-RQI.

		SELECT OPTIONAL ARCHIVO-INGRESOS
		ASSIGN TO "ingresos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS ING-CLAVE
		FILE STATUS IS WS-STATUS-ING.

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

		SELECT OPTIONAL ARCHIVO-USUARIOS
		ASSIGN TO "usuarios.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS USU-OPERADOR
		FILE STATUS IS WS-STATUS-USU.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-REQUISITOS.
		COPY "reqing.cpy".

	FD ARCHIVO-INGRESOS.
		COPY "ingreso.cpy".

	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	FD ARCHIVO-USUARIOS.
		COPY "usuario.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-RQI PIC XX VALUE "00".
		01 WS-STATUS-ING PIC XX VALUE "00".
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 WS-STATUS-USU PIC XX VALUE "00".
		01 CONTINUAR PIC X VALUE "S".
		01 OPCION-MENU PIC 9 VALUE 1.
		01 CAMPO-ENTRADA PIC X(5) VALUE SPACES.
		01 CAMPO-VALIDO PIC X VALUE "N".
		01 PUESTO-BUSCADO PIC 9(3) VALUE ZERO.
		01 ITEM-BUSCADO PIC X(4) VALUE SPACES.
		01 ID-BUSCADO PIC 9(5) VALUE ZERO.
		01 PUESTO-EMPLEADO PIC 9(3) VALUE ZERO.
		01 SUPERVISOR-INGRESO PIC X(8) VALUE SPACES.
		01 EMPLEADO-HALLADO PIC X VALUE "N".
		01 LEGAJO-EXISTE PIC X VALUE "N".
		01 FIN-REQUISITOS PIC X VALUE "N".
		01 FIN-INGRESOS PIC X VALUE "N".
		01 ITEMS-COPIADOS PIC 9(3) VALUE ZERO.
		01 ITEMS-PENDIENTES PIC 9(3) VALUE ZERO.
		01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
		COPY "valing.cpy".
		01 USUARIOS-ABIERTO PIC X VALUE "N".
		*> Imagen corta del renglón para AUDSAT.
		01 IMAGEN-INGRESO.
			02 IMI-ID PIC 9(5).
			02 IMI-ITEM PIC X(4).
			02 IMI-ESTADO PIC X.
			02 IMI-SUPERVISOR PIC X(8).
			02 IMI-FECHA-CUMPLIDO PIC 9(8).
			02 IMI-OPERADOR PIC X(8).
		01 NOMBRE-AUDSAT PIC X(12) VALUE "ingresos".
		01 OPERACION-AUDSAT PIC X VALUE "M".
		01 IMAGEN-SAT-ANTES PIC X(40) VALUE SPACES.
		01 IMAGEN-SAT-DESPUES PIC X(40) VALUE SPACES.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "INGMANT".
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
		OPEN I-O ARCHIVO-REQUISITOS
		IF WS-STATUS-RQI NOT = "00" AND WS-STATUS-RQI NOT = "05"
		DISPLAY "Error al abrir requisitos_ingreso.dat."
			" Status: " WS-STATUS-RQI
		GOBACK
		END-IF.
		OPEN I-O ARCHIVO-INGRESOS
		IF WS-STATUS-ING NOT = "00" AND WS-STATUS-ING NOT = "05"
		DISPLAY "Error al abrir ingresos.dat. Status: "
			WS-STATUS-ING
		GOBACK
		END-IF.
		PERFORM UNTIL CONTINUAR = "N" OR CONTINUAR = "n"
			PERFORM MOSTRAR-MENU
			ACCEPT OPCION-MENU
			EVALUATE OPCION-MENU
				WHEN 1
					IF NIVEL-FIRMADO < 2
					DISPLAY "Solo supervisores."
					ELSE
					PERFORM ALTA-REQUISITO
					END-IF
				WHEN 2
					IF NIVEL-FIRMADO < 2
					DISPLAY "Solo supervisores."
					ELSE
					PERFORM ELIMINAR-REQUISITO
					END-IF
				WHEN 3
					PERFORM LISTAR-REQUISITOS
				WHEN 4
					PERFORM ABRIR-LEGAJO
				WHEN 5
					PERFORM TILDAR-ITEM
				WHEN 6
					PERFORM CONSULTAR-LEGAJO
				WHEN OTHER
					DISPLAY "Opción inválida."
			END-EVALUATE
			DISPLAY "Continuar programa: "
			ACCEPT CONTINUAR
		END-PERFORM.
		CLOSE ARCHIVO-REQUISITOS.
		CLOSE ARCHIVO-INGRESOS.
		GOBACK.

	MOSTRAR-MENU.
		DISPLAY "1. Alta de requisito de un puesto".
		DISPLAY "2. Eliminar requisito de un puesto".
		DISPLAY "3. Listar requisitos de un puesto".
		DISPLAY "4. Abrir legajo de ingreso".
		DISPLAY "5. Tildar ítem cumplido".
		DISPLAY "6. Consultar legajo de ingreso".
		DISPLAY "Opción: ".

	SOLICITAR-PUESTO.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Puesto (000 = lista general): "
			MOVE SPACES TO CAMPO-ENTRADA
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:3) IS NUMERIC
			MOVE CAMPO-ENTRADA (1:3) TO PUESTO-BUSCADO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Puesto inválido (000 a 999)."
			END-IF
		END-PERFORM.

	SOLICITAR-ITEM.
		MOVE SPACES TO ITEM-BUSCADO
		PERFORM UNTIL ITEM-BUSCADO NOT = SPACES
			DISPLAY "Ítem (hasta 4; CTA DOM CUIL PUES"
				" se cumplen solos): "
			ACCEPT ITEM-BUSCADO
		END-PERFORM.

	SOLICITAR-ID.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "ID de empleado: "
			MOVE SPACES TO CAMPO-ENTRADA
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA IS NUMERIC
			MOVE CAMPO-ENTRADA TO ID-BUSCADO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "ID inválido (5 dígitos)."
			END-IF
		END-PERFORM.

	ALTA-REQUISITO.
		PERFORM SOLICITAR-PUESTO
		PERFORM SOLICITAR-ITEM
		MOVE PUESTO-BUSCADO TO RQI-PUESTO
		MOVE ITEM-BUSCADO TO RQI-ITEM
		READ ARCHIVO-REQUISITOS
		INVALID KEY
		DISPLAY "Descripción: "
		ACCEPT RQI-DESCRIPCION
		DISPLAY "¿Sin él no se cobra bien? (S/N): "
		ACCEPT RQI-CRITICO
		IF RQI-CRITICO = "s"
		MOVE "S" TO RQI-CRITICO
		END-IF
		IF RQI-CRITICO NOT = "S"
		MOVE "N" TO RQI-CRITICO
		END-IF
		MOVE PUESTO-BUSCADO TO RQI-PUESTO
		MOVE ITEM-BUSCADO TO RQI-ITEM
		WRITE REQUISITOS-INGRESO
		INVALID KEY
		DISPLAY "No se pudo grabar el requisito."
		NOT INVALID KEY
		DISPLAY "Requisito dado de alta."
		END-WRITE
		NOT INVALID KEY
		DISPLAY "Ya existe: " RQI-DESCRIPCION
		END-READ.

	ELIMINAR-REQUISITO.
		*> Los legajos ya abiertos conservan su renglón: la
		*> lista rige para los ingresos que vienen.
		PERFORM SOLICITAR-PUESTO
		PERFORM SOLICITAR-ITEM
		MOVE PUESTO-BUSCADO TO RQI-PUESTO
		MOVE ITEM-BUSCADO TO RQI-ITEM
		DELETE ARCHIVO-REQUISITOS
		INVALID KEY
		DISPLAY "No existe ese requisito."
		NOT INVALID KEY
		DISPLAY "Requisito eliminado."
		END-DELETE.

	LISTAR-REQUISITOS.
		PERFORM SOLICITAR-PUESTO
		MOVE "N" TO FIN-REQUISITOS
		MOVE PUESTO-BUSCADO TO RQI-PUESTO
		MOVE SPACES TO RQI-ITEM
		START ARCHIVO-REQUISITOS
			KEY IS NOT LESS THAN RQI-CLAVE
		INVALID KEY MOVE "S" TO FIN-REQUISITOS
		END-START
		PERFORM UNTIL FIN-REQUISITOS = "S"
			READ ARCHIVO-REQUISITOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-REQUISITOS
			NOT AT END
			IF RQI-PUESTO NOT = PUESTO-BUSCADO
			MOVE "S" TO FIN-REQUISITOS
			ELSE
			DISPLAY RQI-ITEM " " RQI-DESCRIPCION
				" crítico " RQI-CRITICO
			END-IF
			END-READ
		END-PERFORM.

	LEER-EMPLEADO.
		MOVE "N" TO EMPLEADO-HALLADO
		OPEN INPUT ARCHIVO-EMPLEADOS
		IF WS-STATUS-EMP = "00" OR WS-STATUS-EMP = "05"
		MOVE ID-BUSCADO TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		DISPLAY "No existe ese ID."
		NOT INVALID KEY
		MOVE "S" TO EMPLEADO-HALLADO
		MOVE EMPLEADO-PUESTO TO PUESTO-EMPLEADO
		DISPLAY EMPLEADO-APELLIDO " " EMPLEADO-NOMBRE
			" ingreso " EMPLEADO-FECHA-INGRESO
		END-READ
		CLOSE ARCHIVO-EMPLEADOS
		END-IF.

	BUSCAR-LEGAJO.
		MOVE "N" TO LEGAJO-EXISTE
		MOVE ID-BUSCADO TO ING-ID
		MOVE SPACES TO ING-ITEM
		START ARCHIVO-INGRESOS
			KEY IS NOT LESS THAN ING-CLAVE
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		READ ARCHIVO-INGRESOS NEXT RECORD
		AT END
		CONTINUE
		NOT AT END
		IF ING-ID = ID-BUSCADO
		MOVE "S" TO LEGAJO-EXISTE
		END-IF
		END-READ
		END-START.

	SOLICITAR-SUPERVISOR.
		*> El responsable tiene que ser un supervisor de
		*> usuarios.dat: el reporte diario sale a su nombre.
		*> Sin usuarios.dat queda a cargo quien abre el legajo.
		MOVE "N" TO CAMPO-VALIDO
		MOVE "S" TO USUARIOS-ABIERTO
		OPEN INPUT ARCHIVO-USUARIOS
		IF WS-STATUS-USU NOT = "00" AND WS-STATUS-USU NOT = "05"
		MOVE "N" TO USUARIOS-ABIERTO
		MOVE WS-OPERADOR-LOG TO SUPERVISOR-INGRESO
		MOVE "S" TO CAMPO-VALIDO
		END-IF
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Supervisor responsable (operador): "
			MOVE SPACES TO SUPERVISOR-INGRESO
			ACCEPT SUPERVISOR-INGRESO
			MOVE SUPERVISOR-INGRESO TO USU-OPERADOR
			READ ARCHIVO-USUARIOS
			INVALID KEY
			DISPLAY "No existe ese operador."
			NOT INVALID KEY
			IF NIVEL-SUPERVISOR
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Ese operador no es supervisor."
			END-IF
			END-READ
		END-PERFORM
		IF USUARIOS-ABIERTO = "S"
		CLOSE ARCHIVO-USUARIOS
		END-IF.

	ABRIR-LEGAJO.
		PERFORM SOLICITAR-ID
		PERFORM LEER-EMPLEADO
		IF EMPLEADO-HALLADO = "S"
		PERFORM BUSCAR-LEGAJO
		IF LEGAJO-EXISTE = "S"
		DISPLAY "El empleado ya tiene legajo de ingreso."
		ELSE
		PERFORM SOLICITAR-SUPERVISOR
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
		MOVE ZERO TO ITEMS-COPIADOS
		MOVE ZERO TO PUESTO-BUSCADO
		PERFORM COPIAR-REQUISITOS
		IF PUESTO-EMPLEADO NOT = ZERO
		MOVE PUESTO-EMPLEADO TO PUESTO-BUSCADO
		PERFORM COPIAR-REQUISITOS
		END-IF
		DISPLAY "Legajo abierto con " ITEMS-COPIADOS
			" ítems."
		PERFORM CONSULTAR-ITEMS
		END-IF
		END-IF.

	COPIAR-REQUISITOS.
		*> Un ítem de la lista del puesto que ya vino en la
		*> general no se duplica: el WRITE lo rechaza por clave.
		MOVE "N" TO FIN-REQUISITOS
		MOVE PUESTO-BUSCADO TO RQI-PUESTO
		MOVE SPACES TO RQI-ITEM
		START ARCHIVO-REQUISITOS
			KEY IS NOT LESS THAN RQI-CLAVE
		INVALID KEY MOVE "S" TO FIN-REQUISITOS
		END-START
		PERFORM UNTIL FIN-REQUISITOS = "S"
			READ ARCHIVO-REQUISITOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-REQUISITOS
			NOT AT END
			IF RQI-PUESTO NOT = PUESTO-BUSCADO
			MOVE "S" TO FIN-REQUISITOS
			ELSE
			PERFORM GRABAR-ITEM-LEGAJO
			END-IF
			END-READ
		END-PERFORM.

	GRABAR-ITEM-LEGAJO.
		MOVE ID-BUSCADO TO ING-ID
		MOVE RQI-ITEM TO ING-ITEM
		MOVE RQI-DESCRIPCION TO ING-DESCRIPCION
		MOVE RQI-CRITICO TO ING-CRITICO
		MOVE "P" TO ING-ESTADO
		MOVE SUPERVISOR-INGRESO TO ING-SUPERVISOR
		MOVE WS-FECHA-HOY TO ING-FECHA-APERTURA
		MOVE ZERO TO ING-FECHA-CUMPLIDO
		MOVE SPACES TO ING-OPERADOR
		WRITE INGRESOS-REGISTRO
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		ADD 1 TO ITEMS-COPIADOS
		MOVE "A" TO OPERACION-AUDSAT
		MOVE SPACES TO IMAGEN-SAT-ANTES
		PERFORM ARMAR-IMAGEN-INGRESO
		MOVE IMAGEN-INGRESO TO IMAGEN-SAT-DESPUES
		PERFORM AUDITAR-INGRESO
		END-WRITE.

	TILDAR-ITEM.
		PERFORM SOLICITAR-ID
		PERFORM SOLICITAR-ITEM
		MOVE ID-BUSCADO TO ING-ID
		MOVE ITEM-BUSCADO TO ING-ITEM
		READ ARCHIVO-INGRESOS
		INVALID KEY
		DISPLAY "Ese ítem no está en el legajo."
		NOT INVALID KEY
		MOVE ID-BUSCADO TO VIN-ID
		MOVE ITEM-BUSCADO TO VIN-ITEM
		CALL "VALING" USING CONTROL-INGRESO
		IF NOT VIN-MANUAL
		DISPLAY "Ese ítem sale de los datos: cargue el"
			" dato y se cumple solo."
		ELSE
		IF ING-CUMPLIDO
		DISPLAY "Ya cumplido el " ING-FECHA-CUMPLIDO
			" por " ING-OPERADOR "."
		ELSE
		PERFORM ARMAR-IMAGEN-INGRESO
		MOVE IMAGEN-INGRESO TO IMAGEN-SAT-ANTES
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
		MOVE "C" TO ING-ESTADO
		MOVE WS-FECHA-HOY TO ING-FECHA-CUMPLIDO
		MOVE WS-OPERADOR-LOG TO ING-OPERADOR
		REWRITE INGRESOS-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo tildar."
		NOT INVALID KEY
		DISPLAY "Ítem cumplido."
		MOVE "M" TO OPERACION-AUDSAT
		PERFORM ARMAR-IMAGEN-INGRESO
		MOVE IMAGEN-INGRESO TO IMAGEN-SAT-DESPUES
		PERFORM AUDITAR-INGRESO
		END-REWRITE
		END-IF
		END-IF
		END-READ.

	CONSULTAR-LEGAJO.
		PERFORM SOLICITAR-ID
		PERFORM BUSCAR-LEGAJO
		IF LEGAJO-EXISTE = "N"
		DISPLAY "El empleado no tiene legajo de ingreso."
		ELSE
		PERFORM CONSULTAR-ITEMS
		END-IF.

	CONSULTAR-ITEMS.
		*> Antes de mostrar, los ítems de datos pendientes se
		*> controlan con VALING y se cumplen si el dato ya
		*> está cargado.
		MOVE ZERO TO ITEMS-PENDIENTES
		MOVE "N" TO FIN-INGRESOS
		MOVE ID-BUSCADO TO ING-ID
		MOVE SPACES TO ING-ITEM
		START ARCHIVO-INGRESOS
			KEY IS NOT LESS THAN ING-CLAVE
		INVALID KEY MOVE "S" TO FIN-INGRESOS
		END-START
		PERFORM UNTIL FIN-INGRESOS = "S"
			READ ARCHIVO-INGRESOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-INGRESOS
			NOT AT END
			IF ING-ID NOT = ID-BUSCADO
			MOVE "S" TO FIN-INGRESOS
			ELSE
			PERFORM REVISAR-ITEM
			DISPLAY ING-ITEM " " ING-DESCRIPCION " "
				ING-ESTADO " crítico " ING-CRITICO
				" " ING-FECHA-CUMPLIDO " " ING-OPERADOR
			END-IF
			END-READ
		END-PERFORM
		DISPLAY "Ítems pendientes: " ITEMS-PENDIENTES.

	REVISAR-ITEM.
		IF ING-PENDIENTE
		MOVE ING-ID TO VIN-ID
		MOVE ING-ITEM TO VIN-ITEM
		CALL "VALING" USING CONTROL-INGRESO
		IF VIN-CUMPLIDO
		PERFORM ARMAR-IMAGEN-INGRESO
		MOVE IMAGEN-INGRESO TO IMAGEN-SAT-ANTES
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
		MOVE "C" TO ING-ESTADO
		MOVE WS-FECHA-HOY TO ING-FECHA-CUMPLIDO
		MOVE "AUTOMAT" TO ING-OPERADOR
		REWRITE INGRESOS-REGISTRO
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE "M" TO OPERACION-AUDSAT
		PERFORM ARMAR-IMAGEN-INGRESO
		MOVE IMAGEN-INGRESO TO IMAGEN-SAT-DESPUES
		PERFORM AUDITAR-INGRESO
		END-REWRITE
		END-IF
		END-IF
		IF ING-PENDIENTE
		ADD 1 TO ITEMS-PENDIENTES
		END-IF.

	ARMAR-IMAGEN-INGRESO.
		MOVE ING-ID TO IMI-ID
		MOVE ING-ITEM TO IMI-ITEM
		MOVE ING-ESTADO TO IMI-ESTADO
		MOVE ING-SUPERVISOR TO IMI-SUPERVISOR
		MOVE ING-FECHA-CUMPLIDO TO IMI-FECHA-CUMPLIDO
		MOVE ING-OPERADOR TO IMI-OPERADOR.

	AUDITAR-INGRESO.
		CALL "AUDSAT" USING WS-PROGRAMA-LOG NOMBRE-AUDSAT
			OPERACION-AUDSAT IMAGEN-SAT-ANTES
			IMAGEN-SAT-DESPUES WS-OPERADOR-LOG.
	END PROGRAM INGMANT.
