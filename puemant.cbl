	*> por hora (mínimo y máximo) de cada grado. BASE1 captura
	*> el puesto en el alta del empleado y TARMANT controla la
	*> tarifa contra la banda del puesto.
	*> Las opciones 4 a 6 llevan las habilitaciones que exige
	*> cada puesto (requisitos_puesto.dat): VALHAB las cruza
	*> con las de HABMANT y BASE1, TRASLADO y HABVENC avisan
	*> a quien ocupa un puesto sin estar habilitado.
	*> Cada puesto lleva además la marca de jerárquico, con la
	*> que ACCREP señala las consultas a esos legajos.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. PUEMANT.

		RECORD KEY IS PUE-CODIGO
		FILE STATUS IS WS-STATUS-PUE.

		SELECT OPTIONAL ARCHIVO-REQUISITOS
		ASSIGN TO "requisitos_puesto.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS RQP-CLAVE
		FILE STATUS IS WS-STATUS-RQP.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-PUESTOS.
		COPY "puesto.cpy".

	FD ARCHIVO-REQUISITOS.
		COPY "reqpue.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-PUE PIC XX VALUE "00".
		01 WS-STATUS-RQP PIC XX VALUE "00".
		01 FIN-REQUISITOS PIC X VALUE "N".
		01 CONTADOR-REQUISITOS PIC 9(3) VALUE ZERO.
		01 TIPO-BUSCADO PIC X(4) VALUE SPACES.
		01 CONTINUAR PIC X VALUE "S".
		01 OPCION-MENU PIC 9 VALUE 1.
		01 CAMPO-ENTRADA PIC X(5) VALUE SPACES.
					PERFORM MODIFICAR-PUESTO
				WHEN 3
					PERFORM ELIMINAR-PUESTO
				WHEN 4
					PERFORM ALTA-REQUISITO
				WHEN 5
					PERFORM ELIMINAR-REQUISITO
				WHEN 6
					PERFORM LISTAR-REQUISITOS
				WHEN OTHER
					DISPLAY "Opción inválida."
			END-EVALUATE
			ACCEPT CONTINUAR
		END-PERFORM.
		CLOSE ARCHIVO-PUESTOS.
		CLOSE ARCHIVO-REQUISITOS.
		GOBACK.

	MOSTRAR-MENU.
		DISPLAY "1. Alta de puesto".
		DISPLAY "2. Modificar puesto".
		DISPLAY "3. Eliminar puesto".
		DISPLAY "4. Agregar habilitación exigida".
		DISPLAY "5. Quitar habilitación exigida".
		DISPLAY "6. Listar habilitaciones exigidas".
		DISPLAY "Opción: ".

	APERTURA-ARCHIVO.
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		GOBACK
		END-IF
		OPEN I-O ARCHIVO-REQUISITOS
		IF WS-STATUS-RQP NOT = "00" AND WS-STATUS-RQP NOT = "05"
		DISPLAY "Error al abrir requisitos_puesto.dat. Status: "
			WS-STATUS-RQP
		GOBACK
		END-IF.

	SOLICITAR-CODIGO.
			ELSE
			DISPLAY "Tarifa inválida."
			END-IF
		END-PERFORM
		DISPLAY "¿Puesto jerárquico? (S/N): "
		ACCEPT PUE-EJECUTIVO
		IF PUE-EJECUTIVO = "s"
		MOVE "S" TO PUE-EJECUTIVO
		END-IF
		IF PUE-EJECUTIVO NOT = "S"
		MOVE "N" TO PUE-EJECUTIVO
		END-IF.

	ALTA-PUESTO.
		PERFORM SOLICITAR-CODIGO
		NOT INVALID KEY
		DISPLAY "Actual: " PUE-NOMBRE " banda "
			PUE-TARIFA-MIN " a " PUE-TARIFA-MAX
			" jerárquico " PUE-EJECUTIVO
		PERFORM CAPTURAR-DATOS-PUESTO
		REWRITE PUESTOS-REGISTRO
		INVALID KEY
		NOT INVALID KEY
		DISPLAY "Puesto eliminado."
		END-DELETE.

	SOLICITAR-TIPO.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Tipo de habilitación (4 letras): "
			MOVE SPACES TO CAMPO-ENTRADA
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:4) NOT = SPACES
			MOVE CAMPO-ENTRADA (1:4) TO TIPO-BUSCADO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "El tipo es obligatorio."
			END-IF
		END-PERFORM.

	ALTA-REQUISITO.
		PERFORM SOLICITAR-CODIGO
		MOVE CODIGO-BUSCADO TO PUE-CODIGO
		READ ARCHIVO-PUESTOS
		INVALID KEY
		DISPLAY "No existe ese puesto."
		NOT INVALID KEY
		DISPLAY "Puesto: " PUE-NOMBRE
		PERFORM SOLICITAR-TIPO
		MOVE CODIGO-BUSCADO TO RQP-PUESTO
		MOVE TIPO-BUSCADO TO RQP-TIPO
		DISPLAY "Descripción de la habilitación: "
		ACCEPT RQP-DESCRIPCION
		WRITE REQUISITOS-PUESTO
		INVALID KEY
		DISPLAY "El puesto ya exige " TIPO-BUSCADO "."
		NOT INVALID KEY
		DISPLAY "Habilitación " TIPO-BUSCADO
			" exigida al puesto."
		END-WRITE
		END-READ.

	ELIMINAR-REQUISITO.
		PERFORM SOLICITAR-CODIGO
		PERFORM SOLICITAR-TIPO
		MOVE CODIGO-BUSCADO TO RQP-PUESTO
		MOVE TIPO-BUSCADO TO RQP-TIPO
		DELETE ARCHIVO-REQUISITOS
		INVALID KEY
		DISPLAY "El puesto no exige esa habilitación."
		NOT INVALID KEY
		DISPLAY "Habilitación quitada del puesto."
		END-DELETE.

	LISTAR-REQUISITOS.
		PERFORM SOLICITAR-CODIGO
		MOVE ZERO TO CONTADOR-REQUISITOS
		MOVE "N" TO FIN-REQUISITOS
		MOVE CODIGO-BUSCADO TO RQP-PUESTO
		MOVE SPACES TO RQP-TIPO
		START ARCHIVO-REQUISITOS
			KEY IS NOT LESS THAN RQP-CLAVE
		INVALID KEY MOVE "S" TO FIN-REQUISITOS
		END-START
		PERFORM UNTIL FIN-REQUISITOS = "S"
			READ ARCHIVO-REQUISITOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-REQUISITOS
			NOT AT END
			IF RQP-PUESTO NOT = CODIGO-BUSCADO
			MOVE "S" TO FIN-REQUISITOS
			ELSE
			ADD 1 TO CONTADOR-REQUISITOS
			DISPLAY RQP-TIPO " " RQP-DESCRIPCION
			END-IF
			END-READ
		END-PERFORM
		IF CONTADOR-REQUISITOS = ZERO
		DISPLAY "El puesto no exige habilitaciones."
		END-IF.
	END PROGRAM PUEMANT.
