	*> Deducciones personales de ganancias:
	*> Captura de la declaración anual de deducciones de cada
	*> empleado para el impuesto a las ganancias (cuarta
	*> categoría): cónyuge a cargo, cantidad de hijos,
	*> alquiler, intereses hipotecarios y seguros, sobre
	*> deducciones_ganancias.dat (indexado por año + ID). Al
	*> estilo de DOMMANT (declarar/consultar/eliminar), pero
	*> con operador firmado: la declaración cambia lo que se
	*> le retiene al empleado y tiene que decir quién la cargó.
	*> NOMINA la lee en cada liquidación para la retención
	*> acumulada y AJUGAN en el ajuste anual.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. DEDGAN.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-DEDUCC-GAN
		ASSIGN TO "deducciones_ganancias.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS DGA-CLAVE
		FILE STATUS IS WS-STATUS-DGA.

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
	FD ARCHIVO-DEDUCC-GAN.
		COPY "desgan.cpy".

	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-DGA PIC XX VALUE "00".
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 CONTINUAR PIC X VALUE "S".
		01 OPCION-MENU PIC 9 VALUE 1.
		01 ID-BUSCADO PIC 9(5) VALUE ZERO.
		01 ANIO-BUSCADO PIC 9(4) VALUE ZERO.
		01 CAMPO-ENTRADA PIC X(9) VALUE SPACES.
		01 CAMPO-VALIDO PIC X VALUE "N".
		01 IMPORTE-DECLARADO PIC 9(7)V99 VALUE ZERO.
		01 IMPORTE-EDITADO PIC Z,ZZZ,ZZ9.99.
		01 DECLARACION-EXISTE PIC X VALUE "N".
		01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "DEDGAN".
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
					PERFORM DECLARAR-DEDUCCIONES
				WHEN 2
					PERFORM CONSULTAR-DEDUCCIONES
				WHEN 3
					PERFORM ELIMINAR-DEDUCCIONES
				WHEN OTHER
					DISPLAY "Opción inválida."
			END-EVALUATE
			DISPLAY "Continuar programa: "
			ACCEPT CONTINUAR
		END-PERFORM.
		CLOSE ARCHIVO-DEDUCC-GAN.
		CLOSE ARCHIVO-EMPLEADOS.
		GOBACK.

	MOSTRAR-MENU.
		DISPLAY "1. Declarar o modificar deducciones".
		DISPLAY "2. Consultar declaración".
		DISPLAY "3. Eliminar declaración".
		DISPLAY "Opción: ".

	APERTURA-ARCHIVOS.
		OPEN I-O ARCHIVO-DEDUCC-GAN
		IF WS-STATUS-DGA NOT = "00" AND WS-STATUS-DGA NOT = "05"
		DISPLAY "Error al abrir deducciones_ganancias.dat. "
			"Status: " WS-STATUS-DGA
		GOBACK
		END-IF
		OPEN INPUT ARCHIVO-EMPLEADOS
		IF WS-STATUS-EMP NOT = "00" AND WS-STATUS-EMP NOT = "05"
		DISPLAY "Error al abrir empleados.dat. Status: "
			WS-STATUS-EMP
		GOBACK
		END-IF.

	SOLICITAR-CLAVE.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Ejercicio fiscal (AAAA): "
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:4) IS NUMERIC
			AND CAMPO-ENTRADA (1:4) > "1900"
			MOVE CAMPO-ENTRADA (1:4) TO ANIO-BUSCADO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Año inválido, formato AAAA."
			END-IF
		END-PERFORM
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "ID de empleado: "
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:5) IS NUMERIC
			MOVE CAMPO-ENTRADA (1:5) TO ID-BUSCADO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "ID inválido, ingrese solo números."
			MOVE "ID de deducciones no numérico."
				TO WS-MENSAJE-LOG
			MOVE "A" TO WS-SEVERIDAD-LOG
			CALL "LOGERR" USING WS-PROGRAMA-LOG
				WS-SEVERIDAD-LOG WS-MENSAJE-LOG
				WS-OPERADOR-LOG
			END-IF
		END-PERFORM.

	SOLICITAR-IMPORTE.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Importe anual "
				"(999999999 = 9999999.99): "
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA IS NUMERIC
			MOVE CAMPO-ENTRADA TO IMPORTE-DECLARADO (1:9)
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Importe inválido, solo números."
			MOVE "Importe de deducción no numérico."
				TO WS-MENSAJE-LOG
			MOVE "A" TO WS-SEVERIDAD-LOG
			CALL "LOGERR" USING WS-PROGRAMA-LOG
				WS-SEVERIDAD-LOG WS-MENSAJE-LOG
				WS-OPERADOR-LOG
			END-IF
		END-PERFORM.

	CAPTURAR-DEDUCCIONES.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Cónyuge a cargo (S/N): "
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:1) = "S" OR "N"
			MOVE CAMPO-ENTRADA (1:1) TO DGA-CONYUGE
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Responda S o N."
			END-IF
		END-PERFORM
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Hijos a cargo (00-99): "
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:2) IS NUMERIC
			MOVE CAMPO-ENTRADA (1:2) TO DGA-HIJOS
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Cantidad inválida (00 a 99)."
			END-IF
		END-PERFORM
		DISPLAY "Alquiler de vivienda."
		PERFORM SOLICITAR-IMPORTE
		MOVE IMPORTE-DECLARADO TO DGA-ALQUILER
		DISPLAY "Intereses de crédito hipotecario."
		PERFORM SOLICITAR-IMPORTE
		MOVE IMPORTE-DECLARADO TO DGA-INTERESES
		DISPLAY "Seguros de vida."
		PERFORM SOLICITAR-IMPORTE
		MOVE IMPORTE-DECLARADO TO DGA-SEGUROS
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
		MOVE WS-FECHA-HOY TO DGA-FECHA
		MOVE WS-OPERADOR-LOG TO DGA-OPERADOR.

	MOSTRAR-DECLARACION.
		DISPLAY "Ejercicio " DGA-ANIO " - ID " DGA-ID
		DISPLAY "  Cónyuge a cargo:  " DGA-CONYUGE
		DISPLAY "  Hijos a cargo:    " DGA-HIJOS
		MOVE DGA-ALQUILER TO IMPORTE-EDITADO
		DISPLAY "  Alquiler:         " IMPORTE-EDITADO
		MOVE DGA-INTERESES TO IMPORTE-EDITADO
		DISPLAY "  Int. hipotecario: " IMPORTE-EDITADO
		MOVE DGA-SEGUROS TO IMPORTE-EDITADO
		DISPLAY "  Seguros:          " IMPORTE-EDITADO
		DISPLAY "  Cargada por " DGA-OPERADOR " el " DGA-FECHA.

	DECLARAR-DEDUCCIONES.
		PERFORM SOLICITAR-CLAVE
		MOVE ID-BUSCADO TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		DISPLAY "No existe el empleado " ID-BUSCADO "."
		MOVE "Deducciones para ID inexistente."
			TO WS-MENSAJE-LOG
		MOVE "A" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		NOT INVALID KEY
		DISPLAY "Empleado: " EMPLEADO-NOMBRE
			" " EMPLEADO-APELLIDO
		PERFORM GRABAR-DECLARACION
		END-READ.

	GRABAR-DECLARACION.
		*> Una declaración por empleado y año: si ya existe se
		*> muestra y se recaptura entera (la rectificativa
		*> reemplaza a la original, como ante el fisco).
		MOVE "N" TO DECLARACION-EXISTE
		MOVE ANIO-BUSCADO TO DGA-ANIO
		MOVE ID-BUSCADO TO DGA-ID
		READ ARCHIVO-DEDUCC-GAN
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE "S" TO DECLARACION-EXISTE
		DISPLAY "Declaración vigente:"
		PERFORM MOSTRAR-DECLARACION
		END-READ
		MOVE ANIO-BUSCADO TO DGA-ANIO
		MOVE ID-BUSCADO TO DGA-ID
		PERFORM CAPTURAR-DEDUCCIONES
		IF DECLARACION-EXISTE = "S"
		REWRITE DEDUCCIONES-GANANCIAS
		INVALID KEY
		DISPLAY "No se pudo modificar."
		NOT INVALID KEY
		DISPLAY "Declaración rectificada."
		END-REWRITE
		ELSE
		WRITE DEDUCCIONES-GANANCIAS
		INVALID KEY
		DISPLAY "No se pudo grabar la declaración."
		NOT INVALID KEY
		DISPLAY "Declaración dada de alta."
		END-WRITE
		END-IF.

	CONSULTAR-DEDUCCIONES.
		PERFORM SOLICITAR-CLAVE
		MOVE ANIO-BUSCADO TO DGA-ANIO
		MOVE ID-BUSCADO TO DGA-ID
		READ ARCHIVO-DEDUCC-GAN
		INVALID KEY
		DISPLAY "Sin declaración para ese año e ID."
		NOT INVALID KEY
		PERFORM MOSTRAR-DECLARACION
		END-READ.

	ELIMINAR-DEDUCCIONES.
		PERFORM SOLICITAR-CLAVE
		MOVE ANIO-BUSCADO TO DGA-ANIO
		MOVE ID-BUSCADO TO DGA-ID
		DELETE ARCHIVO-DEDUCC-GAN
		INVALID KEY
		DISPLAY "Sin declaración para ese año e ID."
		NOT INVALID KEY
		DISPLAY "Declaración eliminada."
		MOVE "Declaración de ganancias eliminada."
			TO WS-MENSAJE-LOG
		MOVE "A" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		END-DELETE.
	END PROGRAM DEDGAN.
