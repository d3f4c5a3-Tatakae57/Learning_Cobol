	*> El modo por apellido usa la clave alternativa: se
	*> posiciona en el prefijo tecleado y pagina hacia adelante,
	*> para el que llama sabiendo el apellido y no el ID.
	*> Solo lectura no quiere decir anónima: se entra con
	*> SIGNON y cada empleado mostrado (ficha o renglón del
	*> hojeo por apellido) deja su línea en accesos.dat vía
	*> ACCLOG, para que ACCREP diga quién miró qué legajo.
	*> La tarifa y el último pago salen con asteriscos para el
	*> operador que no ve importes según la tabla de
	*> visibilidad (VERSUEL, que mantiene VISMANT).
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CONSULTA.

		01 ULTIMO-PERIODO PIC 9(6) VALUE ZERO.
		01 ULTIMO-NETO PIC 9(6)V99 VALUE ZERO.
		01 IMPORTE-EDITADO PIC $$$,$$$9.99.
		01 IMPORTE-TAPADO REDEFINES IMPORTE-EDITADO PIC X(11).
		01 TARIFA-EDITADA PIC ZZ9.99.
		01 TARIFA-TAPADA REDEFINES TARIFA-EDITADA PIC X(6).
		*> "N" = el operador no ve importes (VERSUEL): tarifa y
		*> último pago salen con asteriscos.
		01 VE-IMPORTES PIC X VALUE "N".
		01 TARIFA-HALLADA PIC X VALUE "N".
		01 FIN-TARIFAS PIC X VALUE "N".
		01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
		01 FIN-HOJEO PIC X VALUE "N".
		01 LINEAS-HOJA PIC 99 VALUE ZERO.
		01 SEGUIR-HOJEANDO PIC X VALUE "S".
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "CONSULTA".
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
		CALL "VERSUEL" USING WS-OPERADOR-LOG NIVEL-FIRMADO
			VE-IMPORTES.
		OPEN INPUT ARCHIVO-EMPLEADOS
		IF WS-STATUS-EMP NOT = "00" AND WS-STATUS-EMP NOT = "05"
		DISPLAY "Error al abrir empleados.dat. Status: "
		INVALID KEY
		DISPLAY "No existe el empleado " ID-BUSCADO "."
		NOT INVALID KEY
		CALL "ACCLOG" USING WS-OPERADOR-LOG WS-PROGRAMA-LOG
			EMPLEADO-ID
		DISPLAY "ID:           " EMPLEADO-ID
		DISPLAY "Nombre:       " EMPLEADO-NOMBRE
		DISPLAY "Apellido:     " EMPLEADO-APELLIDO
			AT END
			MOVE "S" TO FIN-HOJEO
			NOT AT END
			CALL "ACCLOG" USING WS-OPERADOR-LOG
				WS-PROGRAMA-LOG EMPLEADO-ID
			DISPLAY EMPLEADO-ID " " EMPLEADO-APELLIDO
				" " EMPLEADO-NOMBRE " DEPTO "
				EMPLEADO-DEPTO " " EMPLEADO-ESTADO
			END-READ
		END-PERFORM
		IF TARIFA-HALLADA = "S"
		IF VE-IMPORTES = "N"
		MOVE ALL "*" TO TARIFA-TAPADA
		END-IF
		DISPLAY "Tarifa:       " TARIFA-EDITADA " por hora"
		ELSE
		DISPLAY "Tarifa:       (sin tarifa cargada)"
		END-IF
		IF PAGO-HALLADO = "S"
		MOVE ULTIMO-NETO TO IMPORTE-EDITADO
		IF VE-IMPORTES = "N"
		MOVE ALL "*" TO IMPORTE-TAPADO
		END-IF
		DISPLAY "Ultimo pago:  " IMPORTE-EDITADO
			" (período " ULTIMO-PERIODO ")"
		ELSE
