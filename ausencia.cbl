	*> bruto las ausencias del período liquidado según el
	*> goce de cada tipo. La opción 3 arma el reporte mensual
	*> de ausentismo por departamento para los supervisores.
	*> Un día de enfermedad sin caso médico abierto abre uno
	*> en casos_medicos.dat desde esa fecha, para que MEDCAS
	*> lleve la cuenta contra el tope de días pagos; los datos
	*> del certificado se completan en MEDMANT.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. AUSENCIA.

		RECORD KEY IS DEP-CODIGO
		FILE STATUS IS WS-STATUS-DEP.

		SELECT OPTIONAL ARCHIVO-CASOS
		ASSIGN TO "casos_medicos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS CAM-CLAVE
		FILE STATUS IS WS-STATUS-CAM.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-AUSENCIAS.
	FD ARCHIVO-DEPARTAMENTOS.
		COPY "depto.cpy".

	FD ARCHIVO-CASOS.
		COPY "casomed.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-AUS PIC XX VALUE "00".
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 WS-STATUS-DEP PIC XX VALUE "00".
		01 WS-STATUS-CAM PIC XX VALUE "00".
		01 FIN-CASOS PIC X VALUE "N".
		01 CASO-ABIERTO PIC X VALUE "N".
		01 NOMBRE-AUDSAT PIC X(12) VALUE "casos_medico".
		01 OPERACION-AUDSAT PIC X VALUE "A".
		01 IMAGEN-SAT-ANTES PIC X(40) VALUE SPACES.
		01 IMAGEN-SAT-DESPUES PIC X(40) VALUE SPACES.
		01 CONTINUAR PIC X VALUE "S".
		01 OPCION-MENU PIC 9 VALUE 1.
		01 CAMPO-ENTRADA PIC X(8) VALUE SPACES.
		END-PERFORM.
		CLOSE ARCHIVO-AUSENCIAS.
		CLOSE ARCHIVO-EMPLEADOS.
		CLOSE ARCHIVO-CASOS.
		GOBACK.

	MOSTRAR-MENU.
		DISPLAY "Error al abrir empleados.dat. Status: "
			WS-STATUS-EMP
		GOBACK
		END-IF
		OPEN I-O ARCHIVO-CASOS
		IF WS-STATUS-CAM NOT = "00" AND WS-STATUS-CAM NOT = "05"
		DISPLAY "Error al abrir casos_medicos.dat. Status: "
			WS-STATUS-CAM
		GOBACK
		END-IF.

	SOLICITAR-ID.
			" el " FECHA-BUSCADA "."
		NOT INVALID KEY
		DISPLAY "Ausencia registrada."
		IF AUSENCIA-ENFERMEDAD
		PERFORM VINCULAR-CASO-MEDICO
		END-IF
		END-WRITE
		END-READ.

	VINCULAR-CASO-MEDICO.
		*> El día se suma al caso sin cerrar del empleado; si
		*> no hay ninguno se abre uno desde esta fecha.
		MOVE "N" TO CASO-ABIERTO
		MOVE "N" TO FIN-CASOS
		MOVE ID-BUSCADO TO CAM-ID
		MOVE ZERO TO CAM-INICIO
		START ARCHIVO-CASOS
			KEY IS NOT LESS THAN CAM-CLAVE
		INVALID KEY MOVE "S" TO FIN-CASOS
		END-START
		PERFORM UNTIL FIN-CASOS = "S"
			READ ARCHIVO-CASOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-CASOS
			NOT AT END
			IF CAM-ID NOT = ID-BUSCADO
			MOVE "S" TO FIN-CASOS
			ELSE
			IF NOT CAM-CERRADO
			MOVE "S" TO CASO-ABIERTO
			DISPLAY "Día sumado al caso médico del "
				CAM-INICIO "."
			END-IF
			END-IF
			END-READ
		END-PERFORM
		IF CASO-ABIERTO = "N"
		MOVE ID-BUSCADO TO CAM-ID
		MOVE FECHA-BUSCADA TO CAM-INICIO
		MOVE "SD" TO CAM-CATEGORIA
		MOVE "A" TO CAM-ORIGEN
		MOVE ZERO TO CAM-CERT-DESDE
		MOVE ZERO TO CAM-CERT-HASTA
		MOVE ZERO TO CAM-RETORNO-PREVISTO
		MOVE ZERO TO CAM-DIAS-CONSUMIDOS
		MOVE ZERO TO CAM-DIAS-LIMITE
		MOVE ZERO TO CAM-FECHA-TOPE
		MOVE "A" TO CAM-ESTADO
		MOVE ZERO TO CAM-FECHA-CIERRE
		WRITE CASOS-MEDICOS-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo abrir el caso médico."
		NOT INVALID KEY
		MOVE CASOS-MEDICOS-REGISTRO TO IMAGEN-SAT-DESPUES
		CALL "AUDSAT" USING WS-PROGRAMA-LOG NOMBRE-AUDSAT
			OPERACION-AUDSAT IMAGEN-SAT-ANTES
			IMAGEN-SAT-DESPUES WS-OPERADOR-LOG
		DISPLAY "Caso médico abierto: completarlo en MEDMANT."
		END-WRITE
		END-IF.

	ELIMINAR-AUSENCIA.
		PERFORM SOLICITAR-ID
		PERFORM SOLICITAR-FECHA
