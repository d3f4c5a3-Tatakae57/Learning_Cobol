	*> Control de la lista de no recontratables:
	*> Subprograma compartido al estilo de VALING: dice si la
	*> persona de un alta fue dada de baja con la marca de no
	*> recontratable, buscándola por CUIL y por apellido más
	*> fecha de nacimiento (el que vuelve con otro ID o sin
	*> CUIL cargado también cae). La lista son las bajas
	*> marcadas "N" de empleados.dat que CIERRE todavía no
	*> pasó al historial y las de historial.dat. Se carga en
	*> una tabla la primera vez (o con la acción "C") y queda
	*> residente entre llamadas, así el lote no relee los dos
	*> archivos por cada registro; los que llaman la cargan
	*> antes de abrir su propio empleados.dat. BASE1, P-THRU,
	*> REINGRESO, LOTE1, DRENAJE, RECALTA y REPROC lo llaman.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. VALREC.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-EMPLEADOS
		ASSIGN TO "empleados.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS EMPLEADO-ID
		ALTERNATE RECORD KEY IS EMPLEADO-APELLIDO
			WITH DUPLICATES
		ALTERNATE RECORD KEY IS EMPLEADO-CUIL
			WITH DUPLICATES
		FILE STATUS IS WS-STATUS-EMP.

		SELECT OPTIONAL ARCHIVO-HISTORIAL
		ASSIGN TO "historial.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS HIST-CLAVE
		FILE STATUS IS WS-STATUS-HIS.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	FD ARCHIVO-HISTORIAL.
		COPY "historial.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 WS-STATUS-HIS PIC XX VALUE "00".
		01 FIN-ARCHIVO PIC X VALUE "N".
		01 LISTA-CARGADA PIC X VALUE "N".
		01 LISTA-DESBORDADA PIC X VALUE "N".
		01 CANTIDAD-VETADOS PIC 9(4) VALUE ZERO.
		01 INDICE-VETADO PIC 9(4) VALUE ZERO.
		01 TABLA-VETADOS.
			02 VETADO-ENTRADA OCCURS 2000 TIMES.
				03 LV-CUIL PIC 9(11).
				03 LV-APELLIDO PIC X(20).
				03 LV-FECHA-NAC PIC 9(8).
				03 LV-ID PIC 9(5).
				03 LV-MOTIVO PIC X(2).
				03 LV-FECHA-BAJA PIC 9(8).
				03 LV-ORIGEN PIC X.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "VALREC".
		01 WS-MENSAJE-LOG PIC X(40).
		01 WS-SEVERIDAD-LOG PIC X VALUE "G".
		01 WS-OPERADOR-LOG PIC X(8) VALUE "SISTEMA".

	LINKAGE SECTION.
		COPY "valrec.cpy".

	PROCEDURE DIVISION USING CONTROL-RECONTRATACION.
	MAIN-PROCEDURE.
		IF VRC-CARGAR OR LISTA-CARGADA = "N"
		PERFORM CARGAR-LISTA
		END-IF.
		MOVE "S" TO VRC-RESULTADO.
		MOVE ZERO TO VRC-ID.
		MOVE SPACES TO VRC-MOTIVO.
		MOVE ZERO TO VRC-FECHA-BAJA.
		MOVE SPACES TO VRC-COINCIDENCIA.
		MOVE SPACES TO VRC-ORIGEN.
		IF VRC-VERIFICAR
		PERFORM BUSCAR-EN-LISTA
		END-IF.
		GOBACK.

	CARGAR-LISTA.
		MOVE ZERO TO CANTIDAD-VETADOS
		MOVE "N" TO LISTA-DESBORDADA
		PERFORM CARGAR-VIVO
		PERFORM CARGAR-HISTORIAL
		MOVE "S" TO LISTA-CARGADA
		IF LISTA-DESBORDADA = "S"
		DISPLAY "AVISO: la lista de no recontratables"
			" superó las 2000 bajas."
		MOVE "Lista de no recontratables llena."
			TO WS-MENSAJE-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		END-IF.

	CARGAR-VIVO.
		*> Bajas del ejercicio que CIERRE todavía no migró.
		MOVE "N" TO FIN-ARCHIVO
		OPEN INPUT ARCHIVO-EMPLEADOS
		IF WS-STATUS-EMP = "00" OR WS-STATUS-EMP = "05"
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-EMPLEADOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF EMPLEADO-DE-BAJA
			AND EMPLEADO-NO-RECONTRATABLE
			PERFORM AGREGAR-VIVO
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-EMPLEADOS
		END-IF.

	AGREGAR-VIVO.
		IF CANTIDAD-VETADOS < 2000
		ADD 1 TO CANTIDAD-VETADOS
		MOVE EMPLEADO-CUIL TO LV-CUIL (CANTIDAD-VETADOS)
		IF EMPLEADO-CUIL IS NOT NUMERIC
		MOVE ZERO TO LV-CUIL (CANTIDAD-VETADOS)
		END-IF
		MOVE EMPLEADO-APELLIDO
			TO LV-APELLIDO (CANTIDAD-VETADOS)
		MOVE EMPLEADO-FECHA-NAC
			TO LV-FECHA-NAC (CANTIDAD-VETADOS)
		MOVE EMPLEADO-ID TO LV-ID (CANTIDAD-VETADOS)
		MOVE EMPLEADO-MOTIVO-BAJA
			TO LV-MOTIVO (CANTIDAD-VETADOS)
		MOVE EMPLEADO-FECHA-ESTADO
			TO LV-FECHA-BAJA (CANTIDAD-VETADOS)
		MOVE "E" TO LV-ORIGEN (CANTIDAD-VETADOS)
		ELSE
		MOVE "S" TO LISTA-DESBORDADA
		END-IF.

	CARGAR-HISTORIAL.
		MOVE "N" TO FIN-ARCHIVO
		OPEN INPUT ARCHIVO-HISTORIAL
		IF WS-STATUS-HIS = "00" OR WS-STATUS-HIS = "05"
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-HISTORIAL NEXT RECORD
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF HIST-NO-RECONTRATABLE
			PERFORM AGREGAR-HISTORIAL
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-HISTORIAL
		END-IF.

	AGREGAR-HISTORIAL.
		IF CANTIDAD-VETADOS < 2000
		ADD 1 TO CANTIDAD-VETADOS
		MOVE HIST-CUIL TO LV-CUIL (CANTIDAD-VETADOS)
		IF HIST-CUIL IS NOT NUMERIC
		MOVE ZERO TO LV-CUIL (CANTIDAD-VETADOS)
		END-IF
		MOVE HIST-APELLIDO TO LV-APELLIDO (CANTIDAD-VETADOS)
		MOVE HIST-FECHA-NAC
			TO LV-FECHA-NAC (CANTIDAD-VETADOS)
		MOVE HIST-ID TO LV-ID (CANTIDAD-VETADOS)
		MOVE HIST-MOTIVO-BAJA TO LV-MOTIVO (CANTIDAD-VETADOS)
		MOVE HIST-FECHA-BAJA
			TO LV-FECHA-BAJA (CANTIDAD-VETADOS)
		MOVE "H" TO LV-ORIGEN (CANTIDAD-VETADOS)
		ELSE
		MOVE "S" TO LISTA-DESBORDADA
		END-IF.

	BUSCAR-EN-LISTA.
		*> Primero el CUIL; sin CUIL en común, apellido y fecha
		*> de nacimiento juntos (una fecha en cero no compara:
		*> es un registro anterior al campo).
		PERFORM VARYING INDICE-VETADO FROM 1 BY 1
		UNTIL INDICE-VETADO > CANTIDAD-VETADOS
		OR VRC-VETADO
		IF VRC-CUIL > ZERO
		AND LV-CUIL (INDICE-VETADO) = VRC-CUIL
			MOVE "C" TO VRC-COINCIDENCIA
			PERFORM DEVOLVER-VETADO
		ELSE
		IF VRC-FECHA-NAC > ZERO
		AND VRC-APELLIDO NOT = SPACES
		AND LV-FECHA-NAC (INDICE-VETADO) = VRC-FECHA-NAC
		AND LV-APELLIDO (INDICE-VETADO) = VRC-APELLIDO
			MOVE "A" TO VRC-COINCIDENCIA
			PERFORM DEVOLVER-VETADO
		END-IF
		END-IF
		END-PERFORM.

	DEVOLVER-VETADO.
		MOVE "N" TO VRC-RESULTADO
		MOVE LV-ID (INDICE-VETADO) TO VRC-ID
		MOVE LV-MOTIVO (INDICE-VETADO) TO VRC-MOTIVO
		MOVE LV-FECHA-BAJA (INDICE-VETADO) TO VRC-FECHA-BAJA
		MOVE LV-ORIGEN (INDICE-VETADO) TO VRC-ORIGEN.
	END PROGRAM VALREC.
