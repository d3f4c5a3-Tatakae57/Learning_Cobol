	*> Carga de la escala de asignaciones familiares:
	*> Subprograma al estilo de CARTRAM: recibe el tope de
	*> vigencia de un período (AAAAMM31) y devuelve la escala
	*> de asignaciones familiares que lo rige, leída de
	*> asignaciones.dat (por cada número de tramo gana la
	*> última vigencia que no supere el tope). Sin archivo o
	*> sin tramos en vigencia rige la escala de convenio
	*> compilada acá abajo: NOMINA nunca se queda sin escala.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CARASIG.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-ASIGNACIONES
		ASSIGN TO "asignaciones.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS ASG-CLAVE
		FILE STATUS IS WS-STATUS-ASG.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-ASIGNACIONES.
		COPY "asigfam.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-ASG PIC XX VALUE "00".
		01 FIN-ASIGNACIONES PIC X VALUE "N".
		*> Escala de convenio: bruto mínimo y máximo, y los
		*> importes por hijo, hijo con discapacidad y cónyuge.
		01 TABLA-CONVENIO-DATOS.
			02 FILLER PIC X(12) VALUE "000000002000".
			02 FILLER PIC X(21)
				VALUE "001500000450000000500".
			02 FILLER PIC X(12) VALUE "002000003500".
			02 FILLER PIC X(21)
				VALUE "001000000400000000300".
			02 FILLER PIC X(12) VALUE "003500005000".
			02 FILLER PIC X(21)
				VALUE "000500000300000000000".
		01 TABLA-CONVENIO REDEFINES TABLA-CONVENIO-DATOS.
			02 CONVENIO-ENTRADA OCCURS 3 TIMES.
				03 CON-MINIMO PIC 9(6).
				03 CON-MAXIMO PIC 9(6).
				03 CON-HIJO PIC 9(5)V99.
				03 CON-HIJO-DISCAP PIC 9(5)V99.
				03 CON-CONYUGE PIC 9(5)V99.
		*> Último tramo en vigencia por número de tramo.
		01 TABLA-ELEGIDOS.
			02 ELEGIDO-ENTRADA OCCURS 10 TIMES.
				03 ELE-CARGADO PIC X.
				03 ELE-MINIMO PIC 9(6).
				03 ELE-MAXIMO PIC 9(6).
				03 ELE-HIJO PIC 9(5)V99.
				03 ELE-HIJO-DISCAP PIC 9(5)V99.
				03 ELE-CONYUGE PIC 9(5)V99.
		01 INDICE-TRAMO PIC 9(2) VALUE ZERO.
		01 HALLADO-ALGUNO PIC X VALUE "N".

	LINKAGE SECTION.
		01 LK-LIMITE PIC 9(8).
		COPY "asigtab.cpy".

	PROCEDURE DIVISION USING LK-LIMITE
		TABLA-ASIGNACIONES-VIG.
	MAIN-PROCEDURE.
		PERFORM VARYING INDICE-TRAMO FROM 1 BY 1
		UNTIL INDICE-TRAMO > 10
			MOVE "N" TO ELE-CARGADO (INDICE-TRAMO)
		END-PERFORM.
		MOVE "N" TO HALLADO-ALGUNO.
		PERFORM LEER-ASIGNACIONES-VIGENTES.
		IF HALLADO-ALGUNO = "S"
		PERFORM ARMAR-DESDE-ELEGIDOS
		ELSE
		PERFORM ARMAR-DESDE-CONVENIO
		END-IF.
		GOBACK.

	LEER-ASIGNACIONES-VIGENTES.
		MOVE "N" TO FIN-ASIGNACIONES
		OPEN INPUT ARCHIVO-ASIGNACIONES
		IF WS-STATUS-ASG NOT = "00" AND WS-STATUS-ASG NOT = "05"
		MOVE "S" TO FIN-ASIGNACIONES
		END-IF
		IF FIN-ASIGNACIONES = "N"
		MOVE ZERO TO ASG-NUMERO
		MOVE ZERO TO ASG-VIGENCIA
		START ARCHIVO-ASIGNACIONES
			KEY IS NOT LESS THAN ASG-CLAVE
		INVALID KEY MOVE "S" TO FIN-ASIGNACIONES
		END-START
		END-IF
		PERFORM UNTIL FIN-ASIGNACIONES = "S"
			READ ARCHIVO-ASIGNACIONES NEXT RECORD
			AT END
			MOVE "S" TO FIN-ASIGNACIONES
			NOT AT END
			IF ASG-NUMERO >= 1 AND ASG-NUMERO <= 10
			AND ASG-VIGENCIA NOT > LK-LIMITE
			MOVE "S" TO HALLADO-ALGUNO
			MOVE "S" TO ELE-CARGADO (ASG-NUMERO)
			MOVE ASG-MINIMO TO ELE-MINIMO (ASG-NUMERO)
			MOVE ASG-MAXIMO TO ELE-MAXIMO (ASG-NUMERO)
			MOVE ASG-HIJO TO ELE-HIJO (ASG-NUMERO)
			MOVE ASG-HIJO-DISCAP
				TO ELE-HIJO-DISCAP (ASG-NUMERO)
			MOVE ASG-CONYUGE TO ELE-CONYUGE (ASG-NUMERO)
			END-IF
			END-READ
		END-PERFORM
		IF WS-STATUS-ASG = "00" OR WS-STATUS-ASG = "05"
		OR WS-STATUS-ASG = "10" OR WS-STATUS-ASG = "23"
		CLOSE ARCHIVO-ASIGNACIONES
		END-IF.

	ARMAR-DESDE-ELEGIDOS.
		MOVE ZERO TO CANTIDAD-ASIGNACIONES
		PERFORM VARYING INDICE-TRAMO FROM 1 BY 1
		UNTIL INDICE-TRAMO > 10
		IF ELE-CARGADO (INDICE-TRAMO) = "S"
			ADD 1 TO CANTIDAD-ASIGNACIONES
			MOVE ELE-MINIMO (INDICE-TRAMO) TO
				ASV-MINIMO (CANTIDAD-ASIGNACIONES)
			MOVE ELE-MAXIMO (INDICE-TRAMO) TO
				ASV-MAXIMO (CANTIDAD-ASIGNACIONES)
			MOVE ELE-HIJO (INDICE-TRAMO) TO
				ASV-HIJO (CANTIDAD-ASIGNACIONES)
			MOVE ELE-HIJO-DISCAP (INDICE-TRAMO) TO
				ASV-HIJO-DISCAP (CANTIDAD-ASIGNACIONES)
			MOVE ELE-CONYUGE (INDICE-TRAMO) TO
				ASV-CONYUGE (CANTIDAD-ASIGNACIONES)
		END-IF
		END-PERFORM.

	ARMAR-DESDE-CONVENIO.
		MOVE 3 TO CANTIDAD-ASIGNACIONES
		PERFORM VARYING INDICE-TRAMO FROM 1 BY 1
		UNTIL INDICE-TRAMO > 3
		MOVE CON-MINIMO (INDICE-TRAMO)
			TO ASV-MINIMO (INDICE-TRAMO)
		MOVE CON-MAXIMO (INDICE-TRAMO)
			TO ASV-MAXIMO (INDICE-TRAMO)
		MOVE CON-HIJO (INDICE-TRAMO)
			TO ASV-HIJO (INDICE-TRAMO)
		MOVE CON-HIJO-DISCAP (INDICE-TRAMO)
			TO ASV-HIJO-DISCAP (INDICE-TRAMO)
		MOVE CON-CONYUGE (INDICE-TRAMO)
			TO ASV-CONYUGE (INDICE-TRAMO)
		END-PERFORM.
	END PROGRAM CARASIG.
