	*> Control de habilitaciones del puesto:
	*> Subprograma compartido al estilo de VALEMP: recorre los
	*> requisitos del puesto pedido (requisitos_puesto.dat) y
	*> busca cada uno en las habilitaciones del empleado
	*> (habilitaciones.dat). Devuelve cuántas le faltan y
	*> cuántas están vencidas a la fecha de referencia. BASE1
	*> y TRASLADO avisan con esto al poner a alguien en un
	*> puesto para el que no está habilitado; HABVENC hace
	*> el mismo cruce renglón por renglón. Sin los archivos
	*> no hay nada exigido: todo da cero.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. VALHAB.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-HABILITACIONES
		ASSIGN TO "habilitaciones.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS HAB-CLAVE
		FILE STATUS IS WS-STATUS-HAB.

		SELECT OPTIONAL ARCHIVO-REQUISITOS
		ASSIGN TO "requisitos_puesto.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS RQP-CLAVE
		FILE STATUS IS WS-STATUS-RQP.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-HABILITACIONES.
		COPY "habilita.cpy".

	FD ARCHIVO-REQUISITOS.
		COPY "reqpue.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-HAB PIC XX VALUE "00".
		01 WS-STATUS-RQP PIC XX VALUE "00".
		01 FIN-REQUISITOS PIC X VALUE "N".

	LINKAGE SECTION.
		COPY "valhab.cpy".

	PROCEDURE DIVISION USING CONTROL-HABILITACION.
	MAIN-PROCEDURE.
		MOVE ZERO TO VHB-EXIGIDAS.
		MOVE ZERO TO VHB-FALTANTES.
		MOVE ZERO TO VHB-VENCIDAS.
		MOVE SPACES TO VHB-PRIMER-TIPO.
		IF VHB-PUESTO = ZERO
		GOBACK
		END-IF.
		OPEN INPUT ARCHIVO-REQUISITOS
		IF WS-STATUS-RQP NOT = "00" AND WS-STATUS-RQP NOT = "05"
		GOBACK
		END-IF.
		OPEN INPUT ARCHIVO-HABILITACIONES.
		MOVE "N" TO FIN-REQUISITOS
		MOVE VHB-PUESTO TO RQP-PUESTO
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
			IF RQP-PUESTO NOT = VHB-PUESTO
			MOVE "S" TO FIN-REQUISITOS
			ELSE
			PERFORM CONTROLAR-REQUISITO
			END-IF
			END-READ
		END-PERFORM.
		CLOSE ARCHIVO-REQUISITOS.
		CLOSE ARCHIVO-HABILITACIONES.
		GOBACK.

	CONTROLAR-REQUISITO.
		ADD 1 TO VHB-EXIGIDAS
		MOVE VHB-ID TO HAB-ID
		MOVE RQP-TIPO TO HAB-TIPO
		READ ARCHIVO-HABILITACIONES
		INVALID KEY
		ADD 1 TO VHB-FALTANTES
		IF VHB-PRIMER-TIPO = SPACES
		MOVE RQP-TIPO TO VHB-PRIMER-TIPO
		END-IF
		NOT INVALID KEY
		IF HAB-FECHA-VENCE > ZERO
		AND HAB-FECHA-VENCE < VHB-FECHA
		ADD 1 TO VHB-VENCIDAS
		IF VHB-PRIMER-TIPO = SPACES
		MOVE RQP-TIPO TO VHB-PRIMER-TIPO
		END-IF
		END-IF
		END-READ.
	END PROGRAM VALHAB.
