	*> había uno: el reloj manda). Las fichadas procesadas se
	*> archivan en fichadas_proc.dat y la captura queda vacía,
	*> como hace LOTE1 con su intake.
	*> Grupos de pago: se procesa un grupo por corrida (en
	*> blanco el mensual). Solo entran las fichadas de los
	*> empleados del grupo fechadas hasta el fin del
	*> subperíodo abierto; en los grupos quincenales y
	*> semanales el total va al balde del subperíodo de la
	*> línea del mes. Las fichadas que no entraron quedan en
	*> fichadas.dat para la corrida que les toque.
	*> TURCTL toma después fichadas_proc.dat para comparar los
	*> días con el rol de turnos (tardanzas y ausencias).
	IDENTIFICATION DIVISION.
	PROGRAM-ID. FICHPROC.

		RECORD KEY IS NOV-CLAVE
		FILE STATUS IS WS-STATUS-NOV.

		SELECT ARCHIVO-FICHADAS-TMP
		ASSIGN TO "fichadas.tmp"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-FTM.

		SELECT OPTIONAL ARCHIVO-GRUPOS-EMP
		ASSIGN TO "grupos_empleado.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS GEM-ID
		FILE STATUS IS WS-STATUS-GEM.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-NOVEDADES.
		COPY "novedad.cpy".

	FD ARCHIVO-FICHADAS-TMP.
		01 LINEA-FICHADA-TMP PIC X(18).

	FD ARCHIVO-GRUPOS-EMP.
		COPY "grupoemp.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-FIC PIC XX VALUE "00".
		01 WS-STATUS-ARC PIC XX VALUE "00".
		01 WS-STATUS-NOV PIC XX VALUE "00".
		01 WS-STATUS-FTM PIC XX VALUE "00".
		01 WS-STATUS-GEM PIC XX VALUE "00".
		01 FIN-FICHADAS PIC X VALUE "N".
		01 PERIODO-ABIERTO PIC 9(6) VALUE ZERO.
		01 PERIODO-LEIDO PIC X VALUE "N".
		01 ESTADO-PERIODO PIC X VALUE SPACE.
		01 SUBPERIODO-ABIERTO PIC 9 VALUE ZERO.
		01 GRUPO-EMPLEADO PIC X(2) VALUE SPACES.
		01 FICHADA-DEL-GRUPO PIC X VALUE "N".
		01 FICHADAS-PENDIENTES PIC 9(5) VALUE ZERO.
		01 INDICE-SUB PIC 9 VALUE ZERO.
		COPY "pergrupo.cpy".
		*> Todas las fichadas en memoria para agrupar por
		*> empleado y fecha; el reloj de una quincena entra
		*> holgado en 5000 golpes.
			CONTADOR-EXCEPCIONES NOMBRE-REPORTE.
		PERFORM GRABAR-NOVEDADES.
		PERFORM ARCHIVAR-FICHADAS.
		CLOSE ARCHIVO-GRUPOS-EMP.
		DISPLAY "Novedades grabadas: " CONTADOR-GRABADAS.
		IF FICHADAS-PENDIENTES > ZERO
		DISPLAY FICHADAS-PENDIENTES " fichadas de otros grupos"
			" o subperíodos quedan en fichadas.dat."
		END-IF.
		GOBACK.

	LEER-PERIODO.
		MOVE "N" TO PERIODO-LEIDO
		DISPLAY "Grupo de pago (blanco = mensual): "
		MOVE SPACES TO PGR-GRUPO
		ACCEPT PGR-GRUPO
		MOVE "L" TO PGR-OPERACION
		MOVE SPACES TO PGR-ARCHIVO
		CALL "PERGRUPO" USING PERIODO-GRUPO
		IF PGR-HALLADO = "S"
		MOVE PGR-PERIODO TO PERIODO-ABIERTO
		MOVE PGR-ESTADO TO ESTADO-PERIODO
		MOVE PGR-SUBPERIODO TO SUBPERIODO-ABIERTO
		MOVE "S" TO PERIODO-LEIDO
		END-IF
		IF PERIODO-LEIDO = "N"
		DISPLAY "No hay período abierto: abra uno con PERCTL."
		DISPLAY "El período " PERIODO-ABIERTO
			" ya fue pagado: abra el siguiente."
		GOBACK
		END-IF
		OPEN INPUT ARCHIVO-GRUPOS-EMP.

	CONTROLAR-FICHADA-GRUPO.
		*> Entra la fichada de un empleado del grupo (sin
		*> renglón en grupos_empleado.dat, el mensual) fechada
		*> hasta el fin del subperíodo abierto.
		MOVE "N" TO FICHADA-DEL-GRUPO
		MOVE FIC-ID TO GEM-ID
		READ ARCHIVO-GRUPOS-EMP
		INVALID KEY
		MOVE PGR-GRUPO-MENSUAL TO GRUPO-EMPLEADO
		NOT INVALID KEY
		MOVE GEM-GRUPO TO GRUPO-EMPLEADO
		END-READ
		IF GRUPO-EMPLEADO = PGR-GRUPO
		AND FIC-FECHA NOT > PGR-FECHA-HASTA
		MOVE "S" TO FICHADA-DEL-GRUPO
		END-IF.

	CARGAR-FICHADAS.
			AT END
			MOVE "S" TO FIN-FICHADAS
			NOT AT END
			PERFORM CONTROLAR-FICHADA-GRUPO
			IF FICHADA-DEL-GRUPO = "N"
			CONTINUE
			ELSE
			IF CANTIDAD-FICHADAS < 5000
			ADD 1 TO CANTIDAD-FICHADAS
			MOVE FIC-ID TO TF-ID (CANTIDAD-FICHADAS)
			ELSE
			ADD 1 TO FICHADAS-DESBORDADAS
			END-IF
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-FICHADAS
		CLOSE ARCHIVO-NOVEDADES.

	GRABAR-UNA-NOVEDAD.
		IF NOT PGR-MENSUAL
		PERFORM GRABAR-NOVEDAD-SUBPERIODO
		ELSE
		MOVE PERIODO-ABIERTO TO NOV-PERIODO
		MOVE TT-ID (INDICE-TOTAL) TO NOV-ID
		MOVE TT-HORAS (INDICE-TOTAL) TO NOV-HORAS
		*> esos baldes se corrigen por NOVEDAD si hace falta.
		MOVE ZERO TO NOV-HORAS-NOC
		MOVE ZERO TO NOV-HORAS-FER
		MOVE ZERO TO NOV-SUBPERIODOS
		WRITE NOVEDADES-REGISTRO
		INVALID KEY
		REWRITE NOVEDADES-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo grabar horas de "
			TT-ID (INDICE-TOTAL) "."
		NOT INVALID KEY
		ADD 1 TO CONTADOR-GRABADAS
		END-REWRITE
		NOT INVALID KEY
		ADD 1 TO CONTADOR-GRABADAS
		END-WRITE
		END-IF.

	GRABAR-NOVEDAD-SUBPERIODO.
		*> El reloj manda sobre el balde del subperíodo; los
		*> demás baldes de la línea del mes quedan como están
		*> y los totales se recalculan como su suma.
		MOVE PERIODO-ABIERTO TO NOV-PERIODO
		MOVE TT-ID (INDICE-TOTAL) TO NOV-ID
		READ ARCHIVO-NOVEDADES
		INVALID KEY
		MOVE PERIODO-ABIERTO TO NOV-PERIODO
		MOVE TT-ID (INDICE-TOTAL) TO NOV-ID
		MOVE ZERO TO NOV-SUBPERIODOS
		NOT INVALID KEY
		IF NOV-SUBPERIODOS IS NOT NUMERIC
		MOVE ZERO TO NOV-SUBPERIODOS
		END-IF
		END-READ
		MOVE TT-HORAS (INDICE-TOTAL)
			TO NOV-SUB-HORAS (SUBPERIODO-ABIERTO)
		MOVE ZERO TO NOV-SUB-HORAS-NOC (SUBPERIODO-ABIERTO)
		MOVE ZERO TO NOV-SUB-HORAS-FER (SUBPERIODO-ABIERTO)
		MOVE ZERO TO NOV-HORAS
		MOVE ZERO TO NOV-HORAS-NOC
		MOVE ZERO TO NOV-HORAS-FER
		PERFORM VARYING INDICE-SUB FROM 1 BY 1
		UNTIL INDICE-SUB > 4
			ADD NOV-SUB-HORAS (INDICE-SUB) TO NOV-HORAS
			ADD NOV-SUB-HORAS-NOC (INDICE-SUB)
				TO NOV-HORAS-NOC
			ADD NOV-SUB-HORAS-FER (INDICE-SUB)
				TO NOV-HORAS-FER
		END-PERFORM
		WRITE NOVEDADES-REGISTRO
		INVALID KEY
		REWRITE NOVEDADES-REGISTRO
		*> Las fichadas procesadas se copian al archivo de
		*> procesadas y la captura queda vacía, como el intake
		*> de LOTE1: "¿se procesó el reloj?" tiene respuesta.
		*> Las de otros grupos o subperíodos pasan por
		*> fichadas.tmp y vuelven a la captura.
		MOVE "N" TO FIN-FICHADAS
		OPEN INPUT ARCHIVO-FICHADAS
		OPEN OUTPUT ARCHIVO-FICHADAS-TMP
		OPEN EXTEND ARCHIVO-ARCHIVADAS
		IF WS-STATUS-ARC = "35"
		OPEN OUTPUT ARCHIVO-ARCHIVADAS
			AT END
			MOVE "S" TO FIN-FICHADAS
			NOT AT END
			PERFORM CONTROLAR-FICHADA-GRUPO
			IF FICHADA-DEL-GRUPO = "S"
			MOVE LINEA-FICHADA TO LINEA-ARCHIVADA
			WRITE LINEA-ARCHIVADA
			ELSE
			MOVE LINEA-FICHADA TO LINEA-FICHADA-TMP
			WRITE LINEA-FICHADA-TMP
			ADD 1 TO FICHADAS-PENDIENTES
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-FICHADAS
		CLOSE ARCHIVO-ARCHIVADAS
		CLOSE ARCHIVO-FICHADAS-TMP
		MOVE "N" TO FIN-FICHADAS
		OPEN INPUT ARCHIVO-FICHADAS-TMP
		OPEN OUTPUT ARCHIVO-FICHADAS
		PERFORM UNTIL FIN-FICHADAS = "S"
			READ ARCHIVO-FICHADAS-TMP
			AT END
			MOVE "S" TO FIN-FICHADAS
			NOT AT END
			MOVE LINEA-FICHADA-TMP TO LINEA-FICHADA
			WRITE LINEA-FICHADA
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-FICHADAS-TMP
		CLOSE ARCHIVO-FICHADAS.
	END PROGRAM FICHPROC.
