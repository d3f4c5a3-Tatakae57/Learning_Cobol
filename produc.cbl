	*> Premio por producción:
	*> La línea de empaque cobra un premio por cada unidad por
	*> encima de la meta diaria, y esas unidades llegaban del
	*> sistema de la planta en una planilla que alguien
	*> convertía en horas extra de NOVEDAD, inflando las
	*> extras. Acá se importa el archivo de la planta tal cual
	*> (produccion.csv: filas D,ID,FECHA,PRODUCTO,UNIDADES con
	*> fecha AAAAMMDD y unidades de cinco dígitos, trailer
	*> T,cantidad,suma de unidades; una cabecera H se ignora).
	*> Siguiendo a IMPHORAS, antes de cargar una sola fila se
	*> verifica el archivo entero contra el trailer. Cada fila
	*> válida entra a produccion.dat pendiente, en el período
	*> abierto del grupo de pago del empleado, con la meta y
	*> el valor por unidad de la tabla de PRDMANT y el premio
	*> ya calculado; las malas van con su motivo a
	*> rechazos_produccion.dat y al listado de excepciones
	*> PRODEXC para corregirlas en la planta.
	*> Motivos: NU fila ilegible, FE fecha inválida o
	*> posterior al período, IN empleado inexistente, BA
	*> empleado no activo, PR producto desconocido o de baja,
	*> SP sin período abierto, DU fila ya importada, WR error
	*> de escritura.
	*> La producción la aprueba la línea de mando del
	*> departamento (APRRUT, como el visto bueno de APRUEBA):
	*> todo lo pendiente del departamento de una vez, o
	*> renglón por renglón por empleado. NOMINA paga lo
	*> aprobado como renglón propio del recibo y cuenta propia
	*> del mayor; las horas siguen siendo las reales.
	*> El operador sin permiso de ver sueldos (VERSUEL) ve los
	*> premios tapados con asteriscos.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. PRODUC.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT ARCHIVO-CSV
		ASSIGN TO "produccion.csv"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-CSV.

		SELECT OPTIONAL ARCHIVO-PRODUCCION
		ASSIGN TO "produccion.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PRD-CLAVE
		FILE STATUS IS WS-STATUS-PRD.

		SELECT OPTIONAL ARCHIVO-TARIFAS-PROD
		ASSIGN TO "tarifas_produccion.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PTA-PRODUCTO
		FILE STATUS IS WS-STATUS-PTA.

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

		SELECT OPTIONAL ARCHIVO-GRUPOS-EMP
		ASSIGN TO "grupos_empleado.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS GEM-ID
		FILE STATUS IS WS-STATUS-GEM.

		SELECT OPTIONAL ARCHIVO-DEPARTAMENTOS
		ASSIGN TO "departamentos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS DEP-CODIGO
		FILE STATUS IS WS-STATUS-DEP.

		SELECT ARCHIVO-RECHAZOS
		ASSIGN TO "rechazos_produccion.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-RCH.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-CSV.
		01 LINEA-CSV PIC X(60).

	FD ARCHIVO-PRODUCCION.
		COPY "produccion.cpy".

	FD ARCHIVO-TARIFAS-PROD.
		COPY "prodtar.cpy".

	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	FD ARCHIVO-GRUPOS-EMP.
		COPY "grupoemp.cpy".

	FD ARCHIVO-DEPARTAMENTOS.
		COPY "depto.cpy".

	FD ARCHIVO-RECHAZOS.
		01 RECHAZO-PRODUCCION-REGISTRO.
			02 RPR-MOTIVO PIC X(2).
			02 RPR-FILA PIC X(60).

	WORKING-STORAGE SECTION.
		01 WS-STATUS-CSV PIC XX VALUE "00".
		01 WS-STATUS-PRD PIC XX VALUE "00".
		01 WS-STATUS-PTA PIC XX VALUE "00".
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 WS-STATUS-GEM PIC XX VALUE "00".
		01 WS-STATUS-DEP PIC XX VALUE "00".
		01 WS-STATUS-RCH PIC XX VALUE "00".
		01 CONTINUAR PIC X VALUE "S".
		01 OPCION-MENU PIC 9 VALUE 1.
		01 CAMPO-ENTRADA PIC X(6) VALUE SPACES.
		01 CAMPO-VALIDO PIC X VALUE "N".
		01 ID-BUSCADO PIC 9(5) VALUE ZERO.
		01 DEPTO-BUSCADO PIC 9(3) VALUE ZERO.
		01 FIN-CSV PIC X VALUE "N".
		01 FIN-PRODUCCION PIC X VALUE "N".
		01 CAMPOS-CSV.
			02 CSV-TIPO PIC X.
			02 CSV-CAMPO-2 PIC X(10).
			02 CSV-CAMPO-3 PIC X(10).
			02 CSV-CAMPO-4 PIC X(10).
			02 CSV-CAMPO-5 PIC X(10).
		01 LOTE-VERIFICADO PIC X VALUE "N".
		01 TRAILER-VISTO PIC X VALUE "N".
		01 CANTIDAD-CONTADA PIC 9(7) VALUE ZERO.
		01 HASH-CONTADO PIC 9(9) VALUE ZERO.
		01 UNIDADES-PARA-HASH PIC 9(5) VALUE ZERO.
		01 CANTIDAD-TRAILER PIC 9(7) VALUE ZERO.
		01 HASH-TRAILER PIC 9(9) VALUE ZERO.
		01 FECHA-FILA PIC 9(8) VALUE ZERO.
		01 UNIDADES-FILA PIC 9(5) VALUE ZERO.
		01 EXCEDENTE-FILA PIC 9(5) VALUE ZERO.
		01 PERIODO-PRODUCCION PIC 9(6) VALUE ZERO.
		01 MOTIVO-RECHAZO PIC X(2) VALUE SPACES.
		01 DETALLE-MOTIVO PIC X(30) VALUE SPACES.
		01 CONTADOR-APLICADAS PIC 9(7) VALUE ZERO.
		01 CONTADOR-RECHAZADAS PIC 9(7) VALUE ZERO.
		01 CONTADOR-LISTADAS PIC 9(5) VALUE ZERO.
		01 TOTAL-PREMIOS PIC 9(8)V99 VALUE ZERO.
		01 IMPORTE-EDITADO PIC $$$,$$$9.99.
		01 IMPORTE-TAPADO REDEFINES IMPORTE-EDITADO PIC X(11).
		01 TOTAL-EDITADO PIC $$,$$$,$$9.99.
		01 TOTAL-TAPADO REDEFINES TOTAL-EDITADO PIC X(13).
		*> "N" = el operador no ve importes (VERSUEL).
		01 VE-IMPORTES PIC X VALUE "N".
		01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
		COPY "pergrupo.cpy".
		COPY "rutaapr.cpy".
		01 TITULO-EXCEPCIONES PIC X(40)
			VALUE "EXCEPCIONES DE PRODUCCION".
		01 NOMBRE-EXCEPCIONES PIC X(8) VALUE "PRODEXC".
		01 PAGINA-EXCEPCIONES PIC 99 VALUE ZERO.
		01 LINEA-IMPRESION PIC X(168) VALUE SPACES.
		01 NOMBRE-AUDSAT PIC X(12) VALUE "produccion".
		01 OPERACION-AUDSAT PIC X VALUE SPACE.
		01 IMAGEN-SAT-ANTES PIC X(40) VALUE SPACES.
		01 IMAGEN-SAT-DESPUES PIC X(40) VALUE SPACES.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "PRODUC".
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
		CALL "VERSUEL" USING WS-OPERADOR-LOG NIVEL-FIRMADO
			VE-IMPORTES.
		PERFORM APERTURA-ARCHIVOS.
		PERFORM UNTIL CONTINUAR = "N" OR CONTINUAR = "n"
			PERFORM MOSTRAR-MENU
			ACCEPT OPCION-MENU
			EVALUATE OPCION-MENU
				WHEN 1
					PERFORM IMPORTAR-PRODUCCION
				WHEN 2
					PERFORM APROBAR-DEPTO
				WHEN 3
					PERFORM REVISAR-EMPLEADO
				WHEN 4
					PERFORM LISTAR-EMPLEADO
				WHEN 5
					PERFORM LISTAR-PENDIENTES
				WHEN OTHER
					DISPLAY "Opción inválida."
			END-EVALUATE
			DISPLAY "Continuar programa: "
			ACCEPT CONTINUAR
		END-PERFORM.
		CLOSE ARCHIVO-PRODUCCION.
		CLOSE ARCHIVO-TARIFAS-PROD.
		CLOSE ARCHIVO-EMPLEADOS.
		CLOSE ARCHIVO-GRUPOS-EMP.
		CLOSE ARCHIVO-DEPARTAMENTOS.
		GOBACK.

	MOSTRAR-MENU.
		DISPLAY "1. Importar produccion.csv".
		DISPLAY "2. Aprobar la producción de un departamento".
		DISPLAY "3. Revisar la producción de un empleado".
		DISPLAY "4. Listar la producción de un empleado".
		DISPLAY "5. Listar la producción pendiente".
		DISPLAY "Opción: ".

	APERTURA-ARCHIVOS.
		OPEN I-O ARCHIVO-PRODUCCION
		IF WS-STATUS-PRD NOT = "00" AND WS-STATUS-PRD NOT = "05"
		DISPLAY "Error al abrir produccion.dat. Status: "
			WS-STATUS-PRD
		GOBACK
		END-IF
		OPEN INPUT ARCHIVO-TARIFAS-PROD
		IF WS-STATUS-PTA NOT = "00" AND WS-STATUS-PTA NOT = "05"
		DISPLAY "Error al abrir tarifas_produccion.dat."
			" Status: " WS-STATUS-PTA
		GOBACK
		END-IF
		OPEN INPUT ARCHIVO-EMPLEADOS
		IF WS-STATUS-EMP NOT = "00" AND WS-STATUS-EMP NOT = "05"
		DISPLAY "Error al abrir empleados.dat. Status: "
			WS-STATUS-EMP
		GOBACK
		END-IF
		OPEN INPUT ARCHIVO-GRUPOS-EMP
		OPEN INPUT ARCHIVO-DEPARTAMENTOS.

	IMPORTAR-PRODUCCION.
		PERFORM VERIFICAR-LOTE
		IF LOTE-VERIFICADO = "S"
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
		MOVE ZERO TO CONTADOR-APLICADAS
		MOVE ZERO TO CONTADOR-RECHAZADAS
		MOVE ZERO TO TOTAL-PREMIOS
		CALL "RPTHDR" USING TITULO-EXCEPCIONES
			PAGINA-EXCEPCIONES NOMBRE-EXCEPCIONES
		OPEN INPUT ARCHIVO-CSV
		MOVE "N" TO FIN-CSV
		PERFORM UNTIL FIN-CSV = "S"
			READ ARCHIVO-CSV
			AT END
			MOVE "S" TO FIN-CSV
			NOT AT END
			PERFORM PROCESAR-FILA
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-CSV
		IF CONTADOR-RECHAZADAS = ZERO
		MOVE "SIN EXCEPCIONES." TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA-EXCEPCION
		END-IF
		CALL "RPTPIE" USING TITULO-EXCEPCIONES
			CONTADOR-RECHAZADAS NOMBRE-EXCEPCIONES
		MOVE TOTAL-PREMIOS TO TOTAL-EDITADO
		PERFORM TAPAR-IMPORTES
		DISPLAY "Filas importadas:  " CONTADOR-APLICADAS
			" premio " TOTAL-EDITADO
		DISPLAY "Filas rechazadas: " CONTADOR-RECHAZADAS
		DISPLAY "La producción queda pendiente de aprobación."
		END-IF.

	VERIFICAR-LOTE.
		*> Pasada de verificación completa antes de la carga:
		*> trailer presente, y cantidad y suma de unidades
		*> iguales a lo contado en el archivo.
		MOVE "N" TO LOTE-VERIFICADO
		MOVE "N" TO TRAILER-VISTO
		MOVE ZERO TO CANTIDAD-CONTADA
		MOVE ZERO TO HASH-CONTADO
		MOVE ZERO TO CANTIDAD-TRAILER
		MOVE ZERO TO HASH-TRAILER
		OPEN INPUT ARCHIVO-CSV
		IF WS-STATUS-CSV NOT = "00"
		DISPLAY "No se encuentra produccion.csv. Status: "
			WS-STATUS-CSV
		ELSE
		MOVE "N" TO FIN-CSV
		PERFORM UNTIL FIN-CSV = "S"
			READ ARCHIVO-CSV
			AT END
			MOVE "S" TO FIN-CSV
			NOT AT END
			PERFORM CONTAR-FILA
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-CSV
		IF TRAILER-VISTO = "N"
		DISPLAY "ABORTADO: archivo sin trailer."
		PERFORM ANOTAR-ABORTO
		ELSE
		IF CANTIDAD-TRAILER NOT = CANTIDAD-CONTADA
		DISPLAY "ABORTADO: cantidad del trailer no cuadra."
		PERFORM ANOTAR-ABORTO
		ELSE
		IF HASH-TRAILER NOT = HASH-CONTADO
		DISPLAY "ABORTADO: suma de unidades no cuadra."
		PERFORM ANOTAR-ABORTO
		ELSE
		MOVE "S" TO LOTE-VERIFICADO
		DISPLAY "Archivo verificado: " CANTIDAD-CONTADA
			" filas."
		END-IF
		END-IF
		END-IF
		END-IF.

	ANOTAR-ABORTO.
		MOVE "Archivo de producción abortado."
			TO WS-MENSAJE-LOG
		MOVE "G" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG.

	PARTIR-FILA.
		MOVE SPACES TO CAMPOS-CSV
		UNSTRING LINEA-CSV DELIMITED BY ","
			INTO CSV-TIPO CSV-CAMPO-2 CSV-CAMPO-3
			CSV-CAMPO-4 CSV-CAMPO-5
		END-UNSTRING.

	CONTAR-FILA.
		PERFORM PARTIR-FILA
		EVALUATE CSV-TIPO
			WHEN "D"
				ADD 1 TO CANTIDAD-CONTADA
				IF CSV-CAMPO-5 (1:5) IS NUMERIC
				MOVE CSV-CAMPO-5 (1:5)
					TO UNIDADES-PARA-HASH
				ADD UNIDADES-PARA-HASH TO HASH-CONTADO
				END-IF
			WHEN "T"
				MOVE "S" TO TRAILER-VISTO
				IF CSV-CAMPO-2 (1:7) IS NUMERIC
				MOVE CSV-CAMPO-2 (1:7)
					TO CANTIDAD-TRAILER
				END-IF
				IF CSV-CAMPO-3 (1:9) IS NUMERIC
				MOVE CSV-CAMPO-3 (1:9) TO HASH-TRAILER
				END-IF
		END-EVALUATE.

	PROCESAR-FILA.
		PERFORM PARTIR-FILA
		IF CSV-TIPO NOT = "D"
		CONTINUE
		ELSE
		MOVE SPACES TO MOTIVO-RECHAZO
		PERFORM EDITAR-FILA
		IF MOTIVO-RECHAZO = SPACES
		PERFORM GRABAR-PRODUCCION-FILA
		END-IF
		IF MOTIVO-RECHAZO NOT = SPACES
		PERFORM GRABAR-RECHAZO
		END-IF
		END-IF.

	EDITAR-FILA.
		IF CSV-CAMPO-2 (1:5) NOT NUMERIC
		OR CSV-CAMPO-3 (1:8) NOT NUMERIC
		OR CSV-CAMPO-5 (1:5) NOT NUMERIC
		OR CSV-CAMPO-4 (1:8) = SPACES
		MOVE "NU" TO MOTIVO-RECHAZO
		ELSE
		MOVE CSV-CAMPO-3 (1:8) TO FECHA-FILA
		MOVE CSV-CAMPO-5 (1:5) TO UNIDADES-FILA
		IF CSV-CAMPO-3 (5:2) < "01" OR CSV-CAMPO-3 (5:2) > "12"
		OR CSV-CAMPO-3 (7:2) < "01" OR CSV-CAMPO-3 (7:2) > "31"
		OR FECHA-FILA > WS-FECHA-HOY
		MOVE "FE" TO MOTIVO-RECHAZO
		ELSE
		MOVE CSV-CAMPO-2 (1:5) TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		MOVE "IN" TO MOTIVO-RECHAZO
		NOT INVALID KEY
		IF EMPLEADO-ESTADO NOT = "A"
		MOVE "BA" TO MOTIVO-RECHAZO
		ELSE
		PERFORM CONTROLAR-PRODUCTO
		END-IF
		END-READ
		END-IF
		END-IF.

	CONTROLAR-PRODUCTO.
		MOVE CSV-CAMPO-4 (1:8) TO PTA-PRODUCTO
		READ ARCHIVO-TARIFAS-PROD
		INVALID KEY
		MOVE "PR" TO MOTIVO-RECHAZO
		NOT INVALID KEY
		IF NOT PRODUCTO-ACTIVO
		MOVE "PR" TO MOTIVO-RECHAZO
		ELSE
		MOVE EMPLEADO-ID TO ID-BUSCADO
		PERFORM PERIODO-DEL-EMPLEADO
		IF PERIODO-PRODUCCION = ZERO
		MOVE "SP" TO MOTIVO-RECHAZO
		ELSE
		IF FECHA-FILA (1:6) > PERIODO-PRODUCCION
		MOVE "FE" TO MOTIVO-RECHAZO
		END-IF
		END-IF
		END-IF
		END-READ.

	PERIODO-DEL-EMPLEADO.
		*> La producción se paga en el período abierto del
		*> grupo de pago del empleado (sin renglón en
		*> grupos_empleado.dat, el mensual), como los gastos.
		MOVE SPACES TO PGR-GRUPO
		MOVE ID-BUSCADO TO GEM-ID
		READ ARCHIVO-GRUPOS-EMP
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE GEM-GRUPO TO PGR-GRUPO
		END-READ
		MOVE "L" TO PGR-OPERACION
		MOVE SPACES TO PGR-ARCHIVO
		CALL "PERGRUPO" USING PERIODO-GRUPO
		MOVE ZERO TO PERIODO-PRODUCCION
		IF PGR-HALLADO = "S"
		MOVE PGR-PERIODO TO PERIODO-PRODUCCION
		END-IF.

	GRABAR-PRODUCCION-FILA.
		*> El premio es solo lo que pasa la meta del día: un
		*> día por debajo de la meta queda registrado en cero.
		MOVE ZERO TO EXCEDENTE-FILA
		IF UNIDADES-FILA > PTA-META-DIARIA
		SUBTRACT PTA-META-DIARIA FROM UNIDADES-FILA
			GIVING EXCEDENTE-FILA
		END-IF
		MOVE EMPLEADO-ID TO PRD-ID
		MOVE PERIODO-PRODUCCION TO PRD-PERIODO
		MOVE FECHA-FILA TO PRD-FECHA
		MOVE PTA-PRODUCTO TO PRD-PRODUCTO
		MOVE EMPLEADO-DEPTO TO PRD-DEPTO
		MOVE UNIDADES-FILA TO PRD-UNIDADES
		MOVE PTA-META-DIARIA TO PRD-META
		MOVE PTA-VALOR-UNIDAD TO PRD-VALOR-UNIDAD
		MULTIPLY EXCEDENTE-FILA BY PTA-VALOR-UNIDAD
			GIVING PRD-IMPORTE ROUNDED
		MOVE "P" TO PRD-ESTADO
		MOVE SPACES TO PRD-SUPERVISOR
		MOVE ZERO TO PRD-FECHA-APROBACION
		MOVE ZERO TO PRD-PERIODO-PAGO
		WRITE PRODUCCION-REGISTRO
		INVALID KEY
		MOVE "DU" TO MOTIVO-RECHAZO
		NOT INVALID KEY
		IF WS-STATUS-PRD NOT = "00"
		MOVE "WR" TO MOTIVO-RECHAZO
		ELSE
		ADD 1 TO CONTADOR-APLICADAS
		ADD PRD-IMPORTE TO TOTAL-PREMIOS
		END-IF
		END-WRITE.

	GRABAR-RECHAZO.
		ADD 1 TO CONTADOR-RECHAZADAS
		OPEN EXTEND ARCHIVO-RECHAZOS
		IF WS-STATUS-RCH = "35"
		OPEN OUTPUT ARCHIVO-RECHAZOS
		END-IF
		MOVE MOTIVO-RECHAZO TO RPR-MOTIVO
		MOVE LINEA-CSV TO RPR-FILA
		WRITE RECHAZO-PRODUCCION-REGISTRO
		CLOSE ARCHIVO-RECHAZOS
		EVALUATE MOTIVO-RECHAZO
			WHEN "NU"
				MOVE "FILA ILEGIBLE" TO DETALLE-MOTIVO
			WHEN "FE"
				MOVE "FECHA INVALIDA O POSTERIOR"
					TO DETALLE-MOTIVO
			WHEN "IN"
				MOVE "EMPLEADO INEXISTENTE"
					TO DETALLE-MOTIVO
			WHEN "BA"
				MOVE "EMPLEADO NO ACTIVO"
					TO DETALLE-MOTIVO
			WHEN "PR"
				MOVE "PRODUCTO DESCONOCIDO O DE BAJA"
					TO DETALLE-MOTIVO
			WHEN "SP"
				MOVE "SIN PERIODO ABIERTO"
					TO DETALLE-MOTIVO
			WHEN "DU"
				MOVE "FILA YA IMPORTADA"
					TO DETALLE-MOTIVO
			WHEN OTHER
				MOVE "ERROR DE ESCRITURA"
					TO DETALLE-MOTIVO
		END-EVALUATE
		MOVE SPACES TO LINEA-IMPRESION
		STRING MOTIVO-RECHAZO DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			DETALLE-MOTIVO DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			LINEA-CSV DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-EXCEPCION
		MOVE SPACES TO WS-MENSAJE-LOG
		STRING "Fila de producción rechazada ["
			DELIMITED BY SIZE
			MOTIVO-RECHAZO DELIMITED BY SIZE
			"]" DELIMITED BY SIZE
			INTO WS-MENSAJE-LOG
		END-STRING
		MOVE "A" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG.

	GRABAR-LINEA-EXCEPCION.
		DISPLAY LINEA-IMPRESION
		CALL "IMPRESO" USING NOMBRE-EXCEPCIONES LINEA-IMPRESION.

	SOLICITAR-DEPTO.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Código de departamento (001-999): "
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:3) IS NUMERIC
			AND CAMPO-ENTRADA (1:3) NOT = "000"
			MOVE CAMPO-ENTRADA (1:3) TO DEPTO-BUSCADO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Código inválido (001 a 999)."
			END-IF
		END-PERFORM.

	SOLICITAR-ID.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "ID de empleado: "
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:5) IS NUMERIC
			MOVE CAMPO-ENTRADA (1:5) TO ID-BUSCADO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "ID inválido, ingrese solo números."
			END-IF
		END-PERFORM.

	APROBAR-DEPTO.
		*> Visto bueno de la línea de mando del departamento,
		*> con la misma regla de APRUEBA: sin línea cargada
		*> vale cualquier supervisor.
		IF NIVEL-FIRMADO < 2
		DISPLAY "La aprobación de producción es para"
			" supervisores."
		ELSE
		PERFORM SOLICITAR-DEPTO
		MOVE DEPTO-BUSCADO TO DEP-CODIGO
		READ ARCHIVO-DEPARTAMENTOS
		INVALID KEY
		DISPLAY "No existe el departamento " DEPTO-BUSCADO "."
		NOT INVALID KEY
		MOVE "D" TO RAP-OPERACION
		MOVE WS-OPERADOR-LOG TO RAP-OPERADOR
		MOVE DEPTO-BUSCADO TO RAP-CLAVE
		MOVE ZERO TO RAP-FECHA
		CALL "APRRUT" USING RUTA-APROBACION
		IF RAP-NO-AUTORIZADO
		DISPLAY "La producción de " DEP-NOMBRE " la aprueba su"
			" línea de mando (responsable " RAP-RESPONSABLE
			")."
		MOVE SPACES TO WS-MENSAJE-LOG
		STRING "Producción fuera de línea depto "
			DELIMITED BY SIZE
			DEPTO-BUSCADO DELIMITED BY SIZE
			INTO WS-MENSAJE-LOG
		END-STRING
		MOVE "A" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		ELSE
		PERFORM APROBAR-PENDIENTES-DEPTO
		END-IF
		END-READ
		END-IF.

	APROBAR-PENDIENTES-DEPTO.
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
		MOVE ZERO TO CONTADOR-LISTADAS
		MOVE ZERO TO TOTAL-PREMIOS
		MOVE "N" TO FIN-PRODUCCION
		MOVE LOW-VALUES TO PRD-CLAVE
		START ARCHIVO-PRODUCCION
			KEY IS NOT LESS THAN PRD-CLAVE
		INVALID KEY MOVE "S" TO FIN-PRODUCCION
		END-START
		PERFORM UNTIL FIN-PRODUCCION = "S"
			READ ARCHIVO-PRODUCCION NEXT RECORD
			AT END
			MOVE "S" TO FIN-PRODUCCION
			NOT AT END
			IF PRD-DEPTO = DEPTO-BUSCADO AND PRD-PENDIENTE
			MOVE "A" TO CAMPO-ENTRADA
			PERFORM RESOLVER-RENGLON
			END-IF
			END-READ
		END-PERFORM
		MOVE TOTAL-PREMIOS TO TOTAL-EDITADO
		PERFORM TAPAR-IMPORTES
		DISPLAY CONTADOR-LISTADAS " renglones de " DEP-NOMBRE
			" aprobados, premio " TOTAL-EDITADO "."
		IF RAP-EN-NOMBRE-DE NOT = ZERO
		AND CONTADOR-LISTADAS > ZERO
		MOVE SPACES TO WS-MENSAJE-LOG
		STRING "Producción " DELIMITED BY SIZE
			DEPTO-BUSCADO DELIMITED BY SIZE
			" aprobada por delegado de " DELIMITED BY SIZE
			RAP-EN-NOMBRE-DE DELIMITED BY SIZE
			INTO WS-MENSAJE-LOG
		END-STRING
		MOVE "I" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		END-IF.

	RESOLVER-RENGLON.
		*> CAMPO-ENTRADA trae la decisión: A aprueba, R
		*> rechaza.
		MOVE PRODUCCION-REGISTRO TO IMAGEN-SAT-ANTES
		MOVE CAMPO-ENTRADA (1:1) TO PRD-ESTADO
		MOVE WS-OPERADOR-LOG TO PRD-SUPERVISOR
		MOVE WS-FECHA-HOY TO PRD-FECHA-APROBACION
		REWRITE PRODUCCION-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo regrabar la producción ID " PRD-ID
		NOT INVALID KEY
		ADD 1 TO CONTADOR-LISTADAS
		IF PRD-APROBADO
		ADD PRD-IMPORTE TO TOTAL-PREMIOS
		END-IF
		MOVE PRODUCCION-REGISTRO TO IMAGEN-SAT-DESPUES
		MOVE "M" TO OPERACION-AUDSAT
		CALL "AUDSAT" USING WS-PROGRAMA-LOG NOMBRE-AUDSAT
			OPERACION-AUDSAT IMAGEN-SAT-ANTES
			IMAGEN-SAT-DESPUES WS-OPERADOR-LOG
		END-REWRITE.

	REVISAR-EMPLEADO.
		*> Renglón por renglón, para rechazar un día mal
		*> informado sin frenar el resto del departamento.
		IF NIVEL-FIRMADO < 2
		DISPLAY "La aprobación de producción es para"
			" supervisores."
		ELSE
		PERFORM SOLICITAR-ID
		MOVE "E" TO RAP-OPERACION
		MOVE WS-OPERADOR-LOG TO RAP-OPERADOR
		MOVE ID-BUSCADO TO RAP-CLAVE
		MOVE ZERO TO RAP-FECHA
		CALL "APRRUT" USING RUTA-APROBACION
		IF RAP-NO-AUTORIZADO
		DISPLAY "La producción de " ID-BUSCADO " la aprueba su"
			" línea de mando (responsable " RAP-RESPONSABLE
			")."
		ELSE
		PERFORM REVISAR-PENDIENTES-EMPLEADO
		END-IF
		END-IF.

	REVISAR-PENDIENTES-EMPLEADO.
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
		MOVE ZERO TO CONTADOR-LISTADAS
		MOVE ZERO TO TOTAL-PREMIOS
		MOVE "N" TO FIN-PRODUCCION
		MOVE ID-BUSCADO TO PRD-ID
		MOVE ZERO TO PRD-PERIODO
		MOVE ZERO TO PRD-FECHA
		MOVE SPACES TO PRD-PRODUCTO
		START ARCHIVO-PRODUCCION
			KEY IS NOT LESS THAN PRD-CLAVE
		INVALID KEY MOVE "S" TO FIN-PRODUCCION
		END-START
		PERFORM UNTIL FIN-PRODUCCION = "S"
			READ ARCHIVO-PRODUCCION NEXT RECORD
			AT END
			MOVE "S" TO FIN-PRODUCCION
			NOT AT END
			IF PRD-ID NOT = ID-BUSCADO
			MOVE "S" TO FIN-PRODUCCION
			ELSE
			IF PRD-PENDIENTE
			PERFORM MOSTRAR-PRODUCCION
			PERFORM DECIDIR-RENGLON
			END-IF
			END-IF
			END-READ
		END-PERFORM
		IF CONTADOR-LISTADAS = ZERO
		DISPLAY "Nada resuelto para ese ID."
		END-IF.

	DECIDIR-RENGLON.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "A=aprobar, R=rechazar, blanco=dejar: "
			MOVE SPACES TO CAMPO-ENTRADA
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:1) = "A" OR "R" OR SPACE
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Responda A, R o blanco."
			END-IF
		END-PERFORM
		IF CAMPO-ENTRADA (1:1) NOT = SPACE
		PERFORM RESOLVER-RENGLON
		END-IF.

	MOSTRAR-PRODUCCION.
		MOVE PRD-IMPORTE TO IMPORTE-EDITADO
		PERFORM TAPAR-IMPORTES
		DISPLAY PRD-PERIODO " " PRD-FECHA " " PRD-PRODUCTO
			" unid " PRD-UNIDADES " meta " PRD-META
			" premio " IMPORTE-EDITADO " estado " PRD-ESTADO
		IF PRD-LIQUIDADO
		DISPLAY "  Pagado en la nómina de " PRD-PERIODO-PAGO
		END-IF.

	LISTAR-EMPLEADO.
		PERFORM SOLICITAR-ID
		MOVE ZERO TO CONTADOR-LISTADAS
		MOVE "N" TO FIN-PRODUCCION
		MOVE ID-BUSCADO TO PRD-ID
		MOVE ZERO TO PRD-PERIODO
		MOVE ZERO TO PRD-FECHA
		MOVE SPACES TO PRD-PRODUCTO
		START ARCHIVO-PRODUCCION
			KEY IS NOT LESS THAN PRD-CLAVE
		INVALID KEY MOVE "S" TO FIN-PRODUCCION
		END-START
		PERFORM UNTIL FIN-PRODUCCION = "S"
			READ ARCHIVO-PRODUCCION NEXT RECORD
			AT END
			MOVE "S" TO FIN-PRODUCCION
			NOT AT END
			IF PRD-ID NOT = ID-BUSCADO
			MOVE "S" TO FIN-PRODUCCION
			ELSE
			ADD 1 TO CONTADOR-LISTADAS
			PERFORM MOSTRAR-PRODUCCION
			END-IF
			END-READ
		END-PERFORM
		IF CONTADOR-LISTADAS = ZERO
		DISPLAY "Sin producción cargada para ese ID."
		END-IF.

	LISTAR-PENDIENTES.
		MOVE ZERO TO CONTADOR-LISTADAS
		MOVE ZERO TO TOTAL-PREMIOS
		MOVE "N" TO FIN-PRODUCCION
		MOVE LOW-VALUES TO PRD-CLAVE
		START ARCHIVO-PRODUCCION
			KEY IS NOT LESS THAN PRD-CLAVE
		INVALID KEY MOVE "S" TO FIN-PRODUCCION
		END-START
		PERFORM UNTIL FIN-PRODUCCION = "S"
			READ ARCHIVO-PRODUCCION NEXT RECORD
			AT END
			MOVE "S" TO FIN-PRODUCCION
			NOT AT END
			IF PRD-PENDIENTE
			ADD 1 TO CONTADOR-LISTADAS
			ADD PRD-IMPORTE TO TOTAL-PREMIOS
			DISPLAY "ID " PRD-ID " DEPTO " PRD-DEPTO " "
				WITH NO ADVANCING
			PERFORM MOSTRAR-PRODUCCION
			END-IF
			END-READ
		END-PERFORM
		IF CONTADOR-LISTADAS = ZERO
		DISPLAY "No hay producción pendiente."
		ELSE
		MOVE TOTAL-PREMIOS TO TOTAL-EDITADO
		PERFORM TAPAR-IMPORTES
		DISPLAY CONTADOR-LISTADAS " renglones pendientes,"
			" premio " TOTAL-EDITADO "."
		END-IF.

	TAPAR-IMPORTES.
		*> Sin permiso de ver sueldos, los premios ya editados
		*> se pisan con asteriscos antes de mostrarlos.
		IF VE-IMPORTES = "N"
		MOVE ALL "*" TO IMPORTE-TAPADO
		MOVE ALL "*" TO TOTAL-TAPADO
		END-IF.
	END PROGRAM PRODUC.
