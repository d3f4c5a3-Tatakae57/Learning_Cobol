	*> Prevuelo del plan nocturno:
	*> Un error de tipeo en plan.dat, una etapa que nombra un
	*> programa que no está en la biblioteca o un export puesto
	*> antes de la carga de la que depende aparecían recién a
	*> las dos de la mañana, cuando la etapa caía. Este control
	*> corre a la tarde o al arrancar ORQUESTA, que lo llama
	*> antes de tomar el candado, y revisa:
	*>  - cada renglón de plan.dat: secuencia creciente,
	*>    programa, acción ante error (P/S), frecuencia y día
	*>    (D, S 1-7, M 1-31, A MMDD), acción sin archivo
	*>    (S/P/C), minutos de espera y el extracto de EXTRAE;
	*>  - la variante del calendario que rige esta noche: qué
	*>    etapas están debidas según su frecuencia, con la misma
	*>    regla de ORQUESTA; corrido pasado el mediodía avisa
	*>    además qué cambia si la noche arranca después de la
	*>    medianoche;
	*>  - que cada programa del plan, CONTROL1 y RESUMEN
	*>    tengan su módulo en la biblioteca (el primer
	*>    directorio de COB_LIBRARY_PATH, o el de trabajo);
	*>  - que la dependencia declarada (PLA-DEPENDE) figure
	*>    antes en el plan;
	*>  - que empleados.dat y los archivos de entrada de las
	*>    etapas debidas estén (si la etapa espera minutos, la
	*>    ausencia es solo aviso: ORQUESTA lo espera);
	*>  - que haya lugar en disco: graba y borra una sonda del
	*>    tamaño de la reserva de reserva_disco.dat (megas, 100
	*>    por omisión);
	*>  - que el candado de escritor único esté libre (tomado
	*>    por ORQUESTA es un reinicio y solo se avisa).
	*> Cada falla va a alertas_corrida.dat con motivo "P" y
	*> el detalle en el campo de archivo; los avisos solo se
	*> muestran. Termina con código 8 si hubo fallas y con
	*> GOBACK, para correr suelto o llamado por ORQUESTA.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. PREVUELO.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-PLAN
		ASSIGN TO "plan.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-PLAN.

		SELECT ARCHIVO-ALERTAS
		ASSIGN TO "alertas_corrida.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-ALE.

		SELECT OPTIONAL ARCHIVO-RESERVA
		ASSIGN TO "reserva_disco.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-RES.

		SELECT ARCHIVO-SONDA
		ASSIGN TO DYNAMIC NOMBRE-SONDA
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-STATUS-SON.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-PLAN.
		COPY "planorq.cpy".

	FD ARCHIVO-ALERTAS.
		01 LINEA-ALERTA.
			02 ALC-PROGRAMA PIC X(8).
			02 ALC-FECHA PIC 9(8).
			02 ALC-ETAPA PIC X(12).
			02 ALC-HORA PIC 9(8).
			02 ALC-MOTIVO PIC X.
				88 ALERTA-PREVUELO VALUE "P".
			*> Detalle de la falla.
			02 ALC-ARCHIVO PIC X(30).

	FD ARCHIVO-RESERVA.
		01 LINEA-RESERVA.
			02 RES-MEGAS PIC 9(5).

	FD ARCHIVO-SONDA.
		01 LINEA-SONDA PIC X(1024).

	WORKING-STORAGE SECTION.
		01 WS-STATUS-PLAN PIC XX VALUE "00".
		01 WS-STATUS-ALE PIC XX VALUE "00".
		01 WS-STATUS-RES PIC XX VALUE "00".
		01 WS-STATUS-SON PIC XX VALUE "00".
		01 FECHA-NOCHE PIC 9(8) VALUE ZERO.
		01 FECHA-MANIANA PIC 9(8) VALUE ZERO.
		01 HORA-ACTUAL PIC 9(8) VALUE ZERO.
		01 FIN-PLAN PIC X VALUE "N".
		01 PLAN-PRESENTE PIC X VALUE "N".
		*> Plan en memoria, como lo cargará ORQUESTA.
		01 TABLA-PLAN.
			02 PLAN-ENTRADA OCCURS 20 TIMES.
				03 PV-PROGRAMA PIC X(8).
				03 PV-FRECUENCIA PIC X.
				03 PV-DIA PIC 9(4).
				03 PV-ARCHIVO PIC X(30).
				03 PV-ESPERA PIC 9(3).
				03 PV-DEPENDE PIC X(8).
				03 PV-DEBIDA PIC X.
				03 PV-DEBIDA-MANIANA PIC X.
		01 CANTIDAD-ETAPAS PIC 99 VALUE ZERO.
		01 RENGLONES-PLAN PIC 9(3) VALUE ZERO.
		01 INDICE-PLAN PIC 99 VALUE ZERO.
		01 INDICE-BUSQUEDA PIC 99 VALUE ZERO.
		01 POSICION-DEPENDENCIA PIC 99 VALUE ZERO.
		01 SECUENCIA-ANTERIOR PIC 99 VALUE ZERO.
		01 CONTADOR-FALLAS PIC 9(3) VALUE ZERO.
		01 CONTADOR-AVISOS PIC 9(3) VALUE ZERO.
		01 CONTADOR-CAMBIOS PIC 9(3) VALUE ZERO.
		01 ETAPA-FALLA PIC X(12) VALUE SPACES.
		01 MOTIVO-FALLA PIC X(30) VALUE SPACES.
		*> Vencimiento de una etapa en una fecha, con la
		*> congruencia de Zeller de ORQUESTA.
		01 FECHA-EVALUAR PIC 9(8) VALUE ZERO.
		01 ETAPA-DEBIDA PIC X VALUE "S".
		01 DIA-SEMANA PIC 9 VALUE ZERO.
		01 FECHA-PARTIDA.
			02 FEC-ANIO PIC 9(4).
			02 FEC-MES PIC 9(2).
			02 FEC-DIA PIC 9(2).
		01 ZEL-ANIO PIC 9(4) VALUE ZERO.
		01 ZEL-MES PIC 9(2) VALUE ZERO.
		01 ZEL-K PIC 9(2) VALUE ZERO.
		01 ZEL-J PIC 9(2) VALUE ZERO.
		01 ZEL-SUMA PIC 9(6) VALUE ZERO.
		01 ZEL-COCIENTE PIC 9(6) VALUE ZERO.
		01 ZEL-RESTO PIC 9 VALUE ZERO.
		01 FECHA-VALIDAR PIC 9(8) VALUE ZERO.
		01 RESULTADO-VALFEC PIC X VALUE SPACE.
		*> Módulos de la biblioteca.
		01 RUTA-BIBLIOTECA PIC X(200) VALUE SPACES.
		01 DIRECTORIO-MODULOS PIC X(80) VALUE SPACES.
		01 PROGRAMA-BUSCADO PIC X(8) VALUE SPACES.
		01 PROGRAMA-MINUSCULAS PIC X(8) VALUE SPACES.
		01 NOMBRE-MODULO PIC X(100) VALUE SPACES.
		01 MODULO-HALLADO PIC X VALUE "N".
		*> Archivos de entrada; los datos vuelven de
		*> CBL_CHECK_FILE_EXIST.
		01 NOMBRE-ENTRADA PIC X(30) VALUE SPACES.
		01 FECHA-NOCHE-TEXTO PIC X(8) VALUE SPACES.
		01 ARCHIVO-PRESENTE PIC X VALUE "N".
		01 DATOS-ARCHIVO.
			02 DAR-TAMANIO PIC X(8) COMP-X.
			02 DAR-DIA PIC X COMP-X.
			02 DAR-MES PIC X COMP-X.
			02 DAR-ANIO PIC X(2) COMP-X.
			02 DAR-HORA PIC X(4).
		*> Sonda de espacio en disco.
		01 NOMBRE-SONDA PIC X(30) VALUE "prevuelo.tmp".
		01 MEGAS-RESERVA PIC 9(5) VALUE 100.
		01 BLOQUES-SONDA PIC 9(9) VALUE ZERO.
		01 BLOQUES-GRABADOS PIC 9(9) VALUE ZERO.
		01 ACCION-CANDADO PIC X VALUE "C".
		01 DUENIO-CANDADO PIC X(8) VALUE SPACES.
		01 RESULTADO-CANDADO PIC X VALUE SPACE.
		01 CANDADO-DESDE-FECHA PIC 9(8) VALUE ZERO.
		01 CANDADO-DESDE-HORA PIC 9(8) VALUE ZERO.

	PROCEDURE DIVISION.
	MAIN-PROCEDURE.
		ACCEPT FECHA-NOCHE FROM DATE YYYYMMDD.
		ACCEPT HORA-ACTUAL FROM TIME.
		MOVE ZERO TO CONTADOR-FALLAS.
		MOVE ZERO TO CONTADOR-AVISOS.
		DISPLAY "Prevuelo del plan nocturno - " FECHA-NOCHE.
		PERFORM CARGAR-PLAN.
		PERFORM EVALUAR-CALENDARIO.
		PERFORM CONTROLAR-DEPENDENCIAS.
		PERFORM CONTROLAR-MODULOS.
		PERFORM CONTROLAR-ENTRADAS.
		PERFORM CONTROLAR-DISCO.
		PERFORM CONTROLAR-CANDADO.
		DISPLAY "Prevuelo: " CONTADOR-FALLAS " fallas, "
			CONTADOR-AVISOS " avisos.".
		*> Se fija al final: los CALL intermedios pisan el
		*> registro de retorno.
		IF CONTADOR-FALLAS > ZERO
		DISPLAY "La noche queda retenida hasta que un"
			" supervisor la confirme."
		MOVE 8 TO RETURN-CODE
		ELSE
		MOVE ZERO TO RETURN-CODE
		END-IF.
		GOBACK.

	CARGAR-PLAN.
		MOVE ZERO TO CANTIDAD-ETAPAS
		MOVE ZERO TO RENGLONES-PLAN
		MOVE ZERO TO SECUENCIA-ANTERIOR
		MOVE "N" TO PLAN-PRESENTE
		MOVE "N" TO FIN-PLAN
		OPEN INPUT ARCHIVO-PLAN
		IF WS-STATUS-PLAN = "00"
		PERFORM UNTIL FIN-PLAN = "S"
			READ ARCHIVO-PLAN
			AT END
			MOVE "S" TO FIN-PLAN
			NOT AT END
			MOVE "S" TO PLAN-PRESENTE
			ADD 1 TO RENGLONES-PLAN
			PERFORM VALIDAR-RENGLON-PLAN
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-PLAN
		END-IF
		IF PLAN-PRESENTE = "N"
		PERFORM CARGAR-PLAN-OMISION
		ELSE
		DISPLAY "plan.dat: " RENGLONES-PLAN " renglones."
		END-IF.

	VALIDAR-RENGLON-PLAN.
		MOVE PLA-PROGRAMA TO ETAPA-FALLA
		IF PLA-SECUENCIA IS NOT NUMERIC
		MOVE "SECUENCIA NO NUMERICA" TO MOTIVO-FALLA
		PERFORM REGISTRAR-FALLA
		ELSE
		IF PLA-SECUENCIA NOT > SECUENCIA-ANTERIOR
		MOVE "SECUENCIA REPETIDA/DESORDENADA"
			TO MOTIVO-FALLA
		PERFORM REGISTRAR-FALLA
		END-IF
		MOVE PLA-SECUENCIA TO SECUENCIA-ANTERIOR
		END-IF
		IF PLA-PROGRAMA = SPACES
		MOVE "ETAPA SIN PROGRAMA" TO MOTIVO-FALLA
		PERFORM REGISTRAR-FALLA
		END-IF
		IF PLA-ON-ERROR NOT = "P" AND PLA-ON-ERROR NOT = "S"
		MOVE "ACCION ANTE ERROR NO ES P/S"
			TO MOTIVO-FALLA
		PERFORM REGISTRAR-FALLA
		END-IF
		IF PLA-SIN-ARCHIVO NOT = SPACE
		AND PLA-SIN-ARCHIVO NOT = "S"
		AND PLA-SIN-ARCHIVO NOT = "P"
		AND PLA-SIN-ARCHIVO NOT = "C"
		MOVE "ACCION SIN ARCHIVO NO ES S/P/C"
			TO MOTIVO-FALLA
		PERFORM REGISTRAR-FALLA
		END-IF
		IF PLA-ESPERA-MINUTOS NOT = SPACES
		AND PLA-ESPERA-MINUTOS IS NOT NUMERIC
		MOVE "MINUTOS DE ESPERA NO NUMERICOS"
			TO MOTIVO-FALLA
		PERFORM REGISTRAR-FALLA
		END-IF
		IF PLA-PROGRAMA = "EXTRAE" AND PLA-PARAMETRO = SPACES
		MOVE "EXTRAE SIN NOMBRE DE EXTRACTO"
			TO MOTIVO-FALLA
		PERFORM REGISTRAR-FALLA
		END-IF
		PERFORM VALIDAR-FRECUENCIA
		IF CANTIDAD-ETAPAS < 20
		ADD 1 TO CANTIDAD-ETAPAS
		MOVE PLA-PROGRAMA TO PV-PROGRAMA (CANTIDAD-ETAPAS)
		MOVE PLA-ARCHIVO-ESPERA
			TO PV-ARCHIVO (CANTIDAD-ETAPAS)
		IF PLA-ESPERA-MINUTOS IS NUMERIC
		MOVE PLA-ESPERA-MINUTOS
			TO PV-ESPERA (CANTIDAD-ETAPAS)
		ELSE
		MOVE ZERO TO PV-ESPERA (CANTIDAD-ETAPAS)
		END-IF
		MOVE PLA-DEPENDE TO PV-DEPENDE (CANTIDAD-ETAPAS)
		ELSE
		*> ORQUESTA ignora en silencio lo que pasa de 20.
		MOVE "PLAN CON MAS DE 20 ETAPAS" TO MOTIVO-FALLA
		PERFORM REGISTRAR-FALLA
		END-IF.

	VALIDAR-FRECUENCIA.
		*> Frecuencia en blanco es un plan viejo: diaria. Una
		*> letra desconocida ORQUESTA también la corre diaria,
		*> pero es un error de tipeo y se informa.
		IF CANTIDAD-ETAPAS < 20
		MOVE "D" TO PV-FRECUENCIA (CANTIDAD-ETAPAS + 1)
		MOVE ZERO TO PV-DIA (CANTIDAD-ETAPAS + 1)
		END-IF
		EVALUATE PLA-FRECUENCIA
			WHEN SPACE
			WHEN "D"
				CONTINUE
			WHEN "S"
				IF PLA-DIA IS NOT NUMERIC
				OR PLA-DIA < 1 OR PLA-DIA > 7
				MOVE "DIA SEMANAL FUERA DE 1-7"
					TO MOTIVO-FALLA
				PERFORM REGISTRAR-FALLA
				ELSE
				PERFORM GUARDAR-FRECUENCIA
				END-IF
			WHEN "M"
				IF PLA-DIA IS NOT NUMERIC
				OR PLA-DIA < 1 OR PLA-DIA > 31
				MOVE "DIA DEL MES FUERA DE 1-31"
					TO MOTIVO-FALLA
				PERFORM REGISTRAR-FALLA
				ELSE
				PERFORM GUARDAR-FRECUENCIA
				END-IF
			WHEN "A"
				MOVE "N" TO RESULTADO-VALFEC
				IF PLA-DIA IS NUMERIC
				*> Año bisiesto: el 29 de febrero vale.
				COMPUTE FECHA-VALIDAR =
					20000000 + PLA-DIA
				CALL "VALFEC" USING FECHA-VALIDAR
					RESULTADO-VALFEC
				END-IF
				IF RESULTADO-VALFEC NOT = "S"
				MOVE "DIA ANUAL NO ES UN MMDD VALIDO"
					TO MOTIVO-FALLA
				PERFORM REGISTRAR-FALLA
				ELSE
				PERFORM GUARDAR-FRECUENCIA
				END-IF
			WHEN OTHER
				MOVE "FRECUENCIA NO ES D/S/M/A"
					TO MOTIVO-FALLA
				PERFORM REGISTRAR-FALLA
		END-EVALUATE.

	GUARDAR-FRECUENCIA.
		IF CANTIDAD-ETAPAS < 20
		MOVE PLA-FRECUENCIA
			TO PV-FRECUENCIA (CANTIDAD-ETAPAS + 1)
		MOVE PLA-DIA TO PV-DIA (CANTIDAD-ETAPAS + 1)
		END-IF.

	CARGAR-PLAN-OMISION.
		*> El mismo plan histórico que rige en ORQUESTA.
		DISPLAY "AVISO: sin plan.dat rige el plan por omisión."
		ADD 1 TO CONTADOR-AVISOS
		MOVE "LOTE1" TO PV-PROGRAMA (1)
		MOVE "EXTNOCHE" TO PV-PROGRAMA (2)
		MOVE "CLASIF1" TO PV-PROGRAMA (3)
		MOVE "LISTADO" TO PV-PROGRAMA (4)
		MOVE "GENBACK" TO PV-PROGRAMA (5)
		MOVE "SEQAUD" TO PV-PROGRAMA (6)
		MOVE 6 TO CANTIDAD-ETAPAS
		PERFORM VARYING INDICE-PLAN FROM 1 BY 1
		UNTIL INDICE-PLAN > 6
		MOVE "D" TO PV-FRECUENCIA (INDICE-PLAN)
		MOVE ZERO TO PV-DIA (INDICE-PLAN)
		MOVE SPACES TO PV-ARCHIVO (INDICE-PLAN)
		MOVE ZERO TO PV-ESPERA (INDICE-PLAN)
		MOVE SPACES TO PV-DEPENDE (INDICE-PLAN)
		END-PERFORM.

	EVALUAR-CALENDARIO.
		*> Variante de esta noche; pasado el mediodía también
		*> la de mañana, por si ORQUESTA arranca después de la
		*> medianoche y toma esa fecha.
		MOVE ZERO TO CONTADOR-CAMBIOS
		IF HORA-ACTUAL NOT < 12000000
		PERFORM CALCULAR-MANIANA
		END-IF
		DISPLAY "Etapas debidas esta noche:"
		PERFORM VARYING INDICE-PLAN FROM 1 BY 1
		UNTIL INDICE-PLAN > CANTIDAD-ETAPAS
		MOVE FECHA-NOCHE TO FECHA-EVALUAR
		PERFORM EVALUAR-VENCIMIENTO
		MOVE ETAPA-DEBIDA TO PV-DEBIDA (INDICE-PLAN)
		MOVE ETAPA-DEBIDA TO PV-DEBIDA-MANIANA (INDICE-PLAN)
		IF ETAPA-DEBIDA = "S"
			DISPLAY "  " INDICE-PLAN ". "
				PV-PROGRAMA (INDICE-PLAN) " ("
				PV-FRECUENCIA (INDICE-PLAN) ")"
		END-IF
		IF HORA-ACTUAL NOT < 12000000
			MOVE FECHA-MANIANA TO FECHA-EVALUAR
			PERFORM EVALUAR-VENCIMIENTO
			MOVE ETAPA-DEBIDA
				TO PV-DEBIDA-MANIANA (INDICE-PLAN)
			IF ETAPA-DEBIDA NOT = PV-DEBIDA (INDICE-PLAN)
			ADD 1 TO CONTADOR-CAMBIOS
			END-IF
		END-IF
		END-PERFORM
		IF CONTADOR-CAMBIOS > ZERO
		DISPLAY "AVISO: si la noche arranca pasada la"
			" medianoche (" FECHA-MANIANA ") cambian:"
		ADD 1 TO CONTADOR-AVISOS
		PERFORM VARYING INDICE-PLAN FROM 1 BY 1
		UNTIL INDICE-PLAN > CANTIDAD-ETAPAS
			IF PV-DEBIDA-MANIANA (INDICE-PLAN) NOT =
				PV-DEBIDA (INDICE-PLAN)
			DISPLAY "  " INDICE-PLAN ". "
				PV-PROGRAMA (INDICE-PLAN)
				" debida: "
				PV-DEBIDA-MANIANA (INDICE-PLAN)
			END-IF
		END-PERFORM
		END-IF.

	CALCULAR-MANIANA.
		*> Día siguiente con VALFEC: si el día + 1 no existe
		*> se pasa al 1 del mes siguiente.
		MOVE FECHA-NOCHE TO FECHA-PARTIDA
		ADD 1 TO FEC-DIA
		MOVE FECHA-PARTIDA TO FECHA-VALIDAR
		CALL "VALFEC" USING FECHA-VALIDAR RESULTADO-VALFEC
		IF RESULTADO-VALFEC NOT = "S"
		MOVE 1 TO FEC-DIA
		ADD 1 TO FEC-MES
		IF FEC-MES > 12
		MOVE 1 TO FEC-MES
		ADD 1 TO FEC-ANIO
		END-IF
		END-IF
		MOVE FECHA-PARTIDA TO FECHA-MANIANA.

	EVALUAR-VENCIMIENTO.
		MOVE "S" TO ETAPA-DEBIDA
		MOVE FECHA-EVALUAR TO FECHA-PARTIDA
		EVALUATE PV-FRECUENCIA (INDICE-PLAN)
			WHEN "S"
				PERFORM CALCULAR-DIA-SEMANA
				IF DIA-SEMANA NOT =
					PV-DIA (INDICE-PLAN)
				MOVE "N" TO ETAPA-DEBIDA
				END-IF
			WHEN "M"
				IF FEC-DIA NOT = PV-DIA (INDICE-PLAN)
				MOVE "N" TO ETAPA-DEBIDA
				END-IF
			WHEN "A"
				IF FECHA-EVALUAR (5:4) NOT =
					PV-DIA (INDICE-PLAN)
				MOVE "N" TO ETAPA-DEBIDA
				END-IF
			WHEN OTHER
				CONTINUE
		END-EVALUATE.

	CALCULAR-DIA-SEMANA.
		*> 1 = lunes ... 7 = domingo, como en ORQUESTA.
		MOVE FEC-ANIO TO ZEL-ANIO
		MOVE FEC-MES TO ZEL-MES
		IF ZEL-MES < 3
		ADD 12 TO ZEL-MES
		SUBTRACT 1 FROM ZEL-ANIO
		END-IF
		DIVIDE ZEL-ANIO BY 100 GIVING ZEL-J
			REMAINDER ZEL-K
		COMPUTE ZEL-SUMA = FEC-DIA
			+ (13 * (ZEL-MES + 1)) / 5
			+ ZEL-K + ZEL-K / 4 + ZEL-J / 4
			+ 5 * ZEL-J
		DIVIDE ZEL-SUMA BY 7 GIVING ZEL-COCIENTE
			REMAINDER ZEL-RESTO
		EVALUATE ZEL-RESTO
			WHEN 0 MOVE 6 TO DIA-SEMANA
			WHEN 1 MOVE 7 TO DIA-SEMANA
			WHEN OTHER
				COMPUTE DIA-SEMANA = ZEL-RESTO - 1
		END-EVALUATE.

	CONTROLAR-DEPENDENCIAS.
		*> La dependencia tiene que estar antes en el plan.
		*> Si está pero no toca esta noche y la etapa sí, la
		*> etapa corre sobre lo de la corrida anterior: aviso.
		PERFORM VARYING INDICE-PLAN FROM 1 BY 1
		UNTIL INDICE-PLAN > CANTIDAD-ETAPAS
		IF PV-DEPENDE (INDICE-PLAN) NOT = SPACES
			PERFORM BUSCAR-DEPENDENCIA
			MOVE PV-PROGRAMA (INDICE-PLAN) TO ETAPA-FALLA
			IF POSICION-DEPENDENCIA = ZERO
			MOVE SPACES TO MOTIVO-FALLA
			STRING "DEPENDE DE " DELIMITED BY SIZE
				PV-DEPENDE (INDICE-PLAN)
				DELIMITED BY SPACE
				", FUERA DEL PLAN"
				DELIMITED BY SIZE
				INTO MOTIVO-FALLA
			END-STRING
			PERFORM REGISTRAR-FALLA
			ELSE
			IF POSICION-DEPENDENCIA > INDICE-PLAN
			MOVE SPACES TO MOTIVO-FALLA
			STRING "DEPENDE DE " DELIMITED BY SIZE
				PV-DEPENDE (INDICE-PLAN)
				DELIMITED BY SPACE
				", QUE CORRE DESPUES"
				DELIMITED BY SIZE
				INTO MOTIVO-FALLA
			END-STRING
			PERFORM REGISTRAR-FALLA
			ELSE
			IF PV-DEBIDA (INDICE-PLAN) = "S"
			AND PV-DEBIDA (POSICION-DEPENDENCIA) = "N"
			DISPLAY "AVISO: " PV-PROGRAMA (INDICE-PLAN)
				" corre hoy y " PV-DEPENDE (INDICE-PLAN)
				" no."
			ADD 1 TO CONTADOR-AVISOS
			END-IF
			END-IF
			END-IF
		END-IF
		END-PERFORM.

	BUSCAR-DEPENDENCIA.
		*> Primero antes de la etapa; si no, después.
		MOVE ZERO TO POSICION-DEPENDENCIA
		PERFORM VARYING INDICE-BUSQUEDA FROM 1 BY 1
		UNTIL INDICE-BUSQUEDA > CANTIDAD-ETAPAS
		OR POSICION-DEPENDENCIA NOT = ZERO
		IF INDICE-BUSQUEDA NOT = INDICE-PLAN
		AND PV-PROGRAMA (INDICE-BUSQUEDA) =
			PV-DEPENDE (INDICE-PLAN)
			MOVE INDICE-BUSQUEDA TO POSICION-DEPENDENCIA
		END-IF
		END-PERFORM.

	CONTROLAR-MODULOS.
		ACCEPT RUTA-BIBLIOTECA
			FROM ENVIRONMENT "COB_LIBRARY_PATH"
		MOVE SPACES TO DIRECTORIO-MODULOS
		UNSTRING RUTA-BIBLIOTECA DELIMITED BY ":"
			INTO DIRECTORIO-MODULOS
		END-UNSTRING
		PERFORM VARYING INDICE-PLAN FROM 1 BY 1
		UNTIL INDICE-PLAN > CANTIDAD-ETAPAS
		IF PV-PROGRAMA (INDICE-PLAN) NOT = SPACES
			MOVE PV-PROGRAMA (INDICE-PLAN)
				TO PROGRAMA-BUSCADO
			PERFORM CONTROLAR-MODULO
		END-IF
		END-PERFORM
		*> El marco fijo de la corrida.
		MOVE "CONTROL1" TO PROGRAMA-BUSCADO
		PERFORM CONTROLAR-MODULO
		MOVE "RESUMEN" TO PROGRAMA-BUSCADO
		PERFORM CONTROLAR-MODULO.

	CONTROLAR-MODULO.
		*> El módulo puede estar con el nombre tal cual o en
		*> minúsculas, como el fuente.
		MOVE PROGRAMA-BUSCADO TO PROGRAMA-MINUSCULAS
		INSPECT PROGRAMA-MINUSCULAS
			CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
			TO "abcdefghijklmnopqrstuvwxyz"
		MOVE "N" TO MODULO-HALLADO
		MOVE PROGRAMA-BUSCADO TO NOMBRE-ENTRADA
		PERFORM BUSCAR-MODULO
		IF MODULO-HALLADO = "N"
		MOVE PROGRAMA-MINUSCULAS TO NOMBRE-ENTRADA
		PERFORM BUSCAR-MODULO
		END-IF
		IF MODULO-HALLADO = "N"
		MOVE PROGRAMA-BUSCADO TO ETAPA-FALLA
		MOVE "PROGRAMA NO ESTA EN BIBLIOTECA"
			TO MOTIVO-FALLA
		PERFORM REGISTRAR-FALLA
		END-IF.

	BUSCAR-MODULO.
		MOVE SPACES TO NOMBRE-MODULO
		IF DIRECTORIO-MODULOS = SPACES
		STRING NOMBRE-ENTRADA DELIMITED BY SPACE
			".so" DELIMITED BY SIZE
			INTO NOMBRE-MODULO
		END-STRING
		ELSE
		STRING DIRECTORIO-MODULOS DELIMITED BY SPACE
			"/" DELIMITED BY SIZE
			NOMBRE-ENTRADA DELIMITED BY SPACE
			".so" DELIMITED BY SIZE
			INTO NOMBRE-MODULO
		END-STRING
		END-IF
		CALL "CBL_CHECK_FILE_EXIST" USING NOMBRE-MODULO
			DATOS-ARCHIVO
		IF RETURN-CODE = ZERO
		MOVE "S" TO MODULO-HALLADO
		END-IF
		MOVE ZERO TO RETURN-CODE.

	CONTROLAR-ENTRADAS.
		*> El maestro siempre; los archivos del plan, solo de
		*> las etapas debidas esta noche.
		MOVE "empleados.dat" TO NOMBRE-ENTRADA
		PERFORM VERIFICAR-ENTRADA
		IF ARCHIVO-PRESENTE = "N"
		MOVE "MAESTRO" TO ETAPA-FALLA
		MOVE "FALTA empleados.dat" TO MOTIVO-FALLA
		PERFORM REGISTRAR-FALLA
		END-IF
		MOVE FECHA-NOCHE TO FECHA-NOCHE-TEXTO
		PERFORM VARYING INDICE-PLAN FROM 1 BY 1
		UNTIL INDICE-PLAN > CANTIDAD-ETAPAS
		IF PV-DEBIDA (INDICE-PLAN) = "S"
		AND PV-ARCHIVO (INDICE-PLAN) NOT = SPACES
			MOVE PV-ARCHIVO (INDICE-PLAN) TO NOMBRE-ENTRADA
			INSPECT NOMBRE-ENTRADA REPLACING ALL
				"AAAAMMDD" BY FECHA-NOCHE-TEXTO
			PERFORM VERIFICAR-ENTRADA
			IF ARCHIVO-PRESENTE = "N"
			IF PV-ESPERA (INDICE-PLAN) > ZERO
			DISPLAY "AVISO: falta " NOMBRE-ENTRADA
				"; " PV-PROGRAMA (INDICE-PLAN)
				" lo espera " PV-ESPERA (INDICE-PLAN)
				" min."
			ADD 1 TO CONTADOR-AVISOS
			ELSE
			MOVE PV-PROGRAMA (INDICE-PLAN) TO ETAPA-FALLA
			MOVE NOMBRE-ENTRADA TO MOTIVO-FALLA
			PERFORM REGISTRAR-FALLA
			END-IF
			END-IF
		END-IF
		END-PERFORM.

	VERIFICAR-ENTRADA.
		MOVE "N" TO ARCHIVO-PRESENTE
		CALL "CBL_CHECK_FILE_EXIST" USING NOMBRE-ENTRADA
			DATOS-ARCHIVO
		IF RETURN-CODE = ZERO AND DAR-TAMANIO > ZERO
		MOVE "S" TO ARCHIVO-PRESENTE
		END-IF
		MOVE ZERO TO RETURN-CODE.

	CONTROLAR-DISCO.
		*> La sonda se graba en el directorio de trabajo, donde
		*> la noche escribe sus archivos, y se borra enseguida.
		MOVE 100 TO MEGAS-RESERVA
		OPEN INPUT ARCHIVO-RESERVA
		IF WS-STATUS-RES = "00" OR WS-STATUS-RES = "05"
		READ ARCHIVO-RESERVA
		AT END
		CONTINUE
		NOT AT END
		IF RES-MEGAS IS NUMERIC AND RES-MEGAS > ZERO
		MOVE RES-MEGAS TO MEGAS-RESERVA
		END-IF
		END-READ
		CLOSE ARCHIVO-RESERVA
		END-IF
		COMPUTE BLOQUES-SONDA = MEGAS-RESERVA * 1024
		MOVE ZERO TO BLOQUES-GRABADOS
		MOVE ALL "9" TO LINEA-SONDA
		OPEN OUTPUT ARCHIVO-SONDA
		IF WS-STATUS-SON = "00"
		PERFORM UNTIL BLOQUES-GRABADOS NOT < BLOQUES-SONDA
		OR WS-STATUS-SON NOT = "00"
			WRITE LINEA-SONDA
			IF WS-STATUS-SON = "00"
			ADD 1 TO BLOQUES-GRABADOS
			END-IF
		END-PERFORM
		CLOSE ARCHIVO-SONDA
		END-IF
		CALL "CBL_DELETE_FILE" USING NOMBRE-SONDA
		MOVE ZERO TO RETURN-CODE
		IF BLOQUES-GRABADOS < BLOQUES-SONDA
		MOVE "DISCO" TO ETAPA-FALLA
		MOVE SPACES TO MOTIVO-FALLA
		STRING "SIN LUGAR PARA " DELIMITED BY SIZE
			MEGAS-RESERVA DELIMITED BY SIZE
			" MEGAS" DELIMITED BY SIZE
			INTO MOTIVO-FALLA
		END-STRING
		PERFORM REGISTRAR-FALLA
		ELSE
		DISPLAY "Disco: " MEGAS-RESERVA " megas libres."
		END-IF.

	CONTROLAR-CANDADO.
		MOVE "C" TO ACCION-CANDADO
		MOVE SPACES TO DUENIO-CANDADO
		CALL "CANDADO" USING ACCION-CANDADO DUENIO-CANDADO
			RESULTADO-CANDADO CANDADO-DESDE-FECHA
			CANDADO-DESDE-HORA
		MOVE ZERO TO RETURN-CODE
		IF RESULTADO-CANDADO = "S"
		IF DUENIO-CANDADO = "ORQUESTA"
		*> ORQUESTA lo vuelve a tomar al reiniciar.
		DISPLAY "AVISO: el candado sigue en ORQUESTA desde "
			CANDADO-DESDE-FECHA " " CANDADO-DESDE-HORA
			" (reinicio)."
		ADD 1 TO CONTADOR-AVISOS
		ELSE
		MOVE "CANDADO" TO ETAPA-FALLA
		MOVE SPACES TO MOTIVO-FALLA
		STRING "TOMADO POR " DELIMITED BY SIZE
			DUENIO-CANDADO DELIMITED BY SIZE
			INTO MOTIVO-FALLA
		END-STRING
		PERFORM REGISTRAR-FALLA
		END-IF
		END-IF.

	REGISTRAR-FALLA.
		ADD 1 TO CONTADOR-FALLAS
		DISPLAY "FALLA " ETAPA-FALLA ": " MOTIVO-FALLA
		OPEN EXTEND ARCHIVO-ALERTAS
		IF WS-STATUS-ALE = "35"
		OPEN OUTPUT ARCHIVO-ALERTAS
		END-IF
		MOVE SPACES TO LINEA-ALERTA
		MOVE "PREVUELO" TO ALC-PROGRAMA
		MOVE FECHA-NOCHE TO ALC-FECHA
		MOVE ETAPA-FALLA TO ALC-ETAPA
		ACCEPT ALC-HORA FROM TIME
		MOVE "P" TO ALC-MOTIVO
		MOVE MOTIVO-FALLA TO ALC-ARCHIVO
		WRITE LINEA-ALERTA
		CLOSE ARCHIVO-ALERTAS
		MOVE SPACES TO MOTIVO-FALLA.
	END PROGRAM PREVUELO.
