	*> Cálculo de caso médico:
	*> Subprograma compartido al estilo de VALHAB que, para un
	*> caso de casos_medicos.dat y una fecha de referencia,
	*> cuenta los días de licencia consumidos y los compara
	*> con el tope legal de días pagos: 3 meses con menos de
	*> 5 años de antigüedad al inicio del caso (desde
	*> EMPLEADO-FECHA-INGRESO) y 6 con 5 o más, el doble si
	*> el empleado tiene familiares a cargo en
	*> dependientes.dat; el mes se toma de 30 días. Un caso
	*> nacido de ESTADOS (licencia M) consume días corridos
	*> desde el inicio; uno nacido de AUSENCIA consume los
	*> días E cargados. Devuelve también la fecha en que el
	*> tope se agota, para que NOMINA deje de pagar desde el
	*> día siguiente. Los días del caso se copian al registro
	*> recibido; grabarlo o no queda a cargo de quien llama.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. MEDCAS.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-AUSENCIAS
		ASSIGN TO "ausencias.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS AUS-CLAVE
		FILE STATUS IS WS-STATUS-AUS.

		SELECT OPTIONAL ARCHIVO-FAMILIARES
		ASSIGN TO "dependientes.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS FAM-CLAVE
		FILE STATUS IS WS-STATUS-FAM.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-AUSENCIAS.
		COPY "ausencia.cpy".

	FD ARCHIVO-FAMILIARES.
		COPY "familiar.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-AUS PIC XX VALUE "00".
		01 WS-STATUS-FAM PIC XX VALUE "00".
		01 FIN-AUSENCIAS PIC X VALUE "N".
		01 CON-FAMILIARES PIC X VALUE "N".
		01 FECHA-HASTA PIC 9(8) VALUE ZERO.
		01 DIFERENCIA-FECHAS PIC 9(8) VALUE ZERO.
		01 ANIOS-ANTIGUEDAD PIC 9(3) VALUE ZERO.
		01 MESES-PAGOS PIC 9(2) VALUE ZERO.
		01 DIAS-CONTADOS PIC 9(4) VALUE ZERO.
		01 DIAS-RESTANTES PIC 9(4) VALUE ZERO.
		*> Aviso de "por agotarse": días que faltan al tope.
		01 DIAS-AVISO PIC 9(2) VALUE 15.
		01 FECHA-PARTIDA.
			02 FEC-ANIO PIC 9(4).
			02 FEC-MES PIC 9(2).
			02 FEC-DIA PIC 9(2).
		01 FECHA-CORRIDA REDEFINES FECHA-PARTIDA PIC 9(8).
		01 TABLA-MESES-DATOS.
			02 FILLER PIC X(24)
				VALUE "312831303130313130313031".
		01 TABLA-MESES REDEFINES TABLA-MESES-DATOS.
			02 DIAS-DEL-MES OCCURS 12 TIMES PIC 99.
		01 DIAS-TOPE PIC 99 VALUE ZERO.
		01 RESTO-BISIESTO PIC 9(4) VALUE ZERO.
		01 COCIENTE-BISIESTO PIC 9(4) VALUE ZERO.
		01 ES-BISIESTO PIC X VALUE "N".

	LINKAGE SECTION.
		COPY "medcas.cpy".
		COPY "casomed.cpy".

	PROCEDURE DIVISION USING CALCULO-CASO-MEDICO
		CASOS-MEDICOS-REGISTRO.
	MAIN-PROCEDURE.
		MOVE ZERO TO MCC-DIAS-CONSUMIDOS.
		MOVE ZERO TO MCC-FECHA-TOPE.
		MOVE "D" TO MCC-SITUACION.
		PERFORM CALCULAR-LIMITE.
		MOVE MCC-FECHA TO FECHA-HASTA.
		IF CAM-CERRADO AND CAM-FECHA-CIERRE > ZERO
		AND CAM-FECHA-CIERRE < FECHA-HASTA
		MOVE CAM-FECHA-CIERRE TO FECHA-HASTA
		END-IF.
		IF CAM-DESDE-ESTADOS
		PERFORM CONTAR-CORRIDOS
		ELSE
		PERFORM CONTAR-DIAS-ENFERMEDAD
		END-IF.
		IF MCC-DIAS-CONSUMIDOS >= MCC-DIAS-LIMITE
		MOVE "E" TO MCC-SITUACION
		ELSE
		SUBTRACT MCC-DIAS-CONSUMIDOS FROM MCC-DIAS-LIMITE
			GIVING DIAS-RESTANTES
		IF DIAS-RESTANTES <= DIAS-AVISO
		MOVE "P" TO MCC-SITUACION
		END-IF
		END-IF.
		MOVE MCC-DIAS-CONSUMIDOS TO CAM-DIAS-CONSUMIDOS.
		MOVE MCC-DIAS-LIMITE TO CAM-DIAS-LIMITE.
		MOVE MCC-FECHA-TOPE TO CAM-FECHA-TOPE.
		GOBACK.

	CALCULAR-LIMITE.
		*> Antigüedad al inicio del caso con la resta AAAAMMDD
		*> de ANTIG; sin fecha de ingreso cuenta como menor a
		*> cinco años.
		MOVE ZERO TO ANIOS-ANTIGUEDAD
		IF MCC-FECHA-INGRESO IS NUMERIC
		AND MCC-FECHA-INGRESO > ZERO
		AND MCC-FECHA-INGRESO < CAM-INICIO
		SUBTRACT MCC-FECHA-INGRESO FROM CAM-INICIO
			GIVING DIFERENCIA-FECHAS
		DIVIDE DIFERENCIA-FECHAS BY 10000
			GIVING ANIOS-ANTIGUEDAD
		END-IF
		MOVE 3 TO MESES-PAGOS
		IF ANIOS-ANTIGUEDAD >= 5
		MOVE 6 TO MESES-PAGOS
		END-IF
		MOVE "N" TO CON-FAMILIARES
		OPEN INPUT ARCHIVO-FAMILIARES
		IF WS-STATUS-FAM = "00"
		MOVE CAM-ID TO FAM-ID
		MOVE ZERO TO FAM-SECUENCIA
		START ARCHIVO-FAMILIARES
			KEY IS NOT LESS THAN FAM-CLAVE
		INVALID KEY CONTINUE
		NOT INVALID KEY
		READ ARCHIVO-FAMILIARES NEXT RECORD
		AT END CONTINUE
		NOT AT END
		IF FAM-ID = CAM-ID
		MOVE "S" TO CON-FAMILIARES
		END-IF
		END-READ
		END-START
		END-IF
		CLOSE ARCHIVO-FAMILIARES
		IF CON-FAMILIARES = "S"
		MULTIPLY 2 BY MESES-PAGOS
		END-IF
		MULTIPLY MESES-PAGOS BY 30 GIVING MCC-DIAS-LIMITE.

	CONTAR-CORRIDOS.
		*> Fecha de tope: el día número MCC-DIAS-LIMITE del
		*> caso. Consumo: días corridos del inicio a la fecha.
		MOVE CAM-INICIO TO FECHA-CORRIDA
		MOVE 1 TO DIAS-CONTADOS
		PERFORM UNTIL DIAS-CONTADOS >= MCC-DIAS-LIMITE
			PERFORM SUMAR-UN-DIA
			ADD 1 TO DIAS-CONTADOS
		END-PERFORM
		MOVE FECHA-CORRIDA TO MCC-FECHA-TOPE
		MOVE CAM-INICIO TO FECHA-CORRIDA
		PERFORM UNTIL FECHA-CORRIDA > FECHA-HASTA
		OR MCC-DIAS-CONSUMIDOS = 9999
			ADD 1 TO MCC-DIAS-CONSUMIDOS
			PERFORM SUMAR-UN-DIA
		END-PERFORM.

	CONTAR-DIAS-ENFERMEDAD.
		*> Los días E del empleado desde el inicio del caso;
		*> el que completa el tope es la fecha de tope.
		MOVE "N" TO FIN-AUSENCIAS
		OPEN INPUT ARCHIVO-AUSENCIAS
		IF WS-STATUS-AUS NOT = "00"
		MOVE "S" TO FIN-AUSENCIAS
		END-IF
		MOVE CAM-ID TO AUS-ID
		MOVE CAM-INICIO TO AUS-FECHA
		IF FIN-AUSENCIAS = "N"
		START ARCHIVO-AUSENCIAS
			KEY IS NOT LESS THAN AUS-CLAVE
		INVALID KEY MOVE "S" TO FIN-AUSENCIAS
		END-START
		END-IF
		PERFORM UNTIL FIN-AUSENCIAS = "S"
			READ ARCHIVO-AUSENCIAS NEXT RECORD
			AT END
			MOVE "S" TO FIN-AUSENCIAS
			NOT AT END
			IF AUS-ID NOT = CAM-ID
			OR AUS-FECHA > FECHA-HASTA
			MOVE "S" TO FIN-AUSENCIAS
			ELSE
			IF AUSENCIA-ENFERMEDAD
			ADD 1 TO MCC-DIAS-CONSUMIDOS
			IF MCC-DIAS-CONSUMIDOS = MCC-DIAS-LIMITE
			MOVE AUS-FECHA TO MCC-FECHA-TOPE
			END-IF
			END-IF
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-AUSENCIAS.

	SUMAR-UN-DIA.
		MOVE DIAS-DEL-MES (FEC-MES) TO DIAS-TOPE
		IF FEC-MES = 2
		PERFORM CALCULAR-BISIESTO
		IF ES-BISIESTO = "S"
		MOVE 29 TO DIAS-TOPE
		END-IF
		END-IF
		IF FEC-DIA < DIAS-TOPE
		ADD 1 TO FEC-DIA
		ELSE
		MOVE 1 TO FEC-DIA
		IF FEC-MES < 12
		ADD 1 TO FEC-MES
		ELSE
		MOVE 1 TO FEC-MES
		ADD 1 TO FEC-ANIO
		END-IF
		END-IF.

	CALCULAR-BISIESTO.
		MOVE "N" TO ES-BISIESTO
		DIVIDE FEC-ANIO BY 4 GIVING COCIENTE-BISIESTO
			REMAINDER RESTO-BISIESTO
		IF RESTO-BISIESTO = ZERO
		MOVE "S" TO ES-BISIESTO
		DIVIDE FEC-ANIO BY 100 GIVING COCIENTE-BISIESTO
			REMAINDER RESTO-BISIESTO
		IF RESTO-BISIESTO = ZERO
		MOVE "N" TO ES-BISIESTO
		DIVIDE FEC-ANIO BY 400 GIVING COCIENTE-BISIESTO
			REMAINDER RESTO-BISIESTO
		IF RESTO-BISIESTO = ZERO
		MOVE "S" TO ES-BISIESTO
		END-IF
		END-IF
		END-IF.
	END PROGRAM MEDCAS.
