	*> P = parar, S = seguir), así operaciones puede reordenar
	*> la noche, sumar el export CSV después del listado o
	*> deshabilitar una etapa editando un registro del plan, sin
	*> recompilar nada. Una etapa puede traer un parámetro
	*> para el CALL (el nombre del extracto a medida que corre
	*> EXTRAE). Sin plan.dat rige el plan histórico:
	*> LOTE1, EXTNOCHE (el extracto de una sola pasada que
	*> leen los reportes), CLASIF1, LISTADO, GENBACK y
	*> SEQAUD. CONTROL1 en
	*> modo A
	*> antes de la primera etapa y en modo D después de la
	*> última siguen fijos: son el marco de reconciliación de la
	*> corridas anota fecha, etapa, horas y contador de cada
	*> una. El candado de escritor único se toma al arrancar y
	*> se libera al final.
	*> Una etapa del plan puede nombrar el archivo de entrada
	*> que tiene que esperar (el intake de la sucursal para
	*> LOTE1, el CSV de horas para IMPHORAS): solo cuenta como
	*> llegado si no está vacío y tiene fecha de hoy. Mientras
	*> no llega, la etapa espera de a un minuto hasta el
	*> límite del plan; la espera queda en la bitácora ("+"
	*> delante del nombre, o "!" si el archivo no llegó, con
	*> los minutos esperados como contador) y en las alertas
	*> (E = espera, F = faltante, con el nombre del archivo),
	*> y RESUMEN lista los que no llegaron. Sin el archivo la
	*> etapa se saltea, para la corrida o corre igual, según
	*> el plan.
	*> Antes de tomar el candado corre PREVUELO (plan,
	*> calendario, programas, dependencias, archivos, disco y
	*> candado): con fallas la noche no arranca salvo que un
	*> supervisor firme y la confirme, y la confirmación queda
	*> en LOGERR.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. ORQUESTA.

	FD ARCHIVO-CHECKPOINT.
		01 LINEA-CHECKPOINT PIC 99.

	FD ARCHIVO-PLAN.
		COPY "planorq.cpy".

	*> Bitácora de corridas: una línea por etapa con fecha,
	*> nombre, hora de inicio y fin y el contador que la etapa
			02 ALC-MOTIVO PIC X.
				88 ALERTA-VENTANA VALUE "V".
				88 ALERTA-DURACION VALUE "D".
				88 ALERTA-ESPERA VALUE "E".
				88 ALERTA-FALTANTE VALUE "F".
				*> Falla del prevuelo (detalle en
				*> ALC-ARCHIVO).
				88 ALERTA-PREVUELO VALUE "P".
			*> Archivo esperado (solo en E y F).
			02 ALC-ARCHIVO PIC X(30).

	WORKING-STORAGE SECTION.
		01 WS-STATUS-CKPT PIC XX VALUE "00".
				03 PLAN-ON-ERROR PIC X.
				03 PLAN-FRECUENCIA PIC X.
				03 PLAN-DIA PIC 9(4).
				03 PLAN-PARAMETRO PIC X(8).
				03 PLAN-ARCHIVO PIC X(30).
				03 PLAN-ESPERA PIC 9(3).
				03 PLAN-SIN-ARCHIVO PIC X.
		01 CANTIDAD-ETAPAS PIC 99 VALUE ZERO.
		01 INDICE-PLAN PIC 99 VALUE ZERO.
		01 FIN-PLAN PIC X VALUE "N".
		01 RESULTADO-CANDADO PIC X VALUE SPACE.
		01 CANDADO-DESDE-FECHA PIC 9(8) VALUE ZERO.
		01 CANDADO-DESDE-HORA PIC 9(8) VALUE ZERO.
		*> Espera del archivo de entrada de la etapa. Los datos
		*> del archivo vuelven de CBL_CHECK_FILE_EXIST.
		01 NOMBRE-ESPERA PIC X(30) VALUE SPACES.
		01 FECHA-CORRIDA-TEXTO PIC X(8) VALUE SPACES.
		01 ARCHIVO-LISTO PIC X VALUE "N".
		01 MINUTOS-ESPERADOS PIC 9(3) VALUE ZERO.
		01 SEGUNDOS-PAUSA PIC 9(4) BINARY VALUE 60.
		01 FECHA-ARCHIVO PIC 9(8) VALUE ZERO.
		01 FECHA-CONTROL PIC 9(8) VALUE ZERO.
		01 ARCHIVO-ALERTA PIC X(30) VALUE SPACES.
		01 DATOS-ARCHIVO-ESPERA.
			02 DAE-TAMANIO PIC X(8) COMP-X.
			02 DAE-DIA PIC X COMP-X.
			02 DAE-MES PIC X COMP-X.
			02 DAE-ANIO PIC X(2) COMP-X.
			02 DAE-HORA PIC X(4).
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "ORQUESTA".
		01 WS-MENSAJE-LOG PIC X(40).
		01 WS-SEVERIDAD-LOG PIC X VALUE "A".
		01 WS-OPERADOR-LOG PIC X(8) VALUE "SISTEMA".
		01 NIVEL-FIRMADO PIC 9 VALUE ZERO.
		01 RESULTADO-SIGNON PIC X VALUE "N".
		01 RESPUESTA-PREVUELO PIC X VALUE SPACE.

	PROCEDURE DIVISION.
	MAIN-PROCEDURE.
		IF ETAPA-COMPLETADA = ZERO
		PERFORM CONTROLAR-CORRIDA-REPETIDA
		END-IF.
		PERFORM CORRER-PREVUELO.
		MOVE "T" TO ACCION-CANDADO.
		MOVE "ORQUESTA" TO DUENIO-CANDADO.
		CALL "CANDADO" USING ACCION-CANDADO DUENIO-CANDADO
		END-IF.
		STOP RUN.

	CORRER-PREVUELO.
		MOVE ZERO TO RETURN-CODE
		CALL "PREVUELO"
		IF RETURN-CODE NOT = ZERO
		MOVE ZERO TO RETURN-CODE
		DISPLAY "El prevuelo encontró fallas: la noche solo"
			" arranca con la firma de un supervisor."
		CALL "SIGNON" USING WS-OPERADOR-LOG NIVEL-FIRMADO
			RESULTADO-SIGNON WS-PROGRAMA-LOG
		MOVE "N" TO RESPUESTA-PREVUELO
		IF RESULTADO-SIGNON = "S" AND NIVEL-FIRMADO NOT < 2
		DISPLAY "Correr la noche igual (S/N): "
		ACCEPT RESPUESTA-PREVUELO
		ELSE
		DISPLAY "Hace falta un supervisor."
		END-IF
		IF RESPUESTA-PREVUELO NOT = "S"
		AND RESPUESTA-PREVUELO NOT = "s"
		DISPLAY "Corrida anulada."
		MOVE 8 TO RETURN-CODE
		STOP RUN
		END-IF
		MOVE "Noche confirmada con fallas de prevuelo"
			TO WS-MENSAJE-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG WS-SEVERIDAD-LOG
			WS-MENSAJE-LOG WS-OPERADOR-LOG
		END-IF.

	CARGAR-PLAN.
		MOVE ZERO TO CANTIDAD-ETAPAS
		OPEN INPUT ARCHIVO-PLAN
			ELSE
			MOVE ZERO TO PLAN-DIA (CANTIDAD-ETAPAS)
			END-IF
			MOVE PLA-PARAMETRO
				TO PLAN-PARAMETRO (CANTIDAD-ETAPAS)
			PERFORM CARGAR-ESPERA-ETAPA
			END-IF
			END-READ
		END-PERFORM
		IF CANTIDAD-ETAPAS = ZERO
		MOVE "LOTE1" TO PLAN-PROGRAMA (1)
		MOVE "P" TO PLAN-ON-ERROR (1)
		*> Sin extracto los reportes leen el maestro: su
		*> caída no para la noche.
		MOVE "EXTNOCHE" TO PLAN-PROGRAMA (2)
		MOVE "S" TO PLAN-ON-ERROR (2)
		MOVE "CLASIF1" TO PLAN-PROGRAMA (3)
		MOVE "S" TO PLAN-ON-ERROR (3)
		MOVE "LISTADO" TO PLAN-PROGRAMA (4)
		MOVE "S" TO PLAN-ON-ERROR (4)
		MOVE "GENBACK" TO PLAN-PROGRAMA (5)
		MOVE "S" TO PLAN-ON-ERROR (5)
		MOVE "SEQAUD" TO PLAN-PROGRAMA (6)
		MOVE "S" TO PLAN-ON-ERROR (6)
		MOVE 6 TO CANTIDAD-ETAPAS
		PERFORM VARYING INDICE-PLAN FROM 1 BY 1
		UNTIL INDICE-PLAN > 6
		MOVE "D" TO PLAN-FRECUENCIA (INDICE-PLAN)
		MOVE ZERO TO PLAN-DIA (INDICE-PLAN)
		MOVE SPACES TO PLAN-PARAMETRO (INDICE-PLAN)
		MOVE SPACES TO PLAN-ARCHIVO (INDICE-PLAN)
		MOVE ZERO TO PLAN-ESPERA (INDICE-PLAN)
		MOVE SPACES TO PLAN-SIN-ARCHIVO (INDICE-PLAN)
		END-PERFORM
		DISPLAY "Sin plan.dat: rige el plan por omisión."
		ELSE
		IF INDICE-PLAN > ETAPA-COMPLETADA
		PERFORM EVALUAR-VENCIMIENTO
		IF ETAPA-DEBIDA = "S"
		PERFORM CONTROLAR-ARCHIVO-ETAPA
		ELSE
		PERFORM ANOTAR-NO-DEBIDA
		END-IF
		END-IF
		END-PERFORM.

	CARGAR-ESPERA-ETAPA.
		MOVE PLA-ARCHIVO-ESPERA
			TO PLAN-ARCHIVO (CANTIDAD-ETAPAS)
		IF PLA-ESPERA-MINUTOS IS NUMERIC
		MOVE PLA-ESPERA-MINUTOS
			TO PLAN-ESPERA (CANTIDAD-ETAPAS)
		ELSE
		MOVE ZERO TO PLAN-ESPERA (CANTIDAD-ETAPAS)
		END-IF
		*> Sin acción explícita rige la de la etapa ante
		*> error: la que para la noche también para sin su
		*> archivo; la que sigue se saltea.
		IF PLA-SIN-ARCHIVO = "S" OR PLA-SIN-ARCHIVO = "P"
		OR PLA-SIN-ARCHIVO = "C"
		MOVE PLA-SIN-ARCHIVO
			TO PLAN-SIN-ARCHIVO (CANTIDAD-ETAPAS)
		ELSE
		IF PLA-ON-ERROR = "P"
		MOVE "P" TO PLAN-SIN-ARCHIVO (CANTIDAD-ETAPAS)
		ELSE
		MOVE "S" TO PLAN-SIN-ARCHIVO (CANTIDAD-ETAPAS)
		END-IF
		END-IF.

	CONTROLAR-ARCHIVO-ETAPA.
		*> Etapa sin archivo que esperar, o con el archivo ya
		*> llegado: corre. Si no llegó, manda el plan.
		IF PLAN-ARCHIVO (INDICE-PLAN) = SPACES
		PERFORM EJECUTAR-ETAPA
		ELSE
		PERFORM ESPERAR-ARCHIVO
		IF ARCHIVO-LISTO = "S"
		PERFORM EJECUTAR-ETAPA
		ELSE
		EVALUATE PLAN-SIN-ARCHIVO (INDICE-PLAN)
			WHEN "C"
				DISPLAY "El plan indica CORRER IGUAL."
				PERFORM EJECUTAR-ETAPA
			WHEN "P"
				DISPLAY "El plan indica PARAR: corrida"
					" detenida."
				MOVE "S" TO CORRIDA-DETENIDA
			WHEN OTHER
				*> Salteada como la no debida: un
				*> reinicio de la misma noche no la
				*> vuelve a esperar.
				DISPLAY "El plan indica SALTEAR la"
					" etapa."
				MOVE INDICE-PLAN TO ETAPA-COMPLETADA
				PERFORM ESCRIBIR-CHECKPOINT
		END-EVALUATE
		END-IF
		END-IF.

	ESPERAR-ARCHIVO.
		MOVE PLAN-ARCHIVO (INDICE-PLAN) TO NOMBRE-ESPERA
		MOVE WS-FECHA-CORRIDA TO FECHA-CORRIDA-TEXTO
		INSPECT NOMBRE-ESPERA
			REPLACING ALL "AAAAMMDD" BY FECHA-CORRIDA-TEXTO
		MOVE ZERO TO MINUTOS-ESPERADOS
		PERFORM VERIFICAR-ARCHIVO
		IF ARCHIVO-LISTO = "N"
		DISPLAY "Etapa " INDICE-PLAN " ("
			PLAN-PROGRAMA (INDICE-PLAN) ") espera "
			NOMBRE-ESPERA
		DISPLAY "  hasta " PLAN-ESPERA (INDICE-PLAN)
			" minutos."
		ACCEPT HORA-INICIO FROM TIME
		MOVE HORA-INICIO TO HORA-FIN
		MOVE PLAN-PROGRAMA (INDICE-PLAN) TO ETAPA-NOMBRE
		MOVE NOMBRE-ESPERA TO ARCHIVO-ALERTA
		MOVE "E" TO MOTIVO-ALERTA
		PERFORM GRABAR-ALERTA-CORRIDA
		PERFORM UNTIL ARCHIVO-LISTO = "S"
		OR MINUTOS-ESPERADOS NOT < PLAN-ESPERA (INDICE-PLAN)
			CALL "C$SLEEP" USING SEGUNDOS-PAUSA
			ADD 1 TO MINUTOS-ESPERADOS
			PERFORM VERIFICAR-ARCHIVO
		END-PERFORM
		ACCEPT HORA-FIN FROM TIME
		MOVE MINUTOS-ESPERADOS TO CONTADOR-ETAPA
		MOVE SPACES TO ETAPA-NOMBRE
		IF ARCHIVO-LISTO = "S"
		DISPLAY "Llegó " NOMBRE-ESPERA " tras "
			MINUTOS-ESPERADOS " minutos."
		STRING "+" DELIMITED BY SIZE
			PLAN-PROGRAMA (INDICE-PLAN)
			DELIMITED BY SIZE
			INTO ETAPA-NOMBRE
		END-STRING
		PERFORM ANOTAR-BITACORA
		ELSE
		DISPLAY "ALERTA: no llegó " NOMBRE-ESPERA
			" con fecha de hoy."
		STRING "!" DELIMITED BY SIZE
			PLAN-PROGRAMA (INDICE-PLAN)
			DELIMITED BY SIZE
			INTO ETAPA-NOMBRE
		END-STRING
		PERFORM ANOTAR-BITACORA
		MOVE PLAN-PROGRAMA (INDICE-PLAN) TO ETAPA-NOMBRE
		MOVE NOMBRE-ESPERA TO ARCHIVO-ALERTA
		MOVE "F" TO MOTIVO-ALERTA
		PERFORM GRABAR-ALERTA-CORRIDA
		END-IF
		END-IF.

	VERIFICAR-ARCHIVO.
		*> Vale la fecha de la corrida o la de este momento:
		*> un archivo que llega pasada la medianoche también
		*> es de hoy.
		MOVE "N" TO ARCHIVO-LISTO
		CALL "CBL_CHECK_FILE_EXIST" USING NOMBRE-ESPERA
			DATOS-ARCHIVO-ESPERA
		IF RETURN-CODE = ZERO AND DAE-TAMANIO > ZERO
		COMPUTE FECHA-ARCHIVO =
			DAE-ANIO * 10000 + DAE-MES * 100 + DAE-DIA
		ACCEPT FECHA-CONTROL FROM DATE YYYYMMDD
		IF FECHA-ARCHIVO = WS-FECHA-CORRIDA
		OR FECHA-ARCHIVO = FECHA-CONTROL
		MOVE "S" TO ARCHIVO-LISTO
		END-IF
		END-IF
		MOVE ZERO TO RETURN-CODE.

	EJECUTAR-ETAPA.
		DISPLAY "Etapa " INDICE-PLAN ": "
			PLAN-PROGRAMA (INDICE-PLAN) " "
			PLAN-PARAMETRO (INDICE-PLAN) "."
		MOVE ZERO TO RETURN-CODE
		ACCEPT HORA-INICIO FROM TIME
		IF PLAN-PARAMETRO (INDICE-PLAN) = SPACES
		CALL PLAN-PROGRAMA (INDICE-PLAN)
		ELSE
		CALL PLAN-PROGRAMA (INDICE-PLAN)
			USING PLAN-PARAMETRO (INDICE-PLAN)
		END-IF
		ACCEPT HORA-FIN FROM TIME
		MOVE PLAN-PROGRAMA (INDICE-PLAN) TO ETAPA-NOMBRE
		PERFORM BUSCAR-TOTAL-ETAPA

	CARGAR-DURACIONES.
		*> Promedio histórico de cada etapa desde la bitácora:
		*> las líneas COMPLETA, las no debidas ("*") y las de
		*> espera de archivo ("+", "!") no cuentan, y los
		*> cruces de medianoche se descartan.
		MOVE "N" TO FIN-BITACORA
		OPEN INPUT ARCHIVO-BITACORA
		IF WS-STATUS-BIT = "00" OR WS-STATUS-BIT = "05"
			NOT AT END
			IF BIT-ETAPA NOT = "COMPLETA"
			AND BIT-ETAPA (1:1) NOT = "*"
			AND BIT-ETAPA (1:1) NOT = "+"
			AND BIT-ETAPA (1:1) NOT = "!"
			PERFORM SUMAR-DURACION
			END-IF
			END-READ
		MOVE ETAPA-NOMBRE TO ALC-ETAPA
		MOVE HORA-FIN TO ALC-HORA
		MOVE MOTIVO-ALERTA TO ALC-MOTIVO
		MOVE ARCHIVO-ALERTA TO ALC-ARCHIVO
		WRITE LINEA-ALERTA
		MOVE SPACES TO ARCHIVO-ALERTA
		CLOSE ARCHIVO-ALERTAS.

	BUSCAR-TOTAL-ETAPA.
				MOVE "listado_total.dat"
					TO NOMBRE-TOTAL-ETAPA
				PERFORM LEER-TOTAL-ETAPA
			WHEN "EXTNOCHE"
				MOVE "extnoche_total.dat"
					TO NOMBRE-TOTAL-ETAPA
				PERFORM LEER-TOTAL-ETAPA
			WHEN OTHER
				CONTINUE
		END-EVALUATE.
