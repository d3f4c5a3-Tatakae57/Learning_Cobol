	*> Anonimización de ex empleados:
	*> La ley de datos personales pide no guardar nombres,
	*> teléfonos ni CUILes de quienes se fueron más allá del
	*> plazo legal de conservación, y el historial, sus
	*> archivos anuales de HISTARCH y los segmentos cerrados
	*> del diario de auditoría los guardaban para siempre.
	*> Esto pide un año de corte y enmascara los datos que
	*> identifican a la persona en todo registro anterior a
	*> ese año: nombre, apellido y teléfono con asteriscos,
	*> CUIL en cero en el historial y dentro de las imágenes
	*> del diario. El ID, los importes, las fechas, la edad y
	*> el departamento quedan: las estadísticas siguen
	*> saliendo igual.
	*> Se niega con quien sigue en el archivo vivo (activo,
	*> suspendido o reingresado con su ID) o tiene una baja
	*> del año de corte en adelante: esos IDs se marcan
	*> protegidos antes de tocar nada y salen en el reporte
	*> como rechazados. registro_nomina.dat solo lleva el ID
	*> y los importes, sin dato que identifique por sí
	*> mismo: se cuentan sus renglones anteriores al corte y
	*> se conservan. El diario vivo no se regraba (lo están
	*> escribiendo las pantallas): si tiene líneas anteriores
	*> al corte se avisa que hay que cortarlo con JRNCORT y
	*> volver a correr. Cada corrida deja un renglón de
	*> control en anonimizaciones.dat con lo enmascarado.
	*> Irreversible: solo supervisores, con confirmación y
	*> con el candado del lote libre.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. ANONIM.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
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

		SELECT OPTIONAL ARCHIVO-HISTORIAL
		ASSIGN TO "historial.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS HIST-CLAVE
		FILE STATUS IS WS-STATUS-HIS.

		SELECT ARCHIVO-ANUAL
		ASSIGN TO DYNAMIC NOMBRE-ANUAL
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-ANU.

		SELECT OPTIONAL ARCHIVO-INDICE
		ASSIGN TO "jrn_segmentos.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-IND.

		SELECT ARCHIVO-SEGMENTO
		ASSIGN TO DYNAMIC NOMBRE-SEGMENTO
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-SEG.

		SELECT OPTIONAL ARCHIVO-AUDITORIA
		ASSIGN TO "auditoria.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-AUD.

		SELECT ARCHIVO-TRABAJO
		ASSIGN TO "anonim.tmp"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-TRA.

		SELECT OPTIONAL ARCHIVO-REGISTRO
		ASSIGN TO "registro_nomina.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS REG-CLAVE
		FILE STATUS IS WS-STATUS-REG.

		SELECT OPTIONAL ARCHIVO-CONTROL
		ASSIGN TO "anonimizaciones.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-CTL.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	FD ARCHIVO-HISTORIAL.
		COPY "historial.cpy".

	*> Renglón de historial-AAAA.dat: el mismo layout de
	*> historial.cpy, grabado por HISTARCH como línea.
	FD ARCHIVO-ANUAL.
		01 LINEA-ANUAL.
			02 ANU-ANIO PIC 9(4).
			02 ANU-ID PIC 9(5).
			02 ANU-NOMBRE PIC X(20).
			02 ANU-APELLIDO PIC X(20).
			02 ANU-EDAD PIC X(2).
			02 ANU-TELEFONO PIC X(10).
			02 ANU-RESTO PIC X(27).
			02 ANU-CUIL PIC 9(11).
			02 ANU-BAJA PIC X(3).

	FD ARCHIVO-INDICE.
		01 LINEA-INDICE.
			02 SEG-NOMBRE PIC X(30).
			02 SEG-DESDE PIC 9(8).
			02 SEG-HASTA PIC 9(8).
			02 SEG-FECHA-CORTE PIC 9(8).

	FD ARCHIVO-SEGMENTO.
		01 LINEA-SEGMENTO PIC X(251).

	FD ARCHIVO-AUDITORIA.
		COPY "audjrn.cpy".

	FD ARCHIVO-TRABAJO.
		01 LINEA-TRABAJO PIC X(251).
		01 LINEA-TRABAJO-ANUAL PIC X(102).

	FD ARCHIVO-REGISTRO.
		COPY "registro.cpy".

	FD ARCHIVO-CONTROL.
		01 LINEA-CONTROL.
			02 CTL-FECHA PIC 9(8).
			02 CTL-HORA PIC 9(8).
			02 CTL-OPERADOR PIC X(8).
			02 CTL-ANIO-CORTE PIC 9(4).
			02 CTL-HISTORIAL PIC 9(7).
			02 CTL-ANUALES PIC 9(7).
			02 CTL-ARCHIVOS-ANUALES PIC 9(3).
			02 CTL-DIARIO PIC 9(7).
			02 CTL-SEGMENTOS PIC 9(3).
			02 CTL-REGISTRO PIC 9(7).
			02 CTL-RECHAZADOS PIC 9(7).

	WORKING-STORAGE SECTION.
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 WS-STATUS-HIS PIC XX VALUE "00".
		01 WS-STATUS-ANU PIC XX VALUE "00".
		01 WS-STATUS-IND PIC XX VALUE "00".
		01 WS-STATUS-SEG PIC XX VALUE "00".
		01 WS-STATUS-AUD PIC XX VALUE "00".
		01 WS-STATUS-TRA PIC XX VALUE "00".
		01 WS-STATUS-REG PIC XX VALUE "00".
		01 WS-STATUS-CTL PIC XX VALUE "00".
		01 NOMBRE-ANUAL PIC X(30) VALUE SPACES.
		01 NOMBRE-SEGMENTO PIC X(30) VALUE SPACES.
		01 FIN-ARCHIVO PIC X VALUE "N".
		01 FIN-INDICE PIC X VALUE "N".
		01 CAMPO-ENTRADA PIC X(4) VALUE SPACES.
		01 CONFIRMAR PIC X VALUE "N".
		01 WS-FECHA-PROCESO PIC 9(8) VALUE ZERO.
		01 HORA-PROCESO PIC 9(8) VALUE ZERO.
		01 ANIO-ACTUAL PIC 9(4) VALUE ZERO.
		01 ANIO-CORTE PIC 9(4) VALUE ZERO.
		*> HISTARCH parte desde el primer ejercicio del
		*> historial: los anuales se buscan desde acá.
		01 ANIO-MAS-ANTIGUO PIC 9(4) VALUE 1970.
		01 ANIO-ANUAL PIC 9(4) VALUE ZERO.
		*> Un byte por EMPLEADO-ID posible: "P" = protegido
		*> (en el vivo o con baja desde el año de corte).
		01 TABLA-PROTEGIDOS.
			02 PROTEGIDO OCCURS 99999 TIMES PIC X.
		01 ID-REVISADO PIC 9(5) VALUE ZERO.
		01 ID-PROTEGIDO PIC X VALUE "N".
		01 LINEA-MODIFICADA PIC X VALUE "N".
		01 ARCHIVO-MODIFICADO PIC X VALUE "N".
		01 CONTADOR-HISTORIAL PIC 9(7) VALUE ZERO.
		01 CONTADOR-ANUALES PIC 9(7) VALUE ZERO.
		01 CONTADOR-ARCHIVOS PIC 9(3) VALUE ZERO.
		01 CONTADOR-DIARIO PIC 9(7) VALUE ZERO.
		01 CONTADOR-SEGMENTOS PIC 9(3) VALUE ZERO.
		01 CONTADOR-REGISTRO PIC 9(7) VALUE ZERO.
		01 CONTADOR-RECHAZADOS PIC 9(7) VALUE ZERO.
		01 CONTADOR-YA-HECHOS PIC 9(7) VALUE ZERO.
		01 CONTADOR-DIARIO-VIVO PIC 9(7) VALUE ZERO.
		01 LINEAS-REPORTE PIC 9(7) VALUE ZERO.
		01 LINEAS-EN-PAGINA PIC 99 VALUE ZERO.
		01 LINEAS-POR-PAGINA PIC 99 VALUE 50.
		01 NUMERO-PAGINA PIC 99 VALUE ZERO.
		01 TITULO-REPORTE PIC X(40)
			VALUE "ANONIMIZACION DE EX EMPLEADOS".
		01 NOMBRE-REPORTE PIC X(8) VALUE "ANONIM".
		01 LINEA-IMPRESION PIC X(168) VALUE SPACES.
		01 ACCION-CANDADO PIC X VALUE "C".
		01 DUENIO-CANDADO PIC X(8) VALUE SPACES.
		01 RESULTADO-CANDADO PIC X VALUE SPACE.
		01 CANDADO-DESDE-FECHA PIC 9(8) VALUE ZERO.
		01 CANDADO-DESDE-HORA PIC 9(8) VALUE ZERO.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "ANONIM".
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
		IF NIVEL-FIRMADO < 2
		DISPLAY "La anonimización es solo para supervisores."
		GOBACK
		END-IF.
		MOVE "C" TO ACCION-CANDADO.
		CALL "CANDADO" USING ACCION-CANDADO DUENIO-CANDADO
			RESULTADO-CANDADO CANDADO-DESDE-FECHA
			CANDADO-DESDE-HORA.
		IF RESULTADO-CANDADO = "S"
		DISPLAY "Archivo tomado por " DUENIO-CANDADO
			" desde " CANDADO-DESDE-FECHA " "
			CANDADO-DESDE-HORA "."
		DISPLAY "Reintente cuando termine el lote."
		GOBACK
		END-IF.
		ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
		ACCEPT HORA-PROCESO FROM TIME.
		MOVE WS-FECHA-PROCESO (1:4) TO ANIO-ACTUAL.
		DISPLAY "Año de corte (se anonimiza lo anterior): ".
		ACCEPT CAMPO-ENTRADA.
		IF CAMPO-ENTRADA IS NUMERIC
		MOVE CAMPO-ENTRADA TO ANIO-CORTE
		END-IF.
		IF ANIO-CORTE NOT > ANIO-MAS-ANTIGUO
		OR ANIO-CORTE NOT < ANIO-ACTUAL
		DISPLAY "Año inválido: debe ser anterior al actual."
		GOBACK
		END-IF.
		DISPLAY "Se enmascaran nombre, apellido, teléfono y"
			" CUIL de todo registro anterior a "
			ANIO-CORTE "."
		DISPLAY "No se puede deshacer. Confirmar (S/N): ".
		ACCEPT CONFIRMAR.
		IF CONFIRMAR NOT = "S" AND CONFIRMAR NOT = "s"
		DISPLAY "Anonimización cancelada."
		GOBACK
		END-IF.
		CALL "RPTHDR" USING TITULO-REPORTE
			NUMERO-PAGINA NOMBRE-REPORTE.
		PERFORM MARCAR-PROTEGIDOS.
		PERFORM ANONIMIZAR-HISTORIAL.
		PERFORM ANONIMIZAR-ANUALES.
		PERFORM ANONIMIZAR-SEGMENTOS.
		PERFORM REVISAR-DIARIO-VIVO.
		PERFORM CONTAR-REGISTRO-NOMINA.
		PERFORM INFORMAR-TOTALES.
		PERFORM GRABAR-CONTROL.
		CALL "RPTPIE" USING TITULO-REPORTE
			LINEAS-REPORTE NOMBRE-REPORTE.
		GOBACK.

	MARCAR-PROTEGIDOS.
		*> Antes de enmascarar nada: todo ID del vivo y todo ID
		*> con una baja del año de corte en adelante.
		MOVE SPACES TO TABLA-PROTEGIDOS
		MOVE "N" TO FIN-ARCHIVO
		OPEN INPUT ARCHIVO-EMPLEADOS
		IF WS-STATUS-EMP NOT = "00" AND WS-STATUS-EMP NOT = "05"
		DISPLAY "Error al abrir empleados.dat. Status: "
			WS-STATUS-EMP
		GOBACK
		END-IF
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-EMPLEADOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF EMPLEADO-ID > ZERO
			MOVE "P" TO PROTEGIDO (EMPLEADO-ID)
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-EMPLEADOS
		MOVE "N" TO FIN-ARCHIVO
		OPEN INPUT ARCHIVO-HISTORIAL
		IF WS-STATUS-HIS = "00" OR WS-STATUS-HIS = "05"
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-HISTORIAL NEXT RECORD
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF HIST-ANIO NOT < ANIO-CORTE
			AND HIST-ID > ZERO
			MOVE "P" TO PROTEGIDO (HIST-ID)
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-HISTORIAL
		END-IF.

	CONSULTAR-PROTEGIDO.
		MOVE "N" TO ID-PROTEGIDO
		IF ID-REVISADO > ZERO
		IF PROTEGIDO (ID-REVISADO) = "P"
		MOVE "S" TO ID-PROTEGIDO
		END-IF
		END-IF.

	ANONIMIZAR-HISTORIAL.
		MOVE "N" TO FIN-ARCHIVO
		OPEN I-O ARCHIVO-HISTORIAL
		IF WS-STATUS-HIS NOT = "00" AND WS-STATUS-HIS NOT = "05"
		DISPLAY "Sin historial.dat para anonimizar."
		ELSE
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-HISTORIAL NEXT RECORD
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF HIST-ANIO < ANIO-CORTE
			PERFORM ENMASCARAR-BAJA
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-HISTORIAL
		END-IF.

	ENMASCARAR-BAJA.
		MOVE HIST-ID TO ID-REVISADO
		PERFORM CONSULTAR-PROTEGIDO
		IF ID-PROTEGIDO = "S"
		ADD 1 TO CONTADOR-RECHAZADOS
		MOVE HIST-ANIO TO ANIO-ANUAL
		PERFORM IMPRIMIR-RECHAZO
		ELSE
		IF HIST-APELLIDO = ALL "*"
		ADD 1 TO CONTADOR-YA-HECHOS
		ELSE
		MOVE ALL "*" TO HIST-NOMBRE
		MOVE ALL "*" TO HIST-APELLIDO
		MOVE ALL "*" TO HIST-TELEFONO
		MOVE ZERO TO HIST-CUIL
		REWRITE HISTORIAL-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo regrabar la baja " HIST-ID
			" de " HIST-ANIO "."
		NOT INVALID KEY
		ADD 1 TO CONTADOR-HISTORIAL
		MOVE SPACES TO LINEA-IMPRESION
		STRING "HISTORIAL       ID " DELIMITED BY SIZE
			HIST-ID DELIMITED BY SIZE
			" EJERCICIO " DELIMITED BY SIZE
			HIST-ANIO DELIMITED BY SIZE
			" ANONIMIZADO" DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		END-REWRITE
		END-IF
		END-IF.

	ANONIMIZAR-ANUALES.
		*> Los historial-AAAA.dat de HISTARCH son todos de un
		*> solo ejercicio: se recorren los anteriores al corte
		*> que existan y se regraban por anonim.tmp.
		PERFORM VARYING ANIO-ANUAL FROM ANIO-MAS-ANTIGUO BY 1
		UNTIL ANIO-ANUAL NOT < ANIO-CORTE
			PERFORM ANONIMIZAR-UN-ANUAL
		END-PERFORM.

	ANONIMIZAR-UN-ANUAL.
		MOVE SPACES TO NOMBRE-ANUAL
		STRING "historial-" DELIMITED BY SIZE
			ANIO-ANUAL DELIMITED BY SIZE
			".dat" DELIMITED BY SIZE
			INTO NOMBRE-ANUAL
		END-STRING
		OPEN INPUT ARCHIVO-ANUAL
		IF WS-STATUS-ANU = "00"
		MOVE "N" TO ARCHIVO-MODIFICADO
		MOVE "N" TO FIN-ARCHIVO
		OPEN OUTPUT ARCHIVO-TRABAJO
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-ANUAL
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			PERFORM ENMASCARAR-LINEA-ANUAL
			MOVE LINEA-ANUAL TO LINEA-TRABAJO-ANUAL
			WRITE LINEA-TRABAJO-ANUAL
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-ANUAL
		CLOSE ARCHIVO-TRABAJO
		IF ARCHIVO-MODIFICADO = "S"
		ADD 1 TO CONTADOR-ARCHIVOS
		PERFORM REGRABAR-ANUAL
		END-IF
		END-IF.

	ENMASCARAR-LINEA-ANUAL.
		MOVE ANU-ID TO ID-REVISADO
		PERFORM CONSULTAR-PROTEGIDO
		IF ID-PROTEGIDO = "S"
		ADD 1 TO CONTADOR-RECHAZADOS
		PERFORM IMPRIMIR-RECHAZO
		ELSE
		IF ANU-APELLIDO = ALL "*"
		ADD 1 TO CONTADOR-YA-HECHOS
		ELSE
		MOVE ALL "*" TO ANU-NOMBRE
		MOVE ALL "*" TO ANU-APELLIDO
		MOVE ALL "*" TO ANU-TELEFONO
		MOVE ZERO TO ANU-CUIL
		MOVE "S" TO ARCHIVO-MODIFICADO
		ADD 1 TO CONTADOR-ANUALES
		MOVE SPACES TO LINEA-IMPRESION
		STRING "HISTORIAL-" DELIMITED BY SIZE
			ANIO-ANUAL DELIMITED BY SIZE
			"  ID " DELIMITED BY SIZE
			ANU-ID DELIMITED BY SIZE
			" EJERCICIO " DELIMITED BY SIZE
			ANU-ANIO DELIMITED BY SIZE
			" ANONIMIZADO" DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		END-IF
		END-IF.

	REGRABAR-ANUAL.
		MOVE "N" TO FIN-ARCHIVO
		OPEN INPUT ARCHIVO-TRABAJO
		OPEN OUTPUT ARCHIVO-ANUAL
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-TRABAJO
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			MOVE LINEA-TRABAJO-ANUAL TO LINEA-ANUAL
			WRITE LINEA-ANUAL
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-TRABAJO
		CLOSE ARCHIVO-ANUAL.

	ANONIMIZAR-SEGMENTOS.
		*> Segmentos cerrados por JRNCORT que arrancan antes del
		*> año de corte; dentro de cada uno solo se tocan las
		*> líneas anteriores al corte.
		MOVE "N" TO FIN-INDICE
		OPEN INPUT ARCHIVO-INDICE
		IF WS-STATUS-IND = "00" OR WS-STATUS-IND = "05"
		PERFORM UNTIL FIN-INDICE = "S"
			READ ARCHIVO-INDICE
			AT END
			MOVE "S" TO FIN-INDICE
			NOT AT END
			IF SEG-DESDE (1:4) < ANIO-CORTE
			PERFORM ANONIMIZAR-UN-SEGMENTO
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-INDICE
		END-IF.

	ANONIMIZAR-UN-SEGMENTO.
		MOVE SEG-NOMBRE TO NOMBRE-SEGMENTO
		OPEN INPUT ARCHIVO-SEGMENTO
		IF WS-STATUS-SEG NOT = "00" AND WS-STATUS-SEG NOT = "05"
		DISPLAY "No se pudo abrir el segmento "
			NOMBRE-SEGMENTO
		ELSE
		MOVE "N" TO ARCHIVO-MODIFICADO
		MOVE "N" TO FIN-ARCHIVO
		OPEN OUTPUT ARCHIVO-TRABAJO
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-SEGMENTO
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			MOVE LINEA-SEGMENTO TO LINEA-AUDITORIA
			IF JRN-FECHA (1:4) < ANIO-CORTE
			PERFORM ENMASCARAR-LINEA-DIARIO
			END-IF
			MOVE LINEA-AUDITORIA TO LINEA-TRABAJO
			WRITE LINEA-TRABAJO
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-SEGMENTO
		CLOSE ARCHIVO-TRABAJO
		IF ARCHIVO-MODIFICADO = "S"
		ADD 1 TO CONTADOR-SEGMENTOS
		PERFORM REGRABAR-SEGMENTO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "SEGMENTO " DELIMITED BY SIZE
			NOMBRE-SEGMENTO DELIMITED BY SPACE
			" REGRABADO" DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		END-IF
		END-IF.

	ENMASCARAR-LINEA-DIARIO.
		*> Las imágenes son EMPLEADOS-REGISTRO: ID (1:5),
		*> nombre (6:20), apellido (26:20), teléfono (48:10) y
		*> CUIL (89:11). Una alta no trae imagen antes y una
		*> eliminación no trae imagen después.
		IF JRN-IMAGEN-ANTES NOT = SPACES
		MOVE JRN-IMAGEN-ANTES (1:5) TO ID-REVISADO
		ELSE
		MOVE JRN-IMAGEN-DESPUES (1:5) TO ID-REVISADO
		END-IF
		PERFORM CONSULTAR-PROTEGIDO
		IF ID-PROTEGIDO = "N"
		MOVE "N" TO LINEA-MODIFICADA
		IF JRN-IMAGEN-ANTES NOT = SPACES
		AND JRN-IMAGEN-ANTES (26:20) NOT = ALL "*"
		MOVE ALL "*" TO JRN-IMAGEN-ANTES (6:20)
		MOVE ALL "*" TO JRN-IMAGEN-ANTES (26:20)
		MOVE ALL "*" TO JRN-IMAGEN-ANTES (48:10)
		MOVE ALL "0" TO JRN-IMAGEN-ANTES (89:11)
		MOVE "S" TO LINEA-MODIFICADA
		END-IF
		IF JRN-IMAGEN-DESPUES NOT = SPACES
		AND JRN-IMAGEN-DESPUES (26:20) NOT = ALL "*"
		MOVE ALL "*" TO JRN-IMAGEN-DESPUES (6:20)
		MOVE ALL "*" TO JRN-IMAGEN-DESPUES (26:20)
		MOVE ALL "*" TO JRN-IMAGEN-DESPUES (48:10)
		MOVE ALL "0" TO JRN-IMAGEN-DESPUES (89:11)
		MOVE "S" TO LINEA-MODIFICADA
		END-IF
		IF LINEA-MODIFICADA = "S"
		ADD 1 TO CONTADOR-DIARIO
		MOVE "S" TO ARCHIVO-MODIFICADO
		END-IF
		END-IF.

	REGRABAR-SEGMENTO.
		MOVE "N" TO FIN-ARCHIVO
		OPEN INPUT ARCHIVO-TRABAJO
		OPEN OUTPUT ARCHIVO-SEGMENTO
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-TRABAJO
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			MOVE LINEA-TRABAJO TO LINEA-SEGMENTO
			WRITE LINEA-SEGMENTO
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-TRABAJO
		CLOSE ARCHIVO-SEGMENTO.

	REVISAR-DIARIO-VIVO.
		*> Solo se cuenta: el vivo se corta con JRNCORT y el
		*> segmento resultante se anonimiza en la próxima
		*> corrida.
		MOVE ZERO TO CONTADOR-DIARIO-VIVO
		MOVE "N" TO FIN-ARCHIVO
		OPEN INPUT ARCHIVO-AUDITORIA
		IF WS-STATUS-AUD = "00" OR WS-STATUS-AUD = "05"
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-AUDITORIA
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF JRN-FECHA (1:4) < ANIO-CORTE
			ADD 1 TO CONTADOR-DIARIO-VIVO
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-AUDITORIA
		END-IF
		IF CONTADOR-DIARIO-VIVO > ZERO
		DISPLAY "Aviso: auditoria.dat tiene "
			CONTADOR-DIARIO-VIVO
			" líneas anteriores al corte."
		DISPLAY "Córtelo con JRNCORT y vuelva a correr."
		MOVE SPACES TO LINEA-IMPRESION
		STRING "DIARIO VIVO: " DELIMITED BY SIZE
			CONTADOR-DIARIO-VIVO DELIMITED BY SIZE
			" LINEAS ANTERIORES AL CORTE SIN ANONIMIZAR"
			DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		END-IF.

	CONTAR-REGISTRO-NOMINA.
		*> Sin nombre ni CUIL en el renglón: se conserva tal
		*> cual, solo se informa cuánto queda del período
		*> anonimizado.
		MOVE "N" TO FIN-ARCHIVO
		OPEN INPUT ARCHIVO-REGISTRO
		IF WS-STATUS-REG = "00" OR WS-STATUS-REG = "05"
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-REGISTRO NEXT RECORD
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF REG-PERIODO (1:4) < ANIO-CORTE
			MOVE REG-ID TO ID-REVISADO
			PERFORM CONSULTAR-PROTEGIDO
			IF ID-PROTEGIDO = "N"
			ADD 1 TO CONTADOR-REGISTRO
			END-IF
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-REGISTRO
		END-IF.

	IMPRIMIR-RECHAZO.
		MOVE SPACES TO LINEA-IMPRESION
		STRING "RECHAZADO       ID " DELIMITED BY SIZE
			ID-REVISADO DELIMITED BY SIZE
			" EJERCICIO " DELIMITED BY SIZE
			ANIO-ANUAL DELIMITED BY SIZE
			" EN EL VIVO O CON BAJA RECIENTE"
			DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA.

	INFORMAR-TOTALES.
		MOVE SPACES TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		MOVE SPACES TO LINEA-IMPRESION
		STRING "ANIO DE CORTE:               " DELIMITED BY SIZE
			ANIO-CORTE DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		MOVE SPACES TO LINEA-IMPRESION
		STRING "BAJAS DEL HISTORIAL:         " DELIMITED BY SIZE
			CONTADOR-HISTORIAL DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		MOVE SPACES TO LINEA-IMPRESION
		STRING "BAJAS EN ARCHIVOS ANUALES:   " DELIMITED BY SIZE
			CONTADOR-ANUALES DELIMITED BY SIZE
			" EN " DELIMITED BY SIZE
			CONTADOR-ARCHIVOS DELIMITED BY SIZE
			" ARCHIVOS" DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		MOVE SPACES TO LINEA-IMPRESION
		STRING "LINEAS DEL DIARIO:           " DELIMITED BY SIZE
			CONTADOR-DIARIO DELIMITED BY SIZE
			" EN " DELIMITED BY SIZE
			CONTADOR-SEGMENTOS DELIMITED BY SIZE
			" SEGMENTOS" DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		MOVE SPACES TO LINEA-IMPRESION
		STRING "RENGLONES NOMINA (SOLO ID):  " DELIMITED BY SIZE
			CONTADOR-REGISTRO DELIMITED BY SIZE
			" CONSERVADOS" DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		MOVE SPACES TO LINEA-IMPRESION
		STRING "YA ANONIMIZADOS ANTES:       " DELIMITED BY SIZE
			CONTADOR-YA-HECHOS DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		MOVE SPACES TO LINEA-IMPRESION
		STRING "RECHAZADOS (VIVO/RECIENTE):  " DELIMITED BY SIZE
			CONTADOR-RECHAZADOS DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA.

	GRABAR-CONTROL.
		MOVE WS-FECHA-PROCESO TO CTL-FECHA
		MOVE HORA-PROCESO TO CTL-HORA
		MOVE WS-OPERADOR-LOG TO CTL-OPERADOR
		MOVE ANIO-CORTE TO CTL-ANIO-CORTE
		MOVE CONTADOR-HISTORIAL TO CTL-HISTORIAL
		MOVE CONTADOR-ANUALES TO CTL-ANUALES
		MOVE CONTADOR-ARCHIVOS TO CTL-ARCHIVOS-ANUALES
		MOVE CONTADOR-DIARIO TO CTL-DIARIO
		MOVE CONTADOR-SEGMENTOS TO CTL-SEGMENTOS
		MOVE CONTADOR-REGISTRO TO CTL-REGISTRO
		MOVE CONTADOR-RECHAZADOS TO CTL-RECHAZADOS
		OPEN EXTEND ARCHIVO-CONTROL
		IF WS-STATUS-CTL = "35"
		OPEN OUTPUT ARCHIVO-CONTROL
		END-IF
		WRITE LINEA-CONTROL
		CLOSE ARCHIVO-CONTROL.

	GRABAR-LINEA.
		IF LINEAS-EN-PAGINA >= LINEAS-POR-PAGINA
		CALL "RPTHDR" USING TITULO-REPORTE
			NUMERO-PAGINA NOMBRE-REPORTE
		MOVE ZERO TO LINEAS-EN-PAGINA
		END-IF
		ADD 1 TO LINEAS-EN-PAGINA
		ADD 1 TO LINEAS-REPORTE
		DISPLAY LINEA-IMPRESION
		CALL "IMPRESO" USING NOMBRE-REPORTE LINEA-IMPRESION.
	END PROGRAM ANONIM.
