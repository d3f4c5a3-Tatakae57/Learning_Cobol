	*> Alta temprana: prenotificación de altas y bajas:
	*> El organismo exige que cada alta se comunique antes de
	*> que el empleado empiece a trabajar, y cada baja o cambio
	*> de lugar de trabajo en el día; se hacía a mano en el
	*> aplicativo leyendo las pantallas. Esto junta los
	*> movimientos registrados desde una fecha (blanco = hoy)
	*> hasta hoy y graba el archivo de ancho fijo del
	*> organismo:
	*>   A  altas: las líneas "A" del diario de auditoría
	*>      (BASE1, P-THRU, LOTE1, REPROC, DRENAJE, REINGRES y
	*>      POSMANT), recorriendo antes los segmentos cerrados
	*>      por JRNCORT al estilo de EXPDELTA;
	*>   B  bajas: las transiciones hacia "B" de
	*>      estados_hist.dat (ESTADOS, MASEST, BASE1);
	*>   M  cambio de lugar de trabajo: las líneas "M" del
	*>      diario donde cambió el depto y el depto nuevo está
	*>      en otro establecimiento (DEP-ESTABLECIMIENTO). Si
	*>      el depto nuevo es de otra empresa, para la de
	*>      origen es una baja y para la de destino un alta.
	*> Se firma con SIGNON y se elige la empresa con EMPSEL:
	*> cada empleador notifica lo suyo, y la empresa de un
	*> movimiento es la del depto (la de la imagen del diario
	*> en altas y traslados, la del maestro en bajas). El CUIL
	*> y los datos personales salen de la imagen; un CUIL en
	*> cero en la imagen se completa con el del maestro si ya
	*> se cargó.
	*> Nada se manda dos veces: cada movimiento notificado
	*> queda en altatemp_enviados.dat (empresa, tipo, ID,
	*> fecha) y una corrida posterior sobre el mismo tramo lo
	*> saltea. La 01 graba altatemp-AAAAMMDD.dat y las demás
	*> altatemp-CC-AAAAMMDD.dat, en EXTEND: una segunda
	*> corrida del día agrega su bloque con su propio trailer.
	*> Lo que no se puede notificar (CUIL en cero, fecha
	*> faltante o inválida, baja de un legajo que ya no
	*> figura en el maestro) no se anota como enviado y sale
	*> en la página de excepciones del spool ALTATEMP; las
	*> altas con ingreso ya pasado se notifican igual, pero se
	*> listan ahí por fuera de término.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. ALTATEMP.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-AUDITORIA
		ASSIGN TO "auditoria.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-AUD.

		SELECT OPTIONAL ARCHIVO-INDICE
		ASSIGN TO "jrn_segmentos.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-IND.

		SELECT ARCHIVO-SEGMENTO
		ASSIGN TO DYNAMIC NOMBRE-SEGMENTO
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-SEG.

		SELECT OPTIONAL ARCHIVO-ESTADOS
		ASSIGN TO "estados_hist.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-EST.

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

		SELECT OPTIONAL ARCHIVO-DEPARTAMENTOS
		ASSIGN TO "departamentos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS DEP-CODIGO
		FILE STATUS IS WS-STATUS-DEP.

		SELECT OPTIONAL ARCHIVO-ENVIADOS
		ASSIGN TO "altatemp_enviados.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS ENV-CLAVE
		FILE STATUS IS WS-STATUS-ENV.

		SELECT ARCHIVO-NOTIFICACION
		ASSIGN TO DYNAMIC NOMBRE-NOTIFICACION
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-NOT.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-AUDITORIA.
		COPY "audjrn.cpy".

	FD ARCHIVO-INDICE.
		01 LINEA-INDICE.
			02 SEG-NOMBRE PIC X(30).
			02 SEG-DESDE PIC 9(8).
			02 SEG-HASTA PIC 9(8).
			02 SEG-FECHA-CORTE PIC 9(8).

	FD ARCHIVO-SEGMENTO.
		01 LINEA-SEGMENTO PIC X(251).

	FD ARCHIVO-ESTADOS.
		01 LINEA-ESTADO.
			02 EST-ID PIC 9(5).
			02 EST-ANTERIOR PIC X.
			02 EST-NUEVO PIC X.
			02 EST-FECHA-EFECTIVA PIC 9(8).
			02 EST-FECHA-REGISTRO PIC 9(8).
			02 EST-MOTIVO PIC X(30).

	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	FD ARCHIVO-DEPARTAMENTOS.
		COPY "depto.cpy".

	*> Control de lo ya notificado: un registro por
	*> movimiento enviado, con la fecha y el archivo en que
	*> salió.
	FD ARCHIVO-ENVIADOS.
		01 ENVIADOS-REGISTRO.
			02 ENV-CLAVE.
				03 ENV-EMPRESA PIC 9(2).
				03 ENV-TIPO PIC X.
				03 ENV-ID PIC 9(5).
				03 ENV-FECHA PIC 9(8).
			02 ENV-CUIL PIC 9(11).
			02 ENV-FECHA-ENVIO PIC 9(8).
			02 ENV-ARCHIVO PIC X(30).
			02 ENV-OPERADOR PIC X(8).

	*> Renglón de la notificación, ancho fijo: "A", "B" o
	*> "M" por movimiento con el CUIT del empleador, el CUIL,
	*> la fecha de ingreso, egreso o cambio y el
	*> establecimiento; "T" al cierre de cada corrida con la
	*> cantidad de renglones.
	FD ARCHIVO-NOTIFICACION.
		01 ATN-DETALLE.
			02 ATN-TIPO PIC X.
			02 ATN-CUIT-EMPLEADOR PIC 9(11).
			02 ATN-CUIL PIC 9(11).
			02 ATN-APELLIDO PIC X(20).
			02 ATN-NOMBRE PIC X(20).
			02 ATN-FECHA-NAC PIC 9(8).
			02 ATN-FECHA-MOVIMIENTO PIC 9(8).
			02 ATN-ESTABLECIMIENTO PIC 9(4).
			02 ATN-PUESTO PIC 9(3).
			02 ATN-ID PIC 9(5).
			02 ATN-MOTIVO PIC X(30).
			02 ATN-FECHA-PRESENTACION PIC 9(8).
		01 ATN-TRAILER.
			02 ATT-TIPO PIC X.
			02 ATT-CUIT-EMPLEADOR PIC 9(11).
			02 ATT-FECHA-PRESENTACION PIC 9(8).
			02 ATT-CANTIDAD PIC 9(5).
			02 ATT-ALTAS PIC 9(5).
			02 ATT-BAJAS PIC 9(5).
			02 ATT-CAMBIOS PIC 9(5).

	WORKING-STORAGE SECTION.
		01 WS-STATUS-AUD PIC XX VALUE "00".
		01 WS-STATUS-IND PIC XX VALUE "00".
		01 WS-STATUS-SEG PIC XX VALUE "00".
		01 WS-STATUS-EST PIC XX VALUE "00".
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 WS-STATUS-DEP PIC XX VALUE "00".
		01 WS-STATUS-ENV PIC XX VALUE "00".
		01 WS-STATUS-NOT PIC XX VALUE "00".
		01 NOMBRE-SEGMENTO PIC X(30) VALUE SPACES.
		01 NOMBRE-NOTIFICACION PIC X(30) VALUE SPACES.
		01 FIN-ARCHIVO PIC X VALUE "N".
		01 FIN-INDICE PIC X VALUE "N".
		01 FIN-SEGMENTO PIC X VALUE "N".
		01 CAMPO-ENTRADA PIC X(8) VALUE SPACES.
		01 FECHA-DESDE PIC 9(8) VALUE ZERO.
		01 RESULTADO-VALFEC PIC X VALUE "N".
		01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
		*> Vista de empleado sobre la imagen del diario (los
		*> primeros 99 bytes de EMPLEADOS-REGISTRO).
		01 IMAGEN-MOVIMIENTO.
			02 IMM-ID PIC 9(5).
			02 IMM-NOMBRE PIC X(20).
			02 IMM-APELLIDO PIC X(20).
			02 IMM-EDAD PIC X(2).
			02 IMM-TELEFONO PIC X(10).
			02 IMM-ESTADO PIC X.
			02 IMM-DEPTO PIC 9(3).
			02 IMM-FECHA-NAC PIC 9(8).
			02 IMM-FECHA-INGRESO PIC 9(8).
			02 IMM-FECHA-ESTADO PIC 9(8).
			02 IMM-PUESTO PIC 9(3).
			02 IMM-CUIL PIC 9(11).
		*> Movimiento armado, listo para notificar.
		01 TIPO-MOVIMIENTO PIC X VALUE SPACE.
		01 ID-MOVIMIENTO PIC 9(5) VALUE ZERO.
		01 CUIL-MOVIMIENTO PIC 9(11) VALUE ZERO.
		01 APELLIDO-MOVIMIENTO PIC X(20) VALUE SPACES.
		01 NOMBRE-MOVIMIENTO PIC X(20) VALUE SPACES.
		01 FECHA-NAC-MOVIMIENTO PIC 9(8) VALUE ZERO.
		01 FECHA-MOVIMIENTO PIC 9(8) VALUE ZERO.
		01 ESTABLECIMIENTO-MOVIMIENTO PIC 9(4) VALUE ZERO.
		01 PUESTO-MOVIMIENTO PIC 9(3) VALUE ZERO.
		01 MOTIVO-MOVIMIENTO PIC X(30) VALUE SPACES.
		*> Empresa y establecimiento de un depto (UBICAR-DEPTO).
		01 DEPTO-BUSCADO PIC 9(3) VALUE ZERO.
		01 EMPRESA-HALLADA PIC 9(2) VALUE 1.
		01 ESTABLECIMIENTO-HALLADO PIC 9(4) VALUE ZERO.
		01 DEPTO-ORIGEN PIC 9(3) VALUE ZERO.
		01 EMPRESA-ORIGEN PIC 9(2) VALUE 1.
		01 ESTABLECIMIENTO-ORIGEN PIC 9(4) VALUE ZERO.
		*> Movimientos que no se pudieron notificar o que
		*> salieron fuera de término, para la página final.
		01 TABLA-EXCEPCIONES.
			02 EXCEPCION-ENTRADA OCCURS 500 TIMES.
				03 EXC-TIPO PIC X.
				03 EXC-ID PIC 9(5).
				03 EXC-FECHA PIC 9(8).
				03 EXC-MOTIVO PIC X(30).
		01 CANTIDAD-EXCEPCIONES PIC 9(3) VALUE ZERO.
		01 INDICE-EXCEPCION PIC 9(3) VALUE ZERO.
		01 MOTIVO-EXCEPCION PIC X(30) VALUE SPACES.
		01 CANTIDAD-NOTIFICADOS PIC 9(5) VALUE ZERO.
		01 CANTIDAD-ALTAS PIC 9(5) VALUE ZERO.
		01 CANTIDAD-BAJAS PIC 9(5) VALUE ZERO.
		01 CANTIDAD-CAMBIOS PIC 9(5) VALUE ZERO.
		01 CANTIDAD-YA-ENVIADOS PIC 9(5) VALUE ZERO.
		01 CANTIDAD-NO-NOTIFICADOS PIC 9(5) VALUE ZERO.
		01 CANTIDAD-FUERA-TERMINO PIC 9(5) VALUE ZERO.
		01 NUMERO-PAGINA PIC 99 VALUE ZERO.
		01 TITULO-REPORTE PIC X(40)
			VALUE "ALTA TEMPRANA - ALTAS Y BAJAS".
		01 NOMBRE-REPORTE PIC X(8) VALUE "ALTATEMP".
		01 LINEAS-REPORTE PIC 9(7) VALUE ZERO.
		01 LINEA-IMPRESION PIC X(168) VALUE SPACES.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "ALTATEMP".
		01 WS-MENSAJE-LOG PIC X(40).
		01 WS-SEVERIDAD-LOG PIC X VALUE "A".
		01 WS-OPERADOR-LOG PIC X(8) VALUE "SISTEMA".
		*> Operador firmado y empresa notificante (EMPSEL).
		01 NIVEL-FIRMADO PIC 9 VALUE ZERO.
		01 RESULTADO-SIGNON PIC X VALUE "N".
		COPY "empsel.cpy".

	PROCEDURE DIVISION.
	MAIN.
		CALL "SIGNON" USING WS-OPERADOR-LOG NIVEL-FIRMADO
			RESULTADO-SIGNON WS-PROGRAMA-LOG.
		IF RESULTADO-SIGNON NOT = "S"
		MOVE 8 TO RETURN-CODE
		GOBACK
		END-IF.
		CALL "EMPSEL" USING WS-OPERADOR-LOG EMPRESA-ELEGIDA.
		IF ELE-HALLADA NOT = "S"
		MOVE 8 TO RETURN-CODE
		GOBACK
		END-IF.
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
		DISPLAY "Movimientos registrados desde (AAAAMMDD,"
			" blanco = hoy): ".
		MOVE SPACES TO CAMPO-ENTRADA.
		ACCEPT CAMPO-ENTRADA.
		IF CAMPO-ENTRADA = SPACES
		MOVE WS-FECHA-HOY TO FECHA-DESDE
		ELSE
		IF CAMPO-ENTRADA IS NUMERIC
		MOVE CAMPO-ENTRADA TO FECHA-DESDE
		CALL "VALFEC" USING FECHA-DESDE RESULTADO-VALFEC
		ELSE
		MOVE "N" TO RESULTADO-VALFEC
		END-IF
		IF RESULTADO-VALFEC NOT = "S"
		OR FECHA-DESDE > WS-FECHA-HOY
		DISPLAY "Fecha inválida."
		MOVE 8 TO RETURN-CODE
		GOBACK
		END-IF
		END-IF.
		OPEN INPUT ARCHIVO-EMPLEADOS
		IF WS-STATUS-EMP NOT = "00" AND WS-STATUS-EMP NOT = "05"
		DISPLAY "Error al abrir empleados.dat. Status: "
			WS-STATUS-EMP
		MOVE 8 TO RETURN-CODE
		GOBACK
		END-IF.
		OPEN INPUT ARCHIVO-DEPARTAMENTOS
		IF WS-STATUS-DEP NOT = "00" AND WS-STATUS-DEP NOT = "05"
		DISPLAY "Error al abrir departamentos.dat. Status: "
			WS-STATUS-DEP
		CLOSE ARCHIVO-EMPLEADOS
		MOVE 8 TO RETURN-CODE
		GOBACK
		END-IF.
		OPEN I-O ARCHIVO-ENVIADOS
		IF WS-STATUS-ENV NOT = "00" AND WS-STATUS-ENV NOT = "05"
		DISPLAY "Error al abrir altatemp_enviados.dat. Status: "
			WS-STATUS-ENV
		CLOSE ARCHIVO-EMPLEADOS
		CLOSE ARCHIVO-DEPARTAMENTOS
		MOVE 8 TO RETURN-CODE
		GOBACK
		END-IF.
		MOVE SPACES TO NOMBRE-NOTIFICACION
		IF ELE-CODIGO = 1
		STRING "altatemp-" DELIMITED BY SIZE
			WS-FECHA-HOY DELIMITED BY SIZE
			".dat" DELIMITED BY SIZE
			INTO NOMBRE-NOTIFICACION
		END-STRING
		ELSE
		STRING "altatemp-" DELIMITED BY SIZE
			ELE-CODIGO DELIMITED BY SIZE
			"-" DELIMITED BY SIZE
			WS-FECHA-HOY DELIMITED BY SIZE
			".dat" DELIMITED BY SIZE
			INTO NOMBRE-NOTIFICACION
		END-STRING
		END-IF.
		OPEN EXTEND ARCHIVO-NOTIFICACION
		IF WS-STATUS-NOT = "35"
		OPEN OUTPUT ARCHIVO-NOTIFICACION
		END-IF
		IF WS-STATUS-NOT NOT = "00"
		DISPLAY "Error al abrir " NOMBRE-NOTIFICACION
			" Status: " WS-STATUS-NOT
		CLOSE ARCHIVO-EMPLEADOS
		CLOSE ARCHIVO-DEPARTAMENTOS
		CLOSE ARCHIVO-ENVIADOS
		MOVE 8 TO RETURN-CODE
		GOBACK
		END-IF.
		CALL "RPTHDR" USING TITULO-REPORTE
			NUMERO-PAGINA NOMBRE-REPORTE.
		MOVE SPACES TO LINEA-IMPRESION
		STRING "EMPLEADOR: " DELIMITED BY SIZE
			ELE-RAZON-SOCIAL DELIMITED BY SIZE
			" CUIT " DELIMITED BY SIZE
			ELE-CUIT DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING.
		PERFORM GRABAR-LINEA.
		MOVE SPACES TO LINEA-IMPRESION
		STRING "MOVIMIENTOS REGISTRADOS DEL " DELIMITED BY SIZE
			FECHA-DESDE DELIMITED BY SIZE
			" AL " DELIMITED BY SIZE
			WS-FECHA-HOY DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING.
		PERFORM GRABAR-LINEA.
		MOVE SPACES TO LINEA-IMPRESION
		STRING "T CUIL        ID    APELLIDO" DELIMITED BY SIZE
			"             FECHA    EST." DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING.
		PERFORM GRABAR-LINEA.
		PERFORM RECORRER-SEGMENTOS.
		PERFORM RECORRER-DIARIO.
		PERFORM RECORRER-ESTADOS.
		IF CANTIDAD-NOTIFICADOS > ZERO
		PERFORM GRABAR-TRAILER
		END-IF.
		CLOSE ARCHIVO-NOTIFICACION.
		CLOSE ARCHIVO-ENVIADOS.
		CLOSE ARCHIVO-DEPARTAMENTOS.
		CLOSE ARCHIVO-EMPLEADOS.
		PERFORM IMPRIMIR-EXCEPCIONES.
		PERFORM IMPRIMIR-TOTALES.
		CALL "RPTPIE" USING TITULO-REPORTE
			LINEAS-REPORTE NOMBRE-REPORTE.
		IF CANTIDAD-NO-NOTIFICADOS > ZERO
		MOVE "Movimientos sin notificar en alta temp."
			TO WS-MENSAJE-LOG
		MOVE "A" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		END-IF.
		GOBACK.

	RECORRER-SEGMENTOS.
		*> Los segmentos que JRNCORT ya cerró y que llegan a la
		*> fecha desde se recorren antes que el diario vivo.
		MOVE "N" TO FIN-INDICE
		OPEN INPUT ARCHIVO-INDICE
		IF WS-STATUS-IND = "00" OR WS-STATUS-IND = "05"
		PERFORM UNTIL FIN-INDICE = "S"
			READ ARCHIVO-INDICE
			AT END
			MOVE "S" TO FIN-INDICE
			NOT AT END
			IF SEG-HASTA >= FECHA-DESDE
			PERFORM RECORRER-UN-SEGMENTO
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-INDICE
		END-IF.

	RECORRER-UN-SEGMENTO.
		MOVE SEG-NOMBRE TO NOMBRE-SEGMENTO
		MOVE "N" TO FIN-SEGMENTO
		OPEN INPUT ARCHIVO-SEGMENTO
		IF WS-STATUS-SEG NOT = "00" AND WS-STATUS-SEG NOT = "05"
		DISPLAY "No se pudo abrir el segmento "
			NOMBRE-SEGMENTO
		ELSE
		PERFORM UNTIL FIN-SEGMENTO = "S"
			READ ARCHIVO-SEGMENTO
			AT END
			MOVE "S" TO FIN-SEGMENTO
			NOT AT END
			MOVE LINEA-SEGMENTO TO LINEA-AUDITORIA
			PERFORM EVALUAR-ENTRADA
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-SEGMENTO
		END-IF.

	RECORRER-DIARIO.
		MOVE "N" TO FIN-ARCHIVO
		OPEN INPUT ARCHIVO-AUDITORIA
		IF WS-STATUS-AUD = "00" OR WS-STATUS-AUD = "05"
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-AUDITORIA
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			PERFORM EVALUAR-ENTRADA
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-AUDITORIA
		END-IF.

	EVALUAR-ENTRADA.
		IF JRN-FECHA >= FECHA-DESDE
		AND JRN-FECHA <= WS-FECHA-HOY
		IF JRN-ALTA
		PERFORM PROCESAR-ALTA
		END-IF
		IF JRN-MODIFICACION
		PERFORM PROCESAR-TRASLADO THRU PROCESAR-TRASLADO-FIN
		END-IF
		END-IF.

	PROCESAR-ALTA.
		MOVE JRN-IMAGEN-DESPUES TO IMAGEN-MOVIMIENTO
		PERFORM NORMALIZAR-IMAGEN
		MOVE IMM-DEPTO TO DEPTO-BUSCADO
		PERFORM UBICAR-DEPTO
		IF EMPRESA-HALLADA = ELE-CODIGO
		PERFORM TOMAR-IMAGEN
		MOVE "A" TO TIPO-MOVIMIENTO
		MOVE IMM-FECHA-INGRESO TO FECHA-MOVIMIENTO
		MOVE ESTABLECIMIENTO-HALLADO
			TO ESTABLECIMIENTO-MOVIMIENTO
		MOVE "ALTA" TO MOTIVO-MOVIMIENTO
		PERFORM NOTIFICAR-MOVIMIENTO
			THRU NOTIFICAR-MOVIMIENTO-FIN
		END-IF.

	PROCESAR-TRASLADO.
		*> Solo interesa el cambio de depto que cambia el lugar
		*> de trabajo (otro establecimiento u otra empresa) de
		*> alguien que no está de baja.
		MOVE JRN-IMAGEN-ANTES TO IMAGEN-MOVIMIENTO
		PERFORM NORMALIZAR-IMAGEN
		MOVE IMM-DEPTO TO DEPTO-ORIGEN
		MOVE JRN-IMAGEN-DESPUES TO IMAGEN-MOVIMIENTO
		PERFORM NORMALIZAR-IMAGEN
		IF IMM-DEPTO = DEPTO-ORIGEN OR IMM-ESTADO = "B"
		GO TO PROCESAR-TRASLADO-FIN
		END-IF
		MOVE DEPTO-ORIGEN TO DEPTO-BUSCADO
		PERFORM UBICAR-DEPTO
		MOVE EMPRESA-HALLADA TO EMPRESA-ORIGEN
		MOVE ESTABLECIMIENTO-HALLADO TO ESTABLECIMIENTO-ORIGEN
		MOVE IMM-DEPTO TO DEPTO-BUSCADO
		PERFORM UBICAR-DEPTO
		IF EMPRESA-HALLADA = EMPRESA-ORIGEN
		AND ESTABLECIMIENTO-HALLADO = ESTABLECIMIENTO-ORIGEN
		GO TO PROCESAR-TRASLADO-FIN
		END-IF
		PERFORM TOMAR-IMAGEN
		MOVE JRN-FECHA TO FECHA-MOVIMIENTO
		IF EMPRESA-HALLADA = EMPRESA-ORIGEN
		IF EMPRESA-HALLADA = ELE-CODIGO
		MOVE "M" TO TIPO-MOVIMIENTO
		MOVE ESTABLECIMIENTO-HALLADO
			TO ESTABLECIMIENTO-MOVIMIENTO
		MOVE "CAMBIO DE LUGAR DE TRABAJO"
			TO MOTIVO-MOVIMIENTO
		PERFORM NOTIFICAR-MOVIMIENTO
			THRU NOTIFICAR-MOVIMIENTO-FIN
		END-IF
		GO TO PROCESAR-TRASLADO-FIN
		END-IF
		*> Traslado entre empresas: baja en la de origen y
		*> alta en la de destino, cada una en su corrida.
		IF EMPRESA-ORIGEN = ELE-CODIGO
		MOVE "B" TO TIPO-MOVIMIENTO
		MOVE ESTABLECIMIENTO-ORIGEN
			TO ESTABLECIMIENTO-MOVIMIENTO
		MOVE "TRASLADO A OTRA EMPRESA" TO MOTIVO-MOVIMIENTO
		PERFORM NOTIFICAR-MOVIMIENTO
			THRU NOTIFICAR-MOVIMIENTO-FIN
		END-IF
		IF EMPRESA-HALLADA = ELE-CODIGO
		MOVE "A" TO TIPO-MOVIMIENTO
		MOVE ESTABLECIMIENTO-HALLADO
			TO ESTABLECIMIENTO-MOVIMIENTO
		MOVE "TRASLADO DESDE OTRA EMPRESA"
			TO MOTIVO-MOVIMIENTO
		PERFORM NOTIFICAR-MOVIMIENTO
			THRU NOTIFICAR-MOVIMIENTO-FIN
		END-IF.
	PROCESAR-TRASLADO-FIN.
		EXIT.

	RECORRER-ESTADOS.
		MOVE "N" TO FIN-ARCHIVO
		OPEN INPUT ARCHIVO-ESTADOS
		IF WS-STATUS-EST = "00" OR WS-STATUS-EST = "05"
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-ESTADOS
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF EST-FECHA-REGISTRO >= FECHA-DESDE
			AND EST-FECHA-REGISTRO <= WS-FECHA-HOY
			AND EST-NUEVO = "B" AND EST-ANTERIOR NOT = "B"
			PERFORM PROCESAR-BAJA
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-ESTADOS
		END-IF.

	PROCESAR-BAJA.
		*> La baja no trae imagen: los datos salen del maestro.
		*> Un legajo que ya no figura cuenta como de la 01 y no
		*> se puede notificar sin CUIL.
		MOVE EST-ID TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		IF ELE-CODIGO = 1
		MOVE "B" TO TIPO-MOVIMIENTO
		MOVE EST-ID TO ID-MOVIMIENTO
		MOVE EST-FECHA-EFECTIVA TO FECHA-MOVIMIENTO
		MOVE "NO FIGURA EN EL MAESTRO" TO MOTIVO-EXCEPCION
		PERFORM REGISTRAR-EXCEPCION
		ADD 1 TO CANTIDAD-NO-NOTIFICADOS
		END-IF
		NOT INVALID KEY
		MOVE EMPLEADO-DEPTO TO DEPTO-BUSCADO
		PERFORM UBICAR-DEPTO
		IF EMPRESA-HALLADA = ELE-CODIGO
		MOVE "B" TO TIPO-MOVIMIENTO
		MOVE EMPLEADO-ID TO ID-MOVIMIENTO
		MOVE ZERO TO CUIL-MOVIMIENTO
		IF EMPLEADO-CUIL IS NUMERIC
		MOVE EMPLEADO-CUIL TO CUIL-MOVIMIENTO
		END-IF
		MOVE EMPLEADO-APELLIDO TO APELLIDO-MOVIMIENTO
		MOVE EMPLEADO-NOMBRE TO NOMBRE-MOVIMIENTO
		MOVE ZERO TO FECHA-NAC-MOVIMIENTO
		IF EMPLEADO-FECHA-NAC IS NUMERIC
		MOVE EMPLEADO-FECHA-NAC TO FECHA-NAC-MOVIMIENTO
		END-IF
		MOVE ZERO TO PUESTO-MOVIMIENTO
		IF EMPLEADO-PUESTO IS NUMERIC
		MOVE EMPLEADO-PUESTO TO PUESTO-MOVIMIENTO
		END-IF
		MOVE EST-FECHA-EFECTIVA TO FECHA-MOVIMIENTO
		MOVE ESTABLECIMIENTO-HALLADO
			TO ESTABLECIMIENTO-MOVIMIENTO
		MOVE EST-MOTIVO TO MOTIVO-MOVIMIENTO
		PERFORM NOTIFICAR-MOVIMIENTO
			THRU NOTIFICAR-MOVIMIENTO-FIN
		END-IF
		END-READ.

	NORMALIZAR-IMAGEN.
		*> Imágenes de registros anteriores a los campos nuevos
		*> traen blancos donde hoy hay números.
		IF IMM-ID IS NOT NUMERIC
		MOVE ZERO TO IMM-ID
		END-IF
		IF IMM-DEPTO IS NOT NUMERIC
		MOVE ZERO TO IMM-DEPTO
		END-IF
		IF IMM-FECHA-NAC IS NOT NUMERIC
		MOVE ZERO TO IMM-FECHA-NAC
		END-IF
		IF IMM-FECHA-INGRESO IS NOT NUMERIC
		MOVE ZERO TO IMM-FECHA-INGRESO
		END-IF
		IF IMM-PUESTO IS NOT NUMERIC
		MOVE ZERO TO IMM-PUESTO
		END-IF
		IF IMM-CUIL IS NOT NUMERIC
		MOVE ZERO TO IMM-CUIL
		END-IF.

	TOMAR-IMAGEN.
		*> Datos personales de la imagen; el CUIL en cero se
		*> completa con el del maestro si ya se cargó.
		MOVE IMM-ID TO ID-MOVIMIENTO
		MOVE IMM-CUIL TO CUIL-MOVIMIENTO
		MOVE IMM-APELLIDO TO APELLIDO-MOVIMIENTO
		MOVE IMM-NOMBRE TO NOMBRE-MOVIMIENTO
		MOVE IMM-FECHA-NAC TO FECHA-NAC-MOVIMIENTO
		MOVE IMM-PUESTO TO PUESTO-MOVIMIENTO
		IF CUIL-MOVIMIENTO = ZERO
		MOVE IMM-ID TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		IF EMPLEADO-CUIL IS NUMERIC
		MOVE EMPLEADO-CUIL TO CUIL-MOVIMIENTO
		END-IF
		END-READ
		END-IF.

	UBICAR-DEPTO.
		*> Depto inexistente o sin empresa: empresa 01, sede.
		MOVE 1 TO EMPRESA-HALLADA
		MOVE ZERO TO ESTABLECIMIENTO-HALLADO
		MOVE DEPTO-BUSCADO TO DEP-CODIGO
		READ ARCHIVO-DEPARTAMENTOS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		IF DEP-EMPRESA IS NUMERIC AND DEP-EMPRESA NOT = ZERO
		MOVE DEP-EMPRESA TO EMPRESA-HALLADA
		END-IF
		IF DEP-ESTABLECIMIENTO IS NUMERIC
		MOVE DEP-ESTABLECIMIENTO TO ESTABLECIMIENTO-HALLADO
		END-IF
		END-READ.

	NOTIFICAR-MOVIMIENTO.
		*> Sin CUIL o sin fecha válida no se notifica ni se
		*> anota: queda para una corrida posterior.
		IF CUIL-MOVIMIENTO = ZERO
		MOVE "CUIL EN CERO" TO MOTIVO-EXCEPCION
		PERFORM REGISTRAR-EXCEPCION
		ADD 1 TO CANTIDAD-NO-NOTIFICADOS
		GO TO NOTIFICAR-MOVIMIENTO-FIN
		END-IF
		IF FECHA-MOVIMIENTO = ZERO
		IF TIPO-MOVIMIENTO = "A"
		MOVE "FALTA FECHA DE INGRESO" TO MOTIVO-EXCEPCION
		ELSE
		MOVE "FALTA FECHA DEL MOVIMIENTO" TO MOTIVO-EXCEPCION
		END-IF
		PERFORM REGISTRAR-EXCEPCION
		ADD 1 TO CANTIDAD-NO-NOTIFICADOS
		GO TO NOTIFICAR-MOVIMIENTO-FIN
		END-IF
		CALL "VALFEC" USING FECHA-MOVIMIENTO RESULTADO-VALFEC
		IF RESULTADO-VALFEC NOT = "S"
		MOVE "FECHA DEL MOVIMIENTO INVALIDA" TO MOTIVO-EXCEPCION
		PERFORM REGISTRAR-EXCEPCION
		ADD 1 TO CANTIDAD-NO-NOTIFICADOS
		GO TO NOTIFICAR-MOVIMIENTO-FIN
		END-IF
		MOVE ELE-CODIGO TO ENV-EMPRESA
		MOVE TIPO-MOVIMIENTO TO ENV-TIPO
		MOVE ID-MOVIMIENTO TO ENV-ID
		MOVE FECHA-MOVIMIENTO TO ENV-FECHA
		READ ARCHIVO-ENVIADOS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		ADD 1 TO CANTIDAD-YA-ENVIADOS
		GO TO NOTIFICAR-MOVIMIENTO-FIN
		END-READ
		MOVE SPACES TO ATN-DETALLE
		MOVE TIPO-MOVIMIENTO TO ATN-TIPO
		MOVE ELE-CUIT TO ATN-CUIT-EMPLEADOR
		MOVE CUIL-MOVIMIENTO TO ATN-CUIL
		MOVE APELLIDO-MOVIMIENTO TO ATN-APELLIDO
		MOVE NOMBRE-MOVIMIENTO TO ATN-NOMBRE
		MOVE FECHA-NAC-MOVIMIENTO TO ATN-FECHA-NAC
		MOVE FECHA-MOVIMIENTO TO ATN-FECHA-MOVIMIENTO
		MOVE ESTABLECIMIENTO-MOVIMIENTO TO ATN-ESTABLECIMIENTO
		MOVE PUESTO-MOVIMIENTO TO ATN-PUESTO
		MOVE ID-MOVIMIENTO TO ATN-ID
		MOVE MOTIVO-MOVIMIENTO TO ATN-MOTIVO
		MOVE WS-FECHA-HOY TO ATN-FECHA-PRESENTACION
		WRITE ATN-DETALLE
		IF WS-STATUS-NOT NOT = "00"
		DISPLAY "Error al grabar " NOMBRE-NOTIFICACION
			" Status: " WS-STATUS-NOT
		MOVE "NO SE PUDO GRABAR" TO MOTIVO-EXCEPCION
		PERFORM REGISTRAR-EXCEPCION
		ADD 1 TO CANTIDAD-NO-NOTIFICADOS
		GO TO NOTIFICAR-MOVIMIENTO-FIN
		END-IF
		MOVE CUIL-MOVIMIENTO TO ENV-CUIL
		MOVE WS-FECHA-HOY TO ENV-FECHA-ENVIO
		MOVE NOMBRE-NOTIFICACION TO ENV-ARCHIVO
		MOVE WS-OPERADOR-LOG TO ENV-OPERADOR
		WRITE ENVIADOS-REGISTRO
		IF WS-STATUS-ENV NOT = "00"
		DISPLAY "Error al anotar el envío. Status: "
			WS-STATUS-ENV
		END-IF
		ADD 1 TO CANTIDAD-NOTIFICADOS
		EVALUATE TIPO-MOVIMIENTO
			WHEN "A"
				ADD 1 TO CANTIDAD-ALTAS
			WHEN "B"
				ADD 1 TO CANTIDAD-BAJAS
			WHEN OTHER
				ADD 1 TO CANTIDAD-CAMBIOS
		END-EVALUATE
		MOVE SPACES TO LINEA-IMPRESION
		STRING TIPO-MOVIMIENTO DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			CUIL-MOVIMIENTO DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			ID-MOVIMIENTO DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			APELLIDO-MOVIMIENTO DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			FECHA-MOVIMIENTO DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			ESTABLECIMIENTO-MOVIMIENTO DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			MOTIVO-MOVIMIENTO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		*> El alta se notifica igual, pero si el ingreso ya
		*> pasó llegó tarde y se lista.
		IF TIPO-MOVIMIENTO = "A"
		AND FECHA-MOVIMIENTO < WS-FECHA-HOY
		MOVE "NOTIFICADA CON INGRESO PASADO" TO MOTIVO-EXCEPCION
		PERFORM REGISTRAR-EXCEPCION
		ADD 1 TO CANTIDAD-FUERA-TERMINO
		END-IF.
	NOTIFICAR-MOVIMIENTO-FIN.
		EXIT.

	REGISTRAR-EXCEPCION.
		IF CANTIDAD-EXCEPCIONES < 500
		ADD 1 TO CANTIDAD-EXCEPCIONES
		MOVE TIPO-MOVIMIENTO TO EXC-TIPO (CANTIDAD-EXCEPCIONES)
		MOVE ID-MOVIMIENTO TO EXC-ID (CANTIDAD-EXCEPCIONES)
		MOVE FECHA-MOVIMIENTO
			TO EXC-FECHA (CANTIDAD-EXCEPCIONES)
		MOVE MOTIVO-EXCEPCION
			TO EXC-MOTIVO (CANTIDAD-EXCEPCIONES)
		END-IF.

	GRABAR-TRAILER.
		MOVE SPACES TO ATN-TRAILER
		MOVE "T" TO ATT-TIPO
		MOVE ELE-CUIT TO ATT-CUIT-EMPLEADOR
		MOVE WS-FECHA-HOY TO ATT-FECHA-PRESENTACION
		MOVE CANTIDAD-NOTIFICADOS TO ATT-CANTIDAD
		MOVE CANTIDAD-ALTAS TO ATT-ALTAS
		MOVE CANTIDAD-BAJAS TO ATT-BAJAS
		MOVE CANTIDAD-CAMBIOS TO ATT-CAMBIOS
		WRITE ATN-TRAILER.

	IMPRIMIR-EXCEPCIONES.
		MOVE SPACES TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		MOVE "EXCEPCIONES:" TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		IF CANTIDAD-EXCEPCIONES = ZERO
		MOVE "  (ninguna)" TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		END-IF
		PERFORM VARYING INDICE-EXCEPCION FROM 1 BY 1
		UNTIL INDICE-EXCEPCION > CANTIDAD-EXCEPCIONES
		MOVE SPACES TO LINEA-IMPRESION
		STRING "  " DELIMITED BY SIZE
			EXC-TIPO (INDICE-EXCEPCION) DELIMITED BY SIZE
			" ID " DELIMITED BY SIZE
			EXC-ID (INDICE-EXCEPCION) DELIMITED BY SIZE
			" FECHA " DELIMITED BY SIZE
			EXC-FECHA (INDICE-EXCEPCION) DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			EXC-MOTIVO (INDICE-EXCEPCION) DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		END-PERFORM.

	IMPRIMIR-TOTALES.
		MOVE SPACES TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		MOVE SPACES TO LINEA-IMPRESION
		STRING "NOTIFICADOS: " DELIMITED BY SIZE
			CANTIDAD-NOTIFICADOS DELIMITED BY SIZE
			" (ALTAS " DELIMITED BY SIZE
			CANTIDAD-ALTAS DELIMITED BY SIZE
			" BAJAS " DELIMITED BY SIZE
			CANTIDAD-BAJAS DELIMITED BY SIZE
			" CAMBIOS " DELIMITED BY SIZE
			CANTIDAD-CAMBIOS DELIMITED BY SIZE
			")" DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		MOVE SPACES TO LINEA-IMPRESION
		STRING "YA ENVIADOS (SALTEADOS): " DELIMITED BY SIZE
			CANTIDAD-YA-ENVIADOS DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		MOVE SPACES TO LINEA-IMPRESION
		STRING "SIN NOTIFICAR: " DELIMITED BY SIZE
			CANTIDAD-NO-NOTIFICADOS DELIMITED BY SIZE
			"  ALTAS FUERA DE TERMINO: " DELIMITED BY SIZE
			CANTIDAD-FUERA-TERMINO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		MOVE SPACES TO LINEA-IMPRESION
		IF CANTIDAD-NOTIFICADOS > ZERO
		STRING "ARCHIVO A PRESENTAR: " DELIMITED BY SIZE
			NOMBRE-NOTIFICACION DELIMITED BY SPACE
			INTO LINEA-IMPRESION
		END-STRING
		ELSE
		MOVE "SIN MOVIMIENTOS NUEVOS PARA NOTIFICAR."
			TO LINEA-IMPRESION
		END-IF
		PERFORM GRABAR-LINEA.

	GRABAR-LINEA.
		ADD 1 TO LINEAS-REPORTE
		DISPLAY LINEA-IMPRESION
		CALL "IMPRESO" USING NOMBRE-REPORTE LINEA-IMPRESION.
	END PROGRAM ALTATEMP.
