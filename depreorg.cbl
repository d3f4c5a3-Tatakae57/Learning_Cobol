	*> Reorganización de departamentos:
	*> Cuando la organización junta dos departamentos o parte
	*> uno en dos, el código viejo quedaba en todos lados: en
	*> EMPLEADO-DEPTO, en la plantilla, en el presupuesto, en
	*> el reparto de horas y en los vistos buenos del período.
	*> Esto toma, con una fecha efectiva, las líneas de la
	*> reorganización: departamento viejo, departamento nuevo
	*> y a quiénes alcanza (T todo el departamento, para una
	*> fusión; L una lista de IDs, para una partición: los
	*> que no están en ninguna lista se quedan donde están).
	*> Siempre emite primero la vista previa: cada empleado
	*> que se mueve, lo que pasa con cada renglón de los
	*> satélites y la dotación activa por departamento antes
	*> y después. Solo con la confirmación del supervisor
	*> aplica:
	*>   - cada empleado (no de baja) pasa por el camino de
	*>     TRASLADO: renglón en traslados.dat con la fecha
	*>     efectiva y el motivo, REWRITE con imágenes en el
	*>     diario (ALTATEMP ve ahí el cambio de lugar de
	*>     trabajo) y el puesto sin cambios;
	*>   - plantilla.dat y presupuesto.dat (los períodos desde
	*>     el de la fecha efectiva) se reparten entre viejo y
	*>     nuevo en proporción a los activos que se mueven; el
	*>     departamento que queda vacío entrega todo y su
	*>     renglón se elimina;
	*>   - distribucion.dat desde ese período: las horas del
	*>     departamento viejo de quien se mueve, y todas las de
	*>     un departamento fusionado, pasan al nuevo (sumadas
	*>     si ya había renglón);
	*>   - aprobaciones.dat desde ese período: el visto bueno
	*>     de un departamento que recibe gente de otro sin
	*>     visto bueno se revoca, y el del departamento que
	*>     queda vacío se elimina.
	*> Cada cambio de satélite queda en AUDSAT. Al final
	*> recuenta la dotación activa desde empleados.dat y la
	*> concilia contra la esperada de la vista previa.
	*> LISTADO y COSTDEP toman el departamento del legajo al
	*> correr, así que siguen a los empleados movidos; quién
	*> estaba dónde antes de la fecha queda en traslados.dat.
	*> Solo supervisores, de una empresa por vez y nunca con
	*> fecha en un período ya liquidado.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. DEPREORG.

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

		SELECT OPTIONAL ARCHIVO-DEPARTAMENTOS
		ASSIGN TO "departamentos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS DEP-CODIGO
		FILE STATUS IS WS-STATUS-DEP.

		SELECT OPTIONAL ARCHIVO-TRASLADOS
		ASSIGN TO "traslados.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-TRS.

		SELECT OPTIONAL ARCHIVO-PLANTILLA
		ASSIGN TO "plantilla.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PLT-DEPTO
		FILE STATUS IS WS-STATUS-PLT.

		SELECT OPTIONAL ARCHIVO-PRESUPUESTO
		ASSIGN TO "presupuesto.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PRE-CLAVE
		FILE STATUS IS WS-STATUS-PRE.

		SELECT OPTIONAL ARCHIVO-DISTRIBUCION
		ASSIGN TO "distribucion.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS DIS-CLAVE
		FILE STATUS IS WS-STATUS-DIS.

		SELECT OPTIONAL ARCHIVO-APROBACIONES
		ASSIGN TO "aprobaciones.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS APR-CLAVE
		FILE STATUS IS WS-STATUS-APR.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	FD ARCHIVO-DEPARTAMENTOS.
		COPY "depto.cpy".

	FD ARCHIVO-TRASLADOS.
		01 LINEA-TRASLADO.
			02 TRS-ID PIC 9(5).
			02 TRS-DEPTO-ORIGEN PIC 9(3).
			02 TRS-DEPTO-DESTINO PIC 9(3).
			02 TRS-FECHA-EFECTIVA PIC 9(8).
			02 TRS-FECHA-REGISTRO PIC 9(8).
			02 TRS-MOTIVO PIC X(30).
			02 TRS-OPERADOR PIC X(8).
			02 TRS-PUESTO-ORIGEN PIC 9(3).
			02 TRS-PUESTO-DESTINO PIC 9(3).

	FD ARCHIVO-PLANTILLA.
		COPY "plantilla.cpy".

	FD ARCHIVO-PRESUPUESTO.
		COPY "presupuesto.cpy".

	FD ARCHIVO-DISTRIBUCION.
		COPY "distrib.cpy".

	FD ARCHIVO-APROBACIONES.
		COPY "aprobacion.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 WS-STATUS-DEP PIC XX VALUE "00".
		01 WS-STATUS-TRS PIC XX VALUE "00".
		01 WS-STATUS-PLT PIC XX VALUE "00".
		01 WS-STATUS-PRE PIC XX VALUE "00".
		01 WS-STATUS-DIS PIC XX VALUE "00".
		01 WS-STATUS-APR PIC XX VALUE "00".
		01 CAMPO-ENTRADA PIC X(8) VALUE SPACES.
		01 CAMPO-VALIDO PIC X VALUE "N".
		01 FIN-ARCHIVO PIC X VALUE "N".
		01 FIN-LINEAS PIC X VALUE "N".
		01 FIN-LISTA PIC X VALUE "N".
		01 FECHA-EFECTIVA PIC 9(8) VALUE ZERO.
		01 PERIODO-REORG PIC 9(6) VALUE ZERO.
		01 MOTIVO-REORG PIC X(30) VALUE SPACES.
		01 RESULTADO-VALFEC PIC X VALUE "N".
		01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
		01 RESPUESTA-APLICAR PIC X VALUE "N".
		*> "N" vista previa: se calcula y se imprime todo sin
		*> grabar; "S" la misma pasada grabando.
		01 APLICAR PIC X VALUE "N".
		01 EMPRESA-REORG PIC 9(2) VALUE ZERO.
		01 EMPRESA-DEPTO PIC 9(2) VALUE ZERO.
		01 DEPTO-ORIGEN PIC 9(3) VALUE ZERO.
		01 DEPTO-DESTINO PIC 9(3) VALUE ZERO.
		01 ALCANCE-LINEA PIC X VALUE "T".
		01 LINEA-RECHAZADA PIC X VALUE "N".
		COPY "pergrupo.cpy".
		*> Líneas de la reorganización, en el orden tecleado.
		01 CANTIDAD-LINEAS PIC 9(2) VALUE ZERO.
		01 INDICE-LINEA PIC 9(2) VALUE ZERO.
		01 LINEA-HALLADA PIC 9(2) VALUE ZERO.
		01 TABLA-LINEAS.
			02 LINEA-REORG OCCURS 20 TIMES.
				03 RGL-ORIGEN PIC 9(3).
				03 RGL-DESTINO PIC 9(3).
				03 RGL-ALCANCE PIC X.
				03 RGL-MOVIDOS PIC 9(5).
				03 RGL-ACTIVOS PIC 9(5).
				03 RGL-PARTE PIC 9(8)V99.
		*> IDs de las líneas "L".
		01 CANTIDAD-LISTA PIC 9(3) VALUE ZERO.
		01 INDICE-LISTA PIC 9(3) VALUE ZERO.
		01 TABLA-LISTA.
			02 LISTA-REORG OCCURS 999 TIMES.
				03 LST-ID PIC 9(5).
				03 LST-LINEA PIC 9(2).
		01 ID-LISTA PIC 9(5) VALUE ZERO.
		*> Empleados que se mueven, juntados en una pasada
		*> previa (no se regraba mientras se lee NEXT RECORD,
		*> el resguardo de MASEST).
		01 CANTIDAD-MOVIDOS PIC 9(4) VALUE ZERO.
		01 MOVIDOS-DESBORDADOS PIC 9(5) VALUE ZERO.
		01 INDICE-MOVIDO PIC 9(4) VALUE ZERO.
		01 TABLA-MOVIDOS.
			02 MOVIDO OCCURS 2000 TIMES.
				03 MOV-ID PIC 9(5).
				03 MOV-LINEA PIC 9(2).
		*> Dotación activa de cada departamento tocado.
		01 CANTIDAD-DOTACION PIC 9(2) VALUE ZERO.
		01 INDICE-DOTACION PIC 9(2) VALUE ZERO.
		01 DOTACION-HALLADA PIC 9(2) VALUE ZERO.
		01 DEPTO-DOTACION PIC 9(3) VALUE ZERO.
		01 TABLA-DOTACION.
			02 DOTACION-DEPTO OCCURS 40 TIMES.
				03 DOT-DEPTO PIC 9(3).
				03 DOT-ES-ORIGEN PIC X.
				03 DOT-ULTIMA-LINEA PIC 9(2).
				03 DOT-ANTES PIC 9(5).
				03 DOT-SALEN PIC 9(5).
				03 DOT-ENTRAN PIC 9(5).
				03 DOT-ESPERADO PIC 9(5).
				03 DOT-DESPUES PIC 9(5).
		01 TOTAL-ANTES PIC 9(6) VALUE ZERO.
		01 TOTAL-ESPERADO PIC 9(6) VALUE ZERO.
		01 TOTAL-DESPUES PIC 9(6) VALUE ZERO.
		01 DOTACION-CUADRA PIC X VALUE "S".
		*> Reparto proporcional de un renglón del viejo.
		01 IMPORTE-A-REPARTIR PIC 9(8)V99 VALUE ZERO.
		01 IMPORTE-RESTO PIC 9(8)V99 VALUE ZERO.
		01 PARTE-ENTERA PIC 9(8) VALUE ZERO.
		01 REPARTO-ENTERO PIC X VALUE "N".
		01 AUTORIZADOS-PARTE PIC 9(5) VALUE ZERO.
		*> Períodos de presupuesto del viejo desde la fecha.
		01 CANTIDAD-PERIODOS PIC 9(2) VALUE ZERO.
		01 INDICE-PERIODO PIC 9(2) VALUE ZERO.
		01 TABLA-PERIODOS.
			02 PERIODO-PRESUPUESTO OCCURS 60 TIMES PIC 9(6).
		*> Renglones de horas que cambian de departamento.
		01 CANTIDAD-HORAS PIC 9(3) VALUE ZERO.
		01 HORAS-DESBORDADAS PIC 9(5) VALUE ZERO.
		01 INDICE-HORAS PIC 9(3) VALUE ZERO.
		01 TABLA-HORAS.
			02 HORAS-REORG OCCURS 500 TIMES.
				03 HRS-PERIODO PIC 9(6).
				03 HRS-ID PIC 9(5).
				03 HRS-DEPTO PIC 9(3).
				03 HRS-DESTINO PIC 9(3).
				03 HRS-HORAS PIC 9(3)V99.
		01 HORAS-TRASPASO PIC 9(3)V99 VALUE ZERO.
		*> Vistos buenos de los departamentos tocados.
		01 CANTIDAD-VISTOS PIC 9(3) VALUE ZERO.
		01 VISTOS-DESBORDADOS PIC 9(5) VALUE ZERO.
		01 INDICE-VISTO PIC 9(3) VALUE ZERO.
		01 INDICE-OTRO-VISTO PIC 9(3) VALUE ZERO.
		01 VISTO-HALLADO PIC X VALUE "N".
		01 TABLA-VISTOS.
			02 VISTO-REORG OCCURS 300 TIMES.
				03 VIS-PERIODO PIC 9(6).
				03 VIS-DEPTO PIC 9(3).
				03 VIS-GRUPO PIC X(2).
				03 VIS-SUBPERIODO PIC 9.
				03 VIS-ACCION PIC X.
		01 CONTADOR-TRASLADADOS PIC 9(5) VALUE ZERO.
		01 CONTADOR-SALTEADOS PIC 9(5) VALUE ZERO.
		01 CONTADOR-SATELITES PIC 9(5) VALUE ZERO.
		01 IMPORTE-EDITADO PIC ZZ,ZZZ,ZZ9.99.
		01 HORAS-EDITADAS PIC ZZ9.99.
		01 OPERACION-AUDITORIA PIC X VALUE "M".
		01 IMAGEN-ANTES PIC X(109) VALUE SPACES.
		01 IMAGEN-DESPUES PIC X(109) VALUE SPACES.
		01 NOMBRE-AUDSAT PIC X(12) VALUE SPACES.
		01 OPERACION-AUDSAT PIC X VALUE "M".
		01 IMAGEN-SAT-ANTES PIC X(40) VALUE SPACES.
		01 IMAGEN-SAT-DESPUES PIC X(40) VALUE SPACES.
		01 NUMERO-PAGINA PIC 99 VALUE ZERO.
		01 TITULO-REPORTE PIC X(40)
			VALUE "REORGANIZACION DEPTOS: VISTA PREVIA".
		01 NOMBRE-REPORTE PIC X(8) VALUE "DEPREORG".
		01 LINEAS-REPORTE PIC 9(7) VALUE ZERO.
		01 LINEA-IMPRESION PIC X(168) VALUE SPACES.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "DEPREORG".
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
		DISPLAY "La reorganización es solo para supervisores."
		GOBACK
		END-IF.
		OPEN I-O ARCHIVO-EMPLEADOS
		IF WS-STATUS-EMP NOT = "00" AND WS-STATUS-EMP NOT = "05"
		DISPLAY "Error al abrir empleados.dat. Status: "
			WS-STATUS-EMP
		GOBACK
		END-IF.
		OPEN INPUT ARCHIVO-DEPARTAMENTOS.
		PERFORM SOLICITAR-FECHA-EFECTIVA.
		MOVE FECHA-EFECTIVA (1:6) TO PERIODO-REORG.
		DISPLAY "Motivo (blanco = REORGANIZACION): ".
		ACCEPT MOTIVO-REORG.
		IF MOTIVO-REORG = SPACES
		MOVE "REORGANIZACION" TO MOTIVO-REORG
		END-IF.
		PERFORM CARGAR-LINEAS.
		IF CANTIDAD-LINEAS = ZERO
		DISPLAY "Sin líneas: nada que reorganizar."
		PERFORM CERRAR-MAESTROS
		GOBACK
		END-IF.
		PERFORM VERIFICAR-PERIODO.
		IF CAMPO-VALIDO = "N"
		PERFORM CERRAR-MAESTROS
		GOBACK
		END-IF.
		PERFORM PLANIFICAR-MOVIMIENTOS.
		IF MOVIDOS-DESBORDADOS > ZERO
		DISPLAY "Más de 2000 empleados a mover: parta la"
			" reorganización en varias corridas."
		PERFORM CERRAR-MAESTROS
		GOBACK
		END-IF.
		*> Vista previa: los satélites se abren de lectura.
		MOVE "N" TO APLICAR.
		OPEN INPUT ARCHIVO-PLANTILLA.
		OPEN INPUT ARCHIVO-PRESUPUESTO.
		OPEN INPUT ARCHIVO-DISTRIBUCION.
		OPEN INPUT ARCHIVO-APROBACIONES.
		PERFORM EMITIR-REORGANIZACION.
		PERFORM CERRAR-SATELITES.
		IF HORAS-DESBORDADAS > ZERO
		OR VISTOS-DESBORDADOS > ZERO
		DISPLAY "Demasiados renglones de horas o vistos buenos"
			" para una corrida: no se aplica."
		PERFORM CERRAR-MAESTROS
		GOBACK
		END-IF.
		DISPLAY "Aplicar la reorganización (S/N): ".
		ACCEPT RESPUESTA-APLICAR.
		IF RESPUESTA-APLICAR NOT = "S"
		AND RESPUESTA-APLICAR NOT = "s"
		DISPLAY "Reorganización no aplicada: solo vista"
			" previa."
		PERFORM CERRAR-MAESTROS
		GOBACK
		END-IF.
		MOVE "S" TO APLICAR.
		MOVE "REORGANIZACION DEPTOS: APLICADA"
			TO TITULO-REPORTE.
		OPEN I-O ARCHIVO-PLANTILLA.
		OPEN I-O ARCHIVO-PRESUPUESTO.
		OPEN I-O ARCHIVO-DISTRIBUCION.
		OPEN I-O ARCHIVO-APROBACIONES.
		PERFORM EMITIR-REORGANIZACION.
		PERFORM CERRAR-SATELITES.
		PERFORM CERRAR-MAESTROS.
		MOVE SPACES TO WS-MENSAJE-LOG.
		STRING "Reorganización: " DELIMITED BY SIZE
			CONTADOR-TRASLADADOS DELIMITED BY SIZE
			" traslados" DELIMITED BY SIZE
			INTO WS-MENSAJE-LOG
		END-STRING.
		IF DOTACION-CUADRA = "S"
		MOVE "I" TO WS-SEVERIDAD-LOG
		ELSE
		MOVE "G" TO WS-SEVERIDAD-LOG
		MOVE "Reorganización: dotación no cuadra."
			TO WS-MENSAJE-LOG
		MOVE 8 TO RETURN-CODE
		END-IF.
		CALL "LOGERR" USING WS-PROGRAMA-LOG WS-SEVERIDAD-LOG
			WS-MENSAJE-LOG WS-OPERADOR-LOG.
		GOBACK.

	CERRAR-MAESTROS.
		CLOSE ARCHIVO-EMPLEADOS
		CLOSE ARCHIVO-DEPARTAMENTOS.

	CERRAR-SATELITES.
		CLOSE ARCHIVO-PLANTILLA
		CLOSE ARCHIVO-PRESUPUESTO
		CLOSE ARCHIVO-DISTRIBUCION
		CLOSE ARCHIVO-APROBACIONES.

	SOLICITAR-FECHA-EFECTIVA.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Fecha efectiva (AAAAMMDD): "
			ACCEPT CAMPO-ENTRADA
			MOVE "N" TO RESULTADO-VALFEC
			IF CAMPO-ENTRADA IS NUMERIC
			MOVE CAMPO-ENTRADA TO FECHA-EFECTIVA
			CALL "VALFEC" USING FECHA-EFECTIVA
				RESULTADO-VALFEC
			END-IF
			IF RESULTADO-VALFEC = "S"
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Fecha inválida, use AAAAMMDD."
			END-IF
		END-PERFORM.

	CARGAR-LINEAS.
		MOVE "N" TO FIN-LINEAS
		DISPLAY "Líneas de la reorganización, origen 000"
			" para terminar."
		PERFORM UNTIL FIN-LINEAS = "S"
			PERFORM SOLICITAR-ORIGEN
			IF FIN-LINEAS = "N"
			PERFORM SOLICITAR-LINEA
			END-IF
		END-PERFORM.

	SOLICITAR-ORIGEN.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Departamento viejo (000 = terminar): "
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:3) IS NUMERIC
			IF CAMPO-ENTRADA (1:3) = "000"
			MOVE "S" TO FIN-LINEAS
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			IF CANTIDAD-LINEAS = 20
			DISPLAY "Tope de 20 líneas por corrida."
			MOVE "S" TO FIN-LINEAS
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			MOVE CAMPO-ENTRADA (1:3) TO DEP-CODIGO
			PERFORM LEER-DEPTO
			IF CAMPO-VALIDO = "S"
			MOVE DEP-CODIGO TO DEPTO-ORIGEN
			END-IF
			END-IF
			END-IF
			ELSE
			DISPLAY "Código inválido (001 a 999)."
			END-IF
		END-PERFORM.

	LEER-DEPTO.
		*> Deja CAMPO-VALIDO en "S" y la empresa del
		*> departamento (cero = la 01) si existe.
		MOVE "N" TO CAMPO-VALIDO
		READ ARCHIVO-DEPARTAMENTOS
		INVALID KEY
		DISPLAY "No existe el departamento " DEP-CODIGO "."
		NOT INVALID KEY
		MOVE "S" TO CAMPO-VALIDO
		IF DEP-EMPRESA IS NOT NUMERIC OR DEP-EMPRESA = ZERO
		MOVE 1 TO EMPRESA-DEPTO
		ELSE
		MOVE DEP-EMPRESA TO EMPRESA-DEPTO
		END-IF
		END-READ.

	SOLICITAR-LINEA.
		MOVE "N" TO LINEA-RECHAZADA
		IF EMPRESA-REORG = ZERO
		MOVE EMPRESA-DEPTO TO EMPRESA-REORG
		END-IF
		IF EMPRESA-DEPTO NOT = EMPRESA-REORG
		DISPLAY "El departamento es de la empresa "
			EMPRESA-DEPTO "; la corrida es de la "
			EMPRESA-REORG "."
		MOVE "S" TO LINEA-RECHAZADA
		END-IF
		IF LINEA-RECHAZADA = "N"
		PERFORM SOLICITAR-DESTINO
		END-IF
		IF LINEA-RECHAZADA = "N"
		PERFORM VERIFICAR-CADENA
		END-IF
		IF LINEA-RECHAZADA = "N"
		PERFORM SOLICITAR-ALCANCE
		END-IF
		IF LINEA-RECHAZADA = "N"
		PERFORM AGREGAR-LINEA
		ELSE
		DISPLAY "Línea descartada."
		END-IF.

	SOLICITAR-DESTINO.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Departamento nuevo: "
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:3) IS NUMERIC
			AND CAMPO-ENTRADA (1:3) NOT = "000"
			MOVE CAMPO-ENTRADA (1:3) TO DEP-CODIGO
			PERFORM LEER-DEPTO
			ELSE
			DISPLAY "Código inválido (001 a 999)."
			END-IF
		END-PERFORM
		MOVE DEP-CODIGO TO DEPTO-DESTINO
		IF DEPTO-DESTINO = DEPTO-ORIGEN
		DISPLAY "El nuevo es el mismo departamento."
		MOVE "S" TO LINEA-RECHAZADA
		END-IF
		IF EMPRESA-DEPTO NOT = EMPRESA-REORG
		DISPLAY "Un traslado entre empresas no es una"
			" reorganización: use TRASLADO."
		MOVE "S" TO LINEA-RECHAZADA
		END-IF.

	VERIFICAR-CADENA.
		*> Cada empleado se mueve una sola vez: el nuevo no
		*> puede ser viejo de una fusión y el viejo de una
		*> fusión no puede recibir a nadie.
		PERFORM VARYING INDICE-LINEA FROM 1 BY 1
		UNTIL INDICE-LINEA > CANTIDAD-LINEAS
		IF RGL-ORIGEN (INDICE-LINEA) = DEPTO-DESTINO
		AND RGL-ALCANCE (INDICE-LINEA) = "T"
			DISPLAY "El " DEPTO-DESTINO " ya se fusiona en "
				RGL-DESTINO (INDICE-LINEA) "."
			MOVE "S" TO LINEA-RECHAZADA
		END-IF
		IF RGL-DESTINO (INDICE-LINEA) = DEPTO-ORIGEN
			DISPLAY "El " DEPTO-ORIGEN " ya recibe gente"
				" del " RGL-ORIGEN (INDICE-LINEA) "."
			MOVE "S" TO LINEA-RECHAZADA
		END-IF
		IF RGL-ORIGEN (INDICE-LINEA) = DEPTO-ORIGEN
		AND RGL-ALCANCE (INDICE-LINEA) = "T"
			DISPLAY "Los que quedan en el " DEPTO-ORIGEN
				" ya van al " RGL-DESTINO (INDICE-LINEA)
				"."
			MOVE "S" TO LINEA-RECHAZADA
		END-IF
		END-PERFORM.

	SOLICITAR-ALCANCE.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Alcance (T=todo el departamento,"
				" L=lista de IDs): "
			ACCEPT ALCANCE-LINEA
			IF ALCANCE-LINEA = "t"
			MOVE "T" TO ALCANCE-LINEA
			END-IF
			IF ALCANCE-LINEA = "l"
			MOVE "L" TO ALCANCE-LINEA
			END-IF
			IF ALCANCE-LINEA = "T" OR ALCANCE-LINEA = "L"
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Alcance inválido (T o L)."
			END-IF
		END-PERFORM
		IF ALCANCE-LINEA = "T"
		PERFORM VARYING INDICE-LINEA FROM 1 BY 1
		UNTIL INDICE-LINEA > CANTIDAD-LINEAS
		IF RGL-ORIGEN (INDICE-LINEA) = DEPTO-ORIGEN
			DISPLAY "El " DEPTO-ORIGEN " ya tiene"
				" líneas; los que quedan se quedan."
			MOVE "S" TO LINEA-RECHAZADA
		END-IF
		END-PERFORM
		END-IF.

	AGREGAR-LINEA.
		ADD 1 TO CANTIDAD-LINEAS
		MOVE DEPTO-ORIGEN TO RGL-ORIGEN (CANTIDAD-LINEAS)
		MOVE DEPTO-DESTINO TO RGL-DESTINO (CANTIDAD-LINEAS)
		MOVE ALCANCE-LINEA TO RGL-ALCANCE (CANTIDAD-LINEAS)
		MOVE ZERO TO RGL-MOVIDOS (CANTIDAD-LINEAS)
		MOVE ZERO TO RGL-ACTIVOS (CANTIDAD-LINEAS)
		MOVE ZERO TO RGL-PARTE (CANTIDAD-LINEAS)
		IF ALCANCE-LINEA = "L"
		PERFORM CARGAR-LISTA
		END-IF
		IF LINEA-RECHAZADA = "S"
		SUBTRACT 1 FROM CANTIDAD-LINEAS
		DISPLAY "Lista vacía: línea descartada."
		ELSE
		MOVE DEPTO-ORIGEN TO DEPTO-DOTACION
		PERFORM UBICAR-DOTACION
		MOVE "S" TO DOT-ES-ORIGEN (DOTACION-HALLADA)
		MOVE CANTIDAD-LINEAS
			TO DOT-ULTIMA-LINEA (DOTACION-HALLADA)
		MOVE DEPTO-DESTINO TO DEPTO-DOTACION
		PERFORM UBICAR-DOTACION
		END-IF.

	CARGAR-LISTA.
		*> IDs que pasan al nuevo; tienen que estar hoy en el
		*> viejo y no de baja.
		MOVE "S" TO LINEA-RECHAZADA
		MOVE "N" TO FIN-LISTA
		DISPLAY "Teclee los IDs, 00000 para terminar."
		PERFORM UNTIL FIN-LISTA = "S"
			DISPLAY "ID: "
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:5) NOT NUMERIC
			DISPLAY "ID inválido."
			ELSE
			IF CAMPO-ENTRADA (1:5) = "00000"
			MOVE "S" TO FIN-LISTA
			ELSE
			MOVE CAMPO-ENTRADA (1:5) TO ID-LISTA
			PERFORM AGREGAR-ID-LISTA
			END-IF
			END-IF
		END-PERFORM.

	AGREGAR-ID-LISTA.
		MOVE ZERO TO LINEA-HALLADA
		PERFORM VARYING INDICE-LISTA FROM 1 BY 1
		UNTIL INDICE-LISTA > CANTIDAD-LISTA
		IF LST-ID (INDICE-LISTA) = ID-LISTA
			MOVE LST-LINEA (INDICE-LISTA) TO LINEA-HALLADA
			MOVE CANTIDAD-LISTA TO INDICE-LISTA
		END-IF
		END-PERFORM
		IF LINEA-HALLADA NOT = ZERO
		DISPLAY "El ID " ID-LISTA " ya está en una lista."
		ELSE
		MOVE ID-LISTA TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		DISPLAY "No existe el ID " ID-LISTA "."
		NOT INVALID KEY
		IF EMPLEADO-DE-BAJA
		DISPLAY "El ID " ID-LISTA " está de baja."
		ELSE
		IF EMPLEADO-DEPTO NOT = DEPTO-ORIGEN
		DISPLAY "El ID " ID-LISTA " está en el "
			EMPLEADO-DEPTO ", no en el " DEPTO-ORIGEN "."
		ELSE
		IF CANTIDAD-LISTA = 999
		DISPLAY "Tope de 999 IDs en listas."
		ELSE
		ADD 1 TO CANTIDAD-LISTA
		MOVE ID-LISTA TO LST-ID (CANTIDAD-LISTA)
		MOVE CANTIDAD-LINEAS TO LST-LINEA (CANTIDAD-LISTA)
		MOVE "N" TO LINEA-RECHAZADA
		END-IF
		END-IF
		END-IF
		END-READ
		END-IF.

	UBICAR-DOTACION.
		*> Deja en DOTACION-HALLADA el renglón del
		*> departamento, agregándolo si hace falta.
		MOVE ZERO TO DOTACION-HALLADA
		PERFORM VARYING INDICE-DOTACION FROM 1 BY 1
		UNTIL INDICE-DOTACION > CANTIDAD-DOTACION
		IF DOT-DEPTO (INDICE-DOTACION) = DEPTO-DOTACION
			MOVE INDICE-DOTACION TO DOTACION-HALLADA
			MOVE CANTIDAD-DOTACION TO INDICE-DOTACION
		END-IF
		END-PERFORM
		IF DOTACION-HALLADA = ZERO
		ADD 1 TO CANTIDAD-DOTACION
		MOVE CANTIDAD-DOTACION TO DOTACION-HALLADA
		MOVE DEPTO-DOTACION TO DOT-DEPTO (DOTACION-HALLADA)
		MOVE "N" TO DOT-ES-ORIGEN (DOTACION-HALLADA)
		MOVE ZERO TO DOT-ULTIMA-LINEA (DOTACION-HALLADA)
		MOVE ZERO TO DOT-ANTES (DOTACION-HALLADA)
		MOVE ZERO TO DOT-SALEN (DOTACION-HALLADA)
		MOVE ZERO TO DOT-ENTRAN (DOTACION-HALLADA)
		MOVE ZERO TO DOT-ESPERADO (DOTACION-HALLADA)
		MOVE ZERO TO DOT-DESPUES (DOTACION-HALLADA)
		END-IF.

	BUSCAR-DOTACION.
		*> Como UBICAR-DOTACION, sin agregar (cero = no está).
		MOVE ZERO TO DOTACION-HALLADA
		PERFORM VARYING INDICE-DOTACION FROM 1 BY 1
		UNTIL INDICE-DOTACION > CANTIDAD-DOTACION
		IF DOT-DEPTO (INDICE-DOTACION) = DEPTO-DOTACION
			MOVE INDICE-DOTACION TO DOTACION-HALLADA
			MOVE CANTIDAD-DOTACION TO INDICE-DOTACION
		END-IF
		END-PERFORM.

	VERIFICAR-PERIODO.
		*> Lo ya liquidado es historia: la fecha efectiva no
		*> puede caer antes del período abierto de la empresa.
		MOVE "S" TO CAMPO-VALIDO
		MOVE "L" TO PGR-OPERACION
		MOVE SPACES TO PGR-ARCHIVO
		MOVE SPACES TO PGR-GRUPO
		MOVE EMPRESA-REORG TO PGR-EMPRESA
		CALL "PERGRUPO" USING PERIODO-GRUPO
		IF PGR-HALLADO = "S"
		IF PERIODO-REORG < PGR-PERIODO
		OR (PERIODO-REORG = PGR-PERIODO AND PGR-ESTADO = "P")
		DISPLAY "La fecha efectiva cae en un período ya"
			" liquidado (abierto: " PGR-PERIODO ")."
		MOVE "N" TO CAMPO-VALIDO
		END-IF
		END-IF.

	PLANIFICAR-MOVIMIENTOS.
		*> Dotación activa antes y quiénes se mueven: lista
		*> primero, fusión del departamento después.
		MOVE "N" TO FIN-ARCHIVO
		MOVE ZERO TO EMPLEADO-ID
		START ARCHIVO-EMPLEADOS KEY IS NOT LESS THAN EMPLEADO-ID
		INVALID KEY MOVE "S" TO FIN-ARCHIVO
		END-START
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-EMPLEADOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			PERFORM PLANIFICAR-EMPLEADO
			END-READ
		END-PERFORM
		PERFORM VARYING INDICE-DOTACION FROM 1 BY 1
		UNTIL INDICE-DOTACION > CANTIDAD-DOTACION
		COMPUTE DOT-ESPERADO (INDICE-DOTACION) =
			DOT-ANTES (INDICE-DOTACION)
			- DOT-SALEN (INDICE-DOTACION)
			+ DOT-ENTRAN (INDICE-DOTACION)
		END-PERFORM.

	PLANIFICAR-EMPLEADO.
		MOVE EMPLEADO-DEPTO TO DEPTO-DOTACION
		PERFORM BUSCAR-DOTACION
		IF DOTACION-HALLADA NOT = ZERO AND EMPLEADO-ACTIVO
		ADD 1 TO DOT-ANTES (DOTACION-HALLADA)
		END-IF
		MOVE ZERO TO LINEA-HALLADA
		IF DOTACION-HALLADA NOT = ZERO
		AND NOT EMPLEADO-DE-BAJA
		PERFORM BUSCAR-LINEA-EMPLEADO
		END-IF
		IF LINEA-HALLADA NOT = ZERO
		IF CANTIDAD-MOVIDOS = 2000
		ADD 1 TO MOVIDOS-DESBORDADOS
		ELSE
		ADD 1 TO CANTIDAD-MOVIDOS
		MOVE EMPLEADO-ID TO MOV-ID (CANTIDAD-MOVIDOS)
		MOVE LINEA-HALLADA TO MOV-LINEA (CANTIDAD-MOVIDOS)
		ADD 1 TO RGL-MOVIDOS (LINEA-HALLADA)
		IF EMPLEADO-ACTIVO
		ADD 1 TO RGL-ACTIVOS (LINEA-HALLADA)
		ADD 1 TO DOT-SALEN (DOTACION-HALLADA)
		MOVE RGL-DESTINO (LINEA-HALLADA) TO DEPTO-DOTACION
		PERFORM BUSCAR-DOTACION
		ADD 1 TO DOT-ENTRAN (DOTACION-HALLADA)
		END-IF
		END-IF
		END-IF.

	BUSCAR-LINEA-EMPLEADO.
		PERFORM VARYING INDICE-LISTA FROM 1 BY 1
		UNTIL INDICE-LISTA > CANTIDAD-LISTA
		IF LST-ID (INDICE-LISTA) = EMPLEADO-ID
			MOVE LST-LINEA (INDICE-LISTA) TO LINEA-HALLADA
			MOVE CANTIDAD-LISTA TO INDICE-LISTA
		END-IF
		END-PERFORM
		IF LINEA-HALLADA NOT = ZERO
		IF RGL-ORIGEN (LINEA-HALLADA) NOT = EMPLEADO-DEPTO
		MOVE ZERO TO LINEA-HALLADA
		END-IF
		END-IF
		IF LINEA-HALLADA = ZERO
		PERFORM VARYING INDICE-LINEA FROM 1 BY 1
		UNTIL INDICE-LINEA > CANTIDAD-LINEAS
		IF RGL-ORIGEN (INDICE-LINEA) = EMPLEADO-DEPTO
		AND RGL-ALCANCE (INDICE-LINEA) = "T"
			MOVE INDICE-LINEA TO LINEA-HALLADA
			MOVE CANTIDAD-LINEAS TO INDICE-LINEA
		END-IF
		END-PERFORM
		END-IF.

	EMITIR-REORGANIZACION.
		*> La misma pasada para la vista previa y para la
		*> aplicación: APLICAR decide si se graba.
		MOVE ZERO TO LINEAS-REPORTE
		MOVE ZERO TO CONTADOR-TRASLADADOS
		MOVE ZERO TO CONTADOR-SALTEADOS
		MOVE ZERO TO CONTADOR-SATELITES
		CALL "RPTHDR" USING TITULO-REPORTE
			NUMERO-PAGINA NOMBRE-REPORTE
		MOVE SPACES TO LINEA-IMPRESION
		STRING "FECHA EFECTIVA " DELIMITED BY SIZE
			FECHA-EFECTIVA DELIMITED BY SIZE
			" EMPRESA " DELIMITED BY SIZE
			EMPRESA-REORG DELIMITED BY SIZE
			" MOTIVO " DELIMITED BY SIZE
			MOTIVO-REORG DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		PERFORM VARYING INDICE-LINEA FROM 1 BY 1
		UNTIL INDICE-LINEA > CANTIDAD-LINEAS
			PERFORM INFORMAR-LINEA
		END-PERFORM
		IF APLICAR = "S"
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
		OPEN EXTEND ARCHIVO-TRASLADOS
		IF WS-STATUS-TRS = "35"
		OPEN OUTPUT ARCHIVO-TRASLADOS
		END-IF
		END-IF
		PERFORM VARYING INDICE-MOVIDO FROM 1 BY 1
		UNTIL INDICE-MOVIDO > CANTIDAD-MOVIDOS
			PERFORM MOVER-EMPLEADO
		END-PERFORM
		IF APLICAR = "S"
		CLOSE ARCHIVO-TRASLADOS
		END-IF
		PERFORM REPARTIR-PLANTILLA
		PERFORM REPARTIR-PRESUPUESTO
		PERFORM REMAPEAR-HORAS
		PERFORM REMAPEAR-VISTOS
		IF APLICAR = "S"
		PERFORM RECONTAR-DOTACION
		END-IF
		PERFORM CONCILIAR-DOTACION
		CALL "RPTPIE" USING TITULO-REPORTE
			LINEAS-REPORTE NOMBRE-REPORTE.

	INFORMAR-LINEA.
		MOVE SPACES TO LINEA-IMPRESION
		STRING "LINEA " DELIMITED BY SIZE
			INDICE-LINEA DELIMITED BY SIZE
			": DEPTO " DELIMITED BY SIZE
			RGL-ORIGEN (INDICE-LINEA) DELIMITED BY SIZE
			" -> " DELIMITED BY SIZE
			RGL-DESTINO (INDICE-LINEA) DELIMITED BY SIZE
			" ALCANCE " DELIMITED BY SIZE
			RGL-ALCANCE (INDICE-LINEA) DELIMITED BY SIZE
			" EMPLEADOS " DELIMITED BY SIZE
			RGL-MOVIDOS (INDICE-LINEA) DELIMITED BY SIZE
			" ACTIVOS " DELIMITED BY SIZE
			RGL-ACTIVOS (INDICE-LINEA) DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA.

	MOVER-EMPLEADO.
		*> El camino de TRASLADO: renglón en traslados.dat,
		*> REWRITE e imágenes en el diario.
		MOVE MOV-LINEA (INDICE-MOVIDO) TO INDICE-LINEA
		MOVE MOV-ID (INDICE-MOVIDO) TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		ADD 1 TO CONTADOR-SALTEADOS
		PERFORM INFORMAR-SALTEADO
		NOT INVALID KEY
		IF EMPLEADO-DEPTO NOT = RGL-ORIGEN (INDICE-LINEA)
		ADD 1 TO CONTADOR-SALTEADOS
		PERFORM INFORMAR-SALTEADO
		ELSE
		IF APLICAR = "S"
		PERFORM GRABAR-TRASLADO
		ELSE
		ADD 1 TO CONTADOR-TRASLADADOS
		PERFORM INFORMAR-TRASLADO
		END-IF
		END-IF
		END-READ.

	GRABAR-TRASLADO.
		MOVE EMPLEADOS-REGISTRO TO IMAGEN-ANTES
		MOVE RGL-DESTINO (INDICE-LINEA) TO EMPLEADO-DEPTO
		REWRITE EMPLEADOS-REGISTRO
		INVALID KEY
		ADD 1 TO CONTADOR-SALTEADOS
		PERFORM INFORMAR-SALTEADO
		MOVE "Error de REWRITE en reorganización."
			TO WS-MENSAJE-LOG
		MOVE "G" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		NOT INVALID KEY
		ADD 1 TO CONTADOR-TRASLADADOS
		MOVE EMPLEADOS-REGISTRO TO IMAGEN-DESPUES
		MOVE "M" TO OPERACION-AUDITORIA
		CALL "AUDJRN" USING WS-PROGRAMA-LOG
			OPERACION-AUDITORIA IMAGEN-ANTES
			IMAGEN-DESPUES
			WS-OPERADOR-LOG
		MOVE SPACES TO LINEA-TRASLADO
		MOVE EMPLEADO-ID TO TRS-ID
		MOVE RGL-ORIGEN (INDICE-LINEA) TO TRS-DEPTO-ORIGEN
		MOVE RGL-DESTINO (INDICE-LINEA) TO TRS-DEPTO-DESTINO
		MOVE FECHA-EFECTIVA TO TRS-FECHA-EFECTIVA
		MOVE WS-FECHA-HOY TO TRS-FECHA-REGISTRO
		MOVE MOTIVO-REORG TO TRS-MOTIVO
		MOVE WS-OPERADOR-LOG TO TRS-OPERADOR
		MOVE ZERO TO TRS-PUESTO-ORIGEN
		IF EMPLEADO-PUESTO IS NUMERIC
		MOVE EMPLEADO-PUESTO TO TRS-PUESTO-ORIGEN
		END-IF
		MOVE TRS-PUESTO-ORIGEN TO TRS-PUESTO-DESTINO
		WRITE LINEA-TRASLADO
		PERFORM INFORMAR-TRASLADO
		END-REWRITE.

	INFORMAR-TRASLADO.
		MOVE SPACES TO LINEA-IMPRESION
		STRING "TRASLADO ID " DELIMITED BY SIZE
			EMPLEADO-ID DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			EMPLEADO-APELLIDO DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			EMPLEADO-NOMBRE DELIMITED BY SIZE
			" ESTADO " DELIMITED BY SIZE
			EMPLEADO-ESTADO DELIMITED BY SIZE
			" DE " DELIMITED BY SIZE
			RGL-ORIGEN (INDICE-LINEA) DELIMITED BY SIZE
			" A " DELIMITED BY SIZE
			RGL-DESTINO (INDICE-LINEA) DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA.

	INFORMAR-SALTEADO.
		MOVE SPACES TO LINEA-IMPRESION
		STRING "SALTEADO ID " DELIMITED BY SIZE
			MOV-ID (INDICE-MOVIDO) DELIMITED BY SIZE
			": YA NO ESTA EN EL " DELIMITED BY SIZE
			RGL-ORIGEN (INDICE-LINEA) DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA.

	CALCULAR-REPARTO.
		*> Reparte IMPORTE-A-REPARTIR del viejo
		*> (DOTACION-HALLADA) entre sus líneas según los
		*> activos que se lleva cada una; si el viejo queda
		*> sin activos, su última línea se lleva el resto.
		*> Cada parte queda en RGL-PARTE y lo que se queda el
		*> viejo en IMPORTE-RESTO.
		MOVE IMPORTE-A-REPARTIR TO IMPORTE-RESTO
		PERFORM VARYING INDICE-LINEA FROM 1 BY 1
		UNTIL INDICE-LINEA > CANTIDAD-LINEAS
		MOVE ZERO TO RGL-PARTE (INDICE-LINEA)
		IF RGL-ORIGEN (INDICE-LINEA)
			= DOT-DEPTO (DOTACION-HALLADA)
			PERFORM CALCULAR-PARTE-LINEA
		END-IF
		END-PERFORM.

	CALCULAR-PARTE-LINEA.
		IF INDICE-LINEA = DOT-ULTIMA-LINEA (DOTACION-HALLADA)
		AND DOT-ESPERADO (DOTACION-HALLADA) = ZERO
		MOVE IMPORTE-RESTO TO RGL-PARTE (INDICE-LINEA)
		ELSE
		IF DOT-ANTES (DOTACION-HALLADA) > ZERO
		IF REPARTO-ENTERO = "S"
		COMPUTE PARTE-ENTERA ROUNDED =
			IMPORTE-A-REPARTIR * RGL-ACTIVOS (INDICE-LINEA)
			/ DOT-ANTES (DOTACION-HALLADA)
		MOVE PARTE-ENTERA TO RGL-PARTE (INDICE-LINEA)
		ELSE
		COMPUTE RGL-PARTE (INDICE-LINEA) ROUNDED =
			IMPORTE-A-REPARTIR * RGL-ACTIVOS (INDICE-LINEA)
			/ DOT-ANTES (DOTACION-HALLADA)
		END-IF
		END-IF
		END-IF
		IF RGL-PARTE (INDICE-LINEA) > IMPORTE-RESTO
		MOVE IMPORTE-RESTO TO RGL-PARTE (INDICE-LINEA)
		END-IF
		SUBTRACT RGL-PARTE (INDICE-LINEA) FROM IMPORTE-RESTO.

	REPARTIR-PLANTILLA.
		MOVE "plantilla" TO NOMBRE-AUDSAT
		MOVE "S" TO REPARTO-ENTERO
		PERFORM VARYING DOTACION-HALLADA FROM 1 BY 1
		UNTIL DOTACION-HALLADA > CANTIDAD-DOTACION
		IF DOT-ES-ORIGEN (DOTACION-HALLADA) = "S"
			PERFORM REPARTIR-PLANTILLA-DEPTO
		END-IF
		END-PERFORM.

	REPARTIR-PLANTILLA-DEPTO.
		MOVE DOT-DEPTO (DOTACION-HALLADA) TO PLT-DEPTO
		READ ARCHIVO-PLANTILLA
		INVALID KEY
		MOVE ZERO TO IMPORTE-A-REPARTIR
		NOT INVALID KEY
		MOVE PLT-AUTORIZADOS TO IMPORTE-A-REPARTIR
		END-READ
		IF IMPORTE-A-REPARTIR > ZERO
		PERFORM CALCULAR-REPARTO
		PERFORM VARYING INDICE-LINEA FROM 1 BY 1
		UNTIL INDICE-LINEA > CANTIDAD-LINEAS
		IF RGL-ORIGEN (INDICE-LINEA)
			= DOT-DEPTO (DOTACION-HALLADA)
		AND RGL-PARTE (INDICE-LINEA) > ZERO
			PERFORM SUMAR-PLANTILLA-NUEVO
		END-IF
		END-PERFORM
		PERFORM CERRAR-PLANTILLA-VIEJO
		END-IF.

	SUMAR-PLANTILLA-NUEVO.
		MOVE RGL-PARTE (INDICE-LINEA) TO AUTORIZADOS-PARTE
		MOVE SPACES TO LINEA-IMPRESION
		STRING "PLANTILLA: " DELIMITED BY SIZE
			AUTORIZADOS-PARTE DELIMITED BY SIZE
			" AUTORIZADOS DEL " DELIMITED BY SIZE
			RGL-ORIGEN (INDICE-LINEA) DELIMITED BY SIZE
			" PASAN AL " DELIMITED BY SIZE
			RGL-DESTINO (INDICE-LINEA) DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		ADD 1 TO CONTADOR-SATELITES
		MOVE RGL-DESTINO (INDICE-LINEA) TO PLT-DEPTO
		READ ARCHIVO-PLANTILLA
		INVALID KEY
		MOVE SPACES TO IMAGEN-SAT-ANTES
		MOVE RGL-DESTINO (INDICE-LINEA) TO PLT-DEPTO
		MOVE AUTORIZADOS-PARTE TO PLT-AUTORIZADOS
		MOVE "A" TO OPERACION-AUDSAT
		IF APLICAR = "S"
		WRITE PLANTILLA-REGISTRO
		END-WRITE
		END-IF
		NOT INVALID KEY
		MOVE PLANTILLA-REGISTRO TO IMAGEN-SAT-ANTES
		ADD AUTORIZADOS-PARTE TO PLT-AUTORIZADOS
		MOVE "M" TO OPERACION-AUDSAT
		IF APLICAR = "S"
		REWRITE PLANTILLA-REGISTRO
		END-REWRITE
		END-IF
		END-READ
		MOVE PLANTILLA-REGISTRO TO IMAGEN-SAT-DESPUES
		PERFORM AUDITAR-SATELITE.

	CERRAR-PLANTILLA-VIEJO.
		*> Se relee: el buffer quedó con el renglón del nuevo.
		MOVE DOT-DEPTO (DOTACION-HALLADA) TO PLT-DEPTO
		READ ARCHIVO-PLANTILLA
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE PLANTILLA-REGISTRO TO IMAGEN-SAT-ANTES
		MOVE IMPORTE-RESTO TO AUTORIZADOS-PARTE
		MOVE SPACES TO LINEA-IMPRESION
		IF DOT-ESPERADO (DOTACION-HALLADA) = ZERO
		STRING "PLANTILLA DEL " DELIMITED BY SIZE
			PLT-DEPTO DELIMITED BY SIZE
			" ELIMINADA: SIN ACTIVOS" DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		MOVE SPACES TO IMAGEN-SAT-DESPUES
		MOVE "E" TO OPERACION-AUDSAT
		IF APLICAR = "S"
		DELETE ARCHIVO-PLANTILLA RECORD
		END-DELETE
		END-IF
		ELSE
		STRING "PLANTILLA DEL " DELIMITED BY SIZE
			PLT-DEPTO DELIMITED BY SIZE
			" QUEDA EN " DELIMITED BY SIZE
			AUTORIZADOS-PARTE DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		MOVE AUTORIZADOS-PARTE TO PLT-AUTORIZADOS
		MOVE PLANTILLA-REGISTRO TO IMAGEN-SAT-DESPUES
		MOVE "M" TO OPERACION-AUDSAT
		IF APLICAR = "S"
		REWRITE PLANTILLA-REGISTRO
		END-REWRITE
		END-IF
		END-IF
		PERFORM GRABAR-LINEA
		ADD 1 TO CONTADOR-SATELITES
		PERFORM AUDITAR-SATELITE
		END-READ.

	REPARTIR-PRESUPUESTO.
		MOVE "presupuesto" TO NOMBRE-AUDSAT
		MOVE "N" TO REPARTO-ENTERO
		PERFORM VARYING DOTACION-HALLADA FROM 1 BY 1
		UNTIL DOTACION-HALLADA > CANTIDAD-DOTACION
		IF DOT-ES-ORIGEN (DOTACION-HALLADA) = "S"
			PERFORM JUNTAR-PERIODOS-PRESUPUESTO
			PERFORM VARYING INDICE-PERIODO FROM 1 BY 1
			UNTIL INDICE-PERIODO > CANTIDAD-PERIODOS
				PERFORM REPARTIR-PRESUPUESTO-PERIODO
			END-PERFORM
		END-IF
		END-PERFORM.

	JUNTAR-PERIODOS-PRESUPUESTO.
		*> Primero se juntan los períodos: leer y grabar el
		*> nuevo movería la posición del NEXT RECORD.
		MOVE ZERO TO CANTIDAD-PERIODOS
		MOVE "N" TO FIN-ARCHIVO
		MOVE DOT-DEPTO (DOTACION-HALLADA) TO PRE-DEPTO
		MOVE PERIODO-REORG TO PRE-PERIODO
		START ARCHIVO-PRESUPUESTO
			KEY IS NOT LESS THAN PRE-CLAVE
		INVALID KEY MOVE "S" TO FIN-ARCHIVO
		END-START
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-PRESUPUESTO NEXT RECORD
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF PRE-DEPTO NOT = DOT-DEPTO (DOTACION-HALLADA)
			OR CANTIDAD-PERIODOS = 60
			MOVE "S" TO FIN-ARCHIVO
			ELSE
			ADD 1 TO CANTIDAD-PERIODOS
			MOVE PRE-PERIODO
			TO PERIODO-PRESUPUESTO (CANTIDAD-PERIODOS)
			END-IF
			END-READ
		END-PERFORM.

	REPARTIR-PRESUPUESTO-PERIODO.
		MOVE DOT-DEPTO (DOTACION-HALLADA) TO PRE-DEPTO
		MOVE PERIODO-PRESUPUESTO (INDICE-PERIODO) TO PRE-PERIODO
		READ ARCHIVO-PRESUPUESTO
		INVALID KEY
		MOVE ZERO TO IMPORTE-A-REPARTIR
		NOT INVALID KEY
		MOVE PRE-IMPORTE TO IMPORTE-A-REPARTIR
		END-READ
		PERFORM CALCULAR-REPARTO
		PERFORM VARYING INDICE-LINEA FROM 1 BY 1
		UNTIL INDICE-LINEA > CANTIDAD-LINEAS
		IF RGL-ORIGEN (INDICE-LINEA)
			= DOT-DEPTO (DOTACION-HALLADA)
		AND RGL-PARTE (INDICE-LINEA) > ZERO
			PERFORM SUMAR-PRESUPUESTO-NUEVO
		END-IF
		END-PERFORM
		PERFORM CERRAR-PRESUPUESTO-VIEJO.

	SUMAR-PRESUPUESTO-NUEVO.
		MOVE RGL-PARTE (INDICE-LINEA) TO IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "PRESUPUESTO " DELIMITED BY SIZE
			PERIODO-PRESUPUESTO (INDICE-PERIODO)
			DELIMITED BY SIZE
			": " DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			" DEL " DELIMITED BY SIZE
			RGL-ORIGEN (INDICE-LINEA) DELIMITED BY SIZE
			" PASAN AL " DELIMITED BY SIZE
			RGL-DESTINO (INDICE-LINEA) DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		ADD 1 TO CONTADOR-SATELITES
		MOVE RGL-DESTINO (INDICE-LINEA) TO PRE-DEPTO
		MOVE PERIODO-PRESUPUESTO (INDICE-PERIODO) TO PRE-PERIODO
		READ ARCHIVO-PRESUPUESTO
		INVALID KEY
		MOVE SPACES TO IMAGEN-SAT-ANTES
		MOVE RGL-DESTINO (INDICE-LINEA) TO PRE-DEPTO
		MOVE PERIODO-PRESUPUESTO (INDICE-PERIODO)
			TO PRE-PERIODO
		MOVE RGL-PARTE (INDICE-LINEA) TO PRE-IMPORTE
		MOVE "A" TO OPERACION-AUDSAT
		IF APLICAR = "S"
		WRITE PRESUPUESTO-REGISTRO
		END-WRITE
		END-IF
		NOT INVALID KEY
		MOVE PRESUPUESTO-REGISTRO TO IMAGEN-SAT-ANTES
		ADD RGL-PARTE (INDICE-LINEA) TO PRE-IMPORTE
		MOVE "M" TO OPERACION-AUDSAT
		IF APLICAR = "S"
		REWRITE PRESUPUESTO-REGISTRO
		END-REWRITE
		END-IF
		END-READ
		MOVE PRESUPUESTO-REGISTRO TO IMAGEN-SAT-DESPUES
		PERFORM AUDITAR-SATELITE.

	CERRAR-PRESUPUESTO-VIEJO.
		MOVE DOT-DEPTO (DOTACION-HALLADA) TO PRE-DEPTO
		MOVE PERIODO-PRESUPUESTO (INDICE-PERIODO) TO PRE-PERIODO
		READ ARCHIVO-PRESUPUESTO
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE PRESUPUESTO-REGISTRO TO IMAGEN-SAT-ANTES
		MOVE IMPORTE-RESTO TO IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		IF DOT-ESPERADO (DOTACION-HALLADA) = ZERO
		STRING "PRESUPUESTO " DELIMITED BY SIZE
			PRE-PERIODO DELIMITED BY SIZE
			" DEL " DELIMITED BY SIZE
			PRE-DEPTO DELIMITED BY SIZE
			" ELIMINADO: SIN ACTIVOS" DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		MOVE SPACES TO IMAGEN-SAT-DESPUES
		MOVE "E" TO OPERACION-AUDSAT
		IF APLICAR = "S"
		DELETE ARCHIVO-PRESUPUESTO RECORD
		END-DELETE
		END-IF
		ELSE
		STRING "PRESUPUESTO " DELIMITED BY SIZE
			PRE-PERIODO DELIMITED BY SIZE
			" DEL " DELIMITED BY SIZE
			PRE-DEPTO DELIMITED BY SIZE
			" QUEDA EN " DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		MOVE IMPORTE-RESTO TO PRE-IMPORTE
		MOVE PRESUPUESTO-REGISTRO TO IMAGEN-SAT-DESPUES
		MOVE "M" TO OPERACION-AUDSAT
		IF APLICAR = "S"
		REWRITE PRESUPUESTO-REGISTRO
		END-REWRITE
		END-IF
		END-IF
		PERFORM GRABAR-LINEA
		ADD 1 TO CONTADOR-SATELITES
		PERFORM AUDITAR-SATELITE
		END-READ.

	REMAPEAR-HORAS.
		*> Las horas cargadas al viejo pasan al nuevo si son
		*> de alguien que se mueve con esa línea, o si el
		*> viejo se fusiona entero; las de otros en un
		*> departamento partido se quedan donde están.
		MOVE "distribucion" TO NOMBRE-AUDSAT
		MOVE ZERO TO CANTIDAD-HORAS
		MOVE "N" TO FIN-ARCHIVO
		MOVE PERIODO-REORG TO DIS-PERIODO
		MOVE ZERO TO DIS-ID
		MOVE ZERO TO DIS-DEPTO
		START ARCHIVO-DISTRIBUCION
			KEY IS NOT LESS THAN DIS-CLAVE
		INVALID KEY MOVE "S" TO FIN-ARCHIVO
		END-START
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-DISTRIBUCION NEXT RECORD
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			PERFORM ANOTAR-HORAS
			END-READ
		END-PERFORM
		PERFORM VARYING INDICE-HORAS FROM 1 BY 1
		UNTIL INDICE-HORAS > CANTIDAD-HORAS
			PERFORM TRASPASAR-HORAS
		END-PERFORM.

	ANOTAR-HORAS.
		MOVE ZERO TO LINEA-HALLADA
		PERFORM VARYING INDICE-MOVIDO FROM 1 BY 1
		UNTIL INDICE-MOVIDO > CANTIDAD-MOVIDOS
		IF MOV-ID (INDICE-MOVIDO) = DIS-ID
		AND RGL-ORIGEN (MOV-LINEA (INDICE-MOVIDO)) = DIS-DEPTO
			MOVE MOV-LINEA (INDICE-MOVIDO) TO LINEA-HALLADA
			MOVE CANTIDAD-MOVIDOS TO INDICE-MOVIDO
		END-IF
		END-PERFORM
		IF LINEA-HALLADA = ZERO
		PERFORM VARYING INDICE-LINEA FROM 1 BY 1
		UNTIL INDICE-LINEA > CANTIDAD-LINEAS
		IF RGL-ORIGEN (INDICE-LINEA) = DIS-DEPTO
		AND RGL-ALCANCE (INDICE-LINEA) = "T"
			MOVE INDICE-LINEA TO LINEA-HALLADA
			MOVE CANTIDAD-LINEAS TO INDICE-LINEA
		END-IF
		END-PERFORM
		END-IF
		IF LINEA-HALLADA NOT = ZERO
		IF CANTIDAD-HORAS = 500
		ADD 1 TO HORAS-DESBORDADAS
		ELSE
		ADD 1 TO CANTIDAD-HORAS
		MOVE DIS-PERIODO TO HRS-PERIODO (CANTIDAD-HORAS)
		MOVE DIS-ID TO HRS-ID (CANTIDAD-HORAS)
		MOVE DIS-DEPTO TO HRS-DEPTO (CANTIDAD-HORAS)
		MOVE RGL-DESTINO (LINEA-HALLADA)
			TO HRS-DESTINO (CANTIDAD-HORAS)
		MOVE DIS-HORAS TO HRS-HORAS (CANTIDAD-HORAS)
		END-IF
		END-IF.

	TRASPASAR-HORAS.
		MOVE HRS-HORAS (INDICE-HORAS) TO HORAS-EDITADAS
		MOVE SPACES TO LINEA-IMPRESION
		STRING "HORAS " DELIMITED BY SIZE
			HRS-PERIODO (INDICE-HORAS) DELIMITED BY SIZE
			" ID " DELIMITED BY SIZE
			HRS-ID (INDICE-HORAS) DELIMITED BY SIZE
			": " DELIMITED BY SIZE
			HORAS-EDITADAS DELIMITED BY SIZE
			" DEL " DELIMITED BY SIZE
			HRS-DEPTO (INDICE-HORAS) DELIMITED BY SIZE
			" PASAN AL " DELIMITED BY SIZE
			HRS-DESTINO (INDICE-HORAS) DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		ADD 1 TO CONTADOR-SATELITES
		MOVE HRS-PERIODO (INDICE-HORAS) TO DIS-PERIODO
		MOVE HRS-ID (INDICE-HORAS) TO DIS-ID
		MOVE HRS-DEPTO (INDICE-HORAS) TO DIS-DEPTO
		READ ARCHIVO-DISTRIBUCION
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE DISTRIBUCION-REGISTRO TO IMAGEN-SAT-ANTES
		MOVE DIS-HORAS TO HORAS-TRASPASO
		MOVE SPACES TO IMAGEN-SAT-DESPUES
		MOVE "E" TO OPERACION-AUDSAT
		IF APLICAR = "S"
		DELETE ARCHIVO-DISTRIBUCION RECORD
		END-DELETE
		END-IF
		PERFORM AUDITAR-SATELITE
		MOVE HRS-DESTINO (INDICE-HORAS) TO DIS-DEPTO
		READ ARCHIVO-DISTRIBUCION
		INVALID KEY
		MOVE SPACES TO IMAGEN-SAT-ANTES
		MOVE HRS-PERIODO (INDICE-HORAS) TO DIS-PERIODO
		MOVE HRS-ID (INDICE-HORAS) TO DIS-ID
		MOVE HRS-DESTINO (INDICE-HORAS) TO DIS-DEPTO
		MOVE HORAS-TRASPASO TO DIS-HORAS
		MOVE "A" TO OPERACION-AUDSAT
		IF APLICAR = "S"
		WRITE DISTRIBUCION-REGISTRO
		END-WRITE
		END-IF
		NOT INVALID KEY
		MOVE DISTRIBUCION-REGISTRO TO IMAGEN-SAT-ANTES
		ADD HORAS-TRASPASO TO DIS-HORAS
		MOVE "M" TO OPERACION-AUDSAT
		IF APLICAR = "S"
		REWRITE DISTRIBUCION-REGISTRO
		END-REWRITE
		END-IF
		END-READ
		MOVE DISTRIBUCION-REGISTRO TO IMAGEN-SAT-DESPUES
		PERFORM AUDITAR-SATELITE
		END-READ.

	REMAPEAR-VISTOS.
		*> Un visto bueno vale para los empleados que el
		*> supervisor miró: el del nuevo se revoca si recibe
		*> gente de un viejo sin visto bueno para el mismo
		*> período, grupo y subperíodo; el del viejo que queda
		*> sin activos se elimina.
		MOVE "aprobaciones" TO NOMBRE-AUDSAT
		MOVE ZERO TO CANTIDAD-VISTOS
		MOVE "N" TO FIN-ARCHIVO
		MOVE PERIODO-REORG TO APR-PERIODO
		MOVE ZERO TO APR-DEPTO
		MOVE SPACES TO APR-GRUPO
		MOVE ZERO TO APR-SUBPERIODO
		START ARCHIVO-APROBACIONES
			KEY IS NOT LESS THAN APR-CLAVE
		INVALID KEY MOVE "S" TO FIN-ARCHIVO
		END-START
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-APROBACIONES NEXT RECORD
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			PERFORM ANOTAR-VISTO
			END-READ
		END-PERFORM
		PERFORM VARYING INDICE-VISTO FROM 1 BY 1
		UNTIL INDICE-VISTO > CANTIDAD-VISTOS
			PERFORM DECIDIR-VISTO
		END-PERFORM
		PERFORM VARYING INDICE-VISTO FROM 1 BY 1
		UNTIL INDICE-VISTO > CANTIDAD-VISTOS
			IF VIS-ACCION (INDICE-VISTO) NOT = SPACE
				PERFORM BORRAR-VISTO
			END-IF
		END-PERFORM.

	ANOTAR-VISTO.
		MOVE APR-DEPTO TO DEPTO-DOTACION
		PERFORM BUSCAR-DOTACION
		IF DOTACION-HALLADA NOT = ZERO
		IF CANTIDAD-VISTOS = 300
		ADD 1 TO VISTOS-DESBORDADOS
		ELSE
		ADD 1 TO CANTIDAD-VISTOS
		MOVE APR-PERIODO TO VIS-PERIODO (CANTIDAD-VISTOS)
		MOVE APR-DEPTO TO VIS-DEPTO (CANTIDAD-VISTOS)
		MOVE APR-GRUPO TO VIS-GRUPO (CANTIDAD-VISTOS)
		MOVE APR-SUBPERIODO TO VIS-SUBPERIODO (CANTIDAD-VISTOS)
		MOVE SPACE TO VIS-ACCION (CANTIDAD-VISTOS)
		END-IF
		END-IF.

	DECIDIR-VISTO.
		MOVE VIS-DEPTO (INDICE-VISTO) TO DEPTO-DOTACION
		PERFORM BUSCAR-DOTACION
		IF DOT-ES-ORIGEN (DOTACION-HALLADA) = "S"
		AND DOT-ESPERADO (DOTACION-HALLADA) = ZERO
		MOVE "E" TO VIS-ACCION (INDICE-VISTO)
		END-IF
		PERFORM VARYING INDICE-LINEA FROM 1 BY 1
		UNTIL INDICE-LINEA > CANTIDAD-LINEAS
		IF RGL-DESTINO (INDICE-LINEA) = VIS-DEPTO (INDICE-VISTO)
		AND RGL-MOVIDOS (INDICE-LINEA) > ZERO
			PERFORM BUSCAR-VISTO-VIEJO
			IF VISTO-HALLADO = "N"
				MOVE "R" TO VIS-ACCION (INDICE-VISTO)
			END-IF
		END-IF
		END-PERFORM.

	BUSCAR-VISTO-VIEJO.
		MOVE "N" TO VISTO-HALLADO
		PERFORM VARYING INDICE-OTRO-VISTO FROM 1 BY 1
		UNTIL INDICE-OTRO-VISTO > CANTIDAD-VISTOS
		IF VIS-DEPTO (INDICE-OTRO-VISTO)
			= RGL-ORIGEN (INDICE-LINEA)
		AND VIS-PERIODO (INDICE-OTRO-VISTO)
			= VIS-PERIODO (INDICE-VISTO)
		AND VIS-GRUPO (INDICE-OTRO-VISTO)
			= VIS-GRUPO (INDICE-VISTO)
		AND VIS-SUBPERIODO (INDICE-OTRO-VISTO)
			= VIS-SUBPERIODO (INDICE-VISTO)
			MOVE "S" TO VISTO-HALLADO
			MOVE CANTIDAD-VISTOS TO INDICE-OTRO-VISTO
		END-IF
		END-PERFORM.

	BORRAR-VISTO.
		MOVE SPACES TO LINEA-IMPRESION
		STRING "VISTO BUENO " DELIMITED BY SIZE
			VIS-PERIODO (INDICE-VISTO) DELIMITED BY SIZE
			" DEPTO " DELIMITED BY SIZE
			VIS-DEPTO (INDICE-VISTO) DELIMITED BY SIZE
			" GRUPO " DELIMITED BY SIZE
			VIS-GRUPO (INDICE-VISTO) DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		IF VIS-ACCION (INDICE-VISTO) = "R"
		MOVE ": REVOCADO, RECIBE GENTE SIN VISTO BUENO"
			TO LINEA-IMPRESION (41:40)
		ELSE
		MOVE ": ELIMINADO, QUEDA SIN ACTIVOS"
			TO LINEA-IMPRESION (41:40)
		END-IF
		PERFORM GRABAR-LINEA
		ADD 1 TO CONTADOR-SATELITES
		MOVE VIS-PERIODO (INDICE-VISTO) TO APR-PERIODO
		MOVE VIS-DEPTO (INDICE-VISTO) TO APR-DEPTO
		MOVE VIS-GRUPO (INDICE-VISTO) TO APR-GRUPO
		MOVE VIS-SUBPERIODO (INDICE-VISTO) TO APR-SUBPERIODO
		READ ARCHIVO-APROBACIONES
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE APROBACIONES-REGISTRO TO IMAGEN-SAT-ANTES
		MOVE SPACES TO IMAGEN-SAT-DESPUES
		MOVE "E" TO OPERACION-AUDSAT
		IF APLICAR = "S"
		DELETE ARCHIVO-APROBACIONES RECORD
		END-DELETE
		END-IF
		PERFORM AUDITAR-SATELITE
		END-READ.

	AUDITAR-SATELITE.
		IF APLICAR = "S"
		CALL "AUDSAT" USING WS-PROGRAMA-LOG NOMBRE-AUDSAT
			OPERACION-AUDSAT IMAGEN-SAT-ANTES
			IMAGEN-SAT-DESPUES WS-OPERADOR-LOG
		END-IF.

	RECONTAR-DOTACION.
		MOVE "N" TO FIN-ARCHIVO
		MOVE ZERO TO EMPLEADO-ID
		START ARCHIVO-EMPLEADOS KEY IS NOT LESS THAN EMPLEADO-ID
		INVALID KEY MOVE "S" TO FIN-ARCHIVO
		END-START
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-EMPLEADOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF EMPLEADO-ACTIVO
			MOVE EMPLEADO-DEPTO TO DEPTO-DOTACION
			PERFORM BUSCAR-DOTACION
			IF DOTACION-HALLADA NOT = ZERO
			ADD 1 TO DOT-DESPUES (DOTACION-HALLADA)
			END-IF
			END-IF
			END-READ
		END-PERFORM.

	CONCILIAR-DOTACION.
		*> Vista previa: antes contra esperado. Aplicada:
		*> además el recuento real contra el esperado.
		MOVE ZERO TO TOTAL-ANTES
		MOVE ZERO TO TOTAL-ESPERADO
		MOVE ZERO TO TOTAL-DESPUES
		MOVE "S" TO DOTACION-CUADRA
		MOVE "DEPTO  ANTES  SALEN ENTRAN ESPERA DESPUES"
			TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		PERFORM VARYING INDICE-DOTACION FROM 1 BY 1
		UNTIL INDICE-DOTACION > CANTIDAD-DOTACION
			PERFORM CONCILIAR-DEPTO
		END-PERFORM
		MOVE SPACES TO LINEA-IMPRESION
		STRING "TOTAL " DELIMITED BY SIZE
			TOTAL-ANTES DELIMITED BY SIZE
			"              " DELIMITED BY SIZE
			TOTAL-ESPERADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		IF APLICAR = "S"
		MOVE TOTAL-DESPUES TO LINEA-IMPRESION (36:6)
		END-IF
		PERFORM GRABAR-LINEA
		IF TOTAL-ANTES NOT = TOTAL-ESPERADO
		MOVE "N" TO DOTACION-CUADRA
		END-IF
		IF APLICAR = "S" AND TOTAL-DESPUES NOT = TOTAL-ESPERADO
		MOVE "N" TO DOTACION-CUADRA
		END-IF
		IF DOTACION-CUADRA = "S"
		MOVE "LA DOTACION ACTIVA CUADRA ANTES Y DESPUES."
			TO LINEA-IMPRESION
		ELSE
		MOVE "ALERTA: LA DOTACION ACTIVA NO CUADRA."
			TO LINEA-IMPRESION
		END-IF
		PERFORM GRABAR-LINEA
		MOVE SPACES TO LINEA-IMPRESION
		STRING "EMPLEADOS MOVIDOS: " DELIMITED BY SIZE
			CONTADOR-TRASLADADOS DELIMITED BY SIZE
			"  SALTEADOS: " DELIMITED BY SIZE
			CONTADOR-SALTEADOS DELIMITED BY SIZE
			"  RENGLONES DE SATELITES: " DELIMITED BY SIZE
			CONTADOR-SATELITES DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA.

	CONCILIAR-DEPTO.
		ADD DOT-ANTES (INDICE-DOTACION) TO TOTAL-ANTES
		ADD DOT-ESPERADO (INDICE-DOTACION) TO TOTAL-ESPERADO
		ADD DOT-DESPUES (INDICE-DOTACION) TO TOTAL-DESPUES
		MOVE SPACES TO LINEA-IMPRESION
		STRING DOT-DEPTO (INDICE-DOTACION) DELIMITED BY SIZE
			"   " DELIMITED BY SIZE
			DOT-ANTES (INDICE-DOTACION) DELIMITED BY SIZE
			"  " DELIMITED BY SIZE
			DOT-SALEN (INDICE-DOTACION) DELIMITED BY SIZE
			"  " DELIMITED BY SIZE
			DOT-ENTRAN (INDICE-DOTACION) DELIMITED BY SIZE
			"  " DELIMITED BY SIZE
			DOT-ESPERADO (INDICE-DOTACION) DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		IF APLICAR = "S"
		MOVE DOT-DESPUES (INDICE-DOTACION)
			TO LINEA-IMPRESION (37:5)
		IF DOT-DESPUES (INDICE-DOTACION)
			NOT = DOT-ESPERADO (INDICE-DOTACION)
		MOVE " <- NO CUADRA" TO LINEA-IMPRESION (42:13)
		MOVE "N" TO DOTACION-CUADRA
		END-IF
		END-IF
		PERFORM GRABAR-LINEA.

	GRABAR-LINEA.
		ADD 1 TO LINEAS-REPORTE
		DISPLAY LINEA-IMPRESION
		CALL "IMPRESO" USING NOMBRE-REPORTE LINEA-IMPRESION.
	END PROGRAM DEPREORG.
