	*> Postulantes y vacantes:
	*> Maestro postulantes.dat con los datos de cada candidato
	*> (nombre, CUIL, contacto, departamento y puesto al que se
	*> postula) y la etapa en que está: recibido, entrevistado,
	*> ofrecido, rechazado o contratado. El reporte de vacantes
	*> pone, por departamento con plantilla autorizada
	*> (PLAMANT), los puestos libres contra los candidatos de
	*> cada etapa. Pasar un candidato a contratado lo da de
	*> alta en empleados.dat por el mismo camino que BASE1
	*> (candado del lote, CUIL único, VALEMP, control de
	*> plantilla con anulación de supervisor, ID de SIGEMP y
	*> diario AUDJRN) con los datos ya cargados: nada se
	*> vuelve a tipear. Un contratado queda cerrado, con su
	*> ID de empleado anotado. Cada cambio queda en AUDSAT.
	*> La contratación pasa también por la lista de no
	*> recontratables (VALREC), como el alta de BASE1: una
	*> coincidencia solo sigue con la anulación de un
	*> supervisor, y anulación y rechazo quedan en LOGERR.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. POSMANT.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-POSTULANTES
		ASSIGN TO "postulantes.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS POS-ID
		FILE STATUS IS WS-STATUS-POS.

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

		SELECT OPTIONAL ARCHIVO-PUESTOS
		ASSIGN TO "puestos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PUE-CODIGO
		FILE STATUS IS WS-STATUS-PUE.

		SELECT OPTIONAL ARCHIVO-PLANTILLA
		ASSIGN TO "plantilla.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PLT-DEPTO
		FILE STATUS IS WS-STATUS-PLT.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-POSTULANTES.
		COPY "postulante.cpy".

	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	FD ARCHIVO-DEPARTAMENTOS.
		COPY "depto.cpy".

	FD ARCHIVO-PUESTOS.
		COPY "puesto.cpy".

	FD ARCHIVO-PLANTILLA.
		COPY "plantilla.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-POS PIC XX VALUE "00".
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 WS-STATUS-DEP PIC XX VALUE "00".
		01 WS-STATUS-PUE PIC XX VALUE "00".
		01 WS-STATUS-PLT PIC XX VALUE "00".
		01 CONTINUAR PIC X VALUE "S".
		01 OPCION-MENU PIC 9 VALUE 1.
		01 CAMPO-ENTRADA PIC X(11) VALUE SPACES.
		01 CAMPO-VALIDO PIC X VALUE "N".
		01 ID-BUSCADO PIC 9(5) VALUE ZERO.
		01 ULTIMO-POSTULANTE PIC 9(5) VALUE ZERO.
		01 FIN-POSTULANTES PIC X VALUE "N".
		01 FIN-EMPLEADOS PIC X VALUE "N".
		01 FIN-PLANTILLA PIC X VALUE "N".
		01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
		01 FECHA-ENTRADA PIC X(8) VALUE SPACES.
		01 FECHA-NUMERICA PIC 9(8) VALUE ZERO.
		01 RESULTADO-VALFEC PIC X VALUE "N".
		01 DIFERENCIA-FECHAS PIC 9(8) VALUE ZERO.
		01 EDAD-NUMERICA PIC 999 VALUE ZERO.
		01 CUIL-CAPTURA PIC 9(11) VALUE ZERO.
		01 RESULTADO-VALCUIL PIC X VALUE "N".
		01 CUIL-DUPLICADO PIC X VALUE "N".
		01 RESGUARDO-EMPLEADO PIC X(109) VALUE SPACES.
		01 ETAPA-NUEVA PIC X VALUE SPACE.
		01 ETAPA-ANTERIOR PIC X VALUE SPACE.
		01 CONTRATACION-OK PIC X VALUE "N".
		01 EMPRESA-DEPTO PIC 9(2) VALUE ZERO.
		*> Etapas de la selección, en el orden de las columnas
		*> del reporte de vacantes.
		01 TABLA-ETAPAS-DATOS.
			02 FILLER PIC X(5) VALUE "REOXC".
		01 TABLA-ETAPAS REDEFINES TABLA-ETAPAS-DATOS.
			02 ETAPA-CODIGO OCCURS 5 TIMES PIC X.
		01 INDICE-ETAPA PIC 9 VALUE ZERO.
		*> Activos y candidatos por etapa de cada departamento
		*> para el reporte de vacantes.
		01 TABLA-VACANTES.
			02 VAC-ENTRADA OCCURS 100 TIMES.
				03 VAC-DEPTO PIC 9(3).
				03 VAC-ACTIVOS PIC 9(5).
				03 VAC-ETAPA OCCURS 5 TIMES PIC 9(4).
		01 CANTIDAD-VACANTES PIC 9(3) VALUE ZERO.
		01 INDICE-VACANTE PIC 9(3) VALUE ZERO.
		01 VACANTE-HALLADA PIC X VALUE "N".
		01 DEPTO-TABLA PIC 9(3) VALUE ZERO.
		01 ACTIVOS-DEPTO PIC 9(5) VALUE ZERO.
		01 PUESTOS-LIBRES PIC 9(5) VALUE ZERO.
		01 ETAPAS-EDITADAS.
			02 ETAPA-EDITADA PIC ZZZ9 OCCURS 5 TIMES.
		01 CONTADOR-RENGLONES PIC 9(7) VALUE ZERO.
		01 NUMERO-PAGINA PIC 99 VALUE ZERO.
		01 TITULO-REPORTE PIC X(40)
			VALUE "VACANTES Y POSTULANTES POR DEPTO".
		01 NOMBRE-REPORTE PIC X(8) VALUE "VACANTES".
		01 LINEA-IMPRESION PIC X(168) VALUE SPACES.
		*> Control de plantilla, como en el alta de BASE1.
		01 PLANTILLA-OK PIC X VALUE "S".
		01 RESPUESTA-PLANTILLA PIC X VALUE SPACE.
		*> Lista de no recontratables, como en BASE1.
		COPY "valrec.cpy".
		01 RECONTRATACION-OK PIC X VALUE "S".
		01 RESPUESTA-VETO PIC X VALUE SPACE.
		COPY "valemp.cpy".
		COPY "valhab.cpy".
		01 ACCION-CANDADO PIC X VALUE "C".
		01 DUENIO-CANDADO PIC X(8) VALUE SPACES.
		01 RESULTADO-CANDADO PIC X VALUE SPACE.
		01 CANDADO-DESDE-FECHA PIC 9(8) VALUE ZERO.
		01 CANDADO-DESDE-HORA PIC 9(8) VALUE ZERO.
		01 OPERACION-AUDITORIA PIC X VALUE "A".
		01 IMAGEN-ANTES PIC X(109) VALUE SPACES.
		01 IMAGEN-DESPUES PIC X(109) VALUE SPACES.
		*> Imagen corta del postulante para AUDSAT.
		01 IMAGEN-POSTULANTE.
			02 IMP-ID PIC 9(5).
			02 IMP-APELLIDO PIC X(20).
			02 IMP-CUIL PIC 9(11).
			02 IMP-ETAPA PIC X.
			02 IMP-DEPTO PIC 9(3).
		01 NOMBRE-AUDSAT PIC X(12) VALUE "postulantes".
		01 OPERACION-AUDSAT PIC X VALUE "M".
		01 IMAGEN-SAT-ANTES PIC X(40) VALUE SPACES.
		01 IMAGEN-SAT-DESPUES PIC X(40) VALUE SPACES.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "POSMANT".
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
		PERFORM APERTURA-ARCHIVOS.
		PERFORM UNTIL CONTINUAR = "N" OR CONTINUAR = "n"
			PERFORM MOSTRAR-MENU
			ACCEPT OPCION-MENU
			EVALUATE OPCION-MENU
				WHEN 1
					PERFORM ALTA-POSTULANTE
				WHEN 2
					PERFORM MODIFICAR-POSTULANTE
				WHEN 3
					PERFORM CAMBIAR-ETAPA
				WHEN 4
					PERFORM LISTAR-POSTULANTES
				WHEN 5
					PERFORM REPORTE-VACANTES
				WHEN OTHER
					DISPLAY "Opción inválida."
			END-EVALUATE
			DISPLAY "Continuar programa: "
			ACCEPT CONTINUAR
		END-PERFORM.
		CLOSE ARCHIVO-POSTULANTES.
		CLOSE ARCHIVO-DEPARTAMENTOS.
		CLOSE ARCHIVO-PUESTOS.
		GOBACK.

	MOSTRAR-MENU.
		DISPLAY "1. Alta de postulante".
		DISPLAY "2. Modificar postulante".
		DISPLAY "3. Cambiar etapa (contratar)".
		DISPLAY "4. Listar postulantes".
		DISPLAY "5. Reporte de vacantes".
		DISPLAY "Opción: ".

	APERTURA-ARCHIVOS.
		OPEN I-O ARCHIVO-POSTULANTES
		IF WS-STATUS-POS NOT = "00" AND WS-STATUS-POS NOT = "05"
		DISPLAY "Error al abrir postulantes.dat. Status: "
			WS-STATUS-POS
		GOBACK
		END-IF
		OPEN INPUT ARCHIVO-DEPARTAMENTOS
		IF WS-STATUS-DEP NOT = "00" AND WS-STATUS-DEP NOT = "05"
		DISPLAY "Error al abrir departamentos.dat. Status: "
			WS-STATUS-DEP
		GOBACK
		END-IF
		OPEN INPUT ARCHIVO-PUESTOS
		IF WS-STATUS-PUE NOT = "00" AND WS-STATUS-PUE NOT = "05"
		DISPLAY "Error al abrir puestos.dat. Status: "
			WS-STATUS-PUE
		GOBACK
		END-IF.

	SOLICITAR-ID.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Número de postulante: "
			MOVE SPACES TO CAMPO-ENTRADA
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:5) IS NUMERIC
			MOVE CAMPO-ENTRADA (1:5) TO ID-BUSCADO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Número inválido (5 dígitos)."
			END-IF
		END-PERFORM.

	SIGUIENTE-POSTULANTE.
		*> El número sigue al último del maestro: solo esta
		*> pantalla da altas de postulantes.
		MOVE ZERO TO ULTIMO-POSTULANTE
		MOVE "N" TO FIN-POSTULANTES
		MOVE ZERO TO POS-ID
		START ARCHIVO-POSTULANTES
			KEY IS NOT LESS THAN POS-ID
		INVALID KEY MOVE "S" TO FIN-POSTULANTES
		END-START
		PERFORM UNTIL FIN-POSTULANTES = "S"
			READ ARCHIVO-POSTULANTES NEXT RECORD
			AT END
			MOVE "S" TO FIN-POSTULANTES
			NOT AT END
			MOVE POS-ID TO ULTIMO-POSTULANTE
			END-READ
		END-PERFORM
		ADD 1 TO ULTIMO-POSTULANTE.

	CAPTURAR-DATOS-POSTULANTE.
		DISPLAY "Nombre: "
		ACCEPT POS-NOMBRE
		DISPLAY "Apellido: "
		ACCEPT POS-APELLIDO
		PERFORM SOLICITAR-CUIL
		DISPLAY "Teléfono: "
		ACCEPT POS-TELEFONO
		DISPLAY "Correo electrónico: "
		ACCEPT POS-EMAIL
		PERFORM SOLICITAR-FECHA-NAC
		PERFORM SOLICITAR-DEPTO
		PERFORM SOLICITAR-PUESTO.

	SOLICITAR-CUIL.
		*> Mismo criterio que el alta: verificador con VALCUIL,
		*> cero queda pendiente (se exige al contratar).
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "CUIL (0 = pendiente): "
			MOVE SPACES TO CAMPO-ENTRADA
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA IS NUMERIC
			MOVE CAMPO-ENTRADA TO CUIL-CAPTURA
			IF CUIL-CAPTURA = ZERO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			CALL "VALCUIL" USING CUIL-CAPTURA
				RESULTADO-VALCUIL
			IF RESULTADO-VALCUIL = "S"
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Verificador de CUIL mal."
			END-IF
			END-IF
			ELSE
			DISPLAY "CUIL inválido (11 díg.)."
			END-IF
		END-PERFORM
		MOVE CUIL-CAPTURA TO POS-CUIL.

	SOLICITAR-FECHA-NAC.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Fecha de nacimiento (AAAAMMDD): "
			ACCEPT FECHA-ENTRADA
			ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
			MOVE "N" TO RESULTADO-VALFEC
			IF FECHA-ENTRADA IS NUMERIC
			MOVE FECHA-ENTRADA TO FECHA-NUMERICA
			CALL "VALFEC" USING FECHA-NUMERICA
				RESULTADO-VALFEC
			END-IF
			IF RESULTADO-VALFEC = "S"
			AND FECHA-NUMERICA < WS-FECHA-HOY
			MOVE FECHA-NUMERICA TO POS-FECHA-NAC
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Fecha inválida, use AAAAMMDD."
			END-IF
		END-PERFORM.

	SOLICITAR-DEPTO.
		*> Departamento del maestro de DEPMANT, como en BASE1.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Departamento (001-999): "
			MOVE SPACES TO CAMPO-ENTRADA
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:3) IS NUMERIC
			AND CAMPO-ENTRADA (1:3) NOT = "000"
			MOVE CAMPO-ENTRADA (1:3) TO DEP-CODIGO
			READ ARCHIVO-DEPARTAMENTOS
			INVALID KEY
			DISPLAY "No existe el departamento "
				DEP-CODIGO "."
			NOT INVALID KEY
			MOVE DEP-CODIGO TO POS-DEPTO
			MOVE "S" TO CAMPO-VALIDO
			END-READ
			ELSE
			DISPLAY "Departamento inválido (001 a 999)."
			END-IF
		END-PERFORM.

	SOLICITAR-PUESTO.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Puesto (000 = sin asignar): "
			MOVE SPACES TO CAMPO-ENTRADA
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:3) IS NUMERIC
			IF CAMPO-ENTRADA (1:3) = "000"
			MOVE ZERO TO POS-PUESTO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			MOVE CAMPO-ENTRADA (1:3) TO PUE-CODIGO
			READ ARCHIVO-PUESTOS
			INVALID KEY
			DISPLAY "No existe el puesto " PUE-CODIGO "."
			NOT INVALID KEY
			MOVE PUE-CODIGO TO POS-PUESTO
			MOVE "S" TO CAMPO-VALIDO
			END-READ
			END-IF
			ELSE
			DISPLAY "Puesto inválido (000 a 999)."
			END-IF
		END-PERFORM.

	ARMAR-IMAGEN-POSTULANTE.
		MOVE POS-ID TO IMP-ID
		MOVE POS-APELLIDO TO IMP-APELLIDO
		MOVE POS-CUIL TO IMP-CUIL
		MOVE POS-ETAPA TO IMP-ETAPA
		MOVE POS-DEPTO TO IMP-DEPTO.

	AUDITAR-POSTULANTE.
		CALL "AUDSAT" USING WS-PROGRAMA-LOG NOMBRE-AUDSAT
			OPERACION-AUDSAT IMAGEN-SAT-ANTES
			IMAGEN-SAT-DESPUES WS-OPERADOR-LOG.

	ALTA-POSTULANTE.
		PERFORM SIGUIENTE-POSTULANTE
		MOVE ULTIMO-POSTULANTE TO POS-ID
		DISPLAY "Postulante número " POS-ID
		PERFORM CAPTURAR-DATOS-POSTULANTE
		MOVE ULTIMO-POSTULANTE TO POS-ID
		MOVE "R" TO POS-ETAPA
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
		MOVE WS-FECHA-HOY TO POS-FECHA-ETAPA
		MOVE ZERO TO POS-EMPLEADO-ID
		WRITE POSTULANTES-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo grabar el postulante."
		NOT INVALID KEY
		DISPLAY "Postulante recibido."
		MOVE "A" TO OPERACION-AUDSAT
		MOVE SPACES TO IMAGEN-SAT-ANTES
		PERFORM ARMAR-IMAGEN-POSTULANTE
		MOVE IMAGEN-POSTULANTE TO IMAGEN-SAT-DESPUES
		PERFORM AUDITAR-POSTULANTE
		END-WRITE.

	MODIFICAR-POSTULANTE.
		PERFORM SOLICITAR-ID
		MOVE ID-BUSCADO TO POS-ID
		READ ARCHIVO-POSTULANTES
		INVALID KEY
		DISPLAY "No existe ese postulante."
		NOT INVALID KEY
		IF POS-CONTRATADO
		DISPLAY "Ya contratado como empleado "
			POS-EMPLEADO-ID ": se corrige por BASE1."
		ELSE
		PERFORM ARMAR-IMAGEN-POSTULANTE
		MOVE IMAGEN-POSTULANTE TO IMAGEN-SAT-ANTES
		DISPLAY "Actual: " POS-APELLIDO " " POS-NOMBRE
			" depto " POS-DEPTO " etapa " POS-ETAPA
		PERFORM CAPTURAR-DATOS-POSTULANTE
		MOVE ID-BUSCADO TO POS-ID
		REWRITE POSTULANTES-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo modificar."
		NOT INVALID KEY
		DISPLAY "Postulante modificado."
		MOVE "M" TO OPERACION-AUDSAT
		PERFORM ARMAR-IMAGEN-POSTULANTE
		MOVE IMAGEN-POSTULANTE TO IMAGEN-SAT-DESPUES
		PERFORM AUDITAR-POSTULANTE
		END-REWRITE
		END-IF
		END-READ.

	CAMBIAR-ETAPA.
		*> Contratado es la etapa final: no se sale de ella. Un
		*> rechazado puede volver a la selección.
		PERFORM SOLICITAR-ID
		MOVE ID-BUSCADO TO POS-ID
		READ ARCHIVO-POSTULANTES
		INVALID KEY
		DISPLAY "No existe ese postulante."
		NOT INVALID KEY
		IF POS-CONTRATADO
		DISPLAY "Ya contratado como empleado "
			POS-EMPLEADO-ID "."
		ELSE
		PERFORM ELEGIR-ETAPA
		END-IF
		END-READ.

	ELEGIR-ETAPA.
		DISPLAY POS-APELLIDO " " POS-NOMBRE " etapa actual "
			POS-ETAPA
		MOVE POS-ETAPA TO ETAPA-ANTERIOR
		PERFORM ARMAR-IMAGEN-POSTULANTE
		MOVE IMAGEN-POSTULANTE TO IMAGEN-SAT-ANTES
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Nueva etapa (R/E/O/X/C): "
			ACCEPT ETAPA-NUEVA
			MOVE ETAPA-NUEVA TO POS-ETAPA
			IF POS-RECIBIDO OR POS-ENTREVISTADO
			OR POS-OFRECIDO OR POS-RECHAZADO
			OR POS-CONTRATADO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Etapa inválida."
			END-IF
		END-PERFORM
		MOVE "S" TO CONTRATACION-OK
		IF POS-CONTRATADO
		PERFORM CONTRATAR-POSTULANTE
			THRU CONTRATAR-POSTULANTE-FIN
		END-IF
		IF CONTRATACION-OK = "S"
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
		MOVE WS-FECHA-HOY TO POS-FECHA-ETAPA
		REWRITE POSTULANTES-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo cambiar la etapa."
		NOT INVALID KEY
		DISPLAY "Etapa cambiada."
		MOVE "M" TO OPERACION-AUDSAT
		PERFORM ARMAR-IMAGEN-POSTULANTE
		MOVE IMAGEN-POSTULANTE TO IMAGEN-SAT-DESPUES
		PERFORM AUDITAR-POSTULANTE
		END-REWRITE
		ELSE
		MOVE ETAPA-ANTERIOR TO POS-ETAPA
		DISPLAY "El postulante sigue en su etapa."
		END-IF.

	CONTRATAR-POSTULANTE.
		*> El alta en el vivo sale de los datos del postulante;
		*> solo se pide la fecha de ingreso. Cualquier control
		*> que no pase deja al postulante en su etapa.
		MOVE "N" TO CONTRATACION-OK
		IF POS-CUIL = ZERO
		DISPLAY "Falta el CUIL: cárguelo antes de contratar."
		GO TO CONTRATAR-POSTULANTE-FIN
		END-IF
		MOVE "C" TO ACCION-CANDADO
		CALL "CANDADO" USING ACCION-CANDADO DUENIO-CANDADO
			RESULTADO-CANDADO CANDADO-DESDE-FECHA
			CANDADO-DESDE-HORA
		IF RESULTADO-CANDADO = "S"
		DISPLAY "Archivo tomado por " DUENIO-CANDADO
			" desde " CANDADO-DESDE-FECHA " "
			CANDADO-DESDE-HORA "."
		DISPLAY "Reintente cuando termine el lote."
		GO TO CONTRATAR-POSTULANTE-FIN
		END-IF
		*> La lista se carga antes de abrir empleados.dat
		*> para actualizar.
		MOVE "C" TO VRC-ACCION
		CALL "VALREC" USING CONTROL-RECONTRATACION
		OPEN I-O ARCHIVO-EMPLEADOS
		IF WS-STATUS-EMP NOT = "00" AND WS-STATUS-EMP NOT = "05"
		DISPLAY "Error al abrir empleados.dat. Status: "
			WS-STATUS-EMP
		GO TO CONTRATAR-POSTULANTE-FIN
		END-IF
		PERFORM ARMAR-EMPLEADO
		PERFORM CONTROLAR-CUIL-UNICO
		IF CUIL-DUPLICADO = "S"
		CLOSE ARCHIVO-EMPLEADOS
		GO TO CONTRATAR-POSTULANTE-FIN
		END-IF
		PERFORM VALIDAR-REGISTRO-ENTERO
		IF VAL-GLOBAL = "N"
		DISPLAY "Alta cancelada por validación."
		CLOSE ARCHIVO-EMPLEADOS
		GO TO CONTRATAR-POSTULANTE-FIN
		END-IF
		PERFORM CONTROLAR-RECONTRATACION
			THRU CONTROLAR-RECONTRATACION-FIN
		IF RECONTRATACION-OK = "N"
		DISPLAY "Alta cancelada: no recontratable."
		CLOSE ARCHIVO-EMPLEADOS
		GO TO CONTRATAR-POSTULANTE-FIN
		END-IF
		PERFORM CONTROLAR-PLANTILLA
			THRU CONTROLAR-PLANTILLA-FIN
		IF PLANTILLA-OK = "N"
		DISPLAY "Alta cancelada por plantilla."
		CLOSE ARCHIVO-EMPLEADOS
		GO TO CONTRATAR-POSTULANTE-FIN
		END-IF
		CALL "SIGEMP" USING EMPLEADO-ID
		WRITE EMPLEADOS-REGISTRO
		IF WS-STATUS-EMP NOT = "00"
		DISPLAY "Error al escribir. Status: " WS-STATUS-EMP
		CLOSE ARCHIVO-EMPLEADOS
		GO TO CONTRATAR-POSTULANTE-FIN
		END-IF
		MOVE SPACES TO IMAGEN-ANTES
		MOVE EMPLEADOS-REGISTRO TO IMAGEN-DESPUES
		MOVE "A" TO OPERACION-AUDITORIA
		CALL "AUDJRN" USING WS-PROGRAMA-LOG
			OPERACION-AUDITORIA IMAGEN-ANTES
			IMAGEN-DESPUES
			WS-OPERADOR-LOG
		CLOSE ARCHIVO-EMPLEADOS
		MOVE EMPLEADO-ID TO POS-EMPLEADO-ID
		MOVE "S" TO CONTRATACION-OK
		DISPLAY "Empleado dado de alta con ID " EMPLEADO-ID "."
		DISPLAY "Abra su legajo de ingreso con INGMANT."
		PERFORM AVISAR-HABILITACIONES.
	CONTRATAR-POSTULANTE-FIN.
		EXIT.

	ARMAR-EMPLEADO.
		*> La edad congelada del registro se deriva del
		*> nacimiento, con la misma resta AAAAMMDD de BASE1; la
		*> empresa es la del departamento (cero = la 01).
		MOVE ZERO TO EMPLEADO-ID
		MOVE POS-NOMBRE TO EMPLEADO-NOMBRE
		MOVE POS-APELLIDO TO EMPLEADO-APELLIDO
		MOVE POS-TELEFONO TO EMPLEADO-TELEFONO
		MOVE POS-FECHA-NAC TO EMPLEADO-FECHA-NAC
		MOVE POS-DEPTO TO EMPLEADO-DEPTO
		MOVE POS-PUESTO TO EMPLEADO-PUESTO
		MOVE POS-CUIL TO EMPLEADO-CUIL
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
		MOVE ZERO TO EDAD-NUMERICA
		IF POS-FECHA-NAC < WS-FECHA-HOY
		SUBTRACT POS-FECHA-NAC FROM WS-FECHA-HOY
			GIVING DIFERENCIA-FECHAS
		DIVIDE DIFERENCIA-FECHAS BY 10000
			GIVING EDAD-NUMERICA
		END-IF
		MOVE EDAD-NUMERICA (2:2) TO EMPLEADO-EDAD
		MOVE "A" TO EMPLEADO-ESTADO
		MOVE WS-FECHA-HOY TO EMPLEADO-FECHA-ESTADO
		*> El superior directo se carga después en ORGMANT.
		MOVE ZERO TO EMPLEADO-SUPERIOR
		MOVE SPACES TO EMPLEADO-MOTIVO-BAJA
		MOVE SPACES TO EMPLEADO-RECONTRATABLE
		MOVE 1 TO EMPRESA-DEPTO
		MOVE POS-DEPTO TO DEP-CODIGO
		READ ARCHIVO-DEPARTAMENTOS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		IF DEP-EMPRESA IS NUMERIC
		AND DEP-EMPRESA NOT = ZERO
		MOVE DEP-EMPRESA TO EMPRESA-DEPTO
		END-IF
		END-READ
		MOVE EMPRESA-DEPTO TO EMPLEADO-EMPRESA
		PERFORM SOLICITAR-FECHA-INGRESO.

	SOLICITAR-FECHA-INGRESO.
		*> Vacía = hoy. VALEMP controla después que sea fecha
		*> real, no futura y posterior al nacimiento.
		DISPLAY "Fecha de ingreso (AAAAMMDD, vacía = hoy): "
		MOVE SPACES TO FECHA-ENTRADA
		ACCEPT FECHA-ENTRADA
		IF FECHA-ENTRADA = SPACES
		MOVE WS-FECHA-HOY TO EMPLEADO-FECHA-INGRESO
		ELSE
		IF FECHA-ENTRADA IS NUMERIC
		MOVE FECHA-ENTRADA TO EMPLEADO-FECHA-INGRESO
		ELSE
		MOVE ZERO TO EMPLEADO-FECHA-INGRESO
		END-IF
		END-IF.

	CONTROLAR-CUIL-UNICO.
		*> El registro armado se resguarda: la lectura por la
		*> clave alternativa pisa el área del registro.
		MOVE "N" TO CUIL-DUPLICADO
		MOVE EMPLEADOS-REGISTRO TO RESGUARDO-EMPLEADO
		READ ARCHIVO-EMPLEADOS KEY IS EMPLEADO-CUIL
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE "S" TO CUIL-DUPLICADO
		DISPLAY "Ese CUIL ya es del ID " EMPLEADO-ID
			" (" EMPLEADO-APELLIDO ")."
		DISPLAY "Una persona que vuelve va por REINGRESO."
		END-READ
		MOVE RESGUARDO-EMPLEADO TO EMPLEADOS-REGISTRO.

	VALIDAR-REGISTRO-ENTERO.
		CALL "VALEMP" USING EMPLEADOS-REGISTRO
			VEREDICTO-VALEMP
		IF VAL-GLOBAL = "N"
		IF VAL-NOMBRE = "N"
		DISPLAY "Nombre en blanco."
		END-IF
		IF VAL-APELLIDO = "N"
		DISPLAY "Apellido en blanco."
		END-IF
		IF VAL-TELEFONO = "N"
		DISPLAY "Teléfono no numérico o incompleto."
		END-IF
		IF VAL-EDAD = "N"
		DISPLAY "Edad inválida."
		END-IF
		IF VAL-FECHA-NAC = "N"
		DISPLAY "Fecha de nacimiento inválida."
		END-IF
		IF VAL-FECHA-INGRESO = "N"
		DISPLAY "Fecha de ingreso inválida."
		END-IF
		IF VAL-CUIL = "N"
		DISPLAY "CUIL inválido."
		END-IF
		MOVE "Contratación rechazada por VALEMP."
			TO WS-MENSAJE-LOG
		MOVE "A" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		END-IF.

	CONTROLAR-RECONTRATACION.
		*> CUIL, y apellido con fecha de nacimiento, contra la
		*> lista de no recontratables: la coincidencia se
		*> muestra con la baja que la originó y solo sigue si
		*> un supervisor firmado anula el veto.
		MOVE "S" TO RECONTRATACION-OK
		MOVE "V" TO VRC-ACCION
		MOVE EMPLEADO-CUIL TO VRC-CUIL
		MOVE EMPLEADO-APELLIDO TO VRC-APELLIDO
		MOVE EMPLEADO-FECHA-NAC TO VRC-FECHA-NAC
		CALL "VALREC" USING CONTROL-RECONTRATACION
		IF VRC-RECONTRATABLE
		GO TO CONTROLAR-RECONTRATACION-FIN
		END-IF
		DISPLAY "AVISO: no recontratable por la baja del ID "
			VRC-ID " del " VRC-FECHA-BAJA
			" (motivo " VRC-MOTIVO ", coincide "
			VRC-COINCIDENCIA ")."
		IF NIVEL-FIRMADO >= 2
		DISPLAY "Anular el veto y seguir (S/N): "
		ACCEPT RESPUESTA-VETO
		IF RESPUESTA-VETO NOT = "S"
		AND RESPUESTA-VETO NOT = "s"
		MOVE "N" TO RECONTRATACION-OK
		END-IF
		ELSE
		DISPLAY "Solo un supervisor anula el veto."
		MOVE "N" TO RECONTRATACION-OK
		END-IF
		MOVE SPACES TO WS-MENSAJE-LOG
		IF RECONTRATACION-OK = "S"
		STRING "Veto anulado postul. " DELIMITED BY SIZE
			POS-ID DELIMITED BY SIZE
			" por baja " DELIMITED BY SIZE
			VRC-ID DELIMITED BY SIZE
			INTO WS-MENSAJE-LOG
		END-STRING
		ELSE
		STRING "Contrato vetado " DELIMITED BY SIZE
			POS-ID DELIMITED BY SIZE
			" por baja " DELIMITED BY SIZE
			VRC-ID DELIMITED BY SIZE
			INTO WS-MENSAJE-LOG
		END-STRING
		END-IF
		MOVE "A" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG.
	CONTROLAR-RECONTRATACION-FIN.
		EXIT.

	CONTROLAR-PLANTILLA.
		*> Dotación autorizada del departamento, como en BASE1:
		*> si el alta la pasa solo un supervisor la anula.
		MOVE "S" TO PLANTILLA-OK
		MOVE EMPLEADO-DEPTO TO PLT-DEPTO
		OPEN INPUT ARCHIVO-PLANTILLA
		READ ARCHIVO-PLANTILLA
		INVALID KEY
		CLOSE ARCHIVO-PLANTILLA
		GO TO CONTROLAR-PLANTILLA-FIN
		END-READ
		CLOSE ARCHIVO-PLANTILLA
		MOVE EMPLEADOS-REGISTRO TO RESGUARDO-EMPLEADO
		MOVE ZERO TO ACTIVOS-DEPTO
		MOVE "N" TO FIN-EMPLEADOS
		MOVE ZERO TO EMPLEADO-ID
		START ARCHIVO-EMPLEADOS
			KEY IS NOT LESS THAN EMPLEADO-ID
		INVALID KEY MOVE "S" TO FIN-EMPLEADOS
		END-START
		PERFORM UNTIL FIN-EMPLEADOS = "S"
			READ ARCHIVO-EMPLEADOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-EMPLEADOS
			NOT AT END
			IF EMPLEADO-ESTADO = "A"
			AND EMPLEADO-DEPTO = PLT-DEPTO
			ADD 1 TO ACTIVOS-DEPTO
			END-IF
			END-READ
		END-PERFORM
		MOVE RESGUARDO-EMPLEADO TO EMPLEADOS-REGISTRO
		IF ACTIVOS-DEPTO NOT < PLT-AUTORIZADOS
		DISPLAY "AVISO: el depto " PLT-DEPTO " ya tiene "
			ACTIVOS-DEPTO " activos de "
			PLT-AUTORIZADOS " autorizados."
		IF NIVEL-FIRMADO >= 2
		DISPLAY "Anular el control y seguir (S/N): "
		ACCEPT RESPUESTA-PLANTILLA
		IF RESPUESTA-PLANTILLA NOT = "S"
		AND RESPUESTA-PLANTILLA NOT = "s"
		MOVE "N" TO PLANTILLA-OK
		END-IF
		ELSE
		DISPLAY "Solo un supervisor anula el control."
		MOVE "N" TO PLANTILLA-OK
		END-IF
		END-IF.
	CONTROLAR-PLANTILLA-FIN.
		EXIT.

	AVISAR-HABILITACIONES.
		*> Aviso, no rechazo, como en el alta de BASE1.
		MOVE EMPLEADO-ID TO VHB-ID
		MOVE EMPLEADO-PUESTO TO VHB-PUESTO
		MOVE WS-FECHA-HOY TO VHB-FECHA
		CALL "VALHAB" USING CONTROL-HABILITACION
		IF VHB-FALTANTES > ZERO OR VHB-VENCIDAS > ZERO
		DISPLAY "AVISO: el puesto exige " VHB-EXIGIDAS
			" habilitaciones; faltan " VHB-FALTANTES
			" y hay " VHB-VENCIDAS " vencidas ("
			VHB-PRIMER-TIPO ")."
		DISPLAY "Cargarlas con HABMANT."
		END-IF.

	LISTAR-POSTULANTES.
		MOVE "N" TO FIN-POSTULANTES
		MOVE ZERO TO POS-ID
		START ARCHIVO-POSTULANTES
			KEY IS NOT LESS THAN POS-ID
		INVALID KEY MOVE "S" TO FIN-POSTULANTES
		END-START
		PERFORM UNTIL FIN-POSTULANTES = "S"
			READ ARCHIVO-POSTULANTES NEXT RECORD
			AT END
			MOVE "S" TO FIN-POSTULANTES
			NOT AT END
			DISPLAY POS-ID " " POS-APELLIDO " " POS-NOMBRE
				" depto " POS-DEPTO
				" puesto " POS-PUESTO
				" etapa " POS-ETAPA " " POS-FECHA-ETAPA
			END-READ
		END-PERFORM.

	REPORTE-VACANTES.
		*> Solo los departamentos con plantilla autorizada:
		*> sin tope no hay vacantes que informar.
		MOVE ZERO TO CANTIDAD-VACANTES
		PERFORM CONTAR-ACTIVOS
		PERFORM CONTAR-POSTULANTES
		CALL "RPTHDR" USING TITULO-REPORTE
			NUMERO-PAGINA NOMBRE-REPORTE
		MOVE SPACES TO LINEA-IMPRESION
		STRING "DEP  NOMBRE               AUTOR ACTIV LIBRE"
			DELIMITED BY SIZE
			"  RECIB ENTRE OFREC RECHA CONTR"
			DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		OPEN INPUT ARCHIVO-PLANTILLA
		MOVE "N" TO FIN-PLANTILLA
		IF WS-STATUS-PLT NOT = "00" AND WS-STATUS-PLT NOT = "05"
		MOVE "S" TO FIN-PLANTILLA
		END-IF
		MOVE ZERO TO PLT-DEPTO
		START ARCHIVO-PLANTILLA
			KEY IS NOT LESS THAN PLT-DEPTO
		INVALID KEY MOVE "S" TO FIN-PLANTILLA
		END-START
		PERFORM UNTIL FIN-PLANTILLA = "S"
			READ ARCHIVO-PLANTILLA NEXT RECORD
			AT END
			MOVE "S" TO FIN-PLANTILLA
			NOT AT END
			PERFORM INFORMAR-DEPTO
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-PLANTILLA
		CALL "RPTPIE" USING TITULO-REPORTE
			CONTADOR-RENGLONES NOMBRE-REPORTE.

	UBICAR-VACANTE.
		*> Busca DEPTO-TABLA en la tabla; si no está lo agrega
		*> en cero. Sin lugar en la tabla, INDICE-VACANTE
		*> queda en cero.
		MOVE "N" TO VACANTE-HALLADA
		PERFORM VARYING INDICE-VACANTE FROM 1 BY 1
		UNTIL INDICE-VACANTE > CANTIDAD-VACANTES
		OR VACANTE-HALLADA = "S"
		IF VAC-DEPTO (INDICE-VACANTE) = DEPTO-TABLA
			MOVE "S" TO VACANTE-HALLADA
		END-IF
		END-PERFORM
		IF VACANTE-HALLADA = "S"
		SUBTRACT 1 FROM INDICE-VACANTE
		ELSE
		IF CANTIDAD-VACANTES < 100
		ADD 1 TO CANTIDAD-VACANTES
		MOVE CANTIDAD-VACANTES TO INDICE-VACANTE
		MOVE DEPTO-TABLA TO VAC-DEPTO (INDICE-VACANTE)
		MOVE ZERO TO VAC-ACTIVOS (INDICE-VACANTE)
		PERFORM VARYING INDICE-ETAPA FROM 1 BY 1
		UNTIL INDICE-ETAPA > 5
		MOVE ZERO TO VAC-ETAPA (INDICE-VACANTE INDICE-ETAPA)
		END-PERFORM
		ELSE
		MOVE ZERO TO INDICE-VACANTE
		END-IF
		END-IF.

	CONTAR-ACTIVOS.
		MOVE "N" TO FIN-EMPLEADOS
		OPEN INPUT ARCHIVO-EMPLEADOS
		IF WS-STATUS-EMP = "00" OR WS-STATUS-EMP = "05"
		MOVE ZERO TO EMPLEADO-ID
		START ARCHIVO-EMPLEADOS
			KEY IS NOT LESS THAN EMPLEADO-ID
		INVALID KEY MOVE "S" TO FIN-EMPLEADOS
		END-START
		PERFORM UNTIL FIN-EMPLEADOS = "S"
			READ ARCHIVO-EMPLEADOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-EMPLEADOS
			NOT AT END
			IF EMPLEADO-ESTADO = "A"
			MOVE EMPLEADO-DEPTO TO DEPTO-TABLA
			PERFORM UBICAR-VACANTE
			IF INDICE-VACANTE > ZERO
			ADD 1 TO VAC-ACTIVOS (INDICE-VACANTE)
			END-IF
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-EMPLEADOS
		END-IF.

	CONTAR-POSTULANTES.
		MOVE "N" TO FIN-POSTULANTES
		MOVE ZERO TO POS-ID
		START ARCHIVO-POSTULANTES
			KEY IS NOT LESS THAN POS-ID
		INVALID KEY MOVE "S" TO FIN-POSTULANTES
		END-START
		PERFORM UNTIL FIN-POSTULANTES = "S"
			READ ARCHIVO-POSTULANTES NEXT RECORD
			AT END
			MOVE "S" TO FIN-POSTULANTES
			NOT AT END
			MOVE POS-DEPTO TO DEPTO-TABLA
			PERFORM UBICAR-VACANTE
			IF INDICE-VACANTE > ZERO
			PERFORM VARYING INDICE-ETAPA FROM 1 BY 1
			UNTIL INDICE-ETAPA > 5
			IF ETAPA-CODIGO (INDICE-ETAPA) = POS-ETAPA
			ADD 1 TO VAC-ETAPA (INDICE-VACANTE INDICE-ETAPA)
			END-IF
			END-PERFORM
			END-IF
			END-READ
		END-PERFORM.

	INFORMAR-DEPTO.
		*> Libres = autorizados menos activos, nunca negativo.
		ADD 1 TO CONTADOR-RENGLONES
		MOVE PLT-DEPTO TO DEPTO-TABLA
		PERFORM UBICAR-VACANTE
		MOVE ZERO TO ACTIVOS-DEPTO
		PERFORM VARYING INDICE-ETAPA FROM 1 BY 1
		UNTIL INDICE-ETAPA > 5
		MOVE ZERO TO ETAPA-EDITADA (INDICE-ETAPA)
		END-PERFORM
		IF INDICE-VACANTE > ZERO
		MOVE VAC-ACTIVOS (INDICE-VACANTE) TO ACTIVOS-DEPTO
		PERFORM VARYING INDICE-ETAPA FROM 1 BY 1
		UNTIL INDICE-ETAPA > 5
		MOVE VAC-ETAPA (INDICE-VACANTE INDICE-ETAPA)
			TO ETAPA-EDITADA (INDICE-ETAPA)
		END-PERFORM
		END-IF
		IF ACTIVOS-DEPTO < PLT-AUTORIZADOS
		SUBTRACT ACTIVOS-DEPTO FROM PLT-AUTORIZADOS
			GIVING PUESTOS-LIBRES
		ELSE
		MOVE ZERO TO PUESTOS-LIBRES
		END-IF
		MOVE PLT-DEPTO TO DEP-CODIGO
		READ ARCHIVO-DEPARTAMENTOS
		INVALID KEY
		MOVE "(SIN MAESTRO)" TO DEP-NOMBRE
		END-READ
		MOVE SPACES TO LINEA-IMPRESION
		STRING PLT-DEPTO DELIMITED BY SIZE
			"  " DELIMITED BY SIZE
			DEP-NOMBRE DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			PLT-AUTORIZADOS DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			ACTIVOS-DEPTO DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			PUESTOS-LIBRES DELIMITED BY SIZE
			"   " DELIMITED BY SIZE
			ETAPA-EDITADA (1) DELIMITED BY SIZE
			"  " DELIMITED BY SIZE
			ETAPA-EDITADA (2) DELIMITED BY SIZE
			"  " DELIMITED BY SIZE
			ETAPA-EDITADA (3) DELIMITED BY SIZE
			"  " DELIMITED BY SIZE
			ETAPA-EDITADA (4) DELIMITED BY SIZE
			"  " DELIMITED BY SIZE
			ETAPA-EDITADA (5) DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA.

	GRABAR-LINEA.
		DISPLAY LINEA-IMPRESION
		CALL "IMPRESO" USING NOMBRE-REPORTE LINEA-IMPRESION.
	END PROGRAM POSMANT.
