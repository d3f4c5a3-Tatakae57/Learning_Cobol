	*> actualiza con sus imágenes en el diario de auditoría, y
	*> la opción 2 emite el reporte mensual de movimientos:
	*> quién se movió adónde deja de ser arqueología.
	*> El traslado puede cambiar también el puesto (maestro
	*> de PUEMANT); con el puesto que queda, VALHAB avisa si
	*> el empleado no tiene las habilitaciones que exige.
	*> El empleado es de la empresa de su departamento: un
	*> traslado a un departamento de otra empresa lo pasa a
	*> esa empresa (departamento sin empresa cargada = 01).
	IDENTIFICATION DIVISION.
	PROGRAM-ID. TRASLADO.

		RECORD KEY IS DEP-CODIGO
		FILE STATUS IS WS-STATUS-DEP.

		SELECT OPTIONAL ARCHIVO-PUESTOS
		ASSIGN TO "puestos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PUE-CODIGO
		FILE STATUS IS WS-STATUS-PUE.

		SELECT OPTIONAL ARCHIVO-TRASLADOS
		ASSIGN TO "traslados.dat"
		ORGANIZATION IS LINE SEQUENTIAL
	FD ARCHIVO-DEPARTAMENTOS.
		COPY "depto.cpy".

	FD ARCHIVO-PUESTOS.
		COPY "puesto.cpy".

	FD ARCHIVO-TRASLADOS.
		01 LINEA-TRASLADO.
			02 TRS-ID PIC 9(5).
			02 TRS-FECHA-REGISTRO PIC 9(8).
			02 TRS-MOTIVO PIC X(30).
			02 TRS-OPERADOR PIC X(8).
			*> Puesto antes y después; en blanco, traslado
			*> anterior a este campo.
			02 TRS-PUESTO-ORIGEN PIC 9(3).
			02 TRS-PUESTO-DESTINO PIC 9(3).

	WORKING-STORAGE SECTION.
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 WS-STATUS-DEP PIC XX VALUE "00".
		01 WS-STATUS-TRS PIC XX VALUE "00".
		01 WS-STATUS-PUE PIC XX VALUE "00".
		01 PUESTO-ORIGEN PIC 9(3) VALUE ZERO.
		01 PUESTO-DESTINO PIC 9(3) VALUE ZERO.
		COPY "valhab.cpy".
		01 CONTINUAR PIC X VALUE "S".
		01 OPCION-MENU PIC 9 VALUE 1.
		01 CAMPO-ENTRADA PIC X(8) VALUE SPACES.
		01 CAMPO-VALIDO PIC X VALUE "N".
		01 ID-BUSCADO PIC 9(5) VALUE ZERO.
		01 DEPTO-DESTINO PIC 9(3) VALUE ZERO.
		01 EMPRESA-DESTINO PIC 9(2) VALUE ZERO.
		01 FECHA-EFECTIVA PIC 9(8) VALUE ZERO.
		01 MOTIVO-TRASLADO PIC X(30) VALUE SPACES.
		01 RESULTADO-VALFEC PIC X VALUE "N".
		01 FIN-TRASLADOS PIC X VALUE "N".
		01 CONTADOR-LISTADOS PIC 9(7) VALUE ZERO.
		01 OPERACION-AUDITORIA PIC X VALUE "M".
		01 IMAGEN-ANTES PIC X(109) VALUE SPACES.
		01 IMAGEN-DESPUES PIC X(109) VALUE SPACES.
		01 NUMERO-PAGINA PIC 99 VALUE ZERO.
		01 TITULO-REPORTE PIC X(40)
			VALUE "MOVIMIENTOS ENTRE DEPARTAMENTOS".
		END-PERFORM.
		CLOSE ARCHIVO-EMPLEADOS.
		CLOSE ARCHIVO-DEPARTAMENTOS.
		CLOSE ARCHIVO-PUESTOS.
		GOBACK.

	MOSTRAR-MENU.
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
				DEP-CODIGO "."
			NOT INVALID KEY
			MOVE DEP-CODIGO TO DEPTO-DESTINO
			IF DEP-EMPRESA IS NUMERIC
			AND DEP-EMPRESA NOT = ZERO
			MOVE DEP-EMPRESA TO EMPRESA-DESTINO
			ELSE
			MOVE 1 TO EMPRESA-DESTINO
			END-IF
			MOVE "S" TO CAMPO-VALIDO
			END-READ
			ELSE
			END-IF
		END-PERFORM.

	SOLICITAR-PUESTO-DESTINO.
		*> 000 = sigue en el mismo puesto.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Puesto destino (000 = el mismo): "
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:3) IS NUMERIC
			IF CAMPO-ENTRADA (1:3) = "000"
			MOVE PUESTO-ORIGEN TO PUESTO-DESTINO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			MOVE CAMPO-ENTRADA (1:3) TO PUE-CODIGO
			READ ARCHIVO-PUESTOS
			INVALID KEY
			DISPLAY "No existe el puesto " PUE-CODIGO "."
			NOT INVALID KEY
			MOVE PUE-CODIGO TO PUESTO-DESTINO
			MOVE "S" TO CAMPO-VALIDO
			END-READ
			END-IF
			ELSE
			DISPLAY "Puesto inválido (000 a 999)."
			END-IF
		END-PERFORM.

	AVISAR-HABILITACIONES.
		*> Aviso, no rechazo: el traslado queda hecho, pero el
		*> operador sabe qué le falta al empleado en HABMANT.
		MOVE EMPLEADO-ID TO VHB-ID
		MOVE PUESTO-DESTINO TO VHB-PUESTO
		MOVE WS-FECHA-HOY TO VHB-FECHA
		CALL "VALHAB" USING CONTROL-HABILITACION
		IF VHB-FALTANTES > ZERO OR VHB-VENCIDAS > ZERO
		DISPLAY "AVISO: el puesto " PUESTO-DESTINO " exige "
			VHB-EXIGIDAS " habilitaciones; faltan "
			VHB-FALTANTES " y hay " VHB-VENCIDAS
			" vencidas (" VHB-PRIMER-TIPO ")."
		MOVE "Traslado a puesto sin habilitación."
			TO WS-MENSAJE-LOG
		MOVE "A" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		END-IF.

	SOLICITAR-FECHA-EFECTIVA.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
		DISPLAY "Empleado: " EMPLEADO-NOMBRE
			" " EMPLEADO-APELLIDO
		DISPLAY "Departamento actual: " EMPLEADO-DEPTO
		MOVE ZERO TO PUESTO-ORIGEN
		IF EMPLEADO-PUESTO IS NUMERIC
		MOVE EMPLEADO-PUESTO TO PUESTO-ORIGEN
		END-IF
		DISPLAY "Puesto actual: " PUESTO-ORIGEN
		PERFORM SOLICITAR-DESTINO
		IF DEPTO-DESTINO = EMPLEADO-DEPTO
		DISPLAY "Ya está en ese departamento."
		ELSE
		PERFORM SOLICITAR-PUESTO-DESTINO
		PERFORM SOLICITAR-FECHA-EFECTIVA
		DISPLAY "Motivo: "
		ACCEPT MOTIVO-TRASLADO
		MOVE WS-FECHA-HOY TO TRS-FECHA-REGISTRO
		MOVE MOTIVO-TRASLADO TO TRS-MOTIVO
		MOVE WS-OPERADOR-LOG TO TRS-OPERADOR
		MOVE PUESTO-ORIGEN TO TRS-PUESTO-ORIGEN
		MOVE PUESTO-DESTINO TO TRS-PUESTO-DESTINO
		WRITE LINEA-TRASLADO
		CLOSE ARCHIVO-TRASLADOS
		MOVE DEPTO-DESTINO TO EMPLEADO-DEPTO
		MOVE PUESTO-DESTINO TO EMPLEADO-PUESTO
		IF EMPLEADO-EMPRESA NOT = EMPRESA-DESTINO
		DISPLAY "Pasa de la empresa " EMPLEADO-EMPRESA
			" a la empresa " EMPRESA-DESTINO "."
		MOVE EMPRESA-DESTINO TO EMPLEADO-EMPRESA
		END-IF
		REWRITE EMPLEADOS-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo grabar el traslado."
			WS-OPERADOR-LOG
		DISPLAY "Trasladado al departamento "
			DEPTO-DESTINO " desde " FECHA-EFECTIVA "."
		PERFORM AVISAR-HABILITACIONES
		END-REWRITE.

	REPORTE-MOVIMIENTOS.
