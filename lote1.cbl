	*> Carga empleados desde un archivo de entrada (en vez de
	*> ACCEPT interactivo) y deja un checkpoint cada N registros
	*> para poder reiniciar el lote donde quedó si se corta a mitad.
	*> La persona que está en la lista de no recontratables
	*> (VALREC, por CUIL o por apellido y nacimiento) se
	*> rechaza con motivo NR en la edición y en la carga; solo
	*> REPROC, con firma de supervisor, la deja entrar.
	*> Un ID retirado por FUSEMP (ids_retirados.dat) se
	*> rechaza con motivo IR.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. LOTE1.

		RECORD KEY IS PLT-DEPTO
		FILE STATUS IS WS-STATUS-PLT.

		SELECT OPTIONAL ARCHIVO-RETIRADOS
		ASSIGN TO "ids_retirados.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS RET-ID
		FILE STATUS IS WS-STATUS-RET.

		SELECT ARCHIVO-RECHAZOS
		ASSIGN TO "rechazos.dat"
		ORGANIZATION IS LINE SEQUENTIAL
	FD ARCHIVO-PLANTILLA.
		COPY "plantilla.cpy".

	FD ARCHIVO-RETIRADOS.
		COPY "idretir.cpy".

	FD ARCHIVO-RECHAZOS.
		COPY "rechazo.cpy".

		01 WS-STATUS-TOT PIC XX VALUE "00".
		01 WS-STATUS-DEP PIC XX VALUE "00".
		01 WS-STATUS-PLT PIC XX VALUE "00".
		01 WS-STATUS-RET PIC XX VALUE "00".
		*> Altas del intake por departamento, para el control
		*> de plantilla autorizada en la fase de edición.
		01 TABLA-ALTAS-DEPTO.
		01 ERRORES-EDAD PIC 9(5) VALUE ZERO.
		01 ERRORES-DUPLICADO PIC 9(5) VALUE ZERO.
		01 ERRORES-DEPTO PIC 9(5) VALUE ZERO.
		01 ERRORES-VETADOS PIC 9(5) VALUE ZERO.
		01 ERRORES-RETIRADOS PIC 9(5) VALUE ZERO.
		01 ERRORES-EDICION PIC 9(5) VALUE ZERO.
		01 RESPUESTA-OPERADOR PIC X VALUE SPACE.
		COPY "valemp.cpy".
		COPY "valrec.cpy".
		01 DEPTO-VALIDO PIC X VALUE "N".
		01 WS-FECHA-PROCESO PIC 9(8) VALUE ZERO.
		01 FIN-VERIFICACION PIC X VALUE "N".
		01 WS-OPERADOR-LOG PIC X(8) VALUE "SISTEMA".
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "LOTE1".
		01 OPERACION-AUDITORIA PIC X VALUE "A".
		01 IMAGEN-ANTES PIC X(109) VALUE SPACES.
		01 IMAGEN-DESPUES PIC X(109) VALUE SPACES.

	PROCEDURE DIVISION.
	MAIN.
		END-STRING.
		PERFORM LEER-CHECKPOINT.
		PERFORM VERIFICAR-LOTE.
		MOVE "C" TO VRC-ACCION.
		CALL "VALREC" USING CONTROL-RECONTRATACION.
		PERFORM EDITAR-LOTE.
		OPEN INPUT ARCHIVO-ENTRADA
		IF WS-STATUS-ENTRADA NOT = "00"
		MOVE 8 TO RETURN-CODE
		GOBACK
		END-IF.
		OPEN INPUT ARCHIVO-RETIRADOS.
		PERFORM SALTAR-YA-PROCESADOS.
		PERFORM UNTIL FIN-ENTRADA = "S"
			READ ARCHIVO-ENTRADA
		CLOSE ARCHIVO-ENTRADA.
		CLOSE ARCHIVO-EMPLEADOS.
		CLOSE ARCHIVO-DEPARTAMENTOS.
		CLOSE ARCHIVO-RETIRADOS.
		PERFORM ARCHIVAR-ENTRADA.
		DISPLAY "Registros procesados: " REGISTROS-PROCESADOS.
		*> El total queda en un archivito al estilo del
		OPEN INPUT ARCHIVO-ENTRADA
		OPEN INPUT ARCHIVO-EMPLEADOS
		OPEN INPUT ARCHIVO-DEPARTAMENTOS
		OPEN INPUT ARCHIVO-RETIRADOS
		MOVE "N" TO FIN-EDICION
		DISPLAY "INFORME DE EDICION DEL LOTE:"
		PERFORM UNTIL FIN-EDICION = "S"
		CLOSE ARCHIVO-ENTRADA
		CLOSE ARCHIVO-EMPLEADOS
		CLOSE ARCHIVO-DEPARTAMENTOS
		CLOSE ARCHIVO-RETIRADOS
		DISPLAY "Nombres en blanco:   " ERRORES-NOMBRE
		DISPLAY "Edades inválidas:    " ERRORES-EDAD
		DISPLAY "Claves duplicadas:   " ERRORES-DUPLICADO
		DISPLAY "Deptos inexistentes: " ERRORES-DEPTO
		DISPLAY "No recontratables:   " ERRORES-VETADOS
		DISPLAY "IDs retirados:       " ERRORES-RETIRADOS
		DISPLAY "Total con errores:   " ERRORES-EDICION
		IF ERRORES-EDICION > ZERO
		DISPLAY "Aceptar rechazos y cargar igual (S/N): "
		MOVE ZERO TO ERRORES-EDAD
		MOVE ZERO TO ERRORES-DUPLICADO
		MOVE ZERO TO ERRORES-DEPTO
		MOVE ZERO TO ERRORES-VETADOS
		MOVE ZERO TO ERRORES-RETIRADOS
		MOVE ZERO TO ERRORES-EDICION.

	CONTAR-ALTA-DEPTO.
		MOVE ENT-ID TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		PERFORM EDITAR-ID-RETIRADO
		IF MOTIVO-RECHAZO = SPACES
		PERFORM VALIDAR-DEPTO-LOTE
		IF DEPTO-VALIDO = "N"
		MOVE "DP" TO MOTIVO-RECHAZO
		ADD 1 TO ERRORES-DEPTO
		ELSE
		PERFORM EDITAR-CUIL-DUPLICADO
		IF MOTIVO-RECHAZO = SPACES
		PERFORM EDITAR-RECONTRATACION
		END-IF
		END-IF
		END-IF
		NOT INVALID KEY
		MOVE "DK" TO MOTIVO-RECHAZO
		ADD 1 TO ERRORES-DUPLICADO
		END-READ.

	EDITAR-ID-RETIRADO.
		*> Un ID que FUSEMP retiró no vuelve: la persona ya
		*> está cargada con el ID sobreviviente.
		MOVE ENT-ID TO RET-ID
		READ ARCHIVO-RETIRADOS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE "IR" TO MOTIVO-RECHAZO
		ADD 1 TO ERRORES-RETIRADOS
		END-READ.

	EDITAR-CUIL-DUPLICADO.
		*> El índice del CUIL admite duplicados (por los ceros
		*> pendientes): un CUIL cargado que ya es de otro
		END-READ
		END-IF.

	EDITAR-RECONTRATACION.
		MOVE "V" TO VRC-ACCION
		MOVE ZERO TO VRC-CUIL
		IF ENT-CUIL IS NUMERIC
		MOVE ENT-CUIL TO VRC-CUIL
		END-IF
		MOVE ENT-APELLIDO TO VRC-APELLIDO
		MOVE ZERO TO VRC-FECHA-NAC
		IF ENT-FECHA-NAC IS NUMERIC
		MOVE ENT-FECHA-NAC TO VRC-FECHA-NAC
		END-IF
		CALL "VALREC" USING CONTROL-RECONTRATACION
		IF VRC-VETADO
		MOVE "NR" TO MOTIVO-RECHAZO
		ADD 1 TO ERRORES-VETADOS
		END-IF.

	LEER-CHECKPOINT.
		MOVE ZERO TO REGISTROS-YA-HECHOS
		OPEN INPUT ARCHIVO-CHECKPOINT
		ELSE
		MOVE ZERO TO EMPLEADO-CUIL
		END-IF
		MOVE SPACES TO EMPLEADO-MOTIVO-BAJA
		MOVE SPACES TO EMPLEADO-RECONTRATABLE
		*> El área del registro pudo quedar con otro empleado
		*> (la lectura por CUIL de la edición): la empresa
		*> sale del departamento (cero = la 01) y el superior
		*> directo se carga después en ORGMANT.
		MOVE ZERO TO EMPLEADO-SUPERIOR
		MOVE 1 TO EMPLEADO-EMPRESA
		MOVE ENT-DEPTO TO DEP-CODIGO
		READ ARCHIVO-DEPARTAMENTOS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		IF DEP-EMPRESA IS NUMERIC
		AND DEP-EMPRESA NOT = ZERO
		MOVE DEP-EMPRESA TO EMPLEADO-EMPRESA
		END-IF
		END-READ
		WRITE EMPLEADOS-REGISTRO
		IF WS-STATUS-EMP NOT = "00"
		DISPLAY "Error al escribir ID " ENT-ID ". Status: "
