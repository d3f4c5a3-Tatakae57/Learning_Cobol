	*> Fusión de IDs duplicados de una persona:
	*> DUPDET avisa que dos IDs son la misma persona (un alta
	*> nueva que debió ser reingreso, un lote que la cargó dos
	*> veces), pero arreglarlo era editar a mano una docena de
	*> archivos. Esto toma el ID sobreviviente y el ID a
	*> retirar y pasa al sobreviviente todo lo que cuelga del
	*> retirado: tarifas, novedades, vacaciones, adelantos,
	*> embargos, cuentas, afiliaciones, ausencias, domicilio,
	*> francos, pagos indebidos, gastos, deducciones de
	*> ganancias, familiares, grupo de pago y los renglones
	*> de registro_nomina.dat y registro_subperiodo.dat. Regla
	*> de choque de claves (el sobreviviente ya tiene ese
	*> renglón):
	*>   - novedades, francos y los dos registros: las horas y
	*>     los importes del retirado se SUMAN al renglón del
	*>     sobreviviente (son horas trabajadas y pagos hechos:
	*>     no se pierden); la tarifa queda la del
	*>     sobreviviente. Dos francos del mismo subperíodo en
	*>     estados distintos no se juntan solos;
	*>   - gastos: el comprobante del retirado pasa con la
	*>     siguiente secuencia libre del sobreviviente en el
	*>     período;
	*>   - adelantos y embargos (uno con saldo por empleado):
	*>     el que está saldado se descarta y queda el otro; si
	*>     los dos tienen saldo (o el embargo no tiene el
	*>     levantamiento), la fusión NO se aplica hasta
	*>     resolverlo a mano con ADELANTO o EMBARGO;
	*>   - pagos indebidos del mismo período y familiares con
	*>     la misma secuencia: la fusión NO se aplica hasta
	*>     resolverlo con PAGIND o FAMMANT;
	*>   - todo lo demás (tarifas, vacaciones, cuentas,
	*>     afiliaciones, ausencias, domicilio, deducciones de
	*>     ganancias, grupo de pago): queda el del
	*>     sobreviviente y el del retirado se descarta.
	*> Los renglones del registro que pasan o se suman se
	*> regraban en acumulados.dat por ACUMUL ("G" para el
	*> sobreviviente, "B" para vaciar el casillero del
	*> retirado), y los empleados que reportaban al retirado
	*> pasan a reportar al sobreviviente, con AUDSAT como en
	*> ORGMANT.
	*> En el legajo, el sobreviviente conserva la fecha de
	*> ingreso más antigua de las dos; el registro del
	*> retirado se elimina y su número queda en
	*> ids_retirados.dat, donde LOTE1, REPROC y REINGRESO lo
	*> rechazan. Siempre emite primero la prueba (qué pasa con
	*> cada renglón, sin grabar) y solo con la confirmación
	*> del supervisor aplica, con AUDJRN para el legajo y
	*> AUDSAT para cada renglón de satélite. Las dos personas
	*> tienen que ser de la misma empresa y, si los dos
	*> tienen CUIL cargado, el mismo CUIL.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. FUSEMP.

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

		SELECT OPTIONAL ARCHIVO-RETIRADOS
		ASSIGN TO "ids_retirados.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS RET-ID
		FILE STATUS IS WS-STATUS-RET.

		SELECT OPTIONAL ARCHIVO-TARIFAS
		ASSIGN TO "tarifas.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS TAR-CLAVE
		FILE STATUS IS WS-STATUS-TAR.

		SELECT OPTIONAL ARCHIVO-NOVEDADES
		ASSIGN TO "novedades.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS NOV-CLAVE
		FILE STATUS IS WS-STATUS-NOV.

		SELECT OPTIONAL ARCHIVO-VACACIONES
		ASSIGN TO "vacaciones.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS VAC-ID
		FILE STATUS IS WS-STATUS-VAC.

		SELECT OPTIONAL ARCHIVO-ADELANTOS
		ASSIGN TO "adelantos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS ADE-ID
		FILE STATUS IS WS-STATUS-ADE.

		SELECT OPTIONAL ARCHIVO-EMBARGOS
		ASSIGN TO "embargos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS EMB-ID
		FILE STATUS IS WS-STATUS-EMB.

		SELECT OPTIONAL ARCHIVO-CUENTAS
		ASSIGN TO "cuentas.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS CTA-CLAVE
		FILE STATUS IS WS-STATUS-CTA.

		SELECT OPTIONAL ARCHIVO-AFILIACIONES
		ASSIGN TO "afiliaciones.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS AFI-CLAVE
		FILE STATUS IS WS-STATUS-AFI.

		SELECT OPTIONAL ARCHIVO-AUSENCIAS
		ASSIGN TO "ausencias.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS AUS-CLAVE
		FILE STATUS IS WS-STATUS-AUS.

		SELECT OPTIONAL ARCHIVO-DOMICILIOS
		ASSIGN TO "domicilios.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS DOM-ID
		FILE STATUS IS WS-STATUS-DOM.

		SELECT OPTIONAL ARCHIVO-REGISTRO
		ASSIGN TO "registro_nomina.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS REG-CLAVE
		FILE STATUS IS WS-STATUS-REG.

		SELECT OPTIONAL ARCHIVO-REG-SUBPERIODO
		ASSIGN TO "registro_subperiodo.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS RSB-CLAVE
		FILE STATUS IS WS-STATUS-RSB.

		SELECT OPTIONAL ARCHIVO-FRANCOS
		ASSIGN TO "francos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS FRA-CLAVE
		FILE STATUS IS WS-STATUS-FRA.

		SELECT OPTIONAL ARCHIVO-PAGOS-INDEBIDOS
		ASSIGN TO "pagos_indebidos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PGI-CLAVE
		FILE STATUS IS WS-STATUS-PGI.

		SELECT OPTIONAL ARCHIVO-GASTOS
		ASSIGN TO "gastos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS GAS-CLAVE
		FILE STATUS IS WS-STATUS-GAS.

		SELECT OPTIONAL ARCHIVO-DEDUCCIONES
		ASSIGN TO "deducciones_ganancias.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS DGA-CLAVE
		FILE STATUS IS WS-STATUS-DGA.

		SELECT OPTIONAL ARCHIVO-FAMILIARES
		ASSIGN TO "dependientes.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS FAM-CLAVE
		FILE STATUS IS WS-STATUS-FAM.

		SELECT OPTIONAL ARCHIVO-GRUPOS-EMP
		ASSIGN TO "grupos_empleado.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS GEM-ID
		FILE STATUS IS WS-STATUS-GEM.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	FD ARCHIVO-RETIRADOS.
		COPY "idretir.cpy".

	FD ARCHIVO-TARIFAS.
		COPY "tarifa.cpy".

	FD ARCHIVO-NOVEDADES.
		COPY "novedad.cpy".

	FD ARCHIVO-VACACIONES.
		COPY "vacacion.cpy".

	FD ARCHIVO-ADELANTOS.
		COPY "adelanto.cpy".

	FD ARCHIVO-EMBARGOS.
		COPY "embargo.cpy".

	FD ARCHIVO-CUENTAS.
		COPY "cuenta.cpy".

	FD ARCHIVO-AFILIACIONES.
		COPY "afiliacion.cpy".

	FD ARCHIVO-AUSENCIAS.
		COPY "ausencia.cpy".

	FD ARCHIVO-DOMICILIOS.
		COPY "domicilio.cpy".

	FD ARCHIVO-REGISTRO.
		COPY "registro.cpy".

	FD ARCHIVO-REG-SUBPERIODO.
		COPY "regsub.cpy".

	FD ARCHIVO-FRANCOS.
		COPY "francos.cpy".

	FD ARCHIVO-PAGOS-INDEBIDOS.
		COPY "pagoind.cpy".

	FD ARCHIVO-GASTOS.
		COPY "gasto.cpy".

	FD ARCHIVO-DEDUCCIONES.
		COPY "desgan.cpy".

	FD ARCHIVO-FAMILIARES.
		COPY "familiar.cpy".

	FD ARCHIVO-GRUPOS-EMP.
		COPY "grupoemp.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 WS-STATUS-RET PIC XX VALUE "00".
		01 WS-STATUS-TAR PIC XX VALUE "00".
		01 WS-STATUS-NOV PIC XX VALUE "00".
		01 WS-STATUS-VAC PIC XX VALUE "00".
		01 WS-STATUS-ADE PIC XX VALUE "00".
		01 WS-STATUS-EMB PIC XX VALUE "00".
		01 WS-STATUS-CTA PIC XX VALUE "00".
		01 WS-STATUS-AFI PIC XX VALUE "00".
		01 WS-STATUS-AUS PIC XX VALUE "00".
		01 WS-STATUS-DOM PIC XX VALUE "00".
		01 WS-STATUS-REG PIC XX VALUE "00".
		01 WS-STATUS-RSB PIC XX VALUE "00".
		01 WS-STATUS-FRA PIC XX VALUE "00".
		01 WS-STATUS-PGI PIC XX VALUE "00".
		01 WS-STATUS-GAS PIC XX VALUE "00".
		01 WS-STATUS-DGA PIC XX VALUE "00".
		01 WS-STATUS-FAM PIC XX VALUE "00".
		01 WS-STATUS-GEM PIC XX VALUE "00".
		01 CAMPO-ENTRADA PIC X(8) VALUE SPACES.
		01 CAMPO-VALIDO PIC X VALUE "N".
		01 FIN-ARCHIVO PIC X VALUE "N".
		01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
		01 RESPUESTA-APLICAR PIC X VALUE "N".
		*> "N" prueba: se recorre e informa todo sin grabar;
		*> "S" la misma pasada grabando.
		01 APLICAR PIC X VALUE "N".
		01 ID-SOBREVIVIENTE PIC 9(5) VALUE ZERO.
		01 ID-RETIRADO PIC 9(5) VALUE ZERO.
		01 ID-PEDIDO PIC 9(5) VALUE ZERO.
		01 ROTULO-ID PIC X(24) VALUE SPACES.
		01 FUSION-VALIDA PIC X VALUE "S".
		01 EMPRESA-SOBREVIVIENTE PIC 9(2) VALUE ZERO.
		01 EMPRESA-RETIRADO PIC 9(2) VALUE ZERO.
		01 CUIL-SOBREVIVIENTE PIC 9(11) VALUE ZERO.
		01 CUIL-RETIRADO PIC 9(11) VALUE ZERO.
		01 INGRESO-SOBREVIVIENTE PIC 9(8) VALUE ZERO.
		01 INGRESO-RETIRADO PIC 9(8) VALUE ZERO.
		01 INGRESO-FUSIONADO PIC 9(8) VALUE ZERO.
		*> Claves secundarias (vigencia, período, orden,
		*> agencia, fecha, período y subperíodo o secuencia,
		*> año) de los renglones del retirado en el archivo
		*> que se está fusionando: se juntan antes de grabar
		*> para no mover la posición del NEXT RECORD. En
		*> empleados.dat, los IDs que reportan al retirado.
		01 CANTIDAD-CLAVES PIC 9(3) VALUE ZERO.
		01 CLAVES-DESBORDADAS PIC 9(5) VALUE ZERO.
		01 INDICE-CLAVE PIC 9(3) VALUE ZERO.
		01 CLAVE-NUEVA PIC 9(9) VALUE ZERO.
		01 CLAVE-SECUNDARIA PIC 9(9) VALUE ZERO.
		01 TABLA-CLAVES.
			02 CLAVE-RETIRADO OCCURS 500 TIMES PIC 9(9).
		01 COLISION PIC X VALUE "N".
		01 RETIRADO-HALLADO PIC X VALUE "N".
		01 RETIRADO-VIGENTE PIC X VALUE "N".
		01 SOBREVIVIENTE-VIGENTE PIC X VALUE "N".
		*> Horas e importes del retirado para sumarlos al
		*> renglón del sobreviviente.
		01 HORAS-RETIRADO PIC 9(3)V99 VALUE ZERO.
		01 HORAS-NOC-RETIRADO PIC 9(3)V99 VALUE ZERO.
		01 HORAS-FER-RETIRADO PIC 9(3)V99 VALUE ZERO.
		01 INDICE-SUBPERIODO PIC 9 VALUE ZERO.
		01 TABLA-SUB-RETIRADO.
			02 SUB-RETIRADO OCCURS 4 TIMES.
				03 SRE-HORAS PIC 9(3)V99.
				03 SRE-HORAS-NOC PIC 9(3)V99.
				03 SRE-HORAS-FER PIC 9(3)V99.
		01 IMPORTES-RETIRADO.
			02 IRE-HORAS PIC 9(3)V99.
			02 IRE-BRUTO PIC 9(6)V99.
			02 IRE-NETO PIC 9(6)V99.
			02 IRE-ADELANTO PIC 9(6)V99.
			02 IRE-IMPUESTO PIC 9(6)V99.
			02 IRE-JUBILACION PIC 9(6)V99.
			02 IRE-SINDICATO PIC 9(6)V99.
			02 IRE-ASIGNACION PIC 9(6)V99.
			02 IRE-GASTOS PIC 9(6)V99.
		*> Horas del franco del retirado y estado del franco
		*> del sobreviviente en el mismo subperíodo.
		01 FRANCO-RETIRADO.
			02 FRE-GANADAS PIC 9(3)V99.
			02 FRE-TOMADAS PIC 9(3)V99.
			02 FRE-PAGADAS PIC 9(3)V99.
		01 ESTADO-FRANCO PIC X VALUE SPACE.
		01 SECUENCIA-LIBRE PIC X VALUE "N".
		01 SECUENCIA-PROBADA PIC 9(3) VALUE ZERO.
		01 ACCION-INFORME PIC X(50) VALUE SPACES.
		01 CONTADOR-MOVIDOS PIC 9(5) VALUE ZERO.
		01 CONTADOR-SUMADOS PIC 9(5) VALUE ZERO.
		01 CONTADOR-DESCARTADOS PIC 9(5) VALUE ZERO.
		01 CONTADOR-BLOQUEOS PIC 9(5) VALUE ZERO.
		01 CONTADOR-REPORTES PIC 9(5) VALUE ZERO.
		01 CONTADOR-EN-USO PIC 9(5) VALUE ZERO.
		01 ACCION-CANDEMP PIC X VALUE "T".
		01 ID-CANDEMP PIC 9(5) VALUE ZERO.
		01 DUENIO-CANDEMP PIC X(8) VALUE SPACES.
		01 RESULTADO-CANDEMP PIC X VALUE SPACE.
		01 CANDEMP-DESDE-FECHA PIC 9(8) VALUE ZERO.
		01 CANDEMP-DESDE-HORA PIC 9(8) VALUE ZERO.
		01 CANDADOS-TOMADOS PIC X VALUE "N".
		01 OPERACION-AUDITORIA PIC X VALUE "M".
		01 IMAGEN-ANTES PIC X(109) VALUE SPACES.
		01 IMAGEN-DESPUES PIC X(109) VALUE SPACES.
		01 NOMBRE-AUDSAT PIC X(12) VALUE SPACES.
		01 OPERACION-AUDSAT PIC X VALUE "M".
		01 IMAGEN-SAT-ANTES PIC X(40) VALUE SPACES.
		01 IMAGEN-SAT-DESPUES PIC X(40) VALUE SPACES.
		*> Imagen de la línea de mando para AUDSAT, la misma
		*> de ORGMANT.
		01 IMAGEN-LINEA.
			02 IML-ID PIC 9(5).
			02 IML-SUPERIOR PIC 9(5).
		COPY "acumul.cpy".
		01 NUMERO-PAGINA PIC 99 VALUE ZERO.
		01 TITULO-REPORTE PIC X(40)
			VALUE "FUSION DE IDS DUPLICADOS: PRUEBA".
		01 NOMBRE-REPORTE PIC X(8) VALUE "FUSEMP".
		01 LINEAS-REPORTE PIC 9(7) VALUE ZERO.
		01 LINEA-IMPRESION PIC X(168) VALUE SPACES.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "FUSEMP".
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
		DISPLAY "La fusión de IDs es solo para supervisores."
		GOBACK
		END-IF.
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
		OPEN I-O ARCHIVO-EMPLEADOS
		IF WS-STATUS-EMP NOT = "00" AND WS-STATUS-EMP NOT = "05"
		DISPLAY "Error al abrir empleados.dat. Status: "
			WS-STATUS-EMP
		GOBACK
		END-IF.
		MOVE "ID sobreviviente: " TO ROTULO-ID.
		PERFORM SOLICITAR-ID.
		MOVE ID-PEDIDO TO ID-SOBREVIVIENTE.
		MOVE "ID a retirar: " TO ROTULO-ID.
		PERFORM SOLICITAR-ID.
		MOVE ID-PEDIDO TO ID-RETIRADO.
		PERFORM VALIDAR-FUSION.
		IF FUSION-VALIDA = "N"
		DISPLAY "Fusión cancelada."
		CLOSE ARCHIVO-EMPLEADOS
		GOBACK
		END-IF.
		*> Prueba: los satélites se abren de lectura.
		MOVE "N" TO APLICAR.
		PERFORM ABRIR-SATELITES-LECTURA.
		PERFORM EMITIR-FUSION.
		PERFORM CERRAR-SATELITES.
		IF CONTADOR-BLOQUEOS > ZERO OR CLAVES-DESBORDADAS > ZERO
		DISPLAY "Hay renglones que no se pueden fusionar solos:"
			" la fusión no se aplica."
		CLOSE ARCHIVO-EMPLEADOS
		GOBACK
		END-IF.
		DISPLAY "Aplicar la fusión (S/N): ".
		ACCEPT RESPUESTA-APLICAR.
		IF RESPUESTA-APLICAR NOT = "S"
		AND RESPUESTA-APLICAR NOT = "s"
		DISPLAY "Fusión no aplicada: solo prueba."
		CLOSE ARCHIVO-EMPLEADOS
		GOBACK
		END-IF.
		PERFORM TOMAR-CANDADOS.
		IF CANDADOS-TOMADOS = "N"
		DISPLAY "Fusión no aplicada: legajo en uso."
		CLOSE ARCHIVO-EMPLEADOS
		GOBACK
		END-IF.
		MOVE "S" TO APLICAR.
		MOVE "FUSION DE IDS DUPLICADOS: APLICADA"
			TO TITULO-REPORTE.
		PERFORM ABRIR-SATELITES-GRABACION.
		PERFORM EMITIR-FUSION.
		PERFORM CERRAR-SATELITES.
		PERFORM LIBERAR-CANDADOS.
		CLOSE ARCHIVO-EMPLEADOS.
		MOVE SPACES TO WS-MENSAJE-LOG.
		STRING "Fusión: ID " DELIMITED BY SIZE
			ID-RETIRADO DELIMITED BY SIZE
			" retirado en " DELIMITED BY SIZE
			ID-SOBREVIVIENTE DELIMITED BY SIZE
			INTO WS-MENSAJE-LOG
		END-STRING.
		MOVE "I" TO WS-SEVERIDAD-LOG.
		CALL "LOGERR" USING WS-PROGRAMA-LOG WS-SEVERIDAD-LOG
			WS-MENSAJE-LOG WS-OPERADOR-LOG.
		GOBACK.

	SOLICITAR-ID.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY ROTULO-ID
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:5) IS NUMERIC
			AND CAMPO-ENTRADA (1:5) NOT = "00000"
			MOVE CAMPO-ENTRADA (1:5) TO ID-PEDIDO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "ID inválido, ingrese solo números."
			END-IF
		END-PERFORM.

	VALIDAR-FUSION.
		MOVE "S" TO FUSION-VALIDA
		IF ID-SOBREVIVIENTE = ID-RETIRADO
		DISPLAY "Los dos IDs son el mismo."
		MOVE "N" TO FUSION-VALIDA
		END-IF
		MOVE ID-SOBREVIVIENTE TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		DISPLAY "No existe el ID " ID-SOBREVIVIENTE "."
		MOVE "N" TO FUSION-VALIDA
		NOT INVALID KEY
		DISPLAY "Sobreviviente: " EMPLEADO-ID " "
			EMPLEADO-APELLIDO " " EMPLEADO-NOMBRE
			" estado " EMPLEADO-ESTADO
			" CUIL " EMPLEADO-CUIL
		PERFORM GUARDAR-SOBREVIVIENTE
		END-READ
		MOVE ID-RETIRADO TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		DISPLAY "No existe el ID " ID-RETIRADO "."
		MOVE "N" TO FUSION-VALIDA
		NOT INVALID KEY
		DISPLAY "A retirar:     " EMPLEADO-ID " "
			EMPLEADO-APELLIDO " " EMPLEADO-NOMBRE
			" estado " EMPLEADO-ESTADO
			" CUIL " EMPLEADO-CUIL
		PERFORM GUARDAR-RETIRADO
		END-READ
		IF FUSION-VALIDA = "S"
		IF EMPRESA-SOBREVIVIENTE NOT = EMPRESA-RETIRADO
		DISPLAY "Son de empresas distintas ("
			EMPRESA-SOBREVIVIENTE " y " EMPRESA-RETIRADO
			"): no es un duplicado."
		MOVE "N" TO FUSION-VALIDA
		END-IF
		IF CUIL-SOBREVIVIENTE > ZERO AND CUIL-RETIRADO > ZERO
		AND CUIL-SOBREVIVIENTE NOT = CUIL-RETIRADO
		DISPLAY "Tienen CUIL distinto: no es la misma persona."
		MOVE "N" TO FUSION-VALIDA
		END-IF
		END-IF.

	GUARDAR-SOBREVIVIENTE.
		MOVE 1 TO EMPRESA-SOBREVIVIENTE
		IF EMPLEADO-EMPRESA IS NUMERIC
		AND EMPLEADO-EMPRESA > ZERO
		MOVE EMPLEADO-EMPRESA TO EMPRESA-SOBREVIVIENTE
		END-IF
		MOVE ZERO TO CUIL-SOBREVIVIENTE
		IF EMPLEADO-CUIL IS NUMERIC
		MOVE EMPLEADO-CUIL TO CUIL-SOBREVIVIENTE
		END-IF
		MOVE ZERO TO INGRESO-SOBREVIVIENTE
		IF EMPLEADO-FECHA-INGRESO IS NUMERIC
		MOVE EMPLEADO-FECHA-INGRESO TO INGRESO-SOBREVIVIENTE
		END-IF.

	GUARDAR-RETIRADO.
		MOVE 1 TO EMPRESA-RETIRADO
		IF EMPLEADO-EMPRESA IS NUMERIC
		AND EMPLEADO-EMPRESA > ZERO
		MOVE EMPLEADO-EMPRESA TO EMPRESA-RETIRADO
		END-IF
		MOVE ZERO TO CUIL-RETIRADO
		IF EMPLEADO-CUIL IS NUMERIC
		MOVE EMPLEADO-CUIL TO CUIL-RETIRADO
		END-IF
		MOVE ZERO TO INGRESO-RETIRADO
		IF EMPLEADO-FECHA-INGRESO IS NUMERIC
		MOVE EMPLEADO-FECHA-INGRESO TO INGRESO-RETIRADO
		END-IF.

	TOMAR-CANDADOS.
		*> Los dos legajos quedan tomados mientras se graba.
		MOVE "N" TO CANDADOS-TOMADOS
		MOVE "T" TO ACCION-CANDEMP
		MOVE WS-OPERADOR-LOG TO DUENIO-CANDEMP
		MOVE ID-SOBREVIVIENTE TO ID-CANDEMP
		CALL "CANDEMP" USING ACCION-CANDEMP ID-CANDEMP
			DUENIO-CANDEMP RESULTADO-CANDEMP
			CANDEMP-DESDE-FECHA CANDEMP-DESDE-HORA
		IF RESULTADO-CANDEMP = "N"
		DISPLAY "ID " ID-SOBREVIVIENTE " en uso por "
			DUENIO-CANDEMP "."
		ELSE
		MOVE ID-RETIRADO TO ID-CANDEMP
		CALL "CANDEMP" USING ACCION-CANDEMP ID-CANDEMP
			DUENIO-CANDEMP RESULTADO-CANDEMP
			CANDEMP-DESDE-FECHA CANDEMP-DESDE-HORA
		IF RESULTADO-CANDEMP = "N"
		DISPLAY "ID " ID-RETIRADO " en uso por "
			DUENIO-CANDEMP "."
		MOVE "L" TO ACCION-CANDEMP
		MOVE WS-OPERADOR-LOG TO DUENIO-CANDEMP
		MOVE ID-SOBREVIVIENTE TO ID-CANDEMP
		CALL "CANDEMP" USING ACCION-CANDEMP ID-CANDEMP
			DUENIO-CANDEMP RESULTADO-CANDEMP
			CANDEMP-DESDE-FECHA CANDEMP-DESDE-HORA
		ELSE
		MOVE "S" TO CANDADOS-TOMADOS
		END-IF
		END-IF.

	LIBERAR-CANDADOS.
		MOVE "L" TO ACCION-CANDEMP
		MOVE WS-OPERADOR-LOG TO DUENIO-CANDEMP
		MOVE ID-SOBREVIVIENTE TO ID-CANDEMP
		CALL "CANDEMP" USING ACCION-CANDEMP ID-CANDEMP
			DUENIO-CANDEMP RESULTADO-CANDEMP
			CANDEMP-DESDE-FECHA CANDEMP-DESDE-HORA
		MOVE ID-RETIRADO TO ID-CANDEMP
		CALL "CANDEMP" USING ACCION-CANDEMP ID-CANDEMP
			DUENIO-CANDEMP RESULTADO-CANDEMP
			CANDEMP-DESDE-FECHA CANDEMP-DESDE-HORA.

	ABRIR-SATELITES-LECTURA.
		OPEN INPUT ARCHIVO-TARIFAS
		OPEN INPUT ARCHIVO-NOVEDADES
		OPEN INPUT ARCHIVO-VACACIONES
		OPEN INPUT ARCHIVO-ADELANTOS
		OPEN INPUT ARCHIVO-EMBARGOS
		OPEN INPUT ARCHIVO-CUENTAS
		OPEN INPUT ARCHIVO-AFILIACIONES
		OPEN INPUT ARCHIVO-AUSENCIAS
		OPEN INPUT ARCHIVO-DOMICILIOS
		OPEN INPUT ARCHIVO-REGISTRO
		OPEN INPUT ARCHIVO-REG-SUBPERIODO
		OPEN INPUT ARCHIVO-FRANCOS
		OPEN INPUT ARCHIVO-PAGOS-INDEBIDOS
		OPEN INPUT ARCHIVO-GASTOS
		OPEN INPUT ARCHIVO-DEDUCCIONES
		OPEN INPUT ARCHIVO-FAMILIARES
		OPEN INPUT ARCHIVO-GRUPOS-EMP.

	ABRIR-SATELITES-GRABACION.
		OPEN I-O ARCHIVO-TARIFAS
		OPEN I-O ARCHIVO-NOVEDADES
		OPEN I-O ARCHIVO-VACACIONES
		OPEN I-O ARCHIVO-ADELANTOS
		OPEN I-O ARCHIVO-EMBARGOS
		OPEN I-O ARCHIVO-CUENTAS
		OPEN I-O ARCHIVO-AFILIACIONES
		OPEN I-O ARCHIVO-AUSENCIAS
		OPEN I-O ARCHIVO-DOMICILIOS
		OPEN I-O ARCHIVO-REGISTRO
		OPEN I-O ARCHIVO-REG-SUBPERIODO
		OPEN I-O ARCHIVO-FRANCOS
		OPEN I-O ARCHIVO-PAGOS-INDEBIDOS
		OPEN I-O ARCHIVO-GASTOS
		OPEN I-O ARCHIVO-DEDUCCIONES
		OPEN I-O ARCHIVO-FAMILIARES
		OPEN I-O ARCHIVO-GRUPOS-EMP.

	CERRAR-SATELITES.
		CLOSE ARCHIVO-TARIFAS
		CLOSE ARCHIVO-NOVEDADES
		CLOSE ARCHIVO-VACACIONES
		CLOSE ARCHIVO-ADELANTOS
		CLOSE ARCHIVO-EMBARGOS
		CLOSE ARCHIVO-CUENTAS
		CLOSE ARCHIVO-AFILIACIONES
		CLOSE ARCHIVO-AUSENCIAS
		CLOSE ARCHIVO-DOMICILIOS
		CLOSE ARCHIVO-REGISTRO
		CLOSE ARCHIVO-REG-SUBPERIODO
		CLOSE ARCHIVO-FRANCOS
		CLOSE ARCHIVO-PAGOS-INDEBIDOS
		CLOSE ARCHIVO-GASTOS
		CLOSE ARCHIVO-DEDUCCIONES
		CLOSE ARCHIVO-FAMILIARES
		CLOSE ARCHIVO-GRUPOS-EMP.

	EMITIR-FUSION.
		*> La misma pasada para la prueba y para la
		*> aplicación: APLICAR decide si se graba.
		MOVE ZERO TO LINEAS-REPORTE
		MOVE ZERO TO CONTADOR-MOVIDOS
		MOVE ZERO TO CONTADOR-SUMADOS
		MOVE ZERO TO CONTADOR-DESCARTADOS
		MOVE ZERO TO CONTADOR-BLOQUEOS
		MOVE ZERO TO CONTADOR-REPORTES
		MOVE ZERO TO CONTADOR-EN-USO
		MOVE ZERO TO CLAVES-DESBORDADAS
		CALL "RPTHDR" USING TITULO-REPORTE
			NUMERO-PAGINA NOMBRE-REPORTE
		MOVE SPACES TO LINEA-IMPRESION
		STRING "ID A RETIRAR " DELIMITED BY SIZE
			ID-RETIRADO DELIMITED BY SIZE
			" -> ID SOBREVIVIENTE " DELIMITED BY SIZE
			ID-SOBREVIVIENTE DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		PERFORM FUSIONAR-TARIFAS
		PERFORM FUSIONAR-NOVEDADES
		PERFORM FUSIONAR-VACACIONES
		PERFORM FUSIONAR-ADELANTOS
		PERFORM FUSIONAR-EMBARGOS
		PERFORM FUSIONAR-CUENTAS
		PERFORM FUSIONAR-AFILIACIONES
		PERFORM FUSIONAR-AUSENCIAS
		PERFORM FUSIONAR-DOMICILIOS
		PERFORM FUSIONAR-REGISTRO
		PERFORM FUSIONAR-REG-SUBPERIODO
		PERFORM FUSIONAR-FRANCOS
		PERFORM FUSIONAR-PAGOS-INDEBIDOS
		PERFORM FUSIONAR-GASTOS
		PERFORM FUSIONAR-DEDUCCIONES
		PERFORM FUSIONAR-FAMILIARES
		PERFORM FUSIONAR-GRUPO
		PERFORM FUSIONAR-SUPERIORES
		PERFORM FUSIONAR-LEGAJO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "RENGLONES PASADOS: " DELIMITED BY SIZE
			CONTADOR-MOVIDOS DELIMITED BY SIZE
			"  SUMADOS: " DELIMITED BY SIZE
			CONTADOR-SUMADOS DELIMITED BY SIZE
			"  DESCARTADOS: " DELIMITED BY SIZE
			CONTADOR-DESCARTADOS DELIMITED BY SIZE
			"  A RESOLVER A MANO: " DELIMITED BY SIZE
			CONTADOR-BLOQUEOS DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		MOVE SPACES TO LINEA-IMPRESION
		STRING "REPORTES DIRECTOS PASADOS: " DELIMITED BY SIZE
			CONTADOR-REPORTES DELIMITED BY SIZE
			"  EN USO, A PASAR CON ORGMANT: "
				DELIMITED BY SIZE
			CONTADOR-EN-USO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		IF CLAVES-DESBORDADAS > ZERO
		MOVE "ALERTA: MAS DE 500 RENGLONES EN UN ARCHIVO."
			TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		END-IF
		CALL "RPTPIE" USING TITULO-REPORTE
			LINEAS-REPORTE NOMBRE-REPORTE.

	ANOTAR-CLAVE.
		IF CANTIDAD-CLAVES = 500
		ADD 1 TO CLAVES-DESBORDADAS
		ELSE
		ADD 1 TO CANTIDAD-CLAVES
		MOVE CLAVE-NUEVA TO CLAVE-RETIRADO (CANTIDAD-CLAVES)
		END-IF.

	INFORMAR-RENGLON.
		MOVE SPACES TO LINEA-IMPRESION
		STRING NOMBRE-AUDSAT DELIMITED BY SIZE
			" CLAVE " DELIMITED BY SIZE
			CLAVE-SECUNDARIA DELIMITED BY SIZE
			": " DELIMITED BY SIZE
			ACCION-INFORME DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA.

	PASAR-RENGLON.
		*> El renglón del retirado ya está regrabado con el
		*> ID sobreviviente (o lo estaría, en la prueba).
		MOVE "PASA AL ID SOBREVIVIENTE" TO ACCION-INFORME
		PERFORM INFORMAR-RENGLON
		ADD 1 TO CONTADOR-MOVIDOS
		MOVE "M" TO OPERACION-AUDSAT
		PERFORM AUDITAR-SATELITE.

	DESCARTAR-RENGLON.
		PERFORM BORRAR-RENGLON
		ADD 1 TO CONTADOR-DESCARTADOS.

	BORRAR-RENGLON.
		MOVE SPACES TO IMAGEN-SAT-DESPUES
		PERFORM INFORMAR-RENGLON
		MOVE "E" TO OPERACION-AUDSAT
		PERFORM AUDITAR-SATELITE.

	AUDITAR-SATELITE.
		IF APLICAR = "S"
		CALL "AUDSAT" USING WS-PROGRAMA-LOG NOMBRE-AUDSAT
			OPERACION-AUDSAT IMAGEN-SAT-ANTES
			IMAGEN-SAT-DESPUES WS-OPERADOR-LOG
		END-IF.

	FUSIONAR-TARIFAS.
		MOVE "tarifas" TO NOMBRE-AUDSAT
		MOVE ZERO TO CANTIDAD-CLAVES
		MOVE "N" TO FIN-ARCHIVO
		MOVE ID-RETIRADO TO TAR-ID
		MOVE ZERO TO TAR-VIGENCIA
		START ARCHIVO-TARIFAS KEY IS NOT LESS THAN TAR-CLAVE
		INVALID KEY MOVE "S" TO FIN-ARCHIVO
		END-START
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-TARIFAS NEXT RECORD
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF TAR-ID NOT = ID-RETIRADO
			MOVE "S" TO FIN-ARCHIVO
			ELSE
			MOVE TAR-VIGENCIA TO CLAVE-NUEVA
			PERFORM ANOTAR-CLAVE
			END-IF
			END-READ
		END-PERFORM
		PERFORM VARYING INDICE-CLAVE FROM 1 BY 1
		UNTIL INDICE-CLAVE > CANTIDAD-CLAVES
			PERFORM FUSIONAR-TARIFA
		END-PERFORM.

	FUSIONAR-TARIFA.
		MOVE CLAVE-RETIRADO (INDICE-CLAVE) TO CLAVE-SECUNDARIA
		MOVE ID-SOBREVIVIENTE TO TAR-ID
		MOVE CLAVE-SECUNDARIA TO TAR-VIGENCIA
		READ ARCHIVO-TARIFAS
		INVALID KEY MOVE "N" TO COLISION
		NOT INVALID KEY MOVE "S" TO COLISION
		END-READ
		MOVE ID-RETIRADO TO TAR-ID
		MOVE CLAVE-SECUNDARIA TO TAR-VIGENCIA
		READ ARCHIVO-TARIFAS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE TARIFAS-REGISTRO TO IMAGEN-SAT-ANTES
		IF APLICAR = "S"
		DELETE ARCHIVO-TARIFAS RECORD
		END-DELETE
		END-IF
		IF COLISION = "S"
		MOVE "DESCARTADA: QUEDA LA VIGENCIA DEL SOBREVIVIENTE"
			TO ACCION-INFORME
		PERFORM DESCARTAR-RENGLON
		ELSE
		MOVE ID-SOBREVIVIENTE TO TAR-ID
		IF APLICAR = "S"
		WRITE TARIFAS-REGISTRO
		END-WRITE
		END-IF
		MOVE TARIFAS-REGISTRO TO IMAGEN-SAT-DESPUES
		PERFORM PASAR-RENGLON
		END-IF
		END-READ.

	FUSIONAR-NOVEDADES.
		*> La clave es período + ID: se recorre el archivo.
		MOVE "novedades" TO NOMBRE-AUDSAT
		MOVE ZERO TO CANTIDAD-CLAVES
		MOVE "N" TO FIN-ARCHIVO
		MOVE ZERO TO NOV-PERIODO
		MOVE ZERO TO NOV-ID
		START ARCHIVO-NOVEDADES KEY IS NOT LESS THAN NOV-CLAVE
		INVALID KEY MOVE "S" TO FIN-ARCHIVO
		END-START
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-NOVEDADES NEXT RECORD
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF NOV-ID = ID-RETIRADO
			MOVE NOV-PERIODO TO CLAVE-NUEVA
			PERFORM ANOTAR-CLAVE
			END-IF
			END-READ
		END-PERFORM
		PERFORM VARYING INDICE-CLAVE FROM 1 BY 1
		UNTIL INDICE-CLAVE > CANTIDAD-CLAVES
			PERFORM FUSIONAR-NOVEDAD
		END-PERFORM.

	FUSIONAR-NOVEDAD.
		MOVE CLAVE-RETIRADO (INDICE-CLAVE) TO CLAVE-SECUNDARIA
		MOVE CLAVE-SECUNDARIA TO NOV-PERIODO
		MOVE ID-SOBREVIVIENTE TO NOV-ID
		READ ARCHIVO-NOVEDADES
		INVALID KEY MOVE "N" TO COLISION
		NOT INVALID KEY MOVE "S" TO COLISION
		END-READ
		MOVE CLAVE-SECUNDARIA TO NOV-PERIODO
		MOVE ID-RETIRADO TO NOV-ID
		READ ARCHIVO-NOVEDADES
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE NOVEDADES-REGISTRO TO IMAGEN-SAT-ANTES
		IF APLICAR = "S"
		DELETE ARCHIVO-NOVEDADES RECORD
		END-DELETE
		END-IF
		IF COLISION = "S"
		PERFORM SUMAR-NOVEDAD
		ELSE
		MOVE ID-SOBREVIVIENTE TO NOV-ID
		IF APLICAR = "S"
		WRITE NOVEDADES-REGISTRO
		END-WRITE
		END-IF
		MOVE NOVEDADES-REGISTRO TO IMAGEN-SAT-DESPUES
		PERFORM PASAR-RENGLON
		END-IF
		END-READ.

	SUMAR-NOVEDAD.
		*> Mismo período en los dos IDs: las horas del
		*> retirado se suman balde por balde (un subperíodo en
		*> blanco vale cero).
		MOVE NOV-HORAS TO HORAS-RETIRADO
		MOVE NOV-HORAS-NOC TO HORAS-NOC-RETIRADO
		MOVE NOV-HORAS-FER TO HORAS-FER-RETIRADO
		PERFORM VARYING INDICE-SUBPERIODO FROM 1 BY 1
		UNTIL INDICE-SUBPERIODO > 4
			PERFORM GUARDAR-SUBPERIODO
		END-PERFORM
		MOVE "SUMADA A LAS HORAS DEL SOBREVIVIENTE"
			TO ACCION-INFORME
		PERFORM BORRAR-RENGLON
		ADD 1 TO CONTADOR-SUMADOS
		MOVE CLAVE-SECUNDARIA TO NOV-PERIODO
		MOVE ID-SOBREVIVIENTE TO NOV-ID
		READ ARCHIVO-NOVEDADES
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE NOVEDADES-REGISTRO TO IMAGEN-SAT-ANTES
		ADD HORAS-RETIRADO TO NOV-HORAS
		ADD HORAS-NOC-RETIRADO TO NOV-HORAS-NOC
		ADD HORAS-FER-RETIRADO TO NOV-HORAS-FER
		PERFORM VARYING INDICE-SUBPERIODO FROM 1 BY 1
		UNTIL INDICE-SUBPERIODO > 4
			PERFORM SUMAR-SUBPERIODO
		END-PERFORM
		IF APLICAR = "S"
		REWRITE NOVEDADES-REGISTRO
		END-REWRITE
		END-IF
		MOVE NOVEDADES-REGISTRO TO IMAGEN-SAT-DESPUES
		MOVE "M" TO OPERACION-AUDSAT
		PERFORM AUDITAR-SATELITE
		END-READ.

	GUARDAR-SUBPERIODO.
		MOVE ZERO TO SRE-HORAS (INDICE-SUBPERIODO)
		MOVE ZERO TO SRE-HORAS-NOC (INDICE-SUBPERIODO)
		MOVE ZERO TO SRE-HORAS-FER (INDICE-SUBPERIODO)
		IF NOV-SUB-HORAS (INDICE-SUBPERIODO) IS NUMERIC
		MOVE NOV-SUB-HORAS (INDICE-SUBPERIODO)
			TO SRE-HORAS (INDICE-SUBPERIODO)
		END-IF
		IF NOV-SUB-HORAS-NOC (INDICE-SUBPERIODO) IS NUMERIC
		MOVE NOV-SUB-HORAS-NOC (INDICE-SUBPERIODO)
			TO SRE-HORAS-NOC (INDICE-SUBPERIODO)
		END-IF
		IF NOV-SUB-HORAS-FER (INDICE-SUBPERIODO) IS NUMERIC
		MOVE NOV-SUB-HORAS-FER (INDICE-SUBPERIODO)
			TO SRE-HORAS-FER (INDICE-SUBPERIODO)
		END-IF.

	SUMAR-SUBPERIODO.
		IF NOV-SUB-HORAS (INDICE-SUBPERIODO) IS NOT NUMERIC
		MOVE ZERO TO NOV-SUB-HORAS (INDICE-SUBPERIODO)
		END-IF
		IF NOV-SUB-HORAS-NOC (INDICE-SUBPERIODO) IS NOT NUMERIC
		MOVE ZERO TO NOV-SUB-HORAS-NOC (INDICE-SUBPERIODO)
		END-IF
		IF NOV-SUB-HORAS-FER (INDICE-SUBPERIODO) IS NOT NUMERIC
		MOVE ZERO TO NOV-SUB-HORAS-FER (INDICE-SUBPERIODO)
		END-IF
		ADD SRE-HORAS (INDICE-SUBPERIODO)
			TO NOV-SUB-HORAS (INDICE-SUBPERIODO)
		ADD SRE-HORAS-NOC (INDICE-SUBPERIODO)
			TO NOV-SUB-HORAS-NOC (INDICE-SUBPERIODO)
		ADD SRE-HORAS-FER (INDICE-SUBPERIODO)
			TO NOV-SUB-HORAS-FER (INDICE-SUBPERIODO).

	FUSIONAR-VACACIONES.
		MOVE "vacaciones" TO NOMBRE-AUDSAT
		MOVE ZERO TO CLAVE-SECUNDARIA
		MOVE ID-SOBREVIVIENTE TO VAC-ID
		READ ARCHIVO-VACACIONES
		INVALID KEY MOVE "N" TO COLISION
		NOT INVALID KEY MOVE "S" TO COLISION
		END-READ
		MOVE ID-RETIRADO TO VAC-ID
		READ ARCHIVO-VACACIONES
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE VACACIONES-REGISTRO TO IMAGEN-SAT-ANTES
		IF APLICAR = "S"
		DELETE ARCHIVO-VACACIONES RECORD
		END-DELETE
		END-IF
		IF COLISION = "S"
		MOVE "DESCARTADO: QUEDA EL SALDO DEL SOBREVIVIENTE"
			TO ACCION-INFORME
		PERFORM DESCARTAR-RENGLON
		ELSE
		MOVE ID-SOBREVIVIENTE TO VAC-ID
		IF APLICAR = "S"
		WRITE VACACIONES-REGISTRO
		END-WRITE
		END-IF
		MOVE VACACIONES-REGISTRO TO IMAGEN-SAT-DESPUES
		PERFORM PASAR-RENGLON
		END-IF
		END-READ.

	FUSIONAR-ADELANTOS.
		*> Un adelanto con saldo por empleado: el saldado se
		*> descarta; dos con saldo no se juntan solos.
		MOVE "adelantos" TO NOMBRE-AUDSAT
		MOVE ZERO TO CLAVE-SECUNDARIA
		MOVE ID-RETIRADO TO ADE-ID
		READ ARCHIVO-ADELANTOS
		INVALID KEY MOVE "N" TO RETIRADO-HALLADO
		NOT INVALID KEY
		MOVE "S" TO RETIRADO-HALLADO
		MOVE "N" TO RETIRADO-VIGENTE
		IF ADE-SALDO IS NUMERIC AND ADE-SALDO > ZERO
		MOVE "S" TO RETIRADO-VIGENTE
		END-IF
		END-READ
		IF RETIRADO-HALLADO = "S"
		MOVE ID-SOBREVIVIENTE TO ADE-ID
		READ ARCHIVO-ADELANTOS
		INVALID KEY MOVE "N" TO COLISION
		NOT INVALID KEY
		MOVE "S" TO COLISION
		MOVE "N" TO SOBREVIVIENTE-VIGENTE
		IF ADE-SALDO IS NUMERIC AND ADE-SALDO > ZERO
		MOVE "S" TO SOBREVIVIENTE-VIGENTE
		END-IF
		END-READ
		PERFORM DECIDIR-ADELANTO
		END-IF.

	DECIDIR-ADELANTO.
		IF COLISION = "S" AND RETIRADO-VIGENTE = "S"
		AND SOBREVIVIENTE-VIGENTE = "S"
		MOVE "LOS DOS TIENEN SALDO: RESOLVER CON ADELANTO"
			TO ACCION-INFORME
		PERFORM INFORMAR-RENGLON
		ADD 1 TO CONTADOR-BLOQUEOS
		ELSE
		IF COLISION = "S" AND RETIRADO-VIGENTE = "S"
		*> El buffer tiene el del sobreviviente, saldado.
		MOVE ADELANTOS-REGISTRO TO IMAGEN-SAT-ANTES
		IF APLICAR = "S"
		DELETE ARCHIVO-ADELANTOS RECORD
		END-DELETE
		END-IF
		MOVE "EL DEL SOBREVIVIENTE ESTA SALDADO: SE REEMPLAZA"
			TO ACCION-INFORME
		PERFORM DESCARTAR-RENGLON
		MOVE "N" TO COLISION
		END-IF
		MOVE ID-RETIRADO TO ADE-ID
		READ ARCHIVO-ADELANTOS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE ADELANTOS-REGISTRO TO IMAGEN-SAT-ANTES
		IF APLICAR = "S"
		DELETE ARCHIVO-ADELANTOS RECORD
		END-DELETE
		END-IF
		IF COLISION = "S"
		MOVE "SALDADO: QUEDA EL DEL SOBREVIVIENTE"
			TO ACCION-INFORME
		PERFORM DESCARTAR-RENGLON
		ELSE
		MOVE ID-SOBREVIVIENTE TO ADE-ID
		IF APLICAR = "S"
		WRITE ADELANTOS-REGISTRO
		END-WRITE
		END-IF
		MOVE ADELANTOS-REGISTRO TO IMAGEN-SAT-DESPUES
		PERFORM PASAR-RENGLON
		END-IF
		END-READ
		END-IF.

	FUSIONAR-EMBARGOS.
		*> Un embargo sigue vivo mientras tenga saldo o falte
		*> el oficio de levantamiento (DEPJUD lo reclama).
		MOVE "embargos" TO NOMBRE-AUDSAT
		MOVE ZERO TO CLAVE-SECUNDARIA
		MOVE ID-RETIRADO TO EMB-ID
		READ ARCHIVO-EMBARGOS
		INVALID KEY MOVE "N" TO RETIRADO-HALLADO
		NOT INVALID KEY
		MOVE "S" TO RETIRADO-HALLADO
		PERFORM EVALUAR-EMBARGO
		MOVE SOBREVIVIENTE-VIGENTE TO RETIRADO-VIGENTE
		END-READ
		IF RETIRADO-HALLADO = "S"
		MOVE ID-SOBREVIVIENTE TO EMB-ID
		READ ARCHIVO-EMBARGOS
		INVALID KEY MOVE "N" TO COLISION
		NOT INVALID KEY
		MOVE "S" TO COLISION
		PERFORM EVALUAR-EMBARGO
		END-READ
		PERFORM DECIDIR-EMBARGO
		END-IF.

	EVALUAR-EMBARGO.
		MOVE "S" TO SOBREVIVIENTE-VIGENTE
		IF EMB-SALDO IS NUMERIC AND EMB-SALDO = ZERO
		AND EMBARGO-LEVANTADO
		MOVE "N" TO SOBREVIVIENTE-VIGENTE
		END-IF.

	DECIDIR-EMBARGO.
		IF COLISION = "S" AND RETIRADO-VIGENTE = "S"
		AND SOBREVIVIENTE-VIGENTE = "S"
		MOVE "LOS DOS VIGENTES: RESOLVER CON EMBARGO"
			TO ACCION-INFORME
		PERFORM INFORMAR-RENGLON
		ADD 1 TO CONTADOR-BLOQUEOS
		ELSE
		IF COLISION = "S" AND RETIRADO-VIGENTE = "S"
		MOVE EMBARGOS-REGISTRO TO IMAGEN-SAT-ANTES
		IF APLICAR = "S"
		DELETE ARCHIVO-EMBARGOS RECORD
		END-DELETE
		END-IF
		MOVE "EL DEL SOBREVIVIENTE ESTA CERRADO: SE REEMPLAZA"
			TO ACCION-INFORME
		PERFORM DESCARTAR-RENGLON
		MOVE "N" TO COLISION
		END-IF
		MOVE ID-RETIRADO TO EMB-ID
		READ ARCHIVO-EMBARGOS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE EMBARGOS-REGISTRO TO IMAGEN-SAT-ANTES
		IF APLICAR = "S"
		DELETE ARCHIVO-EMBARGOS RECORD
		END-DELETE
		END-IF
		IF COLISION = "S"
		MOVE "CERRADO: QUEDA EL DEL SOBREVIVIENTE"
			TO ACCION-INFORME
		PERFORM DESCARTAR-RENGLON
		ELSE
		MOVE ID-SOBREVIVIENTE TO EMB-ID
		IF APLICAR = "S"
		WRITE EMBARGOS-REGISTRO
		END-WRITE
		END-IF
		MOVE EMBARGOS-REGISTRO TO IMAGEN-SAT-DESPUES
		PERFORM PASAR-RENGLON
		END-IF
		END-READ
		END-IF.

	FUSIONAR-CUENTAS.
		MOVE "cuentas" TO NOMBRE-AUDSAT
		MOVE ZERO TO CANTIDAD-CLAVES
		MOVE "N" TO FIN-ARCHIVO
		MOVE ID-RETIRADO TO CTA-ID
		MOVE ZERO TO CTA-ORDEN
		START ARCHIVO-CUENTAS KEY IS NOT LESS THAN CTA-CLAVE
		INVALID KEY MOVE "S" TO FIN-ARCHIVO
		END-START
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-CUENTAS NEXT RECORD
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF CTA-ID NOT = ID-RETIRADO
			MOVE "S" TO FIN-ARCHIVO
			ELSE
			MOVE CTA-ORDEN TO CLAVE-NUEVA
			PERFORM ANOTAR-CLAVE
			END-IF
			END-READ
		END-PERFORM
		PERFORM VARYING INDICE-CLAVE FROM 1 BY 1
		UNTIL INDICE-CLAVE > CANTIDAD-CLAVES
			PERFORM FUSIONAR-CUENTA
		END-PERFORM.

	FUSIONAR-CUENTA.
		MOVE CLAVE-RETIRADO (INDICE-CLAVE) TO CLAVE-SECUNDARIA
		MOVE ID-SOBREVIVIENTE TO CTA-ID
		MOVE CLAVE-SECUNDARIA TO CTA-ORDEN
		READ ARCHIVO-CUENTAS
		INVALID KEY MOVE "N" TO COLISION
		NOT INVALID KEY MOVE "S" TO COLISION
		END-READ
		MOVE ID-RETIRADO TO CTA-ID
		MOVE CLAVE-SECUNDARIA TO CTA-ORDEN
		READ ARCHIVO-CUENTAS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE CUENTAS-REGISTRO TO IMAGEN-SAT-ANTES
		IF APLICAR = "S"
		DELETE ARCHIVO-CUENTAS RECORD
		END-DELETE
		END-IF
		IF COLISION = "S"
		MOVE "DESCARTADA: QUEDA LA CUENTA DEL SOBREVIVIENTE"
			TO ACCION-INFORME
		PERFORM DESCARTAR-RENGLON
		ELSE
		MOVE ID-SOBREVIVIENTE TO CTA-ID
		IF APLICAR = "S"
		WRITE CUENTAS-REGISTRO
		END-WRITE
		END-IF
		MOVE CUENTAS-REGISTRO TO IMAGEN-SAT-DESPUES
		PERFORM PASAR-RENGLON
		END-IF
		END-READ.

	FUSIONAR-AFILIACIONES.
		MOVE "afiliaciones" TO NOMBRE-AUDSAT
		MOVE ZERO TO CANTIDAD-CLAVES
		MOVE "N" TO FIN-ARCHIVO
		MOVE ID-RETIRADO TO AFI-ID
		MOVE ZERO TO AFI-AGENCIA
		START ARCHIVO-AFILIACIONES
			KEY IS NOT LESS THAN AFI-CLAVE
		INVALID KEY MOVE "S" TO FIN-ARCHIVO
		END-START
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-AFILIACIONES NEXT RECORD
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF AFI-ID NOT = ID-RETIRADO
			MOVE "S" TO FIN-ARCHIVO
			ELSE
			MOVE AFI-AGENCIA TO CLAVE-NUEVA
			PERFORM ANOTAR-CLAVE
			END-IF
			END-READ
		END-PERFORM
		PERFORM VARYING INDICE-CLAVE FROM 1 BY 1
		UNTIL INDICE-CLAVE > CANTIDAD-CLAVES
			PERFORM FUSIONAR-AFILIACION
		END-PERFORM.

	FUSIONAR-AFILIACION.
		MOVE CLAVE-RETIRADO (INDICE-CLAVE) TO CLAVE-SECUNDARIA
		MOVE ID-SOBREVIVIENTE TO AFI-ID
		MOVE CLAVE-SECUNDARIA TO AFI-AGENCIA
		READ ARCHIVO-AFILIACIONES
		INVALID KEY MOVE "N" TO COLISION
		NOT INVALID KEY MOVE "S" TO COLISION
		END-READ
		MOVE ID-RETIRADO TO AFI-ID
		MOVE CLAVE-SECUNDARIA TO AFI-AGENCIA
		READ ARCHIVO-AFILIACIONES
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE AFILIACIONES-REGISTRO TO IMAGEN-SAT-ANTES
		IF APLICAR = "S"
		DELETE ARCHIVO-AFILIACIONES RECORD
		END-DELETE
		END-IF
		IF COLISION = "S"
		MOVE "DESCARTADA: YA AFILIADO CON EL SOBREVIVIENTE"
			TO ACCION-INFORME
		PERFORM DESCARTAR-RENGLON
		ELSE
		MOVE ID-SOBREVIVIENTE TO AFI-ID
		IF APLICAR = "S"
		WRITE AFILIACIONES-REGISTRO
		END-WRITE
		END-IF
		MOVE AFILIACIONES-REGISTRO TO IMAGEN-SAT-DESPUES
		PERFORM PASAR-RENGLON
		END-IF
		END-READ.

	FUSIONAR-AUSENCIAS.
		MOVE "ausencias" TO NOMBRE-AUDSAT
		MOVE ZERO TO CANTIDAD-CLAVES
		MOVE "N" TO FIN-ARCHIVO
		MOVE ID-RETIRADO TO AUS-ID
		MOVE ZERO TO AUS-FECHA
		START ARCHIVO-AUSENCIAS KEY IS NOT LESS THAN AUS-CLAVE
		INVALID KEY MOVE "S" TO FIN-ARCHIVO
		END-START
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-AUSENCIAS NEXT RECORD
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF AUS-ID NOT = ID-RETIRADO
			MOVE "S" TO FIN-ARCHIVO
			ELSE
			MOVE AUS-FECHA TO CLAVE-NUEVA
			PERFORM ANOTAR-CLAVE
			END-IF
			END-READ
		END-PERFORM
		PERFORM VARYING INDICE-CLAVE FROM 1 BY 1
		UNTIL INDICE-CLAVE > CANTIDAD-CLAVES
			PERFORM FUSIONAR-AUSENCIA
		END-PERFORM.

	FUSIONAR-AUSENCIA.
		MOVE CLAVE-RETIRADO (INDICE-CLAVE) TO CLAVE-SECUNDARIA
		MOVE ID-SOBREVIVIENTE TO AUS-ID
		MOVE CLAVE-SECUNDARIA TO AUS-FECHA
		READ ARCHIVO-AUSENCIAS
		INVALID KEY MOVE "N" TO COLISION
		NOT INVALID KEY MOVE "S" TO COLISION
		END-READ
		MOVE ID-RETIRADO TO AUS-ID
		MOVE CLAVE-SECUNDARIA TO AUS-FECHA
		READ ARCHIVO-AUSENCIAS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE AUSENCIAS-REGISTRO TO IMAGEN-SAT-ANTES
		IF APLICAR = "S"
		DELETE ARCHIVO-AUSENCIAS RECORD
		END-DELETE
		END-IF
		IF COLISION = "S"
		MOVE "DESCARTADA: EL SOBREVIVIENTE YA TIENE ESE DIA"
			TO ACCION-INFORME
		PERFORM DESCARTAR-RENGLON
		ELSE
		MOVE ID-SOBREVIVIENTE TO AUS-ID
		IF APLICAR = "S"
		WRITE AUSENCIAS-REGISTRO
		END-WRITE
		END-IF
		MOVE AUSENCIAS-REGISTRO TO IMAGEN-SAT-DESPUES
		PERFORM PASAR-RENGLON
		END-IF
		END-READ.

	FUSIONAR-DOMICILIOS.
		MOVE "domicilios" TO NOMBRE-AUDSAT
		MOVE ZERO TO CLAVE-SECUNDARIA
		MOVE ID-SOBREVIVIENTE TO DOM-ID
		READ ARCHIVO-DOMICILIOS
		INVALID KEY MOVE "N" TO COLISION
		NOT INVALID KEY MOVE "S" TO COLISION
		END-READ
		MOVE ID-RETIRADO TO DOM-ID
		READ ARCHIVO-DOMICILIOS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE DOMICILIOS-REGISTRO TO IMAGEN-SAT-ANTES
		IF APLICAR = "S"
		DELETE ARCHIVO-DOMICILIOS RECORD
		END-DELETE
		END-IF
		IF COLISION = "S"
		MOVE "DESCARTADO: QUEDA EL DOMICILIO DEL SOBREVIVIENTE"
			TO ACCION-INFORME
		PERFORM DESCARTAR-RENGLON
		ELSE
		MOVE ID-SOBREVIVIENTE TO DOM-ID
		IF APLICAR = "S"
		WRITE DOMICILIOS-REGISTRO
		END-WRITE
		END-IF
		MOVE DOMICILIOS-REGISTRO TO IMAGEN-SAT-DESPUES
		PERFORM PASAR-RENGLON
		END-IF
		END-READ.

	FUSIONAR-REGISTRO.
		*> La clave es período + ID: se recorre el archivo.
		MOVE "registro_nom" TO NOMBRE-AUDSAT
		MOVE ZERO TO CANTIDAD-CLAVES
		MOVE "N" TO FIN-ARCHIVO
		MOVE ZERO TO REG-PERIODO
		MOVE ZERO TO REG-ID
		START ARCHIVO-REGISTRO KEY IS NOT LESS THAN REG-CLAVE
		INVALID KEY MOVE "S" TO FIN-ARCHIVO
		END-START
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-REGISTRO NEXT RECORD
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF REG-ID = ID-RETIRADO
			MOVE REG-PERIODO TO CLAVE-NUEVA
			PERFORM ANOTAR-CLAVE
			END-IF
			END-READ
		END-PERFORM
		PERFORM VARYING INDICE-CLAVE FROM 1 BY 1
		UNTIL INDICE-CLAVE > CANTIDAD-CLAVES
			PERFORM FUSIONAR-RENGLON-REGISTRO
		END-PERFORM.

	FUSIONAR-RENGLON-REGISTRO.
		MOVE CLAVE-RETIRADO (INDICE-CLAVE) TO CLAVE-SECUNDARIA
		MOVE CLAVE-SECUNDARIA TO REG-PERIODO
		MOVE ID-SOBREVIVIENTE TO REG-ID
		READ ARCHIVO-REGISTRO
		INVALID KEY MOVE "N" TO COLISION
		NOT INVALID KEY MOVE "S" TO COLISION
		END-READ
		MOVE CLAVE-SECUNDARIA TO REG-PERIODO
		MOVE ID-RETIRADO TO REG-ID
		READ ARCHIVO-REGISTRO
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE LINEA-REGISTRO TO IMAGEN-SAT-ANTES
		IF APLICAR = "S"
		PERFORM DESACUMULAR-RENGLON
		DELETE ARCHIVO-REGISTRO RECORD
		END-DELETE
		END-IF
		IF COLISION = "S"
		PERFORM SUMAR-REGISTRO
		ELSE
		MOVE ID-SOBREVIVIENTE TO REG-ID
		IF APLICAR = "S"
		WRITE LINEA-REGISTRO
		END-WRITE
		PERFORM ACUMULAR-RENGLON
		END-IF
		MOVE LINEA-REGISTRO TO IMAGEN-SAT-DESPUES
		PERFORM PASAR-RENGLON
		END-IF
		END-READ.

	SUMAR-REGISTRO.
		*> Mismo período pagado a los dos IDs: el renglón del
		*> sobreviviente pasa a llevar lo pagado a la persona
		*> (las columnas en blanco valen cero).
		PERFORM GUARDAR-IMPORTES
		MOVE "SUMADO A LO PAGADO AL SOBREVIVIENTE"
			TO ACCION-INFORME
		PERFORM BORRAR-RENGLON
		ADD 1 TO CONTADOR-SUMADOS
		MOVE CLAVE-SECUNDARIA TO REG-PERIODO
		MOVE ID-SOBREVIVIENTE TO REG-ID
		READ ARCHIVO-REGISTRO
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE LINEA-REGISTRO TO IMAGEN-SAT-ANTES
		PERFORM SUMAR-IMPORTES
		IF APLICAR = "S"
		REWRITE LINEA-REGISTRO
		END-REWRITE
		PERFORM ACUMULAR-RENGLON
		END-IF
		MOVE LINEA-REGISTRO TO IMAGEN-SAT-DESPUES
		MOVE "M" TO OPERACION-AUDSAT
		PERFORM AUDITAR-SATELITE
		END-READ.

	ACUMULAR-RENGLON.
		*> acumulados.dat lo graba solo ACUMUL: el renglón
		*> del sobreviviente pisa su casillero del período.
		MOVE "G" TO PAC-OPERACION
		MOVE LINEA-REGISTRO TO PAC-RENGLON
		CALL "ACUMUL" USING ACUMULADO-PEDIDO.

	DESACUMULAR-RENGLON.
		*> El renglón del retirado deja de existir: su
		*> casillero del período se vacía.
		MOVE "B" TO PAC-OPERACION
		MOVE LINEA-REGISTRO TO PAC-RENGLON
		CALL "ACUMUL" USING ACUMULADO-PEDIDO.

	GUARDAR-IMPORTES.
		MOVE ZERO TO IMPORTES-RETIRADO
		IF REG-HORAS IS NUMERIC
		MOVE REG-HORAS TO IRE-HORAS
		END-IF
		IF REG-BRUTO IS NUMERIC
		MOVE REG-BRUTO TO IRE-BRUTO
		END-IF
		IF REG-NETO IS NUMERIC
		MOVE REG-NETO TO IRE-NETO
		END-IF
		IF REG-ADELANTO IS NUMERIC
		MOVE REG-ADELANTO TO IRE-ADELANTO
		END-IF
		IF REG-IMPUESTO IS NUMERIC
		MOVE REG-IMPUESTO TO IRE-IMPUESTO
		END-IF
		IF REG-JUBILACION IS NUMERIC
		MOVE REG-JUBILACION TO IRE-JUBILACION
		END-IF
		IF REG-SINDICATO IS NUMERIC
		MOVE REG-SINDICATO TO IRE-SINDICATO
		END-IF
		IF REG-ASIGNACION IS NUMERIC
		MOVE REG-ASIGNACION TO IRE-ASIGNACION
		END-IF
		IF REG-GASTOS IS NUMERIC
		MOVE REG-GASTOS TO IRE-GASTOS
		END-IF.

	SUMAR-IMPORTES.
		IF REG-HORAS IS NOT NUMERIC
		MOVE ZERO TO REG-HORAS
		END-IF
		IF REG-BRUTO IS NOT NUMERIC
		MOVE ZERO TO REG-BRUTO
		END-IF
		IF REG-NETO IS NOT NUMERIC
		MOVE ZERO TO REG-NETO
		END-IF
		IF REG-ADELANTO IS NOT NUMERIC
		MOVE ZERO TO REG-ADELANTO
		END-IF
		IF REG-IMPUESTO IS NOT NUMERIC
		MOVE ZERO TO REG-IMPUESTO
		END-IF
		IF REG-JUBILACION IS NOT NUMERIC
		MOVE ZERO TO REG-JUBILACION
		END-IF
		IF REG-SINDICATO IS NOT NUMERIC
		MOVE ZERO TO REG-SINDICATO
		END-IF
		IF REG-ASIGNACION IS NOT NUMERIC
		MOVE ZERO TO REG-ASIGNACION
		END-IF
		IF REG-GASTOS IS NOT NUMERIC
		MOVE ZERO TO REG-GASTOS
		END-IF
		ADD IRE-HORAS TO REG-HORAS
		ADD IRE-BRUTO TO REG-BRUTO
		ADD IRE-NETO TO REG-NETO
		ADD IRE-ADELANTO TO REG-ADELANTO
		ADD IRE-IMPUESTO TO REG-IMPUESTO
		ADD IRE-JUBILACION TO REG-JUBILACION
		ADD IRE-SINDICATO TO REG-SINDICATO
		ADD IRE-ASIGNACION TO REG-ASIGNACION
		ADD IRE-GASTOS TO REG-GASTOS.

	FUSIONAR-REG-SUBPERIODO.
		*> La clave es período + ID + subperíodo: se recorre
		*> el archivo.
		MOVE "registro_sub" TO NOMBRE-AUDSAT
		MOVE ZERO TO CANTIDAD-CLAVES
		MOVE "N" TO FIN-ARCHIVO
		MOVE ZERO TO RSB-PERIODO
		MOVE ZERO TO RSB-ID
		MOVE ZERO TO RSB-SUBPERIODO
		START ARCHIVO-REG-SUBPERIODO
			KEY IS NOT LESS THAN RSB-CLAVE
		INVALID KEY MOVE "S" TO FIN-ARCHIVO
		END-START
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-REG-SUBPERIODO NEXT RECORD
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF RSB-ID = ID-RETIRADO
			COMPUTE CLAVE-NUEVA =
				RSB-PERIODO * 10 + RSB-SUBPERIODO
			PERFORM ANOTAR-CLAVE
			END-IF
			END-READ
		END-PERFORM
		PERFORM VARYING INDICE-CLAVE FROM 1 BY 1
		UNTIL INDICE-CLAVE > CANTIDAD-CLAVES
			PERFORM FUSIONAR-RENGLON-SUB
		END-PERFORM.

	FUSIONAR-RENGLON-SUB.
		MOVE CLAVE-RETIRADO (INDICE-CLAVE) TO CLAVE-SECUNDARIA
		DIVIDE CLAVE-SECUNDARIA BY 10 GIVING RSB-PERIODO
			REMAINDER RSB-SUBPERIODO
		MOVE ID-SOBREVIVIENTE TO RSB-ID
		READ ARCHIVO-REG-SUBPERIODO
		INVALID KEY MOVE "N" TO COLISION
		NOT INVALID KEY MOVE "S" TO COLISION
		END-READ
		DIVIDE CLAVE-SECUNDARIA BY 10 GIVING RSB-PERIODO
			REMAINDER RSB-SUBPERIODO
		MOVE ID-RETIRADO TO RSB-ID
		READ ARCHIVO-REG-SUBPERIODO
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE LINEA-REG-SUBPERIODO TO IMAGEN-SAT-ANTES
		IF APLICAR = "S"
		DELETE ARCHIVO-REG-SUBPERIODO RECORD
		END-DELETE
		END-IF
		IF COLISION = "S"
		PERFORM SUMAR-REG-SUBPERIODO
		ELSE
		MOVE ID-SOBREVIVIENTE TO RSB-ID
		IF APLICAR = "S"
		WRITE LINEA-REG-SUBPERIODO
		END-WRITE
		END-IF
		MOVE LINEA-REG-SUBPERIODO TO IMAGEN-SAT-DESPUES
		PERFORM PASAR-RENGLON
		END-IF
		END-READ.

	SUMAR-REG-SUBPERIODO.
		*> Igual que en registro_nomina: el renglón del
		*> sobreviviente lleva lo pagado a la persona en el
		*> subperíodo.
		MOVE ZERO TO IMPORTES-RETIRADO
		IF RSB-HORAS IS NUMERIC
		MOVE RSB-HORAS TO IRE-HORAS
		END-IF
		IF RSB-BRUTO IS NUMERIC
		MOVE RSB-BRUTO TO IRE-BRUTO
		END-IF
		IF RSB-NETO IS NUMERIC
		MOVE RSB-NETO TO IRE-NETO
		END-IF
		IF RSB-ADELANTO IS NUMERIC
		MOVE RSB-ADELANTO TO IRE-ADELANTO
		END-IF
		IF RSB-IMPUESTO IS NUMERIC
		MOVE RSB-IMPUESTO TO IRE-IMPUESTO
		END-IF
		IF RSB-JUBILACION IS NUMERIC
		MOVE RSB-JUBILACION TO IRE-JUBILACION
		END-IF
		IF RSB-SINDICATO IS NUMERIC
		MOVE RSB-SINDICATO TO IRE-SINDICATO
		END-IF
		IF RSB-ASIGNACION IS NUMERIC
		MOVE RSB-ASIGNACION TO IRE-ASIGNACION
		END-IF
		IF RSB-GASTOS IS NUMERIC
		MOVE RSB-GASTOS TO IRE-GASTOS
		END-IF
		MOVE "SUMADO A LO PAGADO AL SOBREVIVIENTE"
			TO ACCION-INFORME
		PERFORM BORRAR-RENGLON
		ADD 1 TO CONTADOR-SUMADOS
		DIVIDE CLAVE-SECUNDARIA BY 10 GIVING RSB-PERIODO
			REMAINDER RSB-SUBPERIODO
		MOVE ID-SOBREVIVIENTE TO RSB-ID
		READ ARCHIVO-REG-SUBPERIODO
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE LINEA-REG-SUBPERIODO TO IMAGEN-SAT-ANTES
		PERFORM SUMAR-IMPORTES-SUB
		IF APLICAR = "S"
		REWRITE LINEA-REG-SUBPERIODO
		END-REWRITE
		END-IF
		MOVE LINEA-REG-SUBPERIODO TO IMAGEN-SAT-DESPUES
		MOVE "M" TO OPERACION-AUDSAT
		PERFORM AUDITAR-SATELITE
		END-READ.

	SUMAR-IMPORTES-SUB.
		IF RSB-HORAS IS NOT NUMERIC
		MOVE ZERO TO RSB-HORAS
		END-IF
		IF RSB-BRUTO IS NOT NUMERIC
		MOVE ZERO TO RSB-BRUTO
		END-IF
		IF RSB-NETO IS NOT NUMERIC
		MOVE ZERO TO RSB-NETO
		END-IF
		IF RSB-ADELANTO IS NOT NUMERIC
		MOVE ZERO TO RSB-ADELANTO
		END-IF
		IF RSB-IMPUESTO IS NOT NUMERIC
		MOVE ZERO TO RSB-IMPUESTO
		END-IF
		IF RSB-JUBILACION IS NOT NUMERIC
		MOVE ZERO TO RSB-JUBILACION
		END-IF
		IF RSB-SINDICATO IS NOT NUMERIC
		MOVE ZERO TO RSB-SINDICATO
		END-IF
		IF RSB-ASIGNACION IS NOT NUMERIC
		MOVE ZERO TO RSB-ASIGNACION
		END-IF
		IF RSB-GASTOS IS NOT NUMERIC
		MOVE ZERO TO RSB-GASTOS
		END-IF
		ADD IRE-HORAS TO RSB-HORAS
		ADD IRE-BRUTO TO RSB-BRUTO
		ADD IRE-NETO TO RSB-NETO
		ADD IRE-ADELANTO TO RSB-ADELANTO
		ADD IRE-IMPUESTO TO RSB-IMPUESTO
		ADD IRE-JUBILACION TO RSB-JUBILACION
		ADD IRE-SINDICATO TO RSB-SINDICATO
		ADD IRE-ASIGNACION TO RSB-ASIGNACION
		ADD IRE-GASTOS TO RSB-GASTOS.

	FUSIONAR-FRANCOS.
		MOVE "francos" TO NOMBRE-AUDSAT
		MOVE ZERO TO CANTIDAD-CLAVES
		MOVE "N" TO FIN-ARCHIVO
		MOVE ID-RETIRADO TO FRA-ID
		MOVE ZERO TO FRA-PERIODO
		MOVE ZERO TO FRA-SUBPERIODO
		START ARCHIVO-FRANCOS KEY IS NOT LESS THAN FRA-CLAVE
		INVALID KEY MOVE "S" TO FIN-ARCHIVO
		END-START
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-FRANCOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF FRA-ID NOT = ID-RETIRADO
			MOVE "S" TO FIN-ARCHIVO
			ELSE
			COMPUTE CLAVE-NUEVA =
				FRA-PERIODO * 10 + FRA-SUBPERIODO
			PERFORM ANOTAR-CLAVE
			END-IF
			END-READ
		END-PERFORM
		PERFORM VARYING INDICE-CLAVE FROM 1 BY 1
		UNTIL INDICE-CLAVE > CANTIDAD-CLAVES
			PERFORM FUSIONAR-FRANCO
		END-PERFORM.

	FUSIONAR-FRANCO.
		MOVE CLAVE-RETIRADO (INDICE-CLAVE) TO CLAVE-SECUNDARIA
		MOVE ID-SOBREVIVIENTE TO FRA-ID
		DIVIDE CLAVE-SECUNDARIA BY 10 GIVING FRA-PERIODO
			REMAINDER FRA-SUBPERIODO
		MOVE SPACE TO ESTADO-FRANCO
		READ ARCHIVO-FRANCOS
		INVALID KEY MOVE "N" TO COLISION
		NOT INVALID KEY
		MOVE "S" TO COLISION
		MOVE FRA-ESTADO TO ESTADO-FRANCO
		END-READ
		MOVE ID-RETIRADO TO FRA-ID
		DIVIDE CLAVE-SECUNDARIA BY 10 GIVING FRA-PERIODO
			REMAINDER FRA-SUBPERIODO
		READ ARCHIVO-FRANCOS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		IF COLISION = "S" AND FRA-ESTADO NOT = ESTADO-FRANCO
		MOVE "ESTADOS DISTINTOS: RESOLVER CON FRANCOS"
			TO ACCION-INFORME
		PERFORM INFORMAR-RENGLON
		ADD 1 TO CONTADOR-BLOQUEOS
		ELSE
		PERFORM PASAR-FRANCO
		END-IF
		END-READ.

	PASAR-FRANCO.
		MOVE FRANCOS-REGISTRO TO IMAGEN-SAT-ANTES
		IF APLICAR = "S"
		DELETE ARCHIVO-FRANCOS RECORD
		END-DELETE
		END-IF
		IF COLISION = "S"
		PERFORM SUMAR-FRANCO
		ELSE
		MOVE ID-SOBREVIVIENTE TO FRA-ID
		IF APLICAR = "S"
		WRITE FRANCOS-REGISTRO
		END-WRITE
		END-IF
		MOVE FRANCOS-REGISTRO TO IMAGEN-SAT-DESPUES
		PERFORM PASAR-RENGLON
		END-IF.

	SUMAR-FRANCO.
		*> Mismo subperíodo y mismo estado: las horas del
		*> retirado se suman a las del sobreviviente.
		MOVE ZERO TO FRE-GANADAS
		MOVE ZERO TO FRE-TOMADAS
		MOVE ZERO TO FRE-PAGADAS
		IF FRA-HORAS-GANADAS IS NUMERIC
		MOVE FRA-HORAS-GANADAS TO FRE-GANADAS
		END-IF
		IF FRA-HORAS-TOMADAS IS NUMERIC
		MOVE FRA-HORAS-TOMADAS TO FRE-TOMADAS
		END-IF
		IF FRA-HORAS-PAGADAS IS NUMERIC
		MOVE FRA-HORAS-PAGADAS TO FRE-PAGADAS
		END-IF
		MOVE "SUMADO A LAS HORAS DEL SOBREVIVIENTE"
			TO ACCION-INFORME
		PERFORM BORRAR-RENGLON
		ADD 1 TO CONTADOR-SUMADOS
		MOVE ID-SOBREVIVIENTE TO FRA-ID
		DIVIDE CLAVE-SECUNDARIA BY 10 GIVING FRA-PERIODO
			REMAINDER FRA-SUBPERIODO
		READ ARCHIVO-FRANCOS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE FRANCOS-REGISTRO TO IMAGEN-SAT-ANTES
		IF FRA-HORAS-GANADAS IS NOT NUMERIC
		MOVE ZERO TO FRA-HORAS-GANADAS
		END-IF
		IF FRA-HORAS-TOMADAS IS NOT NUMERIC
		MOVE ZERO TO FRA-HORAS-TOMADAS
		END-IF
		IF FRA-HORAS-PAGADAS IS NOT NUMERIC
		MOVE ZERO TO FRA-HORAS-PAGADAS
		END-IF
		ADD FRE-GANADAS TO FRA-HORAS-GANADAS
		ADD FRE-TOMADAS TO FRA-HORAS-TOMADAS
		ADD FRE-PAGADAS TO FRA-HORAS-PAGADAS
		IF APLICAR = "S"
		REWRITE FRANCOS-REGISTRO
		END-REWRITE
		END-IF
		MOVE FRANCOS-REGISTRO TO IMAGEN-SAT-DESPUES
		MOVE "M" TO OPERACION-AUDSAT
		PERFORM AUDITAR-SATELITE
		END-READ.

	FUSIONAR-PAGOS-INDEBIDOS.
		MOVE "pagos_indeb" TO NOMBRE-AUDSAT
		MOVE ZERO TO CANTIDAD-CLAVES
		MOVE "N" TO FIN-ARCHIVO
		MOVE ID-RETIRADO TO PGI-ID
		MOVE ZERO TO PGI-PERIODO
		START ARCHIVO-PAGOS-INDEBIDOS
			KEY IS NOT LESS THAN PGI-CLAVE
		INVALID KEY MOVE "S" TO FIN-ARCHIVO
		END-START
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-PAGOS-INDEBIDOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF PGI-ID NOT = ID-RETIRADO
			MOVE "S" TO FIN-ARCHIVO
			ELSE
			MOVE PGI-PERIODO TO CLAVE-NUEVA
			PERFORM ANOTAR-CLAVE
			END-IF
			END-READ
		END-PERFORM
		PERFORM VARYING INDICE-CLAVE FROM 1 BY 1
		UNTIL INDICE-CLAVE > CANTIDAD-CLAVES
			PERFORM FUSIONAR-PAGO-INDEBIDO
		END-PERFORM.

	FUSIONAR-PAGO-INDEBIDO.
		*> Cada recupero lleva su saldo y su asiento: dos del
		*> mismo período no se juntan solos.
		MOVE CLAVE-RETIRADO (INDICE-CLAVE) TO CLAVE-SECUNDARIA
		MOVE ID-SOBREVIVIENTE TO PGI-ID
		MOVE CLAVE-SECUNDARIA TO PGI-PERIODO
		READ ARCHIVO-PAGOS-INDEBIDOS
		INVALID KEY MOVE "N" TO COLISION
		NOT INVALID KEY MOVE "S" TO COLISION
		END-READ
		MOVE ID-RETIRADO TO PGI-ID
		MOVE CLAVE-SECUNDARIA TO PGI-PERIODO
		READ ARCHIVO-PAGOS-INDEBIDOS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		IF COLISION = "S"
		MOVE "MISMO PERIODO EN LOS DOS: RESOLVER CON PAGIND"
			TO ACCION-INFORME
		PERFORM INFORMAR-RENGLON
		ADD 1 TO CONTADOR-BLOQUEOS
		ELSE
		MOVE PAGOS-INDEBIDOS-REGISTRO TO IMAGEN-SAT-ANTES
		IF APLICAR = "S"
		DELETE ARCHIVO-PAGOS-INDEBIDOS RECORD
		END-DELETE
		END-IF
		MOVE ID-SOBREVIVIENTE TO PGI-ID
		IF APLICAR = "S"
		WRITE PAGOS-INDEBIDOS-REGISTRO
		END-WRITE
		END-IF
		MOVE PAGOS-INDEBIDOS-REGISTRO TO IMAGEN-SAT-DESPUES
		PERFORM PASAR-RENGLON
		END-IF
		END-READ.

	FUSIONAR-GASTOS.
		MOVE "gastos" TO NOMBRE-AUDSAT
		MOVE ZERO TO CANTIDAD-CLAVES
		MOVE "N" TO FIN-ARCHIVO
		MOVE ID-RETIRADO TO GAS-ID
		MOVE ZERO TO GAS-PERIODO
		MOVE ZERO TO GAS-SECUENCIA
		START ARCHIVO-GASTOS KEY IS NOT LESS THAN GAS-CLAVE
		INVALID KEY MOVE "S" TO FIN-ARCHIVO
		END-START
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-GASTOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF GAS-ID NOT = ID-RETIRADO
			MOVE "S" TO FIN-ARCHIVO
			ELSE
			COMPUTE CLAVE-NUEVA =
				GAS-PERIODO * 1000 + GAS-SECUENCIA
			PERFORM ANOTAR-CLAVE
			END-IF
			END-READ
		END-PERFORM
		PERFORM VARYING INDICE-CLAVE FROM 1 BY 1
		UNTIL INDICE-CLAVE > CANTIDAD-CLAVES
			PERFORM FUSIONAR-GASTO
		END-PERFORM.

	FUSIONAR-GASTO.
		MOVE CLAVE-RETIRADO (INDICE-CLAVE) TO CLAVE-SECUNDARIA
		MOVE ID-SOBREVIVIENTE TO GAS-ID
		DIVIDE CLAVE-SECUNDARIA BY 1000 GIVING GAS-PERIODO
			REMAINDER GAS-SECUENCIA
		READ ARCHIVO-GASTOS
		INVALID KEY MOVE "N" TO COLISION
		NOT INVALID KEY MOVE "S" TO COLISION
		END-READ
		IF COLISION = "S"
		PERFORM BUSCAR-SECUENCIA-LIBRE
		END-IF
		MOVE ID-RETIRADO TO GAS-ID
		DIVIDE CLAVE-SECUNDARIA BY 1000 GIVING GAS-PERIODO
			REMAINDER GAS-SECUENCIA
		READ ARCHIVO-GASTOS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		IF COLISION = "S" AND SECUENCIA-LIBRE = "N"
		MOVE "SIN SECUENCIA LIBRE: RESOLVER CON GASTOS"
			TO ACCION-INFORME
		PERFORM INFORMAR-RENGLON
		ADD 1 TO CONTADOR-BLOQUEOS
		ELSE
		PERFORM PASAR-GASTO
		END-IF
		END-READ.

	BUSCAR-SECUENCIA-LIBRE.
		*> El comprobante del retirado pasa con la primera
		*> secuencia que el sobreviviente no usa en el
		*> período.
		MOVE "N" TO SECUENCIA-LIBRE
		MOVE ZERO TO SECUENCIA-PROBADA
		PERFORM UNTIL SECUENCIA-LIBRE = "S"
		OR SECUENCIA-PROBADA = 999
			ADD 1 TO SECUENCIA-PROBADA
			MOVE ID-SOBREVIVIENTE TO GAS-ID
			DIVIDE CLAVE-SECUNDARIA BY 1000
				GIVING GAS-PERIODO
				REMAINDER GAS-SECUENCIA
			MOVE SECUENCIA-PROBADA TO GAS-SECUENCIA
			READ ARCHIVO-GASTOS
			INVALID KEY MOVE "S" TO SECUENCIA-LIBRE
			END-READ
		END-PERFORM.

	PASAR-GASTO.
		MOVE GASTOS-REGISTRO TO IMAGEN-SAT-ANTES
		IF APLICAR = "S"
		DELETE ARCHIVO-GASTOS RECORD
		END-DELETE
		END-IF
		MOVE ID-SOBREVIVIENTE TO GAS-ID
		IF COLISION = "S"
		MOVE SECUENCIA-PROBADA TO GAS-SECUENCIA
		END-IF
		IF APLICAR = "S"
		WRITE GASTOS-REGISTRO
		END-WRITE
		END-IF
		MOVE GASTOS-REGISTRO TO IMAGEN-SAT-DESPUES
		IF COLISION = "S"
		MOVE SPACES TO ACCION-INFORME
		STRING "PASA AL SOBREVIVIENTE CON SECUENCIA "
			DELIMITED BY SIZE
			SECUENCIA-PROBADA DELIMITED BY SIZE
			INTO ACCION-INFORME
		END-STRING
		PERFORM INFORMAR-RENGLON
		ADD 1 TO CONTADOR-MOVIDOS
		MOVE "M" TO OPERACION-AUDSAT
		PERFORM AUDITAR-SATELITE
		ELSE
		PERFORM PASAR-RENGLON
		END-IF.

	FUSIONAR-DEDUCCIONES.
		*> La clave es año + ID: se recorre el archivo.
		MOVE "deducc_ganan" TO NOMBRE-AUDSAT
		MOVE ZERO TO CANTIDAD-CLAVES
		MOVE "N" TO FIN-ARCHIVO
		MOVE ZERO TO DGA-ANIO
		MOVE ZERO TO DGA-ID
		START ARCHIVO-DEDUCCIONES KEY IS NOT LESS THAN DGA-CLAVE
		INVALID KEY MOVE "S" TO FIN-ARCHIVO
		END-START
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-DEDUCCIONES NEXT RECORD
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF DGA-ID = ID-RETIRADO
			MOVE DGA-ANIO TO CLAVE-NUEVA
			PERFORM ANOTAR-CLAVE
			END-IF
			END-READ
		END-PERFORM
		PERFORM VARYING INDICE-CLAVE FROM 1 BY 1
		UNTIL INDICE-CLAVE > CANTIDAD-CLAVES
			PERFORM FUSIONAR-DEDUCCION
		END-PERFORM.

	FUSIONAR-DEDUCCION.
		MOVE CLAVE-RETIRADO (INDICE-CLAVE) TO CLAVE-SECUNDARIA
		MOVE CLAVE-SECUNDARIA TO DGA-ANIO
		MOVE ID-SOBREVIVIENTE TO DGA-ID
		READ ARCHIVO-DEDUCCIONES
		INVALID KEY MOVE "N" TO COLISION
		NOT INVALID KEY MOVE "S" TO COLISION
		END-READ
		MOVE CLAVE-SECUNDARIA TO DGA-ANIO
		MOVE ID-RETIRADO TO DGA-ID
		READ ARCHIVO-DEDUCCIONES
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE DEDUCCIONES-GANANCIAS TO IMAGEN-SAT-ANTES
		IF APLICAR = "S"
		DELETE ARCHIVO-DEDUCCIONES RECORD
		END-DELETE
		END-IF
		IF COLISION = "S"
		MOVE "DESCARTADA: QUEDA LA DEL SOBREVIVIENTE"
			TO ACCION-INFORME
		PERFORM DESCARTAR-RENGLON
		ELSE
		MOVE ID-SOBREVIVIENTE TO DGA-ID
		IF APLICAR = "S"
		WRITE DEDUCCIONES-GANANCIAS
		END-WRITE
		END-IF
		MOVE DEDUCCIONES-GANANCIAS TO IMAGEN-SAT-DESPUES
		PERFORM PASAR-RENGLON
		END-IF
		END-READ.

	FUSIONAR-FAMILIARES.
		MOVE "dependientes" TO NOMBRE-AUDSAT
		MOVE ZERO TO CANTIDAD-CLAVES
		MOVE "N" TO FIN-ARCHIVO
		MOVE ID-RETIRADO TO FAM-ID
		MOVE ZERO TO FAM-SECUENCIA
		START ARCHIVO-FAMILIARES KEY IS NOT LESS THAN FAM-CLAVE
		INVALID KEY MOVE "S" TO FIN-ARCHIVO
		END-START
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-FAMILIARES NEXT RECORD
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF FAM-ID NOT = ID-RETIRADO
			MOVE "S" TO FIN-ARCHIVO
			ELSE
			MOVE FAM-SECUENCIA TO CLAVE-NUEVA
			PERFORM ANOTAR-CLAVE
			END-IF
			END-READ
		END-PERFORM
		PERFORM VARYING INDICE-CLAVE FROM 1 BY 1
		UNTIL INDICE-CLAVE > CANTIDAD-CLAVES
			PERFORM FUSIONAR-FAMILIAR
		END-PERFORM.

	FUSIONAR-FAMILIAR.
		*> Un familiar cargado en los dos IDs cobraría dos
		*> veces la asignación: con la misma secuencia no se
		*> juntan solos.
		MOVE CLAVE-RETIRADO (INDICE-CLAVE) TO CLAVE-SECUNDARIA
		MOVE ID-SOBREVIVIENTE TO FAM-ID
		MOVE CLAVE-SECUNDARIA TO FAM-SECUENCIA
		READ ARCHIVO-FAMILIARES
		INVALID KEY MOVE "N" TO COLISION
		NOT INVALID KEY MOVE "S" TO COLISION
		END-READ
		MOVE ID-RETIRADO TO FAM-ID
		MOVE CLAVE-SECUNDARIA TO FAM-SECUENCIA
		READ ARCHIVO-FAMILIARES
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		IF COLISION = "S"
		MOVE "MISMA SECUENCIA EN LOS DOS: RESOLVER CON FAMMANT"
			TO ACCION-INFORME
		PERFORM INFORMAR-RENGLON
		ADD 1 TO CONTADOR-BLOQUEOS
		ELSE
		MOVE FAMILIARES-REGISTRO TO IMAGEN-SAT-ANTES
		IF APLICAR = "S"
		DELETE ARCHIVO-FAMILIARES RECORD
		END-DELETE
		END-IF
		MOVE ID-SOBREVIVIENTE TO FAM-ID
		IF APLICAR = "S"
		WRITE FAMILIARES-REGISTRO
		END-WRITE
		END-IF
		MOVE FAMILIARES-REGISTRO TO IMAGEN-SAT-DESPUES
		PERFORM PASAR-RENGLON
		END-IF
		END-READ.

	FUSIONAR-GRUPO.
		MOVE "grupos_emp" TO NOMBRE-AUDSAT
		MOVE ZERO TO CLAVE-SECUNDARIA
		MOVE ID-SOBREVIVIENTE TO GEM-ID
		READ ARCHIVO-GRUPOS-EMP
		INVALID KEY MOVE "N" TO COLISION
		NOT INVALID KEY MOVE "S" TO COLISION
		END-READ
		MOVE ID-RETIRADO TO GEM-ID
		READ ARCHIVO-GRUPOS-EMP
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE GRUPO-EMPLEADO-REGISTRO TO IMAGEN-SAT-ANTES
		IF APLICAR = "S"
		DELETE ARCHIVO-GRUPOS-EMP RECORD
		END-DELETE
		END-IF
		IF COLISION = "S"
		MOVE "DESCARTADO: QUEDA EL GRUPO DEL SOBREVIVIENTE"
			TO ACCION-INFORME
		PERFORM DESCARTAR-RENGLON
		ELSE
		MOVE ID-SOBREVIVIENTE TO GEM-ID
		IF APLICAR = "S"
		WRITE GRUPO-EMPLEADO-REGISTRO
		END-WRITE
		END-IF
		MOVE GRUPO-EMPLEADO-REGISTRO TO IMAGEN-SAT-DESPUES
		PERFORM PASAR-RENGLON
		END-IF
		END-READ.

	FUSIONAR-SUPERIORES.
		*> Los que reportaban al retirado pasan a reportar al
		*> sobreviviente, cada uno con su candado como en
		*> ORGMANT; el que está en uso se informa y se pasa
		*> después a mano. Si el propio sobreviviente
		*> reportaba al retirado queda sin superior.
		MOVE "superiores" TO NOMBRE-AUDSAT
		MOVE ZERO TO CANTIDAD-CLAVES
		MOVE "N" TO FIN-ARCHIVO
		MOVE ZERO TO EMPLEADO-ID
		START ARCHIVO-EMPLEADOS
			KEY IS NOT LESS THAN EMPLEADO-ID
		INVALID KEY MOVE "S" TO FIN-ARCHIVO
		END-START
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-EMPLEADOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF EMPLEADO-SUPERIOR IS NUMERIC
			AND EMPLEADO-SUPERIOR = ID-RETIRADO
			AND EMPLEADO-ID NOT = ID-RETIRADO
			MOVE EMPLEADO-ID TO CLAVE-NUEVA
			PERFORM ANOTAR-CLAVE
			END-IF
			END-READ
		END-PERFORM
		PERFORM VARYING INDICE-CLAVE FROM 1 BY 1
		UNTIL INDICE-CLAVE > CANTIDAD-CLAVES
			PERFORM FUSIONAR-SUBORDINADO
		END-PERFORM.

	FUSIONAR-SUBORDINADO.
		MOVE CLAVE-RETIRADO (INDICE-CLAVE) TO CLAVE-SECUNDARIA
		*> El sobreviviente ya está tomado desde el comienzo.
		MOVE "S" TO RESULTADO-CANDEMP
		IF APLICAR = "S"
		AND CLAVE-SECUNDARIA NOT = ID-SOBREVIVIENTE
		MOVE "T" TO ACCION-CANDEMP
		MOVE WS-OPERADOR-LOG TO DUENIO-CANDEMP
		MOVE CLAVE-SECUNDARIA TO ID-CANDEMP
		CALL "CANDEMP" USING ACCION-CANDEMP ID-CANDEMP
			DUENIO-CANDEMP RESULTADO-CANDEMP
			CANDEMP-DESDE-FECHA CANDEMP-DESDE-HORA
		END-IF
		IF RESULTADO-CANDEMP = "N"
		MOVE "EN USO: PASARLO CON ORGMANT" TO ACCION-INFORME
		PERFORM INFORMAR-RENGLON
		ADD 1 TO CONTADOR-EN-USO
		ELSE
		PERFORM PASAR-SUBORDINADO
		IF APLICAR = "S"
		AND CLAVE-SECUNDARIA NOT = ID-SOBREVIVIENTE
		MOVE "L" TO ACCION-CANDEMP
		MOVE WS-OPERADOR-LOG TO DUENIO-CANDEMP
		MOVE CLAVE-SECUNDARIA TO ID-CANDEMP
		CALL "CANDEMP" USING ACCION-CANDEMP ID-CANDEMP
			DUENIO-CANDEMP RESULTADO-CANDEMP
			CANDEMP-DESDE-FECHA CANDEMP-DESDE-HORA
		END-IF
		END-IF.

	PASAR-SUBORDINADO.
		MOVE CLAVE-SECUNDARIA TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE EMPLEADO-ID TO IML-ID
		MOVE ID-RETIRADO TO IML-SUPERIOR
		MOVE SPACES TO IMAGEN-SAT-ANTES
		MOVE IMAGEN-LINEA TO IMAGEN-SAT-ANTES
		IF EMPLEADO-ID = ID-SOBREVIVIENTE
		MOVE ZERO TO EMPLEADO-SUPERIOR
		MOVE "QUEDA SIN SUPERIOR: CARGARLO CON ORGMANT"
			TO ACCION-INFORME
		ELSE
		MOVE ID-SOBREVIVIENTE TO EMPLEADO-SUPERIOR
		MOVE "PASA A REPORTAR AL SOBREVIVIENTE"
			TO ACCION-INFORME
		END-IF
		MOVE EMPLEADO-SUPERIOR TO IML-SUPERIOR
		MOVE SPACES TO IMAGEN-SAT-DESPUES
		MOVE IMAGEN-LINEA TO IMAGEN-SAT-DESPUES
		PERFORM INFORMAR-RENGLON
		ADD 1 TO CONTADOR-REPORTES
		IF APLICAR = "S"
		REWRITE EMPLEADOS-REGISTRO
		INVALID KEY
		MOVE "Error de REWRITE en fusión de IDs."
			TO WS-MENSAJE-LOG
		MOVE "G" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		NOT INVALID KEY
		MOVE "M" TO OPERACION-AUDSAT
		PERFORM AUDITAR-SATELITE
		END-REWRITE
		END-IF
		END-READ.

	FUSIONAR-LEGAJO.
		*> Fecha de ingreso: la más antigua de las dos (cero =
		*> registro anterior al campo, no compara).
		MOVE INGRESO-SOBREVIVIENTE TO INGRESO-FUSIONADO
		IF INGRESO-RETIRADO > ZERO
		IF INGRESO-FUSIONADO = ZERO
		OR INGRESO-RETIRADO < INGRESO-FUSIONADO
		MOVE INGRESO-RETIRADO TO INGRESO-FUSIONADO
		END-IF
		END-IF
		MOVE SPACES TO LINEA-IMPRESION
		STRING "LEGAJO: FECHA DE INGRESO " DELIMITED BY SIZE
			INGRESO-FUSIONADO DELIMITED BY SIZE
			"; EL ID " DELIMITED BY SIZE
			ID-RETIRADO DELIMITED BY SIZE
			" SE ELIMINA Y QUEDA RETIRADO" DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		IF APLICAR = "S"
		PERFORM GRABAR-LEGAJO
		END-IF.

	GRABAR-LEGAJO.
		MOVE ID-SOBREVIVIENTE TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE EMPLEADOS-REGISTRO TO IMAGEN-ANTES
		MOVE INGRESO-FUSIONADO TO EMPLEADO-FECHA-INGRESO
		REWRITE EMPLEADOS-REGISTRO
		INVALID KEY
		MOVE "Error de REWRITE en fusión de IDs."
			TO WS-MENSAJE-LOG
		MOVE "G" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		NOT INVALID KEY
		MOVE EMPLEADOS-REGISTRO TO IMAGEN-DESPUES
		MOVE "M" TO OPERACION-AUDITORIA
		CALL "AUDJRN" USING WS-PROGRAMA-LOG
			OPERACION-AUDITORIA IMAGEN-ANTES
			IMAGEN-DESPUES
			WS-OPERADOR-LOG
		END-REWRITE
		END-READ
		MOVE ID-RETIRADO TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE EMPLEADOS-REGISTRO TO IMAGEN-ANTES
		DELETE ARCHIVO-EMPLEADOS
		INVALID KEY
		MOVE "Error de DELETE en fusión de IDs."
			TO WS-MENSAJE-LOG
		MOVE "G" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		NOT INVALID KEY
		MOVE SPACES TO IMAGEN-DESPUES
		MOVE "E" TO OPERACION-AUDITORIA
		CALL "AUDJRN" USING WS-PROGRAMA-LOG
			OPERACION-AUDITORIA IMAGEN-ANTES
			IMAGEN-DESPUES
			WS-OPERADOR-LOG
		END-DELETE
		END-READ
		OPEN I-O ARCHIVO-RETIRADOS
		MOVE ID-RETIRADO TO RET-ID
		MOVE ID-SOBREVIVIENTE TO RET-SOBREVIVIENTE
		MOVE WS-FECHA-HOY TO RET-FECHA
		MOVE WS-OPERADOR-LOG TO RET-OPERADOR
		WRITE IDS-RETIRADOS-REGISTRO
		INVALID KEY
		REWRITE IDS-RETIRADOS-REGISTRO
		END-REWRITE
		END-WRITE
		CLOSE ARCHIVO-RETIRADOS.

	GRABAR-LINEA.
		ADD 1 TO LINEAS-REPORTE
		DISPLAY LINEA-IMPRESION
		CALL "IMPRESO" USING NOMBRE-REPORTE LINEA-IMPRESION.
	END PROGRAM FUSEMP.
