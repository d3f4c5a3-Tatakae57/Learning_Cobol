	*> Accidentes de trabajo:
	*> Registro de accidentes en accidentes.dat por número de
	*> siniestro de la ART: empleado, fecha, lugar, descripción
	*> y días perdidos. Al darlo de alta se arma el reclamo: el
	*> salario diario es el bruto de los doce meses anteriores
	*> al mes del accidente en registro_nomina.dat dividido por
	*> los días de esos meses (de 30 días, como en MEDCAS), por
	*> los días perdidos. Sin liquidaciones previas el salario
	*> diario se carga a mano. Los pagos que manda la ART se
	*> cargan contra el número de siniestro en cobros_art.dat y
	*> se acumulan en el accidente; ARTCONC concilia lo cobrado
	*> con lo reclamado y ACCFREC arma los índices anuales para
	*> el comité de seguridad. Los cambios quedan en AUDSAT.
	*> El operador sin permiso de ver sueldos (VERSUEL) carga
	*> y consulta igual, pero ve salario diario, reclamo, pagos
	*> y saldo tapados con asteriscos.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. ACCMANT.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-ACCIDENTES
		ASSIGN TO "accidentes.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS ACC-SINIESTRO
		FILE STATUS IS WS-STATUS-ACC.

		SELECT OPTIONAL ARCHIVO-COBROS
		ASSIGN TO "cobros_art.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS CAR-CLAVE
		FILE STATUS IS WS-STATUS-CAR.

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

		SELECT OPTIONAL ARCHIVO-REGISTRO
		ASSIGN TO "registro_nomina.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS REG-CLAVE
		FILE STATUS IS WS-STATUS-REG.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-ACCIDENTES.
		COPY "accidente.cpy".

	FD ARCHIVO-COBROS.
		COPY "cobroart.cpy".

	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	FD ARCHIVO-REGISTRO.
		COPY "registro.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-ACC PIC XX VALUE "00".
		01 WS-STATUS-CAR PIC XX VALUE "00".
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 WS-STATUS-REG PIC XX VALUE "00".
		01 CONTINUAR PIC X VALUE "S".
		01 OPCION-MENU PIC 9 VALUE 1.
		01 ID-BUSCADO PIC 9(5) VALUE ZERO.
		01 SINIESTRO-BUSCADO PIC X(12) VALUE SPACES.
		01 CAMPO-ENTRADA PIC X(20) VALUE SPACES.
		01 CAMPO-VALIDO PIC X VALUE "N".
		01 FECHA-VALIDAR PIC 9(8) VALUE ZERO.
		01 RESULTADO-VALIDACION PIC X VALUE "N".
		01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
		01 IMPORTE-ENTRADA PIC X(10) VALUE SPACES.
		01 IMPORTE-NUMERICO PIC 9(7)V99 VALUE ZERO.
		01 DIAS-ENTRADA PIC X(3) VALUE SPACES.
		01 FIN-REGISTRO PIC X VALUE "N".
		01 FIN-COBROS PIC X VALUE "N".
		01 SECUENCIA-LIBRE PIC 9(2) VALUE ZERO.
		*> Ventana del salario diario: los doce meses previos
		*> al mes del accidente (los períodos 13 de SAC no).
		01 PERIODO-DESDE PIC 9(6) VALUE ZERO.
		01 PERIODO-HASTA PIC 9(6) VALUE ZERO.
		01 ANIO-ACCIDENTE PIC 9(4) VALUE ZERO.
		01 MES-ACCIDENTE PIC 9(2) VALUE ZERO.
		01 BRUTO-VENTANA PIC 9(8)V99 VALUE ZERO.
		01 MESES-VENTANA PIC 9(2) VALUE ZERO.
		01 DIAS-VENTANA PIC 9(3) VALUE ZERO.
		01 SALDO-SINIESTRO PIC S9(7)V99 VALUE ZERO.
		01 IMPORTE-EDITADO PIC Z,ZZZ,ZZ9.99.
		01 IMPORTE-TAPADO REDEFINES IMPORTE-EDITADO PIC X(12).
		01 SALDO-EDITADO PIC -Z,ZZZ,ZZ9.99.
		01 SALDO-TAPADO REDEFINES SALDO-EDITADO PIC X(13).
		*> "N" = el operador no ve importes (VERSUEL).
		01 VE-IMPORTES PIC X VALUE "N".
		01 NOMBRE-AUDSAT PIC X(12) VALUE "accidentes".
		01 OPERACION-AUDSAT PIC X VALUE SPACE.
		01 IMAGEN-SAT-ANTES PIC X(40) VALUE SPACES.
		01 IMAGEN-SAT-DESPUES PIC X(40) VALUE SPACES.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "ACCMANT".
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
		CALL "VERSUEL" USING WS-OPERADOR-LOG NIVEL-FIRMADO
			VE-IMPORTES.
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
		PERFORM APERTURA-ARCHIVOS.
		PERFORM UNTIL CONTINUAR = "N" OR CONTINUAR = "n"
			PERFORM MOSTRAR-MENU
			ACCEPT OPCION-MENU
			EVALUATE OPCION-MENU
				WHEN 1
					PERFORM ALTA-ACCIDENTE
				WHEN 2
					PERFORM CORREGIR-DIAS
				WHEN 3
					PERFORM ALTA-COBRO
				WHEN 4
					PERFORM CONSULTAR-SINIESTRO
				WHEN OTHER
					DISPLAY "Opción inválida."
			END-EVALUATE
			DISPLAY "Continuar programa: "
			ACCEPT CONTINUAR
		END-PERFORM.
		CLOSE ARCHIVO-ACCIDENTES.
		CLOSE ARCHIVO-COBROS.
		CLOSE ARCHIVO-EMPLEADOS.
		GOBACK.

	MOSTRAR-MENU.
		DISPLAY "1. Registrar accidente".
		DISPLAY "2. Corregir días perdidos".
		DISPLAY "3. Registrar pago de la ART".
		DISPLAY "4. Consultar siniestro".
		DISPLAY "Opción: ".

	APERTURA-ARCHIVOS.
		OPEN I-O ARCHIVO-ACCIDENTES
		IF WS-STATUS-ACC NOT = "00" AND WS-STATUS-ACC NOT = "05"
		DISPLAY "Error al abrir accidentes.dat. Status: "
			WS-STATUS-ACC
		GOBACK
		END-IF
		OPEN I-O ARCHIVO-COBROS
		IF WS-STATUS-CAR NOT = "00" AND WS-STATUS-CAR NOT = "05"
		DISPLAY "Error al abrir cobros_art.dat. Status: "
			WS-STATUS-CAR
		GOBACK
		END-IF
		OPEN INPUT ARCHIVO-EMPLEADOS
		IF WS-STATUS-EMP NOT = "00" AND WS-STATUS-EMP NOT = "05"
		DISPLAY "Error al abrir empleados.dat. Status: "
			WS-STATUS-EMP
		GOBACK
		END-IF.

	SOLICITAR-ID.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "ID de empleado: "
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:5) IS NUMERIC
			MOVE CAMPO-ENTRADA (1:5) TO ID-BUSCADO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "ID inválido, ingrese solo números."
			END-IF
		END-PERFORM.

	SOLICITAR-SINIESTRO.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Número de siniestro: "
			MOVE SPACES TO CAMPO-ENTRADA
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA (1:12) NOT = SPACES
			MOVE CAMPO-ENTRADA (1:12) TO SINIESTRO-BUSCADO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Falta el número de siniestro."
			END-IF
		END-PERFORM.

	SOLICITAR-FECHA.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			ACCEPT CAMPO-ENTRADA
			MOVE "N" TO RESULTADO-VALIDACION
			IF CAMPO-ENTRADA (1:8) IS NUMERIC
			MOVE CAMPO-ENTRADA (1:8) TO FECHA-VALIDAR
			CALL "VALFEC" USING FECHA-VALIDAR
				RESULTADO-VALIDACION
			END-IF
			IF RESULTADO-VALIDACION = "S"
			AND FECHA-VALIDAR NOT > WS-FECHA-HOY
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Fecha inválida o futura: "
			END-IF
		END-PERFORM.

	SOLICITAR-DIAS.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Días perdidos: "
			MOVE SPACES TO DIAS-ENTRADA
			ACCEPT DIAS-ENTRADA
			IF DIAS-ENTRADA IS NUMERIC
			MOVE DIAS-ENTRADA TO ACC-DIAS-PERDIDOS
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Ingrese los días con tres dígitos."
			END-IF
		END-PERFORM.

	SOLICITAR-IMPORTE.
		*> Importe con dos decimales implícitos.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			MOVE SPACES TO IMPORTE-ENTRADA
			ACCEPT IMPORTE-ENTRADA
			IF IMPORTE-ENTRADA (1:9) IS NUMERIC
			MOVE IMPORTE-ENTRADA (1:9) TO IMPORTE-NUMERICO
			IF IMPORTE-NUMERICO > ZERO
			MOVE "S" TO CAMPO-VALIDO
			END-IF
			END-IF
			IF CAMPO-VALIDO = "N"
			DISPLAY "Importe inválido: "
			END-IF
		END-PERFORM.

	GRABAR-AUDSAT.
		MOVE ACCIDENTES-REGISTRO TO IMAGEN-SAT-DESPUES
		CALL "AUDSAT" USING WS-PROGRAMA-LOG NOMBRE-AUDSAT
			OPERACION-AUDSAT IMAGEN-SAT-ANTES
			IMAGEN-SAT-DESPUES WS-OPERADOR-LOG.

	ALTA-ACCIDENTE.
		PERFORM SOLICITAR-ID
		MOVE ID-BUSCADO TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		DISPLAY "No existe el empleado " ID-BUSCADO "."
		MOVE "Accidente para ID inexistente."
			TO WS-MENSAJE-LOG
		MOVE "A" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		NOT INVALID KEY
		DISPLAY "Empleado: " EMPLEADO-NOMBRE
			" " EMPLEADO-APELLIDO
		PERFORM SOLICITAR-SINIESTRO
		MOVE SINIESTRO-BUSCADO TO ACC-SINIESTRO
		READ ARCHIVO-ACCIDENTES
		INVALID KEY
		PERFORM CAPTURAR-ACCIDENTE
		NOT INVALID KEY
		DISPLAY "El siniestro ya está cargado para el ID "
			ACC-ID "."
		END-READ
		END-READ.

	CAPTURAR-ACCIDENTE.
		MOVE SINIESTRO-BUSCADO TO ACC-SINIESTRO
		MOVE ID-BUSCADO TO ACC-ID
		MOVE EMPLEADO-DEPTO TO ACC-DEPTO
		DISPLAY "Fecha del accidente (AAAAMMDD): "
		PERFORM SOLICITAR-FECHA
		MOVE FECHA-VALIDAR TO ACC-FECHA
		DISPLAY "Lugar: "
		MOVE SPACES TO ACC-LUGAR
		ACCEPT ACC-LUGAR
		DISPLAY "Descripción: "
		MOVE SPACES TO ACC-DESCRIPCION
		ACCEPT ACC-DESCRIPCION
		PERFORM SOLICITAR-DIAS
		PERFORM CALCULAR-SALARIO-DIARIO
		IF MESES-VENTANA = ZERO
		DISPLAY "Sin liquidaciones en el último año."
		DISPLAY "Salario diario (9 dígitos, 2 decimales): "
		PERFORM SOLICITAR-IMPORTE
		MOVE IMPORTE-NUMERICO TO ACC-SALARIO-DIARIO
		END-IF
		COMPUTE ACC-RECLAMADO ROUNDED =
			ACC-SALARIO-DIARIO * ACC-DIAS-PERDIDOS
		MOVE WS-FECHA-HOY TO ACC-FECHA-RECLAMO
		MOVE ZERO TO ACC-COBRADO
		WRITE ACCIDENTES-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo grabar el accidente."
		NOT INVALID KEY
		MOVE SPACES TO IMAGEN-SAT-ANTES
		MOVE "A" TO OPERACION-AUDSAT
		PERFORM GRABAR-AUDSAT
		MOVE ACC-SALARIO-DIARIO TO IMPORTE-EDITADO
		PERFORM TAPAR-IMPORTES
		DISPLAY "Salario diario: " IMPORTE-EDITADO
		MOVE ACC-RECLAMADO TO IMPORTE-EDITADO
		PERFORM TAPAR-IMPORTES
		DISPLAY "Reclamo a la ART: " IMPORTE-EDITADO
		END-WRITE.

	CALCULAR-SALARIO-DIARIO.
		*> Bruto de los doce meses anteriores al del accidente
		*> sobre los días de los meses que tienen liquidación.
		MOVE ZERO TO BRUTO-VENTANA
		MOVE ZERO TO MESES-VENTANA
		MOVE ZERO TO ACC-SALARIO-DIARIO
		MOVE ACC-FECHA (1:4) TO ANIO-ACCIDENTE
		MOVE ACC-FECHA (5:2) TO MES-ACCIDENTE
		COMPUTE PERIODO-HASTA = ANIO-ACCIDENTE * 100
			+ MES-ACCIDENTE
		COMPUTE PERIODO-DESDE = (ANIO-ACCIDENTE - 1) * 100
			+ MES-ACCIDENTE
		MOVE "N" TO FIN-REGISTRO
		OPEN INPUT ARCHIVO-REGISTRO
		IF WS-STATUS-REG = "00" OR WS-STATUS-REG = "05"
		MOVE PERIODO-DESDE TO REG-PERIODO
		MOVE ZERO TO REG-ID
		START ARCHIVO-REGISTRO
			KEY IS NOT LESS THAN REG-CLAVE
		INVALID KEY MOVE "S" TO FIN-REGISTRO
		END-START
		PERFORM UNTIL FIN-REGISTRO = "S"
			READ ARCHIVO-REGISTRO NEXT RECORD
			AT END
			MOVE "S" TO FIN-REGISTRO
			NOT AT END
			IF REG-PERIODO NOT < PERIODO-HASTA
			MOVE "S" TO FIN-REGISTRO
			ELSE
			IF REG-ID = ACC-ID
			AND REG-PERIODO (5:2) <= "12"
			ADD REG-BRUTO TO BRUTO-VENTANA
			ADD 1 TO MESES-VENTANA
			END-IF
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-REGISTRO
		END-IF
		IF MESES-VENTANA > ZERO
		MULTIPLY MESES-VENTANA BY 30 GIVING DIAS-VENTANA
		DIVIDE BRUTO-VENTANA BY DIAS-VENTANA
			GIVING ACC-SALARIO-DIARIO ROUNDED
		END-IF.

	CORREGIR-DIAS.
		PERFORM SOLICITAR-SINIESTRO
		MOVE SINIESTRO-BUSCADO TO ACC-SINIESTRO
		READ ARCHIVO-ACCIDENTES
		INVALID KEY
		DISPLAY "No existe el siniestro " SINIESTRO-BUSCADO "."
		NOT INVALID KEY
		DISPLAY "Días perdidos cargados: " ACC-DIAS-PERDIDOS
		MOVE ACCIDENTES-REGISTRO TO IMAGEN-SAT-ANTES
		PERFORM SOLICITAR-DIAS
		COMPUTE ACC-RECLAMADO ROUNDED =
			ACC-SALARIO-DIARIO * ACC-DIAS-PERDIDOS
		REWRITE ACCIDENTES-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo actualizar el siniestro."
		NOT INVALID KEY
		MOVE "M" TO OPERACION-AUDSAT
		PERFORM GRABAR-AUDSAT
		MOVE ACC-RECLAMADO TO IMPORTE-EDITADO
		PERFORM TAPAR-IMPORTES
		DISPLAY "Nuevo reclamo a la ART: " IMPORTE-EDITADO
		END-REWRITE
		END-READ.

	BUSCAR-SECUENCIA-LIBRE.
		MOVE ZERO TO SECUENCIA-LIBRE
		MOVE "N" TO FIN-COBROS
		MOVE SINIESTRO-BUSCADO TO CAR-SINIESTRO
		MOVE ZERO TO CAR-SECUENCIA
		START ARCHIVO-COBROS
			KEY IS NOT LESS THAN CAR-CLAVE
		INVALID KEY MOVE "S" TO FIN-COBROS
		END-START
		PERFORM UNTIL FIN-COBROS = "S"
			READ ARCHIVO-COBROS NEXT RECORD
			AT END
			MOVE "S" TO FIN-COBROS
			NOT AT END
			IF CAR-SINIESTRO NOT = SINIESTRO-BUSCADO
			MOVE "S" TO FIN-COBROS
			ELSE
			MOVE CAR-SECUENCIA TO SECUENCIA-LIBRE
			END-IF
			END-READ
		END-PERFORM
		ADD 1 TO SECUENCIA-LIBRE.

	ALTA-COBRO.
		PERFORM SOLICITAR-SINIESTRO
		MOVE SINIESTRO-BUSCADO TO ACC-SINIESTRO
		READ ARCHIVO-ACCIDENTES
		INVALID KEY
		DISPLAY "No existe el siniestro " SINIESTRO-BUSCADO "."
		MOVE "Pago de ART sin siniestro cargado."
			TO WS-MENSAJE-LOG
		MOVE "A" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		NOT INVALID KEY
		PERFORM CAPTURAR-COBRO
		END-READ.

	CAPTURAR-COBRO.
		PERFORM BUSCAR-SECUENCIA-LIBRE
		MOVE SINIESTRO-BUSCADO TO CAR-SINIESTRO
		MOVE SECUENCIA-LIBRE TO CAR-SECUENCIA
		DISPLAY "Fecha del pago (AAAAMMDD): "
		PERFORM SOLICITAR-FECHA
		MOVE FECHA-VALIDAR TO CAR-FECHA
		DISPLAY "Importe pagado (9 dígitos, 2 decimales): "
		PERFORM SOLICITAR-IMPORTE
		MOVE IMPORTE-NUMERICO TO CAR-IMPORTE
		DISPLAY "Referencia del pago: "
		MOVE SPACES TO CAR-REFERENCIA
		ACCEPT CAR-REFERENCIA
		MOVE WS-OPERADOR-LOG TO CAR-OPERADOR
		WRITE COBROS-ART-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo grabar el pago."
		NOT INVALID KEY
		MOVE ACCIDENTES-REGISTRO TO IMAGEN-SAT-ANTES
		ADD CAR-IMPORTE TO ACC-COBRADO
		REWRITE ACCIDENTES-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo acumular el pago en el siniestro."
		NOT INVALID KEY
		MOVE "M" TO OPERACION-AUDSAT
		PERFORM GRABAR-AUDSAT
		DISPLAY "Pago registrado."
		IF ACC-COBRADO > ACC-RECLAMADO
		DISPLAY "Atención: lo cobrado supera lo reclamado."
		MOVE "Cobro de ART mayor que lo reclamado."
			TO WS-MENSAJE-LOG
		MOVE "A" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		END-IF
		END-REWRITE
		END-WRITE.

	CONSULTAR-SINIESTRO.
		PERFORM SOLICITAR-SINIESTRO
		MOVE SINIESTRO-BUSCADO TO ACC-SINIESTRO
		READ ARCHIVO-ACCIDENTES
		INVALID KEY
		DISPLAY "No existe el siniestro " SINIESTRO-BUSCADO "."
		NOT INVALID KEY
		PERFORM MOSTRAR-SINIESTRO
		END-READ.

	MOSTRAR-SINIESTRO.
		DISPLAY "Siniestro " ACC-SINIESTRO " ID " ACC-ID
			" fecha " ACC-FECHA " depto " ACC-DEPTO
		DISPLAY "  Lugar: " ACC-LUGAR
		DISPLAY "  " ACC-DESCRIPCION
		MOVE ACC-SALARIO-DIARIO TO IMPORTE-EDITADO
		PERFORM TAPAR-IMPORTES
		DISPLAY "  Días perdidos " ACC-DIAS-PERDIDOS
			" salario diario " IMPORTE-EDITADO
		MOVE ACC-RECLAMADO TO IMPORTE-EDITADO
		PERFORM TAPAR-IMPORTES
		DISPLAY "  Reclamado el " ACC-FECHA-RECLAMO ": "
			IMPORTE-EDITADO
		MOVE "N" TO FIN-COBROS
		MOVE ACC-SINIESTRO TO CAR-SINIESTRO
		MOVE ZERO TO CAR-SECUENCIA
		START ARCHIVO-COBROS
			KEY IS NOT LESS THAN CAR-CLAVE
		INVALID KEY MOVE "S" TO FIN-COBROS
		END-START
		PERFORM UNTIL FIN-COBROS = "S"
			READ ARCHIVO-COBROS NEXT RECORD
			AT END
			MOVE "S" TO FIN-COBROS
			NOT AT END
			IF CAR-SINIESTRO NOT = ACC-SINIESTRO
			MOVE "S" TO FIN-COBROS
			ELSE
			MOVE CAR-IMPORTE TO IMPORTE-EDITADO
			PERFORM TAPAR-IMPORTES
			DISPLAY "  Pago " CAR-SECUENCIA " del "
				CAR-FECHA ": " IMPORTE-EDITADO " "
				CAR-REFERENCIA
			END-IF
			END-READ
		END-PERFORM
		COMPUTE SALDO-SINIESTRO = ACC-RECLAMADO - ACC-COBRADO
		MOVE SALDO-SINIESTRO TO SALDO-EDITADO
		IF VE-IMPORTES = "N"
		MOVE ALL "*" TO SALDO-TAPADO
		END-IF
		DISPLAY "  Saldo pendiente: " SALDO-EDITADO.

	TAPAR-IMPORTES.
		*> Sin permiso de ver sueldos, el importe ya editado
		*> se pisa con asteriscos antes de mostrarlo.
		IF VE-IMPORTES = "N"
		MOVE ALL "*" TO IMPORTE-TAPADO
		END-IF.
	END PROGRAM ACCMANT.
