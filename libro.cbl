	*> Libro de sueldos rubricado con control de folios:
	*> El inspector de trabajo pide el libro rubricado y se
	*> seguía copiando a mano desde los recibos. Esto imprime
	*> el libro de un período pagado desde registro_nomina.dat
	*> y empleados.dat: un bloque por empleado con CUIL, fecha
	*> de ingreso, departamento, cada concepto de pago y cada
	*> descuento, varios bloques por folio. Los folios son
	*> correlativos y siguen desde el último usado, que queda
	*> en folios.dat (un registro por folio). Un período ya
	*> impreso no se vuelve a imprimir mientras sus folios
	*> estén vigentes: un supervisor firmado los anula, la
	*> anulación queda grabada con operador y fecha y recién
	*> ahí el período se reimprime en folios nuevos. El
	*> listado de auditoría recorre folios.dat y marca los
	*> saltos de numeración y las reimpresiones de un período.
	*> Imprimir el libro pide permiso de ver sueldos según la
	*> tabla de visibilidad (VERSUEL): el libro rubricado no
	*> puede salir con importes tapados.
	*> Empresas: se elige la empresa con EMPSEL, el período
	*> pagado se controla contra el renglón de esa empresa
	*> (PERGRUPO) y van al libro solo sus empleados (un legajo
	*> sin empresa o que ya no figura en el vivo es de la 01).
	*> Cada empresa lleva su propia numeración de folios.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. LIBRO.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-FOLIOS
		ASSIGN TO "folios.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS FOL-CLAVE
		FILE STATUS IS WS-STATUS-FOL.

		SELECT OPTIONAL ARCHIVO-REGISTRO
		ASSIGN TO "registro_nomina.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS REG-CLAVE
		FILE STATUS IS WS-STATUS-REG.

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

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-FOLIOS.
		COPY "folio.cpy".

	FD ARCHIVO-REGISTRO.
		COPY "registro.cpy".

	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	FD ARCHIVO-DEPARTAMENTOS.
		COPY "depto.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-FOL PIC XX VALUE "00".
		01 WS-STATUS-REG PIC XX VALUE "00".
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 WS-STATUS-DEP PIC XX VALUE "00".
		01 CONTINUAR PIC X VALUE "S".
		01 OPCION-MENU PIC 9 VALUE 1.
		01 CAMPO-ENTRADA PIC X(6) VALUE SPACES.
		01 CAMPO-VALIDO PIC X VALUE "N".
		01 CONFIRMACION PIC X VALUE "N".
		01 PERIODO-BUSCADO PIC 9(6) VALUE ZERO.
		01 PERIODO-CERRADO PIC X VALUE "N".
		01 PERIODO-IMPRESO PIC X VALUE "N".
		01 FIN-ARCHIVO PIC X VALUE "N".
		01 FIN-FOLIOS PIC X VALUE "N".
		01 EMPLEADO-HALLADO PIC X VALUE "N".
		01 EMPRESA-EMPLEADO PIC 9(2) VALUE ZERO.
		COPY "pergrupo.cpy".
		01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
		*> Folios: el último usado sale de folios.dat; cada
		*> folio lleva hasta BLOQUES-POR-FOLIO empleados.
		01 ULTIMO-FOLIO PIC 9(7) VALUE ZERO.
		01 BLOQUES-POR-FOLIO PIC 9 VALUE 4.
		01 BLOQUES-EN-FOLIO PIC 9 VALUE ZERO.
		01 FOLIOS-EMITIDOS PIC 9(5) VALUE ZERO.
		01 FOLIOS-ANULADOS PIC 9(5) VALUE ZERO.
		01 EMPLEADOS-LIBRO PIC 9(5) VALUE ZERO.
		01 FOLIO-DESDE PIC 9(7) VALUE ZERO.
		*> Importes del bloque: lo que el registro no desglosa
		*> (embargos, agencias, ajustes) sale por diferencia
		*> entre el bruto, los descuentos con columna y el neto.
		01 IMPORTE-JUBILACION PIC 9(6)V99 VALUE ZERO.
		01 IMPORTE-SINDICATO PIC 9(6)V99 VALUE ZERO.
		01 IMPORTE-IMPUESTO PIC 9(6)V99 VALUE ZERO.
		01 IMPORTE-ADELANTO PIC 9(6)V99 VALUE ZERO.
		01 IMPORTE-ASIGNACION PIC 9(6)V99 VALUE ZERO.
		01 IMPORTE-GASTOS PIC 9(6)V99 VALUE ZERO.
		01 IMPORTE-OTROS PIC S9(7)V99 VALUE ZERO.
		01 IMPORTE-EDITADO PIC $$,$$$,$$9.99.
		01 OTROS-EDITADO PIC +ZZ,ZZZ,ZZ9.99.
		01 CANTIDAD-EDITADA PIC ZZ9.99.
		*> Auditoría: tiradas ya vistas (período de cada tramo
		*> contiguo de folios) para detectar reimpresiones.
		01 TABLA-TIRADAS.
			02 TIRADA-PERIODO OCCURS 500 TIMES PIC 9(6).
		01 CANTIDAD-TIRADAS PIC 9(3) VALUE ZERO.
		01 INDICE-TIRADA PIC 9(3) VALUE ZERO.
		01 TIRADA-REPETIDA PIC X VALUE "N".
		01 FOLIO-ESPERADO PIC 9(7) VALUE ZERO.
		01 FOLIO-HASTA PIC 9(7) VALUE ZERO.
		01 PERIODO-TRAMO PIC 9(6) VALUE ZERO.
		01 ESTADO-TRAMO PIC X VALUE SPACE.
		01 FOLIOS-REGISTRADOS PIC 9(7) VALUE ZERO.
		01 OBSERVACIONES PIC 9(5) VALUE ZERO.
		01 NUMERO-PAGINA PIC 99 VALUE ZERO.
		01 TITULO-REPORTE PIC X(40)
			VALUE "LIBRO DE SUELDOS - ART. 52 LCT".
		01 NOMBRE-REPORTE PIC X(8) VALUE "LIBRO".
		01 LINEAS-REPORTE PIC 9(7) VALUE ZERO.
		01 PAGINA-AUDITORIA PIC 99 VALUE ZERO.
		01 TITULO-AUDITORIA PIC X(40)
			VALUE "AUDITORIA DE FOLIOS DEL LIBRO".
		01 NOMBRE-AUDITORIA PIC X(8) VALUE "LIBROAUD".
		01 LINEAS-AUDITORIA PIC 9(7) VALUE ZERO.
		01 LINEA-IMPRESION PIC X(168) VALUE SPACES.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "LIBRO".
		01 WS-MENSAJE-LOG PIC X(40).
		01 WS-SEVERIDAD-LOG PIC X VALUE "A".
		01 WS-OPERADOR-LOG PIC X(8) VALUE "SISTEMA".
		01 NIVEL-FIRMADO PIC 9 VALUE ZERO.
		01 RESULTADO-SIGNON PIC X VALUE "N".
		*> "N" = el operador no ve importes (VERSUEL).
		01 VE-IMPORTES PIC X VALUE "N".
		*> Empresa del libro (EMPSEL).
		COPY "empsel.cpy".

	PROCEDURE DIVISION.
	MAIN.
		CALL "SIGNON" USING WS-OPERADOR-LOG NIVEL-FIRMADO
			RESULTADO-SIGNON WS-PROGRAMA-LOG.
		IF RESULTADO-SIGNON NOT = "S"
		GOBACK
		END-IF.
		CALL "VERSUEL" USING WS-OPERADOR-LOG NIVEL-FIRMADO
			VE-IMPORTES.
		CALL "EMPSEL" USING WS-OPERADOR-LOG EMPRESA-ELEGIDA.
		IF ELE-HALLADA NOT = "S"
		GOBACK
		END-IF.
		PERFORM APERTURA-ARCHIVOS.
		PERFORM UNTIL CONTINUAR = "N" OR CONTINUAR = "n"
			PERFORM MOSTRAR-MENU
			ACCEPT OPCION-MENU
			EVALUATE OPCION-MENU
				WHEN 1
					PERFORM IMPRIMIR-LIBRO
				WHEN 2
					PERFORM ANULAR-FOLIOS
				WHEN 3
					PERFORM LISTAR-AUDITORIA
				WHEN OTHER
					DISPLAY "Opción inválida."
			END-EVALUATE
			DISPLAY "Continuar programa: "
			ACCEPT CONTINUAR
		END-PERFORM.
		CLOSE ARCHIVO-FOLIOS.
		GOBACK.

	MOSTRAR-MENU.
		DISPLAY "1. Imprimir el libro de un período pagado".
		DISPLAY "2. Anular los folios de un período (superv.)".
		DISPLAY "3. Listado de auditoría de folios".
		DISPLAY "Opción: ".

	APERTURA-ARCHIVOS.
		OPEN I-O ARCHIVO-FOLIOS
		IF WS-STATUS-FOL NOT = "00" AND WS-STATUS-FOL NOT = "05"
		DISPLAY "Error al abrir folios.dat. Status: "
			WS-STATUS-FOL
		GOBACK
		END-IF.

	SOLICITAR-PERIODO.
		MOVE "N" TO CAMPO-VALIDO
		PERFORM UNTIL CAMPO-VALIDO = "S"
			DISPLAY "Período (AAAAMM): "
			ACCEPT CAMPO-ENTRADA
			IF CAMPO-ENTRADA IS NUMERIC
			MOVE CAMPO-ENTRADA TO PERIODO-BUSCADO
			MOVE "S" TO CAMPO-VALIDO
			ELSE
			DISPLAY "Período inválido."
			END-IF
		END-PERFORM.

	CONTROLAR-PERIODO.
		*> Solo va al libro lo que ya se pagó: un período
		*> anterior al abierto, o el abierto ya marcado pagado,
		*> según el renglón mensual de la empresa del libro.
		MOVE "N" TO PERIODO-CERRADO
		MOVE "L" TO PGR-OPERACION
		MOVE SPACES TO PGR-ARCHIVO
		MOVE SPACES TO PGR-GRUPO
		MOVE ELE-CODIGO TO PGR-EMPRESA
		CALL "PERGRUPO" USING PERIODO-GRUPO
		IF PGR-HALLADO = "S"
		IF PERIODO-BUSCADO < PGR-PERIODO
		MOVE "S" TO PERIODO-CERRADO
		END-IF
		IF PERIODO-BUSCADO = PGR-PERIODO
		AND PGR-ESTADO = "P"
		MOVE "S" TO PERIODO-CERRADO
		END-IF
		END-IF.

	REVISAR-FOLIOS.
		*> Una pasada por los folios de la empresa: el último
		*> número usado (vigente o anulado, la numeración
		*> nunca retrocede) y si el período ya tiene folios
		*> vigentes.
		MOVE ZERO TO ULTIMO-FOLIO
		MOVE "N" TO PERIODO-IMPRESO
		PERFORM EMPEZAR-FOLIOS
		PERFORM UNTIL FIN-FOLIOS = "S"
			READ ARCHIVO-FOLIOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-FOLIOS
			NOT AT END
			IF FOL-EMPRESA NOT = ELE-CODIGO
			MOVE "S" TO FIN-FOLIOS
			ELSE
			MOVE FOL-NUMERO TO ULTIMO-FOLIO
			IF FOL-PERIODO = PERIODO-BUSCADO
			AND FOLIO-USADO
			MOVE "S" TO PERIODO-IMPRESO
			END-IF
			END-IF
			END-READ
		END-PERFORM.

	EMPEZAR-FOLIOS.
		*> Se recorre solo el tramo de la empresa del libro.
		MOVE "N" TO FIN-FOLIOS
		MOVE ELE-CODIGO TO FOL-EMPRESA
		MOVE ZERO TO FOL-NUMERO
		START ARCHIVO-FOLIOS
			KEY IS NOT LESS THAN FOL-CLAVE
		INVALID KEY MOVE "S" TO FIN-FOLIOS
		END-START.

	IMPRIMIR-LIBRO.
		*> El libro rubricado no admite importes tapados: quien
		*> no ve sueldos no lo imprime (ni gasta folios).
		IF VE-IMPORTES = "N"
		DISPLAY "Sin permiso de ver sueldos: el libro lo"
			" imprime un operador habilitado."
		ELSE
		PERFORM SOLICITAR-PERIODO
		PERFORM CONTROLAR-PERIODO
		IF PERIODO-CERRADO = "N"
		DISPLAY "El período " PERIODO-BUSCADO
			" no está pagado: no va al libro."
		ELSE
		PERFORM REVISAR-FOLIOS
		IF PERIODO-IMPRESO = "S"
		DISPLAY "El período " PERIODO-BUSCADO
			" ya está impreso en el libro."
		DISPLAY "Para reimprimirlo un supervisor debe anular"
			" sus folios."
		ELSE
		PERFORM EMITIR-LIBRO
		END-IF
		END-IF
		END-IF.

	EMITIR-LIBRO.
		OPEN INPUT ARCHIVO-REGISTRO
		IF WS-STATUS-REG NOT = "00" AND WS-STATUS-REG NOT = "05"
		DISPLAY "Error al abrir registro_nomina.dat. Status: "
			WS-STATUS-REG
		ELSE
		OPEN INPUT ARCHIVO-EMPLEADOS
		OPEN INPUT ARCHIVO-DEPARTAMENTOS
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
		MOVE ZERO TO BLOQUES-EN-FOLIO
		MOVE ZERO TO FOLIOS-EMITIDOS
		MOVE ZERO TO EMPLEADOS-LIBRO
		MOVE ZERO TO LINEAS-REPORTE
		MOVE ZERO TO NUMERO-PAGINA
		COMPUTE FOLIO-DESDE = ULTIMO-FOLIO + 1
		MOVE "N" TO FIN-ARCHIVO
		MOVE PERIODO-BUSCADO TO REG-PERIODO
		MOVE ZERO TO REG-ID
		START ARCHIVO-REGISTRO
			KEY IS NOT LESS THAN REG-CLAVE
		INVALID KEY MOVE "S" TO FIN-ARCHIVO
		END-START
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-REGISTRO NEXT RECORD
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF REG-PERIODO NOT = PERIODO-BUSCADO
			MOVE "S" TO FIN-ARCHIVO
			ELSE
			PERFORM EMPRESA-DEL-REGISTRO
			IF EMPRESA-EMPLEADO = ELE-CODIGO
			PERFORM IMPRIMIR-BLOQUE
			END-IF
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-REGISTRO
		CLOSE ARCHIVO-EMPLEADOS
		CLOSE ARCHIVO-DEPARTAMENTOS
		IF FOLIOS-EMITIDOS = ZERO
		DISPLAY "Sin pagos registrados en " PERIODO-BUSCADO
			" para la empresa " ELE-CODIGO
			": no se usó ningún folio."
		ELSE
		CALL "RPTPIE" USING TITULO-REPORTE
			LINEAS-REPORTE NOMBRE-REPORTE
		DISPLAY "Libro " PERIODO-BUSCADO ": " EMPLEADOS-LIBRO
			" empleados en folios " FOLIO-DESDE " a "
			ULTIMO-FOLIO "."
		END-IF
		END-IF.

	ABRIR-FOLIO.
		ADD 1 TO ULTIMO-FOLIO
		CALL "RPTHDR" USING TITULO-REPORTE
			NUMERO-PAGINA NOMBRE-REPORTE
		MOVE SPACES TO LINEA-IMPRESION
		STRING "FOLIO " DELIMITED BY SIZE
			ULTIMO-FOLIO DELIMITED BY SIZE
			"   PERIODO " DELIMITED BY SIZE
			PERIODO-BUSCADO DELIMITED BY SIZE
			"   " DELIMITED BY SIZE
			ELE-RAZON-SOCIAL DELIMITED BY SIZE
			"  CUIT " DELIMITED BY SIZE
			ELE-CUIT DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		MOVE SPACES TO FOLIOS-REGISTRO
		MOVE ELE-CODIGO TO FOL-EMPRESA
		MOVE ULTIMO-FOLIO TO FOL-NUMERO
		MOVE PERIODO-BUSCADO TO FOL-PERIODO
		MOVE "U" TO FOL-ESTADO
		MOVE WS-FECHA-HOY TO FOL-FECHA
		MOVE WS-OPERADOR-LOG TO FOL-OPERADOR
		MOVE ZERO TO FOL-FECHA-ANULACION
		WRITE FOLIOS-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo registrar el folio " ULTIMO-FOLIO
		END-WRITE
		ADD 1 TO FOLIOS-EMITIDOS
		MOVE ZERO TO BLOQUES-EN-FOLIO.

	EMPRESA-DEL-REGISTRO.
		*> Cero (legajo anterior a las empresas) o un legajo
		*> que ya no figura en el vivo = la 01.
		MOVE "N" TO EMPLEADO-HALLADO
		MOVE REG-ID TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		MOVE SPACES TO EMPLEADO-NOMBRE
		MOVE "(SIN LEGAJO EN EL VIVO)" TO EMPLEADO-APELLIDO
		MOVE ZERO TO EMPLEADO-CUIL
		MOVE ZERO TO EMPLEADO-FECHA-INGRESO
		MOVE ZERO TO EMPLEADO-DEPTO
		MOVE ZERO TO EMPLEADO-EMPRESA
		NOT INVALID KEY
		MOVE "S" TO EMPLEADO-HALLADO
		END-READ
		IF EMPLEADO-EMPRESA IS NOT NUMERIC
		OR EMPLEADO-EMPRESA = ZERO
		MOVE 1 TO EMPRESA-EMPLEADO
		ELSE
		MOVE EMPLEADO-EMPRESA TO EMPRESA-EMPLEADO
		END-IF.

	IMPRIMIR-BLOQUE.
		IF FOLIOS-EMITIDOS = ZERO
		OR BLOQUES-EN-FOLIO = BLOQUES-POR-FOLIO
		PERFORM ABRIR-FOLIO
		END-IF
		MOVE SPACES TO DEP-NOMBRE
		IF EMPLEADO-HALLADO = "S"
		MOVE EMPLEADO-DEPTO TO DEP-CODIGO
		READ ARCHIVO-DEPARTAMENTOS
		INVALID KEY
		MOVE SPACES TO DEP-NOMBRE
		END-READ
		END-IF
		MOVE SPACES TO LINEA-IMPRESION
		STRING "LEGAJO " DELIMITED BY SIZE
			REG-ID DELIMITED BY SIZE
			"  " DELIMITED BY SIZE
			EMPLEADO-APELLIDO DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			EMPLEADO-NOMBRE DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		MOVE SPACES TO LINEA-IMPRESION
		STRING "  CUIL " DELIMITED BY SIZE
			EMPLEADO-CUIL DELIMITED BY SIZE
			"  INGRESO " DELIMITED BY SIZE
			EMPLEADO-FECHA-INGRESO DELIMITED BY SIZE
			"  DEPTO " DELIMITED BY SIZE
			EMPLEADO-DEPTO DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			DEP-NOMBRE DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		MOVE REG-HORAS TO CANTIDAD-EDITADA
		MOVE SPACES TO LINEA-IMPRESION
		STRING "  HORAS LIQUIDADAS:         " DELIMITED BY SIZE
			CANTIDAD-EDITADA DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		MOVE REG-TARIFA TO CANTIDAD-EDITADA
		MOVE SPACES TO LINEA-IMPRESION
		STRING "  TARIFA HORARIA:           " DELIMITED BY SIZE
			CANTIDAD-EDITADA DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		MOVE REG-BRUTO TO IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "  REMUNERACION BRUTA:    " DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		*> Renglones anteriores al desglose traen estas
		*> columnas en blanco: van como cero.
		MOVE ZERO TO IMPORTE-JUBILACION
		MOVE ZERO TO IMPORTE-SINDICATO
		MOVE ZERO TO IMPORTE-IMPUESTO
		MOVE ZERO TO IMPORTE-ADELANTO
		MOVE ZERO TO IMPORTE-ASIGNACION
		MOVE ZERO TO IMPORTE-GASTOS
		IF REG-JUBILACION IS NUMERIC
		MOVE REG-JUBILACION TO IMPORTE-JUBILACION
		END-IF
		IF REG-SINDICATO IS NUMERIC
		MOVE REG-SINDICATO TO IMPORTE-SINDICATO
		END-IF
		IF REG-IMPUESTO IS NUMERIC
		MOVE REG-IMPUESTO TO IMPORTE-IMPUESTO
		END-IF
		IF REG-ADELANTO IS NUMERIC
		MOVE REG-ADELANTO TO IMPORTE-ADELANTO
		END-IF
		IF REG-ASIGNACION IS NUMERIC
		MOVE REG-ASIGNACION TO IMPORTE-ASIGNACION
		END-IF
		IF REG-GASTOS IS NUMERIC
		MOVE REG-GASTOS TO IMPORTE-GASTOS
		END-IF
		MOVE IMPORTE-JUBILACION TO IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "  APORTE JUBILATORIO:    " DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		MOVE IMPORTE-SINDICATO TO IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "  CUOTA SINDICAL:        " DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		MOVE IMPORTE-IMPUESTO TO IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "  RETENCION IMPUESTO:    " DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		MOVE IMPORTE-ADELANTO TO IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "  CUOTA DE ADELANTO:     " DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		COMPUTE IMPORTE-OTROS = REG-BRUTO - IMPORTE-JUBILACION
			- IMPORTE-SINDICATO - IMPORTE-IMPUESTO
			- IMPORTE-ADELANTO + IMPORTE-ASIGNACION
			+ IMPORTE-GASTOS - REG-NETO
		MOVE IMPORTE-OTROS TO OTROS-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "  EMBARGOS, CUOTAS, AJ.: " DELIMITED BY SIZE
			OTROS-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		*> La asignación familiar no es remunerativa: suma al
		*> neto por fuera del bruto.
		IF IMPORTE-ASIGNACION > ZERO
		MOVE IMPORTE-ASIGNACION TO IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "  ASIG. FAMILIARES:      " DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		END-IF
		*> El reintegro de gastos, igual: no remunerativo.
		IF IMPORTE-GASTOS > ZERO
		MOVE IMPORTE-GASTOS TO IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "  REINTEGRO GASTOS:      " DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		END-IF
		MOVE REG-NETO TO IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "  NETO PERCIBIDO:        " DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		MOVE SPACES TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		ADD 1 TO BLOQUES-EN-FOLIO
		ADD 1 TO EMPLEADOS-LIBRO.

	ANULAR-FOLIOS.
		IF NIVEL-FIRMADO < 2
		DISPLAY "La anulación de folios es solo para"
			" supervisores."
		ELSE
		PERFORM SOLICITAR-PERIODO
		DISPLAY "Anular todos los folios vigentes de "
			PERIODO-BUSCADO " de la empresa " ELE-CODIGO
			" (S/N): "
		ACCEPT CONFIRMACION
		IF CONFIRMACION = "S" OR CONFIRMACION = "s"
		PERFORM MARCAR-ANULADOS
		ELSE
		DISPLAY "Anulación cancelada."
		END-IF
		END-IF.

	MARCAR-ANULADOS.
		ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
		MOVE ZERO TO FOLIOS-ANULADOS
		PERFORM EMPEZAR-FOLIOS
		PERFORM UNTIL FIN-FOLIOS = "S"
			READ ARCHIVO-FOLIOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-FOLIOS
			NOT AT END
			IF FOL-EMPRESA NOT = ELE-CODIGO
			MOVE "S" TO FIN-FOLIOS
			END-IF
			IF FIN-FOLIOS = "N"
			AND FOL-PERIODO = PERIODO-BUSCADO
			AND FOLIO-USADO
			MOVE "A" TO FOL-ESTADO
			MOVE WS-FECHA-HOY TO FOL-FECHA-ANULACION
			MOVE WS-OPERADOR-LOG TO FOL-OPERADOR-ANULACION
			REWRITE FOLIOS-REGISTRO
			INVALID KEY
			DISPLAY "No se pudo anular el folio " FOL-NUMERO
			NOT INVALID KEY
			ADD 1 TO FOLIOS-ANULADOS
			END-REWRITE
			END-IF
			END-READ
		END-PERFORM
		IF FOLIOS-ANULADOS = ZERO
		DISPLAY "El período " PERIODO-BUSCADO
			" no tiene folios vigentes."
		ELSE
		DISPLAY FOLIOS-ANULADOS " folios anulados; el período"
			" puede reimprimirse."
		MOVE SPACES TO WS-MENSAJE-LOG
		STRING "Folios del libro anulados: " DELIMITED BY SIZE
			PERIODO-BUSCADO DELIMITED BY SIZE
			" emp " DELIMITED BY SIZE
			ELE-CODIGO DELIMITED BY SIZE
			INTO WS-MENSAJE-LOG
		END-STRING
		MOVE "A" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		END-IF.

	LISTAR-AUDITORIA.
		*> Cada tramo contiguo de folios de un mismo período y
		*> estado es una tirada; un período con más de una
		*> tirada es una reimpresión, y un número que no sigue
		*> al anterior es un salto.
		MOVE ZERO TO CANTIDAD-TIRADAS
		MOVE ZERO TO FOLIOS-REGISTRADOS
		MOVE ZERO TO OBSERVACIONES
		MOVE ZERO TO LINEAS-AUDITORIA
		MOVE ZERO TO PAGINA-AUDITORIA
		MOVE ZERO TO PERIODO-TRAMO
		MOVE SPACE TO ESTADO-TRAMO
		MOVE 1 TO FOLIO-ESPERADO
		CALL "RPTHDR" USING TITULO-AUDITORIA
			PAGINA-AUDITORIA NOMBRE-AUDITORIA
		MOVE SPACES TO LINEA-IMPRESION
		STRING "EMPRESA " DELIMITED BY SIZE
			ELE-CODIGO DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			ELE-RAZON-SOCIAL DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-AUDITORIA
		PERFORM EMPEZAR-FOLIOS
		PERFORM UNTIL FIN-FOLIOS = "S"
			READ ARCHIVO-FOLIOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-FOLIOS
			NOT AT END
			IF FOL-EMPRESA NOT = ELE-CODIGO
			MOVE "S" TO FIN-FOLIOS
			ELSE
			PERFORM AUDITAR-FOLIO
			END-IF
			END-READ
		END-PERFORM
		MOVE SPACES TO LINEA-IMPRESION
		STRING "FOLIOS REGISTRADOS: " DELIMITED BY SIZE
			FOLIOS-REGISTRADOS DELIMITED BY SIZE
			"  OBSERVACIONES: " DELIMITED BY SIZE
			OBSERVACIONES DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-AUDITORIA
		IF OBSERVACIONES = ZERO
		MOVE "NUMERACION CORRELATIVA, SIN REIMPRESIONES."
			TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA-AUDITORIA
		END-IF
		CALL "RPTPIE" USING TITULO-AUDITORIA
			LINEAS-AUDITORIA NOMBRE-AUDITORIA.

	AUDITAR-FOLIO.
		ADD 1 TO FOLIOS-REGISTRADOS
		IF FOL-NUMERO > FOLIO-ESPERADO
		ADD 1 TO OBSERVACIONES
		COMPUTE FOLIO-HASTA = FOL-NUMERO - 1
		MOVE SPACES TO LINEA-IMPRESION
		STRING "SALTO: FALTAN LOS FOLIOS " DELIMITED BY SIZE
			FOLIO-ESPERADO DELIMITED BY SIZE
			" A " DELIMITED BY SIZE
			FOLIO-HASTA DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-AUDITORIA
		END-IF
		IF FOL-NUMERO NOT = FOLIO-ESPERADO
		OR FOL-PERIODO NOT = PERIODO-TRAMO
		OR FOL-ESTADO NOT = ESTADO-TRAMO
		PERFORM ABRIR-TRAMO
		END-IF
		COMPUTE FOLIO-ESPERADO = FOL-NUMERO + 1.

	ABRIR-TRAMO.
		MOVE FOL-PERIODO TO PERIODO-TRAMO
		MOVE FOL-ESTADO TO ESTADO-TRAMO
		MOVE SPACES TO LINEA-IMPRESION
		IF FOLIO-ANULADO
		STRING "DESDE FOLIO " DELIMITED BY SIZE
			FOL-NUMERO DELIMITED BY SIZE
			" PERIODO " DELIMITED BY SIZE
			FOL-PERIODO DELIMITED BY SIZE
			" IMPRESO " DELIMITED BY SIZE
			FOL-FECHA DELIMITED BY SIZE
			" ANULADO " DELIMITED BY SIZE
			FOL-FECHA-ANULACION DELIMITED BY SIZE
			" POR " DELIMITED BY SIZE
			FOL-OPERADOR-ANULACION DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		ELSE
		STRING "DESDE FOLIO " DELIMITED BY SIZE
			FOL-NUMERO DELIMITED BY SIZE
			" PERIODO " DELIMITED BY SIZE
			FOL-PERIODO DELIMITED BY SIZE
			" IMPRESO " DELIMITED BY SIZE
			FOL-FECHA DELIMITED BY SIZE
			" POR " DELIMITED BY SIZE
			FOL-OPERADOR DELIMITED BY SIZE
			" VIGENTE" DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		END-IF
		PERFORM GRABAR-LINEA-AUDITORIA
		MOVE "N" TO TIRADA-REPETIDA
		PERFORM VARYING INDICE-TIRADA FROM 1 BY 1
		UNTIL INDICE-TIRADA > CANTIDAD-TIRADAS
		IF TIRADA-PERIODO (INDICE-TIRADA) = FOL-PERIODO
			MOVE "S" TO TIRADA-REPETIDA
			MOVE CANTIDAD-TIRADAS TO INDICE-TIRADA
		END-IF
		END-PERFORM
		IF TIRADA-REPETIDA = "S"
		ADD 1 TO OBSERVACIONES
		MOVE SPACES TO LINEA-IMPRESION
		STRING "REIMPRESION: EL PERIODO " DELIMITED BY SIZE
			FOL-PERIODO DELIMITED BY SIZE
			" YA TENIA FOLIOS ANTERIORES" DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-AUDITORIA
		ELSE
		IF CANTIDAD-TIRADAS < 500
		ADD 1 TO CANTIDAD-TIRADAS
		MOVE FOL-PERIODO TO TIRADA-PERIODO (CANTIDAD-TIRADAS)
		END-IF
		END-IF.

	GRABAR-LINEA.
		ADD 1 TO LINEAS-REPORTE
		DISPLAY LINEA-IMPRESION
		CALL "IMPRESO" USING NOMBRE-REPORTE LINEA-IMPRESION.

	GRABAR-LINEA-AUDITORIA.
		ADD 1 TO LINEAS-AUDITORIA
		DISPLAY LINEA-IMPRESION
		CALL "IMPRESO" USING NOMBRE-AUDITORIA LINEA-IMPRESION.
	END PROGRAM LIBRO.
