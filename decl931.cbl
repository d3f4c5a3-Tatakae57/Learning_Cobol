	*> Declaración jurada mensual de cargas sociales (F.931):
	*> Cada mes alguien volvía a tipear en el aplicativo del
	*> organismo el bruto, los aportes y las retenciones de
	*> cada empleado leyéndolos del impreso de NOMINA. Esto
	*> toma un período ya pagado (anterior al abierto en
	*> periodo.dat, o el mismo con PERIODO-PAGADO), recorre
	*> sus renglones de registro_nomina.dat, los cruza con
	*> empleados.dat por REG-ID para traer CUIL, fecha de
	*> ingreso y estado, y recalcula las contribuciones
	*> patronales con la misma tabla que usa CALCULAR-PATRONAL
	*> (patronal.cpy) sobre el mismo bruto. Graba el archivo
	*> de ancho fijo f931-AAAAMM.dat, un renglón por CUIL más
	*> un trailer de totales, y emite la página de control
	*> (spool DECL931) con los totales que tienen que cuadrar
	*> con el pie de NOMINA; si asientos.dat es del mismo
	*> período los coteja renglón por renglón.
	*> Con grupos de pago quincenales o semanales el mes se
	*> paga en varias corridas y asientos.dat guarda solo la
	*> última: el cotejo automático se omite y se avisa que
	*> va contra los pies de cada corrida.
	*> Un empleado con CUIL en cero, que ya no figura en el
	*> vivo o con el CUIL repetido no se descarta en silencio:
	*> sale listado como excepción bloqueante, el archivo se
	*> deja vacío para que nadie lo presente incompleto y se
	*> devuelve código 8 para frenar un plan de ORQUESTA.
	*> Empresas: cada empresa del grupo presenta su propia
	*> declaración. Se firma con SIGNON y se elige la empresa
	*> con EMPSEL; el período sale de los renglones de esa
	*> empresa en periodo.dat, se declaran solo sus empleados
	*> (un legajo que ya no figura en el vivo cuenta como de
	*> la 01), el trailer lleva el CUIT del empleador y el
	*> cotejo toma solo los renglones del asiento de la
	*> empresa. La 01 conserva el nombre f931-AAAAMM.dat; las
	*> demás graban f931-CC-AAAAMM.dat.
	*> El cotejo reconoce los renglones del asiento por su
	*> concepto (ASI-CONCEPTO), no por la cuenta contable,
	*> que depende de las imputaciones de cada empresa.
	*> En junio y diciembre se declara también el aguinaldo:
	*> los renglones del pseudoperíodo AAAA51 (junio) o AAAA52
	*> (diciembre) que graba SAC se suman al renglón del mes
	*> de cada empleado, o van solos si ese mes no cobró. Como
	*> asientos.dat guarda solo la última corrida (NOMINA o
	*> SAC), la parte del aguinaldo se lleva aparte y cada
	*> asiento se coteja contra su parte; la otra queda contra
	*> el pie de su corrida. El bruto del asiento de NOMINA
	*> suma SUELDOS y PREMIO PRODU; el de SAC, AGUINALDO BR.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. DECL931.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
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

		SELECT OPTIONAL ARCHIVO-PERIODO
		ASSIGN TO "periodo.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-PER.

		SELECT OPTIONAL ARCHIVO-ASIENTOS
		ASSIGN TO "asientos.dat"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-STATUS-ASI.

		SELECT ARCHIVO-DECLARACION
		ASSIGN TO DYNAMIC NOMBRE-DECLARACION
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-DJ.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-REGISTRO.
		COPY "registro.cpy".

	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	FD ARCHIVO-PERIODO.
		COPY "periodo.cpy".

	FD ARCHIVO-ASIENTOS.
		01 LINEA-ASIENTO.
			02 ASI-PERIODO PIC 9(6).
			02 ASI-CUENTA PIC X(12).
			02 ASI-DEBE PIC S9(7)V99 COMP-3.
			02 ASI-HABER PIC S9(7)V99 COMP-3.
			02 ASI-EMPRESA PIC 9(2).
			02 ASI-MAYOR PIC X(6).
			02 ASI-FECHA PIC 9(8).
			02 ASI-CONCEPTO PIC X(12).
			02 ASI-DEPTO PIC 9(3).

	*> Renglón de la declaración, ancho fijo: "D" por CUIL
	*> con la remuneración, los aportes y retenciones del
	*> registro y las tres contribuciones patronales en el
	*> orden de patronal.cpy; "T" al final con los totales.
	FD ARCHIVO-DECLARACION.
		01 DJ-DETALLE.
			02 DJ-TIPO PIC X.
			02 DJ-CUIL PIC 9(11).
			02 DJ-PERIODO PIC 9(6).
			02 DJ-ID PIC 9(5).
			02 DJ-APELLIDO PIC X(20).
			02 DJ-NOMBRE PIC X(20).
			02 DJ-FECHA-INGRESO PIC 9(8).
			02 DJ-ESTADO PIC X.
			02 DJ-REMUNERACION PIC 9(7)V99.
			02 DJ-JUBILACION PIC 9(7)V99.
			02 DJ-SINDICATO PIC 9(7)V99.
			02 DJ-IMPUESTO PIC 9(7)V99.
			02 DJ-CONTRIBUCION OCCURS 3 TIMES PIC 9(7)V99.
			02 DJ-TOTAL-CONTRIBUCION PIC 9(7)V99.
		01 DJ-TRAILER.
			02 DJT-TIPO PIC X.
			02 DJT-PERIODO PIC 9(6).
			02 DJT-CANTIDAD PIC 9(5).
			02 DJT-REMUNERACION PIC 9(9)V99.
			02 DJT-JUBILACION PIC 9(9)V99.
			02 DJT-SINDICATO PIC 9(9)V99.
			02 DJT-IMPUESTO PIC 9(9)V99.
			02 DJT-CONTRIBUCION OCCURS 3 TIMES PIC 9(9)V99.
			02 DJT-TOTAL-CONTRIBUCION PIC 9(9)V99.
			02 DJT-CUIT-EMPLEADOR PIC 9(11).

	WORKING-STORAGE SECTION.
		01 WS-STATUS-REG PIC XX VALUE "00".
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 WS-STATUS-PER PIC XX VALUE "00".
		01 WS-STATUS-ASI PIC XX VALUE "00".
		01 WS-STATUS-DJ PIC XX VALUE "00".
		01 NOMBRE-DECLARACION PIC X(30) VALUE SPACES.
		01 FIN-ARCHIVO PIC X VALUE "N".
		01 CAMPO-ENTRADA PIC X(6) VALUE SPACES.
		01 PERIODO-BUSCADO PIC 9(6) VALUE ZERO.
		01 PERIODO-LEIDO PIC X VALUE "N".
		01 PERIODO-ACTUAL PIC 9(6) VALUE ZERO.
		01 ESTADO-ACTUAL PIC X VALUE SPACE.
		01 PERIODO-CERRADO PIC X VALUE "N".
		*> "S" si la empresa tiene más de un grupo de pago.
		01 VARIOS-GRUPOS PIC X VALUE "N".
		01 FIN-PERIODO PIC X VALUE "N".
		01 EMPLEADO-HALLADO PIC X VALUE "N".
		01 CUIL-REPETIDO PIC X VALUE "N".
		*> Mismas alícuotas que NOMINA: el recálculo sobre
		*> REG-BRUTO da, empleado por empleado, lo mismo que
		*> liquidó CALCULAR-PATRONAL.
		COPY "patronal.cpy".
		01 INDICE-PATRONAL PIC 9 VALUE ZERO.
		01 PRODUCTO-PATRONAL PIC 9(9)V99 VALUE ZERO.
		01 CONTRIBUCION-CALCULADA PIC 9(6)V99 VALUE ZERO.
		01 CONTRIBUCION-EMPLEADO PIC 9(7)V99 VALUE ZERO.
		*> CUILs ya declarados en la pasada, para detectar el
		*> mismo CUIL en dos legajos.
		01 TABLA-CUILES.
			02 CUIL-DECLARADO OCCURS 999 TIMES PIC 9(11).
		01 CANTIDAD-CUILES PIC 9(3) VALUE ZERO.
		01 INDICE-CUIL PIC 9(3) VALUE ZERO.
		01 CANTIDAD-DECLARADOS PIC 9(5) VALUE ZERO.
		01 CANTIDAD-EXCEPCIONES PIC 9(5) VALUE ZERO.
		01 MOTIVO-EXCEPCION PIC X(30) VALUE SPACES.
		01 TOTAL-REMUNERACION PIC 9(9)V99 VALUE ZERO.
		01 TOTAL-JUBILACION PIC 9(9)V99 VALUE ZERO.
		01 TOTAL-SINDICATO PIC 9(9)V99 VALUE ZERO.
		01 TOTAL-IMPUESTO PIC 9(9)V99 VALUE ZERO.
		01 TOTAL-ADELANTOS PIC 9(9)V99 VALUE ZERO.
		01 TOTAL-NETO PIC 9(9)V99 VALUE ZERO.
		01 TOTALES-CONTRIBUCION.
			02 TOTAL-CONTRIBUCION OCCURS 3 TIMES
				PIC 9(9)V99 VALUE ZERO.
		01 TOTAL-PATRONAL PIC 9(9)V99 VALUE ZERO.
		01 TOTAL-COSTO-EMPRESA PIC 9(9)V99 VALUE ZERO.
		*> Aguinaldo del semestre que se declara en el mes:
		*> renglones de SAC cargados antes de la pasada por ID.
		01 PERIODO-AGUINALDO PIC 9(6) VALUE ZERO.
		01 TABLA-AGUINALDOS.
			02 AGUINALDO-ENTRADA OCCURS 999 TIMES.
				03 AGU-ID PIC 9(5).
				03 AGU-BRUTO PIC 9(6)V99.
				03 AGU-NETO PIC 9(6)V99.
				03 AGU-IMPUESTO PIC 9(6)V99.
				03 AGU-JUBILACION PIC 9(6)V99.
				03 AGU-SINDICATO PIC 9(6)V99.
				03 AGU-DECLARADO PIC X.
		01 CANTIDAD-AGUINALDOS PIC 9(3) VALUE ZERO.
		01 INDICE-AGUINALDO PIC 9(3) VALUE ZERO.
		01 AGUINALDO-HALLADO PIC 9(3) VALUE ZERO.
		01 TOTAL-AGU-BRUTO PIC 9(9)V99 VALUE ZERO.
		01 TOTAL-AGU-NETO PIC 9(9)V99 VALUE ZERO.
		01 TOTAL-AGU-IMPUESTO PIC 9(9)V99 VALUE ZERO.
		01 TOTAL-AGU-JUBILACION PIC 9(9)V99 VALUE ZERO.
		01 TOTAL-AGU-SINDICATO PIC 9(9)V99 VALUE ZERO.
		01 TOTALES-AGU-CONTRIBUCION.
			02 TOTAL-AGU-CONTRIB OCCURS 3 TIMES
				PIC 9(9)V99 VALUE ZERO.
		*> Las contribuciones se calculan por separado sobre
		*> el bruto del mes y sobre el aguinaldo, redondeando
		*> cada parte como lo hicieron NOMINA y SAC.
		01 BRUTO-MES-EMPLEADO PIC 9(6)V99 VALUE ZERO.
		01 BRUTO-AGU-EMPLEADO PIC 9(6)V99 VALUE ZERO.
		01 CONTRIBUCION-AGUINALDO PIC 9(6)V99 VALUE ZERO.
		*> Los mismos conceptos leídos del asiento de la
		*> corrida, para cotejar contra lo que liquidó NOMINA.
		01 ASIENTO-DEL-PERIODO PIC X VALUE "N".
		01 ASIENTO-BRUTO PIC 9(9)V99 VALUE ZERO.
		01 ASIENTO-JUBILACION PIC 9(9)V99 VALUE ZERO.
		01 ASIENTO-SINDICATO PIC 9(9)V99 VALUE ZERO.
		01 ASIENTO-IMPUESTO PIC 9(9)V99 VALUE ZERO.
		01 ASIENTO-NETO PIC 9(9)V99 VALUE ZERO.
		01 ASIENTO-DEL-AGUINALDO PIC X VALUE "N".
		01 ASIENTO-AGU-BRUTO PIC 9(9)V99 VALUE ZERO.
		01 ASIENTO-AGU-IMPUESTO PIC 9(9)V99 VALUE ZERO.
		01 ASIENTO-AGU-JUBILACION PIC 9(9)V99 VALUE ZERO.
		01 ASIENTO-AGU-SINDICATO PIC 9(9)V99 VALUE ZERO.
		01 ASIENTO-AGU-NETO PIC 9(9)V99 VALUE ZERO.
		01 TABLA-ASIENTO-PATRONAL.
			02 ASIENTO-CONTRIBUCION OCCURS 3 TIMES
				PIC 9(9)V99 VALUE ZERO.
		01 CUENTA-PATRONAL PIC X(12) VALUE SPACES.
		01 IMPORTE-COTEJO PIC 9(9)V99 VALUE ZERO.
		01 IMPORTE-ASIENTO PIC 9(9)V99 VALUE ZERO.
		01 ETIQUETA-COTEJO PIC X(20) VALUE SPACES.
		01 DIFERENCIAS-ASIENTO PIC 9(3) VALUE ZERO.
		01 IMPORTE-EDITADO PIC $$$,$$$,$$9.99.
		01 NUMERO-PAGINA PIC 99 VALUE ZERO.
		01 TITULO-REPORTE PIC X(40)
			VALUE "DECLARACION DE CARGAS SOCIALES F.931".
		01 NOMBRE-REPORTE PIC X(8) VALUE "DECL931".
		01 LINEAS-REPORTE PIC 9(7) VALUE ZERO.
		01 LINEA-IMPRESION PIC X(168) VALUE SPACES.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "DECL931".
		01 WS-MENSAJE-LOG PIC X(40).
		01 WS-SEVERIDAD-LOG PIC X VALUE "A".
		01 WS-OPERADOR-LOG PIC X(8) VALUE "SISTEMA".
		*> Operador firmado y empresa declarada (EMPSEL).
		01 NIVEL-FIRMADO PIC 9 VALUE ZERO.
		01 RESULTADO-SIGNON PIC X VALUE "N".
		COPY "empsel.cpy".
		01 EMPRESA-LEIDA PIC 9(2) VALUE ZERO.

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
		DISPLAY "Período a declarar (AAAAMM): ".
		ACCEPT CAMPO-ENTRADA.
		IF CAMPO-ENTRADA IS NUMERIC
		MOVE CAMPO-ENTRADA TO PERIODO-BUSCADO
		ELSE
		DISPLAY "Período inválido."
		MOVE 8 TO RETURN-CODE
		GOBACK
		END-IF.
		PERFORM CONTROLAR-PERIODO.
		IF PERIODO-CERRADO = "N"
		DISPLAY "El período " PERIODO-BUSCADO
			" no está pagado: no se declara."
		MOVE 8 TO RETURN-CODE
		GOBACK
		END-IF.
		OPEN INPUT ARCHIVO-REGISTRO
		IF WS-STATUS-REG NOT = "00" AND WS-STATUS-REG NOT = "05"
		DISPLAY "Error al abrir registro_nomina.dat. Status: "
			WS-STATUS-REG
		MOVE 8 TO RETURN-CODE
		GOBACK
		END-IF.
		OPEN INPUT ARCHIVO-EMPLEADOS
		IF WS-STATUS-EMP NOT = "00" AND WS-STATUS-EMP NOT = "05"
		DISPLAY "Error al abrir empleados.dat. Status: "
			WS-STATUS-EMP
		CLOSE ARCHIVO-REGISTRO
		MOVE 8 TO RETURN-CODE
		GOBACK
		END-IF.
		MOVE SPACES TO NOMBRE-DECLARACION
		IF ELE-CODIGO = 1
		STRING "f931-" DELIMITED BY SIZE
			PERIODO-BUSCADO DELIMITED BY SIZE
			".dat" DELIMITED BY SIZE
			INTO NOMBRE-DECLARACION
		END-STRING
		ELSE
		STRING "f931-" DELIMITED BY SIZE
			ELE-CODIGO DELIMITED BY SIZE
			"-" DELIMITED BY SIZE
			PERIODO-BUSCADO DELIMITED BY SIZE
			".dat" DELIMITED BY SIZE
			INTO NOMBRE-DECLARACION
		END-STRING
		END-IF.
		OPEN OUTPUT ARCHIVO-DECLARACION
		IF WS-STATUS-DJ NOT = "00"
		DISPLAY "Error al abrir " NOMBRE-DECLARACION
			" Status: " WS-STATUS-DJ
		CLOSE ARCHIVO-REGISTRO
		CLOSE ARCHIVO-EMPLEADOS
		MOVE 8 TO RETURN-CODE
		GOBACK
		END-IF.
		CALL "RPTHDR" USING TITULO-REPORTE
			NUMERO-PAGINA NOMBRE-REPORTE.
		MOVE SPACES TO LINEA-IMPRESION
		STRING "PERIODO DECLARADO: " DELIMITED BY SIZE
			PERIODO-BUSCADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING.
		PERFORM GRABAR-LINEA.
		MOVE SPACES TO LINEA-IMPRESION
		STRING "EMPLEADOR: " DELIMITED BY SIZE
			ELE-RAZON-SOCIAL DELIMITED BY SIZE
			" CUIT " DELIMITED BY SIZE
			ELE-CUIT DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING.
		PERFORM GRABAR-LINEA.
		PERFORM CARGAR-AGUINALDOS.
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
			PERFORM SUMAR-AGUINALDO
			PERFORM DECLARAR-EMPLEADO
			END-IF
			END-READ
		END-PERFORM.
		*> Aguinaldos de quien no cobró el mes: renglón solo.
		PERFORM VARYING INDICE-AGUINALDO FROM 1 BY 1
		UNTIL INDICE-AGUINALDO > CANTIDAD-AGUINALDOS
		IF AGU-DECLARADO (INDICE-AGUINALDO) = "N"
			PERFORM DECLARAR-AGUINALDO-SOLO
		END-IF
		END-PERFORM.
		CLOSE ARCHIVO-REGISTRO.
		CLOSE ARCHIVO-EMPLEADOS.
		IF CANTIDAD-EXCEPCIONES = ZERO
		PERFORM GRABAR-TRAILER
		END-IF.
		CLOSE ARCHIVO-DECLARACION.
		*> Con excepciones el archivo no se presenta: se
		*> reabre en OUTPUT para dejarlo vacío.
		IF CANTIDAD-EXCEPCIONES > ZERO
		OPEN OUTPUT ARCHIVO-DECLARACION
		CLOSE ARCHIVO-DECLARACION
		END-IF.
		PERFORM IMPRIMIR-TOTALES.
		PERFORM COTEJAR-ASIENTO.
		IF CANTIDAD-EXCEPCIONES = ZERO
		AND DIFERENCIAS-ASIENTO = ZERO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "DECLARACION LISTA PARA PRESENTAR: "
			DELIMITED BY SIZE
			NOMBRE-DECLARACION DELIMITED BY SPACE
			INTO LINEA-IMPRESION
		END-STRING
		ELSE
		MOVE SPACES TO LINEA-IMPRESION
		STRING "DECLARACION RETENIDA - " DELIMITED BY SIZE
			CANTIDAD-EXCEPCIONES DELIMITED BY SIZE
			" EXCEPCIONES, " DELIMITED BY SIZE
			DIFERENCIAS-ASIENTO DELIMITED BY SIZE
			" DIFERENCIAS CON EL ASIENTO." DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		END-IF.
		PERFORM GRABAR-LINEA.
		CALL "RPTPIE" USING TITULO-REPORTE
			LINEAS-REPORTE NOMBRE-REPORTE.
		IF CANTIDAD-EXCEPCIONES > ZERO
		OR DIFERENCIAS-ASIENTO > ZERO
		MOVE "Declaración F.931 retenida." TO WS-MENSAJE-LOG
		MOVE "G" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		MOVE 8 TO RETURN-CODE
		END-IF.
		GOBACK.

	CONTROLAR-PERIODO.
		*> Solo se declara lo que ya se pagó: un período
		*> anterior al abierto, o el abierto si ya quedó
		*> marcado como pagado. Cuenta el primer renglón de la
		*> empresa elegida (su mensual); otro renglón de la
		*> misma empresa marca varios grupos.
		MOVE "N" TO PERIODO-CERRADO
		OPEN INPUT ARCHIVO-PERIODO
		IF WS-STATUS-PER = "00" OR WS-STATUS-PER = "05"
		PERFORM UNTIL FIN-PERIODO = "S"
			READ ARCHIVO-PERIODO
			AT END
			MOVE "S" TO FIN-PERIODO
			NOT AT END
			PERFORM ANOTAR-RENGLON-PERIODO
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-PERIODO
		END-IF
		IF PERIODO-LEIDO = "S"
		IF PERIODO-BUSCADO < PERIODO-ACTUAL
		MOVE "S" TO PERIODO-CERRADO
		END-IF
		IF PERIODO-BUSCADO = PERIODO-ACTUAL
		AND ESTADO-ACTUAL = "P"
		MOVE "S" TO PERIODO-CERRADO
		END-IF
		END-IF.

	ANOTAR-RENGLON-PERIODO.
		*> En cero o blanco, empresa 01.
		IF PER-EMPRESA IS NOT NUMERIC
		OR PER-EMPRESA = ZERO
		MOVE 1 TO EMPRESA-LEIDA
		ELSE
		MOVE PER-EMPRESA TO EMPRESA-LEIDA
		END-IF
		IF EMPRESA-LEIDA = ELE-CODIGO
		IF PERIODO-LEIDO = "S"
		MOVE "S" TO VARIOS-GRUPOS
		ELSE
		MOVE PER-PERIODO TO PERIODO-ACTUAL
		MOVE PER-ESTADO TO ESTADO-ACTUAL
		MOVE "S" TO PERIODO-LEIDO
		END-IF
		END-IF.

	CARGAR-AGUINALDOS.
		*> Junio lleva el AAAA51 y diciembre el AAAA52.
		MOVE ZERO TO CANTIDAD-AGUINALDOS
		MOVE ZERO TO PERIODO-AGUINALDO
		IF PERIODO-BUSCADO (5:2) = "06"
		MOVE PERIODO-BUSCADO TO PERIODO-AGUINALDO
		MOVE 51 TO PERIODO-AGUINALDO (5:2)
		END-IF
		IF PERIODO-BUSCADO (5:2) = "12"
		MOVE PERIODO-BUSCADO TO PERIODO-AGUINALDO
		MOVE 52 TO PERIODO-AGUINALDO (5:2)
		END-IF
		IF PERIODO-AGUINALDO > ZERO
		MOVE "N" TO FIN-ARCHIVO
		MOVE PERIODO-AGUINALDO TO REG-PERIODO
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
			IF REG-PERIODO NOT = PERIODO-AGUINALDO
			MOVE "S" TO FIN-ARCHIVO
			ELSE
			PERFORM ANOTAR-AGUINALDO
			END-IF
			END-READ
		END-PERFORM
		END-IF.

	ANOTAR-AGUINALDO.
		IF CANTIDAD-AGUINALDOS < 999
		ADD 1 TO CANTIDAD-AGUINALDOS
		MOVE CANTIDAD-AGUINALDOS TO INDICE-AGUINALDO
		MOVE REG-ID TO AGU-ID (INDICE-AGUINALDO)
		MOVE REG-BRUTO TO AGU-BRUTO (INDICE-AGUINALDO)
		MOVE REG-NETO TO AGU-NETO (INDICE-AGUINALDO)
		MOVE ZERO TO AGU-IMPUESTO (INDICE-AGUINALDO)
		MOVE ZERO TO AGU-JUBILACION (INDICE-AGUINALDO)
		MOVE ZERO TO AGU-SINDICATO (INDICE-AGUINALDO)
		IF REG-IMPUESTO IS NUMERIC
		MOVE REG-IMPUESTO TO AGU-IMPUESTO (INDICE-AGUINALDO)
		END-IF
		IF REG-JUBILACION IS NUMERIC
		MOVE REG-JUBILACION
			TO AGU-JUBILACION (INDICE-AGUINALDO)
		END-IF
		IF REG-SINDICATO IS NUMERIC
		MOVE REG-SINDICATO
			TO AGU-SINDICATO (INDICE-AGUINALDO)
		END-IF
		MOVE "N" TO AGU-DECLARADO (INDICE-AGUINALDO)
		END-IF.

	SUMAR-AGUINALDO.
		*> El aguinaldo del empleado se suma a su renglón del
		*> mes (solo en memoria: el registro no se regraba).
		MOVE ZERO TO AGUINALDO-HALLADO
		PERFORM VARYING INDICE-AGUINALDO FROM 1 BY 1
		UNTIL INDICE-AGUINALDO > CANTIDAD-AGUINALDOS
		IF AGU-ID (INDICE-AGUINALDO) = REG-ID
			MOVE INDICE-AGUINALDO TO AGUINALDO-HALLADO
		END-IF
		END-PERFORM
		IF AGUINALDO-HALLADO > ZERO
		IF REG-IMPUESTO IS NOT NUMERIC
		MOVE ZERO TO REG-IMPUESTO
		END-IF
		IF REG-JUBILACION IS NOT NUMERIC
		MOVE ZERO TO REG-JUBILACION
		END-IF
		IF REG-SINDICATO IS NOT NUMERIC
		MOVE ZERO TO REG-SINDICATO
		END-IF
		ADD AGU-BRUTO (AGUINALDO-HALLADO) TO REG-BRUTO
		ADD AGU-NETO (AGUINALDO-HALLADO) TO REG-NETO
		ADD AGU-IMPUESTO (AGUINALDO-HALLADO) TO REG-IMPUESTO
		ADD AGU-JUBILACION (AGUINALDO-HALLADO)
			TO REG-JUBILACION
		ADD AGU-SINDICATO (AGUINALDO-HALLADO)
			TO REG-SINDICATO
		MOVE "S" TO AGU-DECLARADO (AGUINALDO-HALLADO)
		END-IF.

	DECLARAR-AGUINALDO-SOLO.
		MOVE PERIODO-BUSCADO TO REG-PERIODO
		MOVE AGU-ID (INDICE-AGUINALDO) TO REG-ID
		MOVE ZERO TO REG-TARIFA
		MOVE ZERO TO REG-HORAS
		MOVE AGU-BRUTO (INDICE-AGUINALDO) TO REG-BRUTO
		MOVE AGU-NETO (INDICE-AGUINALDO) TO REG-NETO
		MOVE ZERO TO REG-ADELANTO
		MOVE AGU-IMPUESTO (INDICE-AGUINALDO) TO REG-IMPUESTO
		MOVE AGU-JUBILACION (INDICE-AGUINALDO)
			TO REG-JUBILACION
		MOVE AGU-SINDICATO (INDICE-AGUINALDO)
			TO REG-SINDICATO
		MOVE ZERO TO REG-ASIGNACION
		MOVE ZERO TO REG-GASTOS
		MOVE INDICE-AGUINALDO TO AGUINALDO-HALLADO
		MOVE "S" TO AGU-DECLARADO (INDICE-AGUINALDO)
		PERFORM DECLARAR-EMPLEADO.

	DECLARAR-EMPLEADO.
		MOVE "N" TO EMPLEADO-HALLADO
		MOVE REG-ID TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		MOVE ZERO TO EMPLEADO-EMPRESA
		NOT INVALID KEY
		MOVE "S" TO EMPLEADO-HALLADO
		END-READ
		*> Los renglones de empleados de otra empresa quedan
		*> para la declaración de esa empresa.
		IF EMPLEADO-EMPRESA IS NOT NUMERIC
		OR EMPLEADO-EMPRESA = ZERO
		MOVE 1 TO EMPRESA-LEIDA
		ELSE
		MOVE EMPLEADO-EMPRESA TO EMPRESA-LEIDA
		END-IF
		IF EMPRESA-LEIDA = ELE-CODIGO
		IF EMPLEADO-HALLADO = "N"
		MOVE "NO FIGURA EN EMPLEADOS.DAT" TO MOTIVO-EXCEPCION
		PERFORM LISTAR-EXCEPCION
		ELSE
		IF EMPLEADO-CUIL IS NOT NUMERIC
		OR EMPLEADO-CUIL = ZERO
		MOVE "CUIL EN CERO" TO MOTIVO-EXCEPCION
		PERFORM LISTAR-EXCEPCION
		ELSE
		PERFORM CONTROLAR-CUIL-REPETIDO
		IF CUIL-REPETIDO = "S"
		MOVE "CUIL REPETIDO EN OTRO LEGAJO"
			TO MOTIVO-EXCEPCION
		PERFORM LISTAR-EXCEPCION
		ELSE
		PERFORM GRABAR-DETALLE
		END-IF
		END-IF
		END-IF
		END-IF.

	CONTROLAR-CUIL-REPETIDO.
		MOVE "N" TO CUIL-REPETIDO
		PERFORM VARYING INDICE-CUIL FROM 1 BY 1
		UNTIL INDICE-CUIL > CANTIDAD-CUILES
		IF CUIL-DECLARADO (INDICE-CUIL) = EMPLEADO-CUIL
			MOVE "S" TO CUIL-REPETIDO
			MOVE CANTIDAD-CUILES TO INDICE-CUIL
		END-IF
		END-PERFORM
		IF CUIL-REPETIDO = "N" AND CANTIDAD-CUILES < 999
		ADD 1 TO CANTIDAD-CUILES
		MOVE EMPLEADO-CUIL TO CUIL-DECLARADO (CANTIDAD-CUILES)
		END-IF.

	GRABAR-DETALLE.
		MOVE SPACES TO DJ-DETALLE
		MOVE "D" TO DJ-TIPO
		MOVE EMPLEADO-CUIL TO DJ-CUIL
		MOVE REG-PERIODO TO DJ-PERIODO
		MOVE REG-ID TO DJ-ID
		MOVE EMPLEADO-APELLIDO TO DJ-APELLIDO
		MOVE EMPLEADO-NOMBRE TO DJ-NOMBRE
		MOVE EMPLEADO-FECHA-INGRESO TO DJ-FECHA-INGRESO
		MOVE EMPLEADO-ESTADO TO DJ-ESTADO
		MOVE REG-BRUTO TO DJ-REMUNERACION
		*> Renglones anteriores al desglose traen las
		*> columnas de deducción en blanco: van como cero.
		MOVE ZERO TO DJ-JUBILACION
		MOVE ZERO TO DJ-SINDICATO
		MOVE ZERO TO DJ-IMPUESTO
		IF REG-JUBILACION IS NUMERIC
		MOVE REG-JUBILACION TO DJ-JUBILACION
		END-IF
		IF REG-SINDICATO IS NUMERIC
		MOVE REG-SINDICATO TO DJ-SINDICATO
		END-IF
		IF REG-IMPUESTO IS NUMERIC
		MOVE REG-IMPUESTO TO DJ-IMPUESTO
		END-IF
		MOVE ZERO TO CONTRIBUCION-EMPLEADO
		MOVE ZERO TO BRUTO-AGU-EMPLEADO
		IF AGUINALDO-HALLADO > ZERO
		MOVE AGU-BRUTO (AGUINALDO-HALLADO) TO BRUTO-AGU-EMPLEADO
		END-IF
		SUBTRACT BRUTO-AGU-EMPLEADO FROM REG-BRUTO
			GIVING BRUTO-MES-EMPLEADO
		PERFORM VARYING INDICE-PATRONAL FROM 1 BY 1
		UNTIL INDICE-PATRONAL > 3
			MULTIPLY BRUTO-MES-EMPLEADO
				BY PAT-PORCENTAJE (INDICE-PATRONAL)
				GIVING PRODUCTO-PATRONAL ROUNDED
			DIVIDE PRODUCTO-PATRONAL BY 100
				GIVING CONTRIBUCION-CALCULADA ROUNDED
			MULTIPLY BRUTO-AGU-EMPLEADO
				BY PAT-PORCENTAJE (INDICE-PATRONAL)
				GIVING PRODUCTO-PATRONAL ROUNDED
			DIVIDE PRODUCTO-PATRONAL BY 100
				GIVING CONTRIBUCION-AGUINALDO ROUNDED
			ADD CONTRIBUCION-AGUINALDO
				TO CONTRIBUCION-CALCULADA
			ADD CONTRIBUCION-AGUINALDO
				TO TOTAL-AGU-CONTRIB (INDICE-PATRONAL)
			MOVE CONTRIBUCION-CALCULADA
				TO DJ-CONTRIBUCION (INDICE-PATRONAL)
			ADD CONTRIBUCION-CALCULADA
				TO CONTRIBUCION-EMPLEADO
			ADD CONTRIBUCION-CALCULADA
				TO TOTAL-CONTRIBUCION (INDICE-PATRONAL)
		END-PERFORM
		MOVE CONTRIBUCION-EMPLEADO TO DJ-TOTAL-CONTRIBUCION
		WRITE DJ-DETALLE
		ADD 1 TO CANTIDAD-DECLARADOS
		ADD REG-BRUTO TO TOTAL-REMUNERACION
		ADD DJ-JUBILACION TO TOTAL-JUBILACION
		ADD DJ-SINDICATO TO TOTAL-SINDICATO
		ADD DJ-IMPUESTO TO TOTAL-IMPUESTO
		IF REG-ADELANTO IS NUMERIC
		ADD REG-ADELANTO TO TOTAL-ADELANTOS
		END-IF
		ADD REG-NETO TO TOTAL-NETO
		ADD CONTRIBUCION-EMPLEADO TO TOTAL-PATRONAL
		IF AGUINALDO-HALLADO > ZERO
		ADD AGU-BRUTO (AGUINALDO-HALLADO) TO TOTAL-AGU-BRUTO
		ADD AGU-NETO (AGUINALDO-HALLADO) TO TOTAL-AGU-NETO
		ADD AGU-IMPUESTO (AGUINALDO-HALLADO)
			TO TOTAL-AGU-IMPUESTO
		ADD AGU-JUBILACION (AGUINALDO-HALLADO)
			TO TOTAL-AGU-JUBILACION
		ADD AGU-SINDICATO (AGUINALDO-HALLADO)
			TO TOTAL-AGU-SINDICATO
		END-IF.

	LISTAR-EXCEPCION.
		ADD 1 TO CANTIDAD-EXCEPCIONES
		MOVE SPACES TO LINEA-IMPRESION
		STRING "EXCEPCION ID " DELIMITED BY SIZE
			REG-ID DELIMITED BY SIZE
			": " DELIMITED BY SIZE
			MOTIVO-EXCEPCION DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA.

	GRABAR-TRAILER.
		MOVE SPACES TO DJ-TRAILER
		MOVE "T" TO DJT-TIPO
		MOVE PERIODO-BUSCADO TO DJT-PERIODO
		MOVE CANTIDAD-DECLARADOS TO DJT-CANTIDAD
		MOVE TOTAL-REMUNERACION TO DJT-REMUNERACION
		MOVE TOTAL-JUBILACION TO DJT-JUBILACION
		MOVE TOTAL-SINDICATO TO DJT-SINDICATO
		MOVE TOTAL-IMPUESTO TO DJT-IMPUESTO
		PERFORM VARYING INDICE-PATRONAL FROM 1 BY 1
		UNTIL INDICE-PATRONAL > 3
			MOVE TOTAL-CONTRIBUCION (INDICE-PATRONAL)
				TO DJT-CONTRIBUCION (INDICE-PATRONAL)
		END-PERFORM
		MOVE TOTAL-PATRONAL TO DJT-TOTAL-CONTRIBUCION
		MOVE ELE-CUIT TO DJT-CUIT-EMPLEADOR
		WRITE DJ-TRAILER.

	IMPRIMIR-TOTALES.
		*> Mismos rótulos que el pie de NOMINA, para que el
		*> cotejo contra el impreso de la corrida sea a ojo.
		MOVE SPACES TO LINEA-IMPRESION
		STRING "CUILES DECLARADOS: " DELIMITED BY SIZE
			CANTIDAD-DECLARADOS DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		MOVE TOTAL-REMUNERACION TO IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "TOTAL NOMINA BRUTA:  " DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		MOVE TOTAL-IMPUESTO TO IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "TOTAL IMPUESTO:      " DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		MOVE TOTAL-JUBILACION TO IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "TOTAL JUBILACION:    " DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		MOVE TOTAL-SINDICATO TO IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "TOTAL SINDICATO:     " DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		PERFORM VARYING INDICE-PATRONAL FROM 1 BY 1
		UNTIL INDICE-PATRONAL > 3
			MOVE TOTAL-CONTRIBUCION (INDICE-PATRONAL)
				TO IMPORTE-EDITADO
			MOVE SPACES TO LINEA-IMPRESION
			STRING "  PATRONAL " DELIMITED BY SIZE
				PAT-NOMBRE (INDICE-PATRONAL)
				DELIMITED BY SIZE
				":  " DELIMITED BY SIZE
				IMPORTE-EDITADO DELIMITED BY SIZE
				INTO LINEA-IMPRESION
			END-STRING
			PERFORM GRABAR-LINEA
		END-PERFORM
		MOVE TOTAL-PATRONAL TO IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "TOTAL CARGAS PATRON: " DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		ADD TOTAL-REMUNERACION TOTAL-PATRONAL
			GIVING TOTAL-COSTO-EMPRESA
		MOVE TOTAL-COSTO-EMPRESA TO IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "TOTAL COSTO EMPRESA: " DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		MOVE TOTAL-ADELANTOS TO IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "TOTAL ADELANTOS:     " DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		MOVE TOTAL-NETO TO IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "TOTAL NOMINA NETA:   " DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA.

	COTEJAR-ASIENTO.
		*> asientos.dat es el de la última corrida real: si es
		*> del período declarado, cada total se coteja con su
		*> renglón; si no, el cotejo queda a mano con el pie.
		IF VARIOS-GRUPOS = "S"
		MOVE "VARIAS CORRIDAS EN EL MES: COTEJAR LOS PIES."
			TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		ELSE
		PERFORM COTEJAR-ASIENTO-PERIODO
		END-IF.

	COTEJAR-ASIENTO-PERIODO.
		MOVE "N" TO FIN-ARCHIVO
		OPEN INPUT ARCHIVO-ASIENTOS
		IF WS-STATUS-ASI = "00" OR WS-STATUS-ASI = "05"
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-ASIENTOS
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF ASI-EMPRESA IS NOT NUMERIC
			OR ASI-EMPRESA = ZERO
			MOVE 1 TO EMPRESA-LEIDA
			ELSE
			MOVE ASI-EMPRESA TO EMPRESA-LEIDA
			END-IF
			IF ASI-PERIODO = PERIODO-BUSCADO
			AND EMPRESA-LEIDA = ELE-CODIGO
			PERFORM SUMAR-RENGLON-ASIENTO
			END-IF
			IF PERIODO-AGUINALDO > ZERO
			AND ASI-PERIODO = PERIODO-AGUINALDO
			AND EMPRESA-LEIDA = ELE-CODIGO
			PERFORM SUMAR-RENGLON-AGUINALDO
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-ASIENTOS
		END-IF
		IF ASIENTO-DEL-PERIODO = "N"
		MOVE "SIN ASIENTO DEL PERIODO: COTEJAR CONTRA EL PIE."
			TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		ELSE
		*> Contra el asiento de NOMINA va solo la parte del
		*> mes: el aguinaldo tiene su propio asiento.
		MOVE "NOMINA BRUTA" TO ETIQUETA-COTEJO
		SUBTRACT TOTAL-AGU-BRUTO FROM TOTAL-REMUNERACION
			GIVING IMPORTE-COTEJO
		MOVE ASIENTO-BRUTO TO IMPORTE-ASIENTO
		PERFORM IMPRIMIR-COTEJO
		MOVE "IMPUESTO" TO ETIQUETA-COTEJO
		SUBTRACT TOTAL-AGU-IMPUESTO FROM TOTAL-IMPUESTO
			GIVING IMPORTE-COTEJO
		MOVE ASIENTO-IMPUESTO TO IMPORTE-ASIENTO
		PERFORM IMPRIMIR-COTEJO
		MOVE "JUBILACION" TO ETIQUETA-COTEJO
		SUBTRACT TOTAL-AGU-JUBILACION FROM TOTAL-JUBILACION
			GIVING IMPORTE-COTEJO
		MOVE ASIENTO-JUBILACION TO IMPORTE-ASIENTO
		PERFORM IMPRIMIR-COTEJO
		MOVE "SINDICATO" TO ETIQUETA-COTEJO
		SUBTRACT TOTAL-AGU-SINDICATO FROM TOTAL-SINDICATO
			GIVING IMPORTE-COTEJO
		MOVE ASIENTO-SINDICATO TO IMPORTE-ASIENTO
		PERFORM IMPRIMIR-COTEJO
		PERFORM VARYING INDICE-PATRONAL FROM 1 BY 1
		UNTIL INDICE-PATRONAL > 3
			MOVE SPACES TO ETIQUETA-COTEJO
			STRING "PATRONAL " DELIMITED BY SIZE
				PAT-NOMBRE (INDICE-PATRONAL)
				DELIMITED BY SIZE
				INTO ETIQUETA-COTEJO
			END-STRING
			SUBTRACT TOTAL-AGU-CONTRIB (INDICE-PATRONAL)
				FROM TOTAL-CONTRIBUCION
				(INDICE-PATRONAL)
				GIVING IMPORTE-COTEJO
			MOVE ASIENTO-CONTRIBUCION (INDICE-PATRONAL)
				TO IMPORTE-ASIENTO
			PERFORM IMPRIMIR-COTEJO
		END-PERFORM
		MOVE "NOMINA NETA" TO ETIQUETA-COTEJO
		SUBTRACT TOTAL-AGU-NETO FROM TOTAL-NETO
			GIVING IMPORTE-COTEJO
		MOVE ASIENTO-NETO TO IMPORTE-ASIENTO
		PERFORM IMPRIMIR-COTEJO
		END-IF
		IF TOTAL-AGU-BRUTO > ZERO
		PERFORM COTEJAR-ASIENTO-AGUINALDO
		END-IF.

	COTEJAR-ASIENTO-AGUINALDO.
		*> El asiento de SAC no lleva cargas patronales: se
		*> cotejan bruto, retenciones y neto del aguinaldo.
		IF ASIENTO-DEL-AGUINALDO = "N"
		MOVE "AGUINALDO EN OTRA CORRIDA: COTEJAR CON SAC."
			TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA
		ELSE
		MOVE "AGUINALDO BRUTO" TO ETIQUETA-COTEJO
		MOVE TOTAL-AGU-BRUTO TO IMPORTE-COTEJO
		MOVE ASIENTO-AGU-BRUTO TO IMPORTE-ASIENTO
		PERFORM IMPRIMIR-COTEJO
		MOVE "AGUINALDO IMPUESTO" TO ETIQUETA-COTEJO
		MOVE TOTAL-AGU-IMPUESTO TO IMPORTE-COTEJO
		MOVE ASIENTO-AGU-IMPUESTO TO IMPORTE-ASIENTO
		PERFORM IMPRIMIR-COTEJO
		MOVE "AGUINALDO JUBILACION" TO ETIQUETA-COTEJO
		MOVE TOTAL-AGU-JUBILACION TO IMPORTE-COTEJO
		MOVE ASIENTO-AGU-JUBILACION TO IMPORTE-ASIENTO
		PERFORM IMPRIMIR-COTEJO
		MOVE "AGUINALDO SINDICATO" TO ETIQUETA-COTEJO
		MOVE TOTAL-AGU-SINDICATO TO IMPORTE-COTEJO
		MOVE ASIENTO-AGU-SINDICATO TO IMPORTE-ASIENTO
		PERFORM IMPRIMIR-COTEJO
		MOVE "AGUINALDO NETO" TO ETIQUETA-COTEJO
		MOVE TOTAL-AGU-NETO TO IMPORTE-COTEJO
		MOVE ASIENTO-AGU-NETO TO IMPORTE-ASIENTO
		PERFORM IMPRIMIR-COTEJO
		END-IF.

	SUMAR-RENGLON-ASIENTO.
		MOVE "S" TO ASIENTO-DEL-PERIODO
		*> El premio por producción es bruto, pero NOMINA lo
		*> asienta en su cuenta propia, fuera de SUELDOS.
		IF ASI-CONCEPTO = "SUELDOS"
		OR ASI-CONCEPTO = "PREMIO PRODU"
		ADD ASI-DEBE TO ASIENTO-BRUTO
		END-IF
		IF ASI-CONCEPTO = "RET IMPUESTO"
		ADD ASI-HABER TO ASIENTO-IMPUESTO
		END-IF
		IF ASI-CONCEPTO = "RET JUBILAC "
		ADD ASI-HABER TO ASIENTO-JUBILACION
		END-IF
		IF ASI-CONCEPTO = "RET SINDICAT"
		ADD ASI-HABER TO ASIENTO-SINDICATO
		END-IF
		IF ASI-CONCEPTO = "NETO A PAGAR"
		ADD ASI-HABER TO ASIENTO-NETO
		END-IF
		PERFORM VARYING INDICE-PATRONAL FROM 1 BY 1
		UNTIL INDICE-PATRONAL > 3
			MOVE SPACES TO CUENTA-PATRONAL
			STRING "CS " DELIMITED BY SIZE
				PAT-NOMBRE (INDICE-PATRONAL)
				DELIMITED BY SIZE
				INTO CUENTA-PATRONAL
			END-STRING
			IF ASI-CONCEPTO = CUENTA-PATRONAL
			ADD ASI-DEBE TO
				ASIENTO-CONTRIBUCION (INDICE-PATRONAL)
			END-IF
		END-PERFORM.

	SUMAR-RENGLON-AGUINALDO.
		MOVE "S" TO ASIENTO-DEL-AGUINALDO
		IF ASI-CONCEPTO = "AGUINALDO BR"
		ADD ASI-DEBE TO ASIENTO-AGU-BRUTO
		END-IF
		IF ASI-CONCEPTO = "RET IMPUESTO"
		ADD ASI-HABER TO ASIENTO-AGU-IMPUESTO
		END-IF
		IF ASI-CONCEPTO = "RET JUBILAC "
		ADD ASI-HABER TO ASIENTO-AGU-JUBILACION
		END-IF
		IF ASI-CONCEPTO = "RET SINDICAT"
		ADD ASI-HABER TO ASIENTO-AGU-SINDICATO
		END-IF
		IF ASI-CONCEPTO = "NETO A PAGAR"
		ADD ASI-HABER TO ASIENTO-AGU-NETO
		END-IF.

	IMPRIMIR-COTEJO.
		MOVE SPACES TO LINEA-IMPRESION
		MOVE IMPORTE-ASIENTO TO IMPORTE-EDITADO
		IF IMPORTE-COTEJO = IMPORTE-ASIENTO
		STRING "ASIENTO " DELIMITED BY SIZE
			ETIQUETA-COTEJO DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			"  OK" DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		ELSE
		ADD 1 TO DIFERENCIAS-ASIENTO
		STRING "ASIENTO " DELIMITED BY SIZE
			ETIQUETA-COTEJO DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			"  NO CUADRA" DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		END-IF
		PERFORM GRABAR-LINEA.

	GRABAR-LINEA.
		ADD 1 TO LINEAS-REPORTE
		DISPLAY LINEA-IMPRESION
		CALL "IMPRESO" USING NOMBRE-REPORTE LINEA-IMPRESION.
	END PROGRAM DECL931.
