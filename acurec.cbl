	*> Reconstrucción y control de los acumulados del año:
	*> acumulados.dat lo mantienen NOMINA, SAC y PAGESP por
	*> ACUMUL en el mismo paso en que graban el registro, pero
	*> el registro acumulado de nómina sigue siendo la fuente:
	*> un registro migrado con REGCONV, restaurado de una
	*> copia o anterior a los acumulados no tiene sus
	*> casilleros. La opción 1 borra los acumulados de un año
	*> (o todos) y los vuelve a armar pasando cada renglón del
	*> registro por ACUMUL. La opción 2 no toca nada: compara
	*> cada columna de cada renglón con su casillero, cada
	*> casillero con su renglón (el que sobra también es
	*> diferencia) y cada total con la suma de sus casilleros,
	*> y lista lo que no coincide por RPTHDR/RPTPIE e IMPRESO
	*> (spool ACUCTL). Solo supervisores.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. ACUREC.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-REGISTRO
		ASSIGN TO "registro_nomina.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS REG-CLAVE
		FILE STATUS IS WS-STATUS-REG.

		SELECT OPTIONAL ARCHIVO-ACUMULADOS
		ASSIGN TO "acumulados.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS ACU-CLAVE
		FILE STATUS IS WS-STATUS-ACU.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-REGISTRO.
		COPY "registro.cpy".

	FD ARCHIVO-ACUMULADOS.
		COPY "acumulado.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-REG PIC XX VALUE "00".
		01 WS-STATUS-ACU PIC XX VALUE "00".
		01 CONTINUAR PIC X VALUE "S".
		01 OPCION-MENU PIC 9 VALUE 1.
		01 CAMPO-ENTRADA PIC X(4) VALUE SPACES.
		*> Año pedido; en cero, todos los años.
		01 ANIO-PEDIDO PIC 9(4) VALUE ZERO.
		01 CONFIRMAR PIC X VALUE "N".
		01 FIN-REGISTRO PIC X VALUE "N".
		01 FIN-ACUMULADOS PIC X VALUE "N".
		*> Un concepto por columna del registro, en el mismo
		*> orden que usa ACUMUL.
		01 CODIGOS-CONCEPTO PIC X(36)
			VALUE "HORABRUTNETOADELIMPUJUBISINDASIGGAST".
		01 TABLA-CONCEPTOS REDEFINES CODIGOS-CONCEPTO.
			02 CODIGO-CONCEPTO PIC X(4) OCCURS 9 TIMES.
		01 INDICE-CONCEPTO PIC 99 VALUE ZERO.
		01 INDICE-MES PIC 9(3) VALUE ZERO.
		01 MES-RENGLON PIC 99 VALUE ZERO.
		01 IMPORTE-REGISTRO PIC 9(7)V99 VALUE ZERO.
		01 IMPORTE-ACUMULADO PIC 9(8)V99 VALUE ZERO.
		01 SUMA-CASILLEROS PIC 9(8)V99 VALUE ZERO.
		01 CASILLEROS-MARCADOS PIC 9(3) VALUE ZERO.
		01 TIPO-DIFERENCIA PIC X(8) VALUE SPACES.
		01 RENGLONES-LEIDOS PIC 9(7) VALUE ZERO.
		01 RENGLONES-ACUMULADOS PIC 9(7) VALUE ZERO.
		01 ACUMULADOS-BORRADOS PIC 9(7) VALUE ZERO.
		01 ERRORES-ACUMULADOS PIC 9(7) VALUE ZERO.
		01 CANTIDAD-DIFERENCIAS PIC 9(7) VALUE ZERO.
		COPY "acumul.cpy".
		01 LINEA-DIFERENCIA.
			02 LD-TIPO PIC X(8).
			02 FILLER PIC X VALUE SPACE.
			02 LD-ANIO PIC 9(4).
			02 FILLER PIC X VALUE SPACE.
			02 LD-MES PIC 99.
			02 FILLER PIC X VALUE SPACE.
			02 LD-ID PIC 9(5).
			02 FILLER PIC X VALUE SPACE.
			02 LD-CONCEPTO PIC X(4).
			02 FILLER PIC X(2) VALUE SPACE.
			02 LD-REGISTRO PIC Z,ZZZ,ZZ9.99.
			02 FILLER PIC X(2) VALUE SPACE.
			02 LD-ACUMULADO PIC ZZ,ZZZ,ZZ9.99.
		01 NUMERO-PAGINA PIC 99 VALUE ZERO.
		01 TITULO-REPORTE PIC X(40)
			VALUE "CONTROL DE ACUMULADOS DEL AÑO".
		01 NOMBRE-REPORTE PIC X(8) VALUE "ACUCTL".
		01 LINEA-IMPRESION PIC X(168) VALUE SPACES.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "ACUREC".
		01 WS-MENSAJE-LOG PIC X(40).
		01 WS-SEVERIDAD-LOG PIC X VALUE "I".
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
		DISPLAY "Los acumulados son solo para supervisores."
		GOBACK
		END-IF.
		PERFORM UNTIL CONTINUAR = "N" OR CONTINUAR = "n"
			PERFORM MOSTRAR-MENU
			ACCEPT OPCION-MENU
			EVALUATE OPCION-MENU
				WHEN 1
					PERFORM RECONSTRUIR-ACUMULADOS
				WHEN 2
					PERFORM CONTROLAR-ACUMULADOS
				WHEN OTHER
					DISPLAY "Opción inválida."
			END-EVALUATE
			DISPLAY "Continuar programa: "
			ACCEPT CONTINUAR
		END-PERFORM.
		GOBACK.

	MOSTRAR-MENU.
		DISPLAY "1. Reconstruir acumulados desde el registro".
		DISPLAY "2. Controlar acumulados contra el registro".
		DISPLAY "Opción: ".

	PEDIR-ANIO.
		MOVE "N" TO CONFIRMAR
		DISPLAY "Año (AAAA, 0000 = todos): "
		MOVE SPACES TO CAMPO-ENTRADA
		ACCEPT CAMPO-ENTRADA
		IF CAMPO-ENTRADA IS NUMERIC
		MOVE CAMPO-ENTRADA TO ANIO-PEDIDO
		MOVE "S" TO CONFIRMAR
		ELSE
		DISPLAY "Año inválido."
		END-IF.

	RECONSTRUIR-ACUMULADOS.
		PERFORM PEDIR-ANIO
		IF CONFIRMAR = "S"
		DISPLAY "Se borran y se rearman los acumulados. "
			"Confirmar (S/N): "
		ACCEPT CONFIRMAR
		END-IF
		IF CONFIRMAR = "S" OR CONFIRMAR = "s"
		MOVE ZERO TO RENGLONES-LEIDOS
		MOVE ZERO TO RENGLONES-ACUMULADOS
		MOVE ZERO TO ACUMULADOS-BORRADOS
		MOVE ZERO TO ERRORES-ACUMULADOS
		PERFORM BORRAR-ACUMULADOS
		PERFORM REARMAR-ACUMULADOS
		DISPLAY "Renglones del registro leídos: "
			RENGLONES-LEIDOS
		DISPLAY "Renglones acumulados: " RENGLONES-ACUMULADOS
		IF ERRORES-ACUMULADOS > ZERO
		DISPLAY "Renglones con error: " ERRORES-ACUMULADOS
		MOVE "Reconstrucción de acumulados con error."
			TO WS-MENSAJE-LOG
		MOVE "G" TO WS-SEVERIDAD-LOG
		ELSE
		MOVE "Acumulados reconstruidos del registro."
			TO WS-MENSAJE-LOG
		MOVE "I" TO WS-SEVERIDAD-LOG
		END-IF
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		END-IF.

	BORRAR-ACUMULADOS.
		*> Todos los años: el archivo se genera de cero. Un
		*> año: se borran solo sus registros.
		IF ANIO-PEDIDO = ZERO
		OPEN OUTPUT ARCHIVO-ACUMULADOS
		CLOSE ARCHIVO-ACUMULADOS
		ELSE
		OPEN I-O ARCHIVO-ACUMULADOS
		IF WS-STATUS-ACU NOT = "00" AND WS-STATUS-ACU NOT = "05"
		DISPLAY "Error al abrir acumulados.dat. Status: "
			WS-STATUS-ACU
		GOBACK
		END-IF
		MOVE "N" TO FIN-ACUMULADOS
		MOVE ANIO-PEDIDO TO ACU-ANIO
		MOVE ZERO TO ACU-ID
		MOVE SPACES TO ACU-CONCEPTO
		START ARCHIVO-ACUMULADOS
			KEY IS NOT LESS THAN ACU-CLAVE
		INVALID KEY MOVE "S" TO FIN-ACUMULADOS
		END-START
		PERFORM UNTIL FIN-ACUMULADOS = "S"
			READ ARCHIVO-ACUMULADOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-ACUMULADOS
			NOT AT END
			IF ACU-ANIO NOT = ANIO-PEDIDO
			MOVE "S" TO FIN-ACUMULADOS
			ELSE
			DELETE ARCHIVO-ACUMULADOS RECORD
			INVALID KEY
			DISPLAY "No se pudo borrar acumulado ID "
				ACU-ID " " ACU-CONCEPTO
			NOT INVALID KEY
			ADD 1 TO ACUMULADOS-BORRADOS
			END-DELETE
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-ACUMULADOS
		END-IF.

	REARMAR-ACUMULADOS.
		*> El registro está ordenado por período: los
		*> renglones de un año van juntos.
		OPEN INPUT ARCHIVO-REGISTRO
		IF WS-STATUS-REG NOT = "00" AND WS-STATUS-REG NOT = "05"
		DISPLAY "Error al abrir registro_nomina.dat. Status: "
			WS-STATUS-REG
		GOBACK
		END-IF
		MOVE "N" TO FIN-REGISTRO
		COMPUTE REG-PERIODO = ANIO-PEDIDO * 100
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
			IF ANIO-PEDIDO NOT = ZERO
			AND REG-PERIODO (1:4) NOT = CAMPO-ENTRADA
			MOVE "S" TO FIN-REGISTRO
			ELSE
			ADD 1 TO RENGLONES-LEIDOS
			MOVE "G" TO PAC-OPERACION
			MOVE LINEA-REGISTRO TO PAC-RENGLON
			CALL "ACUMUL" USING ACUMULADO-PEDIDO
			IF PAC-HALLADO
			ADD 1 TO RENGLONES-ACUMULADOS
			END-IF
			IF PAC-ERROR
			ADD 1 TO ERRORES-ACUMULADOS
			END-IF
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-REGISTRO.

	CONTROLAR-ACUMULADOS.
		PERFORM PEDIR-ANIO
		IF CONFIRMAR = "S"
		MOVE ZERO TO CANTIDAD-DIFERENCIAS
		OPEN INPUT ARCHIVO-REGISTRO
		IF WS-STATUS-REG NOT = "00" AND WS-STATUS-REG NOT = "05"
		DISPLAY "Error al abrir registro_nomina.dat. Status: "
			WS-STATUS-REG
		GOBACK
		END-IF
		OPEN INPUT ARCHIVO-ACUMULADOS
		IF WS-STATUS-ACU NOT = "00" AND WS-STATUS-ACU NOT = "05"
		DISPLAY "Error al abrir acumulados.dat. Status: "
			WS-STATUS-ACU
		GOBACK
		END-IF
		CALL "RPTHDR" USING TITULO-REPORTE
			NUMERO-PAGINA NOMBRE-REPORTE
		MOVE SPACES TO LINEA-IMPRESION
		STRING "DIFERENC AÑO MM ID    CONC      REGISTRO"
			DELIMITED BY SIZE
			"      ACUMULADO" DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		PERFORM CONTROLAR-RENGLONES
		PERFORM CONTROLAR-CASILLEROS
		CLOSE ARCHIVO-REGISTRO
		CLOSE ARCHIVO-ACUMULADOS
		MOVE SPACES TO LINEA-IMPRESION
		STRING "DIFERENCIAS: " DELIMITED BY SIZE
			CANTIDAD-DIFERENCIAS DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA
		CALL "RPTPIE" USING TITULO-REPORTE
			CANTIDAD-DIFERENCIAS NOMBRE-REPORTE
		IF CANTIDAD-DIFERENCIAS > ZERO
		DISPLAY "Hay diferencias: reconstruir con la opción 1."
		MOVE "Acumulados difieren del registro."
			TO WS-MENSAJE-LOG
		MOVE "G" TO WS-SEVERIDAD-LOG
		CALL "LOGERR" USING WS-PROGRAMA-LOG
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		ELSE
		DISPLAY "Acumulados de acuerdo con el registro."
		END-IF
		END-IF.

	CONTROLAR-RENGLONES.
		*> Del registro a los acumulados: cada columna de cada
		*> renglón tiene que estar en su casillero.
		MOVE "N" TO FIN-REGISTRO
		COMPUTE REG-PERIODO = ANIO-PEDIDO * 100
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
			IF ANIO-PEDIDO NOT = ZERO
			AND REG-PERIODO (1:4) NOT = CAMPO-ENTRADA
			MOVE "S" TO FIN-REGISTRO
			ELSE
			IF REG-PERIODO (5:2) NOT = "00"
			MOVE REG-PERIODO (5:2) TO MES-RENGLON
			PERFORM VARYING INDICE-CONCEPTO FROM 1 BY 1
			UNTIL INDICE-CONCEPTO > 9
				PERFORM CONTROLAR-COLUMNA
			END-PERFORM
			END-IF
			END-IF
			END-READ
		END-PERFORM.

	CONTROLAR-COLUMNA.
		PERFORM IMPORTE-DEL-CONCEPTO
		MOVE REG-PERIODO (1:4) TO ACU-ANIO
		MOVE REG-ID TO ACU-ID
		MOVE CODIGO-CONCEPTO (INDICE-CONCEPTO) TO ACU-CONCEPTO
		READ ARCHIVO-ACUMULADOS
		INVALID KEY
		MOVE REG-PERIODO (1:4) TO ACU-ANIO
		MOVE REG-ID TO ACU-ID
		MOVE CODIGO-CONCEPTO (INDICE-CONCEPTO)
			TO ACU-CONCEPTO
		MOVE "FALTA" TO TIPO-DIFERENCIA
		MOVE ZERO TO IMPORTE-ACUMULADO
		PERFORM LISTAR-DIFERENCIA
		NOT INVALID KEY
		IF ACU-MES-MARCA (MES-RENGLON) NOT = "S"
		MOVE "FALTA" TO TIPO-DIFERENCIA
		MOVE ZERO TO IMPORTE-ACUMULADO
		PERFORM LISTAR-DIFERENCIA
		ELSE
		IF ACU-MES-IMPORTE (MES-RENGLON) NOT = IMPORTE-REGISTRO
		MOVE "DIFIERE" TO TIPO-DIFERENCIA
		MOVE ACU-MES-IMPORTE (MES-RENGLON)
			TO IMPORTE-ACUMULADO
		PERFORM LISTAR-DIFERENCIA
		END-IF
		END-IF
		END-READ.

	IMPORTE-DEL-CONCEPTO.
		*> Mismo criterio que ACUMUL: columna en blanco = cero.
		MOVE ZERO TO IMPORTE-REGISTRO
		EVALUATE INDICE-CONCEPTO
			WHEN 1
				IF REG-HORAS IS NUMERIC
				MOVE REG-HORAS TO IMPORTE-REGISTRO
				END-IF
			WHEN 2
				IF REG-BRUTO IS NUMERIC
				MOVE REG-BRUTO TO IMPORTE-REGISTRO
				END-IF
			WHEN 3
				IF REG-NETO IS NUMERIC
				MOVE REG-NETO TO IMPORTE-REGISTRO
				END-IF
			WHEN 4
				IF REG-ADELANTO IS NUMERIC
				MOVE REG-ADELANTO TO IMPORTE-REGISTRO
				END-IF
			WHEN 5
				IF REG-IMPUESTO IS NUMERIC
				MOVE REG-IMPUESTO TO IMPORTE-REGISTRO
				END-IF
			WHEN 6
				IF REG-JUBILACION IS NUMERIC
				MOVE REG-JUBILACION TO IMPORTE-REGISTRO
				END-IF
			WHEN 7
				IF REG-SINDICATO IS NUMERIC
				MOVE REG-SINDICATO TO IMPORTE-REGISTRO
				END-IF
			WHEN 8
				IF REG-ASIGNACION IS NUMERIC
				MOVE REG-ASIGNACION TO IMPORTE-REGISTRO
				END-IF
			WHEN 9
				IF REG-GASTOS IS NUMERIC
				MOVE REG-GASTOS TO IMPORTE-REGISTRO
				END-IF
		END-EVALUATE.

	CONTROLAR-CASILLEROS.
		*> De los acumulados al registro: cada casillero tiene
		*> que tener su renglón, y el total tiene que ser la
		*> suma de los casilleros.
		MOVE "N" TO FIN-ACUMULADOS
		MOVE ANIO-PEDIDO TO ACU-ANIO
		MOVE ZERO TO ACU-ID
		MOVE SPACES TO ACU-CONCEPTO
		START ARCHIVO-ACUMULADOS
			KEY IS NOT LESS THAN ACU-CLAVE
		INVALID KEY MOVE "S" TO FIN-ACUMULADOS
		END-START
		PERFORM UNTIL FIN-ACUMULADOS = "S"
			READ ARCHIVO-ACUMULADOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-ACUMULADOS
			NOT AT END
			IF ANIO-PEDIDO NOT = ZERO
			AND ACU-ANIO NOT = ANIO-PEDIDO
			MOVE "S" TO FIN-ACUMULADOS
			ELSE
			PERFORM CONTROLAR-ACUMULADO
			END-IF
			END-READ
		END-PERFORM.

	CONTROLAR-ACUMULADO.
		MOVE ZERO TO SUMA-CASILLEROS
		MOVE ZERO TO CASILLEROS-MARCADOS
		PERFORM VARYING INDICE-MES FROM 1 BY 1
		UNTIL INDICE-MES > 99
			IF ACU-MES-MARCA (INDICE-MES) = "S"
			ADD ACU-MES-IMPORTE (INDICE-MES)
				TO SUMA-CASILLEROS
			ADD 1 TO CASILLEROS-MARCADOS
			PERFORM BUSCAR-RENGLON-CASILLERO
			END-IF
		END-PERFORM
		IF SUMA-CASILLEROS NOT = ACU-TOTAL
		OR CASILLEROS-MARCADOS NOT = ACU-PERIODOS
		MOVE "TOTAL" TO TIPO-DIFERENCIA
		MOVE ZERO TO MES-RENGLON
		MOVE SUMA-CASILLEROS TO IMPORTE-REGISTRO
		MOVE ACU-TOTAL TO IMPORTE-ACUMULADO
		PERFORM LISTAR-DIFERENCIA
		END-IF.

	BUSCAR-RENGLON-CASILLERO.
		COMPUTE REG-PERIODO = ACU-ANIO * 100 + INDICE-MES
		MOVE ACU-ID TO REG-ID
		READ ARCHIVO-REGISTRO
		INVALID KEY
		MOVE "SOBRA" TO TIPO-DIFERENCIA
		MOVE INDICE-MES TO MES-RENGLON
		MOVE ZERO TO IMPORTE-REGISTRO
		MOVE ACU-MES-IMPORTE (INDICE-MES) TO IMPORTE-ACUMULADO
		PERFORM LISTAR-DIFERENCIA
		END-READ.

	LISTAR-DIFERENCIA.
		ADD 1 TO CANTIDAD-DIFERENCIAS
		MOVE TIPO-DIFERENCIA TO LD-TIPO
		MOVE ACU-ANIO TO LD-ANIO
		MOVE MES-RENGLON TO LD-MES
		MOVE ACU-ID TO LD-ID
		MOVE ACU-CONCEPTO TO LD-CONCEPTO
		MOVE IMPORTE-REGISTRO TO LD-REGISTRO
		MOVE IMPORTE-ACUMULADO TO LD-ACUMULADO
		MOVE SPACES TO LINEA-IMPRESION
		MOVE LINEA-DIFERENCIA TO LINEA-IMPRESION
		PERFORM GRABAR-LINEA.

	GRABAR-LINEA.
		DISPLAY LINEA-IMPRESION
		CALL "IMPRESO" USING NOMBRE-REPORTE LINEA-IMPRESION.
	END PROGRAM ACUREC.
