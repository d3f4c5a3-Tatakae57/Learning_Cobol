	*> (lp-CERTIF-fecha), como los recibos de NOMINA: se
	*> cortan y se entregan. Renglones anteriores al desglose
	*> de deducciones traen esas columnas en blanco y se suman
	*> como cero, protegidas con IS NUMERIC. Si el ejercicio
	*> ya pasó por el ajuste anual de ganancias (AJUGAN), el
	*> certificado cierra con el impuesto determinado, lo
	*> retenido y el saldo a retener o a devolver.
	*> Empresas: se firma con SIGNON y se elige la empresa con
	*> EMPSEL; se certifica solo a los empleados de esa
	*> empresa (un legajo que ya no figura en el vivo cuenta
	*> como de la 01) y cada certificado lleva la razón social
	*> y el CUIT del empleador.
	*> Acumulados: los totales del año ya no salen de sumar el
	*> registro renglón por renglón sino de acumulados.dat
	*> (ACUMUL), un registro por empleado y concepto con el
	*> total del año y la cantidad de períodos; las columnas
	*> en blanco de los renglones viejos ya vienen como cero.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CERTIF.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPTIONAL ARCHIVO-ACUMULADOS
		ASSIGN TO "acumulados.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS ACU-CLAVE
		FILE STATUS IS WS-STATUS-ACU.

		SELECT OPTIONAL ARCHIVO-EMPLEADOS
		ASSIGN TO "empleados.dat"
			WITH DUPLICATES
		FILE STATUS IS WS-STATUS-EMP.

		SELECT OPTIONAL ARCHIVO-AJUSTE-GAN
		ASSIGN TO "ajuste_ganancias.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS AJG-CLAVE
		FILE STATUS IS WS-STATUS-AJG.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-ACUMULADOS.
		COPY "acumulado.cpy".

	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	FD ARCHIVO-AJUSTE-GAN.
		COPY "ajugan.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-ACU PIC XX VALUE "00".
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 WS-STATUS-AJG PIC XX VALUE "00".
		01 DIFERENCIA-EDITADA PIC $$,$$$,$$9.99.
		01 ETIQUETA-AJUSTE PIC X(18) VALUE SPACES.
		01 FIN-ACUMULADOS PIC X VALUE "N".
		01 CAMPO-ENTRADA PIC X(4) VALUE SPACES.
		01 ANIO-BUSCADO PIC 9(4) VALUE ZERO.
		*> Acumulado anual por empleado: cada concepto es un
		*> registro aparte de acumulados.dat, así que el corte
		*> por ID se junta en una tabla y se emite al final.
		01 TABLA-CERTIFICADOS.
			02 CERT-ENTRADA OCCURS 999 TIMES.
				03 CE-ID PIC 9(5).
		01 WS-MENSAJE-LOG PIC X(40).
		01 WS-SEVERIDAD-LOG PIC X VALUE "A".
		01 WS-OPERADOR-LOG PIC X(8) VALUE "SISTEMA".
		*> Operador firmado y empresa de la corrida (EMPSEL).
		01 NIVEL-FIRMADO PIC 9 VALUE ZERO.
		01 RESULTADO-SIGNON PIC X VALUE "N".
		COPY "empsel.cpy".
		01 EMPRESA-EMPLEADO PIC 9(2) VALUE ZERO.

	PROCEDURE DIVISION.
	MAIN.
		CALL "SIGNON" USING WS-OPERADOR-LOG NIVEL-FIRMADO
			RESULTADO-SIGNON WS-PROGRAMA-LOG.
		IF RESULTADO-SIGNON NOT = "S"
		GOBACK
		END-IF.
		CALL "EMPSEL" USING WS-OPERADOR-LOG EMPRESA-ELEGIDA.
		IF ELE-HALLADA NOT = "S"
		GOBACK
		END-IF.
		DISPLAY "Año a certificar (AAAA): ".
		ACCEPT CAMPO-ENTRADA.
		IF CAMPO-ENTRADA IS NUMERIC
		DISPLAY "Año inválido."
		GOBACK
		END-IF.
		OPEN INPUT ARCHIVO-EMPLEADOS
		IF WS-STATUS-EMP NOT = "00" AND WS-STATUS-EMP NOT = "05"
		DISPLAY "Error al abrir empleados.dat. Status: "
			WS-STATUS-EMP
		GOBACK
		END-IF.
		OPEN INPUT ARCHIVO-ACUMULADOS
		IF WS-STATUS-ACU NOT = "00" AND WS-STATUS-ACU NOT = "05"
		DISPLAY "Sin acumulados de nómina para certificar."
		GOBACK
		END-IF.
		MOVE ANIO-BUSCADO TO ACU-ANIO
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
			IF ACU-ANIO NOT = ANIO-BUSCADO
			MOVE "S" TO FIN-ACUMULADOS
			ELSE
			IF ACU-BRUTO OR ACU-NETO OR ACU-ADELANTO
			OR ACU-IMPUESTO OR ACU-JUBILACION
			OR ACU-SINDICATO
			PERFORM EMPRESA-DEL-REGISTRO
			IF EMPRESA-EMPLEADO = ELE-CODIGO
			PERFORM ACUMULAR-EMPLEADO
			END-IF
			END-IF
			END-IF
			END-READ
		END-PERFORM.
		CLOSE ARCHIVO-ACUMULADOS.
		IF CANTIDAD-CERTIFICADOS = ZERO
		DISPLAY "Sin pagos registrados en el año "
			ANIO-BUSCADO "."
			WS-SEVERIDAD-LOG WS-MENSAJE-LOG
			WS-OPERADOR-LOG
		END-IF.
		OPEN INPUT ARCHIVO-AJUSTE-GAN
		IF WS-STATUS-AJG NOT = "00" AND WS-STATUS-AJG NOT = "05"
		DISPLAY "Error al abrir ajuste_ganancias.dat. Status: "
			WS-STATUS-AJG
		GOBACK
		END-IF.
		PERFORM VARYING INDICE-CERT FROM 1 BY 1
			PERFORM EMITIR-CERTIFICADO
		END-PERFORM.
		CLOSE ARCHIVO-EMPLEADOS.
		CLOSE ARCHIVO-AJUSTE-GAN.
		DISPLAY "Certificados emitidos: "
			CANTIDAD-CERTIFICADOS.
		GOBACK.

	EMPRESA-DEL-REGISTRO.
		*> Cero (legajo anterior a las empresas) o un legajo
		*> que ya no figura en el vivo = la 01.
		MOVE ACU-ID TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY MOVE ZERO TO EMPLEADO-EMPRESA
		END-READ
		IF EMPLEADO-EMPRESA IS NOT NUMERIC
		OR EMPLEADO-EMPRESA = ZERO
		MOVE 1 TO EMPRESA-EMPLEADO
		ELSE
		MOVE EMPLEADO-EMPRESA TO EMPRESA-EMPLEADO
		END-IF.

	ACUMULAR-EMPLEADO.
		MOVE "N" TO EMPLEADO-ACUMULADO
		PERFORM VARYING INDICE-CERT FROM 1 BY 1
		UNTIL INDICE-CERT > CANTIDAD-CERTIFICADOS
		IF CE-ID (INDICE-CERT) = ACU-ID
			PERFORM SUMAR-RENGLON
			MOVE "S" TO EMPLEADO-ACUMULADO
			MOVE CANTIDAD-CERTIFICADOS TO INDICE-CERT
		IF CANTIDAD-CERTIFICADOS < 999
		ADD 1 TO CANTIDAD-CERTIFICADOS
		MOVE CANTIDAD-CERTIFICADOS TO INDICE-CERT
		MOVE ACU-ID TO CE-ID (INDICE-CERT)
		MOVE ZERO TO CE-PERIODOS (INDICE-CERT)
		MOVE ZERO TO CE-BRUTO (INDICE-CERT)
		MOVE ZERO TO CE-IMPUESTO (INDICE-CERT)
		END-IF.

	SUMAR-RENGLON.
		*> Los períodos liquidados son los casilleros del
		*> bruto: uno por renglón del registro en el año.
		EVALUATE TRUE
			WHEN ACU-BRUTO
				MOVE ACU-PERIODOS
					TO CE-PERIODOS (INDICE-CERT)
				MOVE ACU-TOTAL TO CE-BRUTO (INDICE-CERT)
			WHEN ACU-NETO
				MOVE ACU-TOTAL TO CE-NETO (INDICE-CERT)
			WHEN ACU-ADELANTO
				MOVE ACU-TOTAL
					TO CE-ADELANTO (INDICE-CERT)
			WHEN ACU-IMPUESTO
				MOVE ACU-TOTAL
					TO CE-IMPUESTO (INDICE-CERT)
			WHEN ACU-JUBILACION
				MOVE ACU-TOTAL
					TO CE-JUBILACION (INDICE-CERT)
			WHEN ACU-SINDICATO
				MOVE ACU-TOTAL
					TO CE-SINDICATO (INDICE-CERT)
		END-EVALUATE.

	EMITIR-CERTIFICADO.
		CALL "RPTHDR" USING TITULO-REPORTE
		END-STRING
		PERFORM GRABAR-LINEA-CERTIFICADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "EMPLEADOR: " DELIMITED BY SIZE
			ELE-RAZON-SOCIAL DELIMITED BY SIZE
			" CUIT " DELIMITED BY SIZE
			ELE-CUIT DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-CERTIFICADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "EMPLEADO:  " DELIMITED BY SIZE
			CE-ID (INDICE-CERT) DELIMITED BY SIZE
			INTO LINEA-IMPRESION
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-CERTIFICADO
		PERFORM IMPRIMIR-AJUSTE-GANANCIAS
		CALL "RPTPIE" USING TITULO-REPORTE
			LINEAS-CERTIFICADO NOMBRE-REPORTE.

	IMPRIMIR-AJUSTE-GANANCIAS.
		*> Sin ajuste anual corrido, el certificado sale como
		*> siempre: solo con lo retenido mes a mes.
		MOVE ANIO-BUSCADO TO AJG-ANIO
		MOVE CE-ID (INDICE-CERT) TO AJG-ID
		READ ARCHIVO-AJUSTE-GAN
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		MOVE AJG-DEDUCCIONES TO IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "DEDUCC. GANANCIAS:" DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-CERTIFICADO
		MOVE AJG-DETERMINADO TO IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "IMP. DETERMINADO: " DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-CERTIFICADO
		MOVE AJG-RETENIDO TO IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "IMP. RETENIDO:    " DELIMITED BY SIZE
			IMPORTE-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-CERTIFICADO
		MOVE AJG-DIFERENCIA TO DIFERENCIA-EDITADA
		EVALUATE TRUE
			WHEN AJG-DIFERENCIA > ZERO
				MOVE "AJUSTE A RETENER: "
					TO ETIQUETA-AJUSTE
			WHEN AJG-DIFERENCIA < ZERO
				MOVE "AJUSTE A DEVOLVER:"
					TO ETIQUETA-AJUSTE
			WHEN OTHER
				MOVE "AJUSTE SIN SALDO: "
					TO ETIQUETA-AJUSTE
		END-EVALUATE
		MOVE SPACES TO LINEA-IMPRESION
		STRING ETIQUETA-AJUSTE DELIMITED BY SIZE
			DIFERENCIA-EDITADA DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-CERTIFICADO
		END-READ.

	BUSCAR-NOMBRE-EMPLEADO.
		*> El empleado puede haber migrado al historial desde
		*> entonces: el certificado sale igual, con el ID solo.
