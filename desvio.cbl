	*> supervisor firmado los aceptó mirándolos. La decisión
	*> queda asentada en pagos_visto.dat con período, L/R,
	*> operador y fecha.
	*> Aunque los netos pasen, tampoco se libera si CBUVIG
	*> (vigilancia de cambios de CBU) no dejó en cbu_visto.dat
	*> un visto "L" para la misma subida (período, grupo,
	*> subperíodo y empresa del trailer de pagos_banco.dat):
	*> una cuenta cambiada a último momento no se ve
	*> comparando netos.
	*> Liberada la subida, BANPART la parte en un archivo por
	*> banco con el formato de cada uno y cuadra la suma de
	*> esos archivos contra el único.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. DESVIO.

		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-VIS.

		SELECT OPTIONAL ARCHIVO-VISTO-CBU
		ASSIGN TO "cbu_visto.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-VCB.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-REGISTRO.

	FD ARCHIVO-BANCO.
		01 LINEA-BANCO PIC X(80).
		*> Trailer que deja NOMINA al final de la subida.
		01 BANCO-TRAILER.
			02 BAN-TR-TIPO PIC X.
			02 BAN-TR-CANTIDAD PIC 9(7).
			02 BAN-TR-TOTAL PIC S9(7)V99
				SIGN IS TRAILING SEPARATE.
			02 BAN-TR-PERIODO PIC 9(6).
			02 BAN-TR-GRUPO PIC X(2).
			02 BAN-TR-SUBPERIODO PIC 9.
			02 BAN-TR-EMPRESA PIC 9(2).
			02 BAN-TR-CBU-EMPRESA PIC X(22).

	FD ARCHIVO-LISTOS.
		01 LINEA-LISTA PIC X(80).
			02 VIS-OPERADOR PIC X(8).
			02 VIS-FECHA PIC 9(8).

	FD ARCHIVO-VISTO-CBU.
		01 LINEA-VISTO-CBU.
			02 VCB-PERIODO PIC 9(6).
			02 VCB-ESTADO PIC X.
				88 CBU-LIBERADO VALUE "L".
				88 CBU-RETENIDO VALUE "R".
			02 VCB-OPERADOR PIC X(8).
			02 VCB-FECHA PIC 9(8).
			*> Subida a la que vale el visto, del trailer
			*> de pagos_banco.dat: con varios grupos y
			*> empresas un mismo mes tiene varias subidas.
			02 VCB-GRUPO PIC X(2).
			02 VCB-SUBPERIODO PIC 9.
			02 VCB-EMPRESA PIC 9(2).

	WORKING-STORAGE SECTION.
		01 WS-STATUS-REG PIC XX VALUE "00".
		01 WS-STATUS-BAN PIC XX VALUE "00".
		01 WS-STATUS-LIS PIC XX VALUE "00".
		01 WS-STATUS-VIS PIC XX VALUE "00".
		01 WS-STATUS-VCB PIC XX VALUE "00".
		01 VISTO-CBU PIC X VALUE "N".
		01 FIN-REGISTRO PIC X VALUE "N".
		01 FIN-BANCO PIC X VALUE "N".
		01 CAMPO-ENTRADA PIC X(3) VALUE SPACES.
		*> Subida de pagos_banco.dat, según su trailer.
		01 PIE-HALLADO PIC X VALUE "N".
		01 PERIODO-SUBIDA PIC 9(6) VALUE ZERO.
		01 GRUPO-SUBIDA PIC X(2) VALUE SPACES.
		01 SUBPERIODO-SUBIDA PIC 9 VALUE ZERO.
		01 EMPRESA-SUBIDA PIC 9(2) VALUE ZERO.
		01 PERIODO-ULTIMO PIC 9(6) VALUE ZERO.
		01 PERIODO-ANTERIOR PIC 9(6) VALUE ZERO.
		01 TOLERANCIA-PORC PIC 9(3) VALUE 50.
		01 WS-OPERADOR-LOG PIC X(8) VALUE "SISTEMA".
		01 NIVEL-FIRMADO PIC 9 VALUE ZERO.
		01 RESULTADO-SIGNON PIC X VALUE "N".
		01 RESULTADO-PARTICION PIC X VALUE "S".

	PROCEDURE DIVISION.
	MAIN.
		END-IF
		END-IF.
		IF DECISION-FINAL = "L"
		PERFORM CONTROLAR-VISTO-CBU
		IF VISTO-CBU NOT = "S"
		MOVE "R" TO DECISION-FINAL
		DISPLAY "Falta el visto de CBUVIG para la subida "
			PERIODO-SUBIDA " grupo " GRUPO-SUBIDA
			" subperíodo " SUBPERIODO-SUBIDA
			" empresa " EMPRESA-SUBIDA "."
		END-IF
		END-IF.
		IF DECISION-FINAL = "L"
		PERFORM LIBERAR-PAGOS
		ELSE
		DISPLAY "PAGOS RETENIDOS: corrija y vuelva a correr."
		PERFORM GRABAR-LINEA
		END-IF.

	CONTROLAR-VISTO-CBU.
		*> El visto vale solo para la subida que CBUVIG miró:
		*> período, grupo, subperíodo y empresa del trailer.
		MOVE "N" TO VISTO-CBU
		PERFORM LEER-PIE-SUBIDA
		OPEN INPUT ARCHIVO-VISTO-CBU
		IF WS-STATUS-VCB = "00"
		READ ARCHIVO-VISTO-CBU
		AT END
		CONTINUE
		NOT AT END
		IF PIE-HALLADO = "S" AND CBU-LIBERADO
		AND VCB-PERIODO = PERIODO-SUBIDA
		AND VCB-GRUPO = GRUPO-SUBIDA
		AND VCB-SUBPERIODO = SUBPERIODO-SUBIDA
		AND VCB-EMPRESA = EMPRESA-SUBIDA
		MOVE "S" TO VISTO-CBU
		END-IF
		END-READ
		CLOSE ARCHIVO-VISTO-CBU
		END-IF.

	LEER-PIE-SUBIDA.
		*> El trailer dice qué corrida paga la subida; sin
		*> archivo o sin trailer no hay subida que identificar.
		MOVE "N" TO PIE-HALLADO
		MOVE "N" TO FIN-BANCO
		OPEN INPUT ARCHIVO-BANCO
		IF WS-STATUS-BAN = "00"
		PERFORM UNTIL FIN-BANCO = "S"
			READ ARCHIVO-BANCO
			AT END
			MOVE "S" TO FIN-BANCO
			NOT AT END
			IF BAN-TR-TIPO = "T"
			PERFORM TOMAR-PIE-SUBIDA
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-BANCO
		END-IF.

	TOMAR-PIE-SUBIDA.
		MOVE "S" TO PIE-HALLADO
		MOVE BAN-TR-PERIODO TO PERIODO-SUBIDA
		MOVE BAN-TR-GRUPO TO GRUPO-SUBIDA
		MOVE BAN-TR-SUBPERIODO TO SUBPERIODO-SUBIDA
		*> Pie anterior a las empresas: la 01.
		IF BAN-TR-EMPRESA IS NUMERIC
		AND BAN-TR-EMPRESA NOT = ZERO
		MOVE BAN-TR-EMPRESA TO EMPRESA-SUBIDA
		ELSE
		MOVE 1 TO EMPRESA-SUBIDA
		END-IF.

	LIBERAR-PAGOS.
		*> El archivo que sube al portal es la copia liberada:
		*> pagos_banco.dat queda como lo dejó NOMINA y
		CLOSE ARCHIVO-BANCO
		CLOSE ARCHIVO-LISTOS
		DISPLAY "Pagos liberados en pagos_listos.dat."
		CALL "BANPART" USING RESULTADO-PARTICION
		IF RESULTADO-PARTICION = "N"
		DISPLAY "ATENCION: los archivos por banco no cuadran"
			" con pagos_listos.dat; ver listado BANPART."
		END-IF
		END-IF.

	ASENTAR-DECISION.
