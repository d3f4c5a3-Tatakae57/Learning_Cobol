	*> Ruteo de aprobaciones por línea de mando:
	*> Subprograma compartido al estilo de VALING: APRUEBA,
	*> VACPLAN y ESTADOS aceptaban el visto bueno de cualquier
	*> supervisor. Acá se decide si el operador firmado puede
	*> aprobar: tiene que estar en la línea de mando del
	*> empleado (su superior directo o cualquiera más arriba,
	*> siguiendo EMPLEADO-SUPERIOR) o ser delegado vigente de
	*> alguien que lo esté (delegaciones.dat). El operador se
	*> reconoce como empleado por USU-EMPLEADO.
	*> Por departamento (las horas de APRUEBA) la condición
	*> vale para cada activo del departamento con línea
	*> cargada; el que aprueba puede ser uno de ellos (sus
	*> propias horas van con las del resto).
	*> Un empleado sin línea cargada vuelve "L" y el que llama
	*> aplica la regla de siempre: así nada se traba mientras
	*> se completa el organigrama. También calcula quién es
	*> el responsable de aprobar, para APRPEND.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. APRRUT.

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

		SELECT OPTIONAL ARCHIVO-USUARIOS
		ASSIGN TO "usuarios.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS USU-OPERADOR
		FILE STATUS IS WS-STATUS-USU.

		SELECT OPTIONAL ARCHIVO-DELEGACIONES
		ASSIGN TO "delegaciones.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS DLG-CLAVE
		FILE STATUS IS WS-STATUS-DLG.

	DATA DIVISION.
	FILE SECTION.
	FD ARCHIVO-EMPLEADOS.
		COPY "empleado.cpy".

	FD ARCHIVO-USUARIOS.
		COPY "usuario.cpy".

	FD ARCHIVO-DELEGACIONES.
		COPY "delegacion.cpy".

	WORKING-STORAGE SECTION.
		01 WS-STATUS-EMP PIC XX VALUE "00".
		01 WS-STATUS-USU PIC XX VALUE "00".
		01 WS-STATUS-DLG PIC XX VALUE "00".
		01 HAY-DELEGACIONES PIC X VALUE "N".
		01 FIN-ARCHIVO PIC X VALUE "N".
		01 FECHA-CONTROL PIC 9(8) VALUE ZERO.
		*> Identidades con las que firma el operador: él mismo
		*> y cada titular ausente que hoy le delegó.
		01 TABLA-IDENTIDADES.
			02 IDENTIDAD-ENTRADA OCCURS 20 TIMES.
				03 IDE-ID PIC 9(5).
				03 IDE-TITULAR PIC 9(5).
		01 CANTIDAD-IDENTIDADES PIC 99 VALUE ZERO.
		01 INDICE-IDENTIDAD PIC 99 VALUE ZERO.
		*> Línea de mando de un empleado, del superior directo
		*> hacia arriba. El tope corta un lazo que se haya
		*> colado por fuera de ORGMANT.
		01 ID-CADENA PIC 9(5) VALUE ZERO.
		01 SUPERIOR-ACTUAL PIC 9(5) VALUE ZERO.
		01 TABLA-CADENA.
			02 CAD-ID PIC 9(5) OCCURS 30 TIMES.
		01 CANTIDAD-CADENA PIC 99 VALUE ZERO.
		01 INDICE-CADENA PIC 99 VALUE ZERO.
		01 TOPE-CADENA PIC 99 VALUE 30.
		*> Activos del departamento con línea cargada.
		01 TABLA-MIEMBROS.
			02 MIE-ID PIC 9(5) OCCURS 999 TIMES.
		01 CANTIDAD-MIEMBROS PIC 9(3) VALUE ZERO.
		01 INDICE-MIEMBRO PIC 9(3) VALUE ZERO.
		*> Jefes comunes candidatos: la línea del primer
		*> miembro (con él a la cabeza), y se van tachando los
		*> que no están en la línea de algún otro.
		01 TABLA-CANDIDATOS.
			02 CANDIDATO-ENTRADA OCCURS 31 TIMES.
				03 CAN-ID PIC 9(5).
				03 CAN-VIVO PIC X.
		01 CANTIDAD-CANDIDATOS PIC 99 VALUE ZERO.
		01 INDICE-CANDIDATO PIC 99 VALUE ZERO.
		01 ENCONTRADO PIC X VALUE "N".

	LINKAGE SECTION.
		COPY "rutaapr.cpy".

	PROCEDURE DIVISION USING RUTA-APROBACION.
	MAIN-PROCEDURE.
		MOVE "L" TO RAP-RESULTADO.
		MOVE ZERO TO RAP-APROBADOR.
		MOVE ZERO TO RAP-EN-NOMBRE-DE.
		MOVE ZERO TO RAP-RESPONSABLE.
		IF RAP-FECHA IS NUMERIC AND RAP-FECHA NOT = ZERO
		MOVE RAP-FECHA TO FECHA-CONTROL
		ELSE
		ACCEPT FECHA-CONTROL FROM DATE YYYYMMDD
		END-IF.
		OPEN INPUT ARCHIVO-EMPLEADOS.
		IF WS-STATUS-EMP NOT = "00"
		GOBACK
		END-IF.
		MOVE "N" TO HAY-DELEGACIONES.
		OPEN INPUT ARCHIVO-DELEGACIONES.
		IF WS-STATUS-DLG = "00"
		MOVE "S" TO HAY-DELEGACIONES
		END-IF.
		PERFORM CARGAR-IDENTIDADES.
		EVALUATE TRUE
			WHEN RAP-POR-EMPLEADO
				PERFORM CONTROLAR-EMPLEADO
			WHEN RAP-POR-DEPTO
				PERFORM CONTROLAR-DEPTO
		END-EVALUATE.
		CLOSE ARCHIVO-EMPLEADOS.
		IF HAY-DELEGACIONES = "S"
		CLOSE ARCHIVO-DELEGACIONES
		END-IF.
		GOBACK.

	CARGAR-IDENTIDADES.
		MOVE ZERO TO CANTIDAD-IDENTIDADES
		IF RAP-OPERADOR NOT = SPACES
		OPEN INPUT ARCHIVO-USUARIOS
		IF WS-STATUS-USU = "00"
		MOVE RAP-OPERADOR TO USU-OPERADOR
		READ ARCHIVO-USUARIOS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		IF USU-EMPLEADO IS NUMERIC
		MOVE USU-EMPLEADO TO RAP-APROBADOR
		END-IF
		END-READ
		CLOSE ARCHIVO-USUARIOS
		END-IF
		END-IF
		IF RAP-APROBADOR NOT = ZERO
		MOVE 1 TO CANTIDAD-IDENTIDADES
		MOVE RAP-APROBADOR TO IDE-ID (1)
		MOVE ZERO TO IDE-TITULAR (1)
		IF HAY-DELEGACIONES = "S"
		PERFORM BUSCAR-DELEGACIONES-RECIBIDAS
		END-IF
		END-IF.

	BUSCAR-DELEGACIONES-RECIBIDAS.
		*> Titulares que hoy tienen delegada su firma en el
		*> operador: firma también por ellos.
		MOVE "N" TO FIN-ARCHIVO
		MOVE ZERO TO DLG-TITULAR
		MOVE ZERO TO DLG-DESDE
		START ARCHIVO-DELEGACIONES
			KEY IS NOT LESS THAN DLG-CLAVE
		INVALID KEY MOVE "S" TO FIN-ARCHIVO
		END-START
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-DELEGACIONES NEXT RECORD
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF DELEGACION-VIGENTE
			AND DLG-DELEGADO = RAP-APROBADOR
			AND DLG-DESDE NOT > FECHA-CONTROL
			AND DLG-HASTA NOT < FECHA-CONTROL
			AND CANTIDAD-IDENTIDADES < 20
			ADD 1 TO CANTIDAD-IDENTIDADES
			MOVE DLG-TITULAR
				TO IDE-ID (CANTIDAD-IDENTIDADES)
			MOVE DLG-TITULAR
				TO IDE-TITULAR (CANTIDAD-IDENTIDADES)
			END-IF
			END-READ
		END-PERFORM.

	ARMAR-CADENA.
		MOVE ZERO TO CANTIDAD-CADENA
		MOVE ZERO TO SUPERIOR-ACTUAL
		MOVE ID-CADENA TO EMPLEADO-ID
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		IF EMPLEADO-SUPERIOR IS NUMERIC
		MOVE EMPLEADO-SUPERIOR TO SUPERIOR-ACTUAL
		END-IF
		END-READ
		PERFORM UNTIL SUPERIOR-ACTUAL = ZERO
		OR CANTIDAD-CADENA >= TOPE-CADENA
			ADD 1 TO CANTIDAD-CADENA
			MOVE SUPERIOR-ACTUAL TO CAD-ID (CANTIDAD-CADENA)
			IF SUPERIOR-ACTUAL = ID-CADENA
			MOVE ZERO TO SUPERIOR-ACTUAL
			ELSE
			PERFORM SUBIR-UN-NIVEL
			END-IF
		END-PERFORM.

	SUBIR-UN-NIVEL.
		MOVE SUPERIOR-ACTUAL TO EMPLEADO-ID
		MOVE ZERO TO SUPERIOR-ACTUAL
		READ ARCHIVO-EMPLEADOS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		IF EMPLEADO-SUPERIOR IS NUMERIC
		MOVE EMPLEADO-SUPERIOR TO SUPERIOR-ACTUAL
		END-IF
		END-READ.

	CONTROLAR-EMPLEADO.
		MOVE RAP-CLAVE TO ID-CADENA
		PERFORM ARMAR-CADENA
		IF CANTIDAD-CADENA > ZERO
		MOVE "N" TO RAP-RESULTADO
		MOVE CAD-ID (1) TO RAP-RESPONSABLE
		PERFORM SUSTITUIR-AUSENTE
		PERFORM BUSCAR-IDENTIDAD-EN-CADENA
		IF ENCONTRADO = "S"
		MOVE "S" TO RAP-RESULTADO
		END-IF
		END-IF.

	BUSCAR-IDENTIDAD-EN-CADENA.
		*> Alguna identidad del operador en la línea armada;
		*> el empleado mismo no está en su línea, así que
		*> nadie aprueba lo propio ni por delegación.
		MOVE "N" TO ENCONTRADO
		PERFORM VARYING INDICE-IDENTIDAD FROM 1 BY 1
		UNTIL INDICE-IDENTIDAD > CANTIDAD-IDENTIDADES
		OR ENCONTRADO = "S"
			PERFORM VARYING INDICE-CADENA FROM 1 BY 1
			UNTIL INDICE-CADENA > CANTIDAD-CADENA
			OR ENCONTRADO = "S"
				IF IDE-ID (INDICE-IDENTIDAD)
					= CAD-ID (INDICE-CADENA)
				MOVE "S" TO ENCONTRADO
				MOVE IDE-TITULAR (INDICE-IDENTIDAD)
					TO RAP-EN-NOMBRE-DE
				END-IF
			END-PERFORM
		END-PERFORM.

	BUSCAR-IDENTIDAD-MIEMBRO.
		*> Por departamento el que aprueba puede ser uno de los
		*> miembros: sus horas van con las del resto.
		PERFORM VARYING INDICE-IDENTIDAD FROM 1 BY 1
		UNTIL INDICE-IDENTIDAD > CANTIDAD-IDENTIDADES
		OR ENCONTRADO = "S"
			IF IDE-ID (INDICE-IDENTIDAD)
				= MIE-ID (INDICE-MIEMBRO)
			MOVE "S" TO ENCONTRADO
			MOVE IDE-TITULAR (INDICE-IDENTIDAD)
				TO RAP-EN-NOMBRE-DE
			END-IF
		END-PERFORM.

	SUSTITUIR-AUSENTE.
		*> Si el responsable tiene la firma delegada en la
		*> fecha, lo que espera va al delegado.
		IF HAY-DELEGACIONES = "S"
		MOVE "N" TO FIN-ARCHIVO
		MOVE RAP-RESPONSABLE TO DLG-TITULAR
		MOVE ZERO TO DLG-DESDE
		START ARCHIVO-DELEGACIONES
			KEY IS NOT LESS THAN DLG-CLAVE
		INVALID KEY MOVE "S" TO FIN-ARCHIVO
		END-START
		PERFORM UNTIL FIN-ARCHIVO = "S"
			READ ARCHIVO-DELEGACIONES NEXT RECORD
			AT END
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF DLG-TITULAR NOT = RAP-RESPONSABLE
			MOVE "S" TO FIN-ARCHIVO
			ELSE
			IF DELEGACION-VIGENTE
			AND DLG-DESDE NOT > FECHA-CONTROL
			AND DLG-HASTA NOT < FECHA-CONTROL
			MOVE DLG-DELEGADO TO RAP-RESPONSABLE
			MOVE "S" TO FIN-ARCHIVO
			END-IF
			END-IF
			END-READ
		END-PERFORM
		END-IF.

	CONTROLAR-DEPTO.
		PERFORM JUNTAR-MIEMBROS
		IF CANTIDAD-MIEMBROS > ZERO
		IF CANTIDAD-IDENTIDADES > ZERO
		MOVE "S" TO RAP-RESULTADO
		ELSE
		MOVE "N" TO RAP-RESULTADO
		END-IF
		MOVE ZERO TO CANTIDAD-CANDIDATOS
		PERFORM VARYING INDICE-MIEMBRO FROM 1 BY 1
		UNTIL INDICE-MIEMBRO > CANTIDAD-MIEMBROS
			MOVE MIE-ID (INDICE-MIEMBRO) TO ID-CADENA
			PERFORM ARMAR-CADENA
			IF INDICE-MIEMBRO = 1
			PERFORM INICIAR-CANDIDATOS
			ELSE
			PERFORM TACHAR-CANDIDATOS
			END-IF
			IF RAP-RESULTADO = "S"
			PERFORM BUSCAR-IDENTIDAD-EN-CADENA
			IF ENCONTRADO = "N"
			PERFORM BUSCAR-IDENTIDAD-MIEMBRO
			END-IF
			IF ENCONTRADO = "N"
			MOVE "N" TO RAP-RESULTADO
			END-IF
			END-IF
		END-PERFORM
		IF RAP-RESULTADO = "N"
		MOVE ZERO TO RAP-EN-NOMBRE-DE
		END-IF
		PERFORM VARYING INDICE-CANDIDATO FROM 1 BY 1
		UNTIL INDICE-CANDIDATO > CANTIDAD-CANDIDATOS
		OR RAP-RESPONSABLE NOT = ZERO
			IF CAN-VIVO (INDICE-CANDIDATO) = "S"
			MOVE CAN-ID (INDICE-CANDIDATO)
				TO RAP-RESPONSABLE
			END-IF
		END-PERFORM
		IF RAP-RESPONSABLE NOT = ZERO
		PERFORM SUSTITUIR-AUSENTE
		END-IF
		END-IF.

	JUNTAR-MIEMBROS.
		*> Primero se juntan los IDs y después se recorren sus
		*> líneas, para no mover el puntero de la lectura
		*> secuencial con las lecturas por clave.
		MOVE ZERO TO CANTIDAD-MIEMBROS
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
			IF EMPLEADO-DEPTO = RAP-CLAVE
			AND EMPLEADO-ACTIVO
			AND EMPLEADO-SUPERIOR IS NUMERIC
			AND EMPLEADO-SUPERIOR NOT = ZERO
			AND CANTIDAD-MIEMBROS < 999
			ADD 1 TO CANTIDAD-MIEMBROS
			MOVE EMPLEADO-ID TO MIE-ID (CANTIDAD-MIEMBROS)
			END-IF
			END-READ
		END-PERFORM.

	INICIAR-CANDIDATOS.
		MOVE 1 TO CANTIDAD-CANDIDATOS
		MOVE MIE-ID (1) TO CAN-ID (1)
		MOVE "S" TO CAN-VIVO (1)
		PERFORM VARYING INDICE-CADENA FROM 1 BY 1
		UNTIL INDICE-CADENA > CANTIDAD-CADENA
			ADD 1 TO CANTIDAD-CANDIDATOS
			MOVE CAD-ID (INDICE-CADENA)
				TO CAN-ID (CANTIDAD-CANDIDATOS)
			MOVE "S" TO CAN-VIVO (CANTIDAD-CANDIDATOS)
		END-PERFORM.

	TACHAR-CANDIDATOS.
		*> Sigue vivo el candidato que es el miembro mismo o
		*> está en su línea.
		PERFORM VARYING INDICE-CANDIDATO FROM 1 BY 1
		UNTIL INDICE-CANDIDATO > CANTIDAD-CANDIDATOS
			IF CAN-VIVO (INDICE-CANDIDATO) = "S"
			AND CAN-ID (INDICE-CANDIDATO)
				NOT = MIE-ID (INDICE-MIEMBRO)
			MOVE "N" TO ENCONTRADO
			PERFORM VARYING INDICE-CADENA FROM 1 BY 1
			UNTIL INDICE-CADENA > CANTIDAD-CADENA
			OR ENCONTRADO = "S"
				IF CAN-ID (INDICE-CANDIDATO)
					= CAD-ID (INDICE-CADENA)
				MOVE "S" TO ENCONTRADO
				END-IF
			END-PERFORM
			IF ENCONTRADO = "N"
			MOVE "N" TO CAN-VIVO (INDICE-CANDIDATO)
			END-IF
			END-IF
		END-PERFORM.
	END PROGRAM APRRUT.
