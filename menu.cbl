			02 FILLER PIC X(41) VALUE
			"13TARMANT 1TARIFAS".
			02 FILLER PIC X(41) VALUE
			"14LIBRO   1LIBRO DE SUELDOS".
			02 FILLER PIC X(41) VALUE
			"15DEDGAN  1DEDUCCIONES DE GANANCIAS".
			02 FILLER PIC X(41) VALUE
			"16FAMMANT 1FAMILIARES A CARGO".
			02 FILLER PIC X(41) VALUE
			"17FAMEDAD 1FAMILIARES QUE CUMPLEN 18".
			02 FILLER PIC X(41) VALUE
			"18GRUPEMP 1GRUPO DE PAGO DE EMPLEADOS".
			02 FILLER PIC X(41) VALUE
			"20PERCTL  2CONTROL DE PERIODO".
			02 FILLER PIC X(41) VALUE
			"21PRENOM  2CONTROL PREVIO A NOMINA".
			"42SPOOLM  2ARCHIVOS DE SPOOL".
			02 FILLER PIC X(41) VALUE
			"43PLAMANT 2PLANTILLA AUTORIZADA".
			02 FILLER PIC X(41) VALUE
			"44AJUGAN  2AJUSTE ANUAL DE GANANCIAS".
			02 FILLER PIC X(41) VALUE
			"45ASIGMANT2ESCALA DE ASIGNACIONES FAMIL.".
			02 FILLER PIC X(41) VALUE
			"46GASTOS  1RENDICION DE GASTOS".
			02 FILLER PIC X(41) VALUE
			"47HABMANT 1HABILITACIONES DEL PERSONAL".
			02 FILLER PIC X(41) VALUE
			"48HABVENC 1VENCIMIENTO DE HABILITACIONES".
			02 FILLER PIC X(41) VALUE
			"49EVALUA  2EVALUACION ANUAL DE DESEMPENO".
			02 FILLER PIC X(41) VALUE
			"50MERITO  1AUMENTOS POR MERITO".
			02 FILLER PIC X(41) VALUE
			"51MEDMANT 1CASOS DE LICENCIA MEDICA".
			02 FILLER PIC X(41) VALUE
			"52MEDVENC 1TOPE DE LICENCIAS MEDICAS".
			02 FILLER PIC X(41) VALUE
			"53ACCMANT 1ACCIDENTES DE TRABAJO".
			02 FILLER PIC X(41) VALUE
			"54ARTCONC 1CONCILIACION REINTEGROS ART".
			02 FILLER PIC X(41) VALUE
			"55ACCFREC 1FRECUENCIA DE ACCIDENTES".
			02 FILLER PIC X(41) VALUE
			"56TURMANT 2TURNOS Y ROL DE TURNOS".
			02 FILLER PIC X(41) VALUE
			"57TURCTL  1CONTROL DE TURNOS/FICHADAS".
			02 FILLER PIC X(41) VALUE
			"58RECFIRMA1FIRMA DE RECIBOS".
			02 FILLER PIC X(41) VALUE
			"59RECPEND 1RECIBOS SIN FIRMAR".
			02 FILLER PIC X(41) VALUE
			"60PINMANT 2PINES DEL KIOSCO".
			02 FILLER PIC X(41) VALUE
			"61CIAMANT 2EMPRESAS DEL GRUPO".
			02 FILLER PIC X(41) VALUE
			"62POSMANT 1POSTULANTES Y VACANTES".
			02 FILLER PIC X(41) VALUE
			"63INGMANT 1LEGAJO DE INGRESO".
			02 FILLER PIC X(41) VALUE
			"64INGPEND 1PENDIENTES DE INGRESO".
			02 FILLER PIC X(41) VALUE
			"65ALTATEMP2ALTA TEMPRANA AL ORGANISMO".
			02 FILLER PIC X(41) VALUE
			"66EQUMANT 1ENTREGA DE EQUIPOS Y ROPA".
			02 FILLER PIC X(41) VALUE
			"67EPPVENC 1REPOSICION DE ELEMENTOS SEG.".
			02 FILLER PIC X(41) VALUE
			"68ANONIM  2ANONIMIZACION DE EX EMPLEADOS".
			02 FILLER PIC X(41) VALUE
			"69ACCREP  2ACCESOS A DATOS PERSONALES".
			02 FILLER PIC X(41) VALUE
			"70VISMANT 2VISIBILIDAD DE IMPORTES".
			02 FILLER PIC X(41) VALUE
			"71CAMAPR  2APROBACION TARIFAS Y CUENTAS".
			02 FILLER PIC X(41) VALUE
			"72CBUVIG  2VIGILANCIA DE CAMBIOS DE CBU".
			02 FILLER PIC X(41) VALUE
			"73CHQCON  2CONCILIACION DE CHEQUES".
			02 FILLER PIC X(41) VALUE
			"74CRONOMA 2CRONOGRAMA DE LIQUIDACION".
			02 FILLER PIC X(41) VALUE
			"75JORLEG  2CUMPLIMIENTO JORNADA LEGAL".
			02 FILLER PIC X(41) VALUE
			"76EXTDEF  1EXTRACTOS A MEDIDA".
			02 FILLER PIC X(41) VALUE
			"77ORGMANT 2LINEA DE MANDO Y DELEGACIONES".
			02 FILLER PIC X(41) VALUE
			"78ORGRPT  1ORGANIGRAMA POR DEPARTAMENTO".
			02 FILLER PIC X(41) VALUE
			"79APRPEND 1APROBACIONES PENDIENTES".
			02 FILLER PIC X(41) VALUE
			"80PAGIND  2RECUPERO DE PAGOS INDEBIDOS".
			02 FILLER PIC X(41) VALUE
			"81PAGESP  2PAGOS ESPECIALES FUERA CICLO".
			02 FILLER PIC X(41) VALUE
			"82PRODUC  1PREMIO POR PRODUCCION".
			02 FILLER PIC X(41) VALUE
			"83PRDMANT 2TABLA DE PREMIOS PRODUCCION".
			02 FILLER PIC X(41) VALUE
			"84ACUREC  2ACUMULADOS ANUALES".
			02 FILLER PIC X(41) VALUE
			"85PLCMANT 2PLAN DE CUENTAS".
			02 FILLER PIC X(41) VALUE
			"86IMPMANT 2IMPUTACIONES CONTABLES".
			02 FILLER PIC X(41) VALUE
			"87DEPJUD  2DEPOSITOS JUDICIALES".
			02 FILLER PIC X(41) VALUE
			"88CALIDAT 1COMPLETITUD DEL LEGAJO".
			02 FILLER PIC X(41) VALUE
			"89JUBMANT 1DATOS E INTIMACION JUBILATORIA".
			02 FILLER PIC X(41) VALUE
			"90JUBREP  1ELEGIBLES PARA JUBILACION".
			02 FILLER PIC X(41) VALUE
			"91CONMANT 1CONTRATOS Y PERIODO DE PRUEBA".
			02 FILLER PIC X(41) VALUE
			"92CONVENC 1VENCIMIENTO DE CONTRATOS".
			02 FILLER PIC X(41) VALUE
			"93INDCOT  2COTIZACION DE DESPIDO".
			02 FILLER PIC X(41) VALUE
			"94PROYEC  2PROYECCION COSTO ANO PROXIMO".
			02 FILLER PIC X(41) VALUE
			"95FRANCOS 1FRANCOS COMPENSATORIOS".
			02 FILLER PIC X(41) VALUE
			"96AUDNOM  2AUDITORIA DE MUESTRA DE NOMINA".
			02 FILLER PIC X(41) VALUE
			"97BCOMANT 2BANCOS Y FORMATOS DE ARCHIVO".
			02 FILLER PIC X(41) VALUE
			"98DEPREORG2REORGANIZACION DEPARTAMENTOS".
			02 FILLER PIC X(41) VALUE
			"99FUSEMP  2FUSION DE IDS DUPLICADOS".
		01 TABLA-MENU REDEFINES TABLA-MENU-DATOS.
			02 OPCION-MENU-ENTRADA OCCURS 98 TIMES.
				03 OPM-CODIGO PIC 9(2).
				03 OPM-PROGRAMA PIC X(8).
				03 OPM-NIVEL PIC 9.
		DISPLAY "Operador: " WS-OPERADOR-LOG
			"  nivel " NIVEL-FIRMADO
		PERFORM VARYING INDICE-OPCION FROM 1 BY 1
		UNTIL INDICE-OPCION > 98
		IF OPM-NIVEL (INDICE-OPCION) NOT > NIVEL-FIRMADO
		DISPLAY "  " OPM-CODIGO (INDICE-OPCION) ". "
			OPM-DESCRIPCION (INDICE-OPCION)
	DESPACHAR-OPCION.
		MOVE "N" TO OPCION-HALLADA
		PERFORM VARYING INDICE-OPCION FROM 1 BY 1
		UNTIL INDICE-OPCION > 98
		IF OPM-CODIGO (INDICE-OPCION) = OPCION-ELEGIDA
			MOVE "S" TO OPCION-HALLADA
			IF OPM-NIVEL (INDICE-OPCION) > NIVEL-FIRMADO
			ELSE
			CALL OPM-PROGRAMA (INDICE-OPCION)
			END-IF
			MOVE 98 TO INDICE-OPCION
		END-IF
		END-PERFORM
		IF OPCION-HALLADA = "N"
