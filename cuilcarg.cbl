		01 CUIL-DUPLICADO PIC X VALUE "N".
		01 ID-DUENIO-CUIL PIC 9(5) VALUE ZERO.
		01 OPERACION-AUDITORIA PIC X VALUE "M".
		01 IMAGEN-ANTES PIC X(109) VALUE SPACES.
		01 IMAGEN-DESPUES PIC X(109) VALUE SPACES.
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "CUILCARG".
		01 WS-MENSAJE-LOG PIC X(40).
		01 WS-SEVERIDAD-LOG PIC X VALUE "A".
