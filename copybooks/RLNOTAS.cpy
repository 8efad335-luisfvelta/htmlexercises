000100************************************************************
000200* RLNOTAS - TABLA DE NOTAS DE UN ESTUDIANTE EN MEMORIA      *
000300* CARGADA DESDE PSNETS53 (TIPO-OPE 1, SUBTIPO 5, LECTURA    *
000400* POR BLOQUES), MISMO LAYOUT QUE USA PSNETS03 EN SU VISOR   *
000420* EN LINEA. CABEN WS-MAX-NOTAS NOTAS; EL DNI QUE LLENA      *
000440* LA TABLA SE AVISA (NOTAS-EN-LIMITE) Y SALE EN EL          *
000460* REPORTE DE EXCEPCION PSNLIM01                             *
000500************************************************************
000600 01  NOTAS-ESTUD.
000700    05 WS-NUNOTAS PIC 9(03) VALUE 0.
000800    05 NOTAEST
000900       OCCURS 500 TIMES
001000                 DEPENDING ON WS-NUNOTAS
001100                 INDEXED BY IX-NOTA.
001200       09 CURSO PIC XXXXX.
001410*      TERMINO (SEMESTRE): "1"/"2"; "0" O BLANCO = ANUAL
001420       09 TERMINO PIC X.
001500       09 NOTA  PIC 99V99.
001510*      INTENTO: "V" = NOTA VIGENTE DEL CURSO, "S" = INTENTO
001520*      SUPERADO POR OTRO DEL MISMO CURSO SEGUN LA REGLA DE
001530*      REPETICION (PARAMETRO "REPITE" DE PARAMNOT, RLPARAM)
001540       09 INTENTO PIC X.
001550          88 INTENTO-VIGENTE  VALUE "V".
001560          88 INTENTO-SUPERADO VALUE "S".
001600*    CONTROL DE LA LECTURA POR BLOQUES DE LA TABLA: WS-MAX-NOTAS
001700*    DEBE SER IGUAL AL OCCURS DE NOTAEST
001800 01  NOTAS-CONTROL.
001900     05 WS-MAX-NOTAS        PIC 9(03) VALUE 500.
002000     05 WS-SW-FIN-NOTAS     PIC X VALUE "N".
002100        88 FIN-NOTAS               VALUE "S".
002200     05 WS-SW-NOTAS-LIMITE  PIC X VALUE "N".
002300        88 NOTAS-EN-LIMITE         VALUE "S".
