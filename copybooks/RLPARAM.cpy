000100************************************************************
000200* RLPARAM - REGISTRO DEL ARCHIVO DE PARAMETROS GENERALES    *
000300* DEL SUBSISTEMA DE NOTAS (PARAMNOT), LLAVE PA-CLAVE. UN    *
000400* REGISTRO POR PARAMETRO; EL VALOR SE INTERPRETA SEGUN LA   *
000500* CLAVE. LO LEEN LOS BATCH (READ RANDOM) Y CICS (EXEC CICS  *
000600* READ); SE CARGA Y CAMBIA CON EL JOB PSNDEF08.             *
000700* CLAVES EN USO:                                            *
000800*   "REPITE" - REGLA DE NOTA VIGENTE CUANDO UN ESTUDIANTE   *
000900*              TIENE VARIOS INTENTOS DEL MISMO CURSO:       *
001000*              "R" = EL INTENTO MAS RECIENTE (AAAA+TERMINO) *
001100*              "M" = LA MEJOR NOTA (EMPATE: LA MAS RECIENTE)*
001200*              SIN REGISTRO SE APLICA "R". LOS DEMAS        *
001300*              INTENTOS QUEDAN SUPERADOS: NO SE BORRAN, SE  *
001400*              MARCAN Y NO CUENTAN EN PROMEDIOS NI EN LAS   *
001500*              ESTADISTICAS NI EN EL ENVIO AL MINISTERIO.   *
001600************************************************************
001700 01  REG-PARAMETRO.
001800     05 PA-CLAVE             PIC X(08).
001900     05 PA-VALOR             PIC X(20).
002000     05 PA-VALOR-REPITE REDEFINES PA-VALOR.
002100        10 PA-REGLA-REPITE   PIC X(01).
002200           88 PA-REPITE-RECIENTE  VALUE "R".
002300           88 PA-REPITE-MEJOR     VALUE "M".
002400        10 FILLER            PIC X(19).
002500     05 PA-FECHA-CAMBIO      PIC X(10).
002600     05 PA-OPERADOR          PIC X(09).
002700     05 FILLER               PIC X(13).
