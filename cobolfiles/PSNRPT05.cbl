002000*    NOCTURNA NOTASNAP (VER RLSNAP) QUE ESCRIBE PSNSNP01   *      00200057
002100*    UNA SOLA VEZ POR NOCHE, EN ORDEN DE DNI Y CON LOS     *      00210057
002200*    NOMBRES YA RESUELTOS                                  *      00220057
002220* MODIFICACIONES 15/10/2026: EL PROMEDIO SOLO CUENTA LA    *      00222057
002240*    NOTA VIGENTE DE CADA CURSO: LOS INTENTOS SUPERADOS    *      00224057
002260*    (SN-INTENTO "S", REGLA "REPITE" DE PARAMNOT) SE       *      00226057
002280*    SALTAN, Y LA COLUMNA NOTAS MUESTRA LAS VIGENTES       *      00228057
002284* MODIFICACIONES 15/10/2026: LOS CURSOS CONVALIDADOS DE    *      00228457
002288*    OTRA INSTITUCION (SN-TIPO-NOTA "C", VER RLCONVAL) NO  *      00228857
002292*    CUENTAN EN EL PROMEDIO NI EN EL CUADRO DE HONOR O DE  *      00229257
002296*    RIESGO, SEGUN LA NORMA ACADEMICA                      *      00229657
002297* MODIFICACIONES 15/10/2026: SN-NUNOTAS PASA A 3 DIGITOS   *      00229757
002298*    (VER RLSNAP): LOS CONTADORES DE NOTAS TAMBIEN         *      00229857
002300************************************************************      00230057
002400 ENVIRONMENT DIVISION.                                            00240057
002500 CONFIGURATION SECTION.                                           00250057
006300 01  WS-DATOS-ESTUD.                                              00630057
006400     05 WS-NOMBRE-ESTUD     PIC X(20).                            00640057
006500     05 WS-APELLIDOS-ESTUD  PIC X(20).                            00650057
006600     05 WS-NUNOTAS-ESTUD    PIC 9(3).                             00660057
006700 01  WS-CONTADORES.                                               00670057
006800     05 WS-TOT-ESTUDIANTES  PIC 9(5) VALUE 0.                     00680057
006900     05 WS-TOT-SIN-NOTAS    PIC 9(5) VALUE 0.                     00690057
006950     05 WS-TOT-SUPERADAS    PIC 9(7) VALUE 0.                     00695057
006970     05 WS-TOT-CONVALIDADAS PIC 9(7) VALUE 0.                     00697057
007000     05 WS-TOT-SIN-CUPO     PIC 9(5) VALUE 0.                     00700057
007100     05 WS-TOT-HONOR        PIC 9(5) VALUE 0.                     00710057
007200     05 WS-TOT-RIESGO       PIC 9(5) VALUE 0.                     00720057
007300 01  WS-CALCULO-PROMEDIO.                                         00730057
007400     05 W-SUMA-NOTAS        PIC 9(4)V99.                          00740057
007500     05 W-CANT-NOTAS        PIC 9(3).                             00750057
007600     05 W-PROMEDIO          PIC 99V99.                            00760057
007700     05 W-PROMEDIO-N        PIC Z9.99.                            00770057
007800     05 W-PROMEDIO-R REDEFINES W-PROMEDIO-N PIC X(05).            00780057
009400        10 PR-APELLIDOS     PIC X(20).                            00940057
009500        10 PR-NOMBRE        PIC X(20).                            00950057
009600        10 PR-PROMEDIO      PIC 99V99.                            00960057
009700        10 PR-NUNOTAS       PIC 9(3).                             00970057
009800 01  LIN-TITULO-HONOR.                                            00980057
009900     05 FILLER              PIC X(34)                             00990057
010000           VALUE "CUADRO DE HONOR - PROMEDIO DESDE ".             01000057
019500        PERFORM 2200-ACUMULA-NOTA                                 01950057
019600               UNTIL FIN-SNAP OR ABORTAR                          01960057
019700               OR SN-DNI NOT = WS-DNI-ACTUAL                      01970057
019710*        SIN NOTAS VIGENTES NO HAY PROMEDIO QUE CALCULAR          01971057
019720        IF W-CANT-NOTAS = 0 THEN                                  01972057
019730           ADD 1 TO WS-TOT-SIN-NOTAS                              01973057
019740        ELSE                                                      01974057
019750           MOVE W-CANT-NOTAS TO WS-NUNOTAS-ESTUD                  01975057
019800           PERFORM 2300-CALCULA-PROMEDIO                          01980057
019900           PERFORM 2400-GUARDA-PROMEDIO                           01990057
019950        END-IF                                                    01995057
020000     END-IF                                                       02000057
020100     .                                                            02010057
020200 2200-ACUMULA-NOTA.                                               02020057
020220*     UN INTENTO SUPERADO POR OTRO DEL MISMO CURSO NO CUENTA      02022057
020240*     NI UN CURSO CONVALIDADO DE OTRA INSTITUCION                 02024057
020260     EVALUATE TRUE                                                02026057
020280        WHEN SN-SUPERADO                                          02028057
020300             ADD 1 TO WS-TOT-SUPERADAS                            02030057
020320        WHEN SN-CONVALIDADA                                       02032057
020340             ADD 1 TO WS-TOT-CONVALIDADAS                         02034057
020360        WHEN OTHER                                                02036057
020380             ADD SN-NOTA TO W-SUMA-NOTAS                          02038057
020400             ADD 1       TO W-CANT-NOTAS                          02040057
020420     END-EVALUATE                                                 02042057
020500     PERFORM 1200-LEER-FOTO                                       02050057
020600     .                                                            02060057
020700 2300-CALCULA-PROMEDIO.                                           02070057
020800************************************************************      02080057
020900*    MISMO CALCULO QUE 3850-CALCULA-PROMEDIO DE PSNETS03:  *      02090057
021000*    PROMEDIO GENERAL REDONDEADO SOBRE LAS NOTAS VIGENTES  *      02100057
021100*    DEL ESTUDIANTE (UNA POR CURSO)                        *      02110057
021200************************************************************      02120057
021300     COMPUTE W-PROMEDIO ROUNDED = W-SUMA-NOTAS / W-CANT-NOTAS     02130057
021400     .                                                            02140057
032900             WS-TOT-ESTUDIANTES                                   03290057
033000     DISPLAY "PSNRPT05 - SIN NOTAS REGISTRADAS..: "               03300057
033100             WS-TOT-SIN-NOTAS                                     03310057
033130     DISPLAY "PSNRPT05 - INTENTOS SUPERADOS....: "                03313057
033160             WS-TOT-SUPERADAS                                     03316057
033170     DISPLAY "PSNRPT05 - CURSOS CONVALIDADOS...: "                03317057
033180             WS-TOT-CONVALIDADAS                                  03318057
033200     DISPLAY "PSNRPT05 - EN CUADRO DE HONOR.....: "               03320057
033300             WS-TOT-HONOR                                         03330057
033400     DISPLAY "PSNRPT05 - EN RIESGO..............: "               03340057
