002350*    MAESTRO NI RELLAMA A PSNETS53: LEE LA FOTO NOCTURNA   *      00235038
002360*    NOTASNAP (VER RLSNAP) QUE ESCRIBE PSNSNP01 UNA SOLA   *      00236038
002370*    VEZ POR NOCHE                                         *      00237038
002376* MODIFICACIONES 15/10/2026: SOLO SE ACUMULA LA NOTA       *      00237638
002382*    VIGENTE DE CADA CURSO POR ESTUDIANTE: LOS INTENTOS    *      00238238
002388*    SUPERADOS (SN-INTENTO "S", REGLA "REPITE" DE          *      00238838
002394*    PARAMNOT) SE CUENTAN APARTE Y NO ENTRAN A LAS CIFRAS  *      00239438
002395* MODIFICACIONES 15/10/2026: LOS CURSOS CONVALIDADOS DE    *      00239538
002396*    OTRA INSTITUCION (SN-TIPO-NOTA "C", VER RLCONVAL) SE  *      00239638
002397*    CUENTAN APARTE Y NO ENTRAN A LAS CIFRAS: SU NOTA NO   *      00239738
002398*    FUE OBTENIDA EN EL CURSO PROPIO                       *      00239838
002400************************************************************      00240038
002500 ENVIRONMENT DIVISION.                                            00250038
002600 CONFIGURATION SECTION.                                           00260038
007400     05 WS-TOT-NOTAS        PIC 9(7) VALUE 0.                     00740038
007500     05 WS-TOT-ACUMULADAS   PIC 9(7) VALUE 0.                     00750038
007600     05 WS-TOT-SIN-CUPO     PIC 9(7) VALUE 0.                     00760038
007650     05 WS-TOT-SUPERADAS    PIC 9(7) VALUE 0.                     00765038
007670     05 WS-TOT-CONVALIDADAS PIC 9(7) VALUE 0.                     00767038
007700 01  WS-TRABAJO.                                                  00770038
007800     05 W-I                 PIC 9(3).                             00780038
007900     05 W-J                 PIC 9(3).                             00790038
019600     END-IF                                                       01960038
019700     IF SN-NUNOTAS > 0 THEN                                       01970038
019750        ADD 1 TO WS-TOT-NOTAS                                     01975038
019760        EVALUATE TRUE                                             01976038
019770           WHEN SN-SUPERADO                                       01977038
019780                ADD 1 TO WS-TOT-SUPERADAS                         01978038
019790           WHEN SN-CONVALIDADA                                    01979038
019800                ADD 1 TO WS-TOT-CONVALIDADAS                      01980038
019810           WHEN OTHER                                             01981038
019820                PERFORM 2500-EVALUA-NOTA                          01982038
019830        END-EVALUATE                                              01983038
019900     END-IF                                                       01990038
020000     PERFORM 1200-LEER-FOTO                                       02000038
020100     .                                                            02010038
039300             WS-TOT-ESTUDIANTES                                   03930038
039400     DISPLAY "PSNRPT06 - NOTAS REVISADAS.........: "              03940038
039500             WS-TOT-NOTAS                                         03950038
039530     DISPLAY "PSNRPT06 - INTENTOS SUPERADOS.....: "               03953038
039560             WS-TOT-SUPERADAS                                     03956038
039570     DISPLAY "PSNRPT06 - CURSOS CONVALIDADOS....: "               03957038
039580             WS-TOT-CONVALIDADAS                                  03958038
039600     DISPLAY "PSNRPT06 - NOTAS ACUMULADAS........: "              03960038
039700             WS-TOT-ACUMULADAS                                    03970038
039800     DISPLAY "PSNRPT06 - COMBINACIONES CURSO/ANIO: "              03980038
