002500*    EN "A" AL ARRANCAR Y EN "F" CON FECHA Y TOTALES AL    *      00196040
002600*    TERMINAR BIEN, PARA QUE LOS CONSUMIDORES DE NOTAXREF  *      00197040
002700*    DETECTEN UNA CONSTRUCCION PARCIAL O VIEJA             *      00198040
002710* MODIFICACIONES 15/10/2026: REGLA DE REPETICION DE        *      00271040
002720*    CURSOS: CADA NOTA SE GRABA MARCADA VIGENTE O SUPERADA *      00272040
002730*    EN XR-INTENTO SEGUN EL PARAMETRO "REPITE" DE          *      00273040
002740*    PARAMNOT (VER RLPARAM); UNA SOLA VIGENTE POR CURSO    *      00274040
002750* MODIFICACIONES 15/10/2026: SIN TOPE DE 20 NOTAS: LECTURA *      00275040
002760*    POR BLOQUES (PSNETS53 SUBTIPO 5); EL DNI QUE LLENA LA *      00276040
002770*    TABLA RLNOTAS SE AVISA Y RETORNA 4 (VER PSNLIM01)     *      00277040
002780*    UN SQLCODE DISTINTO DE 0 Y 100 AL LEER LAS NOTAS      *      00278040
002790*    TERMINA EL PROCESO CON RC 16                          *      00279040
002800************************************************************      00200040
002900 ENVIRONMENT DIVISION.                                            00210040
003000 CONFIGURATION SECTION.                                           00220040
004200            FILE STATUS WS-FS-XREF.                               00340040
004300     SELECT ARCHIVO-XRFCTL ASSIGN TO XREFCTL                      00341040
004400            FILE STATUS WS-FS-XRFCTL.                             00342040
004410     SELECT PARAMETROS ASSIGN TO PARAMNOT                         00441040
004420            ORGANIZATION INDEXED                                  00442040
004430            ACCESS MODE RANDOM                                    00443040
004440            RECORD KEY PA-CLAVE                                   00444040
004450            FILE STATUS WS-FS-PARAMNOT.                           00445040
004500 DATA DIVISION.                                                   00350040
004600 FILE SECTION.                                                    00360040
004700 FD  ESTUD-MASTER.                                                00370040
005100 FD  ARCHIVO-XRFCTL                                               00401040
005200     RECORDING MODE F.                                            00402040
005300 COPY RLXRFCTL.                                                   00403040
005330 FD  PARAMETROS.                                                  00533040
005360 COPY RLPARAM.                                                    00536040
005400 WORKING-STORAGE SECTION.                                         00410040
005500* COPY AREAS PARA FECHAS                                          00415040
005600 COPY WSFECHAS.                                                   00416040
006200     05 WS-FS-ESTMAST       PIC XX.                               00470040
006300     05 WS-FS-XREF          PIC XX.                               00480040
006400     05 WS-FS-XRFCTL        PIC XX.                               00481040
006450     05 WS-FS-PARAMNOT      PIC XX.                               00645040
006500 01  WS-SWITCHES.                                                 00490040
006600     05 WS-SW-FIN-ESTUD     PIC X VALUE "N".                      00500040
006700        88 FIN-ESTUD               VALUE "S".                     00510040
007200     05 WS-TOT-NOTAS        PIC 9(7) VALUE 0.                     00560040
007300     05 WS-TOT-GRABADAS     PIC 9(7) VALUE 0.                     00570040
007400     05 WS-TOT-DUPLICADAS   PIC 9(7) VALUE 0.                     00580040
007409     05 WS-TOT-SUPERADAS    PIC 9(7) VALUE 0.                     00740940
007412*    DNI CUYAS NOTAS LLENAN LA TABLA RLNOTAS (WS-MAX-NOTAS)       00741240
007415     05 WS-TOT-EN-LIMITE    PIC 9(5) VALUE 0.                     00741540
007418*    REGLA DE REPETICION DE CURSOS (PARAMETRO "REPITE")           00741840
007427 01  WS-REGLA-REPITE        PIC X VALUE "R".                      00742740
007436     88 REGLA-RECIENTE             VALUE "R".                     00743640
007445     88 REGLA-MEJOR                VALUE "M".                     00744540
007454 01  WS-INTENTOS.                                                 00745440
007463     05 WS-I                PIC 9(4).                             00746340
007472     05 WS-J                PIC 9(4).                             00747240
007481     05 WS-SW-MAS-RECIENTE  PIC X.                                00748140
007490        88 MAS-RECIENTE            VALUE "S".                     00749040
007500 PROCEDURE DIVISION.                                              00590040
007600 0000-MAIN.                                                       00600040
007700     PERFORM 1000-INICIO-DE-PROGRAMA                              00610040
010500        CLOSE ESTUD-MASTER                                        00790040
010600        GOBACK                                                    00800040
010700     END-IF                                                       00810040
010750     PERFORM 1050-LEE-REGLA-REPITE                                01075040
010800     PERFORM 1200-LEER-ESTUD-MASTER                               00820040
010900     .                                                            00830040
011000 1100-GET-DATES.                                                  00831040
011700     MOVE WS-CURRENT-SS         TO WS-SS-F1                       00838040
011800     MOVE WS-CURRENT-CC         TO WS-CC-F1                       00839040
011900     .                                                            00839540
011902 1050-LEE-REGLA-REPITE.                                           01190240
011904************************************************************      01190440
011906*    LEE LA REGLA DE REPETICION DE CURSOS (PARAMETRO       *      01190640
011908*    "REPITE" DE PARAMNOT, VER RLPARAM). SIN REGISTRO SE   *      01190840
011910*    APLICA "R" (INTENTO MAS RECIENTE). UN VALOR DISTINTO  *      01191040
011912*    DE "R"/"M" O UN ERROR DE E/S ABORTA LA CORRIDA: LAS   *      01191240
011914*    MARCAS DE INTENTO NO PUEDEN SALIR CON UNA REGLA       *      01191440
011916*    DISTINTA DE LA QUE APLICA SN03                        *      01191640
011918************************************************************      01191840
011920     OPEN INPUT PARAMETROS                                        01192040
011922     IF WS-FS-PARAMNOT NOT = "00" THEN                            01192240
011924        DISPLAY "PSNXRF01 - ERROR AL ABRIR PARAMNOT, STATUS="     01192440
011926                WS-FS-PARAMNOT                                    01192640
011928        MOVE 16 TO RETURN-CODE                                    01192840
011930        SET ABORTAR TO TRUE                                       01193040
011932     ELSE                                                         01193240
011934        MOVE "REPITE" TO PA-CLAVE                                 01193440
011936        READ PARAMETROS                                           01193640
011938           INVALID KEY                                            01193840
011940              MOVE "R" TO PA-REGLA-REPITE                         01194040
011942        END-READ                                                  01194240
011944        IF WS-FS-PARAMNOT NOT = "00" AND "23" THEN                01194440
011946           DISPLAY "PSNXRF01 - ERROR AL LEER PARAMNOT, STATUS="   01194640
011948                   WS-FS-PARAMNOT                                 01194840
011950           MOVE 16 TO RETURN-CODE                                 01195040
011952           SET ABORTAR TO TRUE                                    01195240
011954        ELSE                                                      01195440
011956           IF PA-REPITE-RECIENTE OR PA-REPITE-MEJOR THEN          01195640
011958              MOVE PA-REGLA-REPITE TO WS-REGLA-REPITE             01195840
011960              DISPLAY "PSNXRF01 - REGLA DE REPETICION......: "    01196040
011962                      WS-REGLA-REPITE                             01196240
011964           ELSE                                                   01196440
011966              DISPLAY "PSNXRF01 - REGLA REPITE INVALIDA EN "      01196640
011968                      "PARAMNOT: " PA-REGLA-REPITE                01196840
011970              MOVE 16 TO RETURN-CODE                              01197040
011972              SET ABORTAR TO TRUE                                 01197240
011974           END-IF                                                 01197440
011976        END-IF                                                    01197640
011978        CLOSE PARAMETROS                                          01197840
011980     END-IF                                                       01198040
011982     .                                                            01198240
012000 1500-GRABA-CONTROL-CORRIDA.                                      00840040
012100************************************************************      00841040
012200*    REESCRIBE EL REGISTRO UNICO DE XREFCTL CON LA FECHA,  *      00842040
016300     PERFORM 1200-LEER-ESTUD-MASTER                               00980040
016400     .                                                            00990040
016500 2200-CARGAR-NOTAS-ESTUDIANTE.                                    01000040
016510************************************************************      01651040
016520*    LEE TODAS LAS NOTAS DEL DNI POR BLOQUES (TIPO 1       *      01652040
016530*    SUBTIPO 5, VER LKNOTAS) HASTA QUE PSNETS53 NO         *      01653040
016540*    DEVUELVE MAS. EL DNI QUE LLENA LA TABLA RLNOTAS       *      01654040
016550*    (WS-MAX-NOTAS) SE AVISA Y RETORNA 4 (VER PSNLIM01)    *      01655040
016560************************************************************      01656040
016600     SET LK-NT-OPE-CONSULTA TO TRUE                               01010040
016700     MOVE 5   TO LK-NT-SUBTIPO                                    01020040
016800     MOVE EM-DNI TO LK-NT-DNIESTUD                                01030040
016900     MOVE 100 TO LK-NT-SQLCODE                                    01040040
017000     MOVE 0   TO LK-NT-POSICION                                   01050040
017100     MOVE 0   TO WS-NUNOTAS                                       01060040
017200     MOVE "N" TO WS-SW-FIN-NOTAS                                  01070040
017250     MOVE "N" TO WS-SW-NOTAS-LIMITE                               01725040
017300     PERFORM 2250-PEDIR-NOTA                                      01080040
017400            UNTIL FIN-NOTAS                                       01090040
017410     IF NOTAS-EN-LIMITE THEN                                      01741040
017420        ADD 1 TO WS-TOT-EN-LIMITE                                 01742040
017430        DISPLAY "PSNXRF01 - DNI " EM-DNI " LLENA LA TABLA DE "    01743040
017440                WS-MAX-NOTAS " NOTAS; VER PSNLIM01"               01744040
017450        IF RETURN-CODE < 4 THEN                                   01745040
017460           MOVE 4 TO RETURN-CODE                                  01746040
017470        END-IF                                                    01747040
017480     END-IF                                                       01748040
017550     PERFORM 2300-MARCA-INTENTOS                                  01755040
017600     .                                                            01110040
017700 2250-PEDIR-NOTA.                                                 01120040
017800     MOVE EM-DNI TO LK-NT-DNIESTUD                                01130040
017900     SET LK-NT-OPE-CONSULTA TO TRUE                               01140040
018000     MOVE 5      TO LK-NT-SUBTIPO                                 01150040
018100     CALL "PSNETS53" USING AREA-LINK                              01160040
018200     IF LK-NT-SQLCODE = 0 THEN                                    01170040
018300        ADD 1 TO WS-NUNOTAS                                       01180040
018350        SET IX-NOTA TO WS-NUNOTAS                                 01835040
018400        ADD 1 TO WS-TOT-NOTAS                                     01190040
018500        MOVE LK-NT-CURSO TO CURSO(IX-NOTA)                        01200040
018600        MOVE LK-NT-AAAA  TO AAAA(IX-NOTA)                         01210040
018700        MOVE LK-NT-TERMINO TO TERMINO(IX-NOTA)                    01215040
018800        MOVE LK-NT-NOTA  TO NOTA(IX-NOTA)                         01220040
018810        IF WS-NUNOTAS NOT < WS-MAX-NOTAS THEN                     01881040
018820           SET NOTAS-EN-LIMITE TO TRUE                            01882040
018830           SET FIN-NOTAS TO TRUE                                  01883040
018840        END-IF                                                    01884040
018850     ELSE                                                         01885040
018860        SET FIN-NOTAS TO TRUE                                     01886040
018865        IF LK-NT-SQLCODE NOT = 100 THEN                           01886540
018870           DISPLAY "PSNXRF01 - ERROR AL LEER NOTAS DEL DNI "      01887040
018875                   EM-DNI " SQLCODE=" LK-NT-SQLCODE               01887540
018880           MOVE 16 TO RETURN-CODE                                 01888040
018885           SET ABORTAR TO TRUE                                    01888540
018890        END-IF                                                    01889040
018900     END-IF                                                       01230040
019000     .                                                            01240040
019002 2300-MARCA-INTENTOS.                                             01900240
019004************************************************************      01900440
019006*    MARCA CADA NOTA DE LA TABLA COMO VIGENTE ("V") O      *      01900640
019008*    SUPERADA ("S") POR OTRO INTENTO DEL MISMO CURSO,      *      01900840
019010*    SEGUN LA REGLA DE REPETICION LEIDA EN 1050:           *      01901040
019012*      "R" - GANA EL INTENTO DE AAAA + TERMINO MAYOR       *      01901240
019014*      "M" - GANA LA MEJOR NOTA; EN EMPATE, LA MAS RECIENTE*      01901440
019016*    QUEDA UNA SOLA NOTA VIGENTE POR CURSO                 *      01901640
019018************************************************************      01901840
019020     PERFORM 2310-EVALUA-INTENTO                                  01902040
019022            VARYING WS-I FROM 1 BY 1                              01902240
019024            UNTIL WS-I > WS-NUNOTAS                               01902440
019026     .                                                            01902640
019028 2310-EVALUA-INTENTO.                                             01902840
019030     SET INTENTO-VIGENTE (WS-I) TO TRUE                           01903040
019032     PERFORM 2320-COMPARA-INTENTO                                 01903240
019034            VARYING WS-J FROM 1 BY 1                              01903440
019036            UNTIL WS-J > WS-NUNOTAS OR INTENTO-SUPERADO (WS-I)    01903640
019038     IF INTENTO-SUPERADO (WS-I) THEN                              01903840
019040        ADD 1 TO WS-TOT-SUPERADAS                                 01904040
019042     END-IF                                                       01904240
019044     .                                                            01904440
019046 2320-COMPARA-INTENTO.                                            01904640
019048     IF WS-J NOT = WS-I AND CURSO (WS-J) = CURSO (WS-I) THEN      01904840
019050        MOVE "N" TO WS-SW-MAS-RECIENTE                            01905040
019052        IF AAAA (WS-J) > AAAA (WS-I)                              01905240
019054           OR (AAAA (WS-J) = AAAA (WS-I)                          01905440
019056               AND TERMINO (WS-J) > TERMINO (WS-I)) THEN          01905640
019058           MOVE "S" TO WS-SW-MAS-RECIENTE                         01905840
019060        END-IF                                                    01906040
019062        EVALUATE TRUE                                             01906240
019064           WHEN REGLA-RECIENTE AND MAS-RECIENTE                   01906440
019066                SET INTENTO-SUPERADO (WS-I) TO TRUE               01906640
019068           WHEN REGLA-MEJOR AND NOTA (WS-J) > NOTA (WS-I)         01906840
019070                SET INTENTO-SUPERADO (WS-I) TO TRUE               01907040
019072           WHEN REGLA-MEJOR AND NOTA (WS-J) = NOTA (WS-I)         01907240
019074                AND MAS-RECIENTE                                  01907440
019076                SET INTENTO-SUPERADO (WS-I) TO TRUE               01907640
019078        END-EVALUATE                                              01907840
019080     END-IF                                                       01908040
019082     .                                                            01908240
019100 2500-GRABA-NOTA-XREF.                                            01250040
019200     MOVE SPACES         TO REG-NOTA-XREF                         01255040
019300     MOVE CURSO(IX-NOTA) TO XR-CURSO                              01260040
019500     MOVE TERMINO(IX-NOTA) TO XR-TERMINO                          01275040
019600     MOVE EM-DNI         TO XR-DNI                                01280040
019700     MOVE NOTA(IX-NOTA)  TO XR-NOTA                               01290040
019750     MOVE INTENTO(IX-NOTA) TO XR-INTENTO                          01975040
019800     WRITE REG-NOTA-XREF                                          01310040
019900        INVALID KEY                                               01320040
020000           ADD 1 TO WS-TOT-DUPLICADAS                             01330040
022600             WS-TOT-NOTAS                                         01520040
022700     DISPLAY "PSNXRF01 - REGISTROS GRABADOS.....: "               01530040
022800             WS-TOT-GRABADAS                                      01540040
022830     DISPLAY "PSNXRF01 - INTENTOS SUPERADOS.....: "               02283040
022860             WS-TOT-SUPERADAS                                     02286040
022868     IF WS-TOT-EN-LIMITE > 0 THEN                                 02286840
022876        DISPLAY "PSNXRF01 - DNI EN EL LIMITE.......: "            02287640
022884                WS-TOT-EN-LIMITE                                  02288440
022892     END-IF                                                       02289240
022900     IF WS-TOT-DUPLICADAS > 0 THEN                                01550040
023000        DISPLAY "PSNXRF01 - LLAVES DUPLICADAS......: "            01560040
023100                WS-TOT-DUPLICADAS                                 01570040
