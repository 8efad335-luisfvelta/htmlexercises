000100 IDENTIFICATION DIVISION.                                         00010074
000200 PROGRAM-ID. PSNLIM01.                                            00020074
000300 AUTHOR. LUIS F VELASQUEZ T.                                      00030074
000400 DATE-WRITTEN. 15/10/2026.                                        00040074
000500 DATE-COMPILED.                                                   00050074
000600************************************************************      00060074
000700* PROGRAMA BATCH DE EXCEPCIONES DEL TOPE DE NOTAS. RECORRE *      00070074
000800* EL MAESTRO ESTMAST Y CUENTA LAS NOTAS DE CADA DNI CON LA *      00080074
000900* LECTURA POR BLOQUES DE PSNETS53 (TIPO 1 SUBTIPO 5, VER   *      00090074
001000* LKNOTAS), QUE NO TIENE TOPE. LOS PROCESOS QUE CARGAN LAS *      00100074
001100* NOTAS EN LA TABLA NOTAEST (RLNOTAS: PSNSNP01, PSNXRF01,  *      00110074
001200* PSNRPT04 Y EL VISOR SN03) LLEGAN SOLO HASTA WS-MAX-NOTAS;*      00120074
001300* TODO DNI CON ESE NUMERO DE NOTAS O MAS SE LISTA EN RPTLIM*      00130074
001400* CON SU CANTIDAD REAL, EL TOPE Y LAS NOTAS QUE QUEDAN     *      00140074
001500* FUERA DE LA TABLA. LAS CONVALIDADAS NO SE CUENTAN: NO    *      00150074
001600* SON NOTAS DE PSNETS53 (VER RLCONVAL).                    *      00160074
001700* TERMINA CON RETURN-CODE 4 SI LISTO ALGUN DNI, Y 16 SI    *      00170074
001800* HUBO ERROR DE E/S.                                       *      00180074
001900* ENLAZA (POR CALL, YA QUE CORRE FUERA DE CICS) A:         *      00190074
002000*   PSNETS53 - NOTAS DEL ESTUDIANTE                        *      00200074
002100************************************************************      00210074
002200 ENVIRONMENT DIVISION.                                            00220074
002300 CONFIGURATION SECTION.                                           00230074
002400 INPUT-OUTPUT SECTION.                                            00240074
002500 FILE-CONTROL.                                                    00250074
002600     SELECT ESTUD-MASTER ASSIGN TO ESTMAST                        00260074
002700            ORGANIZATION INDEXED                                  00270074
002800            ACCESS MODE SEQUENTIAL                                00280074
002900            RECORD KEY EM-DNI                                     00290074
003000            FILE STATUS WS-FS-ESTMAST.                            00300074
003100     SELECT RPT-LIMITE ASSIGN TO RPTLIM                           00310074
003200            FILE STATUS WS-FS-RPTLIM.                             00320074
003300 DATA DIVISION.                                                   00330074
003400 FILE SECTION.                                                    00340074
003500 FD  ESTUD-MASTER.                                                00350074
003600 COPY RLESTMST.                                                   00360074
003700 FD  RPT-LIMITE                                                   00370074
003800     RECORDING MODE F.                                            00380074
003900 01  REG-RPTLIM             PIC X(132).                           00390074
004000 WORKING-STORAGE SECTION.                                         00400074
004100* COPY AREAS PARA FECHAS                                          00410074
004200 COPY WSFECHAS.                                                   00420074
004300* COPY AREA LINK PARA ENCAPSULADOR DE NOTAS                       00430074
004400 COPY LKNOTAS.                                                    00440074
004500* COPY TABLA DE NOTAS: DE AQUI SE TOMA EL TOPE WS-MAX-NOTAS       00450074
004600 COPY RLNOTAS.                                                    00460074
004700 01  WS-FILE-STATUS.                                              00470074
004800     05 WS-FS-ESTMAST       PIC XX.                               00480074
004900     05 WS-FS-RPTLIM        PIC XX.                               00490074
005000 01  WS-SWITCHES.                                                 00500074
005100     05 WS-SW-FIN-ESTUD     PIC X VALUE "N".                      00510074
005200        88 FIN-ESTUD               VALUE "S".                     00520074
005300     05 WS-SW-ABORTAR       PIC X VALUE "N".                      00530074
005400        88 ABORTAR                 VALUE "S".                     00540074
005500 01  WS-CONTADORES.                                               00550074
005600     05 WS-TOT-ESTUDIANTES  PIC 9(5) VALUE 0.                     00560074
005700     05 WS-TOT-NOTAS        PIC 9(7) VALUE 0.                     00570074
005800     05 WS-TOT-EN-LIMITE    PIC 9(5) VALUE 0.                     00580074
006000 01  W-CANT-NOTAS           PIC 9(5) VALUE 0.                     00600074
006030* MAYOR CANTIDAD DE NOTAS ENCONTRADA EN UN SOLO DNI               00603074
006060 01  W-MAYOR-CANT-NOTAS     PIC 9(5) VALUE 0.                     00606074
006100 01  LIN-TITULO.                                                  00610074
006200     05 FILLER              PIC X(35)                             00620074
006300            VALUE "ESTUDIANTES EN EL TOPE DE NOTAS AL ".          00630074
006400     05 LIN-T-FECHA         PIC X(10).                            00640074
006500 01  LIN-ENCABEZADO-1.                                            00650074
006600     05 FILLER              PIC X(29)                             00660074
006700            VALUE "TOPE DE LA TABLA (RLNOTAS): ".                 00670074
006800     05 LIN-E1-TOPE         PIC ZZZZ9.                            00680074
006900 01  LIN-ENCABEZADO-2.                                            00690074
007000     05 FILLER              PIC X(11) VALUE "DNI".                00700074
007100     05 FILLER              PIC X(22) VALUE "APELLIDOS".          00710074
007200     05 FILLER              PIC X(22) VALUE "NOMBRE".             00720074
007300     05 FILLER              PIC X(8)  VALUE "   NOTAS".           00730074
007400     05 FILLER              PIC X(8)  VALUE "    TOPE".           00740074
007500     05 FILLER              PIC X(10) VALUE "  FUERA DE".         00750074
007600     05 FILLER              PIC X(6)  VALUE " TABLA".             00760074
007700 01  LIN-DETALLE.                                                 00770074
007800     05 LIN-D-DNI           PIC X(9).                             00780074
007900     05 FILLER              PIC X(2).                             00790074
008000     05 LIN-D-APELLIDOS     PIC X(20).                            00800074
008100     05 FILLER              PIC X(2).                             00810074
008200     05 LIN-D-NOMBRE        PIC X(20).                            00820074
008300     05 FILLER              PIC X(5).                             00830074
008400     05 LIN-D-NOTAS         PIC ZZZZ9.                            00840074
008500     05 FILLER              PIC X(3).                             00850074
008600     05 LIN-D-TOPE          PIC ZZZZ9.                            00860074
008700     05 FILLER              PIC X(11).                            00870074
008800     05 LIN-D-FUERA         PIC ZZZZ9.                            00880074
008900 01  LIN-SIN-EXCEPCIONES.                                         00890074
009000     05 FILLER              PIC X(40)                             00900074
009100            VALUE "NINGUN ESTUDIANTE LLEGA AL TOPE".              00910074
009200 PROCEDURE DIVISION.                                              00920074
009300 0000-MAIN.                                                       00930074
009400     PERFORM 1000-INICIO-DE-PROGRAMA                              00940074
009500     PERFORM 2000-PROCESA-ESTUDIANTE                              00950074
009600            UNTIL FIN-ESTUD OR ABORTAR                            00960074
009700     IF WS-TOT-EN-LIMITE = 0 AND NOT ABORTAR THEN                 00970074
009800        MOVE LIN-SIN-EXCEPCIONES TO REG-RPTLIM                    00980074
009900        WRITE REG-RPTLIM AFTER ADVANCING 2 LINES                  00990074
010000        PERFORM 9200-VERIFICA-ESCRITURA                           01000074
010100     END-IF                                                       01010074
010200     PERFORM 9999-FIN-DE-PROGRAMA                                 01020074
010300     .                                                            01030074
010400 1000-INICIO-DE-PROGRAMA.                                         01040074
010500     OPEN INPUT ESTUD-MASTER                                      01050074
010600     IF WS-FS-ESTMAST NOT = "00" THEN                             01060074
010700        DISPLAY "PSNLIM01 - ERROR AL ABRIR ESTMAST, STATUS="      01070074
010800                WS-FS-ESTMAST                                     01080074
010900        MOVE 16 TO RETURN-CODE                                    01090074
011000        GOBACK                                                    01100074
011100     END-IF                                                       01110074
011200     OPEN OUTPUT RPT-LIMITE                                       01120074
011300     IF WS-FS-RPTLIM NOT = "00" THEN                              01130074
011400        DISPLAY "PSNLIM01 - ERROR AL ABRIR RPTLIM, STATUS="       01140074
011500                WS-FS-RPTLIM                                      01150074
011600        MOVE 16 TO RETURN-CODE                                    01160074
011700        CLOSE ESTUD-MASTER                                        01170074
011800        GOBACK                                                    01180074
011900     END-IF                                                       01190074
012000     PERFORM 1100-GET-DATES                                       01200074
012100     MOVE WS-FECHA-AAAA-MM-DD TO LIN-T-FECHA                      01210074
012200     MOVE WS-MAX-NOTAS        TO LIN-E1-TOPE                      01220074
012300     PERFORM 1300-IMPRIME-ENCABEZADO                              01230074
012400     PERFORM 1200-LEER-ESTUD-MASTER                               01240074
012500     .                                                            01250074
012600 1100-GET-DATES.                                                  01260074
012700     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS         01270074
012800     MOVE WS-CURRENT-YEAR       TO WS-AAAA                        01280074
012900     MOVE WS-CURRENT-MONTH      TO WS-MM                          01290074
013000     MOVE WS-CURRENT-DAY        TO WS-DD                          01300074
013100     .                                                            01310074
013200 1200-LEER-ESTUD-MASTER.                                          01320074
013300     READ ESTUD-MASTER                                            01330074
013400        AT END                                                    01340074
013500           MOVE "S" TO WS-SW-FIN-ESTUD                            01350074
013600     END-READ                                                     01360074
013700     IF WS-FS-ESTMAST NOT = "00" AND NOT FIN-ESTUD THEN           01370074
013800        DISPLAY "PSNLIM01 - ERROR AL LEER ESTMAST, STATUS="       01380074
013900                WS-FS-ESTMAST                                     01390074
014000        MOVE 16 TO RETURN-CODE                                    01400074
014100        SET ABORTAR TO TRUE                                       01410074
014200     END-IF                                                       01420074
014300     .                                                            01430074
014400 1300-IMPRIME-ENCABEZADO.                                         01440074
014500     MOVE LIN-TITULO TO REG-RPTLIM                                01450074
014600     WRITE REG-RPTLIM AFTER ADVANCING PAGE                        01460074
014700     PERFORM 9200-VERIFICA-ESCRITURA                              01470074
014800     MOVE LIN-ENCABEZADO-1 TO REG-RPTLIM                          01480074
014900     WRITE REG-RPTLIM AFTER ADVANCING 2 LINES                     01490074
015000     PERFORM 9200-VERIFICA-ESCRITURA                              01500074
015100     MOVE SPACES TO REG-RPTLIM                                    01510074
015200     WRITE REG-RPTLIM AFTER ADVANCING 1 LINE                      01520074
015300     PERFORM 9200-VERIFICA-ESCRITURA                              01530074
015400     MOVE LIN-ENCABEZADO-2 TO REG-RPTLIM                          01540074
015500     WRITE REG-RPTLIM AFTER ADVANCING 1 LINE                      01550074
015600     PERFORM 9200-VERIFICA-ESCRITURA                              01560074
015700     .                                                            01570074
015800 2000-PROCESA-ESTUDIANTE.                                         01580074
015900     ADD 1 TO WS-TOT-ESTUDIANTES                                  01590074
016000     PERFORM 2100-CUENTA-NOTAS                                    01600074
016030*    SI LA LECTURA DE NOTAS FALLO EL PROCESO TERMINA AQUI         01603074
016060     IF NOT ABORTAR THEN                                          01606074
016100        ADD W-CANT-NOTAS TO WS-TOT-NOTAS                          01610074
016200        IF W-CANT-NOTAS > W-MAYOR-CANT-NOTAS THEN                 01620074
016300           MOVE W-CANT-NOTAS TO W-MAYOR-CANT-NOTAS                01630074
016400        END-IF                                                    01640074
016500        IF W-CANT-NOTAS NOT < WS-MAX-NOTAS THEN                   01650074
016600           PERFORM 2200-IMPRIME-ESTUDIANTE                        01660074
016700        END-IF                                                    01670074
016800        PERFORM 1200-LEER-ESTUD-MASTER                            01680074
016850     END-IF                                                       01685074
016900     .                                                            01690074
017000 2100-CUENTA-NOTAS.                                               01700074
017100************************************************************      01710074
017200*    CUENTA TODAS LAS NOTAS DEL DNI LEYENDO POR BLOQUES    *      01720074
017300*    DESDE LA POSICION 0 HASTA QUE PSNETS53 DEVUELVE 100.  *      01730074
017400*    NO SE GUARDAN: SOLO IMPORTA LA CANTIDAD REAL. OTRO    *      01740074
017450*    SQLCODE ES ERROR Y TERMINA EL PROCESO CON RC 16       *      01745074
017500************************************************************      01750074
017600     SET LK-NT-OPE-CONSULTA TO TRUE                               01760074
017700     MOVE 5      TO LK-NT-SUBTIPO                                 01770074
017800     MOVE EM-DNI TO LK-NT-DNIESTUD                                01780074
017900     MOVE 100    TO LK-NT-SQLCODE                                 01790074
018000     MOVE 0      TO LK-NT-POSICION                                01800074
018100     MOVE 0      TO W-CANT-NOTAS                                  01810074
018200     MOVE "N"    TO WS-SW-FIN-NOTAS                               01820074
018300     PERFORM 2150-PIDE-NOTA                                       01830074
018400            UNTIL FIN-NOTAS                                       01840074
018500     .                                                            01850074
018600 2150-PIDE-NOTA.                                                  01860074
018700     MOVE EM-DNI TO LK-NT-DNIESTUD                                01870074
018800     SET LK-NT-OPE-CONSULTA TO TRUE                               01880074
018900     MOVE 5      TO LK-NT-SUBTIPO                                 01890074
019000     CALL "PSNETS53" USING AREA-LINK                              01900074
019100     IF LK-NT-SQLCODE = 0 THEN                                    01910074
019200        ADD 1 TO W-CANT-NOTAS                                     01920074
019300     ELSE                                                         01930074
019400        SET FIN-NOTAS TO TRUE                                     01940074
019410        IF LK-NT-SQLCODE NOT = 100 THEN                           01941074
019420           DISPLAY "PSNLIM01 - ERROR AL LEER NOTAS DEL DNI "      01942074
019430                   EM-DNI " SQLCODE=" LK-NT-SQLCODE               01943074
019440           MOVE 16 TO RETURN-CODE                                 01944074
019450           SET ABORTAR TO TRUE                                    01945074
019460        END-IF                                                    01946074
019500     END-IF                                                       01950074
019600     .                                                            01960074
019700 2200-IMPRIME-ESTUDIANTE.                                         01970074
019800     ADD 1 TO WS-TOT-EN-LIMITE                                    01980074
019900     MOVE SPACES       TO LIN-DETALLE                             01990074
020000     MOVE EM-DNI       TO LIN-D-DNI                               02000074
020100     MOVE EM-APELLIDOS TO LIN-D-APELLIDOS                         02010074
020200     MOVE EM-NOMBRE    TO LIN-D-NOMBRE                            02020074
020300     MOVE W-CANT-NOTAS TO LIN-D-NOTAS                             02030074
020400     MOVE WS-MAX-NOTAS TO LIN-D-TOPE                              02040074
020500     COMPUTE LIN-D-FUERA = W-CANT-NOTAS - WS-MAX-NOTAS            02050074
020600     MOVE LIN-DETALLE TO REG-RPTLIM                               02060074
020700     WRITE REG-RPTLIM AFTER ADVANCING 1 LINE                      02070074
020800     PERFORM 9200-VERIFICA-ESCRITURA                              02080074
020900     PERFORM 9300-MARCA-AVISO                                     02090074
021000     .                                                            02100074
021100 9200-VERIFICA-ESCRITURA.                                         02110074
021200     IF WS-FS-RPTLIM NOT = "00" THEN                              02120074
021300        DISPLAY "PSNLIM01 - ERROR AL ESCRIBIR RPTLIM, STATUS="    02130074
021400                WS-FS-RPTLIM                                      02140074
021500        MOVE 16 TO RETURN-CODE                                    02150074
021600        SET ABORTAR TO TRUE                                       02160074
021700     END-IF                                                       02170074
021800     .                                                            02180074
021900 9300-MARCA-AVISO.                                                02190074
022000*    RETURN-CODE 4 = AVISO; NO REBAJA UN 16 YA PUESTO             02200074
022100     IF RETURN-CODE < 4 THEN                                      02210074
022200        MOVE 4 TO RETURN-CODE                                     02220074
022300     END-IF                                                       02230074
022400     .                                                            02240074
022500 9999-FIN-DE-PROGRAMA.                                            02250074
022600     CLOSE ESTUD-MASTER                                           02260074
022700     CLOSE RPT-LIMITE                                             02270074
022800     DISPLAY "PSNLIM01 - ESTUDIANTES LEIDOS.....: "               02280074
022900             WS-TOT-ESTUDIANTES                                   02290074
023000     DISPLAY "PSNLIM01 - NOTAS CONTADAS.........: "               02300074
023100             WS-TOT-NOTAS                                         02310074
023200     DISPLAY "PSNLIM01 - MAYOR CANTIDAD POR DNI.: "               02320074
023300             W-MAYOR-CANT-NOTAS                                   02330074
023400     DISPLAY "PSNLIM01 - TOPE DE LA TABLA.......: "               02340074
023500             WS-MAX-NOTAS                                         02350074
023600     DISPLAY "PSNLIM01 - DNI EN EL TOPE.........: "               02360074
023700             WS-TOT-EN-LIMITE                                     02370074
023800     GOBACK                                                       02380074
023900     .                                                            02390074
