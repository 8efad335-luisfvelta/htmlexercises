000100 IDENTIFICATION DIVISION.                                         00010073
000200 PROGRAM-ID. PSNAUT01.                                            00020073
000300 AUTHOR. LUIS F VELASQUEZ T.                                      00030073
000400 DATE-WRITTEN. 15/10/2026.                                        00040073
000500 DATE-COMPILED.                                                   00050073
000600************************************************************      00060073
000700* PROGRAMA BATCH DE MATRIZ DE PERMISOS PARA LA REVISION    *      00070073
000800* ANUAL DE ACCESOS. RECORRE EL ARCHIVO DE AUTORIZACIONES   *      00080073
000900* AUTORIZA (VER RLAUTORI) EN ORDEN DE LLAVE E IMPRIME, CON *      00090073
001000* SALTO DE PAGINA POR TIPO DE USUARIO, UN RENGLON POR      *      00100073
001100* TRANSACCION CON UNA MARCA "X" BAJO CADA FUNCION          *      00110073
001200* CONCEDIDA (C I A E P S) Y LA FECHA Y EL OPERADOR DEL     *      00120073
001300* ULTIMO ALTA ENTRE LAS FUNCIONES DEL RENGLON.             *      00130073
001400* UNA FUNCION FUERA DE LA LISTA SE MARCA CON "?" AL FINAL  *      00140073
001500* DEL RENGLON Y SE CUENTA APARTE.                          *      00150073
001600* LOS ACCESOS NEGADOS QUEDAN EN AUDITLOG (TIPO 8) Y SE     *      00160073
001700* LISTAN CON PSNRPT07.                                     *      00170073
001800************************************************************      00180073
001900 ENVIRONMENT DIVISION.                                            00190073
002000 CONFIGURATION SECTION.                                           00200073
002100 INPUT-OUTPUT SECTION.                                            00210073
002200 FILE-CONTROL.                                                    00220073
002300     SELECT ARCHIVO-AUTORIZA ASSIGN TO AUTORIZA                   00230073
002400            ORGANIZATION INDEXED                                  00240073
002500            ACCESS MODE SEQUENTIAL                                00250073
002600            RECORD KEY AT-LLAVE                                   00260073
002700            FILE STATUS WS-FS-AUTORIZA.                           00270073
002800     SELECT RPT-PERMISOS ASSIGN TO RPTAUT                         00280073
002900            FILE STATUS WS-FS-RPTAUT.                             00290073
003000 DATA DIVISION.                                                   00300073
003100 FILE SECTION.                                                    00310073
003200 FD  ARCHIVO-AUTORIZA.                                            00320073
003300 COPY RLAUTORI.                                                   00330073
003400 FD  RPT-PERMISOS                                                 00340073
003500     RECORDING MODE F.                                            00350073
003600 01  REG-RPTAUT             PIC X(132).                           00360073
003700 WORKING-STORAGE SECTION.                                         00370073
003800* COPY AREAS PARA FECHAS                                          00380073
003900 COPY WSFECHAS.                                                   00390073
004000 01  WS-FILE-STATUS.                                              00400073
004100     05 WS-FS-AUTORIZA      PIC XX.                               00410073
004200     05 WS-FS-RPTAUT        PIC XX.                               00420073
004300 01  WS-SWITCHES.                                                 00430073
004400     05 WS-SW-FIN-AUTORIZA  PIC X VALUE "N".                      00440073
004500        88 FIN-AUTORIZA            VALUE "S".                     00450073
004600     05 WS-SW-ABORTAR       PIC X VALUE "N".                      00460073
004700        88 ABORTAR                 VALUE "S".                     00470073
004800 01  WS-CONTADORES.                                               00480073
004900     05 WS-TOT-TIPOS        PIC 9(5) VALUE 0.                     00490073
005000     05 WS-TOT-RENGLONES    PIC 9(5) VALUE 0.                     00500073
005100     05 WS-TOT-PERMISOS     PIC 9(7) VALUE 0.                     00510073
005200     05 WS-TOT-INVALIDAS    PIC 9(7) VALUE 0.                     00520073
005300 01  WS-TIPO-ACTUAL         PIC X(05).                            00530073
005400 01  WS-TRANS-ACTUAL        PIC X(04).                            00540073
005500* ORDEN DE LAS COLUMNAS DE LA MATRIZ (VER AT-FUN-VALIDA)          00550073
005600 01  W-TABLA-FUNCIONES.                                           00560073
005700     05 W-FUNCIONES         PIC X(06) VALUE "CIAEPS".             00570073
005800     05 W-FUNCIONES-R REDEFINES W-FUNCIONES.                      00580073
005900        10 W-FUN-COD        PIC X OCCURS 6 TIMES.                 00590073
006000     05 W-MAX-FUN           PIC 9(02) VALUE 6.                    00600073
006100     05 W-IX-FUN            PIC 9(02) VALUE 0.                    00610073
006200 01  W-ULTIMO-CAMBIO.                                             00620073
006300     05 W-ULT-FECHA         PIC X(10).                            00630073
006400     05 W-ULT-OPERADOR      PIC X(09).                            00640073
006500 01  LIN-TITULO.                                                  00650073
006600     05 FILLER              PIC X(36)                             00660073
006700            VALUE "MATRIZ DE PERMISOS (AUTORIZA) AL   ".          00670073
006800     05 LIN-T-FECHA         PIC X(10).                            00680073
006900 01  LIN-ENCABEZADO-1.                                            00690073
007000     05 FILLER              PIC X(17) VALUE "TIPO DE USUARIO: ".  00700073
007100     05 LIN-E1-TIPOUSUA     PIC X(05).                            00710073
007200 01  LIN-ENCABEZADO-2.                                            00720073
007300     05 FILLER              PIC X(7)  VALUE "TRANS. ".            00730073
007400     05 FILLER              PIC X(18)                             00740073
007500            VALUE "  C  I  A  E  P  S".                           00750073
007600     05 FILLER              PIC X(3)  VALUE SPACES.               00760073
007700     05 FILLER              PIC X(13) VALUE "ULTIMO CAMBIO".      00770073
007800     05 FILLER              PIC X(2)  VALUE SPACES.               00780073
007900     05 FILLER              PIC X(8)  VALUE "OPERADOR".           00790073
008000 01  LIN-DETALLE.                                                 00800073
008100     05 LIN-D-TRANSACCION   PIC X(4).                             00810073
008200     05 FILLER              PIC X(3).                             00820073
008300     05 LIN-D-MARCAS OCCURS 6 TIMES.                              00830073
008400        10 FILLER           PIC X(2).                             00840073
008500        10 LIN-D-MARCA      PIC X(1).                             00850073
008600     05 FILLER              PIC X(3).                             00860073
008700     05 LIN-D-FECHA         PIC X(10).                            00870073
008800     05 FILLER              PIC X(5).                             00880073
008900     05 LIN-D-OPERADOR      PIC X(9).                             00890073
009000     05 FILLER              PIC X(2).                             00900073
009100*    "?" = EL RENGLON TIENE UNA FUNCION FUERA DE C/I/A/E/P/S      00910073
009200     05 LIN-D-INVALIDA      PIC X(1).                             00920073
009300 PROCEDURE DIVISION.                                              00930073
009400 0000-MAIN.                                                       00940073
009500     PERFORM 1000-INICIO-DE-PROGRAMA                              00950073
009600     PERFORM 2000-PROCESA-TIPO                                    00960073
009700            UNTIL FIN-AUTORIZA OR ABORTAR                         00970073
009800     PERFORM 9999-FIN-DE-PROGRAMA                                 00980073
009900     .                                                            00990073
010000 1000-INICIO-DE-PROGRAMA.                                         01000073
010100     OPEN INPUT ARCHIVO-AUTORIZA                                  01010073
010200     IF WS-FS-AUTORIZA NOT = "00" THEN                            01020073
010300        DISPLAY "PSNAUT01 - ERROR AL ABRIR AUTORIZA, STATUS="     01030073
010400                WS-FS-AUTORIZA                                    01040073
010500        MOVE 16 TO RETURN-CODE                                    01050073
010600        GOBACK                                                    01060073
010700     END-IF                                                       01070073
010800     OPEN OUTPUT RPT-PERMISOS                                     01080073
010900     IF WS-FS-RPTAUT NOT = "00" THEN                              01090073
011000        DISPLAY "PSNAUT01 - ERROR AL ABRIR RPTAUT, STATUS="       01100073
011100                WS-FS-RPTAUT                                      01110073
011200        MOVE 16 TO RETURN-CODE                                    01120073
011300        CLOSE ARCHIVO-AUTORIZA                                    01130073
011400        GOBACK                                                    01140073
011500     END-IF                                                       01150073
011600     PERFORM 1100-GET-DATES                                       01160073
011700     MOVE WS-FECHA-AAAA-MM-DD TO LIN-T-FECHA                      01170073
011800     PERFORM 1200-LEER-AUTORIZA                                   01180073
011900     .                                                            01190073
012000 1100-GET-DATES.                                                  01200073
012100     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS         01210073
012200     MOVE WS-CURRENT-YEAR       TO WS-AAAA                        01220073
012300     MOVE WS-CURRENT-MONTH      TO WS-MM                          01230073
012400     MOVE WS-CURRENT-DAY        TO WS-DD                          01240073
012500     .                                                            01250073
012600 1200-LEER-AUTORIZA.                                              01260073
012700     READ ARCHIVO-AUTORIZA                                        01270073
012800        AT END                                                    01280073
012900           MOVE "S" TO WS-SW-FIN-AUTORIZA                         01290073
013000     END-READ                                                     01300073
013100     IF WS-FS-AUTORIZA NOT = "00" AND NOT FIN-AUTORIZA THEN       01310073
013200        DISPLAY "PSNAUT01 - ERROR AL LEER AUTORIZA, STATUS="      01320073
013300                WS-FS-AUTORIZA                                    01330073
013400        MOVE 16 TO RETURN-CODE                                    01340073
013500        SET ABORTAR TO TRUE                                       01350073
013600     END-IF                                                       01360073
013700     .                                                            01370073
013800 2000-PROCESA-TIPO.                                               01380073
013900************************************************************      01390073
014000*    EL REGISTRO ACTUAL ES EL PRIMERO DE UN TIPO DE        *      01400073
014100*    USUARIO (AUTORIZA VA EN ORDEN DE LLAVE): SE IMPRIME   *      01410073
014200*    SU ENCABEZADO Y UN RENGLON POR TRANSACCION HASTA EL   *      01420073
014300*    CAMBIO DE TIPO                                        *      01430073
014400************************************************************      01440073
014500     ADD 1 TO WS-TOT-TIPOS                                        01450073
014600     MOVE AT-TIPOUSUA TO WS-TIPO-ACTUAL                           01460073
014700     PERFORM 2100-IMPRIME-ENCABEZADO-TIPO                         01470073
014800     PERFORM 2200-PROCESA-TRANSACCION                             01480073
014900            UNTIL FIN-AUTORIZA OR ABORTAR                         01490073
015000            OR AT-TIPOUSUA NOT = WS-TIPO-ACTUAL                   01500073
015100     .                                                            01510073
015200 2100-IMPRIME-ENCABEZADO-TIPO.                                    01520073
015300     MOVE LIN-TITULO TO REG-RPTAUT                                01530073
015400     WRITE REG-RPTAUT AFTER ADVANCING PAGE                        01540073
015500     PERFORM 9200-VERIFICA-ESCRITURA                              01550073
015600     MOVE WS-TIPO-ACTUAL TO LIN-E1-TIPOUSUA                       01560073
015700     MOVE LIN-ENCABEZADO-1 TO REG-RPTAUT                          01570073
015800     WRITE REG-RPTAUT AFTER ADVANCING 2 LINES                     01580073
015900     PERFORM 9200-VERIFICA-ESCRITURA                              01590073
016000     MOVE SPACES TO REG-RPTAUT                                    01600073
016100     WRITE REG-RPTAUT AFTER ADVANCING 1 LINE                      01610073
016200     PERFORM 9200-VERIFICA-ESCRITURA                              01620073
016300     MOVE LIN-ENCABEZADO-2 TO REG-RPTAUT                          01630073
016400     WRITE REG-RPTAUT AFTER ADVANCING 1 LINE                      01640073
016500     PERFORM 9200-VERIFICA-ESCRITURA                              01650073
016600     .                                                            01660073
016700 2200-PROCESA-TRANSACCION.                                        01670073
016800************************************************************      01680073
016900*    ACUMULA EN LIN-DETALLE LAS FUNCIONES CONCEDIDAS AL    *      01690073
017000*    TIPO EN LA TRANSACCION Y LAS IMPRIME EN UN RENGLON    *      01700073
017100************************************************************      01710073
017200     ADD 1 TO WS-TOT-RENGLONES                                    01720073
017300     MOVE AT-TRANSACCION TO WS-TRANS-ACTUAL                       01730073
017400     MOVE SPACES         TO LIN-DETALLE                           01740073
017500     MOVE SPACES         TO W-ULTIMO-CAMBIO                       01750073
017600     MOVE WS-TRANS-ACTUAL TO LIN-D-TRANSACCION                    01760073
017700     PERFORM 2300-ACUMULA-FUNCION                                 01770073
017800            UNTIL FIN-AUTORIZA OR ABORTAR                         01780073
017900            OR AT-TIPOUSUA NOT = WS-TIPO-ACTUAL                   01790073
018000            OR AT-TRANSACCION NOT = WS-TRANS-ACTUAL               01800073
018100     MOVE W-ULT-FECHA    TO LIN-D-FECHA                           01810073
018200     MOVE W-ULT-OPERADOR TO LIN-D-OPERADOR                        01820073
018300     MOVE LIN-DETALLE TO REG-RPTAUT                               01830073
018400     WRITE REG-RPTAUT AFTER ADVANCING 1 LINE                      01840073
018500     PERFORM 9200-VERIFICA-ESCRITURA                              01850073
018600     .                                                            01860073
018700 2300-ACUMULA-FUNCION.                                            01870073
018800     ADD 1 TO WS-TOT-PERMISOS                                     01880073
018900     PERFORM 2350-BUSCA-FUNCION                                   01890073
019000            VARYING W-IX-FUN FROM 1 BY 1                          01900073
019100            UNTIL W-IX-FUN > W-MAX-FUN                            01910073
019200               OR W-FUN-COD (W-IX-FUN) = AT-FUNCION               01920073
019300     IF W-IX-FUN > W-MAX-FUN THEN                                 01930073
019400        ADD 1 TO WS-TOT-INVALIDAS                                 01940073
019500        MOVE "?" TO LIN-D-INVALIDA                                01950073
019600     ELSE                                                         01960073
019700        MOVE "X" TO LIN-D-MARCA (W-IX-FUN)                        01970073
019800     END-IF                                                       01980073
019900     IF AT-FECHA-CAMBIO > W-ULT-FECHA THEN                        01990073
020000        MOVE AT-FECHA-CAMBIO TO W-ULT-FECHA                       02000073
020100        MOVE AT-OPERADOR     TO W-ULT-OPERADOR                    02010073
020200     END-IF                                                       02020073
020300     PERFORM 1200-LEER-AUTORIZA                                   02030073
020400     .                                                            02040073
020500 2350-BUSCA-FUNCION.                                              02050073
020600     CONTINUE                                                     02060073
020700     .                                                            02070073
020800 9200-VERIFICA-ESCRITURA.                                         02080073
020900     IF WS-FS-RPTAUT NOT = "00" THEN                              02090073
021000        DISPLAY "PSNAUT01 - ERROR AL ESCRIBIR RPTAUT, STATUS="    02100073
021100                WS-FS-RPTAUT                                      02110073
021200        MOVE 16 TO RETURN-CODE                                    02120073
021300        SET ABORTAR TO TRUE                                       02130073
021400     END-IF                                                       02140073
021500     .                                                            02150073
021600 9999-FIN-DE-PROGRAMA.                                            02160073
021700     CLOSE ARCHIVO-AUTORIZA                                       02170073
021800     CLOSE RPT-PERMISOS                                           02180073
021900     DISPLAY "PSNAUT01 - TIPOS DE USUARIO.......: "               02190073
022000             WS-TOT-TIPOS                                         02200073
022100     DISPLAY "PSNAUT01 - RENGLONES IMPRESOS.....: "               02210073
022200             WS-TOT-RENGLONES                                     02220073
022300     DISPLAY "PSNAUT01 - FUNCIONES CONCEDIDAS...: "               02230073
022400             WS-TOT-PERMISOS                                      02240073
022500     DISPLAY "PSNAUT01 - FUNCIONES INVALIDAS....: "               02250073
022600             WS-TOT-INVALIDAS                                     02260073
022700     GOBACK                                                       02270073
022800     .                                                            02280073
