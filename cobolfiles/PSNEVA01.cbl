000100 IDENTIFICATION DIVISION.                                         00010063
000200 PROGRAM-ID. PSNEVA01.                                            00020063
000300 AUTHOR. LUIS F VELASQUEZ T.                                      00030063
000400 DATE-WRITTEN. 15/10/2026.                                        00040063
000500 DATE-COMPILED.                                                   00050063
000600************************************************************      00060063
000700* PROGRAMA BATCH DE PUBLICACION DE LA NOTA FINAL PONDERADA *      00070063
000800* DE LAS OFERTAS CON PLAN DE EVALUACION. POR CADA OFERTA   *      00080063
000900* DEL PERIODO PEDIDO EN LA TARJETA DE CONTROL (AAAA +      *      00090063
001000* TERMINO, Y OPCIONALMENTE UN CURSO) QUE TENGA PLAN EN EL  *      00100063
001100* ARCHIVO EVALPLAN (VER RLEVALPL, MANTENIDO POR SN12):     *      00110063
001200*   - EL PLAN DEBE SUMAR 100 EN PESOS; SI NO, LA OFERTA    *      00120063
001300*     SALE COMO "PLAN INCOMPLETO" Y NO SE PUBLICA NADA     *      00130063
001400*   - SI EL PERIODO (AO + TERMINO) ESTA CERRADO EN EL     *       00140063
001500*     ARCHIVO DE CONTROL PERIODOS LA OFERTA SALE COMO      *      00150063
001600*     "PERIODO CERRADO" Y NO SE PUBLICA NADA (EN LOTE NO   *      00160063
001700*     HAY ANULACION DE CIERRE, IGUAL QUE PSNCRG01)         *      00170063
001800*   - POR CADA MATRICULA ACTIVA (MATRICUL, VER RLMATRIC)   *      00180063
001900*     LEE LAS NOTAS DE COMPONENTE (NOTACOMP, VER RLNOTCOM, *      00190063
002000*     CAPTURADAS EN SN13). SI FALTA ALGUN COMPONENTE EL    *      00200063
002100*     ESTUDIANTE SALE EN EL REPORTE CON LOS NUMEROS QUE    *      00210063
002200*     FALTAN Y NO SE LE PUBLICA NOTA                       *      00220063
002300*   - CON TODOS LOS COMPONENTES CALCULA LA NOTA FINAL      *      00230063
002400*     (SUMA DE NOTA X PESO / 100, REDONDEADA) Y LA GRABA   *      00240063
002500*     COMO ALTA (I) VIA PSNETS53, CON SU REGISTRO DE       *      00250063
002600*     AUDITORIA EN AUDITLOG (SUBTIPO 8). SI EL ESTUDIANTE  *      00260063
002700*     YA TIENE NOTA EN EL CURSO EL ALTA FALLA Y SALE COMO  *      00270063
002800*     RECHAZADA: EL CAMBIO VA POR SN04                     *      00280063
002900* TERMINA CON RETURN-CODE 4 SI HUBO ESTUDIANTES SIN        *      00290063
003000* PUBLICAR U OFERTAS OMITIDAS, Y 16 SI HUBO ERROR DE E/S.  *      00300063
003100* ENLAZA (POR CALL, YA QUE CORRE FUERA DE CICS) A:         *      00310063
003200*   PSNETS73 - NOMBRE DEL ESTUDIANTE                       *      00320063
003300*   PSNETS53 - ALTA DE LA NOTA FINAL                       *      00330063
003320* MODIFICACIONES 15/10/2026: CADA NOTA FINAL PUBLICADA     *      00332063
003340*    DEJA SU MOVIMIENTO (ALTA) EN EL HISTORICO DE VALORES  *      00334063
003360*    NOTAHIST (VER RLHISNOT, ORIGEN 8)                     *      00336063
003400************************************************************      00340063
003500 ENVIRONMENT DIVISION.                                            00350063
003600 CONFIGURATION SECTION.                                           00360063
003700 INPUT-OUTPUT SECTION.                                            00370063
003800 FILE-CONTROL.                                                    00380063
003900     SELECT CTLCARD ASSIGN TO CTLCARD                             00390063
004000            FILE STATUS WS-FS-CTLCARD.                            00400063
004100     SELECT ARCHIVO-PLANES ASSIGN TO EVALPLAN                     00410063
004200            ORGANIZATION INDEXED                                  00420063
004300            ACCESS MODE DYNAMIC                                   00430063
004400            RECORD KEY EV-LLAVE                                   00440063
004500            FILE STATUS WS-FS-EVALPLAN.                           00450063
004600     SELECT ARCHIVO-NOTAS-COMP ASSIGN TO NOTACOMP                 00460063
004700            ORGANIZATION INDEXED                                  00470063
004800            ACCESS MODE RANDOM                                    00480063
004900            RECORD KEY NC-LLAVE                                   00490063
005000            FILE STATUS WS-FS-NOTACOMP.                           00500063
005100     SELECT ARCHIVO-MATRICULA ASSIGN TO MATRICUL                  00510063
005200            ORGANIZATION INDEXED                                  00520063
005300            ACCESS MODE DYNAMIC                                   00530063
005400            RECORD KEY MA-LLAVE                                   00540063
005500            FILE STATUS WS-FS-MATRICUL.                           00550063
005600     SELECT CONTROL-PERIODOS ASSIGN TO PERIODOS                   00560063
005700            ORGANIZATION INDEXED                                  00570063
005800            ACCESS MODE RANDOM                                    00580063
005900            RECORD KEY PE-LLAVE                                   00590063
006000            FILE STATUS WS-FS-PERIODOS.                           00600063
006100*    AS- = ESDS VSAM, EL MISMO CLUSTER QUE ESCRIBE PSNETS83       00610063
006200     SELECT ARCHIVO-AUDITORIA ASSIGN TO AS-AUDITLOG               00620063
006300            FILE STATUS WS-FS-AUDITLOG.                           00630063
006310     SELECT HISTORICO-NOTAS ASSIGN TO NOTAHIST                    00631063
006320            ORGANIZATION INDEXED                                  00632063
006330            ACCESS MODE RANDOM                                    00633063
006340            RECORD KEY HN-LLAVE                                   00634063
006350            FILE STATUS WS-FS-NOTAHIST.                           00635063
006400     SELECT RPT-EVALUACION ASSIGN TO RPTEVA                       00640063
006500            FILE STATUS WS-FS-RPTEVA.                             00650063
006600 DATA DIVISION.                                                   00660063
006700 FILE SECTION.                                                    00670063
006800 FD  CTLCARD.                                                     00680063
006900 01  REG-CTLCARD.                                                 00690063
007000     05 CC-AAAA             PIC X(4).                             00700063
007100*    TERMINO (SEMESTRE): "1"/"2"; "0" O BLANCO = ANUAL            00710063
007200     05 CC-TERMINO          PIC X(1).                             00720063
007300*    CURSO: EN BLANCO = TODOS LOS CURSOS CON PLAN                 00730063
007400     05 CC-CURSO            PIC X(5).                             00740063
007500     05 FILLER              PIC X(70).                            00750063
007600 FD  ARCHIVO-PLANES.                                              00760063
007700 COPY RLEVALPL.                                                   00770063
007800 FD  ARCHIVO-NOTAS-COMP.                                          00780063
007900 COPY RLNOTCOM.                                                   00790063
008000 FD  ARCHIVO-MATRICULA.                                           00800063
008100 COPY RLMATRIC.                                                   00810063
008200 FD  CONTROL-PERIODOS.                                            00820063
008300 COPY RLPERIOD.                                                   00830063
008400 FD  ARCHIVO-AUDITORIA.                                           00840063
008500 COPY RLAUDIT.                                                    00850063
008530 FD  HISTORICO-NOTAS.                                             00853063
008560 COPY RLHISNOT.                                                   00856063
008600 FD  RPT-EVALUACION                                               00860063
008700     RECORDING MODE F.                                            00870063
008800 01  REG-RPTEVA             PIC X(132).                           00880063
008900 WORKING-STORAGE SECTION.                                         00890063
009000* COPY AREAS PARA FECHAS                                          00900063
009100 COPY WSFECHAS.                                                   00910063
009200* COPY AREAS LINK DE LOS ENCAPSULADORES DE NOTAS/USUARIOS/CURSOS  00920063
009300 COPY LKNOTAS.                                                    00930063
009400 01  WS-FILE-STATUS.                                              00940063
009500     05 WS-FS-CTLCARD       PIC XX.                               00950063
009600     05 WS-FS-EVALPLAN      PIC XX.                               00960063
009700     05 WS-FS-NOTACOMP      PIC XX.                               00970063
009800     05 WS-FS-MATRICUL      PIC XX.                               00980063
009900     05 WS-FS-PERIODOS      PIC XX.                               00990063
010000     05 WS-FS-AUDITLOG      PIC XX.                               01000063
010050     05 WS-FS-NOTAHIST      PIC XX.                               01005063
010100     05 WS-FS-RPTEVA        PIC XX.                               01010063
010200 01  WS-SWITCHES.                                                 01020063
010300     05 WS-SW-FIN-PLAN      PIC X VALUE "N".                      01030063
010400        88 FIN-PLAN                VALUE "S".                     01040063
010500     05 WS-SW-PLAN-PERIODO  PIC X VALUE "N".                      01050063
010600        88 PLAN-DEL-PERIODO        VALUE "S".                     01060063
010700     05 WS-SW-FIN-MAT       PIC X VALUE "N".                      01070063
010800        88 FIN-MAT                 VALUE "S".                     01080063
010900     05 WS-SW-ABORTAR       PIC X VALUE "N".                      01090063
011000        88 ABORTAR                 VALUE "S".                     01100063
011100     05 WS-SW-OFE-VALIDA    PIC X VALUE "S".                      01110063
011200        88 OFE-VALIDA              VALUE "S".                     01120063
011230     05 WS-SW-FIN-HIST      PIC X VALUE "N".                      01123063
011260        88 FIN-HISTORIA            VALUE "S".                     01126063
011300 01  WS-FILTROS.                                                  01130063
011400     05 WS-FILTRO-AAAA      PIC X(4)  VALUE SPACES.               01140063
011500     05 WS-FILTRO-TERMINO   PIC X(1)  VALUE "0".                  01150063
011600     05 WS-FILTRO-CURSO     PIC X(5)  VALUE SPACES.               01160063
011700 01  WS-CONTADORES.                                               01170063
011800     05 WS-TOT-OFERTAS      PIC 9(5) VALUE 0.                     01180063
011900     05 WS-TOT-OFE-OMITIDAS PIC 9(5) VALUE 0.                     01190063
012000     05 WS-TOT-PUBLICADAS   PIC 9(7) VALUE 0.                     01200063
012100     05 WS-TOT-INCOMPLETOS  PIC 9(7) VALUE 0.                     01210063
012200     05 WS-TOT-RECHAZADAS   PIC 9(7) VALUE 0.                     01220063
012300 01  W-OFERTA-ACTUAL.                                             01230063
012400     05 W-OFE-CURSO         PIC X(5).                             01240063
012500     05 W-OFE-AAAA          PIC X(4).                             01250063
012600     05 W-OFE-TERMINO       PIC X(1).                             01260063
012700 01  W-ESTADO-OFERTA        PIC X(40).                            01270063
012800 01  W-MOTIVO               PIC X(52).                            01280063
012900 01  W-RESULTADO            PIC X(12).                            01290063
013000************************************************************      01300063
013100*    PLAN DE EVALUACION DE LA OFERTA ACTUAL (UN RENGLON    *      01310063
013200*    POR COMPONENTE, EN ORDEN DE NUMERO DE COMPONENTE)     *      01320063
013300************************************************************      01330063
013400 01  TABLA-PLAN.                                                  01340063
013500     05 WS-NUM-COMP         PIC 9(2) VALUE 0.                     01350063
013600     05 WS-TOTAL-PESOS      PIC 9(4) VALUE 0.                     01360063
013700     05 PL-COMP OCCURS 10 TIMES.                                  01370063
013800        10 PL-COMPONENTE    PIC 9(2).                             01380063
013900        10 PL-PESO          PIC 9(3).                             01390063
014000 01  W-CALCULO.                                                   01400063
014100     05 W-K                 PIC 9(2).                             01410063
014200     05 W-NUM-FALTANTES     PIC 9(2).                             01420063
014300     05 W-SUMA-PONDERADA    PIC 9(6)V9(4).                        01430063
014400     05 W-NOTA-FINAL        PIC 9(2)V9(2).                        01440063
014500*    NUMEROS DE LOS COMPONENTES QUE LE FALTAN AL ESTUDIANTE       01450063
014600 01  W-FALTANTES.                                                 01460063
014700     05 W-FALT OCCURS 10 TIMES.                                   01470063
014800        10 W-FALT-NUM       PIC 9(2).                             01480063
014900        10 FILLER           PIC X(1).                             01490063
015000 01  W-MSG-FALTANTES.                                             01500063
015100     05 FILLER              PIC X(20) VALUE                       01510063
015200        "FALTAN COMPONENTES: ".                                   01520063
015300     05 W-MSG-FALT-LISTA    PIC X(30).                            01530063
015400 01  W-MSG-PESOS.                                                 01540063
015500     05 FILLER              PIC X(29) VALUE                       01550063
015600        "PLAN INCOMPLETO - PESOS SUMAN".                          01560063
015700     05 W-MSG-TOTAL         PIC ZZZ9.                             01570063
015800 01  W-EDICION.                                                   01580063
015900     05 W-EDI-NUM-COMP      PIC Z9.                               01590063
016000 01  LIN-ENCABEZADO-1.                                            01600063
016100     05 FILLER              PIC X(40) VALUE                       01610063
016200        "PUBLICACION DE NOTAS FINALES PONDERADAS ".               01620063
016300     05 FILLER              PIC X(11) VALUE "- PERIODO: ".        01630063
016400     05 LIN-E1-AAAA         PIC X(4).                             01640063
016500     05 FILLER              PIC X(1)  VALUE "-".                  01650063
016600     05 LIN-E1-TERMINO      PIC X(1).                             01660063
016700     05 FILLER              PIC X(10) VALUE "  CURSO: ".          01670063
016800     05 LIN-E1-CURSO        PIC X(5).                             01680063
016900 01  LIN-ENCABEZADO-2.                                            01690063
017000     05 FILLER              PIC X(11) VALUE "DNI".                01700063
017100     05 FILLER              PIC X(22) VALUE "APELLIDOS".          01710063
017200     05 FILLER              PIC X(7)  VALUE "NOTA".               01720063
017300     05 FILLER              PIC X(14) VALUE "RESULTADO".          01730063
017400     05 FILLER              PIC X(52) VALUE "MOTIVO".             01740063
017500 01  LIN-OFERTA.                                                  01750063
017600     05 FILLER              PIC X(8)  VALUE "OFERTA: ".           01760063
017700     05 LIN-O-CURSO         PIC X(5).                             01770063
017800     05 FILLER              PIC X(1)  VALUE SPACES.               01780063
017900     05 LIN-O-AAAA          PIC X(4).                             01790063
018000     05 FILLER              PIC X(1)  VALUE "-".                  01800063
018100     05 LIN-O-TERMINO       PIC X(1).                             01810063
018200     05 FILLER              PIC X(4)  VALUE SPACES.               01820063
018300     05 LIN-O-NUM-COMP      PIC X(2).                             01830063
018400     05 FILLER              PIC X(16) VALUE " COMPONENTES    ".   01840063
018500     05 LIN-O-ESTADO        PIC X(40).                            01850063
018600 01  LIN-DETALLE.                                                 01860063
018700     05 LIN-D-DNI           PIC X(9).                             01870063
018800     05 FILLER              PIC X(2)  VALUE SPACES.               01880063
018900     05 LIN-D-APELLIDOS     PIC X(20).                            01890063
019000     05 FILLER              PIC X(2)  VALUE SPACES.               01900063
019100     05 LIN-D-NOTA          PIC Z9.99.                            01910063
019200     05 LIN-D-NOTA-X REDEFINES LIN-D-NOTA PIC X(5).               01920063
019300     05 FILLER              PIC X(2)  VALUE SPACES.               01930063
019400     05 LIN-D-RESULTADO     PIC X(12).                            01940063
019500     05 FILLER              PIC X(2)  VALUE SPACES.               01950063
019600     05 LIN-D-MOTIVO        PIC X(52).                            01960063
019700 PROCEDURE DIVISION.                                              01970063
019800 0000-MAIN.                                                       01980063
019900     PERFORM 1000-INICIO-DE-PROGRAMA                              01990063
020000     PERFORM 2000-PROCESA-OFERTA                                  02000063
020100            UNTIL FIN-PLAN OR ABORTAR                             02010063
020200     PERFORM 9999-FIN-DE-PROGRAMA                                 02020063
020300     .                                                            02030063
020400 1000-INICIO-DE-PROGRAMA.                                         02040063
020500     OPEN INPUT CTLCARD                                           02050063
020600     IF WS-FS-CTLCARD NOT = "00" THEN                             02060063
020700        DISPLAY "PSNEVA01 - ERROR AL ABRIR CTLCARD, STATUS="      02070063
020800                WS-FS-CTLCARD                                     02080063
020900        MOVE 16 TO RETURN-CODE                                    02090063
021000        GOBACK                                                    02100063
021100     END-IF                                                       02110063
021200     READ CTLCARD                                                 02120063
021300        AT END                                                    02130063
021400           MOVE SPACES TO REG-CTLCARD                             02140063
021500     END-READ                                                     02150063
021600     CLOSE CTLCARD                                                02160063
021700*    SIN AO NO SE PUBLICA: UNA CORRIDA NO DEBE TOCAR TODOS        02170063
021800*    LOS PERIODOS DEL ARCHIVO DE PLANES                           02180063
021900     IF CC-AAAA NOT NUMERIC THEN                                  02190063
022000        DISPLAY "PSNEVA01 - TARJETA DE CONTROL SIN AAAA VALIDO"   02200063
022100        MOVE 16 TO RETURN-CODE                                    02210063
022200        GOBACK                                                    02220063
022300     END-IF                                                       02230063
022400     MOVE CC-AAAA  TO WS-FILTRO-AAAA                              02240063
022500     MOVE CC-CURSO TO WS-FILTRO-CURSO                             02250063
022600*    TERMINO EN BLANCO = "0" (CURSO ANUAL)                        02260063
022700     IF CC-TERMINO NOT = SPACE THEN                               02270063
022800        MOVE CC-TERMINO TO WS-FILTRO-TERMINO                      02280063
022900     END-IF                                                       02290063
023000     IF WS-FILTRO-TERMINO NOT = "0" AND "1" AND "2" THEN          02300063
023100        DISPLAY "PSNEVA01 - TERMINO INVALIDO EN CTLCARD: "        02310063
023200                CC-TERMINO                                        02320063
023300        MOVE 16 TO RETURN-CODE                                    02330063
023400        GOBACK                                                    02340063
023500     END-IF                                                       02350063
023600     OPEN INPUT ARCHIVO-PLANES                                    02360063
023700     IF WS-FS-EVALPLAN NOT = "00" THEN                            02370063
023800        DISPLAY "PSNEVA01 - ERROR AL ABRIR EVALPLAN, STATUS="     02380063
023900                WS-FS-EVALPLAN                                    02390063
024000        MOVE 16 TO RETURN-CODE                                    02400063
024100        GOBACK                                                    02410063
024200     END-IF                                                       02420063
024300     OPEN INPUT ARCHIVO-NOTAS-COMP                                02430063
024400     IF WS-FS-NOTACOMP NOT = "00" THEN                            02440063
024500        DISPLAY "PSNEVA01 - ERROR AL ABRIR NOTACOMP, STATUS="     02450063
024600                WS-FS-NOTACOMP                                    02460063
024700        MOVE 16 TO RETURN-CODE                                    02470063
024800        CLOSE ARCHIVO-PLANES                                      02480063
024900        GOBACK                                                    02490063
025000     END-IF                                                       02500063
025100     OPEN INPUT ARCHIVO-MATRICULA                                 02510063
025200     IF WS-FS-MATRICUL NOT = "00" THEN                            02520063
025300        DISPLAY "PSNEVA01 - ERROR AL ABRIR MATRICUL, STATUS="     02530063
025400                WS-FS-MATRICUL                                    02540063
025500        MOVE 16 TO RETURN-CODE                                    02550063
025600        CLOSE ARCHIVO-PLANES                                      02560063
025700        CLOSE ARCHIVO-NOTAS-COMP                                  02570063
025800        GOBACK                                                    02580063
025900     END-IF                                                       02590063
026000     OPEN INPUT CONTROL-PERIODOS                                  02600063
026100     IF WS-FS-PERIODOS NOT = "00" THEN                            02610063
026200        DISPLAY "PSNEVA01 - ERROR AL ABRIR PERIODOS, STATUS="     02620063
026300                WS-FS-PERIODOS                                    02630063
026400        MOVE 16 TO RETURN-CODE                                    02640063
026500        CLOSE ARCHIVO-PLANES                                      02650063
026600        CLOSE ARCHIVO-NOTAS-COMP                                  02660063
026700        CLOSE ARCHIVO-MATRICULA                                   02670063
026800        GOBACK                                                    02680063
026900     END-IF                                                       02690063
027000     OPEN EXTEND ARCHIVO-AUDITORIA                                02700063
027100     IF WS-FS-AUDITLOG NOT = "00" THEN                            02710063
027200        DISPLAY "PSNEVA01 - ERROR AL ABRIR AUDITLOG, STATUS="     02720063
027300                WS-FS-AUDITLOG                                    02730063
027400        MOVE 16 TO RETURN-CODE                                    02740063
027500        CLOSE ARCHIVO-PLANES                                      02750063
027600        CLOSE ARCHIVO-NOTAS-COMP                                  02760063
027700        CLOSE ARCHIVO-MATRICULA                                   02770063
027800        CLOSE CONTROL-PERIODOS                                    02780063
027900        GOBACK                                                    02790063
028000     END-IF                                                       02800063
028100     OPEN OUTPUT RPT-EVALUACION                                   02810063
028200     IF WS-FS-RPTEVA NOT = "00" THEN                              02820063
028300        DISPLAY "PSNEVA01 - ERROR AL ABRIR RPTEVA, STATUS="       02830063
028400                WS-FS-RPTEVA                                      02840063
028500        MOVE 16 TO RETURN-CODE                                    02850063
028600        CLOSE ARCHIVO-PLANES                                      02860063
028700        CLOSE ARCHIVO-NOTAS-COMP                                  02870063
028800        CLOSE ARCHIVO-MATRICULA                                   02880063
028900        CLOSE CONTROL-PERIODOS                                    02890063
029000        CLOSE ARCHIVO-AUDITORIA                                   02900063
029100        GOBACK                                                    02910063
029200     END-IF                                                       02920063
029207     OPEN I-O HISTORICO-NOTAS                                     02920763
029214     IF WS-FS-NOTAHIST NOT = "00" THEN                            02921463
029221        DISPLAY "PSNEVA01 - ERROR AL ABRIR NOTAHIST, STATUS="     02922163
029228                WS-FS-NOTAHIST                                    02922863
029235        MOVE 16 TO RETURN-CODE                                    02923563
029242        CLOSE ARCHIVO-PLANES                                      02924263
029249        CLOSE ARCHIVO-NOTAS-COMP                                  02924963
029256        CLOSE ARCHIVO-MATRICULA                                   02925663
029263        CLOSE CONTROL-PERIODOS                                    02926363
029270        CLOSE ARCHIVO-AUDITORIA                                   02927063
029277        CLOSE RPT-EVALUACION                                      02927763
029284        GOBACK                                                    02928463
029291     END-IF                                                       02929163
029300     PERFORM 1100-GET-DATES                                       02930063
029400     PERFORM 1150-IMPRIME-ENCABEZADOS                             02940063
029500     PERFORM 1180-POSICIONA-PLANES                                02950063
029600     IF NOT FIN-PLAN THEN                                         02960063
029700        PERFORM 1200-LEER-PLAN                                    02970063
029800     END-IF                                                       02980063
029900     .                                                            02990063
030000 1100-GET-DATES.                                                  03000063
030100     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS         03010063
030200     MOVE WS-CURRENT-YEAR       TO WS-AAAA                        03020063
030300     MOVE WS-CURRENT-MONTH      TO WS-MM                          03030063
030400     MOVE WS-CURRENT-DAY        TO WS-DD                          03040063
030500     MOVE WS-CURRENT-HH         TO WS-HH-F1                       03050063
030600     MOVE WS-CURRENT-MM         TO WS-MM-F1                       03060063
030700     MOVE WS-CURRENT-SS         TO WS-SS-F1                       03070063
030800     MOVE WS-CURRENT-CC         TO WS-CC-F1                       03080063
030900     .                                                            03090063
031000 1150-IMPRIME-ENCABEZADOS.                                        03100063
031100     MOVE WS-FILTRO-AAAA    TO LIN-E1-AAAA                        03110063
031200     MOVE WS-FILTRO-TERMINO TO LIN-E1-TERMINO                     03120063
031300     IF WS-FILTRO-CURSO = SPACES THEN                             03130063
031400        MOVE "TODOS" TO LIN-E1-CURSO                              03140063
031500     ELSE                                                         03150063
031600        MOVE WS-FILTRO-CURSO TO LIN-E1-CURSO                      03160063
031700     END-IF                                                       03170063
031800     MOVE LIN-ENCABEZADO-1 TO REG-RPTEVA                          03180063
031900     WRITE REG-RPTEVA AFTER ADVANCING 1 LINE                      03190063
032000     PERFORM 9200-VERIFICA-ESCRITURA                              03200063
032100     MOVE SPACES TO REG-RPTEVA                                    03210063
032200     WRITE REG-RPTEVA AFTER ADVANCING 1 LINE                      03220063
032300     PERFORM 9200-VERIFICA-ESCRITURA                              03230063
032400     MOVE LIN-ENCABEZADO-2 TO REG-RPTEVA                          03240063
032500     WRITE REG-RPTEVA AFTER ADVANCING 1 LINE                      03250063
032600     PERFORM 9200-VERIFICA-ESCRITURA                              03260063
032700     .                                                            03270063
032800 1180-POSICIONA-PLANES.                                           03280063
032900************************************************************      03290063
033000*    CON UN CURSO EN LA TARJETA SE POSICIONA EL ARCHIVO DE *      03300063
033100*    PLANES EN SU PRIMER COMPONENTE DEL PERIODO; SIN CURSO *      03310063
033200*    SE RECORRE DESDE EL PRINCIPIO                         *      03320063
033300************************************************************      03330063
033400     IF WS-FILTRO-CURSO NOT = SPACES THEN                         03340063
033500        MOVE WS-FILTRO-CURSO   TO EV-CURSO                        03350063
033600        MOVE WS-FILTRO-AAAA    TO EV-AAAA                         03360063
033700        MOVE WS-FILTRO-TERMINO TO EV-TERMINO                      03370063
033800        MOVE 0                 TO EV-COMPONENTE                   03380063
033900        START ARCHIVO-PLANES KEY NOT < EV-LLAVE                   03390063
034000           INVALID KEY                                            03400063
034100              MOVE "S" TO WS-SW-FIN-PLAN                          03410063
034200        END-START                                                 03420063
034300     END-IF                                                       03430063
034400     .                                                            03440063
034500 1200-LEER-PLAN.                                                  03450063
034600************************************************************      03460063
034700*    LEE EL SIGUIENTE COMPONENTE QUE PASA EL FILTRO DE LA  *      03470063
034800*    TARJETA; EL REGISTRO DE CEBA (CURSO "00000") NO ES    *      03480063
034900*    UN PLAN REAL Y SE SALTA                               *      03490063
035000************************************************************      03500063
035100     MOVE "N" TO WS-SW-PLAN-PERIODO                               03510063
035200     PERFORM 1250-LEER-SIGUIENTE                                  03520063
035300            UNTIL FIN-PLAN OR PLAN-DEL-PERIODO                    03530063
035400     .                                                            03540063
035500 1250-LEER-SIGUIENTE.                                             03550063
035600     READ ARCHIVO-PLANES NEXT RECORD                              03560063
035700        AT END                                                    03570063
035800           MOVE "S" TO WS-SW-FIN-PLAN                             03580063
035900     END-READ                                                     03590063
036000     IF NOT FIN-PLAN AND WS-FS-EVALPLAN NOT = "00" THEN           03600063
036100        DISPLAY "PSNEVA01 - ERROR AL LEER EVALPLAN, STATUS="      03610063
036200                WS-FS-EVALPLAN                                    03620063
036300        MOVE 16 TO RETURN-CODE                                    03630063
036400        MOVE "S" TO WS-SW-FIN-PLAN                                03640063
036500        SET ABORTAR TO TRUE                                       03650063
036600     END-IF                                                       03660063
036700*    PASADO EL CURSO PEDIDO YA NO HAY MAS PLANES QUE LEER         03670063
036800     IF NOT FIN-PLAN                                              03680063
036900        AND WS-FILTRO-CURSO NOT = SPACES                          03690063
037000        AND EV-CURSO > WS-FILTRO-CURSO THEN                       03700063
037100        MOVE "S" TO WS-SW-FIN-PLAN                                03710063
037200     END-IF                                                       03720063
037300     IF NOT FIN-PLAN                                              03730063
037400        AND EV-CURSO NOT = "00000"                                03740063
037500        AND EV-AAAA = WS-FILTRO-AAAA                              03750063
037600        AND EV-TERMINO = WS-FILTRO-TERMINO                        03760063
037700        AND (WS-FILTRO-CURSO = SPACES                             03770063
037800             OR EV-CURSO = WS-FILTRO-CURSO) THEN                  03780063
037900        MOVE "S" TO WS-SW-PLAN-PERIODO                            03790063
038000     END-IF                                                       03800063
038100     .                                                            03810063
038200 2000-PROCESA-OFERTA.                                             03820063
038300************************************************************      03830063
038400*    CARGA EL PLAN COMPLETO DE LA OFERTA ACTUAL, LO VALIDA *      03840063
038500*    (PESOS = 100, PERIODO ABIERTO) Y, SI ES VALIDO,       *      03850063
038600*    PUBLICA LA NOTA FINAL DE CADA MATRICULADO ACTIVO      *      03860063
038700************************************************************      03870063
038800     ADD 1 TO WS-TOT-OFERTAS                                      03880063
038900     MOVE EV-CURSO   TO W-OFE-CURSO                               03890063
039000     MOVE EV-AAAA    TO W-OFE-AAAA                                03900063
039100     MOVE EV-TERMINO TO W-OFE-TERMINO                             03910063
039200     MOVE 0 TO WS-NUM-COMP                                        03920063
039300     MOVE 0 TO WS-TOTAL-PESOS                                     03930063
039400     PERFORM 2050-CARGA-COMPONENTE                                03940063
039500            UNTIL FIN-PLAN                                        03950063
039600               OR EV-CURSO   NOT = W-OFE-CURSO                    03960063
039700               OR EV-AAAA    NOT = W-OFE-AAAA                     03970063
039800               OR EV-TERMINO NOT = W-OFE-TERMINO                  03980063
039900     MOVE "S"    TO WS-SW-OFE-VALIDA                              03990063
040000     MOVE SPACES TO W-ESTADO-OFERTA                               04000063
040100     IF WS-TOTAL-PESOS NOT = 100 THEN                             04010063
040200        MOVE "N" TO WS-SW-OFE-VALIDA                              04020063
040300        MOVE WS-TOTAL-PESOS TO W-MSG-TOTAL                        04030063
040400        MOVE W-MSG-PESOS    TO W-ESTADO-OFERTA                    04040063
040500     END-IF                                                       04050063
040600     IF OFE-VALIDA AND NOT ABORTAR THEN                           04060063
040700        PERFORM 2100-VALIDA-PERIODO                               04070063
040800     END-IF                                                       04080063
040900     IF OFE-VALIDA THEN                                           04090063
041000        MOVE "PUBLICANDO NOTAS FINALES" TO W-ESTADO-OFERTA        04100063
041100     ELSE                                                         04110063
041200        ADD 1 TO WS-TOT-OFE-OMITIDAS                              04120063
041300        PERFORM 9300-MARCA-AVISO                                  04130063
041400     END-IF                                                       04140063
041500     PERFORM 2200-IMPRIME-OFERTA                                  04150063
041600     IF OFE-VALIDA AND NOT ABORTAR THEN                           04160063
041700        PERFORM 3000-RECORRE-MATRICULA                            04170063
041800     END-IF                                                       04180063
041900     .                                                            04190063
042000 2050-CARGA-COMPONENTE.                                           04200063
042100     IF WS-NUM-COMP < 10 THEN                                     04210063
042200        ADD 1 TO WS-NUM-COMP                                      04220063
042300        MOVE EV-COMPONENTE TO PL-COMPONENTE (WS-NUM-COMP)         04230063
042400        MOVE EV-PESO       TO PL-PESO (WS-NUM-COMP)               04240063
042500        ADD EV-PESO        TO WS-TOTAL-PESOS                      04250063
042600     END-IF                                                       04260063
042700     PERFORM 1200-LEER-PLAN                                       04270063
042800     .                                                            04280063
042900 2100-VALIDA-PERIODO.                                             04290063
043000************************************************************      04300063
043100*    NO SE PUBLICA EN UN PERIODO (AO + TERMINO) CERRADO   *       04310063
043200*    EN EL ARCHIVO DE CONTROL PERIODOS (VER RLPERIOD). UN  *      04320063
043300*    PERIODO SIN REGISTRO SE CONSIDERA ABIERTO             *      04330063
043400************************************************************      04340063
043500     MOVE W-OFE-AAAA    TO PE-AAAA                                04350063
043600     MOVE W-OFE-TERMINO TO PE-TERMINO                             04360063
043700     READ CONTROL-PERIODOS                                        04370063
043800        INVALID KEY                                               04380063
043900           CONTINUE                                               04390063
044000        NOT INVALID KEY                                           04400063
044100           IF PE-CERRADO THEN                                     04410063
044200              MOVE "N" TO WS-SW-OFE-VALIDA                        04420063
044300              MOVE "PERIODO CERRADO - NO SE PUBLICA"              04430063
044400                   TO W-ESTADO-OFERTA                             04440063
044500           END-IF                                                 04450063
044600     END-READ                                                     04460063
044700*    UN ERROR DE LECTURA DEL CONTROL (DISTINTO DE LLAVE NO        04470063
044800*    HALLADA, STATUS 23) NO PUEDE TRATARSE COMO PERIODO           04480063
044900*    ABIERTO: SE OMITE LA OFERTA Y SE ABORTA LA CORRIDA           04490063
045000     IF WS-FS-PERIODOS NOT = "00" AND "23" THEN                   04500063
045100        MOVE "N" TO WS-SW-OFE-VALIDA                              04510063
045200        MOVE "ERROR LEYENDO CONTROL DE PERIODOS"                  04520063
045300             TO W-ESTADO-OFERTA                                   04530063
045400        DISPLAY "PSNEVA01 - ERROR AL LEER PERIODOS, STATUS="      04540063
045500                WS-FS-PERIODOS                                    04550063
045600        MOVE 16 TO RETURN-CODE                                    04560063
045700        SET ABORTAR TO TRUE                                       04570063
045800     END-IF                                                       04580063
045900     .                                                            04590063
046000 2200-IMPRIME-OFERTA.                                             04600063
046100     MOVE SPACES TO REG-RPTEVA                                    04610063
046200     WRITE REG-RPTEVA AFTER ADVANCING 1 LINE                      04620063
046300     PERFORM 9200-VERIFICA-ESCRITURA                              04630063
046400     MOVE W-OFE-CURSO     TO LIN-O-CURSO                          04640063
046500     MOVE W-OFE-AAAA      TO LIN-O-AAAA                           04650063
046600     MOVE W-OFE-TERMINO   TO LIN-O-TERMINO                        04660063
046700     MOVE WS-NUM-COMP     TO W-EDI-NUM-COMP                       04670063
046800     MOVE W-EDI-NUM-COMP  TO LIN-O-NUM-COMP                       04680063
046900     MOVE W-ESTADO-OFERTA TO LIN-O-ESTADO                         04690063
047000     MOVE LIN-OFERTA TO REG-RPTEVA                                04700063
047100     WRITE REG-RPTEVA AFTER ADVANCING 1 LINE                      04710063
047200     PERFORM 9200-VERIFICA-ESCRITURA                              04720063
047300     .                                                            04730063
047400 3000-RECORRE-MATRICULA.                                          04740063
047500************************************************************      04750063
047600*    POSICIONA LA MATRICULA EN LA PRIMERA DE LA OFERTA     *      04760063
047700*    (CURSO + AO + TERMINO) Y RECORRE SUS REGISTROS       *       04770063
047800************************************************************      04780063
047900     MOVE "N"           TO WS-SW-FIN-MAT                          04790063
048000     MOVE W-OFE-CURSO   TO MA-CURSO                               04800063
048100     MOVE W-OFE-AAAA    TO MA-AAAA                                04810063
048200     MOVE W-OFE-TERMINO TO MA-TERMINO                             04820063
048300     MOVE LOW-VALUES    TO MA-DNI                                 04830063
048400     START ARCHIVO-MATRICULA KEY NOT < MA-LLAVE                   04840063
048500        INVALID KEY                                               04850063
048600           MOVE "S" TO WS-SW-FIN-MAT                              04860063
048700     END-START                                                    04870063
048800     IF NOT FIN-MAT THEN                                          04880063
048900        PERFORM 3050-LEER-MATRICULA                               04890063
049000     END-IF                                                       04900063
049100     PERFORM 3100-PROCESA-MATRICULADO                             04910063
049200            UNTIL FIN-MAT OR ABORTAR                              04920063
049300     .                                                            04930063
049400 3050-LEER-MATRICULA.                                             04940063
049500     READ ARCHIVO-MATRICULA NEXT RECORD                           04950063
049600        AT END                                                    04960063
049700           MOVE "S" TO WS-SW-FIN-MAT                              04970063
049800     END-READ                                                     04980063
049900     IF NOT FIN-MAT THEN                                          04990063
050000        IF MA-CURSO   NOT = W-OFE-CURSO                           05000063
050100           OR MA-AAAA    NOT = W-OFE-AAAA                         05010063
050200           OR MA-TERMINO NOT = W-OFE-TERMINO THEN                 05020063
050300           MOVE "S" TO WS-SW-FIN-MAT                              05030063
050400        END-IF                                                    05040063
050500     END-IF                                                       05050063
050600     .                                                            05060063
050700 3100-PROCESA-MATRICULADO.                                        05070063
050800*    SOLO SE PUBLICA A LOS MATRICULADOS ACTIVOS (NI RETIROS       05080063
050900*    NI LISTA DE ESPERA)                                          05090063
051000     IF MA-ACTIVA THEN                                            05100063
051100        PERFORM 3200-CALCULA-NOTA-FINAL                           05110063
051200        IF W-NUM-FALTANTES > 0 THEN                               05120063
051300           ADD 1 TO WS-TOT-INCOMPLETOS                            05130063
051400           PERFORM 9300-MARCA-AVISO                               05140063
051500           MOVE "SIN PUBLICAR" TO W-RESULTADO                     05150063
051600           MOVE W-MSG-FALTANTES TO W-MOTIVO                       05160063
051700        ELSE                                                      05170063
051800           PERFORM 3400-PUBLICA-NOTA                              05180063
051900        END-IF                                                    05190063
052000        PERFORM 5000-ESCRIBE-RESULTADO                            05200063
052100     END-IF                                                       05210063
052200     PERFORM 3050-LEER-MATRICULA                                  05220063
052300     .                                                            05230063
052400 3200-CALCULA-NOTA-FINAL.                                         05240063
052500************************************************************      05250063
052600*    LEE LA NOTA DE CADA COMPONENTE DEL PLAN Y ACUMULA     *      05260063
052700*    NOTA X PESO; LOS COMPONENTES SIN NOTA SE ANOTAN EN    *      05270063
052800*    LA LISTA DE FALTANTES                                 *      05280063
052900************************************************************      05290063
053000     MOVE 0      TO W-NUM-FALTANTES                               05300063
053100     MOVE 0      TO W-SUMA-PONDERADA                              05310063
053200     MOVE 0      TO W-NOTA-FINAL                                  05320063
053300     MOVE SPACES TO W-FALTANTES                                   05330063
053400     MOVE SPACES TO W-MOTIVO                                      05340063
053500     PERFORM 3250-LEE-NOTA-COMPONENTE                             05350063
053600            VARYING W-K FROM 1 BY 1                               05360063
053700            UNTIL W-K > WS-NUM-COMP OR ABORTAR                    05370063
053800     IF W-NUM-FALTANTES = 0 THEN                                  05380063
053900        COMPUTE W-NOTA-FINAL ROUNDED = W-SUMA-PONDERADA / 100     05390063
054000     ELSE                                                         05400063
054100        MOVE W-FALTANTES TO W-MSG-FALT-LISTA                      05410063
054200     END-IF                                                       05420063
054300     .                                                            05430063
054400 3250-LEE-NOTA-COMPONENTE.                                        05440063
054500     MOVE W-OFE-CURSO         TO NC-CURSO                         05450063
054600     MOVE W-OFE-AAAA          TO NC-AAAA                          05460063
054700     MOVE W-OFE-TERMINO       TO NC-TERMINO                       05470063
054800     MOVE MA-DNI              TO NC-DNI                           05480063
054900     MOVE PL-COMPONENTE (W-K) TO NC-COMPONENTE                    05490063
055000     READ ARCHIVO-NOTAS-COMP                                      05500063
055100        INVALID KEY                                               05510063
055200           ADD 1 TO W-NUM-FALTANTES                               05520063
055300           MOVE PL-COMPONENTE (W-K)                               05530063
055400                TO W-FALT-NUM (W-NUM-FALTANTES)                   05540063
055500        NOT INVALID KEY                                           05550063
055600           COMPUTE W-SUMA-PONDERADA = W-SUMA-PONDERADA            05560063
055700                   + NC-NOTA * PL-PESO (W-K)                      05570063
055800     END-READ                                                     05580063
055900     IF WS-FS-NOTACOMP NOT = "00" AND "23" THEN                   05590063
056000        DISPLAY "PSNEVA01 - ERROR AL LEER NOTACOMP, STATUS="      05600063
056100                WS-FS-NOTACOMP                                    05610063
056200        MOVE 16 TO RETURN-CODE                                    05620063
056300        SET ABORTAR TO TRUE                                       05630063
056400     END-IF                                                       05640063
056500     .                                                            05650063
056600 3400-PUBLICA-NOTA.                                               05660063
056700************************************************************      05670063
056800*    ALTA (I) DE LA NOTA FINAL VIA EL ENCAPSULADOR         *      05680063
056900*    PSNETS53, LA MISMA OPERACION QUE USAN SN04 Y SN09     *      05690063
057000************************************************************      05700063
057100     SET LK-NT-OPE-INSERTAR TO TRUE                               05710063
057200     MOVE 1             TO LK-NT-SUBTIPO                          05720063
057300     MOVE MA-DNI        TO LK-NT-DNIESTUD                         05730063
057400     MOVE W-OFE-CURSO   TO LK-NT-CURSO                            05740063
057500     MOVE W-OFE-AAAA    TO LK-NT-AAAA                             05750063
057600     MOVE W-OFE-TERMINO TO LK-NT-TERMINO                          05760063
057700     MOVE W-NOTA-FINAL  TO LK-NT-NOTA                             05770063
057800     MOVE 100           TO LK-NT-SQLCODE                          05780063
057900     CALL "PSNETS53" USING AREA-LINK                              05790063
058000     IF LK-NT-SQLCODE = 0 THEN                                    05800063
058100        ADD 1 TO WS-TOT-PUBLICADAS                                05810063
058200        MOVE "PUBLICADA" TO W-RESULTADO                           05820063
058300        PERFORM 4300-REGISTRA-AUDITORIA                           05830063
058350        PERFORM 4400-REGISTRA-HISTORIA                            05835063
058400     ELSE                                                         05840063
058500        ADD 1 TO WS-TOT-RECHAZADAS                                05850063
058600        PERFORM 9300-MARCA-AVISO                                  05860063
058700        MOVE "RECHAZADA" TO W-RESULTADO                           05870063
058800        MOVE "YA TIENE NOTA EN EL CURSO - CAMBIO VIA SN04"        05880063
058900             TO W-MOTIVO                                          05890063
059000     END-IF                                                       05900063
059100     .                                                            05910063
059200 4300-REGISTRA-AUDITORIA.                                         05920063
059300************************************************************      05930063
059400*    GRABA UN RENGLON EN EL LOG DE AUDITORIA POR CADA      *      05940063
059500*    NOTA FINAL PUBLICADA, ESCRITO DIRECTO EN EL ARCHIVO   *      05950063
059600*    AUDITLOG (EL ENCAPSULADOR PSNETS83 ES SOLO CICS). EL  *      05960063
059700*    SUBTIPO 8 IDENTIFICA LA PUBLICACION PONDERADA         *      05970063
059800************************************************************      05980063
059900     PERFORM 1100-GET-DATES                                       05990063
060000     MOVE SPACES        TO REG-AUDITORIA                          06000063
060100     MOVE 2             TO AU-TIPO-OPE                            06010063
060200     MOVE 8             TO AU-SUBTIPO                             06020063
060300     MOVE "BTCH"        TO AU-OPERADOR                            06030063
060400     MOVE MA-DNI        TO AU-DNI-CONSULTADO                      06040063
060500     MOVE WS-FECHA-AAAA-MM-DD      TO AU-FECHA                    06050063
060600     MOVE WS-HORA-MINUTOS-SEGUNDOS TO AU-HORA                     06060063
060700     WRITE REG-AUDITORIA                                          06070063
060800     IF WS-FS-AUDITLOG NOT = "00" THEN                            06080063
060900        DISPLAY "PSNEVA01 - ERROR AL GRABAR AUDITLOG, STATUS="    06090063
061000                WS-FS-AUDITLOG                                    06100063
061100        MOVE 16 TO RETURN-CODE                                    06110063
061200        SET ABORTAR TO TRUE                                       06120063
061300     END-IF                                                       06130063
061400     .                                                            06140063
061402 4400-REGISTRA-HISTORIA.                                          06140263
061404************************************************************      06140463
061406*    GRABA EL ALTA DE LA NOTA FINAL EN EL HISTORICO DE     *      06140663
061408*    VALORES DE NOTA (NOTAHIST), DIRECTO COMO LA AUDITORIA *      06140863
061410*    Y CON LA MISMA FECHA Y HORA                           *      06141063
061412************************************************************      06141263
061414     MOVE SPACES             TO REG-HIST-NOTA                     06141463
061416     MOVE MA-DNI             TO HN-DNI                            06141663
061418     MOVE W-OFE-CURSO        TO HN-CURSO                          06141863
061420     MOVE W-OFE-AAAA         TO HN-AAAA                           06142063
061422     MOVE W-OFE-TERMINO      TO HN-TERMINO                        06142263
061424     MOVE WS-FECHA-AAAA-MM-DD      TO HN-FECHA                    06142463
061426     MOVE WS-HORA-MINUTOS-SEGUNDOS TO HN-HORA                     06142663
061428     MOVE 0                  TO HN-SECUENCIA                      06142863
061430     MOVE 2                  TO HN-OPERACION                      06143063
061432     MOVE 0                  TO HN-NOTA-ANTERIOR                  06143263
061434     MOVE W-NOTA-FINAL       TO HN-NOTA-NUEVA                     06143463
061436     MOVE "BTCH"             TO HN-OPERADOR                       06143663
061438     MOVE 8                  TO HN-ORIGEN                         06143863
061440     MOVE "N" TO WS-SW-FIN-HIST                                   06144063
061442     PERFORM 4450-ESCRIBE-HISTORIA                                06144263
061444             UNTIL FIN-HISTORIA                                   06144463
061446     .                                                            06144663
061448 4450-ESCRIBE-HISTORIA.                                           06144863
061450*    LLAVE DUPLICADA (22): OTRO MOVIMIENTO DE LA MISMA NOTA EN    06145063
061452*    LA MISMA CENTESIMA; SE TOMA LA SIGUIENTE SECUENCIA           06145263
061454     WRITE REG-HIST-NOTA                                          06145463
061456     EVALUATE TRUE                                                06145663
061458        WHEN WS-FS-NOTAHIST = "00"                                06145863
061460             SET FIN-HISTORIA TO TRUE                             06146063
061462        WHEN WS-FS-NOTAHIST = "22" AND HN-SECUENCIA < 99          06146263
061464             ADD 1 TO HN-SECUENCIA                                06146463
061466        WHEN OTHER                                                06146663
061468             DISPLAY "PSNEVA01 - ERROR AL GRABAR NOTAHIST, "      06146863
061470                     "STATUS=" WS-FS-NOTAHIST                     06147063
061472             MOVE 16 TO RETURN-CODE                               06147263
061474             SET ABORTAR TO TRUE                                  06147463
061476             SET FIN-HISTORIA TO TRUE                             06147663
061478     END-EVALUATE                                                 06147863
061480     .                                                            06148063
061500 5000-ESCRIBE-RESULTADO.                                          06150063
061600     MOVE MA-DNI    TO LIN-D-DNI                                  06160063
061700     MOVE MA-DNI    TO LK-US-DNI                                  06170063
061800     MOVE 1         TO LK-US-COD-RET                              06180063
061900     MOVE 100       TO LK-US-SQLCODE                              06190063
062000     MOVE SPACES    TO LK-US-TIPOUSUA                             06200063
062100     CALL "PSNETS73" USING AREA-LINK-USUARIO                      06210063
062200     IF LK-US-COD-RET = 0 THEN                                    06220063
062300        MOVE LK-US-APELLIDOS TO LIN-D-APELLIDOS                   06230063
062400     ELSE                                                         06240063
062500        MOVE "**NO REGISTRADO**" TO LIN-D-APELLIDOS               06250063
062600     END-IF                                                       06260063
062700     IF W-NUM-FALTANTES > 0 THEN                                  06270063
062800        MOVE SPACES TO LIN-D-NOTA-X                               06280063
062900     ELSE                                                         06290063
063000        MOVE W-NOTA-FINAL TO LIN-D-NOTA                           06300063
063100     END-IF                                                       06310063
063200     MOVE W-RESULTADO TO LIN-D-RESULTADO                          06320063
063300     MOVE W-MOTIVO    TO LIN-D-MOTIVO                             06330063
063400     MOVE LIN-DETALLE TO REG-RPTEVA                               06340063
063500     WRITE REG-RPTEVA AFTER ADVANCING 1 LINE                      06350063
063600     PERFORM 9200-VERIFICA-ESCRITURA                              06360063
063700     .                                                            06370063
063800 9200-VERIFICA-ESCRITURA.                                         06380063
063900     IF WS-FS-RPTEVA NOT = "00" THEN                              06390063
064000        DISPLAY "PSNEVA01 - ERROR AL ESCRIBIR RPTEVA, STATUS="    06400063
064100                WS-FS-RPTEVA                                      06410063
064200        MOVE 16 TO RETURN-CODE                                    06420063
064300        SET ABORTAR TO TRUE                                       06430063
064400     END-IF                                                       06440063
064500     .                                                            06450063
064600 9300-MARCA-AVISO.                                                06460063
064700*    RETURN-CODE 4 = AVISO; NO REBAJA UN 16 YA PUESTO             06470063
064800     IF RETURN-CODE < 4 THEN                                      06480063
064900        MOVE 4 TO RETURN-CODE                                     06490063
065000     END-IF                                                       06500063
065100     .                                                            06510063
065200 9999-FIN-DE-PROGRAMA.                                            06520063
065300     CLOSE ARCHIVO-PLANES                                         06530063
065400     CLOSE ARCHIVO-NOTAS-COMP                                     06540063
065500     CLOSE ARCHIVO-MATRICULA                                      06550063
065600     CLOSE CONTROL-PERIODOS                                       06560063
065700     CLOSE ARCHIVO-AUDITORIA                                      06570063
065750     CLOSE HISTORICO-NOTAS                                        06575063
065800     CLOSE RPT-EVALUACION                                         06580063
065900     DISPLAY "PSNEVA01 - OFERTAS CON PLAN......: "                06590063
066000             WS-TOT-OFERTAS                                       06600063
066100     DISPLAY "PSNEVA01 - OFERTAS OMITIDAS......: "                06610063
066200             WS-TOT-OFE-OMITIDAS                                  06620063
066300     DISPLAY "PSNEVA01 - NOTAS PUBLICADAS......: "                06630063
066400             WS-TOT-PUBLICADAS                                    06640063
066500     DISPLAY "PSNEVA01 - SIN PUBLICAR (FALTAN).: "                06650063
066600             WS-TOT-INCOMPLETOS                                   06660063
066700     DISPLAY "PSNEVA01 - RECHAZADAS (YA EXISTE): "                06670063
066800             WS-TOT-RECHAZADAS                                    06680063
066900     GOBACK                                                       06690063
067000     .                                                            06700063
