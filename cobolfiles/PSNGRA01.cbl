000100 IDENTIFICATION DIVISION.                                         00010070
000200 PROGRAM-ID. PSNGRA01.                                            00020070
000300 AUTHOR. LUIS F VELASQUEZ T.                                      00030070
000400 DATE-WRITTEN. 15/10/2026.                                        00040070
000500 DATE-COMPILED.                                                   00050070
000600************************************************************      00060070
000700* PROGRAMA BATCH DE AUDITORIA DE GRADO. RECORRE LA FOTO    *      00070070
000800* NOCTURNA DE NOTAS (NOTASNAP, VER RLSNAP) EN ORDEN DE DNI *      00080070
000900* Y COMPARA LAS NOTAS DE CADA ESTUDIANTE CONTRA EL PLAN DE *      00090070
001000* ESTUDIOS QUE TIENE ASIGNADO EN ESTMAST (EM-PLAN, CURSOS  *      00100070
001100* EN PLANEST, VER RLPLANES). POR CADA CURSO DEL PLAN       *      00110070
001200* IMPRIME EN RPTGRA SU ESTADO:                             *      00120070
001300*   COMPLETADO  - NOTA VIGENTE >= 3.00 (O CONVALIDADO)     *      00130070
001400*   EN CURSO    - SIN APROBAR, CON MATRICULA ACTIVA EN     *      00140070
001500*                 MATRICUL POSTERIOR A SU ULTIMA NOTA      *      00150070
001600*   PENDIENTE   - NI APROBADO NI MATRICULADO               *      00160070
001700* LOS ELECTIVOS SE RESUMEN CONTRA EL MINIMO DEL PLAN. EL   *      00170070
001800* ESTUDIANTE QUE CUMPLE TODOS LOS OBLIGATORIOS Y EL MINIMO *      00180070
001900* DE ELECTIVOS ES CANDIDATO A GRADO: SE GRABA EN CANDGRA   *      00190070
002000* (VER RLCANDGR) Y SE LISTA EN RPTCAND PARA LA CEREMONIA;  *      00200070
002100* CANDGRA ALIMENTA TAMBIEN EL EXTRACTO DE CERTIFICADOS     *      00210070
002200* PSNRPT04 (TARJETA CON "G").                              *      00220070
002300* LOS INTENTOS SUPERADOS (SN-INTENTO "S") NO CUENTAN; LOS  *      00230070
002400* ESTUDIANTES SIN PLAN O FUSIONADOS (ESTADO "F") SOLO SE   *      00240070
002500* CUENTAN EN LOS TOTALES.                                  *      00250070
002600* ENLAZA (POR CALL, YA QUE CORRE FUERA DE CICS) A:         *      00260070
002700*   PSNETS63 - DESCRIPCION DEL CURSO                       *      00270070
002800************************************************************      00280070
002900 ENVIRONMENT DIVISION.                                            00290070
003000 CONFIGURATION SECTION.                                           00300070
003100 INPUT-OUTPUT SECTION.                                            00310070
003200 FILE-CONTROL.                                                    00320070
003300     SELECT FOTO-NOTAS ASSIGN TO NOTASNAP                         00330070
003400            FILE STATUS WS-FS-NOTASNAP.                           00340070
003500     SELECT ESTUD-MASTER ASSIGN TO ESTMAST                        00350070
003600            ORGANIZATION INDEXED                                  00360070
003700            ACCESS MODE RANDOM                                    00370070
003800            RECORD KEY EM-DNI                                     00380070
003900            FILE STATUS WS-FS-ESTMAST.                            00390070
004000     SELECT PLAN-ESTUDIO ASSIGN TO PLANEST                        00400070
004100            ORGANIZATION INDEXED                                  00410070
004200            ACCESS MODE DYNAMIC                                   00420070
004300            RECORD KEY PL-LLAVE                                   00430070
004400            FILE STATUS WS-FS-PLANEST.                            00440070
004500     SELECT ARCHIVO-MATRICULA ASSIGN TO MATRICUL                  00450070
004600            ORGANIZATION INDEXED                                  00460070
004700            ACCESS MODE DYNAMIC                                   00470070
004800            RECORD KEY MA-LLAVE                                   00480070
004900            FILE STATUS WS-FS-MATRICUL.                           00490070
005000     SELECT CANDIDATOS ASSIGN TO CANDGRA                          00500070
005100            FILE STATUS WS-FS-CANDGRA.                            00510070
005200     SELECT RPT-AUDITORIA ASSIGN TO RPTGRA                        00520070
005300            FILE STATUS WS-FS-RPTGRA.                             00530070
005400     SELECT RPT-CANDIDATOS ASSIGN TO RPTCAND                      00540070
005500            FILE STATUS WS-FS-RPTCAND.                            00550070
005600 DATA DIVISION.                                                   00560070
005700 FILE SECTION.                                                    00570070
005800 FD  FOTO-NOTAS                                                   00580070
005900     RECORDING MODE F.                                            00590070
006000 COPY RLSNAP.                                                     00600070
006100 FD  ESTUD-MASTER.                                                00610070
006200 COPY RLESTMST.                                                   00620070
006300 FD  PLAN-ESTUDIO.                                                00630070
006400 COPY RLPLANES.                                                   00640070
006500 FD  ARCHIVO-MATRICULA.                                           00650070
006600 COPY RLMATRIC.                                                   00660070
006700 FD  CANDIDATOS                                                   00670070
006800     RECORDING MODE F.                                            00680070
006900 COPY RLCANDGR.                                                   00690070
007000 FD  RPT-AUDITORIA                                                00700070
007100     RECORDING MODE F.                                            00710070
007200 01  REG-RPTGRA             PIC X(132).                           00720070
007300 FD  RPT-CANDIDATOS                                               00730070
007400     RECORDING MODE F.                                            00740070
007500 01  REG-RPTCAND            PIC X(132).                           00750070
007600 WORKING-STORAGE SECTION.                                         00760070
007700* COPY AREAS LINK DE LOS ENCAPSULADORES DE NOTAS/USUARIOS/CURSOS  00770070
007800 COPY LKNOTAS.                                                    00780070
007900* COPY AREAS PARA FECHAS                                          00790070
008000 COPY WSFECHAS.                                                   00800070
008100 01  WS-FILE-STATUS.                                              00810070
008200     05 WS-FS-NOTASNAP      PIC XX.                               00820070
008300     05 WS-FS-ESTMAST       PIC XX.                               00830070
008400     05 WS-FS-PLANEST       PIC XX.                               00840070
008500     05 WS-FS-MATRICUL      PIC XX.                               00850070
008600     05 WS-FS-CANDGRA       PIC XX.                               00860070
008700     05 WS-FS-RPTGRA        PIC XX.                               00870070
008800     05 WS-FS-RPTCAND       PIC XX.                               00880070
008900 01  WS-SWITCHES.                                                 00890070
009000     05 WS-SW-FIN-SNAP      PIC X VALUE "N".                      00900070
009100        88 FIN-SNAP                VALUE "S".                     00910070
009200     05 WS-SW-ABORTAR       PIC X VALUE "N".                      00920070
009300        88 ABORTAR                 VALUE "S".                     00930070
009400     05 WS-SW-AUDITABLE     PIC X VALUE "N".                      00940070
009500        88 AUDITABLE               VALUE "S".                     00950070
009600     05 WS-SW-PLAN-VALIDO   PIC X VALUE "N".                      00960070
009700        88 PLAN-VALIDO             VALUE "S".                     00970070
009800     05 WS-SW-FIN-PLAN      PIC X VALUE "N".                      00980070
009900        88 FIN-PLAN                VALUE "S".                     00990070
010000     05 WS-SW-FIN-MATRIC    PIC X VALUE "N".                      01000070
010100        88 FIN-MATRIC              VALUE "S".                     01010070
010200     05 WS-SW-EN-CURSO      PIC X VALUE "N".                      01020070
010300        88 EN-CURSO                VALUE "S".                     01030070
010400 01  WS-NOTA-APROBACION     PIC 99V99 VALUE 3.00.                 01040070
010500 01  WS-MAX-CURSOS-PLAN     PIC 9(3)  VALUE 80.                   01050070
010600 01  WS-CONTADORES.                                               01060070
010700     05 WS-TOT-ESTUDIANTES  PIC 9(7) VALUE 0.                     01070070
010800     05 WS-TOT-AUDITADOS    PIC 9(7) VALUE 0.                     01080070
010900     05 WS-TOT-SIN-PLAN     PIC 9(7) VALUE 0.                     01090070
011000     05 WS-TOT-PLAN-INVAL   PIC 9(7) VALUE 0.                     01100070
011100     05 WS-TOT-SIN-MAESTRO  PIC 9(7) VALUE 0.                     01110070
011200     05 WS-TOT-FUSIONADOS   PIC 9(7) VALUE 0.                     01120070
011300     05 WS-TOT-CANDIDATOS   PIC 9(7) VALUE 0.                     01130070
011400 01  WS-TRABAJO.                                                  01140070
011500     05 W-I                 PIC 9(3).                             01150070
011600     05 W-IDX               PIC 9(3).                             01160070
011700     05 W-DNI-ACTUAL        PIC X(9).                             01170070
011800     05 W-PLAN-CARGADO      PIC X(5) VALUE LOW-VALUES.            01180070
011900     05 W-PLAN-DESCRIPCION  PIC X(30).                            01190070
012000     05 W-MIN-ELECTIVOS     PIC 9(2).                             01200070
012100     05 W-OBLIG-FALTAN      PIC 9(3).                             01210070
012200     05 W-ELECT-APROBADOS   PIC 9(3).                             01220070
012300     05 W-ELECT-FALTAN      PIC 9(3).                             01230070
012400     05 W-APROB-PROPIOS     PIC 9(3).                             01240070
012500     05 W-APROB-CONVAL      PIC 9(3).                             01250070
012600 01  W-PERIODO-NOTA.                                              01260070
012700     05 W-PN-AAAA           PIC X(4).                             01270070
012800     05 W-PN-TERMINO        PIC X(1).                             01280070
012900 01  W-PERIODO-MATRIC.                                            01290070
013000     05 W-PM-AAAA           PIC X(4).                             01300070
013100     05 W-PM-TERMINO        PIC X(1).                             01310070
013200 01  W-EDICION-NOTA.                                              01320070
013300     05 W-EDI-NOTA          PIC 99V99.                            01330070
013400     05 W-EDI-NOTA-N        PIC Z9.99.                            01340070
013500     05 W-EDI-NOTA-R REDEFINES W-EDI-NOTA-N PIC X(05).            01350070
013600************************************************************      01360070
013700*    CURSOS DEL PLAN CARGADO (SE RECARGA AL CAMBIAR DE     *      01370070
013800*    PLAN) Y ESTADO DE CADA UNO PARA EL ESTUDIANTE ACTUAL: *      01380070
013900*    "A" = APROBADO, "C" = CONVALIDADO, "R" = CURSADO SIN  *      01390070
014000*    APROBAR, BLANCO = SIN NOTA                            *      01400070
014100************************************************************      01410070
014200 01  TABLA-PLAN.                                                  01420070
014300     05 WS-NUM-CURSOS       PIC 9(3) VALUE 0.                     01430070
014400     05 TP-CURSO-PLAN OCCURS 80 TIMES.                            01440070
014500        10 TP-CURSO         PIC X(5).                             01450070
014600        10 TP-TIPO          PIC X(1).                             01460070
014700           88 TP-OBLIGATORIO       VALUE "O".                     01470070
014800           88 TP-ELECTIVO          VALUE "E".                     01480070
014900        10 TP-ESTADO        PIC X(1).                             01490070
015000           88 TP-APROBADO          VALUE "A" "C".                 01500070
015100           88 TP-CONVALIDADO       VALUE "C".                     01510070
015200           88 TP-REPROBADO         VALUE "R".                     01520070
015300        10 TP-PERIODO       PIC X(5).                             01530070
015400        10 TP-NOTA          PIC 99V99.                            01540070
015500 01  LIN-TITULO.                                                  01550070
015600     05 FILLER              PIC X(32)                             01560070
015700           VALUE "AUDITORIA DE GRADO - FECHA: ".                  01570070
015800     05 LIN-T-FECHA         PIC X(10).                            01580070
015900 01  LIN-TITULO-CAND.                                             01590070
016000     05 FILLER              PIC X(32)                             01600070
016100           VALUE "CANDIDATOS A GRADO - FECHA: ".                  01610070
016200     05 LIN-TC-FECHA        PIC X(10).                            01620070
016300 01  LIN-ESTUDIANTE.                                              01630070
016400     05 FILLER              PIC X(5)  VALUE "DNI: ".              01640070
016500     05 LIN-E-DNI           PIC X(9).                             01650070
016600     05 FILLER              PIC X(2)  VALUE SPACES.               01660070
016700     05 LIN-E-APELLIDOS     PIC X(20).                            01670070
016800     05 FILLER              PIC X(1)  VALUE SPACES.               01680070
016900     05 LIN-E-NOMBRE        PIC X(20).                            01690070
017000     05 FILLER              PIC X(8)  VALUE "  PLAN: ".           01700070
017100     05 LIN-E-PLAN          PIC X(5).                             01710070
017200     05 FILLER              PIC X(2)  VALUE SPACES.               01720070
017300     05 LIN-E-PLAN-DESC     PIC X(30).                            01730070
017400 01  LIN-ENCABEZADO-CURSOS.                                       01740070
017500     05 FILLER              PIC X(4)  VALUE SPACES.               01750070
017600     05 FILLER              PIC X(7)  VALUE "CURSO".              01760070
017700     05 FILLER              PIC X(27) VALUE "DESCRIPCION".        01770070
017800     05 FILLER              PIC X(13) VALUE "TIPO".               01780070
017900     05 FILLER              PIC X(13) VALUE "ESTADO".             01790070
018000     05 FILLER              PIC X(9)  VALUE "PERIODO".            01800070
018100     05 FILLER              PIC X(5)  VALUE "NOTA".               01810070
018200 01  LIN-CURSO.                                                   01820070
018300     05 FILLER              PIC X(4)  VALUE SPACES.               01830070
018400     05 LIN-C-CURSO         PIC X(5).                             01840070
018500     05 FILLER              PIC X(2)  VALUE SPACES.               01850070
018600     05 LIN-C-DESC          PIC X(25).                            01860070
018700     05 FILLER              PIC X(2)  VALUE SPACES.               01870070
018800     05 LIN-C-TIPO          PIC X(11).                            01880070
018900     05 FILLER              PIC X(2)  VALUE SPACES.               01890070
019000     05 LIN-C-ESTADO        PIC X(11).                            01900070
019100     05 FILLER              PIC X(2)  VALUE SPACES.               01910070
019200     05 LIN-C-AAAA          PIC X(4).                             01920070
019300     05 FILLER              PIC X(1)  VALUE "/".                  01930070
019400     05 LIN-C-TERMINO       PIC X(1).                             01940070
019500     05 FILLER              PIC X(3)  VALUE SPACES.               01950070
019600     05 LIN-C-NOTA          PIC X(5).                             01960070
019700 01  LIN-ELECTIVOS.                                               01970070
019800     05 FILLER              PIC X(4)  VALUE SPACES.               01980070
019900     05 FILLER              PIC X(21)                             01990070
020000           VALUE "ELECTIVOS APROBADOS: ".                         02000070
020100     05 LIN-EL-APROBADOS    PIC ZZ9.                              02010070
020200     05 FILLER              PIC X(10) VALUE "  MINIMO: ".         02020070
020300     05 LIN-EL-MINIMO       PIC Z9.                               02030070
020400     05 FILLER              PIC X(10) VALUE "  FALTAN: ".         02040070
020500     05 LIN-EL-FALTAN       PIC ZZ9.                              02050070
020600 01  LIN-RESULTADO.                                               02060070
020700     05 FILLER              PIC X(4)  VALUE SPACES.               02070070
020800     05 LIN-R-TEXTO         PIC X(40).                            02080070
020900     05 LIN-R-OBLIG         PIC ZZ9.                              02090070
021000     05 LIN-R-TEXTO-2       PIC X(16).                            02100070
021100     05 LIN-R-ELECT         PIC ZZ9.                              02110070
021200     05 LIN-R-TEXTO-3       PIC X(10).                            02120070
021300 01  LIN-ENCABEZADO-CAND.                                         02130070
021400     05 FILLER              PIC X(11) VALUE "DNI".                02140070
021500     05 FILLER              PIC X(21) VALUE "APELLIDOS".          02150070
021600     05 FILLER              PIC X(21) VALUE "NOMBRE".             02160070
021700     05 FILLER              PIC X(7)  VALUE "PLAN".               02170070
021800     05 FILLER              PIC X(10) VALUE "APROBADOS".          02180070
021900     05 FILLER              PIC X(12) VALUE "CONVALIDADOS".       02190070
022000 01  LIN-CANDIDATO.                                               02200070
022100     05 LIN-CA-DNI          PIC X(9).                             02210070
022200     05 FILLER              PIC X(2)  VALUE SPACES.               02220070
022300     05 LIN-CA-APELLIDOS    PIC X(20).                            02230070
022400     05 FILLER              PIC X(1)  VALUE SPACES.               02240070
022500     05 LIN-CA-NOMBRE       PIC X(20).                            02250070
022600     05 FILLER              PIC X(1)  VALUE SPACES.               02260070
022700     05 LIN-CA-PLAN         PIC X(5).                             02270070
022800     05 FILLER              PIC X(4)  VALUE SPACES.               02280070
022900     05 LIN-CA-APROBADOS    PIC ZZ9.                              02290070
023000     05 FILLER              PIC X(9)  VALUE SPACES.               02300070
023100     05 LIN-CA-CONVAL       PIC ZZ9.                              02310070
023200 PROCEDURE DIVISION.                                              02320070
023300 0000-MAIN.                                                       02330070
023400     PERFORM 1000-INICIO-DE-PROGRAMA                              02340070
023500     PERFORM 2000-PROCESA-ESTUDIANTE                              02350070
023600            UNTIL FIN-SNAP OR ABORTAR                             02360070
023700     PERFORM 9999-FIN-DE-PROGRAMA                                 02370070
023800     .                                                            02380070
023900 1000-INICIO-DE-PROGRAMA.                                         02390070
024000     OPEN INPUT FOTO-NOTAS                                        02400070
024100     IF WS-FS-NOTASNAP NOT = "00" THEN                            02410070
024200        DISPLAY "PSNGRA01 - ERROR AL ABRIR NOTASNAP, STATUS="     02420070
024300                WS-FS-NOTASNAP                                    02430070
024400        DISPLAY "PSNGRA01 - CORRA ANTES LA FOTO PSNSNP01"         02440070
024500        MOVE 16 TO RETURN-CODE                                    02450070
024600        GOBACK                                                    02460070
024700     END-IF                                                       02470070
024800     OPEN INPUT ESTUD-MASTER                                      02480070
024900     IF WS-FS-ESTMAST NOT = "00" THEN                             02490070
025000        DISPLAY "PSNGRA01 - ERROR AL ABRIR ESTMAST, STATUS="      02500070
025100                WS-FS-ESTMAST                                     02510070
025200        MOVE 16 TO RETURN-CODE                                    02520070
025300        CLOSE FOTO-NOTAS                                          02530070
025400        GOBACK                                                    02540070
025500     END-IF                                                       02550070
025600     OPEN INPUT PLAN-ESTUDIO                                      02560070
025700     IF WS-FS-PLANEST NOT = "00" THEN                             02570070
025800        DISPLAY "PSNGRA01 - ERROR AL ABRIR PLANEST, STATUS="      02580070
025900                WS-FS-PLANEST                                     02590070
026000        MOVE 16 TO RETURN-CODE                                    02600070
026100        CLOSE FOTO-NOTAS                                          02610070
026200        CLOSE ESTUD-MASTER                                        02620070
026300        GOBACK                                                    02630070
026400     END-IF                                                       02640070
026500     OPEN INPUT ARCHIVO-MATRICULA                                 02650070
026600     IF WS-FS-MATRICUL NOT = "00" THEN                            02660070
026700        DISPLAY "PSNGRA01 - ERROR AL ABRIR MATRICUL, STATUS="     02670070
026800                WS-FS-MATRICUL                                    02680070
026900        MOVE 16 TO RETURN-CODE                                    02690070
027000        CLOSE FOTO-NOTAS                                          02700070
027100        CLOSE ESTUD-MASTER                                        02710070
027200        CLOSE PLAN-ESTUDIO                                        02720070
027300        GOBACK                                                    02730070
027400     END-IF                                                       02740070
027500     OPEN OUTPUT CANDIDATOS                                       02750070
027600     IF WS-FS-CANDGRA NOT = "00" THEN                             02760070
027700        DISPLAY "PSNGRA01 - ERROR AL ABRIR CANDGRA, STATUS="      02770070
027800                WS-FS-CANDGRA                                     02780070
027900        MOVE 16 TO RETURN-CODE                                    02790070
028000        CLOSE FOTO-NOTAS                                          02800070
028100        CLOSE ESTUD-MASTER                                        02810070
028200        CLOSE PLAN-ESTUDIO                                        02820070
028300        CLOSE ARCHIVO-MATRICULA                                   02830070
028400        GOBACK                                                    02840070
028500     END-IF                                                       02850070
028600     OPEN OUTPUT RPT-AUDITORIA                                    02860070
028700     IF WS-FS-RPTGRA NOT = "00" THEN                              02870070
028800        DISPLAY "PSNGRA01 - ERROR AL ABRIR RPTGRA, STATUS="       02880070
028900                WS-FS-RPTGRA                                      02890070
029000        MOVE 16 TO RETURN-CODE                                    02900070
029100        CLOSE FOTO-NOTAS                                          02910070
029200        CLOSE ESTUD-MASTER                                        02920070
029300        CLOSE PLAN-ESTUDIO                                        02930070
029400        CLOSE ARCHIVO-MATRICULA                                   02940070
029500        CLOSE CANDIDATOS                                          02950070
029600        GOBACK                                                    02960070
029700     END-IF                                                       02970070
029800     OPEN OUTPUT RPT-CANDIDATOS                                   02980070
029900     IF WS-FS-RPTCAND NOT = "00" THEN                             02990070
030000        DISPLAY "PSNGRA01 - ERROR AL ABRIR RPTCAND, STATUS="      03000070
030100                WS-FS-RPTCAND                                     03010070
030200        MOVE 16 TO RETURN-CODE                                    03020070
030300        CLOSE FOTO-NOTAS                                          03030070
030400        CLOSE ESTUD-MASTER                                        03040070
030500        CLOSE PLAN-ESTUDIO                                        03050070
030600        CLOSE ARCHIVO-MATRICULA                                   03060070
030700        CLOSE CANDIDATOS                                          03070070
030800        CLOSE RPT-AUDITORIA                                       03080070
030900        GOBACK                                                    03090070
031000     END-IF                                                       03100070
031100     PERFORM 1100-GET-DATES                                       03110070
031200     PERFORM 1150-IMPRIME-ENCABEZADOS                             03120070
031300     PERFORM 1200-LEER-FOTO                                       03130070
031400     .                                                            03140070
031500 1100-GET-DATES.                                                  03150070
031600     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS         03160070
031700     MOVE WS-CURRENT-YEAR       TO WS-AAAA                        03170070
031800     MOVE WS-CURRENT-MONTH      TO WS-MM                          03180070
031900     MOVE WS-CURRENT-DAY        TO WS-DD                          03190070
032000     MOVE WS-CURRENT-HH         TO WS-HH-F1                       03200070
032100     MOVE WS-CURRENT-MM         TO WS-MM-F1                       03210070
032200     MOVE WS-CURRENT-SS         TO WS-SS-F1                       03220070
032300     MOVE WS-CURRENT-CC         TO WS-CC-F1                       03230070
032400     .                                                            03240070
032500 1150-IMPRIME-ENCABEZADOS.                                        03250070
032600     MOVE WS-FECHA-AAAA-MM-DD TO LIN-T-FECHA                      03260070
032700     MOVE LIN-TITULO TO REG-RPTGRA                                03270070
032800     WRITE REG-RPTGRA AFTER ADVANCING 1 LINE                      03280070
032900     PERFORM 9200-VERIFICA-ESCRITURA                              03290070
033000     MOVE WS-FECHA-AAAA-MM-DD TO LIN-TC-FECHA                     03300070
033100     MOVE LIN-TITULO-CAND TO REG-RPTCAND                          03310070
033200     WRITE REG-RPTCAND AFTER ADVANCING 1 LINE                     03320070
033300     PERFORM 9300-VERIFICA-CANDIDATOS                             03330070
033400     MOVE SPACES TO REG-RPTCAND                                   03340070
033500     WRITE REG-RPTCAND AFTER ADVANCING 1 LINE                     03350070
033600     PERFORM 9300-VERIFICA-CANDIDATOS                             03360070
033700     MOVE LIN-ENCABEZADO-CAND TO REG-RPTCAND                      03370070
033800     WRITE REG-RPTCAND AFTER ADVANCING 1 LINE                     03380070
033900     PERFORM 9300-VERIFICA-CANDIDATOS                             03390070
034000     .                                                            03400070
034100 1200-LEER-FOTO.                                                  03410070
034200     READ FOTO-NOTAS                                              03420070
034300        AT END                                                    03430070
034400           MOVE "S" TO WS-SW-FIN-SNAP                             03440070
034500     END-READ                                                     03450070
034600     .                                                            03460070
034700 2000-PROCESA-ESTUDIANTE.                                         03470070
034800************************************************************      03480070
034900*    LA FOTO VIENE EN ORDEN DE DNI: SE PREPARA EL          *      03490070
035000*    ESTUDIANTE CON SU PLAN, SE PASAN TODAS SUS NOTAS      *      03500070
035100*    CONTRA EL PLAN Y AL CAMBIO DE DNI SE EVALUA           *      03510070
035200************************************************************      03520070
035300     MOVE SN-DNI TO W-DNI-ACTUAL                                  03530070
035400     ADD 1 TO WS-TOT-ESTUDIANTES                                  03540070
035500     PERFORM 2100-PREPARA-ESTUDIANTE                              03550070
035600     PERFORM 2200-MARCA-NOTA                                      03560070
035700            UNTIL FIN-SNAP OR ABORTAR                             03570070
035800               OR SN-DNI NOT = W-DNI-ACTUAL                       03580070
035900     IF AUDITABLE AND NOT ABORTAR THEN                            03590070
036000        PERFORM 3000-EVALUA-ESTUDIANTE                            03600070
036100     END-IF                                                       03610070
036200     .                                                            03620070
036300 2100-PREPARA-ESTUDIANTE.                                         03630070
036400     MOVE "N" TO WS-SW-AUDITABLE                                  03640070
036500     MOVE SN-DNI TO EM-DNI                                        03650070
036600     READ ESTUD-MASTER                                            03660070
036700        INVALID KEY                                               03670070
036800           ADD 1 TO WS-TOT-SIN-MAESTRO                            03680070
036900     END-READ                                                     03690070
037000     EVALUATE TRUE                                                03700070
037100        WHEN WS-FS-ESTMAST = "23"                                 03710070
037200             CONTINUE                                             03720070
037300        WHEN WS-FS-ESTMAST NOT = "00"                             03730070
037400             DISPLAY "PSNGRA01 - ERROR AL LEER ESTMAST, STATUS="  03740070
037500                     WS-FS-ESTMAST                                03750070
037600             MOVE 16 TO RETURN-CODE                               03760070
037700             SET ABORTAR TO TRUE                                  03770070
037800        WHEN EM-ESTADO = "F"                                      03780070
037900             ADD 1 TO WS-TOT-FUSIONADOS                           03790070
038000        WHEN EM-PLAN = SPACES                                     03800070
038100             ADD 1 TO WS-TOT-SIN-PLAN                             03810070
038200        WHEN OTHER                                                03820070
038300             IF EM-PLAN NOT = W-PLAN-CARGADO THEN                 03830070
038400                PERFORM 2150-CARGA-PLAN                           03840070
038500             END-IF                                               03850070
038600             IF PLAN-VALIDO THEN                                  03860070
038700                SET AUDITABLE TO TRUE                             03870070
038800                ADD 1 TO WS-TOT-AUDITADOS                         03880070
038900                PERFORM 2180-LIMPIA-ESTADO                        03890070
039000                       VARYING W-I FROM 1 BY 1                    03900070
039100                       UNTIL W-I > WS-NUM-CURSOS                  03910070
039200             ELSE                                                 03920070
039250                IF NOT ABORTAR THEN                               03925070
039300                   PERFORM 2190-PLAN-NO-EXISTE                    03930070
039350                END-IF                                            03935070
039400             END-IF                                               03940070
039500     END-EVALUATE                                                 03950070
039600     .                                                            03960070
039700 2150-CARGA-PLAN.                                                 03970070
039800************************************************************      03980070
039900*    LEE LA CABECERA DEL PLAN (CURSO EN BLANCO, PRIMERA    *      03990070
040000*    LLAVE DEL PLAN) Y CARGA SUS CURSOS EN TABLA-PLAN      *      04000070
040100************************************************************      04010070
040200     MOVE EM-PLAN TO W-PLAN-CARGADO                               04020070
040300     MOVE "N" TO WS-SW-PLAN-VALIDO                                04030070
040400     MOVE "N" TO WS-SW-FIN-PLAN                                   04040070
040500     MOVE 0 TO WS-NUM-CURSOS                                      04050070
040600     MOVE EM-PLAN TO PL-PLAN                                      04060070
040700     MOVE SPACES  TO PL-CURSO                                     04070070
040800     START PLAN-ESTUDIO KEY NOT < PL-LLAVE                        04080070
040900        INVALID KEY                                               04090070
041000           MOVE "S" TO WS-SW-FIN-PLAN                             04100070
041100     END-START                                                    04110070
041200     IF NOT FIN-PLAN THEN                                         04120070
041300        PERFORM 2160-LEER-PLAN                                    04130070
041400     END-IF                                                       04140070
041500     IF NOT FIN-PLAN AND PL-PLAN = W-PLAN-CARGADO                 04150070
041600        AND PL-CURSO = SPACES AND PL-CABECERA THEN                04160070
041700        SET PLAN-VALIDO TO TRUE                                   04170070
041800        MOVE PL-DESCRIPCION   TO W-PLAN-DESCRIPCION               04180070
041900        MOVE PL-MIN-ELECTIVOS TO W-MIN-ELECTIVOS                  04190070
042000        PERFORM 2160-LEER-PLAN                                    04200070
042100        PERFORM 2170-CARGA-CURSO-PLAN                             04210070
042200               UNTIL FIN-PLAN OR ABORTAR                          04220070
042300     END-IF                                                       04230070
042400     .                                                            04240070
042500 2160-LEER-PLAN.                                                  04250070
042600     READ PLAN-ESTUDIO NEXT RECORD                                04260070
042700        AT END                                                    04270070
042800           MOVE "S" TO WS-SW-FIN-PLAN                             04280070
042900     END-READ                                                     04290070
042910     IF NOT FIN-PLAN AND WS-FS-PLANEST NOT = "00" THEN            04291070
042920        DISPLAY "PSNGRA01 - ERROR AL LEER PLANEST, STATUS="       04292070
042930                WS-FS-PLANEST                                     04293070
042940        MOVE 16 TO RETURN-CODE                                    04294070
042950        MOVE "S" TO WS-SW-FIN-PLAN                                04295070
042960        SET ABORTAR TO TRUE                                       04296070
042970     END-IF                                                       04297070
043000     IF NOT FIN-PLAN AND PL-PLAN NOT = W-PLAN-CARGADO THEN        04300070
043100        MOVE "S" TO WS-SW-FIN-PLAN                                04310070
043200     END-IF                                                       04320070
043300     .                                                            04330070
043400 2170-CARGA-CURSO-PLAN.                                           04340070
043500     IF PL-OBLIGATORIO OR PL-ELECTIVO THEN                        04350070
043600        IF WS-NUM-CURSOS NOT < WS-MAX-CURSOS-PLAN THEN            04360070
043700           DISPLAY "PSNGRA01 - EL PLAN " W-PLAN-CARGADO           04370070
043800                   " EXCEDE " WS-MAX-CURSOS-PLAN " CURSOS"        04380070
043900           MOVE 16 TO RETURN-CODE                                 04390070
044000           SET ABORTAR TO TRUE                                    04400070
044100        ELSE                                                      04410070
044200           ADD 1 TO WS-NUM-CURSOS                                 04420070
044300           MOVE PL-CURSO TO TP-CURSO (WS-NUM-CURSOS)              04430070
044400           MOVE PL-TIPO  TO TP-TIPO (WS-NUM-CURSOS)               04440070
044500        END-IF                                                    04450070
044600     END-IF                                                       04460070
044700     IF NOT ABORTAR THEN                                          04470070
044800        PERFORM 2160-LEER-PLAN                                    04480070
044900     END-IF                                                       04490070
045000     .                                                            04500070
045100 2180-LIMPIA-ESTADO.                                              04510070
045200     MOVE SPACES TO TP-ESTADO (W-I)                               04520070
045300     MOVE SPACES TO TP-PERIODO (W-I)                              04530070
045400     MOVE 0      TO TP-NOTA (W-I)                                 04540070
045500     .                                                            04550070
045600 2190-PLAN-NO-EXISTE.                                             04560070
045700     ADD 1 TO WS-TOT-PLAN-INVAL                                   04570070
045800     PERFORM 3050-IMPRIME-ESTUDIANTE                              04580070
045900     MOVE SPACES TO LIN-RESULTADO                                 04590070
046000     MOVE "PLAN NO EXISTE EN PLANEST, NO SE AUDITA"               04600070
046100          TO LIN-R-TEXTO                                          04610070
046200     MOVE LIN-RESULTADO TO REG-RPTGRA                             04620070
046300     WRITE REG-RPTGRA AFTER ADVANCING 1 LINE                      04630070
046400     PERFORM 9200-VERIFICA-ESCRITURA                              04640070
046500     .                                                            04650070
046600 2200-MARCA-NOTA.                                                 04660070
046700************************************************************      04670070
046800*    CADA NOTA VIGENTE DE UN CURSO DEL PLAN LO MARCA:      *      04680070
046900*    APROBADO PROPIO PREVALECE SOBRE CONVALIDADO, Y ESTOS  *      04690070
047000*    SOBRE REPROBADO. SE GUARDA EL ULTIMO PERIODO CON NOTA *      04700070
047100*    PROPIA PARA DECIDIR SI UNA MATRICULA ES POSTERIOR     *      04710070
047200************************************************************      04720070
047300     IF AUDITABLE AND SN-NUNOTAS > 0                              04730070
047400        AND NOT SN-SUPERADO THEN                                  04740070
047500        PERFORM 2250-BUSCA-CURSO-PLAN                             04750070
047600        IF W-IDX > 0 THEN                                         04760070
047700           EVALUATE TRUE                                          04770070
047800              WHEN SN-CONVALIDADA                                 04780070
047900                   IF TP-ESTADO (W-IDX) NOT = "A" THEN            04790070
048000                      MOVE "C" TO TP-ESTADO (W-IDX)               04800070
048100                   END-IF                                         04810070
048200              WHEN SN-NOTA NOT < WS-NOTA-APROBACION               04820070
048300                   MOVE "A" TO TP-ESTADO (W-IDX)                  04830070
048400              WHEN OTHER                                          04840070
048500                   IF TP-ESTADO (W-IDX) = SPACES THEN             04850070
048600                      MOVE "R" TO TP-ESTADO (W-IDX)               04860070
048700                   END-IF                                         04870070
048800           END-EVALUATE                                           04880070
048900           MOVE SN-AAAA    TO W-PN-AAAA                           04890070
049000           MOVE SN-TERMINO TO W-PN-TERMINO                        04900070
049100           IF NOT SN-CONVALIDADA                                  04910070
049200              AND W-PERIODO-NOTA > TP-PERIODO (W-IDX) THEN        04920070
049300              MOVE W-PERIODO-NOTA TO TP-PERIODO (W-IDX)           04930070
049400              MOVE SN-NOTA        TO TP-NOTA (W-IDX)              04940070
049500           END-IF                                                 04950070
049600        END-IF                                                    04960070
049700     END-IF                                                       04970070
049800     PERFORM 1200-LEER-FOTO                                       04980070
049900     .                                                            04990070
050000 2250-BUSCA-CURSO-PLAN.                                           05000070
050100     MOVE 0 TO W-IDX                                              05010070
050200     IF WS-NUM-CURSOS > 0 THEN                                    05020070
050300        PERFORM 2260-COMPARA-CURSO                                05030070
050400               VARYING W-I FROM 1 BY 1                            05040070
050500               UNTIL W-I > WS-NUM-CURSOS OR W-IDX > 0             05050070
050600     END-IF                                                       05060070
050700     .                                                            05070070
050800 2260-COMPARA-CURSO.                                              05080070
050900     IF TP-CURSO (W-I) = SN-CURSO THEN                            05090070
051000        MOVE W-I TO W-IDX                                         05100070
051100     END-IF                                                       05110070
051200     .                                                            05120070
051300 3000-EVALUA-ESTUDIANTE.                                          05130070
051400************************************************************      05140070
051500*    IMPRIME EL ESTADO DE CADA CURSO DEL PLAN, EL RESUMEN  *      05150070
051600*    DE ELECTIVOS Y EL RESULTADO; SI NO FALTA NADA GRABA   *      05160070
051700*    EL CANDIDATO A GRADO                                  *      05170070
051800************************************************************      05180070
051900     MOVE 0 TO W-OBLIG-FALTAN                                     05190070
052000     MOVE 0 TO W-ELECT-APROBADOS                                  05200070
052100     MOVE 0 TO W-APROB-PROPIOS                                    05210070
052200     MOVE 0 TO W-APROB-CONVAL                                     05220070
052300     PERFORM 3050-IMPRIME-ESTUDIANTE                              05230070
052400     MOVE LIN-ENCABEZADO-CURSOS TO REG-RPTGRA                     05240070
052500     WRITE REG-RPTGRA AFTER ADVANCING 1 LINE                      05250070
052600     PERFORM 9200-VERIFICA-ESCRITURA                              05260070
052700     PERFORM 3100-EVALUA-CURSO                                    05270070
052800            VARYING W-I FROM 1 BY 1                               05280070
052900            UNTIL W-I > WS-NUM-CURSOS OR ABORTAR                  05290070
053000     IF W-ELECT-APROBADOS < W-MIN-ELECTIVOS THEN                  05300070
053100        COMPUTE W-ELECT-FALTAN =                                  05310070
053200                W-MIN-ELECTIVOS - W-ELECT-APROBADOS               05320070
053300     ELSE                                                         05330070
053400        MOVE 0 TO W-ELECT-FALTAN                                  05340070
053500     END-IF                                                       05350070
053600     MOVE W-ELECT-APROBADOS TO LIN-EL-APROBADOS                   05360070
053700     MOVE W-MIN-ELECTIVOS   TO LIN-EL-MINIMO                      05370070
053800     MOVE W-ELECT-FALTAN    TO LIN-EL-FALTAN                      05380070
053900     MOVE LIN-ELECTIVOS TO REG-RPTGRA                             05390070
054000     WRITE REG-RPTGRA AFTER ADVANCING 1 LINE                      05400070
054100     PERFORM 9200-VERIFICA-ESCRITURA                              05410070
054200     MOVE SPACES TO LIN-RESULTADO                                 05420070
054300     IF W-OBLIG-FALTAN = 0 AND W-ELECT-FALTAN = 0 THEN            05430070
054400        MOVE "CUMPLE TODOS LOS REQUISITOS: CANDIDATO"             05440070
054500             TO LIN-R-TEXTO                                       05450070
054600        PERFORM 3400-GRABA-CANDIDATO                              05460070
054700     ELSE                                                         05470070
054800        MOVE "REQUISITOS PENDIENTES - OBLIGATORIOS:"              05480070
054900             TO LIN-R-TEXTO                                       05490070
055000        MOVE W-OBLIG-FALTAN TO LIN-R-OBLIG                        05500070
055100        MOVE "  ELECTIVOS:" TO LIN-R-TEXTO-2                      05510070
055200        MOVE W-ELECT-FALTAN TO LIN-R-ELECT                        05520070
055300     END-IF                                                       05530070
055400     MOVE LIN-RESULTADO TO REG-RPTGRA                             05540070
055500     WRITE REG-RPTGRA AFTER ADVANCING 1 LINE                      05550070
055600     PERFORM 9200-VERIFICA-ESCRITURA                              05560070
055700     .                                                            05570070
055800 3050-IMPRIME-ESTUDIANTE.                                         05580070
055900     MOVE SPACES TO REG-RPTGRA                                    05590070
056000     WRITE REG-RPTGRA AFTER ADVANCING 1 LINE                      05600070
056100     PERFORM 9200-VERIFICA-ESCRITURA                              05610070
056200     MOVE EM-DNI       TO LIN-E-DNI                               05620070
056300     MOVE EM-APELLIDOS TO LIN-E-APELLIDOS                         05630070
056400     MOVE EM-NOMBRE    TO LIN-E-NOMBRE                            05640070
056500     MOVE EM-PLAN      TO LIN-E-PLAN                              05650070
056600     IF PLAN-VALIDO THEN                                          05660070
056700        MOVE W-PLAN-DESCRIPCION TO LIN-E-PLAN-DESC                05670070
056800     ELSE                                                         05680070
056900        MOVE SPACES TO LIN-E-PLAN-DESC                            05690070
057000     END-IF                                                       05700070
057100     MOVE LIN-ESTUDIANTE TO REG-RPTGRA                            05710070
057200     WRITE REG-RPTGRA AFTER ADVANCING 1 LINE                      05720070
057300     PERFORM 9200-VERIFICA-ESCRITURA                              05730070
057400     .                                                            05740070
057500 3100-EVALUA-CURSO.                                               05750070
057600     MOVE SPACES TO LIN-C-ESTADO                                  05760070
057700     MOVE "N" TO WS-SW-EN-CURSO                                   05770070
057800     EVALUATE TRUE                                                05780070
057900        WHEN TP-CONVALIDADO (W-I)                                 05790070
058000             MOVE "CONVALIDADO" TO LIN-C-ESTADO                   05800070
058100             ADD 1 TO W-APROB-CONVAL                              05810070
058200        WHEN TP-APROBADO (W-I)                                    05820070
058300             MOVE "COMPLETADO" TO LIN-C-ESTADO                    05830070
058400             ADD 1 TO W-APROB-PROPIOS                             05840070
058500        WHEN OTHER                                                05850070
058600             PERFORM 3200-BUSCA-MATRICULA                         05860070
058700             IF EN-CURSO THEN                                     05870070
058800                MOVE "EN CURSO" TO LIN-C-ESTADO                   05880070
058900             ELSE                                                 05890070
059000                MOVE "PENDIENTE" TO LIN-C-ESTADO                  05900070
059100             END-IF                                               05910070
059200     END-EVALUATE                                                 05920070
059300     IF TP-ELECTIVO (W-I) THEN                                    05930070
059400        IF TP-APROBADO (W-I) THEN                                 05940070
059500           ADD 1 TO W-ELECT-APROBADOS                             05950070
059600        END-IF                                                    05960070
059700     ELSE                                                         05970070
059800        IF NOT TP-APROBADO (W-I) THEN                             05980070
059900           ADD 1 TO W-OBLIG-FALTAN                                05990070
060000        END-IF                                                    06000070
060100     END-IF                                                       06010070
060200*    LOS ELECTIVOS PENDIENTES NO SE LISTAN: LO QUE FALTA DE       06020070
060300*    ELECTIVOS ES UNA CANTIDAD, VA EN EL RESUMEN                  06030070
060400     IF TP-OBLIGATORIO (W-I) OR TP-APROBADO (W-I)                 06040070
060500        OR EN-CURSO THEN                                          06050070
060600        PERFORM 3150-IMPRIME-CURSO                                06060070
060700     END-IF                                                       06070070
060800     .                                                            06080070
060900 3150-IMPRIME-CURSO.                                              06090070
061000*    TIPO-OPE 1 = CONSULTA, PARA NO DEJAR RESIDUOS DE             06100070
061100*    MANTENIMIENTO EN EL AREA DEL ENCAPSULADOR DE CURSOS          06110070
061200     MOVE 1 TO LK-CU-TIPO-OPE                                     06120070
061300     MOVE 1 TO LK-CU-SUBTIPO-OPE                                  06130070
061400     MOVE TP-CURSO (W-I) TO LK-CU-CURSO                           06140070
061500     CALL "PSNETS63" USING AREA-LINK-CUR                          06150070
061600     IF LK-CU-SQLCODE = 0 THEN                                    06160070
061700        MOVE LK-CU-DESCRIPCION TO LIN-C-DESC                      06170070
061800     ELSE                                                         06180070
061900        MOVE "**SIN DESCRIPCION**" TO LIN-C-DESC                  06190070
062000     END-IF                                                       06200070
062100     MOVE TP-CURSO (W-I) TO LIN-C-CURSO                           06210070
062200     IF TP-ELECTIVO (W-I) THEN                                    06220070
062300        MOVE "ELECTIVO"    TO LIN-C-TIPO                          06230070
062400     ELSE                                                         06240070
062500        MOVE "OBLIGATORIO" TO LIN-C-TIPO                          06250070
062600     END-IF                                                       06260070
062700     IF TP-PERIODO (W-I) = SPACES THEN                            06270070
062800        MOVE SPACES TO LIN-C-AAAA                                 06280070
062900        MOVE SPACES TO LIN-C-TERMINO                              06290070
063000        MOVE SPACES TO LIN-C-NOTA                                 06300070
063100     ELSE                                                         06310070
063200        MOVE TP-PERIODO (W-I) TO W-PERIODO-NOTA                   06320070
063300        MOVE W-PN-AAAA    TO LIN-C-AAAA                           06330070
063400        MOVE W-PN-TERMINO TO LIN-C-TERMINO                        06340070
063500        MOVE TP-NOTA (W-I) TO W-EDI-NOTA                          06350070
063600        MOVE W-EDI-NOTA TO W-EDI-NOTA-N                           06360070
063700        MOVE W-EDI-NOTA-R TO LIN-C-NOTA                           06370070
063800     END-IF                                                       06380070
063900     MOVE LIN-CURSO TO REG-RPTGRA                                 06390070
064000     WRITE REG-RPTGRA AFTER ADVANCING 1 LINE                      06400070
064100     PERFORM 9200-VERIFICA-ESCRITURA                              06410070
064200     .                                                            06420070
064300 3200-BUSCA-MATRICULA.                                            06430070
064400************************************************************      06440070
064500*    RECORRE LA MATRICULA DEL CURSO (LLAVE CURSO + AAAA +  *      06450070
064600*    TERMINO + DNI) BUSCANDO AL ESTUDIANTE ACTIVO EN UN    *      06460070
064700*    PERIODO POSTERIOR A SU ULTIMA NOTA DEL CURSO. CON     *      06470070
064730*    NOTA SE POSICIONA DESPUES DE SU PERIODO (DNI EN       *      06473070
064760*    HIGH-VALUES); SIN NOTA, DESDE EL PRINCIPIO DEL CURSO  *      06476070
064800************************************************************      06480070
064900     MOVE "N" TO WS-SW-FIN-MATRIC                                 06490070
065000     MOVE LOW-VALUES TO MA-LLAVE                                  06500070
065100     MOVE TP-CURSO (W-I) TO MA-CURSO                              06510070
065110     IF TP-PERIODO (W-I) NOT = SPACES THEN                        06511070
065120        MOVE TP-PERIODO (W-I) TO W-PERIODO-NOTA                   06512070
065130        MOVE W-PN-AAAA    TO MA-AAAA                              06513070
065140        MOVE W-PN-TERMINO TO MA-TERMINO                           06514070
065150        MOVE HIGH-VALUES  TO MA-DNI                               06515070
065160     END-IF                                                       06516070
065200     START ARCHIVO-MATRICULA KEY NOT < MA-LLAVE                   06520070
065300        INVALID KEY                                               06530070
065400           MOVE "S" TO WS-SW-FIN-MATRIC                           06540070
065500     END-START                                                    06550070
065600     PERFORM 3250-REVISA-MATRICULA                                06560070
065700            UNTIL FIN-MATRIC OR EN-CURSO                          06570070
065800     .                                                            06580070
065900 3250-REVISA-MATRICULA.                                           06590070
066000     READ ARCHIVO-MATRICULA NEXT RECORD                           06600070
066100        AT END                                                    06610070
066200           MOVE "S" TO WS-SW-FIN-MATRIC                           06620070
066300     END-READ                                                     06630070
066310     IF NOT FIN-MATRIC AND WS-FS-MATRICUL NOT = "00" THEN         06631070
066320        DISPLAY "PSNGRA01 - ERROR AL LEER MATRICUL, STATUS="      06632070
066330                WS-FS-MATRICUL                                    06633070
066340        MOVE 16 TO RETURN-CODE                                    06634070
066350        MOVE "S" TO WS-SW-FIN-MATRIC                              06635070
066360        SET ABORTAR TO TRUE                                       06636070
066370     END-IF                                                       06637070
066400     IF NOT FIN-MATRIC THEN                                       06640070
066500        IF MA-CURSO NOT = TP-CURSO (W-I) THEN                     06650070
066600           MOVE "S" TO WS-SW-FIN-MATRIC                           06660070
066700        ELSE                                                      06670070
066800           MOVE MA-AAAA    TO W-PM-AAAA                           06680070
066900           MOVE MA-TERMINO TO W-PM-TERMINO                        06690070
067000           IF MA-DNI = W-DNI-ACTUAL AND MA-ACTIVA                 06700070
067100              AND W-PERIODO-MATRIC > TP-PERIODO (W-I) THEN        06710070
067200              SET EN-CURSO TO TRUE                                06720070
067300           END-IF                                                 06730070
067400        END-IF                                                    06740070
067500     END-IF                                                       06750070
067600     .                                                            06760070
067700 3400-GRABA-CANDIDATO.                                            06770070
067800     ADD 1 TO WS-TOT-CANDIDATOS                                   06780070
067900     MOVE SPACES TO REG-CANDIDATO                                 06790070
068000     MOVE EM-DNI              TO CG-DNI                           06800070
068100     MOVE EM-APELLIDOS        TO CG-APELLIDOS                     06810070
068200     MOVE EM-NOMBRE           TO CG-NOMBRE                        06820070
068300     MOVE EM-PLAN             TO CG-PLAN                          06830070
068400     MOVE WS-FECHA-AAAA-MM-DD TO CG-FECHA-AUDITORIA               06840070
068500     MOVE W-APROB-PROPIOS     TO CG-CURSOS-APROBADOS              06850070
068600     MOVE W-APROB-CONVAL      TO CG-CURSOS-CONVAL                 06860070
068700     WRITE REG-CANDIDATO                                          06870070
068800     IF WS-FS-CANDGRA NOT = "00" THEN                             06880070
068900        DISPLAY "PSNGRA01 - ERROR AL GRABAR CANDGRA, STATUS="     06890070
069000                WS-FS-CANDGRA                                     06900070
069100        MOVE 16 TO RETURN-CODE                                    06910070
069200        SET ABORTAR TO TRUE                                       06920070
069300     END-IF                                                       06930070
069400     MOVE EM-DNI          TO LIN-CA-DNI                           06940070
069500     MOVE EM-APELLIDOS    TO LIN-CA-APELLIDOS                     06950070
069600     MOVE EM-NOMBRE       TO LIN-CA-NOMBRE                        06960070
069700     MOVE EM-PLAN         TO LIN-CA-PLAN                          06970070
069800     MOVE W-APROB-PROPIOS TO LIN-CA-APROBADOS                     06980070
069900     MOVE W-APROB-CONVAL  TO LIN-CA-CONVAL                        06990070
070000     MOVE LIN-CANDIDATO TO REG-RPTCAND                            07000070
070100     WRITE REG-RPTCAND AFTER ADVANCING 1 LINE                     07010070
070200     PERFORM 9300-VERIFICA-CANDIDATOS                             07020070
070300     .                                                            07030070
070400 9200-VERIFICA-ESCRITURA.                                         07040070
070500     IF WS-FS-RPTGRA NOT = "00" THEN                              07050070
070600        DISPLAY "PSNGRA01 - ERROR AL ESCRIBIR RPTGRA, STATUS="    07060070
070700                WS-FS-RPTGRA                                      07070070
070800        MOVE 16 TO RETURN-CODE                                    07080070
070900        SET ABORTAR TO TRUE                                       07090070
071000     END-IF                                                       07100070
071100     .                                                            07110070
071200 9300-VERIFICA-CANDIDATOS.                                        07120070
071300     IF WS-FS-RPTCAND NOT = "00" THEN                             07130070
071400        DISPLAY "PSNGRA01 - ERROR AL ESCRIBIR RPTCAND, STATUS="   07140070
071500                WS-FS-RPTCAND                                     07150070
071600        MOVE 16 TO RETURN-CODE                                    07160070
071700        SET ABORTAR TO TRUE                                       07170070
071800     END-IF                                                       07180070
071900     .                                                            07190070
072000 9999-FIN-DE-PROGRAMA.                                            07200070
072100     CLOSE FOTO-NOTAS                                             07210070
072200     CLOSE ESTUD-MASTER                                           07220070
072300     CLOSE PLAN-ESTUDIO                                           07230070
072400     CLOSE ARCHIVO-MATRICULA                                      07240070
072500     CLOSE CANDIDATOS                                             07250070
072600     CLOSE RPT-AUDITORIA                                          07260070
072700     CLOSE RPT-CANDIDATOS                                         07270070
072800     DISPLAY "PSNGRA01 - ESTUDIANTES EN LA FOTO..: "              07280070
072900             WS-TOT-ESTUDIANTES                                   07290070
073000     DISPLAY "PSNGRA01 - ESTUDIANTES AUDITADOS...: "              07300070
073100             WS-TOT-AUDITADOS                                     07310070
073200     DISPLAY "PSNGRA01 - SIN PLAN ASIGNADO.......: "              07320070
073300             WS-TOT-SIN-PLAN                                      07330070
073400     DISPLAY "PSNGRA01 - CON PLAN INEXISTENTE....: "              07340070
073500             WS-TOT-PLAN-INVAL                                    07350070
073600     DISPLAY "PSNGRA01 - FUSIONADOS (ESTADO F)...: "              07360070
073700             WS-TOT-FUSIONADOS                                    07370070
073800     DISPLAY "PSNGRA01 - SIN REGISTRO EN ESTMAST.: "              07380070
073900             WS-TOT-SIN-MAESTRO                                   07390070
074000     DISPLAY "PSNGRA01 - CANDIDATOS A GRADO......: "              07400070
074100             WS-TOT-CANDIDATOS                                    07410070
074200     GOBACK                                                       07420070
074300     .                                                            07430070
