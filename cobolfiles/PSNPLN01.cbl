000100 IDENTIFICATION DIVISION.                                         00010069
000200 PROGRAM-ID. PSNPLN01.                                            00020069
000300 AUTHOR. LUIS F VELASQUEZ T.                                      00030069
000400 DATE-WRITTEN. 15/10/2026.                                        00040069
000500 DATE-COMPILED.                                                   00050069
000600************************************************************      00060069
000700* PROGRAMA BATCH DE ASIGNACION DEL PLAN DE ESTUDIOS A LOS  *      00070069
000800* ESTUDIANTES. LEE UN ARCHIVO DE FORMATO FIJO (PLNASG) CON *      00080069
000900* DNI Y PLAN Y ACTUALIZA EM-PLAN EN EL MAESTRO ESTMAST     *      00090069
001000* (VER RLESTMST), VALIDANDO:                               *      00100069
001100*   - QUE EL DNI EXISTA EN ESTMAST Y NO ESTE FUSIONADO     *      00110069
001200*     (ESTADO "F", VER PSNFUS01)                           *      00120069
001300*   - QUE EL PLAN TENGA SU CABECERA EN PLANEST (RLPLANES)  *      00130069
001400* UN PLAN EN BLANCO QUITA LA ASIGNACION. POR CADA CAMBIO   *      00140069
001500* GRABA AUDITORIA DIRECTO EN AUDITLOG (TIPO 3, SUBTIPO 10) *      00150069
001600* Y EMITE EN RPTPLN UN RENGLON POR REGISTRO CON EL PLAN    *      00160069
001700* ANTERIOR, EL NUEVO Y ACEPTADO/RECHAZADO CON EL MOTIVO.   *      00170069
001800************************************************************      00180069
001900 ENVIRONMENT DIVISION.                                            00190069
002000 CONFIGURATION SECTION.                                           00200069
002100 INPUT-OUTPUT SECTION.                                            00210069
002200 FILE-CONTROL.                                                    00220069
002300     SELECT CARGA-PLAN ASSIGN TO PLNASG                           00230069
002400            FILE STATUS WS-FS-PLNASG.                             00240069
002500     SELECT RPT-PLAN ASSIGN TO RPTPLN                             00250069
002600            FILE STATUS WS-FS-RPTPLN.                             00260069
002700*    AS- = ESDS VSAM, EL MISMO CLUSTER QUE ESCRIBE PSNETS83       00270069
002800     SELECT ARCHIVO-AUDITORIA ASSIGN TO AS-AUDITLOG               00280069
002900            FILE STATUS WS-FS-AUDITLOG.                           00290069
003000     SELECT ESTUD-MASTER ASSIGN TO ESTMAST                        00300069
003100            ORGANIZATION INDEXED                                  00310069
003200            ACCESS MODE RANDOM                                    00320069
003300            RECORD KEY EM-DNI                                     00330069
003400            FILE STATUS WS-FS-ESTMAST.                            00340069
003500     SELECT PLAN-ESTUDIO ASSIGN TO PLANEST                        00350069
003600            ORGANIZATION INDEXED                                  00360069
003700            ACCESS MODE RANDOM                                    00370069
003800            RECORD KEY PL-LLAVE                                   00380069
003900            FILE STATUS WS-FS-PLANEST.                            00390069
004000 DATA DIVISION.                                                   00400069
004100 FILE SECTION.                                                    00410069
004200 FD  CARGA-PLAN                                                   00420069
004300     RECORDING MODE F.                                            00430069
004400 01  REG-CARGA-PLAN.                                              00440069
004500     05 CP-DNI              PIC X(09).                            00450069
004600     05 CP-PLAN             PIC X(05).                            00460069
004700     05 FILLER              PIC X(66).                            00470069
004800 FD  RPT-PLAN                                                     00480069
004900     RECORDING MODE F.                                            00490069
005000 01  REG-RPTPLN             PIC X(132).                           00500069
005100 FD  ARCHIVO-AUDITORIA.                                           00510069
005200 COPY RLAUDIT.                                                    00520069
005300 FD  ESTUD-MASTER.                                                00530069
005400 COPY RLESTMST.                                                   00540069
005500 FD  PLAN-ESTUDIO.                                                00550069
005600 COPY RLPLANES.                                                   00560069
005700 WORKING-STORAGE SECTION.                                         00570069
005800* COPY AREAS PARA FECHAS                                          00580069
005900 COPY WSFECHAS.                                                   00590069
006000 01  WS-FILE-STATUS.                                              00600069
006100     05 WS-FS-PLNASG        PIC XX.                               00610069
006200     05 WS-FS-RPTPLN        PIC XX.                               00620069
006300     05 WS-FS-AUDITLOG      PIC XX.                               00630069
006400     05 WS-FS-ESTMAST       PIC XX.                               00640069
006500     05 WS-FS-PLANEST       PIC XX.                               00650069
006600 01  WS-SWITCHES.                                                 00660069
006700     05 WS-SW-FIN-CARGA     PIC X VALUE "N".                      00670069
006800        88 FIN-CARGA               VALUE "S".                     00680069
006900     05 WS-SW-ABORTAR       PIC X VALUE "N".                      00690069
007000        88 ABORTAR                 VALUE "S".                     00700069
007100     05 WS-SW-REG-VALIDO    PIC X VALUE "S".                      00710069
007200        88 REG-VALIDO              VALUE "S".                     00720069
007300 01  WS-CONTADORES.                                               00730069
007400     05 WS-TOT-LEIDOS       PIC 9(7) VALUE 0.                     00740069
007500     05 WS-TOT-ACEPTADOS    PIC 9(7) VALUE 0.                     00750069
007600     05 WS-TOT-RECHAZADOS   PIC 9(7) VALUE 0.                     00760069
007700 01  W-PLAN-ANTERIOR        PIC X(05).                            00770069
007800 01  W-MOTIVO-RECHAZO       PIC X(40).                            00780069
007900 01  LIN-ENCABEZADO-1       PIC X(52) VALUE                       00790069
008000      "ASIGNACION DE PLAN DE ESTUDIOS - RESULTADO".               00800069
008100 01  LIN-ENCABEZADO-2.                                            00810069
008200     05 FILLER              PIC X(11) VALUE "DNI      ".          00820069
008300     05 FILLER              PIC X(42) VALUE "ESTUDIANTE".         00830069
008400     05 FILLER              PIC X(9)  VALUE "ANTERIOR".           00840069
008500     05 FILLER              PIC X(7)  VALUE "NUEVO".              00850069
008600     05 FILLER              PIC X(11) VALUE "RESULTADO ".         00860069
008700     05 FILLER              PIC X(40) VALUE "MOTIVO".             00870069
008800 01  LIN-DETALLE.                                                 00880069
008900     05 LIN-D-DNI           PIC X(9).                             00890069
009000     05 FILLER              PIC X(2)  VALUE SPACES.               00900069
009100     05 LIN-D-APELLIDOS     PIC X(20).                            00910069
009200     05 FILLER              PIC X(1)  VALUE SPACES.               00920069
009300     05 LIN-D-NOMBRE        PIC X(20).                            00930069
009400     05 FILLER              PIC X(1)  VALUE SPACES.               00940069
009500     05 LIN-D-PLAN-ANT      PIC X(5).                             00950069
009600     05 FILLER              PIC X(4)  VALUE SPACES.               00960069
009700     05 LIN-D-PLAN-NUEVO    PIC X(5).                             00970069
009800     05 FILLER              PIC X(2)  VALUE SPACES.               00980069
009900     05 LIN-D-RESULTADO     PIC X(9).                             00990069
010000     05 FILLER              PIC X(2)  VALUE SPACES.               01000069
010100     05 LIN-D-MOTIVO        PIC X(40).                            01010069
010200 PROCEDURE DIVISION.                                              01020069
010300 0000-MAIN.                                                       01030069
010400     PERFORM 1000-INICIO-DE-PROGRAMA                              01040069
010500     PERFORM 2000-PROCESA-REGISTRO                                01050069
010600            UNTIL FIN-CARGA OR ABORTAR                            01060069
010700     PERFORM 9999-FIN-DE-PROGRAMA                                 01070069
010800     .                                                            01080069
010900 1000-INICIO-DE-PROGRAMA.                                         01090069
011000     OPEN INPUT CARGA-PLAN                                        01100069
011100     IF WS-FS-PLNASG NOT = "00" THEN                              01110069
011200        DISPLAY "PSNPLN01 - ERROR AL ABRIR PLNASG, STATUS="       01120069
011300                WS-FS-PLNASG                                      01130069
011400        MOVE 16 TO RETURN-CODE                                    01140069
011500        GOBACK                                                    01150069
011600     END-IF                                                       01160069
011700     OPEN OUTPUT RPT-PLAN                                         01170069
011800     IF WS-FS-RPTPLN NOT = "00" THEN                              01180069
011900        DISPLAY "PSNPLN01 - ERROR AL ABRIR RPTPLN, STATUS="       01190069
012000                WS-FS-RPTPLN                                      01200069
012100        MOVE 16 TO RETURN-CODE                                    01210069
012200        CLOSE CARGA-PLAN                                          01220069
012300        GOBACK                                                    01230069
012400     END-IF                                                       01240069
012500     OPEN EXTEND ARCHIVO-AUDITORIA                                01250069
012600     IF WS-FS-AUDITLOG NOT = "00" THEN                            01260069
012700        DISPLAY "PSNPLN01 - ERROR AL ABRIR AUDITLOG, STATUS="     01270069
012800                WS-FS-AUDITLOG                                    01280069
012900        MOVE 16 TO RETURN-CODE                                    01290069
013000        CLOSE CARGA-PLAN                                          01300069
013100        CLOSE RPT-PLAN                                            01310069
013200        GOBACK                                                    01320069
013300     END-IF                                                       01330069
013400     OPEN I-O ESTUD-MASTER                                        01340069
013500     IF WS-FS-ESTMAST NOT = "00" THEN                             01350069
013600        DISPLAY "PSNPLN01 - ERROR AL ABRIR ESTMAST, STATUS="      01360069
013700                WS-FS-ESTMAST                                     01370069
013800        MOVE 16 TO RETURN-CODE                                    01380069
013900        CLOSE CARGA-PLAN                                          01390069
014000        CLOSE ARCHIVO-AUDITORIA                                   01400069
014100        CLOSE RPT-PLAN                                            01410069
014200        GOBACK                                                    01420069
014300     END-IF                                                       01430069
014400     OPEN INPUT PLAN-ESTUDIO                                      01440069
014500     IF WS-FS-PLANEST NOT = "00" THEN                             01450069
014600        DISPLAY "PSNPLN01 - ERROR AL ABRIR PLANEST, STATUS="      01460069
014700                WS-FS-PLANEST                                     01470069
014800        MOVE 16 TO RETURN-CODE                                    01480069
014900        CLOSE CARGA-PLAN                                          01490069
015000        CLOSE ARCHIVO-AUDITORIA                                   01500069
015100        CLOSE ESTUD-MASTER                                        01510069
015200        CLOSE RPT-PLAN                                            01520069
015300        GOBACK                                                    01530069
015400     END-IF                                                       01540069
015500     PERFORM 1100-GET-DATES                                       01550069
015600     PERFORM 1150-IMPRIME-ENCABEZADOS                             01560069
015700     PERFORM 1200-LEER-CARGA                                      01570069
015800     .                                                            01580069
015900 1100-GET-DATES.                                                  01590069
016000     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS         01600069
016100     MOVE WS-CURRENT-YEAR       TO WS-AAAA                        01610069
016200     MOVE WS-CURRENT-MONTH      TO WS-MM                          01620069
016300     MOVE WS-CURRENT-DAY        TO WS-DD                          01630069
016400     MOVE WS-CURRENT-HH         TO WS-HH-F1                       01640069
016500     MOVE WS-CURRENT-MM         TO WS-MM-F1                       01650069
016600     MOVE WS-CURRENT-SS         TO WS-SS-F1                       01660069
016700     MOVE WS-CURRENT-CC         TO WS-CC-F1                       01670069
016800     .                                                            01680069
016900 1150-IMPRIME-ENCABEZADOS.                                        01690069
017000     MOVE LIN-ENCABEZADO-1 TO REG-RPTPLN                          01700069
017100     WRITE REG-RPTPLN AFTER ADVANCING 1 LINE                      01710069
017200     PERFORM 9200-VERIFICA-ESCRITURA                              01720069
017300     MOVE SPACES TO REG-RPTPLN                                    01730069
017400     WRITE REG-RPTPLN AFTER ADVANCING 1 LINE                      01740069
017500     PERFORM 9200-VERIFICA-ESCRITURA                              01750069
017600     MOVE LIN-ENCABEZADO-2 TO REG-RPTPLN                          01760069
017700     WRITE REG-RPTPLN AFTER ADVANCING 1 LINE                      01770069
017800     PERFORM 9200-VERIFICA-ESCRITURA                              01780069
017900     .                                                            01790069
018000 1200-LEER-CARGA.                                                 01800069
018100     READ CARGA-PLAN                                              01810069
018200        AT END                                                    01820069
018300           MOVE "S" TO WS-SW-FIN-CARGA                            01830069
018400     END-READ                                                     01840069
018500     .                                                            01850069
018600 2000-PROCESA-REGISTRO.                                           01860069
018700     ADD 1 TO WS-TOT-LEIDOS                                       01870069
018800     MOVE "S"    TO WS-SW-REG-VALIDO                              01880069
018900     MOVE SPACES TO W-MOTIVO-RECHAZO                              01890069
019000     MOVE SPACES TO W-PLAN-ANTERIOR                               01900069
019100     PERFORM 2100-VALIDA-ESTUDIANTE                               01910069
019200     IF REG-VALIDO AND CP-PLAN NOT = SPACES THEN                  01920069
019300        PERFORM 2200-VALIDA-PLAN                                  01930069
019400     END-IF                                                       01940069
019500     IF REG-VALIDO THEN                                           01950069
019600        PERFORM 3000-ASIGNA-PLAN                                  01960069
019700     END-IF                                                       01970069
019800     IF NOT REG-VALIDO THEN                                       01980069
019900        ADD 1 TO WS-TOT-RECHAZADOS                                01990069
020000     END-IF                                                       02000069
020100     PERFORM 5000-ESCRIBE-RESULTADO                               02010069
020200     PERFORM 1200-LEER-CARGA                                      02020069
020300     .                                                            02030069
020400 2100-VALIDA-ESTUDIANTE.                                          02040069
020500************************************************************      02050069
020600*    LEE EL MAESTRO POR DNI. UN DNI FUSIONADO ("F") NO SE  *      02060069
020700*    TOCA: SU PLAN SE ASIGNA AL DNI QUE QUEDO              *      02070069
020800************************************************************      02080069
020900     MOVE SPACES TO REG-ESTUD-MASTER                              02090069
021000     MOVE CP-DNI TO EM-DNI                                        02100069
021100     READ ESTUD-MASTER                                            02110069
021200        INVALID KEY                                               02120069
021300           MOVE "N" TO WS-SW-REG-VALIDO                           02130069
021400           MOVE "DNI NO EXISTE EN ESTMAST"                        02140069
021500                TO W-MOTIVO-RECHAZO                               02150069
021600     END-READ                                                     02160069
021700     EVALUATE TRUE                                                02170069
021800        WHEN WS-FS-ESTMAST = "23"                                 02180069
021900             CONTINUE                                             02190069
022000        WHEN WS-FS-ESTMAST NOT = "00"                             02200069
022100             MOVE "N" TO WS-SW-REG-VALIDO                         02210069
022200             MOVE "ERROR LEYENDO ESTMAST" TO W-MOTIVO-RECHAZO     02220069
022300             DISPLAY "PSNPLN01 - ERROR AL LEER ESTMAST, STATUS="  02230069
022400                     WS-FS-ESTMAST                                02240069
022500             MOVE 16 TO RETURN-CODE                               02250069
022600             SET ABORTAR TO TRUE                                  02260069
022700        WHEN EM-ESTADO = "F"                                      02270069
022800             MOVE "N" TO WS-SW-REG-VALIDO                         02280069
022900             MOVE "DNI FUSIONADO EN OTRO (ESTADO F)"              02290069
023000                  TO W-MOTIVO-RECHAZO                             02300069
023100        WHEN OTHER                                                02310069
023200             MOVE EM-PLAN TO W-PLAN-ANTERIOR                      02320069
023300     END-EVALUATE                                                 02330069
023400     .                                                            02340069
023500 2200-VALIDA-PLAN.                                                02350069
023600*    EL PLAN DEBE TENER SU REGISTRO CABECERA (CURSO EN BLANCO)    02360069
023700     MOVE CP-PLAN TO PL-PLAN                                      02370069
023800     MOVE SPACES  TO PL-CURSO                                     02380069
023900     READ PLAN-ESTUDIO                                            02390069
024000        INVALID KEY                                               02400069
024100           MOVE "N" TO WS-SW-REG-VALIDO                           02410069
024200           MOVE "PLAN DE ESTUDIOS NO EXISTE"                      02420069
024300                TO W-MOTIVO-RECHAZO                               02430069
024400     END-READ                                                     02440069
024500     IF WS-FS-PLANEST NOT = "00" AND "23" THEN                    02450069
024600        MOVE "N" TO WS-SW-REG-VALIDO                              02460069
024700        MOVE "ERROR LEYENDO PLANEST" TO W-MOTIVO-RECHAZO          02470069
024800        DISPLAY "PSNPLN01 - ERROR AL LEER PLANEST, STATUS="       02480069
024900                WS-FS-PLANEST                                     02490069
025000        MOVE 16 TO RETURN-CODE                                    02500069
025100        SET ABORTAR TO TRUE                                       02510069
025200     END-IF                                                       02520069
025300     IF WS-FS-PLANEST = "00" AND NOT PL-CABECERA THEN             02530069
025400        MOVE "N" TO WS-SW-REG-VALIDO                              02540069
025500        MOVE "PLAN SIN REGISTRO CABECERA"                         02550069
025600             TO W-MOTIVO-RECHAZO                                  02560069
025700     END-IF                                                       02570069
025800     .                                                            02580069
025900 3000-ASIGNA-PLAN.                                                02590069
026000************************************************************      02600069
026100*    REESCRIBE EL MAESTRO CON EL PLAN NUEVO. EL MISMO PLAN *      02610069
026200*    YA ASIGNADO SE ACEPTA SIN REESCRIBIR NI AUDITAR       *      02620069
026300************************************************************      02630069
026400     IF CP-PLAN = W-PLAN-ANTERIOR THEN                            02640069
026500        ADD 1 TO WS-TOT-ACEPTADOS                                 02650069
026600        MOVE "PLAN YA ASIGNADO, SIN CAMBIO"                       02660069
026700             TO W-MOTIVO-RECHAZO                                  02670069
026800     ELSE                                                         02680069
026900        MOVE CP-PLAN TO EM-PLAN                                   02690069
027000        REWRITE REG-ESTUD-MASTER                                  02700069
027100        IF WS-FS-ESTMAST = "00" THEN                              02710069
027200           ADD 1 TO WS-TOT-ACEPTADOS                              02720069
027300           PERFORM 4300-REGISTRA-AUDITORIA                        02730069
027400        ELSE                                                      02740069
027500           MOVE "N" TO WS-SW-REG-VALIDO                           02750069
027600           MOVE "NO SE PUDO ACTUALIZAR ESTMAST"                   02760069
027700                TO W-MOTIVO-RECHAZO                               02770069
027800           DISPLAY "PSNPLN01 - ERROR REWRITE ESTMAST, STATUS="    02780069
027900                   WS-FS-ESTMAST                                  02790069
028000           MOVE 16 TO RETURN-CODE                                 02800069
028100           SET ABORTAR TO TRUE                                    02810069
028200        END-IF                                                    02820069
028300     END-IF                                                       02830069
028400     .                                                            02840069
028500 4300-REGISTRA-AUDITORIA.                                         02850069
028600************************************************************      02860069
028700*    GRABA UN RENGLON EN EL LOG DE AUDITORIA POR CADA      *      02870069
028800*    ASIGNACION APLICADA (TIPO 3 = ACTUALIZAR), DIRECTO EN *      02880069
028900*    AUDITLOG COMO PSNCRG01. EL SUBTIPO 10 IDENTIFICA LA   *      02890069
029000*    ASIGNACION DE PLAN DE ESTUDIOS                        *      02900069
029100************************************************************      02910069
029200     PERFORM 1100-GET-DATES                                       02920069
029300     MOVE SPACES        TO REG-AUDITORIA                          02930069
029400     MOVE 3             TO AU-TIPO-OPE                            02940069
029500     MOVE 10            TO AU-SUBTIPO                             02950069
029600     MOVE "BTCH"        TO AU-OPERADOR                            02960069
029700     MOVE CP-DNI        TO AU-DNI-CONSULTADO                      02970069
029800     MOVE WS-FECHA-AAAA-MM-DD      TO AU-FECHA                    02980069
029900     MOVE WS-HORA-MINUTOS-SEGUNDOS TO AU-HORA                     02990069
030000     WRITE REG-AUDITORIA                                          03000069
030100     IF WS-FS-AUDITLOG NOT = "00" THEN                            03010069
030200        DISPLAY "PSNPLN01 - ERROR AL GRABAR AUDITLOG, STATUS="    03020069
030300                WS-FS-AUDITLOG                                    03030069
030400        MOVE 16 TO RETURN-CODE                                    03040069
030500        SET ABORTAR TO TRUE                                       03050069
030600     END-IF                                                       03060069
030700     .                                                            03070069
030800 5000-ESCRIBE-RESULTADO.                                          03080069
030900     MOVE CP-DNI          TO LIN-D-DNI                            03090069
031000     MOVE EM-APELLIDOS    TO LIN-D-APELLIDOS                      03100069
031100     MOVE EM-NOMBRE       TO LIN-D-NOMBRE                         03110069
031200     MOVE W-PLAN-ANTERIOR TO LIN-D-PLAN-ANT                       03120069
031300     MOVE CP-PLAN         TO LIN-D-PLAN-NUEVO                     03130069
031400     IF REG-VALIDO THEN                                           03140069
031500        MOVE "ACEPTADO " TO LIN-D-RESULTADO                       03150069
031600     ELSE                                                         03160069
031700        MOVE "RECHAZADO" TO LIN-D-RESULTADO                       03170069
031800     END-IF                                                       03180069
031900     MOVE W-MOTIVO-RECHAZO TO LIN-D-MOTIVO                        03190069
032000     MOVE LIN-DETALLE TO REG-RPTPLN                               03200069
032100     WRITE REG-RPTPLN AFTER ADVANCING 1 LINE                      03210069
032200     PERFORM 9200-VERIFICA-ESCRITURA                              03220069
032300     .                                                            03230069
032400 9200-VERIFICA-ESCRITURA.                                         03240069
032500     IF WS-FS-RPTPLN NOT = "00" THEN                              03250069
032600        DISPLAY "PSNPLN01 - ERROR AL ESCRIBIR RPTPLN, STATUS="    03260069
032700                WS-FS-RPTPLN                                      03270069
032800        MOVE 16 TO RETURN-CODE                                    03280069
032900        SET ABORTAR TO TRUE                                       03290069
033000     END-IF                                                       03300069
033100     .                                                            03310069
033200 9999-FIN-DE-PROGRAMA.                                            03320069
033300     CLOSE CARGA-PLAN                                             03330069
033400     CLOSE ARCHIVO-AUDITORIA                                      03340069
033500     CLOSE ESTUD-MASTER                                           03350069
033600     CLOSE PLAN-ESTUDIO                                           03360069
033700     CLOSE RPT-PLAN                                               03370069
033800     DISPLAY "PSNPLN01 - REGISTROS LEIDOS....: "                  03380069
033900             WS-TOT-LEIDOS                                        03390069
034000     DISPLAY "PSNPLN01 - REGISTROS ACEPTADOS.: "                  03400069
034100             WS-TOT-ACEPTADOS                                     03410069
034200     DISPLAY "PSNPLN01 - REGISTROS RECHAZADOS: "                  03420069
034300             WS-TOT-RECHAZADOS                                    03430069
034400     GOBACK                                                       03440069
034500     .                                                            03450069
