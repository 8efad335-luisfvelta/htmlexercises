000100 IDENTIFICATION DIVISION.                                         00010066
000200 PROGRAM-ID. PSNHIS01.                                            00020066
000300 AUTHOR. LUIS F VELASQUEZ T.                                      00030066
000400 DATE-WRITTEN. 15/10/2026.                                        00040066
000500 DATE-COMPILED.                                                   00050066
000600************************************************************      00060066
000700* PROGRAMA BATCH DE EXPEDIENTE A UNA FECHA DE CORTE. POR   *      00070066
000800* CADA TARJETA DE CONTROL HISCTL (DNI + FECHA AAAA-MM-DD)  *      00080066
000900* RECONSTRUYE LAS NOTAS DEL ESTUDIANTE TAL COMO ESTABAN AL *      00090066
001000* CIERRE DE ESA FECHA, PARA RESPONDER RECLAMOS DE PADRES O *      00100066
001100* DEL MINISTERIO SOBRE LO QUE MOSTRABA EL EXPEDIENTE       *      00110066
001200* OFICIAL EN UN DIA DADO.                                  *      00120066
001300* PARTE DE LAS NOTAS DE HOY (PSNETS53) Y DESHACE, NOTA POR *      00130066
001400* NOTA, LOS MOVIMIENTOS DEL HISTORICO DE VALORES NOTAHIST  *      00140066
001500* (VER RLHISNOT) POSTERIORES AL CORTE: EL PRIMER MOVIMIENTO*      00150066
001600* DESPUES DEL CORTE DICE COMO ESTABA LA NOTA ESE DIA:      *      00160066
001700*   ALTA         - LA NOTA NO EXISTIA                      *      00170066
001800*   CAMBIO/BAJA  - EXISTIA CON SU VALOR ANTERIOR           *      00180066
001900* UNA NOTA SIN MOVIMIENTOS DESPUES DEL CORTE ESTABA COMO   *      00190066
002000* ESTA HOY (LAS NOTAS CARGADAS ANTES DE INSTALAR EL        *      00200066
002100* HISTORICO NO TIENEN MOVIMIENTOS Y SE TOMAN ASI).         *      00210066
002200* EL REPORTE RPTHIS IMPRIME LAS NOTAS VIGENTES AL CORTE    *      00220066
002300* CON SU VALOR DE HOY AL LADO Y UNA OBSERVACION CUANDO LA  *      00230066
002400* NOTA CAMBIO O SE DIO DE BAJA DESPUES, Y CUENTA LAS NOTAS *      00240066
002500* REGISTRADAS DESPUES DEL CORTE (NO SON PARTE DEL          *      00250066
002600* EXPEDIENTE A ESA FECHA).                                 *      00260066
002700* TERMINA CON RETURN-CODE 4 SI ALGUNA TARJETA SE RECHAZO,  *      00270066
002800* Y 16 SI HUBO ERROR DE E/S.                               *      00280066
002900* ENLAZA (POR CALL, YA QUE CORRE FUERA DE CICS) A:         *      00290066
003000*   PSNETS53 - NOTAS ACTUALES DEL ESTUDIANTE               *      00300066
003100*   PSNETS73 - NOMBRE DEL ESTUDIANTE                       *      00310066
003200*   PSNETS63 - DESCRIPCION DEL CURSO                       *      00320066
003220* MODIFICACIONES 15/10/2026: LAS NOTAS DE HOY SE LEEN POR  *      00322066
003240*    BLOQUES (PSNETS53 SUBTIPO 5); CABEN WS-MAX-NOTAS      *      00324066
003260*    NOTAS (RLNOTAS) ENTRE HOY Y EL HISTORICO. EL DNI QUE  *      00326066
003263*    PASA EL TOPE SE AVISA UNA VEZ Y SU EXPEDIENTE LLEVA   *      00326366
003266*    LA LINEA "EXPEDIENTE INCOMPLETO"                      *      00326666
003270*    SI LA LECTURA DE NOTAS DEVUELVE UN SQLCODE DISTINTO   *      00327066
003280*    DE 0 Y 100 EL PROCESO TERMINA CON RC 16               *      00328066
003300************************************************************      00330066
003400 ENVIRONMENT DIVISION.                                            00340066
003500 CONFIGURATION SECTION.                                           00350066
003600 INPUT-OUTPUT SECTION.                                            00360066
003700 FILE-CONTROL.                                                    00370066
003800     SELECT TARJETA-CONTROL ASSIGN TO HISCTL                      00380066
003900            FILE STATUS WS-FS-HISCTL.                             00390066
004000     SELECT HISTORICO-NOTAS ASSIGN TO NOTAHIST                    00400066
004100            ORGANIZATION INDEXED                                  00410066
004200            ACCESS MODE DYNAMIC                                   00420066
004300            RECORD KEY HN-LLAVE                                   00430066
004400            FILE STATUS WS-FS-NOTAHIST.                           00440066
004500     SELECT RPT-HISTORIA ASSIGN TO RPTHIS                         00450066
004600            FILE STATUS WS-FS-RPTHIS.                             00460066
004700 DATA DIVISION.                                                   00470066
004800 FILE SECTION.                                                    00480066
004900 FD  TARJETA-CONTROL                                              00490066
005000     RECORDING MODE F.                                            00500066
005100 01  REG-TARJETA.                                                 00510066
005200     05 HC-DNI              PIC X(09).                            00520066
005300     05 FILLER              PIC X(01).                            00530066
005400*    FECHA DE CORTE AAAA-MM-DD (CIERRE DEL DIA)                   00540066
005500     05 HC-FECHA-CORTE      PIC X(10).                            00550066
005600     05 HC-FECHA-CORTE-R REDEFINES HC-FECHA-CORTE.                00560066
005700        10 HC-CORTE-AAAA    PIC X(04).                            00570066
005800        10 HC-CORTE-GUION1  PIC X(01).                            00580066
005900        10 HC-CORTE-MM      PIC X(02).                            00590066
006000        10 HC-CORTE-GUION2  PIC X(01).                            00600066
006100        10 HC-CORTE-DD      PIC X(02).                            00610066
006200     05 FILLER              PIC X(60).                            00620066
006300 FD  HISTORICO-NOTAS.                                             00630066
006400 COPY RLHISNOT.                                                   00640066
006500 FD  RPT-HISTORIA                                                 00650066
006600     RECORDING MODE F.                                            00660066
006700 01  REG-RPTHIS             PIC X(132).                           00670066
006800 WORKING-STORAGE SECTION.                                         00680066
006900* COPY AREAS LINK DE LOS ENCAPSULADORES DE NOTAS/USUARIOS/CURSOS  00690066
007000 COPY LKNOTAS.                                                    00700066
007030* COPY TABLA DE NOTAS: DE AQUI SE TOMA EL TOPE WS-MAX-NOTAS       00703066
007060 COPY RLNOTAS.                                                    00706066
007100 01  WS-FILE-STATUS.                                              00710066
007200     05 WS-FS-HISCTL        PIC XX.                               00720066
007300     05 WS-FS-NOTAHIST      PIC XX.                               00730066
007400     05 WS-FS-RPTHIS        PIC XX.                               00740066
007500 01  WS-SWITCHES.                                                 00750066
007600     05 WS-SW-FIN-TARJETAS  PIC X VALUE "N".                      00760066
007700        88 FIN-TARJETAS            VALUE "S".                     00770066
007800     05 WS-SW-ABORTAR       PIC X VALUE "N".                      00780066
007900        88 ABORTAR                 VALUE "S".                     00790066
008000     05 WS-SW-TARJETA-OK    PIC X VALUE "S".                      00800066
008100        88 TARJETA-OK              VALUE "S".                     00810066
008200     05 WS-SW-FIN-HIST      PIC X VALUE "N".                      00820066
008300        88 FIN-HISTORIA            VALUE "S".                     00830066
008400     05 WS-SW-HALLADA       PIC X VALUE "N".                      00840066
008500        88 NOTA-HALLADA            VALUE "S".                     00850066
008530     05 WS-SW-INCOMPLETO    PIC X VALUE "N".                      00853066
008560        88 EXPEDIENTE-INCOMPLETO   VALUE "S".                     00856066
008600 01  WS-CONTADORES.                                               00860066
008700     05 WS-TOT-TARJETAS     PIC 9(5) VALUE 0.                     00870066
008800     05 WS-TOT-RECHAZADAS   PIC 9(5) VALUE 0.                     00880066
008900     05 WS-TOT-EXPEDIENTES  PIC 9(5) VALUE 0.                     00890066
009000 01  W-FIN-NOTAS            PIC X VALUE "N".                      00900066
009200 01  W-I                    PIC 9(03) VALUE 0.                    00920066
009300 01  W-MOTIVO               PIC X(40).                            00930066
009400 01  W-NOTAS-AL-CORTE       PIC 9(03) VALUE 0.                    00940066
009500 01  W-NOTAS-POSTERIORES    PIC 9(03) VALUE 0.                    00950066
009600************************************************************      00960066
009700*    NOTAS DEL ESTUDIANTE: LAS DE HOY (PSNETS53) MAS LAS   *      00970066
009800*    QUE SOLO APARECEN EN EL HISTORICO (DADAS DE BAJA).    *      00980066
009900*    HOY-SW / CORTE-SW = "S" SI LA NOTA EXISTE HOY / AL    *      00990066
010000*    CORTE; RESUELTA = "S" CUANDO YA SE APLICO EL PRIMER   *      01000066
010100*    MOVIMIENTO POSTERIOR AL CORTE                         *      01010066
010150*    EL OCCURS DEBE SER IGUAL A WS-MAX-NOTAS (RLNOTAS)     *      01015066
010200************************************************************      01020066
010300 01  W-TAB-NOTAS.                                                 01030066
010400     05 W-NT-NUM            PIC 9(03) VALUE 0.                    01040066
010600     05 W-NT-ENTRADA OCCURS 500 TIMES.                            01060066
010700        10 W-NT-CURSO       PIC X(05).                            01070066
010800        10 W-NT-AAAA        PIC X(04).                            01080066
010900        10 W-NT-TERMINO     PIC X(01).                            01090066
011000        10 W-NT-HOY-SW      PIC X(01).                            01100066
011100        10 W-NT-NOTA-HOY    PIC 99V99.                            01110066
011200        10 W-NT-CORTE-SW    PIC X(01).                            01120066
011300        10 W-NT-NOTA-CORTE  PIC 99V99.                            01130066
011400        10 W-NT-RESUELTA    PIC X(01).                            01140066
011500        10 W-NT-MOVIMIENTOS PIC 9(03).                            01150066
011600 01  W-EDICION-NOTA.                                              01160066
011700     05 W-EDI-NOTA          PIC 99V99.                            01170066
011800     05 W-EDI-NOTA-N        PIC ZZ.99.                            01180066
011900 01  LIN-TITULO.                                                  01190066
012000     05 FILLER              PIC X(40) VALUE                       01200066
012100        "EXPEDIENTE DE NOTAS A UNA FECHA DE CORTE".               01210066
012200 01  LIN-ENCABEZADO-1.                                            01220066
012300     05 FILLER              PIC X(12) VALUE "EXPEDIENTE: ".       01230066
012400     05 LIN-E1-APELLIDOS    PIC X(20).                            01240066
012500     05 FILLER              PIC X(1)  VALUE SPACES.               01250066
012600     05 LIN-E1-NOMBRE       PIC X(20).                            01260066
012700     05 FILLER              PIC X(6)  VALUE "  DNI=".             01270066
012800     05 LIN-E1-DNI          PIC X(9).                             01280066
012900     05 FILLER              PIC X(13) VALUE "  AL CIERRE: ".      01290066
013000     05 LIN-E1-FECHA        PIC X(10).                            01300066
013100 01  LIN-ENCABEZADO-2.                                            01310066
013200     05 FILLER              PIC X(6)  VALUE "CURSO ".             01320066
013300     05 FILLER              PIC X(26) VALUE "DESCRIPCION".        01330066
013400     05 FILLER              PIC X(5)  VALUE "ANIO ".              01340066
013500     05 FILLER              PIC X(4)  VALUE "TER ".               01350066
013600     05 FILLER              PIC X(8)  VALUE "AL CORTE".           01360066
013700     05 FILLER              PIC X(2)  VALUE SPACES.               01370066
013800     05 FILLER              PIC X(6)  VALUE "HOY   ".             01380066
013900     05 FILLER              PIC X(11) VALUE "OBSERVACION".        01390066
014000 01  LIN-DETALLE.                                                 01400066
014100     05 LIN-D-CURSO         PIC X(5).                             01410066
014200     05 FILLER              PIC X(1)  VALUE SPACES.               01420066
014300     05 LIN-D-DESC          PIC X(25).                            01430066
014400     05 FILLER              PIC X(1)  VALUE SPACES.               01440066
014500     05 LIN-D-AAAA          PIC X(4).                             01450066
014600     05 FILLER              PIC X(2)  VALUE SPACES.               01460066
014700     05 LIN-D-TERMINO       PIC X(1).                             01470066
014800     05 FILLER              PIC X(4)  VALUE SPACES.               01480066
014900     05 LIN-D-NOTA-CORTE    PIC X(5).                             01490066
015000     05 FILLER              PIC X(3)  VALUE SPACES.               01500066
015100     05 LIN-D-NOTA-HOY      PIC X(5).                             01510066
015200     05 FILLER              PIC X(3)  VALUE SPACES.               01520066
015300     05 LIN-D-OBSERVACION   PIC X(30).                            01530066
015400 01  LIN-SIN-NOTAS          PIC X(45)                             01540066
015500            VALUE "   ESTUDIANTE SIN NOTAS A LA FECHA DE CORTE".  01550066
015510 01  LIN-INCOMPLETO.                                              01551066
015520     05 FILLER              PIC X(33) VALUE                       01552066
015530        "   EXPEDIENTE INCOMPLETO: MAS DE ".                      01553066
015540     05 LIN-I-TOPE          PIC ZZ9.                              01554066
015550     05 FILLER              PIC X(27) VALUE                       01555066
015560        " NOTAS, NO SE LISTAN TODAS".                             01556066
015600 01  LIN-TOTALES.                                                 01560066
015700     05 FILLER              PIC X(22) VALUE                       01570066
015800        "   NOTAS AL CORTE...: ".                                 01580066
015900     05 LIN-T-AL-CORTE      PIC ZZ9.                              01590066
016000     05 FILLER              PIC X(36) VALUE                       01600066
016100        "   NOTAS REGISTRADAS DESPUES......: ".                   01610066
016200     05 LIN-T-POSTERIORES   PIC ZZ9.                              01620066
016300 01  LIN-RECHAZO.                                                 01630066
016400     05 FILLER              PIC X(20) VALUE                       01640066
016500        "TARJETA RECHAZADA: ".                                    01650066
016600     05 LIN-R-TARJETA       PIC X(20).                            01660066
016700     05 FILLER              PIC X(2)  VALUE SPACES.               01670066
016800     05 LIN-R-MOTIVO        PIC X(40).                            01680066
016900 PROCEDURE DIVISION.                                              01690066
017000 0000-MAIN.                                                       01700066
017100     PERFORM 1000-INICIO-DE-PROGRAMA                              01710066
017200     PERFORM 2000-PROCESA-TARJETA                                 01720066
017300            UNTIL FIN-TARJETAS OR ABORTAR                         01730066
017400     PERFORM 9999-FIN-DE-PROGRAMA                                 01740066
017500     .                                                            01750066
017600 1000-INICIO-DE-PROGRAMA.                                         01760066
017700     OPEN INPUT TARJETA-CONTROL                                   01770066
017800     IF WS-FS-HISCTL NOT = "00" THEN                              01780066
017900        DISPLAY "PSNHIS01 - ERROR AL ABRIR HISCTL, STATUS="       01790066
018000                WS-FS-HISCTL                                      01800066
018100        MOVE 16 TO RETURN-CODE                                    01810066
018200        GOBACK                                                    01820066
018300     END-IF                                                       01830066
018400     OPEN INPUT HISTORICO-NOTAS                                   01840066
018500     IF WS-FS-NOTAHIST NOT = "00" THEN                            01850066
018600        DISPLAY "PSNHIS01 - ERROR AL ABRIR NOTAHIST, STATUS="     01860066
018700                WS-FS-NOTAHIST                                    01870066
018800        MOVE 16 TO RETURN-CODE                                    01880066
018900        CLOSE TARJETA-CONTROL                                     01890066
019000        GOBACK                                                    01900066
019100     END-IF                                                       01910066
019200     OPEN OUTPUT RPT-HISTORIA                                     01920066
019300     IF WS-FS-RPTHIS NOT = "00" THEN                              01930066
019400        DISPLAY "PSNHIS01 - ERROR AL ABRIR RPTHIS, STATUS="       01940066
019500                WS-FS-RPTHIS                                      01950066
019600        MOVE 16 TO RETURN-CODE                                    01960066
019700        CLOSE TARJETA-CONTROL                                     01970066
019800        CLOSE HISTORICO-NOTAS                                     01980066
019900        GOBACK                                                    01990066
020000     END-IF                                                       02000066
020100     MOVE LIN-TITULO TO REG-RPTHIS                                02010066
020200     WRITE REG-RPTHIS AFTER ADVANCING 1 LINE                      02020066
020300     PERFORM 9200-VERIFICA-ESCRITURA                              02030066
020400     PERFORM 1100-LEER-TARJETA                                    02040066
020500     .                                                            02050066
020600 1100-LEER-TARJETA.                                               02060066
020700     READ TARJETA-CONTROL                                         02070066
020800        AT END                                                    02080066
020900           MOVE "S" TO WS-SW-FIN-TARJETAS                         02090066
021000     END-READ                                                     02100066
021100     .                                                            02110066
021200 2000-PROCESA-TARJETA.                                            02120066
021300     ADD 1 TO WS-TOT-TARJETAS                                     02130066
021400     PERFORM 2100-VALIDA-TARJETA                                  02140066
021500     IF TARJETA-OK THEN                                           02150066
021600        ADD 1 TO WS-TOT-EXPEDIENTES                               02160066
021700        PERFORM 3000-CARGA-NOTAS-HOY                              02170066
021750        IF NOT ABORTAR THEN                                       02175066
021800           PERFORM 3200-RECORRE-HISTORIA                          02180066
021850        END-IF                                                    02185066
021900        IF NOT ABORTAR THEN                                       02190066
022000           PERFORM 4000-IMPRIME-EXPEDIENTE                        02200066
022100        END-IF                                                    02210066
022200     ELSE                                                         02220066
022300        ADD 1 TO WS-TOT-RECHAZADAS                                02230066
022400        PERFORM 9300-MARCA-AVISO                                  02240066
022500        MOVE REG-TARJETA TO LIN-R-TARJETA                         02250066
022600        MOVE W-MOTIVO    TO LIN-R-MOTIVO                          02260066
022700        MOVE LIN-RECHAZO TO REG-RPTHIS                            02270066
022800        WRITE REG-RPTHIS AFTER ADVANCING 2 LINES                  02280066
022900        PERFORM 9200-VERIFICA-ESCRITURA                           02290066
023000     END-IF                                                       02300066
023100     PERFORM 1100-LEER-TARJETA                                    02310066
023200     .                                                            02320066
023300 2100-VALIDA-TARJETA.                                             02330066
023400************************************************************      02340066
023500*    EL DNI DEBE ESTAR REGISTRADO (PSNETS73) Y LA FECHA DE *      02350066
023600*    CORTE VENIR COMO AAAA-MM-DD                           *      02360066
023700************************************************************      02370066
023800     MOVE "S"    TO WS-SW-TARJETA-OK                              02380066
023900     MOVE SPACES TO W-MOTIVO                                      02390066
024000     IF HC-CORTE-AAAA NOT NUMERIC OR HC-CORTE-MM NOT NUMERIC      02400066
024100        OR HC-CORTE-DD NOT NUMERIC                                02410066
024200        OR HC-CORTE-GUION1 NOT = "-" OR HC-CORTE-GUION2 NOT = "-" 02420066
024300        THEN                                                      02430066
024400        MOVE "N" TO WS-SW-TARJETA-OK                              02440066
024500        MOVE "FECHA DE CORTE INVALIDA - USE AAAA-MM-DD"           02450066
024600             TO W-MOTIVO                                          02460066
024700     ELSE                                                         02470066
024800        IF HC-CORTE-MM < "01" OR HC-CORTE-MM > "12"               02480066
024900           OR HC-CORTE-DD < "01" OR HC-CORTE-DD > "31" THEN       02490066
025000           MOVE "N" TO WS-SW-TARJETA-OK                           02500066
025100           MOVE "FECHA DE CORTE INVALIDA - USE AAAA-MM-DD"        02510066
025200                TO W-MOTIVO                                       02520066
025300        END-IF                                                    02530066
025400     END-IF                                                       02540066
025500     IF TARJETA-OK THEN                                           02550066
025600        MOVE HC-DNI  TO LK-US-DNI                                 02560066
025700        MOVE 1       TO LK-US-COD-RET                             02570066
025800        MOVE 100     TO LK-US-SQLCODE                             02580066
025900        MOVE SPACES  TO LK-US-TIPOUSUA                            02590066
026000        CALL "PSNETS73" USING AREA-LINK-USUARIO                   02600066
026100        IF LK-US-COD-RET NOT = 0 THEN                             02610066
026200           MOVE "N" TO WS-SW-TARJETA-OK                           02620066
026300           MOVE "DNI DE ESTUDIANTE NO REGISTRADO" TO W-MOTIVO     02630066
026400        ELSE                                                      02640066
026500           MOVE LK-US-APELLIDOS TO LIN-E1-APELLIDOS               02650066
026600           MOVE LK-US-NOMBRE    TO LIN-E1-NOMBRE                  02660066
026700        END-IF                                                    02670066
026800     END-IF                                                       02680066
026900     .                                                            02690066
027000 3000-CARGA-NOTAS-HOY.                                            02700066
027100*    NOTAS DE HOY POR PSNETS53 (TIPO 1 SUBTIPO 5, LECTURA POR     02710066
027200*    BLOQUES DESDE LA POSICION 0 HASTA QUE NO DEVUELVE MAS)       02720066
027300     MOVE 0 TO W-NT-NUM                                           02730066
027350     MOVE "N" TO WS-SW-INCOMPLETO                                 02735066
027400     SET LK-NT-OPE-CONSULTA TO TRUE                               02740066
027500     MOVE 5      TO LK-NT-SUBTIPO                                 02750066
027600     MOVE HC-DNI TO LK-NT-DNIESTUD                                02760066
027700     MOVE 100    TO LK-NT-SQLCODE                                 02770066
027800     MOVE 0      TO LK-NT-POSICION                                02780066
027900     MOVE "N"    TO W-FIN-NOTAS                                   02790066
028100     PERFORM 3100-GUARDA-NOTA-HOY                                 02810066
028300             UNTIL W-FIN-NOTAS = "S"                              02830066
028400     .                                                            02840066
028500 3100-GUARDA-NOTA-HOY.                                            02850066
028600     SET LK-NT-OPE-CONSULTA TO TRUE                               02860066
028700     MOVE 5      TO LK-NT-SUBTIPO                                 02870066
028800     MOVE HC-DNI TO LK-NT-DNIESTUD                                02880066
028900     CALL "PSNETS53" USING AREA-LINK                              02890066
029000     IF LK-NT-SQLCODE = 0 AND W-NT-NUM < WS-MAX-NOTAS THEN        02900066
029100        ADD 1 TO W-NT-NUM                                         02910066
029200        MOVE LK-NT-CURSO   TO W-NT-CURSO (W-NT-NUM)               02920066
029300        MOVE LK-NT-AAAA    TO W-NT-AAAA (W-NT-NUM)                02930066
029400        MOVE LK-NT-TERMINO TO W-NT-TERMINO (W-NT-NUM)             02940066
029500        MOVE "S"           TO W-NT-HOY-SW (W-NT-NUM)              02950066
029600        MOVE LK-NT-NOTA    TO W-NT-NOTA-HOY (W-NT-NUM)            02960066
029700        MOVE "S"           TO W-NT-CORTE-SW (W-NT-NUM)            02970066
029800        MOVE LK-NT-NOTA    TO W-NT-NOTA-CORTE (W-NT-NUM)          02980066
029900        MOVE "N"           TO W-NT-RESUELTA (W-NT-NUM)            02990066
030000        MOVE 0             TO W-NT-MOVIMIENTOS (W-NT-NUM)         03000066
030010     ELSE                                                         03001066
030020        MOVE "S" TO W-FIN-NOTAS                                   03002066
030030        IF LK-NT-SQLCODE = 0 THEN                                 03003066
030040           PERFORM 3400-MARCA-INCOMPLETO                          03004066
030070        END-IF                                                    03007066
030074        IF LK-NT-SQLCODE NOT = 0 AND NOT = 100 THEN               03007466
030078           DISPLAY "PSNHIS01 - ERROR AL LEER NOTAS DEL DNI "      03007866
030082                   HC-DNI " SQLCODE=" LK-NT-SQLCODE               03008266
030086           MOVE 16 TO RETURN-CODE                                 03008666
030090           SET ABORTAR TO TRUE                                    03009066
030094        END-IF                                                    03009466
030100     END-IF                                                       03010066
030200     .                                                            03020066
030300 3200-RECORRE-HISTORIA.                                           03030066
030400************************************************************      03040066
030500*    RECORRE EL HISTORICO DEL DNI. LA LLAVE ORDENA POR     *      03050066
030600*    NOTA Y DENTRO DE CADA NOTA POR FECHA Y HORA, ASI QUE  *      03060066
030700*    EL PRIMER MOVIMIENTO POSTERIOR AL CORTE QUE APARECE   *      03070066
030800*    PARA UNA NOTA ES EL MAS ANTIGUO DE ELLOS              *      03080066
030900************************************************************      03090066
031000     MOVE "N"        TO WS-SW-FIN-HIST                            03100066
031100     MOVE LOW-VALUES TO HN-LLAVE                                  03110066
031200     MOVE HC-DNI     TO HN-DNI                                    03120066
031300     START HISTORICO-NOTAS KEY NOT < HN-LLAVE                     03130066
031400        INVALID KEY                                               03140066
031500           MOVE "S" TO WS-SW-FIN-HIST                             03150066
031600     END-START                                                    03160066
031700     PERFORM 3250-LEE-HISTORIA                                    03170066
031800            UNTIL FIN-HISTORIA                                    03180066
031900     .                                                            03190066
032000 3250-LEE-HISTORIA.                                               03200066
032100     READ HISTORICO-NOTAS NEXT RECORD                             03210066
032200        AT END                                                    03220066
032300           MOVE "S" TO WS-SW-FIN-HIST                             03230066
032400     END-READ                                                     03240066
032500     IF NOT FIN-HISTORIA AND WS-FS-NOTAHIST NOT = "00" THEN       03250066
032600        DISPLAY "PSNHIS01 - ERROR AL LEER NOTAHIST, STATUS="      03260066
032700                WS-FS-NOTAHIST                                    03270066
032800        MOVE 16 TO RETURN-CODE                                    03280066
032900        MOVE "S" TO WS-SW-FIN-HIST                                03290066
033000        SET ABORTAR TO TRUE                                       03300066
033100     END-IF                                                       03310066
033200     IF NOT FIN-HISTORIA AND HN-DNI NOT = HC-DNI THEN             03320066
033300        MOVE "S" TO WS-SW-FIN-HIST                                03330066
033400     END-IF                                                       03340066
033500*    LOS MOVIMIENTOS HASTA EL CORTE (INCLUSIVE) YA ESTAN          03350066
033600*    REFLEJADOS EN EL VALOR DE HOY O SE DESHACEN CON EL           03360066
033700*    PRIMERO POSTERIOR; SOLO INTERESAN LOS POSTERIORES            03370066
033800     IF NOT FIN-HISTORIA AND HN-FECHA > HC-FECHA-CORTE THEN       03380066
033900        PERFORM 3300-APLICA-MOVIMIENTO                            03390066
034000     END-IF                                                       03400066
034100     .                                                            03410066
034200 3300-APLICA-MOVIMIENTO.                                          03420066
034300     MOVE "N" TO WS-SW-HALLADA                                    03430066
034400     PERFORM 3350-BUSCA-NOTA                                      03440066
034500             VARYING W-I FROM 1 BY 1                              03450066
034600             UNTIL W-I > W-NT-NUM OR NOTA-HALLADA                 03460066
034700*    AL SALIR DEL VARYING W-I QUEDA UNA POSICION ADELANTE         03470066
034800     IF NOTA-HALLADA THEN                                         03480066
034900        SUBTRACT 1 FROM W-I                                       03490066
035000     ELSE                                                         03500066
035100*       NOTA QUE YA NO EXISTE HOY (DADA DE BAJA DESPUES)          03510066
035200        IF W-NT-NUM < WS-MAX-NOTAS THEN                           03520066
035300           ADD 1 TO W-NT-NUM                                      03530066
035400           MOVE W-NT-NUM   TO W-I                                 03540066
035500           MOVE HN-CURSO   TO W-NT-CURSO (W-I)                    03550066
035600           MOVE HN-AAAA    TO W-NT-AAAA (W-I)                     03560066
035700           MOVE HN-TERMINO TO W-NT-TERMINO (W-I)                  03570066
035800           MOVE "N"        TO W-NT-HOY-SW (W-I)                   03580066
035900           MOVE 0          TO W-NT-NOTA-HOY (W-I)                 03590066
036000           MOVE "N"        TO W-NT-CORTE-SW (W-I)                 03600066
036100           MOVE 0          TO W-NT-NOTA-CORTE (W-I)               03610066
036200           MOVE "N"        TO W-NT-RESUELTA (W-I)                 03620066
036300           MOVE 0          TO W-NT-MOVIMIENTOS (W-I)              03630066
036400           SET NOTA-HALLADA TO TRUE                               03640066
036500        ELSE                                                      03650066
036600           PERFORM 3400-MARCA-INCOMPLETO                          03660066
036900        END-IF                                                    03690066
037000     END-IF                                                       03700066
037100     IF NOTA-HALLADA THEN                                         03710066
037200        ADD 1 TO W-NT-MOVIMIENTOS (W-I)                           03720066
037300        IF W-NT-RESUELTA (W-I) = "N" THEN                         03730066
037400           MOVE "S" TO W-NT-RESUELTA (W-I)                        03740066
037500           IF HN-OPE-ALTA THEN                                    03750066
037600              MOVE "N" TO W-NT-CORTE-SW (W-I)                     03760066
037700              MOVE 0   TO W-NT-NOTA-CORTE (W-I)                   03770066
037800           ELSE                                                   03780066
037900              MOVE "S" TO W-NT-CORTE-SW (W-I)                     03790066
038000              MOVE HN-NOTA-ANTERIOR TO W-NT-NOTA-CORTE (W-I)      03800066
038100           END-IF                                                 03810066
038200        END-IF                                                    03820066
038300     END-IF                                                       03830066
038400     .                                                            03840066
038500 3350-BUSCA-NOTA.                                                 03850066
038600     IF W-NT-CURSO (W-I) = HN-CURSO                               03860066
038700        AND W-NT-AAAA (W-I) = HN-AAAA                             03870066
038800        AND W-NT-TERMINO (W-I) = HN-TERMINO THEN                  03880066
038900        SET NOTA-HALLADA TO TRUE                                  03890066
039000     END-IF                                                       03900066
039100     .                                                            03910066
039108 3400-MARCA-INCOMPLETO.                                           03910866
039116*    EL DNI TIENE MAS NOTAS (HOY O EN EL HISTORICO) QUE LA        03911666
039124*    TABLA: SE AVISA UNA SOLA VEZ POR DNI Y EL EXPEDIENTE SE      03912466
039132*    IMPRIME CON LA LINEA DE INCOMPLETO                           03913266
039140     IF NOT EXPEDIENTE-INCOMPLETO THEN                            03914066
039148        SET EXPEDIENTE-INCOMPLETO TO TRUE                         03914866
039156        DISPLAY "PSNHIS01 - DNI " HC-DNI " CON MAS DE "           03915666
039164                WS-MAX-NOTAS " NOTAS, EXPEDIENTE INCOMPLETO"      03916466
039172        PERFORM 9300-MARCA-AVISO                                  03917266
039180     END-IF                                                       03918066
039188     .                                                            03918866
039200 4000-IMPRIME-EXPEDIENTE.                                         03920066
039300     MOVE HC-DNI         TO LIN-E1-DNI                            03930066
039400     MOVE HC-FECHA-CORTE TO LIN-E1-FECHA                          03940066
039500     MOVE LIN-ENCABEZADO-1 TO REG-RPTHIS                          03950066
039600     WRITE REG-RPTHIS AFTER ADVANCING PAGE                        03960066
039700     PERFORM 9200-VERIFICA-ESCRITURA                              03970066
039800     MOVE SPACES TO REG-RPTHIS                                    03980066
039900     WRITE REG-RPTHIS AFTER ADVANCING 1 LINE                      03990066
040000     PERFORM 9200-VERIFICA-ESCRITURA                              04000066
040100     MOVE LIN-ENCABEZADO-2 TO REG-RPTHIS                          04010066
040200     WRITE REG-RPTHIS AFTER ADVANCING 1 LINE                      04020066
040300     PERFORM 9200-VERIFICA-ESCRITURA                              04030066
040400     MOVE 0 TO W-NOTAS-AL-CORTE                                   04040066
040500     MOVE 0 TO W-NOTAS-POSTERIORES                                04050066
040600     PERFORM 4100-IMPRIME-NOTA                                    04060066
040700             VARYING W-I FROM 1 BY 1                              04070066
040800             UNTIL W-I > W-NT-NUM OR ABORTAR                      04080066
040900     IF W-NOTAS-AL-CORTE = 0 THEN                                 04090066
041000        MOVE LIN-SIN-NOTAS TO REG-RPTHIS                          04100066
041100        WRITE REG-RPTHIS AFTER ADVANCING 1 LINE                   04110066
041200        PERFORM 9200-VERIFICA-ESCRITURA                           04120066
041300     END-IF                                                       04130066
041400     MOVE W-NOTAS-AL-CORTE    TO LIN-T-AL-CORTE                   04140066
041500     MOVE W-NOTAS-POSTERIORES TO LIN-T-POSTERIORES                04150066
041600     MOVE LIN-TOTALES TO REG-RPTHIS                               04160066
041700     WRITE REG-RPTHIS AFTER ADVANCING 2 LINES                     04170066
041800     PERFORM 9200-VERIFICA-ESCRITURA                              04180066
041810     IF EXPEDIENTE-INCOMPLETO THEN                                04181066
041820        MOVE WS-MAX-NOTAS   TO LIN-I-TOPE                         04182066
041830        MOVE LIN-INCOMPLETO TO REG-RPTHIS                         04183066
041840        WRITE REG-RPTHIS AFTER ADVANCING 1 LINE                   04184066
041850        PERFORM 9200-VERIFICA-ESCRITURA                           04185066
041860     END-IF                                                       04186066
041900     .                                                            04190066
042000 4100-IMPRIME-NOTA.                                               04200066
042100*    SOLO LAS NOTAS QUE EXISTIAN AL CORTE SON EL EXPEDIENTE       04210066
042200*    DE ESA FECHA; LAS DADAS DE ALTA DESPUES SOLO SE CUENTAN      04220066
042300     IF W-NT-CORTE-SW (W-I) = "N" THEN                            04230066
042400        IF W-NT-HOY-SW (W-I) = "S" THEN                           04240066
042500           ADD 1 TO W-NOTAS-POSTERIORES                           04250066
042600        END-IF                                                    04260066
042700     ELSE                                                         04270066
042800        ADD 1 TO W-NOTAS-AL-CORTE                                 04280066
042900        MOVE 1 TO LK-CU-TIPO-OPE                                  04290066
043000        MOVE 1 TO LK-CU-SUBTIPO-OPE                               04300066
043100        MOVE W-NT-CURSO (W-I) TO LK-CU-CURSO                      04310066
043200        CALL "PSNETS63" USING AREA-LINK-CUR                       04320066
043300        IF LK-CU-SQLCODE = 0 THEN                                 04330066
043400           MOVE LK-CU-DESCRIPCION TO LIN-D-DESC                   04340066
043500        ELSE                                                      04350066
043600           MOVE "**SIN DESCRIPCION**" TO LIN-D-DESC               04360066
043700        END-IF                                                    04370066
043800        MOVE W-NT-CURSO (W-I)   TO LIN-D-CURSO                    04380066
043900        MOVE W-NT-AAAA (W-I)    TO LIN-D-AAAA                     04390066
044000        MOVE W-NT-TERMINO (W-I) TO LIN-D-TERMINO                  04400066
044100        MOVE W-NT-NOTA-CORTE (W-I) TO W-EDI-NOTA                  04410066
044200        MOVE W-EDI-NOTA         TO W-EDI-NOTA-N                   04420066
044300        MOVE W-EDI-NOTA-N       TO LIN-D-NOTA-CORTE               04430066
044400        EVALUATE TRUE                                             04440066
044500           WHEN W-NT-HOY-SW (W-I) = "N"                           04450066
044600                MOVE SPACES TO LIN-D-NOTA-HOY                     04460066
044700                MOVE "DADA DE BAJA DESPUES DEL CORTE"             04470066
044800                     TO LIN-D-OBSERVACION                         04480066
044900           WHEN W-NT-NOTA-HOY (W-I) NOT = W-NT-NOTA-CORTE (W-I)   04490066
045000                MOVE W-NT-NOTA-HOY (W-I) TO W-EDI-NOTA            04500066
045100                MOVE W-EDI-NOTA   TO W-EDI-NOTA-N                 04510066
045200                MOVE W-EDI-NOTA-N TO LIN-D-NOTA-HOY               04520066
045300                MOVE "CAMBIADA DESPUES DEL CORTE"                 04530066
045400                     TO LIN-D-OBSERVACION                         04540066
045500           WHEN W-NT-MOVIMIENTOS (W-I) > 0                        04550066
045600                MOVE W-EDI-NOTA-N TO LIN-D-NOTA-HOY               04560066
045700                MOVE "MOVIDA DESPUES, MISMO VALOR"                04570066
045800                     TO LIN-D-OBSERVACION                         04580066
045900           WHEN OTHER                                             04590066
046000                MOVE W-EDI-NOTA-N TO LIN-D-NOTA-HOY               04600066
046100                MOVE SPACES       TO LIN-D-OBSERVACION            04610066
046200        END-EVALUATE                                              04620066
046300        MOVE LIN-DETALLE TO REG-RPTHIS                            04630066
046400        WRITE REG-RPTHIS AFTER ADVANCING 1 LINE                   04640066
046500        PERFORM 9200-VERIFICA-ESCRITURA                           04650066
046600     END-IF                                                       04660066
046700     .                                                            04670066
046800 9200-VERIFICA-ESCRITURA.                                         04680066
046900     IF WS-FS-RPTHIS NOT = "00" THEN                              04690066
047000        DISPLAY "PSNHIS01 - ERROR AL ESCRIBIR RPTHIS, STATUS="    04700066
047100                WS-FS-RPTHIS                                      04710066
047200        MOVE 16 TO RETURN-CODE                                    04720066
047300        SET ABORTAR TO TRUE                                       04730066
047400     END-IF                                                       04740066
047500     .                                                            04750066
047600 9300-MARCA-AVISO.                                                04760066
047700*    RETURN-CODE 4 = AVISO; NO REBAJA UN 16 YA PUESTO             04770066
047800     IF RETURN-CODE < 4 THEN                                      04780066
047900        MOVE 4 TO RETURN-CODE                                     04790066
048000     END-IF                                                       04800066
048100     .                                                            04810066
048200 9999-FIN-DE-PROGRAMA.                                            04820066
048300     CLOSE TARJETA-CONTROL                                        04830066
048400     CLOSE HISTORICO-NOTAS                                        04840066
048500     CLOSE RPT-HISTORIA                                           04850066
048600     DISPLAY "PSNHIS01 - TARJETAS LEIDAS......: "                 04860066
048700             WS-TOT-TARJETAS                                      04870066
048800     DISPLAY "PSNHIS01 - EXPEDIENTES EMITIDOS.: "                 04880066
048900             WS-TOT-EXPEDIENTES                                   04890066
049000     DISPLAY "PSNHIS01 - TARJETAS RECHAZADAS..: "                 04900066
049100             WS-TOT-RECHAZADAS                                    04910066
049200     GOBACK                                                       04920066
049300     .                                                            04930066
