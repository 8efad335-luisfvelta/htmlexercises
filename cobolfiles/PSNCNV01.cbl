000100 IDENTIFICATION DIVISION.                                         00010068
000200 PROGRAM-ID. PSNCNV01.                                            00020068
000300 AUTHOR. LUIS F VELASQUEZ T.                                      00030068
000400 DATE-WRITTEN. 15/10/2026.                                        00040068
000500 DATE-COMPILED.                                                   00050068
000600************************************************************      00060068
000700* PROGRAMA BATCH DE CARGA DE CONVALIDACIONES: CURSOS       *      00070068
000800* QUE UN ESTUDIANTE TRASLADADO APROBO EN OTRA INSTITUCION  *      00080068
000900* Y QUE SE LE RECONOCEN AQUI. LEE UN ARCHIVO DE FORMATO    *      00090068
001000* FIJO (CONVIN) CON DNI, INSTITUCION DE ORIGEN, CURSO EN   *      00100068
001100* EL ORIGEN, NOTA DEL ORIGEN, ANIO DE APROBACION Y         *      00110068
001200* OPERACION (I = CONVALIDAR, E = ANULAR) Y GRABA O BORRA   *      00120068
001300* EL REGISTRO EN CONVALID (VER RLCONVAL), VALIDANDO:       *      00130068
001400*   - EL ESTUDIANTE CONTRA PSNETS73 (USUARIOS)             *      00140068
001500*   - QUE EXISTA EQUIVALENCIA INSTITUCION + CURSO EXTERNO  *      00150068
001600*     EN LA TABLA EQUIVAL (RLEQUIV); SIN ELLA SE RECHAZA   *      00160068
001700*   - EL CURSO PROPIO EQUIVALENTE CONTRA PSNETS63 (CURSOS) *      00170068
001800*   - QUE EL CURSO NO ESTE YA CONVALIDADO AL ESTUDIANTE    *      00180068
001900*   - QUE EL ESTUDIANTE NO TENGA NOTA PROPIA DEL CURSO     *      00190068
002000*     (PSNETS53), PARA QUE NO CUENTE DOS VECES             *      00200068
002100* LA CONVALIDACION NO ES UNA NOTA: NO PASA POR PSNETS53 NI *      00210068
002200* POR EL HISTORICO NOTAHIST, Y LOS REPORTES LA MUESTRAN    *      00220068
002300* COMO "CONVALIDADA" SIN CONTARLA EN EL PROMEDIO.          *      00230068
002400* POR CADA REGISTRO APLICADO GRABA AUDITORIA DIRECTO EN    *      00240068
002500* AUDITLOG (SUBTIPO 9; PSNCRG01 USA EL 2) Y EMITE EN       *      00250068
002600* RPTCNV UN RENGLON POR REGISTRO CON ACEPTADO/RECHAZADO    *      00260068
002700* Y EL MOTIVO.                                             *      00270068
002730* MODIFICACIONES 15/10/2026: LAS NOTAS PROPIAS SE LEEN POR *      00273068
002760*    BLOQUES (PSNETS53 SUBTIPO 5), SIN TOPE POR DNI        *      00276068
002768*    UN SQLCODE DISTINTO DE 0 Y 100 AL LEERLAS RECHAZA     *      00276868
002776*    EL REGISTRO Y TERMINA LA CARGA CON RC 16              *      00277668
002784* MODIFICACIONES 15/10/2026: LA NOTA DE ORIGEN FUERA DE LA *      00278468
002792*    ESCALA 0.00-5.00 SE RECHAZA                           *      00279268
002800************************************************************      00280068
002900 ENVIRONMENT DIVISION.                                            00290068
003000 CONFIGURATION SECTION.                                           00300068
003100 INPUT-OUTPUT SECTION.                                            00310068
003200 FILE-CONTROL.                                                    00320068
003300     SELECT CARGA-CONVAL ASSIGN TO CONVIN                         00330068
003400            FILE STATUS WS-FS-CONVIN.                             00340068
003500     SELECT RPT-CONVAL ASSIGN TO RPTCNV                           00350068
003600            FILE STATUS WS-FS-RPTCNV.                             00360068
003700*    AS- = ESDS VSAM, EL MISMO CLUSTER QUE ESCRIBE PSNETS83       00370068
003800     SELECT ARCHIVO-AUDITORIA ASSIGN TO AS-AUDITLOG               00380068
003900            FILE STATUS WS-FS-AUDITLOG.                           00390068
004000     SELECT TABLA-EQUIVAL ASSIGN TO EQUIVAL                       00400068
004100            ORGANIZATION INDEXED                                  00410068
004200            ACCESS MODE RANDOM                                    00420068
004300            RECORD KEY EQ-LLAVE                                   00430068
004400            FILE STATUS WS-FS-EQUIVAL.                            00440068
004500     SELECT CURSOS-CONVAL ASSIGN TO CONVALID                      00450068
004600            ORGANIZATION INDEXED                                  00460068
004700            ACCESS MODE RANDOM                                    00470068
004800            RECORD KEY CV-LLAVE                                   00480068
004900            FILE STATUS WS-FS-CONVALID.                           00490068
005000 DATA DIVISION.                                                   00500068
005100 FILE SECTION.                                                    00510068
005200 FD  CARGA-CONVAL                                                 00520068
005300     RECORDING MODE F.                                            00530068
005400 01  REG-CARGA-CNV.                                               00540068
005500     05 CC-DNI              PIC X(09).                            00550068
005600     05 CC-INSTITUCION      PIC X(08).                            00560068
005700     05 CC-CURSO-EXT        PIC X(10).                            00570068
005800     05 CC-NOTA-EXT         PIC 9(02)V9(02).                      00580068
005900     05 CC-NOTA-EXT-X REDEFINES CC-NOTA-EXT PIC X(04).            00590068
006000     05 CC-AAAA-ORIGEN      PIC X(04).                            00600068
006100     05 CC-OPERACION        PIC X(01).                            00610068
006200     05 FILLER              PIC X(44).                            00620068
006300 FD  RPT-CONVAL                                                   00630068
006400     RECORDING MODE F.                                            00640068
006500 01  REG-RPTCNV             PIC X(132).                           00650068
006600 FD  ARCHIVO-AUDITORIA.                                           00660068
006700 COPY RLAUDIT.                                                    00670068
006800 FD  TABLA-EQUIVAL.                                               00680068
006900 COPY RLEQUIV.                                                    00690068
007000 FD  CURSOS-CONVAL.                                               00700068
007100 COPY RLCONVAL.                                                   00710068
007200 WORKING-STORAGE SECTION.                                         00720068
007300* COPY AREAS PARA FECHAS                                          00730068
007400 COPY WSFECHAS.                                                   00740068
007500* COPY AREAS LINK DE LOS ENCAPSULADORES DE NOTAS/USUARIOS/CURSOS  00750068
007600 COPY LKNOTAS.                                                    00760068
007700 01  WS-FILE-STATUS.                                              00770068
007800     05 WS-FS-CONVIN        PIC XX.                               00780068
007900     05 WS-FS-RPTCNV        PIC XX.                               00790068
008000     05 WS-FS-AUDITLOG      PIC XX.                               00800068
008100     05 WS-FS-EQUIVAL       PIC XX.                               00810068
008200     05 WS-FS-CONVALID      PIC XX.                               00820068
008300 01  WS-SWITCHES.                                                 00830068
008400     05 WS-SW-FIN-CARGA     PIC X VALUE "N".                      00840068
008500        88 FIN-CARGA               VALUE "S".                     00850068
008600     05 WS-SW-ABORTAR       PIC X VALUE "N".                      00860068
008700        88 ABORTAR                 VALUE "S".                     00870068
008800     05 WS-SW-REG-VALIDO    PIC X VALUE "S".                      00880068
008900        88 REG-VALIDO              VALUE "S".                     00890068
009000 01  WS-CONTADORES.                                               00900068
009100     05 WS-TOT-LEIDOS       PIC 9(7) VALUE 0.                     00910068
009200     05 WS-TOT-ACEPTADOS    PIC 9(7) VALUE 0.                     00920068
009300     05 WS-TOT-RECHAZADOS   PIC 9(7) VALUE 0.                     00930068
009400 01  W-AU-TIPO-OPE          PIC 9.                                00940068
009500 01  W-CURSO-PROPIO         PIC X(05).                            00950068
009600 01  W-FIN-NOTAS            PIC X VALUE "N".                      00960068
009800 01  W-TIENE-NOTA           PIC X VALUE "N".                      00980068
009900 01  W-MOTIVO-RECHAZO       PIC X(40).                            00990068
010000 01  LIN-ENCABEZADO-1       PIC X(52) VALUE                       01000068
010100      "CARGA DE CONVALIDACIONES - RESULTADO POR REGISTRO".        01010068
010200 01  LIN-ENCABEZADO-2.                                            01020068
010300     05 FILLER              PIC X(11) VALUE "DNI      ".          01030068
010400     05 FILLER              PIC X(10) VALUE "INSTITUC  ".         01040068
010500     05 FILLER              PIC X(12) VALUE "CURSO EXT   ".       01050068
010600     05 FILLER              PIC X(7)  VALUE "CURSO  ".            01060068
010700     05 FILLER              PIC X(6)  VALUE "NOTA  ".             01070068
010800     05 FILLER              PIC X(6)  VALUE "ANIO  ".             01080068
010900     05 FILLER              PIC X(5)  VALUE "OPE  ".              01090068
011000     05 FILLER              PIC X(11) VALUE "RESULTADO ".         01100068
011100     05 FILLER              PIC X(40) VALUE "MOTIVO".             01110068
011200 01  LIN-DETALLE.                                                 01120068
011300     05 LIN-D-DNI           PIC X(9).                             01130068
011400     05 FILLER              PIC X(2)  VALUE SPACES.               01140068
011500     05 LIN-D-INSTITUCION   PIC X(8).                             01150068
011600     05 FILLER              PIC X(2)  VALUE SPACES.               01160068
011700     05 LIN-D-CURSO-EXT     PIC X(10).                            01170068
011800     05 FILLER              PIC X(2)  VALUE SPACES.               01180068
011900     05 LIN-D-CURSO         PIC X(5).                             01190068
012000     05 FILLER              PIC X(2)  VALUE SPACES.               01200068
012100     05 LIN-D-NOTA          PIC X(4).                             01210068
012200     05 FILLER              PIC X(2)  VALUE SPACES.               01220068
012300     05 LIN-D-AAAA          PIC X(4).                             01230068
012400     05 FILLER              PIC X(2)  VALUE SPACES.               01240068
012500     05 LIN-D-OPE           PIC X(1).                             01250068
012600     05 FILLER              PIC X(4)  VALUE SPACES.               01260068
012700     05 LIN-D-RESULTADO     PIC X(9).                             01270068
012800     05 FILLER              PIC X(2)  VALUE SPACES.               01280068
012900     05 LIN-D-MOTIVO        PIC X(40).                            01290068
013000 PROCEDURE DIVISION.                                              01300068
013100 0000-MAIN.                                                       01310068
013200     PERFORM 1000-INICIO-DE-PROGRAMA                              01320068
013300     PERFORM 2000-PROCESA-REGISTRO                                01330068
013400            UNTIL FIN-CARGA OR ABORTAR                            01340068
013500     PERFORM 9999-FIN-DE-PROGRAMA                                 01350068
013600     .                                                            01360068
013700 1000-INICIO-DE-PROGRAMA.                                         01370068
013800     OPEN INPUT CARGA-CONVAL                                      01380068
013900     IF WS-FS-CONVIN NOT = "00" THEN                              01390068
014000        DISPLAY "PSNCNV01 - ERROR AL ABRIR CONVIN, STATUS="       01400068
014100                WS-FS-CONVIN                                      01410068
014200        MOVE 16 TO RETURN-CODE                                    01420068
014300        GOBACK                                                    01430068
014400     END-IF                                                       01440068
014500     OPEN OUTPUT RPT-CONVAL                                       01450068
014600     IF WS-FS-RPTCNV NOT = "00" THEN                              01460068
014700        DISPLAY "PSNCNV01 - ERROR AL ABRIR RPTCNV, STATUS="       01470068
014800                WS-FS-RPTCNV                                      01480068
014900        MOVE 16 TO RETURN-CODE                                    01490068
015000        CLOSE CARGA-CONVAL                                        01500068
015100        GOBACK                                                    01510068
015200     END-IF                                                       01520068
015300     OPEN EXTEND ARCHIVO-AUDITORIA                                01530068
015400     IF WS-FS-AUDITLOG NOT = "00" THEN                            01540068
015500        DISPLAY "PSNCNV01 - ERROR AL ABRIR AUDITLOG, STATUS="     01550068
015600                WS-FS-AUDITLOG                                    01560068
015700        MOVE 16 TO RETURN-CODE                                    01570068
015800        CLOSE CARGA-CONVAL                                        01580068
015900        CLOSE RPT-CONVAL                                          01590068
016000        GOBACK                                                    01600068
016100     END-IF                                                       01610068
016200     OPEN INPUT TABLA-EQUIVAL                                     01620068
016300     IF WS-FS-EQUIVAL NOT = "00" THEN                             01630068
016400        DISPLAY "PSNCNV01 - ERROR AL ABRIR EQUIVAL, STATUS="      01640068
016500                WS-FS-EQUIVAL                                     01650068
016600        MOVE 16 TO RETURN-CODE                                    01660068
016700        CLOSE CARGA-CONVAL                                        01670068
016800        CLOSE ARCHIVO-AUDITORIA                                   01680068
016900        CLOSE RPT-CONVAL                                          01690068
017000        GOBACK                                                    01700068
017100     END-IF                                                       01710068
017200     OPEN I-O CURSOS-CONVAL                                       01720068
017300     IF WS-FS-CONVALID NOT = "00" THEN                            01730068
017400        DISPLAY "PSNCNV01 - ERROR AL ABRIR CONVALID, STATUS="     01740068
017500                WS-FS-CONVALID                                    01750068
017600        MOVE 16 TO RETURN-CODE                                    01760068
017700        CLOSE CARGA-CONVAL                                        01770068
017800        CLOSE ARCHIVO-AUDITORIA                                   01780068
017900        CLOSE TABLA-EQUIVAL                                       01790068
018000        CLOSE RPT-CONVAL                                          01800068
018100        GOBACK                                                    01810068
018200     END-IF                                                       01820068
018300     PERFORM 1100-GET-DATES                                       01830068
018400     PERFORM 1150-IMPRIME-ENCABEZADOS                             01840068
018500     PERFORM 1200-LEER-CARGA                                      01850068
018600     .                                                            01860068
018700 1100-GET-DATES.                                                  01870068
018800     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS         01880068
018900     MOVE WS-CURRENT-YEAR       TO WS-AAAA                        01890068
019000     MOVE WS-CURRENT-MONTH      TO WS-MM                          01900068
019100     MOVE WS-CURRENT-DAY        TO WS-DD                          01910068
019200     MOVE WS-CURRENT-HH         TO WS-HH-F1                       01920068
019300     MOVE WS-CURRENT-MM         TO WS-MM-F1                       01930068
019400     MOVE WS-CURRENT-SS         TO WS-SS-F1                       01940068
019500     MOVE WS-CURRENT-CC         TO WS-CC-F1                       01950068
019600     .                                                            01960068
019700 1150-IMPRIME-ENCABEZADOS.                                        01970068
019800     MOVE LIN-ENCABEZADO-1 TO REG-RPTCNV                          01980068
019900     WRITE REG-RPTCNV AFTER ADVANCING 1 LINE                      01990068
020000     PERFORM 9200-VERIFICA-ESCRITURA                              02000068
020100     MOVE SPACES TO REG-RPTCNV                                    02010068
020200     WRITE REG-RPTCNV AFTER ADVANCING 1 LINE                      02020068
020300     PERFORM 9200-VERIFICA-ESCRITURA                              02030068
020400     MOVE LIN-ENCABEZADO-2 TO REG-RPTCNV                          02040068
020500     WRITE REG-RPTCNV AFTER ADVANCING 1 LINE                      02050068
020600     PERFORM 9200-VERIFICA-ESCRITURA                              02060068
020700     .                                                            02070068
020800 1200-LEER-CARGA.                                                 02080068
020900     READ CARGA-CONVAL                                            02090068
021000        AT END                                                    02100068
021100           MOVE "S" TO WS-SW-FIN-CARGA                            02110068
021200     END-READ                                                     02120068
021300     .                                                            02130068
021400 2000-PROCESA-REGISTRO.                                           02140068
021500     ADD 1 TO WS-TOT-LEIDOS                                       02150068
021600     MOVE "S"    TO WS-SW-REG-VALIDO                              02160068
021700     MOVE SPACES TO W-MOTIVO-RECHAZO                              02170068
021800     MOVE SPACES TO W-CURSO-PROPIO                                02180068
021900     PERFORM 2100-VALIDA-OPERACION                                02190068
022000     IF REG-VALIDO THEN                                           02200068
022100        PERFORM 2200-VALIDA-ESTUDIANTE                            02210068
022200     END-IF                                                       02220068
022300     IF REG-VALIDO THEN                                           02230068
022400        PERFORM 2300-BUSCA-EQUIVALENCIA                           02240068
022500     END-IF                                                       02250068
022600     IF REG-VALIDO THEN                                           02260068
022700        PERFORM 2400-VALIDA-CURSO                                 02270068
022800     END-IF                                                       02280068
022900     IF REG-VALIDO THEN                                           02290068
023000        PERFORM 2500-BUSCA-CONVALIDACION                          02300068
023100     END-IF                                                       02310068
023200     IF REG-VALIDO AND CC-OPERACION = "I" THEN                    02320068
023300        PERFORM 2600-BUSCA-NOTA-PROPIA                            02330068
023400     END-IF                                                       02340068
023500     IF REG-VALIDO THEN                                           02350068
023600        PERFORM 3000-GRABAR-CONVALIDACION                         02360068
023700     END-IF                                                       02370068
023800     IF NOT REG-VALIDO THEN                                       02380068
023900        ADD 1 TO WS-TOT-RECHAZADOS                                02390068
024000     END-IF                                                       02400068
024100     PERFORM 5000-ESCRIBE-RESULTADO                               02410068
024200     PERFORM 1200-LEER-CARGA                                      02420068
024300     .                                                            02430068
024400 2100-VALIDA-OPERACION.                                           02440068
024500************************************************************      02450068
024600*    VALIDA LA OPERACION (I/E) Y, AL CONVALIDAR, QUE LA    *      02460068
024700*    NOTA DEL ORIGEN SEA NUMERICA Y DE LA ESCALA 0.00 A    *      02470068
024800*    5.00 Y QUE EL ANIO SEA NUMERICO (EN UNA ANULACION NO  *      02480068
024850*    SE UTILIZAN)                                          *      02485068
024900************************************************************      02490068
025000     IF CC-OPERACION NOT = "I" AND "E" THEN                       02500068
025100        MOVE "N" TO WS-SW-REG-VALIDO                              02510068
025200        MOVE "OPERACION INVALIDA - USE I/E"                       02520068
025300             TO W-MOTIVO-RECHAZO                                  02530068
025400     END-IF                                                       02540068
025500     IF REG-VALIDO AND CC-OPERACION = "I" THEN                    02550068
025600        IF CC-NOTA-EXT NOT NUMERIC THEN                           02560068
025700           MOVE "N" TO WS-SW-REG-VALIDO                           02570068
025800           MOVE "NOTA DE ORIGEN NO NUMERICA"                      02580068
025900                TO W-MOTIVO-RECHAZO                               02590068
026000        END-IF                                                    02600068
026100     END-IF                                                       02610068
026110     IF REG-VALIDO AND CC-OPERACION = "I" THEN                    02611068
026120        IF CC-NOTA-EXT > 5 THEN                                   02612068
026130           MOVE "N" TO WS-SW-REG-VALIDO                           02613068
026140           MOVE "NOTA DE ORIGEN FUERA DE RANGO 0.00-5.00"         02614068
026150                TO W-MOTIVO-RECHAZO                               02615068
026160        END-IF                                                    02616068
026170     END-IF                                                       02617068
026200     IF REG-VALIDO AND CC-OPERACION = "I" THEN                    02620068
026300        IF CC-AAAA-ORIGEN NOT NUMERIC THEN                        02630068
026400           MOVE "N" TO WS-SW-REG-VALIDO                           02640068
026500           MOVE "ANIO DE ORIGEN NO NUMERICO"                      02650068
026600                TO W-MOTIVO-RECHAZO                               02660068
026700        END-IF                                                    02670068
026800     END-IF                                                       02680068
026900     .                                                            02690068
027000 2200-VALIDA-ESTUDIANTE.                                          02700068
027100     MOVE CC-DNI  TO LK-US-DNI                                    02710068
027200     MOVE 1       TO LK-US-COD-RET                                02720068
027300     MOVE 100     TO LK-US-SQLCODE                                02730068
027400     MOVE SPACES  TO LK-US-TIPOUSUA                               02740068
027500     CALL "PSNETS73" USING AREA-LINK-USUARIO                      02750068
027600     IF LK-US-COD-RET NOT = 0 THEN                                02760068
027700        MOVE "N" TO WS-SW-REG-VALIDO                              02770068
027800        MOVE "DNI DE ESTUDIANTE NO REGISTRADO"                    02780068
027900             TO W-MOTIVO-RECHAZO                                  02790068
028000     END-IF                                                       02800068
028100     .                                                            02810068
028200 2300-BUSCA-EQUIVALENCIA.                                         02820068
028300************************************************************      02830068
028400*    BUSCA EL CURSO PROPIO EQUIVALENTE EN EQUIVAL. SIN     *      02840068
028500*    EQUIVALENCIA LA CONVALIDACION SE RECHAZA; UN ERROR DE *      02850068
028600*    LECTURA QUE NO SEA LLAVE NO HALLADA ABORTA LA CARGA   *      02860068
028700************************************************************      02870068
028800     MOVE CC-INSTITUCION TO EQ-INSTITUCION                        02880068
028900     MOVE CC-CURSO-EXT   TO EQ-CURSO-EXT                          02890068
029000     READ TABLA-EQUIVAL                                           02900068
029100        INVALID KEY                                               02910068
029200           MOVE "N" TO WS-SW-REG-VALIDO                           02920068
029300           MOVE "SIN EQUIVALENCIA PARA EL CURSO EXTERNO"          02930068
029400                TO W-MOTIVO-RECHAZO                               02940068
029500        NOT INVALID KEY                                           02950068
029600           MOVE EQ-CURSO TO W-CURSO-PROPIO                        02960068
029700     END-READ                                                     02970068
029800     IF WS-FS-EQUIVAL NOT = "00" AND "23" THEN                    02980068
029900        MOVE "N" TO WS-SW-REG-VALIDO                              02990068
030000        MOVE "ERROR LEYENDO EQUIVALENCIAS"                        03000068
030100             TO W-MOTIVO-RECHAZO                                  03010068
030200        DISPLAY "PSNCNV01 - ERROR AL LEER EQUIVAL, STATUS="       03020068
030300                WS-FS-EQUIVAL                                     03030068
030400        MOVE 16 TO RETURN-CODE                                    03040068
030500        SET ABORTAR TO TRUE                                       03050068
030600     END-IF                                                       03060068
030700     .                                                            03070068
030800 2400-VALIDA-CURSO.                                               03080068
030900*    TIPO-OPE 1 = CONSULTA; SIN EL, UN RESIDUO 2-4 EN EL          03090068
031000*    AREA CONVERTIRIA LA VALIDACION EN UN MANTENIMIENTO           03100068
031100     MOVE 1              TO LK-CU-TIPO-OPE                        03110068
031200     MOVE 1              TO LK-CU-SUBTIPO-OPE                     03120068
031300     MOVE W-CURSO-PROPIO TO LK-CU-CURSO                           03130068
031400     CALL "PSNETS63" USING AREA-LINK-CUR                          03140068
031500     IF LK-CU-SQLCODE NOT = 0 THEN                                03150068
031600        MOVE "N" TO WS-SW-REG-VALIDO                              03160068
031700        MOVE "CURSO EQUIVALENTE NO REGISTRADO"                    03170068
031800             TO W-MOTIVO-RECHAZO                                  03180068
031900     END-IF                                                       03190068
032000     .                                                            03200068
032100 2500-BUSCA-CONVALIDACION.                                        03210068
032200************************************************************      03220068
032300*    UNA CONVALIDACION (I) NO PUEDE REPETIR UN CURSO YA    *      03230068
032400*    CONVALIDADO AL ESTUDIANTE; UNA ANULACION (E) DEBE     *      03240068
032500*    ENCONTRARLO, Y CON EL MISMO ORIGEN DE LA TARJETA      *      03250068
032600************************************************************      03260068
032700     MOVE CC-DNI         TO CV-DNI                                03270068
032800     MOVE W-CURSO-PROPIO TO CV-CURSO                              03280068
032900     READ CURSOS-CONVAL                                           03290068
033000        INVALID KEY                                               03300068
033100           IF CC-OPERACION = "E" THEN                             03310068
033200              MOVE "N" TO WS-SW-REG-VALIDO                        03320068
033300              MOVE "CONVALIDACION NO REGISTRADA"                  03330068
033400                   TO W-MOTIVO-RECHAZO                            03340068
033500           END-IF                                                 03350068
033600        NOT INVALID KEY                                           03360068
033700           IF CC-OPERACION = "I" THEN                             03370068
033800              MOVE "N" TO WS-SW-REG-VALIDO                        03380068
033900              MOVE "CURSO YA CONVALIDADO AL ESTUDIANTE"           03390068
034000                   TO W-MOTIVO-RECHAZO                            03400068
034100           ELSE                                                   03410068
034200              IF CV-INSTITUCION NOT = CC-INSTITUCION OR           03420068
034300                 CV-CURSO-EXT NOT = CC-CURSO-EXT THEN             03430068
034400                 MOVE "N" TO WS-SW-REG-VALIDO                     03440068
034500                 MOVE "CONVALIDADO CON OTRO ORIGEN"               03450068
034600                      TO W-MOTIVO-RECHAZO                         03460068
034700              END-IF                                              03470068
034800           END-IF                                                 03480068
034900     END-READ                                                     03490068
035000     IF WS-FS-CONVALID NOT = "00" AND "23" THEN                   03500068
035100        MOVE "N" TO WS-SW-REG-VALIDO                              03510068
035200        MOVE "ERROR LEYENDO CONVALIDACIONES"                      03520068
035300             TO W-MOTIVO-RECHAZO                                  03530068
035400        DISPLAY "PSNCNV01 - ERROR AL LEER CONVALID, STATUS="      03540068
035500                WS-FS-CONVALID                                    03550068
035600        MOVE 16 TO RETURN-CODE                                    03560068
035700        SET ABORTAR TO TRUE                                       03570068
035800     END-IF                                                       03580068
035900     .                                                            03590068
036000 2600-BUSCA-NOTA-PROPIA.                                          03600068
036100************************************************************      03610068
036200*    PIDE A PSNETS53 LAS NOTAS DEL DNI POR BLOQUES (TIPO 1 *      03620068
036300*    SUBTIPO 5, VER LKNOTAS) HASTA QUE NO DEVUELVE MAS.    *      03630068
036400*    SI EL ESTUDIANTE YA CURSO AQUI EL CURSO EQUIVALENTE,  *      03640068
036500*    EN CUALQUIER PERIODO, NO SE CONVALIDA                 *      03650068
036600************************************************************      03660068
036700     MOVE "N"    TO W-TIENE-NOTA                                  03670068
036800     SET LK-NT-OPE-CONSULTA TO TRUE                               03680068
036900     MOVE 5      TO LK-NT-SUBTIPO                                 03690068
037000     MOVE CC-DNI TO LK-NT-DNIESTUD                                03700068
037100     MOVE 100    TO LK-NT-SQLCODE                                 03710068
037200     MOVE 0      TO LK-NT-POSICION                                03720068
037300     MOVE "N"    TO W-FIN-NOTAS                                   03730068
037500     PERFORM 2650-REVISA-UNA-NOTA                                 03750068
037700             UNTIL W-FIN-NOTAS = "S"                              03770068
037800     IF W-TIENE-NOTA = "S" THEN                                   03780068
037900        MOVE "N" TO WS-SW-REG-VALIDO                              03790068
038000        MOVE "EL ESTUDIANTE YA TIENE NOTA DEL CURSO"              03800068
038100             TO W-MOTIVO-RECHAZO                                  03810068
038200     END-IF                                                       03820068
038300     .                                                            03830068
038400 2650-REVISA-UNA-NOTA.                                            03840068
038500     SET LK-NT-OPE-CONSULTA TO TRUE                               03850068
038600     MOVE 5      TO LK-NT-SUBTIPO                                 03860068
038700     MOVE CC-DNI TO LK-NT-DNIESTUD                                03870068
038800     CALL "PSNETS53" USING AREA-LINK                              03880068
038810     IF LK-NT-SQLCODE NOT = 0 THEN                                03881068
038820        MOVE "S" TO W-FIN-NOTAS                                   03882068
038830        IF LK-NT-SQLCODE NOT = 100 THEN                           03883068
038840           MOVE "N" TO WS-SW-REG-VALIDO                           03884068
038850           MOVE "ERROR LEYENDO NOTAS DEL ESTUDIANTE"              03885068
038860                TO W-MOTIVO-RECHAZO                               03886068
038870           DISPLAY "PSNCNV01 - ERROR AL LEER NOTAS DEL DNI "      03887068
038880                   CC-DNI " SQLCODE=" LK-NT-SQLCODE               03888068
038890           MOVE 16 TO RETURN-CODE                                 03889068
038900           SET ABORTAR TO TRUE                                    03890068
038910        END-IF                                                    03891068
038920     ELSE                                                         03892068
038960        IF LK-NT-CURSO = W-CURSO-PROPIO THEN                      03896068
039000           MOVE "S" TO W-TIENE-NOTA                               03900068
039030           MOVE "S" TO W-FIN-NOTAS                                03903068
039060        END-IF                                                    03906068
039100     END-IF                                                       03910068
039200     .                                                            03920068
039300 3000-GRABAR-CONVALIDACION.                                       03930068
039400************************************************************      03940068
039500*    CONVALIDA (I, WRITE) O ANULA (E, DELETE) EL CURSO EN  *      03950068
039600*    CONVALID Y DEJA LA AUDITORIA DEL MOVIMIENTO           *      03960068
039700************************************************************      03970068
039800     IF CC-OPERACION = "I" THEN                                   03980068
039900        MOVE 2 TO W-AU-TIPO-OPE                                   03990068
040000        PERFORM 1100-GET-DATES                                    04000068
040100        MOVE SPACES             TO REG-CONVALIDACION              04010068
040200        MOVE CC-DNI             TO CV-DNI                         04020068
040300        MOVE W-CURSO-PROPIO     TO CV-CURSO                       04030068
040400        MOVE CC-INSTITUCION     TO CV-INSTITUCION                 04040068
040500        MOVE CC-CURSO-EXT       TO CV-CURSO-EXT                   04050068
040600        MOVE CC-NOTA-EXT        TO CV-NOTA-EXT                    04060068
040700        MOVE CC-AAAA-ORIGEN     TO CV-AAAA-ORIGEN                 04070068
040800        MOVE WS-FECHA-AAAA-MM-DD TO CV-FECHA-CARGA                04080068
040900        MOVE "BTCH"             TO CV-OPERADOR                    04090068
041000        WRITE REG-CONVALIDACION                                   04100068
041100     ELSE                                                         04110068
041200        MOVE 4 TO W-AU-TIPO-OPE                                   04120068
041300        DELETE CURSOS-CONVAL                                      04130068
041400     END-IF                                                       04140068
041500     IF WS-FS-CONVALID = "00" THEN                                04150068
041600        ADD 1 TO WS-TOT-ACEPTADOS                                 04160068
041700        PERFORM 4300-REGISTRA-AUDITORIA                           04170068
041800     ELSE                                                         04180068
041900        MOVE "N" TO WS-SW-REG-VALIDO                              04190068
042000        MOVE "NO SE PUDO GRABAR LA CONVALIDACION"                 04200068
042100             TO W-MOTIVO-RECHAZO                                  04210068
042200        DISPLAY "PSNCNV01 - ERROR AL GRABAR CONVALID, STATUS="    04220068
042300                WS-FS-CONVALID                                    04230068
042400        MOVE 16 TO RETURN-CODE                                    04240068
042500        SET ABORTAR TO TRUE                                       04250068
042600     END-IF                                                       04260068
042700     .                                                            04270068
042800 4300-REGISTRA-AUDITORIA.                                         04280068
042900************************************************************      04290068
043000*    GRABA UN RENGLON EN EL LOG DE AUDITORIA POR CADA      *      04300068
043100*    CONVALIDACION GRABADA (TIPO 2) O ANULADA (TIPO 4),    *      04310068
043200*    DIRECTO EN AUDITLOG COMO PSNCRG01. EL SUBTIPO 9       *      04320068
043300*    IDENTIFICA LAS CONVALIDACIONES                        *      04330068
043400************************************************************      04340068
043500     PERFORM 1100-GET-DATES                                       04350068
043600     MOVE SPACES        TO REG-AUDITORIA                          04360068
043700     MOVE W-AU-TIPO-OPE TO AU-TIPO-OPE                            04370068
043800     MOVE 9             TO AU-SUBTIPO                             04380068
043900     MOVE "BTCH"        TO AU-OPERADOR                            04390068
044000     MOVE CC-DNI        TO AU-DNI-CONSULTADO                      04400068
044100     MOVE WS-FECHA-AAAA-MM-DD      TO AU-FECHA                    04410068
044200     MOVE WS-HORA-MINUTOS-SEGUNDOS TO AU-HORA                     04420068
044300     WRITE REG-AUDITORIA                                          04430068
044400     IF WS-FS-AUDITLOG NOT = "00" THEN                            04440068
044500        DISPLAY "PSNCNV01 - ERROR AL GRABAR AUDITLOG, STATUS="    04450068
044600                WS-FS-AUDITLOG                                    04460068
044700        MOVE 16 TO RETURN-CODE                                    04470068
044800        SET ABORTAR TO TRUE                                       04480068
044900     END-IF                                                       04490068
045000     .                                                            04500068
045100 5000-ESCRIBE-RESULTADO.                                          04510068
045200     MOVE CC-DNI          TO LIN-D-DNI                            04520068
045300     MOVE CC-INSTITUCION  TO LIN-D-INSTITUCION                    04530068
045400     MOVE CC-CURSO-EXT    TO LIN-D-CURSO-EXT                      04540068
045500     MOVE W-CURSO-PROPIO  TO LIN-D-CURSO                          04550068
045600     MOVE CC-NOTA-EXT-X   TO LIN-D-NOTA                           04560068
045700     MOVE CC-AAAA-ORIGEN  TO LIN-D-AAAA                           04570068
045800     MOVE CC-OPERACION    TO LIN-D-OPE                            04580068
045900     IF REG-VALIDO THEN                                           04590068
046000        MOVE "ACEPTADO " TO LIN-D-RESULTADO                       04600068
046100     ELSE                                                         04610068
046200        MOVE "RECHAZADO" TO LIN-D-RESULTADO                       04620068
046300     END-IF                                                       04630068
046400     MOVE W-MOTIVO-RECHAZO TO LIN-D-MOTIVO                        04640068
046500     MOVE LIN-DETALLE TO REG-RPTCNV                               04650068
046600     WRITE REG-RPTCNV AFTER ADVANCING 1 LINE                      04660068
046700     PERFORM 9200-VERIFICA-ESCRITURA                              04670068
046800     .                                                            04680068
046900 9200-VERIFICA-ESCRITURA.                                         04690068
047000     IF WS-FS-RPTCNV NOT = "00" THEN                              04700068
047100        DISPLAY "PSNCNV01 - ERROR AL ESCRIBIR RPTCNV, STATUS="    04710068
047200                WS-FS-RPTCNV                                      04720068
047300        MOVE 16 TO RETURN-CODE                                    04730068
047400        SET ABORTAR TO TRUE                                       04740068
047500     END-IF                                                       04750068
047600     .                                                            04760068
047700 9999-FIN-DE-PROGRAMA.                                            04770068
047800     CLOSE CARGA-CONVAL                                           04780068
047900     CLOSE ARCHIVO-AUDITORIA                                      04790068
048000     CLOSE TABLA-EQUIVAL                                          04800068
048100     CLOSE CURSOS-CONVAL                                          04810068
048200     CLOSE RPT-CONVAL                                             04820068
048300     DISPLAY "PSNCNV01 - REGISTROS LEIDOS....: "                  04830068
048400             WS-TOT-LEIDOS                                        04840068
048500     DISPLAY "PSNCNV01 - REGISTROS ACEPTADOS.: "                  04850068
048600             WS-TOT-ACEPTADOS                                     04860068
048700     DISPLAY "PSNCNV01 - REGISTROS RECHAZADOS: "                  04870068
048800             WS-TOT-RECHAZADOS                                    04880068
048900     GOBACK                                                       04890068
049000     .                                                            04900068
