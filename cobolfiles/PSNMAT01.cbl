001800* ENLAZA (POR CALL, YA QUE CORRE FUERA DE CICS) A:         *      00180043
001900*   PSNETS73 - EXISTENCIA DEL ESTUDIANTE                   *      00190043
002000*   PSNETS63 - EXISTENCIA DEL CURSO                        *      00200043
002007* MODIFICACIONES 15/10/2026: EL ALTA (I) SE RECHAZA SI EL  *      00200743
002014*    ESTUDIANTE NO TIENE APROBADO CADA PRERREQUISITO DEL   *      00201443
002021*    CURSO EN PRERREQ (VER RLPREREQ) CON LA NOTA MINIMA;   *      00202143
002028*    LAS NOTAS SE LEEN POR CALL A PSNETS53. EL LISTADO     *      00202843
002035*    PUEDE TRAER LA MARCA CM-SUP-ANULA = "S" Y EL DNI DE   *      00203543
002042*    UN SUPERVISOR (FUNCION P DE SN07 EN AUTORIZA) QUE     *      00204243
002049*    ANULA EL CONTROL; CADA ANULACION SE AUDITA EN         *      00204943
002056*    AUDITLOG (TIPO 6, SUBTIPO 6, OPERADOR = SUPERVISOR)   *      00205643
002063* MODIFICACIONES 15/10/2026: SI EL CURSO TIENE OFERTA EN   *      00206343
002070*    EL PERIODO (OFERTAS, VER RLOFERTA) EL ALTA SE RECHAZA *      00207043
002077*    CON LA OFERTA CERRADA Y QUEDA EN LISTA DE ESPERA      *      00207743
002084*    (ESTADO "E", RESULTADO "EN ESPERA") CON EL CUPO LLENO *      00208443
002091*    O CON ESTUDIANTES EN ESPERA LLEGADOS ANTES. UN ALTA   *      00209143
002098*    SOBRE UN REGISTRO EN ESPERA LO ACTIVA SI HAY CUPO Y   *      00209843
002105*    ES EL PRIMERO DE LA LISTA (ORDEN FECHA+HORA DE ALTA)  *      00210543
002112* MODIFICACIONES 15/10/2026: EL SUPERVISOR QUE ANULA UN    *      00211243
002119*    PRERREQUISITO SE VALIDA CONTRA AUTORIZA (RLAUTORI):   *      00211943
002126*    SU TIPO DE USUARIO DEBE TENER LA FUNCION P DE SN07.   *      00212643
002133*    LA ANULACION NEGADA SE AUDITA EN AUDITLOG (TIPO 8)    *      00213343
002140* MODIFICACIONES 15/10/2026: NOTAS POR BLOQUES (SUBTIPO 5) *      00214043
002147* MODIFICACIONES 15/10/2026: UN PRERREQUISITO CONVALIDADO  *      00214743
002154*    AL ESTUDIANTE (CONVALID, VER RLCONVAL) CUENTA COMO    *      00215443
002161*    APROBADO, COMO EN LA AUDITORIA DE GRADO PSNGRA01. UN  *      00216143
002168*    ERROR LEYENDO NOTAS O CONVALID TERMINA CON RC 16      *      00216843
002169* MODIFICACIONES 15/10/2026: LA FECHA+HORA DE ALTA SE TOMA *      00216943
002170*    AL GRABAR CADA REGISTRO Y CRECE ESTRICTAMENTE DENTRO  *      00217043
002171*    DE LA CORRIDA, PARA QUE EL ORDEN DE LA LISTA DE       *      00217143
002172*    ESPERA SEA EL ORDEN DEL LISTADO DE ENTRADA            *      00217243
002175************************************************************      00217543
002200 ENVIRONMENT DIVISION.                                            00220043
002300 CONFIGURATION SECTION.                                           00230043
002400 INPUT-OUTPUT SECTION.                                            00240043
002900            FILE STATUS WS-FS-RPTMAT.                             00290043
003000     SELECT ARCHIVO-MATRICULA ASSIGN TO MATRICUL                  00300043
003100            ORGANIZATION INDEXED                                  00310043
003200            ACCESS MODE DYNAMIC                                   00320043
003300            RECORD KEY MA-LLAVE                                   00330043
003400            FILE STATUS WS-FS-MATRICUL.                           00340043
003404     SELECT ARCHIVO-PRERREQ ASSIGN TO PRERREQ                     00340443
003408            ORGANIZATION INDEXED                                  00340843
003412            ACCESS MODE DYNAMIC                                   00341243
003416            RECORD KEY PR-LLAVE                                   00341643
003420            FILE STATUS WS-FS-PRERREQ.                            00342043
003424     SELECT ARCHIVO-OFERTAS ASSIGN TO OFERTAS                     00342443
003428            ORGANIZATION INDEXED                                  00342843
003432            ACCESS MODE RANDOM                                    00343243
003436            RECORD KEY OF-LLAVE                                   00343643
003440            FILE STATUS WS-FS-OFERTAS.                            00344043
003444*    AS- = ESDS VSAM, EL MISMO CLUSTER QUE ESCRIBE PSNETS83       00344443
003448     SELECT ARCHIVO-AUDITORIA ASSIGN TO AS-AUDITLOG               00344843
003452            FILE STATUS WS-FS-AUDITLOG.                           00345243
003456     SELECT ARCHIVO-AUTORIZA ASSIGN TO AUTORIZA                   00345643
003460            ORGANIZATION INDEXED                                  00346043
003464            ACCESS MODE RANDOM                                    00346443
003468            RECORD KEY AT-LLAVE                                   00346843
003472            FILE STATUS WS-FS-AUTORIZA.                           00347243
003476     SELECT CURSOS-CONVAL ASSIGN TO CONVALID                      00347643
003480            ORGANIZATION INDEXED                                  00348043
003484            ACCESS MODE RANDOM                                    00348443
003488            RECORD KEY CV-LLAVE                                   00348843
003492            FILE STATUS WS-FS-CONVALID.                           00349243
003500 DATA DIVISION.                                                   00350043
003600 FILE SECTION.                                                    00360043
003700 FD  CARGA-MATRICULA                                              00370043
004300     05 CM-TERMINO          PIC X(01).                            00430043
004400     05 CM-DNI              PIC X(09).                            00440043
004500     05 CM-OPERACION        PIC X(01).                            00450043
004520*    ANULACION DEL CONTROL DE PRERREQUISITOS: "S" + DNI DEL       00452043
004540*    SUPERVISOR QUE LA AUTORIZA; BLANCOS = SIN ANULACION          00454043
004560     05 CM-SUP-ANULA        PIC X(01).                            00456043
004580     05 CM-SUP-DNI          PIC X(09).                            00458043
004600     05 FILLER              PIC X(50).                            00460043
004700 FD  RPT-MATRICULA                                                00470043
004800     RECORDING MODE F.                                            00480043
004900 01  REG-RPTMAT             PIC X(132).                           00490043
005000 FD  ARCHIVO-MATRICULA.                                           00500043
005100 COPY RLMATRIC.                                                   00510043
005120 FD  ARCHIVO-PRERREQ.                                             00512043
005140 COPY RLPREREQ.                                                   00514043
005146 FD  ARCHIVO-OFERTAS.                                             00514643
005152 COPY RLOFERTA.                                                   00515243
005160 FD  ARCHIVO-AUDITORIA.                                           00516043
005180 COPY RLAUDIT.                                                    00518043
005186 FD  ARCHIVO-AUTORIZA.                                            00518643
005192 COPY RLAUTORI.                                                   00519243
005194 FD  CURSOS-CONVAL.                                               00519443
005196 COPY RLCONVAL.                                                   00519643
005200 WORKING-STORAGE SECTION.                                         00520043
005300* COPY AREAS PARA FECHAS                                          00530043
005400 COPY WSFECHAS.                                                   00540043
005800     05 WS-FS-MATRIN        PIC XX.                               00580043
005900     05 WS-FS-RPTMAT        PIC XX.                               00590043
006000     05 WS-FS-MATRICUL      PIC XX.                               00600043
006033     05 WS-FS-PRERREQ       PIC XX.                               00603343
006066     05 WS-FS-AUDITLOG      PIC XX.                               00606643
006076     05 WS-FS-OFERTAS       PIC XX.                               00607643
006086     05 WS-FS-AUTORIZA      PIC XX.                               00608643
006093     05 WS-FS-CONVALID      PIC XX.                               00609343
006100 01  WS-SWITCHES.                                                 00610043
006200     05 WS-SW-FIN-CARGA     PIC X VALUE "N".                      00620043
006300        88 FIN-CARGA               VALUE "S".                     00630043
006500        88 ABORTAR                 VALUE "S".                     00650043
006600     05 WS-SW-REG-VALIDO    PIC X VALUE "S".                      00660043
006700        88 REG-VALIDO              VALUE "S".                     00670043
006714     05 WS-SW-FIN-PRQ       PIC X VALUE "N".                      00671443
006728        88 FIN-PRQ                 VALUE "S".                     00672843
006742     05 WS-SW-PRERREQ-OK    PIC X VALUE "S".                      00674243
006756        88 PRERREQ-OK              VALUE "S".                     00675643
006770     05 WS-SW-SUP-ANULA     PIC X VALUE "N".                      00677043
006784        88 SUP-ANULA               VALUE "S".                     00678443
006785     05 WS-SW-SUP-DENEGADO  PIC X VALUE "N".                      00678543
006786        88 SUP-DENEGADO            VALUE "S".                     00678643
006787     05 WS-SW-FIN-CUPO      PIC X VALUE "N".                      00678743
006790        88 FIN-CUPO                VALUE "S".                     00679043
006793     05 WS-SW-YA-EN-ESPERA  PIC X VALUE "N".                      00679343
006796        88 YA-EN-ESPERA            VALUE "S".                     00679643
006800 01  WS-CONTADORES.                                               00680043
006900     05 WS-TOT-LEIDOS       PIC 9(7) VALUE 0.                     00690043
007000     05 WS-TOT-ACEPTADOS    PIC 9(7) VALUE 0.                     00700043
007100     05 WS-TOT-RECHAZADOS   PIC 9(7) VALUE 0.                     00710043
007150     05 WS-TOT-EN-ESPERA    PIC 9(7) VALUE 0.                     00715043
007200 01  W-TER-MAT              PIC X VALUE "0".                      00720043
007300 01  W-MOTIVO-RECHAZO       PIC X(40).                            00730043
007301* TIPO Y DNI (O TRANSACCION+FUNCION) DEL RENGLON DE AUDITLOG      00730143
007302 01  W-AUD-TIPO-OPE         PIC 9(01).                            00730243
007303 01  W-AUD-DNI-CONSULTADO   PIC X(09).                            00730343
007305* PRERREQUISITOS DEL CURSO DEL REGISTRO (HASTA 10, RLPREREQ)      00730543
007310 01  W-TABLA-PRERREQ.                                             00731043
007315     05 W-NUM-PRQ           PIC 9(02) VALUE 0.                    00731543
007320     05 W-MAX-PRQ           PIC 9(02) VALUE 10.                   00732043
007325     05 W-IX-PRQ            PIC 9(02) VALUE 0.                    00732543
007330     05 W-PRQ OCCURS 10 TIMES.                                    00733043
007335        10 W-PRQ-CURSO      PIC X(05).                            00733543
007340        10 W-PRQ-NOTA-MIN   PIC 99V99.                            00734043
007345        10 W-PRQ-APROBADO   PIC X.                                00734543
007350 01  W-FIN-NOTAS            PIC X VALUE "N".                      00735043
007360* NOTA MINIMA CUANDO EL PRERREQUISITO NO TRAE UNA PROPIA          00736043
007365 01  W-NOTA-MIN-DEFECTO     PIC 99V99 VALUE 3.00.                 00736543
007370 01  W-MSG-PRERREQ.                                               00737043
007375     05 FILLER              PIC X(14) VALUE "PRERREQUISITO ".     00737543
007380     05 W-MSG-PRQ-CURSO     PIC X(05).                            00738043
007385     05 FILLER              PIC X(21) VALUE " NO APROBADO".       00738543
007393* CONTROL DE CUPO DE LA OFERTA DEL PERIODO (VER RLOFERTA)         00739343
007401* ESTADO CON QUE SE GRABA EL ALTA: "A" ACTIVA, "E" EN ESPERA      00740143
007409 01  W-ESTADO-ALTA          PIC X VALUE "A".                      00740943
007417 01  W-NUM-ACTIVOS          PIC 9(04) VALUE 0.                    00741743
007425 01  W-NUM-ANTES            PIC 9(04) VALUE 0.                    00742543
007433 01  W-LLEGADA-ESTUDIANTE.                                        00743343
007441     05 W-LLE-FECHA         PIC X(10).                            00744143
007449     05 W-LLE-HORA          PIC X(08).                            00744943
007457 01  W-LLEGADA-OTRO.                                              00745743
007465     05 W-LLO-FECHA         PIC X(10).                            00746543
007473     05 W-LLO-HORA          PIC X(08).                            00747343
007474* SELLO FECHA+HORA DE ALTA: EL DEL RELOJ Y EL ULTIMO GRABADO      00747443
007475 01  W-SELLO-ALTA.                                                00747543
007476     05 W-SEL-FECHA         PIC X(10).                            00747643
007477     05 W-SEL-HORA          PIC 9(08).                            00747743
007478 01  W-ULTIMO-ALTA.                                               00747843
007479     05 W-ULT-FECHA         PIC X(10) VALUE LOW-VALUES.           00747943
007480     05 W-ULT-HORA          PIC 9(08) VALUE 0.                    00748043
007481     05 W-ULT-HORA-R REDEFINES W-ULT-HORA.                        00748143
007482        10 W-ULT-HH         PIC 99.                               00748243
007483        10 W-ULT-MM         PIC 99.                               00748343
007484        10 W-ULT-SS         PIC 99.                               00748443
007485        10 W-ULT-CC         PIC 99.                               00748543
007486 01  W-CEN-TOTAL            PIC 9(07) VALUE 0.                    00748643
007487 01  W-CEN-COCIENTE         PIC 9(07) VALUE 0.                    00748743
007488 01  LIN-ENCABEZADO-1       PIC X(49) VALUE                       00748843
007500      "CARGA DE MATRICULA - RESULTADO POR REGISTRO".              00750043
007600 01  LIN-ENCABEZADO-2.                                            00760043
007700     05 FILLER              PIC X(7)  VALUE "CURSO  ".            00770043
012700        CLOSE RPT-MATRICULA                                       01270043
012800        GOBACK                                                    01280043
012900     END-IF                                                       01290043
012904     OPEN INPUT ARCHIVO-PRERREQ                                   01290443
012908     IF WS-FS-PRERREQ NOT = "00" THEN                             01290843
012912        DISPLAY "PSNMAT01 - ERROR AL ABRIR PRERREQ, STATUS="      01291243
012916                WS-FS-PRERREQ                                     01291643
012920        MOVE 16 TO RETURN-CODE                                    01292043
012924        CLOSE CARGA-MATRICULA                                     01292443
012928        CLOSE RPT-MATRICULA                                       01292843
012932        CLOSE ARCHIVO-MATRICULA                                   01293243
012936        GOBACK                                                    01293643
012940     END-IF                                                       01294043
012944     OPEN EXTEND ARCHIVO-AUDITORIA                                01294443
012948     IF WS-FS-AUDITLOG NOT = "00" THEN                            01294843
012952        DISPLAY "PSNMAT01 - ERROR AL ABRIR AUDITLOG, STATUS="     01295243
012956                WS-FS-AUDITLOG                                    01295643
012960        MOVE 16 TO RETURN-CODE                                    01296043
012964        CLOSE CARGA-MATRICULA                                     01296443
012968        CLOSE RPT-MATRICULA                                       01296843
012972        CLOSE ARCHIVO-MATRICULA                                   01297243
012976        CLOSE ARCHIVO-PRERREQ                                     01297643
012980        GOBACK                                                    01298043
012984     END-IF                                                       01298443
012992     OPEN INPUT ARCHIVO-OFERTAS                                   01299243
013000     IF WS-FS-OFERTAS NOT = "00" THEN                             01300043
013008        DISPLAY "PSNMAT01 - ERROR AL ABRIR OFERTAS, STATUS="      01300843
013016                WS-FS-OFERTAS                                     01301643
013024        MOVE 16 TO RETURN-CODE                                    01302443
013032        CLOSE CARGA-MATRICULA                                     01303243
013040        CLOSE RPT-MATRICULA                                       01304043
013048        CLOSE ARCHIVO-MATRICULA                                   01304843
013056        CLOSE ARCHIVO-PRERREQ                                     01305643
013064        CLOSE ARCHIVO-AUDITORIA                                   01306443
013072        GOBACK                                                    01307243
013080     END-IF                                                       01308043
013084     PERFORM 1050-ABRE-AUTORIZA                                   01308443
013086     PERFORM 1060-ABRE-CONVALID                                   01308643
013088     PERFORM 1100-GET-DATES                                       01308843
013100     PERFORM 1150-IMPRIME-ENCABEZADOS                             01310043
013200     PERFORM 1200-LEER-CARGA                                      01320043
013300     .                                                            01330043
013303 1050-ABRE-AUTORIZA.                                              01330343
013306     OPEN INPUT ARCHIVO-AUTORIZA                                  01330643
013309     IF WS-FS-AUTORIZA NOT = "00" THEN                            01330943
013312        DISPLAY "PSNMAT01 - ERROR AL ABRIR AUTORIZA, STATUS="     01331243
013315                WS-FS-AUTORIZA                                    01331543
013318        MOVE 16 TO RETURN-CODE                                    01331843
013321        CLOSE CARGA-MATRICULA                                     01332143
013324        CLOSE RPT-MATRICULA                                       01332443
013327        CLOSE ARCHIVO-MATRICULA                                   01332743
013330        CLOSE ARCHIVO-PRERREQ                                     01333043
013333        CLOSE ARCHIVO-AUDITORIA                                   01333343
013336        CLOSE ARCHIVO-OFERTAS                                     01333643
013339        GOBACK                                                    01333943
013342     END-IF                                                       01334243
013345     .                                                            01334543
013348 1060-ABRE-CONVALID.                                              01334843
013351     OPEN INPUT CURSOS-CONVAL                                     01335143
013354     IF WS-FS-CONVALID NOT = "00" THEN                            01335443
013357        DISPLAY "PSNMAT01 - ERROR AL ABRIR CONVALID, STATUS="     01335743
013360                WS-FS-CONVALID                                    01336043
013363        MOVE 16 TO RETURN-CODE                                    01336343
013366        CLOSE CARGA-MATRICULA                                     01336643
013369        CLOSE RPT-MATRICULA                                       01336943
013372        CLOSE ARCHIVO-MATRICULA                                   01337243
013375        CLOSE ARCHIVO-PRERREQ                                     01337543
013378        CLOSE ARCHIVO-AUDITORIA                                   01337843
013381        CLOSE ARCHIVO-OFERTAS                                     01338143
013384        CLOSE ARCHIVO-AUTORIZA                                    01338443
013387        GOBACK                                                    01338743
013390     END-IF                                                       01339043
013393     .                                                            01339343
013400 1100-GET-DATES.                                                  01340043
013500     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS         01350043
013600     MOVE WS-CURRENT-YEAR       TO WS-AAAA                        01360043
013700     MOVE WS-CURRENT-MONTH      TO WS-MM                          01370043
013800     MOVE WS-CURRENT-DAY        TO WS-DD                          01380043
013820     MOVE WS-CURRENT-HH         TO WS-HH-F1                       01382043
013840     MOVE WS-CURRENT-MM         TO WS-MM-F1                       01384043
013860     MOVE WS-CURRENT-SS         TO WS-SS-F1                       01386043
013880     MOVE WS-CURRENT-CC         TO WS-CC-F1                       01388043
013900     .                                                            01390043
014000 1150-IMPRIME-ENCABEZADOS.                                        01400043
014100     MOVE LIN-ENCABEZADO-1 TO REG-RPTMAT                          01410043
015800     ADD 1 TO WS-TOT-LEIDOS                                       01580043
015900     MOVE "S"    TO WS-SW-REG-VALIDO                              01590043
016000     MOVE SPACES TO W-MOTIVO-RECHAZO                              01600043
016050     MOVE "N"    TO WS-SW-SUP-ANULA                               01605043
016060     MOVE "N"    TO WS-SW-SUP-DENEGADO                            01606043
016070     MOVE "A"    TO W-ESTADO-ALTA                                 01607043
016100     PERFORM 2100-VALIDA-OPERACION                                01610043
016200     IF REG-VALIDO THEN                                           01620043
016300        PERFORM 2200-VALIDA-ESTUDIANTE                            01630043
016500     IF REG-VALIDO THEN                                           01650043
016600        PERFORM 2300-VALIDA-CURSO                                 01660043
016700     END-IF                                                       01670043
016725     IF REG-VALIDO AND CM-OPERACION = "I" THEN                    01672543
016750        PERFORM 2400-VALIDA-PRERREQUISITOS                        01675043
016775     END-IF                                                       01677543
016781     IF REG-VALIDO AND CM-OPERACION = "I" THEN                    01678143
016787        PERFORM 2500-VALIDA-CUPO                                  01678743
016793     END-IF                                                       01679343
016800     IF REG-VALIDO THEN                                           01680043
016900        PERFORM 3000-GRABAR-MATRICULA                             01690043
017000     END-IF                                                       01700043
017025     IF REG-VALIDO AND SUP-ANULA THEN                             01702543
017033        MOVE 6      TO W-AUD-TIPO-OPE                             01703343
017041        MOVE CM-DNI TO W-AUD-DNI-CONSULTADO                       01704143
017050        PERFORM 4300-REGISTRA-AUDITORIA                           01705043
017075     END-IF                                                       01707543
017078*    TIPO 8: EN LUGAR DEL DNI VAN LA TRANSACCION Y LA FUNCION     01707843
017081*    NEGADAS (AU-DENEGADO DE RLAUDIT)                             01708143
017084     IF SUP-DENEGADO THEN                                         01708443
017087        MOVE 8       TO W-AUD-TIPO-OPE                            01708743
017090        MOVE "SN07P" TO W-AUD-DNI-CONSULTADO                      01709043
017093        PERFORM 4300-REGISTRA-AUDITORIA                           01709343
017096     END-IF                                                       01709643
017100     IF NOT REG-VALIDO THEN                                       01710043
017200        ADD 1 TO WS-TOT-RECHAZADOS                                01720043
017300     END-IF                                                       01730043
022400        MOVE "CURSO NO REGISTRADO" TO W-MOTIVO-RECHAZO            02240043
022500     END-IF                                                       02250043
022600     .                                                            02260043
022607 2400-VALIDA-PRERREQUISITOS.                                      02260743
022614************************************************************      02261443
022621*    EL ALTA SOLO PROCEDE SI EL ESTUDIANTE TIENE, PARA     *      02262143
022628*    CADA PRERREQUISITO DEL CURSO EN PRERREQ, UNA NOTA     *      02262843
022635*    REGISTRADA DEL CURSO REQUERIDO IGUAL O MAYOR A LA     *      02263543
022642*    NOTA MINIMA, O EL CURSO REQUERIDO CONVALIDADO EN      *      02264243
022649*    CONVALID (2445). SI FALTA ALGUNO, EL REGISTRO SOLO    *      02264943
022656*    PASA CON LA ANULACION DE UN SUPERVISOR (CM-SUP-ANULA) *      02265643
022663************************************************************      02266343
022670     MOVE "S" TO WS-SW-PRERREQ-OK                                 02267043
022677     PERFORM 2410-CARGA-PRERREQUISITOS                            02267743
022684     IF REG-VALIDO AND W-NUM-PRQ > 0 THEN                         02268443
022691        PERFORM 2420-REVISA-NOTAS-ESTUDIANTE                      02269143
022698     END-IF                                                       02269843
022705     IF REG-VALIDO AND W-NUM-PRQ > 0 THEN                         02270543
022712        PERFORM 2445-BUSCA-CONVALIDADO                            02271243
022719                VARYING W-IX-PRQ FROM 1 BY 1                      02271943
022726                UNTIL W-IX-PRQ > W-NUM-PRQ                        02272643
022733                   OR NOT REG-VALIDO                              02273343
022740     END-IF                                                       02274043
022747     IF REG-VALIDO AND W-NUM-PRQ > 0 THEN                         02274743
022754        PERFORM 2450-BUSCA-PRQ-PENDIENTE                          02275443
022761                VARYING W-IX-PRQ FROM 1 BY 1                      02276143
022768                UNTIL W-IX-PRQ > W-NUM-PRQ                        02276843
022775                   OR NOT PRERREQ-OK                              02277543
022782     END-IF                                                       02278243
022789     IF REG-VALIDO AND NOT PRERREQ-OK THEN                        02278943
022796        IF CM-SUP-ANULA = "S" THEN                                02279643
022803           PERFORM 2460-VALIDA-SUPERVISOR                         02280343
022810        ELSE                                                      02281043
022817           MOVE "N" TO WS-SW-REG-VALIDO                           02281743
022824           MOVE W-MSG-PRERREQ TO W-MOTIVO-RECHAZO                 02282443
022831        END-IF                                                    02283143
022838     END-IF                                                       02283843
022845     .                                                            02284543
022852 2410-CARGA-PRERREQUISITOS.                                       02285243
022859************************************************************      02285943
022866*    CARGA EN W-PRQ LOS PRERREQUISITOS DEL CURSO,          *      02286643
022873*    RECORRIENDO PRERREQ DESDE LA LLAVE CURSO + BAJOS      *      02287343
022880************************************************************      02288043
022887     MOVE 0          TO W-NUM-PRQ                                 02288743
022894     MOVE "N"        TO WS-SW-FIN-PRQ                             02289443
022901     MOVE CM-CURSO   TO PR-CURSO                                  02290143
022908     MOVE LOW-VALUES TO PR-CURSO-REQ                              02290843
022915     START ARCHIVO-PRERREQ KEY NOT < PR-LLAVE                     02291543
022922        INVALID KEY                                               02292243
022929           MOVE "S" TO WS-SW-FIN-PRQ                              02292943
022936     END-START                                                    02293643
022943     PERFORM 2415-LEE-PRERREQUISITO                               02294343
022950             UNTIL FIN-PRQ                                        02295043
022957     .                                                            02295743
022964 2415-LEE-PRERREQUISITO.                                          02296443
022971     READ ARCHIVO-PRERREQ NEXT RECORD                             02297143
022978        AT END                                                    02297843
022985           MOVE "S" TO WS-SW-FIN-PRQ                              02298543
022992     END-READ                                                     02299243
022999     EVALUATE TRUE                                                02299943
023006        WHEN FIN-PRQ                                              02300643
023013             CONTINUE                                             02301343
023020        WHEN WS-FS-PRERREQ NOT = "00"                             02302043
023027             DISPLAY "PSNMAT01 - ERROR AL LEER PRERREQ, STATUS="  02302743
023034                     WS-FS-PRERREQ                                02303443
023041             MOVE 16 TO RETURN-CODE                               02304143
023048             SET ABORTAR TO TRUE                                  02304843
023055             MOVE "S" TO WS-SW-FIN-PRQ                            02305543
023062             MOVE "N" TO WS-SW-REG-VALIDO                         02306243
023069             MOVE "ERROR LEYENDO ARCHIVO PRERREQ"                 02306943
023076                  TO W-MOTIVO-RECHAZO                             02307643
023083        WHEN PR-CURSO NOT = CM-CURSO                              02308343
023090             MOVE "S" TO WS-SW-FIN-PRQ                            02309043
023097        WHEN W-NUM-PRQ NOT < W-MAX-PRQ                            02309743
023104             MOVE "S" TO WS-SW-FIN-PRQ                            02310443
023111             MOVE "N" TO WS-SW-REG-VALIDO                         02311143
023118             MOVE "CURSO CON MAS DE 10 PRERREQUISITOS"            02311843
023125                  TO W-MOTIVO-RECHAZO                             02312543
023132        WHEN OTHER                                                02313243
023139             ADD 1 TO W-NUM-PRQ                                   02313943
023146             MOVE PR-CURSO-REQ TO W-PRQ-CURSO (W-NUM-PRQ)         02314643
023153             IF PR-NOTA-MINIMA NOT NUMERIC OR                     02315343
023160                PR-NOTA-MINIMA = 0 THEN                           02316043
023167                MOVE W-NOTA-MIN-DEFECTO                           02316743
023174                     TO W-PRQ-NOTA-MIN (W-NUM-PRQ)                02317443
023181             ELSE                                                 02318143
023188                MOVE PR-NOTA-MINIMA                               02318843
023195                     TO W-PRQ-NOTA-MIN (W-NUM-PRQ)                02319543
023202             END-IF                                               02320243
023209             MOVE "N" TO W-PRQ-APROBADO (W-NUM-PRQ)               02320943
023216     END-EVALUATE                                                 02321643
023223     .                                                            02322343
023230 2420-REVISA-NOTAS-ESTUDIANTE.                                    02323043
023237************************************************************      02323743
023244*    PIDE A PSNETS53 LAS NOTAS DEL ESTUDIANTE POR BLOQUES  *      02324443
023251*    (TIPO 1 SUBTIPO 5, VER LKNOTAS) HASTA EL SQLCODE 100, *      02325143
023258*    MARCANDO COMO APROBADO CADA PRERREQUISITO QUE LA NOTA *      02325843
023265*    SATISFACE. OTRO SQLCODE DEJA LAS NOTAS INCOMPLETAS:   *      02326543
023272*    SE RECHAZA EL REGISTRO Y SE TERMINA CON RC 16         *      02327243
023279************************************************************      02327943
023286     SET LK-NT-OPE-CONSULTA TO TRUE                               02328643
023293     MOVE 5      TO LK-NT-SUBTIPO                                 02329343
023300     MOVE CM-DNI TO LK-NT-DNIESTUD                                02330043
023307     MOVE 100    TO LK-NT-SQLCODE                                 02330743
023314     MOVE 0      TO LK-NT-POSICION                                02331443
023321     MOVE "N"    TO W-FIN-NOTAS                                   02332143
023328     PERFORM 2430-REVISA-UNA-NOTA                                 02332843
023335             UNTIL W-FIN-NOTAS = "S"                              02333543
023342     .                                                            02334243
023349 2430-REVISA-UNA-NOTA.                                            02334943
023356     SET LK-NT-OPE-CONSULTA TO TRUE                               02335643
023363     MOVE 5      TO LK-NT-SUBTIPO                                 02336343
023370     MOVE CM-DNI TO LK-NT-DNIESTUD                                02337043
023377     CALL "PSNETS53" USING AREA-LINK                              02337743
023384     IF LK-NT-SQLCODE = 0 THEN                                    02338443
023391        PERFORM 2440-MARCA-PRQ-APROBADO                           02339143
023398                VARYING W-IX-PRQ FROM 1 BY 1                      02339843
023405                UNTIL W-IX-PRQ > W-NUM-PRQ                        02340543
023412     ELSE                                                         02341243
023419        MOVE "S" TO W-FIN-NOTAS                                   02341943
023426        IF LK-NT-SQLCODE NOT = 100 THEN                           02342643
023433           DISPLAY "PSNMAT01 - ERROR AL LEER NOTAS DEL DNI "      02343343
023440                   CM-DNI " SQLCODE=" LK-NT-SQLCODE               02344043
023447           MOVE 16 TO RETURN-CODE                                 02344743
023454           SET ABORTAR TO TRUE                                    02345443
023461           MOVE "N" TO WS-SW-REG-VALIDO                           02346143
023468           MOVE "ERROR LEYENDO NOTAS (PSNETS53)"                  02346843
023475                TO W-MOTIVO-RECHAZO                               02347543
023482        END-IF                                                    02348243
023489     END-IF                                                       02348943
023496     .                                                            02349643
023503 2440-MARCA-PRQ-APROBADO.                                         02350343
023510     IF W-PRQ-CURSO (W-IX-PRQ) = LK-NT-CURSO AND                  02351043
023517        LK-NT-NOTA NOT < W-PRQ-NOTA-MIN (W-IX-PRQ) THEN           02351743
023524        MOVE "S" TO W-PRQ-APROBADO (W-IX-PRQ)                     02352443
023531     END-IF                                                       02353143
023538     .                                                            02353843
023545 2445-BUSCA-CONVALIDADO.                                          02354543
023552************************************************************      02355243
023559*    UN PRERREQUISITO SIN NOTA SUFICIENTE SE DA POR        *      02355943
023566*    APROBADO SI EL CURSO REQUERIDO ESTA CONVALIDADO AL    *      02356643
023573*    ESTUDIANTE EN CONVALID (LLAVE DNI + CURSO), COMO LO   *      02357343
023580*    CUENTA LA AUDITORIA DE GRADO PSNGRA01                 *      02358043
023587************************************************************      02358743
023594     IF W-PRQ-APROBADO (W-IX-PRQ) = "N" THEN                      02359443
023601        MOVE CM-DNI                 TO CV-DNI                     02360143
023608        MOVE W-PRQ-CURSO (W-IX-PRQ) TO CV-CURSO                   02360843
023615        READ CURSOS-CONVAL                                        02361543
023622        EVALUATE WS-FS-CONVALID                                   02362243
023629           WHEN "00"                                              02362943
023636                MOVE "S" TO W-PRQ-APROBADO (W-IX-PRQ)             02363643
023643*          "23" = NO EXISTE: EL CURSO NO ESTA CONVALIDADO         02364343
023650           WHEN "23"                                              02365043
023657                CONTINUE                                          02365743
023664           WHEN OTHER                                             02366443
023671                DISPLAY "PSNMAT01 - ERROR AL LEER CONVALID, "     02367143
023678                        "STATUS=" WS-FS-CONVALID                  02367843
023685                MOVE 16 TO RETURN-CODE                            02368543
023692                SET ABORTAR TO TRUE                               02369243
023699                MOVE "N" TO WS-SW-REG-VALIDO                      02369943
023706                MOVE "ERROR LEYENDO ARCHIVO CONVALID"             02370643
023713                     TO W-MOTIVO-RECHAZO                          02371343
023720        END-EVALUATE                                              02372043
023727     END-IF                                                       02372743
023734     .                                                            02373443
023741 2450-BUSCA-PRQ-PENDIENTE.                                        02374143
023748     IF W-PRQ-APROBADO (W-IX-PRQ) = "N" THEN                      02374843
023755        MOVE "N" TO WS-SW-PRERREQ-OK                              02375543
023762        MOVE W-PRQ-CURSO (W-IX-PRQ) TO W-MSG-PRQ-CURSO            02376243
023769     END-IF                                                       02376943
023776     .                                                            02377643
023820 2460-VALIDA-SUPERVISOR.                                          02382043
023830************************************************************      02383043
023840*    LA ANULACION SOLO VALE SI EL DNI DEL SUPERVISOR       *      02384043
023850*    EXISTE EN PSNETS73 Y SU TIPO DE USUARIO TIENE LA      *      02385043
023855*    FUNCION P DE SN07 EN AUTORIZA (VER RLAUTORI)          *      02385543
023860************************************************************      02386043
023870     MOVE CM-SUP-DNI TO LK-US-DNI                                 02387043
023880     MOVE 1          TO LK-US-COD-RET                             02388043
023890     MOVE 100        TO LK-US-SQLCODE                             02389043
023900     MOVE SPACES     TO LK-US-TIPOUSUA                            02390043
023910     CALL "PSNETS73" USING AREA-LINK-USUARIO                      02391043
023911     IF LK-US-COD-RET = 0 THEN                                    02391143
023912        MOVE LK-US-TIPOUSUA TO AT-TIPOUSUA                        02391243
023913        MOVE "SN07"         TO AT-TRANSACCION                     02391343
023914        MOVE "P"            TO AT-FUNCION                         02391443
023915        READ ARCHIVO-AUTORIZA                                     02391543
023916           INVALID KEY                                            02391643
023917              CONTINUE                                            02391743
023918        END-READ                                                  02391843
023919     END-IF                                                       02391943
023920     IF LK-US-COD-RET = 0 AND WS-FS-AUTORIZA = "00" THEN          02392043
023930        MOVE "S" TO WS-SW-SUP-ANULA                               02393043
023940        MOVE "PRERREQ. ANULADO POR SUPERVISOR"                    02394043
023950             TO W-MOTIVO-RECHAZO                                  02395043
023960     ELSE                                                         02396043
023970        MOVE "N" TO WS-SW-REG-VALIDO                              02397043
023980        MOVE "SUPERVISOR NO AUTORIZADO A ANULAR"                  02398043
023990             TO W-MOTIVO-RECHAZO                                  02399043
023991        IF LK-US-COD-RET = 0 AND WS-FS-AUTORIZA NOT = "23" THEN   02399143
023992           DISPLAY "PSNMAT01 - ERROR AL LEER AUTORIZA, STATUS="   02399243
023993                   WS-FS-AUTORIZA                                 02399343
023994           MOVE 16 TO RETURN-CODE                                 02399443
023995           SET ABORTAR TO TRUE                                    02399543
023996        END-IF                                                    02399643
023997        MOVE "S" TO WS-SW-SUP-DENEGADO                            02399743
024000     END-IF                                                       02400043
024010     .                                                            02401043
024012 2500-VALIDA-CUPO.                                                02401243
024014************************************************************      02401443
024016*    SI EL CURSO TIENE OFERTA EN EL PERIODO: OFERTA        *      02401643
024018*    CERRADA = RECHAZO; CUPO LLENO (MATRICULAS ACTIVAS DE  *      02401843
024020*    OTROS ESTUDIANTES >= OF-CAPACIDAD) O ESTUDIANTES EN   *      02402043
024022*    ESPERA LLEGADOS ANTES = EL ALTA QUEDA EN ESPERA ("E") *      02402243
024024*    SIN OFERTA O CON CUPO CERO NO HAY CONTROL DE CUPO.    *      02402443
024026*    MISMA REGLA QUE 3390-VERIFICA-CUPO DE PSNETS07        *      02402643
024028************************************************************      02402843
024030     MOVE CM-CURSO  TO OF-CURSO                                   02403043
024032     MOVE CM-AAAA   TO OF-AAAA                                    02403243
024034     MOVE W-TER-MAT TO OF-TERMINO                                 02403443
024036     READ ARCHIVO-OFERTAS                                         02403643
024038        INVALID KEY                                               02403843
024040           CONTINUE                                               02404043
024042        NOT INVALID KEY                                           02404243
024044           IF OF-CERRADA THEN                                     02404443
024046              MOVE "N" TO WS-SW-REG-VALIDO                        02404643
024048              MOVE "OFERTA CERRADA PARA MATRICULA"                02404843
024050                   TO W-MOTIVO-RECHAZO                            02405043
024052           ELSE                                                   02405243
024054              IF OF-CAPACIDAD NUMERIC AND OF-CAPACIDAD > 0 THEN   02405443
024056                 PERFORM 2510-CUENTA-MATRICULAS                   02405643
024058              END-IF                                              02405843
024060           END-IF                                                 02406043
024062     END-READ                                                     02406243
024064     IF WS-FS-OFERTAS NOT = "00" AND "23" THEN                    02406443
024066        DISPLAY "PSNMAT01 - ERROR AL LEER OFERTAS, STATUS="       02406643
024068                WS-FS-OFERTAS                                     02406843
024070        MOVE 16 TO RETURN-CODE                                    02407043
024072        SET ABORTAR TO TRUE                                       02407243
024074        MOVE "N" TO WS-SW-REG-VALIDO                              02407443
024076        MOVE "ERROR LEYENDO ARCHIVO OFERTAS" TO W-MOTIVO-RECHAZO  02407643
024078     END-IF                                                       02407843
024080     .                                                            02408043
024082 2510-CUENTA-MATRICULAS.                                          02408243
024084************************************************************      02408443
024086*    LEE EL REGISTRO PROPIO DEL ESTUDIANTE (SI YA ESTA EN  *      02408643
024088*    ESPERA SE TOMA SU FECHA + HORA DE LLEGADA) Y RECORRE  *      02408843
024090*    MATRICUL DESDE CURSO + AO + TERMINO + BAJOS CONTANDO  *      02409043
024092*    LOS ACTIVOS Y LOS EN ESPERA QUE LLEGARON ANTES        *      02409243
024094************************************************************      02409443
024096     MOVE "N" TO WS-SW-YA-EN-ESPERA                               02409643
024098     MOVE 0   TO W-NUM-ACTIVOS                                    02409843
024100     MOVE 0   TO W-NUM-ANTES                                      02410043
024102     MOVE CM-CURSO  TO MA-CURSO                                   02410243
024104     MOVE CM-AAAA   TO MA-AAAA                                    02410443
024106     MOVE W-TER-MAT TO MA-TERMINO                                 02410643
024108     MOVE CM-DNI    TO MA-DNI                                     02410843
024110     READ ARCHIVO-MATRICULA                                       02411043
024112        INVALID KEY                                               02411243
024114           CONTINUE                                               02411443
024116        NOT INVALID KEY                                           02411643
024118           IF MA-EN-ESPERA THEN                                   02411843
024120              MOVE "S"           TO WS-SW-YA-EN-ESPERA            02412043
024122              MOVE MA-FECHA-ALTA TO W-LLE-FECHA                   02412243
024124              MOVE MA-HORA-ALTA  TO W-LLE-HORA                    02412443
024126           END-IF                                                 02412643
024128     END-READ                                                     02412843
024130     MOVE "N"        TO WS-SW-FIN-CUPO                            02413043
024132     MOVE CM-CURSO   TO MA-CURSO                                  02413243
024134     MOVE CM-AAAA    TO MA-AAAA                                   02413443
024136     MOVE W-TER-MAT  TO MA-TERMINO                                02413643
024138     MOVE LOW-VALUES TO MA-DNI                                    02413843
024140     START ARCHIVO-MATRICULA KEY NOT < MA-LLAVE                   02414043
024142        INVALID KEY                                               02414243
024144           MOVE "S" TO WS-SW-FIN-CUPO                             02414443
024146     END-START                                                    02414643
024148     PERFORM 2515-LEE-MATRICULA                                   02414843
024150             UNTIL FIN-CUPO                                       02415043
024152     IF REG-VALIDO THEN                                           02415243
024154        IF W-NUM-ACTIVOS NOT < OF-CAPACIDAD OR                    02415443
024156           W-NUM-ANTES > 0 THEN                                   02415643
024158           MOVE "E" TO W-ESTADO-ALTA                              02415843
024160        END-IF                                                    02416043
024162     END-IF                                                       02416243
024164     .                                                            02416443
024166 2515-LEE-MATRICULA.                                              02416643
024168     READ ARCHIVO-MATRICULA NEXT RECORD                           02416843
024170        AT END                                                    02417043
024172           MOVE "S" TO WS-SW-FIN-CUPO                             02417243
024174     END-READ                                                     02417443
024176     EVALUATE TRUE                                                02417643
024178        WHEN FIN-CUPO                                             02417843
024180             CONTINUE                                             02418043
024182        WHEN WS-FS-MATRICUL NOT = "00"                            02418243
024184             DISPLAY "PSNMAT01 - ERROR AL LEER MATRICUL, STATUS=" 02418443
024186                     WS-FS-MATRICUL                               02418643
024188             MOVE 16 TO RETURN-CODE                               02418843
024190             SET ABORTAR TO TRUE                                  02419043
024192             MOVE "S" TO WS-SW-FIN-CUPO                           02419243
024194             MOVE "N" TO WS-SW-REG-VALIDO                         02419443
024196             MOVE "ERROR LEYENDO ARCHIVO MATRICUL"                02419643
024198                  TO W-MOTIVO-RECHAZO                             02419843
024200        WHEN MA-CURSO NOT = CM-CURSO OR MA-AAAA NOT = CM-AAAA     02420043
024202          OR MA-TERMINO NOT = W-TER-MAT                           02420243
024204             MOVE "S" TO WS-SW-FIN-CUPO                           02420443
024206        WHEN MA-DNI = CM-DNI                                      02420643
024208             CONTINUE                                             02420843
024210        WHEN MA-ACTIVA                                            02421043
024212             ADD 1 TO W-NUM-ACTIVOS                               02421243
024214        WHEN MA-EN-ESPERA                                         02421443
024216             MOVE MA-FECHA-ALTA TO W-LLO-FECHA                    02421643
024218             MOVE MA-HORA-ALTA  TO W-LLO-HORA                     02421843
024220             IF NOT YA-EN-ESPERA OR                               02422043
024222                W-LLEGADA-OTRO < W-LLEGADA-ESTUDIANTE THEN        02422243
024224                ADD 1 TO W-NUM-ANTES                              02422443
024226             END-IF                                               02422643
024228        WHEN OTHER                                                02422843
024230             CONTINUE                                             02423043
024232     END-EVALUATE                                                 02423243
024234     .                                                            02423443
024236 3000-GRABAR-MATRICULA.                                           02423643
024238************************************************************      02423843
024240*    ALTA (I): CREA EL REGISTRO, O REACTIVA UNO RETIRADO.  *      02424043
024242*    RETIRO (E): DEJA EL REGISTRO EN ESTADO "R"; NO SE     *      02424243
024244*    BORRA PARA CONSERVAR LA HISTORIA DE LA SECCION        *      02424443
024246************************************************************      02424643
024248     MOVE CM-CURSO  TO MA-CURSO                                   02424843
024250     MOVE CM-AAAA   TO MA-AAAA                                    02425043
024252     MOVE W-TER-MAT TO MA-TERMINO                                 02425243
024254     MOVE CM-DNI    TO MA-DNI                                     02425443
024256     READ ARCHIVO-MATRICULA                                       02425643
024258        INVALID KEY                                               02425843
024260           IF CM-OPERACION = "I" THEN                             02426043
024262              MOVE CM-CURSO  TO MA-CURSO                          02426243
024264              MOVE CM-AAAA   TO MA-AAAA                           02426443
024266              MOVE W-TER-MAT TO MA-TERMINO                        02426643
024300              MOVE CM-DNI    TO MA-DNI                            02430043
024400              MOVE W-ESTADO-ALTA TO MA-ESTADO                     02440043
024450              PERFORM 3050-SELLO-ALTA                             02445043
024500              MOVE W-ULT-FECHA TO MA-FECHA-ALTA                   02450043
024550              MOVE W-ULT-HORA  TO MA-HORA-ALTA                    02455043
024600              PERFORM 3100-ESCRIBE-MATRICULA                      02460043
024700           ELSE                                                   02470043
024800              MOVE "N" TO WS-SW-REG-VALIDO                        02480043
025000           END-IF                                                 02500043
025100        NOT INVALID KEY                                           02510043
025200           IF CM-OPERACION = "I" THEN                             02520043
025300              IF MA-RETIRADA OR                                   02530043
025350                 (MA-EN-ESPERA AND W-ESTADO-ALTA = "A") THEN      02535043
025400                 MOVE W-ESTADO-ALTA TO MA-ESTADO                  02540043
025450                 PERFORM 3050-SELLO-ALTA                          02545043
025500                 MOVE W-ULT-FECHA TO MA-FECHA-ALTA                02550043
025550                 MOVE W-ULT-HORA  TO MA-HORA-ALTA                 02555043
025600                 PERFORM 3200-REESCRIBE-MATRICULA                 02560043
025700              ELSE                                                02570043
025800                 MOVE "N" TO WS-SW-REG-VALIDO                     02580043
025820                 IF MA-EN-ESPERA THEN                             02582043
025840                    MOVE "YA ESTA EN LISTA DE ESPERA"             02584043
025860                         TO W-MOTIVO-RECHAZO                      02586043
025880                 ELSE                                             02588043
025900                 MOVE "YA ESTA MATRICULADO" TO W-MOTIVO-RECHAZO   02590043
025950                 END-IF                                           02595043
026000              END-IF                                              02600043
026100           ELSE                                                   02610043
026200              IF MA-RETIRADA THEN                                 02620043
027000     END-READ                                                     02700043
027100     IF REG-VALIDO THEN                                           02710043
027200        ADD 1 TO WS-TOT-ACEPTADOS                                 02720043
027220        IF CM-OPERACION = "I" AND MA-EN-ESPERA THEN               02722043
027240           ADD 1 TO WS-TOT-EN-ESPERA                              02724043
027260        END-IF                                                    02726043
027300     END-IF                                                       02730043
027400     .                                                            02740043
027404 3050-SELLO-ALTA.                                                 02740443
027408************************************************************      02740843
027412*    FECHA+HORA DE ALTA DEL REGISTRO. SI EL RELOJ NO HA    *      02741243
027416*    AVANZADO DESDE EL ALTA ANTERIOR SE SUMA UNA CENTESIMA *      02741643
027420*    A LA ULTIMA HORA GRABADA, ASI EL ORDEN DE LLEGADA DE  *      02742043
027424*    LA LISTA DE ESPERA ES EL ORDEN DEL LISTADO            *      02742443
027428************************************************************      02742843
027432     PERFORM 1100-GET-DATES                                       02743243
027436     MOVE WS-FECHA-AAAA-MM-DD TO W-SEL-FECHA                      02743643
027440     MOVE WS-CURRENT-TIME     TO W-SEL-HORA                       02744043
027444     IF W-SELLO-ALTA > W-ULTIMO-ALTA THEN                         02744443
027448        MOVE W-SELLO-ALTA TO W-ULTIMO-ALTA                        02744843
027452     ELSE                                                         02745243
027456        COMPUTE W-CEN-TOTAL = ((W-ULT-HH * 60 + W-ULT-MM) * 60    02745643
027460                              + W-ULT-SS) * 100 + W-ULT-CC + 1    02746043
027464        DIVIDE W-CEN-TOTAL BY 100 GIVING W-CEN-COCIENTE           02746443
027468               REMAINDER W-ULT-CC                                 02746843
027472        DIVIDE W-CEN-COCIENTE BY 60 GIVING W-CEN-TOTAL            02747243
027476               REMAINDER W-ULT-SS                                 02747643
027480        DIVIDE W-CEN-TOTAL BY 60 GIVING W-ULT-HH                  02748043
027484               REMAINDER W-ULT-MM                                 02748443
027488     END-IF                                                       02748843
027492     .                                                            02749243
027500 3100-ESCRIBE-MATRICULA.                                          02750043
027600     WRITE REG-MATRICULA                                          02760043
027700        INVALID KEY                                               02770043
029400        SET ABORTAR TO TRUE                                       02940043
029500     END-IF                                                       02950043
029600     .                                                            02960043
029604 4300-REGISTRA-AUDITORIA.                                         02960443
029608************************************************************      02960843
029612*    GRABA UN RENGLON EN EL LOG DE AUDITORIA POR CADA      *      02961243
029616*    ANULACION DE PRERREQUISITOS ACEPTADA (TIPO 6) O       *      02961643
029620*    NEGADA POR AUTORIZA (TIPO 8), ESCRITO DIRECTO EN EL   *      02962043
029624*    ARCHIVO AUDITLOG (EL ENCAPSULADOR PSNETS83 ES SOLO    *      02962443
029628*    CICS, VER PSNCRG01). OPERADOR = DNI DEL SUPERVISOR    *      02962843
029632************************************************************      02963243
029636     PERFORM 1100-GET-DATES                                       02963643
029640     MOVE SPACES        TO REG-AUDITORIA                          02964043
029644     MOVE W-AUD-TIPO-OPE TO AU-TIPO-OPE                           02964443
029648     MOVE 6             TO AU-SUBTIPO                             02964843
029652     MOVE CM-SUP-DNI    TO AU-OPERADOR                            02965243
029656     MOVE W-AUD-DNI-CONSULTADO TO AU-DNI-CONSULTADO               02965643
029660     MOVE WS-FECHA-AAAA-MM-DD      TO AU-FECHA                    02966043
029664     MOVE WS-HORA-MINUTOS-SEGUNDOS TO AU-HORA                     02966443
029668     WRITE REG-AUDITORIA                                          02966843
029672     IF WS-FS-AUDITLOG NOT = "00" THEN                            02967243
029676        DISPLAY "PSNMAT01 - ERROR AL GRABAR AUDITLOG, STATUS="    02967643
029680                WS-FS-AUDITLOG                                    02968043
029684        MOVE 16 TO RETURN-CODE                                    02968443
029688        SET ABORTAR TO TRUE                                       02968843
029692     END-IF                                                       02969243
029696     .                                                            02969643
029700 5000-ESCRIBE-RESULTADO.                                          02970043
029800     MOVE CM-CURSO  TO LIN-D-CURSO                                02980043
029900     MOVE CM-AAAA   TO LIN-D-AAAA                                 02990043
030200     MOVE CM-OPERACION TO LIN-D-OPE                               03020043
030300     IF REG-VALIDO THEN                                           03030043
030400        MOVE "ACEPTADO " TO LIN-D-RESULTADO                       03040043
030410        IF CM-OPERACION = "I" AND MA-EN-ESPERA THEN               03041043
030420           MOVE "EN ESPERA" TO LIN-D-RESULTADO                    03042043
030430           MOVE "CUPO LLENO - QUEDA EN LISTA DE ESPERA"           03043043
030440                TO W-MOTIVO-RECHAZO                               03044043
030450        END-IF                                                    03045043
030500     ELSE                                                         03050043
030600        MOVE "RECHAZADO" TO LIN-D-RESULTADO                       03060043
030700     END-IF                                                       03070043
032100 9999-FIN-DE-PROGRAMA.                                            03210043
032200     CLOSE CARGA-MATRICULA                                        03220043
032300     CLOSE ARCHIVO-MATRICULA                                      03230043
032333     CLOSE ARCHIVO-PRERREQ                                        03233343
032366     CLOSE ARCHIVO-AUDITORIA                                      03236643
032376     CLOSE ARCHIVO-OFERTAS                                        03237643
032386     CLOSE ARCHIVO-AUTORIZA                                       03238643
032393     CLOSE CURSOS-CONVAL                                          03239343
032400     CLOSE RPT-MATRICULA                                          03240043
032500     DISPLAY "PSNMAT01 - REGISTROS LEIDOS....: "                  03250043
032600             WS-TOT-LEIDOS                                        03260043
032800             WS-TOT-ACEPTADOS                                     03280043
032900     DISPLAY "PSNMAT01 - REGISTROS RECHAZADOS: "                  03290043
033000             WS-TOT-RECHAZADOS                                    03300043
033030     DISPLAY "PSNMAT01 - ALTAS EN ESPERA.....: "                  03303043
033060             WS-TOT-EN-ESPERA                                     03306043
033100     GOBACK                                                       03310043
033200     .                                                            03320043
