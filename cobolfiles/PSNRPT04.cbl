004300*    VERIFICA EL CONTROL XREFCTL DE PSNXRF01 (RLXRFCTL):   *      00210433
004400*    CONSTRUCCION EN PROCESO O SIN REGISTRO NO DEJA        *      00210533
004500*    CORRER; MAS VIEJA QUE AYER AVISA Y RETORNA 4          *      00210633
004505* MODIFICACIONES 15/10/2026: LOS CURSOS CONVALIDADOS DEL   *      00450533
004510*    ARCHIVO CONVALID (CARGA PSNCNV01, VER RLCONVAL) SALEN *      00451033
004515*    EN EL EXTRACTO CON EX-TIPO-NOTA "C", LA NOTA Y LA     *      00451533
004520*    INSTITUCION DE ORIGEN, TERMINO "0" Y EL ANIO EN QUE   *      00452033
004525*    SE APROBARON; APLICAN LOS MISMOS FILTROS DE LA        *      00452533
004530*    TARJETA. EXTPEND GUARDA EL TIPO PARA RE-EXTRAERLOS    *      00453033
004535* MODIFICACIONES 15/10/2026: CON "G" EN LA COLUMNA 24      *      00453533
004540*    DE LA TARJETA Y SIN DNI SE EXTRAEN SOLO LOS           *      00454033
004545*    CANDIDATOS A GRADO DEL ARCHIVO CANDGRA (AUDITORIA     *      00454533
004550*    PSNGRA01, VER RLCANDGR), CADA UNO COMO LA CORRIDA     *      00455033
004555*    DE UN SOLO DNI                                        *      00455533
004556*    EL CANDIDATO QUE YA NO ESTA EN ESTMAST SE CUENTA Y    *      00455633
004557*    RETORNA 4; OTRO ERROR AL LEERLO TERMINA CON RC 16     *      00455733
004560* MODIFICACIONES 15/10/2026: SIN TOPE DE 20 NOTAS: LECTURA *      00456033
004565*    POR BLOQUES (PSNETS53 SUBTIPO 5); EL DNI QUE LLENA LA *      00456533
004570*    TABLA RLNOTAS SE AVISA Y RETORNA 4 (VER PSNLIM01)     *      00457033
004575*    UN SQLCODE DISTINTO DE 0 Y 100 AL LEER LAS NOTAS      *      00457533
004580*    TERMINA EL PROCESO CON RC 16                          *      00458033
004600************************************************************      00210033
004700 ENVIRONMENT DIVISION.                                            00220033
004800 CONFIGURATION SECTION.                                           00230033
007100            FILE STATUS WS-FS-EXTPEND.                            00348833
007200     SELECT ARCHIVO-XRFCTL ASSIGN TO XREFCTL                      00349033
007300            FILE STATUS WS-FS-XRFCTL.                             00349233
007310     SELECT CURSOS-CONVAL ASSIGN TO CONVALID                      00731033
007320            ORGANIZATION INDEXED                                  00732033
007330            ACCESS MODE DYNAMIC                                   00733033
007340            RECORD KEY CV-LLAVE                                   00734033
007350            FILE STATUS WS-FS-CONVALID.                           00735033
007360     SELECT CANDIDATOS ASSIGN TO CANDGRA                          00736033
007370            FILE STATUS WS-FS-CANDGRA.                            00737033
007400 DATA DIVISION.                                                   00350033
007500 FILE SECTION.                                                    00360033
007600 FD  CTLCARD.                                                     00370033
008100     05 CE-AAAA-HASTA       PIC X(4).                             00420033
008200*    FILTRO DE TERMINO: "1"/"2"/"0"; BLANCO NO RESTRINGE          00421033
008300     05 CE-TERMINO          PIC X(1).                             00422033
008310*    "G" = EXTRAER SOLO LOS CANDIDATOS A GRADO DE CANDGRA         00831033
008320     05 CE-CANDIDATOS       PIC X(1).                             00832033
008400     05 FILLER              PIC X(56).                            00430033
008500 FD  ESTUD-MASTER.                                                00440033
008600 COPY RLESTMST.                                                   00450033
008700 FD  EXTRACTO-NOTAS                                               00460033
009700 FD  ARCHIVO-XRFCTL                                               00488033
009800     RECORDING MODE F.                                            00489033
009900 COPY RLXRFCTL.                                                   00489533
009930 FD  CURSOS-CONVAL.                                               00993033
009960 COPY RLCONVAL.                                                   00996033
009970 FD  CANDIDATOS                                                   00997033
009980     RECORDING MODE F.                                            00998033
009990 COPY RLCANDGR.                                                   00999033
010000 WORKING-STORAGE SECTION.                                         00490033
010100* COPY AREAS PARA FECHAS                                          00491033
010200 COPY WSFECHAS.                                                   00492033
011200     05 WS-FS-XREF          PIC XX.                               00572033
011300     05 WS-FS-EXTPEND       PIC XX.                               00573033
011400     05 WS-FS-XRFCTL        PIC XX.                               00574033
011450     05 WS-FS-CONVALID      PIC XX.                               01145033
011460     05 WS-FS-CANDGRA       PIC XX.                               01146033
011500 01  WS-SWITCHES.                                                 00580033
011600     05 WS-SW-FIN-ESTUD     PIC X VALUE "N".                      00590033
011700        88 FIN-ESTUD               VALUE "S".                     00600033
013100        88 FIN-XREF                VALUE "S".                     00628833
013200     05 WS-SW-XREF-CALIFICA PIC X VALUE "S".                      00628933
013300        88 XREF-CALIFICA           VALUE "S".                     00629033
013330     05 WS-SW-FIN-CONVAL    PIC X VALUE "N".                      01333033
013360        88 FIN-CONVAL              VALUE "S".                     01336033
013370     05 WS-SW-VIA-CANDIDATOS PIC X VALUE "N".                     01337033
013375        88 VIA-CANDIDATOS          VALUE "S".                     01337533
013380     05 WS-SW-FIN-CAND      PIC X VALUE "N".                      01338033
013385        88 FIN-CAND                VALUE "S".                     01338533
013400 01  WS-CONTROL-CHKPT.                                            00629033
013500     05 WS-CHKPT-INTERVALO  PIC 9(3) VALUE 100.                   00629033
013600     05 WS-ESTUD-DESDE-CHKPT PIC 9(3) VALUE 0.                    00629033
014700     05 WS-TOT-XREF-LEIDOS  PIC 9(7) VALUE 0.                     00701033
014800     05 WS-TOT-REEXTRAIDOS  PIC 9(5) VALUE 0.                     00702033
014900     05 WS-TOT-YA-PENDIENTES PIC 9(5) VALUE 0.                    00702233
014950     05 WS-TOT-CONVALIDADAS PIC 9(5) VALUE 0.                     01495033
014960*    DNI CUYAS NOTAS LLENAN LA TABLA RLNOTAS (WS-MAX-NOTAS)       01496033
014970     05 WS-TOT-EN-LIMITE    PIC 9(5) VALUE 0.                     01497033
014980*    CANDIDATOS DE CANDGRA QUE NO ESTAN EN ESTMAST                01498033
014990     05 WS-TOT-CAND-SIN-MAE PIC 9(5) VALUE 0.                     01499033
015000************************************************************      00703033
015100*    IDENTIFICADOR DE LA CORRIDA DE EXTRACTO (FECHA-HORA   *      00703133
015200*    AAAAMMDDHHMMSS) Y CONSECUTIVO DE REGISTRO             *      00703233
019100        10 RX-AAAA          PIC X(4).                             00705333
019200        10 RX-TERMINO       PIC X(1).                             00705433
019300        10 RX-NOTA          PIC 99V99.                            00705533
019330        10 RX-TIPO-NOTA     PIC X(1).                             01933033
019360        10 RX-INSTITUCION   PIC X(8).                             01936033
019400 01  WS-IDX-RX              PIC 9(3).                             00705533
019500 01  WS-SW-FIN-PEND         PIC X VALUE "N".                      00705633
019600     88 FIN-PEND                   VALUE "S".                     00705733
021300        WHEN VIA-XREF                                             00751033
021400             PERFORM 2800-PROCESA-NOTA-XREF                       00752033
021500                    UNTIL FIN-XREF OR ABORTAR                     00753033
021510*            LAS CONVALIDADAS NO ESTAN EN EL CRUZADO: SE          02151033
021520*            BUSCAN EN CONVALID POR EL CURSO FILTRADO             02152033
021530             IF NOT ABORTAR THEN                                  02153033
021540                PERFORM 2950-CONVALIDADAS-XREF                    02154033
021550             END-IF                                               02155033
021560        WHEN VIA-CANDIDATOS                                       02156033
021570             PERFORM 2200-PROCESA-CANDIDATO                       02157033
021580                    UNTIL FIN-CAND OR ABORTAR                     02158033
021600        WHEN OTHER                                                00760033
021700             PERFORM 2100-PROCESA-ESTUDIANTES                     00770033
021800                    UNTIL FIN-ESTUD OR ABORTAR                    00780033
023900     MOVE CE-AAAA-DESDE TO WS-FILTRO-DESDE                        00900033
024000     MOVE CE-AAAA-HASTA TO WS-FILTRO-HASTA                        00910033
024100     MOVE CE-TERMINO    TO WS-FILTRO-TERMINO                      00911033
024120*    CON "G" Y SIN DNI SE EXTRAEN SOLO LOS CANDIDATOS A GRADO     02412033
024140*    DE LA AUDITORIA PSNGRA01 (ARCHIVO CANDGRA)                   02414033
024160     IF CE-DNI = SPACES AND CE-CANDIDATOS = "G" THEN              02416033
024180        MOVE "S" TO WS-SW-VIA-CANDIDATOS                          02418033
024190     END-IF                                                       02419033
024200     OPEN INPUT ESTUD-MASTER                                      00920033
024300     IF WS-FS-ESTMAST NOT = "00" THEN                             00920033
024400        DISPLAY "PSNRPT04 - ERROR AL ABRIR ESTMAST, STATUS="      00920033
024900*    CON CURSO EN LA TARJETA Y SIN DNI, EL EXTRACTO LEE EL        00925533
025000*    CRUZADO NOTAXREF POR LLAVE DE CURSO EN LUGAR DE              00925633
025100*    RECORRER EL MAESTRO                                          00925733
025200     IF CE-DNI = SPACES AND CE-CURSO NOT = SPACES                 00925833
025250        AND NOT VIA-CANDIDATOS THEN                               02525033
025300        MOVE "S" TO WS-SW-VIA-XREF                                00925933
025400*       LA CORRIDA POR CRUZADO EXIGE UNA CONSTRUCCION             00926033
025500*       NOCTURNA COMPLETA DE NOTAXREF                             00926133
025700     END-IF                                                       00926033
025800*    EL PUNTO DE CONTROL SOLO APLICA AL RECORRIDO COMPLETO        00926133
025900*    DEL MAESTRO; LAS CORRIDAS DE UN SOLO DNI O POR CRUZADO       00926233
026000     IF CE-DNI = SPACES AND CE-CURSO = SPACES                     00926333
026050        AND NOT VIA-CANDIDATOS THEN                               02605033
026100        PERFORM 1300-LEE-PUNTO-CONTROL                            00926433
026200     ELSE                                                         00926533
026300        IF PIDE-REARRANQUE THEN                                   00926633
028900        MOVE 16 TO RETURN-CODE                                    00938033
029000        CLOSE ESTUD-MASTER                                        00938233
029100        CLOSE EXTRACTO-NOTAS                                      00938433
029109        GOBACK                                                    02910933
029118     END-IF                                                       02911833
029127     OPEN INPUT CURSOS-CONVAL                                     02912733
029136     IF WS-FS-CONVALID NOT = "00" THEN                            02913633
029145        DISPLAY "PSNRPT04 - ERROR AL ABRIR CONVALID, STATUS="     02914533
029154                WS-FS-CONVALID                                    02915433
029163        MOVE 16 TO RETURN-CODE                                    02916333
029172        CLOSE ESTUD-MASTER                                        02917233
029181        CLOSE EXTRACTO-NOTAS                                      02918133
029190        CLOSE EXT-PENDIENTE                                       02919033
029200        GOBACK                                                    00938633
029300     END-IF                                                       00938833
029400     PERFORM 1450-ARMA-ID-EXTRACTO                                00939033
031600                   PERFORM 1250-LEER-NOTA-XREF                    00959033
031700                END-IF                                            00959233
031800             END-IF                                               00959433
031810        WHEN VIA-CANDIDATOS                                       03181033
031820             OPEN INPUT CANDIDATOS                                03182033
031830             IF WS-FS-CANDGRA NOT = "00" THEN                     03183033
031840                DISPLAY "PSNRPT04 - ERROR AL ABRIR CANDGRA, STA"  03184033
031850                        "TUS=" WS-FS-CANDGRA                      03185033
031860                MOVE 16 TO RETURN-CODE                            03186033
031870                SET ABORTAR TO TRUE                               03187033
031880                MOVE "S" TO WS-SW-FIN-CAND                        03188033
031885             ELSE                                                 03188533
031890                PERFORM 1260-LEER-CANDIDATO                       03189033
031895             END-IF                                               03189533
031900        WHEN OTHER                                                00960033
032000             IF NOT ABORTAR THEN                                  00960533
032100                IF REARRANQUE THEN                                00961033
048700           MOVE EP-AAAA  TO RX-AAAA (WS-NUM-RX)                   01008733
048800           MOVE EP-TERMINO TO RX-TERMINO (WS-NUM-RX)              01008833
048900           MOVE EP-NOTA  TO RX-NOTA (WS-NUM-RX)                   01008933
048930           MOVE EP-TIPO-NOTA TO RX-TIPO-NOTA (WS-NUM-RX)          04893033
048960           MOVE EP-INSTITUCION TO RX-INSTITUCION (WS-NUM-RX)      04896033
049000        END-IF                                                    01008933
049100     END-IF                                                       01009033
049200     .                                                            01009133
051900     MOVE RX-AAAA (WS-IDX-RX) TO EX-AAAA                          01011433
052000     MOVE RX-TERMINO (WS-IDX-RX) TO EX-TERMINO                    01011533
052100     MOVE RX-NOTA (WS-IDX-RX) TO EX-NOTA                          01011633
052130     MOVE RX-TIPO-NOTA (WS-IDX-RX) TO EX-TIPO-NOTA                05213033
052160     MOVE RX-INSTITUCION (WS-IDX-RX) TO EX-INSTITUCION            05216033
052200     ADD 1 TO WS-NRO-SECUENCIA                                    01011633
052300     MOVE WS-ID-EXTRACTO   TO EX-ID-EXTRACTO                      01011733
052400     MOVE WS-NRO-SECUENCIA TO EX-NRO-SECUENCIA                    01011833
056000     MOVE EX-AAAA          TO EP-AAAA                             01014633
056100     MOVE EX-TERMINO       TO EP-TERMINO                          01014733
056200     MOVE EX-NOTA          TO EP-NOTA                             01014833
056230     MOVE EX-TIPO-NOTA     TO EP-TIPO-NOTA                        05623033
056260     MOVE EX-INSTITUCION   TO EP-INSTITUCION                      05626033
056300     MOVE "P"              TO EP-ESTADO                           01014833
056400     WRITE REG-EXT-PENDIENTE                                      01014933
056500        INVALID KEY                                               01015033
067300 2100-PROCESA-ESTUDIANTES.                                        01160033
067400     PERFORM 2300-PROCESA-NOTAS-ESTUDIANTE                        01170033
067500     ADD 1 TO WS-ESTUD-DESDE-CHKPT                                01171033
067600     IF WS-ESTUD-DESDE-CHKPT NOT < WS-CHKPT-INTERVALO             01172033
067650        AND NOT ABORTAR THEN                                      06765033
067700        MOVE EM-DNI TO CP-ULTIMO-DNI                              01173033
067800        MOVE "A"    TO CP-ESTADO                                  01174033
067900        PERFORM 1400-GRABA-PUNTO-CONTROL                          01175033
068000     END-IF                                                       01176033
068100     PERFORM 1200-LEER-ESTUD-MASTER                               01180033
068200     .                                                            01190033
068205 1260-LEER-CANDIDATO.                                             06820533
068210     READ CANDIDATOS                                              06821033
068215        AT END                                                    06821533
068220           MOVE "S" TO WS-SW-FIN-CAND                             06822033
068225     END-READ                                                     06822533
068230     .                                                            06823033
068232 2200-PROCESA-CANDIDATO.                                          06823233
068234*    CADA CANDIDATO DE CANDGRA SE EXTRAE COMO LA CORRIDA DE       06823433
068236*    UN SOLO DNI; EL QUE YA NO ESTE EN EL MAESTRO SE AVISA,       06823633
068238*    SE CUENTA Y SE SALTA (RC 4); OTRO STATUS ES ERROR            06823833
068240     MOVE CG-DNI TO EM-DNI                                        06824033
068242     READ ESTUD-MASTER                                            06824233
068244        INVALID KEY                                               06824433
068246           DISPLAY "PSNRPT04 - CANDIDATO NO EXISTE EN ESTMAST: "  06824633
068248                   CG-DNI                                         06824833
068250     END-READ                                                     06825033
068252     EVALUATE WS-FS-ESTMAST                                       06825233
068254        WHEN "00"                                                 06825433
068256             PERFORM 2300-PROCESA-NOTAS-ESTUDIANTE                06825633
068258        WHEN "23"                                                 06825833
068260             ADD 1 TO WS-TOT-CAND-SIN-MAE                         06826033
068262             PERFORM 9300-MARCA-AVISO                             06826233
068264        WHEN OTHER                                                06826433
068266             DISPLAY "PSNRPT04 - ERROR AL LEER ESTMAST, DNI "     06826633
068268                     CG-DNI " STATUS=" WS-FS-ESTMAST              06826833
068270             MOVE 16 TO RETURN-CODE                               06827033
068272             SET ABORTAR TO TRUE                                  06827233
068274     END-EVALUATE                                                 06827433
068276     IF NOT ABORTAR THEN                                          06827633
068278        PERFORM 1260-LEER-CANDIDATO                               06827833
068280     END-IF                                                       06828033
068282     .                                                            06828233
068300 2300-PROCESA-NOTAS-ESTUDIANTE.                                   01200033
068400     ADD 1 TO WS-TOT-ESTUDIANTES                                  01210033
068500     PERFORM 2400-CARGAR-NOTAS-ESTUDIANTE                         01220033
068800               VARYING IX-NOTA FROM 1 BY 1                        01250033
068900               UNTIL IX-NOTA > WS-NUNOTAS OR ABORTAR              01260033
069000     END-IF                                                       01270033
069020     IF NOT ABORTAR THEN                                          06902033
069040        PERFORM 2460-EXTRAE-CONVALIDADAS                          06904033
069060     END-IF                                                       06906033
069100     .                                                            01280033
069200 2400-CARGAR-NOTAS-ESTUDIANTE.                                    01290033
069210************************************************************      06921033
069220*    LEE TODAS LAS NOTAS DEL DNI POR BLOQUES (TIPO 1       *      06922033
069230*    SUBTIPO 5, VER LKNOTAS) HASTA QUE PSNETS53 NO         *      06923033
069240*    DEVUELVE MAS. EL DNI QUE LLENA LA TABLA RLNOTAS       *      06924033
069250*    (WS-MAX-NOTAS) SE AVISA Y RETORNA 4 (VER PSNLIM01)    *      06925033
069260************************************************************      06926033
069300     SET LK-NT-OPE-CONSULTA TO TRUE                               01300033
069400     MOVE 5   TO LK-NT-SUBTIPO                                    01310033
069500     MOVE EM-DNI TO LK-NT-DNIESTUD                                01320033
069600     MOVE 100 TO LK-NT-SQLCODE                                    01330033
069700     MOVE 0   TO LK-NT-POSICION                                   01340033
069800     MOVE 0   TO WS-NUNOTAS                                       01350033
069900     MOVE "N" TO WS-SW-FIN-NOTAS                                  01360033
069950     MOVE "N" TO WS-SW-NOTAS-LIMITE                               06995033
070000     PERFORM 2450-PEDIR-NOTA                                      01370033
070100            UNTIL FIN-NOTAS                                       01380033
070120     IF NOTAS-EN-LIMITE THEN                                      07012033
070140        ADD 1 TO WS-TOT-EN-LIMITE                                 07014033
070160        DISPLAY "PSNRPT04 - DNI " EM-DNI " LLENA LA TABLA DE "    07016033
070180                WS-MAX-NOTAS " NOTAS; VER PSNLIM01"               07018033
070200        PERFORM 9300-MARCA-AVISO                                  07020033
070260     END-IF                                                       07026033
070300     .                                                            01400033
070400 2450-PEDIR-NOTA.                                                 01410033
070500     MOVE EM-DNI TO LK-NT-DNIESTUD                                01420033
070600     SET LK-NT-OPE-CONSULTA TO TRUE                               01430033
070700     MOVE 5      TO LK-NT-SUBTIPO                                 01440033
070800     CALL "PSNETS53" USING AREA-LINK                              01450033
070900     IF LK-NT-SQLCODE = 0 THEN                                    01460033
071000        ADD 1 TO WS-NUNOTAS                                       01470033
071050        SET IX-NOTA TO WS-NUNOTAS                                 07105033
071100        ADD 1 TO WS-TOT-NOTAS                                     01480033
071200        MOVE LK-NT-CURSO TO CURSO(IX-NOTA)                        01490033
071300        MOVE LK-NT-AAAA  TO AAAA(IX-NOTA)                         01500033
071400        MOVE LK-NT-TERMINO TO TERMINO(IX-NOTA)                    01505033
071500        MOVE LK-NT-NOTA  TO NOTA(IX-NOTA)                         01510033
071510        IF WS-NUNOTAS NOT < WS-MAX-NOTAS THEN                     07151033
071520           SET NOTAS-EN-LIMITE TO TRUE                            07152033
071530           SET FIN-NOTAS TO TRUE                                  07153033
071540        END-IF                                                    07154033
071550     ELSE                                                         07155033
071560        SET FIN-NOTAS TO TRUE                                     07156033
071565        IF LK-NT-SQLCODE NOT = 100 THEN                           07156533
071570           DISPLAY "PSNRPT04 - ERROR AL LEER NOTAS DEL DNI "      07157033
071575                   EM-DNI " SQLCODE=" LK-NT-SQLCODE               07157533
071580           MOVE 16 TO RETURN-CODE                                 07158033
071585           SET ABORTAR TO TRUE                                    07158533
071590        END-IF                                                    07159033
071600     END-IF                                                       01520033
071700     .                                                            01530033
071701 2460-EXTRAE-CONVALIDADAS.                                        07170133
071702************************************************************      07170233
071703*    CURSOS CONVALIDADOS DEL ESTUDIANTE: START EN CONVALID *      07170333
071704*    POR EL DNI Y LECTURA SECUENCIAL HASTA QUE CAMBIA EL   *      07170433
071705*    DNI; CADA UNO PASA POR LOS FILTROS DE LA TARJETA      *      07170533
071706************************************************************      07170633
071707     MOVE "N"    TO WS-SW-FIN-CONVAL                              07170733
071708     MOVE EM-DNI TO CV-DNI                                        07170833
071709     MOVE LOW-VALUES TO CV-CURSO                                  07170933
071710     START CURSOS-CONVAL KEY NOT < CV-LLAVE                       07171033
071711        INVALID KEY                                               07171133
071712           MOVE "S" TO WS-SW-FIN-CONVAL                           07171233
071713     END-START                                                    07171333
071714     PERFORM 2470-LEE-CONVALIDADA                                 07171433
071715            UNTIL FIN-CONVAL OR ABORTAR                           07171533
071716     .                                                            07171633
071717 2470-LEE-CONVALIDADA.                                            07171733
071718     READ CURSOS-CONVAL NEXT RECORD                               07171833
071719        AT END                                                    07171933
071720           MOVE "S" TO WS-SW-FIN-CONVAL                           07172033
071721     END-READ                                                     07172133
071722     EVALUATE TRUE                                                07172233
071723        WHEN FIN-CONVAL                                           07172333
071724             CONTINUE                                             07172433
071725        WHEN WS-FS-CONVALID NOT = "00"                            07172533
071726             DISPLAY "PSNRPT04 - ERROR AL LEER CONVALID, STATUS=" 07172633
071727                     WS-FS-CONVALID                               07172733
071728             MOVE 16 TO RETURN-CODE                               07172833
071729             SET ABORTAR TO TRUE                                  07172933
071730        WHEN CV-DNI NOT = EM-DNI                                  07173033
071731             MOVE "S" TO WS-SW-FIN-CONVAL                         07173133
071732        WHEN OTHER                                                07173233
071733             PERFORM 2480-EVALUA-CONVALIDADA                      07173333
071734     END-EVALUATE                                                 07173433
071735     .                                                            07173533
071736 2480-EVALUA-CONVALIDADA.                                         07173633
071737*    LA CONVALIDADA ES ANUAL (TERMINO "0") Y SU ANIO ES EL DE     07173733
071738*    APROBACION EN EL ORIGEN                                      07173833
071739     MOVE "S" TO WS-SW-NOTA-CALIFICA                              07173933
071740     IF WS-FILTRO-CURSO NOT = SPACES                              07174033
071741        AND CV-CURSO NOT = WS-FILTRO-CURSO THEN                   07174133
071742        MOVE "N" TO WS-SW-NOTA-CALIFICA                           07174233
071743     END-IF                                                       07174333
071744     IF WS-FILTRO-DESDE NOT = SPACES                              07174433
071745        AND CV-AAAA-ORIGEN < WS-FILTRO-DESDE THEN                 07174533
071746        MOVE "N" TO WS-SW-NOTA-CALIFICA                           07174633
071747     END-IF                                                       07174733
071748     IF WS-FILTRO-HASTA NOT = SPACES                              07174833
071749        AND CV-AAAA-ORIGEN > WS-FILTRO-HASTA THEN                 07174933
071750        MOVE "N" TO WS-SW-NOTA-CALIFICA                           07175033
071751     END-IF                                                       07175133
071752     IF WS-FILTRO-TERMINO NOT = SPACES                            07175233
071753        AND WS-FILTRO-TERMINO NOT = "0" THEN                      07175333
071754        MOVE "N" TO WS-SW-NOTA-CALIFICA                           07175433
071755     END-IF                                                       07175533
071756     IF NOTA-CALIFICA THEN                                        07175633
071757        PERFORM 2690-ESCRIBE-EXTRACTO-CONVAL                      07175733
071758     END-IF                                                       07175833
071759     .                                                            07175933
071800 2500-EVALUA-NOTA.                                                01540033
071900     MOVE "S" TO WS-SW-NOTA-CALIFICA                              01550033
072000     IF WS-FILTRO-CURSO NOT = SPACES                              01560033
075700     MOVE AAAA(IX-NOTA) TO EX-AAAA                                01890033
075800     MOVE TERMINO(IX-NOTA) TO EX-TERMINO                          01895033
075900     MOVE NOTA(IX-NOTA) TO EX-NOTA                                01900033
075930     MOVE SPACES TO EX-TIPO-NOTA                                  07593033
075960     MOVE SPACES TO EX-INSTITUCION                                07596033
076000     ADD 1 TO WS-NRO-SECUENCIA                                    01901033
076100     MOVE WS-ID-EXTRACTO   TO EX-ID-EXTRACTO                      01902033
076200     MOVE WS-NRO-SECUENCIA TO EX-NRO-SECUENCIA                    01903033
077800        SET ABORTAR TO TRUE                                       01930033
077900     END-IF                                                       01930033
078000     .                                                            01930033
078010 9300-MARCA-AVISO.                                                07801033
078020*    RETURN-CODE 4 = AVISO; NO REBAJA UN 16 YA PUESTO             07802033
078030     IF RETURN-CODE < 4 THEN                                      07803033
078040        MOVE 4 TO RETURN-CODE                                     07804033
078050     END-IF                                                       07805033
078060     .                                                            07806033
078100 2650-BUSCAR-USUARIO.                                             01940033
078200     MOVE EM-DNI  TO LK-US-DNI                                    01950033
078300     MOVE 1       TO LK-US-COD-RET                                01960033
083000     MOVE XR-AAAA TO EX-AAAA                                      02047633
083100     MOVE XR-TERMINO TO EX-TERMINO                                02047733
083200     MOVE XR-NOTA TO EX-NOTA                                      02047833
083230     MOVE SPACES TO EX-TIPO-NOTA                                  08323033
083260     MOVE SPACES TO EX-INSTITUCION                                08326033
083300     ADD 1 TO WS-NRO-SECUENCIA                                    02047933
083400     MOVE WS-ID-EXTRACTO   TO EX-ID-EXTRACTO                      02048033
083500     MOVE WS-NRO-SECUENCIA TO EX-NRO-SECUENCIA                    02048133
084200        PERFORM 9200-VERIFICA-ESCRITURA                           02048833
084300     END-IF                                                       02048933
084400     .                                                            02048633
084401 2690-ESCRIBE-EXTRACTO-CONVAL.                                    08440133
084402     MOVE CV-DNI  TO LK-US-DNI                                    08440233
084403     MOVE 1       TO LK-US-COD-RET                                08440333
084404     MOVE 100     TO LK-US-SQLCODE                                08440433
084405     MOVE SPACES  TO LK-US-TIPOUSUA                               08440533
084406     CALL "PSNETS73" USING AREA-LINK-USUARIO                      08440633
084407     MOVE CV-DNI TO EX-DNI                                        08440733
084408     EVALUATE TRUE                                                08440833
084409        WHEN LK-US-COD-RET = 0                                    08440933
084410             MOVE LK-US-NOMBRE    TO EX-NOMBRE                    08441033
084411             MOVE LK-US-APELLIDOS TO EX-APELLIDOS                 08441133
084412        WHEN VIA-XREF                                             08441233
084413             MOVE "**NO REGISTRADO**" TO EX-NOMBRE                08441333
084414             MOVE SPACES             TO EX-APELLIDOS              08441433
084415        WHEN OTHER                                                08441533
084416             MOVE EM-NOMBRE    TO EX-NOMBRE                       08441633
084417             MOVE EM-APELLIDOS TO EX-APELLIDOS                    08441733
084418     END-EVALUATE                                                 08441833
084419     MOVE 1 TO LK-CU-TIPO-OPE                                     08441933
084420     MOVE 1 TO LK-CU-SUBTIPO-OPE                                  08442033
084421     MOVE CV-CURSO TO LK-CU-CURSO                                 08442133
084422     CALL "PSNETS63" USING AREA-LINK-CUR                          08442233
084423     MOVE CV-CURSO TO EX-CURSO                                    08442333
084424     IF LK-CU-SQLCODE = 0 THEN                                    08442433
084425        MOVE LK-CU-DESCRIPCION TO EX-DESCRIPCION                  08442533
084426     ELSE                                                         08442633
084427        MOVE "**SIN DESCRIPCION**" TO EX-DESCRIPCION              08442733
084428     END-IF                                                       08442833
084429     MOVE CV-AAAA-ORIGEN TO EX-AAAA                               08442933
084430     MOVE "0"            TO EX-TERMINO                            08443033
084431     MOVE CV-NOTA-EXT    TO EX-NOTA                               08443133
084432     SET EX-CONVALIDADA  TO TRUE                                  08443233
084433     MOVE CV-INSTITUCION TO EX-INSTITUCION                        08443333
084434     ADD 1 TO WS-NRO-SECUENCIA                                    08443433
084435     MOVE WS-ID-EXTRACTO   TO EX-ID-EXTRACTO                      08443533
084436     MOVE WS-NRO-SECUENCIA TO EX-NRO-SECUENCIA                    08443633
084437     PERFORM 2900-GRABA-PENDIENTE                                 08443733
084438     IF PEND-DUPLICADO THEN                                       08443833
084439        ADD 1 TO WS-TOT-YA-PENDIENTES                             08443933
084440     ELSE                                                         08444033
084441        ADD 1 TO WS-TOT-EXTRAIDAS                                 08444133
084442        ADD 1 TO WS-TOT-CONVALIDADAS                              08444233
084443        WRITE REG-EXTRACTO                                        08444333
084444        PERFORM 9200-VERIFICA-ESCRITURA                           08444433
084445     END-IF                                                       08444533
084446     .                                                            08444633
084447 2950-CONVALIDADAS-XREF.                                          08444733
084448************************************************************      08444833
084449*    CORRIDA POR CURSO SIN DNI: LAS CONVALIDADAS NO PASAN  *      08444933
084450*    POR NOTAXREF, ASI QUE SE RECORRE CONVALID COMPLETO Y  *      08445033
084451*    SE TOMAN LAS DEL CURSO FILTRADO                       *      08445133
084452************************************************************      08445233
084453     MOVE "N" TO WS-SW-FIN-CONVAL                                 08445333
084454     MOVE LOW-VALUES TO CV-LLAVE                                  08445433
084455     START CURSOS-CONVAL KEY NOT < CV-LLAVE                       08445533
084456        INVALID KEY                                               08445633
084457           MOVE "S" TO WS-SW-FIN-CONVAL                           08445733
084458     END-START                                                    08445833
084459     PERFORM 2960-LEE-CONVAL-XREF                                 08445933
084460            UNTIL FIN-CONVAL OR ABORTAR                           08446033
084461     .                                                            08446133
084462 2960-LEE-CONVAL-XREF.                                            08446233
084463     READ CURSOS-CONVAL NEXT RECORD                               08446333
084464        AT END                                                    08446433
084465           MOVE "S" TO WS-SW-FIN-CONVAL                           08446533
084466     END-READ                                                     08446633
084467     EVALUATE TRUE                                                08446733
084468        WHEN FIN-CONVAL                                           08446833
084469             CONTINUE                                             08446933
084470        WHEN WS-FS-CONVALID NOT = "00"                            08447033
084471             DISPLAY "PSNRPT04 - ERROR AL LEER CONVALID, STATUS=" 08447133
084472                     WS-FS-CONVALID                               08447233
084473             MOVE 16 TO RETURN-CODE                               08447333
084474             SET ABORTAR TO TRUE                                  08447433
084475        WHEN CV-CURSO = WS-FILTRO-CURSO                           08447533
084476             PERFORM 2480-EVALUA-CONVALIDADA                      08447633
084477     END-EVALUATE                                                 08447733
084478     .                                                            08447833
084500 9999-FIN-DE-PROGRAMA.                                            02050033
084600*    LA CORRIDA DE RECORRIDO COMPLETO TERMINO BIEN: EL PUNTO      02051033
084700*    DE CONTROL QUEDA EN "F" PARA QUE LA SIGUIENTE CORRIDA        02052033
084800*    ARRANQUE DESDE EL PRIMER DNI. SI SE ABORTO, QUEDA EN         02053033
084900*    "A" PARA REARRANCAR                                          02054033
085000     IF NOT ABORTAR AND NOT UN-SOLO-DNI AND NOT VIA-XREF          02055033
085050        AND NOT VIA-CANDIDATOS THEN                               08505033
085100        MOVE SPACES TO CP-ULTIMO-DNI                              02056033
085200        MOVE "F"    TO CP-ESTADO                                  02057033
085300        PERFORM 1400-GRABA-PUNTO-CONTROL                          02058033
085600     IF VIA-XREF THEN                                             02061033
085700        CLOSE NOTA-XREF                                           02062033
085800     END-IF                                                       02063033
085810     IF VIA-CANDIDATOS THEN                                       08581033
085820        CLOSE CANDIDATOS                                          08582033
085830     END-IF                                                       08583033
085900     CLOSE EXT-PENDIENTE                                          02064033
086000     CLOSE EXTRACTO-NOTAS                                         02070033
086050     CLOSE CURSOS-CONVAL                                          08605033
086100     DISPLAY "PSNRPT04 - ESTUDIANTES PROCESADOS.: "               02080033
086200             WS-TOT-ESTUDIANTES                                   02090033
086300     DISPLAY "PSNRPT04 - NOTAS REVISADAS.........: "              02100033
086400             WS-TOT-NOTAS                                         02110033
086500     DISPLAY "PSNRPT04 - REGISTROS EXTRAIDOS.....: "              02120033
086600             WS-TOT-EXTRAIDAS                                     02130033
086630     DISPLAY "PSNRPT04 - CONVALIDADAS EXTRAIDAS..: "              08663033
086660             WS-TOT-CONVALIDADAS                                  08666033
086700     IF VIA-XREF THEN                                             02131033
086800        DISPLAY "PSNRPT04 - REGISTROS XREF LEIDOS...: "           02132033
086900                WS-TOT-XREF-LEIDOS                                02133033
087800        DISPLAY "PSNRPT04 - YA PENDIENTES (NO DUPL.): "           02139733
087900                WS-TOT-YA-PENDIENTES                              02139833
088000     END-IF                                                       02139933
088020     IF WS-TOT-EN-LIMITE > 0 THEN                                 08802033
088040        DISPLAY "PSNRPT04 - DNI EN EL LIMITE........: "           08804033
088060                WS-TOT-EN-LIMITE                                  08806033
088080     END-IF                                                       08808033
088084     IF WS-TOT-CAND-SIN-MAE > 0 THEN                              08808433
088088        DISPLAY "PSNRPT04 - CANDIDATOS SIN MAESTRO..: "           08808833
088092                WS-TOT-CAND-SIN-MAE                               08809233
088096     END-IF                                                       08809633
088100     GOBACK                                                       02140033
088200     .                                                            02150033
