000100 IDENTIFICATION DIVISION.                                         00010060
000200 PROGRAM-ID. PSNOFE01.                                            00020060
000300 AUTHOR. LUIS F VELASQUEZ T.                                      00030060
000400 DATE-WRITTEN. 15/10/2026.                                        00040060
000500 DATE-COMPILED.                                                   00050060
000600************************************************************      00060060
000700* PROGRAMA BATCH DE OCUPACION DE LA OFERTA DE CURSOS -     *      00070060
000800* RECORRE EL ARCHIVO OFERTAS (VER RLOFERTA) Y, POR CADA    *      00080060
000900* OFERTA DEL PERIODO PEDIDO EN LA TARJETA DE CONTROL       *      00090060
001000* (AAAA + TERMINO; EN BLANCO = TODOS), CUENTA EN LA        *      00100060
001100* MATRICULA (MATRICUL, VER RLMATRIC) LAS MATRICULAS        *      00110060
001200* ACTIVAS Y LAS QUE ESTAN EN LISTA DE ESPERA. IMPRIME EL   *      00120060
001300* CUPO, LOS MATRICULADOS, LOS CUPOS LIBRES, EL PORCENTAJE  *      00130060
001400* DE OCUPACION Y EL ESTADO DE LA OFERTA, Y DEBAJO LA LISTA *      00140060
001500* DE ESPERA EN ORDEN DE LLEGADA (FECHA + HORA DE ALTA).    *      00150060
001600* UNA OFERTA CON CUPO CERO NO TIENE LIMITE Y SALE MARCADA  *      00160060
001700* "SIN LIMITE". EL NOMBRE DE CADA ESTUDIANTE EN ESPERA SE  *      00170060
001800* OBTIENE DE PSNETS73 Y LA DESCRIPCION DEL CURSO DE        *      00180060
001900* PSNETS63.                                                *      00190060
002000************************************************************      00200060
002100 ENVIRONMENT DIVISION.                                            00210060
002200 CONFIGURATION SECTION.                                           00220060
002300 INPUT-OUTPUT SECTION.                                            00230060
002400 FILE-CONTROL.                                                    00240060
002500     SELECT CTLCARD ASSIGN TO CTLCARD                             00250060
002600            FILE STATUS WS-FS-CTLCARD.                            00260060
002700     SELECT ARCHIVO-OFERTAS ASSIGN TO OFERTAS                     00270060
002800            ORGANIZATION INDEXED                                  00280060
002900            ACCESS MODE SEQUENTIAL                                00290060
003000            RECORD KEY OF-LLAVE                                   00300060
003100            FILE STATUS WS-FS-OFERTAS.                            00310060
003200     SELECT ARCHIVO-MATRICULA ASSIGN TO MATRICUL                  00320060
003300            ORGANIZATION INDEXED                                  00330060
003400            ACCESS MODE DYNAMIC                                   00340060
003500            RECORD KEY MA-LLAVE                                   00350060
003600            FILE STATUS WS-FS-MATRICUL.                           00360060
003700     SELECT RPT-OCUPACION ASSIGN TO RPTOFE                        00370060
003800            FILE STATUS WS-FS-RPTOFE.                             00380060
003900 DATA DIVISION.                                                   00390060
004000 FILE SECTION.                                                    00400060
004100 FD  CTLCARD.                                                     00410060
004200 01  REG-CTLCARD.                                                 00420060
004300     05 CC-AAAA             PIC X(4).                             00430060
004400     05 CC-TERMINO          PIC X(1).                             00440060
004500     05 FILLER              PIC X(75).                            00450060
004600 FD  ARCHIVO-OFERTAS.                                             00460060
004700 COPY RLOFERTA.                                                   00470060
004800 FD  ARCHIVO-MATRICULA.                                           00480060
004900 COPY RLMATRIC.                                                   00490060
005000 FD  RPT-OCUPACION                                                00500060
005100     RECORDING MODE F.                                            00510060
005200 01  REG-OCUPACION           PIC X(132).                          00520060
005300 WORKING-STORAGE SECTION.                                         00530060
005400* COPY AREAS LINK DE LOS ENCAPSULADORES DE NOTAS/USUARIOS/CURSOS  00540060
005500 COPY LKNOTAS.                                                    00550060
005600 01  WS-FILE-STATUS.                                              00560060
005700     05 WS-FS-CTLCARD       PIC XX.                               00570060
005800     05 WS-FS-OFERTAS       PIC XX.                               00580060
005900     05 WS-FS-MATRICUL      PIC XX.                               00590060
006000     05 WS-FS-RPTOFE        PIC XX.                               00600060
006100 01  WS-SWITCHES.                                                 00610060
006200     05 WS-SW-FIN-OFE       PIC X VALUE "N".                      00620060
006300        88 FIN-OFE                 VALUE "S".                     00630060
006400     05 WS-SW-FIN-MAT       PIC X VALUE "N".                      00640060
006500        88 FIN-MAT                 VALUE "S".                     00650060
006600     05 WS-SW-OFE-PERIODO   PIC X VALUE "N".                      00660060
006700        88 OFE-DEL-PERIODO         VALUE "S".                     00670060
006800     05 WS-SW-ABORTAR       PIC X VALUE "N".                      00680060
006900        88 ABORTAR                 VALUE "S".                     00690060
007000 01  WS-FILTROS.                                                  00700060
007100     05 WS-FILTRO-AAAA      PIC X(4)  VALUE SPACES.               00710060
007200     05 WS-FILTRO-TERMINO   PIC X(1)  VALUE SPACES.               00720060
007300 01  WS-CONTADORES.                                               00730060
007400     05 WS-TOT-OFERTAS      PIC 9(5) VALUE 0.                     00740060
007500     05 WS-TOT-ACTIVOS      PIC 9(7) VALUE 0.                     00750060
007600     05 WS-TOT-EN-ESPERA    PIC 9(7) VALUE 0.                     00760060
007700     05 WS-TOT-OMITIDOS     PIC 9(5) VALUE 0.                     00770060
007800 01  W-CONTROL-OFERTA.                                            00780060
007900     05 W-NUM-ACTIVOS       PIC 9(4).                             00790060
008000     05 W-NUM-LIBRES        PIC 9(4).                             00800060
008100     05 W-PORCENTAJE        PIC 9(3)V9.                           00810060
008200 01  W-EDICION.                                                   00820060
008300     05 W-EDI-CANT-N        PIC ZZZ9.                             00830060
008400     05 W-EDI-CANT-R REDEFINES W-EDI-CANT-N PIC X(4).             00840060
008500     05 W-EDI-PCT-N         PIC ZZ9.9.                            00850060
008600     05 W-EDI-PCT-R REDEFINES W-EDI-PCT-N PIC X(5).               00860060
008700 01  W-HORA-ALTA.                                                 00870060
008800     05 W-HOR-HH            PIC X(2).                             00880060
008900     05 W-HOR-MM            PIC X(2).                             00890060
009000     05 W-HOR-SS            PIC X(2).                             00900060
009100     05 W-HOR-CC            PIC X(2).                             00910060
009200************************************************************      00920060
009300*    LISTA DE ESPERA DE LA OFERTA ACTUAL, LLENADA EN EL    *      00930060
009400*    RECORRIDO DE LA MATRICULA (ORDEN DE DNI) Y ORDENADA   *      00940060
009500*    POR FECHA + HORA DE ALTA ANTES DE IMPRIMIRLA          *      00950060
009600************************************************************      00960060
009700 01  TABLA-ESPERA.                                                00970060
009800     05 WS-NUM-ESPERA       PIC 9(5) VALUE 0.                     00980060
009900     05 ESP-ESTUD OCCURS 500 TIMES.                               00990060
010000        10 ES-ORDEN.                                              01000060
010100           15 ES-FECHA-ALTA PIC X(10).                            01010060
010200           15 ES-HORA-ALTA  PIC X(8).                             01020060
010300           15 ES-DNI        PIC X(9).                             01030060
010400 01  WS-ORDENAMIENTO.                                             01040060
010500     05 W-I                 PIC 9(5).                             01050060
010600     05 W-J                 PIC 9(5).                             01060060
010700     05 W-TOPE              PIC 9(5).                             01070060
010800     05 W-ESP-SWAP          PIC X(27).                            01080060
010900 01  LIN-ENCABEZADO-1.                                            01090060
011000     05 FILLER              PIC X(38) VALUE                       01100060
011100        "OCUPACION DE LA OFERTA DE CURSOS - ".                    01110060
011200     05 FILLER              PIC X(9)  VALUE "PERIODO: ".          01120060
011300     05 LIN-E1-AAAA         PIC X(5).                             01130060
011400     05 LIN-E1-TERMINO      PIC X(5).                             01140060
011500 01  LIN-ENCABEZADO-2.                                            01150060
011600     05 FILLER              PIC X(7)  VALUE "CURSO".              01160060
011700     05 FILLER              PIC X(26) VALUE "DESCRIPCION".        01170060
011800     05 FILLER              PIC X(6)  VALUE "ANIO".               01180060
011900     05 FILLER              PIC X(4)  VALUE "TER".                01190060
012000     05 FILLER              PIC X(11) VALUE "PROFESOR".           01200060
012100     05 FILLER              PIC X(6)  VALUE "CUPO".               01210060
012200     05 FILLER              PIC X(6)  VALUE "MATRI".              01220060
012300     05 FILLER              PIC X(7)  VALUE "LIBRES".             01230060
012400     05 FILLER              PIC X(12) VALUE "% OCUPACION".        01240060
012500     05 FILLER              PIC X(7)  VALUE "ESPERA".             01250060
012600     05 FILLER              PIC X(7)  VALUE "ESTADO".             01260060
012700 01  LIN-OFERTA.                                                  01270060
012800     05 LIN-O-CURSO         PIC X(5).                             01280060
012900     05 FILLER              PIC X(2)  VALUE SPACES.               01290060
013000     05 LIN-O-DESC          PIC X(25).                            01300060
013100     05 FILLER              PIC X(1)  VALUE SPACES.               01310060
013200     05 LIN-O-AAAA          PIC X(4).                             01320060
013300     05 FILLER              PIC X(2)  VALUE SPACES.               01330060
013400     05 LIN-O-TERMINO       PIC X(1).                             01340060
013500     05 FILLER              PIC X(3)  VALUE SPACES.               01350060
013600     05 LIN-O-PROFESOR      PIC X(9).                             01360060
013700     05 FILLER              PIC X(2)  VALUE SPACES.               01370060
013800     05 LIN-O-CUPO          PIC X(4).                             01380060
013900     05 FILLER              PIC X(2)  VALUE SPACES.               01390060
014000     05 LIN-O-ACTIVOS       PIC X(4).                             01400060
014100     05 FILLER              PIC X(3)  VALUE SPACES.               01410060
014200     05 LIN-O-LIBRES        PIC X(4).                             01420060
014300     05 FILLER              PIC X(3)  VALUE SPACES.               01430060
014400     05 LIN-O-PCT           PIC X(10).                            01440060
014500     05 FILLER              PIC X(2)  VALUE SPACES.               01450060
014600     05 LIN-O-ESPERA        PIC X(4).                             01460060
014700     05 FILLER              PIC X(3)  VALUE SPACES.               01470060
014800     05 LIN-O-ESTADO        PIC X(7).                             01480060
014900 01  LIN-ESPERA.                                                  01490060
015000     05 FILLER              PIC X(7)  VALUE SPACES.               01500060
015100     05 FILLER              PIC X(7)  VALUE "ESPERA ".            01510060
015200     05 LIN-S-POSICION      PIC ZZ9.                              01520060
015300     05 FILLER              PIC X(2)  VALUE SPACES.               01530060
015400     05 LIN-S-DNI           PIC X(9).                             01540060
015500     05 FILLER              PIC X(2)  VALUE SPACES.               01550060
015600     05 LIN-S-APELLIDOS     PIC X(20).                            01560060
015700     05 FILLER              PIC X(1)  VALUE SPACES.               01570060
015800     05 LIN-S-NOMBRE        PIC X(20).                            01580060
015900     05 FILLER              PIC X(2)  VALUE SPACES.               01590060
016000     05 LIN-S-FECHA         PIC X(10).                            01600060
016100     05 FILLER              PIC X(1)  VALUE SPACES.               01610060
016200     05 LIN-S-HORA.                                               01620060
016300        10 LIN-S-HH         PIC X(2).                             01630060
016400        10 FILLER           PIC X     VALUE ":".                  01640060
016500        10 LIN-S-MM         PIC X(2).                             01650060
016600        10 FILLER           PIC X     VALUE ":".                  01660060
016700        10 LIN-S-SS         PIC X(2).                             01670060
016800 PROCEDURE DIVISION.                                              01680060
016900 0000-MAIN.                                                       01690060
017000     PERFORM 1000-INICIO-DE-PROGRAMA                              01700060
017100     PERFORM 2000-PROCESA-OFERTA                                  01710060
017200            UNTIL FIN-OFE OR ABORTAR                              01720060
017300     PERFORM 9999-FIN-DE-PROGRAMA                                 01730060
017400     .                                                            01740060
017500 1000-INICIO-DE-PROGRAMA.                                         01750060
017600     OPEN INPUT CTLCARD                                           01760060
017700     IF WS-FS-CTLCARD NOT = "00" THEN                             01770060
017800        DISPLAY "PSNOFE01 - ERROR AL ABRIR CTLCARD, STATUS="      01780060
017900                WS-FS-CTLCARD                                     01790060
018000        MOVE 16 TO RETURN-CODE                                    01800060
018100        GOBACK                                                    01810060
018200     END-IF                                                       01820060
018300     READ CTLCARD                                                 01830060
018400        AT END                                                    01840060
018500           MOVE SPACES TO REG-CTLCARD                             01850060
018600     END-READ                                                     01860060
018700     MOVE CC-AAAA    TO WS-FILTRO-AAAA                            01870060
018800     MOVE CC-TERMINO TO WS-FILTRO-TERMINO                         01880060
018900     CLOSE CTLCARD                                                01890060
019000     OPEN INPUT ARCHIVO-OFERTAS                                   01900060
019100     IF WS-FS-OFERTAS NOT = "00" THEN                             01910060
019200        DISPLAY "PSNOFE01 - ERROR AL ABRIR OFERTAS, STATUS="      01920060
019300                WS-FS-OFERTAS                                     01930060
019400        MOVE 16 TO RETURN-CODE                                    01940060
019500        GOBACK                                                    01950060
019600     END-IF                                                       01960060
019700     OPEN INPUT ARCHIVO-MATRICULA                                 01970060
019800     IF WS-FS-MATRICUL NOT = "00" THEN                            01980060
019900        DISPLAY "PSNOFE01 - ERROR AL ABRIR MATRICUL, STATUS="     01990060
020000                WS-FS-MATRICUL                                    02000060
020100        MOVE 16 TO RETURN-CODE                                    02010060
020200        CLOSE ARCHIVO-OFERTAS                                     02020060
020300        GOBACK                                                    02030060
020400     END-IF                                                       02040060
020500     OPEN OUTPUT RPT-OCUPACION                                    02050060
020600     IF WS-FS-RPTOFE NOT = "00" THEN                              02060060
020700        DISPLAY "PSNOFE01 - ERROR AL ABRIR RPTOFE, STATUS="       02070060
020800                WS-FS-RPTOFE                                      02080060
020900        MOVE 16 TO RETURN-CODE                                    02090060
021000        CLOSE ARCHIVO-OFERTAS                                     02100060
021100        CLOSE ARCHIVO-MATRICULA                                   02110060
021200        GOBACK                                                    02120060
021300     END-IF                                                       02130060
021400     PERFORM 1100-IMPRIME-ENCABEZADOS                             02140060
021500     PERFORM 1200-LEER-OFERTA                                     02150060
021600     .                                                            02160060
021700 1100-IMPRIME-ENCABEZADOS.                                        02170060
021800     IF WS-FILTRO-AAAA = SPACES THEN                              02180060
021900        MOVE "TODOS" TO LIN-E1-AAAA                               02190060
022000     ELSE                                                         02200060
022100        MOVE WS-FILTRO-AAAA TO LIN-E1-AAAA                        02210060
022200     END-IF                                                       02220060
022300     IF WS-FILTRO-TERMINO = SPACES THEN                           02230060
022400        MOVE SPACES TO LIN-E1-TERMINO                             02240060
022500     ELSE                                                         02250060
022600        MOVE "-"               TO LIN-E1-TERMINO (1:1)            02260060
022700        MOVE WS-FILTRO-TERMINO TO LIN-E1-TERMINO (2:1)            02270060
022800     END-IF                                                       02280060
022900     MOVE LIN-ENCABEZADO-1 TO REG-OCUPACION                       02290060
023000     WRITE REG-OCUPACION AFTER ADVANCING 1 LINE                   02300060
023100     PERFORM 9200-VERIFICA-ESCRITURA                              02310060
023200     MOVE SPACES TO REG-OCUPACION                                 02320060
023300     WRITE REG-OCUPACION AFTER ADVANCING 1 LINE                   02330060
023400     PERFORM 9200-VERIFICA-ESCRITURA                              02340060
023500     MOVE LIN-ENCABEZADO-2 TO REG-OCUPACION                       02350060
023600     WRITE REG-OCUPACION AFTER ADVANCING 1 LINE                   02360060
023700     PERFORM 9200-VERIFICA-ESCRITURA                              02370060
023800     .                                                            02380060
023900 1200-LEER-OFERTA.                                                02390060
024000************************************************************      02400060
024100*    LEE LA SIGUIENTE OFERTA QUE PASA EL FILTRO DE LA      *      02410060
024200*    TARJETA; EL REGISTRO DE CEBA (CURSO "00000") NO ES    *      02420060
024300*    UNA OFERTA REAL Y SE SALTA                            *      02430060
024400************************************************************      02440060
024500     MOVE "N" TO WS-SW-OFE-PERIODO                                02450060
024600     PERFORM 1250-LEER-SIGUIENTE                                  02460060
024700            UNTIL FIN-OFE OR OFE-DEL-PERIODO                      02470060
024800     .                                                            02480060
024900 1250-LEER-SIGUIENTE.                                             02490060
025000     READ ARCHIVO-OFERTAS NEXT RECORD                             02500060
025100        AT END                                                    02510060
025200           MOVE "S" TO WS-SW-FIN-OFE                              02520060
025300     END-READ                                                     02530060
025400     IF NOT FIN-OFE                                               02540060
025500        AND OF-CURSO NOT = "00000"                                02550060
025600        AND (WS-FILTRO-AAAA = SPACES                              02560060
025700             OR OF-AAAA = WS-FILTRO-AAAA)                         02570060
025800        AND (WS-FILTRO-TERMINO = SPACES                           02580060
025900             OR OF-TERMINO = WS-FILTRO-TERMINO) THEN              02590060
026000        MOVE "S" TO WS-SW-OFE-PERIODO                             02600060
026100     END-IF                                                       02610060
026200     .                                                            02620060
026300 2000-PROCESA-OFERTA.                                             02630060
026400************************************************************      02640060
026500*    CUENTA LA MATRICULA DE LA OFERTA ACTUAL, IMPRIME SU   *      02650060
026600*    RENGLON DE OCUPACION Y DEBAJO SU LISTA DE ESPERA      *      02660060
026700************************************************************      02670060
026800     ADD 1 TO WS-TOT-OFERTAS                                      02680060
026900     MOVE 0 TO W-NUM-ACTIVOS                                      02690060
027000     MOVE 0 TO WS-NUM-ESPERA                                      02700060
027100     PERFORM 2100-CUENTA-MATRICULA                                02710060
027200     PERFORM 2300-IMPRIME-OFERTA                                  02720060
027300     IF WS-NUM-ESPERA > 0 THEN                                    02730060
027400        PERFORM 3000-ORDENA-ESPERA                                02740060
027500        PERFORM 4000-IMPRIME-ESPERA                               02750060
027600               VARYING W-I FROM 1 BY 1                            02760060
027700               UNTIL W-I > WS-NUM-ESPERA OR ABORTAR               02770060
027800     END-IF                                                       02780060
027900     PERFORM 1200-LEER-OFERTA                                     02790060
028000     .                                                            02800060
028100 2100-CUENTA-MATRICULA.                                           02810060
028200************************************************************      02820060
028300*    POSICIONA LA MATRICULA EN LA PRIMERA DE LA OFERTA     *      02830060
028400*    (CURSO + AO + TERMINO) Y RECORRE SUS REGISTROS        *      02840060
028500************************************************************      02850060
028600     MOVE "N"          TO WS-SW-FIN-MAT                           02860060
028700     MOVE OF-CURSO     TO MA-CURSO                                02870060
028800     MOVE OF-AAAA      TO MA-AAAA                                 02880060
028900     MOVE OF-TERMINO   TO MA-TERMINO                              02890060
029000     MOVE LOW-VALUES   TO MA-DNI                                  02900060
029100     START ARCHIVO-MATRICULA KEY NOT < MA-LLAVE                   02910060
029200        INVALID KEY                                               02920060
029300           MOVE "S" TO WS-SW-FIN-MAT                              02930060
029400     END-START                                                    02940060
029500     IF NOT FIN-MAT THEN                                          02950060
029600        PERFORM 2150-LEER-MATRICULA                               02960060
029700     END-IF                                                       02970060
029800     PERFORM 2200-ACUMULA-MATRICULA                               02980060
029900            UNTIL FIN-MAT                                         02990060
030000     .                                                            03000060
030100 2150-LEER-MATRICULA.                                             03010060
030200     READ ARCHIVO-MATRICULA NEXT RECORD                           03020060
030300        AT END                                                    03030060
030400           MOVE "S" TO WS-SW-FIN-MAT                              03040060
030500     END-READ                                                     03050060
030600     IF NOT FIN-MAT THEN                                          03060060
030700        IF MA-CURSO   NOT = OF-CURSO                              03070060
030800           OR MA-AAAA    NOT = OF-AAAA                            03080060
030900           OR MA-TERMINO NOT = OF-TERMINO THEN                    03090060
031000           MOVE "S" TO WS-SW-FIN-MAT                              03100060
031100        END-IF                                                    03110060
031200     END-IF                                                       03120060
031300     .                                                            03130060
031400 2200-ACUMULA-MATRICULA.                                          03140060
031500     IF MA-ACTIVA THEN                                            03150060
031600        ADD 1 TO W-NUM-ACTIVOS                                    03160060
031700        ADD 1 TO WS-TOT-ACTIVOS                                   03170060
031800     END-IF                                                       03180060
031900     IF MA-EN-ESPERA THEN                                         03190060
032000        ADD 1 TO WS-TOT-EN-ESPERA                                 03200060
032100        IF WS-NUM-ESPERA < 500 THEN                               03210060
032200           ADD 1 TO WS-NUM-ESPERA                                 03220060
032300           MOVE MA-FECHA-ALTA TO ES-FECHA-ALTA (WS-NUM-ESPERA)    03230060
032400           MOVE MA-HORA-ALTA  TO ES-HORA-ALTA (WS-NUM-ESPERA)     03240060
032500           MOVE MA-DNI        TO ES-DNI (WS-NUM-ESPERA)           03250060
032600        ELSE                                                      03260060
032700           ADD 1 TO WS-TOT-OMITIDOS                               03270060
032800        END-IF                                                    03280060
032900     END-IF                                                       03290060
033000     PERFORM 2150-LEER-MATRICULA                                  03300060
033100     .                                                            03310060
033200 2300-IMPRIME-OFERTA.                                             03320060
033300*    TIPO-OPE 1 = CONSULTA, PARA NO DEJAR RESIDUOS DE             03330060
033400*    MANTENIMIENTO EN EL AREA DEL ENCAPSULADOR DE CURSOS          03340060
033500     MOVE 1 TO LK-CU-TIPO-OPE                                     03350060
033600     MOVE 1 TO LK-CU-SUBTIPO-OPE                                  03360060
033700     MOVE OF-CURSO TO LK-CU-CURSO                                 03370060
033800     CALL "PSNETS63" USING AREA-LINK-CUR                          03380060
033900     IF LK-CU-SQLCODE = 0 THEN                                    03390060
034000        MOVE LK-CU-DESCRIPCION TO LIN-O-DESC                      03400060
034100     ELSE                                                         03410060
034200        MOVE "**SIN DESCRIPCION**" TO LIN-O-DESC                  03420060
034300     END-IF                                                       03430060
034400     MOVE OF-CURSO        TO LIN-O-CURSO                          03440060
034500     MOVE OF-AAAA         TO LIN-O-AAAA                           03450060
034600     MOVE OF-TERMINO      TO LIN-O-TERMINO                        03460060
034700     MOVE OF-DNIPROFESOR  TO LIN-O-PROFESOR                       03470060
034800     MOVE W-NUM-ACTIVOS   TO W-EDI-CANT-N                         03480060
034900     MOVE W-EDI-CANT-R    TO LIN-O-ACTIVOS                        03490060
035000     MOVE WS-NUM-ESPERA   TO W-EDI-CANT-N                         03500060
035100     MOVE W-EDI-CANT-R    TO LIN-O-ESPERA                         03510060
035200     PERFORM 2350-CALCULA-OCUPACION                               03520060
035300     IF OF-CERRADA THEN                                           03530060
035400        MOVE "CERRADA" TO LIN-O-ESTADO                            03540060
035500     ELSE                                                         03550060
035600        MOVE "ABIERTA" TO LIN-O-ESTADO                            03560060
035700     END-IF                                                       03570060
035800     MOVE LIN-OFERTA TO REG-OCUPACION                             03580060
035900     WRITE REG-OCUPACION AFTER ADVANCING 1 LINE                   03590060
036000     PERFORM 9200-VERIFICA-ESCRITURA                              03600060
036100     .                                                            03610060
036200 2350-CALCULA-OCUPACION.                                          03620060
036300************************************************************      03630060
036400*    CUPO CERO = SIN LIMITE. SI EL CUPO SE BAJO DESPUES DE *      03640060
036500*    MATRICULAR, LOS ACTIVOS PUEDEN PASAR EL CUPO: LIBRES  *      03650060
036600*    QUEDA EN CERO Y EL PORCENTAJE SALE MAYOR A 100        *      03660060
036700************************************************************      03670060
036800     IF OF-CAPACIDAD NOT NUMERIC OR OF-CAPACIDAD = 0 THEN         03680060
036900        MOVE SPACES       TO LIN-O-CUPO                           03690060
037000        MOVE SPACES       TO LIN-O-LIBRES                         03700060
037100        MOVE "SIN LIMITE" TO LIN-O-PCT                            03710060
037200     ELSE                                                         03720060
037300        MOVE OF-CAPACIDAD TO W-EDI-CANT-N                         03730060
037400        MOVE W-EDI-CANT-R TO LIN-O-CUPO                           03740060
037500        IF W-NUM-ACTIVOS < OF-CAPACIDAD THEN                      03750060
037600           COMPUTE W-NUM-LIBRES = OF-CAPACIDAD - W-NUM-ACTIVOS    03760060
037700        ELSE                                                      03770060
037800           MOVE 0 TO W-NUM-LIBRES                                 03780060
037900        END-IF                                                    03790060
038000        MOVE W-NUM-LIBRES TO W-EDI-CANT-N                         03800060
038100        MOVE W-EDI-CANT-R TO LIN-O-LIBRES                         03810060
038200        COMPUTE W-PORCENTAJE ROUNDED =                            03820060
038300                W-NUM-ACTIVOS * 100 / OF-CAPACIDAD                03830060
038400           ON SIZE ERROR                                          03840060
038500              MOVE 999.9 TO W-PORCENTAJE                          03850060
038600        END-COMPUTE                                               03860060
038700        MOVE W-PORCENTAJE TO W-EDI-PCT-N                          03870060
038800        MOVE W-EDI-PCT-R  TO LIN-O-PCT                            03880060
038900     END-IF                                                       03890060
039000     .                                                            03900060
039100 3000-ORDENA-ESPERA.                                              03910060
039200************************************************************      03920060
039300*    ORDENA LA LISTA DE ESPERA ASCENDENTE POR FECHA + HORA *      03930060
039400*    DE ALTA (EL QUE LLEGO PRIMERO DE PRIMERO) POR         *      03940060
039500*    INTERCAMBIO DE PAREJAS; EN EMPATE DECIDE EL DNI       *      03950060
039600************************************************************      03960060
039700     IF WS-NUM-ESPERA > 1 THEN                                    03970060
039800        PERFORM 3100-PASADA-ORDENA                                03980060
039900               VARYING W-I FROM 1 BY 1                            03990060
040000               UNTIL W-I = WS-NUM-ESPERA                          04000060
040100     END-IF                                                       04010060
040200     .                                                            04020060
040300 3100-PASADA-ORDENA.                                              04030060
040400     COMPUTE W-TOPE = WS-NUM-ESPERA - W-I                         04040060
040500     PERFORM 3150-COMPARA-PAREJA                                  04050060
040600            VARYING W-J FROM 1 BY 1                               04060060
040700            UNTIL W-J > W-TOPE                                    04070060
040800     .                                                            04080060
040900 3150-COMPARA-PAREJA.                                             04090060
041000     IF ES-ORDEN (W-J) > ES-ORDEN (W-J + 1) THEN                  04100060
041100        MOVE ESP-ESTUD (W-J)     TO W-ESP-SWAP                    04110060
041200        MOVE ESP-ESTUD (W-J + 1) TO ESP-ESTUD (W-J)               04120060
041300        MOVE W-ESP-SWAP          TO ESP-ESTUD (W-J + 1)           04130060
041400     END-IF                                                       04140060
041500     .                                                            04150060
041600 4000-IMPRIME-ESPERA.                                             04160060
041700     MOVE W-I                 TO LIN-S-POSICION                   04170060
041800     MOVE ES-DNI (W-I)        TO LIN-S-DNI                        04180060
041900     MOVE ES-FECHA-ALTA (W-I) TO LIN-S-FECHA                      04190060
042000     MOVE ES-HORA-ALTA (W-I)  TO W-HORA-ALTA                      04200060
042100     MOVE W-HOR-HH            TO LIN-S-HH                         04210060
042200     MOVE W-HOR-MM            TO LIN-S-MM                         04220060
042300     MOVE W-HOR-SS            TO LIN-S-SS                         04230060
042400     MOVE ES-DNI (W-I) TO LK-US-DNI                               04240060
042500     MOVE 1       TO LK-US-COD-RET                                04250060
042600     MOVE 100     TO LK-US-SQLCODE                                04260060
042700     MOVE SPACES  TO LK-US-TIPOUSUA                               04270060
042800     CALL "PSNETS73" USING AREA-LINK-USUARIO                      04280060
042900     IF LK-US-COD-RET = 0 THEN                                    04290060
043000        MOVE LK-US-APELLIDOS TO LIN-S-APELLIDOS                   04300060
043100        MOVE LK-US-NOMBRE    TO LIN-S-NOMBRE                      04310060
043200     ELSE                                                         04320060
043300        MOVE SPACES              TO LIN-S-APELLIDOS               04330060
043400        MOVE "**NO REGISTRADO**" TO LIN-S-NOMBRE                  04340060
043500     END-IF                                                       04350060
043600     MOVE LIN-ESPERA TO REG-OCUPACION                             04360060
043700     WRITE REG-OCUPACION AFTER ADVANCING 1 LINE                   04370060
043800     PERFORM 9200-VERIFICA-ESCRITURA                              04380060
043900     .                                                            04390060
044000 9200-VERIFICA-ESCRITURA.                                         04400060
044100     IF WS-FS-RPTOFE NOT = "00" THEN                              04410060
044200        DISPLAY "PSNOFE01 - ERROR AL ESCRIBIR RPTOFE, STATUS="    04420060
044300                WS-FS-RPTOFE                                      04430060
044400        MOVE 16 TO RETURN-CODE                                    04440060
044500        SET ABORTAR TO TRUE                                       04450060
044600     END-IF                                                       04460060
044700     .                                                            04470060
044800 9999-FIN-DE-PROGRAMA.                                            04480060
044900     CLOSE ARCHIVO-OFERTAS                                        04490060
045000     CLOSE ARCHIVO-MATRICULA                                      04500060
045100     CLOSE RPT-OCUPACION                                          04510060
045200     DISPLAY "PSNOFE01 - OFERTAS LISTADAS.......: "               04520060
045300             WS-TOT-OFERTAS                                       04530060
045400     DISPLAY "PSNOFE01 - MATRICULAS ACTIVAS.....: "               04540060
045500             WS-TOT-ACTIVOS                                       04550060
045600     DISPLAY "PSNOFE01 - MATRICULAS EN ESPERA...: "               04560060
045700             WS-TOT-EN-ESPERA                                     04570060
045800     IF WS-TOT-OMITIDOS > 0 THEN                                  04580060
045900        DISPLAY "PSNOFE01 - ESPERA NO LISTADA (MAS DE 500): "     04590060
046000                WS-TOT-OMITIDOS                                   04600060
046100        IF RETURN-CODE < 4 THEN                                   04610060
046200           MOVE 4 TO RETURN-CODE                                  04620060
046300        END-IF                                                    04630060
046400     END-IF                                                       04640060
046500     GOBACK                                                       04650060
046600     .                                                            04660060
