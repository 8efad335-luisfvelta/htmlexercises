000100 IDENTIFICATION DIVISION.                                         00010064
000200 PROGRAM-ID. PSNFUS01.                                            00020064
000300 AUTHOR. LUIS F VELASQUEZ T.                                      00030064
000400 DATE-WRITTEN. 15/10/2026.                                        00040064
000500 DATE-COMPILED.                                                   00050064
000600************************************************************      00060064
000700* PROGRAMA BATCH DE FUSION DE DNI DUPLICADOS. CUANDO UN    *      00070064
000800* ESTUDIANTE QUEDO REGISTRADO DOS VECES (DNI MAL DIGITADO, *      00080064
000900* DOCUMENTO EXTRANJERO REEMPLAZADO POR EL NACIONAL), LA    *      00090064
001000* TARJETA DE CONTROL FUSCTL TRAE EL DNI QUE SE FUSIONA     *      00100064
001100* (PIERDE), EL DNI QUE QUEDA Y EL DNI DEL OPERADOR DEL     *      00110064
001200* REGISTRO ACADEMICO QUE PIDE LA FUSION. SE PASAN AL DNI   *      00120064
001300* QUE QUEDA TODOS LOS REGISTROS DEL QUE PIERDE EN:         *      00130064
001400*   NOTAS    - VIA PSNETS53 (ALTA CON EL DNI QUE QUEDA Y   *      00140064
001500*              BAJA CON EL QUE PIERDE)                     *      00150064
001600*   MATRICUL - MATRICULAS (VER RLMATRIC)                   *      00160064
001700*   PENDCHG  - CAMBIOS DE NOTA PENDIENTES (VER RLPENDCH)   *      00170064
001800*   EXTPEND  - EXTRACTOS PENDIENTES DE ACUSE (RLEXPEND)    *      00180064
001900*   MINPEND  - CONTROL DE ENVIOS AL MINISTERIO (RLMINPEN)  *      00190064
002000*   NOTACOMP - NOTAS POR COMPONENTE (VER RLNOTCOM)         *      00200064
002050*   CONVALID - CURSOS CONVALIDADOS (VER RLCONVAL)          *      00205064
002100* ANTES DE MOVER NADA SE BUSCAN CONFLICTOS: SI EL MISMO    *      00210064
002200* CURSO + ANIO + TERMINO EXISTE BAJO LOS DOS DNI EN        *      00220064
002300* CUALQUIER ARCHIVO, LA FUSION NO SE APLICA (RC 8) Y LOS   *      00230064
002400* CONFLICTOS SALEN EN EL REPORTE PARA CORREGIRLOS A MANO.  *      00240064
002500* SIN CONFLICTOS, CADA REGISTRO MOVIDO SE AUDITA DIRECTO   *      00250064
002600* EN AUDITLOG (TIPO 7, SUBTIPO = ARCHIVO, VER RLAUDIT) Y   *      00260064
002700* EL DNI QUE PIERDE QUEDA EN ESTADO "F" (INACTIVO POR      *      00270064
002800* FUSION) EN EL MAESTRO ESTMAST.                           *      00280064
002900* EL REPORTE RPTFUS MUESTRA LOS CONTEOS POR ARCHIVO DE     *      00290064
003000* AMBOS DNI ANTES Y DESPUES, EL DETALLE DE LO MOVIDO Y     *      00300064
003100* LA LINEA DE FIRMA DEL REGISTRO ACADEMICO.                *      00310064
003200* ENLAZA (POR CALL, YA QUE CORRE FUERA DE CICS) A:         *      00320064
003300*   PSNETS53 - CONSULTA, ALTA Y BAJA DE NOTAS              *      00330064
003320* MODIFICACIONES 15/10/2026: CADA NOTA MOVIDA DEJA DOS     *      00332064
003340*    MOVIMIENTOS EN EL HISTORICO DE VALORES NOTAHIST (VER  *      00334064
003360*    RLHISNOT, ORIGEN 11): LA BAJA BAJO EL DNI QUE PIERDE  *      00336064
003380*    Y EL ALTA BAJO EL DNI QUE QUEDA, CON EL MISMO VALOR   *      00338064
003390* MODIFICACIONES 15/10/2026: LAS NOTAS SE LEEN POR BLOQUES *      00339064
003400*    (PSNETS53 SUBTIPO 5) Y SE GUARDAN HASTA 200 POR DNI;  *      00340064
003410*    CON MAS NO SE FUSIONA, COMO EN LOS DEMAS ARCHIVOS     *      00341064
003420* MODIFICACIONES 15/10/2026: SE MUEVEN TAMBIEN LOS CURSOS  *      00342064
003430*    CONVALIDADOS DE CONVALID (CONFLICTO SI EL CURSO YA    *      00343064
003440*    ESTA CONVALIDADO BAJO EL QUE QUEDA; AUDITORIA SUB 18) *      00344064
003450*    Y EL PLAN EM-PLAN PASA AL DNI QUE QUEDA SI ESTE NO    *      00345064
003460*    TIENE (SUBTIPO 19). UN SQLCODE DE PSNETS53 DISTINTO   *      00346064
003470*    DE 0 Y 100 EN EL CENSO DE NOTAS TERMINA CON RC 16     *      00347064
003480************************************************************      00348064
003500 ENVIRONMENT DIVISION.                                            00350064
003600 CONFIGURATION SECTION.                                           00360064
003700 INPUT-OUTPUT SECTION.                                            00370064
003800 FILE-CONTROL.                                                    00380064
003900     SELECT TARJETA-CONTROL ASSIGN TO FUSCTL                      00390064
004000            FILE STATUS WS-FS-FUSCTL.                             00400064
004100     SELECT RPT-FUSION ASSIGN TO RPTFUS                           00410064
004200            FILE STATUS WS-FS-RPTFUS.                             00420064
004300     SELECT ESTUD-MASTER ASSIGN TO ESTMAST                        00430064
004400            ORGANIZATION INDEXED                                  00440064
004500            ACCESS MODE RANDOM                                    00450064
004600            RECORD KEY EM-DNI                                     00460064
004700            FILE STATUS WS-FS-ESTMAST.                            00470064
004800     SELECT ARCHIVO-MATRICULA ASSIGN TO MATRICUL                  00480064
004900            ORGANIZATION INDEXED                                  00490064
005000            ACCESS MODE DYNAMIC                                   00500064
005100            RECORD KEY MA-LLAVE                                   00510064
005200            FILE STATUS WS-FS-MATRICUL.                           00520064
005300     SELECT ARCHIVO-PENDCHG ASSIGN TO PENDCHG                     00530064
005400            ORGANIZATION INDEXED                                  00540064
005500            ACCESS MODE DYNAMIC                                   00550064
005600            RECORD KEY PC-LLAVE                                   00560064
005700            FILE STATUS WS-FS-PENDCHG.                            00570064
005800     SELECT ARCHIVO-EXTPEND ASSIGN TO EXTPEND                     00580064
005900            ORGANIZATION INDEXED                                  00590064
006000            ACCESS MODE DYNAMIC                                   00600064
006100            RECORD KEY EP-LLAVE                                   00610064
006200            FILE STATUS WS-FS-EXTPEND.                            00620064
006300     SELECT ARCHIVO-MINPEND ASSIGN TO MINPEND                     00630064
006400            ORGANIZATION INDEXED                                  00640064
006500            ACCESS MODE DYNAMIC                                   00650064
006600            RECORD KEY MP-LLAVE                                   00660064
006700            FILE STATUS WS-FS-MINPEND.                            00670064
006800     SELECT ARCHIVO-NOTACOMP ASSIGN TO NOTACOMP                   00680064
006900            ORGANIZATION INDEXED                                  00690064
007000            ACCESS MODE DYNAMIC                                   00700064
007100            RECORD KEY NC-LLAVE                                   00710064
007200            FILE STATUS WS-FS-NOTACOMP.                           00720064
007300*    AS- = ESDS VSAM, EL MISMO CLUSTER QUE ESCRIBE PSNETS83       00730064
007400     SELECT ARCHIVO-AUDITORIA ASSIGN TO AS-AUDITLOG               00740064
007500            FILE STATUS WS-FS-AUDITLOG.                           00750064
007510     SELECT HISTORICO-NOTAS ASSIGN TO NOTAHIST                    00751064
007520            ORGANIZATION INDEXED                                  00752064
007530            ACCESS MODE RANDOM                                    00753064
007540            RECORD KEY HN-LLAVE                                   00754064
007550            FILE STATUS WS-FS-NOTAHIST.                           00755064
007558     SELECT CURSOS-CONVAL ASSIGN TO CONVALID                      00755864
007566            ORGANIZATION INDEXED                                  00756664
007574            ACCESS MODE DYNAMIC                                   00757464
007582            RECORD KEY CV-LLAVE                                   00758264
007590            FILE STATUS WS-FS-CONVALID.                           00759064
007600 DATA DIVISION.                                                   00760064
007700 FILE SECTION.                                                    00770064
007800 FD  TARJETA-CONTROL                                              00780064
007900     RECORDING MODE F.                                            00790064
008000 01  REG-TARJETA.                                                 00800064
008100     05 FC-DNI-PIERDE       PIC X(09).                            00810064
008200     05 FILLER              PIC X(01).                            00820064
008300     05 FC-DNI-QUEDA        PIC X(09).                            00830064
008400     05 FILLER              PIC X(01).                            00840064
008500*    DNI DEL OPERADOR DEL REGISTRO ACADEMICO (VA A AUDITLOG)      00850064
008600     05 FC-OPERADOR         PIC X(09).                            00860064
008700     05 FILLER              PIC X(51).                            00870064
008800 FD  RPT-FUSION                                                   00880064
008900     RECORDING MODE F.                                            00890064
009000 01  REG-RPTFUS             PIC X(132).                           00900064
009100 FD  ESTUD-MASTER.                                                00910064
009200 COPY RLESTMST.                                                   00920064
009300 FD  ARCHIVO-MATRICULA.                                           00930064
009400 COPY RLMATRIC.                                                   00940064
009500 FD  ARCHIVO-PENDCHG.                                             00950064
009600 COPY RLPENDCH.                                                   00960064
009700 FD  ARCHIVO-EXTPEND.                                             00970064
009800 COPY RLEXPEND.                                                   00980064
009900 FD  ARCHIVO-MINPEND.                                             00990064
010000 COPY RLMINPEN.                                                   01000064
010100 FD  ARCHIVO-NOTACOMP.                                            01010064
010200 COPY RLNOTCOM.                                                   01020064
010300 FD  ARCHIVO-AUDITORIA.                                           01030064
010400 COPY RLAUDIT.                                                    01040064
010430 FD  HISTORICO-NOTAS.                                             01043064
010460 COPY RLHISNOT.                                                   01046064
010470 FD  CURSOS-CONVAL.                                               01047064
010480 COPY RLCONVAL.                                                   01048064
010500 WORKING-STORAGE SECTION.                                         01050064
010600* COPY AREAS PARA FECHAS                                          01060064
010700 COPY WSFECHAS.                                                   01070064
010800* COPY AREAS LINK DE LOS ENCAPSULADORES DE NOTAS/USUARIOS/CURSOS  01080064
010900 COPY LKNOTAS.                                                    01090064
011000 01  WS-FILE-STATUS.                                              01100064
011100     05 WS-FS-FUSCTL        PIC XX.                               01110064
011200     05 WS-FS-RPTFUS        PIC XX.                               01120064
011300     05 WS-FS-ESTMAST       PIC XX.                               01130064
011400     05 WS-FS-MATRICUL      PIC XX.                               01140064
011500     05 WS-FS-PENDCHG       PIC XX.                               01150064
011600     05 WS-FS-EXTPEND       PIC XX.                               01160064
011700     05 WS-FS-MINPEND       PIC XX.                               01170064
011800     05 WS-FS-NOTACOMP      PIC XX.                               01180064
011900     05 WS-FS-AUDITLOG      PIC XX.                               01190064
011950     05 WS-FS-NOTAHIST      PIC XX.                               01195064
011970     05 WS-FS-CONVALID      PIC XX.                               01197064
012000 01  WS-SWITCHES.                                                 01200064
012100     05 WS-SW-ABORTAR       PIC X VALUE "N".                      01210064
012200        88 ABORTAR                 VALUE "S".                     01220064
012300     05 WS-SW-TARJETA-OK    PIC X VALUE "S".                      01230064
012400        88 TARJETA-OK              VALUE "S".                     01240064
012500     05 WS-SW-FIN-ARCHIVO   PIC X VALUE "N".                      01250064
012600        88 FIN-ARCHIVO             VALUE "S".                     01260064
012700     05 WS-SW-FUSION        PIC X VALUE "N".                      01270064
012800        88 FUSION-APLICADA         VALUE "S".                     01280064
012830     05 WS-SW-FIN-HIST      PIC X VALUE "N".                      01283064
012860        88 FIN-HISTORIA            VALUE "S".                     01286064
012900* FASE DEL CENSO DE ARCHIVOS: 1 = ANTES DE MOVER (ADEMAS          01290064
013000* GUARDA LOS REGISTROS DEL DNI QUE PIERDE), 2 = DESPUES           01300064
013100 01  W-FASE                 PIC 9 VALUE 1.                        01310064
013200    88 FASE-ANTES                  VALUE 1.                       01320064
013300    88 FASE-DESPUES                VALUE 2.                       01330064
013400 01  WS-CONTADORES.                                               01340064
013500     05 WS-TOT-MOVIDOS      PIC 9(5) VALUE 0.                     01350064
013600     05 WS-TOT-CONFLICTOS   PIC 9(5) VALUE 0.                     01360064
013700 01  W-OPERADOR             PIC X(09).                            01370064
013800 01  W-NOMBRE-PIERDE        PIC X(41).                            01380064
013900 01  W-NOMBRE-QUEDA         PIC X(41).                            01390064
014000 01  W-ESTADO-QUEDA         PIC X(01).                            01400064
014020* PLAN DE ESTUDIOS DEL DNI QUE PIERDE (PASA AL QUE QUEDA SI NO    01402064
014040* TIENE, VER 5750-PASA-PLAN)                                      01404064
014060 01  W-PLAN-PIERDE          PIC X(05).                            01406064
014100 01  W-AU-SUBTIPO           PIC 9(02).                            01410064
014200 01  W-I                    PIC 9(03).                            01420064
014300 01  W-J                    PIC 9(03).                            01430064
014400* CONTEOS POR ARCHIVO (1 NOTAS, 2 MATRICUL, 3 PENDCHG,            01440064
014500* 4 EXTPEND, 5 MINPEND, 6 NOTACOMP, 7 CONVALID); EL SUBTIPO DE    01450064
014600* AUDITORIA ES 10 + SU POSICION EN LA TABLA, SALVO CONVALID       01460064
014650* QUE USA EL 18 (EL 17 ES EL MAESTRO ESTMAST)                     01465064
014700 01  W-NOMBRES-ARCHIVO.                                           01470064
014800     05 FILLER              PIC X(08) VALUE "NOTAS   ".           01480064
014900     05 FILLER              PIC X(08) VALUE "MATRICUL".           01490064
015000     05 FILLER              PIC X(08) VALUE "PENDCHG ".           01500064
015100     05 FILLER              PIC X(08) VALUE "EXTPEND ".           01510064
015200     05 FILLER              PIC X(08) VALUE "MINPEND ".           01520064
015300     05 FILLER              PIC X(08) VALUE "NOTACOMP".           01530064
015350     05 FILLER              PIC X(08) VALUE "CONVALID".           01535064
015400 01  W-TAB-NOMBRES REDEFINES W-NOMBRES-ARCHIVO.                   01540064
015500     05 W-NOM-ARCHIVO       PIC X(08) OCCURS 7 TIMES.             01550064
015600 01  W-CENSO.                                                     01560064
015700     05 W-CEN OCCURS 7 TIMES.                                     01570064
015800        10 W-CEN-PIERDE-ANTES    PIC 9(05).                       01580064
015900        10 W-CEN-QUEDA-ANTES     PIC 9(05).                       01590064
016000        10 W-CEN-PIERDE-DESPUES  PIC 9(05).                       01600064
016100        10 W-CEN-QUEDA-DESPUES   PIC 9(05).                       01610064
016200        10 W-CEN-MOVIDOS         PIC 9(05).                       01620064
016300        10 W-CEN-CONFLICTOS      PIC 9(05).                       01630064
016400 01  W-ARCH                 PIC 9(01).                            01640064
016500* REGISTROS DEL DNI QUE PIERDE, GUARDADOS EN EL CENSO DE LA       01650064
016600* FASE 1 PARA BUSCAR CONFLICTOS Y LUEGO MOVERLOS POR LLAVE        01660064
016700 01  W-MAX-REGISTROS        PIC 9(03) VALUE 200.                  01670064
016800 01  W-NOTAS-PIERDE.                                              01680064
016900     05 W-NP-NUM            PIC 9(05) VALUE 0.                    01690064
017000     05 W-NP OCCURS 200 TIMES.                                    01700064
017100        10 W-NP-CURSO       PIC X(05).                            01710064
017200        10 W-NP-AAAA        PIC X(04).                            01720064
017300        10 W-NP-TERMINO     PIC X(01).                            01730064
017400        10 W-NP-NOTA        PIC 99V99.                            01740064
017500 01  W-NOTAS-QUEDA.                                               01750064
017600     05 W-NQ-NUM            PIC 9(05) VALUE 0.                    01760064
017700     05 W-NQ OCCURS 200 TIMES.                                    01770064
017800        10 W-NQ-CURSO       PIC X(05).                            01780064
017900        10 W-NQ-AAAA        PIC X(04).                            01790064
018000        10 W-NQ-TERMINO     PIC X(01).                            01800064
018100 01  W-FIN-NOTAS            PIC X VALUE "N".                      01810064
018300 01  W-TAB-MATRICULA.                                             01830064
018400     05 W-TM-NUM            PIC 9(03) VALUE 0.                    01840064
018500     05 W-TM-REG            PIC X(40) OCCURS 200 TIMES.           01850064
018600 01  W-TAB-PENDCHG.                                               01860064
018700     05 W-TP-NUM            PIC 9(03) VALUE 0.                    01870064
018800     05 W-TP-REG            PIC X(60) OCCURS 200 TIMES.           01880064
018900 01  W-TAB-MINPEND.                                               01890064
019000     05 W-TN-NUM            PIC 9(03) VALUE 0.                    01900064
019100     05 W-TN-REG            PIC X(60) OCCURS 200 TIMES.           01910064
019200 01  W-TAB-NOTACOMP.                                              01920064
019300     05 W-TC-NUM            PIC 9(03) VALUE 0.                    01930064
019400     05 W-TC-REG            PIC X(60) OCCURS 200 TIMES.           01940064
019420 01  W-TAB-CONVALID.                                              01942064
019440     05 W-TV-NUM            PIC 9(03) VALUE 0.                    01944064
019460     05 W-TV-REG            PIC X(80) OCCURS 200 TIMES.           01946064
019500* LINEAS DEL REPORTE                                              01950064
019600 01  LIN-ENCABEZADO-1.                                            01960064
019700     05 FILLER              PIC X(40) VALUE                       01970064
019800        "FUSION DE DNI - REPORTE ANTES/DESPUES".                  01980064
019900     05 FILLER              PIC X(07) VALUE "FECHA: ".            01990064
020000     05 LIN-E1-FECHA        PIC X(10).                            02000064
020100     05 FILLER              PIC X(07) VALUE "  HORA ".            02010064
020200     05 LIN-E1-HORA         PIC X(11).                            02020064
020300 01  LIN-ENCABEZADO-DNI.                                          02030064
020400     05 LIN-ED-TITULO       PIC X(20).                            02040064
020500     05 LIN-ED-DNI          PIC X(09).                            02050064
020600     05 FILLER              PIC X(02) VALUE SPACES.               02060064
020700     05 LIN-ED-NOMBRE       PIC X(41).                            02070064
020800     05 FILLER              PIC X(02) VALUE SPACES.               02080064
020900     05 LIN-ED-ESTADO       PIC X(20).                            02090064
021000 01  LIN-TIT-DETALLE        PIC X(40) VALUE                       02100064
021100     "DETALLE DE REGISTROS DEL DNI QUE PIERDE".                   02110064
021200 01  LIN-ENCABEZADO-2.                                            02120064
021300     05 FILLER              PIC X(10) VALUE "ARCHIVO".            02130064
021400     05 FILLER              PIC X(7)  VALUE "CURSO".              02140064
021500     05 FILLER              PIC X(6)  VALUE "ANIO".               02150064
021600     05 FILLER              PIC X(4)  VALUE "TER".                02160064
021700     05 FILLER              PIC X(11) VALUE "DNI ANTES".          02170064
021800     05 FILLER              PIC X(11) VALUE "DNI DESPUES".        02180064
021900     05 FILLER              PIC X(40) VALUE "RESULTADO".          02190064
022000 01  LIN-DETALLE.                                                 02200064
022100     05 LIN-D-ARCHIVO       PIC X(08).                            02210064
022200     05 FILLER              PIC X(02) VALUE SPACES.               02220064
022300     05 LIN-D-CURSO         PIC X(05).                            02230064
022400     05 FILLER              PIC X(02) VALUE SPACES.               02240064
022500     05 LIN-D-AAAA          PIC X(04).                            02250064
022600     05 FILLER              PIC X(02) VALUE SPACES.               02260064
022700     05 LIN-D-TERMINO       PIC X(01).                            02270064
022800     05 FILLER              PIC X(03) VALUE SPACES.               02280064
022900     05 LIN-D-DNI-ANTES     PIC X(09).                            02290064
023000     05 FILLER              PIC X(02) VALUE SPACES.               02300064
023100     05 LIN-D-DNI-DESPUES   PIC X(09).                            02310064
023200     05 FILLER              PIC X(02) VALUE SPACES.               02320064
023300     05 LIN-D-RESULTADO     PIC X(40).                            02330064
023400 01  LIN-TIT-RESUMEN.                                             02340064
023500     05 FILLER              PIC X(10) VALUE "RESUMEN".            02350064
023600     05 FILLER              PIC X(24) VALUE                       02360064
023700        "------- ANTES -------".                                  02370064
023800     05 FILLER              PIC X(24) VALUE                       02380064
023900        "------ DESPUES ------".                                  02390064
024000 01  LIN-ENCABEZADO-3.                                            02400064
024100     05 FILLER              PIC X(10) VALUE "ARCHIVO".            02410064
024200     05 FILLER              PIC X(12) VALUE "DNI PIERDE".         02420064
024300     05 FILLER              PIC X(12) VALUE "DNI QUEDA".          02430064
024400     05 FILLER              PIC X(12) VALUE "DNI PIERDE".         02440064
024500     05 FILLER              PIC X(12) VALUE "DNI QUEDA".          02450064
024600     05 FILLER              PIC X(10) VALUE "MOVIDOS".            02460064
024700     05 FILLER              PIC X(10) VALUE "CONFLICTOS".         02470064
024800 01  LIN-RESUMEN.                                                 02480064
024900     05 LIN-R-ARCHIVO       PIC X(08).                            02490064
025000     05 FILLER              PIC X(02) VALUE SPACES.               02500064
025100     05 LIN-R-PIERDE-ANTES  PIC ZZZZ9.                            02510064
025200     05 FILLER              PIC X(07) VALUE SPACES.               02520064
025300     05 LIN-R-QUEDA-ANTES   PIC ZZZZ9.                            02530064
025400     05 FILLER              PIC X(07) VALUE SPACES.               02540064
025500     05 LIN-R-PIERDE-DESP   PIC ZZZZ9.                            02550064
025600     05 FILLER              PIC X(07) VALUE SPACES.               02560064
025700     05 LIN-R-QUEDA-DESP    PIC ZZZZ9.                            02570064
025800     05 FILLER              PIC X(07) VALUE SPACES.               02580064
025900     05 LIN-R-MOVIDOS       PIC ZZZZ9.                            02590064
026000     05 FILLER              PIC X(05) VALUE SPACES.               02600064
026100     05 LIN-R-CONFLICTOS    PIC ZZZZ9.                            02610064
026200 01  LIN-RESULTADO          PIC X(80).                            02620064
026300 01  LIN-FIRMA-1            PIC X(80) VALUE                       02630064
026400     "REVISADO Y APROBADO POR EL REGISTRO ACADEMICO:".            02640064
026500 01  LIN-FIRMA-2            PIC X(80) VALUE                       02650064
026600     "NOMBRE: ______________  FIRMA: __________  FECHA: ______".  02660064
026800 PROCEDURE DIVISION.                                              02680064
026900 0000-MAIN.                                                       02690064
027000     PERFORM 1000-INICIO-DE-PROGRAMA                              02700064
027100     PERFORM 2000-VALIDA-TARJETA                                  02710064
027200     IF TARJETA-OK AND NOT ABORTAR THEN                           02720064
027300        SET FASE-ANTES TO TRUE                                    02730064
027400        PERFORM 3000-CENSO-ARCHIVOS                               02740064
027500     END-IF                                                       02750064
027600     IF TARJETA-OK AND NOT ABORTAR THEN                           02760064
027700        PERFORM 4000-BUSCA-CONFLICTOS                             02770064
027800     END-IF                                                       02780064
027900     IF TARJETA-OK AND NOT ABORTAR                                02790064
028000        AND WS-TOT-CONFLICTOS = 0 THEN                            02800064
028100        PERFORM 5000-MUEVE-REGISTROS                              02810064
028200     END-IF                                                       02820064
028300     IF TARJETA-OK AND NOT ABORTAR                                02830064
028400        AND WS-TOT-CONFLICTOS = 0 THEN                            02840064
028500        PERFORM 5700-INACTIVA-MAESTRO                             02850064
028600     END-IF                                                       02860064
028700     IF FUSION-APLICADA AND NOT ABORTAR THEN                      02870064
028800        SET FASE-DESPUES TO TRUE                                  02880064
028900        PERFORM 3000-CENSO-ARCHIVOS                               02890064
029000     END-IF                                                       02900064
029100     PERFORM 8000-IMPRIME-RESUMEN                                 02910064
029200     PERFORM 9999-FIN-DE-PROGRAMA                                 02920064
029300     .                                                            02930064
029400 1000-INICIO-DE-PROGRAMA.                                         02940064
029500     OPEN INPUT TARJETA-CONTROL                                   02950064
029600     IF WS-FS-FUSCTL NOT = "00" THEN                              02960064
029700        DISPLAY "PSNFUS01 - ERROR AL ABRIR FUSCTL, STATUS="       02970064
029800                WS-FS-FUSCTL                                      02980064
029900        MOVE 16 TO RETURN-CODE                                    02990064
030000        GOBACK                                                    03000064
030100     END-IF                                                       03010064
030200     OPEN OUTPUT RPT-FUSION                                       03020064
030300     IF WS-FS-RPTFUS NOT = "00" THEN                              03030064
030400        DISPLAY "PSNFUS01 - ERROR AL ABRIR RPTFUS, STATUS="       03040064
030500                WS-FS-RPTFUS                                      03050064
030600        MOVE 16 TO RETURN-CODE                                    03060064
030700        CLOSE TARJETA-CONTROL                                     03070064
030800        GOBACK                                                    03080064
030900     END-IF                                                       03090064
031000     OPEN I-O ESTUD-MASTER                                        03100064
031100     IF WS-FS-ESTMAST NOT = "00" THEN                             03110064
031200        DISPLAY "PSNFUS01 - ERROR AL ABRIR ESTMAST, STATUS="      03120064
031300                WS-FS-ESTMAST                                     03130064
031400        MOVE 16 TO RETURN-CODE                                    03140064
031500        CLOSE TARJETA-CONTROL                                     03150064
031600        CLOSE RPT-FUSION                                          03160064
031700        GOBACK                                                    03170064
031800     END-IF                                                       03180064
031900     OPEN I-O ARCHIVO-MATRICULA                                   03190064
032000     IF WS-FS-MATRICUL NOT = "00" THEN                            03200064
032100        DISPLAY "PSNFUS01 - ERROR AL ABRIR MATRICUL, STATUS="     03210064
032200                WS-FS-MATRICUL                                    03220064
032300        MOVE 16 TO RETURN-CODE                                    03230064
032400        CLOSE TARJETA-CONTROL                                     03240064
032500        CLOSE RPT-FUSION                                          03250064
032600        CLOSE ESTUD-MASTER                                        03260064
032700        GOBACK                                                    03270064
032800     END-IF                                                       03280064
032900     OPEN I-O ARCHIVO-PENDCHG                                     03290064
033000     IF WS-FS-PENDCHG NOT = "00" THEN                             03300064
033100        DISPLAY "PSNFUS01 - ERROR AL ABRIR PENDCHG, STATUS="      03310064
033200                WS-FS-PENDCHG                                     03320064
033300        MOVE 16 TO RETURN-CODE                                    03330064
033400        CLOSE TARJETA-CONTROL                                     03340064
033500        CLOSE RPT-FUSION                                          03350064
033600        CLOSE ESTUD-MASTER                                        03360064
033700        CLOSE ARCHIVO-MATRICULA                                   03370064
033800        GOBACK                                                    03380064
033900     END-IF                                                       03390064
034000     OPEN I-O ARCHIVO-EXTPEND                                     03400064
034100     IF WS-FS-EXTPEND NOT = "00" THEN                             03410064
034200        DISPLAY "PSNFUS01 - ERROR AL ABRIR EXTPEND, STATUS="      03420064
034300                WS-FS-EXTPEND                                     03430064
034400        MOVE 16 TO RETURN-CODE                                    03440064
034500        CLOSE TARJETA-CONTROL                                     03450064
034600        CLOSE RPT-FUSION                                          03460064
034700        CLOSE ESTUD-MASTER                                        03470064
034800        CLOSE ARCHIVO-MATRICULA                                   03480064
034900        CLOSE ARCHIVO-PENDCHG                                     03490064
035000        GOBACK                                                    03500064
035100     END-IF                                                       03510064
035200     OPEN I-O ARCHIVO-MINPEND                                     03520064
035300     IF WS-FS-MINPEND NOT = "00" THEN                             03530064
035400        DISPLAY "PSNFUS01 - ERROR AL ABRIR MINPEND, STATUS="      03540064
035500                WS-FS-MINPEND                                     03550064
035600        MOVE 16 TO RETURN-CODE                                    03560064
035700        CLOSE TARJETA-CONTROL                                     03570064
035800        CLOSE RPT-FUSION                                          03580064
035900        CLOSE ESTUD-MASTER                                        03590064
036000        CLOSE ARCHIVO-MATRICULA                                   03600064
036100        CLOSE ARCHIVO-PENDCHG                                     03610064
036200        CLOSE ARCHIVO-EXTPEND                                     03620064
036300        GOBACK                                                    03630064
036400     END-IF                                                       03640064
036500     OPEN I-O ARCHIVO-NOTACOMP                                    03650064
036600     IF WS-FS-NOTACOMP NOT = "00" THEN                            03660064
036700        DISPLAY "PSNFUS01 - ERROR AL ABRIR NOTACOMP, STATUS="     03670064
036800                WS-FS-NOTACOMP                                    03680064
036900        MOVE 16 TO RETURN-CODE                                    03690064
037000        CLOSE TARJETA-CONTROL                                     03700064
037100        CLOSE RPT-FUSION                                          03710064
037200        CLOSE ESTUD-MASTER                                        03720064
037300        CLOSE ARCHIVO-MATRICULA                                   03730064
037400        CLOSE ARCHIVO-PENDCHG                                     03740064
037500        CLOSE ARCHIVO-EXTPEND                                     03750064
037600        CLOSE ARCHIVO-MINPEND                                     03760064
037700        GOBACK                                                    03770064
037800     END-IF                                                       03780064
037900     OPEN EXTEND ARCHIVO-AUDITORIA                                03790064
038000     IF WS-FS-AUDITLOG NOT = "00" THEN                            03800064
038100        DISPLAY "PSNFUS01 - ERROR AL ABRIR AUDITLOG, STATUS="     03810064
038200                WS-FS-AUDITLOG                                    03820064
038300        MOVE 16 TO RETURN-CODE                                    03830064
038400        CLOSE TARJETA-CONTROL                                     03840064
038500        CLOSE RPT-FUSION                                          03850064
038600        CLOSE ESTUD-MASTER                                        03860064
038700        CLOSE ARCHIVO-MATRICULA                                   03870064
038800        CLOSE ARCHIVO-PENDCHG                                     03880064
038900        CLOSE ARCHIVO-EXTPEND                                     03890064
039000        CLOSE ARCHIVO-MINPEND                                     03900064
039100        CLOSE ARCHIVO-NOTACOMP                                    03910064
039200        GOBACK                                                    03920064
039300     END-IF                                                       03930064
039302     OPEN I-O HISTORICO-NOTAS                                     03930264
039304     IF WS-FS-NOTAHIST NOT = "00" THEN                            03930464
039306        DISPLAY "PSNFUS01 - ERROR AL ABRIR NOTAHIST, STATUS="     03930664
039308                WS-FS-NOTAHIST                                    03930864
039310        MOVE 16 TO RETURN-CODE                                    03931064
039312        CLOSE TARJETA-CONTROL                                     03931264
039314        CLOSE RPT-FUSION                                          03931464
039316        CLOSE ESTUD-MASTER                                        03931664
039318        CLOSE ARCHIVO-MATRICULA                                   03931864
039320        CLOSE ARCHIVO-PENDCHG                                     03932064
039322        CLOSE ARCHIVO-EXTPEND                                     03932264
039324        CLOSE ARCHIVO-MINPEND                                     03932464
039326        CLOSE ARCHIVO-NOTACOMP                                    03932664
039328        CLOSE ARCHIVO-AUDITORIA                                   03932864
039330        GOBACK                                                    03933064
039332     END-IF                                                       03933264
039334     OPEN I-O CURSOS-CONVAL                                       03933464
039336     IF WS-FS-CONVALID NOT = "00" THEN                            03933664
039338        DISPLAY "PSNFUS01 - ERROR AL ABRIR CONVALID, STATUS="     03933864
039340                WS-FS-CONVALID                                    03934064
039342        MOVE 16 TO RETURN-CODE                                    03934264
039344        CLOSE TARJETA-CONTROL                                     03934464
039346        CLOSE RPT-FUSION                                          03934664
039348        CLOSE ESTUD-MASTER                                        03934864
039350        CLOSE ARCHIVO-MATRICULA                                   03935064
039352        CLOSE ARCHIVO-PENDCHG                                     03935264
039354        CLOSE ARCHIVO-EXTPEND                                     03935464
039356        CLOSE ARCHIVO-MINPEND                                     03935664
039358        CLOSE ARCHIVO-NOTACOMP                                    03935864
039360        CLOSE ARCHIVO-AUDITORIA                                   03936064
039362        CLOSE HISTORICO-NOTAS                                     03936264
039364        GOBACK                                                    03936464
039366     END-IF                                                       03936664
039400     INITIALIZE W-CENSO                                           03940064
039500     PERFORM 1100-GET-DATES                                       03950064
039600     .                                                            03960064
039700 1100-GET-DATES.                                                  03970064
039800     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS         03980064
039900     MOVE WS-CURRENT-YEAR       TO WS-AAAA                        03990064
040000     MOVE WS-CURRENT-MONTH      TO WS-MM                          04000064
040100     MOVE WS-CURRENT-DAY        TO WS-DD                          04010064
040200     MOVE WS-CURRENT-HH         TO WS-HH-F1                       04020064
040300     MOVE WS-CURRENT-MM         TO WS-MM-F1                       04030064
040400     MOVE WS-CURRENT-SS         TO WS-SS-F1                       04040064
040500     MOVE WS-CURRENT-CC         TO WS-CC-F1                       04050064
040600     .                                                            04060064
040700 2000-VALIDA-TARJETA.                                             04070064
040800************************************************************      04080064
040900*    LEE LA UNICA TARJETA DE CONTROL Y VALIDA QUE LOS DOS  *      04090064
041000*    DNI VENGAN, SEAN DISTINTOS Y EXISTAN EN ESTMAST, Y    *      04100064
041100*    QUE EL DNI QUE QUEDA NO ESTE YA FUSIONADO EN OTRO.    *      04110064
041200*    UNA TARJETA INVALIDA TERMINA CON RC 8 SIN TOCAR NADA  *      04120064
041300************************************************************      04130064
041400     MOVE SPACES TO W-NOMBRE-PIERDE W-NOMBRE-QUEDA                04140064
041500     MOVE SPACES TO LIN-RESULTADO                                 04150064
041600     READ TARJETA-CONTROL                                         04160064
041700        AT END                                                    04170064
041800           MOVE "N" TO WS-SW-TARJETA-OK                           04180064
041900           MOVE "FALTA LA TARJETA DE CONTROL FUSCTL"              04190064
042000                TO LIN-RESULTADO                                  04200064
042100     END-READ                                                     04210064
042200     IF TARJETA-OK AND                                            04220064
042300        (FC-DNI-PIERDE = SPACES OR FC-DNI-QUEDA = SPACES) THEN    04230064
042400        MOVE "N" TO WS-SW-TARJETA-OK                              04240064
042500        MOVE "LA TARJETA DEBE TRAER LOS DOS DNI"                  04250064
042600             TO LIN-RESULTADO                                     04260064
042700     END-IF                                                       04270064
042800     IF TARJETA-OK AND FC-DNI-PIERDE = FC-DNI-QUEDA THEN          04280064
042900        MOVE "N" TO WS-SW-TARJETA-OK                              04290064
043000        MOVE "LOS DOS DNI SON IGUALES" TO LIN-RESULTADO           04300064
043100     END-IF                                                       04310064
043200     IF TARJETA-OK THEN                                           04320064
043300        MOVE FC-DNI-QUEDA TO EM-DNI                               04330064
043400        PERFORM 2100-LEE-MAESTRO                                  04340064
043500        IF TARJETA-OK THEN                                        04350064
043600           MOVE EM-ESTADO TO W-ESTADO-QUEDA                       04360064
043700           STRING EM-APELLIDOS DELIMITED BY "  "                  04370064
043800                  " "          DELIMITED BY SIZE                  04380064
043900                  EM-NOMBRE    DELIMITED BY "  "                  04390064
044000                  INTO W-NOMBRE-QUEDA                             04400064
044100           END-STRING                                             04410064
044200           IF EM-ESTADO = "F" THEN                                04420064
044300              MOVE "N" TO WS-SW-TARJETA-OK                        04430064
044400              MOVE "EL DNI QUE QUEDA YA FUE FUSIONADO"            04440064
044500                   TO LIN-RESULTADO                               04450064
044600           END-IF                                                 04460064
044700        END-IF                                                    04470064
044800     END-IF                                                       04480064
044900     IF TARJETA-OK THEN                                           04490064
045000        MOVE FC-DNI-PIERDE TO EM-DNI                              04500064
045100        PERFORM 2100-LEE-MAESTRO                                  04510064
045200        IF TARJETA-OK THEN                                        04520064
045300           STRING EM-APELLIDOS DELIMITED BY "  "                  04530064
045400                  " "          DELIMITED BY SIZE                  04540064
045500                  EM-NOMBRE    DELIMITED BY "  "                  04550064
045600                  INTO W-NOMBRE-PIERDE                            04560064
045700           END-STRING                                             04570064
045800        END-IF                                                    04580064
045900     END-IF                                                       04590064
046000     IF FC-OPERADOR = SPACES THEN                                 04600064
046100        MOVE "BTCH" TO W-OPERADOR                                 04610064
046200     ELSE                                                         04620064
046300        MOVE FC-OPERADOR TO W-OPERADOR                            04630064
046400     END-IF                                                       04640064
046500     PERFORM 2200-IMPRIME-ENCABEZADOS                             04650064
046600     IF NOT TARJETA-OK THEN                                       04660064
046700        DISPLAY "PSNFUS01 - TARJETA INVALIDA: " LIN-RESULTADO     04670064
046800        MOVE 8 TO RETURN-CODE                                     04680064
046900     END-IF                                                       04690064
047000     .                                                            04700064
047100 2100-LEE-MAESTRO.                                                04710064
047200     READ ESTUD-MASTER                                            04720064
047300        INVALID KEY                                               04730064
047400           MOVE "N" TO WS-SW-TARJETA-OK                           04740064
047500           STRING "DNI " DELIMITED BY SIZE                        04750064
047600                  EM-DNI DELIMITED BY SIZE                        04760064
047700                  " NO EXISTE EN ESTMAST" DELIMITED BY SIZE       04770064
047800                  INTO LIN-RESULTADO                              04780064
047900           END-STRING                                             04790064
048000     END-READ                                                     04800064
048100     IF WS-FS-ESTMAST NOT = "00" AND "23" THEN                    04810064
048200        DISPLAY "PSNFUS01 - ERROR AL LEER ESTMAST, STATUS="       04820064
048300                WS-FS-ESTMAST                                     04830064
048400        MOVE 16 TO RETURN-CODE                                    04840064
048500        SET ABORTAR TO TRUE                                       04850064
048600        MOVE "N" TO WS-SW-TARJETA-OK                              04860064
048700     END-IF                                                       04870064
048800     .                                                            04880064
048900 2200-IMPRIME-ENCABEZADOS.                                        04890064
049000     MOVE WS-FECHA-AAAA-MM-DD      TO LIN-E1-FECHA                04900064
049100     MOVE WS-HORA-MINUTOS-SEGUNDOS TO LIN-E1-HORA                 04910064
049200     MOVE LIN-ENCABEZADO-1 TO REG-RPTFUS                          04920064
049300     WRITE REG-RPTFUS AFTER ADVANCING 1 LINE                      04930064
049400     PERFORM 9200-VERIFICA-ESCRITURA                              04940064
049500     MOVE SPACES TO REG-RPTFUS                                    04950064
049600     WRITE REG-RPTFUS AFTER ADVANCING 1 LINE                      04960064
049700     PERFORM 9200-VERIFICA-ESCRITURA                              04970064
049800     MOVE "DNI QUE SE FUSIONA: " TO LIN-ED-TITULO                 04980064
049900     MOVE FC-DNI-PIERDE          TO LIN-ED-DNI                    04990064
050000     MOVE W-NOMBRE-PIERDE        TO LIN-ED-NOMBRE                 05000064
050100     MOVE SPACES                 TO LIN-ED-ESTADO                 05010064
050200     MOVE LIN-ENCABEZADO-DNI TO REG-RPTFUS                        05020064
050300     WRITE REG-RPTFUS AFTER ADVANCING 1 LINE                      05030064
050400     PERFORM 9200-VERIFICA-ESCRITURA                              05040064
050500     MOVE "DNI QUE QUEDA.....: " TO LIN-ED-TITULO                 05050064
050600     MOVE FC-DNI-QUEDA           TO LIN-ED-DNI                    05060064
050700     MOVE W-NOMBRE-QUEDA         TO LIN-ED-NOMBRE                 05070064
050800     MOVE LIN-ENCABEZADO-DNI TO REG-RPTFUS                        05080064
050900     WRITE REG-RPTFUS AFTER ADVANCING 1 LINE                      05090064
051000     PERFORM 9200-VERIFICA-ESCRITURA                              05100064
051100     MOVE "OPERADOR..........: " TO LIN-ED-TITULO                 05110064
051200     MOVE W-OPERADOR             TO LIN-ED-DNI                    05120064
051300     MOVE SPACES                 TO LIN-ED-NOMBRE                 05130064
051400     MOVE LIN-ENCABEZADO-DNI TO REG-RPTFUS                        05140064
051500     WRITE REG-RPTFUS AFTER ADVANCING 1 LINE                      05150064
051600     PERFORM 9200-VERIFICA-ESCRITURA                              05160064
051700     MOVE SPACES TO REG-RPTFUS                                    05170064
051800     WRITE REG-RPTFUS AFTER ADVANCING 1 LINE                      05180064
051900     PERFORM 9200-VERIFICA-ESCRITURA                              05190064
052000     IF TARJETA-OK THEN                                           05200064
052100        MOVE LIN-TIT-DETALLE TO REG-RPTFUS                        05210064
052200        WRITE REG-RPTFUS AFTER ADVANCING 1 LINE                   05220064
052300        PERFORM 9200-VERIFICA-ESCRITURA                           05230064
052400        MOVE LIN-ENCABEZADO-2 TO REG-RPTFUS                       05240064
052500        WRITE REG-RPTFUS AFTER ADVANCING 1 LINE                   05250064
052600        PERFORM 9200-VERIFICA-ESCRITURA                           05260064
052700     END-IF                                                       05270064
052800     .                                                            05280064
052900 3000-CENSO-ARCHIVOS.                                             05290064
053000************************************************************      05300064
053100*    CUENTA EN CADA ARCHIVO LOS REGISTROS DE LOS DOS DNI.  *      05310064
053200*    EN LA FASE 1 (ANTES) GUARDA ADEMAS LOS REGISTROS DEL  *      05320064
053300*    DNI QUE PIERDE PARA LA BUSQUEDA DE CONFLICTOS Y EL    *      05330064
053400*    MOVIMIENTO; LA FASE 2 (DESPUES) SOLO VUELVE A CONTAR  *      05340064
053500*    PARA EL RESUMEN ANTES/DESPUES DEL REPORTE             *      05350064
053600************************************************************      05360064
053700     PERFORM 3100-CENSO-NOTAS                                     05370064
053800     IF NOT ABORTAR THEN                                          05380064
053900        PERFORM 3200-CENSO-MATRICULA                              05390064
054000     END-IF                                                       05400064
054100     IF NOT ABORTAR THEN                                          05410064
054200        PERFORM 3300-CENSO-PENDCHG                                05420064
054300     END-IF                                                       05430064
054400     IF NOT ABORTAR THEN                                          05440064
054500        PERFORM 3400-CENSO-EXTPEND                                05450064
054600     END-IF                                                       05460064
054700     IF NOT ABORTAR THEN                                          05470064
054800        PERFORM 3500-CENSO-MINPEND                                05480064
054900     END-IF                                                       05490064
055000     IF NOT ABORTAR THEN                                          05500064
055100        PERFORM 3600-CENSO-NOTACOMP                               05510064
055120     END-IF                                                       05512064
055140     IF NOT ABORTAR THEN                                          05514064
055160        PERFORM 3700-CENSO-CONVALID                               05516064
055200     END-IF                                                       05520064
055300     .                                                            05530064
055400 3100-CENSO-NOTAS.                                                05540064
055500*    NOTAS DE CADA DNI POR PSNETS53 (TIPO 1 SUBTIPO 5, LECTURA    05550064
055600*    POR BLOQUES DESDE LA POSICION 0 HASTA QUE NO DEVUELVE MAS)   05560064
055700     MOVE 0 TO W-NP-NUM W-NQ-NUM                                  05570064
055800     MOVE FC-DNI-PIERDE TO LK-NT-DNIESTUD                         05580064
055900     PERFORM 3110-INICIA-NOTAS                                    05590064
056000     PERFORM 3120-GUARDA-NOTA-PIERDE                              05600064
056200             UNTIL W-FIN-NOTAS = "S" OR ABORTAR                   05620064
056300     MOVE FC-DNI-QUEDA TO LK-NT-DNIESTUD                          05630064
056400     PERFORM 3110-INICIA-NOTAS                                    05640064
056500     PERFORM 3130-GUARDA-NOTA-QUEDA                               05650064
056700             UNTIL W-FIN-NOTAS = "S" OR ABORTAR                   05670064
056800     IF FASE-ANTES THEN                                           05680064
056900        MOVE W-NP-NUM TO W-CEN-PIERDE-ANTES (1)                   05690064
057000        MOVE W-NQ-NUM TO W-CEN-QUEDA-ANTES (1)                    05700064
057100     ELSE                                                         05710064
057200        MOVE W-NP-NUM TO W-CEN-PIERDE-DESPUES (1)                 05720064
057300        MOVE W-NQ-NUM TO W-CEN-QUEDA-DESPUES (1)                  05730064
057400     END-IF                                                       05740064
057500     .                                                            05750064
057600 3110-INICIA-NOTAS.                                               05760064
057700     SET LK-NT-OPE-CONSULTA TO TRUE                               05770064
057800     MOVE 5   TO LK-NT-SUBTIPO                                    05780064
057900     MOVE 100 TO LK-NT-SQLCODE                                    05790064
058000     MOVE 0   TO LK-NT-POSICION                                   05800064
058200     MOVE "N" TO W-FIN-NOTAS                                      05820064
058300     .                                                            05830064
058400 3120-GUARDA-NOTA-PIERDE.                                         05840064
058500     MOVE FC-DNI-PIERDE TO LK-NT-DNIESTUD                         05850064
058600     SET LK-NT-OPE-CONSULTA TO TRUE                               05860064
058700     MOVE 5 TO LK-NT-SUBTIPO                                      05870064
058800     CALL "PSNETS53" USING AREA-LINK                              05880064
058900     IF LK-NT-SQLCODE NOT = 0 THEN                                05890064
058930        MOVE "S" TO W-FIN-NOTAS                                   05893064
058937        IF LK-NT-SQLCODE NOT = 100 THEN                           05893764
058944           PERFORM 3150-ERROR-NOTAS                               05894464
058951        END-IF                                                    05895164
058960     ELSE                                                         05896064
059000        ADD 1 TO W-NP-NUM                                         05900064
059020        IF W-NP-NUM > W-MAX-REGISTROS THEN                        05902064
059040           PERFORM 3140-EXCEDE-NOTAS                              05904064
059060        ELSE                                                      05906064
059100           MOVE LK-NT-CURSO   TO W-NP-CURSO (W-NP-NUM)            05910064
059200           MOVE LK-NT-AAAA    TO W-NP-AAAA (W-NP-NUM)             05920064
059300           MOVE LK-NT-TERMINO TO W-NP-TERMINO (W-NP-NUM)          05930064
059400           MOVE LK-NT-NOTA    TO W-NP-NOTA (W-NP-NUM)             05940064
059450        END-IF                                                    05945064
059500     END-IF                                                       05950064
059600     .                                                            05960064
059700 3130-GUARDA-NOTA-QUEDA.                                          05970064
059800     MOVE FC-DNI-QUEDA TO LK-NT-DNIESTUD                          05980064
059900     SET LK-NT-OPE-CONSULTA TO TRUE                               05990064
060000     MOVE 5 TO LK-NT-SUBTIPO                                      06000064
060100     CALL "PSNETS53" USING AREA-LINK                              06010064
060200     IF LK-NT-SQLCODE NOT = 0 THEN                                06020064
060230        MOVE "S" TO W-FIN-NOTAS                                   06023064
060237        IF LK-NT-SQLCODE NOT = 100 THEN                           06023764
060244           PERFORM 3150-ERROR-NOTAS                               06024464
060251        END-IF                                                    06025164
060260     ELSE                                                         06026064
060300        ADD 1 TO W-NQ-NUM                                         06030064
060320        IF W-NQ-NUM > W-MAX-REGISTROS THEN                        06032064
060340           PERFORM 3140-EXCEDE-NOTAS                              06034064
060360        ELSE                                                      06036064
060400           MOVE LK-NT-CURSO   TO W-NQ-CURSO (W-NQ-NUM)            06040064
060500           MOVE LK-NT-AAAA    TO W-NQ-AAAA (W-NQ-NUM)             06050064
060600           MOVE LK-NT-TERMINO TO W-NQ-TERMINO (W-NQ-NUM)          06060064
060650        END-IF                                                    06065064
060700     END-IF                                                       06070064
060800     .                                                            06080064
060807 3140-EXCEDE-NOTAS.                                               06080764
060814*    EN LA FASE 1 LAS NOTAS DE CADA DNI SE GUARDAN EN TABLAS DE   06081464
060821*    W-MAX-REGISTROS PARA BUSCAR CONFLICTOS Y MOVERLAS; CON MAS   06082164
060828*    NOTAS NO SE FUSIONA. DESPUES DE LA FUSION SOLO SE CUENTAN    06082864
060835     IF FASE-ANTES THEN                                           06083564
060842        DISPLAY "PSNFUS01 - MAS DE " W-MAX-REGISTROS              06084264
060849                " NOTAS EN UN DNI (" LK-NT-DNIESTUD ")"           06084964
060856        MOVE 16 TO RETURN-CODE                                    06085664
060863        SET ABORTAR TO TRUE                                       06086364
060870        MOVE "S" TO W-FIN-NOTAS                                   06087064
060877     END-IF                                                       06087764
060884     .                                                            06088464
060885 3150-ERROR-NOTAS.                                                06088564
060886*    SOLO EL SQLCODE 100 TERMINA LA LECTURA POR BLOQUES; CUALQUIER06088664
060887*    OTRO ES UN ERROR DE PSNETS53 Y NO SE SIGUE CON LA FUSION     06088764
060888     DISPLAY "PSNFUS01 - ERROR AL LEER NOTAS DEL DNI "            06088864
060889             LK-NT-DNIESTUD " SQLCODE=" LK-NT-SQLCODE             06088964
060890     MOVE 16 TO RETURN-CODE                                       06089064
060891     SET ABORTAR TO TRUE                                          06089164
060892     .                                                            06089264
060900 3200-CENSO-MATRICULA.                                            06090064
061000     MOVE 2 TO W-ARCH                                             06100064
061100     MOVE 0 TO W-TM-NUM                                           06110064
061200     MOVE "N" TO WS-SW-FIN-ARCHIVO                                06120064
061300     MOVE LOW-VALUES TO MA-LLAVE                                  06130064
061400     START ARCHIVO-MATRICULA KEY NOT < MA-LLAVE                   06140064
061500        INVALID KEY                                               06150064
061600           MOVE "S" TO WS-SW-FIN-ARCHIVO                          06160064
061700     END-START                                                    06170064
061800     IF WS-FS-MATRICUL NOT = "00" AND "23" THEN                   06180064
061900        DISPLAY "PSNFUS01 - ERROR START MATRICUL, STATUS="        06190064
062000                WS-FS-MATRICUL                                    06200064
062100        MOVE 16 TO RETURN-CODE                                    06210064
062200        SET ABORTAR TO TRUE                                       06220064
062300     END-IF                                                       06230064
062400     PERFORM 3210-LEE-MATRICULA                                   06240064
062500             UNTIL FIN-ARCHIVO OR ABORTAR                         06250064
062600     .                                                            06260064
062700 3210-LEE-MATRICULA.                                              06270064
062800     READ ARCHIVO-MATRICULA NEXT RECORD                           06280064
062900        AT END                                                    06290064
063000           MOVE "S" TO WS-SW-FIN-ARCHIVO                          06300064
063100     END-READ                                                     06310064
063200     IF WS-FS-MATRICUL NOT = "00" AND "10" THEN                   06320064
063300        DISPLAY "PSNFUS01 - ERROR AL LEER MATRICUL, STATUS="      06330064
063400                WS-FS-MATRICUL                                    06340064
063500        MOVE 16 TO RETURN-CODE                                    06350064
063600        SET ABORTAR TO TRUE                                       06360064
063700     END-IF                                                       06370064
063800     IF NOT FIN-ARCHIVO AND NOT ABORTAR THEN                      06380064
063900        IF MA-DNI = FC-DNI-PIERDE THEN                            06390064
064000           PERFORM 3900-CUENTA-PIERDE                             06400064
064100           IF FASE-ANTES AND NOT ABORTAR THEN                     06410064
064200              ADD 1 TO W-TM-NUM                                   06420064
064300              MOVE REG-MATRICULA TO W-TM-REG (W-TM-NUM)           06430064
064400           END-IF                                                 06440064
064500        END-IF                                                    06450064
064600        IF MA-DNI = FC-DNI-QUEDA THEN                             06460064
064700           PERFORM 3950-CUENTA-QUEDA                              06470064
064800        END-IF                                                    06480064
064900     END-IF                                                       06490064
065000     .                                                            06500064
065100 3300-CENSO-PENDCHG.                                              06510064
065200     MOVE 3 TO W-ARCH                                             06520064
065300     MOVE 0 TO W-TP-NUM                                           06530064
065400     MOVE "N" TO WS-SW-FIN-ARCHIVO                                06540064
065500     MOVE LOW-VALUES TO PC-LLAVE                                  06550064
065600     START ARCHIVO-PENDCHG KEY NOT < PC-LLAVE                     06560064
065700        INVALID KEY                                               06570064
065800           MOVE "S" TO WS-SW-FIN-ARCHIVO                          06580064
065900     END-START                                                    06590064
066000     IF WS-FS-PENDCHG NOT = "00" AND "23" THEN                    06600064
066100        DISPLAY "PSNFUS01 - ERROR START PENDCHG, STATUS="         06610064
066200                WS-FS-PENDCHG                                     06620064
066300        MOVE 16 TO RETURN-CODE                                    06630064
066400        SET ABORTAR TO TRUE                                       06640064
066500     END-IF                                                       06650064
066600     PERFORM 3310-LEE-PENDCHG                                     06660064
066700             UNTIL FIN-ARCHIVO OR ABORTAR                         06670064
066800     .                                                            06680064
066900 3310-LEE-PENDCHG.                                                06690064
067000     READ ARCHIVO-PENDCHG NEXT RECORD                             06700064
067100        AT END                                                    06710064
067200           MOVE "S" TO WS-SW-FIN-ARCHIVO                          06720064
067300     END-READ                                                     06730064
067400     IF WS-FS-PENDCHG NOT = "00" AND "10" THEN                    06740064
067500        DISPLAY "PSNFUS01 - ERROR AL LEER PENDCHG, STATUS="       06750064
067600                WS-FS-PENDCHG                                     06760064
067700        MOVE 16 TO RETURN-CODE                                    06770064
067800        SET ABORTAR TO TRUE                                       06780064
067900     END-IF                                                       06790064
068000     IF NOT FIN-ARCHIVO AND NOT ABORTAR THEN                      06800064
068100        IF PC-DNI = FC-DNI-PIERDE THEN                            06810064
068200           PERFORM 3900-CUENTA-PIERDE                             06820064
068300           IF FASE-ANTES AND NOT ABORTAR THEN                     06830064
068400              ADD 1 TO W-TP-NUM                                   06840064
068500              MOVE REG-PEND-CAMBIO TO W-TP-REG (W-TP-NUM)         06850064
068600           END-IF                                                 06860064
068700        END-IF                                                    06870064
068800        IF PC-DNI = FC-DNI-QUEDA THEN                             06880064
068900           PERFORM 3950-CUENTA-QUEDA                              06890064
069000        END-IF                                                    06900064
069100     END-IF                                                       06910064
069200     .                                                            06920064
069300 3400-CENSO-EXTPEND.                                              06930064
069400*    EXTPEND NO LLEVA EL DNI EN LA LLAVE: SOLO SE CUENTA AQUI     06940064
069500*    Y SE CAMBIA CON REWRITE EN UNA SEGUNDA PASADA (5400)         06950064
069600     MOVE 4 TO W-ARCH                                             06960064
069700     MOVE "N" TO WS-SW-FIN-ARCHIVO                                06970064
069800     MOVE LOW-VALUES TO EP-LLAVE                                  06980064
069900     START ARCHIVO-EXTPEND KEY NOT < EP-LLAVE                     06990064
070000        INVALID KEY                                               07000064
070100           MOVE "S" TO WS-SW-FIN-ARCHIVO                          07010064
070200     END-START                                                    07020064
070300     IF WS-FS-EXTPEND NOT = "00" AND "23" THEN                    07030064
070400        DISPLAY "PSNFUS01 - ERROR START EXTPEND, STATUS="         07040064
070500                WS-FS-EXTPEND                                     07050064
070600        MOVE 16 TO RETURN-CODE                                    07060064
070700        SET ABORTAR TO TRUE                                       07070064
070800     END-IF                                                       07080064
070900     PERFORM 3410-LEE-EXTPEND                                     07090064
071000             UNTIL FIN-ARCHIVO OR ABORTAR                         07100064
071100     .                                                            07110064
071200 3410-LEE-EXTPEND.                                                07120064
071300     PERFORM 3420-LEE-SIGUIENTE-EXTPEND                           07130064
071400     IF NOT FIN-ARCHIVO AND NOT ABORTAR THEN                      07140064
071500        IF EP-DNI = FC-DNI-PIERDE THEN                            07150064
071600           PERFORM 3900-CUENTA-PIERDE                             07160064
071700        END-IF                                                    07170064
071800        IF EP-DNI = FC-DNI-QUEDA THEN                             07180064
071900           PERFORM 3950-CUENTA-QUEDA                              07190064
072000        END-IF                                                    07200064
072100     END-IF                                                       07210064
072200     .                                                            07220064
072300 3420-LEE-SIGUIENTE-EXTPEND.                                      07230064
072400     READ ARCHIVO-EXTPEND NEXT RECORD                             07240064
072500        AT END                                                    07250064
072600           MOVE "S" TO WS-SW-FIN-ARCHIVO                          07260064
072700     END-READ                                                     07270064
072800     IF WS-FS-EXTPEND NOT = "00" AND "10" THEN                    07280064
072900        DISPLAY "PSNFUS01 - ERROR AL LEER EXTPEND, STATUS="       07290064
073000                WS-FS-EXTPEND                                     07300064
073100        MOVE 16 TO RETURN-CODE                                    07310064
073200        SET ABORTAR TO TRUE                                       07320064
073300     END-IF                                                       07330064
073400     .                                                            07340064
073500 3500-CENSO-MINPEND.                                              07350064
073600     MOVE 5 TO W-ARCH                                             07360064
073700     MOVE 0 TO W-TN-NUM                                           07370064
073800     MOVE "N" TO WS-SW-FIN-ARCHIVO                                07380064
073900     MOVE LOW-VALUES TO MP-LLAVE                                  07390064
074000     START ARCHIVO-MINPEND KEY NOT < MP-LLAVE                     07400064
074100        INVALID KEY                                               07410064
074200           MOVE "S" TO WS-SW-FIN-ARCHIVO                          07420064
074300     END-START                                                    07430064
074400     IF WS-FS-MINPEND NOT = "00" AND "23" THEN                    07440064
074500        DISPLAY "PSNFUS01 - ERROR START MINPEND, STATUS="         07450064
074600                WS-FS-MINPEND                                     07460064
074700        MOVE 16 TO RETURN-CODE                                    07470064
074800        SET ABORTAR TO TRUE                                       07480064
074900     END-IF                                                       07490064
075000     PERFORM 3510-LEE-MINPEND                                     07500064
075100             UNTIL FIN-ARCHIVO OR ABORTAR                         07510064
075200     .                                                            07520064
075300 3510-LEE-MINPEND.                                                07530064
075400     READ ARCHIVO-MINPEND NEXT RECORD                             07540064
075500        AT END                                                    07550064
075600           MOVE "S" TO WS-SW-FIN-ARCHIVO                          07560064
075700     END-READ                                                     07570064
075800     IF WS-FS-MINPEND NOT = "00" AND "10" THEN                    07580064
075900        DISPLAY "PSNFUS01 - ERROR AL LEER MINPEND, STATUS="       07590064
076000                WS-FS-MINPEND                                     07600064
076100        MOVE 16 TO RETURN-CODE                                    07610064
076200        SET ABORTAR TO TRUE                                       07620064
076300     END-IF                                                       07630064
076400     IF NOT FIN-ARCHIVO AND NOT ABORTAR THEN                      07640064
076500        IF MP-DNI = FC-DNI-PIERDE THEN                            07650064
076600           PERFORM 3900-CUENTA-PIERDE                             07660064
076700           IF FASE-ANTES AND NOT ABORTAR THEN                     07670064
076800              ADD 1 TO W-TN-NUM                                   07680064
076900              MOVE REG-MIN-PENDIENTE TO W-TN-REG (W-TN-NUM)       07690064
077000           END-IF                                                 07700064
077100        END-IF                                                    07710064
077200        IF MP-DNI = FC-DNI-QUEDA THEN                             07720064
077300           PERFORM 3950-CUENTA-QUEDA                              07730064
077400        END-IF                                                    07740064
077500     END-IF                                                       07750064
077600     .                                                            07760064
077700 3600-CENSO-NOTACOMP.                                             07770064
077800     MOVE 6 TO W-ARCH                                             07780064
077900     MOVE 0 TO W-TC-NUM                                           07790064
078000     MOVE "N" TO WS-SW-FIN-ARCHIVO                                07800064
078100     MOVE LOW-VALUES TO NC-LLAVE                                  07810064
078200     START ARCHIVO-NOTACOMP KEY NOT < NC-LLAVE                    07820064
078300        INVALID KEY                                               07830064
078400           MOVE "S" TO WS-SW-FIN-ARCHIVO                          07840064
078500     END-START                                                    07850064
078600     IF WS-FS-NOTACOMP NOT = "00" AND "23" THEN                   07860064
078700        DISPLAY "PSNFUS01 - ERROR START NOTACOMP, STATUS="        07870064
078800                WS-FS-NOTACOMP                                    07880064
078900        MOVE 16 TO RETURN-CODE                                    07890064
079000        SET ABORTAR TO TRUE                                       07900064
079100     END-IF                                                       07910064
079200     PERFORM 3610-LEE-NOTACOMP                                    07920064
079300             UNTIL FIN-ARCHIVO OR ABORTAR                         07930064
079400     .                                                            07940064
079500 3610-LEE-NOTACOMP.                                               07950064
079600     READ ARCHIVO-NOTACOMP NEXT RECORD                            07960064
079700        AT END                                                    07970064
079800           MOVE "S" TO WS-SW-FIN-ARCHIVO                          07980064
079900     END-READ                                                     07990064
080000     IF WS-FS-NOTACOMP NOT = "00" AND "10" THEN                   08000064
080100        DISPLAY "PSNFUS01 - ERROR AL LEER NOTACOMP, STATUS="      08010064
080200                WS-FS-NOTACOMP                                    08020064
080300        MOVE 16 TO RETURN-CODE                                    08030064
080400        SET ABORTAR TO TRUE                                       08040064
080500     END-IF                                                       08050064
080600     IF NOT FIN-ARCHIVO AND NOT ABORTAR THEN                      08060064
080700        IF NC-DNI = FC-DNI-PIERDE THEN                            08070064
080800           PERFORM 3900-CUENTA-PIERDE                             08080064
080900           IF FASE-ANTES AND NOT ABORTAR THEN                     08090064
081000              ADD 1 TO W-TC-NUM                                   08100064
081100              MOVE REG-NOTA-COMP TO W-TC-REG (W-TC-NUM)           08110064
081200           END-IF                                                 08120064
081300        END-IF                                                    08130064
081400        IF NC-DNI = FC-DNI-QUEDA THEN                             08140064
081500           PERFORM 3950-CUENTA-QUEDA                              08150064
081600        END-IF                                                    08160064
081700     END-IF                                                       08170064
081800     .                                                            08180064
081802 3700-CENSO-CONVALID.                                             08180264
081804     MOVE 7 TO W-ARCH                                             08180464
081806     MOVE 0 TO W-TV-NUM                                           08180664
081808     MOVE "N" TO WS-SW-FIN-ARCHIVO                                08180864
081810     MOVE LOW-VALUES TO CV-LLAVE                                  08181064
081812     START CURSOS-CONVAL KEY NOT < CV-LLAVE                       08181264
081814        INVALID KEY                                               08181464
081816           MOVE "S" TO WS-SW-FIN-ARCHIVO                          08181664
081818     END-START                                                    08181864
081820     IF WS-FS-CONVALID NOT = "00" AND "23" THEN                   08182064
081822        DISPLAY "PSNFUS01 - ERROR START CONVALID, STATUS="        08182264
081824                WS-FS-CONVALID                                    08182464
081826        MOVE 16 TO RETURN-CODE                                    08182664
081828        SET ABORTAR TO TRUE                                       08182864
081830     END-IF                                                       08183064
081832     PERFORM 3710-LEE-CONVALID                                    08183264
081834             UNTIL FIN-ARCHIVO OR ABORTAR                         08183464
081836     .                                                            08183664
081838 3710-LEE-CONVALID.                                               08183864
081840     READ CURSOS-CONVAL NEXT RECORD                               08184064
081842        AT END                                                    08184264
081844           MOVE "S" TO WS-SW-FIN-ARCHIVO                          08184464
081846     END-READ                                                     08184664
081848     IF WS-FS-CONVALID NOT = "00" AND "10" THEN                   08184864
081850        DISPLAY "PSNFUS01 - ERROR AL LEER CONVALID, STATUS="      08185064
081852                WS-FS-CONVALID                                    08185264
081854        MOVE 16 TO RETURN-CODE                                    08185464
081856        SET ABORTAR TO TRUE                                       08185664
081858     END-IF                                                       08185864
081860     IF NOT FIN-ARCHIVO AND NOT ABORTAR THEN                      08186064
081862        IF CV-DNI = FC-DNI-PIERDE THEN                            08186264
081864           PERFORM 3900-CUENTA-PIERDE                             08186464
081866           IF FASE-ANTES AND NOT ABORTAR THEN                     08186664
081868              ADD 1 TO W-TV-NUM                                   08186864
081870              MOVE REG-CONVALIDACION TO W-TV-REG (W-TV-NUM)       08187064
081872           END-IF                                                 08187264
081874        END-IF                                                    08187464
081876        IF CV-DNI = FC-DNI-QUEDA THEN                             08187664
081878           PERFORM 3950-CUENTA-QUEDA                              08187864
081880        END-IF                                                    08188064
081882     END-IF                                                       08188264
081884     .                                                            08188464
081900 3900-CUENTA-PIERDE.                                              08190064
082000*    EN LA FASE 1 LOS REGISTROS DEL DNI QUE PIERDE SE GUARDAN     08200064
082100*    EN TABLAS DE W-MAX-REGISTROS; UN DNI CON MAS REGISTROS       08210064
082200*    EN UN ARCHIVO NO SE FUSIONA POR ESTE PROCESO                 08220064
082300     IF FASE-ANTES THEN                                           08230064
082400        ADD 1 TO W-CEN-PIERDE-ANTES (W-ARCH)                      08240064
082500        IF W-CEN-PIERDE-ANTES (W-ARCH) > W-MAX-REGISTROS THEN     08250064
082600           DISPLAY "PSNFUS01 - MAS DE " W-MAX-REGISTROS           08260064
082700                   " REGISTROS EN " W-NOM-ARCHIVO (W-ARCH)        08270064
082800           MOVE 16 TO RETURN-CODE                                 08280064
082900           SET ABORTAR TO TRUE                                    08290064
083000        END-IF                                                    08300064
083100     ELSE                                                         08310064
083200        ADD 1 TO W-CEN-PIERDE-DESPUES (W-ARCH)                    08320064
083300     END-IF                                                       08330064
083400     .                                                            08340064
083500 3950-CUENTA-QUEDA.                                               08350064
083600     IF FASE-ANTES THEN                                           08360064
083700        ADD 1 TO W-CEN-QUEDA-ANTES (W-ARCH)                       08370064
083800     ELSE                                                         08380064
083900        ADD 1 TO W-CEN-QUEDA-DESPUES (W-ARCH)                     08390064
084000     END-IF                                                       08400064
084100     .                                                            08410064
084200 4000-BUSCA-CONFLICTOS.                                           08420064
084300************************************************************      08430064
084400*    UN CONFLICTO ES UN REGISTRO DEL DNI QUE PIERDE CUYO   *      08440064
084500*    CURSO + ANIO + TERMINO YA EXISTE BAJO EL DNI QUE      *      08450064
084600*    QUEDA: MOVERLO SOBREESCRIBIRIA (O DUPLICARIA) EL DEL  *      08460064
084700*    QUE QUEDA. CADA CONFLICTO SE IMPRIME; CON UNO SOLO LA *      08470064
084800*    FUSION NO SE APLICA EN NINGUN ARCHIVO. EN CONVALID    *      08480064
084850*    BASTA EL CURSO (LA LLAVE ES DNI + CURSO)              *      08485064
084900************************************************************      08490064
085000     MOVE 1 TO W-ARCH                                             08500064
085100     PERFORM 4100-CONFLICTO-NOTA                                  08510064
085200             VARYING W-I FROM 1 BY 1                              08520064
085300             UNTIL W-I > W-NP-NUM OR ABORTAR                      08530064
085400     MOVE 2 TO W-ARCH                                             08540064
085500     PERFORM 4200-CONFLICTO-MATRICULA                             08550064
085600             VARYING W-I FROM 1 BY 1                              08560064
085700             UNTIL W-I > W-TM-NUM OR ABORTAR                      08570064
085800     MOVE 3 TO W-ARCH                                             08580064
085900     PERFORM 4300-CONFLICTO-PENDCHG                               08590064
086000             VARYING W-I FROM 1 BY 1                              08600064
086100             UNTIL W-I > W-TP-NUM OR ABORTAR                      08610064
086200     MOVE 5 TO W-ARCH                                             08620064
086300     PERFORM 4500-CONFLICTO-MINPEND                               08630064
086400             VARYING W-I FROM 1 BY 1                              08640064
086500             UNTIL W-I > W-TN-NUM OR ABORTAR                      08650064
086600     MOVE 6 TO W-ARCH                                             08660064
086700     PERFORM 4600-CONFLICTO-NOTACOMP                              08670064
086800             VARYING W-I FROM 1 BY 1                              08680064
086900             UNTIL W-I > W-TC-NUM OR ABORTAR                      08690064
086920     MOVE 7 TO W-ARCH                                             08692064
086940     PERFORM 4700-CONFLICTO-CONVALID                              08694064
086960             VARYING W-I FROM 1 BY 1                              08696064
086980             UNTIL W-I > W-TV-NUM OR ABORTAR                      08698064
087000     IF WS-TOT-CONFLICTOS > 0 THEN                                08700064
087100        DISPLAY "PSNFUS01 - FUSION NO APLICADA, CONFLICTOS: "     08710064
087200                WS-TOT-CONFLICTOS                                 08720064
087300        MOVE 8 TO RETURN-CODE                                     08730064
087400     END-IF                                                       08740064
087500     .                                                            08750064
087600 4100-CONFLICTO-NOTA.                                             08760064
087700     PERFORM 4110-COMPARA-NOTA-QUEDA                              08770064
087800             VARYING W-J FROM 1 BY 1                              08780064
087900             UNTIL W-J > W-NQ-NUM                                 08790064
088000     .                                                            08800064
088100 4110-COMPARA-NOTA-QUEDA.                                         08810064
088200     IF W-NQ-CURSO (W-J) = W-NP-CURSO (W-I)                       08820064
088300        AND W-NQ-AAAA (W-J) = W-NP-AAAA (W-I)                     08830064
088400        AND W-NQ-TERMINO (W-J) = W-NP-TERMINO (W-I) THEN          08840064
088500        MOVE W-NP-CURSO (W-I)   TO LIN-D-CURSO                    08850064
088600        MOVE W-NP-AAAA (W-I)    TO LIN-D-AAAA                     08860064
088700        MOVE W-NP-TERMINO (W-I) TO LIN-D-TERMINO                  08870064
088800        PERFORM 4900-IMPRIME-CONFLICTO                            08880064
088900     END-IF                                                       08890064
089000     .                                                            08900064
089100 4200-CONFLICTO-MATRICULA.                                        08910064
089200     MOVE W-TM-REG (W-I) TO REG-MATRICULA                         08920064
089300     MOVE FC-DNI-QUEDA   TO MA-DNI                                08930064
089400     READ ARCHIVO-MATRICULA                                       08940064
089500        INVALID KEY                                               08950064
089600           CONTINUE                                               08960064
089700        NOT INVALID KEY                                           08970064
089800           MOVE MA-CURSO   TO LIN-D-CURSO                         08980064
089900           MOVE MA-AAAA    TO LIN-D-AAAA                          08990064
090000           MOVE MA-TERMINO TO LIN-D-TERMINO                       09000064
090100           PERFORM 4900-IMPRIME-CONFLICTO                         09010064
090200     END-READ                                                     09020064
090300     IF WS-FS-MATRICUL NOT = "00" AND "23" THEN                   09030064
090400        DISPLAY "PSNFUS01 - ERROR AL LEER MATRICUL, STATUS="      09040064
090500                WS-FS-MATRICUL                                    09050064
090600        MOVE 16 TO RETURN-CODE                                    09060064
090700        SET ABORTAR TO TRUE                                       09070064
090800     END-IF                                                       09080064
090900     .                                                            09090064
091000 4300-CONFLICTO-PENDCHG.                                          09100064
091100     MOVE W-TP-REG (W-I) TO REG-PEND-CAMBIO                       09110064
091200     MOVE FC-DNI-QUEDA   TO PC-DNI                                09120064
091300     READ ARCHIVO-PENDCHG                                         09130064
091400        INVALID KEY                                               09140064
091500           CONTINUE                                               09150064
091600        NOT INVALID KEY                                           09160064
091700           MOVE PC-CURSO   TO LIN-D-CURSO                         09170064
091800           MOVE PC-AAAA    TO LIN-D-AAAA                          09180064
091900           MOVE PC-TERMINO TO LIN-D-TERMINO                       09190064
092000           PERFORM 4900-IMPRIME-CONFLICTO                         09200064
092100     END-READ                                                     09210064
092200     IF WS-FS-PENDCHG NOT = "00" AND "23" THEN                    09220064
092300        DISPLAY "PSNFUS01 - ERROR AL LEER PENDCHG, STATUS="       09230064
092400                WS-FS-PENDCHG                                     09240064
092500        MOVE 16 TO RETURN-CODE                                    09250064
092600        SET ABORTAR TO TRUE                                       09260064
092700     END-IF                                                       09270064
092800     .                                                            09280064
092900 4500-CONFLICTO-MINPEND.                                          09290064
093000     MOVE W-TN-REG (W-I) TO REG-MIN-PENDIENTE                     09300064
093100     MOVE FC-DNI-QUEDA   TO MP-DNI                                09310064
093200     READ ARCHIVO-MINPEND                                         09320064
093300        INVALID KEY                                               09330064
093400           CONTINUE                                               09340064
093500        NOT INVALID KEY                                           09350064
093600           MOVE MP-CURSO   TO LIN-D-CURSO                         09360064
093700           MOVE MP-AAAA    TO LIN-D-AAAA                          09370064
093800           MOVE MP-TERMINO TO LIN-D-TERMINO                       09380064
093900           PERFORM 4900-IMPRIME-CONFLICTO                         09390064
094000     END-READ                                                     09400064
094100     IF WS-FS-MINPEND NOT = "00" AND "23" THEN                    09410064
094200        DISPLAY "PSNFUS01 - ERROR AL LEER MINPEND, STATUS="       09420064
094300                WS-FS-MINPEND                                     09430064
094400        MOVE 16 TO RETURN-CODE                                    09440064
094500        SET ABORTAR TO TRUE                                       09450064
094600     END-IF                                                       09460064
094700     .                                                            09470064
094800 4600-CONFLICTO-NOTACOMP.                                         09480064
094900     MOVE W-TC-REG (W-I) TO REG-NOTA-COMP                         09490064
095000     MOVE FC-DNI-QUEDA   TO NC-DNI                                09500064
095100     READ ARCHIVO-NOTACOMP                                        09510064
095200        INVALID KEY                                               09520064
095300           CONTINUE                                               09530064
095400        NOT INVALID KEY                                           09540064
095500           MOVE NC-CURSO   TO LIN-D-CURSO                         09550064
095600           MOVE NC-AAAA    TO LIN-D-AAAA                          09560064
095700           MOVE NC-TERMINO TO LIN-D-TERMINO                       09570064
095800           PERFORM 4900-IMPRIME-CONFLICTO                         09580064
095900     END-READ                                                     09590064
096000     IF WS-FS-NOTACOMP NOT = "00" AND "23" THEN                   09600064
096100        DISPLAY "PSNFUS01 - ERROR AL LEER NOTACOMP, STATUS="      09610064
096200                WS-FS-NOTACOMP                                    09620064
096300        MOVE 16 TO RETURN-CODE                                    09630064
096400        SET ABORTAR TO TRUE                                       09640064
096500     END-IF                                                       09650064
096600     .                                                            09660064
096604 4700-CONFLICTO-CONVALID.                                         09660464
096608*    EN CONVALID LA LLAVE ES DNI + CURSO: HAY CONFLICTO SI EL     09660864
096612*    MISMO CURSO YA ESTA CONVALIDADO BAJO EL DNI QUE QUEDA        09661264
096616     MOVE W-TV-REG (W-I) TO REG-CONVALIDACION                     09661664
096620     MOVE FC-DNI-QUEDA   TO CV-DNI                                09662064
096624     READ CURSOS-CONVAL                                           09662464
096628        INVALID KEY                                               09662864
096632           CONTINUE                                               09663264
096636        NOT INVALID KEY                                           09663664
096640           MOVE CV-CURSO       TO LIN-D-CURSO                     09664064
096644           MOVE CV-AAAA-ORIGEN TO LIN-D-AAAA                      09664464
096648           MOVE SPACES         TO LIN-D-TERMINO                   09664864
096652           PERFORM 4900-IMPRIME-CONFLICTO                         09665264
096656     END-READ                                                     09665664
096660     IF WS-FS-CONVALID NOT = "00" AND "23" THEN                   09666064
096664        DISPLAY "PSNFUS01 - ERROR AL LEER CONVALID, STATUS="      09666464
096668                WS-FS-CONVALID                                    09666864
096672        MOVE 16 TO RETURN-CODE                                    09667264
096676        SET ABORTAR TO TRUE                                       09667664
096680     END-IF                                                       09668064
096684     .                                                            09668464
096700 4900-IMPRIME-CONFLICTO.                                          09670064
096800     ADD 1 TO WS-TOT-CONFLICTOS                                   09680064
096900     ADD 1 TO W-CEN-CONFLICTOS (W-ARCH)                           09690064
097000     MOVE W-NOM-ARCHIVO (W-ARCH) TO LIN-D-ARCHIVO                 09700064
097100     MOVE FC-DNI-PIERDE TO LIN-D-DNI-ANTES                        09710064
097200     MOVE FC-DNI-QUEDA  TO LIN-D-DNI-DESPUES                      09720064
097300     MOVE "CONFLICTO - YA EXISTE BAJO EL DNI QUE QUEDA"           09730064
097400          TO LIN-D-RESULTADO                                      09740064
097500     PERFORM 8900-ESCRIBE-DETALLE                                 09750064
097600     .                                                            09760064
097700 5000-MUEVE-REGISTROS.                                            09770064
097800************************************************************      09780064
097900*    PASA AL DNI QUE QUEDA CADA REGISTRO GUARDADO DEL DNI  *      09790064
098000*    QUE PIERDE: EN LOS ARCHIVOS CON EL DNI EN LA LLAVE SE *      09800064
098100*    GRABA EL REGISTRO CON LA LLAVE NUEVA Y SE BORRA EL    *      09810064
098200*    VIEJO; LAS NOTAS VAN POR PSNETS53 (ALTA + BAJA). CADA *      09820064
098300*    REGISTRO MOVIDO SE AUDITA Y SE IMPRIME                *      09830064
098400************************************************************      09840064
098500     MOVE "S" TO WS-SW-FUSION                                     09850064
098600     MOVE 1 TO W-ARCH                                             09860064
098700     PERFORM 5100-MUEVE-NOTA                                      09870064
098800             VARYING W-I FROM 1 BY 1                              09880064
098900             UNTIL W-I > W-NP-NUM OR ABORTAR                      09890064
099000     MOVE 2 TO W-ARCH                                             09900064
099100     PERFORM 5200-MUEVE-MATRICULA                                 09910064
099200             VARYING W-I FROM 1 BY 1                              09920064
099300             UNTIL W-I > W-TM-NUM OR ABORTAR                      09930064
099400     MOVE 3 TO W-ARCH                                             09940064
099500     PERFORM 5300-MUEVE-PENDCHG                                   09950064
099600             VARYING W-I FROM 1 BY 1                              09960064
099700             UNTIL W-I > W-TP-NUM OR ABORTAR                      09970064
099800     MOVE 4 TO W-ARCH                                             09980064
099900     IF NOT ABORTAR THEN                                          09990064
100000        PERFORM 5400-MUEVE-EXTPEND                                10000064
100100     END-IF                                                       10010064
100200     MOVE 5 TO W-ARCH                                             10020064
100300     PERFORM 5500-MUEVE-MINPEND                                   10030064
100400             VARYING W-I FROM 1 BY 1                              10040064
100500             UNTIL W-I > W-TN-NUM OR ABORTAR                      10050064
100600     MOVE 6 TO W-ARCH                                             10060064
100700     PERFORM 5600-MUEVE-NOTACOMP                                  10070064
100800             VARYING W-I FROM 1 BY 1                              10080064
100900             UNTIL W-I > W-TC-NUM OR ABORTAR                      10090064
100920     MOVE 7 TO W-ARCH                                             10092064
100940     PERFORM 5800-MUEVE-CONVALID                                  10094064
100960             VARYING W-I FROM 1 BY 1                              10096064
100980             UNTIL W-I > W-TV-NUM OR ABORTAR                      10098064
101000     .                                                            10100064
101100 5100-MUEVE-NOTA.                                                 10110064
101200     SET LK-NT-OPE-INSERTAR TO TRUE                               10120064
101300     MOVE 1                  TO LK-NT-SUBTIPO                     10130064
101400     MOVE FC-DNI-QUEDA       TO LK-NT-DNIESTUD                    10140064
101500     MOVE W-NP-CURSO (W-I)   TO LK-NT-CURSO                       10150064
101600     MOVE W-NP-AAAA (W-I)    TO LK-NT-AAAA                        10160064
101700     MOVE W-NP-TERMINO (W-I) TO LK-NT-TERMINO                     10170064
101800     MOVE W-NP-NOTA (W-I)    TO LK-NT-NOTA                        10180064
101900     MOVE 100                TO LK-NT-SQLCODE                     10190064
102000     CALL "PSNETS53" USING AREA-LINK                              10200064
102100     IF LK-NT-SQLCODE = 0 THEN                                    10210064
102200        SET LK-NT-OPE-ELIMINAR TO TRUE                            10220064
102300        MOVE 1                  TO LK-NT-SUBTIPO                  10230064
102400        MOVE FC-DNI-PIERDE      TO LK-NT-DNIESTUD                 10240064
102500        MOVE W-NP-CURSO (W-I)   TO LK-NT-CURSO                    10250064
102600        MOVE W-NP-AAAA (W-I)    TO LK-NT-AAAA                     10260064
102700        MOVE W-NP-TERMINO (W-I) TO LK-NT-TERMINO                  10270064
102800        MOVE 100                TO LK-NT-SQLCODE                  10280064
102900        CALL "PSNETS53" USING AREA-LINK                           10290064
103000     END-IF                                                       10300064
103100     MOVE W-NP-CURSO (W-I)   TO LIN-D-CURSO                       10310064
103200     MOVE W-NP-AAAA (W-I)    TO LIN-D-AAAA                        10320064
103300     MOVE W-NP-TERMINO (W-I) TO LIN-D-TERMINO                     10330064
103400     IF LK-NT-SQLCODE = 0 THEN                                    10340064
103500        PERFORM 5900-REGISTRO-MOVIDO                              10350064
103550        PERFORM 5150-REGISTRA-HISTORIA                            10355064
103600     ELSE                                                         10360064
103700        DISPLAY "PSNFUS01 - ERROR PSNETS53 AL MOVER LA NOTA "     10370064
103800                W-NP-CURSO (W-I) " SQLCODE=" LK-NT-SQLCODE        10380064
103900        MOVE "ERROR PSNETS53 - FUSION INCOMPLETA"                 10390064
104000             TO LIN-D-RESULTADO                                   10400064
104100        PERFORM 5950-REGISTRO-CON-ERROR                           10410064
104200     END-IF                                                       10420064
104300     .                                                            10430064
104302 5150-REGISTRA-HISTORIA.                                          10430264
104304************************************************************      10430464
104306*    LA NOTA MOVIDA QUEDA EN EL HISTORICO DE VALORES COMO  *      10430664
104308*    BAJA BAJO EL DNI QUE PIERDE Y ALTA BAJO EL QUE QUEDA, *      10430864
104310*    CON LA FECHA Y HORA QUE TOMO LA AUDITORIA             *      10431064
104312************************************************************      10431264
104314     MOVE SPACES             TO REG-HIST-NOTA                     10431464
104316     MOVE FC-DNI-PIERDE      TO HN-DNI                            10431664
104318     MOVE W-NP-CURSO (W-I)   TO HN-CURSO                          10431864
104320     MOVE W-NP-AAAA (W-I)    TO HN-AAAA                           10432064
104322     MOVE W-NP-TERMINO (W-I) TO HN-TERMINO                        10432264
104324     MOVE WS-FECHA-AAAA-MM-DD      TO HN-FECHA                    10432464
104326     MOVE WS-HORA-MINUTOS-SEGUNDOS TO HN-HORA                     10432664
104328     MOVE 0                  TO HN-SECUENCIA                      10432864
104330     SET HN-OPE-BAJA         TO TRUE                              10433064
104332     MOVE W-NP-NOTA (W-I)    TO HN-NOTA-ANTERIOR                  10433264
104334     MOVE 0                  TO HN-NOTA-NUEVA                     10433464
104336     MOVE W-OPERADOR         TO HN-OPERADOR                       10433664
104338     SET HN-ORI-FUSION       TO TRUE                              10433864
104340     MOVE "N" TO WS-SW-FIN-HIST                                   10434064
104342     PERFORM 5160-ESCRIBE-HISTORIA                                10434264
104344             UNTIL FIN-HISTORIA                                   10434464
104346     MOVE FC-DNI-QUEDA       TO HN-DNI                            10434664
104348     MOVE 0                  TO HN-SECUENCIA                      10434864
104350     SET HN-OPE-ALTA         TO TRUE                              10435064
104352     MOVE 0                  TO HN-NOTA-ANTERIOR                  10435264
104354     MOVE W-NP-NOTA (W-I)    TO HN-NOTA-NUEVA                     10435464
104356     MOVE "N" TO WS-SW-FIN-HIST                                   10435664
104358     PERFORM 5160-ESCRIBE-HISTORIA                                10435864
104360             UNTIL FIN-HISTORIA                                   10436064
104362     .                                                            10436264
104364 5160-ESCRIBE-HISTORIA.                                           10436464
104366*    LLAVE DUPLICADA (22): OTRO MOVIMIENTO DE LA MISMA NOTA EN    10436664
104368*    LA MISMA CENTESIMA; SE TOMA LA SIGUIENTE SECUENCIA           10436864
104370     WRITE REG-HIST-NOTA                                          10437064
104372     EVALUATE TRUE                                                10437264
104374        WHEN WS-FS-NOTAHIST = "00"                                10437464
104376             SET FIN-HISTORIA TO TRUE                             10437664
104378        WHEN WS-FS-NOTAHIST = "22" AND HN-SECUENCIA < 99          10437864
104380             ADD 1 TO HN-SECUENCIA                                10438064
104382        WHEN OTHER                                                10438264
104384             DISPLAY "PSNFUS01 - ERROR AL GRABAR NOTAHIST, "      10438464
104386                     "STATUS=" WS-FS-NOTAHIST                     10438664
104388             MOVE 16 TO RETURN-CODE                               10438864
104390             SET ABORTAR TO TRUE                                  10439064
104392             SET FIN-HISTORIA TO TRUE                             10439264
104394     END-EVALUATE                                                 10439464
104396     .                                                            10439664
104400 5200-MUEVE-MATRICULA.                                            10440064
104500     MOVE W-TM-REG (W-I) TO REG-MATRICULA                         10450064
104600     MOVE MA-CURSO   TO LIN-D-CURSO                               10460064
104700     MOVE MA-AAAA    TO LIN-D-AAAA                                10470064
104800     MOVE MA-TERMINO TO LIN-D-TERMINO                             10480064
104900     MOVE FC-DNI-QUEDA TO MA-DNI                                  10490064
105000     WRITE REG-MATRICULA                                          10500064
105100     IF WS-FS-MATRICUL = "00" THEN                                10510064
105200        MOVE W-TM-REG (W-I) TO REG-MATRICULA                      10520064
105300        DELETE ARCHIVO-MATRICULA RECORD                           10530064
105400     END-IF                                                       10540064
105500     IF WS-FS-MATRICUL = "00" THEN                                10550064
105600        PERFORM 5900-REGISTRO-MOVIDO                              10560064
105700     ELSE                                                         10570064
105800        DISPLAY "PSNFUS01 - ERROR AL MOVER MATRICUL, STATUS="     10580064
105900                WS-FS-MATRICUL                                    10590064
106000        MOVE "ERROR MATRICUL - FUSION INCOMPLETA"                 10600064
106100             TO LIN-D-RESULTADO                                   10610064
106200        PERFORM 5950-REGISTRO-CON-ERROR                           10620064
106300     END-IF                                                       10630064
106400     .                                                            10640064
106500 5300-MUEVE-PENDCHG.                                              10650064
106600     MOVE W-TP-REG (W-I) TO REG-PEND-CAMBIO                       10660064
106700     MOVE PC-CURSO   TO LIN-D-CURSO                               10670064
106800     MOVE PC-AAAA    TO LIN-D-AAAA                                10680064
106900     MOVE PC-TERMINO TO LIN-D-TERMINO                             10690064
107000     MOVE FC-DNI-QUEDA TO PC-DNI                                  10700064
107100     WRITE REG-PEND-CAMBIO                                        10710064
107200     IF WS-FS-PENDCHG = "00" THEN                                 10720064
107300        MOVE W-TP-REG (W-I) TO REG-PEND-CAMBIO                    10730064
107400        DELETE ARCHIVO-PENDCHG RECORD                             10740064
107500     END-IF                                                       10750064
107600     IF WS-FS-PENDCHG = "00" THEN                                 10760064
107700        PERFORM 5900-REGISTRO-MOVIDO                              10770064
107800     ELSE                                                         10780064
107900        DISPLAY "PSNFUS01 - ERROR AL MOVER PENDCHG, STATUS="      10790064
108000                WS-FS-PENDCHG                                     10800064
108100        MOVE "ERROR PENDCHG - FUSION INCOMPLETA"                  10810064
108200             TO LIN-D-RESULTADO                                   10820064
108300        PERFORM 5950-REGISTRO-CON-ERROR                           10830064
108400     END-IF                                                       10840064
108500     .                                                            10850064
108600 5400-MUEVE-EXTPEND.                                              10860064
108700*    SEGUNDA PASADA POR EXTPEND: EL DNI NO ES PARTE DE LA         10870064
108800*    LLAVE, ASI QUE SE CAMBIA EN EL MISMO REGISTRO (REWRITE)      10880064
108900     MOVE "N" TO WS-SW-FIN-ARCHIVO                                10890064
109000     MOVE LOW-VALUES TO EP-LLAVE                                  10900064
109100     START ARCHIVO-EXTPEND KEY NOT < EP-LLAVE                     10910064
109200        INVALID KEY                                               10920064
109300           MOVE "S" TO WS-SW-FIN-ARCHIVO                          10930064
109400     END-START                                                    10940064
109500     IF WS-FS-EXTPEND NOT = "00" AND "23" THEN                    10950064
109600        DISPLAY "PSNFUS01 - ERROR START EXTPEND, STATUS="         10960064
109700                WS-FS-EXTPEND                                     10970064
109800        MOVE 16 TO RETURN-CODE                                    10980064
109900        SET ABORTAR TO TRUE                                       10990064
110000     END-IF                                                       11000064
110100     PERFORM 5410-CAMBIA-EXTPEND                                  11010064
110200             UNTIL FIN-ARCHIVO OR ABORTAR                         11020064
110300     .                                                            11030064
110400 5410-CAMBIA-EXTPEND.                                             11040064
110500     PERFORM 3420-LEE-SIGUIENTE-EXTPEND                           11050064
110600     IF NOT FIN-ARCHIVO AND NOT ABORTAR                           11060064
110700        AND EP-DNI = FC-DNI-PIERDE THEN                           11070064
110800        MOVE EP-CURSO   TO LIN-D-CURSO                            11080064
110900        MOVE EP-AAAA    TO LIN-D-AAAA                             11090064
111000        MOVE EP-TERMINO TO LIN-D-TERMINO                          11100064
111100        MOVE FC-DNI-QUEDA TO EP-DNI                               11110064
111200        REWRITE REG-EXT-PENDIENTE                                 11120064
111300        IF WS-FS-EXTPEND = "00" THEN                              11130064
111400           PERFORM 5900-REGISTRO-MOVIDO                           11140064
111500        ELSE                                                      11150064
111600           DISPLAY "PSNFUS01 - ERROR REWRITE EXTPEND, STATUS="    11160064
111700                   WS-FS-EXTPEND                                  11170064
111800           MOVE "ERROR EXTPEND - FUSION INCOMPLETA"               11180064
111900                TO LIN-D-RESULTADO                                11190064
112000           PERFORM 5950-REGISTRO-CON-ERROR                        11200064
112100        END-IF                                                    11210064
112200     END-IF                                                       11220064
112300     .                                                            11230064
112400 5500-MUEVE-MINPEND.                                              11240064
112500     MOVE W-TN-REG (W-I) TO REG-MIN-PENDIENTE                     11250064
112600     MOVE MP-CURSO   TO LIN-D-CURSO                               11260064
112700     MOVE MP-AAAA    TO LIN-D-AAAA                                11270064
112800     MOVE MP-TERMINO TO LIN-D-TERMINO                             11280064
112900     MOVE FC-DNI-QUEDA TO MP-DNI                                  11290064
113000     WRITE REG-MIN-PENDIENTE                                      11300064
113100     IF WS-FS-MINPEND = "00" THEN                                 11310064
113200        MOVE W-TN-REG (W-I) TO REG-MIN-PENDIENTE                  11320064
113300        DELETE ARCHIVO-MINPEND RECORD                             11330064
113400     END-IF                                                       11340064
113500     IF WS-FS-MINPEND = "00" THEN                                 11350064
113600        PERFORM 5900-REGISTRO-MOVIDO                              11360064
113700     ELSE                                                         11370064
113800        DISPLAY "PSNFUS01 - ERROR AL MOVER MINPEND, STATUS="      11380064
113900                WS-FS-MINPEND                                     11390064
114000        MOVE "ERROR MINPEND - FUSION INCOMPLETA"                  11400064
114100             TO LIN-D-RESULTADO                                   11410064
114200        PERFORM 5950-REGISTRO-CON-ERROR                           11420064
114300     END-IF                                                       11430064
114400     .                                                            11440064
114500 5600-MUEVE-NOTACOMP.                                             11450064
114600     MOVE W-TC-REG (W-I) TO REG-NOTA-COMP                         11460064
114700     MOVE NC-CURSO   TO LIN-D-CURSO                               11470064
114800     MOVE NC-AAAA    TO LIN-D-AAAA                                11480064
114900     MOVE NC-TERMINO TO LIN-D-TERMINO                             11490064
115000     MOVE FC-DNI-QUEDA TO NC-DNI                                  11500064
115100     WRITE REG-NOTA-COMP                                          11510064
115200     IF WS-FS-NOTACOMP = "00" THEN                                11520064
115300        MOVE W-TC-REG (W-I) TO REG-NOTA-COMP                      11530064
115400        DELETE ARCHIVO-NOTACOMP RECORD                            11540064
115500     END-IF                                                       11550064
115600     IF WS-FS-NOTACOMP = "00" THEN                                11560064
115700        PERFORM 5900-REGISTRO-MOVIDO                              11570064
115800     ELSE                                                         11580064
115900        DISPLAY "PSNFUS01 - ERROR AL MOVER NOTACOMP, STATUS="     11590064
116000                WS-FS-NOTACOMP                                    11600064
116100        MOVE "ERROR NOTACOMP - FUSION INCOMPLETA"                 11610064
116200             TO LIN-D-RESULTADO                                   11620064
116300        PERFORM 5950-REGISTRO-CON-ERROR                           11630064
116400     END-IF                                                       11640064
116500     .                                                            11650064
116600 5700-INACTIVA-MAESTRO.                                           11660064
116700************************************************************      11670064
116800*    EL DNI QUE PIERDE QUEDA EN EL MAESTRO EN ESTADO "F"   *      11680064
116900*    (INACTIVO POR FUSION); NO SE BORRA PARA QUE SIGA      *      11690064
117000*    RESOLVIENDO EN LOS REPORTES DE HUERFANOS. PSNSYN01 NO *      11700064
117100*    VUELVE A ACTIVAR UN REGISTRO EN ESTADO "F"            *      11710064
117200************************************************************      11720064
117250     MOVE SPACES TO W-PLAN-PIERDE                                 11725064
117300     MOVE FC-DNI-PIERDE TO EM-DNI                                 11730064
117400     READ ESTUD-MASTER                                            11740064
117500        INVALID KEY                                               11750064
117600           CONTINUE                                               11760064
117700     END-READ                                                     11770064
117800     IF WS-FS-ESTMAST = "00" THEN                                 11780064
117850        MOVE EM-PLAN TO W-PLAN-PIERDE                             11785064
117900        MOVE "F" TO EM-ESTADO                                     11790064
118000        REWRITE REG-ESTUD-MASTER                                  11800064
118100     END-IF                                                       11810064
118200     MOVE "ESTMAST " TO LIN-D-ARCHIVO                             11820064
118300     MOVE SPACES     TO LIN-D-CURSO LIN-D-AAAA LIN-D-TERMINO      11830064
118400     MOVE FC-DNI-PIERDE TO LIN-D-DNI-ANTES                        11840064
118500     MOVE SPACES        TO LIN-D-DNI-DESPUES                      11850064
118600     IF WS-FS-ESTMAST = "00" THEN                                 11860064
118700        MOVE "INACTIVADO POR FUSION (ESTADO F)"                   11870064
118800             TO LIN-D-RESULTADO                                   11880064
118900        MOVE 17 TO W-AU-SUBTIPO                                   11890064
119000        PERFORM 6000-REGISTRA-AUDITORIA                           11900064
119100     ELSE                                                         11910064
119200        DISPLAY "PSNFUS01 - ERROR AL INACTIVAR ESTMAST, STATUS="  11920064
119300                WS-FS-ESTMAST                                     11930064
119400        MOVE 16 TO RETURN-CODE                                    11940064
119500        SET ABORTAR TO TRUE                                       11950064
119600        MOVE "ERROR ESTMAST - DNI NO INACTIVADO"                  11960064
119700             TO LIN-D-RESULTADO                                   11970064
119800     END-IF                                                       11980064
119900     PERFORM 8900-ESCRIBE-DETALLE                                 11990064
119920     IF NOT ABORTAR AND W-PLAN-PIERDE NOT = SPACES THEN           11992064
119940        PERFORM 5750-PASA-PLAN                                    11994064
119960     END-IF                                                       11996064
120000     .                                                            12000064
120001 5750-PASA-PLAN.                                                  12000164
120002*    SI EL DNI QUE QUEDA NO TIENE PLAN DE ESTUDIOS (EM-PLAN EN    12000264
120003*    BLANCO) TOMA EL DEL QUE PIERDE, PARA QUE LA AUDITORIA DE     12000364
120004*    GRADO PSNGRA01 LO SIGA ENCONTRANDO. SI YA TIENE, SE RESPETA  12000464
120005     MOVE FC-DNI-QUEDA TO EM-DNI                                  12000564
120006     READ ESTUD-MASTER                                            12000664
120007        INVALID KEY                                               12000764
120008           CONTINUE                                               12000864
120009     END-READ                                                     12000964
120010     IF WS-FS-ESTMAST NOT = "00" THEN                             12001064
120011        DISPLAY "PSNFUS01 - ERROR AL LEER ESTMAST, STATUS="       12001164
120012                WS-FS-ESTMAST                                     12001264
120013        MOVE 16 TO RETURN-CODE                                    12001364
120014        SET ABORTAR TO TRUE                                       12001464
120015     END-IF                                                       12001564
120016     IF WS-FS-ESTMAST = "00" AND EM-PLAN = SPACES THEN            12001664
120017        MOVE W-PLAN-PIERDE TO EM-PLAN                             12001764
120018        REWRITE REG-ESTUD-MASTER                                  12001864
120019        MOVE "ESTMAST "    TO LIN-D-ARCHIVO                       12001964
120020        MOVE W-PLAN-PIERDE TO LIN-D-CURSO                         12002064
120021        MOVE SPACES        TO LIN-D-AAAA LIN-D-TERMINO            12002164
120022        MOVE FC-DNI-PIERDE TO LIN-D-DNI-ANTES                     12002264
120023        MOVE FC-DNI-QUEDA  TO LIN-D-DNI-DESPUES                   12002364
120024        IF WS-FS-ESTMAST = "00" THEN                              12002464
120025           MOVE "PLAN DE ESTUDIOS PASADO AL DNI QUE QUEDA"        12002564
120026                TO LIN-D-RESULTADO                                12002664
120027           MOVE 19 TO W-AU-SUBTIPO                                12002764
120028           PERFORM 6000-REGISTRA-AUDITORIA                        12002864
120029        ELSE                                                      12002964
120030           DISPLAY "PSNFUS01 - ERROR AL PASAR EM-PLAN, STATUS="   12003064
120031                   WS-FS-ESTMAST                                  12003164
120032           MOVE 16 TO RETURN-CODE                                 12003264
120033           SET ABORTAR TO TRUE                                    12003364
120034           MOVE "ERROR ESTMAST - PLAN NO PASADO"                  12003464
120035                TO LIN-D-RESULTADO                                12003564
120036        END-IF                                                    12003664
120037        PERFORM 8900-ESCRIBE-DETALLE                              12003764
120038     END-IF                                                       12003864
120039     .                                                            12003964
120040 5800-MUEVE-CONVALID.                                             12004064
120041     MOVE W-TV-REG (W-I) TO REG-CONVALIDACION                     12004164
120042     MOVE CV-CURSO       TO LIN-D-CURSO                           12004264
120043     MOVE CV-AAAA-ORIGEN TO LIN-D-AAAA                            12004364
120044     MOVE SPACES         TO LIN-D-TERMINO                         12004464
120045     MOVE FC-DNI-QUEDA   TO CV-DNI                                12004564
120046     WRITE REG-CONVALIDACION                                      12004664
120047     IF WS-FS-CONVALID = "00" THEN                                12004764
120048        MOVE W-TV-REG (W-I) TO REG-CONVALIDACION                  12004864
120049        DELETE CURSOS-CONVAL RECORD                               12004964
120050     END-IF                                                       12005064
120051     IF WS-FS-CONVALID = "00" THEN                                12005164
120052        PERFORM 5900-REGISTRO-MOVIDO                              12005264
120053     ELSE                                                         12005364
120054        DISPLAY "PSNFUS01 - ERROR AL MOVER CONVALID, STATUS="     12005464
120055                WS-FS-CONVALID                                    12005564
120056        MOVE "ERROR CONVALID - FUSION INCOMPLETA"                 12005664
120057             TO LIN-D-RESULTADO                                   12005764
120058        PERFORM 5950-REGISTRO-CON-ERROR                           12005864
120059     END-IF                                                       12005964
120060     .                                                            12006064
120100 5900-REGISTRO-MOVIDO.                                            12010064
120200     ADD 1 TO WS-TOT-MOVIDOS                                      12020064
120300     ADD 1 TO W-CEN-MOVIDOS (W-ARCH)                              12030064
120320*    EL 17 ES EL MAESTRO ESTMAST: CONVALID (7) AUDITA CON 18      12032064
120340     IF W-ARCH = 7 THEN                                           12034064
120360        MOVE 18 TO W-AU-SUBTIPO                                   12036064
120380     ELSE                                                         12038064
120400        COMPUTE W-AU-SUBTIPO = 10 + W-ARCH                        12040064
120450     END-IF                                                       12045064
120500     PERFORM 6000-REGISTRA-AUDITORIA                              12050064
120600     MOVE W-NOM-ARCHIVO (W-ARCH) TO LIN-D-ARCHIVO                 12060064
120700     MOVE FC-DNI-PIERDE TO LIN-D-DNI-ANTES                        12070064
120800     MOVE FC-DNI-QUEDA  TO LIN-D-DNI-DESPUES                      12080064
120900     MOVE "MOVIDO" TO LIN-D-RESULTADO                             12090064
121000     PERFORM 8900-ESCRIBE-DETALLE                                 12100064
121100     .                                                            12110064
121200 5950-REGISTRO-CON-ERROR.                                         12120064
121300*    UN ERROR A MITAD DEL MOVIMIENTO DEJA LA FUSION PARCIAL:      12130064
121400*    EL REPORTE MUESTRA LO YA MOVIDO Y EL JOB TERMINA CON RC 16   12140064
121500     MOVE 16 TO RETURN-CODE                                       12150064
121600     SET ABORTAR TO TRUE                                          12160064
121700     MOVE W-NOM-ARCHIVO (W-ARCH) TO LIN-D-ARCHIVO                 12170064
121800     MOVE FC-DNI-PIERDE TO LIN-D-DNI-ANTES                        12180064
121900     MOVE FC-DNI-QUEDA  TO LIN-D-DNI-DESPUES                      12190064
122000     PERFORM 8900-ESCRIBE-DETALLE                                 12200064
122100     .                                                            12210064
122200 6000-REGISTRA-AUDITORIA.                                         12220064
122300************************************************************      12230064
122400*    UN RENGLON DE AUDITORIA POR REGISTRO MOVIDO, ESCRITO  *      12240064
122500*    DIRECTO EN AUDITLOG (PSNETS83 ES SOLO CICS): TIPO 7   *      12250064
122600*    (FUSION DE DNI), SUBTIPO = ARCHIVO O DATO MOVIDO (11  *      12260064
122700*    A 19, VER RLAUDIT), DNI = EL QUE PIERDE               *      12270064
122800************************************************************      12280064
122900     PERFORM 1100-GET-DATES                                       12290064
123000     MOVE SPACES        TO REG-AUDITORIA                          12300064
123100     SET AU-OPE-FUSION  TO TRUE                                   12310064
123200     MOVE W-AU-SUBTIPO  TO AU-SUBTIPO                             12320064
123300     MOVE W-OPERADOR    TO AU-OPERADOR                            12330064
123400     MOVE FC-DNI-PIERDE TO AU-DNI-CONSULTADO                      12340064
123500     MOVE WS-FECHA-AAAA-MM-DD      TO AU-FECHA                    12350064
123600     MOVE WS-HORA-MINUTOS-SEGUNDOS TO AU-HORA                     12360064
123700     WRITE REG-AUDITORIA                                          12370064
123800     IF WS-FS-AUDITLOG NOT = "00" THEN                            12380064
123900        DISPLAY "PSNFUS01 - ERROR AL GRABAR AUDITLOG, STATUS="    12390064
124000                WS-FS-AUDITLOG                                    12400064
124100        MOVE 16 TO RETURN-CODE                                    12410064
124200        SET ABORTAR TO TRUE                                       12420064
124300     END-IF                                                       12430064
124400     .                                                            12440064
124500 8000-IMPRIME-RESUMEN.                                            12450064
124600************************************************************      12460064
124700*    RESUMEN ANTES/DESPUES POR ARCHIVO, RESULTADO GENERAL  *      12470064
124800*    Y LINEA DE FIRMA. SI LA FUSION NO SE APLICO, EL       *      12480064
124900*    DESPUES ES IGUAL AL ANTES                             *      12490064
125000************************************************************      12500064
125100     IF NOT FUSION-APLICADA THEN                                  12510064
125200        PERFORM 8050-COPIA-ANTES                                  12520064
125300                VARYING W-ARCH FROM 1 BY 1                        12530064
125400                UNTIL W-ARCH > 7                                  12540064
125500     END-IF                                                       12550064
125600     MOVE SPACES TO REG-RPTFUS                                    12560064
125700     WRITE REG-RPTFUS AFTER ADVANCING 1 LINE                      12570064
125800     PERFORM 9200-VERIFICA-ESCRITURA                              12580064
125900     IF TARJETA-OK THEN                                           12590064
126000        MOVE LIN-TIT-RESUMEN TO REG-RPTFUS                        12600064
126100        WRITE REG-RPTFUS AFTER ADVANCING 1 LINE                   12610064
126200        PERFORM 9200-VERIFICA-ESCRITURA                           12620064
126300        MOVE LIN-ENCABEZADO-3 TO REG-RPTFUS                       12630064
126400        WRITE REG-RPTFUS AFTER ADVANCING 1 LINE                   12640064
126500        PERFORM 9200-VERIFICA-ESCRITURA                           12650064
126600        PERFORM 8100-IMPRIME-LINEA-RESUMEN                        12660064
126700                VARYING W-ARCH FROM 1 BY 1                        12670064
126800                UNTIL W-ARCH > 7                                  12680064
126900        MOVE SPACES TO REG-RPTFUS                                 12690064
127000        WRITE REG-RPTFUS AFTER ADVANCING 1 LINE                   12700064
127100        PERFORM 9200-VERIFICA-ESCRITURA                           12710064
127200        EVALUATE TRUE                                             12720064
127300           WHEN ABORTAR AND FUSION-APLICADA                       12730064
127400                MOVE "FUSION INCOMPLETA POR ERROR - VER SYSOUT"   12740064
127500                     TO LIN-RESULTADO                             12750064
127600           WHEN ABORTAR                                           12760064
127700                MOVE "FUSION NO APLICADA POR ERROR - VER SYSOUT"  12770064
127800                     TO LIN-RESULTADO                             12780064
127900           WHEN WS-TOT-CONFLICTOS > 0                             12790064
128000                MOVE "FUSION NO APLICADA - CORREGIR CONFLICTOS"   12800064
128100                     TO LIN-RESULTADO                             12810064
128200           WHEN OTHER                                             12820064
128300                MOVE "FUSION APLICADA" TO LIN-RESULTADO           12830064
128400        END-EVALUATE                                              12840064
128500     END-IF                                                       12850064
128600     MOVE LIN-RESULTADO TO REG-RPTFUS                             12860064
128700     WRITE REG-RPTFUS AFTER ADVANCING 1 LINE                      12870064
128800     PERFORM 9200-VERIFICA-ESCRITURA                              12880064
128900     MOVE SPACES TO REG-RPTFUS                                    12890064
129000     WRITE REG-RPTFUS AFTER ADVANCING 2 LINES                     12900064
129100     PERFORM 9200-VERIFICA-ESCRITURA                              12910064
129200     MOVE LIN-FIRMA-1 TO REG-RPTFUS                               12920064
129300     WRITE REG-RPTFUS AFTER ADVANCING 1 LINE                      12930064
129400     PERFORM 9200-VERIFICA-ESCRITURA                              12940064
129500     MOVE LIN-FIRMA-2 TO REG-RPTFUS                               12950064
129600     WRITE REG-RPTFUS AFTER ADVANCING 2 LINES                     12960064
129700     PERFORM 9200-VERIFICA-ESCRITURA                              12970064
129800     .                                                            12980064
129900 8050-COPIA-ANTES.                                                12990064
130000     MOVE W-CEN-PIERDE-ANTES (W-ARCH)                             13000064
130100          TO W-CEN-PIERDE-DESPUES (W-ARCH)                        13010064
130200     MOVE W-CEN-QUEDA-ANTES (W-ARCH)                              13020064
130300          TO W-CEN-QUEDA-DESPUES (W-ARCH)                         13030064
130400     .                                                            13040064
130500 8100-IMPRIME-LINEA-RESUMEN.                                      13050064
130600     MOVE W-NOM-ARCHIVO (W-ARCH)        TO LIN-R-ARCHIVO          13060064
130700     MOVE W-CEN-PIERDE-ANTES (W-ARCH)   TO LIN-R-PIERDE-ANTES     13070064
130800     MOVE W-CEN-QUEDA-ANTES (W-ARCH)    TO LIN-R-QUEDA-ANTES      13080064
130900     MOVE W-CEN-PIERDE-DESPUES (W-ARCH) TO LIN-R-PIERDE-DESP      13090064
131000     MOVE W-CEN-QUEDA-DESPUES (W-ARCH)  TO LIN-R-QUEDA-DESP       13100064
131100     MOVE W-CEN-MOVIDOS (W-ARCH)        TO LIN-R-MOVIDOS          13110064
131200     MOVE W-CEN-CONFLICTOS (W-ARCH)     TO LIN-R-CONFLICTOS       13120064
131300     MOVE LIN-RESUMEN TO REG-RPTFUS                               13130064
131400     WRITE REG-RPTFUS AFTER ADVANCING 1 LINE                      13140064
131500     PERFORM 9200-VERIFICA-ESCRITURA                              13150064
131600     .                                                            13160064
131700 8900-ESCRIBE-DETALLE.                                            13170064
131800     MOVE LIN-DETALLE TO REG-RPTFUS                               13180064
131900     WRITE REG-RPTFUS AFTER ADVANCING 1 LINE                      13190064
132000     PERFORM 9200-VERIFICA-ESCRITURA                              13200064
132100     .                                                            13210064
132200 9200-VERIFICA-ESCRITURA.                                         13220064
132300     IF WS-FS-RPTFUS NOT = "00" THEN                              13230064
132400        DISPLAY "PSNFUS01 - ERROR AL ESCRIBIR RPTFUS, STATUS="    13240064
132500                WS-FS-RPTFUS                                      13250064
132600        MOVE 16 TO RETURN-CODE                                    13260064
132700        SET ABORTAR TO TRUE                                       13270064
132800     END-IF                                                       13280064
132900     .                                                            13290064
133000 9999-FIN-DE-PROGRAMA.                                            13300064
133100     CLOSE TARJETA-CONTROL                                        13310064
133200     CLOSE RPT-FUSION                                             13320064
133300     CLOSE ESTUD-MASTER                                           13330064
133400     CLOSE ARCHIVO-MATRICULA                                      13340064
133500     CLOSE ARCHIVO-PENDCHG                                        13350064
133600     CLOSE ARCHIVO-EXTPEND                                        13360064
133700     CLOSE ARCHIVO-MINPEND                                        13370064
133800     CLOSE ARCHIVO-NOTACOMP                                       13380064
133900     CLOSE ARCHIVO-AUDITORIA                                      13390064
133950     CLOSE HISTORICO-NOTAS                                        13395064
133970     CLOSE CURSOS-CONVAL                                          13397064
134000     DISPLAY "PSNFUS01 - DNI QUE SE FUSIONA..: " FC-DNI-PIERDE    13400064
134100     DISPLAY "PSNFUS01 - DNI QUE QUEDA.......: " FC-DNI-QUEDA     13410064
134200     DISPLAY "PSNFUS01 - REGISTROS MOVIDOS...: "                  13420064
134300             WS-TOT-MOVIDOS                                       13430064
134400     DISPLAY "PSNFUS01 - CONFLICTOS..........: "                  13440064
134500             WS-TOT-CONFLICTOS                                    13450064
134600     GOBACK                                                       13460064
134700     .                                                            13470064
