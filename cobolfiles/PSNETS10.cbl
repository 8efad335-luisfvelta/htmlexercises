000100 IDENTIFICATION DIVISION.                                         00010058
000200 PROGRAM-ID. PSNNES10.                                            00020058
000300 AUTHOR. LUIS F VELASQUEZ T.                                      00030058
000400 DATE-WRITTEN. 15/10/2026.                                        00040058
000500 DATE-COMPILED.                                                   00050058
000600************************************************************      00060058
000700* PROGRAMA DE MANTENIMIENTO DE PRERREQUISITOS DE CURSOS    *      00070058
000800* PERMITE AL REGISTRO ACADEMICO DAR DE ALTA, CAMBIAR LA    *      00080058
000900* NOTA MINIMA O DAR DE BAJA UN PRERREQUISITO (CURSO +      *      00090058
001000* CURSO REQUERIDO) EN EL ARCHIVO PRERREQ (VER RLPREREQ),   *      00100058
001100* QUE CONSULTAN LA MATRICULA EN LINEA SN07 (PSNETS07) Y LA *      00110058
001200* CARGA DE MATRICULA PSNMAT01 ANTES DE ACEPTAR UN ALTA.    *      00120058
001300* LA NOTA MINIMA EN BLANCO QUEDA EN 3.00. UN CURSO ADMITE  *      00130058
001400* HASTA 10 PRERREQUISITOS.                                 *      00140058
001500* SOLO UN USUARIO FIRMADO EN SN01 CUYO TIPO TENGA LA       *      00150058
001600* OPERACION DE SN10 EN AUTORIZA PUEDE USAR LA PANTALLA.    *      00160058
001700* CON CICS ENLAZA A:                                       *      00170058
001800* PSNETS63:EXISTENCIA DEL CURSO Y DEL CURSO REQUERIDO      *      00180058
001900*                                                          *      00190058
002000* EL PROGRAMA PSNETS10 ES LLAMADO DESDE PANTALLA CON LA    *      00200058
002100*    TRANSACCION CICS SN10 DESDE EL MAPA MSNNE10           *      00210058
002120* MODIFICACIONES 15/10/2026: EL ACCESO SE CONSULTA EN      *      00212058
002140*    AUTORIZA (SN10, OPERACION MOPEEI) VIA PSNETS85 EN     *      00214058
002160*    LUGAR DEL TIPO "ADMIN" FIJO; LA NEGATIVA SE AUDITA    *      00216058
002200************************************************************      00220058
002300 ENVIRONMENT DIVISION.                                            00230058
002400 CONFIGURATION SECTION.                                           00240058
002500 SPECIAL-NAMES.                                                   00250058
002600 INPUT-OUTPUT SECTION.                                            00260058
002700 DATA DIVISION.                                                   00270058
002800 WORKING-STORAGE SECTION.                                         00280058
002900* COPY AREAS PARA FECHAS                                          00290058
003000 COPY WSFECHAS.                                                   00300058
003100* COPY MSNNE10 MAPA DEL PROGRAMA DE MANTENIMIENTO DE PRERREQ.     00310058
003200 COPY MSNNE10.                                                    00320058
003300 01  DATOS-TRABAJO.                                               00330058
003400     05 W-REGISTRO-OK        PIC X VALUE "N".                     00340058
003500     05 W-OPE-VALIDA         PIC X VALUE "N".                     00350058
003600     05 W-EDI-NOTA           PIC 99V99.                           00360058
003700     05 W-EDI-NOTA-R REDEFINES W-EDI-NOTA PIC X(4).               00370058
003800     05 W-FIN-BR             PIC X VALUE "N".                     00380058
003900     05 W-NUM-PRQ            PIC 9(02) VALUE 0.                   00390058
004000     05 W-MAX-PRQ            PIC 9(02) VALUE 10.                  00400058
004100*    NOTA MINIMA CUANDO EL REGISTRO ACADEMICO NO TECLEA OTRA      00410058
004200     05 W-NOTA-MIN-DEFECTO   PIC 99V99 VALUE 3.00.                00420058
004300     05 W-PRQ-LLAVE.                                              00430058
004400        10 W-PRQ-CURSO       PIC X(05).                           00440058
004500        10 W-PRQ-CURSO-REQ   PIC X(05).                           00450058
004600     05 W-PRQ-LLAVE-BR.                                           00460058
004700        10 W-PRQ-BR-CURSO    PIC X(05).                           00470058
004800        10 W-PRQ-BR-REQ      PIC X(05).                           00480058
004900 01  WS-SW-DEBUG.                                                 00490058
005000     05 W-SW-DEBUG    PIC X VALUE "N".                            00500058
005100 01  WS-DEBDIS-MSG.                                               00510058
005200     05 W-TIME-DIS    PIC X(11).                                  00520058
005300     05 FILLER        PIC X VALUE SPACES.                         00530058
005400     05 W-PARRAFO     PIC X(10) VALUE SPACES.                     00540058
005500     05 FILLER        PIC X VALUE SPACES.                         00550058
005600     05 W-CAMPO       PIC X(10) VALUE SPACES.                     00560058
005700     05 FILLER        PIC X VALUE "=".                            00570058
005800     05 W-VALOR       PIC X(20).                                  00580058
005900     05 FILLER        PIC X VALUE SPACES.                         00590058
006000     05 W-FECHA-DIS   PIC X(10).                                  00600058
006100* AYUDAS DE BMS                                                   00610058
006200 COPY DFHAID.                                                     00620058
006300 COPY DFHBMSCA.                                                   00630058
006400 01 MI-COMMAREA PIC X(100).                                       00640058
006500 01 MI-COMMAREA-RED REDEFINES MI-COMMAREA.                        00650058
006600     03 CA-TRANS  PIC XXXX.                                       00660058
006700     03 CA-TERM   PIC XXXX.                                       00670058
006800     03 CA-DNI    PIC X(9).                                       00680058
006900     03 CA-RESTO.                                                 00690058
007000        05 FILLER        PIC X(36).                               00700058
007100*       IDENTIDAD FIRMADA EN SN01 (PSNETS01); VIAJA EN LA         00710058
007200*       MISMA POSICION (BYTES 54-67) EN LAS COMMAREAS DE          00720058
007300*       SN03/SN04/SN05 PARA SOBREVIVIR LOS TRASPASOS              00730058
007400        05 CA-OPERADOR   PIC X(9).                                00740058
007500        05 CA-TIPOUSUA   PIC X(5).                                00750058
007600        05 FILLER        PIC X(33).                               00760058
007700* COPY AREAS LINK DE LOS ENCAPSULADORES DE NOTAS/USUARIOS/CURSOS  00770058
007800 COPY LKNOTAS.                                                    00780058
007900* PRERREQ ES UN ARCHIVO MANEJADO POR CICS (SIN OPEN/CLOSE         00790058
008000* DESDE ESTE PROGRAMA); REG-PRERREQUISITO SOLO SE NECESITA COMO   00800058
008100* AREA DE TRABAJO PARA LOS EXEC CICS READ/WRITE/REWRITE/DELETE    00810058
008200 COPY RLPREREQ.                                                   00820058
008300 01 MENSAJES.                                                     00830058
008400    03 MSG-FIN-SESION PIC X(18) VALUE "AU REVOIR MON AMI!".       00840058
008500    03 MSG    PIC X(50) VALUE SPACES.                             00850058
008600 LINKAGE SECTION.                                                 00860058
008700*    INSERTADO POR EL TRADUCTOR CICS DELANTE DE LA APLICACION     00870058
008800 COPY DFHEIBLK.                                                   00880058
008900 01 DFHCOMMAREA PIC X(100).                                       00890058
009000 PROCEDURE DIVISION.                                              00900058
009100 0000-MAIN.                                                       00910058
009200     PERFORM 1000-INICIO-DE-PROGRAMA                              00920058
009300     PERFORM 2000-MANEJO-DE-CICLOS-DE-CICS                        00930058
009400     PERFORM 9999-FIN-DE-PROGRAMA                                 00940058
009500     .                                                            00950058
009600 1000-INICIO-DE-PROGRAMA.                                         00960058
009700     CONTINUE                                                     00970058
009800     .                                                            00980058
009900 2000-MANEJO-DE-CICLOS-DE-CICS.                                   00990058
010000     IF EIBCALEN = 0 THEN                                         01000058
010100*       PRIMERA ENTRADA SIN COMMAREA: SE LIMPIA MI-COMMAREA       01010058
010200*       PARA NO ARRASTRAR BASURA EN CA-OPERADOR/CA-TIPOUSUA       01020058
010300        MOVE SPACES TO MI-COMMAREA                                01030058
010400        PERFORM 3100-CARGA-DATOS-PARA-MAPA                        01040058
010500        PERFORM 7000-ENVIO-MAPA                                   01050058
010600        PERFORM 7800-RETORNO-TRANSACCION                          01060058
010700     ELSE                                                         01070058
010800        MOVE DFHCOMMAREA TO MI-COMMAREA                           01080058
010900        PERFORM 7100-RECIBO-DE-MAPA                               01090058
011000     END-IF                                                       01100058
011100     .                                                            01110058
011200 3100-CARGA-DATOS-PARA-MAPA.                                      01120058
011300     PERFORM 3150-GET-DATES                                       01130058
011400     MOVE SPACES TO MTXMSGO                                       01140058
011500     .                                                            01150058
011600 3150-GET-DATES.                                                  01160058
011700     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS         01170058
011800     MOVE WS-CURRENT-YEAR       TO WS-AAAA                        01180058
011900     MOVE WS-CURRENT-MONTH      TO WS-MM                          01190058
012000     MOVE WS-CURRENT-DAY        TO WS-DD                          01200058
012100     MOVE WS-CURRENT-HH         TO WS-HH-F1                       01210058
012200     MOVE WS-CURRENT-MM         TO WS-MM-F1                       01220058
012300     MOVE WS-CURRENT-SS         TO WS-SS-F1                       01230058
012400     MOVE WS-CURRENT-CC         TO WS-CC-F1                       01240058
012500     .                                                            01250058
012600 3250-VALIDA-REGISTRO.                                            01260058
012700************************************************************      01270058
012800*    VALIDA QUE EL FIRMADO EN SN01 TENGA LA OPERACION      *      01280058
012900*    MOPEEI EN AUTORIZA (PSNETS85), MISMO PROTOCOLO QUE    *      01290058
013000*    3250-VALIDA-SUPERVISOR DE PSNETS08                    *      01300058
013100************************************************************      01310058
013200     MOVE "N" TO W-REGISTRO-OK                                    01320058
013300     IF CA-OPERADOR = SPACES OR LOW-VALUES THEN                   01330058
013400        MOVE "INICIE SESION CON SN01 PARA USAR SN10"              01340058
013500             TO MTXMSGO                                           01350058
013600     ELSE                                                         01360058
013607*       UNA OPERACION FUERA DE LA LISTA NO SE CONSULTA: LA        01360758
013614*       RECHAZA MAS ADELANTE EL EVALUATE DE 3300                  01361458
013621        MOVE 0 TO LK-AZ-COD-RET                                   01362158
013628        IF MOPEEI = "I" OR "A" OR "E" THEN                        01362858
013635           MOVE CA-TIPOUSUA TO LK-AZ-TIPOUSUA                     01363558
013642           MOVE "SN10"      TO LK-AZ-TRANSACCION                  01364258
013649           MOVE MOPEEI      TO LK-AZ-FUNCION                      01364958
013656           MOVE CA-OPERADOR TO LK-AZ-OPERADOR                     01365658
013663           MOVE "S"         TO LK-AZ-REGISTRA                     01366358
013670           MOVE 1           TO LK-AZ-COD-RET                      01367058
013677           PERFORM 4500-VERIFICA-AUTORIZACION                     01367758
013684        END-IF                                                    01368458
013700        IF LK-AZ-COD-RET = 0 THEN                                 01370058
013800           MOVE "S" TO W-REGISTRO-OK                              01380058
013900           MOVE CA-OPERADOR TO MOPDNO                             01390058
014000        ELSE                                                      01400058
014100           MOVE "OPERACION NO AUTORIZADA A SU USUARIO"            01410058
014200                TO MTXMSGO                                        01420058
014300        END-IF                                                    01430058
014400     END-IF                                                       01440058
014500     .                                                            01450058
014600 3300-GRABAR-PRERREQUISITO.                                       01460058
014700************************************************************      01470058
014800*    ALTA (I), CAMBIO DE NOTA MINIMA (A) O BAJA (E) DEL    *      01480058
014900*    PRERREQUISITO TECLEADO, SEGUN MOPEEI                  *      01490058
015000************************************************************      01500058
015100     MOVE "-> 3300-GRABAR-PRQ--" TO W-PARRAFO                     01510058
015200     MOVE "MOPEEI" TO W-CAMPO                                     01520058
015300     MOVE MOPEEI TO W-VALOR                                       01530058
015400     PERFORM 9100-DEB-DIS                                         01540058
015500     MOVE SPACES TO MTXMSGO                                       01550058
015600     PERFORM 3250-VALIDA-REGISTRO                                 01560058
015700     IF W-REGISTRO-OK = "S" THEN                                  01570058
015800        MOVE "S" TO W-OPE-VALIDA                                  01580058
015900        EVALUATE MOPEEI                                           01590058
016000           WHEN "I"                                               01600058
016100                CONTINUE                                          01610058
016200           WHEN "A"                                               01620058
016300                CONTINUE                                          01630058
016400           WHEN "E"                                               01640058
016500                CONTINUE                                          01650058
016600           WHEN OTHER                                             01660058
016700                MOVE "N" TO W-OPE-VALIDA                          01670058
016800                MOVE "OPERACION INVALIDA - USE I/A/E" TO MTXMSGO  01680058
016900        END-EVALUATE                                              01690058
017000        IF W-OPE-VALIDA = "S" THEN                                01700058
017100           PERFORM 3320-VALIDA-DATOS                              01710058
017200        END-IF                                                    01720058
017300        IF W-OPE-VALIDA = "S" THEN                                01730058
017400           MOVE MCUREI TO W-PRQ-CURSO                             01740058
017500           MOVE MCRQEI TO W-PRQ-CURSO-REQ                         01750058
017600           EVALUATE MOPEEI                                        01760058
017700              WHEN "I"                                            01770058
017800                   PERFORM 3400-ALTA-PRERREQUISITO                01780058
017900              WHEN "A"                                            01790058
018000                   PERFORM 3500-CAMBIO-PRERREQUISITO              01800058
018100              WHEN "E"                                            01810058
018200                   PERFORM 3600-BAJA-PRERREQUISITO                01820058
018300           END-EVALUATE                                           01830058
018400        END-IF                                                    01840058
018500     END-IF                                                       01850058
018600     PERFORM 7000-ENVIO-MAPA                                      01860058
018700     PERFORM 7800-RETORNO-TRANSACCION                             01870058
018800     .                                                            01880058
018900 3320-VALIDA-DATOS.                                               01890058
019000************************************************************      01900058
019100*    AMBOS CURSOS SON OBLIGATORIOS, DISTINTOS Y DEBEN      *      01910058
019200*    EXISTIR EN EL CATALOGO (PSNETS63); LA NOTA MINIMA EN  *      01920058
019300*    BLANCO QUEDA EN 3.00 Y SI VIENE DEBE SER NUMERICA     *      01930058
019400************************************************************      01940058
019500     IF MCUREI = SPACES OR LOW-VALUES OR                          01950058
019600        MCRQEI = SPACES OR LOW-VALUES THEN                        01960058
019700        MOVE "N" TO W-OPE-VALIDA                                  01970058
019800        MOVE "TECLEE EL CURSO Y EL CURSO REQUERIDO" TO MTXMSGO    01980058
019900     END-IF                                                       01990058
020000     IF W-OPE-VALIDA = "S" AND MCUREI = MCRQEI THEN               02000058
020100        MOVE "N" TO W-OPE-VALIDA                                  02010058
020200        MOVE "UN CURSO NO PUEDE SER SU PROPIO PRERREQ."           02020058
020300             TO MTXMSGO                                           02030058
020400     END-IF                                                       02040058
020500     IF W-OPE-VALIDA = "S" AND MOPEEI NOT = "E" THEN              02050058
020600        IF MNMIEI = SPACES OR LOW-VALUES THEN                     02060058
020700           MOVE W-NOTA-MIN-DEFECTO TO W-EDI-NOTA                  02070058
020800        ELSE                                                      02080058
020900           MOVE MNMIEI TO W-EDI-NOTA-R                            02090058
021000           IF W-EDI-NOTA NOT NUMERIC THEN                         02100058
021100              MOVE "N" TO W-OPE-VALIDA                            02110058
021200              MOVE "NOTA MINIMA NO NUMERICA (99V99)" TO MTXMSGO   02120058
021300           END-IF                                                 02130058
021400        END-IF                                                    02140058
021500     END-IF                                                       02150058
021600     IF W-OPE-VALIDA = "S" AND MOPEEI NOT = "E" THEN              02160058
021700        MOVE MCUREI TO LK-CU-CURSO                                02170058
021800        PERFORM 3350-VALIDA-CURSO                                 02180058
021900        IF W-OPE-VALIDA = "S" THEN                                02190058
022000           MOVE MCRQEI TO LK-CU-CURSO                             02200058
022100           PERFORM 3350-VALIDA-CURSO                              02210058
022200        END-IF                                                    02220058
022300     END-IF                                                       02230058
022400     .                                                            02240058
022500 3350-VALIDA-CURSO.                                               02250058
022600*    TIPO-OPE 1 = CONSULTA; SIN EL, UN RESIDUO 2-4 EN EL          02260058
022700*    AREA CONVERTIRIA LA VALIDACION EN UN MANTENIMIENTO           02270058
022800     MOVE 1   TO LK-CU-TIPO-OPE                                   02280058
022900     MOVE 1   TO LK-CU-SUBTIPO-OPE                                02290058
023000     MOVE 100 TO LK-CU-SQLCODE                                    02300058
023100     PERFORM 4100-BUSCAR-CURSO                                    02310058
023200     IF LK-CU-SQLCODE NOT = 0 THEN                                02320058
023300        MOVE "N" TO W-OPE-VALIDA                                  02330058
023400        STRING "CURSO " LK-CU-CURSO " NO REGISTRADO"              02340058
023500               DELIMITED BY SIZE INTO MTXMSGO                     02350058
023600     END-IF                                                       02360058
023700     .                                                            02370058
023800 3400-ALTA-PRERREQUISITO.                                         02380058
023900************************************************************      02390058
024000*    CUENTA LOS PRERREQUISITOS QUE YA TIENE EL CURSO PARA  *      02400058
024100*    NO PASAR DE 10 (TABLA W-PRQ DE PSNETS07/PSNMAT01) Y   *      02410058
024200*    GRABA EL NUEVO                                        *      02420058
024300************************************************************      02430058
024400     PERFORM 3450-CUENTA-PRERREQUISITOS                           02440058
024500     IF W-OPE-VALIDA = "S" AND W-NUM-PRQ NOT < W-MAX-PRQ THEN     02450058
024600        MOVE "N" TO W-OPE-VALIDA                                  02460058
024700        MOVE "CURSO YA TIENE 10 PRERREQUISITOS" TO MTXMSGO        02470058
024800     END-IF                                                       02480058
024900     IF W-OPE-VALIDA = "S" THEN                                   02490058
025000        PERFORM 3150-GET-DATES                                    02500058
025100        MOVE SPACES              TO REG-PRERREQUISITO             02510058
025200        MOVE W-PRQ-CURSO         TO PR-CURSO                      02520058
025300        MOVE W-PRQ-CURSO-REQ     TO PR-CURSO-REQ                  02530058
025400        MOVE W-EDI-NOTA          TO PR-NOTA-MINIMA                02540058
025500        MOVE WS-FECHA-AAAA-MM-DD TO PR-FECHA-CAMBIO               02550058
025600        MOVE CA-OPERADOR         TO PR-OPERADOR                   02560058
025700        EXEC CICS WRITE                                           02570058
025800             FILE('PRERREQ')                                      02580058
025900             FROM(REG-PRERREQUISITO)                              02590058
026000             RIDFLD(PR-LLAVE)                                     02600058
026100             NOHANDLE                                             02610058
026200        END-EXEC                                                  02620058
026300        EVALUATE TRUE                                             02630058
026400           WHEN EIBRESP = 0                                       02640058
026500                MOVE "PRERREQUISITO GRABADO CORRECTAMENTE"        02650058
026600                     TO MTXMSGO                                   02660058
026700*          DUPREC (14): LA PAREJA YA ESTA REGISTRADA              02670058
026800           WHEN EIBRESP = 14                                      02680058
026900                MOVE "PRERREQUISITO YA REGISTRADO - USE A"        02690058
027000                     TO MTXMSGO                                   02700058
027100           WHEN OTHER                                             02710058
027200                MOVE "NO SE PUDO GRABAR EL PRERREQUISITO"         02720058
027300                     TO MTXMSGO                                   02730058
027400        END-EVALUATE                                              02740058
027500     END-IF                                                       02750058
027600     .                                                            02760058
027700 3450-CUENTA-PRERREQUISITOS.                                      02770058
027800     MOVE 0           TO W-NUM-PRQ                                02780058
027900     MOVE W-PRQ-CURSO TO W-PRQ-BR-CURSO                           02790058
028000     MOVE LOW-VALUES  TO W-PRQ-BR-REQ                             02800058
028100     EXEC CICS STARTBR                                            02810058
028200          FILE('PRERREQ')                                         02820058
028300          RIDFLD(W-PRQ-LLAVE-BR)                                  02830058
028400          GTEQ                                                    02840058
028500          NOHANDLE                                                02850058
028600     END-EXEC                                                     02860058
028700     EVALUATE TRUE                                                02870058
028800        WHEN EIBRESP = 0                                          02880058
028900             MOVE "N" TO W-FIN-BR                                 02890058
029000             PERFORM 3460-LEE-PRERREQUISITO                       02900058
029100                    UNTIL W-FIN-BR = "S"                          02910058
029200             EXEC CICS ENDBR                                      02920058
029300                  FILE('PRERREQ')                                 02930058
029400                  NOHANDLE                                        02940058
029500             END-EXEC                                             02950058
029600*       NOTFND (13): NO HAY LLAVES DESDE EL CURSO = SIN PRERREQ.  02960058
029700        WHEN EIBRESP = 13                                         02970058
029800             CONTINUE                                             02980058
029900        WHEN OTHER                                                02990058
030000             MOVE "N" TO W-OPE-VALIDA                             03000058
030100             MOVE "ERROR LEYENDO ARCHIVO PRERREQ" TO MTXMSGO      03010058
030200     END-EVALUATE                                                 03020058
030300     .                                                            03030058
030400 3460-LEE-PRERREQUISITO.                                          03040058
030500     EXEC CICS READNEXT                                           03050058
030600          FILE('PRERREQ')                                         03060058
030700          INTO(REG-PRERREQUISITO)                                 03070058
030800          RIDFLD(W-PRQ-LLAVE-BR)                                  03080058
030900          NOHANDLE                                                03090058
031000     END-EXEC                                                     03100058
031100     EVALUATE TRUE                                                03110058
031200        WHEN EIBRESP = 0 AND PR-CURSO = W-PRQ-CURSO               03120058
031300             ADD 1 TO W-NUM-PRQ                                   03130058
031400             IF W-NUM-PRQ NOT < W-MAX-PRQ THEN                    03140058
031500                MOVE "S" TO W-FIN-BR                              03150058
031600             END-IF                                               03160058
031700*       OTRO CURSO O ENDFILE (20): FIN DE LOS PRERREQUISITOS      03170058
031800        WHEN EIBRESP = 0 OR EIBRESP = 20                          03180058
031900             MOVE "S" TO W-FIN-BR                                 03190058
032000        WHEN OTHER                                                03200058
032100             MOVE "S" TO W-FIN-BR                                 03210058
032200             MOVE "N" TO W-OPE-VALIDA                             03220058
032300             MOVE "ERROR LEYENDO ARCHIVO PRERREQ" TO MTXMSGO      03230058
032400     END-EVALUATE                                                 03240058
032500     .                                                            03250058
032600 3500-CAMBIO-PRERREQUISITO.                                       03260058
032700     EXEC CICS READ                                               03270058
032800          FILE('PRERREQ')                                         03280058
032900          INTO(REG-PRERREQUISITO)                                 03290058
033000          RIDFLD(W-PRQ-LLAVE)                                     03300058
033100          UPDATE                                                  03310058
033200          NOHANDLE                                                03320058
033300     END-EXEC                                                     03330058
033400     EVALUATE TRUE                                                03340058
033500*       NOTFND (13): NO EXISTE EL REGISTRO                        03350058
033600        WHEN EIBRESP = 13                                         03360058
033700             MOVE "PRERREQUISITO NO REGISTRADO - USE I"           03370058
033800                  TO MTXMSGO                                      03380058
033900        WHEN EIBRESP = 0                                          03390058
034000             PERFORM 3150-GET-DATES                               03400058
034100             MOVE W-EDI-NOTA          TO PR-NOTA-MINIMA           03410058
034200             MOVE WS-FECHA-AAAA-MM-DD TO PR-FECHA-CAMBIO          03420058
034300             MOVE CA-OPERADOR         TO PR-OPERADOR              03430058
034400             EXEC CICS REWRITE                                    03440058
034500                  FILE('PRERREQ')                                 03450058
034600                  FROM(REG-PRERREQUISITO)                         03460058
034700                  NOHANDLE                                        03470058
034800             END-EXEC                                             03480058
034900             IF EIBRESP = 0 THEN                                  03490058
035000                MOVE "PRERREQUISITO GRABADO CORRECTAMENTE"        03500058
035100                     TO MTXMSGO                                   03510058
035200             ELSE                                                 03520058
035300                MOVE "NO SE PUDO GRABAR EL PRERREQUISITO"         03530058
035400                     TO MTXMSGO                                   03540058
035500             END-IF                                               03550058
035600        WHEN OTHER                                                03560058
035700             MOVE "ERROR LEYENDO ARCHIVO PRERREQ" TO MTXMSGO      03570058
035800     END-EVALUATE                                                 03580058
035900     .                                                            03590058
036000 3600-BAJA-PRERREQUISITO.                                         03600058
036100     EXEC CICS DELETE                                             03610058
036200          FILE('PRERREQ')                                         03620058
036300          RIDFLD(W-PRQ-LLAVE)                                     03630058
036400          NOHANDLE                                                03640058
036500     END-EXEC                                                     03650058
036600     EVALUATE TRUE                                                03660058
036700        WHEN EIBRESP = 0                                          03670058
036800             MOVE "PRERREQUISITO ELIMINADO" TO MTXMSGO            03680058
036900        WHEN EIBRESP = 13                                         03690058
037000             MOVE "PRERREQUISITO NO REGISTRADO" TO MTXMSGO        03700058
037100        WHEN OTHER                                                03710058
037200             MOVE "NO SE PUDO ELIMINAR EL PRERREQUISITO"          03720058
037300                  TO MTXMSGO                                      03730058
037400     END-EVALUATE                                                 03740058
037500     .                                                            03750058
037600 4100-BUSCAR-CURSO.                                               03760058
037700      EXEC CICS LINK PROGRAM('PSNETS63')                          03770058
037800           COMMAREA(AREA-LINK-CUR)                                03780058
037900           LENGTH(LENGTH OF AREA-LINK-CUR)                        03790058
038000      END-EXEC                                                    03800058
038100      .                                                           03810058
038110 4500-VERIFICA-AUTORIZACION.                                      03811058
038120      EXEC CICS LINK PROGRAM('PSNETS85')                          03812058
038130           COMMAREA(AREA-LINK-AUTORIZA)                           03813058
038140           LENGTH(LENGTH OF AREA-LINK-AUTORIZA)                   03814058
038150      END-EXEC                                                    03815058
038160      .                                                           03816058
038200 7000-ENVIO-MAPA.                                                 03820058
038300     MOVE MCUREI TO MCUREO                                        03830058
038400     MOVE MCRQEI TO MCRQEO                                        03840058
038500     MOVE MNMIEI TO MNMIEO                                        03850058
038600     MOVE MOPEEI TO MOPEEO                                        03860058
038700     MOVE EIBTRMID TO CA-TERM                                     03870058
038800     MOVE EIBTRNID TO CA-TRANS                                    03880058
038900     EXEC CICS SEND                                               03890058
039000             MAP('MSNNE10')                                       03900058
039100          MAPSET('MSNNE10')                                       03910058
039200           FROM(MSNNE10O)                                         03920058
039300          NOHANDLE                                                03930058
039400     END-EXEC                                                     03940058
039500     .                                                            03950058
039600 7100-RECIBO-DE-MAPA.                                             03960058
039700*************************************************************     03970058
039800*    SOLO SE RECIBE EL MAPA MSNNE10 CUANDO LA TAREA QUE NOS  *    03980058
039900*    ANTECEDIO EN LA COMMAREA ES ESTA MISMA TRANSACCION.     *    03990058
040000*    CUANDO CA-TRANS VIENE DE OTRA TRANSACCION (EL SIGN-ON   *    04000058
040100*    SN01 TRASPASANDO EL CONTROL) NO HAY MAPA QUE RECIBIR:   *    04010058
040200*    SE PINTA LA PANTALLA PROPIA Y SE RETORNA (MISMO         *    04020058
040300*    PROTOCOLO QUE 7100-RECIBO-DE-MAPA DE PSNETS04)          *    04030058
040400*************************************************************     04040058
040500     IF CA-TRANS = EIBTRNID THEN                                  04050058
040600     EXEC CICS RECEIVE                                            04060058
040700          MAP('MSNNE10')                                          04070058
040800          MAPSET('MSNNE10')                                       04080058
040900          INTO (MSNNE10I)                                         04090058
041000          NOHANDLE                                                04100058
041100     END-EXEC                                                     04110058
041200     EXEC CICS                                                    04120058
041300          IGNORE CONDITION MAPFAIL                                04130058
041400     END-EXEC                                                     04140058
041500     EVALUATE EIBAID                                              04150058
041600          WHEN DFHENTER                                           04160058
041700               PERFORM 3300-GRABAR-PRERREQUISITO                  04170058
041800          WHEN DFHPF3                                             04180058
041900               PERFORM 9999-FIN-DE-PROGRAMA                       04190058
042000          WHEN OTHER                                              04200058
042100               MOVE "-TECLA NO HABILITADA-" TO MSG                04210058
042200               PERFORM 7200-MENSAJES-A-LA-PANTALLA                04220058
042300     END-EVALUATE                                                 04230058
042400     ELSE                                                         04240058
042500        PERFORM 3100-CARGA-DATOS-PARA-MAPA                        04250058
042600        PERFORM 7000-ENVIO-MAPA                                   04260058
042700        PERFORM 7800-RETORNO-TRANSACCION                          04270058
042800     END-IF                                                       04280058
042900     .                                                            04290058
043000 7200-MENSAJES-A-LA-PANTALLA.                                     04300058
043100     DISPLAY MSG                                                  04310058
043200     .                                                            04320058
043300 7800-RETORNO-TRANSACCION.                                        04330058
043400     MOVE EIBTRMID TO CA-TERM                                     04340058
043500     MOVE EIBTRNID TO CA-TRANS                                    04350058
043600     EXEC CICS                                                    04360058
043700          RETURN                                                  04370058
043800          TRANSID(EIBTRNID)                                       04380058
043900          COMMAREA(MI-COMMAREA)                                   04390058
044000          LENGTH(LENGTH OF MI-COMMAREA)                           04400058
044100     END-EXEC                                                     04410058
044200     .                                                            04420058
044300 9100-DEB-DIS.                                                    04430058
044400      PERFORM 3150-GET-DATES                                      04440058
044500      MOVE WS-FECHA-AAAA-MM-DD TO W-FECHA-DIS                     04450058
044600      MOVE WS-HORA-MINUTOS-SEGUNDOS TO W-TIME-DIS                 04460058
044700      IF W-SW-DEBUG = "S" THEN                                    04470058
044800         DISPLAY WS-DEBDIS-MSG                                    04480058
044900      END-IF                                                      04490058
045000      .                                                           04500058
045100 9999-FIN-DE-PROGRAMA.                                            04510058
045200     EXEC CICS                                                    04520058
045300          SEND TEXT FROM (MSG-FIN-SESION)                         04530058
045400               ERASE FREEKB                                       04540058
045500     END-EXEC                                                     04550058
045600     EXEC CICS RETURN                                             04560058
045700     END-EXEC                                                     04570058
045800     GOBACK                                                       04580058
045900     .                                                            04590058
