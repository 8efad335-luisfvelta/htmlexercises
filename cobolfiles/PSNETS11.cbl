000100 IDENTIFICATION DIVISION.                                         00010059
000200 PROGRAM-ID. PSNNES11.                                            00020059
000300 AUTHOR. LUIS F VELASQUEZ T.                                      00030059
000400 DATE-WRITTEN. 15/10/2026.                                        00040059
000500 DATE-COMPILED.                                                   00050059
000600************************************************************      00060059
000700* PROGRAMA DE MANTENIMIENTO DE LA OFERTA DE CURSOS POR     *      00070059
000800* PERIODO. PERMITE AL REGISTRO ACADEMICO CONSULTAR (C),    *      00080059
000900* DAR DE ALTA (I), CAMBIAR (A) O CERRAR (E) LA OFERTA DE   *      00090059
001000* UN CURSO EN UN PERIODO (AO + TERMINO) EN EL ARCHIVO      *      00100059
001100* OFERTAS (VER RLOFERTA): PROFESOR TITULAR, CUPO DE LA     *      00110059
001200* SECCION Y ESTADO ABIERTA/CERRADA. EL CIERRE NO BORRA:    *      00120059
001300* DEJA LA OFERTA EN ESTADO "C" PARA CONSERVAR LA HISTORIA. *      00130059
001400* LA OFERTA LA CONSULTAN LA CAPTURA POR ROSTER SN09        *      00140059
001500* (PROFESOR TITULAR), LA MATRICULA SN07 Y PSNMAT01 (CUPO Y *      00150059
001600* LISTA DE ESPERA) Y EL REPORTE DE OCUPACION PSNOFE01.     *      00160059
001700* EL CUPO EN BLANCO O CERO ES SIN LIMITE.                  *      00170059
001800* SOLO UN USUARIO FIRMADO EN SN01 CUYO TIPO TENGA LA       *      00180059
001900* OPERACION DE SN11 EN AUTORIZA PUEDE USAR LA PANTALLA.    *      00190059
002000* CON CICS ENLAZA A:                                       *      00200059
002100* PSNETS63:EXISTENCIA DEL CURSO                            *      00210059
002200* PSNETS73:EXISTENCIA DEL PROFESOR (NO DE TIPO "ESTUD")    *      00220059
002300*                                                          *      00230059
002400* EL PROGRAMA PSNETS11 ES LLAMADO DESDE PANTALLA CON LA    *      00240059
002500*    TRANSACCION CICS SN11 DESDE EL MAPA MSNNE11           *      00250059
002520* MODIFICACIONES 15/10/2026: EL ACCESO SE CONSULTA EN      *      00252059
002540*    AUTORIZA (SN11, OPERACION MOPEEI) VIA PSNETS85 EN     *      00254059
002560*    LUGAR DEL TIPO "ADMIN" FIJO; LA NEGATIVA SE AUDITA    *      00256059
002600************************************************************      00260059
002700 ENVIRONMENT DIVISION.                                            00270059
002800 CONFIGURATION SECTION.                                           00280059
002900 SPECIAL-NAMES.                                                   00290059
003000 INPUT-OUTPUT SECTION.                                            00300059
003100 DATA DIVISION.                                                   00310059
003200 WORKING-STORAGE SECTION.                                         00320059
003300* COPY AREAS PARA FECHAS                                          00330059
003400 COPY WSFECHAS.                                                   00340059
003500* COPY MSNNE11 MAPA DEL PROGRAMA DE MANTENIMIENTO DE OFERTAS      00350059
003600 COPY MSNNE11.                                                    00360059
003700 01  DATOS-TRABAJO.                                               00370059
003800     05 W-REGISTRO-OK        PIC X VALUE "N".                     00380059
003900     05 W-OPE-VALIDA         PIC X VALUE "N".                     00390059
004000     05 W-TER-OFE            PIC X VALUE "0".                     00400059
004100     05 W-EST-OFE            PIC X VALUE "A".                     00410059
004200     05 W-EDI-CUPO           PIC 9(04).                           00420059
004300     05 W-EDI-CUPO-R REDEFINES W-EDI-CUPO PIC X(4).               00430059
004400     05 W-OFE-LLAVE.                                              00440059
004500        10 W-OFE-CURSO       PIC X(05).                           00450059
004600        10 W-OFE-AAAA        PIC X(04).                           00460059
004700        10 W-OFE-TERMINO     PIC X(01).                           00470059
004800 01  WS-SW-DEBUG.                                                 00480059
004900     05 W-SW-DEBUG    PIC X VALUE "N".                            00490059
005000 01  WS-DEBDIS-MSG.                                               00500059
005100     05 W-TIME-DIS    PIC X(11).                                  00510059
005200     05 FILLER        PIC X VALUE SPACES.                         00520059
005300     05 W-PARRAFO     PIC X(10) VALUE SPACES.                     00530059
005400     05 FILLER        PIC X VALUE SPACES.                         00540059
005500     05 W-CAMPO       PIC X(10) VALUE SPACES.                     00550059
005600     05 FILLER        PIC X VALUE "=".                            00560059
005700     05 W-VALOR       PIC X(20).                                  00570059
005800     05 FILLER        PIC X VALUE SPACES.                         00580059
005900     05 W-FECHA-DIS   PIC X(10).                                  00590059
006000* AYUDAS DE BMS                                                   00600059
006100 COPY DFHAID.                                                     00610059
006200 COPY DFHBMSCA.                                                   00620059
006300 01 MI-COMMAREA PIC X(100).                                       00630059
006400 01 MI-COMMAREA-RED REDEFINES MI-COMMAREA.                        00640059
006500     03 CA-TRANS  PIC XXXX.                                       00650059
006600     03 CA-TERM   PIC XXXX.                                       00660059
006700     03 CA-DNI    PIC X(9).                                       00670059
006800     03 CA-RESTO.                                                 00680059
006900        05 FILLER        PIC X(36).                               00690059
007000*       IDENTIDAD FIRMADA EN SN01 (PSNETS01); VIAJA EN LA         00700059
007100*       MISMA POSICION (BYTES 54-67) EN LAS COMMAREAS DE          00710059
007200*       SN03/SN04/SN05 PARA SOBREVIVIR LOS TRASPASOS              00720059
007300        05 CA-OPERADOR   PIC X(9).                                00730059
007400        05 CA-TIPOUSUA   PIC X(5).                                00740059
007500        05 FILLER        PIC X(33).                               00750059
007600* COPY AREAS LINK DE LOS ENCAPSULADORES DE NOTAS/USUARIOS/CURSOS  00760059
007700 COPY LKNOTAS.                                                    00770059
007800* OFERTAS ES UN ARCHIVO MANEJADO POR CICS (SIN OPEN/CLOSE         00780059
007900* DESDE ESTE PROGRAMA); REG-OFERTA SOLO SE NECESITA COMO AREA     00790059
008000* DE TRABAJO PARA LOS EXEC CICS READ/WRITE/REWRITE                00800059
008100 COPY RLOFERTA.                                                   00810059
008200 01 MENSAJES.                                                     00820059
008300    03 MSG-FIN-SESION PIC X(18) VALUE "AU REVOIR MON AMI!".       00830059
008400    03 MSG    PIC X(50) VALUE SPACES.                             00840059
008500 LINKAGE SECTION.                                                 00850059
008600*    INSERTADO POR EL TRADUCTOR CICS DELANTE DE LA APLICACION     00860059
008700 COPY DFHEIBLK.                                                   00870059
008800 01 DFHCOMMAREA PIC X(100).                                       00880059
008900 PROCEDURE DIVISION.                                              00890059
009000 0000-MAIN.                                                       00900059
009100     PERFORM 1000-INICIO-DE-PROGRAMA                              00910059
009200     PERFORM 2000-MANEJO-DE-CICLOS-DE-CICS                        00920059
009300     PERFORM 9999-FIN-DE-PROGRAMA                                 00930059
009400     .                                                            00940059
009500 1000-INICIO-DE-PROGRAMA.                                         00950059
009600     CONTINUE                                                     00960059
009700     .                                                            00970059
009800 2000-MANEJO-DE-CICLOS-DE-CICS.                                   00980059
009900     IF EIBCALEN = 0 THEN                                         00990059
010000*       PRIMERA ENTRADA SIN COMMAREA: SE LIMPIA MI-COMMAREA       01000059
010100*       PARA NO ARRASTRAR BASURA EN CA-OPERADOR/CA-TIPOUSUA       01010059
010200        MOVE SPACES TO MI-COMMAREA                                01020059
010300        PERFORM 3100-CARGA-DATOS-PARA-MAPA                        01030059
010400        PERFORM 7000-ENVIO-MAPA                                   01040059
010500        PERFORM 7800-RETORNO-TRANSACCION                          01050059
010600     ELSE                                                         01060059
010700        MOVE DFHCOMMAREA TO MI-COMMAREA                           01070059
010800        PERFORM 7100-RECIBO-DE-MAPA                               01080059
010900     END-IF                                                       01090059
011000     .                                                            01100059
011100 3100-CARGA-DATOS-PARA-MAPA.                                      01110059
011200     PERFORM 3150-GET-DATES                                       01120059
011300     MOVE SPACES TO MTXMSGO                                       01130059
011400     MOVE SPACES TO MNPREO                                        01140059
011500     .                                                            01150059
011600 3150-GET-DATES.                                                  01160059
011700     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS         01170059
011800     MOVE WS-CURRENT-YEAR       TO WS-AAAA                        01180059
011900     MOVE WS-CURRENT-MONTH      TO WS-MM                          01190059
012000     MOVE WS-CURRENT-DAY        TO WS-DD                          01200059
012100     MOVE WS-CURRENT-HH         TO WS-HH-F1                       01210059
012200     MOVE WS-CURRENT-MM         TO WS-MM-F1                       01220059
012300     MOVE WS-CURRENT-SS         TO WS-SS-F1                       01230059
012400     MOVE WS-CURRENT-CC         TO WS-CC-F1                       01240059
012500     .                                                            01250059
012600 3250-VALIDA-REGISTRO.                                            01260059
012700************************************************************      01270059
012800*    VALIDA QUE EL FIRMADO EN SN01 TENGA LA OPERACION      *      01280059
012900*    MOPEEI EN AUTORIZA (PSNETS85), MISMO PROTOCOLO QUE    *      01290059
013000*    3250-VALIDA-REGISTRO DE PSNETS10                      *      01300059
013100************************************************************      01310059
013200     MOVE "N" TO W-REGISTRO-OK                                    01320059
013300     IF CA-OPERADOR = SPACES OR LOW-VALUES THEN                   01330059
013400        MOVE "INICIE SESION CON SN01 PARA USAR SN11"              01340059
013500             TO MTXMSGO                                           01350059
013600     ELSE                                                         01360059
013607*       UNA OPERACION FUERA DE LA LISTA NO SE CONSULTA: LA        01360759
013614*       RECHAZA MAS ADELANTE EL EVALUATE DE 3300                  01361459
013621        MOVE 0 TO LK-AZ-COD-RET                                   01362159
013628        IF MOPEEI = "C" OR "I" OR "A" OR "E" THEN                 01362859
013635           MOVE CA-TIPOUSUA TO LK-AZ-TIPOUSUA                     01363559
013642           MOVE "SN11"      TO LK-AZ-TRANSACCION                  01364259
013649           MOVE MOPEEI      TO LK-AZ-FUNCION                      01364959
013656           MOVE CA-OPERADOR TO LK-AZ-OPERADOR                     01365659
013663           MOVE "S"         TO LK-AZ-REGISTRA                     01366359
013670           MOVE 1           TO LK-AZ-COD-RET                      01367059
013677           PERFORM 4500-VERIFICA-AUTORIZACION                     01367759
013684        END-IF                                                    01368459
013700        IF LK-AZ-COD-RET = 0 THEN                                 01370059
013800           MOVE "S" TO W-REGISTRO-OK                              01380059
013900           MOVE CA-OPERADOR TO MOPDNO                             01390059
014000        ELSE                                                      01400059
014100           MOVE "OPERACION NO AUTORIZADA A SU USUARIO"            01410059
014200                TO MTXMSGO                                        01420059
014300        END-IF                                                    01430059
014400     END-IF                                                       01440059
014500     .                                                            01450059
014600 3300-GRABAR-OFERTA.                                              01460059
014700************************************************************      01470059
014800*    CONSULTA (C), ALTA (I), CAMBIO (A) O CIERRE (E) DE LA *      01480059
014900*    OFERTA TECLEADA, SEGUN MOPEEI                         *      01490059
015000************************************************************      01500059
015100     MOVE "-> 3300-GRABAR-OFE--" TO W-PARRAFO                     01510059
015200     MOVE "MOPEEI" TO W-CAMPO                                     01520059
015300     MOVE MOPEEI TO W-VALOR                                       01530059
015400     PERFORM 9100-DEB-DIS                                         01540059
015500     MOVE SPACES TO MTXMSGO                                       01550059
015600     MOVE SPACES TO MNPREO                                        01560059
015700     PERFORM 3250-VALIDA-REGISTRO                                 01570059
015800     IF W-REGISTRO-OK = "S" THEN                                  01580059
015900        MOVE "S" TO W-OPE-VALIDA                                  01590059
016000        EVALUATE MOPEEI                                           01600059
016100           WHEN "C"                                               01610059
016200                CONTINUE                                          01620059
016300           WHEN "I"                                               01630059
016400                CONTINUE                                          01640059
016500           WHEN "A"                                               01650059
016600                CONTINUE                                          01660059
016700           WHEN "E"                                               01670059
016800                CONTINUE                                          01680059
016900           WHEN OTHER                                             01690059
017000                MOVE "N" TO W-OPE-VALIDA                          01700059
017100                MOVE "OPERACION INVALIDA - USE C/I/A/E" TO MTXMSGO01710059
017200        END-EVALUATE                                              01720059
017300        IF W-OPE-VALIDA = "S" THEN                                01730059
017400           PERFORM 3320-VALIDA-LLAVE                              01740059
017500        END-IF                                                    01750059
017600        IF W-OPE-VALIDA = "S" AND (MOPEEI = "I" OR "A") THEN      01760059
017700           PERFORM 3340-VALIDA-DATOS                              01770059
017800        END-IF                                                    01780059
017900        IF W-OPE-VALIDA = "S" THEN                                01790059
018000           MOVE MCUREI    TO W-OFE-CURSO                          01800059
018100           MOVE MAAAEI    TO W-OFE-AAAA                           01810059
018200           MOVE W-TER-OFE TO W-OFE-TERMINO                        01820059
018300           EVALUATE MOPEEI                                        01830059
018400              WHEN "C"                                            01840059
018500                   PERFORM 3380-CONSULTA-OFERTA                   01850059
018600              WHEN "I"                                            01860059
018700                   PERFORM 3400-ALTA-OFERTA                       01870059
018800              WHEN "A"                                            01880059
018900                   PERFORM 3500-CAMBIO-OFERTA                     01890059
019000              WHEN "E"                                            01900059
019100                   PERFORM 3600-CIERRE-OFERTA                     01910059
019200           END-EVALUATE                                           01920059
019300        END-IF                                                    01930059
019400     END-IF                                                       01940059
019500     PERFORM 7000-ENVIO-MAPA                                      01950059
019600     PERFORM 7800-RETORNO-TRANSACCION                             01960059
019700     .                                                            01970059
019800 3320-VALIDA-LLAVE.                                               01980059
019900************************************************************      01990059
020000*    CURSO, AO Y TERMINO SON LA LLAVE DE LA OFERTA; EL     *      02000059
020100*    TERMINO EN BLANCO ES "0" (CURSO ANUAL)                *      02010059
020200************************************************************      02020059
020300     IF MCUREI = SPACES OR LOW-VALUES THEN                        02030059
020400        MOVE "N" TO W-OPE-VALIDA                                  02040059
020500        MOVE "TECLEE EL CURSO, ANIO Y TERMINO" TO MTXMSGO         02050059
020600     END-IF                                                       02060059
020700     IF W-OPE-VALIDA = "S" AND MAAAEI NOT NUMERIC THEN            02070059
020800        MOVE "N" TO W-OPE-VALIDA                                  02080059
020900        MOVE "ANIO NO NUMERICO" TO MTXMSGO                        02090059
021000     END-IF                                                       02100059
021100     IF MTEREI = SPACES OR LOW-VALUES THEN                        02110059
021200        MOVE "0" TO W-TER-OFE                                     02120059
021300     ELSE                                                         02130059
021400        MOVE MTEREI TO W-TER-OFE                                  02140059
021500     END-IF                                                       02150059
021600     IF W-OPE-VALIDA = "S" AND                                    02160059
021700        W-TER-OFE NOT = "0" AND "1" AND "2" THEN                  02170059
021800        MOVE "N" TO W-OPE-VALIDA                                  02180059
021900        MOVE "TERMINO INVALIDO - USE 1/2" TO MTXMSGO              02190059
022000     END-IF                                                       02200059
022100     .                                                            02210059
022200 3340-VALIDA-DATOS.                                               02220059
022300************************************************************      02230059
022400*    EL CURSO DEBE EXISTIR EN EL CATALOGO (PSNETS63); EL   *      02240059
022500*    PROFESOR ES OBLIGATORIO Y DEBE EXISTIR EN PSNETS73    *      02250059
022600*    SIN SER DE TIPO "ESTUD"; EL CUPO EN BLANCO ES CERO    *      02260059
022700*    (SIN LIMITE) Y EL ESTADO EN BLANCO ES "A" (ABIERTA)   *      02270059
022800************************************************************      02280059
022900*    TIPO-OPE 1 = CONSULTA; SIN EL, UN RESIDUO 2-4 EN EL          02290059
023000*    AREA CONVERTIRIA LA VALIDACION EN UN MANTENIMIENTO           02300059
023100     MOVE 1      TO LK-CU-TIPO-OPE                                02310059
023200     MOVE 1      TO LK-CU-SUBTIPO-OPE                             02320059
023300     MOVE MCUREI TO LK-CU-CURSO                                   02330059
023400     MOVE 100    TO LK-CU-SQLCODE                                 02340059
023500     PERFORM 4100-BUSCAR-CURSO                                    02350059
023600     IF LK-CU-SQLCODE NOT = 0 THEN                                02360059
023700        MOVE "N" TO W-OPE-VALIDA                                  02370059
023800        MOVE "CURSO NO REGISTRADO" TO MTXMSGO                     02380059
023900     END-IF                                                       02390059
024000     IF W-OPE-VALIDA = "S" THEN                                   02400059
024100        IF MPRFEI = SPACES OR LOW-VALUES THEN                     02410059
024200           MOVE "N" TO W-OPE-VALIDA                               02420059
024300           MOVE "TECLEE EL DNI DEL PROFESOR TITULAR" TO MTXMSGO   02430059
024400        ELSE                                                      02440059
024500           PERFORM 3350-VALIDA-PROFESOR                           02450059
024600        END-IF                                                    02460059
024700     END-IF                                                       02470059
024800     IF W-OPE-VALIDA = "S" THEN                                   02480059
024900        IF MCAPEI = SPACES OR LOW-VALUES THEN                     02490059
025000           MOVE 0 TO W-EDI-CUPO                                   02500059
025100        ELSE                                                      02510059
025200           MOVE MCAPEI TO W-EDI-CUPO-R                            02520059
025300           IF W-EDI-CUPO NOT NUMERIC THEN                         02530059
025400              MOVE "N" TO W-OPE-VALIDA                            02540059
025500              MOVE "CUPO NO NUMERICO (9999)" TO MTXMSGO           02550059
025600           END-IF                                                 02560059
025700        END-IF                                                    02570059
025800     END-IF                                                       02580059
025900     IF W-OPE-VALIDA = "S" THEN                                   02590059
026000        IF MESTEI = SPACES OR LOW-VALUES THEN                     02600059
026100           MOVE "A" TO W-EST-OFE                                  02610059
026200        ELSE                                                      02620059
026300           MOVE MESTEI TO W-EST-OFE                               02630059
026400        END-IF                                                    02640059
026500        IF W-EST-OFE NOT = "A" AND "C" THEN                       02650059
026600           MOVE "N" TO W-OPE-VALIDA                               02660059
026700           MOVE "ESTADO INVALIDO - USE A/C" TO MTXMSGO            02670059
026800        END-IF                                                    02680059
026900     END-IF                                                       02690059
027000     .                                                            02700059
027100 3350-VALIDA-PROFESOR.                                            02710059
027200     MOVE MPRFEI TO LK-US-DNI                                     02720059
027300     MOVE 1      TO LK-US-COD-RET                                 02730059
027400     MOVE 100    TO LK-US-SQLCODE                                 02740059
027500     MOVE SPACES TO LK-US-TIPOUSUA                                02750059
027600     PERFORM 4200-BUSCAR-USUARIO                                  02760059
027700     IF LK-US-COD-RET NOT = 0 THEN                                02770059
027800        MOVE "N" TO W-OPE-VALIDA                                  02780059
027900        MOVE "DNI DE PROFESOR NO REGISTRADO" TO MTXMSGO           02790059
028000     ELSE                                                         02800059
028100        IF LK-US-TIPOUSUA = "ESTUD" THEN                          02810059
028200           MOVE "N" TO W-OPE-VALIDA                               02820059
028300           MOVE "UN ESTUD NO PUEDE SER PROFESOR TITULAR"          02830059
028400                TO MTXMSGO                                        02840059
028500        ELSE                                                      02850059
028600           MOVE LK-US-APELLIDOS TO MNPREO                         02860059
028700        END-IF                                                    02870059
028800     END-IF                                                       02880059
028900     .                                                            02890059
029000 3380-CONSULTA-OFERTA.                                            02900059
029100     EXEC CICS READ                                               02910059
029200          FILE('OFERTAS')                                         02920059
029300          INTO(REG-OFERTA)                                        02930059
029400          RIDFLD(W-OFE-LLAVE)                                     02940059
029500          NOHANDLE                                                02950059
029600     END-EXEC                                                     02960059
029700     EVALUATE TRUE                                                02970059
029800        WHEN EIBRESP = 0                                          02980059
029900             PERFORM 3390-MUESTRA-OFERTA                          02990059
030000             MOVE "OFERTA CONSULTADA" TO MTXMSGO                  03000059
030100*       NOTFND (13): NO EXISTE LA OFERTA                          03010059
030200        WHEN EIBRESP = 13                                         03020059
030300             MOVE "OFERTA NO REGISTRADA - USE I" TO MTXMSGO       03030059
030400        WHEN OTHER                                                03040059
030500             MOVE "ERROR LEYENDO ARCHIVO OFERTAS" TO MTXMSGO      03050059
030600     END-EVALUATE                                                 03060059
030700     .                                                            03070059
030800 3390-MUESTRA-OFERTA.                                             03080059
030900*    LOS DATOS DE LA OFERTA VUELVEN A LOS CAMPOS DE ENTRADA       03090059
031000*    PORQUE 7000-ENVIO-MAPA LOS COPIA A LA SALIDA                 03100059
031100     MOVE OF-DNIPROFESOR TO MPRFEI                                03110059
031200     MOVE OF-CAPACIDAD   TO W-EDI-CUPO                            03120059
031300     MOVE W-EDI-CUPO-R   TO MCAPEI                                03130059
031400     MOVE OF-ESTADO      TO MESTEI                                03140059
031500     MOVE OF-DNIPROFESOR TO LK-US-DNI                             03150059
031600     MOVE 1              TO LK-US-COD-RET                         03160059
031700     MOVE 100            TO LK-US-SQLCODE                         03170059
031800     MOVE SPACES         TO LK-US-TIPOUSUA                        03180059
031900     PERFORM 4200-BUSCAR-USUARIO                                  03190059
032000     IF LK-US-COD-RET = 0 THEN                                    03200059
032100        MOVE LK-US-APELLIDOS TO MNPREO                            03210059
032200     ELSE                                                         03220059
032300        MOVE "**NO REGISTRADO**" TO MNPREO                        03230059
032400     END-IF                                                       03240059
032500     .                                                            03250059
032600 3400-ALTA-OFERTA.                                                03260059
032700     PERFORM 3150-GET-DATES                                       03270059
032800     MOVE SPACES              TO REG-OFERTA                       03280059
032900     MOVE W-OFE-CURSO         TO OF-CURSO                         03290059
033000     MOVE W-OFE-AAAA          TO OF-AAAA                          03300059
033100     MOVE W-OFE-TERMINO       TO OF-TERMINO                       03310059
033200     MOVE MPRFEI              TO OF-DNIPROFESOR                   03320059
033300     MOVE W-EDI-CUPO          TO OF-CAPACIDAD                     03330059
033400     MOVE W-EST-OFE           TO OF-ESTADO                        03340059
033500     MOVE WS-FECHA-AAAA-MM-DD TO OF-FECHA-CAMBIO                  03350059
033600     MOVE CA-OPERADOR         TO OF-OPERADOR                      03360059
033700     EXEC CICS WRITE                                              03370059
033800          FILE('OFERTAS')                                         03380059
033900          FROM(REG-OFERTA)                                        03390059
034000          RIDFLD(OF-LLAVE)                                        03400059
034100          NOHANDLE                                                03410059
034200     END-EXEC                                                     03420059
034300     EVALUATE TRUE                                                03430059
034400        WHEN EIBRESP = 0                                          03440059
034500             MOVE "OFERTA GRABADA CORRECTAMENTE" TO MTXMSGO       03450059
034600*       DUPREC (14): LA OFERTA YA ESTA REGISTRADA                 03460059
034700        WHEN EIBRESP = 14                                         03470059
034800             MOVE "OFERTA YA REGISTRADA - USE A" TO MTXMSGO       03480059
034900        WHEN OTHER                                                03490059
035000             MOVE "NO SE PUDO GRABAR LA OFERTA" TO MTXMSGO        03500059
035100     END-EVALUATE                                                 03510059
035200     .                                                            03520059
035300 3500-CAMBIO-OFERTA.                                              03530059
035400************************************************************      03540059
035500*    CAMBIA PROFESOR, CUPO Y ESTADO. BAJAR EL CUPO NO SACA *      03550059
035600*    A NADIE DE LA SECCION: SOLO LIMITA LAS ALTAS NUEVAS   *      03560059
035700************************************************************      03570059
035800     EXEC CICS READ                                               03580059
035900          FILE('OFERTAS')                                         03590059
036000          INTO(REG-OFERTA)                                        03600059
036100          RIDFLD(W-OFE-LLAVE)                                     03610059
036200          UPDATE                                                  03620059
036300          NOHANDLE                                                03630059
036400     END-EXEC                                                     03640059
036500     EVALUATE TRUE                                                03650059
036600*       NOTFND (13): NO EXISTE EL REGISTRO                        03660059
036700        WHEN EIBRESP = 13                                         03670059
036800             MOVE "OFERTA NO REGISTRADA - USE I" TO MTXMSGO       03680059
036900        WHEN EIBRESP = 0                                          03690059
037000             PERFORM 3150-GET-DATES                               03700059
037100             MOVE MPRFEI              TO OF-DNIPROFESOR           03710059
037200             MOVE W-EDI-CUPO          TO OF-CAPACIDAD             03720059
037300             MOVE W-EST-OFE           TO OF-ESTADO                03730059
037400             MOVE WS-FECHA-AAAA-MM-DD TO OF-FECHA-CAMBIO          03740059
037500             MOVE CA-OPERADOR         TO OF-OPERADOR              03750059
037600             PERFORM 3700-REESCRIBE-OFERTA                        03760059
037700        WHEN OTHER                                                03770059
037800             MOVE "ERROR LEYENDO ARCHIVO OFERTAS" TO MTXMSGO      03780059
037900     END-EVALUATE                                                 03790059
038000     .                                                            03800059
038100 3600-CIERRE-OFERTA.                                              03810059
038200************************************************************      03820059
038300*    EL CIERRE NO BORRA LA OFERTA: LA DEJA EN ESTADO "C"   *      03830059
038400*    (SIN ALTAS NUEVAS) CONSERVANDO EL PROFESOR TITULAR    *      03840059
038500*    QUE USA SN09 PARA LA CAPTURA DE NOTAS                 *      03850059
038600************************************************************      03860059
038700     EXEC CICS READ                                               03870059
038800          FILE('OFERTAS')                                         03880059
038900          INTO(REG-OFERTA)                                        03890059
039000          RIDFLD(W-OFE-LLAVE)                                     03900059
039100          UPDATE                                                  03910059
039200          NOHANDLE                                                03920059
039300     END-EXEC                                                     03930059
039400     EVALUATE TRUE                                                03940059
039500        WHEN EIBRESP = 13                                         03950059
039600             MOVE "OFERTA NO REGISTRADA" TO MTXMSGO               03960059
039700        WHEN EIBRESP = 0                                          03970059
039800             IF OF-CERRADA THEN                                   03980059
039900                PERFORM 3390-MUESTRA-OFERTA                       03990059
040000                MOVE "LA OFERTA YA ESTABA CERRADA" TO MTXMSGO     04000059
040100             ELSE                                                 04010059
040200                PERFORM 3150-GET-DATES                            04020059
040300                MOVE "C"                 TO OF-ESTADO             04030059
040400                MOVE WS-FECHA-AAAA-MM-DD TO OF-FECHA-CAMBIO       04040059
040500                MOVE CA-OPERADOR         TO OF-OPERADOR           04050059
040600                PERFORM 3700-REESCRIBE-OFERTA                     04060059
040700             END-IF                                               04070059
040800        WHEN OTHER                                                04080059
040900             MOVE "ERROR LEYENDO ARCHIVO OFERTAS" TO MTXMSGO      04090059
041000     END-EVALUATE                                                 04100059
041100     .                                                            04110059
041200 3700-REESCRIBE-OFERTA.                                           04120059
041300     EXEC CICS REWRITE                                            04130059
041400          FILE('OFERTAS')                                         04140059
041500          FROM(REG-OFERTA)                                        04150059
041600          NOHANDLE                                                04160059
041700     END-EXEC                                                     04170059
041800     IF EIBRESP = 0 THEN                                          04180059
041900        PERFORM 3390-MUESTRA-OFERTA                               04190059
042000        MOVE "OFERTA GRABADA CORRECTAMENTE" TO MTXMSGO            04200059
042100     ELSE                                                         04210059
042200        MOVE "NO SE PUDO GRABAR LA OFERTA" TO MTXMSGO             04220059
042300     END-IF                                                       04230059
042400     .                                                            04240059
042500 4100-BUSCAR-CURSO.                                               04250059
042600      EXEC CICS LINK PROGRAM('PSNETS63')                          04260059
042700           COMMAREA(AREA-LINK-CUR)                                04270059
042800           LENGTH(LENGTH OF AREA-LINK-CUR)                        04280059
042900      END-EXEC                                                    04290059
043000      .                                                           04300059
043100 4200-BUSCAR-USUARIO.                                             04310059
043200      EXEC CICS LINK PROGRAM('PSNETS73')                          04320059
043300           COMMAREA(AREA-LINK-USUARIO)                            04330059
043400           LENGTH(LENGTH OF AREA-LINK-USUARIO)                    04340059
043500      END-EXEC                                                    04350059
043600      .                                                           04360059
043610 4500-VERIFICA-AUTORIZACION.                                      04361059
043620      EXEC CICS LINK PROGRAM('PSNETS85')                          04362059
043630           COMMAREA(AREA-LINK-AUTORIZA)                           04363059
043640           LENGTH(LENGTH OF AREA-LINK-AUTORIZA)                   04364059
043650      END-EXEC                                                    04365059
043660      .                                                           04366059
043700 7000-ENVIO-MAPA.                                                 04370059
043800     MOVE MCUREI TO MCUREO                                        04380059
043900     MOVE MAAAEI TO MAAAEO                                        04390059
044000     MOVE MTEREI TO MTEREO                                        04400059
044100     MOVE MPRFEI TO MPRFEO                                        04410059
044200     MOVE MCAPEI TO MCAPEO                                        04420059
044300     MOVE MESTEI TO MESTEO                                        04430059
044400     MOVE MOPEEI TO MOPEEO                                        04440059
044500     MOVE EIBTRMID TO CA-TERM                                     04450059
044600     MOVE EIBTRNID TO CA-TRANS                                    04460059
044700     EXEC CICS SEND                                               04470059
044800             MAP('MSNNE11')                                       04480059
044900          MAPSET('MSNNE11')                                       04490059
045000           FROM(MSNNE11O)                                         04500059
045100          NOHANDLE                                                04510059
045200     END-EXEC                                                     04520059
045300     .                                                            04530059
045400 7100-RECIBO-DE-MAPA.                                             04540059
045500*************************************************************     04550059
045600*    SOLO SE RECIBE EL MAPA MSNNE11 CUANDO LA TAREA QUE NOS  *    04560059
045700*    ANTECEDIO EN LA COMMAREA ES ESTA MISMA TRANSACCION.     *    04570059
045800*    CUANDO CA-TRANS VIENE DE OTRA TRANSACCION (EL SIGN-ON   *    04580059
045900*    SN01 TRASPASANDO EL CONTROL) NO HAY MAPA QUE RECIBIR:   *    04590059
046000*    SE PINTA LA PANTALLA PROPIA Y SE RETORNA (MISMO         *    04600059
046100*    PROTOCOLO QUE 7100-RECIBO-DE-MAPA DE PSNETS04)          *    04610059
046200*************************************************************     04620059
046300     IF CA-TRANS = EIBTRNID THEN                                  04630059
046400     EXEC CICS RECEIVE                                            04640059
046500          MAP('MSNNE11')                                          04650059
046600          MAPSET('MSNNE11')                                       04660059
046700          INTO (MSNNE11I)                                         04670059
046800          NOHANDLE                                                04680059
046900     END-EXEC                                                     04690059
047000     EXEC CICS                                                    04700059
047100          IGNORE CONDITION MAPFAIL                                04710059
047200     END-EXEC                                                     04720059
047300     EVALUATE EIBAID                                              04730059
047400          WHEN DFHENTER                                           04740059
047500               PERFORM 3300-GRABAR-OFERTA                         04750059
047600          WHEN DFHPF3                                             04760059
047700               PERFORM 9999-FIN-DE-PROGRAMA                       04770059
047800          WHEN OTHER                                              04780059
047900               MOVE "-TECLA NO HABILITADA-" TO MSG                04790059
048000               PERFORM 7200-MENSAJES-A-LA-PANTALLA                04800059
048100     END-EVALUATE                                                 04810059
048200     ELSE                                                         04820059
048300        PERFORM 3100-CARGA-DATOS-PARA-MAPA                        04830059
048400        PERFORM 7000-ENVIO-MAPA                                   04840059
048500        PERFORM 7800-RETORNO-TRANSACCION                          04850059
048600     END-IF                                                       04860059
048700     .                                                            04870059
048800 7200-MENSAJES-A-LA-PANTALLA.                                     04880059
048900     DISPLAY MSG                                                  04890059
049000     .                                                            04900059
049100 7800-RETORNO-TRANSACCION.                                        04910059
049200     MOVE EIBTRMID TO CA-TERM                                     04920059
049300     MOVE EIBTRNID TO CA-TRANS                                    04930059
049400     EXEC CICS                                                    04940059
049500          RETURN                                                  04950059
049600          TRANSID(EIBTRNID)                                       04960059
049700          COMMAREA(MI-COMMAREA)                                   04970059
049800          LENGTH(LENGTH OF MI-COMMAREA)                           04980059
049900     END-EXEC                                                     04990059
050000     .                                                            05000059
050100 9100-DEB-DIS.                                                    05010059
050200      PERFORM 3150-GET-DATES                                      05020059
050300      MOVE WS-FECHA-AAAA-MM-DD TO W-FECHA-DIS                     05030059
050400      MOVE WS-HORA-MINUTOS-SEGUNDOS TO W-TIME-DIS                 05040059
050500      IF W-SW-DEBUG = "S" THEN                                    05050059
050600         DISPLAY WS-DEBDIS-MSG                                    05060059
050700      END-IF                                                      05070059
050800      .                                                           05080059
050900 9999-FIN-DE-PROGRAMA.                                            05090059
051000     EXEC CICS                                                    05100059
051100          SEND TEXT FROM (MSG-FIN-SESION)                         05110059
051200               ERASE FREEKB                                       05120059
051300     END-EXEC                                                     05130059
051400     EXEC CICS RETURN                                             05140059
051500     END-EXEC                                                     05150059
051600     GOBACK                                                       05160059
051700     .                                                            05170059
