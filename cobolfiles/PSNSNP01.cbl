002700* ENLAZA (POR CALL, YA QUE CORRE FUERA DE CICS) A:         *      00230054
002800*   PSNETS53 - NOTAS REGISTRADAS DEL ESTUDIANTE            *      00240054
002900*   PSNETS73 - NOMBRE Y APELLIDOS DEL ESTUDIANTE           *      00250054
002907* MODIFICACIONES 15/10/2026: REGLA DE REPETICION DE        *      00290754
002914*    CURSOS: CADA NOTA SALE MARCADA VIGENTE O SUPERADA     *      00291454
002921*    EN SN-INTENTO SEGUN EL PARAMETRO "REPITE" DE          *      00292154
002928*    PARAMNOT (VER RLPARAM); UNA SOLA VIGENTE POR CURSO    *      00292854
002935* MODIFICACIONES 15/10/2026: CURSOS CONVALIDADOS: CADA     *      00293554
002942*    CONVALIDACION DEL ESTUDIANTE EN CONVALID (RLCONVAL)   *      00294254
002949*    SALE COMO UN REGISTRO CON SN-TIPO-NOTA "C" Y SU       *      00294954
002956*    ORIGEN; SN-NUNOTAS CUENTA NOTAS MAS CONVALIDADAS      *      00295654
002963* MODIFICACIONES 15/10/2026: SIN TOPE DE 20 NOTAS: LECTURA *      00296354
002970*    POR BLOQUES (PSNETS53 SUBTIPO 5); EL DNI QUE LLENA LA *      00297054
002977*    TABLA RLNOTAS SE AVISA Y RETORNA 4 (VER PSNLIM01)     *      00297754
002984*    UN SQLCODE DISTINTO DE 0 Y 100 AL LEER LAS NOTAS      *      00298454
002991*    TERMINA EL PROCESO CON RC 16                          *      00299154
003000************************************************************      00260054
003100 ENVIRONMENT DIVISION.                                            00270054
003200 CONFIGURATION SECTION.                                           00280054
004100            FILE STATUS WS-FS-NOTASNAP.                           00370054
004200     SELECT ARCHIVO-CHKPT ASSIGN TO CHKPOINT                      00380054
004300            FILE STATUS WS-FS-CHKPT.                              00390054
004310     SELECT PARAMETROS ASSIGN TO PARAMNOT                         00431054
004320            ORGANIZATION INDEXED                                  00432054
004330            ACCESS MODE RANDOM                                    00433054
004340            RECORD KEY PA-CLAVE                                   00434054
004350            FILE STATUS WS-FS-PARAMNOT.                           00435054
004358     SELECT CURSOS-CONVAL ASSIGN TO CONVALID                      00435854
004366            ORGANIZATION INDEXED                                  00436654
004374            ACCESS MODE DYNAMIC                                   00437454
004382            RECORD KEY CV-LLAVE                                   00438254
004390            FILE STATUS WS-FS-CONVALID.                           00439054
004400 DATA DIVISION.                                                   00400054
004500 FILE SECTION.                                                    00410054
004600 FD  ESTUD-MASTER.                                                00420054
005100 FD  ARCHIVO-CHKPT                                                00470054
005200     RECORDING MODE F.                                            00480054
005300 COPY RLCHKPT.                                                    00490054
005330 FD  PARAMETROS.                                                  00533054
005360 COPY RLPARAM.                                                    00536054
005370 FD  CURSOS-CONVAL.                                               00537054
005380 COPY RLCONVAL.                                                   00538054
005400 WORKING-STORAGE SECTION.                                         00500054
005500* COPY AREAS LINK DE LOS ENCAPSULADORES DE NOTAS/USUARIOS/CURSOS  00510054
005600 COPY LKNOTAS.                                                    00520054
006000     05 WS-FS-ESTMAST       PIC XX.                               00560054
006100     05 WS-FS-NOTASNAP      PIC XX.                               00570054
006200     05 WS-FS-CHKPT         PIC XX.                               00580054
006250     05 WS-FS-PARAMNOT      PIC XX.                               00625054
006270     05 WS-FS-CONVALID      PIC XX.                               00627054
006300 01  WS-SWITCHES.                                                 00590054
006400     05 WS-SW-FIN-ESTUD     PIC X VALUE "N".                      00600054
006500        88 FIN-ESTUD               VALUE "S".                     00610054
007100        88 PIDE-REARRANQUE         VALUE "S".                     00670054
007200     05 WS-SW-FIN-FOTO      PIC X VALUE "N".                      00671054
007300        88 FIN-FOTO                VALUE "S".                     00672054
007330     05 WS-SW-FIN-CONVAL    PIC X VALUE "N".                      00733054
007360        88 FIN-CONVAL              VALUE "S".                     00736054
007400 01  WS-CONTROL-CHKPT.                                            00680054
007500     05 WS-CHKPT-INTERVALO  PIC 9(3) VALUE 100.                   00690054
007600     05 WS-ESTUD-DESDE-CHKPT PIC 9(3) VALUE 0.                    00700054
008100     05 WS-TOT-NOTAS        PIC 9(7) VALUE 0.                     00740054
008200     05 WS-TOT-REGISTROS    PIC 9(7) VALUE 0.                     00750054
008300     05 WS-TOT-SIN-NOTAS    PIC 9(5) VALUE 0.                     00760054
008309     05 WS-TOT-SUPERADAS    PIC 9(7) VALUE 0.                     00830954
008313     05 WS-TOT-CONVALIDADAS PIC 9(7) VALUE 0.                     00831354
008314*    DNI CUYAS NOTAS LLENAN LA TABLA RLNOTAS (WS-MAX-NOTAS)       00831454
008315     05 WS-TOT-EN-LIMITE    PIC 9(5) VALUE 0.                     00831554
008318*    REGLA DE REPETICION DE CURSOS (PARAMETRO "REPITE")           00831854
008327 01  WS-REGLA-REPITE        PIC X VALUE "R".                      00832754
008336     88 REGLA-RECIENTE             VALUE "R".                     00833654
008345     88 REGLA-MEJOR                VALUE "M".                     00834554
008354 01  WS-INTENTOS.                                                 00835454
008363     05 WS-I                PIC 9(4).                             00836354
008372     05 WS-J                PIC 9(4).                             00837254
008381     05 WS-SW-MAS-RECIENTE  PIC X.                                00838154
008390        88 MAS-RECIENTE            VALUE "S".                     00839054
008400 01  WS-NOMBRE-ESTUD        PIC X(20).                            00770054
008500 01  WS-APELLIDOS-ESTUD     PIC X(20).                            00780054
008508*    CURSOS CONVALIDADOS DEL ESTUDIANTE ACTUAL (CONVALID)         00850854
008516 01  WS-CONVALIDADAS.                                             00851654
008524     05 WS-CNV-NUM          PIC 9(2) VALUE 0.                     00852454
008532     05 WS-CNV-MAX          PIC 9(2) VALUE 30.                    00853254
008540     05 WS-CNV-ENTRADA OCCURS 30 TIMES INDEXED BY IX-CNV.         00854054
008548        10 WS-CNV-CURSO     PIC X(05).                            00854854
008556        10 WS-CNV-AAAA      PIC X(04).                            00855654
008564        10 WS-CNV-NOTA      PIC 9(02)V9(02).                      00856454
008572        10 WS-CNV-INSTITUCION PIC X(08).                          00857254
008580*    NOTAS MAS CONVALIDADAS DEL ESTUDIANTE (SN-NUNOTAS)           00858054
008588 01  WS-TOTAL-REGISTROS-ESTUD PIC 9(3) VALUE 0.                   00858854
008600 LINKAGE SECTION.                                                 00790054
008700*    PARAMETRO DE EJECUCION: PARM='RESTART' AUTORIZA EL           00800054
008800*    REARRANQUE DESDE EL PUNTO DE CONTROL (VER 1300)              00810054
010900        MOVE 16 TO RETURN-CODE                                    01020054
011000        GOBACK                                                    01030054
011100     END-IF                                                       01040054
011105     OPEN INPUT CURSOS-CONVAL                                     01110554
011110     IF WS-FS-CONVALID NOT = "00" THEN                            01111054
011115        DISPLAY "PSNSNP01 - ERROR AL ABRIR CONVALID, STATUS="     01111554
011120                WS-FS-CONVALID                                    01112054
011125        MOVE 16 TO RETURN-CODE                                    01112554
011130        CLOSE ESTUD-MASTER                                        01113054
011135        GOBACK                                                    01113554
011140     END-IF                                                       01114054
011150     PERFORM 1050-LEE-REGLA-REPITE                                01115054
011200     PERFORM 1300-LEE-PUNTO-CONTROL                               01050054
011300     IF NOT ABORTAR THEN                                          01060054
011400*       EN REARRANQUE SE RELEE PRIMERO LA FOTO PARCIAL: EL        01061054
013100                   WS-FS-NOTASNAP                                 01160054
013200           MOVE 16 TO RETURN-CODE                                 01170054
013300           CLOSE ESTUD-MASTER                                     01180054
013350           CLOSE CURSOS-CONVAL                                    01335054
013400           GOBACK                                                 01190054
013500        END-IF                                                    01200054
013600        IF REARRANQUE THEN                                        01210054
014200        PERFORM 1100-LEER-ESTUD-MASTER                            01270054
014300     END-IF                                                       01280054
014400     .                                                            01290054
014402 1050-LEE-REGLA-REPITE.                                           01440254
014404************************************************************      01440454
014406*    LEE LA REGLA DE REPETICION DE CURSOS (PARAMETRO       *      01440654
014408*    "REPITE" DE PARAMNOT, VER RLPARAM). SIN REGISTRO SE   *      01440854
014410*    APLICA "R" (INTENTO MAS RECIENTE). UN VALOR DISTINTO  *      01441054
014412*    DE "R"/"M" O UN ERROR DE E/S ABORTA LA CORRIDA: LAS   *      01441254
014414*    MARCAS DE INTENTO NO PUEDEN SALIR CON UNA REGLA       *      01441454
014416*    DISTINTA DE LA QUE APLICA SN03                        *      01441654
014418************************************************************      01441854
014420     OPEN INPUT PARAMETROS                                        01442054
014422     IF WS-FS-PARAMNOT NOT = "00" THEN                            01442254
014424        DISPLAY "PSNSNP01 - ERROR AL ABRIR PARAMNOT, STATUS="     01442454
014426                WS-FS-PARAMNOT                                    01442654
014428        MOVE 16 TO RETURN-CODE                                    01442854
014430        SET ABORTAR TO TRUE                                       01443054
014432     ELSE                                                         01443254
014434        MOVE "REPITE" TO PA-CLAVE                                 01443454
014436        READ PARAMETROS                                           01443654
014438           INVALID KEY                                            01443854
014440              MOVE "R" TO PA-REGLA-REPITE                         01444054
014442        END-READ                                                  01444254
014444        IF WS-FS-PARAMNOT NOT = "00" AND "23" THEN                01444454
014446           DISPLAY "PSNSNP01 - ERROR AL LEER PARAMNOT, STATUS="   01444654
014448                   WS-FS-PARAMNOT                                 01444854
014450           MOVE 16 TO RETURN-CODE                                 01445054
014452           SET ABORTAR TO TRUE                                    01445254
014454        ELSE                                                      01445454
014456           IF PA-REPITE-RECIENTE OR PA-REPITE-MEJOR THEN          01445654
014458              MOVE PA-REGLA-REPITE TO WS-REGLA-REPITE             01445854
014460              DISPLAY "PSNSNP01 - REGLA DE REPETICION......: "    01446054
014462                      WS-REGLA-REPITE                             01446254
014464           ELSE                                                   01446454
014466              DISPLAY "PSNSNP01 - REGLA REPITE INVALIDA EN "      01446654
014468                      "PARAMNOT: " PA-REGLA-REPITE                01446854
014470              MOVE 16 TO RETURN-CODE                              01447054
014472              SET ABORTAR TO TRUE                                 01447254
014474           END-IF                                                 01447454
014476        END-IF                                                    01447654
014478        CLOSE PARAMETROS                                          01447854
014480     END-IF                                                       01448054
014482     .                                                            01448254
014500 1300-LEE-PUNTO-CONTROL.                                          01300054
014600************************************************************      01310054
014700*    SI EL ARCHIVO CHKPOINT TRAE UN REGISTRO DE ESTE       *      01320054
026700     ADD 1 TO WS-TOT-ESTUDIANTES                                  02170054
026800     PERFORM 2100-RESUELVE-NOMBRE                                 02180054
026900     PERFORM 2200-CARGAR-NOTAS-ESTUDIANTE                         02190054
026930     PERFORM 2400-CARGAR-CONVALIDADAS                             02693054
026960     COMPUTE WS-TOTAL-REGISTROS-ESTUD = WS-NUNOTAS + WS-CNV-NUM   02696054
027000     IF WS-NUNOTAS > 0 THEN                                       02200054
027100        PERFORM 2500-GRABA-REGISTRO-NOTA                          02210054
027200               VARYING IX-NOTA FROM 1 BY 1                        02220054
027300               UNTIL IX-NOTA > WS-NUNOTAS OR ABORTAR              02230054
027320     END-IF                                                       02732054
027340     IF WS-CNV-NUM > 0 THEN                                       02734054
027360        PERFORM 2550-GRABA-REGISTRO-CONVAL                        02736054
027380               VARYING IX-CNV FROM 1 BY 1                         02738054
027400               UNTIL IX-CNV > WS-CNV-NUM OR ABORTAR               02740054
027420     END-IF                                                       02742054
027440     IF WS-TOTAL-REGISTROS-ESTUD = 0 AND NOT ABORTAR THEN         02744054
027500        ADD 1 TO WS-TOT-SIN-NOTAS                                 02250054
027600        PERFORM 2600-GRABA-REGISTRO-VACIO                         02260054
027700     END-IF                                                       02270054
027800     ADD 1 TO WS-ESTUD-DESDE-CHKPT                                02280054
027900     IF WS-ESTUD-DESDE-CHKPT NOT < WS-CHKPT-INTERVALO             02290054
027950        AND NOT ABORTAR THEN                                      02795054
028000        MOVE EM-DNI TO CP-ULTIMO-DNI                              02300054
028100        MOVE "A"    TO CP-ESTADO                                  02310054
028200        PERFORM 1400-GRABA-PUNTO-CONTROL                          02320054
029800     END-IF                                                       02480054
029900     .                                                            02490054
030000 2200-CARGAR-NOTAS-ESTUDIANTE.                                    02500054
030010************************************************************      03001054
030020*    LEE TODAS LAS NOTAS DEL DNI POR BLOQUES (TIPO 1       *      03002054
030030*    SUBTIPO 5, VER LKNOTAS) HASTA QUE PSNETS53 NO         *      03003054
030040*    DEVUELVE MAS. EL DNI QUE LLENA LA TABLA RLNOTAS       *      03004054
030050*    (WS-MAX-NOTAS) SE AVISA Y RETORNA 4 (VER PSNLIM01)    *      03005054
030060************************************************************      03006054
030100     SET LK-NT-OPE-CONSULTA TO TRUE                               02510054
030200     MOVE 5   TO LK-NT-SUBTIPO                                    02520054
030300     MOVE EM-DNI TO LK-NT-DNIESTUD                                02530054
030400     MOVE 100 TO LK-NT-SQLCODE                                    02540054
030500     MOVE 0   TO LK-NT-POSICION                                   02550054
030600     MOVE 0   TO WS-NUNOTAS                                       02560054
030700     MOVE "N" TO WS-SW-FIN-NOTAS                                  02570054
030750     MOVE "N" TO WS-SW-NOTAS-LIMITE                               03075054
030800     PERFORM 2250-PEDIR-NOTA                                      02580054
030900            UNTIL FIN-NOTAS                                       02590054
030910     IF NOTAS-EN-LIMITE THEN                                      03091054
030920        ADD 1 TO WS-TOT-EN-LIMITE                                 03092054
030930        DISPLAY "PSNSNP01 - DNI " EM-DNI " LLENA LA TABLA DE "    03093054
030940                WS-MAX-NOTAS " NOTAS; VER PSNLIM01"               03094054
030950        IF RETURN-CODE < 4 THEN                                   03095054
030960           MOVE 4 TO RETURN-CODE                                  03096054
030970        END-IF                                                    03097054
030980     END-IF                                                       03098054
031050     PERFORM 2300-MARCA-INTENTOS                                  03105054
031100     .                                                            02610054
031200 2250-PEDIR-NOTA.                                                 02620054
031300     MOVE EM-DNI TO LK-NT-DNIESTUD                                02630054
031400     SET LK-NT-OPE-CONSULTA TO TRUE                               02640054
031500     MOVE 5      TO LK-NT-SUBTIPO                                 02650054
031600     CALL "PSNETS53" USING AREA-LINK                              02660054
031700     IF LK-NT-SQLCODE = 0 THEN                                    02670054
031800        ADD 1 TO WS-NUNOTAS                                       02680054
031850        SET IX-NOTA TO WS-NUNOTAS                                 03185054
031900        ADD 1 TO WS-TOT-NOTAS                                     02690054
032000        MOVE LK-NT-CURSO TO CURSO(IX-NOTA)                        02700054
032100        MOVE LK-NT-AAAA  TO AAAA(IX-NOTA)                         02710054
032200        MOVE LK-NT-TERMINO TO TERMINO(IX-NOTA)                    02720054
032300        MOVE LK-NT-NOTA  TO NOTA(IX-NOTA)                         02730054
032310        IF WS-NUNOTAS NOT < WS-MAX-NOTAS THEN                     03231054
032320           SET NOTAS-EN-LIMITE TO TRUE                            03232054
032330           SET FIN-NOTAS TO TRUE                                  03233054
032340        END-IF                                                    03234054
032350     ELSE                                                         03235054
032360        SET FIN-NOTAS TO TRUE                                     03236054
032365        IF LK-NT-SQLCODE NOT = 100 THEN                           03236554
032370           DISPLAY "PSNSNP01 - ERROR AL LEER NOTAS DEL DNI "      03237054
032375                   EM-DNI " SQLCODE=" LK-NT-SQLCODE               03237554
032380           MOVE 16 TO RETURN-CODE                                 03238054
032385           SET ABORTAR TO TRUE                                    03238554
032390        END-IF                                                    03239054
032400     END-IF                                                       02740054
032500     .                                                            02750054
032502 2300-MARCA-INTENTOS.                                             03250254
032504************************************************************      03250454
032506*    MARCA CADA NOTA DE LA TABLA COMO VIGENTE ("V") O      *      03250654
032508*    SUPERADA ("S") POR OTRO INTENTO DEL MISMO CURSO,      *      03250854
032510*    SEGUN LA REGLA DE REPETICION LEIDA EN 1050:           *      03251054
032512*      "R" - GANA EL INTENTO DE AAAA + TERMINO MAYOR       *      03251254
032514*      "M" - GANA LA MEJOR NOTA; EN EMPATE, LA MAS RECIENTE*      03251454
032516*    QUEDA UNA SOLA NOTA VIGENTE POR CURSO                 *      03251654
032518************************************************************      03251854
032520     PERFORM 2310-EVALUA-INTENTO                                  03252054
032522            VARYING WS-I FROM 1 BY 1                              03252254
032524            UNTIL WS-I > WS-NUNOTAS                               03252454
032526     .                                                            03252654
032528 2310-EVALUA-INTENTO.                                             03252854
032530     SET INTENTO-VIGENTE (WS-I) TO TRUE                           03253054
032532     PERFORM 2320-COMPARA-INTENTO                                 03253254
032534            VARYING WS-J FROM 1 BY 1                              03253454
032536            UNTIL WS-J > WS-NUNOTAS OR INTENTO-SUPERADO (WS-I)    03253654
032538     IF INTENTO-SUPERADO (WS-I) THEN                              03253854
032540        ADD 1 TO WS-TOT-SUPERADAS                                 03254054
032542     END-IF                                                       03254254
032544     .                                                            03254454
032546 2320-COMPARA-INTENTO.                                            03254654
032548     IF WS-J NOT = WS-I AND CURSO (WS-J) = CURSO (WS-I) THEN      03254854
032550        MOVE "N" TO WS-SW-MAS-RECIENTE                            03255054
032552        IF AAAA (WS-J) > AAAA (WS-I)                              03255254
032554           OR (AAAA (WS-J) = AAAA (WS-I)                          03255454
032556               AND TERMINO (WS-J) > TERMINO (WS-I)) THEN          03255654
032558           MOVE "S" TO WS-SW-MAS-RECIENTE                         03255854
032560        END-IF                                                    03256054
032562        EVALUATE TRUE                                             03256254
032564           WHEN REGLA-RECIENTE AND MAS-RECIENTE                   03256454
032566                SET INTENTO-SUPERADO (WS-I) TO TRUE               03256654
032568           WHEN REGLA-MEJOR AND NOTA (WS-J) > NOTA (WS-I)         03256854
032570                SET INTENTO-SUPERADO (WS-I) TO TRUE               03257054
032572           WHEN REGLA-MEJOR AND NOTA (WS-J) = NOTA (WS-I)         03257254
032574                AND MAS-RECIENTE                                  03257454
032576                SET INTENTO-SUPERADO (WS-I) TO TRUE               03257654
032578        END-EVALUATE                                              03257854
032580     END-IF                                                       03258054
032582     .                                                            03258254
032600 2500-GRABA-REGISTRO-NOTA.                                        02760054
032700     MOVE SPACES             TO REG-SNAPSHOT                      02770054
032800     MOVE EM-DNI             TO SN-DNI                            02780054
032900     MOVE WS-NOMBRE-ESTUD    TO SN-NOMBRE                         02790054
033000     MOVE WS-APELLIDOS-ESTUD TO SN-APELLIDOS                      02800054
033100     MOVE EM-ESTADO          TO SN-ESTADO                         02810054
033200     MOVE WS-TOTAL-REGISTROS-ESTUD TO SN-NUNOTAS                  03320054
033300     MOVE CURSO(IX-NOTA)     TO SN-CURSO                          02830054
033400     MOVE AAAA(IX-NOTA)      TO SN-AAAA                           02840054
033500     MOVE TERMINO(IX-NOTA)   TO SN-TERMINO                        02850054
033600     MOVE NOTA(IX-NOTA)      TO SN-NOTA                           02860054
033650     MOVE INTENTO(IX-NOTA)   TO SN-INTENTO                        03365054
033700     PERFORM 2700-ESCRIBE-FOTO                                    02870054
033800     .                                                            02880054
033900 2600-GRABA-REGISTRO-VACIO.                                       02890054
035600        SET ABORTAR TO TRUE                                       03060054
035700     END-IF                                                       03070054
035800     .                                                            03080054
035801 2400-CARGAR-CONVALIDADAS.                                        03580154
035802************************************************************      03580254
035803*    CARGA LOS CURSOS CONVALIDADOS DEL ESTUDIANTE: START   *      03580354
035804*    EN CONVALID POR EL DNI Y LECTURA SECUENCIAL HASTA QUE *      03580454
035805*    CAMBIA EL DNI. MAS DE WS-CNV-MAX CONVALIDADAS ABORTA  *      03580554
035806*    LA CORRIDA: LA FOTO NO PUEDE SALIR INCOMPLETA         *      03580654
035807************************************************************      03580754
035808     MOVE 0      TO WS-CNV-NUM                                    03580854
035809     MOVE "N"    TO WS-SW-FIN-CONVAL                              03580954
035810     MOVE EM-DNI TO CV-DNI                                        03581054
035811     MOVE LOW-VALUES TO CV-CURSO                                  03581154
035812     START CURSOS-CONVAL KEY NOT < CV-LLAVE                       03581254
035813        INVALID KEY                                               03581354
035814           MOVE "S" TO WS-SW-FIN-CONVAL                           03581454
035815     END-START                                                    03581554
035816     PERFORM 2450-LEE-CONVALIDADA                                 03581654
035817            UNTIL FIN-CONVAL OR ABORTAR                           03581754
035818     .                                                            03581854
035819 2450-LEE-CONVALIDADA.                                            03581954
035820     READ CURSOS-CONVAL NEXT RECORD                               03582054
035821        AT END                                                    03582154
035822           MOVE "S" TO WS-SW-FIN-CONVAL                           03582254
035823     END-READ                                                     03582354
035824     EVALUATE TRUE                                                03582454
035825        WHEN FIN-CONVAL                                           03582554
035826             CONTINUE                                             03582654
035827        WHEN WS-FS-CONVALID NOT = "00"                            03582754
035828             DISPLAY "PSNSNP01 - ERROR AL LEER CONVALID, STATUS=" 03582854
035829                     WS-FS-CONVALID                               03582954
035830             MOVE 16 TO RETURN-CODE                               03583054
035831             SET ABORTAR TO TRUE                                  03583154
035832        WHEN CV-DNI NOT = EM-DNI                                  03583254
035833             MOVE "S" TO WS-SW-FIN-CONVAL                         03583354
035834        WHEN WS-CNV-NUM NOT < WS-CNV-MAX                          03583454
035835             DISPLAY "PSNSNP01 - MAS DE " WS-CNV-MAX              03583554
035836                     " CONVALIDADAS PARA EL DNI " EM-DNI          03583654
035837             MOVE 16 TO RETURN-CODE                               03583754
035838             SET ABORTAR TO TRUE                                  03583854
035839        WHEN OTHER                                                03583954
035840             ADD 1 TO WS-CNV-NUM                                  03584054
035841             ADD 1 TO WS-TOT-CONVALIDADAS                         03584154
035842             SET IX-CNV TO WS-CNV-NUM                             03584254
035843             MOVE CV-CURSO       TO WS-CNV-CURSO (IX-CNV)         03584354
035844             MOVE CV-AAAA-ORIGEN TO WS-CNV-AAAA (IX-CNV)          03584454
035845             MOVE CV-NOTA-EXT    TO WS-CNV-NOTA (IX-CNV)          03584554
035846             MOVE CV-INSTITUCION TO WS-CNV-INSTITUCION (IX-CNV)   03584654
035847     END-EVALUATE                                                 03584754
035848     .                                                            03584854
035849 2550-GRABA-REGISTRO-CONVAL.                                      03584954
035850*    CURSO CONVALIDADO: TERMINO "0" (ANUAL), SIEMPRE VIGENTE      03585054
035851     MOVE SPACES             TO REG-SNAPSHOT                      03585154
035852     MOVE EM-DNI             TO SN-DNI                            03585254
035853     MOVE WS-NOMBRE-ESTUD    TO SN-NOMBRE                         03585354
035854     MOVE WS-APELLIDOS-ESTUD TO SN-APELLIDOS                      03585454
035855     MOVE EM-ESTADO          TO SN-ESTADO                         03585554
035856     MOVE WS-TOTAL-REGISTROS-ESTUD TO SN-NUNOTAS                  03585654
035857     MOVE WS-CNV-CURSO (IX-CNV)    TO SN-CURSO                    03585754
035858     MOVE WS-CNV-AAAA (IX-CNV)     TO SN-AAAA                     03585854
035859     MOVE "0"                TO SN-TERMINO                        03585954
035860     MOVE WS-CNV-NOTA (IX-CNV)     TO SN-NOTA                     03586054
035861     SET SN-VIGENTE          TO TRUE                              03586154
035862     SET SN-CONVALIDADA      TO TRUE                              03586254
035863     MOVE WS-CNV-INSTITUCION (IX-CNV) TO SN-INSTITUCION           03586354
035864     PERFORM 2700-ESCRIBE-FOTO                                    03586454
035865     .                                                            03586554
035900 9999-FIN-DE-PROGRAMA.                                            03090054
036000*    LA CORRIDA TERMINO BIEN: EL PUNTO DE CONTROL QUEDA EN        03100054
036100*    "F" PARA QUE LA SIGUIENTE CORRIDA ARRANQUE DESDE EL          03110054
036600        PERFORM 1400-GRABA-PUNTO-CONTROL                          03160054
036700     END-IF                                                       03170054
036800     CLOSE ESTUD-MASTER                                           03180054
036850     CLOSE CURSOS-CONVAL                                          03685054
036900     CLOSE FOTO-NOTAS                                             03190054
037000     DISPLAY "PSNSNP01 - ESTUDIANTES PROCESADOS: "                03200054
037100             WS-TOT-ESTUDIANTES                                   03210054
037400     DISPLAY "PSNSNP01 - REGISTROS ESCRITOS....: "                03240054
037500             WS-TOT-REGISTROS                                     03250054
037600     DISPLAY "PSNSNP01 - SIN NOTAS.............: "                03260054
037630             WS-TOT-SIN-NOTAS                                     03763054
037660     DISPLAY "PSNSNP01 - INTENTOS SUPERADOS....: "                03766054
037700             WS-TOT-SUPERADAS                                     03270054
037730     DISPLAY "PSNSNP01 - CURSOS CONVALIDADOS...: "                03773054
037760             WS-TOT-CONVALIDADAS                                  03776054
037768     IF WS-TOT-EN-LIMITE > 0 THEN                                 03776854
037776        DISPLAY "PSNSNP01 - DNI EN EL LIMITE......: "             03777654
037784                WS-TOT-EN-LIMITE                                  03778454
037792     END-IF                                                       03779254
037800     GOBACK                                                       03280054
037900     .                                                            03290054
