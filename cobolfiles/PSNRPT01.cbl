002100*    UNA SOLA VEZ POR NOCHE, EN ORDEN DE DNI Y CON LOS     *      00210055
002200*    NOMBRES YA RESUELTOS. EL REARRANQUE POR PUNTO DE      *      00220055
002300*    CONTROL QUEDA EN LA PASADA UNICA DE PSNSNP01          *      00230055
002320* MODIFICACIONES 15/10/2026: LOS INTENTOS SUPERADOS DE UN  *      00232055
002340*    CURSO REPETIDO (SN-INTENTO "S", REGLA "REPITE" DE     *      00234055
002360*    PARAMNOT) SE IMPRIMEN MARCADOS "INTENTO SUPERADO"     *      00236055
002368* MODIFICACIONES 15/10/2026: LOS CURSOS CONVALIDADOS DE    *      00236855
002376*    OTRA INSTITUCION (SN-TIPO-NOTA "C", VER RLCONVAL) SE  *      00237655
002384*    IMPRIMEN MARCADOS "CONVALIDADA" CON LA INSTITUCION DE *      00238455
002392*    ORIGEN; LA NOTA ES LA DEL ORIGEN                      *      00239255
002400************************************************************      00240055
002500 ENVIRONMENT DIVISION.                                            00250055
002600 CONFIGURATION SECTION.                                           00260055
005300 01  WS-CONTADORES.                                               00530055
005400     05 WS-TOT-ESTUDIANTES  PIC 9(5) VALUE 0.                     00540055
005500     05 WS-TOT-NOTAS        PIC 9(7) VALUE 0.                     00550055
005550     05 WS-TOT-SUPERADAS    PIC 9(7) VALUE 0.                     00555055
005570     05 WS-TOT-CONVALIDADAS PIC 9(7) VALUE 0.                     00557055
005600 01  W-EDICION-NOTA.                                              00560055
005700     05 W-EDI-NOTA          PIC 99V99.                            00570055
005800     05 W-EDI-NOTA-N        PIC ZZ.9.                             00580055
007000     05 FILLER              PIC X(5)  VALUE "ANIO ".              00700055
007100     05 FILLER              PIC X(4)  VALUE "TER ".               00710055
007200     05 FILLER              PIC X(4)  VALUE "NOTA".               00720055
007230     05 FILLER              PIC X(3)  VALUE SPACES.               00723055
007260     05 FILLER              PIC X(11) VALUE "OBSERVACION".        00726055
007300 01  LIN-DETALLE.                                                 00730055
007400     05 LIN-D-CURSO         PIC X(5).                             00740055
007500     05 FILLER              PIC X(2)  VALUE SPACES.               00750055
008000     05 LIN-D-TERMINO       PIC X(1).                             00800055
008100     05 FILLER              PIC X(3)  VALUE SPACES.               00810055
008200     05 LIN-D-NOTA          PIC X(4).                             00820055
008230     05 FILLER              PIC X(3)  VALUE SPACES.               00823055
008260     05 LIN-D-OBSERVACION   PIC X(16).                            00826055
008270     05 FILLER              PIC X(1)  VALUE SPACES.               00827055
008280*    INSTITUCION DE ORIGEN, SOLO EN LAS CONVALIDADAS              00828055
008290     05 LIN-D-ORIGEN        PIC X(8).                             00829055
008300 01  LIN-SIN-NOTAS          PIC X(35)                             00830055
008400            VALUE "   ESTUDIANTE SIN NOTAS REGISTRADAS".          00840055
008500 PROCEDURE DIVISION.                                              00850055
016700     MOVE SN-NOTA    TO W-EDI-NOTA                                01670055
016800     MOVE W-EDI-NOTA TO W-EDI-NOTA-N                              01680055
016900     MOVE W-EDI-NOTA-R TO LIN-D-NOTA                              01690055
016905     MOVE SPACES TO LIN-D-ORIGEN                                  01690555
016910     IF SN-SUPERADO THEN                                          01691055
016920        MOVE "INTENTO SUPERADO" TO LIN-D-OBSERVACION              01692055
016930        ADD 1 TO WS-TOT-SUPERADAS                                 01693055
016940     ELSE                                                         01694055
016950        MOVE SPACES TO LIN-D-OBSERVACION                          01695055
016960     END-IF                                                       01696055
016966     IF SN-CONVALIDADA THEN                                       01696655
016972        MOVE "CONVALIDADA" TO LIN-D-OBSERVACION                   01697255
016978        MOVE SN-INSTITUCION TO LIN-D-ORIGEN                       01697855
016984        ADD 1 TO WS-TOT-CONVALIDADAS                              01698455
016990     END-IF                                                       01699055
017000     MOVE LIN-DETALLE  TO REG-TRANSCRIPT                          01700055
017100     WRITE REG-TRANSCRIPT AFTER ADVANCING 1 LINE                  01710055
017200     PERFORM 9200-VERIFICA-ESCRITURA                              01720055
018700             WS-TOT-ESTUDIANTES                                   01870055
018800     DISPLAY "PSNRPT01 - NOTAS IMPRESAS........: "                01880055
018900             WS-TOT-NOTAS                                         01890055
018930     DISPLAY "PSNRPT01 - INTENTOS SUPERADOS....: "                01893055
018960             WS-TOT-SUPERADAS                                     01896055
018970     DISPLAY "PSNRPT01 - CURSOS CONVALIDADOS...: "                01897055
018980             WS-TOT-CONVALIDADAS                                  01898055
019000     GOBACK                                                       01900055
019100     .                                                            01910055
