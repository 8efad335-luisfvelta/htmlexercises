002360*    (SEMESTRE) DE LA NOTA DESPUES DEL AO ("1"/"2", O     *      00236034
002370*    "0"/BLANCO PARA NOTA ANUAL); EL CONTROL DE PERIODOS   *      00237034
002380*    CERRADOS PASA A LLAVE AO + TERMINO                   *      00238034
002382* MODIFICACIONES 15/10/2026: CADA ALTA, CAMBIO O BAJA      *      00238234
002384*    APLICADA DEJA SU MOVIMIENTO EN EL HISTORICO DE        *      00238434
002386*    VALORES NOTAHIST (VER RLHISNOT, ORIGEN 2) CON EL      *      00238634
002388*    VALOR QUE TENIA LA NOTA ANTES DE APLICARLA            *      00238834
002390* MODIFICACIONES 15/10/2026: LAS NOTAS DEL DNI SE LEEN POR *      00239034
002392*    BLOQUES (PSNETS53 SUBTIPO 5), SIN TOPE POR DNI        *      00239234
002394*    UN SQLCODE DISTINTO DE 0 Y 100 AL LEERLAS RECHAZA     *      00239434
002396*    EL REGISTRO Y TERMINA LA CARGA CON RC 16              *      00239634
002400************************************************************      00240034
002500 ENVIRONMENT DIVISION.                                            00250034
002600 CONFIGURATION SECTION.                                           00260034
003230            ACCESS MODE RANDOM                                    00323034
003240            RECORD KEY PE-LLAVE                                   00324034
003250            FILE STATUS WS-FS-PERIODOS.                           00325034
003258     SELECT HISTORICO-NOTAS ASSIGN TO NOTAHIST                    00325834
003266            ORGANIZATION INDEXED                                  00326634
003274            ACCESS MODE RANDOM                                    00327434
003282            RECORD KEY HN-LLAVE                                   00328234
003290            FILE STATUS WS-FS-NOTAHIST.                           00329034
003300 DATA DIVISION.                                                   00330034
003400 FILE SECTION.                                                    00340034
003500 FD  CARGA-NOTAS                                                  00350034
004706 COPY RLAUDIT.                                                    00470634
004710 FD  CONTROL-PERIODOS.                                            00471034
004720 COPY RLPERIOD.                                                   00472034
004740 FD  HISTORICO-NOTAS.                                             00474034
004760 COPY RLHISNOT.                                                   00476034
004800 WORKING-STORAGE SECTION.                                         00480034
004900* COPY AREAS PARA FECHAS                                          00490034
005000 COPY WSFECHAS.                                                   00500034
005500     05 WS-FS-RPTCARGA      PIC XX.                               00550034
005505     05 WS-FS-AUDITLOG      PIC XX.                               00550534
005510     05 WS-FS-PERIODOS      PIC XX.                               00551034
005550     05 WS-FS-NOTAHIST      PIC XX.                               00555034
005600 01  WS-SWITCHES.                                                 00560034
005700     05 WS-SW-FIN-CARGA     PIC X VALUE "N".                      00570034
005800        88 FIN-CARGA               VALUE "S".                     00580034
006600     05 WS-TOT-RECHAZADOS   PIC 9(7) VALUE 0.                     00660034
006700 01  W-AU-TIPO-OPE          PIC 9.                                00670034
006710 01  W-TER-NOTA             PIC X VALUE "0".                      00671034
006720 01  W-NOTA-ANTERIOR        PIC 99V99 VALUE 0.                    00672034
006730 01  W-FIN-NOTAS            PIC X VALUE "N".                      00673034
006750 01  W-FIN-HISTORIA         PIC X VALUE "N".                      00675034
006800 01  W-MOTIVO-RECHAZO       PIC X(40).                            00680034
006900 01  LIN-ENCABEZADO-1       PIC X(46) VALUE                       00690034
007000      "CARGA MASIVA DE NOTAS - RESULTADO POR REGISTRO".           00700034
011570        CLOSE RPT-CARGA                                           01157034
011580        GOBACK                                                    01158034
011590     END-IF                                                       01159034
011598     OPEN I-O HISTORICO-NOTAS                                     01159834
011606     IF WS-FS-NOTAHIST NOT = "00" THEN                            01160634
011614        DISPLAY "PSNCRG01 - ERROR AL ABRIR NOTAHIST, STATUS="     01161434
011622                WS-FS-NOTAHIST                                    01162234
011630        MOVE 16 TO RETURN-CODE                                    01163034
011638        CLOSE CARGA-NOTAS                                         01163834
011646        CLOSE ARCHIVO-AUDITORIA                                   01164634
011654        CLOSE CONTROL-PERIODOS                                    01165434
011662        CLOSE RPT-CARGA                                           01166234
011670        GOBACK                                                    01167034
011678     END-IF                                                       01167834
011686     PERFORM 1100-GET-DATES                                       01168634
011700     PERFORM 1150-IMPRIME-ENCABEZADOS                             01170034
011800     PERFORM 1200-LEER-CARGA                                      01180034
011900     .                                                            01190034
020800*    ENCAPSULADOR PSNETS53, MISMAS OPERACIONES QUE USA     *      02080034
020900*    3300-GRABAR-NOTA DE PSNETS04 DESDE LA PANTALLA        *      02090034
021000************************************************************      02100034
021010*    EL VALOR QUE TENIA LA NOTA SE TOMA ANTES DE TOCARLA,         02101034
021020*    PARA EL HISTORICO (UN ALTA NO TIENE VALOR ANTERIOR)          02102034
021030     MOVE 0 TO W-NOTA-ANTERIOR                                    02103034
021040     IF CG-OPERACION NOT = "I" THEN                               02104034
021050        PERFORM 3100-BUSCA-NOTA-ANTERIOR                          02105034
021060     END-IF                                                       02106034
021066     IF REG-VALIDO THEN                                           02106634
021072        PERFORM 3050-APLICA-NOTA                                  02107234
021078     END-IF                                                       02107834
021084     .                                                            02108434
021090 3050-APLICA-NOTA.                                                02109034
021100     EVALUATE CG-OPERACION                                        02110034
021200        WHEN "I"                                                  02120034
021300             SET LK-NT-OPE-INSERTAR TO TRUE                       02130034
022900     IF LK-NT-SQLCODE = 0 THEN                                    02290034
023000        ADD 1 TO WS-TOT-ACEPTADOS                                 02300034
023100        PERFORM 4300-REGISTRA-AUDITORIA                           02310034
023150        PERFORM 4400-REGISTRA-HISTORIA                            02315034
023200     ELSE                                                         02320034
023300        MOVE "N" TO WS-SW-REG-VALIDO                              02330034
023400        MOVE "NO SE PUDO GRABAR LA NOTA" TO W-MOTIVO-RECHAZO      02340034
023500     END-IF                                                       02350034
023600     .                                                            02360034
023603 3100-BUSCA-NOTA-ANTERIOR.                                        02360334
023606************************************************************      02360634
023609*    PIDE A PSNETS53 LAS NOTAS DEL DNI POR BLOQUES (TIPO 1 *      02360934
023611*    SUBTIPO 5, VER LKNOTAS) HASTA QUE DEVUELVE 100 Y SE   *      02361134
023613*    QUEDA CON LA DE IGUAL CURSO + AAAA + TERMINO. OTRO    *      02361334
023615*    SQLCODE RECHAZA EL REGISTRO Y ABORTA LA CARGA         *      02361534
023618************************************************************      02361834
023621     SET LK-NT-OPE-CONSULTA TO TRUE                               02362134
023624     MOVE 5      TO LK-NT-SUBTIPO                                 02362434
023627     MOVE CG-DNI TO LK-NT-DNIESTUD                                02362734
023630     MOVE 100    TO LK-NT-SQLCODE                                 02363034
023633     MOVE 0      TO LK-NT-POSICION                                02363334
023636     MOVE "N"    TO W-FIN-NOTAS                                   02363634
023642     PERFORM 3150-REVISA-UNA-NOTA                                 02364234
023648             UNTIL W-FIN-NOTAS = "S"                              02364834
023651     .                                                            02365134
023652 3150-REVISA-UNA-NOTA.                                            02365234
023653     SET LK-NT-OPE-CONSULTA TO TRUE                               02365334
023654     MOVE 5      TO LK-NT-SUBTIPO                                 02365434
023655     MOVE CG-DNI TO LK-NT-DNIESTUD                                02365534
023656     CALL "PSNETS53" USING AREA-LINK                              02365634
023657     IF LK-NT-SQLCODE NOT = 0 THEN                                02365734
023658        MOVE "S" TO W-FIN-NOTAS                                   02365834
023659        IF LK-NT-SQLCODE NOT = 100 THEN                           02365934
023660           MOVE "N" TO WS-SW-REG-VALIDO                           02366034
023661           MOVE "ERROR LEYENDO NOTAS DEL ESTUDIANTE"              02366134
023662                TO W-MOTIVO-RECHAZO                               02366234
023663           DISPLAY "PSNCRG01 - ERROR AL LEER NOTAS DEL DNI "      02366334
023664                   CG-DNI " SQLCODE=" LK-NT-SQLCODE               02366434
023665           MOVE 16 TO RETURN-CODE                                 02366534
023666           SET ABORTAR TO TRUE                                    02366634
023667        END-IF                                                    02366734
023668     ELSE                                                         02366834
023669        IF LK-NT-CURSO = CG-CURSO                                 02366934
023670           AND LK-NT-AAAA = CG-AAAA                               02367034
023671           AND LK-NT-TERMINO = W-TER-NOTA THEN                    02367134
023672           MOVE LK-NT-NOTA TO W-NOTA-ANTERIOR                     02367234
023673        END-IF                                                    02367334
023674     END-IF                                                       02367434
023675     .                                                            02367534
023700 4300-REGISTRA-AUDITORIA.                                         02370034
023800************************************************************      02380034
023900*    GRABA UN RENGLON EN EL LOG DE AUDITORIA POR CADA      *      02390034
025150        SET ABORTAR TO TRUE                                       02515034
025160     END-IF                                                       02516034
025200     .                                                            02520034
025202 4400-REGISTRA-HISTORIA.                                          02520234
025204************************************************************      02520434
025206*    GRABA EL MOVIMIENTO EN EL HISTORICO DE VALORES DE     *      02520634
025208*    NOTA (NOTAHIST), DIRECTO COMO LA AUDITORIA. LA FECHA  *      02520834
025210*    Y HORA SON LAS QUE TOMO 4300-REGISTRA-AUDITORIA       *      02521034
025212************************************************************      02521234
025214     MOVE SPACES             TO REG-HIST-NOTA                     02521434
025216     MOVE CG-DNI             TO HN-DNI                            02521634
025218     MOVE CG-CURSO           TO HN-CURSO                          02521834
025220     MOVE CG-AAAA            TO HN-AAAA                           02522034
025222     MOVE W-TER-NOTA         TO HN-TERMINO                        02522234
025224     MOVE WS-FECHA-AAAA-MM-DD      TO HN-FECHA                    02522434
025226     MOVE WS-HORA-MINUTOS-SEGUNDOS TO HN-HORA                     02522634
025228     MOVE 0                  TO HN-SECUENCIA                      02522834
025230     MOVE W-AU-TIPO-OPE      TO HN-OPERACION                      02523034
025232     MOVE W-NOTA-ANTERIOR    TO HN-NOTA-ANTERIOR                  02523234
025234     IF HN-OPE-BAJA THEN                                          02523434
025236        MOVE 0               TO HN-NOTA-NUEVA                     02523634
025238     ELSE                                                         02523834
025240        MOVE CG-NOTA         TO HN-NOTA-NUEVA                     02524034
025242     END-IF                                                       02524234
025244     MOVE "BTCH"             TO HN-OPERADOR                       02524434
025246     MOVE 2                  TO HN-ORIGEN                         02524634
025248     MOVE "N" TO W-FIN-HISTORIA                                   02524834
025250     PERFORM 4450-ESCRIBE-HISTORIA                                02525034
025252             UNTIL W-FIN-HISTORIA = "S"                           02525234
025254     .                                                            02525434
025256 4450-ESCRIBE-HISTORIA.                                           02525634
025258*    LLAVE DUPLICADA (22): OTRO MOVIMIENTO DE LA MISMA NOTA EN    02525834
025260*    LA MISMA CENTESIMA; SE TOMA LA SIGUIENTE SECUENCIA           02526034
025262     WRITE REG-HIST-NOTA                                          02526234
025264     EVALUATE TRUE                                                02526434
025266        WHEN WS-FS-NOTAHIST = "00"                                02526634
025268             MOVE "S" TO W-FIN-HISTORIA                           02526834
025270        WHEN WS-FS-NOTAHIST = "22" AND HN-SECUENCIA < 99          02527034
025272             ADD 1 TO HN-SECUENCIA                                02527234
025274        WHEN OTHER                                                02527434
025276             DISPLAY "PSNCRG01 - ERROR AL GRABAR NOTAHIST, "      02527634
025278                     "STATUS=" WS-FS-NOTAHIST                     02527834
025280             MOVE 16 TO RETURN-CODE                               02528034
025282             SET ABORTAR TO TRUE                                  02528234
025284             MOVE "S" TO W-FIN-HISTORIA                           02528434
025286     END-EVALUATE                                                 02528634
025288     .                                                            02528834
025300 5000-ESCRIBE-RESULTADO.                                          02530034
025400     MOVE CG-DNI    TO LIN-D-DNI                                  02540034
025500     MOVE CG-CURSO  TO LIN-D-CURSO                                02550034
027800     CLOSE CARGA-NOTAS                                            02780034
027820     CLOSE ARCHIVO-AUDITORIA                                      02782034
027850     CLOSE CONTROL-PERIODOS                                       02785034
027870     CLOSE HISTORICO-NOTAS                                        02787034
027900     CLOSE RPT-CARGA                                              02790034
028000     DISPLAY "PSNCRG01 - REGISTROS LEIDOS....: "                  02800034
028100             WS-TOT-LEIDOS                                        02810034
