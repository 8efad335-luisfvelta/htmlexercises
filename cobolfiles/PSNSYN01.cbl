001800*     (NO SE BORRA, LOS BATCH NOCTURNOS AUN LO RECORREN)   *      00180049
001900* CADA NOVEDAD SALE EN EL REPORTE DELTA RPTDELTA, PARA     *      00190049
002000* DEJAR DE CONCILIAR LOS DOS ARCHIVOS A OJO.               *      00200049
002010* MODIFICACIONES 15/10/2026: UN MAESTRO EN ESTADO "F"      *      00201049
002020*    (INACTIVO POR FUSION DE DNI, PSNFUS01) NO SE TOCA:    *      00202049
002030*    NI SE DESACTIVA NI SE RENUEVA DESDE EL USUARIO, PARA  *      00203049
002040*    QUE LA SINCRONIZACION NO REACTIVE EL DNI FUSIONADO    *      00204049
002050* MODIFICACIONES 15/10/2026: EL MAESTRO LLEVA EL PLAN DE   *      00205049
002060*    ESTUDIOS (EM-PLAN, LO ASIGNA PSNPLN01): LAS ALTAS LO  *      00206049
002070*    DEJAN EN BLANCO Y LA COPIA WS-REG-MAESTRO LO GUARDA   *      00207049
002080*    PARA QUE LOS REWRITE NO LO BORREN                     *      00208049
002100************************************************************      00210049
002200 ENVIRONMENT DIVISION.                                            00220049
002300 CONFIGURATION SECTION.                                           00230049
007090     05 WS-EM-NOMBRE        PIC X(20).                            00709049
007091     05 WS-EM-APELLIDOS     PIC X(20).                            00709149
007092     05 WS-EM-ESTADO        PIC X(1).                             00709249
007096     05 WS-EM-PLAN          PIC X(5).                             00709649
007100 01  WS-CONTADORES.                                               00710049
007200     05 WS-TOT-USUARIOS     PIC 9(7) VALUE 0.                     00720049
007300     05 WS-TOT-MAESTRO      PIC 9(7) VALUE 0.                     00730049
020500     ELSE                                                         02050049
020600        MOVE US-ESTADO TO EM-ESTADO                               02060049
020700     END-IF                                                       02070049
020730*    EL PLAN DE ESTUDIOS LO ASIGNA DESPUES PSNPLN01               02073049
020760     MOVE SPACES       TO EM-PLAN                                 02076049
020800     WRITE REG-ESTUD-MASTER                                       02080049
020900        INVALID KEY                                               02090049
021000           DISPLAY "PSNSYN01 - LLAVE DUPLICADA AL AGREGAR "       02100049
022900*    DEJA EN ESTADO "I" (NO SE BORRA). SI YA ESTABA "I"    *      02290049
023000*    NO ES NOVEDAD. SE TRABAJA SOBRE LA COPIA              *      02300049
023050*    WS-REG-MAESTRO: EL AREA FD PUEDE TRAER TODAVIA EL     *      02305049
023060*    ALTA ARMADA EN 3000. UN DNI FUSIONADO ("F")           *      02306049
023070*    TAMPOCO ES NOVEDAD: SIGUE EN "F"                      *      02307049
023100************************************************************      02310049
023200     IF WS-EM-ESTADO = "I" OR "F" THEN                            02320049
023300        ADD 1 TO WS-TOT-SIN-CAMBIO                                02330049
023400     ELSE                                                         02340049
023450        MOVE WS-REG-MAESTRO TO REG-ESTUD-MASTER                   02345049
025100*    EL DNI EXISTE EN AMBOS: SE RENUEVAN NOMBRES Y ESTADO  *      02510049
025200*    SOLO SI CAMBIARON. SE COMPARA CONTRA LA COPIA         *      02520049
025250*    WS-REG-MAESTRO (EL AREA FD PUEDE TRAER TODAVIA EL     *      02525049
025260*    ALTA ARMADA EN 3000) Y EL REWRITE RESTAURA EM-DNI.    *      02526049
025270*    UN DNI FUSIONADO ("F") NO SE RENUEVA NUNCA            *      02527049
025300************************************************************      02530049
025400     IF WS-EM-NOMBRE = US-NOMBRE                                  02540049
025500        AND WS-EM-APELLIDOS = US-APELLIDOS                        02550049
025600        AND WS-EM-ESTADO = US-ESTADO                              02560049
025650        OR WS-EM-ESTADO = "F" THEN                                02565049
025700        ADD 1 TO WS-TOT-SIN-CAMBIO                                02570049
025800     ELSE                                                         02580049
025850        MOVE WS-REG-MAESTRO TO REG-ESTUD-MASTER                   02585049
