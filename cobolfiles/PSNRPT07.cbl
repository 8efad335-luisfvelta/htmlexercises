001830*    HISTORICAS DEL ARCHIVO MENSUAL PSNAUD01 CONCATENADAS  *      00183039
001840*    EN EL DD AUDARCH (DUMMY SI EL RANGO PEDIDO ESTA       *      00184039
001850*    COMPLETO EN EL ARCHIVO VIVO)                          *      00185039
001860* MODIFICACIONES 15/10/2026: LA ANULACION DE PRERREQUISITO *      00186039
001870*    POR SUPERVISOR (TIPO 6) SE LISTA COMO "SUP.PRERRQ"    *      00187039
001880*    Y LA FUSION DE DNI (TIPO 7) COMO "FUSION DNI"         *      00188039
001883* MODIFICACIONES 15/10/2026: EL ACCESO NEGADO POR EL       *      00188339
001886*    ARCHIVO DE AUTORIZACIONES (TIPO 8) SE LISTA COMO      *      00188639
001889*    "DENEGADO", CON LA TRANSACCION Y LA FUNCION EN LA     *      00188939
001892*    COLUMNA DEL DNI, Y SE TOTALIZA EN EL RESUMEN POR      *      00189239
001895*    TIPO DE OPERACION                                     *      00189539
001900************************************************************      00190039
002000 ENVIRONMENT DIVISION.                                            00200039
002100 CONFIGURATION SECTION.                                           00210039
007200     05 WS-TOT-INSERTAR     PIC 9(7) VALUE 0.                     00720039
007300     05 WS-TOT-ACTUALIZAR   PIC 9(7) VALUE 0.                     00730039
007400     05 WS-TOT-ELIMINAR     PIC 9(7) VALUE 0.                     00740039
007450     05 WS-TOT-DENEGADOS    PIC 9(7) VALUE 0.                     00745039
007500     05 WS-TOT-OTRAS        PIC 9(7) VALUE 0.                     00750039
007600     05 WS-TOT-SIN-CUPO     PIC 9(7) VALUE 0.                     00760039
007700 01  WS-TRABAJO.                                                  00770039
027500             MOVE "ELIMINAR  " TO LIN-D-OPERACION                 02750039
027510        WHEN AU-OPE-SUP-CIERRE                                    02751039
027520             MOVE "SUP.CIERRE" TO LIN-D-OPERACION                 02752039
027540        WHEN AU-OPE-SUP-PRERREQ                                   02754039
027560             MOVE "SUP.PRERRQ" TO LIN-D-OPERACION                 02756039
027570        WHEN AU-OPE-FUSION                                        02757039
027580             MOVE "FUSION DNI" TO LIN-D-OPERACION                 02758039
027586        WHEN AU-OPE-DENEGADO                                      02758639
027592             MOVE "DENEGADO  " TO LIN-D-OPERACION                 02759239
027600        WHEN OTHER                                                02760039
027700             MOVE "OTRA      " TO LIN-D-OPERACION                 02770039
027800     END-EVALUATE                                                 02780039
028410*    LOS TOTALES POR TIPO DE OPERACION SE ACUMULAN SIEMPRE,       02841039
028420*    AUNQUE LA TABLA DE OPERADORES SE QUEDE SIN CUPO              02842039
028430     EVALUATE TRUE                                                02843039
028433        WHEN AU-OPE-DENEGADO                                      02843339
028436             ADD 1 TO WS-TOT-DENEGADOS                            02843639
028440        WHEN AU-OPE-CONSULTA                                      02844039
028450             ADD 1 TO WS-TOT-CONSULTAS                            02845039
028460        WHEN AU-OPE-INSERTAR                                      02846039
040200     MOVE "ELIMINAR    " TO LIN-T-TEXTO                           04020039
040300     MOVE WS-TOT-ELIMINAR TO LIN-T-CANTIDAD                       04030039
040400     PERFORM 4600-ESCRIBE-SUBTOT-TIPO                             04040039
040410     IF WS-TOT-DENEGADOS > 0 THEN                                 04041039
040420        MOVE "DENEGADOS   " TO LIN-T-TEXTO                        04042039
040430        MOVE WS-TOT-DENEGADOS TO LIN-T-CANTIDAD                   04043039
040440        PERFORM 4600-ESCRIBE-SUBTOT-TIPO                          04044039
040450     END-IF                                                       04045039
040500     IF WS-TOT-OTRAS > 0 THEN                                     04050039
040600        MOVE "OTRAS       " TO LIN-T-TEXTO                        04060039
040700        MOVE WS-TOT-OTRAS TO LIN-T-CANTIDAD                       04070039
