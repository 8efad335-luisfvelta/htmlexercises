002000*              LAS FALLAS SIN REPETIR TODO EL AO          *      00200052
002100* POR CADA DETALLE EMITIDO SE GRABA/RENUEVA UN REGISTRO    *      00210052
002200* "P" EN EL CONTROL DE ENVIOS MINPEND (VER RLMINPEN).      *      00220052
002220* MODIFICACIONES 15/10/2026: EL ENVIO SOLO LLEVA LA NOTA   *      00222052
002240*    VIGENTE DE CADA CURSO: LOS INTENTOS SUPERADOS DEL     *      00224052
002260*    CRUZADO (XR-INTENTO "S", REGLA "REPITE" DE PARAMNOT)  *      00226052
002280*    NO SE EMITEN NI SUMAN AL TOTAL DE COMPROBACION        *      00228052
002300************************************************************      00230052
002400 ENVIRONMENT DIVISION.                                            00240052
002500 CONFIGURATION SECTION.                                           00250052
008500 01  WS-CONTADORES.                                               00850052
008600     05 WS-TOT-LEIDOS       PIC 9(7) VALUE 0.                     00860052
008700     05 WS-TOT-DETALLES     PIC 9(7) VALUE 0.                     00870052
008750     05 WS-TOT-SUPERADOS    PIC 9(7) VALUE 0.                     00875052
008800 01  WS-HASH-NOTAS          PIC 9(13) VALUE 0.                    00880052
008900 01  WS-NOTA-CENT           PIC 9(4).                             00890052
009000 01  WS-NOTA-AUX            PIC 9(2)V9(2).                        00900052
031100     IF XR-AAAA = WS-FILTRO-AAAA                                  03110052
031200        AND (WS-FILTRO-TERMINO = SPACES                           03120052
031300             OR XR-TERMINO = WS-FILTRO-TERMINO) THEN              03130052
031320        IF XR-SUPERADO THEN                                       03132052
031340           ADD 1 TO WS-TOT-SUPERADOS                              03134052
031360        ELSE                                                      03136052
031400           MOVE XR-DNI     TO MD-DNI                              03140052
031500           MOVE XR-CURSO   TO MD-CURSO                            03150052
031600           MOVE XR-AAAA    TO MD-AAAA                             03160052
031700           MOVE XR-TERMINO TO MD-TERMINO                          03170052
031800           MOVE XR-NOTA    TO WS-NOTA-AUX                         03180052
031900           PERFORM 3500-ESCRIBE-DETALLE                           03190052
032000           PERFORM 3700-RENUEVA-PENDIENTE                         03200052
032050        END-IF                                                    03205052
032100     END-IF                                                       03210052
032200     PERFORM 1200-LEER-NOTA-XREF                                  03220052
032300     .                                                            03230052
042700             WS-TOT-LEIDOS                                        04270052
042800     DISPLAY "PSNMIN01 - DETALLES EMITIDOS...: "                  04280052
042900             WS-TOT-DETALLES                                      04290052
042930     DISPLAY "PSNMIN01 - INTENTOS SUPERADOS..: "                  04293052
042960             WS-TOT-SUPERADOS                                     04296052
043000     DISPLAY "PSNMIN01 - TOTAL COMPROBACION..: "                  04300052
043100             WS-HASH-NOTAS                                        04310052
043200     DISPLAY "PSNMIN01 - ID DE ESTE ENVIO....: "                  04320052
