000100 IDENTIFICATION DIVISION.                                         00010065
000200 PROGRAM-ID. PSNNES84.                                            00020065
000300 AUTHOR. LUIS F VELASQUEZ T.                                      00030065
000400 DATE-WRITTEN. 15/10/2026.                                        00040065
000500 DATE-COMPILED.                                                   00050065
000600************************************************************      00060065
000700* ENCAPSULADOR DEL HISTORICO DE VALORES DE NOTA (NOTAHIST) *      00070065
000800* RECIBE POR DFHCOMMAREA (AREA-LINK-HISTORIA) LA NOTA      *      00080065
000900* AFECTADA, LA OPERACION, EL VALOR ANTERIOR Y EL NUEVO, EL *      00090065
001000* OPERADOR, EL ORIGEN Y LA FECHA/HORA DEL MOVIMIENTO, Y    *      00100065
001100* ESCRIBE UN REGISTRO EN NOTAHIST (VER RLHISNOT).          *      00110065
001200* SI YA HAY UN MOVIMIENTO DE LA MISMA NOTA CON LA MISMA    *      00120065
001300* FECHA Y HORA (DUPREC) SE AUMENTA LA SECUENCIA Y SE       *      00130065
001400* REINTENTA.                                               *      00140065
001500* ES LLAMADO POR LINK DESDE:                               *      00150065
001600*    PSNETS04 (SN04) DESPUES DE CADA ALTA DE NOTA          *      00160065
001700*    PSNETS08 (SN08) DESPUES DE CADA CAMBIO/BAJA APROBADO  *      00170065
001800*    PSNETS09 (SN09) DESPUES DE CADA NOTA DEL ROSTER       *      00180065
001900* RETORNA EN LK-HN-COD-RET: 0 = GRABADO, 1 = ERROR DE E/S  *      00190065
002000************************************************************      00200065
002100 ENVIRONMENT DIVISION.                                            00210065
002200 CONFIGURATION SECTION.                                           00220065
002300 SPECIAL-NAMES.                                                   00230065
002400 INPUT-OUTPUT SECTION.                                            00240065
002500 DATA DIVISION.                                                   00250065
002600 WORKING-STORAGE SECTION.                                         00260065
002700* COPY AREAS LINK DE LOS ENCAPSULADORES DE NOTAS/USUARIOS/CURSOS  00270065
002800 COPY LKNOTAS.                                                    00280065
002900* NOTAHIST ES UN ARCHIVO MANEJADO POR CICS (SIN OPEN/CLOSE DESDE  00290065
003000* ESTE PROGRAMA); REG-HIST-NOTA SOLO SE NECESITA COMO AREA DE     00300065
003100* TRABAJO PARA EL EXEC CICS WRITE DE MAS ABAJO                    00310065
003200 COPY RLHISNOT.                                                   00320065
003300 01  DATOS-TRABAJO.                                               00330065
003400     05 W-FIN-GRABACION      PIC X VALUE "N".                     00340065
003500 LINKAGE SECTION.                                                 00350065
003600*    INSERTADO POR EL TRADUCTOR CICS DELANTE DE LA APLICACION     00360065
003700 COPY DFHEIBLK.                                                   00370065
003800 01  DFHCOMMAREA               PIC X(62).                         00380065
003900 PROCEDURE DIVISION.                                              00390065
004000 0000-MAIN.                                                       00400065
004100     MOVE DFHCOMMAREA TO AREA-LINK-HISTORIA                       00410065
004200     PERFORM 1000-GRABAR-REGISTRO-HISTORIA                        00420065
004300     MOVE AREA-LINK-HISTORIA TO DFHCOMMAREA                       00430065
004400     PERFORM 9999-FIN-DE-PROGRAMA                                 00440065
004500     .                                                            00450065
004600 1000-GRABAR-REGISTRO-HISTORIA.                                   00460065
004700     MOVE 0 TO LK-HN-COD-RET                                      00470065
004800     MOVE SPACES               TO REG-HIST-NOTA                   00480065
004900     MOVE LK-HN-DNI            TO HN-DNI                          00490065
005000     MOVE LK-HN-CURSO          TO HN-CURSO                        00500065
005100     MOVE LK-HN-AAAA           TO HN-AAAA                         00510065
005200     MOVE LK-HN-TERMINO        TO HN-TERMINO                      00520065
005300     MOVE LK-HN-FECHA          TO HN-FECHA                        00530065
005400     MOVE LK-HN-HORA           TO HN-HORA                         00540065
005500     MOVE 0                    TO HN-SECUENCIA                    00550065
005600     MOVE LK-HN-OPERACION      TO HN-OPERACION                    00560065
005700     MOVE LK-HN-NOTA-ANTERIOR  TO HN-NOTA-ANTERIOR                00570065
005800     MOVE LK-HN-NOTA-NUEVA     TO HN-NOTA-NUEVA                   00580065
005900     MOVE LK-HN-OPERADOR       TO HN-OPERADOR                     00590065
006000     MOVE LK-HN-ORIGEN         TO HN-ORIGEN                       00600065
006100     IF NOT (HN-OPE-ALTA OR HN-OPE-CAMBIO OR HN-OPE-BAJA) THEN    00610065
006200        MOVE 1 TO LK-HN-COD-RET                                   00620065
006300     ELSE                                                         00630065
006400        MOVE "N" TO W-FIN-GRABACION                               00640065
006500        PERFORM 1100-ESCRIBE-HISTORIA                             00650065
006600                UNTIL W-FIN-GRABACION = "S"                       00660065
006700     END-IF                                                       00670065
006800     .                                                            00680065
006900 1100-ESCRIBE-HISTORIA.                                           00690065
007000************************************************************      00700065
007100*    UN DUPREC (14) SOLO PUEDE SER OTRO MOVIMIENTO DE LA   *      00710065
007200*    MISMA NOTA EN LA MISMA CENTESIMA: SE TOMA LA SIGUIENTE*      00720065
007300*    SECUENCIA. CUALQUIER OTRA RESPUESTA TERMINA           *      00730065
007400************************************************************      00740065
007500     EXEC CICS WRITE                                              00750065
007600            FILE('NOTAHIST')                                      00760065
007700            FROM(REG-HIST-NOTA)                                   00770065
007800            RIDFLD(HN-LLAVE)                                      00780065
007900            NOHANDLE                                              00790065
008000     END-EXEC                                                     00800065
008100     EVALUATE TRUE                                                00810065
008200        WHEN EIBRESP = 0                                          00820065
008300             MOVE "S" TO W-FIN-GRABACION                          00830065
008400        WHEN EIBRESP = 14 AND HN-SECUENCIA < 99                   00840065
008500             ADD 1 TO HN-SECUENCIA                                00850065
008600        WHEN OTHER                                                00860065
008700             MOVE 1 TO LK-HN-COD-RET                              00870065
008800             MOVE "S" TO W-FIN-GRABACION                          00880065
008900     END-EVALUATE                                                 00890065
009000     .                                                            00900065
009100 9999-FIN-DE-PROGRAMA.                                            00910065
009200     EXEC CICS RETURN                                             00920065
009300     END-EXEC                                                     00930065
009400     GOBACK                                                       00940065
009500     .                                                            00950065
