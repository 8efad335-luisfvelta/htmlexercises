000100 IDENTIFICATION DIVISION.                                         00010071
000200 PROGRAM-ID. PSNNES85.                                            00020071
000300 AUTHOR. LUIS F VELASQUEZ T.                                      00030071
000400 DATE-WRITTEN. 15/10/2026.                                        00040071
000500 DATE-COMPILED.                                                   00050071
000600************************************************************      00060071
000700* ENCAPSULADOR DEL ARCHIVO DE AUTORIZACIONES (AUTORIZA)    *      00070071
000800* RECIBE POR DFHCOMMAREA (AREA-LINK-AUTORIZA) EL TIPO DE   *      00080071
000900* USUARIO FIRMADO EN SN01, LA TRANSACCION Y LA FUNCION     *      00090071
001000* (C/I/A/E/P/S, VER RLAUTORI) QUE SE QUIERE EJERCER, Y     *      00100071
001100* BUSCA LA LLAVE EN AUTORIZA: SI EXISTE LA FUNCION ESTA    *      00110071
001200* CONCEDIDA. CON LA FUNCION EN BLANCO LA BUSQUEDA ES       *      00120071
001300* GENERICA (TIPO + TRANSACCION): BASTA CUALQUIER FUNCION   *      00130071
001400* CONCEDIDA EN LA TRANSACCION (LO USA EL SIGN-ON SN01 PARA *      00140071
001500* DEJAR PASAR AL DESTINO). UN TIPO DE USUARIO EN BLANCO    *      00150071
001600* (SIN SESION FIRMADA) SIEMPRE QUEDA NEGADO.               *      00160071
001700* CUANDO LK-AZ-REGISTRA VIENE EN "S" EL INTENTO NEGADO SE  *      00170071
001800* GRABA EN AUDITLOG (TIPO 8, SUBTIPO 1) VIA PSNETS83, CON  *      00180071
001900* LA TRANSACCION Y LA FUNCION EN AU-DNI-CONSULTADO.        *      00190071
002000* ES LLAMADO POR LINK DESDE LAS PANTALLAS SN01, SN03, SN04,*      00200071
002050* SN05, SN06, SN07, SN08, SN09, SN10, SN11, SN12, SN13,    *      00205071
002100* SN14 Y SN15.                                             *      00210071
002200* RETORNA EN LK-AZ-COD-RET: 0 = AUTORIZADO, 1 = NEGADO,    *      00220071
002300*    2 = ERROR DE E/S EN AUTORIZA (SE TRATA COMO NEGADO)   *      00230071
002400************************************************************      00240071
002500 ENVIRONMENT DIVISION.                                            00250071
002600 CONFIGURATION SECTION.                                           00260071
002700 SPECIAL-NAMES.                                                   00270071
002800 INPUT-OUTPUT SECTION.                                            00280071
002900 DATA DIVISION.                                                   00290071
003000 WORKING-STORAGE SECTION.                                         00300071
003100* COPY AREAS PARA FECHAS                                          00310071
003200 COPY WSFECHAS.                                                   00320071
003300* COPY AREAS LINK DE LOS ENCAPSULADORES DE NOTAS/USUARIOS/CURSOS  00330071
003400 COPY LKNOTAS.                                                    00340071
003500* AUTORIZA ES UN ARCHIVO MANEJADO POR CICS (SIN OPEN/CLOSE DESDE  00350071
003600* ESTE PROGRAMA); REG-AUTORIZACION SOLO SE NECESITA COMO AREA DE  00360071
003700* TRABAJO PARA EL EXEC CICS READ DE MAS ABAJO                     00370071
003800 COPY RLAUTORI.                                                   00380071
003900 LINKAGE SECTION.                                                 00390071
004000*    INSERTADO POR EL TRADUCTOR CICS DELANTE DE LA APLICACION     00400071
004100 COPY DFHEIBLK.                                                   00410071
004200 01  DFHCOMMAREA               PIC X(22).                         00420071
004300 PROCEDURE DIVISION.                                              00430071
004400 0000-MAIN.                                                       00440071
004500     MOVE DFHCOMMAREA TO AREA-LINK-AUTORIZA                       00450071
004600     PERFORM 1000-VERIFICA-AUTORIZACION                           00460071
004700     IF LK-AZ-COD-RET NOT = 0 AND LK-AZ-REGISTRA = "S" THEN       00470071
004800        PERFORM 2000-REGISTRA-DENEGADO                            00480071
004900     END-IF                                                       00490071
005000     MOVE AREA-LINK-AUTORIZA TO DFHCOMMAREA                       00500071
005100     PERFORM 9999-FIN-DE-PROGRAMA                                 00510071
005200     .                                                            00520071
005300 1000-VERIFICA-AUTORIZACION.                                      00530071
005400     MOVE 1 TO LK-AZ-COD-RET                                      00540071
005500     IF LK-AZ-TIPOUSUA NOT = SPACES AND                           00550071
005600        LK-AZ-TIPOUSUA NOT = LOW-VALUES THEN                      00560071
005700        MOVE SPACES            TO REG-AUTORIZACION                00570071
005800        MOVE LK-AZ-TIPOUSUA    TO AT-TIPOUSUA                     00580071
005900        MOVE LK-AZ-TRANSACCION TO AT-TRANSACCION                  00590071
006000        MOVE LK-AZ-FUNCION     TO AT-FUNCION                      00600071
006100        IF LK-AZ-FUNCION = SPACES OR LOW-VALUES THEN              00610071
006200           EXEC CICS READ                                         00620071
006300                  FILE('AUTORIZA')                                00630071
006400                  INTO(REG-AUTORIZACION)                          00640071
006500                  RIDFLD(AT-LLAVE)                                00650071
006600                  KEYLENGTH(9)                                    00660071
006700                  GENERIC                                         00670071
006800                  NOHANDLE                                        00680071
006900           END-EXEC                                               00690071
007000        ELSE                                                      00700071
007100           EXEC CICS READ                                         00710071
007200                  FILE('AUTORIZA')                                00720071
007300                  INTO(REG-AUTORIZACION)                          00730071
007400                  RIDFLD(AT-LLAVE)                                00740071
007500                  NOHANDLE                                        00750071
007600           END-EXEC                                               00760071
007700        END-IF                                                    00770071
007800        EVALUATE TRUE                                             00780071
007900           WHEN EIBRESP = 0                                       00790071
008000                MOVE 0 TO LK-AZ-COD-RET                           00800071
008100*          NOTFND (13): LA FUNCION NO ESTA CONCEDIDA AL TIPO      00810071
008200           WHEN EIBRESP = 13                                      00820071
008300                MOVE 1 TO LK-AZ-COD-RET                           00830071
008400           WHEN OTHER                                             00840071
008500                MOVE 2 TO LK-AZ-COD-RET                           00850071
008600        END-EVALUATE                                              00860071
008700     END-IF                                                       00870071
008800     .                                                            00880071
008900 2000-REGISTRA-DENEGADO.                                          00890071
009000************************************************************      00900071
009100*    UN RENGLON EN AUDITLOG POR CADA INTENTO NEGADO, VIA   *      00910071
009200*    EL ENCAPSULADOR DE AUDITORIA PSNETS83                 *      00920071
009300************************************************************      00930071
009400     PERFORM 2100-GET-DATES                                       00940071
009500     MOVE 8                        TO LK-AU-TIPO-OPE              00950071
009600     MOVE 1                        TO LK-AU-SUBTIPO               00960071
009700     MOVE LK-AZ-OPERADOR           TO LK-AU-OPERADOR              00970071
009800     MOVE SPACES                   TO LK-AU-DNI-CONSULTADO        00980071
009900     MOVE LK-AZ-TRANSACCION        TO LK-AU-DNI-CONSULTADO (1:4)  00990071
010000     MOVE LK-AZ-FUNCION            TO LK-AU-DNI-CONSULTADO (5:1)  01000071
010100     MOVE WS-FECHA-AAAA-MM-DD      TO LK-AU-FECHA                 01010071
010200     MOVE WS-HORA-MINUTOS-SEGUNDOS TO LK-AU-HORA                  01020071
010300     MOVE 0                        TO LK-AU-COD-RET               01030071
010400     EXEC CICS LINK PROGRAM('PSNETS83')                           01040071
010500          COMMAREA(AREA-LINK-AUDITORIA)                           01050071
010600          LENGTH(LENGTH OF AREA-LINK-AUDITORIA)                   01060071
010700     END-EXEC                                                     01070071
010800     .                                                            01080071
010900 2100-GET-DATES.                                                  01090071
011000     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS         01100071
011100     MOVE WS-CURRENT-YEAR       TO WS-AAAA                        01110071
011200     MOVE WS-CURRENT-MONTH      TO WS-MM                          01120071
011300     MOVE WS-CURRENT-DAY        TO WS-DD                          01130071
011400     MOVE WS-CURRENT-HH         TO WS-HH-F1                       01140071
011500     MOVE WS-CURRENT-MM         TO WS-MM-F1                       01150071
011600     MOVE WS-CURRENT-SS         TO WS-SS-F1                       01160071
011700     MOVE WS-CURRENT-CC         TO WS-CC-F1                       01170071
011800     .                                                            01180071
011900 9999-FIN-DE-PROGRAMA.                                            01190071
012000     EXEC CICS RETURN                                             01200071
012100     END-EXEC                                                     01210071
012200     GOBACK                                                       01220071
012300     .                                                            01230071
