000100************************************************************
000200* RLNOTCOM - REGISTRO DEL ARCHIVO DE NOTAS POR COMPONENTE   *
000300* DE EVALUACION (NOTACOMP), LLAVE CURSO + AO + TERMINO +   *
000400* DNI + COMPONENTE (EL PREFIJO ES LA LLAVE DE MATRICUL, VER *
000500* RLMATRIC; EL COMPONENTE ES EL DEL PLAN, VER RLEVALPL).    *
000600* UN REGISTRO POR ESTUDIANTE Y COMPONENTE. LO CAPTURA EL    *
000700* PROFESOR TITULAR EN LINEA CON SN13 (PSNETS13) Y LO LEE EL *
000800* BATCH PSNEVA01 PARA CALCULAR LA NOTA FINAL PONDERADA.     *
000900* NO ES LA NOTA OFICIAL: LA NOTA FINAL SOLO EXISTE CUANDO   *
001000* PSNEVA01 LA PUBLICA VIA PSNETS53.                         *
001100************************************************************
001200 01  REG-NOTA-COMP.
001300     05 NC-LLAVE.
001400        10 NC-CURSO          PIC X(05).
001500        10 NC-AAAA           PIC X(04).
001600*       TERMINO (SEMESTRE): "1"/"2"; "0" O BLANCO = ANUAL
001700        10 NC-TERMINO        PIC X(01).
001800        10 NC-DNI            PIC X(09).
001900        10 NC-COMPONENTE     PIC 9(02).
002000     05 NC-NOTA              PIC 9(02)V9(02).
002100     05 NC-FECHA-CAMBIO      PIC X(10).
002200*    OPERADOR: DNI DEL PROFESOR FIRMADO EN SN01 QUE CAPTURO
002300*    LA NOTA DEL COMPONENTE
002400     05 NC-OPERADOR          PIC X(09).
002500     05 FILLER               PIC X(16).
