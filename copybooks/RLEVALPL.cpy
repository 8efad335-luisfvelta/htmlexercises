000100************************************************************
000200* RLEVALPL - REGISTRO DEL ARCHIVO DE PLANES DE EVALUACION   *
000300* (EVALPLAN), LLAVE CURSO + AO + TERMINO + COMPONENTE. EL  *
000400* PLAN DE UNA OFERTA (VER RLOFERTA) ES LA LISTA DE SUS      *
000500* COMPONENTES DE EVALUACION (PARCIALES, TRABAJOS, EXAMEN    *
000600* FINAL...), HASTA 10, CADA UNO CON SU NOMBRE Y SU PESO EN  *
000700* PORCENTAJE; LOS PESOS DEL PLAN SUMAN 100. LO MANTIENE EL  *
000800* PROFESOR TITULAR EN LINEA CON SN12 (PSNETS12). LAS NOTAS  *
000900* DE CADA COMPONENTE SE CAPTURAN EN SN13 (PSNETS13, VER     *
001000* RLNOTCOM) Y EL BATCH PSNEVA01 CALCULA CON ESTE PLAN LA    *
001100* NOTA FINAL PONDERADA QUE PUBLICA VIA PSNETS53.            *
001200************************************************************
001300 01  REG-PLAN-EVAL.
001400     05 EV-LLAVE.
001500        10 EV-CURSO          PIC X(05).
001600        10 EV-AAAA           PIC X(04).
001700*       TERMINO (SEMESTRE): "1"/"2"; "0" O BLANCO = ANUAL
001800        10 EV-TERMINO        PIC X(01).
001900*       NUMERO DE COMPONENTE DENTRO DEL PLAN, 01 A 10
002000        10 EV-COMPONENTE     PIC 9(02).
002100     05 EV-NOMBRE            PIC X(20).
002200*    PESO DEL COMPONENTE EN PORCENTAJE (1 A 100)
002300     05 EV-PESO              PIC 9(03).
002400     05 EV-FECHA-CAMBIO      PIC X(10).
002500*    OPERADOR: DNI DEL USUARIO FIRMADO EN SN01 QUE HIZO EL
002600*    ULTIMO ALTA O CAMBIO DEL COMPONENTE
002700     05 EV-OPERADOR          PIC X(09).
002800     05 FILLER               PIC X(06).
