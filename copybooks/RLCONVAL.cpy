000100************************************************************
000200* RLCONVAL - REGISTRO DEL ARCHIVO DE CURSOS CONVALIDADOS    *
000300* (ARCHIVO VSAM CONVALID), LLAVE CV-LLAVE = DNI + CURSO     *
000400* PROPIO. UN REGISTRO POR CURSO APROBADO EN OTRA            *
000500* INSTITUCION Y RECONOCIDO AQUI POR LA TABLA DE             *
000600* EQUIVALENCIAS (RLEQUIV), CON SU ORIGEN. LO GRABA Y BORRA  *
000700* LA CARGA PSNCNV01 (Y LA FUSION DE DNI PSNFUS01 LO PASA AL *
000750* DNI QUE QUEDA); NO ES UNA NOTA: NO PASA POR               *
000800* PSNETS53 NI POR EL HISTORICO NOTAHIST.                    *
000900* LO LEEN PSNSNP01 (FOTO NOCTURNA, SN-TIPO-NOTA "C"),       *
001000* PSNRPT04 (EXTRACTO DE CERTIFICADOS, EX-TIPO-NOTA "C"),    *
001050* LOS PRERREQUISITOS DE MATRICULA (SN07 Y PSNMAT01) Y       *
001100* LA PANTALLA SN03. LAS CONVALIDADAS SE MUESTRAN COMO       *
001200* "CONVALIDADA" Y NO CUENTAN EN EL PROMEDIO NI EN EL        *
001300* CUADRO DE HONOR / ESTUDIANTES EN RIESGO.                  *
001400************************************************************
001500 01  REG-CONVALIDACION.
001600     05 CV-LLAVE.
001700        10 CV-DNI            PIC X(09).
001800        10 CV-CURSO          PIC X(05).
001900*    ORIGEN: INSTITUCION Y CURSO EXTERNO (LLAVE DE RLEQUIV)
002000     05 CV-INSTITUCION       PIC X(08).
002100     05 CV-CURSO-EXT         PIC X(10).
002200*    NOTA OBTENIDA EN EL ORIGEN, SOLO INFORMATIVA
002300     05 CV-NOTA-EXT          PIC 9(02)V9(02).
002400*    ANIO EN QUE SE APROBO EN EL ORIGEN
002500     05 CV-AAAA-ORIGEN       PIC X(04).
002600     05 CV-FECHA-CARGA       PIC X(10).
002700     05 CV-OPERADOR          PIC X(09).
002800     05 FILLER               PIC X(21).
