000100************************************************************
000200* RLEQUIV - REGISTRO DE LA TABLA DE EQUIVALENCIAS DE CURSOS *
000300* EXTERNOS (ARCHIVO VSAM EQUIVAL), LLAVE EQ-LLAVE =         *
000400* INSTITUCION DE ORIGEN + CODIGO DEL CURSO EN ESA           *
000500* INSTITUCION. CADA REGISTRO DICE A QUE CURSO PROPIO        *
000600* (EQ-CURSO, EL MISMO CODIGO DE PSNETS63) EQUIVALE EL       *
000700* CURSO EXTERNO. SE CARGA Y CAMBIA CON EL JOB PSNDEF10      *
000800* (REPRO REPLACE DESDE TARJETAS); LA LEE PSNCNV01 AL CARGAR *
000900* LAS CONVALIDACIONES (VER RLCONVAL): SIN EQUIVALENCIA NO   *
001000* HAY CONVALIDACION.                                        *
001100************************************************************
001200 01  REG-EQUIVALENCIA.
001300     05 EQ-LLAVE.
001400*       CODIGO DE LA INSTITUCION DE ORIGEN
001500        10 EQ-INSTITUCION    PIC X(08).
001600*       CODIGO DEL CURSO EN LA INSTITUCION DE ORIGEN
001700        10 EQ-CURSO-EXT      PIC X(10).
001800*    CURSO PROPIO AL QUE EQUIVALE
001900     05 EQ-CURSO             PIC X(05).
002000     05 EQ-DESC-EXT          PIC X(30).
002100     05 EQ-FECHA-CAMBIO      PIC X(10).
002200     05 EQ-OPERADOR          PIC X(09).
002300     05 FILLER               PIC X(08).
