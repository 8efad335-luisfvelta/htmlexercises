000430* Y EX-NRO-SECUENCIA CONSECUTIVO DENTRO DE LA CORRIDA); EL  *
000440* SISTEMA DE IMPRESION LOS DEVUELVE EN SU ARCHIVO DIARIO DE *
000450* ACUSES (RLACUSE) Y PSNRCN01 LOS CONCILIA CONTRA EXTPEND.  *
000470* LOS CURSOS CONVALIDADOS SALEN CON EX-TIPO-NOTA "C".       *
000500************************************************************
000600 01  REG-EXTRACTO.
000700     05 EX-DNI              PIC X(09).
001300     05 EX-NOTA             PIC 99V99.
001310     05 EX-ID-EXTRACTO      PIC X(14).
001320     05 EX-NRO-SECUENCIA    PIC 9(07).
001330*    TIPO: "C" = CURSO CONVALIDADO (VER RLCONVAL), EX-NOTA ES LA
001340*    NOTA DEL ORIGEN Y EX-INSTITUCION LA INSTITUCION DE ORIGEN;
001350*    BLANCO = NOTA PROPIA
001360     05 EX-TIPO-NOTA        PIC X(01).
001370        88 EX-CONVALIDADA          VALUE "C".
001380     05 EX-INSTITUCION      PIC X(08).
001400     05 FILLER              PIC X(14).
