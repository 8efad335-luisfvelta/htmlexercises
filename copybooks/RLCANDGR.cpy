000100************************************************************
000200* RLCANDGR - REGISTRO DE LA LISTA DE CANDIDATOS A GRADO     *
000300* (ARCHIVO SECUENCIAL CANDGRA, EN ORDEN DE DNI), ESCRITA    *
000400* POR LA AUDITORIA DE GRADO PSNGRA01: UN REGISTRO POR       *
000500* ESTUDIANTE QUE CUMPLIO TODOS LOS REQUISITOS DE SU PLAN    *
000600* CON NOTA APROBATORIA. ALIMENTA LA CEREMONIA DE GRADO Y EL *
000700* EXTRACTO DE CERTIFICADOS PSNRPT04 (TARJETA CON "G").      *
000800************************************************************
000900 01  REG-CANDIDATO.
001000     05 CG-DNI               PIC X(09).
001100     05 CG-APELLIDOS         PIC X(20).
001200     05 CG-NOMBRE            PIC X(20).
001300     05 CG-PLAN              PIC X(05).
001400     05 CG-FECHA-AUDITORIA   PIC X(10).
001500*    CURSOS DEL PLAN APROBADOS CON NOTA PROPIA / CONVALIDADOS
001600     05 CG-CURSOS-APROBADOS  PIC 9(03).
001700     05 CG-CURSOS-CONVAL     PIC 9(03).
001800     05 FILLER               PIC X(10).
