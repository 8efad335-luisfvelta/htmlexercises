000100************************************************************
000200* RLPLANES - REGISTRO DEL ARCHIVO DE PLANES DE ESTUDIO      *
000300* (ARCHIVO VSAM PLANEST), LLAVE PL-LLAVE = PLAN + CURSO.    *
000400* POR CADA PLAN HAY UN REGISTRO CABECERA (PL-CURSO EN       *
000500* BLANCO, TIPO "P") CON EL NOMBRE DEL PLAN Y EL MINIMO DE   *
000600* CURSOS ELECTIVOS, Y UN REGISTRO POR CURSO DEL PLAN:       *
000700* "O" = OBLIGATORIO, "E" = ELECTIVO. SE CARGA CON EL JOB    *
000800* PSNDEF11; CADA ESTUDIANTE LLEVA SU PLAN EN EM-PLAN DEL    *
000900* MAESTRO ESTMAST (ASIGNADO CON PSNPLN01). LO LEEN          *
001000* PSNPLN01 Y LA AUDITORIA DE GRADO PSNGRA01.                *
001100************************************************************
001200 01  REG-PLAN-ESTUDIO.
001300     05 PL-LLAVE.
001400        10 PL-PLAN           PIC X(05).
001500*       CURSO EN BLANCO = REGISTRO CABECERA DEL PLAN
001600        10 PL-CURSO          PIC X(05).
001700     05 PL-TIPO              PIC X(01).
001800        88 PL-CABECERA             VALUE "P".
001900        88 PL-OBLIGATORIO          VALUE "O".
002000        88 PL-ELECTIVO             VALUE "E".
002100*    CABECERA: NOMBRE DEL PLAN; CURSO: EN BLANCO
002200     05 PL-DESCRIPCION       PIC X(30).
002300*    CABECERA: MINIMO DE ELECTIVOS APROBADOS PARA GRADUARSE
002400     05 PL-MIN-ELECTIVOS     PIC 9(02).
002500     05 PL-FECHA-CAMBIO      PIC X(10).
002600     05 PL-OPERADOR          PIC X(09).
002700     05 FILLER               PIC X(18).
