000100************************************************************
000200* RLPREREQ - REGISTRO DEL ARCHIVO DE PRERREQUISITOS DE      *
000300* CURSOS (PRERREQ), LLAVE CURSO + CURSO REQUERIDO. UN       *
000400* REGISTRO POR CADA CURSO QUE EL ESTUDIANTE DEBE TENER      *
000500* APROBADO ANTES DE MATRICULARSE EN PR-CURSO, CON LA NOTA   *
000600* MINIMA DE APROBACION (3.00 SI EL REGISTRO ACADEMICO NO    *
000700* INDICA OTRA). LO MANTIENE EL REGISTRO ACADEMICO EN LINEA  *
000800* CON SN10 (PSNETS10) Y LO CONSULTAN, ANTES DE GRABAR EN    *
000900* MATRICUL, LA CARGA DE MATRICULA PSNMAT01 Y LA MATRICULA   *
001000* EN LINEA SN07 (PSNETS07). UN CURSO ADMITE HASTA 10        *
001100* PRERREQUISITOS (TABLA W-PRQ DE ESOS PROGRAMAS).           *
001200************************************************************
001300 01  REG-PRERREQUISITO.
001400     05 PR-LLAVE.
001500        10 PR-CURSO          PIC X(05).
001600        10 PR-CURSO-REQ      PIC X(05).
001700     05 PR-NOTA-MINIMA       PIC 9(02)V9(02).
001800     05 PR-FECHA-CAMBIO      PIC X(10).
001900*    OPERADOR: DNI DEL USUARIO FIRMADO EN SN01 QUE HIZO EL
002000*    ULTIMO ALTA O CAMBIO DEL PRERREQUISITO
002100     05 PR-OPERADOR          PIC X(09).
002200     05 FILLER               PIC X(17).
