000100************************************************************
000200* RLOFERTA - REGISTRO DEL ARCHIVO DE OFERTA DE CURSOS POR   *
000300* PERIODO (OFERTAS), LLAVE CURSO + AO + TERMINO (MISMA     *
000400* FORMA QUE EL PREFIJO DE LA LLAVE DE MATRICUL, VER         *
000500* RLMATRIC). UN REGISTRO POR CADA CURSO QUE SE DICTA EN EL  *
000600* PERIODO, CON EL PROFESOR TITULAR DE ESE PERIODO, EL CUPO  *
000700* DE LA SECCION Y SI LA OFERTA ESTA ABIERTA O CERRADA A     *
000800* NUEVAS MATRICULAS. LO MANTIENE EL REGISTRO ACADEMICO EN   *
000900* LINEA CON SN11 (PSNETS11). LO CONSULTAN LA DIGITACION DE  *
001000* NOTAS POR CURSO SN09 (PROFESOR TITULAR), LA MATRICULA     *
001100* PSNMAT01 Y SN07 (CUPO Y LISTA DE ESPERA) Y EL REPORTE DE  *
001200* OCUPACION PSNOFE01. UN CURSO SIN OFERTA EN EL PERIODO NO  *
001300* TIENE CONTROL DE CUPO (COMPORTAMIENTO ANTERIOR).          *
001400************************************************************
001500 01  REG-OFERTA.
001600     05 OF-LLAVE.
001700        10 OF-CURSO          PIC X(05).
001800        10 OF-AAAA           PIC X(04).
001900*       TERMINO (SEMESTRE): "1"/"2"; "0" O BLANCO = ANUAL
002000        10 OF-TERMINO        PIC X(01).
002100     05 OF-DNIPROFESOR       PIC X(09).
002200*    CUPO: MAXIMO DE MATRICULAS ACTIVAS; CERO = SIN LIMITE
002300     05 OF-CAPACIDAD         PIC 9(04).
002400     05 OF-ESTADO            PIC X(01).
002500        88 OF-ABIERTA              VALUE "A".
002600        88 OF-CERRADA              VALUE "C".
002700     05 OF-FECHA-CAMBIO      PIC X(10).
002800*    OPERADOR: DNI DEL USUARIO FIRMADO EN SN01 QUE HIZO EL
002900*    ULTIMO ALTA O CAMBIO DE LA OFERTA
003000     05 OF-OPERADOR          PIC X(09).
003100     05 FILLER               PIC X(17).
