000100************************************************************
000200* RLAUTORI - REGISTRO DEL ARCHIVO DE AUTORIZACIONES         *
000300* (AUTORIZA), LLAVE TIPO DE USUARIO + TRANSACCION + FUNCION.*
000400* LA EXISTENCIA DEL REGISTRO CONCEDE LA FUNCION AL TIPO DE  *
000500* USUARIO (LK-US-TIPOUSUA DE PSNETS73) EN LA TRANSACCION;   *
000600* SIN REGISTRO LA FUNCION ESTA NEGADA. LO CONSULTAN LAS     *
000700* PANTALLAS SN0X/SN1X POR MEDIO DEL ENCAPSULADOR PSNETS85   *
000800* Y LA CARGA DE MATRICULA PSNMAT01; LO MANTIENEN LOS        *
000900* ADMINISTRADORES DE SEGURIDAD EN LINEA CON SN15 (PSNETS15) *
001000* Y LO LISTA PARA LA REVISION ANUAL DE ACCESOS PSNAUT01.    *
001100************************************************************
001200 01  REG-AUTORIZACION.
001300     05 AT-LLAVE.
001400        10 AT-TIPOUSUA       PIC X(05).
001500        10 AT-TRANSACCION    PIC X(04).
001600        10 AT-FUNCION        PIC X(01).
001700           88 AT-FUN-CONSULTA        VALUE "C".
001800           88 AT-FUN-INSERTAR        VALUE "I".
001900           88 AT-FUN-ACTUALIZAR      VALUE "A".
002000           88 AT-FUN-ELIMINAR        VALUE "E".
002030*          P = APROBAR: CAMBIOS PENDIENTES (SN08) Y LA
002060*          EXCEPCION DE PRERREQUISITOS (SN07 Y PSNMAT01)
002100           88 AT-FUN-APROBAR         VALUE "P".
002200*          S = ANULAR (TRABAJAR SOBRE) UN PERIODO CERRADO
002300           88 AT-FUN-ANULA-CIERRE    VALUE "S".
002400           88 AT-FUN-VALIDA          VALUE "C" "I" "A" "E"
002500                                           "P" "S".
002600     05 AT-FECHA-CAMBIO      PIC X(10).
002700*    OPERADOR: DNI DEL USUARIO FIRMADO EN SN01 QUE HIZO EL
002800*    ULTIMO ALTA O CAMBIO DE LA AUTORIZACION
002900     05 AT-OPERADOR          PIC X(09).
003000     05 FILLER               PIC X(11).
