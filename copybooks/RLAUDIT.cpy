000920*    EIBTRMID/IDENT DE LOTE CUANDO NO HAY SESION FIRMADA
001000     05 AU-OPERADOR           PIC X(09).
001100     05 AU-DNI-CONSULTADO     PIC X(09).
001110*    EN EL ACCESO NEGADO (TIPO 8) EN LUGAR DEL DNI VIAJAN LA
001120*    TRANSACCION Y LA FUNCION QUE SE NEGARON (VER RLAUTORI)
001130     05 AU-DENEGADO REDEFINES AU-DNI-CONSULTADO.
001140        10 AU-DEN-TRANSACCION PIC X(04).
001150        10 AU-DEN-FUNCION     PIC X(01).
001160        10 FILLER             PIC X(04).
001200     05 AU-TIPO-OPE           PIC 9(01).
001300        88 AU-OPE-CONSULTA           VALUE 1.
001400        88 AU-OPE-INSERTAR           VALUE 2.
001610*       5 = ANULACION DE CIERRE DE PERIODO POR SUPERVISOR
001620*       (SE GRABA ADEMAS DEL REGISTRO NORMAL DE LA OPERACION)
001630        88 AU-OPE-SUP-CIERRE         VALUE 5.
001640*       6 = ANULACION DE PRERREQUISITO POR SUPERVISOR AL
001650*       MATRICULAR (SN07 / PSNMAT01, VER RLPREREQ)
001660        88 AU-OPE-SUP-PRERREQ        VALUE 6.
001670*       7 = FUSION DE DNI DUPLICADOS (PSNFUS01); UN REGISTRO
001680*       POR REGISTRO MOVIDO, DNI = EL QUE SE FUSIONA (PIERDE)
001690        88 AU-OPE-FUSION             VALUE 7.
001691*       8 = ACCESO NEGADO POR EL ARCHIVO DE AUTORIZACIONES
001692*       (PSNETS85 / PSNMAT01); OPERADOR = EL QUE LO INTENTO
001693        88 AU-OPE-DENEGADO           VALUE 8.
001610*    SUBTIPO: ORIGEN DE LA OPERACION
001620*       1 = PANTALLAS EN LINEA (SN03/SN14 CONSULTA, SN04 ALTA)
001630*       2 = CARGA MASIVA BATCH PSNCRG01
001640*       3 = CAMBIO/BAJA APROBADO POR SUPERVISOR EN SN08
001650*       4 = CAPTURA POR ROSTER DEL PROFESOR EN SN09
001653*       5 = MATRICULA EN LINEA SN07
001656*       6 = CARGA DE MATRICULA BATCH PSNMAT01
001659*       7 = CAPTURA DE NOTAS POR COMPONENTE EN SN13
001662*       8 = NOTA FINAL PONDERADA PUBLICADA POR PSNEVA01
001665*       9 = CONVALIDACION (CURSO DE OTRA INSTITUCION) GRABADA
001668*           O ANULADA POR LA CARGA PSNCNV01, VER RLCONVAL
001671*       EN LA FUSION DE DNI (TIPO 7) EL SUBTIPO ES EL ARCHIVO:
001674*       11 = NOTAS          12 = MATRICUL      13 = PENDCHG
001677*       14 = EXTPEND        15 = MINPEND       16 = NOTACOMP
001680*       17 = ESTMAST (DNI INACTIVADO, ESTADO "F")
001683*       18 = CONVALID       19 = EM-PLAN PASADO AL DNI QUE QUEDA
001686*       10 = ASIGNACION DE PLAN DE ESTUDIOS (EM-PLAN) POR LA
001689*            CARGA PSNPLN01 (TIPO 3), VER RLPLANES
001692*       TIPO 8 (NEGADO): 1 = EN LINEA (PSNETS85), 6 = PSNMAT01
001700     05 AU-SUBTIPO            PIC 9(02).
