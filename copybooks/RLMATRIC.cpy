000700* TERMINO (PSNMAT01) Y SE CORRIGE EN LINEA CON SN07         *
000800* (PSNETS07). EL RETIRO NO BORRA EL REGISTRO: LO DEJA EN    *
000900* ESTADO "R" PARA CONSERVAR LA HISTORIA DE LA SECCION.      *
000920* SI LA OFERTA DEL PERIODO (OFERTAS, VER RLOFERTA) TIENE EL *
000940* CUPO LLENO, LA MATRICULA QUEDA EN ESTADO "E" (LISTA DE    *
000960* ESPERA) EN ORDEN DE LLEGADA POR FECHA + HORA DE ALTA.     *
001000* LO CRUZAN CONTRA LAS NOTAS EL REPORTE DE EXCEPCIONES DE   *
001100* CIERRE DE TERMINO (PSNMAT02) Y EL ROSTER (PSNRPT02).      *
001200************************************************************
002000     05 MA-ESTADO            PIC X(01).
002100        88 MA-ACTIVA               VALUE "A".
002200        88 MA-RETIRADA             VALUE "R".
002250        88 MA-EN-ESPERA            VALUE "E".
002300     05 MA-FECHA-ALTA        PIC X(10).
002320*    HORA DE ALTA HHMMSSCC (ORDEN DE LA LISTA DE ESPERA)
002340*    SIN HORA EN LAS MATRICULAS ANTERIORES A LA OFERTA
002360     05 MA-HORA-ALTA         PIC X(08).
002400     05 FILLER               PIC X(02).
