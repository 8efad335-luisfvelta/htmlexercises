001920*    NOTA ANUAL HISTORICA. VA AL FINAL DEL AREA PARA NO
001930*    CORRER LOS DESPLAZAMIENTOS YA PUBLICADOS DE PSNETS53
001940     05 LK-NT-TERMINO       PIC X(01).
001945*    LECTURA POR BLOQUES (TIPO-OPE 1, SUBTIPO 5): SE ENVIA EL
001950*    DNI Y EN LK-NT-POSICION EL ORDINAL DE LA ULTIMA NOTA YA
001955*    RECIBIDA (0 = DESDE LA PRIMERA). PSNETS53 DEVUELVE LA NOTA
001960*    SIGUIENTE CON SQLCODE 0 Y DEJA EN LK-NT-POSICION SU
001965*    ORDINAL, COMO EL RIDFLD DE UN READNEXT; SQLCODE 100 = NO
001970*    HAY MAS. NO GUARDA ESTADO ENTRE LLAMADAS: SE RETOMA DESDE
001975*    CUALQUIER POSICION Y NO HAY LIMITE DE NOTAS POR DNI.
001980*    EL SUBTIPO 4 (CONTADOR DE 2 DIGITOS) QUEDA SOLO PARA LOS
001985*    LLAMADORES VIEJOS: NO VE MAS DE 99 NOTAS
001990     05 LK-NT-POSICION      PIC 9(05).
002000*********************************************************
002100*    AREA LINK PARA EL ENCAPSULADOR DE CURSOS           *
002200*********************************************************
004890     05 LK-AU-FECHA            PIC X(10).
004891     05 LK-AU-HORA             PIC X(08).
004892     05 LK-AU-COD-RET          PIC 9(02).
004900*********************************************************
004950*    AREA LINK PARA EL ENCAPSULADOR DEL HISTORICO DE    *
005000*    VALORES DE NOTA PSNETS84 (VER RLHISNOT). AREA      *
005050*    PROPIA: SE LLENA DESPUES DE APLICAR LA NOTA, SIN   *
005100*    PISAR EL RESULTADO QUE DEJO PSNETS53 EN AREA-LINK  *
005150*********************************************************
005200 01  AREA-LINK-HISTORIA.
005250     05 LK-HN-DNI              PIC X(09).
005300     05 LK-HN-CURSO            PIC X(05).
005350     05 LK-HN-AAAA             PIC X(04).
005400     05 LK-HN-TERMINO          PIC X(01).
005450     05 LK-HN-FECHA            PIC X(10).
005500     05 LK-HN-HORA             PIC X(11).
005550*    OPERACION 2 = ALTA, 3 = CAMBIO, 4 = BAJA
005600     05 LK-HN-OPERACION        PIC 9(01).
005650     05 LK-HN-NOTA-ANTERIOR    PIC 99V99.
005700     05 LK-HN-NOTA-NUEVA       PIC 99V99.
005750     05 LK-HN-OPERADOR         PIC X(09).
005800     05 LK-HN-ORIGEN           PIC 9(02).
005850     05 LK-HN-COD-RET          PIC 9(02).
005860*********************************************************
005862*    AREA LINK PARA EL ENCAPSULADOR DE AUTORIZACIONES   *
005864*    PSNETS85 (VER RLAUTORI). AREA PROPIA: SE CONSULTA  *
005866*    ANTES DE LA OPERACION SIN PISAR AREA-LINK          *
005868*********************************************************
005870 01  AREA-LINK-AUTORIZA.
005872     05 LK-AZ-TIPOUSUA         PIC X(05).
005874     05 LK-AZ-TRANSACCION      PIC X(04).
005876*    FUNCION C/I/A/E/P/S; EN BLANCO = CUALQUIER FUNCION
005878     05 LK-AZ-FUNCION          PIC X(01).
005880     05 LK-AZ-OPERADOR         PIC X(09).
005882*    REGISTRA "S" = GRABA EN AUDITLOG EL INTENTO NEGADO
005884     05 LK-AZ-REGISTRA         PIC X(01).
005886*    COD-RET 0 = AUTORIZADO, 1 = NEGADO, 2 = ERROR (NEGADO)
005888     05 LK-AZ-COD-RET          PIC 9(02).
005900*********************** FINAL AREAS DE ENCAPSULADORES
