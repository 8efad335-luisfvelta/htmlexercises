002000        88 EP-PENDIENTE            VALUE "P".
002100        88 EP-ACUSADO              VALUE "A".
002200        88 EP-REEXTRAER            VALUE "R".
002300*    TIPO E INSTITUCION DE ORIGEN DEL REGISTRO DE EXTRACTO
002400*    (EX-TIPO-NOTA / EX-INSTITUCION), PARA RE-EXTRAERLO IGUAL
002500     05 EP-TIPO-NOTA         PIC X(01).
002600     05 EP-INSTITUCION       PIC X(08).
002700     05 FILLER               PIC X(06).
