006900         10 MOPDVVV    PIC X.
007000         10 MOPDUND    PIC X.
007100         10 MOPDNI     PIC X(9).
007110*    MARCA DE SUPERVISOR ("S") PARA ANULAR EL CONTROL DE
007120*    PRERREQUISITOS (VER RLPREREQ); LA ANULACION LA CONCEDE
007125*    AUTORIZA (FUNCION P DE SN07) AL TIPO DE USUARIO FIRMADO
007130     05  MSUPEI-GRP.
007140         10 MSUPESP    PIC X(3).
007150         10 MSUPCOL    PIC X.
007160         10 MSUPPRO    PIC X.
007170         10 MSUPHIG    PIC X.
007180         10 MSUPVVV    PIC X.
007190         10 MSUPUND    PIC X.
007195         10 MSUPEI     PIC X(1).
007200     05  FILLER         PIC X(26).
007300 01  MSNNE07O.
007400     05  MCUREO-GRP.
007500         10 MCURESPO   PIC X(3).
013500         10 MOPDVVVO   PIC X.
013600         10 MOPDUNDO   PIC X.
013700         10 MOPDNO     PIC X(9).
013710     05  MSUPEO-GRP.
013720         10 MSUPESPO   PIC X(3).
013730         10 MSUPCOLO   PIC X.
013740         10 MSUPPROO   PIC X.
013750         10 MSUPHIGO   PIC X.
013760         10 MSUPVVVO   PIC X.
013770         10 MSUPUNDO   PIC X.
013780         10 MSUPEO     PIC X(1).
013800     05  FILLER         PIC X(26).
