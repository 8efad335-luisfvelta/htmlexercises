001320        10 XR-TERMINO        PIC X(01).
001400        10 XR-DNI            PIC X(09).
001500     05 XR-NOTA              PIC 99V99.
001510*    INTENTO: "V" = NOTA VIGENTE DEL CURSO, "S" = INTENTO
001520*    SUPERADO (REGLA "REPITE" DE PARAMNOT, VER RLPARAM)
001530     05 XR-INTENTO           PIC X(01).
001540        88 XR-VIGENTE              VALUE "V".
001550        88 XR-SUPERADO             VALUE "S".
001600     05 FILLER               PIC X(06).
