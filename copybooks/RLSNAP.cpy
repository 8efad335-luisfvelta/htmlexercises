001700     05 SN-NOMBRE            PIC X(20).
001800     05 SN-APELLIDOS         PIC X(20).
001900     05 SN-ESTADO            PIC X(01).
002000*    TOTAL DE NOTAS DEL ESTUDIANTE, CONTANDO LOS CURSOS
002100*    CONVALIDADOS (0 = SIN NOTAS, EL DETALLE DE ESTE
002150*    REGISTRO VIENE EN BLANCO)
002200     05 SN-NUNOTAS           PIC 9(03).
002300     05 SN-CURSO             PIC X(05).
002400     05 SN-AAAA              PIC X(04).
002500*    TERMINO (SEMESTRE): "1"/"2"; "0" O BLANCO = ANUAL
002600     05 SN-TERMINO           PIC X(01).
002700     05 SN-NOTA              PIC 9(02)V9(02).
002710*    INTENTO: "V" = NOTA VIGENTE DEL CURSO, "S" = INTENTO
002720*    SUPERADO (REGLA "REPITE" DE PARAMNOT, VER RLPARAM); LOS
002730*    SUPERADOS NO CUENTAN EN PROMEDIOS NI ESTADISTICAS
002740     05 SN-INTENTO           PIC X(01).
002750        88 SN-VIGENTE              VALUE "V".
002760        88 SN-SUPERADO             VALUE "S".
002770*    TIPO DE NOTA: BLANCO = NOTA PROPIA; "C" = CURSO
002775*    CONVALIDADO DE OTRA INSTITUCION (VER RLCONVAL): SN-AAAA
002780*    ES EL ANIO DE APROBACION EN EL ORIGEN, SN-NOTA LA NOTA
002785*    DEL ORIGEN (SOLO INFORMATIVA) Y SN-INSTITUCION EL ORIGEN.
002790*    LAS CONVALIDADAS NO CUENTAN EN PROMEDIOS, CUADRO DE
002795*    HONOR/RIESGO NI ESTADISTICAS
002800     05 SN-TIPO-NOTA         PIC X(01).
002810        88 SN-CONVALIDADA          VALUE "C".
002820     05 SN-INSTITUCION       PIC X(08).
002830     05 FILLER               PIC X(03).
