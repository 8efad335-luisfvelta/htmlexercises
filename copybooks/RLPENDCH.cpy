000500* LA POLITICA ACADEMICA EXIGE SEGUNDA FIRMA PARA CAMBIOS Y  *
000600* BAJAS DE NOTAS YA REGISTRADAS: SN04 (PSNETS04) YA NO LAS  *
000700* APLICA DIRECTO SINO QUE GRABA AQUI UN PENDIENTE, Y UN     *
000800* USUARIO CON LA FUNCION P DE SN08 EN AUTORIZA LAS APRUEBA  *
000900* O RECHAZA EN LA PANTALLA SN08 (PSNETS08). SOLO AL APROBAR *
001000* SE APLICA LA OPERACION VIA PSNETS53 Y SE AUDITA VIA       *
001100* PSNETS83 (SUBTIPO 3 = CAMBIO APROBADO EN SN08). EL ALTA   *
001200* INICIAL DE UNA NOTA NUEVA SIGUE SIENDO INMEDIATA EN SN04. *
001300* SOLO PUEDE HABER UN PENDIENTE POR NOTA: UN SEGUNDO        *
001400* INTENTO SE RECHAZA HASTA QUE EL PRIMERO SE RESUELVA.      *
001500************************************************************
