001200*    PSNETS03 (3200-CONSULTA-NOTAS) PARA CADA CONSULTA      *     00120029
001300*    PSNETS04 (3300-GRABAR-NOTA) PARA CADA ALTA/CAMBIO/BAJA *     00130029
001400* RETORNA EN LK-AU-COD-RET: 0 = GRABADO, 1 = ERROR DE E/S   *     00140029
001410* MODIFICACIONES 15/10/2026: ACEPTA EL TIPO 6 (ANULACION DE *     00141029
001420*    PRERREQUISITO POR SUPERVISOR EN LA MATRICULA DE SN07)  *     00142029
001430* MODIFICACIONES 15/10/2026: ACEPTA EL TIPO 8 (ACCESO       *     00143029
001440*    NEGADO POR AUTORIZA, LO GRABA PSNETS85)                *     00144029
001500************************************************************      00150029
001600 ENVIRONMENT DIVISION.                                            00160029
001700 CONFIGURATION SECTION.                                           00170029
005000     MOVE LK-AU-SUBTIPO        TO AU-SUBTIPO                      00500029
005050     IF NOT (AU-OPE-CONSULTA OR AU-OPE-INSERTAR OR                00500029
005060             AU-OPE-ACTUALIZAR OR AU-OPE-ELIMINAR OR              00500029
005065             AU-OPE-SUP-CIERRE OR AU-OPE-SUP-PRERREQ OR           00500029
005067             AU-OPE-DENEGADO) THEN                                00506729
005070        MOVE 1 TO LK-AU-COD-RET                                   00500029
005080     ELSE                                                         00500029
005100        EXEC CICS WRITE                                           00510029
