000300* UN REGISTRO POR DNI, USADO POR LOS PROCESOS BATCH QUE     *
000400* RECORREN TODOS LOS ESTUDIANTES Y POR LA BUSQUEDA EN LINEA *
000500* POR NOMBRE/APELLIDO (CONSULTA 73 SOLO RESUELVE 1 DNI)     *
000550* LA AUDITORIA DE GRADO PSNGRA01 TOMA DE AQUI EL PLAN.      *
000600************************************************************
000700 01  REG-ESTUD-MASTER.
000800     05 EM-DNI         PIC X(9).
000900     05 EM-NOMBRE      PIC X(20).
001000     05 EM-APELLIDOS   PIC X(20).
001100     05 EM-ESTADO      PIC X(1).
001110*    PLAN DE ESTUDIOS DEL ESTUDIANTE (LLAVE PL-PLAN DE PLANEST,
001120*    VER RLPLANES), ASIGNADO CON PSNPLN01; BLANCO = SIN PLAN
001130     05 EM-PLAN        PIC X(5).
