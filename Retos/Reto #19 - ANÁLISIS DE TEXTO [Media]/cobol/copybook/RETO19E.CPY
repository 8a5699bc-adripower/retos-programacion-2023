000010******************************************************************
000020* Copybook:  RETO19E
000030* Author:    Equipo de mantenimiento RETO-19
000040* Purpose:   Layout del registro del fichero de control de
000050*            entregas CTLENTRA: un unico registro con la ultima
000060*            entrega de ENTRADA aceptada por RETO-19 (sistema
000070*            origen, numero de entrega, fecha de extraccion y
000080*            fecha de proceso) y el numero de la entrega aceptada
000090*            antes que ella, para que RETO-19B pueda devolver el
000100*            control a la entrega anterior al anular una fecha.
000110* Modification History:
000120*   15-10-2026  EQ   Creacion inicial del copybook.
000130******************************************************************
000140 05  CTE-SISTEMA             PIC X(10).
000150 05  FILLER                  PIC X(01).
000160 05  CTE-SECUENCIA           PIC 9(06).
000170 05  FILLER                  PIC X(01).
000180 05  CTE-FECHA-EXTRACCION    PIC 9(08).
000190 05  FILLER                  PIC X(01).
000200 05  CTE-FECHA-PROCESO       PIC 9(08).
000210 05  FILLER                  PIC X(01).
000220 05  CTE-SECUENCIA-ANTERIOR  PIC 9(06).
