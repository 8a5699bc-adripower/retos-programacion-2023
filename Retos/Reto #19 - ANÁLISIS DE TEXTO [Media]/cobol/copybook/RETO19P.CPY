000010******************************************************************
000020* Copybook:  RETO19P
000030* Author:    Equipo de mantenimiento RETO-19
000040* Purpose:   Layout del registro de la foto de vocabulario del
000050*            dia que RETO-19 escribe en PALADIA: uno por cada
000060*            palabra distinta de cada ticket analizado (ya sin
000070*            palabras vacias), con sus ocurrencias en el ticket
000080*            y el canal y la categoria del ticket. Contando
000090*            registros se obtienen los tickets de una palabra;
000100*            sumando ocurrencias, su recuento del dia. RETO-19N
000110*            guarda las fotos de los dias anteriores en
000120*            PALAHIST con el mismo layout.
000130* Modification History:
000140*   15-10-2026  EQ   Creacion inicial del copybook.
000150******************************************************************
000160 05  PAL-FECHA               PIC 9(08).
000170 05  FILLER                  PIC X(01).
000180 05  PAL-PALABRA             PIC X(30).
000190 05  FILLER                  PIC X(01).
000200 05  PAL-OCURRENCIAS         PIC 9(05).
000210 05  FILLER                  PIC X(01).
000220 05  PAL-CANAL               PIC X(03).
000230 05  FILLER                  PIC X(01).
000240 05  PAL-CATEGORIA           PIC X(12).
