000010******************************************************************
000020* Copybook:  RETO19J
000030* Author:    Equipo de mantenimiento RETO-19
000040* Purpose:   Layout del registro del diario de cambios (fichero
000050*            DIARIO19) que RETO-19 anade por cada cambio aplicado
000060*            al diccionario DICCION y al maestro MAESTRO, para que
000070*            RETO-19B pueda anular despues una fecha de proceso:
000080*              tipo D: palabra y ocurrencias sumadas al contador
000090*                      (accion A si la palabra se dio de alta);
000100*              tipo M: imagen del registro del maestro ANTES del
000110*                      cambio (accion C) o el registro recien
000120*                      creado (accion A, ticket visto por primera
000130*                      vez ese dia);
000140*              tipo B: marca que deja RETO-19B al anular la fecha;
000150*                      los apuntes anteriores de esa fecha ya no
000160*                      cuentan para una nueva anulacion.
000170*            La hora es la de inicio de la ejecucion que escribio
000180*            el apunte, para distinguir las repeticiones del dia.
000190* Modification History:
000200*   15-10-2026  EQ   Creacion inicial del copybook.
000210******************************************************************
000220 05  DIA-FECHA               PIC 9(08).
000230 05  FILLER                  PIC X(01).
000240 05  DIA-HORA                PIC 9(06).
000250 05  FILLER                  PIC X(01).
000260 05  DIA-TIPO                PIC X(01).
000270     88  DIA-ES-DICCIONARIO          VALUE 'D'.
000280     88  DIA-ES-MAESTRO              VALUE 'M'.
000290     88  DIA-ES-ANULACION            VALUE 'B'.
000300 05  DIA-ACCION              PIC X(01).
000310     88  DIA-ES-ALTA                 VALUE 'A'.
000320     88  DIA-ES-CAMBIO               VALUE 'C'.
000330 05  FILLER                  PIC X(01).
000340 05  DIA-DATOS               PIC X(145).
000350 05  DIA-DATOS-DIC REDEFINES DIA-DATOS.
000360     10  DIA-PALABRA         PIC X(30).
000370     10  FILLER              PIC X(01).
000380     10  DIA-CANTIDAD        PIC 9(09).
000390     10  FILLER              PIC X(105).
000400 05  DIA-DATOS-MAE REDEFINES DIA-DATOS.
000410     10  DIA-MAE-ID-TICKET   PIC X(10).
000420     10  DIA-MAE-PRIMERA     PIC 9(08).
000430     10  DIA-MAE-ULTIMA      PIC 9(08).
000440     10  FILLER              PIC X(119).
