000010******************************************************************
000020* Copybook:  RETO19A
000030* Author:    Equipo de mantenimiento RETO-19
000040* Purpose:   Layout del registro de alerta en seguimiento que
000050*            mantiene RETO-19W. Es el mismo para la cartera de
000060*            alertas abiertas (ABIERTAS, y la nueva cartera
000070*            ABIERNUE) y para el historico de alertas cerradas
000080*            (CERRADAS): datos de la alerta que escribio RETO-19,
000090*            canal y fecha de la alerta, prioridad base, ultimo
000100*            estado dado por el analista y edad en dias al
000110*            ultimo proceso (en CERRADAS, la edad al cerrarla).
000120* Modification History:
000130*   15-10-2026  EQ   Creacion inicial del copybook.
000140******************************************************************
000150 05  ABI-ID-TICKET           PIC X(10).
000160 05  FILLER                  PIC X(01).
000170 05  ABI-FECHA-ALERTA        PIC 9(08).
000180 05  FILLER                  PIC X(01).
000190 05  ABI-REGISTRO            PIC 9(08).
000200 05  FILLER                  PIC X(01).
000210 05  ABI-CANAL               PIC X(03).
000220 05  FILLER                  PIC X(01).
000230 05  ABI-CLAVE-1             PIC X(30).
000240 05  FILLER                  PIC X(01).
000250 05  ABI-CLAVE-2             PIC X(30).
000260 05  FILLER                  PIC X(01).
000270 05  ABI-CLAVE-3             PIC X(30).
000280 05  FILLER                  PIC X(01).
000290 05  ABI-BANDA               PIC X(11).
000300 05  FILLER                  PIC X(01).
000310 05  ABI-CARACTERES          PIC 9(05).
000320 05  FILLER                  PIC X(01).
000330 05  ABI-PRIORIDAD-BASE      PIC 9(05).
000340 05  FILLER                  PIC X(01).
000350 05  ABI-ESTADO              PIC X(10).
000360     88  ABI-PENDIENTE                 VALUE 'PENDIENTE'.
000370     88  ABI-EN-CURSO                  VALUE 'EN CURSO'.
000380     88  ABI-RESUELTA                  VALUE 'RESUELTA'.
000390     88  ABI-DESCARTADA                VALUE 'DESCARTADA'.
000400 05  FILLER                  PIC X(01).
000410 05  ABI-ANALISTA            PIC X(08).
000420 05  FILLER                  PIC X(01).
000430 05  ABI-FECHA-ESTADO        PIC 9(08).
000440 05  FILLER                  PIC X(01).
000450 05  ABI-EDAD-DIAS           PIC 9(04).
