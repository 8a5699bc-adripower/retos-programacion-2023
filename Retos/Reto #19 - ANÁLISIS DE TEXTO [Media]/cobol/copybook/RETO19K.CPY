000010******************************************************************
000020* Copybook:  RETO19K
000030* Author:    Equipo de mantenimiento RETO-19
000040* Purpose:   Layout del registro del calendario laboral CALENLAB,
000050*            que mantiene operaciones y comparten RETO-19,
000060*            RETO-19C, RETO-19H, RETO-19T y RETO-19V. Tres tipos
000070*            de registro, en cualquier orden:
000080*              A  un registro por ano cubierto: CAL-FECHA lleva
000090*                 AAAA0000 y CAL-SEMANA los dias laborables de la
000100*                 semana de lunes a domingo (L laborable, N no
000110*                 laborable), p. ej. LLLLLNN
000120*              F  festivo (nacional, regional o local segun
000130*                 CAL-AMBITO) en la fecha AAAAMMDD de CAL-FECHA
000140*              L  dia laborable excepcional en una fecha que por
000150*                 su dia de la semana no lo seria
000160*            Las lineas en blanco y las que empiezan por '*' son
000170*            comentarios. Un ano sin registro A queda fuera del
000180*            calendario y cada programa lo trata como dice su
000190*            cabecera.
000200* Modification History:
000210*   15-10-2026  EQ   Creacion inicial del copybook.
000220******************************************************************
000230 05  CAL-TIPO                PIC X(01).
000240     88  CAL-ES-ANO                      VALUE 'A'.
000250     88  CAL-ES-FESTIVO                  VALUE 'F'.
000260     88  CAL-ES-LABORABLE                VALUE 'L'.
000270     88  CAL-ES-COMENTARIO               VALUE '*' ' '.
000280 05  CAL-FECHA               PIC 9(08).
000290 05  CAL-FECHA-R REDEFINES CAL-FECHA.
000300     10  CAL-ANO             PIC 9(04).
000310     10  CAL-MES-DIA         PIC 9(04).
000320 05  FILLER                  PIC X(01).
000330 05  CAL-SEMANA              PIC X(07).
000340 05  FILLER                  PIC X(01).
000350 05  CAL-AMBITO              PIC X(01).
000360     88  CAL-AMBITO-VALIDO               VALUE 'N' 'R' 'L'.
000370 05  FILLER                  PIC X(01).
000380 05  CAL-DESCRIPCION         PIC X(40).
000390 05  FILLER                  PIC X(20).
