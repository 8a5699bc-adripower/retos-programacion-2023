000280* Tectonics: cobc
000290* Modification History:
000300*   01-09-2026  EQ   Version original.
000301*   15-10-2026  EQ   Los registros copiados a HISTNUEV, RESPHIST y
000302*                    ERRHIST pasan a 350 posiciones: el registro
000303*                    RETO19R crece con los datos de reglas.
000304*   15-10-2026  EQ   Se valida el idioma del registro (ES, EN,
000305*                    CA o en blanco en registros antiguos).
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. RETO-19M.
000860
000870 FD  HISTNUEV-ARCHIVO
000880     LABEL RECORDS ARE STANDARD.
000890 01  REG-HISTNUEV               PIC X(350).
000900
000910 FD  RESPALDO-ARCHIVO
000920     LABEL RECORDS ARE STANDARD.
000930 01  REG-RESPALDO               PIC X(350).
000940
000950 FD  ERRONEOS-ARCHIVO
000960     LABEL RECORDS ARE STANDARD.
000970 01  REG-ERRONEO                PIC X(350).
000980
000990 FD  EJECLOG-ARCHIVO
001000     LABEL RECORDS ARE STANDARD.
004840*    RETO19R: campos numericos numericos, fecha plausible y
004850*    banda de legibilidad una de las cuatro. Los campos nuevos
004860*    del final (sentimiento, categoria) pueden venir en blanco
004870*    en registros de versiones anteriores y no invalidan; el
004875*    idioma, si viene, tiene que ser uno de los reconocidos.
004880******************************************************************
004890 4000-VALIDAR-REGISTRO.
004900     MOVE 'S' TO REGISTRO-VALIDO.
005190         AND RES-BANDA-LEG NOT = 'DIFICIL'
005200         AND RES-BANDA-LEG NOT = 'MUY DIFICIL'
005210         MOVE 'BANDA DESCONOCIDA' TO MOTIVO-INVALIDO
005211         MOVE 'N' TO REGISTRO-VALIDO
005212         GO TO 4000-VALIDAR-REGISTRO-EXIT
005213     END-IF.
005214
005215     IF RES-IDIOMA NOT = SPACES
005216         AND RES-IDIOMA NOT = 'ES'
005217         AND RES-IDIOMA NOT = 'EN'
005218         AND RES-IDIOMA NOT = 'CA'
005219         MOVE 'IDIOMA DESCONOCIDO' TO MOTIVO-INVALIDO
005220         MOVE 'N' TO REGISTRO-VALIDO
005230         GO TO 4000-VALIDAR-REGISTRO-EXIT
005240     END-IF.
