000195*   01-09-2026  EQ   Anade la categoria de negocio asignada por
000196*                    las reglas palabra=categoria del fichero
000197*                    REGLACAT (OTROS si ninguna regla aplica).
000198*   15-10-2026  EQ   Anade la regla de REGLACAT que decidio la
000199*                    categoria (numero de orden entre las reglas
000200*                    cargadas y su palabra; 000 si el texto quedo
000201*                    en OTROS), las demas reglas cuya palabra
000202*                    tambien aparecia en el texto (total y las 10
000203*                    primeras) y las 5 palabras mas repetidas del
000204*                    texto, para el informe de reglas RETO-19G.
000205*   15-10-2026  EQ   Anade el idioma detectado del texto (ES,
000206*                    EN o CA); el numero de regla pasa a ser el
000207*                    orden dentro del fichero de reglas de ese
000208*                    idioma (REGLACAT, REGLAEN o REGLACA).
000209******************************************************************
000210 05  RES-NUM-REGISTRO        PIC 9(08).
000220 05  RES-NUM-PALABRAS        PIC 9(05).
000230 05  RES-NUM-ORACIONES       PIC 9(05).
000350 05  RES-SENT-PUNTOS         PIC S9(03) SIGN LEADING SEPARATE.
000360 05  RES-SENT-BANDA          PIC X(08).
000370 05  RES-CATEGORIA           PIC X(12).
000380 05  RES-REGLA-NUM           PIC 9(03).
000390 05  RES-REGLA-PALABRA       PIC X(30).
000400 05  RES-REGLAS-OTRAS-NUM    PIC 9(03).
000410 05  RES-REGLAS-OTRAS.
000420     10  RES-REGLA-OTRA      PIC 9(03) OCCURS 10 TIMES.
000430 05  RES-PALABRAS-TOP.
000440     10  RES-PALABRA-TOP     PIC X(30) OCCURS 5 TIMES.
000450 05  RES-IDIOMA              PIC X(02).
