000010******************************************************************
000020* Author:  Equipo de mantenimiento RETO-19
000030* Date:    15-10-2026
000040* Purpose: Informe mensual para direccion sobre el historico
000050*          HISTORIA (copybook RETO19R). Para el mes pedido
000060*          escribe en INFOMES:
000070*            - los dias laborables del mes sin ningun
000080*              registro en HISTORIA, para que unos totales
000090*              bajos no pasen por buenos; tambien se dice
000100*              cuantos faltan en los dos meses con los que se
000102*              compara. Los dias laborables salen del
000104*              calendario CALENLAB (copybook RETO19K); sin el, o
000106*              en un ano sin registro A, se controlan todos los
000108*              dias naturales;
000110*            - la matriz de tickets por categoria y canal;
000120*            - por cada celda canal/categoria: palabras medias,
000130*              indice de legibilidad medio, reparto de la banda
000140*              de sentimiento y sentimiento neto (porcentaje de
000150*              positivos menos porcentaje de negativos), con la
000160*              variacion de tickets y de cuota negativa frente
000170*              al mes anterior y al mismo mes del ano anterior,
000180*              marcando las celdas que pasan del umbral;
000190*            - en pagina aparte, el reparto de la banda de
000200*              legibilidad por canal.
000210*          Parametros en PARAMMES (lineas CLAVE=VALOR):
000220*            MES=AAAAMM       mes del informe (obligatorio, no
000230*                             posterior al mes de proceso)
000240*            UMBRALVOL=nnn    variacion de tickets, en %, que
000250*                             marca una celda (por defecto 20)
000260*            UMBRALNEG=nnn    variacion de la cuota negativa,
000270*                             en puntos, que marca una celda
000280*                             (por defecto 10)
000290*            MINTICKETS=nnnnn tickets que ha de tener la celda
000300*                             en alguno de los dos meses para
000310*                             marcarla (por defecto 10)
000320*          Codigo de retorno: 0 correcto, 4 avisos (dias sin
000330*          datos en el mes, mes sin tickets, registros
000340*          invalidos, tablas llenas, sin CALENLAB), 8
000345*          parametros invalidos,
000350*          12 error de fichero.
000360* Tectonics: cobc
000370* Modification History:
000380*   15-10-2026  EQ   Version original.
000383*   15-10-2026  EQ   Control de dias con datos sobre los dias
000386*                    laborables del calendario CALENLAB.
000387*   15-10-2026  EQ   Tabla de trabajo propia para las bandas de
000388*                    legibilidad; aviso V tambien en celdas
000389*                    nuevas con el minimo de tickets.
000390******************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. RETO-19C.
000420 AUTHOR. EQUIPO DE MANTENIMIENTO.
000430 INSTALLATION. EQUIPO DE MANTENIMIENTO.
000440 DATE-WRITTEN. 15-10-2026.
000450 DATE-COMPILED.
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER. GNUCOBOL.
000490 OBJECT-COMPUTER. GNUCOBOL.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT PARAMETROS-ARCHIVO ASSIGN TO "PARAMMES"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS PARAMETROS-STATUS.
000550
000560     SELECT HISTORIA-ARCHIVO ASSIGN TO "HISTORIA"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS HISTORIA-STATUS.
000590
000600     SELECT INFORME-ARCHIVO ASSIGN TO "INFOMES"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS INFORME-STATUS.
000630
000640     SELECT EJECLOG-ARCHIVO ASSIGN TO "EJECLOG"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS EJECLOG-STATUS.
000670
000672     SELECT CALENLAB-ARCHIVO ASSIGN TO "CALENLAB"
000674         ORGANIZATION IS LINE SEQUENTIAL
000676         FILE STATUS IS CALENLAB-STATUS.
000678
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  PARAMETROS-ARCHIVO
000710     LABEL RECORDS ARE STANDARD.
000720 01  LINEA-PARAMETRO            PIC X(80).
000730
000740 FD  HISTORIA-ARCHIVO
000750     LABEL RECORDS ARE STANDARD.
000760 01  REG-HISTORIA.
000770     COPY RETO19R.
000780
000790 FD  INFORME-ARCHIVO
000800     LABEL RECORDS ARE STANDARD.
000810 01  LINEA-INFORME              PIC X(132).
000820
000830 FD  EJECLOG-ARCHIVO
000840     LABEL RECORDS ARE STANDARD.
000850 01  REG-EJECUCION.
000860     COPY RETO19L.
000861
000862 FD  CALENLAB-ARCHIVO
000863     LABEL RECORDS ARE STANDARD.
000864 01  REG-CALENDARIO.
000865     COPY RETO19K.
000870
000880 WORKING-STORAGE SECTION.
000890
000900*    CONTROL DE FICHEROS Y DEL PROCESO
000910
000920 01  PARAMETROS-STATUS  PIC X(02)   VALUE SPACES.
000930 01  HISTORIA-STATUS    PIC X(02)   VALUE SPACES.
000940 01  INFORME-STATUS     PIC X(02)   VALUE SPACES.
000950 01  EJECLOG-STATUS     PIC X(02)   VALUE SPACES.
000955 01  CALENLAB-STATUS    PIC X(02)   VALUE SPACES.
000960
000970 01  FIN-PARAMETROS     PIC X(01)   VALUE 'N'.
000980     88  NO-HAY-MAS-PARAMETROS      VALUE 'S'.
000990 01  FIN-HISTORIA       PIC X(01)   VALUE 'N'.
001000     88  NO-HAY-MAS-HISTORIA        VALUE 'S'.
001010
001020 01  CODIGO-RETORNO     PIC 9(04)   VALUE 0.
001030 01  FECHA-PROCESO      PIC 9(08)   VALUE 0.
001040 01  FPR-REDEF REDEFINES FECHA-PROCESO.
001050     05  FPR-MES        PIC 9(06).
001060     05  FPR-DIA        PIC 9(02).
001070
001080*    HORAS DE INICIO Y FIN PARA EL LOG COMUN DE EJECUCIONES
001090*    (ACCEPT FROM TIME DEVUELVE HHMMSSCC; AL LOG VAN HHMMSS)
001100
001110 01  HORA-INICIO.
001120     05  HORA-INICIO-HMS PIC 9(06).
001130     05  FILLER          PIC 9(02).
001140 01  HORA-FIN.
001150     05  HORA-FIN-HMS    PIC 9(06).
001160     05  FILLER          PIC 9(02).
001170
001180*    PARAMETROS DE LA EJECUCION (FICHERO PARAMMES)
001190
001200 01  PARAM-MES          PIC 9(06)   VALUE 0.
001210 01  PARAM-UMBRAL-VOL   PIC 9(05)   VALUE 20.
001220 01  PARAM-UMBRAL-NEG   PIC 9(05)   VALUE 10.
001230 01  PARAM-MINTICKETS   PIC 9(05)   VALUE 10.
001240 01  PARAM-CLAVE        PIC X(20)   VALUE SPACES.
001250 01  PARAM-VALOR        PIC X(60)   VALUE SPACES.
001260 01  VALOR-NUMERICO     PIC 9(09)   VALUE 0.
001270 01  IDX-VALOR          PIC 9(03)   VALUE 0.
001280 01  DIGITO.
001290     05  DIGITO-X       PIC X(01)   VALUE '0'.
001300 01  DIGITO-R REDEFINES DIGITO.
001310     05  DIGITO-9       PIC 9(01).
001320
001330 01  FECHA-EXAMEN       PIC 9(08)   VALUE 0.
001340 01  FEX-REDEF REDEFINES FECHA-EXAMEN.
001350     05  FEX-ANO        PIC 9(04).
001360     05  FEX-MES        PIC 9(02).
001370     05  FEX-DIA        PIC 9(02).
001380 01  MES-EXAMEN         PIC 9(06)   VALUE 0.
001390 01  MEX-REDEF REDEFINES MES-EXAMEN.
001400     05  MEX-ANO        PIC 9(04).
001410     05  MEX-MES        PIC 9(02).
001420
001430*    LOS TRES MESES QUE SE LEEN DEL HISTORICO: 1 EL MES PEDIDO,
001440*    2 EL MES ANTERIOR Y 3 EL MISMO MES DEL ANO ANTERIOR; POR
001450*    CADA UNO, SUS DIAS, LOS DIAS QUE SE CONTROLAN (MENOS SI ES
001460*    EL MES EN CURSO), LOS LABORABLES DE ESOS DIAS, LOS
001463*    LABORABLES CON DATOS Y SUS TICKETS. UN DIA NO LABORABLE
001466*    SIN DATOS QUEDA MARCADO CON 'X' EN PER-DIA-CON-DATOS
001470
001480 01  TABLA-PERIODOS.
001490     05  PERIODO-ENTRY OCCURS 3 TIMES.
001500         10  PER-MES             PIC 9(06).
001510         10  PER-DIAS-MES        PIC 9(02).
001520         10  PER-DIAS-CONTROL    PIC 9(02).
001530         10  PER-DIAS-CON-DATOS  PIC 9(02).
001535         10  PER-DIAS-LABORABLES PIC 9(02).
001540         10  PER-TICKETS         PIC 9(07).
001550         10  PER-EN-CURSO        PIC X(01).
001560         10  PER-DIA-CON-DATOS   PIC X(01) OCCURS 31 TIMES.
001570 01  IDX-PERIODO        PIC 9(01)   VALUE 0.
001580 01  IDX-COMPARA        PIC 9(01)   VALUE 0.
001590 01  IDX-DIA            PIC 9(02)   VALUE 0.
001600 01  VALORES-DIAS-MES.
001610     05  FILLER         PIC X(24)   VALUE
001620         '312831303130313130313031'.
001630 01  TABLA-DIAS-MES REDEFINES VALORES-DIAS-MES.
001640     05  DIAS-DEL-MES   PIC 9(02)   OCCURS 12 TIMES.
001650 01  COCIENTE-ANO       PIC 9(04)   VALUE 0.
001660 01  RESTO-4            PIC 9(01)   VALUE 0.
001670 01  RESTO-100          PIC 9(02)   VALUE 0.
001680 01  RESTO-400          PIC 9(03)   VALUE 0.
001690
001700*    CANALES Y CATEGORIAS VISTOS EN LOS TRES MESES, EN ORDEN
001710*    ALFABETICO; EL CANAL LLEVA SUS TICKETS DEL MES PEDIDO Y SU
001720*    REPARTO POR BANDA DE LEGIBILIDAD (1 MUY FACIL, 2 NORMAL,
001730*    3 DIFICIL, 4 MUY DIFICIL, 5 SIN BANDA)
001740
001750 01  TABLA-CANALES.
001760     05  CANAL-ENTRY OCCURS 30 TIMES.
001770         10  CAN-CODIGO      PIC X(03).
001780         10  CAN-TICKETS     PIC 9(07).
001790         10  CAN-LEG         PIC 9(07) OCCURS 5 TIMES.
001800 01  NUM-CANALES        PIC 9(03)   VALUE 0.
001810 01  IDX-CANAL          PIC 9(03)   VALUE 0.
001820 01  IDX-CANAL-USO      PIC 9(03)   VALUE 0.
001830 01  TOTAL-LEG          PIC 9(07)   OCCURS 5 TIMES.
001840
001850 01  TABLA-CATEGORIAS.
001860     05  CATEGORIA-ENTRY OCCURS 40 TIMES.
001870         10  CAT-CODIGO      PIC X(12).
001880         10  CAT-TICKETS     PIC 9(07).
001890 01  NUM-CATEGORIAS     PIC 9(03)   VALUE 0.
001900 01  IDX-CATEGORIA      PIC 9(03)   VALUE 0.
001910 01  IDX-CATEGORIA-USO  PIC 9(03)   VALUE 0.
001920
001930*    CELDAS CANAL/CATEGORIA CON SUS ACUMULADOS DE LOS TRES MESES;
001940*    CEL-SENT VA POR BANDA DE SENTIMIENTO (1 POSITIVO, 2 NEUTRO,
001950*    3 NEGATIVO, 4 SIN BANDA). CELDA-TOTAL ACUMULA TODO EL MES Y
001960*    CELDA-TRABAJO ES LA CELDA QUE SE ESTA ESCRIBIENDO; LAS TRES
001970*    TIENEN LA MISMA FORMA
001980
001990 01  TABLA-CELDAS.
002000     05  CELDA-ENTRY OCCURS 600 TIMES.
002010         10  CEL-CANAL       PIC X(03).
002020         10  CEL-CATEGORIA   PIC X(12).
002030         10  CEL-PERIODO OCCURS 3 TIMES.
002040             15  CEL-TICKETS   PIC 9(07).
002050             15  CEL-PALABRAS  PIC 9(09).
002060             15  CEL-LEG-SUMA  PIC 9(09)V99.
002070             15  CEL-SENT      PIC 9(07) OCCURS 4 TIMES.
002080 01  NUM-CELDAS         PIC 9(04)   VALUE 0.
002090 01  IDX-CELDA          PIC 9(04)   VALUE 0.
002100 01  IDX-CELDA-USO      PIC 9(04)   VALUE 0.
002110
002120 01  CELDA-TOTAL.
002130     05  TOT-CANAL           PIC X(03).
002140     05  TOT-CATEGORIA       PIC X(12).
002150     05  TOT-PERIODO OCCURS 3 TIMES.
002160         10  TOT-TICKETS     PIC 9(07).
002170         10  TOT-PALABRAS    PIC 9(09).
002180         10  TOT-LEG-SUMA    PIC 9(09)V99.
002190         10  TOT-SENT        PIC 9(07) OCCURS 4 TIMES.
002200
002210 01  CELDA-TRABAJO.
002220     05  CTR-CANAL           PIC X(03).
002230     05  CTR-CATEGORIA       PIC X(12).
002240     05  CTR-PERIODO OCCURS 3 TIMES.
002250         10  CTR-TICKETS     PIC 9(07).
002260         10  CTR-PALABRAS    PIC 9(09).
002270         10  CTR-LEG-SUMA    PIC 9(09)V99.
002280         10  CTR-SENT        PIC 9(07) OCCURS 4 TIMES.
002281
002282*    TICKETS POR BANDA DE LEGIBILIDAD DEL CANAL EN CURSO
002283
002284 01  LEGIBILIDAD-TRABAJO.
002285     05  LTR-BANDA           PIC 9(07) OCCURS 5 TIMES.
002290
002300*    TRATAMIENTO DEL REGISTRO EN CURSO
002310
002320 01  CANAL-REGISTRO     PIC X(03)   VALUE SPACES.
002330 01  CATEGORIA-REGISTRO PIC X(12)   VALUE SPACES.
002340 01  IDX-SENT           PIC 9(01)   VALUE 0.
002350 01  IDX-LEG            PIC 9(01)   VALUE 0.
002360
002370*    CALCULOS DE LA LINEA DE DETALLE
002380
002390 01  PALABRAS-MEDIA     PIC 9(05)   VALUE 0.
002400 01  LEG-MEDIA          PIC 9(03)V99 VALUE 0.
002410 01  TABLA-PORCENTAJES.
002420     05  PORC-SENT      PIC 9(03)   OCCURS 4 TIMES.
002430 01  NETO-SENT          PIC S9(03)  VALUE 0.
002440 01  NEG-ACTUAL         PIC 9(03)   VALUE 0.
002450 01  NEG-COMPARA        PIC 9(03)   VALUE 0.
002460 01  DELTA-NEG          PIC S9(03)  VALUE 0.
002470 01  DELTA-VOL          PIC S9(04)  VALUE 0.
002480 01  VOL-EDITADO        PIC +ZZZ9.
002490 01  NEG-EDITADO        PIC +ZZ9.
002500 01  AVISO-CELDA        PIC X(02)   VALUE SPACES.
002510 01  BLOQUE-INICIO      PIC 9(03)   VALUE 0.
002520 01  BLOQUE-FIN         PIC 9(03)   VALUE 0.
002530 01  IDX-COLUMNA        PIC 9(02)   VALUE 0.
002540 01  IDX-FECHA-LINEA    PIC 9(02)   VALUE 0.
002541
002542*    CALENDARIO LABORAL CALENLAB (COPYBOOK RETO19K), CARGADO PARA
002543*    LOS DIEZ ANOS QUE EMPIEZAN OCHO ANTES DEL DE PROCESO: POR
002544*    ANO, SU SEMANA LABORABLE (EN BLANCO SI EL ANO NO TIENE
002545*    REGISTRO A) Y UNA POSICION POR DIA DEL ANO CON LOS FESTIVOS
002546*    (F) Y LABORABLES EXCEPCIONALES (L); EL RESTO DE LOS DIAS LOS
002547*    DECIDE LA SEMANA LABORABLE
002548
002549 01  FIN-CALENDARIO     PIC X(01)   VALUE 'N'.
002550     88  NO-HAY-MAS-CALENDARIO      VALUE 'S'.
002551 01  CALENDARIO-CARGADO PIC X(01)   VALUE 'N'.
002552     88  HAY-CALENDARIO             VALUE 'S'.
002553 01  TABLA-CALENDARIO.
002554     05  CLD-ANO-ENTRY OCCURS 10 TIMES.
002555         10  CLD-SEMANA      PIC X(07).
002556         10  CLD-DIA         PIC X(01) OCCURS 366 TIMES.
002557 01  CLD-ANO-INICIAL    PIC 9(04)   VALUE 0.
002558 01  CLD-IDX-ANO        PIC 9(02)   VALUE 0.
002559 01  CLD-IDX-DIA        PIC 9(03)   VALUE 0.
002560 01  CLD-FECHA          PIC 9(08)   VALUE 0.
002561 01  CLD-FECHA-R REDEFINES CLD-FECHA.
002562     05  CLD-ANO        PIC 9(04).
002563     05  CLD-MES-DIA    PIC 9(04).
002564 01  CLD-ENTERO-FECHA   PIC 9(08)   VALUE 0.
002565 01  CLD-ENTERO-ANO     PIC 9(08)   VALUE 0.
002566 01  CLD-COCIENTE       PIC 9(08)   VALUE 0.
002567 01  CLD-DIA-SEMANA     PIC 9(01)   VALUE 0.
002568 01  CLD-CONTADOR       PIC 9(02)   VALUE 0.
002569 01  CLD-TIPO-DIA       PIC X(01)   VALUE SPACE.
002570     88  CLD-LABORABLE              VALUE 'L'.
002571     88  CLD-NO-LABORABLE           VALUE 'N' 'F'.
002572     88  CLD-FESTIVO                VALUE 'F'.
002573     88  CLD-FUERA-CALENDARIO       VALUE ' '.
002574 01  CONTADOR-CAL-IGNORADOS PIC 9(05) VALUE 0.
002575
002576*    CONTADORES DEL PROCESO
002577
002580 01  CONTADOR-LEIDOS    PIC 9(08)   VALUE 0.
002590 01  CONTADOR-OTROS-MESES PIC 9(08) VALUE 0.
002600 01  CONTADOR-INVALIDOS PIC 9(08)   VALUE 0.
002610 01  CONTADOR-FUERA-TABLA PIC 9(08) VALUE 0.
002620 01  CONTADOR-ESCRITOS  PIC 9(08)   VALUE 0.
002630 01  TABLA-AVISOS.
002640     05  CONTADOR-AVISOS PIC 9(05)  OCCURS 2 TIMES.
002650
002660*    LINEAS DE SALIDA DEL INFORME
002670
002680 01  LINEA-ENC-1   PIC X(70) VALUE
002690     'INFORME MENSUAL POR CANAL Y CATEGORIA - RETO-19C'.
002700 01  LINEA-MESES.
002710     05  FILLER               PIC X(06) VALUE 'MES:  '.
002720     05  LMS-MES              PIC 9(06).
002730     05  FILLER               PIC X(21) VALUE
002740         '   COMPARADO CON EL  '.
002750     05  LMS-ANTERIOR         PIC 9(06).
002760     05  FILLER               PIC X(07) VALUE ' Y EL  '.
002770     05  LMS-ANO-ANTERIOR     PIC 9(06).
002780     05  FILLER               PIC X(15) VALUE
002790         '   PROCESO:    '.
002800     05  LMS-PROCESO          PIC 9(08).
002810 01  LINEA-UMBRALES.
002820     05  FILLER               PIC X(38) VALUE
002830         'SE MARCAN LAS CELDAS CUYOS TICKETS (V)'.
002840     05  FILLER               PIC X(12) VALUE ' VARIAN MAS '.
002850     05  FILLER               PIC X(04) VALUE 'DEL '.
002860     05  LUM-VOL              PIC ZZ9.
002870     05  FILLER               PIC X(32) VALUE
002880         '% O CUYA CUOTA NEGATIVA (N) MAS '.
002890     05  FILLER               PIC X(03) VALUE 'DE '.
002900     05  LUM-NEG              PIC ZZ9.
002910     05  FILLER               PIC X(08) VALUE ' PUNTOS,'.
002920 01  LINEA-UMBRALES-2.
002930     05  FILLER               PIC X(35) VALUE
002940         'SI LA CELDA TIENE EN ALGUNO DE LOS '.
002950     05  FILLER               PIC X(13) VALUE 'DOS MESES AL '.
002960     05  FILLER               PIC X(06) VALUE 'MENOS '.
002970     05  LUM-MINIMO           PIC ZZZZ9.
002980     05  FILLER               PIC X(08) VALUE ' TICKETS'.
002990 01  LINEA-SECCION.
003000     05  LSE-TITULO           PIC X(80).
003010 01  LINEA-TEXTO              PIC X(132) VALUE SPACES.
003020 01  LINEA-DIAS.
003030     05  LDS-DESCRIPCION      PIC X(16).
003040     05  LDS-MES              PIC 9(06).
003050     05  FILLER               PIC X(18) VALUE
003060         ': DIAS CON DATOS '.
003070     05  LDS-CON-DATOS        PIC Z9.
003080     05  FILLER               PIC X(04) VALUE ' DE '.
003090     05  LDS-CONTROL          PIC Z9.
003095     05  LDS-CLASE            PIC X(11).
003100     05  FILLER               PIC X(02) VALUE SPACES.
003110     05  LDS-NOTA             PIC X(50).
003120 01  LINEA-FECHAS.
003130     05  LFE-ETIQUETA         PIC X(18).
003140     05  LFE-FECHA-ENTRY OCCURS 8 TIMES.
003150         10  LFE-FECHA        PIC 9(08).
003160         10  LFE-SEPARADOR    PIC X(01).
003170
003180 01  LINEA-MATRIZ-CAB.
003190     05  LMC-ETIQUETA         PIC X(14).
003200     05  LMC-COLUMNA OCCURS 12 TIMES.
003210         10  LMC-RELLENO      PIC X(05).
003220         10  LMC-CANAL        PIC X(03).
003230     05  LMC-TOTAL            PIC X(09).
003240 01  LINEA-MATRIZ.
003250     05  LMZ-CATEGORIA        PIC X(12).
003260     05  LMZ-RELLENO          PIC X(02).
003270     05  LMZ-TICKETS          PIC ZZZZZZZ9 OCCURS 12 TIMES.
003280     05  LMZ-TOTAL            PIC ZZZZZZZZ9.
003290
003300 01  LINEA-DET-CAB-1.
003310     05  FILLER               PIC X(62) VALUE SPACES.
003320     05  FILLER               PIC X(16) VALUE
003330         '  MES ANTERIOR  '.
003340     05  FILLER               PIC X(16) VALUE
003350         '  ANO ANTERIOR  '.
003360 01  LINEA-DET-CAB-2.
003370     05  FILLER               PIC X(40) VALUE
003380         'CAN CATEGORIA    TICKETS PAL-M  LEG-M  P'.
003390     05  FILLER               PIC X(40) VALUE
003400         'OS%  NEU%  NEG%  S/B% NETO   VOL%  NEG A'.
003410     05  FILLER               PIC X(20) VALUE
003420         'V   VOL%  NEG AV'.
003430 01  LINEA-DETALLE.
003440     05  LDT-CANAL            PIC X(03).
003450     05  LDT-RELLENO-1        PIC X(01).
003460     05  LDT-CATEGORIA        PIC X(12).
003470     05  LDT-RELLENO-2        PIC X(01).
003480     05  LDT-TICKETS          PIC ZZZZZZ9.
003490     05  LDT-RELLENO-3        PIC X(01).
003500     05  LDT-PAL-MEDIA        PIC ZZZZ9.
003510     05  LDT-RELLENO-4        PIC X(01).
003520     05  LDT-LEG-MEDIA        PIC ZZ9.99.
003530     05  LDT-PORC-ENTRY OCCURS 4 TIMES.
003540         10  LDT-PORC-RELLENO PIC X(03).
003550         10  LDT-PORC         PIC ZZ9.
003560     05  LDT-RELLENO-5        PIC X(01).
003570     05  LDT-NETO             PIC +ZZ9.
003580     05  LDT-COMPARA-ENTRY OCCURS 2 TIMES.
003590         10  LDT-COMP-RELLENO PIC X(02).
003600         10  LDT-VOL          PIC X(05).
003610         10  LDT-VOL-RELLENO  PIC X(01).
003620         10  LDT-NEG          PIC X(04).
003630         10  LDT-NEG-RELLENO  PIC X(01).
003640         10  LDT-AVISO        PIC X(02).
003650
003660 01  LINEA-LEG-CAB.
003670     05  FILLER               PIC X(40) VALUE
003680         'CAN  TICKETS        MUY FACIL           '.
003690     05  FILLER               PIC X(40) VALUE
003700         'NORMAL          DIFICIL      MUY DIFICIL'.
003710     05  FILLER               PIC X(20) VALUE
003720         '        SIN BANDA'.
003730 01  LINEA-LEG.
003740     05  LLG-CANAL            PIC X(03).
003750     05  LLG-RELLENO          PIC X(01).
003760     05  LLG-TICKETS          PIC ZZZZZZZ9.
003770     05  LLG-BANDA-ENTRY OCCURS 5 TIMES.
003780         10  LLG-RELLENO-1    PIC X(03).
003790         10  LLG-CUENTA       PIC ZZZZZZ9.
003800         10  LLG-ABRE         PIC X(02).
003810         10  LLG-PORC         PIC ZZ9.
003820         10  LLG-CIERRA       PIC X(02).
003830
003840 01  LINEA-NINGUNA PIC X(20) VALUE '  (NINGUNO)'.
003850 01  LINEA-RESULTADO.
003860     05  LRE-ETIQUETA         PIC X(22).
003870     05  LRE-CONTADOR         PIC ZZZZZZZ9.
003880 01  LINEA-BLANCO             PIC X(01) VALUE SPACE.
003890
003900 PROCEDURE DIVISION.
003910
003920******************************************************************
003930*    0000-MAINLINE
003940*    Control principal: valida el mes pedido, recorre el
003950*    historico una sola vez acumulando los tres meses y escribe
003960*    las secciones del informe.
003970******************************************************************
003980 0000-MAINLINE.
003990     ACCEPT HORA-INICIO FROM TIME.
004000     ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD.
004010
004020     PERFORM 1000-INICIALIZAR-PROCESO
004030         THRU 1000-INICIALIZAR-PROCESO-EXIT.
004040
004050     IF CODIGO-RETORNO < 8
004060         PERFORM 2000-LEER-HISTORIA
004070             THRU 2000-LEER-HISTORIA-EXIT
004080     END-IF.
004090
004100     IF CODIGO-RETORNO < 8
004110         PERFORM 3000-CONTROL-DIAS
004120             THRU 3000-CONTROL-DIAS-EXIT
004130         PERFORM 4000-INFORME-MATRIZ
004140             THRU 4000-INFORME-MATRIZ-EXIT
004150         PERFORM 5000-INFORME-DETALLE
004160             THRU 5000-INFORME-DETALLE-EXIT
004170         PERFORM 6000-INFORME-LEGIBILIDAD
004180             THRU 6000-INFORME-LEGIBILIDAD-EXIT
004190     END-IF.
004200
004210     PERFORM 8000-FINALIZAR-PROCESO
004220         THRU 8000-FINALIZAR-PROCESO-EXIT.
004230
004240     PERFORM 9000-GRABAR-EJECUCION
004250         THRU 9000-GRABAR-EJECUCION-EXIT.
004260
004270     MOVE CODIGO-RETORNO TO RETURN-CODE.
004280     STOP RUN.
004290
004300******************************************************************
004310*    1000-INICIALIZAR-PROCESO
004320*    Abre el informe, lee y valida los parametros y prepara los
004330*    tres meses que se van a acumular.
004340******************************************************************
004350 1000-INICIALIZAR-PROCESO.
004360     INITIALIZE TABLA-PERIODOS.
004370     INITIALIZE CELDA-TOTAL.
004380     INITIALIZE TABLA-AVISOS.
004390     MOVE ZEROS TO TOTAL-LEG(1) TOTAL-LEG(2) TOTAL-LEG(3)
004400         TOTAL-LEG(4) TOTAL-LEG(5).
004410     MOVE 'TOT'   TO TOT-CANAL.
004420     MOVE 'TOTAL' TO TOT-CATEGORIA.
004430
004440     OPEN OUTPUT INFORME-ARCHIVO.
004450     IF INFORME-STATUS NOT = '00'
004460         DISPLAY 'NO SE PUDO ABRIR INFOMES. STATUS: '
004470             INFORME-STATUS
004480         MOVE 12 TO CODIGO-RETORNO
004490         GO TO 1000-INICIALIZAR-PROCESO-EXIT
004500     END-IF.
004510     WRITE LINEA-INFORME FROM LINEA-ENC-1.
004520
004530     OPEN INPUT PARAMETROS-ARCHIVO.
004540     IF PARAMETROS-STATUS NOT = '00'
004550         DISPLAY 'NO SE PUDO ABRIR PARAMMES. STATUS: '
004560             PARAMETROS-STATUS
004570         MOVE 8 TO CODIGO-RETORNO
004580         GO TO 1000-INICIALIZAR-PROCESO-EXIT
004590     END-IF.
004600     PERFORM 1100-LEER-PARAMETRO
004610         THRU 1100-LEER-PARAMETRO-EXIT
004620         UNTIL NO-HAY-MAS-PARAMETROS.
004630     CLOSE PARAMETROS-ARCHIVO.
004640
004650     MOVE PARAM-MES TO MES-EXAMEN.
004660     IF PARAM-MES = 0
004670         DISPLAY 'FALTA EL PARAMETRO MES=AAAAMM EN PARAMMES'
004680         MOVE 8 TO CODIGO-RETORNO
004690         GO TO 1000-INICIALIZAR-PROCESO-EXIT
004700     END-IF.
004710     IF MEX-ANO < 2001 OR MEX-ANO > 2099
004720         OR MEX-MES < 01 OR MEX-MES > 12
004730         DISPLAY 'MES NO ES UN MES VALIDO AAAAMM: ' PARAM-MES
004740         MOVE 8 TO CODIGO-RETORNO
004750         GO TO 1000-INICIALIZAR-PROCESO-EXIT
004760     END-IF.
004770     IF PARAM-MES > FPR-MES
004780         DISPLAY 'MES POSTERIOR AL MES DE PROCESO: ' PARAM-MES
004790         MOVE 8 TO CODIGO-RETORNO
004800         GO TO 1000-INICIALIZAR-PROCESO-EXIT
004810     END-IF.
004820     IF PARAM-UMBRAL-VOL < 1 OR PARAM-UMBRAL-VOL > 999
004830         DISPLAY 'UMBRALVOL FUERA DE RANGO (1-999): '
004840             PARAM-UMBRAL-VOL
004850         MOVE 8 TO CODIGO-RETORNO
004860         GO TO 1000-INICIALIZAR-PROCESO-EXIT
004870     END-IF.
004880     IF PARAM-UMBRAL-NEG < 1 OR PARAM-UMBRAL-NEG > 100
004890         DISPLAY 'UMBRALNEG FUERA DE RANGO (1-100): '
004900             PARAM-UMBRAL-NEG
004910         MOVE 8 TO CODIGO-RETORNO
004920         GO TO 1000-INICIALIZAR-PROCESO-EXIT
004930     END-IF.
004940     IF PARAM-MINTICKETS < 1
004950         DISPLAY 'MINTICKETS DEBE SER MAYOR QUE 0'
004960         MOVE 8 TO CODIGO-RETORNO
004970         GO TO 1000-INICIALIZAR-PROCESO-EXIT
004980     END-IF.
004990
005000     PERFORM 1300-PREPARAR-PERIODOS
005010         THRU 1300-PREPARAR-PERIODOS-EXIT.
005013     PERFORM 1500-CARGAR-CALENDARIO
005016         THRU 1500-CARGAR-CALENDARIO-EXIT.
005020
005030     MOVE PER-MES(1)    TO LMS-MES.
005040     MOVE PER-MES(2)    TO LMS-ANTERIOR.
005050     MOVE PER-MES(3)    TO LMS-ANO-ANTERIOR.
005060     MOVE FECHA-PROCESO TO LMS-PROCESO.
005070     WRITE LINEA-INFORME FROM LINEA-MESES.
005080     MOVE PARAM-UMBRAL-VOL  TO LUM-VOL.
005090     MOVE PARAM-UMBRAL-NEG  TO LUM-NEG.
005100     MOVE PARAM-MINTICKETS  TO LUM-MINIMO.
005110     WRITE LINEA-INFORME FROM LINEA-UMBRALES.
005120     WRITE LINEA-INFORME FROM LINEA-UMBRALES-2.
005121     IF HAY-CALENDARIO
005122         MOVE 'DIAS CONTROLADOS: LABORABLES SEGUN CALENLAB'
005123             TO LINEA-TEXTO
005124     ELSE
005125         MOVE 'DIAS CONTROLADOS: NATURALES, SIN CALENLAB'
005126             TO LINEA-TEXTO
005127         IF CODIGO-RETORNO < 4
005128             MOVE 4 TO CODIGO-RETORNO
005129         END-IF
005130     END-IF.
005131     WRITE LINEA-INFORME FROM LINEA-TEXTO.
005132     WRITE LINEA-INFORME FROM LINEA-BLANCO.
005140 1000-INICIALIZAR-PROCESO-EXIT.
005150     EXIT.
005160
005170******************************************************************
005180*    1100-LEER-PARAMETRO
005190*    Lee una linea CLAVE=VALOR de PARAMMES y actualiza el
005200*    parametro correspondiente. Las lineas en blanco y las
005210*    claves desconocidas se ignoran con aviso.
005220******************************************************************
005230 1100-LEER-PARAMETRO.
005240     READ PARAMETROS-ARCHIVO
005250         AT END
005260             MOVE 'S' TO FIN-PARAMETROS
005270             GO TO 1100-LEER-PARAMETRO-EXIT
005280     END-READ.
005290     IF LINEA-PARAMETRO = SPACES
005300         GO TO 1100-LEER-PARAMETRO-EXIT
005310     END-IF.
005320
005330     MOVE SPACES TO PARAM-CLAVE.
005340     MOVE SPACES TO PARAM-VALOR.
005350     UNSTRING LINEA-PARAMETRO DELIMITED BY '='
005360         INTO PARAM-CLAVE PARAM-VALOR.
005370
005380     PERFORM 1200-VALOR-A-NUMERO
005390         THRU 1200-VALOR-A-NUMERO-EXIT.
005400     IF VALOR-NUMERICO > 99999
005410         AND PARAM-CLAVE NOT = 'MES'
005420         MOVE 99999 TO VALOR-NUMERICO
005430     END-IF.
005440     EVALUATE PARAM-CLAVE
005450         WHEN 'MES'
005460             IF VALOR-NUMERICO > 999999
005470                 MOVE 0 TO PARAM-MES
005480             ELSE
005490                 MOVE VALOR-NUMERICO TO PARAM-MES
005500             END-IF
005510         WHEN 'UMBRALVOL'
005520             MOVE VALOR-NUMERICO TO PARAM-UMBRAL-VOL
005530         WHEN 'UMBRALNEG'
005540             MOVE VALOR-NUMERICO TO PARAM-UMBRAL-NEG
005550         WHEN 'MINTICKETS'
005560             MOVE VALOR-NUMERICO TO PARAM-MINTICKETS
005570         WHEN OTHER
005580             DISPLAY 'CLAVE DESCONOCIDA EN PARAMMES: ' PARAM-CLAVE
005590     END-EVALUATE.
005600 1100-LEER-PARAMETRO-EXIT.
005610     EXIT.
005620
005630******************************************************************
005640*    1200-VALOR-A-NUMERO
005650*    Convierte el VALOR recien leido (digitos a la izquierda,
005660*    relleno de espacios) en un numero, igual que RETO-19B;
005670*    los caracteres no numericos terminan la conversion.
005680******************************************************************
005690 1200-VALOR-A-NUMERO.
005700     MOVE 0 TO VALOR-NUMERICO.
005710     PERFORM VARYING IDX-VALOR FROM 1 BY 1
005720         UNTIL IDX-VALOR > 9
005730         OR PARAM-VALOR(IDX-VALOR:1) = SPACE
005740         OR PARAM-VALOR(IDX-VALOR:1) < '0'
005750         OR PARAM-VALOR(IDX-VALOR:1) > '9'
005760         MOVE PARAM-VALOR(IDX-VALOR:1) TO DIGITO-X
005770         COMPUTE VALOR-NUMERICO = VALOR-NUMERICO * 10 + DIGITO-9
005780     END-PERFORM.
005790 1200-VALOR-A-NUMERO-EXIT.
005800     EXIT.
005810
005820******************************************************************
005830*    1300-PREPARAR-PERIODOS
005840*    Calcula el mes anterior y el mismo mes del ano anterior al
005850*    pedido y los dias de cada uno. Del mes en curso solo se
005860*    controlan los dias ya cerrados (hasta ayer).
005870******************************************************************
005880 1300-PREPARAR-PERIODOS.
005890     MOVE PARAM-MES TO PER-MES(1).
005900     IF MEX-MES = 1
005910         COMPUTE PER-MES(2) = (MEX-ANO - 1) * 100 + 12
005920     ELSE
005930         COMPUTE PER-MES(2) = PARAM-MES - 1
005940     END-IF.
005950     COMPUTE PER-MES(3) = PARAM-MES - 100.
005960
005970     PERFORM 1400-DIAS-DEL-MES
005980         THRU 1400-DIAS-DEL-MES-EXIT
005990         VARYING IDX-PERIODO FROM 1 BY 1
006000         UNTIL IDX-PERIODO > 3.
006010 1300-PREPARAR-PERIODOS-EXIT.
006020     EXIT.
006030
006040 1400-DIAS-DEL-MES.
006050     MOVE PER-MES(IDX-PERIODO) TO MES-EXAMEN.
006060     MOVE DIAS-DEL-MES(MEX-MES) TO PER-DIAS-MES(IDX-PERIODO).
006070     IF MEX-MES = 2
006080         DIVIDE MEX-ANO BY 4   GIVING COCIENTE-ANO
006090             REMAINDER RESTO-4
006100         DIVIDE MEX-ANO BY 100 GIVING COCIENTE-ANO
006110             REMAINDER RESTO-100
006120         DIVIDE MEX-ANO BY 400 GIVING COCIENTE-ANO
006130             REMAINDER RESTO-400
006140         IF RESTO-4 = 0
006150             AND (RESTO-100 NOT = 0 OR RESTO-400 = 0)
006160             MOVE 29 TO PER-DIAS-MES(IDX-PERIODO)
006170         END-IF
006180     END-IF.
006190     MOVE PER-DIAS-MES(IDX-PERIODO)
006195         TO PER-DIAS-CONTROL(IDX-PERIODO).
006200     MOVE 'N' TO PER-EN-CURSO(IDX-PERIODO).
006210     IF PER-MES(IDX-PERIODO) = FPR-MES
006220         COMPUTE PER-DIAS-CONTROL(IDX-PERIODO) = FPR-DIA - 1
006230         MOVE 'S' TO PER-EN-CURSO(IDX-PERIODO)
006240     END-IF.
006250     PERFORM VARYING IDX-DIA FROM 1 BY 1
006260         UNTIL IDX-DIA > 31
006270         MOVE 'N' TO PER-DIA-CON-DATOS(IDX-PERIODO, IDX-DIA)
006280     END-PERFORM.
006290 1400-DIAS-DEL-MES-EXIT.
006300     EXIT.
006310
006311******************************************************************
006312*    1500-CARGAR-CALENDARIO
006313*    Carga el calendario laboral CALENLAB (copybook RETO19K). Sin
006314*    el fichero se siguen contando dias naturales, como antes de
006315*    existir el calendario, y se avisa por consola.
006316******************************************************************
006317 1500-CARGAR-CALENDARIO.
006318     MOVE 'N' TO CALENDARIO-CARGADO.
006319     MOVE SPACES TO TABLA-CALENDARIO.
006320     MOVE 0 TO CONTADOR-CAL-IGNORADOS.
006321     COMPUTE CLD-ANO-INICIAL = FECHA-PROCESO / 10000 - 8.
006322     OPEN INPUT CALENLAB-ARCHIVO.
006323     IF CALENLAB-STATUS NOT = '00'
006324         DISPLAY 'SIN CALENLAB, SE CUENTAN DIAS NATURALES: '
006325             CALENLAB-STATUS
006326         GO TO 1500-CARGAR-CALENDARIO-EXIT
006327     END-IF.
006328     MOVE 'N' TO FIN-CALENDARIO.
006329     PERFORM 1510-LEER-CALENDARIO
006330         THRU 1510-LEER-CALENDARIO-EXIT
006331         UNTIL NO-HAY-MAS-CALENDARIO.
006332     CLOSE CALENLAB-ARCHIVO.
006333     MOVE 'S' TO CALENDARIO-CARGADO.
006334     IF CONTADOR-CAL-IGNORADOS > 0
006335         DISPLAY 'CALENLAB: REGISTROS IGNORADOS: '
006336             CONTADOR-CAL-IGNORADOS
006337     END-IF.
006338 1500-CARGAR-CALENDARIO-EXIT.
006339     EXIT.
006340
006341******************************************************************
006342*    1510-LEER-CALENDARIO
006343*    Un registro del calendario: el A guarda la semana laborable
006344*    de su ano y el F o el L marcan su fecha. Los registros mal
006345*    formados o de anos fuera de los diez cargados se ignoran
006346*    (RETO-19V los detalla en su informe).
006347******************************************************************
006348 1510-LEER-CALENDARIO.
006349     READ CALENLAB-ARCHIVO
006350         AT END
006351             MOVE 'S' TO FIN-CALENDARIO
006352             GO TO 1510-LEER-CALENDARIO-EXIT
006353     END-READ.
006354     IF CAL-ES-COMENTARIO
006355         GO TO 1510-LEER-CALENDARIO-EXIT
006356     END-IF.
006357     IF CAL-FECHA NOT NUMERIC
006358         ADD 1 TO CONTADOR-CAL-IGNORADOS
006359         GO TO 1510-LEER-CALENDARIO-EXIT
006360     END-IF.
006361     MOVE CAL-FECHA TO CLD-FECHA.
006362     PERFORM 1520-POSICION-CALENDARIO
006363         THRU 1520-POSICION-CALENDARIO-EXIT.
006364     MOVE 0 TO CLD-CONTADOR.
006365     INSPECT CAL-SEMANA TALLYING CLD-CONTADOR
006366         FOR ALL 'L' ALL 'N'.
006367     EVALUATE TRUE
006368         WHEN CAL-ES-ANO AND CLD-IDX-ANO > 0
006369              AND CAL-MES-DIA = 0 AND CLD-CONTADOR = 7
006370             MOVE CAL-SEMANA TO CLD-SEMANA(CLD-IDX-ANO)
006371         WHEN (CAL-ES-FESTIVO OR CAL-ES-LABORABLE)
006372              AND CLD-IDX-DIA > 0
006373             MOVE CAL-TIPO TO CLD-DIA(CLD-IDX-ANO, CLD-IDX-DIA)
006374         WHEN OTHER
006375             ADD 1 TO CONTADOR-CAL-IGNORADOS
006376     END-EVALUATE.
006377 1510-LEER-CALENDARIO-EXIT.
006378     EXIT.
006379
006380******************************************************************
006381*    1520-POSICION-CALENDARIO
006382*    Deja en CLD-IDX-ANO el ano de CLD-FECHA dentro de la tabla
006383*    del calendario (0 si queda fuera de los diez cargados) y en
006384*    CLD-IDX-DIA su dia del ano (0 si no es una fecha valida).
006385******************************************************************
006386 1520-POSICION-CALENDARIO.
006387     MOVE 0 TO CLD-IDX-ANO.
006388     MOVE 0 TO CLD-IDX-DIA.
006389     IF CLD-ANO < CLD-ANO-INICIAL
006390         OR CLD-ANO > CLD-ANO-INICIAL + 9
006391         GO TO 1520-POSICION-CALENDARIO-EXIT
006392     END-IF.
006393     COMPUTE CLD-IDX-ANO = CLD-ANO - CLD-ANO-INICIAL + 1.
006394     IF CLD-MES-DIA < 0101 OR CLD-MES-DIA > 1231
006395         GO TO 1520-POSICION-CALENDARIO-EXIT
006396     END-IF.
006397
006398*    UNA FECHA IMPOSIBLE (31 DE ABRIL) DA 0 EN INTEGER-OF-DATE Y
006399*    QUEDA FUERA DEL RANGO DEL ANO
006400
006401     COMPUTE CLD-ENTERO-ANO =
006402         FUNCTION INTEGER-OF-DATE(CLD-ANO * 10000 + 0101).
006403     COMPUTE CLD-ENTERO-FECHA =
006404         FUNCTION INTEGER-OF-DATE(CLD-FECHA).
006405     IF CLD-ENTERO-FECHA >= CLD-ENTERO-ANO
006406         AND CLD-ENTERO-FECHA <= CLD-ENTERO-ANO + 365
006407         COMPUTE CLD-IDX-DIA =
006408             CLD-ENTERO-FECHA - CLD-ENTERO-ANO + 1
006409     END-IF.
006410 1520-POSICION-CALENDARIO-EXIT.
006411     EXIT.
006412
006413******************************************************************
006414*    1530-CONSULTAR-CALENDARIO
006415*    Deja en CLD-TIPO-DIA como es el dia CLD-FECHA: L laborable,
006416*    F festivo, N no laborable por su dia de la semana, o blanco
006417*    si queda fuera del calendario (sin CALENLAB, ano sin
006418*    registro A o fecha invalida).
006419******************************************************************
006420 1530-CONSULTAR-CALENDARIO.
006421     MOVE SPACE TO CLD-TIPO-DIA.
006422     IF NOT HAY-CALENDARIO
006423         GO TO 1530-CONSULTAR-CALENDARIO-EXIT
006424     END-IF.
006425     PERFORM 1520-POSICION-CALENDARIO
006426         THRU 1520-POSICION-CALENDARIO-EXIT.
006427     IF CLD-IDX-DIA = 0
006428         GO TO 1530-CONSULTAR-CALENDARIO-EXIT
006429     END-IF.
006430     IF CLD-SEMANA(CLD-IDX-ANO) = SPACES
006431         GO TO 1530-CONSULTAR-CALENDARIO-EXIT
006432     END-IF.
006433     IF CLD-DIA(CLD-IDX-ANO, CLD-IDX-DIA) NOT = SPACE
006434         MOVE CLD-DIA(CLD-IDX-ANO, CLD-IDX-DIA) TO CLD-TIPO-DIA
006435         GO TO 1530-CONSULTAR-CALENDARIO-EXIT
006436     END-IF.
006437
006438*    DIA DE LA SEMANA: EL DIA 1 DE INTEGER-OF-DATE (01-01-1601)
006439*    FUE LUNES, ASI QUE 1 ES LUNES Y 7 DOMINGO
006440
006441     SUBTRACT 1 FROM CLD-ENTERO-FECHA.
006442     DIVIDE CLD-ENTERO-FECHA BY 7 GIVING CLD-COCIENTE
006443         REMAINDER CLD-DIA-SEMANA.
006444     ADD 1 TO CLD-DIA-SEMANA.
006445     MOVE CLD-SEMANA(CLD-IDX-ANO)(CLD-DIA-SEMANA:1)
006446         TO CLD-TIPO-DIA.
006447 1530-CONSULTAR-CALENDARIO-EXIT.
006448     EXIT.
006449
006450******************************************************************
006451*    2000-LEER-HISTORIA
006452*    Recorre el historico completo y acumula los registros de
006453*    los tres meses; los demas solo se cuentan.
006454******************************************************************
006455 2000-LEER-HISTORIA.
006456     OPEN INPUT HISTORIA-ARCHIVO.
006457     IF HISTORIA-STATUS NOT = '00'
006458         DISPLAY 'NO SE PUDO ABRIR HISTORIA. STATUS: '
006459             HISTORIA-STATUS
006460         MOVE 12 TO CODIGO-RETORNO
006461         GO TO 2000-LEER-HISTORIA-EXIT
006462     END-IF.
006463
006464     MOVE 'N' TO FIN-HISTORIA.
006470     PERFORM 2100-TRATAR-REGISTRO
006480         THRU 2100-TRATAR-REGISTRO-EXIT
006490         UNTIL NO-HAY-MAS-HISTORIA.
006500     CLOSE HISTORIA-ARCHIVO.
006510
006520     IF PER-TICKETS(1) = 0
006530         OR CONTADOR-INVALIDOS > 0
006540         OR CONTADOR-FUERA-TABLA > 0
006550         IF CODIGO-RETORNO < 4
006560             MOVE 4 TO CODIGO-RETORNO
006570         END-IF
006580     END-IF.
006590 2000-LEER-HISTORIA-EXIT.
006600     EXIT.
006610
006620******************************************************************
006630*    2100-TRATAR-REGISTRO
006640*    Un registro resumen: si es de uno de los tres meses marca
006650*    su dia como dia con datos y suma el ticket a su canal, a su
006660*    categoria, a su celda y al total. Los registros con fecha
006670*    o contadores no numericos se cuentan como invalidos.
006680******************************************************************
006690 2100-TRATAR-REGISTRO.
006700     READ HISTORIA-ARCHIVO
006710         AT END
006720             MOVE 'S' TO FIN-HISTORIA
006730             GO TO 2100-TRATAR-REGISTRO-EXIT
006740     END-READ.
006750     ADD 1 TO CONTADOR-LEIDOS.
006760     IF RES-FECHA NOT NUMERIC
006770         ADD 1 TO CONTADOR-INVALIDOS
006780         GO TO 2100-TRATAR-REGISTRO-EXIT
006790     END-IF.
006800
006810     MOVE RES-FECHA TO FECHA-EXAMEN.
006820     COMPUTE MES-EXAMEN = FEX-ANO * 100 + FEX-MES.
006830     MOVE 0 TO IDX-PERIODO.
006840     PERFORM VARYING IDX-COMPARA FROM 1 BY 1
006850         UNTIL IDX-COMPARA > 3
006860         IF PER-MES(IDX-COMPARA) = MES-EXAMEN
006870             MOVE IDX-COMPARA TO IDX-PERIODO
006880         END-IF
006890     END-PERFORM.
006900     IF IDX-PERIODO = 0
006910         ADD 1 TO CONTADOR-OTROS-MESES
006920         GO TO 2100-TRATAR-REGISTRO-EXIT
006930     END-IF.
006940     IF FEX-DIA < 1 OR FEX-DIA > PER-DIAS-MES(IDX-PERIODO)
006950         OR RES-NUM-PALABRAS NOT NUMERIC
006960         OR RES-INDICE-LEG NOT NUMERIC
006970         ADD 1 TO CONTADOR-INVALIDOS
006980         GO TO 2100-TRATAR-REGISTRO-EXIT
006990     END-IF.
007000     MOVE 'S' TO PER-DIA-CON-DATOS(IDX-PERIODO, FEX-DIA).
007010
007020*    LOS REGISTROS ANTERIORES AL CANAL O A LA CATEGORIA LOS
007030*    TRAEN EN BLANCO; SE AGRUPAN BAJO UN CODIGO VISIBLE
007040
007050     MOVE RES-CANAL TO CANAL-REGISTRO.
007060     IF CANAL-REGISTRO = SPACES
007070         MOVE '---' TO CANAL-REGISTRO
007080     END-IF.
007090     MOVE RES-CATEGORIA TO CATEGORIA-REGISTRO.
007100     IF CATEGORIA-REGISTRO = SPACES
007110         MOVE '(SIN DATO)' TO CATEGORIA-REGISTRO
007120     END-IF.
007130
007140     PERFORM 2200-BUSCAR-CANAL
007150         THRU 2200-BUSCAR-CANAL-EXIT.
007160     PERFORM 2300-BUSCAR-CATEGORIA
007170         THRU 2300-BUSCAR-CATEGORIA-EXIT.
007180     IF IDX-CANAL-USO = 0 OR IDX-CATEGORIA-USO = 0
007190         ADD 1 TO CONTADOR-FUERA-TABLA
007200         GO TO 2100-TRATAR-REGISTRO-EXIT
007210     END-IF.
007220     MOVE CANAL-REGISTRO     TO CTR-CANAL.
007230     MOVE CATEGORIA-REGISTRO TO CTR-CATEGORIA.
007240     PERFORM 2400-BUSCAR-CELDA
007250         THRU 2400-BUSCAR-CELDA-EXIT.
007260     IF IDX-CELDA-USO = 0
007270         IF NUM-CELDAS >= 600
007280             ADD 1 TO CONTADOR-FUERA-TABLA
007290             GO TO 2100-TRATAR-REGISTRO-EXIT
007300         END-IF
007310         ADD 1 TO NUM-CELDAS
007320         INITIALIZE CELDA-ENTRY(NUM-CELDAS)
007330         MOVE CANAL-REGISTRO     TO CEL-CANAL(NUM-CELDAS)
007340         MOVE CATEGORIA-REGISTRO TO CEL-CATEGORIA(NUM-CELDAS)
007350         MOVE NUM-CELDAS TO IDX-CELDA-USO
007360     END-IF.
007370
007380     EVALUATE RES-SENT-BANDA
007390         WHEN 'POSITIVO'
007400             MOVE 1 TO IDX-SENT
007410         WHEN 'NEUTRO'
007420             MOVE 2 TO IDX-SENT
007430         WHEN 'NEGATIVO'
007440             MOVE 3 TO IDX-SENT
007450         WHEN OTHER
007460             MOVE 4 TO IDX-SENT
007470     END-EVALUATE.
007480
007490     ADD 1 TO PER-TICKETS(IDX-PERIODO).
007500     ADD 1 TO CEL-TICKETS(IDX-CELDA-USO, IDX-PERIODO).
007510     ADD RES-NUM-PALABRAS
007520         TO CEL-PALABRAS(IDX-CELDA-USO, IDX-PERIODO).
007530     ADD RES-INDICE-LEG
007540         TO CEL-LEG-SUMA(IDX-CELDA-USO, IDX-PERIODO).
007550     ADD 1 TO CEL-SENT(IDX-CELDA-USO, IDX-PERIODO, IDX-SENT).
007560     ADD 1 TO TOT-TICKETS(IDX-PERIODO).
007570     ADD RES-NUM-PALABRAS TO TOT-PALABRAS(IDX-PERIODO).
007580     ADD RES-INDICE-LEG   TO TOT-LEG-SUMA(IDX-PERIODO).
007590     ADD 1 TO TOT-SENT(IDX-PERIODO, IDX-SENT).
007600     IF IDX-PERIODO NOT = 1
007610         GO TO 2100-TRATAR-REGISTRO-EXIT
007620     END-IF.
007630
007640     EVALUATE RES-BANDA-LEG
007650         WHEN 'MUY FACIL'
007660             MOVE 1 TO IDX-LEG
007670         WHEN 'NORMAL'
007680             MOVE 2 TO IDX-LEG
007690         WHEN 'DIFICIL'
007700             MOVE 3 TO IDX-LEG
007710         WHEN 'MUY DIFICIL'
007720             MOVE 4 TO IDX-LEG
007730         WHEN OTHER
007740             MOVE 5 TO IDX-LEG
007750     END-EVALUATE.
007760     ADD 1 TO CAN-TICKETS(IDX-CANAL-USO).
007770     ADD 1 TO CAN-LEG(IDX-CANAL-USO, IDX-LEG).
007780     ADD 1 TO TOTAL-LEG(IDX-LEG).
007790     ADD 1 TO CAT-TICKETS(IDX-CATEGORIA-USO).
007800 2100-TRATAR-REGISTRO-EXIT.
007810     EXIT.
007820
007830******************************************************************
007840*    2200-BUSCAR-CANAL
007850*    Deja en IDX-CANAL-USO la posicion de CANAL-REGISTRO en la
007860*    tabla de canales, dandolo de alta en su orden alfabetico si
007870*    es nuevo (0 si la tabla esta llena).
007880******************************************************************
007890 2200-BUSCAR-CANAL.
007900     MOVE 0 TO IDX-CANAL-USO.
007910     PERFORM VARYING IDX-CANAL FROM 1 BY 1
007920         UNTIL IDX-CANAL > NUM-CANALES
007930         OR IDX-CANAL-USO > 0
007940         IF CAN-CODIGO(IDX-CANAL) = CANAL-REGISTRO
007950             MOVE IDX-CANAL TO IDX-CANAL-USO
007960         END-IF
007970     END-PERFORM.
007980     IF IDX-CANAL-USO > 0 OR NUM-CANALES >= 30
007990         GO TO 2200-BUSCAR-CANAL-EXIT
008000     END-IF.
008010
008020     MOVE 1 TO IDX-CANAL-USO.
008030     PERFORM VARYING IDX-CANAL FROM 1 BY 1
008040         UNTIL IDX-CANAL > NUM-CANALES
008050         IF CAN-CODIGO(IDX-CANAL) < CANAL-REGISTRO
008060             COMPUTE IDX-CANAL-USO = IDX-CANAL + 1
008070         END-IF
008080     END-PERFORM.
008090     PERFORM VARYING IDX-CANAL FROM NUM-CANALES BY -1
008100         UNTIL IDX-CANAL < IDX-CANAL-USO
008110         MOVE CANAL-ENTRY(IDX-CANAL) TO CANAL-ENTRY(IDX-CANAL + 1)
008120     END-PERFORM.
008130     ADD 1 TO NUM-CANALES.
008140     INITIALIZE CANAL-ENTRY(IDX-CANAL-USO).
008150     MOVE CANAL-REGISTRO TO CAN-CODIGO(IDX-CANAL-USO).
008160 2200-BUSCAR-CANAL-EXIT.
008170     EXIT.
008180
008190******************************************************************
008200*    2300-BUSCAR-CATEGORIA
008210*    Igual que 2200-BUSCAR-CANAL para CATEGORIA-REGISTRO en la
008220*    tabla de categorias; deja la posicion en IDX-CATEGORIA-USO.
008230******************************************************************
008240 2300-BUSCAR-CATEGORIA.
008250     MOVE 0 TO IDX-CATEGORIA-USO.
008260     PERFORM VARYING IDX-CATEGORIA FROM 1 BY 1
008270         UNTIL IDX-CATEGORIA > NUM-CATEGORIAS
008280         OR IDX-CATEGORIA-USO > 0
008290         IF CAT-CODIGO(IDX-CATEGORIA) = CATEGORIA-REGISTRO
008300             MOVE IDX-CATEGORIA TO IDX-CATEGORIA-USO
008310         END-IF
008320     END-PERFORM.
008330     IF IDX-CATEGORIA-USO > 0 OR NUM-CATEGORIAS >= 40
008340         GO TO 2300-BUSCAR-CATEGORIA-EXIT
008350     END-IF.
008360
008370     MOVE 1 TO IDX-CATEGORIA-USO.
008380     PERFORM VARYING IDX-CATEGORIA FROM 1 BY 1
008390         UNTIL IDX-CATEGORIA > NUM-CATEGORIAS
008400         IF CAT-CODIGO(IDX-CATEGORIA) < CATEGORIA-REGISTRO
008410             COMPUTE IDX-CATEGORIA-USO = IDX-CATEGORIA + 1
008420         END-IF
008430     END-PERFORM.
008440     PERFORM VARYING IDX-CATEGORIA FROM NUM-CATEGORIAS BY -1
008450         UNTIL IDX-CATEGORIA < IDX-CATEGORIA-USO
008460         MOVE CATEGORIA-ENTRY(IDX-CATEGORIA)
008470             TO CATEGORIA-ENTRY(IDX-CATEGORIA + 1)
008480     END-PERFORM.
008490     ADD 1 TO NUM-CATEGORIAS.
008500     INITIALIZE CATEGORIA-ENTRY(IDX-CATEGORIA-USO).
008510     MOVE CATEGORIA-REGISTRO TO CAT-CODIGO(IDX-CATEGORIA-USO).
008520 2300-BUSCAR-CATEGORIA-EXIT.
008530     EXIT.
008540
008550******************************************************************
008560*    2400-BUSCAR-CELDA
008570*    Deja en IDX-CELDA-USO la posicion de la celda CTR-CANAL /
008580*    CTR-CATEGORIA (0 si todavia no existe).
008590******************************************************************
008600 2400-BUSCAR-CELDA.
008610     MOVE 0 TO IDX-CELDA-USO.
008620     PERFORM VARYING IDX-CELDA FROM 1 BY 1
008630         UNTIL IDX-CELDA > NUM-CELDAS
008640         OR IDX-CELDA-USO > 0
008650         IF CEL-CANAL(IDX-CELDA) = CTR-CANAL
008660             AND CEL-CATEGORIA(IDX-CELDA) = CTR-CATEGORIA
008670             MOVE IDX-CELDA TO IDX-CELDA-USO
008680         END-IF
008690     END-PERFORM.
008700 2400-BUSCAR-CELDA-EXIT.
008710     EXIT.
008720
008730******************************************************************
008740*    3000-CONTROL-DIAS
008750*    Cuenta los laborables con datos de cada mes. Si faltan
008760*    laborables del mes pedido se listan y se avisa de que los
008765*    totales no son del mes completo; de los meses de
008770*    comparacion se dice cuantos dias tienen, porque un mes
008780*    incompleto tambien falsea la comparacion.
008800******************************************************************
008810 3000-CONTROL-DIAS.
008820     MOVE 'DIAS CON DATOS EN HISTORIA' TO LSE-TITULO.
008830     WRITE LINEA-INFORME FROM LINEA-SECCION.
008840     PERFORM 3100-CONTAR-DIAS
008850         THRU 3100-CONTAR-DIAS-EXIT
008860         VARYING IDX-PERIODO FROM 1 BY 1
008870         UNTIL IDX-PERIODO > 3.
008880
008890     IF PER-DIAS-CON-DATOS(1) < PER-DIAS-LABORABLES(1)
008900         PERFORM 3200-LISTAR-DIAS-SIN-DATOS
008910             THRU 3200-LISTAR-DIAS-SIN-DATOS-EXIT
008920         MOVE 'ATENCION: FALTAN DIAS DEL MES EN HISTORIA; LOS TOTA
008930-             'LES NO SON LOS DEL MES COMPLETO' TO LINEA-TEXTO
008940         WRITE LINEA-INFORME FROM LINEA-TEXTO
008950         IF CODIGO-RETORNO < 4
008960             MOVE 4 TO CODIGO-RETORNO
008970         END-IF
008980     END-IF.
008990     IF PER-EN-CURSO(1) = 'S'
009000         MOVE 'MES EN CURSO: SOLO SE CONTROLAN LOS DIAS YA CERRADO
009010-             'S Y LOS TOTALES SON PARCIALES' TO LINEA-TEXTO
009020         WRITE LINEA-INFORME FROM LINEA-TEXTO
009030     END-IF.
009040     WRITE LINEA-INFORME FROM LINEA-BLANCO.
009050 3000-CONTROL-DIAS-EXIT.
009060     EXIT.
009070
009080 3100-CONTAR-DIAS.
009090     MOVE 0 TO PER-DIAS-CON-DATOS(IDX-PERIODO).
009095     MOVE 0 TO PER-DIAS-LABORABLES(IDX-PERIODO).
009100     PERFORM VARYING IDX-DIA FROM 1 BY 1
009110         UNTIL IDX-DIA > PER-DIAS-CONTROL(IDX-PERIODO)
009111         COMPUTE CLD-FECHA = PER-MES(IDX-PERIODO) * 100 + IDX-DIA
009112         PERFORM 1530-CONSULTAR-CALENDARIO
009113             THRU 1530-CONSULTAR-CALENDARIO-EXIT
009114         IF CLD-NO-LABORABLE
009115             IF PER-DIA-CON-DATOS(IDX-PERIODO, IDX-DIA) NOT = 'S'
009116                 MOVE 'X'
009117                     TO PER-DIA-CON-DATOS(IDX-PERIODO, IDX-DIA)
009118             END-IF
009119         ELSE
009120             ADD 1 TO PER-DIAS-LABORABLES(IDX-PERIODO)
009121             IF PER-DIA-CON-DATOS(IDX-PERIODO, IDX-DIA) = 'S'
009130                 ADD 1 TO PER-DIAS-CON-DATOS(IDX-PERIODO)
009140             END-IF
009145         END-IF
009150     END-PERFORM.
009160
009170     EVALUATE IDX-PERIODO
009180         WHEN 1
009190             MOVE 'MES PEDIDO      ' TO LDS-DESCRIPCION
009200         WHEN 2
009210             MOVE 'MES ANTERIOR    ' TO LDS-DESCRIPCION
009220         WHEN OTHER
009230             MOVE 'ANO ANTERIOR    ' TO LDS-DESCRIPCION
009240     END-EVALUATE.
009250     MOVE PER-MES(IDX-PERIODO)            TO LDS-MES.
009260     MOVE PER-DIAS-CON-DATOS(IDX-PERIODO) TO LDS-CON-DATOS.
009270     MOVE PER-DIAS-LABORABLES(IDX-PERIODO) TO LDS-CONTROL.
009271     IF HAY-CALENDARIO
009272         MOVE ' LABORABLES' TO LDS-CLASE
009273     ELSE
009274         MOVE ' NATURALES' TO LDS-CLASE
009275     END-IF.
009280     EVALUATE TRUE
009290         WHEN PER-TICKETS(IDX-PERIODO) = 0
009300             MOVE 'SIN DATOS' TO LDS-NOTA
009310         WHEN PER-DIAS-CON-DATOS(IDX-PERIODO)
009320              < PER-DIAS-LABORABLES(IDX-PERIODO)
009330             MOVE 'INCOMPLETO' TO LDS-NOTA
009340         WHEN OTHER
009350             MOVE 'COMPLETO' TO LDS-NOTA
009360     END-EVALUATE.
009370     IF IDX-PERIODO > 1
009375         AND PER-TICKETS(IDX-PERIODO) > 0
009380         AND PER-DIAS-CON-DATOS(IDX-PERIODO)
009390             < PER-DIAS-LABORABLES(IDX-PERIODO)
009400         MOVE 'LA COMPARACION CON ESTE MES QUEDA AFECTADA'
009410             TO LDS-NOTA
009420     END-IF.
009430     WRITE LINEA-INFORME FROM LINEA-DIAS.
009440 3100-CONTAR-DIAS-EXIT.
009450     EXIT.
009460
009470******************************************************************
009480*    3200-LISTAR-DIAS-SIN-DATOS
009490*    Escribe las fechas laborables del mes pedido sin ningun
009500*    registro en HISTORIA, ocho por linea.
009510******************************************************************
009520 3200-LISTAR-DIAS-SIN-DATOS.
009530     MOVE SPACES TO LINEA-FECHAS.
009540     MOVE '  DIAS SIN DATOS: ' TO LFE-ETIQUETA.
009550     MOVE 0 TO IDX-FECHA-LINEA.
009560     PERFORM VARYING IDX-DIA FROM 1 BY 1
009570         UNTIL IDX-DIA > PER-DIAS-CONTROL(1)
009580         IF PER-DIA-CON-DATOS(1, IDX-DIA) = 'N'
009590             IF IDX-FECHA-LINEA = 8
009600                 WRITE LINEA-INFORME FROM LINEA-FECHAS
009610                 MOVE SPACES TO LINEA-FECHAS
009620                 MOVE 0 TO IDX-FECHA-LINEA
009630             END-IF
009640             ADD 1 TO IDX-FECHA-LINEA
009650             COMPUTE LFE-FECHA(IDX-FECHA-LINEA) =
009660                 PER-MES(1) * 100 + IDX-DIA
009670         END-IF
009680     END-PERFORM.
009690     IF IDX-FECHA-LINEA > 0
009700         WRITE LINEA-INFORME FROM LINEA-FECHAS
009710     END-IF.
009720 3200-LISTAR-DIAS-SIN-DATOS-EXIT.
009730     EXIT.
009740
009750******************************************************************
009760*    4000-INFORME-MATRIZ
009770*    Matriz de tickets del mes pedido: una fila por categoria y
009780*    una columna por canal, en bloques de doce canales; el
009790*    ultimo bloque lleva la columna de total por categoria.
009800******************************************************************
009810 4000-INFORME-MATRIZ.
009820     MOVE 'TICKETS DEL MES POR CATEGORIA (FILAS) Y CANAL (COLUMNAS
009830-        ')' TO LSE-TITULO.
009840     WRITE LINEA-INFORME FROM LINEA-SECCION.
009850     IF NUM-CANALES = 0
009860         WRITE LINEA-INFORME FROM LINEA-NINGUNA
009870         GO TO 4000-INFORME-MATRIZ-EXIT
009880     END-IF.
009890     PERFORM 4100-ESCRIBIR-BLOQUE
009900         THRU 4100-ESCRIBIR-BLOQUE-EXIT
009910         VARYING BLOQUE-INICIO FROM 1 BY 12
009920         UNTIL BLOQUE-INICIO > NUM-CANALES.
009930 4000-INFORME-MATRIZ-EXIT.
009940     EXIT.
009950
009960 4100-ESCRIBIR-BLOQUE.
009970     COMPUTE BLOQUE-FIN = BLOQUE-INICIO + 11.
009980     IF BLOQUE-FIN > NUM-CANALES
009990         MOVE NUM-CANALES TO BLOQUE-FIN
010000     END-IF.
010010
010020     MOVE SPACES TO LINEA-MATRIZ-CAB.
010030     MOVE 'CATEGORIA' TO LMC-ETIQUETA.
010040     PERFORM VARYING IDX-CANAL FROM BLOQUE-INICIO BY 1
010050         UNTIL IDX-CANAL > BLOQUE-FIN
010060         COMPUTE IDX-COLUMNA = IDX-CANAL - BLOQUE-INICIO + 1
010070         MOVE CAN-CODIGO(IDX-CANAL) TO LMC-CANAL(IDX-COLUMNA)
010080     END-PERFORM.
010090     IF BLOQUE-FIN = NUM-CANALES
010100         MOVE '    TOTAL' TO LMC-TOTAL
010110     END-IF.
010120     WRITE LINEA-INFORME FROM LINEA-MATRIZ-CAB.
010130
010140     PERFORM 4200-ESCRIBIR-FILA
010150         THRU 4200-ESCRIBIR-FILA-EXIT
010160         VARYING IDX-CATEGORIA FROM 1 BY 1
010170         UNTIL IDX-CATEGORIA > NUM-CATEGORIAS.
010180
010190     MOVE SPACES TO LINEA-MATRIZ.
010200     MOVE 'TOTAL' TO LMZ-CATEGORIA.
010210     PERFORM VARYING IDX-CANAL FROM BLOQUE-INICIO BY 1
010220         UNTIL IDX-CANAL > BLOQUE-FIN
010230         COMPUTE IDX-COLUMNA = IDX-CANAL - BLOQUE-INICIO + 1
010240         MOVE CAN-TICKETS(IDX-CANAL) TO LMZ-TICKETS(IDX-COLUMNA)
010250     END-PERFORM.
010260     IF BLOQUE-FIN = NUM-CANALES
010270         MOVE TOT-TICKETS(1) TO LMZ-TOTAL
010280     END-IF.
010290     WRITE LINEA-INFORME FROM LINEA-MATRIZ.
010300     WRITE LINEA-INFORME FROM LINEA-BLANCO.
010310 4100-ESCRIBIR-BLOQUE-EXIT.
010320     EXIT.
010330
010340 4200-ESCRIBIR-FILA.
010350     MOVE SPACES TO LINEA-MATRIZ.
010360     MOVE CAT-CODIGO(IDX-CATEGORIA) TO LMZ-CATEGORIA.
010370     MOVE CAT-CODIGO(IDX-CATEGORIA) TO CTR-CATEGORIA.
010380     PERFORM VARYING IDX-CANAL FROM BLOQUE-INICIO BY 1
010390         UNTIL IDX-CANAL > BLOQUE-FIN
010400         COMPUTE IDX-COLUMNA = IDX-CANAL - BLOQUE-INICIO + 1
010410         MOVE CAN-CODIGO(IDX-CANAL) TO CTR-CANAL
010420         PERFORM 2400-BUSCAR-CELDA
010430             THRU 2400-BUSCAR-CELDA-EXIT
010440         IF IDX-CELDA-USO = 0
010450             MOVE 0 TO LMZ-TICKETS(IDX-COLUMNA)
010460         ELSE
010470             MOVE CEL-TICKETS(IDX-CELDA-USO, 1)
010480                 TO LMZ-TICKETS(IDX-COLUMNA)
010490         END-IF
010500     END-PERFORM.
010510     IF BLOQUE-FIN = NUM-CANALES
010520         MOVE CAT-TICKETS(IDX-CATEGORIA) TO LMZ-TOTAL
010530     END-IF.
010540     WRITE LINEA-INFORME FROM LINEA-MATRIZ.
010550 4200-ESCRIBIR-FILA-EXIT.
010560     EXIT.
010570
010580******************************************************************
010590*    5000-INFORME-DETALLE
010600*    Pagina de detalle: una linea por celda canal/categoria con
010610*    datos en alguno de los tres meses, por canal y categoria en
010620*    orden alfabetico, y una linea final con el total del mes.
010630******************************************************************
010640 5000-INFORME-DETALLE.
010645     WRITE LINEA-INFORME FROM LINEA-BLANCO
010650         BEFORE ADVANCING PAGE.
010660     MOVE 'DETALLE POR CANAL Y CATEGORIA' TO LSE-TITULO.
010670     WRITE LINEA-INFORME FROM LINEA-SECCION.
010680     MOVE 'PAL-M Y LEG-M: PALABRAS E INDICE DE LEGIBILIDAD MEDIOS 
010690-        'POR TICKET' TO LINEA-TEXTO.
010700     WRITE LINEA-INFORME FROM LINEA-TEXTO.
010710     MOVE 'POS% NEU% NEG% S/B%: REPARTO DE LA BANDA DE SENTIMIENTO
010720-        ' (S/B SIN BANDA); NETO = POS% - NEG%' TO LINEA-TEXTO.
010730     WRITE LINEA-INFORME FROM LINEA-TEXTO.
010740     MOVE 'VOL%: VARIACION DE TICKETS; NEG: VARIACION EN PUNTOS DE
010750-        ' LA CUOTA NEGATIVA; AV: AVISO (V, N)' TO LINEA-TEXTO.
010760     WRITE LINEA-INFORME FROM LINEA-TEXTO.
010770     MOVE 'NUEVO: SIN TICKETS EN EL MES COMPARADO; S/D: MES COMPAR
010780-        'ADO SIN DATOS; N/D: NO CALCULABLE' TO LINEA-TEXTO.
010790     WRITE LINEA-INFORME FROM LINEA-TEXTO.
010800     WRITE LINEA-INFORME FROM LINEA-BLANCO.
010810     WRITE LINEA-INFORME FROM LINEA-DET-CAB-1.
010820     WRITE LINEA-INFORME FROM LINEA-DET-CAB-2.
010830
010840     PERFORM 5100-DETALLE-CANAL
010850         THRU 5100-DETALLE-CANAL-EXIT
010860         VARYING IDX-CANAL FROM 1 BY 1
010870         UNTIL IDX-CANAL > NUM-CANALES.
010880
010890     MOVE CELDA-TOTAL TO CELDA-TRABAJO.
010900     PERFORM 5200-ESCRIBIR-CELDA
010910         THRU 5200-ESCRIBIR-CELDA-EXIT.
010920 5000-INFORME-DETALLE-EXIT.
010930     EXIT.
010940
010950 5100-DETALLE-CANAL.
010960     PERFORM VARYING IDX-CATEGORIA FROM 1 BY 1
010970         UNTIL IDX-CATEGORIA > NUM-CATEGORIAS
010980         MOVE CAN-CODIGO(IDX-CANAL)     TO CTR-CANAL
010990         MOVE CAT-CODIGO(IDX-CATEGORIA) TO CTR-CATEGORIA
011000         PERFORM 2400-BUSCAR-CELDA
011010             THRU 2400-BUSCAR-CELDA-EXIT
011020         IF IDX-CELDA-USO > 0
011030             MOVE CELDA-ENTRY(IDX-CELDA-USO) TO CELDA-TRABAJO
011040             PERFORM 5200-ESCRIBIR-CELDA
011050                 THRU 5200-ESCRIBIR-CELDA-EXIT
011060         END-IF
011070     END-PERFORM.
011080     WRITE LINEA-INFORME FROM LINEA-BLANCO.
011090 5100-DETALLE-CANAL-EXIT.
011100     EXIT.
011110
011120******************************************************************
011130*    5200-ESCRIBIR-CELDA
011140*    Escribe la linea de CELDA-TRABAJO: medias y reparto de
011150*    sentimiento del mes pedido (en blanco si no tuvo tickets)
011160*    y su comparacion con los otros dos meses.
011170******************************************************************
011180 5200-ESCRIBIR-CELDA.
011190     MOVE SPACES TO LINEA-DETALLE.
011200     MOVE CTR-CANAL       TO LDT-CANAL.
011210     MOVE CTR-CATEGORIA   TO LDT-CATEGORIA.
011220     MOVE CTR-TICKETS(1)  TO LDT-TICKETS.
011230     IF CTR-TICKETS(1) > 0
011240         COMPUTE PALABRAS-MEDIA ROUNDED =
011250             CTR-PALABRAS(1) / CTR-TICKETS(1)
011260         COMPUTE LEG-MEDIA ROUNDED =
011270             CTR-LEG-SUMA(1) / CTR-TICKETS(1)
011280         PERFORM VARYING IDX-SENT FROM 1 BY 1
011290             UNTIL IDX-SENT > 4
011300             COMPUTE PORC-SENT(IDX-SENT) ROUNDED =
011310                 CTR-SENT(1, IDX-SENT) * 100 / CTR-TICKETS(1)
011320             MOVE PORC-SENT(IDX-SENT) TO LDT-PORC(IDX-SENT)
011330         END-PERFORM
011340         COMPUTE NETO-SENT = PORC-SENT(1) - PORC-SENT(3)
011350         MOVE PALABRAS-MEDIA TO LDT-PAL-MEDIA
011360         MOVE LEG-MEDIA      TO LDT-LEG-MEDIA
011370         MOVE NETO-SENT      TO LDT-NETO
011380     END-IF.
011390
011400     PERFORM 5300-COMPARAR-CELDA
011410         THRU 5300-COMPARAR-CELDA-EXIT
011420         VARYING IDX-COMPARA FROM 1 BY 1
011430         UNTIL IDX-COMPARA > 2.
011440     WRITE LINEA-INFORME FROM LINEA-DETALLE.
011450     ADD 1 TO CONTADOR-ESCRITOS.
011460 5200-ESCRIBIR-CELDA-EXIT.
011470     EXIT.
011480
011490******************************************************************
011500*    5300-COMPARAR-CELDA
011510*    Compara la celda con el mes IDX-COMPARA + 1: variacion de
011520*    tickets en % y de la cuota negativa en puntos. Se marca V
011530*    o N cuando pasan de su umbral, siempre que la celda llegue
011540*    al minimo de tickets en alguno de los dos meses (con pocos
011550*    tickets cualquier cambio pasaria del umbral).
011560******************************************************************
011570 5300-COMPARAR-CELDA.
011580     COMPUTE IDX-PERIODO = IDX-COMPARA + 1.
011590     MOVE SPACES TO AVISO-CELDA.
011600     IF PER-TICKETS(IDX-PERIODO) = 0
011610         MOVE '  S/D' TO LDT-VOL(IDX-COMPARA)
011620         MOVE ' S/D'  TO LDT-NEG(IDX-COMPARA)
011630         GO TO 5300-COMPARAR-CELDA-EXIT
011640     END-IF.
011650     IF CTR-TICKETS(IDX-PERIODO) = 0
011660         IF CTR-TICKETS(1) = 0
011670             MOVE '  N/D' TO LDT-VOL(IDX-COMPARA)
011680         ELSE
011690             MOVE 'NUEVO' TO LDT-VOL(IDX-COMPARA)
011692             IF CTR-TICKETS(1) >= PARAM-MINTICKETS
011694                 MOVE 'V' TO LDT-AVISO(IDX-COMPARA)
011696                 ADD 1 TO CONTADOR-AVISOS(IDX-COMPARA)
011698             END-IF
011700         END-IF
011710         MOVE ' N/D' TO LDT-NEG(IDX-COMPARA)
011720         GO TO 5300-COMPARAR-CELDA-EXIT
011730     END-IF.
011740
011750     COMPUTE DELTA-VOL ROUNDED =
011760         (CTR-TICKETS(1) - CTR-TICKETS(IDX-PERIODO)) * 100
011770         / CTR-TICKETS(IDX-PERIODO)
011780         ON SIZE ERROR
011790             MOVE 9999 TO DELTA-VOL
011800     END-COMPUTE.
011810     MOVE DELTA-VOL   TO VOL-EDITADO.
011820     MOVE VOL-EDITADO TO LDT-VOL(IDX-COMPARA).
011830     IF CTR-TICKETS(1) >= PARAM-MINTICKETS
011840         OR CTR-TICKETS(IDX-PERIODO) >= PARAM-MINTICKETS
011850         IF DELTA-VOL > PARAM-UMBRAL-VOL
011860             OR DELTA-VOL < 0 - PARAM-UMBRAL-VOL
011870             MOVE 'V' TO AVISO-CELDA(1:1)
011880         END-IF
011890     END-IF.
011900
011910     IF CTR-TICKETS(1) = 0
011920         MOVE ' N/D' TO LDT-NEG(IDX-COMPARA)
011930     ELSE
011940         COMPUTE NEG-ACTUAL ROUNDED =
011950             CTR-SENT(1, 3) * 100 / CTR-TICKETS(1)
011960         COMPUTE NEG-COMPARA ROUNDED =
011970             CTR-SENT(IDX-PERIODO, 3) * 100
011980             / CTR-TICKETS(IDX-PERIODO)
011990         COMPUTE DELTA-NEG = NEG-ACTUAL - NEG-COMPARA
012000         MOVE DELTA-NEG   TO NEG-EDITADO
012010         MOVE NEG-EDITADO TO LDT-NEG(IDX-COMPARA)
012020         IF (CTR-TICKETS(1) >= PARAM-MINTICKETS
012030             OR CTR-TICKETS(IDX-PERIODO) >= PARAM-MINTICKETS)
012040             AND (DELTA-NEG > PARAM-UMBRAL-NEG
012050             OR DELTA-NEG < 0 - PARAM-UMBRAL-NEG)
012060             IF AVISO-CELDA = SPACES
012070                 MOVE 'N' TO AVISO-CELDA(1:1)
012080             ELSE
012090                 MOVE 'N' TO AVISO-CELDA(2:1)
012100             END-IF
012110         END-IF
012120     END-IF.
012130
012140     IF AVISO-CELDA NOT = SPACES
012150         MOVE AVISO-CELDA TO LDT-AVISO(IDX-COMPARA)
012160         ADD 1 TO CONTADOR-AVISOS(IDX-COMPARA)
012170     END-IF.
012180 5300-COMPARAR-CELDA-EXIT.
012190     EXIT.
012200
012210******************************************************************
012220*    6000-INFORME-LEGIBILIDAD
012230*    Pagina aparte con el reparto de la banda de legibilidad de
012240*    los tickets del mes pedido en cada canal, en numero y en
012250*    porcentaje sobre los tickets del canal.
012260******************************************************************
012270 6000-INFORME-LEGIBILIDAD.
012280     WRITE LINEA-INFORME FROM LINEA-BLANCO
012285         BEFORE ADVANCING PAGE.
012290     MOVE 'BANDA DE LEGIBILIDAD POR CANAL (MES PEDIDO)'
012300         TO LSE-TITULO.
012310     WRITE LINEA-INFORME FROM LINEA-SECCION.
012320     WRITE LINEA-INFORME FROM LINEA-BLANCO.
012330     WRITE LINEA-INFORME FROM LINEA-LEG-CAB.
012340     IF TOT-TICKETS(1) = 0
012350         WRITE LINEA-INFORME FROM LINEA-NINGUNA
012360         GO TO 6000-INFORME-LEGIBILIDAD-EXIT
012370     END-IF.
012380
012390     PERFORM VARYING IDX-CANAL FROM 1 BY 1
012400         UNTIL IDX-CANAL > NUM-CANALES
012410         IF CAN-TICKETS(IDX-CANAL) > 0
012420             MOVE CAN-CODIGO(IDX-CANAL)  TO CTR-CANAL
012430             MOVE CAN-TICKETS(IDX-CANAL) TO CTR-TICKETS(1)
012440             PERFORM VARYING IDX-LEG FROM 1 BY 1
012450                 UNTIL IDX-LEG > 5
012460                 MOVE CAN-LEG(IDX-CANAL, IDX-LEG)
012470                     TO LTR-BANDA(IDX-LEG)
012480             END-PERFORM
012490             PERFORM 6100-ESCRIBIR-LEGIBILIDAD
012500                 THRU 6100-ESCRIBIR-LEGIBILIDAD-EXIT
012510         END-IF
012520     END-PERFORM.
012530
012540     MOVE 'TOT'          TO CTR-CANAL.
012550     MOVE TOT-TICKETS(1) TO CTR-TICKETS(1).
012560     PERFORM VARYING IDX-LEG FROM 1 BY 1
012570         UNTIL IDX-LEG > 5
012580         MOVE TOTAL-LEG(IDX-LEG) TO LTR-BANDA(IDX-LEG)
012590     END-PERFORM.
012600     WRITE LINEA-INFORME FROM LINEA-BLANCO.
012610     PERFORM 6100-ESCRIBIR-LEGIBILIDAD
012620         THRU 6100-ESCRIBIR-LEGIBILIDAD-EXIT.
012630 6000-INFORME-LEGIBILIDAD-EXIT.
012640     EXIT.
012650
012660 6100-ESCRIBIR-LEGIBILIDAD.
012670     MOVE SPACES TO LINEA-LEG.
012680     MOVE CTR-CANAL      TO LLG-CANAL.
012690     MOVE CTR-TICKETS(1) TO LLG-TICKETS.
012700     PERFORM VARYING IDX-LEG FROM 1 BY 1
012710         UNTIL IDX-LEG > 5
012720         MOVE LTR-BANDA(IDX-LEG) TO LLG-CUENTA(IDX-LEG)
012730         COMPUTE PORC-SENT(1) ROUNDED =
012740             LTR-BANDA(IDX-LEG) * 100 / CTR-TICKETS(1)
012750         MOVE PORC-SENT(1) TO LLG-PORC(IDX-LEG)
012760         MOVE ' ('  TO LLG-ABRE(IDX-LEG)
012770         MOVE '%)'  TO LLG-CIERRA(IDX-LEG)
012780     END-PERFORM.
012790     WRITE LINEA-INFORME FROM LINEA-LEG.
012800 6100-ESCRIBIR-LEGIBILIDAD-EXIT.
012810     EXIT.
012820
012830******************************************************************
012840*    8000-FINALIZAR-PROCESO
012850*    Escribe los totales del proceso y el codigo de retorno y
012860*    cierra el informe.
012870******************************************************************
012880 8000-FINALIZAR-PROCESO.
012890     IF INFORME-STATUS NOT = '00'
012900         GO TO 8000-FINALIZAR-PROCESO-EXIT
012910     END-IF.
012920
012930     WRITE LINEA-INFORME FROM LINEA-BLANCO.
012940     MOVE 'TOTALES DEL PROCESO' TO LSE-TITULO.
012950     WRITE LINEA-INFORME FROM LINEA-SECCION.
012960     MOVE 'REGISTROS LEIDOS    : ' TO LRE-ETIQUETA.
012970     MOVE CONTADOR-LEIDOS TO LRE-CONTADOR.
012980     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
012990     MOVE '  DEL MES PEDIDO    : ' TO LRE-ETIQUETA.
013000     MOVE PER-TICKETS(1) TO LRE-CONTADOR.
013010     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
013020     MOVE '  DEL MES ANTERIOR  : ' TO LRE-ETIQUETA.
013030     MOVE PER-TICKETS(2) TO LRE-CONTADOR.
013040     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
013050     MOVE '  DEL ANO ANTERIOR  : ' TO LRE-ETIQUETA.
013060     MOVE PER-TICKETS(3) TO LRE-CONTADOR.
013070     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
013080     MOVE '  DE OTROS MESES    : ' TO LRE-ETIQUETA.
013090     MOVE CONTADOR-OTROS-MESES TO LRE-CONTADOR.
013100     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
013110     MOVE '  INVALIDOS         : ' TO LRE-ETIQUETA.
013120     MOVE CONTADOR-INVALIDOS TO LRE-CONTADOR.
013130     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
013140     MOVE '  FUERA DE TABLA    : ' TO LRE-ETIQUETA.
013150     MOVE CONTADOR-FUERA-TABLA TO LRE-CONTADOR.
013160     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
013170     MOVE 'CANALES             : ' TO LRE-ETIQUETA.
013180     MOVE NUM-CANALES TO LRE-CONTADOR.
013190     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
013200     MOVE 'CATEGORIAS          : ' TO LRE-ETIQUETA.
013210     MOVE NUM-CATEGORIAS TO LRE-CONTADOR.
013220     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
013230     MOVE 'AVISOS S/MES ANTER. : ' TO LRE-ETIQUETA.
013240     MOVE CONTADOR-AVISOS(1) TO LRE-CONTADOR.
013250     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
013260     MOVE 'AVISOS S/ANO ANTER. : ' TO LRE-ETIQUETA.
013270     MOVE CONTADOR-AVISOS(2) TO LRE-CONTADOR.
013280     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
013290     IF CONTADOR-FUERA-TABLA > 0
013300         MOVE 'AVISO: TABLAS DE CANALES, CATEGORIAS O CELDAS LLENA
013310-            'S' TO LSE-TITULO
013320         WRITE LINEA-INFORME FROM LINEA-SECCION
013330     END-IF.
013340
013350     WRITE LINEA-INFORME FROM LINEA-BLANCO.
013360     MOVE 'CODIGO DE RETORNO   : ' TO LRE-ETIQUETA.
013370     MOVE CODIGO-RETORNO TO LRE-CONTADOR.
013380     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
013390     CLOSE INFORME-ARCHIVO.
013400 8000-FINALIZAR-PROCESO-EXIT.
013410     EXIT.
013420
013430******************************************************************
013440*    9000-GRABAR-EJECUCION
013450*    Anade el registro de esta ejecucion al log comun EJECLOG
013460*    (copybook RETO19L). Si el log no existe todavia se crea; si
013470*    no se puede escribir se avisa y el proceso termina igual.
013480******************************************************************
013490 9000-GRABAR-EJECUCION.
013500     ACCEPT HORA-FIN FROM TIME.
013510     OPEN EXTEND EJECLOG-ARCHIVO.
013520     IF EJECLOG-STATUS NOT = '00'
013530         OPEN OUTPUT EJECLOG-ARCHIVO
013540     END-IF.
013550     IF EJECLOG-STATUS NOT = '00'
013560         DISPLAY 'NO SE PUDO ABRIR EJECLOG. STATUS: '
013570             EJECLOG-STATUS
013580         GO TO 9000-GRABAR-EJECUCION-EXIT
013590     END-IF.
013600
013610     MOVE SPACES TO REG-EJECUCION.
013620     MOVE 'RETO-19C'       TO LOG-PROGRAMA.
013630     MOVE FECHA-PROCESO    TO LOG-FECHA.
013640     MOVE HORA-INICIO-HMS  TO LOG-HORA-INICIO.
013650     MOVE HORA-FIN-HMS     TO LOG-HORA-FIN.
013660     MOVE CONTADOR-LEIDOS  TO LOG-LEIDOS.
013670     MOVE CONTADOR-ESCRITOS TO LOG-ESCRITOS.
013680     MOVE 'N'              TO LOG-REANUDACION.
013690     MOVE CODIGO-RETORNO   TO LOG-RETORNO.
013700     WRITE REG-EJECUCION.
013710     CLOSE EJECLOG-ARCHIVO.
013720 9000-GRABAR-EJECUCION-EXIT.
013730     EXIT.
013740
013750 END PROGRAM RETO-19C.
