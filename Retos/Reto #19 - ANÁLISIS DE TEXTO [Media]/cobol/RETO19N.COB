000010******************************************************************
000020* Author:  Equipo de mantenimiento RETO-19
000030* Date:    15-10-2026
000040* Purpose: Informe de terminos emergentes. Compara la foto de
000050*          vocabulario del dia que deja RETO-19 en PALADIA
000060*          (copybook RETO19P) con el diccionario acumulado
000070*          DICCION y con las fotos de los dias anteriores
000080*          guardadas en PALAHIST, y lista en INFOEMER:
000090*            - palabras NUEVAS: nunca vistas antes de hoy en el
000100*              diccionario y presentes en varios tickets;
000110*            - PICOS: palabras conocidas cuyo recuento de hoy
000120*              multiplica su media de los ultimos dias;
000130*          cada una con los canales y las categorias en que
000140*          aparece. Las que ademas llegan a un minimo de
000150*          tickets y no estan ya vigiladas se proponen, una por
000160*          linea y en minusculas, en VIGIPROP, listas para
000170*          anadir a la lista VIGILIA.
000180*          Deja en PALANUEV el historico de fotos con la foto
000190*          de hoy anadida y sin las fotos fuera de la
000200*          conservacion; operaciones sustituye PALAHIST por
000210*          PALANUEV tras revisar el informe, como con el
000220*          archivado de RETO-19M. Una segunda ejecucion sobre
000230*          la misma foto sustituye la foto del dia, no la
000240*          duplica.
000242*          Con la foto del dia vacia no hay nada que comparar:
000244*          PALANUEV queda como copia de PALAHIST y VIGIPROP se
000246*          crea vacio, para que la cadena no recoja los de una
000248*          ejecucion anterior.
000250*          Parametros en PARAMEMR (lineas CLAVE=VALOR; sin
000260*          fichero se usan los valores por defecto):
000270*            DIAS=nn        dias anteriores para la media
000280*                           (por defecto 7, de 1 a 31)
000290*            CONSERVAR=nnn  dias de fotos que se guardan
000300*                           (por defecto 35, minimo DIAS)
000310*            MINTICKETS=nn  tickets para una palabra nueva
000320*                           (por defecto 3)
000330*            FACTOR=nn      veces la media para un pico
000340*                           (por defecto 3, minimo 2)
000350*            MINOCURR=nn    ocurrencias de hoy para un pico
000360*                           (por defecto 5)
000370*            UMBRAL=nn      tickets para proponer a VIGILIA
000380*                           (por defecto 5)
000390*          Codigo de retorno: 0 correcto, 4 avisos (foto
000400*          vacia o con otras fechas, sin dias anteriores, sin
000410*          diccionario, tablas llenas, lineas de historico con
000420*          fecha invalida), 8 parametros invalidos, 12 error
000430*          de fichero.
000440* Tectonics: cobc
000450* Modification History:
000460*   15-10-2026  EQ   Version original.
000462*   15-10-2026  EQ   Con la foto vacia crea VIGIPROP vacio y
000464*                    deja PALANUEV como copia de PALAHIST;
000466*                    controla la segunda apertura de PALADIA.
000467*   15-10-2026  EQ   Controla cada grabacion en PALANUEV; un
000468*                    fallo corta la copia y termina con 12.
000470******************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID. RETO-19N.
000500 AUTHOR. EQUIPO DE MANTENIMIENTO.
000510 INSTALLATION. EQUIPO DE MANTENIMIENTO.
000520 DATE-WRITTEN. 15-10-2026.
000530 DATE-COMPILED.
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 SOURCE-COMPUTER. GNUCOBOL.
000570 OBJECT-COMPUTER. GNUCOBOL.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT PARAMETROS-ARCHIVO ASSIGN TO "PARAMEMR"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS PARAMETROS-STATUS.
000630
000640     SELECT PALADIA-ARCHIVO ASSIGN TO "PALADIA"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS PALADIA-STATUS.
000670
000680     SELECT PALAHIST-ARCHIVO ASSIGN TO "PALAHIST"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS PALAHIST-STATUS.
000710
000720     SELECT PALANUEV-ARCHIVO ASSIGN TO "PALANUEV"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS PALANUEV-STATUS.
000750
000760     SELECT DICCIONARIO-ARCHIVO ASSIGN TO "DICCION"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS DIC-PALABRA
000800         FILE STATUS IS DICCIONARIO-STATUS.
000810
000820     SELECT VIGILIA-ARCHIVO ASSIGN TO "VIGILIA"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS VIGILIA-STATUS.
000850
000860     SELECT VIGIPROP-ARCHIVO ASSIGN TO "VIGIPROP"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS VIGIPROP-STATUS.
000890
000900     SELECT INFORME-ARCHIVO ASSIGN TO "INFOEMER"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS INFORME-STATUS.
000930
000940     SELECT EJECLOG-ARCHIVO ASSIGN TO "EJECLOG"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS EJECLOG-STATUS.
000970
000980 DATA DIVISION.
000990 FILE SECTION.
001000 FD  PARAMETROS-ARCHIVO
001010     LABEL RECORDS ARE STANDARD.
001020 01  LINEA-PARAMETRO            PIC X(80).
001030
001040 FD  PALADIA-ARCHIVO
001050     LABEL RECORDS ARE STANDARD.
001060 01  REG-PALADIA.
001070     COPY RETO19P.
001080
001090 FD  PALAHIST-ARCHIVO
001100     LABEL RECORDS ARE STANDARD.
001110 01  REG-PALAHIST               PIC X(62).
001120
001130 FD  PALANUEV-ARCHIVO
001140     LABEL RECORDS ARE STANDARD.
001150 01  REG-PALANUEV               PIC X(62).
001160
001170 FD  DICCIONARIO-ARCHIVO
001180     LABEL RECORDS ARE STANDARD.
001190 01  REG-DICCIONARIO.
001200     05  DIC-PALABRA            PIC X(30).
001210     05  DIC-CONTADOR           PIC 9(09).
001220
001230 FD  VIGILIA-ARCHIVO
001240     LABEL RECORDS ARE STANDARD.
001250 01  LINEA-VIGILIA              PIC X(80).
001260
001270 FD  VIGIPROP-ARCHIVO
001280     LABEL RECORDS ARE STANDARD.
001290 01  LINEA-VIGIPROP             PIC X(80).
001300
001310 FD  INFORME-ARCHIVO
001320     LABEL RECORDS ARE STANDARD.
001330 01  LINEA-INFORME              PIC X(132).
001340
001350 FD  EJECLOG-ARCHIVO
001360     LABEL RECORDS ARE STANDARD.
001370 01  REG-EJECUCION.
001380     COPY RETO19L.
001390
001400 WORKING-STORAGE SECTION.
001410
001420*    CONTROL DE FICHEROS Y DEL PROCESO
001430
001440 01  PARAMETROS-STATUS  PIC X(02)   VALUE SPACES.
001450 01  PALADIA-STATUS     PIC X(02)   VALUE SPACES.
001460 01  PALAHIST-STATUS    PIC X(02)   VALUE SPACES.
001470 01  PALANUEV-STATUS    PIC X(02)   VALUE SPACES.
001480 01  DICCIONARIO-STATUS PIC X(02)   VALUE SPACES.
001490 01  VIGILIA-STATUS     PIC X(02)   VALUE SPACES.
001500 01  VIGIPROP-STATUS    PIC X(02)   VALUE SPACES.
001510 01  INFORME-STATUS     PIC X(02)   VALUE SPACES.
001520 01  EJECLOG-STATUS     PIC X(02)   VALUE SPACES.
001530
001540 01  FIN-PARAMETROS     PIC X(01)   VALUE 'N'.
001550     88  NO-HAY-MAS-PARAMETROS      VALUE 'S'.
001560 01  FIN-PALADIA        PIC X(01)   VALUE 'N'.
001570     88  NO-HAY-MAS-PALADIA         VALUE 'S'.
001580 01  FIN-PALAHIST       PIC X(01)   VALUE 'N'.
001590     88  NO-HAY-MAS-PALAHIST        VALUE 'S'.
001600 01  FIN-VIGILIA        PIC X(01)   VALUE 'N'.
001610     88  NO-HAY-MAS-VIGILADAS       VALUE 'S'.
001620
001630 01  HAY-HISTORICO      PIC X(01)   VALUE 'N'.
001640     88  EXISTE-HISTORICO           VALUE 'S'.
001650 01  HAY-DICCIONARIO    PIC X(01)   VALUE 'N'.
001660     88  EXISTE-DICCIONARIO         VALUE 'S'.
001670
001680 01  CODIGO-RETORNO     PIC 9(04)   VALUE 0.
001690 01  FECHA-PROCESO      PIC 9(08)   VALUE 0.
001700
001710*    HORAS DE INICIO Y FIN PARA EL LOG COMUN DE EJECUCIONES
001720*    (ACCEPT FROM TIME DEVUELVE HHMMSSCC; AL LOG VAN HHMMSS)
001730
001740 01  HORA-INICIO.
001750     05  HORA-INICIO-HMS PIC 9(06).
001760     05  FILLER          PIC 9(02).
001770 01  HORA-FIN.
001780     05  HORA-FIN-HMS    PIC 9(06).
001790     05  FILLER          PIC 9(02).
001800
001810*    PARAMETROS DE LA EJECUCION (FICHERO PARAMEMR)
001820
001830 01  PARAM-DIAS         PIC 9(03)   VALUE 7.
001840 01  PARAM-CONSERVAR    PIC 9(03)   VALUE 35.
001850 01  PARAM-MINTICKETS   PIC 9(05)   VALUE 3.
001860 01  PARAM-FACTOR       PIC 9(03)   VALUE 3.
001870 01  PARAM-MINOCURR     PIC 9(05)   VALUE 5.
001880 01  PARAM-UMBRAL       PIC 9(05)   VALUE 5.
001890 01  PARAM-CLAVE        PIC X(20)   VALUE SPACES.
001900 01  PARAM-VALOR        PIC X(60)   VALUE SPACES.
001910 01  VALOR-NUMERICO     PIC 9(09)   VALUE 0.
001920 01  IDX-VALOR          PIC 9(03)   VALUE 0.
001930 01  DIGITO.
001940     05  DIGITO-X       PIC X(01)   VALUE '0'.
001950 01  DIGITO-R REDEFINES DIGITO.
001960     05  DIGITO-9       PIC 9(01).
001970
001980 01  FECHA-VALIDA       PIC X(01)   VALUE 'S'.
001990     88  ES-FECHA-VALIDA            VALUE 'S'.
002000 01  FECHA-EXAMEN       PIC 9(08)   VALUE 0.
002010 01  FEX-REDEF REDEFINES FECHA-EXAMEN.
002020     05  FEX-ANO        PIC 9(04).
002030     05  FEX-MES        PIC 9(02).
002040     05  FEX-DIA        PIC 9(02).
002050
002060*    FECHA DE LA FOTO DEL DIA Y LIMITES DE LA VENTANA DE MEDIA
002070*    Y DE LA CONSERVACION, EN DIAS DE CALENDARIO
002080
002090 01  FECHA-FOTO         PIC 9(08)   VALUE 0.
002100 01  ENTERO-FOTO        PIC 9(07)   VALUE 0.
002110 01  ENTERO-REGISTRO    PIC 9(07)   VALUE 0.
002120 01  ENTERO-VENTANA     PIC S9(07)  VALUE 0.
002130 01  ENTERO-CONSERVAR   PIC S9(07)  VALUE 0.
002140
002150*    DIAS DISTINTOS CON FOTO DENTRO DE LA VENTANA (LA MEDIA SE
002160*    CALCULA SOBRE LOS DIAS QUE REALMENTE TIENEN FOTO)
002170
002180 01  TABLA-DIAS-VENTANA.
002190     05  DIA-VENTANA OCCURS 31 TIMES PIC 9(08).
002200 01  NUM-DIAS-VENTANA   PIC 9(03)   VALUE 0.
002210 01  IDX-DIA            PIC 9(03)   VALUE 0.
002220 01  DIA-YA-CONTADO     PIC X(01)   VALUE 'N'.
002230
002240*    PALABRAS DE LA FOTO DEL DIA, ORDENADAS PARA LA BUSQUEDA
002250*    BINARIA (LAS ENTRADAS LIBRES, A HIGH-VALUES, QUEDAN DETRAS
002260*    DE CUALQUIER PALABRA), CON SUS RECUENTOS Y DONDE APARECEN
002270
002280 01  TABLA-TERMINOS.
002290     05  TABLA-TERMINO-ENTRY OCCURS 5000 TIMES
002300         ASCENDING KEY IS TE-PALABRA
002310         INDEXED BY TE-IDX.
002320         10  TE-PALABRA          PIC X(30).
002330         10  TE-HOY-OCURR        PIC 9(07).
002340         10  TE-HOY-TICKETS      PIC 9(07).
002350         10  TE-ANT-OCURR        PIC 9(09).
002360         10  TE-DIC-ANTES        PIC 9(09).
002370         10  TE-TIPO             PIC X(01).
002380             88  TE-ES-NUEVA             VALUE 'N'.
002390             88  TE-ES-PICO              VALUE 'P'.
002400         10  TE-PROPUESTA        PIC X(01).
002410             88  TE-SE-PROPONE           VALUE 'S'.
002420             88  TE-YA-VIGILADA          VALUE 'V'.
002430         10  TE-USADA            PIC X(01).
002440         10  TE-NUM-CANALES      PIC 9(01).
002450         10  TE-CANAL            PIC X(03) OCCURS 5 TIMES.
002460         10  TE-MAS-CANALES      PIC X(01).
002470         10  TE-NUM-CATEGORIAS   PIC 9(01).
002480         10  TE-CATEGORIA        PIC X(12) OCCURS 3 TIMES.
002490         10  TE-MAS-CATEGORIAS   PIC X(01).
002500 01  NUM-TERMINOS       PIC 9(05)   VALUE 0.
002510 01  IDX-TERMINO        PIC 9(05)   VALUE 0.
002520 01  IDX-TERMINO-USO    PIC 9(05)   VALUE 0.
002530 01  IDX-TERMINO-MAX    PIC 9(05)   VALUE 0.
002540 01  IDX-CANAL          PIC 9(01)   VALUE 0.
002550 01  IDX-CATEGORIA      PIC 9(01)   VALUE 0.
002560 01  TERMINO-HALLADO    PIC X(01)   VALUE 'N'.
002570 01  TERMINOS-DESBORDADO PIC X(01)  VALUE 'N'.
002580     88  HAY-TERMINOS-PERDIDOS      VALUE 'S'.
002590 01  TICKETS-MAXIMO     PIC 9(07)   VALUE 0.
002600 01  TIPO-BUSCADO       PIC X(01)   VALUE SPACE.
002610 01  MEDIA-ANTERIOR     PIC 9(07)V99 VALUE 0.
002620 01  VECES-MEDIA        PIC 9(05)V9 VALUE 0.
002630
002640*    PALABRAS YA VIGILADAS (LISTA VIGILIA, PLEGADA A MINUSCULAS)
002650*    Y PROPUESTAS YA ESCRITAS, PARA NO PROPONER DOS VECES LA
002660*    MISMA PALABRA ESCRITA CON DISTINTAS MAYUSCULAS
002670
002680 01  TABLA-VIGILADAS.
002690     05  VIGILADA-PALABRA OCCURS 200 TIMES PIC X(30).
002700 01  NUM-VIGILADAS      PIC 9(03)   VALUE 0.
002710 01  IDX-VIGILADA       PIC 9(03)   VALUE 0.
002720 01  TABLA-PROPUESTAS.
002730     05  PROPUESTA-PALABRA OCCURS 500 TIMES PIC X(30).
002740 01  NUM-PROPUESTAS     PIC 9(03)   VALUE 0.
002750 01  IDX-PROPUESTA      PIC 9(03)   VALUE 0.
002760 01  PALABRA-MINUSCULAS PIC X(30)   VALUE SPACES.
002770 01  PALABRA-ENCONTRADA PIC X(01)   VALUE 'N'.
002780     88  ES-PALABRA-ENCONTRADA      VALUE 'S'.
002790 01  MAYUSCULAS         PIC X(26)   VALUE
002800     'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
002810 01  MINUSCULAS         PIC X(26)   VALUE
002820     'abcdefghijklmnopqrstuvwxyz'.
002830
002840*    CONTADORES DEL PROCESO
002850
002860 01  CONTADOR-LEIDOS        PIC 9(08) VALUE 0.
002870 01  CONTADOR-ESCRITOS      PIC 9(08) VALUE 0.
002880 01  CONTADOR-FOTO          PIC 9(08) VALUE 0.
002890 01  CONTADOR-OTRA-FECHA    PIC 9(08) VALUE 0.
002900 01  CONTADOR-HIS-LEIDOS    PIC 9(08) VALUE 0.
002910 01  CONTADOR-HIS-VENTANA   PIC 9(08) VALUE 0.
002920 01  CONTADOR-HIS-HOY       PIC 9(08) VALUE 0.
002930 01  CONTADOR-HIS-CADUCADOS PIC 9(08) VALUE 0.
002940 01  CONTADOR-HIS-INVALIDOS PIC 9(08) VALUE 0.
002950 01  CONTADOR-HIS-CONSERVADOS PIC 9(08) VALUE 0.
002960 01  CONTADOR-NUEVAS        PIC 9(05) VALUE 0.
002970 01  CONTADOR-PICOS         PIC 9(05) VALUE 0.
002980 01  CONTADOR-PROPUESTAS    PIC 9(05) VALUE 0.
002990 01  CONTADOR-YA-VIGILADAS  PIC 9(05) VALUE 0.
003000 01  CONTADOR-LISTADAS      PIC 9(05) VALUE 0.
003010
003020*    LINEAS DE SALIDA DEL INFORME
003030
003040 01  LINEA-ENC-1   PIC X(60) VALUE
003050     'TERMINOS EMERGENTES DEL DIA - RETO-19N'.
003060 01  LINEA-FECHA.
003070     05  FILLER               PIC X(22) VALUE
003080         'FECHA DE LA FOTO    : '.
003090     05  LFE-FECHA            PIC 9(08).
003100 01  LINEA-SECCION.
003110     05  LSE-TITULO           PIC X(80).
003120 01  LINEA-ENC-NUEVA.
003130     05  FILLER               PIC X(31) VALUE 'PALABRA'.
003140     05  FILLER               PIC X(16) VALUE
003150         'TICKETS   OCURR'.
003160     05  FILLER               PIC X(23) VALUE 'CANALES'.
003170     05  FILLER               PIC X(10) VALUE 'CATEGORIAS'.
003180 01  LINEA-NUEVA.
003190     05  LNU-PALABRA          PIC X(30).
003200     05  FILLER               PIC X(01) VALUE SPACE.
003210     05  LNU-TICKETS          PIC ZZZZZZ9.
003220     05  FILLER               PIC X(01) VALUE SPACE.
003230     05  LNU-OCURR            PIC ZZZZZZ9.
003240     05  FILLER               PIC X(01) VALUE SPACE.
003250     05  LNU-CANALES          PIC X(22).
003260     05  FILLER               PIC X(01) VALUE SPACE.
003270     05  LNU-CATEGORIAS       PIC X(40).
003280 01  LINEA-ENC-PICO.
003290     05  FILLER               PIC X(31) VALUE 'PALABRA'.
003300     05  FILLER               PIC X(37) VALUE
003310         '    HOY      MEDIA  VECES  TICKETS'.
003320     05  FILLER               PIC X(23) VALUE 'CANALES'.
003330     05  FILLER               PIC X(10) VALUE 'CATEGORIAS'.
003340 01  LINEA-PICO.
003350     05  LPI-PALABRA          PIC X(30).
003360     05  FILLER               PIC X(01) VALUE SPACE.
003370     05  LPI-HOY              PIC ZZZZZZ9.
003380     05  FILLER               PIC X(01) VALUE SPACE.
003390     05  LPI-MEDIA            PIC ZZZZZZ9.99.
003400     05  FILLER               PIC X(01) VALUE SPACE.
003410     05  LPI-VECES            PIC ZZZZ9.9.
003420     05  FILLER               PIC X(01) VALUE SPACE.
003430     05  LPI-TICKETS          PIC ZZZZZZ9.
003440     05  FILLER               PIC X(03) VALUE SPACES.
003450     05  LPI-CANALES          PIC X(22).
003460     05  FILLER               PIC X(01) VALUE SPACE.
003470     05  LPI-CATEGORIAS       PIC X(40).
003480 01  LINEA-ENC-PROPUESTA.
003490     05  FILLER               PIC X(31) VALUE 'PALABRA'.
003500     05  FILLER               PIC X(12) VALUE 'TIPO'.
003510     05  FILLER               PIC X(08) VALUE 'TICKETS'.
003520     05  FILLER               PIC X(20) VALUE 'SITUACION'.
003530 01  LINEA-PROPUESTA.
003540     05  LPR-PALABRA          PIC X(30).
003550     05  FILLER               PIC X(01) VALUE SPACE.
003560     05  LPR-TIPO             PIC X(10).
003570     05  FILLER               PIC X(01) VALUE SPACE.
003580     05  LPR-TICKETS          PIC ZZZZZZ9.
003590     05  FILLER               PIC X(01) VALUE SPACE.
003600     05  LPR-SITUACION        PIC X(30).
003610 01  LINEA-NINGUNA PIC X(20) VALUE '  (NINGUNA)'.
003620 01  LINEA-SUSTITUIR PIC X(70) VALUE
003630     'SUSTITUIR PALAHIST POR PALANUEV ANTES DE LA PROXIMA FOTO'.
003640 01  LINEA-RESULTADO.
003650     05  LRE-ETIQUETA         PIC X(22).
003660     05  LRE-CONTADOR         PIC ZZZZZZZ9.
003670 01  LINEA-BLANCO             PIC X(01) VALUE SPACE.
003680
003690 PROCEDURE DIVISION.
003700
003710******************************************************************
003720*    0000-MAINLINE
003730*    Control principal: carga la foto del dia, la compara con
003740*    el historico de fotos y con el diccionario, clasifica las
003750*    palabras y escribe el informe y las propuestas a VIGILIA.
003760******************************************************************
003770 0000-MAINLINE.
003780     ACCEPT HORA-INICIO FROM TIME.
003790     ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD.
003800
003810     PERFORM 1000-INICIALIZAR-PROCESO
003820         THRU 1000-INICIALIZAR-PROCESO-EXIT.
003830
003840     IF CODIGO-RETORNO < 8
003850         PERFORM 2000-CARGAR-FOTO
003860             THRU 2000-CARGAR-FOTO-EXIT
003870     END-IF.
003880
003890     IF CODIGO-RETORNO < 8 AND NUM-TERMINOS > 0
003900         PERFORM 3000-LEER-HISTORICO
003910             THRU 3000-LEER-HISTORICO-EXIT
003920     END-IF.
003921
003922     IF CODIGO-RETORNO < 8 AND NUM-TERMINOS = 0
003923         PERFORM 3500-COPIAR-HISTORICO
003924             THRU 3500-COPIAR-HISTORICO-EXIT
003925     END-IF.
003930
003940     IF CODIGO-RETORNO < 8 AND NUM-TERMINOS > 0
003950         PERFORM 4000-CONSULTAR-DICCIONARIO
003960             THRU 4000-CONSULTAR-DICCIONARIO-EXIT
003970         PERFORM 4500-CARGAR-VIGILADAS
003980             THRU 4500-CARGAR-VIGILADAS-EXIT
003990         PERFORM 5000-CLASIFICAR-TERMINOS
004000             THRU 5000-CLASIFICAR-TERMINOS-EXIT
004010         PERFORM 6000-INFORME-NUEVAS
004020             THRU 6000-INFORME-NUEVAS-EXIT
004030         PERFORM 6500-INFORME-PICOS
004040             THRU 6500-INFORME-PICOS-EXIT
004070     END-IF.
004071
004072     IF CODIGO-RETORNO < 8
004073         PERFORM 7000-PROPONER-VIGILIA
004074             THRU 7000-PROPONER-VIGILIA-EXIT
004075     END-IF.
004080
004090     PERFORM 8000-FINALIZAR-PROCESO
004100         THRU 8000-FINALIZAR-PROCESO-EXIT.
004110
004120     PERFORM 9000-GRABAR-EJECUCION
004130         THRU 9000-GRABAR-EJECUCION-EXIT.
004140
004150     MOVE CODIGO-RETORNO TO RETURN-CODE.
004160     STOP RUN.
004170
004180******************************************************************
004190*    1000-INICIALIZAR-PROCESO
004200*    Abre el informe, lee los parametros (si hay fichero) y
004210*    comprueba que sean coherentes entre si.
004220******************************************************************
004230 1000-INICIALIZAR-PROCESO.
004240     OPEN OUTPUT INFORME-ARCHIVO.
004250     IF INFORME-STATUS NOT = '00'
004260         DISPLAY 'NO SE PUDO ABRIR INFOEMER. STATUS: '
004270             INFORME-STATUS
004280         MOVE 12 TO CODIGO-RETORNO
004290         GO TO 1000-INICIALIZAR-PROCESO-EXIT
004300     END-IF.
004310     WRITE LINEA-INFORME FROM LINEA-ENC-1.
004320
004330     OPEN INPUT PARAMETROS-ARCHIVO.
004340     IF PARAMETROS-STATUS NOT = '00'
004350         DISPLAY 'SIN FICHERO PARAMEMR: VALORES POR DEFECTO'
004360     ELSE
004370         PERFORM 1100-LEER-PARAMETRO
004380             THRU 1100-LEER-PARAMETRO-EXIT
004390             UNTIL NO-HAY-MAS-PARAMETROS
004400         CLOSE PARAMETROS-ARCHIVO
004410     END-IF.
004420
004430     IF PARAM-DIAS < 1 OR PARAM-DIAS > 31
004440         DISPLAY 'DIAS FUERA DE RANGO (1-31): ' PARAM-DIAS
004450         MOVE 8 TO CODIGO-RETORNO
004460     END-IF.
004470     IF PARAM-CONSERVAR < PARAM-DIAS
004480         DISPLAY 'CONSERVAR MENOR QUE DIAS: ' PARAM-CONSERVAR
004490         MOVE 8 TO CODIGO-RETORNO
004500     END-IF.
004510     IF PARAM-MINTICKETS < 1 OR PARAM-UMBRAL < 1
004520         DISPLAY 'MINTICKETS Y UMBRAL DEBEN SER MAYORES QUE 0'
004530         MOVE 8 TO CODIGO-RETORNO
004540     END-IF.
004550     IF PARAM-FACTOR < 2
004560         DISPLAY 'FACTOR DEBE SER AL MENOS 2: ' PARAM-FACTOR
004570         MOVE 8 TO CODIGO-RETORNO
004580     END-IF.
004590
004600     MOVE HIGH-VALUES TO TABLA-TERMINOS.
004610 1000-INICIALIZAR-PROCESO-EXIT.
004620     EXIT.
004630
004640******************************************************************
004650*    1100-LEER-PARAMETRO
004660*    Lee una linea CLAVE=VALOR de PARAMEMR y actualiza el
004670*    parametro correspondiente. Las lineas en blanco y las
004680*    claves desconocidas se ignoran con aviso.
004690******************************************************************
004700 1100-LEER-PARAMETRO.
004710     READ PARAMETROS-ARCHIVO
004720         AT END
004730             MOVE 'S' TO FIN-PARAMETROS
004740             GO TO 1100-LEER-PARAMETRO-EXIT
004750     END-READ.
004760     IF LINEA-PARAMETRO = SPACES
004770         GO TO 1100-LEER-PARAMETRO-EXIT
004780     END-IF.
004790
004800     MOVE SPACES TO PARAM-CLAVE.
004810     MOVE SPACES TO PARAM-VALOR.
004820     UNSTRING LINEA-PARAMETRO DELIMITED BY '='
004830         INTO PARAM-CLAVE PARAM-VALOR.
004840
004850     PERFORM 1200-VALOR-A-NUMERO
004860         THRU 1200-VALOR-A-NUMERO-EXIT.
004870     IF VALOR-NUMERICO > 999
004880         AND (PARAM-CLAVE = 'DIAS' OR PARAM-CLAVE = 'CONSERVAR'
004890              OR PARAM-CLAVE = 'FACTOR')
004900         MOVE 999 TO VALOR-NUMERICO
004910     END-IF.
004920     IF VALOR-NUMERICO > 99999
004930         MOVE 99999 TO VALOR-NUMERICO
004940     END-IF.
004950     EVALUATE PARAM-CLAVE
004960         WHEN 'DIAS'
004970             MOVE VALOR-NUMERICO TO PARAM-DIAS
004980         WHEN 'CONSERVAR'
004990             MOVE VALOR-NUMERICO TO PARAM-CONSERVAR
005000         WHEN 'MINTICKETS'
005010             MOVE VALOR-NUMERICO TO PARAM-MINTICKETS
005020         WHEN 'FACTOR'
005030             MOVE VALOR-NUMERICO TO PARAM-FACTOR
005040         WHEN 'MINOCURR'
005050             MOVE VALOR-NUMERICO TO PARAM-MINOCURR
005060         WHEN 'UMBRAL'
005070             MOVE VALOR-NUMERICO TO PARAM-UMBRAL
005080         WHEN OTHER
005090             DISPLAY 'CLAVE DESCONOCIDA EN PARAMEMR: ' PARAM-CLAVE
005100     END-EVALUATE.
005110 1100-LEER-PARAMETRO-EXIT.
005120     EXIT.
005130
005140******************************************************************
005150*    1200-VALOR-A-NUMERO
005160*    Convierte el VALOR recien leido (digitos a la izquierda,
005170*    relleno de espacios) en un numero, igual que RETO-19B;
005180*    los caracteres no numericos terminan la conversion.
005190******************************************************************
005200 1200-VALOR-A-NUMERO.
005210     MOVE 0 TO VALOR-NUMERICO.
005220     PERFORM VARYING IDX-VALOR FROM 1 BY 1
005230         UNTIL IDX-VALOR > 9
005240         OR PARAM-VALOR(IDX-VALOR:1) = SPACE
005250         OR PARAM-VALOR(IDX-VALOR:1) < '0'
005260         OR PARAM-VALOR(IDX-VALOR:1) > '9'
005270         MOVE PARAM-VALOR(IDX-VALOR:1) TO DIGITO-X
005280         COMPUTE VALOR-NUMERICO = VALOR-NUMERICO * 10 + DIGITO-9
005290     END-PERFORM.
005300 1200-VALOR-A-NUMERO-EXIT.
005310     EXIT.
005320
005330******************************************************************
005340*    1300-VALIDAR-FECHA
005350*    Comprueba que FECHA-EXAMEN es una fecha AAAAMMDD valida;
005360*    deja el veredicto en FECHA-VALIDA.
005370******************************************************************
005380 1300-VALIDAR-FECHA.
005390     MOVE 'S' TO FECHA-VALIDA.
005400     IF FECHA-EXAMEN NOT NUMERIC
005410         MOVE 'N' TO FECHA-VALIDA
005420         GO TO 1300-VALIDAR-FECHA-EXIT
005430     END-IF.
005440     IF FEX-ANO < 2000 OR FEX-ANO > 2099
005450         OR FEX-MES < 01 OR FEX-MES > 12
005460         OR FEX-DIA < 01 OR FEX-DIA > 31
005461         MOVE 'N' TO FECHA-VALIDA
005462         GO TO 1300-VALIDAR-FECHA-EXIT
005463     END-IF.
005464*    DIA QUE NO EXISTE EN ESE MES (31 DE ABRIL, 29 DE FEBRERO
005465*    DE UN ANO QUE NO ES BISIESTO)
005466     IF FUNCTION TEST-DATE-YYYYMMDD(FECHA-EXAMEN) NOT = 0
005470         MOVE 'N' TO FECHA-VALIDA
005480     END-IF.
005490 1300-VALIDAR-FECHA-EXIT.
005500     EXIT.
005510
005520******************************************************************
005530*    2000-CARGAR-FOTO
005540*    Primera pasada por la foto del dia: la fecha de la foto es
005550*    la de su primera linea; cada linea suma sus ocurrencias y
005560*    un ticket a su palabra y anota canal y categoria.
005570******************************************************************
005580 2000-CARGAR-FOTO.
005590     OPEN INPUT PALADIA-ARCHIVO.
005600     IF PALADIA-STATUS NOT = '00'
005610         DISPLAY 'NO SE PUDO ABRIR PALADIA. STATUS: '
005620             PALADIA-STATUS
005630         MOVE 12 TO CODIGO-RETORNO
005640         GO TO 2000-CARGAR-FOTO-EXIT
005650     END-IF.
005660
005670     MOVE 'N' TO FIN-PALADIA.
005680     PERFORM 2100-LEER-FOTO
005690         THRU 2100-LEER-FOTO-EXIT
005700         UNTIL NO-HAY-MAS-PALADIA.
005710     CLOSE PALADIA-ARCHIVO.
005720
005730     MOVE FECHA-FOTO TO LFE-FECHA.
005740     WRITE LINEA-INFORME FROM LINEA-FECHA.
005750     MOVE 'PALABRAS DISTINTAS  : ' TO LRE-ETIQUETA.
005760     MOVE NUM-TERMINOS TO LRE-CONTADOR.
005770     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
005780     WRITE LINEA-INFORME FROM LINEA-BLANCO.
005790
005800     IF NUM-TERMINOS = 0
005810         MOVE 'FOTO DEL DIA VACIA: NO HAY NADA QUE COMPARAR'
005820             TO LSE-TITULO
005830         WRITE LINEA-INFORME FROM LINEA-SECCION
005840     END-IF.
005850     IF NUM-TERMINOS = 0
005860         OR CONTADOR-OTRA-FECHA > 0
005870         OR HAY-TERMINOS-PERDIDOS
005880         IF CODIGO-RETORNO < 4
005890             MOVE 4 TO CODIGO-RETORNO
005900         END-IF
005910     END-IF.
005920 2000-CARGAR-FOTO-EXIT.
005930     EXIT.
005940
005950 2100-LEER-FOTO.
005960     READ PALADIA-ARCHIVO
005970         AT END
005980             MOVE 'S' TO FIN-PALADIA
005990             GO TO 2100-LEER-FOTO-EXIT
006000     END-READ.
006010     ADD 1 TO CONTADOR-LEIDOS.
006020     IF PAL-PALABRA = SPACES OR PAL-OCURRENCIAS NOT NUMERIC
006030         ADD 1 TO CONTADOR-OTRA-FECHA
006040         GO TO 2100-LEER-FOTO-EXIT
006050     END-IF.
006060
006070*    LA PRIMERA LINEA FIJA LA FECHA DE LA FOTO; UNA FOTO CON
006080*    LINEAS DE OTRA FECHA SOLO PUEDE SER UN FICHERO MAL
006090*    PREPARADO: ESAS LINEAS SE CUENTAN Y SE DEJAN FUERA
006100
006110     IF FECHA-FOTO = 0
006120         MOVE PAL-FECHA TO FECHA-EXAMEN
006130         PERFORM 1300-VALIDAR-FECHA
006140             THRU 1300-VALIDAR-FECHA-EXIT
006150         IF NOT ES-FECHA-VALIDA
006160             ADD 1 TO CONTADOR-OTRA-FECHA
006170             GO TO 2100-LEER-FOTO-EXIT
006180         END-IF
006190         MOVE PAL-FECHA TO FECHA-FOTO
006200         COMPUTE ENTERO-FOTO =
006210             FUNCTION INTEGER-OF-DATE(FECHA-FOTO)
006220         COMPUTE ENTERO-VENTANA = ENTERO-FOTO - PARAM-DIAS
006230         COMPUTE ENTERO-CONSERVAR = ENTERO-FOTO - PARAM-CONSERVAR
006240     END-IF.
006250     IF PAL-FECHA NOT = FECHA-FOTO
006260         ADD 1 TO CONTADOR-OTRA-FECHA
006270         GO TO 2100-LEER-FOTO-EXIT
006280     END-IF.
006290     ADD 1 TO CONTADOR-FOTO.
006300
006310     MOVE 'N' TO TERMINO-HALLADO.
006320     SEARCH ALL TABLA-TERMINO-ENTRY
006330         AT END
006340             CONTINUE
006350         WHEN TE-PALABRA(TE-IDX) = PAL-PALABRA
006360             MOVE 'S' TO TERMINO-HALLADO
006370             SET IDX-TERMINO-USO TO TE-IDX
006380     END-SEARCH.
006390
006400     IF TERMINO-HALLADO = 'N'
006410         PERFORM 2200-INSERTAR-TERMINO
006420             THRU 2200-INSERTAR-TERMINO-EXIT
006430         IF TERMINO-HALLADO = 'N'
006440             GO TO 2100-LEER-FOTO-EXIT
006450         END-IF
006460     END-IF.
006470
006480     ADD PAL-OCURRENCIAS TO TE-HOY-OCURR(IDX-TERMINO-USO).
006490     ADD 1 TO TE-HOY-TICKETS(IDX-TERMINO-USO).
006500     PERFORM 2300-ANOTAR-CANAL
006510         THRU 2300-ANOTAR-CANAL-EXIT.
006520     PERFORM 2400-ANOTAR-CATEGORIA
006530         THRU 2400-ANOTAR-CATEGORIA-EXIT.
006540 2100-LEER-FOTO-EXIT.
006550     EXIT.
006560
006570******************************************************************
006580*    2200-INSERTAR-TERMINO
006590*    Palabra nueva en la tabla: se inserta en su posicion
006600*    desplazando a la derecha las mayores, como hace RETO-19
006610*    con la tabla de frecuencia del texto. Con la tabla llena
006620*    la palabra se pierde y el informe lo avisa.
006630******************************************************************
006640 2200-INSERTAR-TERMINO.
006650     IF NUM-TERMINOS >= 5000
006660         MOVE 'S' TO TERMINOS-DESBORDADO
006670         GO TO 2200-INSERTAR-TERMINO-EXIT
006680     END-IF.
006690     PERFORM VARYING IDX-TERMINO FROM NUM-TERMINOS BY -1
006700         UNTIL IDX-TERMINO < 1
006710         OR TE-PALABRA(IDX-TERMINO) < PAL-PALABRA
006720         MOVE TABLA-TERMINO-ENTRY(IDX-TERMINO)
006730             TO TABLA-TERMINO-ENTRY(IDX-TERMINO + 1)
006740     END-PERFORM.
006750     COMPUTE IDX-TERMINO-USO = IDX-TERMINO + 1.
006760     MOVE PAL-PALABRA TO TE-PALABRA(IDX-TERMINO-USO).
006770     MOVE 0 TO TE-HOY-OCURR(IDX-TERMINO-USO).
006780     MOVE 0 TO TE-HOY-TICKETS(IDX-TERMINO-USO).
006790     MOVE 0 TO TE-ANT-OCURR(IDX-TERMINO-USO).
006800     MOVE 0 TO TE-DIC-ANTES(IDX-TERMINO-USO).
006810     MOVE SPACE TO TE-TIPO(IDX-TERMINO-USO).
006820     MOVE SPACE TO TE-PROPUESTA(IDX-TERMINO-USO).
006830     MOVE 'N' TO TE-USADA(IDX-TERMINO-USO).
006840     MOVE 0 TO TE-NUM-CANALES(IDX-TERMINO-USO).
006850     MOVE 'N' TO TE-MAS-CANALES(IDX-TERMINO-USO).
006860     MOVE 0 TO TE-NUM-CATEGORIAS(IDX-TERMINO-USO).
006870     MOVE 'N' TO TE-MAS-CATEGORIAS(IDX-TERMINO-USO).
006880     PERFORM VARYING IDX-CANAL FROM 1 BY 1
006890         UNTIL IDX-CANAL > 5
006900         MOVE SPACES TO TE-CANAL(IDX-TERMINO-USO, IDX-CANAL)
006910     END-PERFORM.
006920     PERFORM VARYING IDX-CATEGORIA FROM 1 BY 1
006930         UNTIL IDX-CATEGORIA > 3
006940         MOVE SPACES
006950             TO TE-CATEGORIA(IDX-TERMINO-USO, IDX-CATEGORIA)
006960     END-PERFORM.
006970     ADD 1 TO NUM-TERMINOS.
006980     MOVE 'S' TO TERMINO-HALLADO.
006990 2200-INSERTAR-TERMINO-EXIT.
007000     EXIT.
007010
007020******************************************************************
007030*    2300-ANOTAR-CANAL / 2400-ANOTAR-CATEGORIA
007040*    Anotan, sin repetir, el canal y la categoria del ticket de
007050*    la linea en curso; se guardan 5 canales y 3 categorias por
007060*    palabra y el resto solo se marca con un '+' en el informe.
007070******************************************************************
007080 2300-ANOTAR-CANAL.
007090     IF PAL-CANAL = SPACES
007100         GO TO 2300-ANOTAR-CANAL-EXIT
007110     END-IF.
007120     PERFORM VARYING IDX-CANAL FROM 1 BY 1
007130         UNTIL IDX-CANAL > TE-NUM-CANALES(IDX-TERMINO-USO)
007140         IF TE-CANAL(IDX-TERMINO-USO, IDX-CANAL) = PAL-CANAL
007150             GO TO 2300-ANOTAR-CANAL-EXIT
007160         END-IF
007170     END-PERFORM.
007180     IF TE-NUM-CANALES(IDX-TERMINO-USO) < 5
007190         ADD 1 TO TE-NUM-CANALES(IDX-TERMINO-USO)
007200         MOVE PAL-CANAL TO TE-CANAL(IDX-TERMINO-USO,
007210             TE-NUM-CANALES(IDX-TERMINO-USO))
007220     ELSE
007230         MOVE 'S' TO TE-MAS-CANALES(IDX-TERMINO-USO)
007240     END-IF.
007250 2300-ANOTAR-CANAL-EXIT.
007260     EXIT.
007270
007280 2400-ANOTAR-CATEGORIA.
007290     IF PAL-CATEGORIA = SPACES
007300         GO TO 2400-ANOTAR-CATEGORIA-EXIT
007310     END-IF.
007320     PERFORM VARYING IDX-CATEGORIA FROM 1 BY 1
007330         UNTIL IDX-CATEGORIA > TE-NUM-CATEGORIAS(IDX-TERMINO-USO)
007340         IF TE-CATEGORIA(IDX-TERMINO-USO, IDX-CATEGORIA)
007350             = PAL-CATEGORIA
007360             GO TO 2400-ANOTAR-CATEGORIA-EXIT
007370         END-IF
007380     END-PERFORM.
007390     IF TE-NUM-CATEGORIAS(IDX-TERMINO-USO) < 3
007400         ADD 1 TO TE-NUM-CATEGORIAS(IDX-TERMINO-USO)
007410         MOVE PAL-CATEGORIA TO TE-CATEGORIA(IDX-TERMINO-USO,
007420             TE-NUM-CATEGORIAS(IDX-TERMINO-USO))
007430     ELSE
007440         MOVE 'S' TO TE-MAS-CATEGORIAS(IDX-TERMINO-USO)
007450     END-IF.
007460 2400-ANOTAR-CATEGORIA-EXIT.
007470     EXIT.
007480
007490******************************************************************
007500*    3000-LEER-HISTORICO
007510*    Recorre el historico de fotos: las lineas de los DIAS
007520*    anteriores a la foto suman a la media de su palabra, y
007530*    todas las que siguen dentro de la conservacion (salvo una
007540*    foto anterior de la misma fecha) pasan a PALANUEV. Al
007550*    final se anade la foto de hoy. Sin historico es la
007560*    primera foto: no hay picos que calcular.
007570******************************************************************
007580 3000-LEER-HISTORICO.
007590     OPEN OUTPUT PALANUEV-ARCHIVO.
007600     IF PALANUEV-STATUS NOT = '00'
007610         DISPLAY 'NO SE PUDO ABRIR PALANUEV. STATUS: '
007620             PALANUEV-STATUS
007630         MOVE 12 TO CODIGO-RETORNO
007640         GO TO 3000-LEER-HISTORICO-EXIT
007650     END-IF.
007660
007670     OPEN INPUT PALAHIST-ARCHIVO.
007680     IF PALAHIST-STATUS NOT = '00'
007690         DISPLAY 'SIN HISTORICO DE FOTOS PALAHIST. STATUS: '
007700             PALAHIST-STATUS
007710     ELSE
007720         MOVE 'S' TO HAY-HISTORICO
007730         MOVE 'N' TO FIN-PALAHIST
007740         PERFORM 3100-LEER-FOTO-ANTERIOR
007750             THRU 3100-LEER-FOTO-ANTERIOR-EXIT
007760             UNTIL NO-HAY-MAS-PALAHIST
007770         CLOSE PALAHIST-ARCHIVO
007780     END-IF.
007782     IF CODIGO-RETORNO = 12
007784         CLOSE PALANUEV-ARCHIVO
007786         GO TO 3000-LEER-HISTORICO-EXIT
007788     END-IF.
007790
007800*    SEGUNDA PASADA POR LA FOTO DEL DIA PARA ANADIRLA TAL CUAL
007810*    (SOLO LAS LINEAS DE SU FECHA) DETRAS DE LAS ANTERIORES
007820
007830     OPEN INPUT PALADIA-ARCHIVO.
007831     IF PALADIA-STATUS NOT = '00'
007832         DISPLAY 'NO SE PUDO REABRIR PALADIA. STATUS: '
007833             PALADIA-STATUS
007834         MOVE 12 TO CODIGO-RETORNO
007835         CLOSE PALANUEV-ARCHIVO
007836         GO TO 3000-LEER-HISTORICO-EXIT
007837     END-IF.
007840     MOVE 'N' TO FIN-PALADIA.
007850     PERFORM 3200-COPIAR-FOTO-DIA
007860         THRU 3200-COPIAR-FOTO-DIA-EXIT
007870         UNTIL NO-HAY-MAS-PALADIA.
007880     CLOSE PALADIA-ARCHIVO.
007890     CLOSE PALANUEV-ARCHIVO.
007900
007910     MOVE 'HISTORICO DE FOTOS (PALAHIST)' TO LSE-TITULO.
007920     WRITE LINEA-INFORME FROM LINEA-SECCION.
007930     MOVE 'LINEAS LEIDAS       : ' TO LRE-ETIQUETA.
007940     MOVE CONTADOR-HIS-LEIDOS TO LRE-CONTADOR.
007950     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
007960     MOVE '  EN LA VENTANA     : ' TO LRE-ETIQUETA.
007970     MOVE CONTADOR-HIS-VENTANA TO LRE-CONTADOR.
007980     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
007990     MOVE '  DIAS CON FOTO     : ' TO LRE-ETIQUETA.
008000     MOVE NUM-DIAS-VENTANA TO LRE-CONTADOR.
008010     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
008020     MOVE '  FOTO ANTERIOR HOY : ' TO LRE-ETIQUETA.
008030     MOVE CONTADOR-HIS-HOY TO LRE-CONTADOR.
008040     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
008050     MOVE '  CADUCADAS         : ' TO LRE-ETIQUETA.
008060     MOVE CONTADOR-HIS-CADUCADOS TO LRE-CONTADOR.
008070     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
008080     MOVE '  FECHA INVALIDA    : ' TO LRE-ETIQUETA.
008090     MOVE CONTADOR-HIS-INVALIDOS TO LRE-CONTADOR.
008100     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
008110     MOVE 'LINEAS EN PALANUEV  : ' TO LRE-ETIQUETA.
008120     MOVE CONTADOR-HIS-CONSERVADOS TO LRE-CONTADOR.
008130     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
008140     WRITE LINEA-INFORME FROM LINEA-SUSTITUIR.
008150     IF NUM-DIAS-VENTANA = 0
008160         MOVE 'SIN FOTOS DE DIAS ANTERIORES: NO SE CALCULAN PICOS'
008170             TO LSE-TITULO
008180         WRITE LINEA-INFORME FROM LINEA-SECCION
008190     END-IF.
008200     WRITE LINEA-INFORME FROM LINEA-BLANCO.
008210
008220     IF NUM-DIAS-VENTANA = 0
008230         OR CONTADOR-HIS-INVALIDOS > 0
008240         IF CODIGO-RETORNO < 4
008250             MOVE 4 TO CODIGO-RETORNO
008260         END-IF
008270     END-IF.
008280 3000-LEER-HISTORICO-EXIT.
008290     EXIT.
008300
008310 3100-LEER-FOTO-ANTERIOR.
008320     READ PALAHIST-ARCHIVO INTO REG-PALADIA
008330         AT END
008340             MOVE 'S' TO FIN-PALAHIST
008350             GO TO 3100-LEER-FOTO-ANTERIOR-EXIT
008360     END-READ.
008370     ADD 1 TO CONTADOR-LEIDOS.
008380     ADD 1 TO CONTADOR-HIS-LEIDOS.
008390
008400     MOVE PAL-FECHA TO FECHA-EXAMEN.
008410     PERFORM 1300-VALIDAR-FECHA
008420         THRU 1300-VALIDAR-FECHA-EXIT.
008430     IF NOT ES-FECHA-VALIDA
008440         ADD 1 TO CONTADOR-HIS-INVALIDOS
008450         GO TO 3100-LEER-FOTO-ANTERIOR-EXIT
008460     END-IF.
008470
008480*    UNA FOTO ANTERIOR DE LA MISMA FECHA (EL DIA SE REPITIO) SE
008490*    SUSTITUYE POR LA DE HOY; LAS FOTOS MAS VIEJAS QUE LA
008500*    CONSERVACION SE DEJAN CAER
008510
008520     IF PAL-FECHA = FECHA-FOTO
008530         ADD 1 TO CONTADOR-HIS-HOY
008540         GO TO 3100-LEER-FOTO-ANTERIOR-EXIT
008550     END-IF.
008560     COMPUTE ENTERO-REGISTRO =
008570         FUNCTION INTEGER-OF-DATE(PAL-FECHA).
008580     IF ENTERO-REGISTRO < ENTERO-CONSERVAR
008590         ADD 1 TO CONTADOR-HIS-CADUCADOS
008600         GO TO 3100-LEER-FOTO-ANTERIOR-EXIT
008610     END-IF.
008620     WRITE REG-PALANUEV FROM REG-PALAHIST.
008621     IF PALANUEV-STATUS NOT = '00'
008622         DISPLAY 'ERROR AL GRABAR PALANUEV. STATUS: '
008623             PALANUEV-STATUS
008624         MOVE 12 TO CODIGO-RETORNO
008625         MOVE 'S' TO FIN-PALAHIST
008626         GO TO 3100-LEER-FOTO-ANTERIOR-EXIT
008627     END-IF.
008630     ADD 1 TO CONTADOR-HIS-CONSERVADOS.
008640     ADD 1 TO CONTADOR-ESCRITOS.
008650
008660*    SOLO LOS DIAS ANTERIORES A LA FOTO DENTRO DE LA VENTANA
008670*    ENTRAN EN LA MEDIA, Y SOLO PARA PALABRAS QUE HOY APARECEN
008680
008690     IF ENTERO-REGISTRO < ENTERO-VENTANA
008700         OR ENTERO-REGISTRO >= ENTERO-FOTO
008710         GO TO 3100-LEER-FOTO-ANTERIOR-EXIT
008720     END-IF.
008730     IF PAL-OCURRENCIAS NOT NUMERIC
008740         GO TO 3100-LEER-FOTO-ANTERIOR-EXIT
008750     END-IF.
008760     ADD 1 TO CONTADOR-HIS-VENTANA.
008770
008780     MOVE 'N' TO DIA-YA-CONTADO.
008790     PERFORM VARYING IDX-DIA FROM 1 BY 1
008800         UNTIL IDX-DIA > NUM-DIAS-VENTANA
008810         IF DIA-VENTANA(IDX-DIA) = PAL-FECHA
008820             MOVE 'S' TO DIA-YA-CONTADO
008830         END-IF
008840     END-PERFORM.
008850     IF DIA-YA-CONTADO = 'N' AND NUM-DIAS-VENTANA < 31
008860         ADD 1 TO NUM-DIAS-VENTANA
008870         MOVE PAL-FECHA TO DIA-VENTANA(NUM-DIAS-VENTANA)
008880     END-IF.
008890
008900     SEARCH ALL TABLA-TERMINO-ENTRY
008910         AT END
008920             CONTINUE
008930         WHEN TE-PALABRA(TE-IDX) = PAL-PALABRA
008940             ADD PAL-OCURRENCIAS TO TE-ANT-OCURR(TE-IDX)
008950     END-SEARCH.
008960 3100-LEER-FOTO-ANTERIOR-EXIT.
008970     EXIT.
008980
008990 3200-COPIAR-FOTO-DIA.
009000     READ PALADIA-ARCHIVO
009010         AT END
009020             MOVE 'S' TO FIN-PALADIA
009030             GO TO 3200-COPIAR-FOTO-DIA-EXIT
009040     END-READ.
009050     IF PAL-FECHA NOT = FECHA-FOTO OR PAL-PALABRA = SPACES
009060         GO TO 3200-COPIAR-FOTO-DIA-EXIT
009063     END-IF.
009066     WRITE REG-PALANUEV FROM REG-PALADIA.
009069     IF PALANUEV-STATUS NOT = '00'
009072         DISPLAY 'ERROR AL GRABAR PALANUEV. STATUS: '
009075             PALANUEV-STATUS
009078         MOVE 12 TO CODIGO-RETORNO
009081         MOVE 'S' TO FIN-PALADIA
009084         GO TO 3200-COPIAR-FOTO-DIA-EXIT
009087     END-IF.
009090     ADD 1 TO CONTADOR-HIS-CONSERVADOS.
009093     ADD 1 TO CONTADOR-ESCRITOS.
009100 3200-COPIAR-FOTO-DIA-EXIT.
009110     EXIT.
009111
009112******************************************************************
009113*    3500-COPIAR-HISTORICO
009114*    Con la foto del dia vacia no hay foto que anadir ni fecha
009115*    desde la que caducar las anteriores: PALANUEV se graba como
009116*    copia exacta de PALAHIST, de modo que sustituir uno por otro
009117*    no cambia nada y no queda un PALANUEV de otra ejecucion.
009118******************************************************************
009119 3500-COPIAR-HISTORICO.
009120     OPEN OUTPUT PALANUEV-ARCHIVO.
009121     IF PALANUEV-STATUS NOT = '00'
009122         DISPLAY 'NO SE PUDO ABRIR PALANUEV. STATUS: '
009123             PALANUEV-STATUS
009124         MOVE 12 TO CODIGO-RETORNO
009125         GO TO 3500-COPIAR-HISTORICO-EXIT
009126     END-IF.
009127
009128     OPEN INPUT PALAHIST-ARCHIVO.
009129     IF PALAHIST-STATUS NOT = '00'
009130         DISPLAY 'SIN HISTORICO DE FOTOS PALAHIST. STATUS: '
009131             PALAHIST-STATUS
009132     ELSE
009133         MOVE 'N' TO FIN-PALAHIST
009134         PERFORM 3510-COPIAR-FOTO-ANTERIOR
009135             THRU 3510-COPIAR-FOTO-ANTERIOR-EXIT
009136             UNTIL NO-HAY-MAS-PALAHIST
009137         CLOSE PALAHIST-ARCHIVO
009138     END-IF.
009139     CLOSE PALANUEV-ARCHIVO.
009140
009141     MOVE 'HISTORICO DE FOTOS (PALAHIST)' TO LSE-TITULO.
009142     WRITE LINEA-INFORME FROM LINEA-SECCION.
009143     MOVE 'LINEAS LEIDAS       : ' TO LRE-ETIQUETA.
009144     MOVE CONTADOR-HIS-LEIDOS TO LRE-CONTADOR.
009145     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
009146     MOVE 'LINEAS EN PALANUEV  : ' TO LRE-ETIQUETA.
009147     MOVE CONTADOR-HIS-CONSERVADOS TO LRE-CONTADOR.
009148     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
009149     MOVE 'PALANUEV ES COPIA SIN CAMBIOS DE PALAHIST'
009150         TO LSE-TITULO.
009151     WRITE LINEA-INFORME FROM LINEA-SECCION.
009152     WRITE LINEA-INFORME FROM LINEA-BLANCO.
009153 3500-COPIAR-HISTORICO-EXIT.
009154     EXIT.
009155
009156 3510-COPIAR-FOTO-ANTERIOR.
009157     READ PALAHIST-ARCHIVO
009158         AT END
009159             MOVE 'S' TO FIN-PALAHIST
009160             GO TO 3510-COPIAR-FOTO-ANTERIOR-EXIT
009161     END-READ.
009162     ADD 1 TO CONTADOR-LEIDOS.
009163     ADD 1 TO CONTADOR-HIS-LEIDOS.
009164     WRITE REG-PALANUEV FROM REG-PALAHIST.
009165     IF PALANUEV-STATUS NOT = '00'
009166         DISPLAY 'ERROR AL GRABAR PALANUEV. STATUS: '
009167             PALANUEV-STATUS
009168         MOVE 12 TO CODIGO-RETORNO
009169         MOVE 'S' TO FIN-PALAHIST
009170         GO TO 3510-COPIAR-FOTO-ANTERIOR-EXIT
009171     END-IF.
009172     ADD 1 TO CONTADOR-HIS-CONSERVADOS.
009173     ADD 1 TO CONTADOR-ESCRITOS.
009174 3510-COPIAR-FOTO-ANTERIOR-EXIT.
009175     EXIT.
009176
009177******************************************************************
009178*    4000-CONSULTAR-DICCIONARIO
009179*    Para cada palabra de la foto busca su contador de vida en
009180*    el diccionario. RETO-19 ya le sumo las ocurrencias de hoy,
009181*    asi que lo visto antes de hoy es la diferencia. Sin
009182*    diccionario una palabra cuenta como nueva si no sale en
009190*    las fotos de la ventana, y se avisa.
009200******************************************************************
009210 4000-CONSULTAR-DICCIONARIO.
009220     OPEN INPUT DICCIONARIO-ARCHIVO.
009230     IF DICCIONARIO-STATUS NOT = '00'
009240         DISPLAY 'NO SE PUDO ABRIR DICCION. STATUS: '
009250             DICCIONARIO-STATUS
009260         MOVE 'SIN DICCIONARIO: NUEVA = NO VISTA EN LA VENTANA'
009270             TO LSE-TITULO
009280         WRITE LINEA-INFORME FROM LINEA-SECCION
009290         WRITE LINEA-INFORME FROM LINEA-BLANCO
009300         IF CODIGO-RETORNO < 4
009310             MOVE 4 TO CODIGO-RETORNO
009320         END-IF
009330         PERFORM VARYING IDX-TERMINO FROM 1 BY 1
009340             UNTIL IDX-TERMINO > NUM-TERMINOS
009350             MOVE TE-ANT-OCURR(IDX-TERMINO)
009360                 TO TE-DIC-ANTES(IDX-TERMINO)
009370         END-PERFORM
009380         GO TO 4000-CONSULTAR-DICCIONARIO-EXIT
009390     END-IF.
009400     MOVE 'S' TO HAY-DICCIONARIO.
009410
009420     PERFORM VARYING IDX-TERMINO FROM 1 BY 1
009430         UNTIL IDX-TERMINO > NUM-TERMINOS
009440         MOVE TE-PALABRA(IDX-TERMINO) TO DIC-PALABRA
009450         READ DICCIONARIO-ARCHIVO
009460             INVALID KEY
009470                 MOVE 0 TO TE-DIC-ANTES(IDX-TERMINO)
009480             NOT INVALID KEY
009490                 IF DIC-CONTADOR > TE-HOY-OCURR(IDX-TERMINO)
009500                     COMPUTE TE-DIC-ANTES(IDX-TERMINO) =
009510                         DIC-CONTADOR - TE-HOY-OCURR(IDX-TERMINO)
009520                 ELSE
009530                     MOVE 0 TO TE-DIC-ANTES(IDX-TERMINO)
009540                 END-IF
009550         END-READ
009560     END-PERFORM.
009570     CLOSE DICCIONARIO-ARCHIVO.
009580 4000-CONSULTAR-DICCIONARIO-EXIT.
009590     EXIT.
009600
009610******************************************************************
009620*    4500-CARGAR-VIGILADAS
009630*    Carga la lista VIGILIA actual, plegada a minusculas, para
009640*    no proponer palabras que ya se vigilan. Sin lista se
009650*    sigue: todas las candidatas se proponen.
009660******************************************************************
009670 4500-CARGAR-VIGILADAS.
009680     MOVE 0 TO NUM-VIGILADAS.
009690     OPEN INPUT VIGILIA-ARCHIVO.
009700     IF VIGILIA-STATUS NOT = '00'
009710         DISPLAY 'SIN LISTA DE PALABRAS VIGILADAS. STATUS: '
009720             VIGILIA-STATUS
009730         GO TO 4500-CARGAR-VIGILADAS-EXIT
009740     END-IF.
009750     MOVE 'N' TO FIN-VIGILIA.
009760     PERFORM 4510-LEER-VIGILADA
009770         THRU 4510-LEER-VIGILADA-EXIT
009780         UNTIL NO-HAY-MAS-VIGILADAS.
009790     CLOSE VIGILIA-ARCHIVO.
009800 4500-CARGAR-VIGILADAS-EXIT.
009810     EXIT.
009820
009830 4510-LEER-VIGILADA.
009840     READ VIGILIA-ARCHIVO
009850         AT END
009860             MOVE 'S' TO FIN-VIGILIA
009870             GO TO 4510-LEER-VIGILADA-EXIT
009880     END-READ.
009890     IF LINEA-VIGILIA = SPACES
009900         GO TO 4510-LEER-VIGILADA-EXIT
009910     END-IF.
009920     IF NUM-VIGILADAS >= 200
009930         MOVE 'S' TO FIN-VIGILIA
009940         GO TO 4510-LEER-VIGILADA-EXIT
009950     END-IF.
009960     ADD 1 TO NUM-VIGILADAS.
009970     MOVE LINEA-VIGILIA(1:30) TO VIGILADA-PALABRA(NUM-VIGILADAS).
009980     INSPECT VIGILADA-PALABRA(NUM-VIGILADAS)
009990         CONVERTING MAYUSCULAS TO MINUSCULAS.
010000 4510-LEER-VIGILADA-EXIT.
010010     EXIT.
010020
010030******************************************************************
010040*    5000-CLASIFICAR-TERMINOS
010050*    NUEVA: nada antes de hoy y en MINTICKETS tickets o mas.
010060*    PICO: ya conocida, con MINOCURR ocurrencias hoy o mas y
010070*    al menos FACTOR veces su media de los dias con foto de la
010080*    ventana (si no salio en la ventana, cualquier recuento
010090*    que llegue a MINOCURR es un pico). Las clasificadas con
010100*    UMBRAL tickets o mas se proponen a VIGILIA.
010110******************************************************************
010120 5000-CLASIFICAR-TERMINOS.
010130     PERFORM VARYING IDX-TERMINO FROM 1 BY 1
010140         UNTIL IDX-TERMINO > NUM-TERMINOS
010150         PERFORM 5100-CLASIFICAR-TERMINO
010160             THRU 5100-CLASIFICAR-TERMINO-EXIT
010170     END-PERFORM.
010180 5000-CLASIFICAR-TERMINOS-EXIT.
010190     EXIT.
010200
010210 5100-CLASIFICAR-TERMINO.
010220     IF TE-DIC-ANTES(IDX-TERMINO) = 0
010230         IF TE-HOY-TICKETS(IDX-TERMINO) >= PARAM-MINTICKETS
010240             MOVE 'N' TO TE-TIPO(IDX-TERMINO)
010250             ADD 1 TO CONTADOR-NUEVAS
010260         END-IF
010270     ELSE
010280         IF NUM-DIAS-VENTANA > 0
010290             AND TE-HOY-OCURR(IDX-TERMINO) >= PARAM-MINOCURR
010300             AND TE-HOY-OCURR(IDX-TERMINO) * NUM-DIAS-VENTANA
010310                 >= PARAM-FACTOR * TE-ANT-OCURR(IDX-TERMINO)
010320             MOVE 'P' TO TE-TIPO(IDX-TERMINO)
010330             ADD 1 TO CONTADOR-PICOS
010340         END-IF
010350     END-IF.
010360     IF TE-TIPO(IDX-TERMINO) = SPACE
010370         OR TE-HOY-TICKETS(IDX-TERMINO) < PARAM-UMBRAL
010380         GO TO 5100-CLASIFICAR-TERMINO-EXIT
010390     END-IF.
010400
010410     MOVE TE-PALABRA(IDX-TERMINO) TO PALABRA-MINUSCULAS.
010420     INSPECT PALABRA-MINUSCULAS
010430         CONVERTING MAYUSCULAS TO MINUSCULAS.
010440     MOVE 'N' TO PALABRA-ENCONTRADA.
010450     PERFORM VARYING IDX-VIGILADA FROM 1 BY 1
010460         UNTIL IDX-VIGILADA > NUM-VIGILADAS
010470         IF VIGILADA-PALABRA(IDX-VIGILADA) = PALABRA-MINUSCULAS
010480             MOVE 'S' TO PALABRA-ENCONTRADA
010490         END-IF
010500     END-PERFORM.
010510     IF ES-PALABRA-ENCONTRADA
010520         MOVE 'V' TO TE-PROPUESTA(IDX-TERMINO)
010530         ADD 1 TO CONTADOR-YA-VIGILADAS
010540     ELSE
010550         MOVE 'S' TO TE-PROPUESTA(IDX-TERMINO)
010560     END-IF.
010570 5100-CLASIFICAR-TERMINO-EXIT.
010580     EXIT.
010590
010600******************************************************************
010610*    6000-INFORME-NUEVAS
010620*    Palabras nuevas de mas a menos tickets.
010630******************************************************************
010640 6000-INFORME-NUEVAS.
010650     MOVE 'PALABRAS NUEVAS (NUNCA VISTAS ANTES DE HOY)'
010660         TO LSE-TITULO.
010670     WRITE LINEA-INFORME FROM LINEA-SECCION.
010680     WRITE LINEA-INFORME FROM LINEA-ENC-NUEVA.
010690     MOVE 'N' TO TIPO-BUSCADO.
010700     PERFORM 6900-LIBERAR-TERMINOS
010710         THRU 6900-LIBERAR-TERMINOS-EXIT.
010720     PERFORM CONTADOR-NUEVAS TIMES
010730         PERFORM 6800-SIGUIENTE-TERMINO
010740             THRU 6800-SIGUIENTE-TERMINO-EXIT
010750         IF IDX-TERMINO-MAX > 0
010760             MOVE TE-PALABRA(IDX-TERMINO-MAX) TO LNU-PALABRA
010770             MOVE TE-HOY-TICKETS(IDX-TERMINO-MAX) TO LNU-TICKETS
010780             MOVE TE-HOY-OCURR(IDX-TERMINO-MAX) TO LNU-OCURR
010790             PERFORM 6700-LISTAS-DEL-TERMINO
010800                 THRU 6700-LISTAS-DEL-TERMINO-EXIT
010810             WRITE LINEA-INFORME FROM LINEA-NUEVA
010820             ADD 1 TO CONTADOR-LISTADAS
010830         END-IF
010840     END-PERFORM.
010850     IF CONTADOR-NUEVAS = 0
010860         WRITE LINEA-INFORME FROM LINEA-NINGUNA
010870     END-IF.
010880     WRITE LINEA-INFORME FROM LINEA-BLANCO.
010890 6000-INFORME-NUEVAS-EXIT.
010900     EXIT.
010910
010920******************************************************************
010930*    6500-INFORME-PICOS
010940*    Palabras en pico de mas a menos tickets, con su recuento
010950*    de hoy, su media diaria en la ventana y cuantas veces la
010960*    supera.
010970******************************************************************
010980 6500-INFORME-PICOS.
010990     MOVE 'PICOS (RECUENTO DE HOY MUY POR ENCIMA DE LA MEDIA)'
011000         TO LSE-TITULO.
011010     WRITE LINEA-INFORME FROM LINEA-SECCION.
011020     WRITE LINEA-INFORME FROM LINEA-ENC-PICO.
011030     MOVE 'P' TO TIPO-BUSCADO.
011040     PERFORM 6900-LIBERAR-TERMINOS
011050         THRU 6900-LIBERAR-TERMINOS-EXIT.
011060     PERFORM CONTADOR-PICOS TIMES
011070         PERFORM 6800-SIGUIENTE-TERMINO
011080             THRU 6800-SIGUIENTE-TERMINO-EXIT
011090         IF IDX-TERMINO-MAX > 0
011100             PERFORM 6600-ESCRIBIR-PICO
011110                 THRU 6600-ESCRIBIR-PICO-EXIT
011120         END-IF
011130     END-PERFORM.
011140     IF CONTADOR-PICOS = 0
011150         WRITE LINEA-INFORME FROM LINEA-NINGUNA
011160     END-IF.
011170     WRITE LINEA-INFORME FROM LINEA-BLANCO.
011180 6500-INFORME-PICOS-EXIT.
011190     EXIT.
011200
011210 6600-ESCRIBIR-PICO.
011220     COMPUTE MEDIA-ANTERIOR ROUNDED =
011230         TE-ANT-OCURR(IDX-TERMINO-MAX) / NUM-DIAS-VENTANA.
011240     IF MEDIA-ANTERIOR > 0
011250         COMPUTE VECES-MEDIA ROUNDED =
011260             TE-HOY-OCURR(IDX-TERMINO-MAX) / MEDIA-ANTERIOR
011270             ON SIZE ERROR MOVE 99999.9 TO VECES-MEDIA
011280         END-COMPUTE
011290     ELSE
011300         MOVE 0 TO VECES-MEDIA
011310     END-IF.
011320     MOVE TE-PALABRA(IDX-TERMINO-MAX) TO LPI-PALABRA.
011330     MOVE TE-HOY-OCURR(IDX-TERMINO-MAX) TO LPI-HOY.
011340     MOVE MEDIA-ANTERIOR TO LPI-MEDIA.
011350     MOVE VECES-MEDIA TO LPI-VECES.
011360     MOVE TE-HOY-TICKETS(IDX-TERMINO-MAX) TO LPI-TICKETS.
011370     PERFORM 6700-LISTAS-DEL-TERMINO
011380         THRU 6700-LISTAS-DEL-TERMINO-EXIT.
011390     MOVE LNU-CANALES TO LPI-CANALES.
011400     MOVE LNU-CATEGORIAS TO LPI-CATEGORIAS.
011410     WRITE LINEA-INFORME FROM LINEA-PICO.
011420     ADD 1 TO CONTADOR-LISTADAS.
011430 6600-ESCRIBIR-PICO-EXIT.
011440     EXIT.
011450
011460******************************************************************
011470*    6700-LISTAS-DEL-TERMINO
011480*    Compone en LNU-CANALES y LNU-CATEGORIAS los canales y las
011490*    categorias anotados para IDX-TERMINO-MAX; un '+' final
011500*    indica que habia mas de los que caben.
011510******************************************************************
011520 6700-LISTAS-DEL-TERMINO.
011530     MOVE SPACES TO LNU-CANALES.
011540     PERFORM VARYING IDX-CANAL FROM 1 BY 1
011550         UNTIL IDX-CANAL > TE-NUM-CANALES(IDX-TERMINO-MAX)
011560         MOVE TE-CANAL(IDX-TERMINO-MAX, IDX-CANAL)
011570             TO LNU-CANALES((IDX-CANAL - 1) * 4 + 1:3)
011580     END-PERFORM.
011590     IF TE-MAS-CANALES(IDX-TERMINO-MAX) = 'S'
011600         MOVE '+' TO LNU-CANALES(21:1)
011610     END-IF.
011620     MOVE SPACES TO LNU-CATEGORIAS.
011630     PERFORM VARYING IDX-CATEGORIA FROM 1 BY 1
011640         UNTIL IDX-CATEGORIA > TE-NUM-CATEGORIAS(IDX-TERMINO-MAX)
011650         MOVE TE-CATEGORIA(IDX-TERMINO-MAX, IDX-CATEGORIA)
011660             TO LNU-CATEGORIAS((IDX-CATEGORIA - 1) * 13 + 1:12)
011670     END-PERFORM.
011680     IF TE-MAS-CATEGORIAS(IDX-TERMINO-MAX) = 'S'
011690         MOVE '+' TO LNU-CATEGORIAS(40:1)
011700     END-IF.
011710 6700-LISTAS-DEL-TERMINO-EXIT.
011720     EXIT.
011730
011740******************************************************************
011750*    6800-SIGUIENTE-TERMINO
011760*    Deja en IDX-TERMINO-MAX la palabra del tipo TIPO-BUSCADO
011770*    aun no listada con mas tickets hoy (0 si no queda ninguna)
011780*    y la marca como listada.
011790******************************************************************
011800 6800-SIGUIENTE-TERMINO.
011810     MOVE 0 TO IDX-TERMINO-MAX.
011820     MOVE 0 TO TICKETS-MAXIMO.
011830     PERFORM VARYING IDX-TERMINO FROM 1 BY 1
011840         UNTIL IDX-TERMINO > NUM-TERMINOS
011850         IF TE-TIPO(IDX-TERMINO) = TIPO-BUSCADO
011860             AND TE-USADA(IDX-TERMINO) = 'N'
011870             AND TE-HOY-TICKETS(IDX-TERMINO) > TICKETS-MAXIMO
011880             MOVE TE-HOY-TICKETS(IDX-TERMINO) TO TICKETS-MAXIMO
011890             MOVE IDX-TERMINO TO IDX-TERMINO-MAX
011900         END-IF
011910     END-PERFORM.
011920     IF IDX-TERMINO-MAX > 0
011930         MOVE 'S' TO TE-USADA(IDX-TERMINO-MAX)
011940     END-IF.
011950 6800-SIGUIENTE-TERMINO-EXIT.
011960     EXIT.
011970
011980 6900-LIBERAR-TERMINOS.
011990     PERFORM VARYING IDX-TERMINO FROM 1 BY 1
012000         UNTIL IDX-TERMINO > NUM-TERMINOS
012010         MOVE 'N' TO TE-USADA(IDX-TERMINO)
012020     END-PERFORM.
012030 6900-LIBERAR-TERMINOS-EXIT.
012040     EXIT.
012050
012060******************************************************************
012070*    7000-PROPONER-VIGILIA
012080*    Lista las palabras nuevas o en pico que llegan a UMBRAL
012090*    tickets y escribe en VIGIPROP, en minusculas y una por
012100*    linea, las que aun no estan vigiladas. VIGIPROP se crea
012110*    siempre (vacio si no hay propuestas) para que la cadena
012120*    no dependa de una ejecucion anterior.
012130******************************************************************
012140 7000-PROPONER-VIGILIA.
012150     OPEN OUTPUT VIGIPROP-ARCHIVO.
012160     IF VIGIPROP-STATUS NOT = '00'
012170         DISPLAY 'NO SE PUDO ABRIR VIGIPROP. STATUS: '
012180             VIGIPROP-STATUS
012190         MOVE 12 TO CODIGO-RETORNO
012200         GO TO 7000-PROPONER-VIGILIA-EXIT
012210     END-IF.
012220
012230     MOVE 'PROPUESTAS PARA LA LISTA VIGILIA (VIGIPROP)'
012240         TO LSE-TITULO.
012250     WRITE LINEA-INFORME FROM LINEA-SECCION.
012260     WRITE LINEA-INFORME FROM LINEA-ENC-PROPUESTA.
012270     PERFORM VARYING IDX-TERMINO FROM 1 BY 1
012280         UNTIL IDX-TERMINO > NUM-TERMINOS
012290         IF TE-PROPUESTA(IDX-TERMINO) NOT = SPACE
012300             PERFORM 7100-ESCRIBIR-PROPUESTA
012310                 THRU 7100-ESCRIBIR-PROPUESTA-EXIT
012320         END-IF
012330     END-PERFORM.
012340     IF CONTADOR-PROPUESTAS = 0 AND CONTADOR-YA-VIGILADAS = 0
012350         WRITE LINEA-INFORME FROM LINEA-NINGUNA
012360     END-IF.
012370
012380*    RETO-19 SOLO CARGA LAS 50 PRIMERAS PALABRAS DE VIGILIA
012390
012400     IF NUM-VIGILADAS + CONTADOR-PROPUESTAS > 50
012410         MOVE 'AVISO: VIGILIA ADMITE 50 PALABRAS; REVISAR ANTES'
012420             TO LSE-TITULO
012430         WRITE LINEA-INFORME FROM LINEA-SECCION
012440     END-IF.
012450     WRITE LINEA-INFORME FROM LINEA-BLANCO.
012460     CLOSE VIGIPROP-ARCHIVO.
012470 7000-PROPONER-VIGILIA-EXIT.
012480     EXIT.
012490
012500 7100-ESCRIBIR-PROPUESTA.
012510     MOVE TE-PALABRA(IDX-TERMINO) TO LPR-PALABRA.
012520     MOVE TE-HOY-TICKETS(IDX-TERMINO) TO LPR-TICKETS.
012530     IF TE-ES-NUEVA(IDX-TERMINO)
012540         MOVE 'NUEVA' TO LPR-TIPO
012550     ELSE
012560         MOVE 'PICO' TO LPR-TIPO
012570     END-IF.
012580     IF TE-YA-VIGILADA(IDX-TERMINO)
012590         MOVE 'YA VIGILADA' TO LPR-SITUACION
012600         WRITE LINEA-INFORME FROM LINEA-PROPUESTA
012610         GO TO 7100-ESCRIBIR-PROPUESTA-EXIT
012620     END-IF.
012630
012640*    LA MISMA PALABRA CON OTRAS MAYUSCULAS SOLO SE PROPONE UNA VEZ
012650
012660     MOVE TE-PALABRA(IDX-TERMINO) TO PALABRA-MINUSCULAS.
012670     INSPECT PALABRA-MINUSCULAS
012680         CONVERTING MAYUSCULAS TO MINUSCULAS.
012690     MOVE 'N' TO PALABRA-ENCONTRADA.
012700     PERFORM VARYING IDX-PROPUESTA FROM 1 BY 1
012710         UNTIL IDX-PROPUESTA > NUM-PROPUESTAS
012720         IF PROPUESTA-PALABRA(IDX-PROPUESTA) = PALABRA-MINUSCULAS
012730             MOVE 'S' TO PALABRA-ENCONTRADA
012740         END-IF
012750     END-PERFORM.
012760     IF ES-PALABRA-ENCONTRADA
012770         MOVE 'YA PROPUESTA' TO LPR-SITUACION
012780         WRITE LINEA-INFORME FROM LINEA-PROPUESTA
012790         GO TO 7100-ESCRIBIR-PROPUESTA-EXIT
012800     END-IF.
012810     IF NUM-PROPUESTAS >= 500
012820         MOVE 'NO PROPUESTA: LISTA LLENA' TO LPR-SITUACION
012830         WRITE LINEA-INFORME FROM LINEA-PROPUESTA
012840         GO TO 7100-ESCRIBIR-PROPUESTA-EXIT
012850     END-IF.
012860     ADD 1 TO NUM-PROPUESTAS.
012870     MOVE PALABRA-MINUSCULAS TO PROPUESTA-PALABRA(NUM-PROPUESTAS).
012880     MOVE SPACES TO LINEA-VIGIPROP.
012890     MOVE PALABRA-MINUSCULAS TO LINEA-VIGIPROP(1:30).
012900     WRITE LINEA-VIGIPROP.
012910     ADD 1 TO CONTADOR-PROPUESTAS.
012920     ADD 1 TO CONTADOR-ESCRITOS.
012930     MOVE 'PROPUESTA' TO LPR-SITUACION.
012940     WRITE LINEA-INFORME FROM LINEA-PROPUESTA.
012950 7100-ESCRIBIR-PROPUESTA-EXIT.
012960     EXIT.
012970
012980******************************************************************
012990*    8000-FINALIZAR-PROCESO
013000*    Escribe los totales y el codigo de retorno y cierra el
013010*    informe.
013020******************************************************************
013030 8000-FINALIZAR-PROCESO.
013040     IF INFORME-STATUS NOT = '00'
013050         GO TO 8000-FINALIZAR-PROCESO-EXIT
013060     END-IF.
013070
013080     MOVE 'TOTALES' TO LSE-TITULO.
013090     WRITE LINEA-INFORME FROM LINEA-SECCION.
013100     MOVE 'LINEAS DE LA FOTO   : ' TO LRE-ETIQUETA.
013110     MOVE CONTADOR-FOTO TO LRE-CONTADOR.
013120     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
013130     MOVE '  DESCARTADAS       : ' TO LRE-ETIQUETA.
013140     MOVE CONTADOR-OTRA-FECHA TO LRE-CONTADOR.
013150     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
013160     MOVE 'PALABRAS DISTINTAS  : ' TO LRE-ETIQUETA.
013170     MOVE NUM-TERMINOS TO LRE-CONTADOR.
013180     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
013190     MOVE 'PALABRAS NUEVAS     : ' TO LRE-ETIQUETA.
013200     MOVE CONTADOR-NUEVAS TO LRE-CONTADOR.
013210     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
013220     MOVE 'PALABRAS EN PICO    : ' TO LRE-ETIQUETA.
013230     MOVE CONTADOR-PICOS TO LRE-CONTADOR.
013240     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
013250     MOVE 'PROPUESTAS VIGILIA  : ' TO LRE-ETIQUETA.
013260     MOVE CONTADOR-PROPUESTAS TO LRE-CONTADOR.
013270     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
013280     MOVE 'YA VIGILADAS        : ' TO LRE-ETIQUETA.
013290     MOVE CONTADOR-YA-VIGILADAS TO LRE-CONTADOR.
013300     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
013310     IF HAY-TERMINOS-PERDIDOS
013320         MOVE 'AVISO: TABLA DE PALABRAS LLENA: FOTO PARCIAL'
013330             TO LSE-TITULO
013340         WRITE LINEA-INFORME FROM LINEA-SECCION
013350     END-IF.
013360
013370     WRITE LINEA-INFORME FROM LINEA-BLANCO.
013380     MOVE 'CODIGO DE RETORNO   : ' TO LRE-ETIQUETA.
013390     MOVE CODIGO-RETORNO TO LRE-CONTADOR.
013400     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
013410     CLOSE INFORME-ARCHIVO.
013420 8000-FINALIZAR-PROCESO-EXIT.
013430     EXIT.
013440
013450******************************************************************
013460*    9000-GRABAR-EJECUCION
013470*    Anade el registro de esta ejecucion al log comun EJECLOG
013480*    (copybook RETO19L). Si el log no existe todavia se crea; si
013490*    no se puede escribir se avisa y el proceso termina igual.
013500******************************************************************
013510 9000-GRABAR-EJECUCION.
013520     ACCEPT HORA-FIN FROM TIME.
013530     OPEN EXTEND EJECLOG-ARCHIVO.
013540     IF EJECLOG-STATUS NOT = '00'
013550         OPEN OUTPUT EJECLOG-ARCHIVO
013560     END-IF.
013570     IF EJECLOG-STATUS NOT = '00'
013580         DISPLAY 'NO SE PUDO ABRIR EJECLOG. STATUS: '
013590             EJECLOG-STATUS
013600         GO TO 9000-GRABAR-EJECUCION-EXIT
013610     END-IF.
013620
013630     MOVE SPACES TO REG-EJECUCION.
013640     MOVE 'RETO-19N'       TO LOG-PROGRAMA.
013650     MOVE FECHA-PROCESO    TO LOG-FECHA.
013660     MOVE HORA-INICIO-HMS  TO LOG-HORA-INICIO.
013670     MOVE HORA-FIN-HMS     TO LOG-HORA-FIN.
013680     MOVE CONTADOR-LEIDOS  TO LOG-LEIDOS.
013690     MOVE CONTADOR-ESCRITOS TO LOG-ESCRITOS.
013700     MOVE 'N'              TO LOG-REANUDACION.
013710     MOVE CODIGO-RETORNO   TO LOG-RETORNO.
013720     WRITE REG-EJECUCION.
013730     CLOSE EJECLOG-ARCHIVO.
013740 9000-GRABAR-EJECUCION-EXIT.
013750     EXIT.
013760 END PROGRAM RETO-19N.
