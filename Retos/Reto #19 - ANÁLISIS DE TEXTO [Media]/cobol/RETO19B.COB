000010******************************************************************
000020* Author:  Equipo de mantenimiento RETO-19
000030* Date:    15-10-2026
000040* Purpose: Anulacion de una fecha de proceso de RETO-19. Cuando
000050*          la ENTRADA de un dia resulta ser erronea (extraccion
000060*          parcial o duplicada) deshace todo lo que esa fecha
000070*          aporto a los ficheros acumulados, para poder repetir
000080*          el dia sin falsear reincidencias ni tendencias:
000090*            HISTORIA  copia al nuevo historico HISTNUEV todos
000100*                      los registros resumen salvo los de la
000110*                      fecha; operaciones sustituye HISTORIA por
000120*                      HISTNUEV tras revisar el informe, igual
000130*                      que con el archivado de RETO-19M.
000140*            MAESTRO   con el diario de cambios DIARIO19 (ver
000150*                      copybook RETO19J) borra los tickets
000160*                      vistos por primera vez ese dia y devuelve
000170*                      los demas a su imagen anterior; si el
000180*                      ticket ya tiene fechas posteriores solo
000190*                      se le quitan las apariciones y el dia.
000200*            DICCION   resta a cada palabra lo que la fecha le
000210*                      sumo y la borra si se queda a cero.
000212*            PALAHIST  copia al nuevo historico PALANUEV las fotos
000214*                      de vocabulario de RETO-19N salvo la de la
000216*                      fecha, si hay historico de fotos.
000220*          Al terminar deja en DIARIO19 una marca de anulacion
000230*          de la fecha, de modo que una segunda anulacion no
000240*          vuelve a restar lo ya restado y, si el dia se repite,
000250*          solo cuentan los apuntes de la repeticion.
000260*          La fecha se pide en el fichero de parametros PARAMBAK
000270*          (linea FECHA=AAAAMMDD). El detalle de lo anulado va
000280*          al informe INFOBACK y la ejecucion al log EJECLOG.
000290*          Si la ultima entrega aceptada en CTLENTRA (copybook
000300*          RETO19E) es la de la fecha anulada, el control vuelve
000310*          a la entrega anterior para que la misma entrega pueda
000320*          procesarse de nuevo.
000330*          Codigo de retorno: 0 correcto, 4 fecha sin registros
000340*          o sin apuntes, o descuadres en el diccionario,
000350*          8 parametros invalidos, 12 error de fichero.
000352*          Con 12 no se sustituye HISTORIA ni PALAHIST; si el
000354*          error es de grabacion en MAESTRO o DICCION la anulacion
000356*          queda a medias y sin marca en DIARIO19: hay que volver
000358*          a la copia de ambos ficheros antes de repetirla.
000360* Tectonics: cobc
000370* Modification History:
000380*   15-10-2026  EQ   Version original.
000390*   15-10-2026  EQ   Devuelve CTLENTRA a la entrega anterior
000400*                    cuando se anula la fecha de la ultima entrega
000410*                    aceptada.
000413*   15-10-2026  EQ   HISTNUEV pasa a 350 posiciones: el registro
000416*                    RETO19R crece con los datos de reglas.
000417*   15-10-2026  EQ   Quita tambien la fecha del historico de
000418*                    fotos de vocabulario PALAHIST (a PALANUEV).
000420*   15-10-2026  EQ   Comprueba cada grabacion en HISTNUEV,
000422*                    PALANUEV, MAESTRO y DICCION; si una falla
000423*                    termina con 12 sin marcar la anulacion.
000424*                    Rechaza fechas que no existen (31 de abril).
000425*   15-10-2026  EQ   Controla la segunda apertura de DIARIO19 y
000426*                    la grabacion de la marca de anulacion (RC
000427*                    12 si fallan).
000428******************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. RETO-19B.
000450 AUTHOR. EQUIPO DE MANTENIMIENTO.
000460 INSTALLATION. EQUIPO DE MANTENIMIENTO.
000470 DATE-WRITTEN. 15-10-2026.
000480 DATE-COMPILED.
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER. GNUCOBOL.
000520 OBJECT-COMPUTER. GNUCOBOL.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT PARAMETROS-ARCHIVO ASSIGN TO "PARAMBAK"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS PARAMETROS-STATUS.
000580
000590     SELECT INFORME-ARCHIVO ASSIGN TO "INFOBACK"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS INFORME-STATUS.
000620
000630     SELECT HISTORIA-ARCHIVO ASSIGN TO "HISTORIA"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS HISTORIA-STATUS.
000660
000670     SELECT HISTNUEV-ARCHIVO ASSIGN TO "HISTNUEV"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS HISTNUEV-STATUS.
000691
000692     SELECT PALAHIST-ARCHIVO ASSIGN TO "PALAHIST"
000693         ORGANIZATION IS LINE SEQUENTIAL
000694         FILE STATUS IS PALAHIST-STATUS.
000695
000696     SELECT PALANUEV-ARCHIVO ASSIGN TO "PALANUEV"
000697         ORGANIZATION IS LINE SEQUENTIAL
000698         FILE STATUS IS PALANUEV-STATUS.
000700
000710     SELECT DIARIO-ARCHIVO ASSIGN TO "DIARIO19"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS DIARIO-STATUS.
000740
000750     SELECT DICCIONARIO-ARCHIVO ASSIGN TO "DICCION"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS DIC-PALABRA
000790         FILE STATUS IS DICCIONARIO-STATUS.
000800
000810     SELECT MAESTRO-ARCHIVO ASSIGN TO "MAESTRO"
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS DYNAMIC
000840         RECORD KEY IS MAE-ID-TICKET
000850         FILE STATUS IS MAESTRO-STATUS.
000860
000870     SELECT CTLENTRA-ARCHIVO ASSIGN TO "CTLENTRA"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS CTLENTRA-STATUS.
000900
000910     SELECT EJECLOG-ARCHIVO ASSIGN TO "EJECLOG"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS EJECLOG-STATUS.
000940
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  PARAMETROS-ARCHIVO
000980     LABEL RECORDS ARE STANDARD.
000990 01  LINEA-PARAMETRO            PIC X(80).
001000
001010 FD  INFORME-ARCHIVO
001020     LABEL RECORDS ARE STANDARD.
001030 01  LINEA-INFORME              PIC X(132).
001040
001050 FD  HISTORIA-ARCHIVO
001060     LABEL RECORDS ARE STANDARD.
001070 01  REG-HISTORIA.
001080     COPY RETO19R.
001090
001100 FD  HISTNUEV-ARCHIVO
001110     LABEL RECORDS ARE STANDARD.
001120 01  REG-HISTNUEV               PIC X(350).
001121
001122 FD  PALAHIST-ARCHIVO
001123     LABEL RECORDS ARE STANDARD.
001124 01  REG-PALAHIST.
001125     COPY RETO19P.
001126
001127 FD  PALANUEV-ARCHIVO
001128     LABEL RECORDS ARE STANDARD.
001129 01  REG-PALANUEV               PIC X(62).
001130
001140 FD  DIARIO-ARCHIVO
001150     LABEL RECORDS ARE STANDARD.
001160 01  REG-DIARIO                 PIC X(164).
001170
001180 FD  DICCIONARIO-ARCHIVO
001190     LABEL RECORDS ARE STANDARD.
001200 01  REG-DICCIONARIO.
001210     05  DIC-PALABRA            PIC X(30).
001220     05  DIC-CONTADOR           PIC 9(09).
001230
001240*    MISMO LAYOUT DEL MAESTRO DE TICKETS QUE EN RETO-19
001250
001260 FD  MAESTRO-ARCHIVO
001270     LABEL RECORDS ARE STANDARD.
001280 01  REG-MAESTRO.
001290     05  MAE-ID-TICKET          PIC X(10).
001300     05  MAE-PRIMERA-FECHA      PIC 9(08).
001310     05  MAE-ULTIMA-FECHA       PIC 9(08).
001320     05  MAE-APARICIONES        PIC 9(05).
001330     05  MAE-DIAS-DISTINTOS     PIC 9(05).
001340     05  MAE-CANAL              PIC X(03).
001350     05  MAE-PALABRAS           PIC 9(05).
001360     05  MAE-ORACIONES          PIC 9(05).
001370     05  MAE-CARACTERES         PIC 9(05).
001380     05  MAE-BANDA-LEG          PIC X(11).
001390     05  MAE-FECHAS-DIA.
001400         10  MAE-FECHA-DIA OCCURS 10 TIMES
001410                            PIC 9(08).
001420
001430 FD  CTLENTRA-ARCHIVO
001440     LABEL RECORDS ARE STANDARD.
001450 01  REG-CTLENTRA               PIC X(42).
001460
001470 FD  EJECLOG-ARCHIVO
001480     LABEL RECORDS ARE STANDARD.
001490 01  REG-EJECUCION.
001500     COPY RETO19L.
001510
001520 WORKING-STORAGE SECTION.
001530
001540*    CONTROL DE FICHEROS Y DEL PROCESO
001550
001560 01  PARAMETROS-STATUS  PIC X(02)   VALUE SPACES.
001570 01  INFORME-STATUS     PIC X(02)   VALUE SPACES.
001580 01  HISTORIA-STATUS    PIC X(02)   VALUE SPACES.
001590 01  HISTNUEV-STATUS    PIC X(02)   VALUE SPACES.
001593 01  PALAHIST-STATUS    PIC X(02)   VALUE SPACES.
001596 01  PALANUEV-STATUS    PIC X(02)   VALUE SPACES.
001600 01  DIARIO-STATUS      PIC X(02)   VALUE SPACES.
001610 01  DICCIONARIO-STATUS PIC X(02)   VALUE SPACES.
001620 01  MAESTRO-STATUS     PIC X(02)   VALUE SPACES.
001630 01  CTLENTRA-STATUS    PIC X(02)   VALUE SPACES.
001640 01  EJECLOG-STATUS     PIC X(02)   VALUE SPACES.
001650
001660 01  FIN-PARAMETROS     PIC X(01)   VALUE 'N'.
001670     88  NO-HAY-MAS-PARAMETROS      VALUE 'S'.
001680 01  FIN-HISTORIA       PIC X(01)   VALUE 'N'.
001690     88  NO-HAY-MAS-HISTORIA        VALUE 'S'.
001693 01  FIN-PALAHIST       PIC X(01)   VALUE 'N'.
001696     88  NO-HAY-MAS-PALAHIST        VALUE 'S'.
001700 01  FIN-DIARIO         PIC X(01)   VALUE 'N'.
001710     88  NO-HAY-MAS-DIARIO          VALUE 'S'.
001720
001730 01  CODIGO-RETORNO     PIC 9(04)   VALUE 0.
001740 01  FECHA-PROCESO      PIC 9(08)   VALUE 0.
001750
001760*    HORAS DE INICIO Y FIN PARA EL LOG COMUN DE EJECUCIONES
001770*    (ACCEPT FROM TIME DEVUELVE HHMMSSCC; AL LOG VAN HHMMSS)
001780
001790 01  HORA-INICIO.
001800     05  HORA-INICIO-HMS PIC 9(06).
001810     05  FILLER          PIC 9(02).
001820 01  HORA-FIN.
001830     05  HORA-FIN-HMS    PIC 9(06).
001840     05  FILLER          PIC 9(02).
001850
001860*    PARAMETROS DE LA EJECUCION (FICHERO PARAMBAK)
001870
001880 01  PARAM-FECHA        PIC 9(08)   VALUE 0.
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
002060*    APUNTE DEL DIARIO EN CURSO (COPYBOOK RETO19J). LOS APUNTES
002070*    DE LA FECHA QUE CUENTAN SON LOS POSTERIORES A SU ULTIMA
002080*    MARCA DE ANULACION, SI LA HAY
002090
002100 01  APUNTE-DIARIO.
002110     COPY RETO19J.
002120 01  NUM-APUNTE         PIC 9(08)   VALUE 0.
002130 01  APUNTE-ULTIMA-MARCA PIC 9(08)  VALUE 0.
002140
002150*    ULTIMA ENTREGA ACEPTADA (FICHERO CTLENTRA, COPYBOOK RETO19E)
002160
002170 01  CONTROL-ENTREGA.
002180     COPY RETO19E.
002190
002200*    TRATAMIENTO DEL TICKET EN CURSO
002210
002220 01  IDX-FECHA-DIA      PIC 9(03)   VALUE 0.
002230 01  POS-FECHA-DIA      PIC 9(03)   VALUE 0.
002240 01  ACCION-TICKET      PIC X(30)   VALUE SPACES.
002250 01  ACCION-PALABRA     PIC X(30)   VALUE SPACES.
002260 01  PALABRA-HALLADA    PIC X(01)   VALUE 'N'.
002270     88  HAY-PALABRA                VALUE 'S'.
002280 01  TICKET-HALLADO     PIC X(01)   VALUE 'N'.
002290     88  HAY-TICKET                 VALUE 'S'.
002300
002310*    CONTADORES DEL PROCESO
002320
002330 01  CONTADOR-LEIDOS    PIC 9(08)   VALUE 0.
002340 01  CONTADOR-ESCRITOS  PIC 9(08)   VALUE 0.
002350 01  CONTADOR-HIS-LEIDOS PIC 9(07)  VALUE 0.
002360 01  CONTADOR-HIS-QUITADOS PIC 9(07) VALUE 0.
002370 01  CONTADOR-HIS-CONSERVADOS PIC 9(07) VALUE 0.
002372 01  CONTADOR-PAL-LEIDOS PIC 9(07)  VALUE 0.
002374 01  CONTADOR-PAL-QUITADOS PIC 9(07) VALUE 0.
002376 01  CONTADOR-PAL-CONSERVADOS PIC 9(07) VALUE 0.
002380 01  CONTADOR-APUNTES   PIC 9(07)   VALUE 0.
002390 01  CONTADOR-APU-DIC   PIC 9(07)   VALUE 0.
002400 01  CONTADOR-APU-MAE   PIC 9(07)   VALUE 0.
002410 01  CONTADOR-ANULADOS-ANTES PIC 9(07) VALUE 0.
002420 01  CONTADOR-MAE-BORRADOS PIC 9(07) VALUE 0.
002430 01  CONTADOR-MAE-RESTAURADOS PIC 9(07) VALUE 0.
002440 01  CONTADOR-MAE-AJUSTADOS PIC 9(07) VALUE 0.
002450 01  CONTADOR-MAE-REPETIDOS PIC 9(07) VALUE 0.
002460 01  CONTADOR-DIC-RESTADAS PIC 9(07) VALUE 0.
002470 01  CONTADOR-DIC-BORRADAS PIC 9(07) VALUE 0.
002480 01  CONTADOR-DIC-DESCUADRES PIC 9(07) VALUE 0.
002490 01  OCURRENCIAS-RESTADAS PIC 9(09) VALUE 0.
002500
002510*    LINEAS DE SALIDA DEL INFORME
002520
002530 01  LINEA-ENC-1   PIC X(60) VALUE
002540     'ANULACION DE UNA FECHA DE PROCESO - RETO-19B'.
002550 01  LINEA-FECHA.
002560     05  FILLER               PIC X(22) VALUE
002570         'FECHA A ANULAR      : '.
002580     05  LFE-FECHA            PIC 9(08).
002590 01  LINEA-SECCION.
002600     05  LSE-TITULO           PIC X(60).
002610 01  LINEA-ENC-TICKET PIC X(70) VALUE
002620     'ID-TICKET  ACCION                         PRIMERA  ULTIMA
002630-    '   APARIC'.
002640 01  LINEA-TICKET.
002650     05  LTI-ID-TICKET        PIC X(10).
002660     05  FILLER               PIC X(01) VALUE SPACE.
002670     05  LTI-ACCION           PIC X(30).
002680     05  FILLER               PIC X(01) VALUE SPACE.
002690     05  LTI-PRIMERA          PIC 9(08).
002700     05  FILLER               PIC X(01) VALUE SPACE.
002710     05  LTI-ULTIMA           PIC 9(08).
002720     05  FILLER               PIC X(01) VALUE SPACE.
002730     05  LTI-APARICIONES      PIC ZZZZ9.
002740 01  LINEA-ENC-PALABRA PIC X(70) VALUE
002750     'PALABRA                         RESTADO ACCION'.
002760 01  LINEA-PALABRA.
002770     05  LPA-PALABRA          PIC X(30).
002780     05  FILLER               PIC X(01) VALUE SPACE.
002790     05  LPA-CANTIDAD         PIC ZZZZZZZ9.
002800     05  FILLER               PIC X(01) VALUE SPACE.
002810     05  LPA-ACCION           PIC X(30).
002820 01  LINEA-SUSTITUIR PIC X(70) VALUE
002830     'SUSTITUIR HISTORIA POR HISTNUEV ANTES DE REPETIR LA FECHA'.
002832 01  LINEA-SUSTITUIR-PAL PIC X(70) VALUE
002834     'SUSTITUIR PALAHIST POR PALANUEV ANTES DE REPETIR LA FECHA'.
002836 01  LINEA-SIN-PALAHIST PIC X(70) VALUE
002838     'SIN HISTORICO DE FOTOS DE VOCABULARIO: NADA QUE QUITAR'.
002840 01  LINEA-NO-SUSTITUIR PIC X(70) VALUE
002842     'ERROR AL GRABAR HISTNUEV: NO SUSTITUIR HISTORIA'.
002844 01  LINEA-NO-SUSTITUIR-PAL PIC X(70) VALUE
002846     'ERROR AL GRABAR PALANUEV: NO SUSTITUIR PALAHIST'.
002848 01  LINEA-RESULTADO.
002850     05  LRE-ETIQUETA         PIC X(22).
002860     05  LRE-CONTADOR         PIC ZZZZZZ9.
002870 01  LINEA-BLANCO             PIC X(01) VALUE SPACE.
002880
002890 PROCEDURE DIVISION.
002900
002910******************************************************************
002920*    0000-MAINLINE
002930*    Control principal: valida la fecha pedida, localiza sus
002940*    apuntes en el diario, anula la fecha en HISTORIA, en el
002950*    maestro y en el diccionario, deja la marca de anulacion y
002960*    devuelve el control de entregas si procede.
002970******************************************************************
002980 0000-MAINLINE.
002990     ACCEPT HORA-INICIO FROM TIME.
003000     ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD.
003010
003020     PERFORM 1000-INICIALIZAR-PROCESO
003030         THRU 1000-INICIALIZAR-PROCESO-EXIT.
003040
003050     IF CODIGO-RETORNO = 0
003060         PERFORM 2000-LOCALIZAR-APUNTES
003070             THRU 2000-LOCALIZAR-APUNTES-EXIT
003080     END-IF.
003090
003100     IF CODIGO-RETORNO < 8
003110         PERFORM 3000-ANULAR-HISTORIA
003120             THRU 3000-ANULAR-HISTORIA-EXIT
003130     END-IF.
003131
003132     IF CODIGO-RETORNO < 8
003133         PERFORM 3500-ANULAR-FOTOS
003134             THRU 3500-ANULAR-FOTOS-EXIT
003135     END-IF.
003140
003150     IF CODIGO-RETORNO < 8 AND CONTADOR-APUNTES > 0
003160         PERFORM 4000-ANULAR-CAMBIOS
003170             THRU 4000-ANULAR-CAMBIOS-EXIT
003180     END-IF.
003190
003200     IF CODIGO-RETORNO < 8
003210         PERFORM 5000-DEVOLVER-ENTREGA
003220             THRU 5000-DEVOLVER-ENTREGA-EXIT
003230     END-IF.
003240
003250     PERFORM 8000-FINALIZAR-PROCESO
003260         THRU 8000-FINALIZAR-PROCESO-EXIT.
003270
003280     PERFORM 9000-GRABAR-EJECUCION
003290         THRU 9000-GRABAR-EJECUCION-EXIT.
003300
003310     MOVE CODIGO-RETORNO TO RETURN-CODE.
003320     STOP RUN.
003330
003340******************************************************************
003350*    1000-INICIALIZAR-PROCESO
003360*    Abre el informe, lee el fichero de parametros y valida que
003370*    la fecha a anular sea una fecha AAAAMMDD plausible.
003380******************************************************************
003390 1000-INICIALIZAR-PROCESO.
003400     OPEN OUTPUT INFORME-ARCHIVO.
003410     IF INFORME-STATUS NOT = '00'
003420         DISPLAY 'NO SE PUDO ABRIR INFOBACK. STATUS: '
003430             INFORME-STATUS
003440         MOVE 12 TO CODIGO-RETORNO
003450         GO TO 1000-INICIALIZAR-PROCESO-EXIT
003460     END-IF.
003470     WRITE LINEA-INFORME FROM LINEA-ENC-1.
003480
003490     OPEN INPUT PARAMETROS-ARCHIVO.
003500     IF PARAMETROS-STATUS NOT = '00'
003510         DISPLAY 'NO SE PUDO ABRIR PARAMBAK. STATUS: '
003520             PARAMETROS-STATUS
003530         MOVE 8 TO CODIGO-RETORNO
003540         GO TO 1000-INICIALIZAR-PROCESO-EXIT
003550     END-IF.
003560
003570     PERFORM 1100-LEER-PARAMETRO
003580         THRU 1100-LEER-PARAMETRO-EXIT
003590         UNTIL NO-HAY-MAS-PARAMETROS.
003600     CLOSE PARAMETROS-ARCHIVO.
003610
003620     MOVE PARAM-FECHA TO FECHA-EXAMEN.
003630     PERFORM 1300-VALIDAR-FECHA
003640         THRU 1300-VALIDAR-FECHA-EXIT.
003650     IF NOT ES-FECHA-VALIDA
003660         DISPLAY 'FECHA NO ES UNA FECHA VALIDA: ' PARAM-FECHA
003670         MOVE 8 TO CODIGO-RETORNO
003680         GO TO 1000-INICIALIZAR-PROCESO-EXIT
003690     END-IF.
003700
003710     MOVE PARAM-FECHA TO LFE-FECHA.
003720     WRITE LINEA-INFORME FROM LINEA-FECHA.
003730     WRITE LINEA-INFORME FROM LINEA-BLANCO.
003740 1000-INICIALIZAR-PROCESO-EXIT.
003750     EXIT.
003760
003770******************************************************************
003780*    1100-LEER-PARAMETRO
003790*    Lee una linea CLAVE=VALOR de PARAMBAK y actualiza el
003800*    parametro correspondiente. Las lineas en blanco y las
003810*    claves desconocidas se ignoran con aviso.
003820******************************************************************
003830 1100-LEER-PARAMETRO.
003840     READ PARAMETROS-ARCHIVO
003850         AT END
003860             MOVE 'S' TO FIN-PARAMETROS
003870             GO TO 1100-LEER-PARAMETRO-EXIT
003880     END-READ.
003890     IF LINEA-PARAMETRO = SPACES
003900         GO TO 1100-LEER-PARAMETRO-EXIT
003910     END-IF.
003920
003930     MOVE SPACES TO PARAM-CLAVE.
003940     MOVE SPACES TO PARAM-VALOR.
003950     UNSTRING LINEA-PARAMETRO DELIMITED BY '='
003960         INTO PARAM-CLAVE PARAM-VALOR.
003970
003980     EVALUATE PARAM-CLAVE
003990         WHEN 'FECHA'
004000             PERFORM 1200-VALOR-A-NUMERO
004010                 THRU 1200-VALOR-A-NUMERO-EXIT
004020             MOVE VALOR-NUMERICO TO PARAM-FECHA
004030         WHEN OTHER
004040             DISPLAY 'CLAVE DESCONOCIDA EN PARAMBAK: ' PARAM-CLAVE
004050     END-EVALUATE.
004060 1100-LEER-PARAMETRO-EXIT.
004070     EXIT.
004080
004090******************************************************************
004100*    1200-VALOR-A-NUMERO
004110*    Convierte el VALOR recien leido (digitos a la izquierda,
004120*    relleno de espacios) en un numero, igual que hace RETO-19D;
004130*    los caracteres no numericos terminan la conversion.
004140******************************************************************
004150 1200-VALOR-A-NUMERO.
004160     MOVE 0 TO VALOR-NUMERICO.
004170     PERFORM VARYING IDX-VALOR FROM 1 BY 1
004180         UNTIL IDX-VALOR > 9
004190         OR PARAM-VALOR(IDX-VALOR:1) = SPACE
004200         OR PARAM-VALOR(IDX-VALOR:1) < '0'
004210         OR PARAM-VALOR(IDX-VALOR:1) > '9'
004220         MOVE PARAM-VALOR(IDX-VALOR:1) TO DIGITO-X
004230         COMPUTE VALOR-NUMERICO = VALOR-NUMERICO * 10 + DIGITO-9
004240     END-PERFORM.
004250 1200-VALOR-A-NUMERO-EXIT.
004260     EXIT.
004270
004280******************************************************************
004290*    1300-VALIDAR-FECHA
004300*    Comprueba que FECHA-EXAMEN es una fecha AAAAMMDD valida;
004310*    deja el veredicto en FECHA-VALIDA.
004320******************************************************************
004330 1300-VALIDAR-FECHA.
004340     MOVE 'S' TO FECHA-VALIDA.
004350     IF FECHA-EXAMEN NOT NUMERIC
004360         MOVE 'N' TO FECHA-VALIDA
004370         GO TO 1300-VALIDAR-FECHA-EXIT
004380     END-IF.
004390     IF FEX-ANO < 2000 OR FEX-ANO > 2099
004400         OR FEX-MES < 01 OR FEX-MES > 12
004410         OR FEX-DIA < 01 OR FEX-DIA > 31
004411         MOVE 'N' TO FECHA-VALIDA
004412         GO TO 1300-VALIDAR-FECHA-EXIT
004413     END-IF.
004414*    DIA QUE NO EXISTE EN ESE MES (31 DE ABRIL, 29 DE FEBRERO
004415*    DE UN ANO QUE NO ES BISIESTO)
004416     IF FUNCTION TEST-DATE-YYYYMMDD(FECHA-EXAMEN) NOT = 0
004420         MOVE 'N' TO FECHA-VALIDA
004430     END-IF.
004440 1300-VALIDAR-FECHA-EXIT.
004450     EXIT.
004460
004470******************************************************************
004480*    2000-LOCALIZAR-APUNTES
004490*    Primera pasada por el diario de cambios: localiza la ultima
004500*    marca de anulacion de la fecha y cuenta los apuntes de la
004510*    fecha posteriores a ella, que son los que se van a anular.
004520*    Sin diario no se toca nada: el maestro y el diccionario no
004530*    se podrian devolver a su estado anterior.
004540******************************************************************
004550 2000-LOCALIZAR-APUNTES.
004560     OPEN INPUT DIARIO-ARCHIVO.
004570     IF DIARIO-STATUS NOT = '00'
004580         DISPLAY 'NO SE PUDO ABRIR DIARIO19. STATUS: '
004590             DIARIO-STATUS
004600         MOVE 12 TO CODIGO-RETORNO
004610         GO TO 2000-LOCALIZAR-APUNTES-EXIT
004620     END-IF.
004630
004640     MOVE 0 TO NUM-APUNTE.
004650     MOVE 'N' TO FIN-DIARIO.
004660     PERFORM 2100-BUSCAR-MARCA
004670         THRU 2100-BUSCAR-MARCA-EXIT
004680         UNTIL NO-HAY-MAS-DIARIO.
004690     CLOSE DIARIO-ARCHIVO.
004700
004710*    SEGUNDA LECTURA PARA CONTAR SOLO LOS APUNTES QUE QUEDAN
004720*    DETRAS DE LA ULTIMA MARCA
004730
004740     OPEN INPUT DIARIO-ARCHIVO.
004741     IF DIARIO-STATUS NOT = '00'
004742         DISPLAY 'NO SE PUDO REABRIR DIARIO19. STATUS: '
004743             DIARIO-STATUS
004744         MOVE 12 TO CODIGO-RETORNO
004745         GO TO 2000-LOCALIZAR-APUNTES-EXIT
004746     END-IF.
004750     MOVE 0 TO NUM-APUNTE.
004760     MOVE 'N' TO FIN-DIARIO.
004770     PERFORM 2200-CONTAR-APUNTE
004780         THRU 2200-CONTAR-APUNTE-EXIT
004790         UNTIL NO-HAY-MAS-DIARIO.
004800     CLOSE DIARIO-ARCHIVO.
004810
004820     IF CONTADOR-APUNTES = 0
004830         DISPLAY 'SIN APUNTES EN DIARIO19 PARA LA FECHA: '
004840             PARAM-FECHA
004850         IF CODIGO-RETORNO < 4
004860             MOVE 4 TO CODIGO-RETORNO
004870         END-IF
004880     END-IF.
004890 2000-LOCALIZAR-APUNTES-EXIT.
004900     EXIT.
004910
004920 2100-BUSCAR-MARCA.
004930     READ DIARIO-ARCHIVO INTO APUNTE-DIARIO
004940         AT END
004950             MOVE 'S' TO FIN-DIARIO
004960             GO TO 2100-BUSCAR-MARCA-EXIT
004970     END-READ.
004980     ADD 1 TO NUM-APUNTE.
004990     ADD 1 TO CONTADOR-LEIDOS.
005000     IF DIA-FECHA = PARAM-FECHA AND DIA-ES-ANULACION
005010         MOVE NUM-APUNTE TO APUNTE-ULTIMA-MARCA
005020     END-IF.
005030 2100-BUSCAR-MARCA-EXIT.
005040     EXIT.
005050
005060 2200-CONTAR-APUNTE.
005070     READ DIARIO-ARCHIVO INTO APUNTE-DIARIO
005080         AT END
005090             MOVE 'S' TO FIN-DIARIO
005100             GO TO 2200-CONTAR-APUNTE-EXIT
005110     END-READ.
005120     ADD 1 TO NUM-APUNTE.
005130     IF DIA-FECHA NOT = PARAM-FECHA
005140         GO TO 2200-CONTAR-APUNTE-EXIT
005150     END-IF.
005160     IF NUM-APUNTE NOT > APUNTE-ULTIMA-MARCA
005170         IF NOT DIA-ES-ANULACION
005180             ADD 1 TO CONTADOR-ANULADOS-ANTES
005190         END-IF
005200         GO TO 2200-CONTAR-APUNTE-EXIT
005210     END-IF.
005220     EVALUATE TRUE
005230         WHEN DIA-ES-DICCIONARIO
005240             ADD 1 TO CONTADOR-APUNTES
005250             ADD 1 TO CONTADOR-APU-DIC
005260         WHEN DIA-ES-MAESTRO
005270             ADD 1 TO CONTADOR-APUNTES
005280             ADD 1 TO CONTADOR-APU-MAE
005290     END-EVALUATE.
005300 2200-CONTAR-APUNTE-EXIT.
005310     EXIT.
005320
005330******************************************************************
005340*    3000-ANULAR-HISTORIA
005350*    Copia el historico al nuevo historico HISTNUEV sin los
005360*    registros resumen de la fecha. HISTORIA no se toca:
005370*    operaciones la sustituye por HISTNUEV tras revisar el
005380*    informe, como con el archivado de RETO-19M.
005390******************************************************************
005400 3000-ANULAR-HISTORIA.
005410     OPEN INPUT HISTORIA-ARCHIVO.
005420     IF HISTORIA-STATUS NOT = '00'
005430         DISPLAY 'NO SE PUDO ABRIR HISTORIA. STATUS: '
005440             HISTORIA-STATUS
005450         MOVE 12 TO CODIGO-RETORNO
005460         GO TO 3000-ANULAR-HISTORIA-EXIT
005470     END-IF.
005480
005490     OPEN OUTPUT HISTNUEV-ARCHIVO.
005500     IF HISTNUEV-STATUS NOT = '00'
005510         DISPLAY 'NO SE PUDO ABRIR HISTNUEV. STATUS: '
005520             HISTNUEV-STATUS
005530         MOVE 12 TO CODIGO-RETORNO
005540         CLOSE HISTORIA-ARCHIVO
005550         GO TO 3000-ANULAR-HISTORIA-EXIT
005560     END-IF.
005570
005580     MOVE 'N' TO FIN-HISTORIA.
005590     PERFORM 3100-COPIAR-REGISTRO
005600         THRU 3100-COPIAR-REGISTRO-EXIT
005610         UNTIL NO-HAY-MAS-HISTORIA.
005620     CLOSE HISTNUEV-ARCHIVO.
005630     CLOSE HISTORIA-ARCHIVO.
005640
005650     MOVE 'HISTORIA (REGISTROS RESUMEN)' TO LSE-TITULO.
005660     WRITE LINEA-INFORME FROM LINEA-SECCION.
005670     MOVE 'REGISTROS LEIDOS   : ' TO LRE-ETIQUETA.
005680     MOVE CONTADOR-HIS-LEIDOS TO LRE-CONTADOR.
005690     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
005700     MOVE 'QUITADOS (FECHA)   : ' TO LRE-ETIQUETA.
005710     MOVE CONTADOR-HIS-QUITADOS TO LRE-CONTADOR.
005720     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
005730     MOVE 'CONSERVADOS        : ' TO LRE-ETIQUETA.
005740     MOVE CONTADOR-HIS-CONSERVADOS TO LRE-CONTADOR.
005750     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
005751     IF CODIGO-RETORNO NOT < 8
005752         WRITE LINEA-INFORME FROM LINEA-NO-SUSTITUIR
005753         WRITE LINEA-INFORME FROM LINEA-BLANCO
005754         GO TO 3000-ANULAR-HISTORIA-EXIT
005755     END-IF.
005760     IF CONTADOR-HIS-QUITADOS > 0
005770         WRITE LINEA-INFORME FROM LINEA-SUSTITUIR
005780     ELSE
005790         IF CODIGO-RETORNO < 4
005800             MOVE 4 TO CODIGO-RETORNO
005810         END-IF
005820     END-IF.
005830     WRITE LINEA-INFORME FROM LINEA-BLANCO.
005840 3000-ANULAR-HISTORIA-EXIT.
005850     EXIT.
005860
005870 3100-COPIAR-REGISTRO.
005880     READ HISTORIA-ARCHIVO
005890         AT END
005900             MOVE 'S' TO FIN-HISTORIA
005910             GO TO 3100-COPIAR-REGISTRO-EXIT
005920     END-READ.
005930     ADD 1 TO CONTADOR-HIS-LEIDOS.
005940     ADD 1 TO CONTADOR-LEIDOS.
005950
005960     IF RES-FECHA = PARAM-FECHA
005970         ADD 1 TO CONTADOR-HIS-QUITADOS
005980     ELSE
005990         WRITE REG-HISTNUEV FROM REG-HISTORIA
005991         IF HISTNUEV-STATUS NOT = '00'
005992             DISPLAY 'ERROR AL GRABAR HISTNUEV. STATUS: '
005993                 HISTNUEV-STATUS
005994             MOVE 12 TO CODIGO-RETORNO
005995             MOVE 'S' TO FIN-HISTORIA
005996             GO TO 3100-COPIAR-REGISTRO-EXIT
005997         END-IF
006000         ADD 1 TO CONTADOR-HIS-CONSERVADOS
006010         ADD 1 TO CONTADOR-ESCRITOS
006020     END-IF.
006030 3100-COPIAR-REGISTRO-EXIT.
006040     EXIT.
006041
006042******************************************************************
006043*    3500-ANULAR-FOTOS
006044*    Copia el historico de fotos de vocabulario al nuevo historico
006045*    PALANUEV sin las lineas de la fecha, igual que HISTORIA. Si
006046*    RETO-19N todavia no ha creado PALAHIST no hay nada que quitar
006047*    y no es un error.
006048******************************************************************
006049 3500-ANULAR-FOTOS.
006050     MOVE 'HISTORICO DE FOTOS DE VOCABULARIO (PALAHIST)'
006051         TO LSE-TITULO.
006052     WRITE LINEA-INFORME FROM LINEA-SECCION.
006053
006054     OPEN INPUT PALAHIST-ARCHIVO.
006055     IF PALAHIST-STATUS NOT = '00'
006056         WRITE LINEA-INFORME FROM LINEA-SIN-PALAHIST
006057         WRITE LINEA-INFORME FROM LINEA-BLANCO
006058         GO TO 3500-ANULAR-FOTOS-EXIT
006059     END-IF.
006060
006061     OPEN OUTPUT PALANUEV-ARCHIVO.
006062     IF PALANUEV-STATUS NOT = '00'
006063         DISPLAY 'NO SE PUDO ABRIR PALANUEV. STATUS: '
006064             PALANUEV-STATUS
006065         MOVE 12 TO CODIGO-RETORNO
006066         CLOSE PALAHIST-ARCHIVO
006067         GO TO 3500-ANULAR-FOTOS-EXIT
006068     END-IF.
006069
006070     MOVE 'N' TO FIN-PALAHIST.
006071     PERFORM 3600-COPIAR-FOTO
006072         THRU 3600-COPIAR-FOTO-EXIT
006073         UNTIL NO-HAY-MAS-PALAHIST.
006074     CLOSE PALANUEV-ARCHIVO.
006075     CLOSE PALAHIST-ARCHIVO.
006076
006077     MOVE 'LINEAS LEIDAS      : ' TO LRE-ETIQUETA.
006078     MOVE CONTADOR-PAL-LEIDOS TO LRE-CONTADOR.
006079     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
006080     MOVE 'QUITADAS (FECHA)   : ' TO LRE-ETIQUETA.
006081     MOVE CONTADOR-PAL-QUITADOS TO LRE-CONTADOR.
006082     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
006083     MOVE 'CONSERVADAS        : ' TO LRE-ETIQUETA.
006084     MOVE CONTADOR-PAL-CONSERVADOS TO LRE-CONTADOR.
006085     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
006086     IF CODIGO-RETORNO NOT < 8
006087         WRITE LINEA-INFORME FROM LINEA-NO-SUSTITUIR-PAL
006088         WRITE LINEA-INFORME FROM LINEA-BLANCO
006089         GO TO 3500-ANULAR-FOTOS-EXIT
006090     END-IF.
006091     IF CONTADOR-PAL-QUITADOS > 0
006092         WRITE LINEA-INFORME FROM LINEA-SUSTITUIR-PAL
006093     END-IF.
006094     WRITE LINEA-INFORME FROM LINEA-BLANCO.
006095 3500-ANULAR-FOTOS-EXIT.
006096     EXIT.
006097
006098 3600-COPIAR-FOTO.
006099     READ PALAHIST-ARCHIVO
006100         AT END
006101             MOVE 'S' TO FIN-PALAHIST
006102             GO TO 3600-COPIAR-FOTO-EXIT
006103     END-READ.
006104     ADD 1 TO CONTADOR-PAL-LEIDOS.
006105     ADD 1 TO CONTADOR-LEIDOS.
006106
006107     IF PAL-FECHA = PARAM-FECHA
006108         ADD 1 TO CONTADOR-PAL-QUITADOS
006109     ELSE
006110         WRITE REG-PALANUEV FROM REG-PALAHIST
006111         IF PALANUEV-STATUS NOT = '00'
006112             DISPLAY 'ERROR AL GRABAR PALANUEV. STATUS: '
006113                 PALANUEV-STATUS
006114             MOVE 12 TO CODIGO-RETORNO
006115             MOVE 'S' TO FIN-PALAHIST
006116             GO TO 3600-COPIAR-FOTO-EXIT
006117         END-IF
006118         ADD 1 TO CONTADOR-PAL-CONSERVADOS
006119         ADD 1 TO CONTADOR-ESCRITOS
006120     END-IF.
006121 3600-COPIAR-FOTO-EXIT.
006122     EXIT.
006123
006124******************************************************************
006125*    4000-ANULAR-CAMBIOS
006126*    Segunda pasada por el diario: deshace en el maestro y en el
006127*    diccionario cada apunte de la fecha posterior a su ultima
006128*    marca, y al final anade la marca de anulacion de la fecha.
006129******************************************************************
006130 4000-ANULAR-CAMBIOS.
006131     OPEN I-O MAESTRO-ARCHIVO.
006140     IF MAESTRO-STATUS NOT = '00'
006150         DISPLAY 'NO SE PUDO ABRIR EL MAESTRO. STATUS: '
006160             MAESTRO-STATUS
006170         MOVE 12 TO CODIGO-RETORNO
006180         GO TO 4000-ANULAR-CAMBIOS-EXIT
006190     END-IF.
006200     OPEN I-O DICCIONARIO-ARCHIVO.
006210     IF DICCIONARIO-STATUS NOT = '00'
006220         DISPLAY 'NO SE PUDO ABRIR EL DICCIONARIO. STATUS: '
006230             DICCIONARIO-STATUS
006240         MOVE 12 TO CODIGO-RETORNO
006250         CLOSE MAESTRO-ARCHIVO
006260         GO TO 4000-ANULAR-CAMBIOS-EXIT
006270     END-IF.
006280     OPEN INPUT DIARIO-ARCHIVO.
006290     IF DIARIO-STATUS NOT = '00'
006300         DISPLAY 'NO SE PUDO ABRIR DIARIO19. STATUS: '
006310             DIARIO-STATUS
006320         MOVE 12 TO CODIGO-RETORNO
006330         CLOSE MAESTRO-ARCHIVO
006340         CLOSE DICCIONARIO-ARCHIVO
006350         GO TO 4000-ANULAR-CAMBIOS-EXIT
006360     END-IF.
006370
006380*    TICKETS Y PALABRAS SE LISTAN EN EL ORDEN DEL DIARIO, BAJO
006390*    LAS DOS CABECERAS DE COLUMNAS (TICKET Y PALABRA)
006400
006410     MOVE 'MAESTRO Y DICCIONARIO (APUNTES DEL DIARIO)'
006420         TO LSE-TITULO.
006430     WRITE LINEA-INFORME FROM LINEA-SECCION.
006440     WRITE LINEA-INFORME FROM LINEA-ENC-TICKET.
006450     WRITE LINEA-INFORME FROM LINEA-ENC-PALABRA.
006460
006470     MOVE 0 TO NUM-APUNTE.
006480     MOVE 'N' TO FIN-DIARIO.
006490     PERFORM 4100-ANULAR-APUNTE
006500         THRU 4100-ANULAR-APUNTE-EXIT
006510         UNTIL NO-HAY-MAS-DIARIO.
006520     CLOSE DIARIO-ARCHIVO.
006530     CLOSE MAESTRO-ARCHIVO.
006540     CLOSE DICCIONARIO-ARCHIVO.
006550
006560*    SI FALLO UNA GRABACION LA ANULACION ESTA A MEDIAS: SIN MARCA
006570*    EN EL DIARIO
006572     IF CODIGO-RETORNO < 8
006574         PERFORM 4500-MARCAR-ANULACION
006576             THRU 4500-MARCAR-ANULACION-EXIT
006578     END-IF.
006580 4000-ANULAR-CAMBIOS-EXIT.
006590     EXIT.
006600
006610 4100-ANULAR-APUNTE.
006620     READ DIARIO-ARCHIVO INTO APUNTE-DIARIO
006630         AT END
006640             MOVE 'S' TO FIN-DIARIO
006650             GO TO 4100-ANULAR-APUNTE-EXIT
006660     END-READ.
006670     ADD 1 TO NUM-APUNTE.
006680     IF DIA-FECHA NOT = PARAM-FECHA
006690         OR NUM-APUNTE NOT > APUNTE-ULTIMA-MARCA
006700         GO TO 4100-ANULAR-APUNTE-EXIT
006710     END-IF.
006720
006730     EVALUATE TRUE
006740         WHEN DIA-ES-MAESTRO
006750             PERFORM 4200-RESTAURAR-TICKET
006760                 THRU 4200-RESTAURAR-TICKET-EXIT
006770         WHEN DIA-ES-DICCIONARIO
006780             PERFORM 4400-RESTAR-PALABRA
006790                 THRU 4400-RESTAR-PALABRA-EXIT
006800     END-EVALUATE.
006810 4100-ANULAR-APUNTE-EXIT.
006820     EXIT.
006830
006840******************************************************************
006850*    4200-RESTAURAR-TICKET
006860*    Deshace un apunte de maestro. Si el ultimo dia del ticket
006870*    es la fecha anulada, el ticket vuelve a su imagen anterior
006880*    (o se borra si se vio por primera vez ese dia); el primer
006890*    apunte de la fecha es el que manda, y los siguientes del
006900*    mismo ticket (repeticiones del dia) ya lo encuentran
006910*    restaurado. Si el ticket tiene fechas posteriores solo se
006920*    le quita la aparicion y, una vez, el dia anulado.
006930******************************************************************
006940 4200-RESTAURAR-TICKET.
006950     MOVE DIA-MAE-ID-TICKET TO MAE-ID-TICKET.
006960     READ MAESTRO-ARCHIVO
006970         INVALID KEY
006980             MOVE 'N' TO TICKET-HALLADO
006990         NOT INVALID KEY
007000             MOVE 'S' TO TICKET-HALLADO
007010     END-READ.
007020     IF NOT HAY-TICKET
007030         ADD 1 TO CONTADOR-MAE-REPETIDOS
007040         GO TO 4200-RESTAURAR-TICKET-EXIT
007050     END-IF.
007060
007070     IF MAE-ULTIMA-FECHA < PARAM-FECHA
007080         ADD 1 TO CONTADOR-MAE-REPETIDOS
007090         GO TO 4200-RESTAURAR-TICKET-EXIT
007100     END-IF.
007110
007120     IF MAE-ULTIMA-FECHA > PARAM-FECHA
007130         PERFORM 4300-AJUSTAR-TICKET
007140             THRU 4300-AJUSTAR-TICKET-EXIT
007150         GO TO 4200-RESTAURAR-TICKET-EXIT
007160     END-IF.
007170
007180     IF DIA-ES-ALTA
007181         DELETE MAESTRO-ARCHIVO
007182     ELSE
007183         MOVE DIA-DATOS TO REG-MAESTRO
007184         REWRITE REG-MAESTRO
007185     END-IF.
007186     IF MAESTRO-STATUS NOT = '00'
007187         DISPLAY 'ERROR AL GRABAR EL MAESTRO. TICKET: '
007188             DIA-MAE-ID-TICKET ' STATUS: ' MAESTRO-STATUS
007189         MOVE 12 TO CODIGO-RETORNO
007190         MOVE 'S' TO FIN-DIARIO
007191         GO TO 4200-RESTAURAR-TICKET-EXIT
007192     END-IF.
007193     IF DIA-ES-ALTA
007200         ADD 1 TO CONTADOR-MAE-BORRADOS
007210         MOVE 'BORRADO (NUEVO ESE DIA)' TO ACCION-TICKET
007220     ELSE
007250         ADD 1 TO CONTADOR-MAE-RESTAURADOS
007260         MOVE 'RESTAURADO A IMAGEN ANTERIOR' TO ACCION-TICKET
007270     END-IF.
007280     ADD 1 TO CONTADOR-ESCRITOS.
007290
007300     MOVE DIA-MAE-ID-TICKET TO LTI-ID-TICKET.
007310     MOVE ACCION-TICKET     TO LTI-ACCION.
007320     IF DIA-ES-ALTA
007330         MOVE ZEROS TO LTI-PRIMERA
007340         MOVE ZEROS TO LTI-ULTIMA
007350         MOVE 0 TO LTI-APARICIONES
007360     ELSE
007370         MOVE MAE-PRIMERA-FECHA TO LTI-PRIMERA
007380         MOVE MAE-ULTIMA-FECHA  TO LTI-ULTIMA
007390         MOVE MAE-APARICIONES   TO LTI-APARICIONES
007400     END-IF.
007410     WRITE LINEA-INFORME FROM LINEA-TICKET.
007420 4200-RESTAURAR-TICKET-EXIT.
007430     EXIT.
007440
007450******************************************************************
007460*    4300-AJUSTAR-TICKET
007470*    Ticket visto tambien despues de la fecha anulada: no se
007480*    puede volver a la imagen anterior sin perder esos dias, asi
007490*    que se resta la aparicion y se quita la fecha de la lista
007500*    de dias (solo la primera vez: las repeticiones del dia ya
007510*    no la encuentran). Si era su primera fecha pasa a serlo la
007520*    mas antigua que queda en la lista.
007530******************************************************************
007540 4300-AJUSTAR-TICKET.
007550     IF MAE-APARICIONES > 1
007560         SUBTRACT 1 FROM MAE-APARICIONES
007570     END-IF.
007580
007590     MOVE 0 TO POS-FECHA-DIA.
007600     PERFORM VARYING IDX-FECHA-DIA FROM 1 BY 1
007610         UNTIL IDX-FECHA-DIA > 10 OR POS-FECHA-DIA > 0
007620         IF MAE-FECHA-DIA(IDX-FECHA-DIA) = PARAM-FECHA
007630             MOVE IDX-FECHA-DIA TO POS-FECHA-DIA
007640         END-IF
007650     END-PERFORM.
007660
007670     IF POS-FECHA-DIA > 0
007680         PERFORM VARYING IDX-FECHA-DIA FROM POS-FECHA-DIA BY 1
007690             UNTIL IDX-FECHA-DIA > 9
007700             MOVE MAE-FECHA-DIA(IDX-FECHA-DIA + 1)
007710                 TO MAE-FECHA-DIA(IDX-FECHA-DIA)
007720         END-PERFORM
007730         MOVE 0 TO MAE-FECHA-DIA(10)
007740         IF MAE-DIAS-DISTINTOS > 1
007750             SUBTRACT 1 FROM MAE-DIAS-DISTINTOS
007760         END-IF
007770     END-IF.
007780
007790     IF MAE-PRIMERA-FECHA = PARAM-FECHA
007800         MOVE MAE-ULTIMA-FECHA TO MAE-PRIMERA-FECHA
007810         PERFORM VARYING IDX-FECHA-DIA FROM 1 BY 1
007820             UNTIL IDX-FECHA-DIA > 10
007830             IF MAE-FECHA-DIA(IDX-FECHA-DIA) > 0
007840                 MOVE MAE-FECHA-DIA(IDX-FECHA-DIA)
007850                     TO MAE-PRIMERA-FECHA
007860             END-IF
007870         END-PERFORM
007880     END-IF.
007890
007900     REWRITE REG-MAESTRO.
007901     IF MAESTRO-STATUS NOT = '00'
007902         DISPLAY 'ERROR AL GRABAR EL MAESTRO. TICKET: '
007903             MAE-ID-TICKET ' STATUS: ' MAESTRO-STATUS
007904         MOVE 12 TO CODIGO-RETORNO
007905         MOVE 'S' TO FIN-DIARIO
007906         GO TO 4300-AJUSTAR-TICKET-EXIT
007907     END-IF.
007910     ADD 1 TO CONTADOR-ESCRITOS.
007920
007930*    SOLO SE LISTA EL APUNTE QUE QUITO EL DIA; LAS DEMAS
007940*    APARICIONES DEL MISMO DIA SE CUENTAN COMO REPETIDAS
007950
007960     IF POS-FECHA-DIA = 0
007970         ADD 1 TO CONTADOR-MAE-REPETIDOS
007980         GO TO 4300-AJUSTAR-TICKET-EXIT
007990     END-IF.
008000     ADD 1 TO CONTADOR-MAE-AJUSTADOS.
008010     MOVE MAE-ID-TICKET     TO LTI-ID-TICKET.
008020     MOVE 'AJUSTADO (FECHAS POSTERIORES)' TO LTI-ACCION.
008030     MOVE MAE-PRIMERA-FECHA TO LTI-PRIMERA.
008040     MOVE MAE-ULTIMA-FECHA  TO LTI-ULTIMA.
008050     MOVE MAE-APARICIONES   TO LTI-APARICIONES.
008060     WRITE LINEA-INFORME FROM LINEA-TICKET.
008070 4300-AJUSTAR-TICKET-EXIT.
008080     EXIT.
008090
008100******************************************************************
008110*    4400-RESTAR-PALABRA
008120*    Resta del diccionario las ocurrencias que el apunte sumo a
008130*    la palabra; si se queda a cero se borra. Una palabra que no
008140*    esta o que tiene menos de lo que hay que restar es un
008150*    descuadre (diccionario recargado a mano, por ejemplo): se
008160*    borra igualmente y se avisa con codigo 4.
008170******************************************************************
008180 4400-RESTAR-PALABRA.
008190     MOVE DIA-PALABRA TO DIC-PALABRA.
008200     READ DICCIONARIO-ARCHIVO
008210         INVALID KEY
008220             MOVE 'N' TO PALABRA-HALLADA
008230         NOT INVALID KEY
008240             MOVE 'S' TO PALABRA-HALLADA
008250     END-READ.
008260
008270     IF NOT HAY-PALABRA
008280         ADD 1 TO CONTADOR-DIC-DESCUADRES
008290         MOVE 'DESCUADRE: NO ESTA EN DICCION' TO ACCION-PALABRA
008300     ELSE
008310         IF DIC-CONTADOR > DIA-CANTIDAD
008320             SUBTRACT DIA-CANTIDAD FROM DIC-CONTADOR
008330             REWRITE REG-DICCIONARIO
008331             IF DICCIONARIO-STATUS NOT = '00'
008332                 DISPLAY 'ERROR AL GRABAR DICCION. PALABRA: '
008333                     DIC-PALABRA ' STATUS: ' DICCIONARIO-STATUS
008334                 MOVE 12 TO CODIGO-RETORNO
008335                 MOVE 'S' TO FIN-DIARIO
008336                 GO TO 4400-RESTAR-PALABRA-EXIT
008337             END-IF
008340             ADD 1 TO CONTADOR-DIC-RESTADAS
008350             MOVE 'RESTADA' TO ACCION-PALABRA
008360         ELSE
008370             IF DIC-CONTADOR < DIA-CANTIDAD
008380                 ADD 1 TO CONTADOR-DIC-DESCUADRES
008390                 MOVE 'DESCUADRE: BORRADA SIN SALDO'
008400                     TO ACCION-PALABRA
008410             ELSE
008420                 MOVE 'BORRADA (QUEDA A CERO)'
008430                     TO ACCION-PALABRA
008440             END-IF
008450             DELETE DICCIONARIO-ARCHIVO
008451             IF DICCIONARIO-STATUS NOT = '00'
008452                 DISPLAY 'ERROR AL GRABAR DICCION. PALABRA: '
008453                     DIC-PALABRA ' STATUS: ' DICCIONARIO-STATUS
008454                 MOVE 12 TO CODIGO-RETORNO
008455                 MOVE 'S' TO FIN-DIARIO
008456                 GO TO 4400-RESTAR-PALABRA-EXIT
008457             END-IF
008460             ADD 1 TO CONTADOR-DIC-BORRADAS
008470         END-IF
008480         ADD DIA-CANTIDAD TO OCURRENCIAS-RESTADAS
008490         ADD 1 TO CONTADOR-ESCRITOS
008500     END-IF.
008510
008520     IF CONTADOR-DIC-DESCUADRES > 0 AND CODIGO-RETORNO < 4
008530         MOVE 4 TO CODIGO-RETORNO
008540     END-IF.
008550
008560     MOVE DIA-PALABRA    TO LPA-PALABRA.
008570     MOVE DIA-CANTIDAD   TO LPA-CANTIDAD.
008580     MOVE ACCION-PALABRA TO LPA-ACCION.
008590     WRITE LINEA-INFORME FROM LINEA-PALABRA.
008600 4400-RESTAR-PALABRA-EXIT.
008610     EXIT.
008620
008630******************************************************************
008640*    4500-MARCAR-ANULACION
008650*    Anade al diario la marca de anulacion de la fecha: los
008660*    apuntes de la fecha anteriores a ella ya no cuentan para
008670*    una nueva anulacion.
008680******************************************************************
008690 4500-MARCAR-ANULACION.
008700     OPEN EXTEND DIARIO-ARCHIVO.
008710     IF DIARIO-STATUS NOT = '00'
008720         DISPLAY 'NO SE PUDO MARCAR DIARIO19. STATUS: '
008730             DIARIO-STATUS
008740         MOVE 12 TO CODIGO-RETORNO
008750         GO TO 4500-MARCAR-ANULACION-EXIT
008760     END-IF.
008770
008780     MOVE SPACES          TO APUNTE-DIARIO.
008790     MOVE PARAM-FECHA     TO DIA-FECHA.
008800     MOVE HORA-INICIO-HMS TO DIA-HORA.
008810     MOVE 'B'             TO DIA-TIPO.
008820     MOVE 'ANULADA POR RETO-19B' TO DIA-DATOS.
008830     WRITE REG-DIARIO FROM APUNTE-DIARIO.
008831     IF DIARIO-STATUS NOT = '00'
008832         DISPLAY 'ERROR AL GRABAR LA MARCA EN DIARIO19. STATUS: '
008833             DIARIO-STATUS
008834         MOVE 12 TO CODIGO-RETORNO
008835     END-IF.
008840     CLOSE DIARIO-ARCHIVO.
008850 4500-MARCAR-ANULACION-EXIT.
008860     EXIT.
008870
008880******************************************************************
008890*    5000-DEVOLVER-ENTREGA
008900*    Si la ultima entrega aceptada en CTLENTRA se proceso en la
008910*    fecha anulada, devuelve el control a la entrega anterior
008920*    para que RETO-19 admita de nuevo la misma entrega. Si no
008930*    habia entrega anterior (era la primera) CTLENTRA se deja
008940*    vacio y RETO-19 aceptara la que reciba. Si la ultima
008950*    entrega es de otra fecha no se toca.
008960******************************************************************
008970 5000-DEVOLVER-ENTREGA.
008980     WRITE LINEA-INFORME FROM LINEA-BLANCO.
008990     MOVE 'CONTROL DE ENTREGAS (CTLENTRA)' TO LSE-TITULO.
009000     WRITE LINEA-INFORME FROM LINEA-SECCION.
009010
009020     MOVE SPACES TO CONTROL-ENTREGA.
009030     OPEN INPUT CTLENTRA-ARCHIVO.
009040     IF CTLENTRA-STATUS NOT = '00'
009050         MOVE 'SIN FICHERO CTLENTRA: NADA QUE DEVOLVER'
009060             TO LSE-TITULO
009070         WRITE LINEA-INFORME FROM LINEA-SECCION
009080         GO TO 5000-DEVOLVER-ENTREGA-EXIT
009090     END-IF.
009100     READ CTLENTRA-ARCHIVO INTO CONTROL-ENTREGA
009110         AT END MOVE SPACES TO CONTROL-ENTREGA
009120     END-READ.
009130     CLOSE CTLENTRA-ARCHIVO.
009140
009150     IF CTE-FECHA-PROCESO NOT NUMERIC
009160         OR CTE-FECHA-PROCESO NOT = PARAM-FECHA
009170         MOVE 'LA ULTIMA ENTREGA NO ES DE LA FECHA: NO SE TOCA'
009180             TO LSE-TITULO
009190         WRITE LINEA-INFORME FROM LINEA-SECCION
009200         GO TO 5000-DEVOLVER-ENTREGA-EXIT
009210     END-IF.
009220
009230     MOVE 'ENTREGA ANULADA    : ' TO LRE-ETIQUETA.
009240     MOVE CTE-SECUENCIA TO LRE-CONTADOR.
009250     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
009260     MOVE 'VUELVE A LA ENTREGA: ' TO LRE-ETIQUETA.
009270     MOVE CTE-SECUENCIA-ANTERIOR TO LRE-CONTADOR.
009280     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
009290
009300     OPEN OUTPUT CTLENTRA-ARCHIVO.
009310     IF CTLENTRA-STATUS NOT = '00'
009320         DISPLAY 'NO SE PUDO GRABAR CTLENTRA. STATUS: '
009330             CTLENTRA-STATUS
009340         MOVE 12 TO CODIGO-RETORNO
009350         GO TO 5000-DEVOLVER-ENTREGA-EXIT
009360     END-IF.
009370     IF CTE-SECUENCIA-ANTERIOR NUMERIC
009380         AND CTE-SECUENCIA-ANTERIOR > 0
009390         MOVE CTE-SECUENCIA-ANTERIOR TO CTE-SECUENCIA
009400         MOVE 0 TO CTE-FECHA-EXTRACCION
009410         MOVE 0 TO CTE-FECHA-PROCESO
009420         MOVE 0 TO CTE-SECUENCIA-ANTERIOR
009430         WRITE REG-CTLENTRA FROM CONTROL-ENTREGA
009440     END-IF.
009450     CLOSE CTLENTRA-ARCHIVO.
009460 5000-DEVOLVER-ENTREGA-EXIT.
009470     EXIT.
009480
009490******************************************************************
009500*    8000-FINALIZAR-PROCESO
009510*    Escribe los totales de la anulacion y cierra el informe
009520*    dejando constancia del resultado final.
009530******************************************************************
009540 8000-FINALIZAR-PROCESO.
009550     IF INFORME-STATUS NOT = '00'
009560         GO TO 8000-FINALIZAR-PROCESO-EXIT
009570     END-IF.
009580
009590     WRITE LINEA-INFORME FROM LINEA-BLANCO.
009600     MOVE 'TOTALES DE LA ANULACION' TO LSE-TITULO.
009610     WRITE LINEA-INFORME FROM LINEA-SECCION.
009620     MOVE 'APUNTES A ANULAR   : ' TO LRE-ETIQUETA.
009630     MOVE CONTADOR-APUNTES TO LRE-CONTADOR.
009640     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
009650     MOVE '  DE MAESTRO       : ' TO LRE-ETIQUETA.
009660     MOVE CONTADOR-APU-MAE TO LRE-CONTADOR.
009670     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
009680     MOVE '  DE DICCIONARIO   : ' TO LRE-ETIQUETA.
009690     MOVE CONTADOR-APU-DIC TO LRE-CONTADOR.
009700     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
009710     MOVE 'YA ANULADOS ANTES  : ' TO LRE-ETIQUETA.
009720     MOVE CONTADOR-ANULADOS-ANTES TO LRE-CONTADOR.
009730     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
009740     MOVE 'TICKETS BORRADOS   : ' TO LRE-ETIQUETA.
009750     MOVE CONTADOR-MAE-BORRADOS TO LRE-CONTADOR.
009760     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
009770     MOVE 'TICKETS RESTAURADOS: ' TO LRE-ETIQUETA.
009780     MOVE CONTADOR-MAE-RESTAURADOS TO LRE-CONTADOR.
009790     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
009800     MOVE 'TICKETS AJUSTADOS  : ' TO LRE-ETIQUETA.
009810     MOVE CONTADOR-MAE-AJUSTADOS TO LRE-CONTADOR.
009820     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
009830     MOVE 'APUNTES REPETIDOS  : ' TO LRE-ETIQUETA.
009840     MOVE CONTADOR-MAE-REPETIDOS TO LRE-CONTADOR.
009850     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
009860     MOVE 'PALABRAS RESTADAS  : ' TO LRE-ETIQUETA.
009870     MOVE CONTADOR-DIC-RESTADAS TO LRE-CONTADOR.
009880     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
009890     MOVE 'PALABRAS BORRADAS  : ' TO LRE-ETIQUETA.
009900     MOVE CONTADOR-DIC-BORRADAS TO LRE-CONTADOR.
009910     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
009920     MOVE 'OCURRENCIAS RESTAD.: ' TO LRE-ETIQUETA.
009930     MOVE OCURRENCIAS-RESTADAS TO LRE-CONTADOR.
009940     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
009950     MOVE 'DESCUADRES DICCION.: ' TO LRE-ETIQUETA.
009960     MOVE CONTADOR-DIC-DESCUADRES TO LRE-CONTADOR.
009970     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
009980
009990     WRITE LINEA-INFORME FROM LINEA-BLANCO.
010000     MOVE 'CODIGO DE RETORNO  : ' TO LRE-ETIQUETA.
010010     MOVE CODIGO-RETORNO TO LRE-CONTADOR.
010020     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
010030     CLOSE INFORME-ARCHIVO.
010040 8000-FINALIZAR-PROCESO-EXIT.
010050     EXIT.
010060
010070******************************************************************
010080*    9000-GRABAR-EJECUCION
010090*    Anade el registro de esta ejecucion al log comun EJECLOG
010100*    (copybook RETO19L). Si el log no existe todavia se crea; si
010110*    no se puede escribir se avisa y el proceso termina igual.
010120******************************************************************
010130 9000-GRABAR-EJECUCION.
010140     ACCEPT HORA-FIN FROM TIME.
010150     OPEN EXTEND EJECLOG-ARCHIVO.
010160     IF EJECLOG-STATUS NOT = '00'
010170         OPEN OUTPUT EJECLOG-ARCHIVO
010180     END-IF.
010190     IF EJECLOG-STATUS NOT = '00'
010200         DISPLAY 'NO SE PUDO ABRIR EJECLOG. STATUS: '
010210             EJECLOG-STATUS
010220         GO TO 9000-GRABAR-EJECUCION-EXIT
010230     END-IF.
010240
010250     MOVE SPACES TO REG-EJECUCION.
010260     MOVE 'RETO-19B'       TO LOG-PROGRAMA.
010270     MOVE FECHA-PROCESO    TO LOG-FECHA.
010280     MOVE HORA-INICIO-HMS  TO LOG-HORA-INICIO.
010290     MOVE HORA-FIN-HMS     TO LOG-HORA-FIN.
010300     MOVE CONTADOR-LEIDOS  TO LOG-LEIDOS.
010310     MOVE CONTADOR-ESCRITOS TO LOG-ESCRITOS.
010320     MOVE 'N'              TO LOG-REANUDACION.
010330     MOVE CODIGO-RETORNO   TO LOG-RETORNO.
010340     WRITE REG-EJECUCION.
010350     CLOSE EJECLOG-ARCHIVO.
010360 9000-GRABAR-EJECUCION-EXIT.
010370     EXIT.
010380
010390 END PROGRAM RETO-19B.
