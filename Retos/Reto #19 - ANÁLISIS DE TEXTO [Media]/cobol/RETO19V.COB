000010******************************************************************
000020* Author:  Equipo de mantenimiento RETO-19
000030* Date:    15-10-2026
000040* Purpose: Validacion previa de las listas y parametros que
000050*          operaciones mantiene a mano para RETO-19 (VACIAS,
000060*          VIGILIA, POSITIVA, NEGATIVA, REGLACAT, MASCARAS y
000070*          PARAMR19). RETO-19 ignora o trunca con un simple aviso
000080*          por consola lo que no entiende, y el error solo se ve
000090*          al dia siguiente como numeros raros; este programa va
000100*          delante de RETO-19 en la cadena y deja en el informe
000110*          INFOVAL, linea a linea, cada problema encontrado:
000120*            - lineas mal formadas: blancos a la izquierda, mas
000130*              de una palabra, separador de palabra (. ! ?) o
000140*              signo igual dentro de la palabra, palabra mas
000150*              larga que el campo que la recibe en RETO-19
000160*            - lineas por encima del tamano de tabla de RETO-19
000170*            - entradas repetidas dentro de una misma lista
000180*            - lineas de REGLACAT sin el par palabra=CATEGORIA
000190*            - claves de PARAMR19 desconocidas, valores no
000200*              numericos o fuera de rango, y cortes de
000210*              legibilidad que no decrecen
000220*            - conflictos entre listas: palabra en POSITIVA y en
000230*              NEGATIVA, palabra vigilada que tambien es vacia y
000240*              palabra de regla de categoria que es vacia.
000242*          Las listas de ingles y catalan (VACIASEN, POSITEN,
000244*          NEGATEN, REGLAEN, VACIASCA, POSITCA, NEGATCA y
000246*          REGLACA) se validan igual que las de castellano y
000248*          los cruces se hacen siempre dentro de un mismo idioma.
000249*          El calendario laboral CALENLAB (copybook RETO19K) se
000250*          valida registro a registro (tipo, fecha, semana
000251*          laborable, ambito, anos y fechas repetidos, excepciones
000252*          de anos sin registro A) y se comprueba que la fecha de
000253*          proceso es laborable: una fecha festiva o no laborable
000254*          casi siempre es un lote lanzado con la fecha
000255*          equivocada y es error; si de verdad hay que procesar
000256*          ese dia, operaciones anade un registro L para esa
000257*          fecha.
000258*          Codigo de retorno: 0 listas correctas, 4 solo avisos
000260*          (repetidas, fichero ausente), 8 algun error: el
000270*          planificador no debe lanzar RETO-19; 12 error de
000280*          fichero del propio informe o de CALENLAB al abrirlo
000285*          para la segunda pasada.
000290* Tectonics: cobc
000300* Modification History:
000310*   15-10-2026  EQ   Version original.
000312*   15-10-2026  EQ   Listas por idioma de RETO-19 (EN y CA) y
000314*                    clave IDIOMAMIN de PARAMR19; VIGILIA se
000316*                    cruza con las vacias de los tres idiomas.
000317*   15-10-2026  EQ   Validacion del calendario laboral CALENLAB
000318*                    y de que la fecha de proceso sea laborable.
000321*   15-10-2026  EQ   Termina con 12 si CALENLAB no se puede
000324*                    volver a abrir para la segunda pasada.
000325*   15-10-2026  EQ   El motivo de palabra truncada se acorta
000326*                    para que quepa entero en INFOVAL.
000327******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. RETO-19V.
000350 AUTHOR. EQUIPO DE MANTENIMIENTO.
000360 INSTALLATION. EQUIPO DE MANTENIMIENTO.
000370 DATE-WRITTEN. 15-10-2026.
000380 DATE-COMPILED.
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. GNUCOBOL.
000420 OBJECT-COMPUTER. GNUCOBOL.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT VACIAS-ARCHIVO ASSIGN TO "VACIAS"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS VACIAS-STATUS.
000480
000490     SELECT VIGILIA-ARCHIVO ASSIGN TO "VIGILIA"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS VIGILIA-STATUS.
000520
000530     SELECT POSITIVA-ARCHIVO ASSIGN TO "POSITIVA"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS POSITIVA-STATUS.
000560
000570     SELECT NEGATIVA-ARCHIVO ASSIGN TO "NEGATIVA"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS NEGATIVA-STATUS.
000600
000610     SELECT REGLAS-ARCHIVO ASSIGN TO "REGLACAT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS REGLAS-STATUS.
000640
000650     SELECT MASCARAS-ARCHIVO ASSIGN TO "MASCARAS"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS MASCARAS-STATUS.
000680
000690     SELECT PARAMETROS-ARCHIVO ASSIGN TO "PARAMR19"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS PARAMETROS-STATUS.
000720
000721     SELECT VACIASEN-ARCHIVO ASSIGN TO "VACIASEN"
000722         ORGANIZATION IS LINE SEQUENTIAL
000723         FILE STATUS IS VACIASEN-STATUS.
000724
000725     SELECT VACIASCA-ARCHIVO ASSIGN TO "VACIASCA"
000726         ORGANIZATION IS LINE SEQUENTIAL
000727         FILE STATUS IS VACIASCA-STATUS.
000728
000729     SELECT POSITEN-ARCHIVO ASSIGN TO "POSITEN"
000730         ORGANIZATION IS LINE SEQUENTIAL
000731         FILE STATUS IS POSITEN-STATUS.
000732
000733     SELECT POSITCA-ARCHIVO ASSIGN TO "POSITCA"
000734         ORGANIZATION IS LINE SEQUENTIAL
000735         FILE STATUS IS POSITCA-STATUS.
000736
000737     SELECT NEGATEN-ARCHIVO ASSIGN TO "NEGATEN"
000738         ORGANIZATION IS LINE SEQUENTIAL
000739         FILE STATUS IS NEGATEN-STATUS.
000740
000741     SELECT NEGATCA-ARCHIVO ASSIGN TO "NEGATCA"
000742         ORGANIZATION IS LINE SEQUENTIAL
000743         FILE STATUS IS NEGATCA-STATUS.
000744
000745     SELECT REGLAEN-ARCHIVO ASSIGN TO "REGLAEN"
000746         ORGANIZATION IS LINE SEQUENTIAL
000747         FILE STATUS IS REGLAEN-STATUS.
000748
000749     SELECT REGLACA-ARCHIVO ASSIGN TO "REGLACA"
000750         ORGANIZATION IS LINE SEQUENTIAL
000751         FILE STATUS IS REGLACA-STATUS.
000752
000753     SELECT CALENLAB-ARCHIVO ASSIGN TO "CALENLAB"
000754         ORGANIZATION IS LINE SEQUENTIAL
000755         FILE STATUS IS CALENLAB-STATUS.
000756
000757     SELECT INFORME-ARCHIVO ASSIGN TO "INFOVAL"
000758         ORGANIZATION IS LINE SEQUENTIAL
000759         FILE STATUS IS INFORME-STATUS.
000760
000770     SELECT EJECLOG-ARCHIVO ASSIGN TO "EJECLOG"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS EJECLOG-STATUS.
000800
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  VACIAS-ARCHIVO
000840     LABEL RECORDS ARE STANDARD.
000850 01  LINEA-VACIAS               PIC X(80).
000860
000870 FD  VIGILIA-ARCHIVO
000880     LABEL RECORDS ARE STANDARD.
000890 01  LINEA-VIGILIA              PIC X(80).
000900
000910 FD  POSITIVA-ARCHIVO
000920     LABEL RECORDS ARE STANDARD.
000930 01  LINEA-POSITIVA             PIC X(80).
000940
000950 FD  NEGATIVA-ARCHIVO
000960     LABEL RECORDS ARE STANDARD.
000970 01  LINEA-NEGATIVA             PIC X(80).
000980
000990 FD  REGLAS-ARCHIVO
001000     LABEL RECORDS ARE STANDARD.
001010 01  LINEA-REGLA                PIC X(80).
001020
001030 FD  MASCARAS-ARCHIVO
001040     LABEL RECORDS ARE STANDARD.
001050 01  LINEA-MASCARA              PIC X(80).
001060
001070 FD  PARAMETROS-ARCHIVO
001080     LABEL RECORDS ARE STANDARD.
001090 01  LINEA-PARAMETRO            PIC X(80).
001100
001101 FD  VACIASEN-ARCHIVO
001102     LABEL RECORDS ARE STANDARD.
001103 01  LINEA-VACIASEN             PIC X(80).
001104
001105 FD  VACIASCA-ARCHIVO
001106     LABEL RECORDS ARE STANDARD.
001107 01  LINEA-VACIASCA             PIC X(80).
001108
001109 FD  POSITEN-ARCHIVO
001110     LABEL RECORDS ARE STANDARD.
001111 01  LINEA-POSITEN              PIC X(80).
001112
001113 FD  POSITCA-ARCHIVO
001114     LABEL RECORDS ARE STANDARD.
001115 01  LINEA-POSITCA              PIC X(80).
001116
001117 FD  NEGATEN-ARCHIVO
001118     LABEL RECORDS ARE STANDARD.
001119 01  LINEA-NEGATEN              PIC X(80).
001120
001121 FD  NEGATCA-ARCHIVO
001122     LABEL RECORDS ARE STANDARD.
001123 01  LINEA-NEGATCA              PIC X(80).
001124
001125 FD  REGLAEN-ARCHIVO
001126     LABEL RECORDS ARE STANDARD.
001127 01  LINEA-REGLAEN              PIC X(80).
001128
001129 FD  REGLACA-ARCHIVO
001130     LABEL RECORDS ARE STANDARD.
001131 01  LINEA-REGLACA              PIC X(80).
001132
001133 FD  CALENLAB-ARCHIVO
001134     LABEL RECORDS ARE STANDARD.
001135 01  REG-CALENDARIO.
001136     COPY RETO19K.
001137
001138 FD  INFORME-ARCHIVO
001139     LABEL RECORDS ARE STANDARD.
001140 01  LINEA-INFORME              PIC X(132).
001141
001150 FD  EJECLOG-ARCHIVO
001160     LABEL RECORDS ARE STANDARD.
001170 01  REG-EJECUCION.
001180     COPY RETO19L.
001190
001200 WORKING-STORAGE SECTION.
001210
001220*    CONTROL DE FICHEROS Y DEL PROCESO
001230
001240 01  VACIAS-STATUS      PIC X(02)   VALUE SPACES.
001250 01  VIGILIA-STATUS     PIC X(02)   VALUE SPACES.
001260 01  POSITIVA-STATUS    PIC X(02)   VALUE SPACES.
001270 01  NEGATIVA-STATUS    PIC X(02)   VALUE SPACES.
001280 01  REGLAS-STATUS      PIC X(02)   VALUE SPACES.
001290 01  MASCARAS-STATUS    PIC X(02)   VALUE SPACES.
001300 01  PARAMETROS-STATUS  PIC X(02)   VALUE SPACES.
001301 01  VACIASEN-STATUS    PIC X(02)   VALUE SPACES.
001302 01  VACIASCA-STATUS    PIC X(02)   VALUE SPACES.
001303 01  POSITEN-STATUS     PIC X(02)   VALUE SPACES.
001304 01  POSITCA-STATUS     PIC X(02)   VALUE SPACES.
001305 01  NEGATEN-STATUS     PIC X(02)   VALUE SPACES.
001306 01  NEGATCA-STATUS     PIC X(02)   VALUE SPACES.
001307 01  REGLAEN-STATUS     PIC X(02)   VALUE SPACES.
001308 01  REGLACA-STATUS     PIC X(02)   VALUE SPACES.
001309 01  CALENLAB-STATUS    PIC X(02)   VALUE SPACES.
001310 01  INFORME-STATUS     PIC X(02)   VALUE SPACES.
001320 01  EJECLOG-STATUS     PIC X(02)   VALUE SPACES.
001330 01  LISTA-STATUS       PIC X(02)   VALUE SPACES.
001340
001350 01  FIN-LISTA          PIC X(01)   VALUE 'N'.
001360     88  NO-HAY-MAS-LINEAS          VALUE 'S'.
001370
001380 01  CODIGO-RETORNO     PIC 9(04)   VALUE 0.
001390 01  FECHA-PROCESO      PIC 9(08)   VALUE 0.
001400
001410*    HORAS DE INICIO Y FIN PARA EL LOG COMUN DE EJECUCIONES
001420*    (ACCEPT FROM TIME DEVUELVE HHMMSSCC; AL LOG VAN HHMMSS)
001430
001440 01  HORA-INICIO.
001450     05  HORA-INICIO-HMS PIC 9(06).
001460     05  FILLER          PIC 9(02).
001470 01  HORA-FIN.
001480     05  HORA-FIN-HMS    PIC 9(06).
001490     05  FILLER          PIC 9(02).
001500
001510*    FICHEROS REVISADOS, EN EL ORDEN EN QUE SE VALIDAN: NOMBRE,
001520*    TAMANO DE LA TABLA QUE LOS RECIBE EN RETO-19 Y LONGITUD DEL
001530*    CAMPO DE CADA ENTRADA. LOS INDICES SE USAN TAL CUAL EN EL
001540*    PROGRAMA: 1 VACIAS, 2 VIGILIA, 3 POSITIVA, 4 NEGATIVA,
001550*    5 REGLACAT, 6 MASCARAS, 7 PARAMR19 (SIN TABLA); DEL 8 AL 15
001552*    LAS LISTAS DE INGLES Y CATALAN: 8 VACIASEN, 9 VACIASCA,
001554*    10 POSITEN, 11 POSITCA, 12 NEGATEN, 13 NEGATCA, 14 REGLAEN
001556*    Y 15 REGLACA; EL 16 ES EL CALENDARIO LABORAL CALENLAB (SIN
001558*    TABLA)
001560
001570 01  VALORES-FICHEROS.
001580     05  FILLER  PIC X(13) VALUE 'VACIAS  20030'.
001590     05  FILLER  PIC X(13) VALUE 'VIGILIA 05030'.
001600     05  FILLER  PIC X(13) VALUE 'POSITIVA20030'.
001610     05  FILLER  PIC X(13) VALUE 'NEGATIVA20030'.
001620     05  FILLER  PIC X(13) VALUE 'REGLACAT10030'.
001630     05  FILLER  PIC X(13) VALUE 'MASCARAS05020'.
001640     05  FILLER  PIC X(13) VALUE 'PARAMR1900020'.
001641     05  FILLER  PIC X(13) VALUE 'VACIASEN20030'.
001642     05  FILLER  PIC X(13) VALUE 'VACIASCA20030'.
001643     05  FILLER  PIC X(13) VALUE 'POSITEN 20030'.
001644     05  FILLER  PIC X(13) VALUE 'POSITCA 20030'.
001645     05  FILLER  PIC X(13) VALUE 'NEGATEN 20030'.
001646     05  FILLER  PIC X(13) VALUE 'NEGATCA 20030'.
001647     05  FILLER  PIC X(13) VALUE 'REGLAEN 10030'.
001648     05  FILLER  PIC X(13) VALUE 'REGLACA 10030'.
001649     05  FILLER  PIC X(13) VALUE 'CALENLAB00000'.
001650 01  TABLA-FICHEROS REDEFINES VALORES-FICHEROS.
001660     05  FICHERO-ENTRY OCCURS 16 TIMES.
001670         10  FIC-NOMBRE      PIC X(08).
001680         10  FIC-LIMITE      PIC 9(03).
001690         10  FIC-LONGITUD    PIC 9(02).
001700 01  IDX-FICHERO        PIC 9(02)   VALUE 0.
001705     88  ES-FICHERO-REGLAS          VALUE 5 14 15.
001710
001720 01  TABLA-CONTADORES.
001730     05  CONTADOR-ENTRY OCCURS 16 TIMES.
001740         10  CNT-ESTADO      PIC X(09).
001750         10  CNT-LEIDAS      PIC 9(05).
001760         10  CNT-CARGADAS    PIC 9(05).
001770         10  CNT-ERRORES     PIC 9(05).
001780         10  CNT-AVISOS      PIC 9(05).
001790
001800*    ENTRADAS VALIDAS DE TODAS LAS LISTAS, PLEGADAS A MINUSCULAS
001810*    COMO LAS CARGA RETO-19, PARA BUSCAR REPETIDAS DENTRO DE UNA
001820*    LISTA Y CONFLICTOS ENTRE LISTAS; 2200 ES LA SUMA DE LOS
001830*    TAMANOS DE TABLA DE RETO-19
001840
001850 01  TABLA-LISTAS.
001860     05  LISTA-ENTRY OCCURS 2200 TIMES.
001870         10  LST-FICHERO     PIC 9(02).
001880         10  LST-LINEA       PIC 9(05).
001890         10  LST-PALABRA     PIC X(30).
001900         10  LST-CATEGORIA   PIC X(12).
001910 01  NUM-LISTA          PIC 9(04)   VALUE 0.
001920 01  IDX-LISTA          PIC 9(04)   VALUE 0.
001930 01  IDX-CRUCE          PIC 9(04)   VALUE 0.
001940 01  ENTRADA-ENCONTRADA PIC 9(04)   VALUE 0.
001950 01  FICHERO-CRUCE      PIC 9(02)   VALUE 0.
001960 01  TEXTO-CRUCE        PIC X(30)   VALUE SPACES.
001970
001980*    LINEA EN CURSO Y AREAS DE EXAMEN
001990
002000 01  LINEA-TRABAJO      PIC X(80)   VALUE SPACES.
002010 01  NUM-LINEA          PIC 9(05)   VALUE 0.
002020 01  AREA-MEDIDA        PIC X(80)   VALUE SPACES.
002030 01  LONGITUD-UTIL      PIC 9(03)   VALUE 0.
002040 01  CONTADOR-CARACTERES PIC 9(03)  VALUE 0.
002050 01  CONTADOR-IGUALES   PIC 9(03)   VALUE 0.
002060 01  PALABRA-PLEGADA    PIC X(30)   VALUE SPACES.
002070 01  REGLA-CLAVE        PIC X(80)   VALUE SPACES.
002080 01  REGLA-VALOR        PIC X(80)   VALUE SPACES.
002090 01  MAYUSCULAS         PIC X(26)   VALUE
002100     'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
002110 01  MINUSCULAS         PIC X(26)   VALUE
002120     'abcdefghijklmnopqrstuvwxyz'.
002130
002140*    PARAMETROS DE RETO-19: CLAVES YA VISTAS (PARA AVISAR DE LAS
002150*    REPETIDAS, DONDE RETO-19 SE QUEDA CON LA ULTIMA) Y VALORES
002160*    EFECTIVOS DE LOS CORTES DE LEGIBILIDAD, QUE PARTEN DE LOS
002170*    VALORES POR DEFECTO DE RETO-19
002180
002190 01  PARAM-CLAVE        PIC X(20)   VALUE SPACES.
002200 01  PARAM-VALOR        PIC X(60)   VALUE SPACES.
002210 01  VALOR-NUMERICO     PIC 9(09)   VALUE 0.
002220 01  IDX-VALOR          PIC 9(03)   VALUE 0.
002230 01  DIGITO.
002240     05  DIGITO-X       PIC X(01)   VALUE '0'.
002250 01  DIGITO-R REDEFINES DIGITO.
002260     05  DIGITO-9       PIC 9(01).
002270 01  RANGO-MINIMO       PIC 9(03)   VALUE 0.
002280 01  RANGO-MAXIMO       PIC 9(03)   VALUE 0.
002290 01  MOTIVO-RANGO       PIC X(40)   VALUE SPACES.
002300 01  VALOR-CORRECTO     PIC X(01)   VALUE 'N'.
002310     88  ES-VALOR-CORRECTO          VALUE 'S'.
002320 01  TABLA-CLAVES-VISTAS.
002330     05  CLAVE-VISTA-ENTRY OCCURS 20 TIMES.
002340         10  CV-CLAVE        PIC X(20).
002350         10  CV-LINEA        PIC 9(05).
002360 01  NUM-CLAVES-VISTAS  PIC 9(02)   VALUE 0.
002370 01  IDX-CLAVE-VISTA    PIC 9(02)   VALUE 0.
002380 01  VALOR-LEG-FACIL    PIC 9(03)   VALUE 85.
002390 01  VALOR-LEG-NORMAL   PIC 9(03)   VALUE 60.
002400 01  VALOR-LEG-DIFICIL  PIC 9(03)   VALUE 30.
002401
002402*    CALENDARIO LABORAL CALENLAB (COPYBOOK RETO19K), CARGADO PARA
002403*    LOS DIEZ ANOS QUE EMPIEZAN OCHO ANTES DEL DE PROCESO: POR
002404*    ANO, SU SEMANA LABORABLE (EN BLANCO SI EL ANO NO TIENE
002405*    REGISTRO A) Y UNA POSICION POR DIA DEL ANO CON LOS FESTIVOS
002406*    (F) Y LABORABLES EXCEPCIONALES (L); EL RESTO DE LOS DIAS LOS
002407*    DECIDE LA SEMANA LABORABLE
002408
002409 01  FIN-CALENDARIO     PIC X(01)   VALUE 'N'.
002410     88  NO-HAY-MAS-CALENDARIO      VALUE 'S'.
002411 01  CALENDARIO-CARGADO PIC X(01)   VALUE 'N'.
002412     88  HAY-CALENDARIO             VALUE 'S'.
002413 01  TABLA-CALENDARIO.
002414     05  CLD-ANO-ENTRY OCCURS 10 TIMES.
002415         10  CLD-SEMANA      PIC X(07).
002416         10  CLD-DIA         PIC X(01) OCCURS 366 TIMES.
002417 01  CLD-ANO-INICIAL    PIC 9(04)   VALUE 0.
002418 01  CLD-IDX-ANO        PIC 9(02)   VALUE 0.
002419 01  CLD-IDX-DIA        PIC 9(03)   VALUE 0.
002420 01  CLD-FECHA          PIC 9(08)   VALUE 0.
002421 01  CLD-FECHA-R REDEFINES CLD-FECHA.
002422     05  CLD-ANO        PIC 9(04).
002423     05  CLD-MES-DIA    PIC 9(04).
002424 01  CLD-ENTERO-FECHA   PIC 9(08)   VALUE 0.
002425 01  CLD-ENTERO-ANO     PIC 9(08)   VALUE 0.
002426 01  CLD-COCIENTE       PIC 9(08)   VALUE 0.
002427 01  CLD-DIA-SEMANA     PIC 9(01)   VALUE 0.
002428 01  CLD-CONTADOR       PIC 9(02)   VALUE 0.
002429 01  CLD-TIPO-DIA       PIC X(01)   VALUE SPACE.
002430     88  CLD-LABORABLE              VALUE 'L'.
002431     88  CLD-NO-LABORABLE           VALUE 'N' 'F'.
002432     88  CLD-FESTIVO                VALUE 'F'.
002433     88  CLD-FUERA-CALENDARIO       VALUE ' '.
002434 01  CONTADOR-CAL-IGNORADOS PIC 9(05) VALUE 0.
002435 01  DESCRIPCION-PROCESO PIC X(40)  VALUE SPACES.
002436
002437*    INCIDENCIA EN CURSO Y CONTADORES DEL PROCESO
002438
002440 01  GRAVEDAD-INCIDENCIA PIC X(05)  VALUE SPACES.
002450     88  ES-ERROR                   VALUE 'ERROR'.
002460 01  MOTIVO-INCIDENCIA  PIC X(40)   VALUE SPACES.
002470 01  CONTENIDO-INCIDENCIA PIC X(60) VALUE SPACES.
002480 01  LINEA-REFERENCIA   PIC 9(05)   VALUE 0.
002490 01  CONTADOR-INCIDENCIAS PIC 9(07) VALUE 0.
002500 01  TOTAL-LEIDAS       PIC 9(07)   VALUE 0.
002510 01  TOTAL-ERRORES      PIC 9(07)   VALUE 0.
002520 01  TOTAL-AVISOS       PIC 9(07)   VALUE 0.
002530
002540*    LINEAS DE SALIDA DEL INFORME
002550
002560 01  LINEA-ENC-1.
002570     05  FILLER               PIC X(50) VALUE
002580         'VALIDACION DE LISTAS DE OPERACIONES - RETO-19V    '.
002590     05  LE1-FECHA            PIC 9(08).
002600 01  LINEA-ENC-2.
002610     05  FILLER               PIC X(22) VALUE
002620         'FICHERO   LINEA GRAV. '.
002630     05  FILLER               PIC X(41) VALUE 'MOTIVO'.
002640     05  FILLER               PIC X(09) VALUE 'CONTENIDO'.
002650 01  LINEA-INCIDENCIA.
002660     05  LIN-FICHERO          PIC X(08).
002670     05  FILLER               PIC X(01) VALUE SPACE.
002680     05  LIN-LINEA            PIC ZZZZZ.
002690     05  FILLER               PIC X(01) VALUE SPACE.
002700     05  LIN-GRAVEDAD         PIC X(05).
002710     05  FILLER               PIC X(01) VALUE SPACE.
002720     05  LIN-MOTIVO           PIC X(40).
002730     05  FILLER               PIC X(01) VALUE SPACE.
002740     05  LIN-CONTENIDO        PIC X(60).
002750 01  LINEA-SIN-INCIDENCIAS PIC X(40) VALUE
002760     '  (SIN INCIDENCIAS)'.
002770 01  LINEA-RES-TITULO PIC X(30) VALUE
002780     'RESUMEN POR FICHERO'.
002790 01  LINEA-RES-CAB PIC X(60) VALUE
002800     'FICHERO   ESTADO    LEIDAS CARGAD LIMITE ERRORES AVISOS'.
002810 01  LINEA-RES-FICHERO.
002820     05  LRF-FICHERO          PIC X(08).
002830     05  FILLER               PIC X(02) VALUE SPACES.
002840     05  LRF-ESTADO           PIC X(09).
002850     05  LRF-LEIDAS           PIC ZZZZ9.
002860     05  FILLER               PIC X(02) VALUE SPACES.
002870     05  LRF-CARGADAS         PIC ZZZZ9.
002880     05  FILLER               PIC X(04) VALUE SPACES.
002890     05  LRF-LIMITE           PIC ZZZ.
002900     05  FILLER               PIC X(03) VALUE SPACES.
002910     05  LRF-ERRORES          PIC ZZZZ9.
002920     05  FILLER               PIC X(02) VALUE SPACES.
002930     05  LRF-AVISOS           PIC ZZZZ9.
002940 01  LINEA-RESULTADO.
002950     05  LRE-ETIQUETA         PIC X(22).
002960     05  LRE-CONTADOR         PIC ZZZZZZ9.
002970 01  LINEA-VEREDICTO          PIC X(60) VALUE SPACES.
002980 01  LINEA-BLANCO             PIC X(01) VALUE SPACE.
002990
003000 PROCEDURE DIVISION.
003010
003020******************************************************************
003030*    0000-MAINLINE
003040*    Control principal: valida cada lista, los parametros y los
003050*    cruces entre listas, y termina con el codigo de retorno que
003060*    decide si el lote principal puede arrancar.
003070******************************************************************
003080 0000-MAINLINE.
003090     ACCEPT HORA-INICIO FROM TIME.
003100     ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD.
003110
003120     PERFORM 1000-INICIALIZAR-PROCESO
003130         THRU 1000-INICIALIZAR-PROCESO-EXIT.
003140
003150     IF CODIGO-RETORNO < 12
003160         PERFORM 2000-VALIDAR-LISTA
003170             THRU 2000-VALIDAR-LISTA-EXIT
003180             VARYING IDX-FICHERO FROM 1 BY 1
003190             UNTIL IDX-FICHERO > 6
003192         PERFORM 2000-VALIDAR-LISTA
003194             THRU 2000-VALIDAR-LISTA-EXIT
003196             VARYING IDX-FICHERO FROM 8 BY 1
003198             UNTIL IDX-FICHERO > 15
003200         PERFORM 3000-VALIDAR-PARAMETROS
003210             THRU 3000-VALIDAR-PARAMETROS-EXIT
003213         PERFORM 3500-VALIDAR-CALENDARIO
003216             THRU 3500-VALIDAR-CALENDARIO-EXIT
003220         PERFORM 4000-CRUZAR-LISTAS
003230             THRU 4000-CRUZAR-LISTAS-EXIT
003240         PERFORM 8000-FINALIZAR-PROCESO
003250             THRU 8000-FINALIZAR-PROCESO-EXIT
003260     END-IF.
003270
003280     PERFORM 9000-GRABAR-EJECUCION
003290         THRU 9000-GRABAR-EJECUCION-EXIT.
003300
003310     MOVE CODIGO-RETORNO TO RETURN-CODE.
003320     STOP RUN.
003330
003340******************************************************************
003350*    1000-INICIALIZAR-PROCESO
003360*    Abre el informe INFOVAL y escribe sus cabeceras.
003370******************************************************************
003380 1000-INICIALIZAR-PROCESO.
003390     INITIALIZE TABLA-CONTADORES.
003400     OPEN OUTPUT INFORME-ARCHIVO.
003410     IF INFORME-STATUS NOT = '00'
003420         DISPLAY 'NO SE PUDO ABRIR INFOVAL. STATUS: '
003430             INFORME-STATUS
003440         MOVE 12 TO CODIGO-RETORNO
003450         GO TO 1000-INICIALIZAR-PROCESO-EXIT
003460     END-IF.
003470     MOVE FECHA-PROCESO TO LE1-FECHA.
003480     WRITE LINEA-INFORME FROM LINEA-ENC-1.
003490     WRITE LINEA-INFORME FROM LINEA-BLANCO.
003500     WRITE LINEA-INFORME FROM LINEA-ENC-2.
003510 1000-INICIALIZAR-PROCESO-EXIT.
003520     EXIT.
003530
003540******************************************************************
003550*    2000-VALIDAR-LISTA
003560*    Abre la lista IDX-FICHERO y valida cada una de sus lineas.
003570*    Una lista que no existe es solo un aviso: RETO-19 sigue sin
003580*    ella, igual que hace hoy.
003590******************************************************************
003600 2000-VALIDAR-LISTA.
003610     MOVE 0 TO NUM-LINEA.
003620     MOVE 'N' TO FIN-LISTA.
003630     EVALUATE IDX-FICHERO
003640         WHEN 1
003650             OPEN INPUT VACIAS-ARCHIVO
003660             MOVE VACIAS-STATUS TO LISTA-STATUS
003670         WHEN 2
003680             OPEN INPUT VIGILIA-ARCHIVO
003690             MOVE VIGILIA-STATUS TO LISTA-STATUS
003700         WHEN 3
003710             OPEN INPUT POSITIVA-ARCHIVO
003720             MOVE POSITIVA-STATUS TO LISTA-STATUS
003730         WHEN 4
003740             OPEN INPUT NEGATIVA-ARCHIVO
003750             MOVE NEGATIVA-STATUS TO LISTA-STATUS
003760         WHEN 5
003770             OPEN INPUT REGLAS-ARCHIVO
003780             MOVE REGLAS-STATUS TO LISTA-STATUS
003790         WHEN 6
003800             OPEN INPUT MASCARAS-ARCHIVO
003810             MOVE MASCARAS-STATUS TO LISTA-STATUS
003811         WHEN 8
003812             OPEN INPUT VACIASEN-ARCHIVO
003813             MOVE VACIASEN-STATUS TO LISTA-STATUS
003814         WHEN 9
003815             OPEN INPUT VACIASCA-ARCHIVO
003816             MOVE VACIASCA-STATUS TO LISTA-STATUS
003817         WHEN 10
003818             OPEN INPUT POSITEN-ARCHIVO
003819             MOVE POSITEN-STATUS TO LISTA-STATUS
003820         WHEN 11
003821             OPEN INPUT POSITCA-ARCHIVO
003822             MOVE POSITCA-STATUS TO LISTA-STATUS
003823         WHEN 12
003824             OPEN INPUT NEGATEN-ARCHIVO
003825             MOVE NEGATEN-STATUS TO LISTA-STATUS
003826         WHEN 13
003827             OPEN INPUT NEGATCA-ARCHIVO
003828             MOVE NEGATCA-STATUS TO LISTA-STATUS
003829         WHEN 14
003830             OPEN INPUT REGLAEN-ARCHIVO
003831             MOVE REGLAEN-STATUS TO LISTA-STATUS
003832         WHEN 15
003833             OPEN INPUT REGLACA-ARCHIVO
003834             MOVE REGLACA-STATUS TO LISTA-STATUS
003835     END-EVALUATE.
003836
003840     IF LISTA-STATUS NOT = '00'
003850         PERFORM 2050-FICHERO-AUSENTE
003860             THRU 2050-FICHERO-AUSENTE-EXIT
003870         GO TO 2000-VALIDAR-LISTA-EXIT
003880     END-IF.
003890     MOVE 'REVISADO' TO CNT-ESTADO(IDX-FICHERO).
003900
003910     PERFORM 2100-LEER-LISTA
003920         THRU 2100-LEER-LISTA-EXIT
003930         UNTIL NO-HAY-MAS-LINEAS.
003940
003950     EVALUATE IDX-FICHERO
003960         WHEN 1
003970             CLOSE VACIAS-ARCHIVO
003980         WHEN 2
003990             CLOSE VIGILIA-ARCHIVO
004000         WHEN 3
004010             CLOSE POSITIVA-ARCHIVO
004020         WHEN 4
004030             CLOSE NEGATIVA-ARCHIVO
004040         WHEN 5
004050             CLOSE REGLAS-ARCHIVO
004060         WHEN 6
004070             CLOSE MASCARAS-ARCHIVO
004071         WHEN 8
004072             CLOSE VACIASEN-ARCHIVO
004073         WHEN 9
004074             CLOSE VACIASCA-ARCHIVO
004075         WHEN 10
004076             CLOSE POSITEN-ARCHIVO
004077         WHEN 11
004078             CLOSE POSITCA-ARCHIVO
004079         WHEN 12
004080             CLOSE NEGATEN-ARCHIVO
004081         WHEN 13
004082             CLOSE NEGATCA-ARCHIVO
004083         WHEN 14
004084             CLOSE REGLAEN-ARCHIVO
004085         WHEN 15
004086             CLOSE REGLACA-ARCHIVO
004087     END-EVALUATE.
004090 2000-VALIDAR-LISTA-EXIT.
004100     EXIT.
004110
004111******************************************************************
004112*    2050-FICHERO-AUSENTE
004113*    La lista en curso no existe: RETO-19 sigue sin ella, asi que
004114*    se anota como aviso con el status de la apertura.
004115******************************************************************
004120 2050-FICHERO-AUSENTE.
004130     MOVE 'NO EXISTE' TO CNT-ESTADO(IDX-FICHERO).
004140     MOVE 0 TO NUM-LINEA.
004150     MOVE 'AVISO' TO GRAVEDAD-INCIDENCIA.
004160     MOVE 'NO DISPONIBLE, RETO-19 SIGUE SIN EL'
004170         TO MOTIVO-INCIDENCIA.
004180     MOVE SPACES TO CONTENIDO-INCIDENCIA.
004190     STRING 'STATUS ' LISTA-STATUS DELIMITED BY SIZE
004200         INTO CONTENIDO-INCIDENCIA.
004210     PERFORM 5000-ANOTAR-INCIDENCIA
004220         THRU 5000-ANOTAR-INCIDENCIA-EXIT.
004230 2050-FICHERO-AUSENTE-EXIT.
004240     EXIT.
004250
004260******************************************************************
004270*    2100-LEER-LISTA
004280*    Lee una linea de la lista en curso. Las lineas en blanco se
004290*    saltan como en RETO-19; las que ya no caben en su tabla se
004300*    dan como error porque RETO-19 deja de cargar en ese punto.
004310******************************************************************
004320 2100-LEER-LISTA.
004330     EVALUATE IDX-FICHERO
004340         WHEN 1
004350             READ VACIAS-ARCHIVO INTO LINEA-TRABAJO
004360                 AT END MOVE 'S' TO FIN-LISTA
004370             END-READ
004380         WHEN 2
004390             READ VIGILIA-ARCHIVO INTO LINEA-TRABAJO
004400                 AT END MOVE 'S' TO FIN-LISTA
004410             END-READ
004420         WHEN 3
004430             READ POSITIVA-ARCHIVO INTO LINEA-TRABAJO
004440                 AT END MOVE 'S' TO FIN-LISTA
004450             END-READ
004460         WHEN 4
004470             READ NEGATIVA-ARCHIVO INTO LINEA-TRABAJO
004480                 AT END MOVE 'S' TO FIN-LISTA
004490             END-READ
004500         WHEN 5
004510             READ REGLAS-ARCHIVO INTO LINEA-TRABAJO
004520                 AT END MOVE 'S' TO FIN-LISTA
004530             END-READ
004540         WHEN 6
004550             READ MASCARAS-ARCHIVO INTO LINEA-TRABAJO
004560                 AT END MOVE 'S' TO FIN-LISTA
004570             END-READ
004571         WHEN 8
004572             READ VACIASEN-ARCHIVO INTO LINEA-TRABAJO
004573                 AT END MOVE 'S' TO FIN-LISTA
004574             END-READ
004575         WHEN 9
004576             READ VACIASCA-ARCHIVO INTO LINEA-TRABAJO
004577                 AT END MOVE 'S' TO FIN-LISTA
004578             END-READ
004579         WHEN 10
004580             READ POSITEN-ARCHIVO INTO LINEA-TRABAJO
004581                 AT END MOVE 'S' TO FIN-LISTA
004582             END-READ
004583         WHEN 11
004584             READ POSITCA-ARCHIVO INTO LINEA-TRABAJO
004585                 AT END MOVE 'S' TO FIN-LISTA
004586             END-READ
004587         WHEN 12
004588             READ NEGATEN-ARCHIVO INTO LINEA-TRABAJO
004589                 AT END MOVE 'S' TO FIN-LISTA
004590             END-READ
004591         WHEN 13
004592             READ NEGATCA-ARCHIVO INTO LINEA-TRABAJO
004593                 AT END MOVE 'S' TO FIN-LISTA
004594             END-READ
004595         WHEN 14
004596             READ REGLAEN-ARCHIVO INTO LINEA-TRABAJO
004597                 AT END MOVE 'S' TO FIN-LISTA
004598             END-READ
004599         WHEN 15
004600             READ REGLACA-ARCHIVO INTO LINEA-TRABAJO
004601                 AT END MOVE 'S' TO FIN-LISTA
004602             END-READ
004603     END-EVALUATE.
004604     IF NO-HAY-MAS-LINEAS
004605         GO TO 2100-LEER-LISTA-EXIT
004610     END-IF.
004620     ADD 1 TO NUM-LINEA.
004630     IF LINEA-TRABAJO = SPACES
004640         GO TO 2100-LEER-LISTA-EXIT
004650     END-IF.
004660     ADD 1 TO CNT-LEIDAS(IDX-FICHERO).
004670     MOVE LINEA-TRABAJO(1:60) TO CONTENIDO-INCIDENCIA.
004680
004690     IF CNT-CARGADAS(IDX-FICHERO) >= FIC-LIMITE(IDX-FICHERO)
004700         MOVE 'ERROR' TO GRAVEDAD-INCIDENCIA
004710         MOVE 'TABLA DE RETO-19 LLENA, LINEA IGNORADA'
004720             TO MOTIVO-INCIDENCIA
004730         PERFORM 5000-ANOTAR-INCIDENCIA
004740             THRU 5000-ANOTAR-INCIDENCIA-EXIT
004750         GO TO 2100-LEER-LISTA-EXIT
004760     END-IF.
004770
004780     IF ES-FICHERO-REGLAS
004790         PERFORM 2300-VALIDAR-REGLA
004800             THRU 2300-VALIDAR-REGLA-EXIT
004810     ELSE
004820         PERFORM 2200-VALIDAR-PALABRA
004830             THRU 2200-VALIDAR-PALABRA-EXIT
004840     END-IF.
004850 2100-LEER-LISTA-EXIT.
004860     EXIT.
004870
004880******************************************************************
004890*    2200-VALIDAR-PALABRA
004900*    Valida una linea de lista de palabras (o de patrones de
004910*    enmascarado): una sola palabra bien formada y no repetida.
004920*    RETO-19 la carga aunque este mal formada, asi que cuenta
004930*    para el tamano de la tabla igualmente.
004940******************************************************************
004950 2200-VALIDAR-PALABRA.
004960     ADD 1 TO CNT-CARGADAS(IDX-FICHERO).
004970     MOVE LINEA-TRABAJO TO AREA-MEDIDA.
004980     PERFORM 2400-EXAMINAR-PALABRA
004990         THRU 2400-EXAMINAR-PALABRA-EXIT.
005000     IF MOTIVO-INCIDENCIA NOT = SPACES
005010         MOVE 'ERROR' TO GRAVEDAD-INCIDENCIA
005020         PERFORM 5000-ANOTAR-INCIDENCIA
005030             THRU 5000-ANOTAR-INCIDENCIA-EXIT
005040         GO TO 2200-VALIDAR-PALABRA-EXIT
005050     END-IF.
005060
005070     MOVE LINEA-TRABAJO(1:30) TO PALABRA-PLEGADA.
005080     INSPECT PALABRA-PLEGADA
005090         CONVERTING MAYUSCULAS TO MINUSCULAS.
005100     PERFORM 2500-BUSCAR-REPETIDA
005110         THRU 2500-BUSCAR-REPETIDA-EXIT.
005120     IF ENTRADA-ENCONTRADA > 0
005130         MOVE 'AVISO' TO GRAVEDAD-INCIDENCIA
005140         MOVE LST-LINEA(ENTRADA-ENCONTRADA) TO LINEA-REFERENCIA
005150         MOVE SPACES TO MOTIVO-INCIDENCIA
005160         STRING 'REPETIDA, YA ESTA EN LA LINEA '
005170             DELIMITED BY SIZE
005180             LINEA-REFERENCIA DELIMITED BY SIZE
005190             INTO MOTIVO-INCIDENCIA
005200         PERFORM 5000-ANOTAR-INCIDENCIA
005210             THRU 5000-ANOTAR-INCIDENCIA-EXIT
005220         GO TO 2200-VALIDAR-PALABRA-EXIT
005230     END-IF.
005240
005250     MOVE SPACES TO LST-CATEGORIA(NUM-LISTA + 1).
005260     PERFORM 2600-GUARDAR-ENTRADA
005270         THRU 2600-GUARDAR-ENTRADA-EXIT.
005280 2200-VALIDAR-PALABRA-EXIT.
005290     EXIT.
005300
005310******************************************************************
005320*    2300-VALIDAR-REGLA
005330*    Valida una linea de REGLACAT (o de las reglas de ingles y
005335*    catalan, REGLAEN y REGLACA): un unico signo igual con una
005340*    palabra bien formada a la izquierda y una categoria de hasta
005350*    12 caracteres a la derecha. Una misma palabra repetida es
005360*    aviso si repite tambien la categoria y error si no, porque
005370*    la segunda regla nunca llega a aplicarse.
005380******************************************************************
005390 2300-VALIDAR-REGLA.
005400     MOVE 'ERROR' TO GRAVEDAD-INCIDENCIA.
005410     MOVE 0 TO CONTADOR-IGUALES.
005420     INSPECT LINEA-TRABAJO
005430         TALLYING CONTADOR-IGUALES FOR ALL '='.
005440     IF CONTADOR-IGUALES = 0
005450         MOVE 'SIN EL PAR PALABRA=CATEGORIA'
005460             TO MOTIVO-INCIDENCIA
005470         PERFORM 5000-ANOTAR-INCIDENCIA
005480             THRU 5000-ANOTAR-INCIDENCIA-EXIT
005490         GO TO 2300-VALIDAR-REGLA-EXIT
005500     END-IF.
005510     IF CONTADOR-IGUALES > 1
005520         MOVE 'MAS DE UN SIGNO = EN LA REGLA'
005530             TO MOTIVO-INCIDENCIA
005540         PERFORM 5000-ANOTAR-INCIDENCIA
005550             THRU 5000-ANOTAR-INCIDENCIA-EXIT
005560         GO TO 2300-VALIDAR-REGLA-EXIT
005570     END-IF.
005580
005590     MOVE SPACES TO REGLA-CLAVE.
005600     MOVE SPACES TO REGLA-VALOR.
005610     UNSTRING LINEA-TRABAJO DELIMITED BY '='
005620         INTO REGLA-CLAVE REGLA-VALOR.
005630     IF REGLA-CLAVE = SPACES
005640         MOVE 'FALTA LA PALABRA ANTES DEL =' TO MOTIVO-INCIDENCIA
005650         PERFORM 5000-ANOTAR-INCIDENCIA
005660             THRU 5000-ANOTAR-INCIDENCIA-EXIT
005670         GO TO 2300-VALIDAR-REGLA-EXIT
005680     END-IF.
005690     IF REGLA-VALOR = SPACES
005700         MOVE 'FALTA LA CATEGORIA TRAS EL =' TO MOTIVO-INCIDENCIA
005710         PERFORM 5000-ANOTAR-INCIDENCIA
005720             THRU 5000-ANOTAR-INCIDENCIA-EXIT
005730         GO TO 2300-VALIDAR-REGLA-EXIT
005740     END-IF.
005750
005760*    A PARTIR DE AQUI RETO-19 YA CARGA LA REGLA Y OCUPA UNA
005770*    POSICION DE SU TABLA
005780
005790     ADD 1 TO CNT-CARGADAS(IDX-FICHERO).
005800     MOVE REGLA-CLAVE TO AREA-MEDIDA.
005810     PERFORM 2400-EXAMINAR-PALABRA
005820         THRU 2400-EXAMINAR-PALABRA-EXIT.
005830     IF MOTIVO-INCIDENCIA NOT = SPACES
005840         PERFORM 5000-ANOTAR-INCIDENCIA
005850             THRU 5000-ANOTAR-INCIDENCIA-EXIT
005860         GO TO 2300-VALIDAR-REGLA-EXIT
005870     END-IF.
005880
005890     MOVE REGLA-VALOR TO AREA-MEDIDA.
005900     PERFORM 6000-LONGITUD-UTIL
005910         THRU 6000-LONGITUD-UTIL-EXIT.
005920     IF REGLA-VALOR(1:1) = SPACE
005930         MOVE 'BLANCOS A LA IZQUIERDA DE LA CATEGORIA'
005940             TO MOTIVO-INCIDENCIA
005950         PERFORM 5000-ANOTAR-INCIDENCIA
005960             THRU 5000-ANOTAR-INCIDENCIA-EXIT
005970         GO TO 2300-VALIDAR-REGLA-EXIT
005980     END-IF.
005990     IF LONGITUD-UTIL > 12
006000         MOVE 'CATEGORIA DE MAS DE 12 CARACTERES'
006010             TO MOTIVO-INCIDENCIA
006020         PERFORM 5000-ANOTAR-INCIDENCIA
006030             THRU 5000-ANOTAR-INCIDENCIA-EXIT
006040         GO TO 2300-VALIDAR-REGLA-EXIT
006050     END-IF.
006060
006070     MOVE REGLA-CLAVE(1:30) TO PALABRA-PLEGADA.
006080     INSPECT PALABRA-PLEGADA
006090         CONVERTING MAYUSCULAS TO MINUSCULAS.
006100     PERFORM 2500-BUSCAR-REPETIDA
006110         THRU 2500-BUSCAR-REPETIDA-EXIT.
006120     IF ENTRADA-ENCONTRADA > 0
006130         MOVE LST-LINEA(ENTRADA-ENCONTRADA) TO LINEA-REFERENCIA
006140         MOVE SPACES TO MOTIVO-INCIDENCIA
006150         IF LST-CATEGORIA(ENTRADA-ENCONTRADA) = REGLA-VALOR(1:12)
006160             MOVE 'AVISO' TO GRAVEDAD-INCIDENCIA
006170             STRING 'REGLA REPETIDA, YA EN LA LINEA '
006180                 DELIMITED BY SIZE
006190                 LINEA-REFERENCIA DELIMITED BY SIZE
006200                 INTO MOTIVO-INCIDENCIA
006210         ELSE
006220             STRING 'OTRA CATEGORIA EN LA LINEA '
006230                 DELIMITED BY SIZE
006240                 LINEA-REFERENCIA DELIMITED BY SIZE
006250                 INTO MOTIVO-INCIDENCIA
006260         END-IF
006270         PERFORM 5000-ANOTAR-INCIDENCIA
006280             THRU 5000-ANOTAR-INCIDENCIA-EXIT
006290         GO TO 2300-VALIDAR-REGLA-EXIT
006300     END-IF.
006310
006320     MOVE REGLA-VALOR(1:12) TO LST-CATEGORIA(NUM-LISTA + 1).
006330     PERFORM 2600-GUARDAR-ENTRADA
006340         THRU 2600-GUARDAR-ENTRADA-EXIT.
006350 2300-VALIDAR-REGLA-EXIT.
006360     EXIT.
006370
006380******************************************************************
006390*    2400-EXAMINAR-PALABRA
006400*    Examina la palabra de AREA-MEDIDA tal como la compararia
006410*    RETO-19 y deja en MOTIVO-INCIDENCIA por que no podria
006420*    coincidir nunca con una palabra del texto (en blanco si
006430*    esta bien formada). Los patrones de MASCARAS se comparan
006440*    por prefijo contra el token completo y si pueden llevar
006450*    signos de puntuacion.
006460******************************************************************
006470 2400-EXAMINAR-PALABRA.
006480     MOVE SPACES TO MOTIVO-INCIDENCIA.
006490     PERFORM 6000-LONGITUD-UTIL
006500         THRU 6000-LONGITUD-UTIL-EXIT.
006510
006520     IF AREA-MEDIDA(1:1) = SPACE
006530         MOVE 'BLANCOS A LA IZQUIERDA DE LA PALABRA'
006540             TO MOTIVO-INCIDENCIA
006550         GO TO 2400-EXAMINAR-PALABRA-EXIT
006560     END-IF.
006570     IF LONGITUD-UTIL > FIC-LONGITUD(IDX-FICHERO)
006580         MOVE 'PALABRA MAS LARGA QUE EL CAMPO (TRUNCA)'
006590             TO MOTIVO-INCIDENCIA
006600         GO TO 2400-EXAMINAR-PALABRA-EXIT
006610     END-IF.
006620
006630     MOVE 0 TO CONTADOR-CARACTERES.
006640     INSPECT AREA-MEDIDA(1:LONGITUD-UTIL)
006650         TALLYING CONTADOR-CARACTERES FOR ALL SPACE.
006660     IF CONTADOR-CARACTERES > 0
006670         MOVE 'MAS DE UNA PALABRA EN LA LINEA'
006680             TO MOTIVO-INCIDENCIA
006690         GO TO 2400-EXAMINAR-PALABRA-EXIT
006700     END-IF.
006710
006720*    EL PUNTO, LA EXCLAMACION Y LA INTERROGACION SEPARAN PALABRAS
006730*    EN 3000-ANALIZAR-FRASE DE RETO-19: UNA ENTRADA QUE LOS
006740*    CONTIENE NUNCA COINCIDE CON NINGUNA PALABRA DEL TEXTO
006750
006760     IF IDX-FICHERO NOT = 6
006770         MOVE 0 TO CONTADOR-CARACTERES
006780         INSPECT AREA-MEDIDA(1:LONGITUD-UTIL)
006790             TALLYING CONTADOR-CARACTERES
006800             FOR ALL '.' ALL '!' ALL '?'
006810         IF CONTADOR-CARACTERES > 0
006820             MOVE 'SIGNO . ! ? DENTRO, NUNCA COINCIDE'
006830                 TO MOTIVO-INCIDENCIA
006840             GO TO 2400-EXAMINAR-PALABRA-EXIT
006850         END-IF
006860     END-IF.
006870
006880     IF NOT ES-FICHERO-REGLAS
006890         MOVE 0 TO CONTADOR-CARACTERES
006900         INSPECT AREA-MEDIDA(1:LONGITUD-UTIL)
006910             TALLYING CONTADOR-CARACTERES FOR ALL '='
006920         IF CONTADOR-CARACTERES > 0
006930             MOVE 'SIGNO = EN UNA LISTA DE PALABRAS'
006940                 TO MOTIVO-INCIDENCIA
006950         END-IF
006960     END-IF.
006970 2400-EXAMINAR-PALABRA-EXIT.
006980     EXIT.
006990
007000******************************************************************
007010*    2500-BUSCAR-REPETIDA
007020*    Busca PALABRA-PLEGADA entre las entradas ya guardadas de la
007030*    misma lista; deja su posicion en ENTRADA-ENCONTRADA (0 si
007040*    es nueva).
007050******************************************************************
007060 2500-BUSCAR-REPETIDA.
007070     MOVE 0 TO ENTRADA-ENCONTRADA.
007080     PERFORM VARYING IDX-LISTA FROM 1 BY 1
007090         UNTIL IDX-LISTA > NUM-LISTA
007100         OR ENTRADA-ENCONTRADA > 0
007110         IF LST-FICHERO(IDX-LISTA) = IDX-FICHERO
007120             AND LST-PALABRA(IDX-LISTA) = PALABRA-PLEGADA
007130             MOVE IDX-LISTA TO ENTRADA-ENCONTRADA
007140         END-IF
007150     END-PERFORM.
007160 2500-BUSCAR-REPETIDA-EXIT.
007170     EXIT.
007180
007181******************************************************************
007182*    2600-GUARDAR-ENTRADA
007183*    Guarda la palabra ya plegada con su lista y su linea para el
007184*    cruce entre listas de 4000. Lo que no cabe no se cruza.
007185******************************************************************
007190 2600-GUARDAR-ENTRADA.
007200     IF NUM-LISTA >= 2200
007210         GO TO 2600-GUARDAR-ENTRADA-EXIT
007220     END-IF.
007230     ADD 1 TO NUM-LISTA.
007240     MOVE IDX-FICHERO     TO LST-FICHERO(NUM-LISTA).
007250     MOVE NUM-LINEA       TO LST-LINEA(NUM-LISTA).
007260     MOVE PALABRA-PLEGADA TO LST-PALABRA(NUM-LISTA).
007270 2600-GUARDAR-ENTRADA-EXIT.
007280     EXIT.
007290
007300******************************************************************
007310*    3000-VALIDAR-PARAMETROS
007320*    Valida el fichero PARAMR19 con las mismas claves y rangos que
007330*    1060-LEER-PARAMETRO de RETO-19, y despues que los cortes de
007340*    legibilidad efectivos queden en orden decreciente.
007350******************************************************************
007360 3000-VALIDAR-PARAMETROS.
007370     MOVE 7 TO IDX-FICHERO.
007380     MOVE 0 TO NUM-LINEA.
007390     MOVE 'N' TO FIN-LISTA.
007400     OPEN INPUT PARAMETROS-ARCHIVO.
007410     IF PARAMETROS-STATUS NOT = '00'
007420         MOVE PARAMETROS-STATUS TO LISTA-STATUS
007430         PERFORM 2050-FICHERO-AUSENTE
007440             THRU 2050-FICHERO-AUSENTE-EXIT
007450         GO TO 3000-VALIDAR-PARAMETROS-EXIT
007460     END-IF.
007470     MOVE 'REVISADO' TO CNT-ESTADO(IDX-FICHERO).
007480
007490     PERFORM 3100-LEER-PARAMETRO
007500         THRU 3100-LEER-PARAMETRO-EXIT
007510         UNTIL NO-HAY-MAS-LINEAS.
007520     CLOSE PARAMETROS-ARCHIVO.
007530
007540     IF VALOR-LEG-FACIL > VALOR-LEG-NORMAL
007550         AND VALOR-LEG-NORMAL > VALOR-LEG-DIFICIL
007560         GO TO 3000-VALIDAR-PARAMETROS-EXIT
007570     END-IF.
007580     MOVE 0 TO NUM-LINEA.
007590     MOVE 'ERROR' TO GRAVEDAD-INCIDENCIA.
007600     MOVE 'CORTES DE LEGIBILIDAD NO DECRECIENTES'
007610         TO MOTIVO-INCIDENCIA.
007620     MOVE SPACES TO CONTENIDO-INCIDENCIA.
007630     STRING 'LEGFACIL=' VALOR-LEG-FACIL
007640         ' LEGNORMAL=' VALOR-LEG-NORMAL
007650         ' LEGDIFICIL=' VALOR-LEG-DIFICIL
007660         DELIMITED BY SIZE INTO CONTENIDO-INCIDENCIA.
007670     PERFORM 5000-ANOTAR-INCIDENCIA
007680         THRU 5000-ANOTAR-INCIDENCIA-EXIT.
007690 3000-VALIDAR-PARAMETROS-EXIT.
007700     EXIT.
007710
007720******************************************************************
007730*    3100-LEER-PARAMETRO
007740*    Lee y valida una linea CLAVE=VALOR de PARAMR19. Una clave
007750*    repetida es aviso (RETO-19 se queda con la ultima); una
007760*    clave desconocida o un valor que RETO-19 descartaria es
007770*    error, porque el lote correria con el valor por defecto sin
007780*    que nadie lo note.
007790******************************************************************
007800 3100-LEER-PARAMETRO.
007810     READ PARAMETROS-ARCHIVO INTO LINEA-TRABAJO
007820         AT END
007830             MOVE 'S' TO FIN-LISTA
007840             GO TO 3100-LEER-PARAMETRO-EXIT
007850     END-READ.
007860     ADD 1 TO NUM-LINEA.
007870     IF LINEA-TRABAJO = SPACES
007880         GO TO 3100-LEER-PARAMETRO-EXIT
007890     END-IF.
007900     ADD 1 TO CNT-LEIDAS(IDX-FICHERO).
007910     MOVE LINEA-TRABAJO(1:60) TO CONTENIDO-INCIDENCIA.
007920     MOVE 'ERROR' TO GRAVEDAD-INCIDENCIA.
007930
007940     MOVE 0 TO CONTADOR-IGUALES.
007950     INSPECT LINEA-TRABAJO
007960         TALLYING CONTADOR-IGUALES FOR ALL '='.
007970     IF CONTADOR-IGUALES = 0
007980         MOVE 'LINEA SIN EL PAR CLAVE=VALOR'
007990             TO MOTIVO-INCIDENCIA
008000         PERFORM 5000-ANOTAR-INCIDENCIA
008010             THRU 5000-ANOTAR-INCIDENCIA-EXIT
008020         GO TO 3100-LEER-PARAMETRO-EXIT
008030     END-IF.
008040
008050     MOVE SPACES TO PARAM-CLAVE.
008060     MOVE SPACES TO PARAM-VALOR.
008070     UNSTRING LINEA-TRABAJO DELIMITED BY '='
008080         INTO PARAM-CLAVE PARAM-VALOR.
008090
008100     PERFORM 3300-ANOTAR-CLAVE
008110         THRU 3300-ANOTAR-CLAVE-EXIT.
008120
008130     MOVE 'N' TO VALOR-CORRECTO.
008140     EVALUATE PARAM-CLAVE
008150         WHEN 'TOPN'
008160             MOVE 1  TO RANGO-MINIMO
008170             MOVE 50 TO RANGO-MAXIMO
008180             MOVE 'TOPN FUERA DE RANGO (1-50)' TO MOTIVO-RANGO
008190             PERFORM 3200-VALIDAR-NUMERO
008200                 THRU 3200-VALIDAR-NUMERO-EXIT
008210         WHEN 'LEGFACIL'
008220             MOVE 1   TO RANGO-MINIMO
008230             MOVE 206 TO RANGO-MAXIMO
008240             MOVE 'LEGFACIL FUERA DE RANGO (1-206)'
008250                 TO MOTIVO-RANGO
008260             PERFORM 3200-VALIDAR-NUMERO
008270                 THRU 3200-VALIDAR-NUMERO-EXIT
008280             IF ES-VALOR-CORRECTO
008290                 MOVE VALOR-NUMERICO TO VALOR-LEG-FACIL
008300             END-IF
008310         WHEN 'LEGNORMAL'
008320             MOVE 1   TO RANGO-MINIMO
008330             MOVE 206 TO RANGO-MAXIMO
008340             MOVE 'LEGNORMAL FUERA DE RANGO (1-206)'
008350                 TO MOTIVO-RANGO
008360             PERFORM 3200-VALIDAR-NUMERO
008370                 THRU 3200-VALIDAR-NUMERO-EXIT
008380             IF ES-VALOR-CORRECTO
008390                 MOVE VALOR-NUMERICO TO VALOR-LEG-NORMAL
008400             END-IF
008410         WHEN 'LEGDIFICIL'
008420             MOVE 1   TO RANGO-MINIMO
008430             MOVE 206 TO RANGO-MAXIMO
008440             MOVE 'LEGDIFICIL FUERA DE RANGO (1-206)'
008450                 TO MOTIVO-RANGO
008460             PERFORM 3200-VALIDAR-NUMERO
008470                 THRU 3200-VALIDAR-NUMERO-EXIT
008480             IF ES-VALOR-CORRECTO
008490                 MOVE VALOR-NUMERICO TO VALOR-LEG-DIFICIL
008500             END-IF
008510         WHEN 'MAXCLAVES'
008520             MOVE 1 TO RANGO-MINIMO
008530             MOVE 3 TO RANGO-MAXIMO
008540             MOVE 'MAXCLAVES FUERA DE RANGO (1-3)'
008550                 TO MOTIVO-RANGO
008560             PERFORM 3200-VALIDAR-NUMERO
008570                 THRU 3200-VALIDAR-NUMERO-EXIT
008580         WHEN 'CANALBLANCO'
008590             IF PARAM-VALOR = 'SI' OR PARAM-VALOR = 'NO'
008600                 MOVE 'S' TO VALOR-CORRECTO
008610             ELSE
008620                 MOVE 'CANALBLANCO DEBE SER SI O NO'
008630                     TO MOTIVO-INCIDENCIA
008640                 PERFORM 5000-ANOTAR-INCIDENCIA
008650                     THRU 5000-ANOTAR-INCIDENCIA-EXIT
008660             END-IF
008670         WHEN 'REINDIAS'
008680             MOVE 1  TO RANGO-MINIMO
008690             MOVE 10 TO RANGO-MAXIMO
008700             MOVE 'REINDIAS FUERA DE RANGO (1-10)'
008710                 TO MOTIVO-RANGO
008720             PERFORM 3200-VALIDAR-NUMERO
008730                 THRU 3200-VALIDAR-NUMERO-EXIT
008740         WHEN 'MASCARADIGITOS'
008750             MOVE 3  TO RANGO-MINIMO
008760             MOVE 99 TO RANGO-MAXIMO
008770             MOVE 'MASCARADIGITOS FUERA DE RANGO (3-99)'
008780                 TO MOTIVO-RANGO
008790             PERFORM 3200-VALIDAR-NUMERO
008800                 THRU 3200-VALIDAR-NUMERO-EXIT
008810         WHEN 'REINVENTANA'
008820             MOVE 1   TO RANGO-MINIMO
008830             MOVE 999 TO RANGO-MAXIMO
008840             MOVE 'REINVENTANA FUERA DE RANGO (1-999)'
008850                 TO MOTIVO-RANGO
008860             PERFORM 3200-VALIDAR-NUMERO
008870                 THRU 3200-VALIDAR-NUMERO-EXIT
008871         WHEN 'IDIOMAMIN'
008872             MOVE 1  TO RANGO-MINIMO
008873             MOVE 99 TO RANGO-MAXIMO
008874             MOVE 'IDIOMAMIN FUERA DE RANGO (1-99)'
008875                 TO MOTIVO-RANGO
008876             PERFORM 3200-VALIDAR-NUMERO
008877                 THRU 3200-VALIDAR-NUMERO-EXIT
008880         WHEN OTHER
008890             MOVE 'CLAVE DESCONOCIDA PARA RETO-19'
008900                 TO MOTIVO-INCIDENCIA
008910             PERFORM 5000-ANOTAR-INCIDENCIA
008920                 THRU 5000-ANOTAR-INCIDENCIA-EXIT
008930     END-EVALUATE.
008940
008950     IF ES-VALOR-CORRECTO
008960         ADD 1 TO CNT-CARGADAS(IDX-FICHERO)
008970     END-IF.
008980 3100-LEER-PARAMETRO-EXIT.
008990     EXIT.
009000
009010******************************************************************
009020*    3200-VALIDAR-NUMERO
009030*    Convierte PARAM-VALOR igual que 1070-VALOR-A-NUMERO de
009040*    RETO-19, pero exige que el valor sea solo digitos (RETO-19
009050*    tomaria 12X como 12) y que caiga en RANGO-MINIMO a
009060*    RANGO-MAXIMO; si no, anota el error con MOTIVO-RANGO.
009070******************************************************************
009080 3200-VALIDAR-NUMERO.
009090     MOVE 0 TO VALOR-NUMERICO.
009100     PERFORM VARYING IDX-VALOR FROM 1 BY 1
009110         UNTIL IDX-VALOR > 9
009120         OR PARAM-VALOR(IDX-VALOR:1) = SPACE
009130         OR PARAM-VALOR(IDX-VALOR:1) < '0'
009140         OR PARAM-VALOR(IDX-VALOR:1) > '9'
009150         MOVE PARAM-VALOR(IDX-VALOR:1) TO DIGITO-X
009160         COMPUTE VALOR-NUMERICO = VALOR-NUMERICO * 10 + DIGITO-9
009170     END-PERFORM.
009180
009190     IF IDX-VALOR = 1
009200         OR PARAM-VALOR(IDX-VALOR:) NOT = SPACES
009210         MOVE 'VALOR NO NUMERICO' TO MOTIVO-INCIDENCIA
009220         PERFORM 5000-ANOTAR-INCIDENCIA
009230             THRU 5000-ANOTAR-INCIDENCIA-EXIT
009240         GO TO 3200-VALIDAR-NUMERO-EXIT
009250     END-IF.
009260     IF VALOR-NUMERICO < RANGO-MINIMO
009270         OR VALOR-NUMERICO > RANGO-MAXIMO
009280         MOVE MOTIVO-RANGO TO MOTIVO-INCIDENCIA
009290         PERFORM 5000-ANOTAR-INCIDENCIA
009300             THRU 5000-ANOTAR-INCIDENCIA-EXIT
009310         GO TO 3200-VALIDAR-NUMERO-EXIT
009320     END-IF.
009330     MOVE 'S' TO VALOR-CORRECTO.
009340 3200-VALIDAR-NUMERO-EXIT.
009350     EXIT.
009360
009370******************************************************************
009380*    3300-ANOTAR-CLAVE
009390*    Anota la clave leida y avisa si ya aparecio en una linea
009400*    anterior del fichero.
009410******************************************************************
009420 3300-ANOTAR-CLAVE.
009430     MOVE 0 TO ENTRADA-ENCONTRADA.
009440     PERFORM VARYING IDX-CLAVE-VISTA FROM 1 BY 1
009450         UNTIL IDX-CLAVE-VISTA > NUM-CLAVES-VISTAS
009460         OR ENTRADA-ENCONTRADA > 0
009470         IF CV-CLAVE(IDX-CLAVE-VISTA) = PARAM-CLAVE
009480             MOVE IDX-CLAVE-VISTA TO ENTRADA-ENCONTRADA
009490         END-IF
009500     END-PERFORM.
009510
009520     IF ENTRADA-ENCONTRADA > 0
009530         MOVE 'AVISO' TO GRAVEDAD-INCIDENCIA
009540         MOVE CV-LINEA(ENTRADA-ENCONTRADA) TO LINEA-REFERENCIA
009550         MOVE SPACES TO MOTIVO-INCIDENCIA
009560         STRING 'REPETIDA (VALE LA ULTIMA), LINEA '
009570             DELIMITED BY SIZE
009580             LINEA-REFERENCIA DELIMITED BY SIZE
009590             INTO MOTIVO-INCIDENCIA
009600         PERFORM 5000-ANOTAR-INCIDENCIA
009610             THRU 5000-ANOTAR-INCIDENCIA-EXIT
009620         MOVE 'ERROR' TO GRAVEDAD-INCIDENCIA
009630         GO TO 3300-ANOTAR-CLAVE-EXIT
009640     END-IF.
009650
009660     IF NUM-CLAVES-VISTAS < 20
009670         ADD 1 TO NUM-CLAVES-VISTAS
009680         MOVE PARAM-CLAVE TO CV-CLAVE(NUM-CLAVES-VISTAS)
009690         MOVE NUM-LINEA   TO CV-LINEA(NUM-CLAVES-VISTAS)
009700     END-IF.
009710 3300-ANOTAR-CLAVE-EXIT.
009720     EXIT.
009721
009722******************************************************************
009723*    3500-VALIDAR-CALENDARIO
009724*    Valida el calendario laboral CALENLAB en dos pasadas: la
009725*    primera revisa cada registro y carga el calendario como lo
009726*    hacen RETO-19, RETO-19H y RETO-19T (mismos diez anos); la
009727*    segunda, con todas las semanas laborables ya cargadas,
009728*    revisa los festivos y laborables excepcionales. Al final
009729*    comprueba la fecha de proceso. Sin CALENLAB es aviso: los
009730*    programas siguen contando dias naturales.
009731******************************************************************
009732 3500-VALIDAR-CALENDARIO.
009733     MOVE 16 TO IDX-FICHERO.
009734     MOVE 0 TO NUM-LINEA.
009735     MOVE SPACES TO TABLA-CALENDARIO.
009736     MOVE SPACES TO DESCRIPCION-PROCESO.
009737     COMPUTE CLD-ANO-INICIAL = FECHA-PROCESO / 10000 - 8.
009738     OPEN INPUT CALENLAB-ARCHIVO.
009739     IF CALENLAB-STATUS NOT = '00'
009740         MOVE CALENLAB-STATUS TO LISTA-STATUS
009741         PERFORM 2050-FICHERO-AUSENTE
009742             THRU 2050-FICHERO-AUSENTE-EXIT
009743         GO TO 3500-VALIDAR-CALENDARIO-EXIT
009744     END-IF.
009745     MOVE 'REVISADO' TO CNT-ESTADO(IDX-FICHERO).
009746     MOVE 'N' TO FIN-CALENDARIO.
009747     PERFORM 3510-LEER-CALENDARIO
009748         THRU 3510-LEER-CALENDARIO-EXIT
009749         UNTIL NO-HAY-MAS-CALENDARIO.
009750     CLOSE CALENLAB-ARCHIVO.
009751     MOVE 'S' TO CALENDARIO-CARGADO.
009752
009753     MOVE 0 TO NUM-LINEA.
009754     MOVE 'N' TO FIN-CALENDARIO.
009755     OPEN INPUT CALENLAB-ARCHIVO.
009756     IF CALENLAB-STATUS NOT = '00'
009757         DISPLAY 'NO SE PUDO REABRIR CALENLAB. STATUS: '
009758             CALENLAB-STATUS
009759         MOVE 12 TO CODIGO-RETORNO
009760         GO TO 3500-VALIDAR-CALENDARIO-EXIT
009761     END-IF.
009765     PERFORM 3540-REVISAR-EXCEPCION
009766         THRU 3540-REVISAR-EXCEPCION-EXIT
009767         UNTIL NO-HAY-MAS-CALENDARIO.
009768     CLOSE CALENLAB-ARCHIVO.
009769
009770     PERFORM 3550-VALIDAR-FECHA-PROCESO
009771         THRU 3550-VALIDAR-FECHA-PROCESO-EXIT.
009772 3500-VALIDAR-CALENDARIO-EXIT.
009773     EXIT.
009774
009775******************************************************************
009776*    3510-LEER-CALENDARIO
009777*    Primera pasada: lee un registro de CALENLAB, valida su tipo
009778*    y su fecha y lo pasa a 3515 (ano) o 3517 (festivo o
009779*    laborable excepcional). Las lineas en blanco y las que
009780*    empiezan por '*' son comentarios.
009781******************************************************************
009782 3510-LEER-CALENDARIO.
009783     READ CALENLAB-ARCHIVO
009784         AT END
009785             MOVE 'S' TO FIN-CALENDARIO
009786             GO TO 3510-LEER-CALENDARIO-EXIT
009787     END-READ.
009788     ADD 1 TO NUM-LINEA.
009789     IF CAL-ES-COMENTARIO
009790         GO TO 3510-LEER-CALENDARIO-EXIT
009791     END-IF.
009792     ADD 1 TO CNT-LEIDAS(IDX-FICHERO).
009793     MOVE REG-CALENDARIO(1:60) TO CONTENIDO-INCIDENCIA.
009794     MOVE 'ERROR' TO GRAVEDAD-INCIDENCIA.
009795
009796     IF NOT CAL-ES-ANO AND NOT CAL-ES-FESTIVO
009797         AND NOT CAL-ES-LABORABLE
009798         MOVE 'TIPO DE REGISTRO DESCONOCIDO (A, F O L)'
009799             TO MOTIVO-INCIDENCIA
009800         PERFORM 5000-ANOTAR-INCIDENCIA
009801             THRU 5000-ANOTAR-INCIDENCIA-EXIT
009802         GO TO 3510-LEER-CALENDARIO-EXIT
009803     END-IF.
009804     IF CAL-FECHA NOT NUMERIC
009805         MOVE 'FECHA NO NUMERICA' TO MOTIVO-INCIDENCIA
009806         PERFORM 5000-ANOTAR-INCIDENCIA
009807             THRU 5000-ANOTAR-INCIDENCIA-EXIT
009808         GO TO 3510-LEER-CALENDARIO-EXIT
009809     END-IF.
009810
009811     MOVE CAL-FECHA TO CLD-FECHA.
009812     PERFORM 3520-POSICION-CALENDARIO
009813         THRU 3520-POSICION-CALENDARIO-EXIT.
009814     IF CAL-ES-ANO
009815         PERFORM 3515-VALIDAR-ANO
009816             THRU 3515-VALIDAR-ANO-EXIT
009817     ELSE
009818         PERFORM 3517-VALIDAR-EXCEPCION
009819             THRU 3517-VALIDAR-EXCEPCION-EXIT
009820     END-IF.
009821 3510-LEER-CALENDARIO-EXIT.
009822     EXIT.
009823
009824******************************************************************
009825*    3515-VALIDAR-ANO
009826*    Registro A: fecha AAAA0000 y semana de siete letras L o N.
009827*    Un ano fuera de los diez que cargan los programas no se
009828*    anota: los anteriores son historia y los posteriores se
009829*    cargaran cuando toque.
009830******************************************************************
009831 3515-VALIDAR-ANO.
009832     IF CAL-MES-DIA NOT = 0
009833         MOVE 'REGISTRO A SIN FECHA AAAA0000'
009834             TO MOTIVO-INCIDENCIA
009835         PERFORM 5000-ANOTAR-INCIDENCIA
009836             THRU 5000-ANOTAR-INCIDENCIA-EXIT
009837         GO TO 3515-VALIDAR-ANO-EXIT
009838     END-IF.
009839     MOVE 0 TO CLD-CONTADOR.
009840     INSPECT CAL-SEMANA TALLYING CLD-CONTADOR
009841         FOR ALL 'L' ALL 'N'.
009842     IF CLD-CONTADOR NOT = 7
009843         MOVE 'SEMANA LABORABLE DEBE SER 7 LETRAS L O N'
009844             TO MOTIVO-INCIDENCIA
009845         PERFORM 5000-ANOTAR-INCIDENCIA
009846             THRU 5000-ANOTAR-INCIDENCIA-EXIT
009847         GO TO 3515-VALIDAR-ANO-EXIT
009848     END-IF.
009849     IF CLD-IDX-ANO = 0
009850         GO TO 3515-VALIDAR-ANO-EXIT
009851     END-IF.
009852     IF CLD-SEMANA(CLD-IDX-ANO) NOT = SPACES
009853         MOVE 'ANO REPETIDO, SE USA EL ULTIMO'
009854             TO MOTIVO-INCIDENCIA
009855         PERFORM 5000-ANOTAR-INCIDENCIA
009856             THRU 5000-ANOTAR-INCIDENCIA-EXIT
009857     END-IF.
009858     MOVE CAL-SEMANA TO CLD-SEMANA(CLD-IDX-ANO).
009859     ADD 1 TO CNT-CARGADAS(IDX-FICHERO).
009860     MOVE 0 TO CLD-CONTADOR.
009861     INSPECT CAL-SEMANA TALLYING CLD-CONTADOR FOR ALL 'L'.
009862     IF CLD-CONTADOR = 0
009863         MOVE 'AVISO' TO GRAVEDAD-INCIDENCIA
009864         MOVE 'SEMANA SIN NINGUN DIA LABORABLE'
009865             TO MOTIVO-INCIDENCIA
009866         PERFORM 5000-ANOTAR-INCIDENCIA
009867             THRU 5000-ANOTAR-INCIDENCIA-EXIT
009868     END-IF.
009869 3515-VALIDAR-ANO-EXIT.
009870     EXIT.
009871
009872******************************************************************
009873*    3517-VALIDAR-EXCEPCION
009874*    Registro F o L: fecha real, ambito del festivo y fecha no
009875*    repetida. Si la fecha se repite los programas se quedan con
009876*    el ultimo registro: con el mismo tipo es aviso, con tipo
009877*    distinto es error porque no se sabe cual es el bueno.
009878******************************************************************
009879 3517-VALIDAR-EXCEPCION.
009880     IF CLD-IDX-ANO = 0
009881         GO TO 3517-VALIDAR-EXCEPCION-EXIT
009882     END-IF.
009883     IF CLD-IDX-DIA = 0
009884         MOVE 'FECHA AAAAMMDD INVALIDA' TO MOTIVO-INCIDENCIA
009885         PERFORM 5000-ANOTAR-INCIDENCIA
009886             THRU 5000-ANOTAR-INCIDENCIA-EXIT
009887         GO TO 3517-VALIDAR-EXCEPCION-EXIT
009888     END-IF.
009889     IF CAL-ES-FESTIVO AND NOT CAL-AMBITO-VALIDO
009890         MOVE 'AVISO' TO GRAVEDAD-INCIDENCIA
009891         MOVE 'AMBITO DEL FESTIVO DEBE SER N, R O L'
009892             TO MOTIVO-INCIDENCIA
009893         PERFORM 5000-ANOTAR-INCIDENCIA
009894             THRU 5000-ANOTAR-INCIDENCIA-EXIT
009895     END-IF.
009896     IF CLD-DIA(CLD-IDX-ANO, CLD-IDX-DIA) NOT = SPACE
009897         IF CLD-DIA(CLD-IDX-ANO, CLD-IDX-DIA) = CAL-TIPO
009898             MOVE 'AVISO' TO GRAVEDAD-INCIDENCIA
009899             MOVE 'FECHA REPETIDA' TO MOTIVO-INCIDENCIA
009900         ELSE
009901             MOVE 'ERROR' TO GRAVEDAD-INCIDENCIA
009902             MOVE 'FECHA REPETIDA CON OTRO TIPO (F Y L)'
009903                 TO MOTIVO-INCIDENCIA
009904         END-IF
009905         PERFORM 5000-ANOTAR-INCIDENCIA
009906             THRU 5000-ANOTAR-INCIDENCIA-EXIT
009907     END-IF.
009908     MOVE CAL-TIPO TO CLD-DIA(CLD-IDX-ANO, CLD-IDX-DIA).
009909     ADD 1 TO CNT-CARGADAS(IDX-FICHERO).
009910     IF CAL-FECHA = FECHA-PROCESO
009911         MOVE CAL-DESCRIPCION TO DESCRIPCION-PROCESO
009912     END-IF.
009913 3517-VALIDAR-EXCEPCION-EXIT.
009914     EXIT.
009915
009916******************************************************************
009917*    3520-POSICION-CALENDARIO
009918*    Deja en CLD-IDX-ANO el ano de CLD-FECHA dentro de la tabla
009919*    del calendario (0 si queda fuera de los diez cargados) y en
009920*    CLD-IDX-DIA su dia del ano (0 si no es una fecha valida).
009921******************************************************************
009922 3520-POSICION-CALENDARIO.
009923     MOVE 0 TO CLD-IDX-ANO.
009924     MOVE 0 TO CLD-IDX-DIA.
009925     IF CLD-ANO < CLD-ANO-INICIAL
009926         OR CLD-ANO > CLD-ANO-INICIAL + 9
009927         GO TO 3520-POSICION-CALENDARIO-EXIT
009928     END-IF.
009929     COMPUTE CLD-IDX-ANO = CLD-ANO - CLD-ANO-INICIAL + 1.
009930     IF CLD-MES-DIA < 0101 OR CLD-MES-DIA > 1231
009931         GO TO 3520-POSICION-CALENDARIO-EXIT
009932     END-IF.
009933
009934*    UNA FECHA IMPOSIBLE (31 DE ABRIL) DA 0 EN INTEGER-OF-DATE Y
009935*    QUEDA FUERA DEL RANGO DEL ANO
009936
009937     COMPUTE CLD-ENTERO-ANO =
009938         FUNCTION INTEGER-OF-DATE(CLD-ANO * 10000 + 0101).
009939     COMPUTE CLD-ENTERO-FECHA =
009940         FUNCTION INTEGER-OF-DATE(CLD-FECHA).
009941     IF CLD-ENTERO-FECHA >= CLD-ENTERO-ANO
009942         AND CLD-ENTERO-FECHA <= CLD-ENTERO-ANO + 365
009943         COMPUTE CLD-IDX-DIA =
009944             CLD-ENTERO-FECHA - CLD-ENTERO-ANO + 1
009945     END-IF.
009946 3520-POSICION-CALENDARIO-EXIT.
009947     EXIT.
009948
009949******************************************************************
009950*    3530-CONSULTAR-CALENDARIO
009951*    Deja en CLD-TIPO-DIA como es el dia CLD-FECHA: L laborable,
009952*    F festivo, N no laborable por su dia de la semana, o blanco
009953*    si queda fuera del calendario (sin CALENLAB, ano sin
009954*    registro A o fecha invalida).
009955******************************************************************
009956 3530-CONSULTAR-CALENDARIO.
009957     MOVE SPACE TO CLD-TIPO-DIA.
009958     IF NOT HAY-CALENDARIO
009959         GO TO 3530-CONSULTAR-CALENDARIO-EXIT
009960     END-IF.
009961     PERFORM 3520-POSICION-CALENDARIO
009962         THRU 3520-POSICION-CALENDARIO-EXIT.
009963     IF CLD-IDX-DIA = 0
009964         GO TO 3530-CONSULTAR-CALENDARIO-EXIT
009965     END-IF.
009966     IF CLD-SEMANA(CLD-IDX-ANO) = SPACES
009967         GO TO 3530-CONSULTAR-CALENDARIO-EXIT
009968     END-IF.
009969     IF CLD-DIA(CLD-IDX-ANO, CLD-IDX-DIA) NOT = SPACE
009970         MOVE CLD-DIA(CLD-IDX-ANO, CLD-IDX-DIA) TO CLD-TIPO-DIA
009971         GO TO 3530-CONSULTAR-CALENDARIO-EXIT
009972     END-IF.
009973
009974*    DIA DE LA SEMANA: EL DIA 1 DE INTEGER-OF-DATE (01-01-1601)
009975*    FUE LUNES, ASI QUE 1 ES LUNES Y 7 DOMINGO
009976
009977     SUBTRACT 1 FROM CLD-ENTERO-FECHA.
009978     DIVIDE CLD-ENTERO-FECHA BY 7 GIVING CLD-COCIENTE
009979         REMAINDER CLD-DIA-SEMANA.
009980     ADD 1 TO CLD-DIA-SEMANA.
009981     MOVE CLD-SEMANA(CLD-IDX-ANO)(CLD-DIA-SEMANA:1)
009982         TO CLD-TIPO-DIA.
009983 3530-CONSULTAR-CALENDARIO-EXIT.
009984     EXIT.
009985
009986******************************************************************
009987*    3540-REVISAR-EXCEPCION
009988*    Segunda pasada: un festivo o laborable excepcional de un ano
009989*    sin registro A no sirve de nada (el ano entero queda fuera
009990*    del calendario), y un laborable excepcional en un dia que
009991*    ya es laborable por su semana sobra. Los registros que la
009992*    primera pasada rechazo no se vuelven a anotar.
009993******************************************************************
009994 3540-REVISAR-EXCEPCION.
009995     READ CALENLAB-ARCHIVO
009996         AT END
009997             MOVE 'S' TO FIN-CALENDARIO
009998             GO TO 3540-REVISAR-EXCEPCION-EXIT
009999     END-READ.
010000     ADD 1 TO NUM-LINEA.
010001     IF NOT CAL-ES-FESTIVO AND NOT CAL-ES-LABORABLE
010002         GO TO 3540-REVISAR-EXCEPCION-EXIT
010003     END-IF.
010004     IF CAL-FECHA NOT NUMERIC
010005         GO TO 3540-REVISAR-EXCEPCION-EXIT
010006     END-IF.
010007     MOVE CAL-FECHA TO CLD-FECHA.
010008     PERFORM 3520-POSICION-CALENDARIO
010009         THRU 3520-POSICION-CALENDARIO-EXIT.
010010     IF CLD-IDX-DIA = 0
010011         GO TO 3540-REVISAR-EXCEPCION-EXIT
010012     END-IF.
010013     MOVE REG-CALENDARIO(1:60) TO CONTENIDO-INCIDENCIA.
010014     MOVE 'AVISO' TO GRAVEDAD-INCIDENCIA.
010015
010016     IF CLD-SEMANA(CLD-IDX-ANO) = SPACES
010017         MOVE 'ANO SIN REGISTRO A, FECHA NO APLICADA'
010018             TO MOTIVO-INCIDENCIA
010019         PERFORM 5000-ANOTAR-INCIDENCIA
010020             THRU 5000-ANOTAR-INCIDENCIA-EXIT
010021         GO TO 3540-REVISAR-EXCEPCION-EXIT
010022     END-IF.
010023
010024*    DIA DE LA SEMANA COMO EN 3530 (1 LUNES ... 7 DOMINGO)
010025
010026     SUBTRACT 1 FROM CLD-ENTERO-FECHA.
010027     DIVIDE CLD-ENTERO-FECHA BY 7 GIVING CLD-COCIENTE
010028         REMAINDER CLD-DIA-SEMANA.
010029     ADD 1 TO CLD-DIA-SEMANA.
010030     IF CAL-ES-LABORABLE
010031         AND CLD-SEMANA(CLD-IDX-ANO)(CLD-DIA-SEMANA:1) = 'L'
010032         MOVE 'LABORABLE EN UN DIA QUE YA LO ES'
010033             TO MOTIVO-INCIDENCIA
010034         PERFORM 5000-ANOTAR-INCIDENCIA
010035             THRU 5000-ANOTAR-INCIDENCIA-EXIT
010036     END-IF.
010037 3540-REVISAR-EXCEPCION-EXIT.
010038     EXIT.
010039
010040******************************************************************
010041*    3550-VALIDAR-FECHA-PROCESO
010042*    La fecha de proceso debe ser laborable: festiva o no
010043*    laborable es error (casi siempre un lote lanzado con la
010044*    fecha equivocada). Un ano de proceso sin registro A es
010045*    aviso, y en diciembre tambien lo es que falte el ano
010046*    siguiente, para que operaciones lo prepare a tiempo.
010047******************************************************************
010048 3550-VALIDAR-FECHA-PROCESO.
010049     MOVE 0 TO NUM-LINEA.
010050     MOVE FECHA-PROCESO TO CLD-FECHA.
010051     PERFORM 3530-CONSULTAR-CALENDARIO
010052         THRU 3530-CONSULTAR-CALENDARIO-EXIT.
010053     MOVE SPACES TO CONTENIDO-INCIDENCIA.
010054     STRING FECHA-PROCESO ' ' DESCRIPCION-PROCESO
010055         DELIMITED BY SIZE INTO CONTENIDO-INCIDENCIA.
010056     EVALUATE TRUE
010057         WHEN CLD-FESTIVO
010058             MOVE 'ERROR' TO GRAVEDAD-INCIDENCIA
010059             MOVE 'FECHA DE PROCESO FESTIVA' TO MOTIVO-INCIDENCIA
010060         WHEN CLD-NO-LABORABLE
010061             MOVE 'ERROR' TO GRAVEDAD-INCIDENCIA
010062             MOVE 'FECHA DE PROCESO NO LABORABLE'
010063                 TO MOTIVO-INCIDENCIA
010064         WHEN CLD-FUERA-CALENDARIO
010065             MOVE 'AVISO' TO GRAVEDAD-INCIDENCIA
010066             MOVE 'ANO DE PROCESO SIN REGISTRO A'
010067                 TO MOTIVO-INCIDENCIA
010068         WHEN OTHER
010069             MOVE SPACES TO GRAVEDAD-INCIDENCIA
010070     END-EVALUATE.
010071     IF GRAVEDAD-INCIDENCIA NOT = SPACES
010072         PERFORM 5000-ANOTAR-INCIDENCIA
010073             THRU 5000-ANOTAR-INCIDENCIA-EXIT
010074     END-IF.
010075
010076     IF FECHA-PROCESO(5:2) NOT = '12'
010077         GO TO 3550-VALIDAR-FECHA-PROCESO-EXIT
010078     END-IF.
010079     COMPUTE CLD-FECHA = (FECHA-PROCESO / 10000 + 1) * 10000.
010080     PERFORM 3520-POSICION-CALENDARIO
010081         THRU 3520-POSICION-CALENDARIO-EXIT.
010082     IF CLD-IDX-ANO > 0
010083         AND CLD-SEMANA(CLD-IDX-ANO) = SPACES
010084         MOVE 'AVISO' TO GRAVEDAD-INCIDENCIA
010085         MOVE 'FALTA EL REGISTRO A DEL ANO SIGUIENTE'
010086             TO MOTIVO-INCIDENCIA
010087         MOVE SPACES TO CONTENIDO-INCIDENCIA
010088         MOVE CLD-ANO TO CONTENIDO-INCIDENCIA
010089         PERFORM 5000-ANOTAR-INCIDENCIA
010090             THRU 5000-ANOTAR-INCIDENCIA-EXIT
010091     END-IF.
010092 3550-VALIDAR-FECHA-PROCESO-EXIT.
010093     EXIT.
010094
010095******************************************************************
010096*    4000-CRUZAR-LISTAS
010097*    Busca conflictos entre listas sobre las entradas validas:
010098*      - palabra en POSITIVA y tambien en NEGATIVA: puntua a la
010099*        vez a favor y en contra y no mueve el sentimiento;
010100*      - palabra vigilada que tambien es vacia: sigue dando
010101*        alerta (RETO-19 mira las vigiladas antes que las
010102*        vacias) pero desaparece de la frecuencia, del TOP y del
010103*        diccionario, asi que una de las dos listas esta mal;
010104*      - palabra de regla de categoria que es vacia: una palabra
010105*        de relleno que casi todo texto contiene se lleva la
010106*        categoria de casi todos los tickets.
010107*    RETO-19 solo aplica a un texto las listas de su idioma, asi
010108*    que los sentimientos y las reglas se cruzan con las listas
010109*    de su mismo idioma; las vigiladas no tienen idioma y se
010110*    cruzan con las vacias de los tres.
010111******************************************************************
010112 4000-CRUZAR-LISTAS.
010113     PERFORM 4100-CRUZAR-ENTRADA
010114         THRU 4100-CRUZAR-ENTRADA-EXIT
010115         VARYING IDX-LISTA FROM 1 BY 1
010116         UNTIL IDX-LISTA > NUM-LISTA.
010117 4000-CRUZAR-LISTAS-EXIT.
010118     EXIT.
010119
010120******************************************************************
010121*    4100-CRUZAR-ENTRADA
010122*    Segun la lista de la entrada IDX-LISTA decide con que otras
010123*    listas se cruza y con que texto se anota el conflicto; las
010124*    listas sin cruce posible se saltan.
010125******************************************************************
010126 4100-CRUZAR-ENTRADA.
010127     EVALUATE LST-FICHERO(IDX-LISTA)
010128         WHEN 2
010129             MOVE 'TAMBIEN ES VACIA,' TO TEXTO-CRUCE
010130             MOVE 1 TO FICHERO-CRUCE
010131             PERFORM 4200-BUSCAR-CRUCE
010132                 THRU 4200-BUSCAR-CRUCE-EXIT
010133             MOVE 8 TO FICHERO-CRUCE
010134             PERFORM 4200-BUSCAR-CRUCE
010135                 THRU 4200-BUSCAR-CRUCE-EXIT
010136             MOVE 9 TO FICHERO-CRUCE
010137         WHEN 3
010138             MOVE 'TAMBIEN EN' TO TEXTO-CRUCE
010139             MOVE 4 TO FICHERO-CRUCE
010140         WHEN 10
010141             MOVE 'TAMBIEN EN' TO TEXTO-CRUCE
010142             MOVE 12 TO FICHERO-CRUCE
010143         WHEN 11
010144             MOVE 'TAMBIEN EN' TO TEXTO-CRUCE
010145             MOVE 13 TO FICHERO-CRUCE
010146         WHEN 5
010147             MOVE 'PALABRA VACIA,' TO TEXTO-CRUCE
010148             MOVE 1 TO FICHERO-CRUCE
010149         WHEN 14
010150             MOVE 'PALABRA VACIA,' TO TEXTO-CRUCE
010151             MOVE 8 TO FICHERO-CRUCE
010152         WHEN 15
010153             MOVE 'PALABRA VACIA,' TO TEXTO-CRUCE
010154             MOVE 9 TO FICHERO-CRUCE
010155         WHEN OTHER
010156             GO TO 4100-CRUZAR-ENTRADA-EXIT
010157     END-EVALUATE.
010158     PERFORM 4200-BUSCAR-CRUCE
010159         THRU 4200-BUSCAR-CRUCE-EXIT.
010160 4100-CRUZAR-ENTRADA-EXIT.
010161     EXIT.
010162
010163******************************************************************
010164*    4200-BUSCAR-CRUCE
010165*    Busca la entrada IDX-LISTA en la lista FICHERO-CRUCE y, si
010166*    esta, anota el conflicto con el nombre de esa lista y su
010167*    linea.
010168******************************************************************
010169 4200-BUSCAR-CRUCE.
010170     MOVE 0 TO ENTRADA-ENCONTRADA.
010171     PERFORM VARYING IDX-CRUCE FROM 1 BY 1
010172         UNTIL IDX-CRUCE > NUM-LISTA
010173         OR ENTRADA-ENCONTRADA > 0
010174         IF LST-FICHERO(IDX-CRUCE) = FICHERO-CRUCE
010180             AND LST-PALABRA(IDX-CRUCE) = LST-PALABRA(IDX-LISTA)
010190             MOVE IDX-CRUCE TO ENTRADA-ENCONTRADA
010200         END-IF
010210     END-PERFORM.
010220     IF ENTRADA-ENCONTRADA = 0
010230         GO TO 4200-BUSCAR-CRUCE-EXIT
010240     END-IF.
010250
010260     MOVE LST-FICHERO(IDX-LISTA) TO IDX-FICHERO.
010270     MOVE LST-LINEA(IDX-LISTA)   TO NUM-LINEA.
010280     MOVE LST-LINEA(ENTRADA-ENCONTRADA) TO LINEA-REFERENCIA.
010290     MOVE 'ERROR' TO GRAVEDAD-INCIDENCIA.
010300     MOVE SPACES TO MOTIVO-INCIDENCIA.
010310     STRING TEXTO-CRUCE DELIMITED BY '  '
010315         ' ' DELIMITED BY SIZE
010320         FIC-NOMBRE(FICHERO-CRUCE) DELIMITED BY SPACE
010325         ' LINEA ' LINEA-REFERENCIA DELIMITED BY SIZE
010330         INTO MOTIVO-INCIDENCIA.
010340     MOVE LST-PALABRA(IDX-LISTA) TO CONTENIDO-INCIDENCIA.
010350     PERFORM 5000-ANOTAR-INCIDENCIA
010360         THRU 5000-ANOTAR-INCIDENCIA-EXIT.
010370 4200-BUSCAR-CRUCE-EXIT.
010380     EXIT.
010390
010400******************************************************************
010410*    5000-ANOTAR-INCIDENCIA
010420*    Escribe en el informe la incidencia preparada (fichero,
010430*    linea, gravedad, motivo y contenido), la cuenta en su
010440*    fichero y sube el codigo de retorno: 8 si es error, 4 si es
010450*    aviso.
010460******************************************************************
010470 5000-ANOTAR-INCIDENCIA.
010480     MOVE FIC-NOMBRE(IDX-FICHERO) TO LIN-FICHERO.
010490     MOVE NUM-LINEA               TO LIN-LINEA.
010500     MOVE GRAVEDAD-INCIDENCIA     TO LIN-GRAVEDAD.
010510     MOVE MOTIVO-INCIDENCIA       TO LIN-MOTIVO.
010520     MOVE CONTENIDO-INCIDENCIA    TO LIN-CONTENIDO.
010530     WRITE LINEA-INFORME FROM LINEA-INCIDENCIA.
010540     ADD 1 TO CONTADOR-INCIDENCIAS.
010550
010560     IF ES-ERROR
010570         ADD 1 TO CNT-ERRORES(IDX-FICHERO)
010580         IF CODIGO-RETORNO < 8
010590             MOVE 8 TO CODIGO-RETORNO
010600         END-IF
010610     ELSE
010620         ADD 1 TO CNT-AVISOS(IDX-FICHERO)
010630         IF CODIGO-RETORNO < 4
010640             MOVE 4 TO CODIGO-RETORNO
010650         END-IF
010660     END-IF.
010670 5000-ANOTAR-INCIDENCIA-EXIT.
010680     EXIT.
010690
010700******************************************************************
010710*    6000-LONGITUD-UTIL
010720*    Deja en LONGITUD-UTIL la posicion del ultimo caracter no
010730*    blanco de AREA-MEDIDA (0 si esta en blanco).
010740******************************************************************
010750 6000-LONGITUD-UTIL.
010760     PERFORM VARYING LONGITUD-UTIL FROM 80 BY -1
010770         UNTIL LONGITUD-UTIL = 0
010780         OR AREA-MEDIDA(LONGITUD-UTIL:1) NOT = SPACE
010790         CONTINUE
010800     END-PERFORM.
010810 6000-LONGITUD-UTIL-EXIT.
010820     EXIT.
010830
010840******************************************************************
010850*    8000-FINALIZAR-PROCESO
010860*    Escribe el resumen por fichero, los totales y el veredicto
010870*    para operaciones, y cierra el informe.
010880******************************************************************
010890 8000-FINALIZAR-PROCESO.
010900     IF CONTADOR-INCIDENCIAS = 0
010910         WRITE LINEA-INFORME FROM LINEA-SIN-INCIDENCIAS
010920     END-IF.
010930
010940     WRITE LINEA-INFORME FROM LINEA-BLANCO.
010950     WRITE LINEA-INFORME FROM LINEA-RES-TITULO.
010960     WRITE LINEA-INFORME FROM LINEA-RES-CAB.
010970     PERFORM VARYING IDX-FICHERO FROM 1 BY 1
010980         UNTIL IDX-FICHERO > 16
010990         MOVE FIC-NOMBRE(IDX-FICHERO)   TO LRF-FICHERO
011000         MOVE CNT-ESTADO(IDX-FICHERO)   TO LRF-ESTADO
011010         MOVE CNT-LEIDAS(IDX-FICHERO)   TO LRF-LEIDAS
011020         MOVE CNT-CARGADAS(IDX-FICHERO) TO LRF-CARGADAS
011030         MOVE FIC-LIMITE(IDX-FICHERO)   TO LRF-LIMITE
011040         MOVE CNT-ERRORES(IDX-FICHERO)  TO LRF-ERRORES
011050         MOVE CNT-AVISOS(IDX-FICHERO)   TO LRF-AVISOS
011060         WRITE LINEA-INFORME FROM LINEA-RES-FICHERO
011070         ADD CNT-LEIDAS(IDX-FICHERO)  TO TOTAL-LEIDAS
011080         ADD CNT-ERRORES(IDX-FICHERO) TO TOTAL-ERRORES
011090         ADD CNT-AVISOS(IDX-FICHERO)  TO TOTAL-AVISOS
011100     END-PERFORM.
011110
011120     WRITE LINEA-INFORME FROM LINEA-BLANCO.
011130     MOVE 'LINEAS REVISADAS   : ' TO LRE-ETIQUETA.
011140     MOVE TOTAL-LEIDAS TO LRE-CONTADOR.
011150     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
011160     MOVE 'ERRORES            : ' TO LRE-ETIQUETA.
011170     MOVE TOTAL-ERRORES TO LRE-CONTADOR.
011180     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
011190     MOVE 'AVISOS             : ' TO LRE-ETIQUETA.
011200     MOVE TOTAL-AVISOS TO LRE-CONTADOR.
011210     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
011220     MOVE 'CODIGO DE RETORNO  : ' TO LRE-ETIQUETA.
011230     MOVE CODIGO-RETORNO TO LRE-CONTADOR.
011240     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
011250
011260     EVALUATE TRUE
011270         WHEN CODIGO-RETORNO = 0
011280             MOVE 'LISTAS CORRECTAS' TO LINEA-VEREDICTO
011290         WHEN CODIGO-RETORNO = 4
011300             MOVE 'LISTAS CON AVISOS: EL LOTE PUEDE SEGUIR'
011310                 TO LINEA-VEREDICTO
011320         WHEN OTHER
011330             MOVE 'LISTAS CON ERRORES: CORREGIR ANTES DE RETO-19'
011340                 TO LINEA-VEREDICTO
011350     END-EVALUATE.
011360     WRITE LINEA-INFORME FROM LINEA-BLANCO.
011370     WRITE LINEA-INFORME FROM LINEA-VEREDICTO.
011380     CLOSE INFORME-ARCHIVO.
011390 8000-FINALIZAR-PROCESO-EXIT.
011400     EXIT.
011410
011420******************************************************************
011430*    9000-GRABAR-EJECUCION
011440*    Anade el registro de esta ejecucion al log comun EJECLOG
011450*    (copybook RETO19L). Si el log no existe todavia se crea; si
011460*    no se puede escribir se avisa y el proceso termina igual.
011470******************************************************************
011480 9000-GRABAR-EJECUCION.
011490     ACCEPT HORA-FIN FROM TIME.
011500     OPEN EXTEND EJECLOG-ARCHIVO.
011510     IF EJECLOG-STATUS NOT = '00'
011520         OPEN OUTPUT EJECLOG-ARCHIVO
011530     END-IF.
011540     IF EJECLOG-STATUS NOT = '00'
011550         DISPLAY 'NO SE PUDO ABRIR EJECLOG. STATUS: '
011560             EJECLOG-STATUS
011570         GO TO 9000-GRABAR-EJECUCION-EXIT
011580     END-IF.
011590
011600     MOVE SPACES TO REG-EJECUCION.
011610     MOVE 'RETO-19V'       TO LOG-PROGRAMA.
011620     MOVE FECHA-PROCESO    TO LOG-FECHA.
011630     MOVE HORA-INICIO-HMS  TO LOG-HORA-INICIO.
011640     MOVE HORA-FIN-HMS     TO LOG-HORA-FIN.
011650     MOVE TOTAL-LEIDAS     TO LOG-LEIDOS.
011660     MOVE CONTADOR-INCIDENCIAS TO LOG-ESCRITOS.
011670     MOVE 'N'              TO LOG-REANUDACION.
011680     MOVE CODIGO-RETORNO   TO LOG-RETORNO.
011690     WRITE REG-EJECUCION.
011700     CLOSE EJECLOG-ARCHIVO.
011710 9000-GRABAR-EJECUCION-EXIT.
011720     EXIT.
011730
011740 END PROGRAM RETO-19V.
