000010******************************************************************
000020* Author:  Equipo de mantenimiento RETO-19
000030* Date:    15-10-2026
000040* Purpose: Informe de eficacia de las reglas de categoria de
000050*          negocio (fichero REGLACAT) sobre un periodo del
000060*          historico HISTORIA (copybook RETO19R). Cada registro
000070*          resumen trae la regla que decidio la categoria del
000080*          ticket, las demas reglas cuya palabra tambien
000090*          aparecia en el texto y sus 5 palabras mas repetidas.
000091*          Gana la regla de la primera palabra del texto que
000092*          tiene regla: cuenta el orden de las palabras en el
000093*          texto, no el de REGLACAT, que solo desempata reglas
000094*          de la misma palabra. Las demas reglas que casan en el
000095*          mismo ticket quedan tapadas.
000100*          El informe INFOREGL muestra:
000110*            - por regla, los tickets que clasifico (ganadas) y
000120*              los que tambien casaban pero los clasifico la
000125*              regla de una palabra anterior del texto
000130*              (tapadas);
000140*            - las reglas muertas: ninguna ganada en el periodo,
000150*              ya sea porque su palabra no aparece o porque
000160*              en sus tickets siempre sale antes la palabra
000165*              de otra regla;
000170*            - los conflictos: regla ganadora y regla tapada
000180*              que apuntan a categorias distintas;
000190*            - las palabras mas frecuentes en los tickets que
000200*              cayeron en OTROS, candidatas a nuevas reglas.
000210*          Los numeros de regla son el orden de carga de
000220*          REGLACAT (lineas validas, como en RETO-19): si el
000230*          fichero cambio durante el periodo, los tickets cuya
000240*          regla ya no coincide se cuentan aparte y se avisa.
000250*          Parametros en PARAMREG (lineas CLAVE=VALOR):
000260*            DESDE=AAAAMMDD   primera fecha del periodo
000270*            HASTA=AAAAMMDD   ultima fecha (por defecto hoy)
000280*            TOPOTROS=nn      palabras de OTROS a listar
000290*                             (por defecto 20, maximo 50)
000291*            IDIOMA=ES|EN|CA  idioma de los tickets y de su
000292*                             fichero de reglas (REGLACAT,
000293*                             REGLAEN o REGLACA; por defecto
000294*                             ES). Los tickets de otro idioma
000295*                             solo se cuentan.
000300*          Codigo de retorno: 0 correcto, 4 periodo sin
000310*          tickets o tickets sin datos de reglas o con reglas
000320*          desfasadas, 8 parametros invalidos, 12 error de
000330*          fichero.
000340* Tectonics: cobc
000350* Modification History:
000360*   15-10-2026  EQ   Version original.
000362*   15-10-2026  EQ   Parametro IDIOMA: cada idioma tiene su
000364*                    fichero de reglas y su numeracion, asi que
000366*                    el informe es de un solo idioma.
000367*   15-10-2026  EQ   Explica en cabecera e informe que gana la
000368*                    primera palabra del texto con regla, no el
000369*                    orden de REGLACAT.
000371*   15-10-2026  EQ   El titulo del informe por regla y el aviso
000373*                    de cambio nombran el fichero de reglas del
000375*                    idioma pedido.
000377******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. RETO-19G.
000400 AUTHOR. EQUIPO DE MANTENIMIENTO.
000410 INSTALLATION. EQUIPO DE MANTENIMIENTO.
000420 DATE-WRITTEN. 15-10-2026.
000430 DATE-COMPILED.
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER. GNUCOBOL.
000470 OBJECT-COMPUTER. GNUCOBOL.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT PARAMETROS-ARCHIVO ASSIGN TO "PARAMREG"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS PARAMETROS-STATUS.
000530
000540     SELECT REGLAS-ARCHIVO ASSIGN TO "REGLACAT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS REGLAS-STATUS.
000570
000571     SELECT REGLAEN-ARCHIVO ASSIGN TO "REGLAEN"
000572         ORGANIZATION IS LINE SEQUENTIAL
000573         FILE STATUS IS REGLAS-STATUS.
000574
000575     SELECT REGLACA-ARCHIVO ASSIGN TO "REGLACA"
000576         ORGANIZATION IS LINE SEQUENTIAL
000577         FILE STATUS IS REGLAS-STATUS.
000578
000580     SELECT HISTORIA-ARCHIVO ASSIGN TO "HISTORIA"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS HISTORIA-STATUS.
000610
000620     SELECT INFORME-ARCHIVO ASSIGN TO "INFOREGL"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS INFORME-STATUS.
000650
000660     SELECT EJECLOG-ARCHIVO ASSIGN TO "EJECLOG"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS EJECLOG-STATUS.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  PARAMETROS-ARCHIVO
000730     LABEL RECORDS ARE STANDARD.
000740 01  LINEA-PARAMETRO            PIC X(80).
000750
000760 FD  REGLAS-ARCHIVO
000770     LABEL RECORDS ARE STANDARD.
000780 01  LINEA-REGLA                PIC X(80).
000790
000791 FD  REGLAEN-ARCHIVO
000792     LABEL RECORDS ARE STANDARD.
000793 01  LINEA-REGLAEN              PIC X(80).
000794
000795 FD  REGLACA-ARCHIVO
000796     LABEL RECORDS ARE STANDARD.
000797 01  LINEA-REGLACA              PIC X(80).
000798
000800 FD  HISTORIA-ARCHIVO
000810     LABEL RECORDS ARE STANDARD.
000820 01  REG-HISTORIA.
000830     COPY RETO19R.
000840
000850 FD  INFORME-ARCHIVO
000860     LABEL RECORDS ARE STANDARD.
000870 01  LINEA-INFORME              PIC X(132).
000880
000890 FD  EJECLOG-ARCHIVO
000900     LABEL RECORDS ARE STANDARD.
000910 01  REG-EJECUCION.
000920     COPY RETO19L.
000930
000940 WORKING-STORAGE SECTION.
000950
000960*    CONTROL DE FICHEROS Y DEL PROCESO
000970
000980 01  PARAMETROS-STATUS  PIC X(02)   VALUE SPACES.
000990 01  REGLAS-STATUS      PIC X(02)   VALUE SPACES.
001000 01  HISTORIA-STATUS    PIC X(02)   VALUE SPACES.
001010 01  INFORME-STATUS     PIC X(02)   VALUE SPACES.
001020 01  EJECLOG-STATUS     PIC X(02)   VALUE SPACES.
001030
001040 01  FIN-PARAMETROS     PIC X(01)   VALUE 'N'.
001050     88  NO-HAY-MAS-PARAMETROS      VALUE 'S'.
001060 01  FIN-REGLAS         PIC X(01)   VALUE 'N'.
001070     88  NO-HAY-MAS-REGLAS          VALUE 'S'.
001080 01  FIN-HISTORIA       PIC X(01)   VALUE 'N'.
001090     88  NO-HAY-MAS-HISTORIA        VALUE 'S'.
001100
001110 01  CODIGO-RETORNO     PIC 9(04)   VALUE 0.
001120 01  FECHA-PROCESO      PIC 9(08)   VALUE 0.
001130
001140*    HORAS DE INICIO Y FIN PARA EL LOG COMUN DE EJECUCIONES
001150*    (ACCEPT FROM TIME DEVUELVE HHMMSSCC; AL LOG VAN HHMMSS)
001160
001170 01  HORA-INICIO.
001180     05  HORA-INICIO-HMS PIC 9(06).
001190     05  FILLER          PIC 9(02).
001200 01  HORA-FIN.
001210     05  HORA-FIN-HMS    PIC 9(06).
001220     05  FILLER          PIC 9(02).
001230
001240*    PARAMETROS DE LA EJECUCION (FICHERO PARAMREG)
001250
001260 01  PARAM-DESDE        PIC 9(08)   VALUE 0.
001270 01  PARAM-HASTA        PIC 9(08)   VALUE 0.
001280 01  PARAM-TOPOTROS     PIC 9(03)   VALUE 20.
001282 01  PARAM-IDIOMA       PIC X(02)   VALUE 'ES'.
001284     88  IDIOMA-ES                  VALUE 'ES'.
001286     88  IDIOMA-EN                  VALUE 'EN'.
001288     88  IDIOMA-CA                  VALUE 'CA'.
001290 01  PARAM-CLAVE        PIC X(20)   VALUE SPACES.
001300 01  PARAM-VALOR        PIC X(60)   VALUE SPACES.
001310 01  VALOR-NUMERICO     PIC 9(09)   VALUE 0.
001320 01  IDX-VALOR          PIC 9(03)   VALUE 0.
001330 01  DIGITO.
001340     05  DIGITO-X       PIC X(01)   VALUE '0'.
001350 01  DIGITO-R REDEFINES DIGITO.
001360     05  DIGITO-9       PIC 9(01).
001370
001380 01  FECHA-VALIDA       PIC X(01)   VALUE 'S'.
001390     88  ES-FECHA-VALIDA            VALUE 'S'.
001400 01  FECHA-EXAMEN       PIC 9(08)   VALUE 0.
001410 01  FEX-REDEF REDEFINES FECHA-EXAMEN.
001420     05  FEX-ANO        PIC 9(04).
001430     05  FEX-MES        PIC 9(02).
001440     05  FEX-DIA        PIC 9(02).
001450
001460*    REGLAS DE CATEGORIA CARGADAS DEL FICHERO DEL IDIOMA, CON LA
001470*    MISMA NUMERACION QUE LES DA RETO-19 (SOLO LAS LINEAS VALIDAS,
001480*    LA PALABRA PLEGADA A MINUSCULAS), Y SUS CONTADORES DEL
001485*    PERIODO
001490
001500 01  TABLA-REGLAS.
001510     05  REGLA-ENTRY OCCURS 100 TIMES.
001520         10  REGLA-PALABRA   PIC X(30).
001530         10  REGLA-CATEGORIA PIC X(12).
001540         10  REGLA-GANADAS   PIC 9(07).
001550         10  REGLA-TAPADAS   PIC 9(07).
001560 01  NUM-REGLAS             PIC 999   VALUE 0.
001570 01  IDX-REGLA              PIC 999   VALUE 0.
001580 01  REGLA-CLAVE            PIC X(30) VALUE SPACE.
001590 01  REGLA-VALOR            PIC X(50) VALUE SPACE.
001593 01  NOMBRE-REGLAS          PIC X(08) VALUE 'REGLACAT'.
001596 01  LINEA-REGLA-LEIDA      PIC X(80) VALUE SPACE.
001600 01  MAYUSCULAS             PIC X(26) VALUE
001610     'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
001620 01  MINUSCULAS             PIC X(26) VALUE
001630     'abcdefghijklmnopqrstuvwxyz'.
001640
001650*    CONFLICTOS: PAREJAS REGLA GANADORA / REGLA TAPADA CON
001660*    CATEGORIAS DISTINTAS Y TICKETS EN QUE SE DIO LA PAREJA
001670
001680 01  TABLA-CONFLICTOS.
001690     05  CONFLICTO-ENTRY OCCURS 300 TIMES.
001700         10  CNF-GANADORA    PIC 9(03).
001710         10  CNF-TAPADA      PIC 9(03).
001720         10  CNF-TICKETS     PIC 9(07).
001730 01  NUM-CONFLICTOS         PIC 9(03) VALUE 0.
001740 01  IDX-CONFLICTO          PIC 9(03) VALUE 0.
001750 01  IDX-CONFLICTO-USO      PIC 9(03) VALUE 0.
001760 01  CONFLICTO-DESBORDADO   PIC X(01) VALUE 'N'.
001770     88  HAY-CONFLICTOS-PERDIDOS      VALUE 'S'.
001780
001790*    PALABRAS DE LOS TICKETS QUE CAYERON EN OTROS (LAS 5 MAS
001800*    REPETIDAS DE CADA UNO) Y EN CUANTOS TICKETS APARECEN
001810
001820 01  TABLA-OTROS.
001830     05  OTROS-ENTRY OCCURS 1000 TIMES.
001840         10  OTR-PALABRA     PIC X(30).
001850         10  OTR-TICKETS     PIC 9(07).
001860         10  OTR-USADA       PIC X(01).
001870 01  NUM-OTROS              PIC 9(04) VALUE 0.
001880 01  IDX-OTROS              PIC 9(04) VALUE 0.
001890 01  IDX-OTROS-USO          PIC 9(04) VALUE 0.
001900 01  IDX-OTROS-MAX          PIC 9(04) VALUE 0.
001910 01  OTROS-DESBORDADO       PIC X(01) VALUE 'N'.
001920     88  HAY-OTROS-PERDIDOS           VALUE 'S'.
001930 01  PALABRA-OTROS          PIC X(30) VALUE SPACES.
001940 01  TICKETS-MAXIMO         PIC 9(07) VALUE 0.
001950 01  IDX-TOP                PIC 9(03) VALUE 0.
001960
001970*    TRATAMIENTO DEL REGISTRO EN CURSO
001980
001990 01  REGLA-LEIDA            PIC 9(03) VALUE 0.
002000 01  REGLA-TAPADA           PIC 9(03) VALUE 0.
002010 01  IDX-OTRA               PIC 9(03) VALUE 0.
002020 01  NUM-OTRAS-GUARDADAS    PIC 9(03) VALUE 0.
002025 01  IDIOMA-REGISTRO        PIC X(02) VALUE SPACES.
002030 01  IDX-PALABRA-TOP        PIC 9(01) VALUE 0.
002040
002050*    CONTADORES DEL PROCESO
002060
002070 01  CONTADOR-LEIDOS        PIC 9(08) VALUE 0.
002080 01  CONTADOR-PERIODO       PIC 9(08) VALUE 0.
002090 01  CONTADOR-SIN-DATOS     PIC 9(08) VALUE 0.
002095 01  CONTADOR-OTRO-IDIOMA   PIC 9(08) VALUE 0.
002100 01  CONTADOR-DESFASADOS    PIC 9(08) VALUE 0.
002110 01  CONTADOR-CLASIFICADOS  PIC 9(08) VALUE 0.
002120 01  CONTADOR-OTROS         PIC 9(08) VALUE 0.
002130 01  CONTADOR-NO-GUARDADAS  PIC 9(08) VALUE 0.
002140 01  CONTADOR-MUERTAS       PIC 9(03) VALUE 0.
002150 01  CONTADOR-ESCRITOS      PIC 9(08) VALUE 0.
002160
002170*    LINEAS DE SALIDA DEL INFORME
002180
002190 01  LINEA-ENC-1   PIC X(70) VALUE
002200     'EFICACIA DE LAS REGLAS DE CATEGORIA - RETO-19G'.
002210 01  LINEA-PERIODO.
002220     05  FILLER               PIC X(22) VALUE
002230         'PERIODO DESDE       : '.
002240     05  LPE-DESDE            PIC 9(08).
002250     05  FILLER               PIC X(09) VALUE '  HASTA: '.
002260     05  LPE-HASTA            PIC 9(08).
002262     05  FILLER               PIC X(10) VALUE '  IDIOMA: '.
002264     05  LPE-IDIOMA           PIC X(02).
002266     05  FILLER               PIC X(02) VALUE SPACES.
002268     05  LPE-REGLAS           PIC X(08).
002270 01  LINEA-SECCION.
002280     05  LSE-TITULO           PIC X(80).
002290 01  LINEA-ENC-REGLA PIC X(80) VALUE
002300     'NUM PALABRA                        CATEGORIA    GANADAS TAPA
002310-    'DAS OBSERVACION'.
002311 01  LINEA-CRITERIO-GANA PIC X(80) VALUE
002312     'GANA LA REGLA DE LA PRIMERA PALABRA DEL TEXTO QUE CASA (NO E
002313-    'L ORDEN DE REGLAS)'.
002314 01  LINEA-CRITERIO-TAPA PIC X(80) VALUE
002315     'TAPADAS: LAS DEMAS REGLAS QUE CASAN EN EL MISMO TICKET'.
002320 01  LINEA-REGLA-DET.
002330     05  LRG-NUMERO           PIC 9(03).
002340     05  FILLER               PIC X(01) VALUE SPACE.
002350     05  LRG-PALABRA          PIC X(30).
002360     05  FILLER               PIC X(01) VALUE SPACE.
002370     05  LRG-CATEGORIA        PIC X(12).
002380     05  FILLER               PIC X(01) VALUE SPACE.
002390     05  LRG-GANADAS          PIC ZZZZZZ9.
002400     05  FILLER               PIC X(01) VALUE SPACE.
002410     05  LRG-TAPADAS          PIC ZZZZZZ9.
002420     05  FILLER               PIC X(01) VALUE SPACE.
002430     05  LRG-OBSERVACION      PIC X(30).
002440 01  LINEA-ENC-CONFLICTO PIC X(110) VALUE
002450     'GANA  PALABRA                        CATEGORIA    TAPA  PALA
002460-    'BRA                        CATEGORIA    TICKETS'.
002470 01  LINEA-CONFLICTO.
002480     05  LCF-GANADORA         PIC 9(03).
002490     05  FILLER               PIC X(02) VALUE SPACES.
002500     05  LCF-PALABRA-GANA     PIC X(30).
002510     05  FILLER               PIC X(01) VALUE SPACE.
002520     05  LCF-CATEGORIA-GANA   PIC X(12).
002530     05  FILLER               PIC X(01) VALUE SPACE.
002540     05  LCF-TAPADA           PIC 9(03).
002550     05  FILLER               PIC X(02) VALUE SPACES.
002560     05  LCF-PALABRA-TAPA     PIC X(30).
002570     05  FILLER               PIC X(01) VALUE SPACE.
002580     05  LCF-CATEGORIA-TAPA   PIC X(12).
002590     05  FILLER               PIC X(01) VALUE SPACE.
002600     05  LCF-TICKETS          PIC ZZZZZZ9.
002610 01  LINEA-ENC-OTROS PIC X(60) VALUE
002620     'PALABRA                        TICKETS'.
002630 01  LINEA-OTROS.
002640     05  LOT-PALABRA          PIC X(30).
002650     05  FILLER               PIC X(01) VALUE SPACE.
002660     05  LOT-TICKETS          PIC ZZZZZZ9.
002670 01  LINEA-NINGUNA PIC X(20) VALUE '  (NINGUNA)'.
002680 01  LINEA-RESULTADO.
002690     05  LRE-ETIQUETA         PIC X(22).
002700     05  LRE-CONTADOR         PIC ZZZZZZZ9.
002710 01  LINEA-BLANCO             PIC X(01) VALUE SPACE.
002720
002730 PROCEDURE DIVISION.
002740
002750******************************************************************
002760*    0000-MAINLINE
002770*    Control principal: valida el periodo, carga las reglas,
002780*    recorre el historico y escribe las secciones del informe.
002790******************************************************************
002800 0000-MAINLINE.
002810     ACCEPT HORA-INICIO FROM TIME.
002820     ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD.
002830
002840     PERFORM 1000-INICIALIZAR-PROCESO
002850         THRU 1000-INICIALIZAR-PROCESO-EXIT.
002860
002870     IF CODIGO-RETORNO = 0
002880         PERFORM 2000-LEER-HISTORIA
002890             THRU 2000-LEER-HISTORIA-EXIT
002900     END-IF.
002910
002920     IF CODIGO-RETORNO < 8
002930         PERFORM 3000-INFORME-REGLAS
002940             THRU 3000-INFORME-REGLAS-EXIT
002950         PERFORM 3200-INFORME-MUERTAS
002960             THRU 3200-INFORME-MUERTAS-EXIT
002970         PERFORM 3400-INFORME-CONFLICTOS
002980             THRU 3400-INFORME-CONFLICTOS-EXIT
002990         PERFORM 3600-INFORME-OTROS
003000             THRU 3600-INFORME-OTROS-EXIT
003010     END-IF.
003020
003030     PERFORM 8000-FINALIZAR-PROCESO
003040         THRU 8000-FINALIZAR-PROCESO-EXIT.
003050
003060     PERFORM 9000-GRABAR-EJECUCION
003070         THRU 9000-GRABAR-EJECUCION-EXIT.
003080
003090     MOVE CODIGO-RETORNO TO RETURN-CODE.
003100     STOP RUN.
003110
003120******************************************************************
003130*    1000-INICIALIZAR-PROCESO
003140*    Abre el informe, lee los parametros, valida el periodo y
003150*    carga las reglas del fichero del idioma pedido.
003160******************************************************************
003170 1000-INICIALIZAR-PROCESO.
003180     OPEN OUTPUT INFORME-ARCHIVO.
003190     IF INFORME-STATUS NOT = '00'
003200         DISPLAY 'NO SE PUDO ABRIR INFOREGL. STATUS: '
003210             INFORME-STATUS
003220         MOVE 12 TO CODIGO-RETORNO
003230         GO TO 1000-INICIALIZAR-PROCESO-EXIT
003240     END-IF.
003250     WRITE LINEA-INFORME FROM LINEA-ENC-1.
003260
003270     MOVE FECHA-PROCESO TO PARAM-HASTA.
003280     OPEN INPUT PARAMETROS-ARCHIVO.
003290     IF PARAMETROS-STATUS NOT = '00'
003300         DISPLAY 'NO SE PUDO ABRIR PARAMREG. STATUS: '
003310             PARAMETROS-STATUS
003320         MOVE 8 TO CODIGO-RETORNO
003330         GO TO 1000-INICIALIZAR-PROCESO-EXIT
003340     END-IF.
003350
003360     PERFORM 1100-LEER-PARAMETRO
003370         THRU 1100-LEER-PARAMETRO-EXIT
003380         UNTIL NO-HAY-MAS-PARAMETROS.
003390     CLOSE PARAMETROS-ARCHIVO.
003400
003410     MOVE PARAM-DESDE TO FECHA-EXAMEN.
003420     PERFORM 1300-VALIDAR-FECHA
003430         THRU 1300-VALIDAR-FECHA-EXIT.
003440     IF NOT ES-FECHA-VALIDA
003450         DISPLAY 'DESDE NO ES UNA FECHA VALIDA: ' PARAM-DESDE
003460         MOVE 8 TO CODIGO-RETORNO
003470         GO TO 1000-INICIALIZAR-PROCESO-EXIT
003480     END-IF.
003490     MOVE PARAM-HASTA TO FECHA-EXAMEN.
003500     PERFORM 1300-VALIDAR-FECHA
003510         THRU 1300-VALIDAR-FECHA-EXIT.
003520     IF NOT ES-FECHA-VALIDA
003530         DISPLAY 'HASTA NO ES UNA FECHA VALIDA: ' PARAM-HASTA
003540         MOVE 8 TO CODIGO-RETORNO
003550         GO TO 1000-INICIALIZAR-PROCESO-EXIT
003560     END-IF.
003570     IF PARAM-DESDE > PARAM-HASTA
003580         DISPLAY 'DESDE POSTERIOR A HASTA: ' PARAM-DESDE ' '
003590             PARAM-HASTA
003600         MOVE 8 TO CODIGO-RETORNO
003610         GO TO 1000-INICIALIZAR-PROCESO-EXIT
003620     END-IF.
003630     IF PARAM-TOPOTROS < 1 OR PARAM-TOPOTROS > 50
003640         DISPLAY 'TOPOTROS FUERA DE RANGO (1-50): '
003650             PARAM-TOPOTROS
003660         MOVE 8 TO CODIGO-RETORNO
003670         GO TO 1000-INICIALIZAR-PROCESO-EXIT
003680     END-IF.
003681     EVALUATE TRUE
003682         WHEN IDIOMA-ES
003683             MOVE 'REGLACAT' TO NOMBRE-REGLAS
003684         WHEN IDIOMA-EN
003685             MOVE 'REGLAEN'  TO NOMBRE-REGLAS
003686         WHEN IDIOMA-CA
003687             MOVE 'REGLACA'  TO NOMBRE-REGLAS
003688         WHEN OTHER
003689             DISPLAY 'IDIOMA NO RECONOCIDO (ES, EN, CA): '
003690                 PARAM-IDIOMA
003691             MOVE 8 TO CODIGO-RETORNO
003692             GO TO 1000-INICIALIZAR-PROCESO-EXIT
003693     END-EVALUATE.
003694
003700     MOVE PARAM-DESDE TO LPE-DESDE.
003710     MOVE PARAM-HASTA TO LPE-HASTA.
003713     MOVE PARAM-IDIOMA TO LPE-IDIOMA.
003716     MOVE NOMBRE-REGLAS TO LPE-REGLAS.
003720     WRITE LINEA-INFORME FROM LINEA-PERIODO.
003730
003740     PERFORM 1400-CARGAR-REGLAS
003750         THRU 1400-CARGAR-REGLAS-EXIT.
003760     MOVE 'REGLAS CARGADAS     : ' TO LRE-ETIQUETA.
003770     MOVE NUM-REGLAS TO LRE-CONTADOR.
003780     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
003790     WRITE LINEA-INFORME FROM LINEA-BLANCO.
003800 1000-INICIALIZAR-PROCESO-EXIT.
003810     EXIT.
003820
003830******************************************************************
003840*    1100-LEER-PARAMETRO
003850*    Lee una linea CLAVE=VALOR de PARAMREG y actualiza el
003860*    parametro correspondiente. Las lineas en blanco y las
003870*    claves desconocidas se ignoran con aviso.
003880******************************************************************
003890 1100-LEER-PARAMETRO.
003900     READ PARAMETROS-ARCHIVO
003910         AT END
003920             MOVE 'S' TO FIN-PARAMETROS
003930             GO TO 1100-LEER-PARAMETRO-EXIT
003940     END-READ.
003950     IF LINEA-PARAMETRO = SPACES
003960         GO TO 1100-LEER-PARAMETRO-EXIT
003970     END-IF.
003980
003990     MOVE SPACES TO PARAM-CLAVE.
004000     MOVE SPACES TO PARAM-VALOR.
004010     UNSTRING LINEA-PARAMETRO DELIMITED BY '='
004020         INTO PARAM-CLAVE PARAM-VALOR.
004030
004040     PERFORM 1200-VALOR-A-NUMERO
004050         THRU 1200-VALOR-A-NUMERO-EXIT.
004060     EVALUATE PARAM-CLAVE
004070         WHEN 'DESDE'
004080             MOVE VALOR-NUMERICO TO PARAM-DESDE
004090         WHEN 'HASTA'
004100             MOVE VALOR-NUMERICO TO PARAM-HASTA
004110         WHEN 'TOPOTROS'
004120             IF VALOR-NUMERICO > 999
004130                 MOVE 999 TO PARAM-TOPOTROS
004140             ELSE
004150                 MOVE VALOR-NUMERICO TO PARAM-TOPOTROS
004160             END-IF
004163         WHEN 'IDIOMA'
004166             MOVE PARAM-VALOR(1:2) TO PARAM-IDIOMA
004170         WHEN OTHER
004180             DISPLAY 'CLAVE DESCONOCIDA EN PARAMREG: ' PARAM-CLAVE
004190     END-EVALUATE.
004200 1100-LEER-PARAMETRO-EXIT.
004210     EXIT.
004220
004230******************************************************************
004240*    1200-VALOR-A-NUMERO
004250*    Convierte el VALOR recien leido (digitos a la izquierda,
004260*    relleno de espacios) en un numero, igual que RETO-19B;
004270*    los caracteres no numericos terminan la conversion.
004280******************************************************************
004290 1200-VALOR-A-NUMERO.
004300     MOVE 0 TO VALOR-NUMERICO.
004310     PERFORM VARYING IDX-VALOR FROM 1 BY 1
004320         UNTIL IDX-VALOR > 9
004330         OR PARAM-VALOR(IDX-VALOR:1) = SPACE
004340         OR PARAM-VALOR(IDX-VALOR:1) < '0'
004350         OR PARAM-VALOR(IDX-VALOR:1) > '9'
004360         MOVE PARAM-VALOR(IDX-VALOR:1) TO DIGITO-X
004370         COMPUTE VALOR-NUMERICO = VALOR-NUMERICO * 10 + DIGITO-9
004380     END-PERFORM.
004390 1200-VALOR-A-NUMERO-EXIT.
004400     EXIT.
004410
004420******************************************************************
004430*    1300-VALIDAR-FECHA
004440*    Comprueba que FECHA-EXAMEN es una fecha AAAAMMDD valida;
004450*    deja el veredicto en FECHA-VALIDA.
004460******************************************************************
004470 1300-VALIDAR-FECHA.
004480     MOVE 'S' TO FECHA-VALIDA.
004490     IF FECHA-EXAMEN NOT NUMERIC
004500         MOVE 'N' TO FECHA-VALIDA
004510         GO TO 1300-VALIDAR-FECHA-EXIT
004520     END-IF.
004530     IF FEX-ANO < 2000 OR FEX-ANO > 2099
004540         OR FEX-MES < 01 OR FEX-MES > 12
004550         OR FEX-DIA < 01 OR FEX-DIA > 31
004551         MOVE 'N' TO FECHA-VALIDA
004552         GO TO 1300-VALIDAR-FECHA-EXIT
004553     END-IF.
004554*    DIA QUE NO EXISTE EN ESE MES (31 DE ABRIL, 29 DE FEBRERO
004555*    DE UN ANO QUE NO ES BISIESTO)
004556     IF FUNCTION TEST-DATE-YYYYMMDD(FECHA-EXAMEN) NOT = 0
004560         MOVE 'N' TO FECHA-VALIDA
004570     END-IF.
004580 1300-VALIDAR-FECHA-EXIT.
004590     EXIT.
004600
004610******************************************************************
004620*    1400-CARGAR-REGLAS
004630*    Carga el fichero de reglas del idioma exactamente como
004640*    1900-CARGAR-REGLAS de RETO-19 (mismas lineas validas, mismo
004650*    limite de 100 por idioma), para que el numero de regla del
004660*    historico apunte a la misma regla. Sin el fichero no hay
004665*    nada que evaluar.
004670******************************************************************
004680 1400-CARGAR-REGLAS.
004690     MOVE 0 TO NUM-REGLAS.
004700     EVALUATE TRUE
004701         WHEN IDIOMA-EN
004702             OPEN INPUT REGLAEN-ARCHIVO
004703         WHEN IDIOMA-CA
004704             OPEN INPUT REGLACA-ARCHIVO
004705         WHEN OTHER
004706             OPEN INPUT REGLAS-ARCHIVO
004707     END-EVALUATE.
004710     IF REGLAS-STATUS NOT = '00'
004720         DISPLAY 'NO SE PUDO ABRIR ' NOMBRE-REGLAS '. STATUS: '
004730             REGLAS-STATUS
004740         MOVE 12 TO CODIGO-RETORNO
004750         GO TO 1400-CARGAR-REGLAS-EXIT
004760     END-IF.
004770
004780     MOVE 'N' TO FIN-REGLAS.
004790     PERFORM 1410-LEER-REGLA
004800         THRU 1410-LEER-REGLA-EXIT
004810         UNTIL NO-HAY-MAS-REGLAS.
004820     EVALUATE TRUE
004821         WHEN IDIOMA-EN
004822             CLOSE REGLAEN-ARCHIVO
004823         WHEN IDIOMA-CA
004824             CLOSE REGLACA-ARCHIVO
004825         WHEN OTHER
004826             CLOSE REGLAS-ARCHIVO
004827     END-EVALUATE.
004830 1400-CARGAR-REGLAS-EXIT.
004840     EXIT.
004850
004860 1410-LEER-REGLA.
004870     EVALUATE TRUE
004872         WHEN IDIOMA-EN
004874             READ REGLAEN-ARCHIVO INTO LINEA-REGLA-LEIDA
004876                 AT END MOVE 'S' TO FIN-REGLAS
004878             END-READ
004880         WHEN IDIOMA-CA
004882             READ REGLACA-ARCHIVO INTO LINEA-REGLA-LEIDA
004884                 AT END MOVE 'S' TO FIN-REGLAS
004886             END-READ
004888         WHEN OTHER
004890             READ REGLAS-ARCHIVO INTO LINEA-REGLA-LEIDA
004892                 AT END MOVE 'S' TO FIN-REGLAS
004894             END-READ
004896     END-EVALUATE.
004898     IF NO-HAY-MAS-REGLAS
004900         GO TO 1410-LEER-REGLA-EXIT
004902     END-IF.
004920     IF LINEA-REGLA-LEIDA = SPACES
004930         GO TO 1410-LEER-REGLA-EXIT
004940     END-IF.
004950     IF NUM-REGLAS >= 100
004960         MOVE 'S' TO FIN-REGLAS
004970         GO TO 1410-LEER-REGLA-EXIT
004980     END-IF.
004990
005000     MOVE SPACES TO REGLA-CLAVE.
005010     MOVE SPACES TO REGLA-VALOR.
005020     UNSTRING LINEA-REGLA-LEIDA DELIMITED BY '='
005030         INTO REGLA-CLAVE REGLA-VALOR.
005040     IF REGLA-CLAVE = SPACES OR REGLA-VALOR = SPACES
005050         GO TO 1410-LEER-REGLA-EXIT
005060     END-IF.
005070     ADD 1 TO NUM-REGLAS.
005080     MOVE REGLA-CLAVE TO REGLA-PALABRA(NUM-REGLAS).
005090     INSPECT REGLA-PALABRA(NUM-REGLAS)
005100         CONVERTING MAYUSCULAS TO MINUSCULAS.
005110     MOVE REGLA-VALOR(1:12) TO REGLA-CATEGORIA(NUM-REGLAS).
005120     MOVE 0 TO REGLA-GANADAS(NUM-REGLAS).
005130     MOVE 0 TO REGLA-TAPADAS(NUM-REGLAS).
005140 1410-LEER-REGLA-EXIT.
005150     EXIT.
005160
005170******************************************************************
005180*    2000-LEER-HISTORIA
005190*    Recorre el historico y acumula los registros del periodo.
005200******************************************************************
005210 2000-LEER-HISTORIA.
005220     OPEN INPUT HISTORIA-ARCHIVO.
005230     IF HISTORIA-STATUS NOT = '00'
005240         DISPLAY 'NO SE PUDO ABRIR HISTORIA. STATUS: '
005250             HISTORIA-STATUS
005260         MOVE 12 TO CODIGO-RETORNO
005270         GO TO 2000-LEER-HISTORIA-EXIT
005280     END-IF.
005290
005300     MOVE 'N' TO FIN-HISTORIA.
005310     PERFORM 2100-TRATAR-REGISTRO
005320         THRU 2100-TRATAR-REGISTRO-EXIT
005330         UNTIL NO-HAY-MAS-HISTORIA.
005340     CLOSE HISTORIA-ARCHIVO.
005350
005360     IF CONTADOR-PERIODO = 0
005370         OR CONTADOR-SIN-DATOS > 0
005380         OR CONTADOR-DESFASADOS > 0
005390         IF CODIGO-RETORNO < 4
005400             MOVE 4 TO CODIGO-RETORNO
005410         END-IF
005420     END-IF.
005430 2000-LEER-HISTORIA-EXIT.
005440     EXIT.
005450
005460******************************************************************
005470*    2100-TRATAR-REGISTRO
005480*    Un registro resumen del periodo: los anteriores a la
005490*    ampliacion del registro no traen datos de reglas y solo se
005500*    cuentan. Si gano una regla se le suma el ticket y se suman
005510*    las tapadas; si no gano ninguna (OTROS) se acumulan sus
005520*    palabras mas repetidas. Los tickets de otro idioma solo se
005523*    cuentan; los registros anteriores a la deteccion de idioma
005526*    no lo traen y son todos de ES.
005530******************************************************************
005540 2100-TRATAR-REGISTRO.
005550     READ HISTORIA-ARCHIVO
005560         AT END
005570             MOVE 'S' TO FIN-HISTORIA
005580             GO TO 2100-TRATAR-REGISTRO-EXIT
005590     END-READ.
005600     ADD 1 TO CONTADOR-LEIDOS.
005610     IF RES-FECHA NOT NUMERIC
005620         OR RES-FECHA < PARAM-DESDE
005630         OR RES-FECHA > PARAM-HASTA
005640         GO TO 2100-TRATAR-REGISTRO-EXIT
005650     END-IF.
005651     MOVE RES-IDIOMA TO IDIOMA-REGISTRO.
005652     IF IDIOMA-REGISTRO = SPACES
005653         MOVE 'ES' TO IDIOMA-REGISTRO
005654     END-IF.
005655     IF IDIOMA-REGISTRO NOT = PARAM-IDIOMA
005656         ADD 1 TO CONTADOR-OTRO-IDIOMA
005657         GO TO 2100-TRATAR-REGISTRO-EXIT
005658     END-IF.
005660     ADD 1 TO CONTADOR-PERIODO.
005670
005680     IF RES-REGLA-NUM NOT NUMERIC
005690         OR RES-REGLAS-OTRAS-NUM NOT NUMERIC
005700         ADD 1 TO CONTADOR-SIN-DATOS
005710         GO TO 2100-TRATAR-REGISTRO-EXIT
005720     END-IF.
005730
005740     IF RES-REGLA-NUM = 0
005750         ADD 1 TO CONTADOR-OTROS
005760         PERFORM VARYING IDX-PALABRA-TOP FROM 1 BY 1
005770             UNTIL IDX-PALABRA-TOP > 5
005780             IF RES-PALABRA-TOP(IDX-PALABRA-TOP) NOT = SPACES
005790                 MOVE RES-PALABRA-TOP(IDX-PALABRA-TOP)
005800                     TO PALABRA-OTROS
005810                 PERFORM 2300-ACUMULAR-OTROS
005820                     THRU 2300-ACUMULAR-OTROS-EXIT
005830             END-IF
005840         END-PERFORM
005850         GO TO 2100-TRATAR-REGISTRO-EXIT
005860     END-IF.
005870
005880*    LA REGLA GANADORA DEL HISTORICO TIENE QUE SER LA MISMA QUE
005890*    HOY OCUPA ESE NUMERO EN SU FICHERO; SI NO, EL FICHERO CAMBIO
005900*    DESDE ENTONCES Y EL TICKET NO SE PUEDE ATRIBUIR
005910
005920     MOVE RES-REGLA-NUM TO REGLA-LEIDA.
005930     IF REGLA-LEIDA > NUM-REGLAS
005940         ADD 1 TO CONTADOR-DESFASADOS
005950         GO TO 2100-TRATAR-REGISTRO-EXIT
005960     END-IF.
005970     IF REGLA-PALABRA(REGLA-LEIDA) NOT = RES-REGLA-PALABRA
005980         ADD 1 TO CONTADOR-DESFASADOS
005990         GO TO 2100-TRATAR-REGISTRO-EXIT
006000     END-IF.
006010
006020     ADD 1 TO CONTADOR-CLASIFICADOS.
006030     ADD 1 TO REGLA-GANADAS(REGLA-LEIDA).
006040
006050     MOVE RES-REGLAS-OTRAS-NUM TO NUM-OTRAS-GUARDADAS.
006060     IF NUM-OTRAS-GUARDADAS > 10
006070         COMPUTE CONTADOR-NO-GUARDADAS = CONTADOR-NO-GUARDADAS
006080             + NUM-OTRAS-GUARDADAS - 10
006090         MOVE 10 TO NUM-OTRAS-GUARDADAS
006100     END-IF.
006110     PERFORM VARYING IDX-OTRA FROM 1 BY 1
006120         UNTIL IDX-OTRA > NUM-OTRAS-GUARDADAS
006130         MOVE RES-REGLA-OTRA(IDX-OTRA) TO REGLA-TAPADA
006140         IF REGLA-TAPADA > 0 AND REGLA-TAPADA NOT > NUM-REGLAS
006150             ADD 1 TO REGLA-TAPADAS(REGLA-TAPADA)
006160             IF REGLA-CATEGORIA(REGLA-TAPADA)
006170                 NOT = REGLA-CATEGORIA(REGLA-LEIDA)
006180                 PERFORM 2200-ANOTAR-CONFLICTO
006190                     THRU 2200-ANOTAR-CONFLICTO-EXIT
006200             END-IF
006210         END-IF
006220     END-PERFORM.
006230 2100-TRATAR-REGISTRO-EXIT.
006240     EXIT.
006250
006260******************************************************************
006270*    2200-ANOTAR-CONFLICTO
006280*    Suma un ticket a la pareja REGLA-LEIDA (ganadora) /
006290*    REGLA-TAPADA, dandola de alta si es la primera vez.
006300******************************************************************
006310 2200-ANOTAR-CONFLICTO.
006320     MOVE 0 TO IDX-CONFLICTO-USO.
006330     PERFORM VARYING IDX-CONFLICTO FROM 1 BY 1
006340         UNTIL IDX-CONFLICTO > NUM-CONFLICTOS
006350         OR IDX-CONFLICTO-USO > 0
006360         IF CNF-GANADORA(IDX-CONFLICTO) = REGLA-LEIDA
006370             AND CNF-TAPADA(IDX-CONFLICTO) = REGLA-TAPADA
006380             MOVE IDX-CONFLICTO TO IDX-CONFLICTO-USO
006390         END-IF
006400     END-PERFORM.
006410     IF IDX-CONFLICTO-USO = 0
006420         IF NUM-CONFLICTOS >= 300
006430             MOVE 'S' TO CONFLICTO-DESBORDADO
006440             GO TO 2200-ANOTAR-CONFLICTO-EXIT
006450         END-IF
006460         ADD 1 TO NUM-CONFLICTOS
006470         MOVE REGLA-LEIDA  TO CNF-GANADORA(NUM-CONFLICTOS)
006480         MOVE REGLA-TAPADA TO CNF-TAPADA(NUM-CONFLICTOS)
006490         MOVE 0 TO CNF-TICKETS(NUM-CONFLICTOS)
006500         MOVE NUM-CONFLICTOS TO IDX-CONFLICTO-USO
006510     END-IF.
006520     ADD 1 TO CNF-TICKETS(IDX-CONFLICTO-USO).
006530 2200-ANOTAR-CONFLICTO-EXIT.
006540     EXIT.
006550
006560******************************************************************
006570*    2300-ACUMULAR-OTROS
006580*    Suma un ticket a PALABRA-OTROS (plegada a minusculas) en la
006590*    tabla de palabras de los tickets sin regla.
006600******************************************************************
006610 2300-ACUMULAR-OTROS.
006620     INSPECT PALABRA-OTROS
006630         CONVERTING MAYUSCULAS TO MINUSCULAS.
006640     MOVE 0 TO IDX-OTROS-USO.
006650     PERFORM VARYING IDX-OTROS FROM 1 BY 1
006660         UNTIL IDX-OTROS > NUM-OTROS
006670         OR IDX-OTROS-USO > 0
006680         IF OTR-PALABRA(IDX-OTROS) = PALABRA-OTROS
006690             MOVE IDX-OTROS TO IDX-OTROS-USO
006700         END-IF
006710     END-PERFORM.
006720     IF IDX-OTROS-USO = 0
006730         IF NUM-OTROS >= 1000
006740             MOVE 'S' TO OTROS-DESBORDADO
006750             GO TO 2300-ACUMULAR-OTROS-EXIT
006760         END-IF
006770         ADD 1 TO NUM-OTROS
006780         MOVE PALABRA-OTROS TO OTR-PALABRA(NUM-OTROS)
006790         MOVE 0 TO OTR-TICKETS(NUM-OTROS)
006800         MOVE 'N' TO OTR-USADA(NUM-OTROS)
006810         MOVE NUM-OTROS TO IDX-OTROS-USO
006820     END-IF.
006830     ADD 1 TO OTR-TICKETS(IDX-OTROS-USO).
006840 2300-ACUMULAR-OTROS-EXIT.
006850     EXIT.
006860
006870******************************************************************
006880*    3000-INFORME-REGLAS
006890*    Una linea por regla en el orden de su fichero de reglas
006900*    (NOMBRE-REGLAS) con sus tickets ganados y tapados en el
006905*    periodo.
006910******************************************************************
006920 3000-INFORME-REGLAS.
006930     MOVE SPACES TO LSE-TITULO.
006935     STRING 'TICKETS POR REGLA (LISTADAS EN EL ORDEN DE '
006936         DELIMITED BY SIZE
006937         NOMBRE-REGLAS DELIMITED BY SPACE
006938         ')' DELIMITED BY SIZE
006939         INTO LSE-TITULO.
006940     WRITE LINEA-INFORME FROM LINEA-SECCION.
006943     WRITE LINEA-INFORME FROM LINEA-CRITERIO-GANA.
006946     WRITE LINEA-INFORME FROM LINEA-CRITERIO-TAPA.
006950     WRITE LINEA-INFORME FROM LINEA-ENC-REGLA.
006960     PERFORM VARYING IDX-REGLA FROM 1 BY 1
006970         UNTIL IDX-REGLA > NUM-REGLAS
006980         PERFORM 3100-ESCRIBIR-REGLA
006990             THRU 3100-ESCRIBIR-REGLA-EXIT
007000     END-PERFORM.
007010     IF NUM-REGLAS = 0
007020         WRITE LINEA-INFORME FROM LINEA-NINGUNA
007030     END-IF.
007040     WRITE LINEA-INFORME FROM LINEA-BLANCO.
007050 3000-INFORME-REGLAS-EXIT.
007060     EXIT.
007070
007080 3100-ESCRIBIR-REGLA.
007090     MOVE IDX-REGLA TO LRG-NUMERO.
007100     MOVE REGLA-PALABRA(IDX-REGLA) TO LRG-PALABRA.
007110     MOVE REGLA-CATEGORIA(IDX-REGLA) TO LRG-CATEGORIA.
007120     MOVE REGLA-GANADAS(IDX-REGLA) TO LRG-GANADAS.
007130     MOVE REGLA-TAPADAS(IDX-REGLA) TO LRG-TAPADAS.
007140     EVALUATE TRUE
007150         WHEN REGLA-GANADAS(IDX-REGLA) > 0
007160             MOVE SPACES TO LRG-OBSERVACION
007170         WHEN REGLA-TAPADAS(IDX-REGLA) > 0
007180             MOVE 'MUERTA: SIEMPRE TAPADA' TO LRG-OBSERVACION
007190         WHEN OTHER
007200             MOVE 'MUERTA: SIN COINCIDENCIAS' TO LRG-OBSERVACION
007210     END-EVALUATE.
007220     WRITE LINEA-INFORME FROM LINEA-REGLA-DET.
007230     ADD 1 TO CONTADOR-ESCRITOS.
007240 3100-ESCRIBIR-REGLA-EXIT.
007250     EXIT.
007260
007270******************************************************************
007280*    3200-INFORME-MUERTAS
007290*    Lista aparte de las reglas que no clasificaron ningun
007300*    ticket del periodo: sin coincidencias (la palabra no sale
007310*    en los textos) o siempre tapadas: en sus tickets sale
007315*    antes en el texto la palabra de otra regla.
007320******************************************************************
007330 3200-INFORME-MUERTAS.
007340     MOVE 'REGLAS MUERTAS (NINGUN TICKET CLASIFICADO)'
007350         TO LSE-TITULO.
007360     WRITE LINEA-INFORME FROM LINEA-SECCION.
007370     WRITE LINEA-INFORME FROM LINEA-ENC-REGLA.
007380     MOVE 0 TO CONTADOR-MUERTAS.
007390     PERFORM VARYING IDX-REGLA FROM 1 BY 1
007400         UNTIL IDX-REGLA > NUM-REGLAS
007410         IF REGLA-GANADAS(IDX-REGLA) = 0
007420             ADD 1 TO CONTADOR-MUERTAS
007430             PERFORM 3100-ESCRIBIR-REGLA
007440                 THRU 3100-ESCRIBIR-REGLA-EXIT
007450         END-IF
007460     END-PERFORM.
007470     IF CONTADOR-MUERTAS = 0
007480         WRITE LINEA-INFORME FROM LINEA-NINGUNA
007490     END-IF.
007500     WRITE LINEA-INFORME FROM LINEA-BLANCO.
007510 3200-INFORME-MUERTAS-EXIT.
007520     EXIT.
007530
007540******************************************************************
007550*    3400-INFORME-CONFLICTOS
007560*    Parejas de reglas en conflicto: la ganadora y una tapada
007570*    del mismo ticket llevan a categorias distintas, de modo
007580*    que decide la categoria la palabra que sale antes en el
007585*    texto.
007590******************************************************************
007600 3400-INFORME-CONFLICTOS.
007610     MOVE 'CONFLICTOS: GANADORA Y TAPADA CON DISTINTA CATEGORIA'
007620         TO LSE-TITULO.
007630     WRITE LINEA-INFORME FROM LINEA-SECCION.
007633     WRITE LINEA-INFORME FROM LINEA-CRITERIO-GANA.
007636     WRITE LINEA-INFORME FROM LINEA-CRITERIO-TAPA.
007640     WRITE LINEA-INFORME FROM LINEA-ENC-CONFLICTO.
007650     PERFORM VARYING IDX-CONFLICTO FROM 1 BY 1
007660         UNTIL IDX-CONFLICTO > NUM-CONFLICTOS
007670         MOVE CNF-GANADORA(IDX-CONFLICTO) TO REGLA-LEIDA
007680         MOVE CNF-TAPADA(IDX-CONFLICTO) TO REGLA-TAPADA
007690         MOVE REGLA-LEIDA TO LCF-GANADORA
007700         MOVE REGLA-PALABRA(REGLA-LEIDA) TO LCF-PALABRA-GANA
007710         MOVE REGLA-CATEGORIA(REGLA-LEIDA) TO LCF-CATEGORIA-GANA
007720         MOVE REGLA-TAPADA TO LCF-TAPADA
007730         MOVE REGLA-PALABRA(REGLA-TAPADA) TO LCF-PALABRA-TAPA
007740         MOVE REGLA-CATEGORIA(REGLA-TAPADA) TO LCF-CATEGORIA-TAPA
007750         MOVE CNF-TICKETS(IDX-CONFLICTO) TO LCF-TICKETS
007760         WRITE LINEA-INFORME FROM LINEA-CONFLICTO
007770         ADD 1 TO CONTADOR-ESCRITOS
007780     END-PERFORM.
007790     IF NUM-CONFLICTOS = 0
007800         WRITE LINEA-INFORME FROM LINEA-NINGUNA
007810     END-IF.
007820     IF HAY-CONFLICTOS-PERDIDOS
007830         MOVE '  TABLA DE CONFLICTOS LLENA: LISTA INCOMPLETA'
007840             TO LSE-TITULO
007850         WRITE LINEA-INFORME FROM LINEA-SECCION
007860     END-IF.
007870     WRITE LINEA-INFORME FROM LINEA-BLANCO.
007880 3400-INFORME-CONFLICTOS-EXIT.
007890     EXIT.
007900
007910******************************************************************
007920*    3600-INFORME-OTROS
007930*    Las TOPOTROS palabras que salen en mas tickets de OTROS
007940*    (de mayor a menor), candidatas a nuevas reglas.
007950******************************************************************
007960 3600-INFORME-OTROS.
007970     MOVE 'PALABRAS MAS FRECUENTES EN TICKETS OTROS (CANDIDATAS)'
007980         TO LSE-TITULO.
007990     WRITE LINEA-INFORME FROM LINEA-SECCION.
008000     WRITE LINEA-INFORME FROM LINEA-ENC-OTROS.
008010     PERFORM VARYING IDX-TOP FROM 1 BY 1
008020         UNTIL IDX-TOP > PARAM-TOPOTROS
008030         OR IDX-TOP > NUM-OTROS
008040         MOVE 0 TO IDX-OTROS-MAX
008050         MOVE 0 TO TICKETS-MAXIMO
008060         PERFORM VARYING IDX-OTROS FROM 1 BY 1
008070             UNTIL IDX-OTROS > NUM-OTROS
008080             IF OTR-USADA(IDX-OTROS) = 'N'
008090                 AND OTR-TICKETS(IDX-OTROS) > TICKETS-MAXIMO
008100                 MOVE OTR-TICKETS(IDX-OTROS) TO TICKETS-MAXIMO
008110                 MOVE IDX-OTROS TO IDX-OTROS-MAX
008120             END-IF
008130         END-PERFORM
008140         IF IDX-OTROS-MAX > 0
008150             MOVE 'S' TO OTR-USADA(IDX-OTROS-MAX)
008160             MOVE OTR-PALABRA(IDX-OTROS-MAX) TO LOT-PALABRA
008170             MOVE OTR-TICKETS(IDX-OTROS-MAX) TO LOT-TICKETS
008180             WRITE LINEA-INFORME FROM LINEA-OTROS
008190             ADD 1 TO CONTADOR-ESCRITOS
008200         END-IF
008210     END-PERFORM.
008220     IF NUM-OTROS = 0
008230         WRITE LINEA-INFORME FROM LINEA-NINGUNA
008240     END-IF.
008250     IF HAY-OTROS-PERDIDOS
008260         MOVE '  TABLA DE PALABRAS LLENA: RECUENTO PARCIAL'
008270             TO LSE-TITULO
008280         WRITE LINEA-INFORME FROM LINEA-SECCION
008290     END-IF.
008300     WRITE LINEA-INFORME FROM LINEA-BLANCO.
008310 3600-INFORME-OTROS-EXIT.
008320     EXIT.
008330
008340******************************************************************
008350*    8000-FINALIZAR-PROCESO
008360*    Escribe los totales del periodo y cierra el informe.
008370******************************************************************
008380 8000-FINALIZAR-PROCESO.
008390     IF INFORME-STATUS NOT = '00'
008400         GO TO 8000-FINALIZAR-PROCESO-EXIT
008410     END-IF.
008420
008430     MOVE 'TOTALES DEL PERIODO' TO LSE-TITULO.
008440     WRITE LINEA-INFORME FROM LINEA-SECCION.
008450     MOVE 'REGISTROS LEIDOS    : ' TO LRE-ETIQUETA.
008460     MOVE CONTADOR-LEIDOS TO LRE-CONTADOR.
008470     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
008480     MOVE 'TICKETS EN PERIODO  : ' TO LRE-ETIQUETA.
008490     MOVE CONTADOR-PERIODO TO LRE-CONTADOR.
008500     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
008502     MOVE '  DE OTRO IDIOMA    : ' TO LRE-ETIQUETA.
008504     MOVE CONTADOR-OTRO-IDIOMA TO LRE-CONTADOR.
008506     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
008510     MOVE '  CLASIFICADOS      : ' TO LRE-ETIQUETA.
008520     MOVE CONTADOR-CLASIFICADOS TO LRE-CONTADOR.
008530     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
008540     MOVE '  EN OTROS          : ' TO LRE-ETIQUETA.
008550     MOVE CONTADOR-OTROS TO LRE-CONTADOR.
008560     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
008570     MOVE '  SIN DATOS REGLAS  : ' TO LRE-ETIQUETA.
008580     MOVE CONTADOR-SIN-DATOS TO LRE-CONTADOR.
008590     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
008600     MOVE '  REGLA DESFASADA   : ' TO LRE-ETIQUETA.
008610     MOVE CONTADOR-DESFASADOS TO LRE-CONTADOR.
008620     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
008630     MOVE 'REGLAS MUERTAS      : ' TO LRE-ETIQUETA.
008640     MOVE CONTADOR-MUERTAS TO LRE-CONTADOR.
008650     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
008660     MOVE 'PAREJAS EN CONFLICTO: ' TO LRE-ETIQUETA.
008670     MOVE NUM-CONFLICTOS TO LRE-CONTADOR.
008680     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
008690     MOVE 'TAPADAS NO GUARDADAS: ' TO LRE-ETIQUETA.
008700     MOVE CONTADOR-NO-GUARDADAS TO LRE-CONTADOR.
008710     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
008720
008730     IF CONTADOR-DESFASADOS > 0
008740         MOVE SPACES TO LSE-TITULO
008750         STRING 'AVISO: ' DELIMITED BY SIZE
008751             NOMBRE-REGLAS DELIMITED BY SPACE
008753             ' CAMBIO EN EL PERIODO' DELIMITED BY SIZE
008756             INTO LSE-TITULO
008760         WRITE LINEA-INFORME FROM LINEA-SECCION
008770     END-IF.
008780
008790     WRITE LINEA-INFORME FROM LINEA-BLANCO.
008800     MOVE 'CODIGO DE RETORNO   : ' TO LRE-ETIQUETA.
008810     MOVE CODIGO-RETORNO TO LRE-CONTADOR.
008820     WRITE LINEA-INFORME FROM LINEA-RESULTADO.
008830     CLOSE INFORME-ARCHIVO.
008840 8000-FINALIZAR-PROCESO-EXIT.
008850     EXIT.
008860
008870******************************************************************
008880*    9000-GRABAR-EJECUCION
008890*    Anade el registro de esta ejecucion al log comun EJECLOG
008900*    (copybook RETO19L). Si el log no existe todavia se crea; si
008910*    no se puede escribir se avisa y el proceso termina igual.
008920******************************************************************
008930 9000-GRABAR-EJECUCION.
008940     ACCEPT HORA-FIN FROM TIME.
008950     OPEN EXTEND EJECLOG-ARCHIVO.
008960     IF EJECLOG-STATUS NOT = '00'
008970         OPEN OUTPUT EJECLOG-ARCHIVO
008980     END-IF.
008990     IF EJECLOG-STATUS NOT = '00'
009000         DISPLAY 'NO SE PUDO ABRIR EJECLOG. STATUS: '
009010             EJECLOG-STATUS
009020         GO TO 9000-GRABAR-EJECUCION-EXIT
009030     END-IF.
009040
009050     MOVE SPACES TO REG-EJECUCION.
009060     MOVE 'RETO-19G'       TO LOG-PROGRAMA.
009070     MOVE FECHA-PROCESO    TO LOG-FECHA.
009080     MOVE HORA-INICIO-HMS  TO LOG-HORA-INICIO.
009090     MOVE HORA-FIN-HMS     TO LOG-HORA-FIN.
009100     MOVE CONTADOR-LEIDOS  TO LOG-LEIDOS.
009110     MOVE CONTADOR-ESCRITOS TO LOG-ESCRITOS.
009120     MOVE 'N'              TO LOG-REANUDACION.
009130     MOVE CODIGO-RETORNO   TO LOG-RETORNO.
009140     WRITE REG-EJECUCION.
009150     CLOSE EJECLOG-ARCHIVO.
009160 9000-GRABAR-EJECUCION-EXIT.
009170     EXIT.
009180 END PROGRAM RETO-19G.
