014180*                    las fechas retenidas. El registro del
014181*                    maestro crece: hay que recrear el fichero
014182*                    MAESTRO existente al desplegar.
014184*   15-10-2026  EQ   Anade el diario de cambios DIARIO19
014186*                    (copybook RETO19J): un apunte por cada
014188*                    palabra sumada al diccionario y por cada
014190*                    ticket anotado en el maestro, con la imagen
014192*                    anterior del registro, para que RETO-19B
014194*                    pueda anular una fecha de proceso.
014196*   15-10-2026  EQ   Control de entrega en ENTRADA: registro de
014198*                    inicio 'I' (sistema origen, fecha de
014200*                    extraccion y numero de entrega) y de fin 'F'
014202*                    (cabeceras y detalles esperados). Antes de
014204*                    procesar se valida la entrega contra la
014206*                    ultima aceptada (fichero CTLENTRA, copybook
014208*                    RETO19E); cada rechazo tiene su codigo de
014210*                    retorno (16 a 40) y su linea en CONTROL, y un
014212*                    fichero vacio ya no termina con RC 0.
014214*   15-10-2026  EQ   El registro resumen guarda la regla de
014216*                    REGLACAT que decidio la categoria, las demas
014218*                    reglas que tambien coincidian con el texto y
014220*                    sus 5 palabras mas repetidas, para el informe
014222*                    de eficacia de reglas RETO-19G.
014224*   15-10-2026  EQ   Foto de vocabulario del dia en PALADIA
014226*                    (copybook RETO19P): un registro por palabra
014228*                    distinta de cada ticket analizado, ya sin
014230*                    palabras vacias, con sus ocurrencias, canal y
014232*                    categoria, para el informe de terminos
014234*                    emergentes RETO-19N.
014236*   15-10-2026  EQ   Deteccion del idioma de cada ticket (ES,
014238*                    EN o CA) por sus palabras vacias: cada
014240*                    idioma tiene sus propias listas de vacias,
014242*                    positivas, negativas y reglas de categoria
014244*                    (VACIAS/POSITIVA/NEGATIVA/REGLACAT siguen
014246*                    siendo las de ES; VACIASEN, POSITEN,
014248*                    NEGATEN, REGLAEN y VACIASCA, POSITCA,
014250*                    NEGATCA, REGLACA las de EN y CA). Gana el
014252*                    idioma con mas aciertos si supera a ES y
014254*                    llega al minimo IDIOMAMIN de PARAMR19; si
014256*                    no, ES. Los textos EN usan el indice de
014258*                    Flesch (Reading Ease) con las mismas bandas.
014260*                    El idioma sale en el detalle del informe y
014262*                    en el registro resumen, con subtotales por
014264*                    idioma que viajan en el checkpoint como
014266*                    registros secundarios marcados con '#'.
014268*   15-10-2026  EQ   Calendario laboral CALENLAB (copybook
014270*                    RETO19K): la ventana REINVENTANA del informe
014272*                    de reincidentes se mide en dias laborables
014274*                    (sin CALENLAB, en dias naturales y RC 4). Una
014276*                    fecha de proceso festiva, no laborable o
014278*                    fuera del calendario se avisa en CONTROL con
014280*                    RC 4.
014282*   15-10-2026  EQ   El diario DIARIO19 solo recoge los cambios
014284*                    de DICCION y MAESTRO que se grabaron bien.
014286*   15-10-2026  EQ   La entrega solo se acepta en CTLENTRA
014288*                    despues del cuadre de CONTROL y si el lote
014290*                    termina con RC menor que 8.
014292******************************************************************
014294 IDENTIFICATION DIVISION.
014300 PROGRAM-ID. RETO-19.
014400 AUTHOR. FERNANDO MARIN.
014500 INSTALLATION. EQUIPO DE MANTENIMIENTO.
019890         ORGANIZATION IS LINE SEQUENTIAL
019891         FILE STATUS IS REINCIDENTES-STATUS.
019900
019901     SELECT DIARIO-ARCHIVO ASSIGN TO "DIARIO19"
019902         ORGANIZATION IS LINE SEQUENTIAL
019903         FILE STATUS IS DIARIO-STATUS.
019904
019905     SELECT CTLENTRA-ARCHIVO ASSIGN TO "CTLENTRA"
019906         ORGANIZATION IS LINE SEQUENTIAL
019907         FILE STATUS IS CTLENTRA-STATUS.
019908
019909     SELECT PALADIA-ARCHIVO ASSIGN TO "PALADIA"
019910         ORGANIZATION IS LINE SEQUENTIAL
019911         FILE STATUS IS PALADIA-STATUS.
019912
019913*    LISTAS DE EN Y CA: MISMO FORMATO QUE SUS HOMOLOGAS DE ES
019914
019915     SELECT VACIASEN-ARCHIVO ASSIGN TO "VACIASEN"
019916         ORGANIZATION IS LINE SEQUENTIAL
019917         FILE STATUS IS VACIASEN-STATUS.
019918
019919     SELECT VACIASCA-ARCHIVO ASSIGN TO "VACIASCA"
019920         ORGANIZATION IS LINE SEQUENTIAL
019921         FILE STATUS IS VACIASCA-STATUS.
019922
019923     SELECT POSITEN-ARCHIVO ASSIGN TO "POSITEN"
019924         ORGANIZATION IS LINE SEQUENTIAL
019925         FILE STATUS IS POSITEN-STATUS.
019926
019927     SELECT POSITCA-ARCHIVO ASSIGN TO "POSITCA"
019928         ORGANIZATION IS LINE SEQUENTIAL
019929         FILE STATUS IS POSITCA-STATUS.
019930
019931     SELECT NEGATEN-ARCHIVO ASSIGN TO "NEGATEN"
019932         ORGANIZATION IS LINE SEQUENTIAL
019933         FILE STATUS IS NEGATEN-STATUS.
019934
019935     SELECT NEGATCA-ARCHIVO ASSIGN TO "NEGATCA"
019936         ORGANIZATION IS LINE SEQUENTIAL
019937         FILE STATUS IS NEGATCA-STATUS.
019938
019939     SELECT REGLAEN-ARCHIVO ASSIGN TO "REGLAEN"
019940         ORGANIZATION IS LINE SEQUENTIAL
019941         FILE STATUS IS REGLAEN-STATUS.
019942
019943     SELECT REGLACA-ARCHIVO ASSIGN TO "REGLACA"
019944         ORGANIZATION IS LINE SEQUENTIAL
019945         FILE STATUS IS REGLACA-STATUS.
019946
019947     SELECT CALENLAB-ARCHIVO ASSIGN TO "CALENLAB"
019948         ORGANIZATION IS LINE SEQUENTIAL
019949         FILE STATUS IS CALENLAB-STATUS.
019950
020000 DATA DIVISION.
020100 FILE SECTION.
020200 FD  ENTRADA-ARCHIVO
021000     05  ENT-TIPO-REGISTRO      PIC X(01).
021100         88  ES-CABECERA               VALUE 'C'.
021200         88  ES-CONTINUACION           VALUE 'D'.
021210         88  ES-INICIO-ENTREGA         VALUE 'I'.
021220         88  ES-FIN-ENTREGA            VALUE 'F'.
021300     05  ENT-ID-TICKET          PIC X(10).
021400     05  ENT-CANAL              PIC X(03).
021500     05  ENT-TEXTO              PIC X(300).
021600     05  FILLER                 PIC X(86).
021605
021610*    REGISTRO DE INICIO DE ENTREGA (TIPO 'I'), PRIMERO DEL FICHERO
021615 01  LINEA-INICIO-ENTREGA.
021620     05  FILLER                 PIC X(01).
021625     05  ENI-SISTEMA            PIC X(10).
021630     05  ENI-FECHA-EXTRACCION   PIC 9(08).
021635     05  ENI-SECUENCIA          PIC 9(06).
021640     05  FILLER                 PIC X(375).
021645
021650*    REGISTRO DE FIN DE ENTREGA (TIPO 'F'), ULTIMO DEL FICHERO:
021655*    CABECERAS 'C' Y DETALLES 'D' QUE EL ORIGEN DICE HABER ENVIADO
021660 01  LINEA-FIN-ENTREGA.
021665     05  FILLER                 PIC X(01).
021670     05  ENF-CABECERAS          PIC 9(08).
021675     05  ENF-DETALLES           PIC 9(08).
021680     05  FILLER                 PIC X(383).
021700
021800 FD  REPORTE-ARCHIVO
021900     LABEL RECORDS ARE STANDARD.
026140     05  CKPT-SIN-CATEGORIA     PIC 9(07).
026150     05  FILLER                 PIC X(01) VALUE SPACE.
026160     05  CKPT-ENMASCARADOS      PIC 9(07).
026170     05  FILLER                 PIC X(01) VALUE SPACE.
026180     05  CKPT-CONTROL           PIC 9(08).
026200
026300*    REGISTRO SECUNDARIO DEL CHECKPOINT: UN ACUMULADOR DE CANAL
026400*    POR REGISTRO, MARCADO CON ASTERISCO EN EL PRIMER BYTE PARA
028180     05  CKG-NOMBRE             PIC X(12).
028190     05  FILLER                 PIC X(01).
028191     05  CKG-TEXTOS             PIC 9(07).
028195
028199*    Y OTRO MAS: LOS ACUMULADORES DE UN IDIOMA POR REGISTRO,
028203*    MARCADO CON ALMOHADILLA EN EL PRIMER BYTE
028207
028211 01  REG-CHECKPT-IDIOMA.
028215     05  CKI-MARCA              PIC X(01).
028219     05  FILLER                 PIC X(01).
028223     05  CKI-IDIOMA             PIC X(02).
028227     05  FILLER                 PIC X(01).
028231     05  CKI-TEXTOS             PIC 9(07).
028235     05  FILLER                 PIC X(01).
028239     05  CKI-PALABRAS           PIC 9(07).
028243     05  FILLER                 PIC X(01).
028247     05  CKI-ORACIONES          PIC 9(07).
028251     05  FILLER                 PIC X(01).
028255     05  CKI-CARACTERES         PIC 9(07).
028259     05  FILLER                 PIC X(01).
028263     05  CKI-POSITIVOS          PIC 9(07).
028267     05  FILLER                 PIC X(01).
028271     05  CKI-NEUTROS            PIC 9(07).
028275     05  FILLER                 PIC X(01).
028279     05  CKI-NEGATIVOS          PIC 9(07).
028283     05  FILLER                 PIC X(01).
028287     05  CKI-SIN-CATEGORIA      PIC 9(07).
028291
028295 FD  RESUMEN-ARCHIVO
028300     LABEL RECORDS ARE STANDARD.
028400 01  REG-RESUMEN.
028500     COPY RETO19R.
033968     LABEL RECORDS ARE STANDARD.
033969 01  LINEA-REINCIDENTE          PIC X(80).
034000
034001*    DIARIO DE CAMBIOS APLICADOS AL DICCIONARIO Y AL MAESTRO
034002*    (COPYBOOK RETO19J); SE ANADE EN CADA EJECUCION Y LO
034003*    CONSUME LA ANULACION DE FECHAS RETO-19B
034004
034005 FD  DIARIO-ARCHIVO
034006     LABEL RECORDS ARE STANDARD.
034007 01  REG-DIARIO                 PIC X(164).
034008
034009 FD  CTLENTRA-ARCHIVO
034010     LABEL RECORDS ARE STANDARD.
034011 01  REG-CTLENTRA               PIC X(42).
034012
034013*    FOTO DE VOCABULARIO DEL DIA (COPYBOOK RETO19P) PARA EL
034014*    INFORME DE TERMINOS EMERGENTES RETO-19N
034015
034016 FD  PALADIA-ARCHIVO
034017     LABEL RECORDS ARE STANDARD.
034018 01  REG-PALADIA.
034019     COPY RETO19P.
034020
034021*    LISTAS DE PALABRAS DE EN Y CA (VACIAS, LEXICOS DE
034022*    SENTIMIENTO Y REGLAS DE CATEGORIA)
034023
034024 FD  VACIASEN-ARCHIVO
034025     LABEL RECORDS ARE STANDARD.
034026 01  LINEA-VACIASEN             PIC X(80).
034027
034028 FD  VACIASCA-ARCHIVO
034029     LABEL RECORDS ARE STANDARD.
034030 01  LINEA-VACIASCA             PIC X(80).
034031
034032 FD  POSITEN-ARCHIVO
034033     LABEL RECORDS ARE STANDARD.
034034 01  LINEA-POSITEN              PIC X(80).
034035
034036 FD  POSITCA-ARCHIVO
034037     LABEL RECORDS ARE STANDARD.
034038 01  LINEA-POSITCA              PIC X(80).
034039
034040 FD  NEGATEN-ARCHIVO
034041     LABEL RECORDS ARE STANDARD.
034042 01  LINEA-NEGATEN              PIC X(80).
034043
034044 FD  NEGATCA-ARCHIVO
034045     LABEL RECORDS ARE STANDARD.
034046 01  LINEA-NEGATCA              PIC X(80).
034047
034048 FD  REGLAEN-ARCHIVO
034049     LABEL RECORDS ARE STANDARD.
034050 01  LINEA-REGLAEN              PIC X(80).
034051
034052 FD  REGLACA-ARCHIVO
034053     LABEL RECORDS ARE STANDARD.
034054 01  LINEA-REGLACA              PIC X(80).
034055
034056 FD  CALENLAB-ARCHIVO
034057     LABEL RECORDS ARE STANDARD.
034058 01  REG-CALENDARIO.
034059     COPY RETO19K.
034060
034100 WORKING-STORAGE SECTION.
034200
034300*    AREA DE ANALISIS (EL TEXTO ENSAMBLADO DEL TICKET EN CURSO,
037600 01  ORACIONES-CALCULO  PIC 9(04)   VALUE 1.
037700 01  BANDA-LEGIBILIDAD  PIC X(11)   VALUE SPACE.
037800
037807*    LOS TEXTOS EN INGLES USAN EL INDICE DE FLESCH (READING
037814*    EASE), CON SILABAS CONTADAS PALABRA A PALABRA: GRUPOS DE
037821*    VOCALES CONTANDO LA Y, MENOS LA E MUDA FINAL
037828
037835 01  SILABAS-INGLES     PIC 9(04)   VALUE 0.
037842 01  SILABAS-PALABRA    PIC 9(02)   VALUE 0.
037849 01  LETRA-INGLES       PIC X(01)   VALUE SPACE.
037856     88  ES-VOCAL-INGLES VALUES 'A' 'E' 'I' 'O' 'U' 'Y'
037863         'a' 'e' 'i' 'o' 'u' 'y'.
037870     88  ES-LETRA-INGLES VALUES 'A' THRU 'Z' 'a' THRU 'z'.
037877 01  VOCAL-ANTERIOR-EN  PIC X(01)   VALUE 'N'.
037884     88  VENIMOS-DE-VOCAL-EN        VALUE 'S'.
037891
037900*    ENSAMBLADO DEL TICKET EN CURSO (CABECERA MAS CONTINUACIONES)
038000
038100 01  TEXTO-TICKET       PIC X(1200) VALUE SPACE.
040500 01  DICCIONARIO-STATUS PIC X(02)   VALUE SPACES.
040510 01  MAESTRO-STATUS     PIC X(02)   VALUE SPACES.
040520 01  REINCIDENTES-STATUS PIC X(02)  VALUE SPACES.
040526 01  DIARIO-STATUS      PIC X(02)   VALUE SPACES.
040532 01  CTLENTRA-STATUS    PIC X(02)   VALUE SPACES.
040538 01  PALADIA-STATUS     PIC X(02)   VALUE SPACES.
040544 01  VACIASEN-STATUS    PIC X(02)   VALUE SPACES.
040550 01  VACIASCA-STATUS    PIC X(02)   VALUE SPACES.
040556 01  POSITEN-STATUS     PIC X(02)   VALUE SPACES.
040562 01  POSITCA-STATUS     PIC X(02)   VALUE SPACES.
040568 01  NEGATEN-STATUS     PIC X(02)   VALUE SPACES.
040574 01  NEGATCA-STATUS     PIC X(02)   VALUE SPACES.
040580 01  REGLAEN-STATUS     PIC X(02)   VALUE SPACES.
040586 01  REGLACA-STATUS     PIC X(02)   VALUE SPACES.
040592 01  CALENLAB-STATUS    PIC X(02)   VALUE SPACES.
040600
040700 01  FIN-FICHERO        PIC X(01)   VALUE 'N'.
040800     88  NO-HAY-MAS-REGISTROS      VALUE 'S'.
042600     88  DICCIONARIO-QUEDO-ABIERTO VALUE 'S'.
042610 01  MAESTRO-ABIERTO    PIC X(01)   VALUE 'N'.
042620     88  MAESTRO-QUEDO-ABIERTO     VALUE 'S'.
042622 01  DIARIO-ABIERTO     PIC X(01)   VALUE 'N'.
042624     88  DIARIO-QUEDO-ABIERTO      VALUE 'S'.
042626 01  PALADIA-ABIERTO    PIC X(01)   VALUE 'N'.
042628     88  PALADIA-QUEDO-ABIERTO     VALUE 'S'.
042630 01  FIN-MAESTRO        PIC X(01)   VALUE 'N'.
042640     88  NO-HAY-MAS-MAESTRO        VALUE 'S'.
042700 01  MODO-APERTURA      PIC X(01)   VALUE 'N'.
044530*    TICKET VISTO EN UMBRAL O MAS DIAS DISTINTOS DENTRO DE LA
044540*    VENTANA SE CONSIDERA REINCIDENTE; LOS DIAS EN VENTANA SE
044541*    CUENTAN SOBRE LAS FECHAS GUARDADAS EN EL MAESTRO, ASI QUE
044542*    EL UMBRAL NO PUEDE SUPERAR LAS 10 FECHAS RETENIDAS. LA
044543*    VENTANA SON DIAS LABORABLES DEL CALENDARIO CALENLAB, O
044544*    NATURALES SI NO HAY CALENDARIO
044545
044546 01  UMBRAL-REINCIDENCIA PIC 9(03)  VALUE 3.
044547 01  VENTANA-REINCIDENCIA PIC 9(03) VALUE 30.
044548 01  FECHA-LIMITE       PIC 9(08)   VALUE 0.
044549 01  DIAS-EN-VENTANA    PIC 9(03)   VALUE 0.
044550 01  IDX-FECHA-DIA      PIC 9(03)   VALUE 0.
044551 01  ENTERO-FECHA       PIC 9(08)   VALUE 0.
044552 01  CONTADOR-REINCIDENTES PIC 9(07) VALUE 0.
044553 01  LABORABLES-VENTANA PIC 9(03)   VALUE 0.
044554 01  TIPO-DIA-PROCESO   PIC X(01)   VALUE SPACE.
044555     88  PROCESO-LABORABLE          VALUE 'L'.
044556     88  PROCESO-FESTIVO            VALUE 'F'.
044557     88  PROCESO-NO-LABORABLE       VALUE 'N'.
044558
044559*    CALENDARIO LABORAL CALENLAB (COPYBOOK RETO19K), CARGADO PARA
044560*    LOS DIEZ ANOS QUE EMPIEZAN OCHO ANTES DEL DE PROCESO: POR
044561*    ANO, SU SEMANA LABORABLE (EN BLANCO SI EL ANO NO TIENE
044562*    REGISTRO A) Y UNA POSICION POR DIA DEL ANO CON LOS FESTIVOS
044563*    (F) Y LABORABLES EXCEPCIONALES (L); EL RESTO DE LOS DIAS LOS
044564*    DECIDE LA SEMANA LABORABLE
044565
044566 01  FIN-CALENDARIO     PIC X(01)   VALUE 'N'.
044567     88  NO-HAY-MAS-CALENDARIO      VALUE 'S'.
044568 01  CALENDARIO-CARGADO PIC X(01)   VALUE 'N'.
044569     88  HAY-CALENDARIO             VALUE 'S'.
044570 01  TABLA-CALENDARIO.
044571     05  CLD-ANO-ENTRY OCCURS 10 TIMES.
044572         10  CLD-SEMANA      PIC X(07).
044573         10  CLD-DIA         PIC X(01) OCCURS 366 TIMES.
044574 01  CLD-ANO-INICIAL    PIC 9(04)   VALUE 0.
044575 01  CLD-IDX-ANO        PIC 9(02)   VALUE 0.
044576 01  CLD-IDX-DIA        PIC 9(03)   VALUE 0.
044577 01  CLD-FECHA          PIC 9(08)   VALUE 0.
044578 01  CLD-FECHA-R REDEFINES CLD-FECHA.
044579     05  CLD-ANO        PIC 9(04).
044580     05  CLD-MES-DIA    PIC 9(04).
044581 01  CLD-ENTERO-FECHA   PIC 9(08)   VALUE 0.
044582 01  CLD-ENTERO-ANO     PIC 9(08)   VALUE 0.
044583 01  CLD-COCIENTE       PIC 9(08)   VALUE 0.
044584 01  CLD-DIA-SEMANA     PIC 9(01)   VALUE 0.
044585 01  CLD-CONTADOR       PIC 9(02)   VALUE 0.
044586 01  CLD-TIPO-DIA       PIC X(01)   VALUE SPACE.
044587     88  CLD-LABORABLE              VALUE 'L'.
044588     88  CLD-NO-LABORABLE           VALUE 'N' 'F'.
044589     88  CLD-FESTIVO                VALUE 'F'.
044590     88  CLD-FUERA-CALENDARIO       VALUE ' '.
044591 01  CONTADOR-CAL-IGNORADOS PIC 9(05) VALUE 0.
044592
044593*    PARAMETROS DE LA EJECUCION (FICHERO PARAMR19, LINEAS
044594*    CLAVE=VALOR COMO EL PARAMDIC DE RETO-19D); LOS VALUE SON
044602 01  PARAM-MAX-CLAVES   PIC 9(01)   VALUE 3.
044603 01  PARAM-CANAL-BLANCO PIC X(02)   VALUE 'SI'.
044604     88  RECHAZA-CANAL-BLANCO       VALUE 'NO'.
044609 01  PARAM-IDIOMA-MIN   PIC 9(02)   VALUE 2.
044614 01  PARAM-MASK-DIGITOS PIC 9(02)   VALUE 6.
044615
044616*    HORAS DE INICIO Y FIN PARA EL LOG COMUN DE EJECUCIONES
044632 01  DIGITO-R REDEFINES DIGITO.
044633     05  DIGITO-9       PIC 9(01).
044634
044641*    APUNTE DEL DIARIO DE CAMBIOS EN CURSO Y APUNTES ESCRITOS
044648*    EN ESTA EJECUCION
044655
044662 01  APUNTE-DIARIO.
044669     COPY RETO19J.
044676 01  CONTADOR-DIARIO    PIC 9(07)   VALUE 0.
044683 01  CONTADOR-PALADIA   PIC 9(07)   VALUE 0.
044690
044700*    EL CHECKPOINT SE GRABA EN CADA PUNTO DE CONFIRMACION (CADA
044800*    TICKET CERRADO Y CADA LINEA PROCESADA FUERA DE TICKET), DE
044900*    MODO QUE NUNCA HAY DETALLE ESCRITO EN REPORTE/RESUMEN MAS
045200*    NINGUN DETALLE YA ESCRITO
045300 01  REGISTROS-A-SALTAR PIC 9(08)   VALUE 0.
045400 01  CONTADOR-SALTO     PIC 9(08)   VALUE 0.
045402
045404*    CONTROL DE LA ENTREGA: LO QUE DICEN LOS REGISTROS DE INICIO
045406*    'I' Y FIN 'F' DE ENTRADA, LO QUE SE CONTO AL RECORRERLA ANTES
045408*    DE PROCESAR Y LA ULTIMA ENTREGA ACEPTADA (FICHERO CTLENTRA).
045410*    CODIGO-RECHAZO GUARDA EL PRIMER MOTIVO DE RECHAZO; SE ANOTAN
045412*    TODOS PARA EL INFORME CONTROL
045414 01  CONTROL-ENTREGA.
045416     COPY RETO19E.
045418 01  HAY-CONTROL-ENTREGA PIC X(01)  VALUE 'N'.
045420     88  EXISTE-CONTROL-ENTREGA    VALUE 'S'.
045422 01  ENTREGA-VERIFICADA PIC X(01)   VALUE 'N'.
045424     88  ENTREGA-YA-VERIFICADA     VALUE 'S'.
045426 01  INICIO-VALIDO      PIC X(01)   VALUE 'N'.
045428     88  ES-INICIO-VALIDO          VALUE 'S'.
045430 01  FIN-VALIDO         PIC X(01)   VALUE 'N'.
045432     88  ES-FIN-VALIDO             VALUE 'S'.
045434 01  ENTREGA-SISTEMA    PIC X(10)   VALUE SPACES.
045436 01  ENTREGA-FECHA      PIC 9(08)   VALUE 0.
045438 01  ENTREGA-SECUENCIA  PIC 9(06)   VALUE 0.
045440 01  ULTIMA-SECUENCIA   PIC 9(06)   VALUE 0.
045442 01  ENTREGA-PRIMER-TIPO PIC X(01)  VALUE SPACE.
045444 01  ENTREGA-REGISTROS  PIC 9(08)   VALUE 0.
045446 01  ENTREGA-INICIOS    PIC 9(05)   VALUE 0.
045448 01  ENTREGA-FINES      PIC 9(05)   VALUE 0.
045450 01  ENTREGA-CABECERAS  PIC 9(08)   VALUE 0.
045452 01  ENTREGA-DETALLES   PIC 9(08)   VALUE 0.
045454 01  ENTREGA-TRAS-FIN   PIC 9(08)   VALUE 0.
045456 01  ENTREGA-FIN-CABECERAS PIC 9(08) VALUE 0.
045458 01  ENTREGA-FIN-DETALLES PIC 9(08) VALUE 0.
045460 01  CONTADOR-CONTROL   PIC 9(08)   VALUE 0.
045462 01  CODIGO-RECHAZO     PIC 9(04)   VALUE 0.
045464     88  ENTREGA-ACEPTADA          VALUE 0.
045466 01  CODIGO-MOTIVO      PIC 9(04)   VALUE 0.
045468 01  TEXTO-MOTIVO       PIC X(40)   VALUE SPACES.
045470 01  TABLA-MOTIVOS-ENTREGA.
045472     05  MOTIVO-ENTREGA OCCURS 6 TIMES.
045474         10  MOT-CODIGO         PIC 9(04).
045476         10  MOT-TEXTO          PIC X(40).
045478 01  NUM-MOTIVOS        PIC 9(01)   VALUE 0.
045480 01  IDX-MOTIVO         PIC 9(01)   VALUE 0.
045500
045600 01  LONGITUD-REAL      PIC 9(04)   VALUE 0.
045700 01  SUBIND-LONGITUD    PIC 9(04)   VALUE 0.
048800*    LAS PALABRAS SE GUARDAN Y SE COMPARAN EN MINUSCULAS (SOLO
048900*    SE PLIEGA A-Z; LOS FICHEROS VIENEN EN UN JUEGO DE UN BYTE)
049000
049010*    LAS TRES LISTAS (ES, EN, CA) COMPARTEN TABLA: CADA ENTRADA
049020*    LLEVA EL NUMERO DE SU IDIOMA EN TABLA-IDIOMAS Y CADA
049030*    FICHERO ADMITE HASTA 200 PALABRAS
049040
049100 01  TABLA-VACIAS.
049200     05  VACIA-ENTRY OCCURS 600 TIMES.
049210         10  VACIA-IDIOMA    PIC 9(01).
049220         10  VACIA-PALABRA   PIC X(30).
049300 01  NUM-VACIAS             PIC 999   VALUE 0.
049400 01  IDX-VACIA              PIC 999   VALUE 0.
049500 01  PALABRA-COMPARAR       PIC X(30) VALUE SPACE.
051630*    MANTENIBLES POR OPERACIONES, UNA PALABRA POR LINEA) Y
051640*    CONTADORES DEL TEXTO EN CURSO; MISMO PLEGADO A MINUSCULAS
051650*    QUE LAS PALABRAS VACIAS Y VIGILADAS
051651
051652 01  TABLA-POSITIVAS.
051653     05  POSITIVA-ENTRY OCCURS 600 TIMES.
051654         10  POSITIVA-IDIOMA PIC 9(01).
051655         10  POSITIVA-PALABRA PIC X(30).
051656 01  NUM-POSITIVAS          PIC 999   VALUE 0.
051657 01  TABLA-NEGATIVAS.
051658     05  NEGATIVA-ENTRY OCCURS 600 TIMES.
051659         10  NEGATIVA-IDIOMA PIC 9(01).
051660         10  NEGATIVA-PALABRA PIC X(30).
051661 01  NUM-NEGATIVAS          PIC 999   VALUE 0.
051662 01  IDX-SENTIMIENTO        PIC 999   VALUE 0.
051663 01  SENT-POSITIVAS-TEXTO   PIC 9(03) VALUE 0.
051664 01  SENT-NEGATIVAS-TEXTO   PIC 9(03) VALUE 0.
051665 01  PUNTOS-SENTIMIENTO     PIC S9(03) VALUE 0.
051666 01  BANDA-SENTIMIENTO      PIC X(08) VALUE SPACE.
051667
051668*    REGLAS DE CATEGORIA DE NEGOCIO (FICHERO REGLACAT, LINEAS
051669*    PALABRA=CATEGORIA, MANTENIBLE POR OPERACIONES); LA PALABRA
051670*    SE PLIEGA A MINUSCULAS COMO LAS VACIAS Y LA PRIMERA REGLA
051671*    QUE APARECE EN EL TEXTO DECIDE LA CATEGORIA DEL TICKET
051672
051673*    REGLA-NUMERO ES EL ORDEN DE LA REGLA DENTRO DEL FICHERO DE
051674*    SU IDIOMA, QUE ES EL QUE SE GUARDA EN EL REGISTRO RESUMEN
051675
051676 01  TABLA-REGLAS.
051677     05  REGLA-ENTRY OCCURS 300 TIMES.
051678         10  REGLA-IDIOMA    PIC 9(01).
051679         10  REGLA-NUMERO    PIC 9(03).
051680         10  REGLA-PALABRA   PIC X(30).
051681         10  REGLA-CATEGORIA PIC X(12).
051682 01  NUM-REGLAS             PIC 999   VALUE 0.
051683 01  IDX-REGLA              PIC 999   VALUE 0.
051684 01  CATEGORIA-TEXTO        PIC X(12) VALUE SPACE.
051685 01  REGLA-CLAVE            PIC X(30) VALUE SPACE.
051686 01  REGLA-VALOR            PIC X(50) VALUE SPACE.
051687*    REGLA QUE DECIDIO LA CATEGORIA DEL TEXTO EN CURSO (0 SI
051688*    NINGUNA) Y MARCA 'S' EN LAS DEMAS REGLAS CUYA PALABRA TAMBIEN
051689*    APARECE, PARA EL REGISTRO RESUMEN
051690 01  REGLA-GANADORA         PIC 999   VALUE 0.
051691 01  TABLA-REGLAS-TEXTO.
051692     05  REGLA-COINCIDE OCCURS 300 TIMES PIC X(01).
051693 01  IDX-PALABRA-TOP        PIC 9(01) VALUE 0.
051696
051697*    ACUMULADORES POR CATEGORIA PARA LOS SUBTOTALES DEL INFORME
051698
053300 01  CANAL-LONG-MEDIA       PIC 9(05) VALUE 0.
053400 01  CANAL-DESBORDADO       PIC X(01) VALUE 'N'.
053500
053502*    IDIOMAS RECONOCIDOS, EN EL ORDEN EN QUE SE CARGAN SUS
053504*    LISTAS (EL PRIMERO, ES, ES EL IDIOMA POR DEFECTO), ACIERTOS
053506*    DE PALABRAS VACIAS DE CADA UNO EN EL TEXTO EN CURSO Y AREA
053508*    COMUN DE LECTURA DE LAS LISTAS POR IDIOMA
053510
053512 01  VALORES-IDIOMAS.
053514     05  FILLER             PIC X(02) VALUE 'ES'.
053516     05  FILLER             PIC X(02) VALUE 'EN'.
053518     05  FILLER             PIC X(02) VALUE 'CA'.
053520 01  TABLA-IDIOMAS REDEFINES VALORES-IDIOMAS.
053522     05  IDIOMA-CODIGO OCCURS 3 TIMES PIC X(02).
053524 01  IDX-IDIOMA             PIC 9(01) VALUE 0.
053526 01  IDX-IDIOMA-TEXTO       PIC 9(01) VALUE 1.
053528 01  IDIOMA-TEXTO           PIC X(02) VALUE 'ES'.
053530 01  TABLA-ACIERTOS-IDIOMA.
053532     05  ACIERTOS-IDIOMA OCCURS 3 TIMES PIC 9(04).
053534 01  IDI-POS                PIC 9(04) VALUE 0.
053536 01  IDI-INICIO             PIC 9(04) VALUE 0.
053538 01  IDI-LARGO              PIC 9(04) VALUE 0.
053540 01  IDI-IDX                PIC 9(04) VALUE 0.
053542 01  IDI-FIN                PIC 9(04) VALUE 0.
053544 01  LINEA-LISTA            PIC X(80) VALUE SPACE.
053546 01  STATUS-LISTA           PIC X(02) VALUE SPACES.
053548 01  CARGADAS-LISTA         PIC 9(03) VALUE 0.
053550
053552*    ACUMULADORES POR IDIOMA PARA LOS SUBTOTALES DEL INFORME
053554
053556 01  TABLA-TOTALES-IDIOMA.
053558     05  IDIOMA-ENTRY OCCURS 3 TIMES.
053560         10  IDI-TEXTOS      PIC 9(07) VALUE 0.
053562         10  IDI-PALABRAS    PIC 9(07) VALUE 0.
053564         10  IDI-ORACIONES   PIC 9(07) VALUE 0.
053566         10  IDI-CARACTERES  PIC 9(07) VALUE 0.
053568         10  IDI-POSITIVOS   PIC 9(07) VALUE 0.
053570         10  IDI-NEUTROS     PIC 9(07) VALUE 0.
053572         10  IDI-NEGATIVOS   PIC 9(07) VALUE 0.
053574         10  IDI-SIN-CATEGORIA PIC 9(07) VALUE 0.
053576 01  IDIOMA-LONG-MEDIA      PIC 9(05) VALUE 0.
053578
053600*    TEXTOS YA ANALIZADOS EN ESTA EJECUCION, PARA DETECTAR
053700*    TICKETS DUPLICADOS (COMPARACION EXACTA DEL TEXTO ENSAMBLADO
053800*    COMPLETO); SI LA TABLA SE LLENA SE AVISA Y LOS TICKETS
057900     'INFORME DE ANALISIS DE TEXTO - RETO-19'.
058000 01  LINEA-ENC-2   PIC X(132) VALUE
058100     'ID-TICKET    REG   PALAB ORAC CARACT L-MED INDICE BANDA
058200-    '        SENT BAN-SENT CATEGORIA  ID PALABRA-MAS-LARGA'.
058300
058400 01  LINEA-DETALLE.
058500     05  LD-ID-TICKET         PIC X(10).
060040     05  LD-SENT-BANDA        PIC X(08).
060050     05  FILLER               PIC X(01) VALUE SPACE.
060060     05  LD-CATEGORIA         PIC X(12).
060070     05  FILLER               PIC X(01) VALUE SPACE.
060080     05  LD-IDIOMA            PIC X(02).
060100     05  FILLER               PIC X(01) VALUE SPACE.
060200     05  LD-PALABRA-LARGA     PIC X(30).
060300
065830     05  FILLER               PIC X(01) VALUE SPACE.
065840     05  LSC-NEUTROS          PIC ZZZZZZ9.
065850     05  FILLER               PIC X(01) VALUE SPACE.
065851     05  LSC-NEGATIVOS        PIC ZZZZZZ9.
065852 01  LINEA-SUBC-1  PIC X(30) VALUE
065853     'SUBTOTALES POR CATEGORIA'.
065854 01  LINEA-SUBC-2  PIC X(30) VALUE
065855     'CATEGORIA      TEXTOS'.
065856 01  LINEA-SUBC-DETALLE.
065857     05  LCA-NOMBRE           PIC X(12).
065858     05  FILLER               PIC X(02) VALUE SPACES.
065859     05  LCA-TEXTOS           PIC ZZZZZZ9.
065860 01  LINEA-SUBC-OTROS.
065861     05  FILLER               PIC X(24) VALUE
065862         'TEXTOS SIN CLASIFICAR : '.
065863     05  LCO-TEXTOS           PIC ZZZZZZ9.
065864
065865*    LINEAS DEL INFORME DE CONTACTOS REINCIDENTES (REINCID)
065866
065867 01  LINEA-REI-TITULO.
065868     05  FILLER               PIC X(42) VALUE
065869         'CONTACTOS REINCIDENTES - RETO-19          '.
065870     05  LRT-FECHA            PIC 9(08).
065871 01  LINEA-REI-VENTANA.
065872     05  FILLER               PIC X(09) VALUE 'VENTANA: '.
065873     05  LRV-DIAS             PIC ZZ9.
065874     05  LRV-TIPO             PIC X(17).
065875     05  FILLER               PIC X(07) VALUE ' DESDE '.
065876     05  LRV-DESDE            PIC 9(08).
065880 01  LINEA-REI-CAB  PIC X(70) VALUE
065881     'ID-TICKET  PRIMERA  ULTIMA    DIAS DVENT APARIC CAN BANDA'.
065882 01  LINEA-REI-DETALLE.
066600     05  LTB-BANDA            PIC X(11).
066700     05  FILLER               PIC X(03) VALUE ' : '.
066800     05  LTB-CONTADOR         PIC ZZZZZZ9.
066804 01  LINEA-SUBI-1  PIC X(30) VALUE
066808     'SUBTOTALES POR IDIOMA'.
066812 01  LINEA-SUBI-2  PIC X(80) VALUE
066816     'ID    TEXTOS PALABRAS ORACION.   L-MEDIA  POSIT.  NEUTRO  NE
066820-    'GAT. SIN-CAT'.
066824 01  LINEA-SUBI-DETALLE.
066828     05  LSI-IDIOMA           PIC X(02).
066832     05  FILLER               PIC X(03) VALUE SPACES.
066836     05  LSI-TEXTOS           PIC ZZZZZZ9.
066840     05  FILLER               PIC X(01) VALUE SPACE.
066844     05  LSI-PALABRAS         PIC ZZZZZZZ9.
066848     05  FILLER               PIC X(01) VALUE SPACE.
066852     05  LSI-ORACIONES        PIC ZZZZZZZ9.
066856     05  FILLER               PIC X(03) VALUE SPACES.
066860     05  LSI-LONG-MEDIA       PIC ZZZZZZ9.
066864     05  FILLER               PIC X(01) VALUE SPACE.
066868     05  LSI-POSITIVOS        PIC ZZZZZZ9.
066872     05  FILLER               PIC X(01) VALUE SPACE.
066876     05  LSI-NEUTROS          PIC ZZZZZZ9.
066880     05  FILLER               PIC X(01) VALUE SPACE.
066884     05  LSI-NEGATIVOS        PIC ZZZZZZ9.
066888     05  FILLER               PIC X(01) VALUE SPACE.
066892     05  LSI-SIN-CATEGORIA    PIC ZZZZZZ9.
066900
067000*    LINEAS DEL INFORME DE CONTROL DE CUADRE DEL LOTE
067100
067900 01  LINEA-CTL-CUADRE.
068000     05  LCC-ETIQUETA         PIC X(42).
068100     05  LCC-RESULTADO        PIC X(10).
068109
068118 01  LINEA-CTL-TEXTO.
068127     05  LCX-ETIQUETA         PIC X(22).
068136     05  LCX-VALOR            PIC X(40).
068145
068154 01  LINEA-CTL-RECHAZO.
068163     05  FILLER               PIC X(13) VALUE '  RECHAZO RC '.
068172     05  LCR-CODIGO           PIC Z9.
068181     05  FILLER               PIC X(03) VALUE ' : '.
068190     05  LCR-MOTIVO           PIC X(40).
068200
068300 01  LINEA-RECHAZO-DET.
068400     05  LRD-ID-TICKET        PIC X(10).
071100
071200     PERFORM 8500-CONCILIAR-LOTE
071300         THRU 8500-CONCILIAR-LOTE-EXIT.
071309
071318*    LA ENTREGA SOLO QUEDA ACEPTADA EN CTLENTRA SI EL LOTE SE
071327*    PROCESO Y EL CUADRE NO HA DADO ERROR; SI NO, LA PROXIMA
071336*    EJECUCION TIENE QUE REPETIR ESTA MISMA ENTREGA
071345
071354     IF SALIDAS-QUEDARON-ABIERTAS
071363         AND CODIGO-RETORNO < 8
071372         PERFORM 8400-ACEPTAR-ENTREGA
071381             THRU 8400-ACEPTAR-ENTREGA-EXIT
071390     END-IF.
071399
071410     PERFORM 9000-GRABAR-EJECUCION
071420         THRU 9000-GRABAR-EJECUCION-EXIT.
071430
072420     PERFORM 1050-CARGAR-PARAMETROS
072430         THRU 1050-CARGAR-PARAMETROS-EXIT.
072440
072442*    CALENDARIO LABORAL PARA LA VENTANA DE REINCIDENTES; UNA
072444*    FECHA DE PROCESO QUE NO ES LABORABLE SUELE SER UNA EJECUCION
072446*    LANZADA CON LA FECHA EQUIVOCADA: SE AVISA (CONTROL, RC 4)
072448*    PERO EL PROCESO SIGUE
072450     PERFORM 1970-CARGAR-CALENDARIO
072452         THRU 1970-CARGAR-CALENDARIO-EXIT.
072454     MOVE FECHA-PROCESO TO CLD-FECHA.
072456     PERFORM 1985-CONSULTAR-CALENDARIO
072458         THRU 1985-CONSULTAR-CALENDARIO-EXIT.
072460     MOVE CLD-TIPO-DIA TO TIPO-DIA-PROCESO.
072462     IF NOT HAY-CALENDARIO OR NOT PROCESO-LABORABLE
072464         IF HAY-CALENDARIO
072466             DISPLAY 'FECHA DE PROCESO NO LABORABLE O FUERA DEL '
072468                 'CALENDARIO: ' FECHA-PROCESO
072470         END-IF
072472         IF CODIGO-RETORNO < 4
072474             MOVE 4 TO CODIGO-RETORNO
072476         END-IF
072478     END-IF.
072480
072500     OPEN INPUT ENTRADA-ARCHIVO.
072600     IF ENTRADA-STATUS NOT = '00'
072700         DISPLAY 'NO SE PUDO ABRIR ENTRADA. STATUS: '
073400
073500     PERFORM 1100-LEER-CHECKPOINT
073600         THRU 1100-LEER-CHECKPOINT-EXIT.
073605
073610*    LA ENTREGA SE VALIDA ENTERA ANTES DE TOCAR NINGUNA SALIDA: SI
073615*    SE RECHAZA NO SE ABRE NADA Y 8500 DEJA CONSTANCIA DEL MOTIVO
073620     PERFORM 1150-VERIFICAR-ENTREGA
073625         THRU 1150-VERIFICAR-ENTREGA-EXIT.
073630     IF NOT ENTREGA-ACEPTADA
073635         IF CODIGO-RETORNO < CODIGO-RECHAZO
073640             MOVE CODIGO-RECHAZO TO CODIGO-RETORNO
073645         END-IF
073650         IF ENTRADA-QUEDO-ABIERTA
073655             CLOSE ENTRADA-ARCHIVO
073660             MOVE 'N' TO ENTRADA-ABIERTA
073665         END-IF
073670         MOVE 'S' TO FIN-FICHERO
073675         GO TO 1000-INICIALIZAR-PROCESO-EXIT
073680     END-IF.
073685     IF NOT ENTRADA-QUEDO-ABIERTA
073690         GO TO 1000-INICIALIZAR-PROCESO-EXIT
073695     END-IF.
073700
073800     IF ES-REANUDACION
073900         OPEN EXTEND REPORTE-ARCHIVO
078720             MOVE 0 TO CONTADOR-SIN-CATEGORIA
078730             MOVE 0 TO NUM-CATEGORIAS
078740             MOVE 0 TO CONTADOR-ENMASCARADOS
078750             MOVE 0 TO CONTADOR-CONTROL
078800             MOVE 0 TO NUM-CANALES
078810             MOVE ZEROS TO TABLA-TOTALES-IDIOMA
078900             MOVE 0 TO CONTADOR-REGISTROS
079000         END-IF
079100     END-IF.
084610
084620     PERFORM 1250-ABRIR-MAESTRO
084630         THRU 1250-ABRIR-MAESTRO-EXIT.
084640
084650     PERFORM 1270-ABRIR-DIARIO
084660         THRU 1270-ABRIR-DIARIO-EXIT.
084670
084680     PERFORM 1280-ABRIR-PALADIA
084690         THRU 1280-ABRIR-PALADIA-EXIT.
084700
084800     PERFORM 1500-CARGAR-VACIAS
084900         THRU 1500-CARGAR-VACIAS-EXIT.
086342                 DISPLAY 'REINVENTANA FUERA DE RANGO (1-999): '
086343                     PARAM-VALOR
086344             END-IF
086345         WHEN 'IDIOMAMIN'
086346             PERFORM 1070-VALOR-A-NUMERO
086347                 THRU 1070-VALOR-A-NUMERO-EXIT
086348             IF VALOR-NUMERICO > 0 AND VALOR-NUMERICO <= 99
086349                 MOVE VALOR-NUMERICO TO PARAM-IDIOMA-MIN
086350             ELSE
086351                 DISPLAY 'IDIOMAMIN FUERA DE RANGO (1-99): '
086352                     PARAM-VALOR
086353             END-IF
086354         WHEN OTHER
086355             DISPLAY 'CLAVE DESCONOCIDA EN PARAMR19: '
086356                 PARAM-CLAVE
086357     END-EVALUATE.
086358 1060-LEER-PARAMETRO-EXIT.
086359     EXIT.
086360
086361******************************************************************
086362*    1070-VALOR-A-NUMERO
086364*    Convierte el VALOR recien leido (digitos a la izquierda,
086366*    relleno de espacios) en un numero, igual que hace RETO-19D;
095095             MOVE 0 TO CONTADOR-ENMASCARADOS
095096         END-IF
095100         MOVE CKPT-ULTIMO-REGISTRO TO CONTADOR-REGISTROS
095110         IF CKPT-CONTROL NUMERIC
095120             MOVE CKPT-CONTROL TO CONTADOR-CONTROL
095130         ELSE
095140             MOVE 0 TO CONTADOR-CONTROL
095150         END-IF
095200
095300*        LOS REGISTROS SECUNDARIOS (MARCA ASTERISCO) DEVUELVEN
095400*        LOS ACUMULADORES POR CANAL DE LA EJECUCION ANTERIOR;
097520*    LOS REGISTROS MARCADOS CON '+' DEVUELVEN LOS ACUMULADORES
097530*    POR CATEGORIA; LOS MARCADOS CON '*' LOS DE CANAL
097540
097541*    Y LOS MARCADOS CON '#' LOS DE IDIOMA (UN CHECKPOINT ANTIGUO
097542*    SIN ELLOS SOLO PIERDE LOS SUBTOTALES POR IDIOMA)
097543
097544     IF CKI-MARCA = '#'
097545         PERFORM 1120-LEER-CKPT-IDIOMA
097546             THRU 1120-LEER-CKPT-IDIOMA-EXIT
097547         GO TO 1110-LEER-CKPT-CANAL-EXIT
097548     END-IF.
097550     IF CKG-MARCA = '+'
097560         IF NUM-CATEGORIAS < 20 AND CKG-TEXTOS NUMERIC
097570             ADD 1 TO NUM-CATEGORIAS
098887             MOVE 0 TO CAN-NEGATIVOS(NUM-CANALES)
098888         END-IF
098900     END-IF.
098901 1110-LEER-CKPT-CANAL-EXIT.
098902     EXIT.
098903
098904******************************************************************
098905*    1120-LEER-CKPT-IDIOMA
098906*    Devuelve a su idioma los acumuladores de un registro
098907*    secundario '#' del checkpoint (desde 1110).
098908******************************************************************
098909 1120-LEER-CKPT-IDIOMA.
098910     MOVE 0 TO IDX-IDIOMA-TEXTO.
098911     PERFORM VARYING IDX-IDIOMA FROM 1 BY 1
098912         UNTIL IDX-IDIOMA > 3
098913         IF IDIOMA-CODIGO(IDX-IDIOMA) = CKI-IDIOMA
098914             MOVE IDX-IDIOMA TO IDX-IDIOMA-TEXTO
098915         END-IF
098916     END-PERFORM.
098917     IF IDX-IDIOMA-TEXTO = 0
098918         GO TO 1120-LEER-CKPT-IDIOMA-EXIT
098919     END-IF.
098920     IF CKI-TEXTOS NUMERIC AND CKI-PALABRAS NUMERIC
098921         AND CKI-ORACIONES NUMERIC AND CKI-CARACTERES NUMERIC
098922         AND CKI-POSITIVOS NUMERIC AND CKI-NEUTROS NUMERIC
098923         AND CKI-NEGATIVOS NUMERIC AND CKI-SIN-CATEGORIA NUMERIC
098924         MOVE CKI-TEXTOS     TO IDI-TEXTOS(IDX-IDIOMA-TEXTO)
098925         MOVE CKI-PALABRAS   TO IDI-PALABRAS(IDX-IDIOMA-TEXTO)
098926         MOVE CKI-ORACIONES  TO IDI-ORACIONES(IDX-IDIOMA-TEXTO)
098927         MOVE CKI-CARACTERES TO IDI-CARACTERES(IDX-IDIOMA-TEXTO)
098928         MOVE CKI-POSITIVOS  TO IDI-POSITIVOS(IDX-IDIOMA-TEXTO)
098929         MOVE CKI-NEUTROS    TO IDI-NEUTROS(IDX-IDIOMA-TEXTO)
098930         MOVE CKI-NEGATIVOS  TO IDI-NEGATIVOS(IDX-IDIOMA-TEXTO)
098931         MOVE CKI-SIN-CATEGORIA
098932             TO IDI-SIN-CATEGORIA(IDX-IDIOMA-TEXTO)
098933     END-IF.
098934 1120-LEER-CKPT-IDIOMA-EXIT.
098935     EXIT.
098936
098937******************************************************************
098938*    1150-VERIFICAR-ENTREGA
098939*    Recorre ENTRADA entera antes de procesar nada y valida la
098940*    entrega: un unico registro de inicio 'I' como primera linea
098941*    no blanca, su numero de entrega contra la ultima aceptada
098942*    (CTLENTRA), su fecha de extraccion contra la de proceso y un
098943*    registro de fin 'F' al final cuyas cuentas de cabeceras 'C'
098944*    y detalles 'D' cuadren con lo leido. Codigos de rechazo:
098945*      16 ENTRADA VACIA (NINGUNA LINEA CON DATOS)
098946*      20 INICIO DE ENTREGA AUSENTE, REPETIDO O INVALIDO
098947*      24 SECUENCIA SALTADA (FALTA ALGUNA ENTREGA INTERMEDIA)
098948*      28 SECUENCIA REPETIDA (ENTREGA YA ACEPTADA O ANTERIOR)
098949*      32 FECHA DE EXTRACCION DISTINTA DE LA DE PROCESO
098950*      36 CUENTAS DEL FIN NO CUADRAN (O HAY DATOS TRAS EL FIN)
098951*      40 FIN DE ENTREGA AUSENTE
098952*    Se anotan todos los motivos y CODIGO-RECHAZO guarda el
098953*    primero. Sin CTLENTRA (primera entrega) se acepta la
098954*    secuencia recibida con aviso (RC 4). En una reanudacion no
098955*    se exige la fecha, porque el lote puede reanudarse otro dia.
098956*    Al terminar deja ENTRADA reabierta desde el principio.
098957******************************************************************
098958 1150-VERIFICAR-ENTREGA.
098959     PERFORM 1170-LEER-CONTROL-ENTREGA
098960         THRU 1170-LEER-CONTROL-ENTREGA-EXIT.
098961
098962     MOVE 'N' TO FIN-FICHERO.
098963     PERFORM 1160-CONTAR-ENTREGA
098964         THRU 1160-CONTAR-ENTREGA-EXIT
098965         UNTIL NO-HAY-MAS-REGISTROS.
098966     MOVE 'N' TO FIN-FICHERO.
098967     MOVE 'S' TO ENTREGA-VERIFICADA.
098968
098969*    ENTRADA SE CIERRA Y SE VUELVE A ABRIR PARA EL PROCESO NORMAL
098970     CLOSE ENTRADA-ARCHIVO.
098971     OPEN INPUT ENTRADA-ARCHIVO.
098972     IF ENTRADA-STATUS NOT = '00'
098973         DISPLAY 'NO SE PUDO REABRIR ENTRADA. STATUS: '
098974             ENTRADA-STATUS
098975         MOVE 'N' TO ENTRADA-ABIERTA
098976         MOVE 12 TO CODIGO-RETORNO
098977         MOVE 'S' TO FIN-FICHERO
098978     END-IF.
098979
098980     IF ENTREGA-REGISTROS = 0
098981         MOVE 16 TO CODIGO-MOTIVO
098982         MOVE 'ENTRADA VACIA' TO TEXTO-MOTIVO
098983         PERFORM 1180-ANOTAR-RECHAZO
098984             THRU 1180-ANOTAR-RECHAZO-EXIT
098985         GO TO 1150-VERIFICAR-ENTREGA-EXIT
098986     END-IF.
098987
098988     IF ENTREGA-PRIMER-TIPO NOT = 'I'
098989         OR ENTREGA-INICIOS NOT = 1
098990         OR NOT ES-INICIO-VALIDO
098991         MOVE 20 TO CODIGO-MOTIVO
098992         MOVE 'INICIO DE ENTREGA AUSENTE O INVALIDO'
098993             TO TEXTO-MOTIVO
098994         PERFORM 1180-ANOTAR-RECHAZO
098995             THRU 1180-ANOTAR-RECHAZO-EXIT
098996     ELSE
098997         IF NOT EXISTE-CONTROL-ENTREGA
098998             DISPLAY 'SIN CTLENTRA: SE ACEPTA LA ENTREGA '
098999                 ENTREGA-SECUENCIA
099000             IF CODIGO-RETORNO < 4
099001                 MOVE 4 TO CODIGO-RETORNO
099002             END-IF
099003         ELSE
099004             IF ENTREGA-SECUENCIA > ULTIMA-SECUENCIA + 1
099005                 MOVE 24 TO CODIGO-MOTIVO
099006                 MOVE 'SECUENCIA DE ENTREGA SALTADA'
099007                     TO TEXTO-MOTIVO
099008                 PERFORM 1180-ANOTAR-RECHAZO
099009                     THRU 1180-ANOTAR-RECHAZO-EXIT
099010             END-IF
099011             IF ENTREGA-SECUENCIA NOT > ULTIMA-SECUENCIA
099012                 MOVE 28 TO CODIGO-MOTIVO
099013                 MOVE 'SECUENCIA DE ENTREGA REPETIDA'
099014                     TO TEXTO-MOTIVO
099015                 PERFORM 1180-ANOTAR-RECHAZO
099016                     THRU 1180-ANOTAR-RECHAZO-EXIT
099017             END-IF
099018         END-IF
099019         IF ENTREGA-FECHA NOT = FECHA-PROCESO
099020             AND NOT ES-REANUDACION
099021             MOVE 32 TO CODIGO-MOTIVO
099022             MOVE 'FECHA DE EXTRACCION NO ES LA DE PROCESO'
099023                 TO TEXTO-MOTIVO
099024             PERFORM 1180-ANOTAR-RECHAZO
099025                 THRU 1180-ANOTAR-RECHAZO-EXIT
099026         END-IF
099027     END-IF.
099028
099029     IF ENTREGA-FINES = 0
099030         MOVE 40 TO CODIGO-MOTIVO
099031         MOVE 'FIN DE ENTREGA AUSENTE' TO TEXTO-MOTIVO
099032         PERFORM 1180-ANOTAR-RECHAZO
099033             THRU 1180-ANOTAR-RECHAZO-EXIT
099034     ELSE
099035         IF ENTREGA-FINES NOT = 1
099036             OR NOT ES-FIN-VALIDO
099037             OR ENTREGA-TRAS-FIN > 0
099038             OR ENTREGA-FIN-CABECERAS NOT = ENTREGA-CABECERAS
099039             OR ENTREGA-FIN-DETALLES NOT = ENTREGA-DETALLES
099040             MOVE 36 TO CODIGO-MOTIVO
099041             MOVE 'CUENTAS DEL FIN DE ENTREGA NO CUADRAN'
099042                 TO TEXTO-MOTIVO
099043             PERFORM 1180-ANOTAR-RECHAZO
099044                 THRU 1180-ANOTAR-RECHAZO-EXIT
099045         END-IF
099046     END-IF.
099047 1150-VERIFICAR-ENTREGA-EXIT.
099048     EXIT.
099049
099050******************************************************************
099051*    1160-CONTAR-ENTREGA
099052*    Lee un registro de ENTRADA en el recorrido previo y lo cuenta
099053*    por tipo. Las lineas en blanco no cuentan; cualquier linea
099054*    con datos despues del fin 'F' se cuenta como dato tras el
099055*    fin. Del inicio y del fin solo se toman los campos si son
099056*    numericos.
099057******************************************************************
099058 1160-CONTAR-ENTREGA.
099059     READ ENTRADA-ARCHIVO
099060         AT END MOVE 'S' TO FIN-FICHERO
099061     END-READ.
099062     IF NO-HAY-MAS-REGISTROS
099063         GO TO 1160-CONTAR-ENTREGA-EXIT
099064     END-IF.
099065     IF LINEA-ENTRADA = SPACES
099066         GO TO 1160-CONTAR-ENTREGA-EXIT
099067     END-IF.
099068
099069     ADD 1 TO ENTREGA-REGISTROS.
099070     IF ENTREGA-REGISTROS = 1
099071         MOVE ENT-TIPO-REGISTRO TO ENTREGA-PRIMER-TIPO
099072     END-IF.
099073     IF ENTREGA-FINES > 0 AND NOT ES-FIN-ENTREGA
099074         ADD 1 TO ENTREGA-TRAS-FIN
099075     END-IF.
099076
099077     EVALUATE TRUE
099078         WHEN ES-CABECERA
099079             ADD 1 TO ENTREGA-CABECERAS
099080         WHEN ES-CONTINUACION
099081             ADD 1 TO ENTREGA-DETALLES
099082         WHEN ES-INICIO-ENTREGA
099083             ADD 1 TO ENTREGA-INICIOS
099084             IF ENTREGA-INICIOS = 1
099085                 IF ENI-FECHA-EXTRACCION NUMERIC
099086                     AND ENI-SECUENCIA NUMERIC
099087                     MOVE 'S' TO INICIO-VALIDO
099088                     MOVE ENI-SISTEMA TO ENTREGA-SISTEMA
099089                     MOVE ENI-FECHA-EXTRACCION TO ENTREGA-FECHA
099090                     MOVE ENI-SECUENCIA TO ENTREGA-SECUENCIA
099091                 END-IF
099092             END-IF
099093         WHEN ES-FIN-ENTREGA
099094             ADD 1 TO ENTREGA-FINES
099095             MOVE 0 TO ENTREGA-TRAS-FIN
099096             IF ENF-CABECERAS NUMERIC AND ENF-DETALLES NUMERIC
099097                 MOVE 'S' TO FIN-VALIDO
099098                 MOVE ENF-CABECERAS TO ENTREGA-FIN-CABECERAS
099099                 MOVE ENF-DETALLES TO ENTREGA-FIN-DETALLES
099100             ELSE
099101                 MOVE 'N' TO FIN-VALIDO
099102             END-IF
099103     END-EVALUATE.
099104 1160-CONTAR-ENTREGA-EXIT.
099105     EXIT.
099106
099107******************************************************************
099108*    1170-LEER-CONTROL-ENTREGA
099109*    Lee la ultima entrega aceptada del fichero CTLENTRA. Si no
099110*    existe o su registro no es valido, se trata como la primera
099111*    entrega y se acepta la secuencia que venga.
099112******************************************************************
099113 1170-LEER-CONTROL-ENTREGA.
099114     MOVE 'N' TO HAY-CONTROL-ENTREGA.
099115     MOVE 0 TO ULTIMA-SECUENCIA.
099116     MOVE SPACES TO CONTROL-ENTREGA.
099117     OPEN INPUT CTLENTRA-ARCHIVO.
099118     IF CTLENTRA-STATUS NOT = '00'
099119         GO TO 1170-LEER-CONTROL-ENTREGA-EXIT
099120     END-IF.
099121     READ CTLENTRA-ARCHIVO INTO CONTROL-ENTREGA
099122         AT END MOVE SPACES TO CONTROL-ENTREGA
099123     END-READ.
099124     IF CTE-SECUENCIA NUMERIC
099125         MOVE 'S' TO HAY-CONTROL-ENTREGA
099126         MOVE CTE-SECUENCIA TO ULTIMA-SECUENCIA
099127     END-IF.
099128     CLOSE CTLENTRA-ARCHIVO.
099129 1170-LEER-CONTROL-ENTREGA-EXIT.
099130     EXIT.
099131
099132******************************************************************
099133*    1180-ANOTAR-RECHAZO
099134*    Anota un motivo de rechazo de la entrega (CODIGO-MOTIVO y
099135*    TEXTO-MOTIVO) para el informe CONTROL. El primero que se
099136*    anota es el que da el codigo de retorno.
099137******************************************************************
099138 1180-ANOTAR-RECHAZO.
099139     IF NUM-MOTIVOS < 6
099140         ADD 1 TO NUM-MOTIVOS
099141         MOVE CODIGO-MOTIVO TO MOT-CODIGO (NUM-MOTIVOS)
099142         MOVE TEXTO-MOTIVO TO MOT-TEXTO (NUM-MOTIVOS)
099143     END-IF.
099144     IF CODIGO-RECHAZO = 0
099145         MOVE CODIGO-MOTIVO TO CODIGO-RECHAZO
099146     END-IF.
099147     DISPLAY 'ENTREGA RECHAZADA (' CODIGO-MOTIVO '): '
099148         TEXTO-MOTIVO.
099149 1180-ANOTAR-RECHAZO-EXIT.
099150     EXIT.
099200
099300******************************************************************
099400*    1200-ABRIR-DICCIONARIO
102308     EXIT.
102309
102400******************************************************************
102401*    1270-ABRIR-DIARIO
102402*    Abre el diario de cambios para anadir los apuntes de esta
102403*    ejecucion (lo crea si todavia no existe). Sin diario el
102404*    lote sigue, pero la fecha ya no se podra anular con
102405*    RETO-19B: se avisa con codigo 4, como con el diccionario.
102406******************************************************************
102407 1270-ABRIR-DIARIO.
102408     MOVE SPACES TO APUNTE-DIARIO.
102409     IF NOT DICCIONARIO-QUEDO-ABIERTO
102410         AND NOT MAESTRO-QUEDO-ABIERTO
102411         GO TO 1270-ABRIR-DIARIO-EXIT
102412     END-IF.
102413
102414     OPEN EXTEND DIARIO-ARCHIVO.
102415     IF DIARIO-STATUS NOT = '00'
102416         OPEN OUTPUT DIARIO-ARCHIVO
102417     END-IF.
102418     IF DIARIO-STATUS NOT = '00'
102419         DISPLAY 'NO SE PUDO ABRIR DIARIO19. STATUS: '
102420             DIARIO-STATUS
102421         IF CODIGO-RETORNO < 4
102422             MOVE 4 TO CODIGO-RETORNO
102423         END-IF
102424     ELSE
102425         MOVE 'S' TO DIARIO-ABIERTO
102426     END-IF.
102427 1270-ABRIR-DIARIO-EXIT.
102428     EXIT.
102429
102430******************************************************************
102431*    1280-ABRIR-PALADIA
102432*    Abre la foto de vocabulario del dia: nueva en un lote nuevo
102433*    y en extension en una reanudacion, igual que RESUMEN. Sin
102434*    foto el lote sigue, pero el dia no entrara en el informe de
102435*    terminos emergentes: se avisa con codigo 4.
102436******************************************************************
102437 1280-ABRIR-PALADIA.
102438     IF ES-REANUDACION
102439         OPEN EXTEND PALADIA-ARCHIVO
102440     ELSE
102441         OPEN OUTPUT PALADIA-ARCHIVO
102442     END-IF.
102443     IF PALADIA-STATUS NOT = '00'
102444         DISPLAY 'NO SE PUDO ABRIR PALADIA. STATUS: '
102445             PALADIA-STATUS
102446         IF CODIGO-RETORNO < 4
102447             MOVE 4 TO CODIGO-RETORNO
102448         END-IF
102449     ELSE
102450         MOVE 'S' TO PALADIA-ABIERTO
102451     END-IF.
102452 1280-ABRIR-PALADIA-EXIT.
102453     EXIT.
102454
102455******************************************************************
102500*    1500-CARGAR-VACIAS
102600*    Carga las listas de palabras vacias (una palabra por linea,
102700*    mantenidas por operaciones) de cada idioma en la tabla de
102800*    trabajo, plegadas a minusculas y marcadas con su idioma:
102900*    VACIAS (ES), VACIASEN (EN) y VACIASCA (CA). Si un fichero
102910*    no existe se sigue sin lista para ese idioma: sin ninguna,
102920*    el lote funciona como antes de tener stopwords y todos los
102930*    textos quedan en ES.
103000******************************************************************
103100 1500-CARGAR-VACIAS.
103200     MOVE 0 TO NUM-VACIAS.
103300     PERFORM 1505-CARGAR-VACIAS-IDIOMA
103400         THRU 1505-CARGAR-VACIAS-IDIOMA-EXIT
103500         VARYING IDX-IDIOMA FROM 1 BY 1
103600         UNTIL IDX-IDIOMA > 3.
103603 1500-CARGAR-VACIAS-EXIT.
103606     EXIT.
103609
103612******************************************************************
103615*    1505-CARGAR-VACIAS-IDIOMA
103618*    Carga las palabras vacias del idioma IDX-IDIOMA
103621*    (VACIAS, VACIASEN o VACIASCA) a continuacion de las ya
103624*    cargadas. Si el fichero no se puede abrir se avisa y se
103627*    sigue sin el.
103630******************************************************************
103633 1505-CARGAR-VACIAS-IDIOMA.
103636     EVALUATE IDX-IDIOMA
103639         WHEN 1
103642             OPEN INPUT VACIAS-ARCHIVO
103645             MOVE VACIAS-STATUS TO STATUS-LISTA
103648         WHEN 2
103651             OPEN INPUT VACIASEN-ARCHIVO
103654             MOVE VACIASEN-STATUS TO STATUS-LISTA
103657         WHEN OTHER
103660             OPEN INPUT VACIASCA-ARCHIVO
103663             MOVE VACIASCA-STATUS TO STATUS-LISTA
103666     END-EVALUATE.
103669     IF STATUS-LISTA NOT = '00'
103672         DISPLAY 'SIN LISTA DE PALABRAS VACIAS '
103675             IDIOMA-CODIGO(IDX-IDIOMA) '. STATUS: ' STATUS-LISTA
103700         MOVE 'S' TO FIN-VACIAS
103800         GO TO 1505-CARGAR-VACIAS-IDIOMA-EXIT
103900     END-IF.
104000
104010     MOVE 0 TO CARGADAS-LISTA.
104100     MOVE 'N' TO FIN-VACIAS.
104200     PERFORM 1510-LEER-VACIA
104300         THRU 1510-LEER-VACIA-EXIT
104400         UNTIL NO-HAY-MAS-VACIAS.
104500
104600     EVALUATE IDX-IDIOMA
104700         WHEN 1
104800             CLOSE VACIAS-ARCHIVO
104810         WHEN 2
104820             CLOSE VACIASEN-ARCHIVO
104830         WHEN OTHER
104840             CLOSE VACIASCA-ARCHIVO
104850     END-EVALUATE.
104860     DISPLAY 'PALABRAS VACIAS ' IDIOMA-CODIGO(IDX-IDIOMA)
104870         ' CARGADAS: ' CARGADAS-LISTA.
104880 1505-CARGAR-VACIAS-IDIOMA-EXIT.
104900     EXIT.
105000
105100 1510-LEER-VACIA.
105200     EVALUATE IDX-IDIOMA
105300         WHEN 1
105400             READ VACIAS-ARCHIVO INTO LINEA-LISTA
105500                 AT END MOVE 'S' TO FIN-VACIAS
105600             END-READ
105700         WHEN 2
105707             READ VACIASEN-ARCHIVO INTO LINEA-LISTA
105714                 AT END MOVE 'S' TO FIN-VACIAS
105721             END-READ
105728         WHEN OTHER
105735             READ VACIASCA-ARCHIVO INTO LINEA-LISTA
105742                 AT END MOVE 'S' TO FIN-VACIAS
105749             END-READ
105756     END-EVALUATE.
105763     IF NO-HAY-MAS-VACIAS
105770         GO TO 1510-LEER-VACIA-EXIT
105777     END-IF.
105784     IF LINEA-LISTA = SPACES
105800         GO TO 1510-LEER-VACIA-EXIT
105900     END-IF.
106000
106100*    SI LA LISTA DEL IDIOMA LLEGA A SU MAXIMO SE AVISA Y SE DEJA
106200*    DE CARGAR, EN LUGAR DE DESCARTAR EL RESTO EN SILENCIO
106300
106400     IF CARGADAS-LISTA >= 200
106500         DISPLAY 'LISTA DE PALABRAS VACIAS '
106510             IDIOMA-CODIGO(IDX-IDIOMA) ' TRUNCADA A 200'
106600         MOVE 'S' TO FIN-VACIAS
106700         GO TO 1510-LEER-VACIA-EXIT
106800     END-IF.
106810     ADD 1 TO CARGADAS-LISTA.
106900     ADD 1 TO NUM-VACIAS.
107000     MOVE IDX-IDIOMA TO VACIA-IDIOMA(NUM-VACIAS).
107010     MOVE LINEA-LISTA(1:30) TO VACIA-PALABRA(NUM-VACIAS).
107100     INSPECT VACIA-PALABRA(NUM-VACIAS)
107200         CONVERTING MAYUSCULAS TO MINUSCULAS.
107300 1510-LEER-VACIA-EXIT.
111800     MOVE LINEA-VIGILIA(1:30) TO VIGILADA-PALABRA(NUM-VIGILADAS).
111900     INSPECT VIGILADA-PALABRA(NUM-VIGILADAS)
112000         CONVERTING MAYUSCULAS TO MINUSCULAS.
112001 1610-LEER-VIGILADA-EXIT.
112002     EXIT.
112003
112004******************************************************************
112005*    1700-CARGAR-POSITIVAS
112006*    Carga los lexicos de palabras positivas de cada idioma
112007*    (POSITIVA para ES, POSITEN para EN, POSITCA para CA; una
112008*    palabra por linea, mantenidos por operaciones) plegados a
112009*    minusculas y marcados con su idioma. Si un fichero no
112010*    existe se sigue sin lexico para ese idioma y la puntuacion
112011*    de sentimiento de sus textos solo refleja las negativas (o
112012*    queda en NEUTRO).
112013******************************************************************
112014 1700-CARGAR-POSITIVAS.
112015     MOVE 0 TO NUM-POSITIVAS.
112016     PERFORM 1705-CARGAR-POSITIVAS-IDIOMA
112017         THRU 1705-CARGAR-POSITIVAS-IDIOMA-EXIT
112018         VARYING IDX-IDIOMA FROM 1 BY 1
112019         UNTIL IDX-IDIOMA > 3.
112020 1700-CARGAR-POSITIVAS-EXIT.
112021     EXIT.
112022
112023******************************************************************
112024*    1705-CARGAR-POSITIVAS-IDIOMA
112025*    Carga las palabras positivas del idioma IDX-IDIOMA
112026*    (POSITIVA, POSITEN o POSITCA) a continuacion de las ya
112027*    cargadas. Si el fichero no se puede abrir se avisa y se
112028*    sigue sin el.
112029******************************************************************
112030 1705-CARGAR-POSITIVAS-IDIOMA.
112031     EVALUATE IDX-IDIOMA
112032         WHEN 1
112033             OPEN INPUT POSITIVA-ARCHIVO
112034             MOVE POSITIVA-STATUS TO STATUS-LISTA
112035         WHEN 2
112036             OPEN INPUT POSITEN-ARCHIVO
112037             MOVE POSITEN-STATUS TO STATUS-LISTA
112038         WHEN OTHER
112039             OPEN INPUT POSITCA-ARCHIVO
112040             MOVE POSITCA-STATUS TO STATUS-LISTA
112041     END-EVALUATE.
112042     IF STATUS-LISTA NOT = '00'
112043         DISPLAY 'SIN LEXICO DE PALABRAS POSITIVAS '
112044             IDIOMA-CODIGO(IDX-IDIOMA) '. STATUS: ' STATUS-LISTA
112045         MOVE 'S' TO FIN-POSITIVAS
112046         GO TO 1705-CARGAR-POSITIVAS-IDIOMA-EXIT
112047     END-IF.
112048
112049     MOVE 0 TO CARGADAS-LISTA.
112050     MOVE 'N' TO FIN-POSITIVAS.
112051     PERFORM 1710-LEER-POSITIVA
112052         THRU 1710-LEER-POSITIVA-EXIT
112053         UNTIL NO-HAY-MAS-POSITIVAS.
112054
112055     EVALUATE IDX-IDIOMA
112056         WHEN 1
112057             CLOSE POSITIVA-ARCHIVO
112058         WHEN 2
112059             CLOSE POSITEN-ARCHIVO
112060         WHEN OTHER
112061             CLOSE POSITCA-ARCHIVO
112062     END-EVALUATE.
112063     DISPLAY 'PALABRAS POSITIVAS ' IDIOMA-CODIGO(IDX-IDIOMA)
112064         ' CARGADAS: ' CARGADAS-LISTA.
112065 1705-CARGAR-POSITIVAS-IDIOMA-EXIT.
112066     EXIT.
112067
112068 1710-LEER-POSITIVA.
112069     EVALUATE IDX-IDIOMA
112070         WHEN 1
112071             READ POSITIVA-ARCHIVO INTO LINEA-LISTA
112072                 AT END MOVE 'S' TO FIN-POSITIVAS
112073             END-READ
112074         WHEN 2
112075             READ POSITEN-ARCHIVO INTO LINEA-LISTA
112076                 AT END MOVE 'S' TO FIN-POSITIVAS
112077             END-READ
112078         WHEN OTHER
112079             READ POSITCA-ARCHIVO INTO LINEA-LISTA
112080                 AT END MOVE 'S' TO FIN-POSITIVAS
112081             END-READ
112082     END-EVALUATE.
112083     IF NO-HAY-MAS-POSITIVAS
112084         GO TO 1710-LEER-POSITIVA-EXIT
112085     END-IF.
112086     IF LINEA-LISTA = SPACES
112087         GO TO 1710-LEER-POSITIVA-EXIT
112088     END-IF.
112089     IF CARGADAS-LISTA >= 200
112090         DISPLAY 'LEXICO DE POSITIVAS '
112091             IDIOMA-CODIGO(IDX-IDIOMA) ' TRUNCADO A 200'
112092         MOVE 'S' TO FIN-POSITIVAS
112093         GO TO 1710-LEER-POSITIVA-EXIT
112094     END-IF.
112095     ADD 1 TO CARGADAS-LISTA.
112096     ADD 1 TO NUM-POSITIVAS.
112097     MOVE IDX-IDIOMA TO POSITIVA-IDIOMA(NUM-POSITIVAS).
112098     MOVE LINEA-LISTA(1:30)
112099         TO POSITIVA-PALABRA(NUM-POSITIVAS).
112100     INSPECT POSITIVA-PALABRA(NUM-POSITIVAS)
112101         CONVERTING MAYUSCULAS TO MINUSCULAS.
112102 1710-LEER-POSITIVA-EXIT.
112103     EXIT.
112104
112105******************************************************************
112106*    1800-CARGAR-NEGATIVAS
112107*    Carga los lexicos de palabras negativas de cada idioma,
112108*    simetricos a los de positivas (NEGATIVA, NEGATEN y
112109*    NEGATCA, una palabra por linea).
112110******************************************************************
112111 1800-CARGAR-NEGATIVAS.
112112     MOVE 0 TO NUM-NEGATIVAS.
112113     PERFORM 1805-CARGAR-NEGATIVAS-IDIOMA
112114         THRU 1805-CARGAR-NEGATIVAS-IDIOMA-EXIT
112115         VARYING IDX-IDIOMA FROM 1 BY 1
112116         UNTIL IDX-IDIOMA > 3.
112117 1800-CARGAR-NEGATIVAS-EXIT.
112118     EXIT.
112119
112120******************************************************************
112121*    1805-CARGAR-NEGATIVAS-IDIOMA
112122*    Carga las palabras negativas del idioma IDX-IDIOMA
112123*    (NEGATIVA, NEGATEN o NEGATCA) a continuacion de las ya
112124*    cargadas. Si el fichero no se puede abrir se avisa y se
112125*    sigue sin el.
112126******************************************************************
112127 1805-CARGAR-NEGATIVAS-IDIOMA.
112128     EVALUATE IDX-IDIOMA
112129         WHEN 1
112130             OPEN INPUT NEGATIVA-ARCHIVO
112131             MOVE NEGATIVA-STATUS TO STATUS-LISTA
112132         WHEN 2
112133             OPEN INPUT NEGATEN-ARCHIVO
112134             MOVE NEGATEN-STATUS TO STATUS-LISTA
112135         WHEN OTHER
112136             OPEN INPUT NEGATCA-ARCHIVO
112137             MOVE NEGATCA-STATUS TO STATUS-LISTA
112138     END-EVALUATE.
112139     IF STATUS-LISTA NOT = '00'
112140         DISPLAY 'SIN LEXICO DE PALABRAS NEGATIVAS '
112141             IDIOMA-CODIGO(IDX-IDIOMA) '. STATUS: ' STATUS-LISTA
112142         MOVE 'S' TO FIN-NEGATIVAS
112143         GO TO 1805-CARGAR-NEGATIVAS-IDIOMA-EXIT
112144     END-IF.
112145
112146     MOVE 0 TO CARGADAS-LISTA.
112147     MOVE 'N' TO FIN-NEGATIVAS.
112148     PERFORM 1810-LEER-NEGATIVA
112149         THRU 1810-LEER-NEGATIVA-EXIT
112150         UNTIL NO-HAY-MAS-NEGATIVAS.
112151
112152     EVALUATE IDX-IDIOMA
112153         WHEN 1
112154             CLOSE NEGATIVA-ARCHIVO
112155         WHEN 2
112156             CLOSE NEGATEN-ARCHIVO
112157         WHEN OTHER
112158             CLOSE NEGATCA-ARCHIVO
112159     END-EVALUATE.
112160     DISPLAY 'PALABRAS NEGATIVAS ' IDIOMA-CODIGO(IDX-IDIOMA)
112161         ' CARGADAS: ' CARGADAS-LISTA.
112162 1805-CARGAR-NEGATIVAS-IDIOMA-EXIT.
112163     EXIT.
112164
112165 1810-LEER-NEGATIVA.
112166     EVALUATE IDX-IDIOMA
112167         WHEN 1
112168             READ NEGATIVA-ARCHIVO INTO LINEA-LISTA
112169                 AT END MOVE 'S' TO FIN-NEGATIVAS
112170             END-READ
112171         WHEN 2
112172             READ NEGATEN-ARCHIVO INTO LINEA-LISTA
112173                 AT END MOVE 'S' TO FIN-NEGATIVAS
112174             END-READ
112175         WHEN OTHER
112176             READ NEGATCA-ARCHIVO INTO LINEA-LISTA
112177                 AT END MOVE 'S' TO FIN-NEGATIVAS
112178             END-READ
112179     END-EVALUATE.
112180     IF NO-HAY-MAS-NEGATIVAS
112181         GO TO 1810-LEER-NEGATIVA-EXIT
112182     END-IF.
112183     IF LINEA-LISTA = SPACES
112184         GO TO 1810-LEER-NEGATIVA-EXIT
112185     END-IF.
112186     IF CARGADAS-LISTA >= 200
112187         DISPLAY 'LEXICO DE NEGATIVAS '
112188             IDIOMA-CODIGO(IDX-IDIOMA) ' TRUNCADO A 200'
112189         MOVE 'S' TO FIN-NEGATIVAS
112190         GO TO 1810-LEER-NEGATIVA-EXIT
112191     END-IF.
112192     ADD 1 TO CARGADAS-LISTA.
112193     ADD 1 TO NUM-NEGATIVAS.
112194     MOVE IDX-IDIOMA TO NEGATIVA-IDIOMA(NUM-NEGATIVAS).
112195     MOVE LINEA-LISTA(1:30)
112196         TO NEGATIVA-PALABRA(NUM-NEGATIVAS).
112197     INSPECT NEGATIVA-PALABRA(NUM-NEGATIVAS)
112198         CONVERTING MAYUSCULAS TO MINUSCULAS.
112199 1810-LEER-NEGATIVA-EXIT.
112200     EXIT.
112201
112202******************************************************************
112203*    1900-CARGAR-REGLAS
112204*    Carga las reglas de categoria de negocio de cada idioma
112205*    (REGLACAT para ES, REGLAEN para EN, REGLACA para CA; lineas
112206*    PALABRA=CATEGORIA, mantenibles por operaciones). La palabra
112207*    se pliega a minusculas; la categoria se guarda tal cual.
112208*    Cada regla guarda su idioma y su orden dentro del fichero.
112209*    Si un fichero no existe se sigue sin reglas para ese
112210*    idioma y sus textos caen en OTROS.
112211******************************************************************
112212 1900-CARGAR-REGLAS.
112213     MOVE 0 TO NUM-REGLAS.
112214     PERFORM 1905-CARGAR-REGLAS-IDIOMA
112215         THRU 1905-CARGAR-REGLAS-IDIOMA-EXIT
112216         VARYING IDX-IDIOMA FROM 1 BY 1
112217         UNTIL IDX-IDIOMA > 3.
112218 1900-CARGAR-REGLAS-EXIT.
112219     EXIT.
112220
112221******************************************************************
112222*    1905-CARGAR-REGLAS-IDIOMA
112223*    Carga las reglas de categoria del idioma IDX-IDIOMA
112224*    (REGLAS, REGLAEN o REGLACA) a continuacion de las ya
112225*    cargadas. Si el fichero no se puede abrir se avisa y se
112226*    sigue sin el.
112227******************************************************************
112228 1905-CARGAR-REGLAS-IDIOMA.
112229     EVALUATE IDX-IDIOMA
112230         WHEN 1
112231             OPEN INPUT REGLAS-ARCHIVO
112232             MOVE REGLAS-STATUS TO STATUS-LISTA
112233         WHEN 2
112234             OPEN INPUT REGLAEN-ARCHIVO
112235             MOVE REGLAEN-STATUS TO STATUS-LISTA
112236         WHEN OTHER
112237             OPEN INPUT REGLACA-ARCHIVO
112238             MOVE REGLACA-STATUS TO STATUS-LISTA
112239     END-EVALUATE.
112240     IF STATUS-LISTA NOT = '00'
112241         DISPLAY 'SIN REGLAS DE CATEGORIA '
112242             IDIOMA-CODIGO(IDX-IDIOMA) '. STATUS: ' STATUS-LISTA
112243         MOVE 'S' TO FIN-REGLAS
112244         GO TO 1905-CARGAR-REGLAS-IDIOMA-EXIT
112245     END-IF.
112246
112247     MOVE 0 TO CARGADAS-LISTA.
112248     MOVE 'N' TO FIN-REGLAS.
112249     PERFORM 1910-LEER-REGLA
112250         THRU 1910-LEER-REGLA-EXIT
112251         UNTIL NO-HAY-MAS-REGLAS.
112252
112253     EVALUATE IDX-IDIOMA
112254         WHEN 1
112255             CLOSE REGLAS-ARCHIVO
112256         WHEN 2
112257             CLOSE REGLAEN-ARCHIVO
112258         WHEN OTHER
112259             CLOSE REGLACA-ARCHIVO
112260     END-EVALUATE.
112261     DISPLAY 'REGLAS DE CATEGORIA ' IDIOMA-CODIGO(IDX-IDIOMA)
112262         ' CARGADAS: ' CARGADAS-LISTA.
112263 1905-CARGAR-REGLAS-IDIOMA-EXIT.
112264     EXIT.
112265
112266 1910-LEER-REGLA.
112267     EVALUATE IDX-IDIOMA
112268         WHEN 1
112269             READ REGLAS-ARCHIVO INTO LINEA-LISTA
112270                 AT END MOVE 'S' TO FIN-REGLAS
112271             END-READ
112272         WHEN 2
112273             READ REGLAEN-ARCHIVO INTO LINEA-LISTA
112274                 AT END MOVE 'S' TO FIN-REGLAS
112275             END-READ
112276         WHEN OTHER
112277             READ REGLACA-ARCHIVO INTO LINEA-LISTA
112278                 AT END MOVE 'S' TO FIN-REGLAS
112279             END-READ
112280     END-EVALUATE.
112281     IF NO-HAY-MAS-REGLAS
112282         GO TO 1910-LEER-REGLA-EXIT
112283     END-IF.
112284     IF LINEA-LISTA = SPACES
112285         GO TO 1910-LEER-REGLA-EXIT
112286     END-IF.
112287     IF CARGADAS-LISTA >= 100
112288         DISPLAY 'REGLAS DE CATEGORIA '
112289             IDIOMA-CODIGO(IDX-IDIOMA) ' TRUNCADAS A 100'
112290         MOVE 'S' TO FIN-REGLAS
112291         GO TO 1910-LEER-REGLA-EXIT
112292     END-IF.
112293
112294     MOVE SPACES TO REGLA-CLAVE.
112295     MOVE SPACES TO REGLA-VALOR.
112296     UNSTRING LINEA-LISTA DELIMITED BY '='
112297         INTO REGLA-CLAVE REGLA-VALOR.
112298
112299*    UNA LINEA SIN CATEGORIA A LA DERECHA DEL IGUAL NO ES UNA
112300*    REGLA VALIDA: SE IGNORA CON AVISO PARA PODER DEPURARLA
112301
112302     IF REGLA-CLAVE = SPACES OR REGLA-VALOR = SPACES
112303         DISPLAY 'REGLA DE CATEGORIA INVALIDA: ' LINEA-LISTA
112304         GO TO 1910-LEER-REGLA-EXIT
112305     END-IF.
112306     ADD 1 TO CARGADAS-LISTA.
112307     ADD 1 TO NUM-REGLAS.
112308     MOVE IDX-IDIOMA TO REGLA-IDIOMA(NUM-REGLAS).
112309     MOVE CARGADAS-LISTA TO REGLA-NUMERO(NUM-REGLAS).
112310     MOVE REGLA-CLAVE TO REGLA-PALABRA(NUM-REGLAS).
112311     INSPECT REGLA-PALABRA(NUM-REGLAS)
112312         CONVERTING MAYUSCULAS TO MINUSCULAS.
112313     MOVE REGLA-VALOR(1:12) TO REGLA-CATEGORIA(NUM-REGLAS).
112314 1910-LEER-REGLA-EXIT.
112315     EXIT.
112316
112317******************************************************************
112318*    1970-CARGAR-CALENDARIO
112319*    Carga el calendario laboral CALENLAB (copybook RETO19K). Sin
112320*    el fichero se siguen contando dias naturales, como antes de
112321*    existir el calendario, y se avisa por consola.
112322******************************************************************
112323 1970-CARGAR-CALENDARIO.
112324     MOVE 'N' TO CALENDARIO-CARGADO.
112325     MOVE SPACES TO TABLA-CALENDARIO.
112326     MOVE 0 TO CONTADOR-CAL-IGNORADOS.
112327     COMPUTE CLD-ANO-INICIAL = FECHA-PROCESO / 10000 - 8.
112328     OPEN INPUT CALENLAB-ARCHIVO.
112329     IF CALENLAB-STATUS NOT = '00'
112330         DISPLAY 'SIN CALENLAB, SE CUENTAN DIAS NATURALES: '
112331             CALENLAB-STATUS
112332         GO TO 1970-CARGAR-CALENDARIO-EXIT
112333     END-IF.
112334     MOVE 'N' TO FIN-CALENDARIO.
112335     PERFORM 1975-LEER-CALENDARIO
112336         THRU 1975-LEER-CALENDARIO-EXIT
112337         UNTIL NO-HAY-MAS-CALENDARIO.
112338     CLOSE CALENLAB-ARCHIVO.
112339     MOVE 'S' TO CALENDARIO-CARGADO.
112340     IF CONTADOR-CAL-IGNORADOS > 0
112341         DISPLAY 'CALENLAB: REGISTROS IGNORADOS: '
112342             CONTADOR-CAL-IGNORADOS
112343     END-IF.
112344 1970-CARGAR-CALENDARIO-EXIT.
112345     EXIT.
112346
112347******************************************************************
112348*    1975-LEER-CALENDARIO
112349*    Un registro del calendario: el A guarda la semana laborable
112350*    de su ano y el F o el L marcan su fecha. Los registros mal
112351*    formados o de anos fuera de los diez cargados se ignoran
112352*    (RETO-19V los detalla en su informe).
112353******************************************************************
112354 1975-LEER-CALENDARIO.
112355     READ CALENLAB-ARCHIVO
112356         AT END
112357             MOVE 'S' TO FIN-CALENDARIO
112358             GO TO 1975-LEER-CALENDARIO-EXIT
112359     END-READ.
112360     IF CAL-ES-COMENTARIO
112361         GO TO 1975-LEER-CALENDARIO-EXIT
112362     END-IF.
112363     IF CAL-FECHA NOT NUMERIC
112364         ADD 1 TO CONTADOR-CAL-IGNORADOS
112365         GO TO 1975-LEER-CALENDARIO-EXIT
112366     END-IF.
112367     MOVE CAL-FECHA TO CLD-FECHA.
112368     PERFORM 1980-POSICION-CALENDARIO
112369         THRU 1980-POSICION-CALENDARIO-EXIT.
112370     MOVE 0 TO CLD-CONTADOR.
112371     INSPECT CAL-SEMANA TALLYING CLD-CONTADOR
112372         FOR ALL 'L' ALL 'N'.
112373     EVALUATE TRUE
112374         WHEN CAL-ES-ANO AND CLD-IDX-ANO > 0
112375              AND CAL-MES-DIA = 0 AND CLD-CONTADOR = 7
112376             MOVE CAL-SEMANA TO CLD-SEMANA(CLD-IDX-ANO)
112377         WHEN (CAL-ES-FESTIVO OR CAL-ES-LABORABLE)
112378              AND CLD-IDX-DIA > 0
112379             MOVE CAL-TIPO TO CLD-DIA(CLD-IDX-ANO, CLD-IDX-DIA)
112380         WHEN OTHER
112381             ADD 1 TO CONTADOR-CAL-IGNORADOS
112382     END-EVALUATE.
112383 1975-LEER-CALENDARIO-EXIT.
112384     EXIT.
112385
112386******************************************************************
112387*    1980-POSICION-CALENDARIO
112388*    Deja en CLD-IDX-ANO el ano de CLD-FECHA dentro de la tabla
112389*    del calendario (0 si queda fuera de los diez cargados) y en
112390*    CLD-IDX-DIA su dia del ano (0 si no es una fecha valida).
112391******************************************************************
112392 1980-POSICION-CALENDARIO.
112393     MOVE 0 TO CLD-IDX-ANO.
112394     MOVE 0 TO CLD-IDX-DIA.
112395     IF CLD-ANO < CLD-ANO-INICIAL
112396         OR CLD-ANO > CLD-ANO-INICIAL + 9
112397         GO TO 1980-POSICION-CALENDARIO-EXIT
112398     END-IF.
112399     COMPUTE CLD-IDX-ANO = CLD-ANO - CLD-ANO-INICIAL + 1.
112400     IF CLD-MES-DIA < 0101 OR CLD-MES-DIA > 1231
112401         GO TO 1980-POSICION-CALENDARIO-EXIT
112402     END-IF.
112403
112404*    UNA FECHA IMPOSIBLE (31 DE ABRIL) DA 0 EN INTEGER-OF-DATE Y
112405*    QUEDA FUERA DEL RANGO DEL ANO
112406
112407     COMPUTE CLD-ENTERO-ANO =
112408         FUNCTION INTEGER-OF-DATE(CLD-ANO * 10000 + 0101).
112409     COMPUTE CLD-ENTERO-FECHA =
112410         FUNCTION INTEGER-OF-DATE(CLD-FECHA).
112411     IF CLD-ENTERO-FECHA >= CLD-ENTERO-ANO
112412         AND CLD-ENTERO-FECHA <= CLD-ENTERO-ANO + 365
112413         COMPUTE CLD-IDX-DIA =
112414             CLD-ENTERO-FECHA - CLD-ENTERO-ANO + 1
112415     END-IF.
112416 1980-POSICION-CALENDARIO-EXIT.
112417     EXIT.
112418
112419******************************************************************
112420*    1985-CONSULTAR-CALENDARIO
112421*    Deja en CLD-TIPO-DIA como es el dia CLD-FECHA: L laborable,
112422*    F festivo, N no laborable por su dia de la semana, o blanco
112423*    si queda fuera del calendario (sin CALENLAB, ano sin
112424*    registro A o fecha invalida).
112425******************************************************************
112426 1985-CONSULTAR-CALENDARIO.
112427     MOVE SPACE TO CLD-TIPO-DIA.
112428     IF NOT HAY-CALENDARIO
112429         GO TO 1985-CONSULTAR-CALENDARIO-EXIT
112430     END-IF.
112431     PERFORM 1980-POSICION-CALENDARIO
112432         THRU 1980-POSICION-CALENDARIO-EXIT.
112433     IF CLD-IDX-DIA = 0
112434         GO TO 1985-CONSULTAR-CALENDARIO-EXIT
112435     END-IF.
112436     IF CLD-SEMANA(CLD-IDX-ANO) = SPACES
112437         GO TO 1985-CONSULTAR-CALENDARIO-EXIT
112438     END-IF.
112439     IF CLD-DIA(CLD-IDX-ANO, CLD-IDX-DIA) NOT = SPACE
112440         MOVE CLD-DIA(CLD-IDX-ANO, CLD-IDX-DIA) TO CLD-TIPO-DIA
112441         GO TO 1985-CONSULTAR-CALENDARIO-EXIT
112442     END-IF.
112443
112444*    DIA DE LA SEMANA: EL DIA 1 DE INTEGER-OF-DATE (01-01-1601)
112445*    FUE LUNES, ASI QUE 1 ES LUNES Y 7 DOMINGO
112446
112447     SUBTRACT 1 FROM CLD-ENTERO-FECHA.
112448     DIVIDE CLD-ENTERO-FECHA BY 7 GIVING CLD-COCIENTE
112449         REMAINDER CLD-DIA-SEMANA.
112450     ADD 1 TO CLD-DIA-SEMANA.
112451     MOVE CLD-SEMANA(CLD-IDX-ANO)(CLD-DIA-SEMANA:1)
112452         TO CLD-TIPO-DIA.
112453 1985-CONSULTAR-CALENDARIO-EXIT.
112461     EXIT.
112462
112463******************************************************************
116300*      - CUALQUIER OTRA COSA DENTRO DE UN TICKET LO MARCA COMO
116400*        RECHAZADO; FUERA DE TICKET ES UNA LINEA SUELTA QUE VA
116500*        DIRECTA AL FICHERO DE RECHAZOS
116510*      - INICIO 'I' Y FIN 'F' DE ENTREGA: YA SE VALIDARON EN
116520*        1150-VERIFICAR-ENTREGA; AQUI SOLO SE CUENTAN
116600*    EL CHECKPOINT SOLO SE GRABA EN PUNTOS DE CONFIRMACION, ES
116700*    DECIR, CUANDO NO HAY NINGUN TICKET A MEDIO ENSAMBLAR
116800
118900             ADD 1 TO CONTADOR-LINEAS-TICKET
119000             PERFORM 2400-ANEXAR-DETALLE
119100                 THRU 2400-ANEXAR-DETALLE-EXIT
119110         WHEN ES-INICIO-ENTREGA OR ES-FIN-ENTREGA
119120             ADD 1 TO CONTADOR-REGISTROS
119130             ADD 1 TO CONTADOR-CONTROL
119140             IF NOT HAY-TICKET-EN-CURSO
119150                 PERFORM 1400-ESCRIBIR-CHECKPOINT
119160                     THRU 1400-ESCRIBIR-CHECKPOINT-EXIT
119170             END-IF
119200         WHEN OTHER
119300             ADD 1 TO CONTADOR-REGISTROS
119400             IF HAY-TICKET-EN-CURSO
136920         PERFORM 7500-ACTUALIZAR-MAESTRO
136930             THRU 7500-ACTUALIZAR-MAESTRO-EXIT
136940     END-IF.
136950     IF PALADIA-QUEDO-ABIERTO
136960         PERFORM 7100-GRABAR-PALADIA
136970             THRU 7100-GRABAR-PALADIA-EXIT
136980     END-IF.
137000     IF NUM-CLAVES-TEXTO > 0
137100         PERFORM 5500-ESCRIBIR-ALERTA
137200             THRU 5500-ESCRIBIR-ALERTA-EXIT
148010     MOVE CONTADOR-ALERTAS   TO CKPT-ALERTAS.
148020     MOVE CONTADOR-SIN-CATEGORIA TO CKPT-SIN-CATEGORIA.
148030     MOVE CONTADOR-ENMASCARADOS TO CKPT-ENMASCARADOS.
148040     MOVE CONTADOR-CONTROL  TO CKPT-CONTROL.
148100     WRITE REG-CHECKPT.
148200
148300*    TRAS EL REGISTRO DE TOTALES SE GRABA UN REGISTRO SECUNDARIO
149881         MOVE CAT-NOMBRE(IDX-CATEGORIA) TO CKG-NOMBRE
149882         MOVE CAT-TEXTOS(IDX-CATEGORIA) TO CKG-TEXTOS
149883         WRITE REG-CHECKPT-CATEG
149888     END-PERFORM.
149893
149898*    Y UNO POR IDIOMA, MARCADO CON '#', PARA LOS SUBTOTALES POR
149903*    IDIOMA
149908
149913     PERFORM VARYING IDX-IDIOMA FROM 1 BY 1
149918         UNTIL IDX-IDIOMA > 3
149923         MOVE SPACES TO REG-CHECKPT-IDIOMA
149928         MOVE '#' TO CKI-MARCA
149933         MOVE IDIOMA-CODIGO(IDX-IDIOMA)  TO CKI-IDIOMA
149938         MOVE IDI-TEXTOS(IDX-IDIOMA)     TO CKI-TEXTOS
149943         MOVE IDI-PALABRAS(IDX-IDIOMA)   TO CKI-PALABRAS
149948         MOVE IDI-ORACIONES(IDX-IDIOMA)  TO CKI-ORACIONES
149953         MOVE IDI-CARACTERES(IDX-IDIOMA) TO CKI-CARACTERES
149958         MOVE IDI-POSITIVOS(IDX-IDIOMA)  TO CKI-POSITIVOS
149963         MOVE IDI-NEUTROS(IDX-IDIOMA)    TO CKI-NEUTROS
149968         MOVE IDI-NEGATIVOS(IDX-IDIOMA)  TO CKI-NEGATIVOS
149973         MOVE IDI-SIN-CATEGORIA(IDX-IDIOMA)
149978             TO CKI-SIN-CATEGORIA
149983         WRITE REG-CHECKPT-IDIOMA
149988     END-PERFORM.
149993     CLOSE CHECKPT-ARCHIVO.
150000 1400-ESCRIBIR-CHECKPOINT-EXIT.
150100     EXIT.
150200
153010     MOVE 0 TO SENT-POSITIVAS-TEXTO.
153020     MOVE 0 TO SENT-NEGATIVAS-TEXTO.
153030     MOVE SPACES TO CATEGORIA-TEXTO.
153040     MOVE 0 TO REGLA-GANADORA.
153050     MOVE SPACES TO TABLA-REGLAS-TEXTO.
153100     MOVE SPACES TO TABLA-CLAVES-TEXTO.
153200     MOVE HIGH-VALUES TO TABLA-PALABRAS.
153300     MOVE 'N' TO FRECUENCIA-PARCIAL.
153400
153500     INSPECT FRASE
153600         TALLYING LARGO FOR CHARACTERS.
153610
153620*    EL IDIOMA SE DECIDE ANTES DEL RECORRIDO PRINCIPAL PORQUE DE
153630*    EL DEPENDEN LAS LISTAS QUE SE CONSULTAN PALABRA A PALABRA
153640
153650     PERFORM 3050-DETECTAR-IDIOMA
153660         THRU 3050-DETECTAR-IDIOMA-EXIT.
153700
153800     MOVE 1 TO CONT.
153900     MOVE 2 TO CONT1.
167300     END-IF.
167400
167500*    INDICE DE LEGIBILIDAD DE FERNANDEZ-HUERTA Y SU BANDA; UN
167600*    TEXTO SIN PUNTUACION FINAL CUENTA COMO UNA SOLA ORACION.
167610*    LOS TEXTOS EN INGLES USAN FLESCH (READING EASE), DEL QUE
167620*    FERNANDEZ-HUERTA ES LA ADAPTACION AL CASTELLANO: LA ESCALA
167630*    ES LA MISMA Y LOS CORTES DE BANDA SIRVEN PARA AMBOS. EL
167640*    CATALAN, SIN FORMULA PROPIA DE USO COMUN, SIGUE CON LA DE
167650*    FERNANDEZ-HUERTA
167700
167800     IF NUM-ORACIONES > 0
167900         MOVE NUM-ORACIONES TO ORACIONES-CALCULO
168230*    60 * SILABAS / PALABRAS SE TRUNCARA A ENTERO ANTES DE LA
168240*    RESTA E INFLARA EL INDICE (Y LA BANDA) DE TODOS LOS TEXTOS
168250
168300     IF IDIOMA-TEXTO = 'EN'
168400         COMPUTE INDICE-LEGIBILIDAD ROUNDED = 206.835
168500             - (1.015 * NUM-PALABRAS / ORACIONES-CALCULO)
168600             - (84.6 * SILABAS-INGLES / NUM-PALABRAS)
168700             ON SIZE ERROR MOVE 0 TO INDICE-LEGIBILIDAD
168710         END-COMPUTE
168720     ELSE
168730         COMPUTE INDICE-LEGIBILIDAD ROUNDED = 206.84
168740             - (60.0 * NUM-SILABAS / NUM-PALABRAS)
168750             - (1.02 * NUM-PALABRAS / ORACIONES-CALCULO)
168760             ON SIZE ERROR MOVE 0 TO INDICE-LEGIBILIDAD
168770         END-COMPUTE
168780     END-IF.
168800     IF INDICE-LEGIBILIDAD < 0
168900         MOVE 0 TO INDICE-LEGIBILIDAD
169000     END-IF.
170700     DISPLAY 'LOS CARACTERES TOTALES SERIAN: ' CARACTERES.
170800     DISPLAY 'LA LONGITUD MEDIA DE LAS PALABRAS ES: ' LONG-MEDIA.
170900     DISPLAY 'LA PALABRA MAS LARGA ES: ' MAS-LARGA.
170901     DISPLAY 'EL IDIOMA DETECTADO ES: ' IDIOMA-TEXTO.
170902 3000-ANALIZAR-FRASE-EXIT.
170903     EXIT.
170904
170905******************************************************************
170906*    3050-DETECTAR-IDIOMA
170907*    Decide el idioma del texto por su vocabulario: cuenta
170908*    cuantas de sus palabras estan en la lista de vacias de
170909*    cada idioma. Gana EN o CA solo si llega al minimo
170910*    PARAM-IDIOMA-MIN y supera estrictamente a los otros dos;
170911*    en cualquier otro caso (empate, pocos aciertos, sin
170912*    listas) el texto queda en ES. En la misma pasada se
170913*    cuentan las silabas a la inglesa para el indice de Flesch.
170914******************************************************************
170915 3050-DETECTAR-IDIOMA.
170916     MOVE 1 TO IDX-IDIOMA-TEXTO.
170917     MOVE ZEROS TO TABLA-ACIERTOS-IDIOMA.
170918     MOVE 0 TO SILABAS-INGLES.
170919     MOVE 0 TO IDI-INICIO.
170920     MOVE 0 TO IDI-LARGO.
170921
170922*    MISMOS SEPARADORES DE PALABRA QUE EL RECORRIDO PRINCIPAL
170923
170924     PERFORM VARYING IDI-POS FROM 1 BY 1 UNTIL IDI-POS > LARGO
170925         IF FRASE(IDI-POS:1) = SPACE OR FRASE(IDI-POS:1) = '.'
170926             OR FRASE(IDI-POS:1) = '!' OR FRASE(IDI-POS:1) = '?'
170927             IF IDI-LARGO > 0
170928                 PERFORM 3060-EVALUAR-PALABRA-IDIOMA
170929                     THRU 3060-EVALUAR-PALABRA-IDIOMA-EXIT
170930                 MOVE 0 TO IDI-LARGO
170931             END-IF
170932         ELSE
170933             IF IDI-LARGO = 0
170934                 MOVE IDI-POS TO IDI-INICIO
170935             END-IF
170936             ADD 1 TO IDI-LARGO
170937         END-IF
170938     END-PERFORM.
170939     IF IDI-LARGO > 0
170940         PERFORM 3060-EVALUAR-PALABRA-IDIOMA
170941             THRU 3060-EVALUAR-PALABRA-IDIOMA-EXIT
170942         MOVE 0 TO IDI-LARGO
170943     END-IF.
170944
170945     IF ACIERTOS-IDIOMA(2) >= PARAM-IDIOMA-MIN
170946         AND ACIERTOS-IDIOMA(2) > ACIERTOS-IDIOMA(1)
170947         AND ACIERTOS-IDIOMA(2) > ACIERTOS-IDIOMA(3)
170948         MOVE 2 TO IDX-IDIOMA-TEXTO
170949     END-IF.
170950     IF ACIERTOS-IDIOMA(3) >= PARAM-IDIOMA-MIN
170951         AND ACIERTOS-IDIOMA(3) > ACIERTOS-IDIOMA(1)
170952         AND ACIERTOS-IDIOMA(3) > ACIERTOS-IDIOMA(2)
170953         MOVE 3 TO IDX-IDIOMA-TEXTO
170954     END-IF.
170955     MOVE IDIOMA-CODIGO(IDX-IDIOMA-TEXTO) TO IDIOMA-TEXTO.
170956 3050-DETECTAR-IDIOMA-EXIT.
170957     EXIT.
170958
170959******************************************************************
170960*    3060-EVALUAR-PALABRA-IDIOMA
170961*    Para la palabra FRASE(IDI-INICIO:IDI-LARGO): suma un
170962*    acierto a cada idioma en cuya lista de vacias aparece
170963*    (plegada a minusculas, como en 4000-ACUMULAR-PALABRA) y
170964*    suma sus silabas a la inglesa: grupos de vocales (la Y
170965*    cuenta como vocal) menos la E muda final, salvo tras L o
170966*    tras otra vocal (table, agree) o si es su unica silaba.
170967******************************************************************
170968 3060-EVALUAR-PALABRA-IDIOMA.
170969     MOVE SPACES TO PALABRA-COMPARAR.
170970     IF IDI-LARGO > 30
170971         MOVE FRASE(IDI-INICIO:30) TO PALABRA-COMPARAR
170972     ELSE
170973         MOVE FRASE(IDI-INICIO:IDI-LARGO) TO PALABRA-COMPARAR
170974     END-IF.
170975     INSPECT PALABRA-COMPARAR
170976         CONVERTING MAYUSCULAS TO MINUSCULAS.
170977     PERFORM VARYING IDX-VACIA FROM 1 BY 1
170978         UNTIL IDX-VACIA > NUM-VACIAS
170979         IF VACIA-PALABRA(IDX-VACIA) = PALABRA-COMPARAR
170980             MOVE VACIA-IDIOMA(IDX-VACIA) TO IDX-IDIOMA
170981             IF ACIERTOS-IDIOMA(IDX-IDIOMA) < 9999
170982                 ADD 1 TO ACIERTOS-IDIOMA(IDX-IDIOMA)
170983             END-IF
170984         END-IF
170985     END-PERFORM.
170986
170987     MOVE 0 TO SILABAS-PALABRA.
170988     MOVE 0 TO IDI-FIN.
170989     MOVE 'N' TO VOCAL-ANTERIOR-EN.
170990     PERFORM VARYING IDI-IDX FROM IDI-INICIO BY 1
170991         UNTIL IDI-IDX > IDI-INICIO + IDI-LARGO - 1
170992         MOVE FRASE(IDI-IDX:1) TO LETRA-INGLES
170993         IF ES-VOCAL-INGLES
170994             IF NOT VENIMOS-DE-VOCAL-EN AND SILABAS-PALABRA < 99
170995                 ADD 1 TO SILABAS-PALABRA
170996             END-IF
170997             MOVE 'S' TO VOCAL-ANTERIOR-EN
170998         ELSE
170999             MOVE 'N' TO VOCAL-ANTERIOR-EN
171000         END-IF
171001         IF ES-LETRA-INGLES
171002             MOVE IDI-IDX TO IDI-FIN
171003         END-IF
171004     END-PERFORM.
171005
171006*    IDI-FIN ES LA ULTIMA LETRA DE LA PALABRA (SE SALTAN LA COMA
171007*    Y DEMAS SIGNOS PEGADOS AL FINAL)
171008
171009     IF SILABAS-PALABRA > 1 AND IDI-FIN > IDI-INICIO
171010         IF FRASE(IDI-FIN:1) = 'E' OR FRASE(IDI-FIN:1) = 'e'
171011             MOVE FRASE(IDI-FIN - 1:1) TO LETRA-INGLES
171012             IF NOT ES-VOCAL-INGLES
171013                 AND LETRA-INGLES NOT = 'L'
171014                 AND LETRA-INGLES NOT = 'l'
171015                 SUBTRACT 1 FROM SILABAS-PALABRA
171016             END-IF
171017         END-IF
171018     END-IF.
171019     ADD SILABAS-PALABRA TO SILABAS-INGLES
171020         ON SIZE ERROR CONTINUE
171021     END-ADD.
171022 3060-EVALUAR-PALABRA-IDIOMA-EXIT.
171100     EXIT.
171200
171300******************************************************************
173730*    EXCLUSION DE VACIAS: UNA PALABRA DE LOS LEXICOS PUNTUA
173740*    AUNQUE ESTE TAMBIEN EN LA LISTA DE VACIAS
173750
173753*    SOLO CUENTAN LAS LISTAS DEL IDIOMA DEL TEXTO
173756
173760     IF NUM-POSITIVAS > 0
173762         PERFORM VARYING IDX-SENTIMIENTO FROM 1 BY 1
173764             UNTIL IDX-SENTIMIENTO > NUM-POSITIVAS
173766             IF POSITIVA-PALABRA(IDX-SENTIMIENTO)
173767                 = PALABRA-COMPARAR
173768                 AND POSITIVA-IDIOMA(IDX-SENTIMIENTO)
173769                 = IDX-IDIOMA-TEXTO
173770                 AND SENT-POSITIVAS-TEXTO < 999
173772                 ADD 1 TO SENT-POSITIVAS-TEXTO
173774             END-IF
173782         PERFORM VARYING IDX-SENTIMIENTO FROM 1 BY 1
173784             UNTIL IDX-SENTIMIENTO > NUM-NEGATIVAS
173786             IF NEGATIVA-PALABRA(IDX-SENTIMIENTO)
173787                 = PALABRA-COMPARAR
173788                 AND NEGATIVA-IDIOMA(IDX-SENTIMIENTO)
173789                 = IDX-IDIOMA-TEXTO
173790                 AND SENT-NEGATIVAS-TEXTO < 999
173792                 ADD 1 TO SENT-NEGATIVAS-TEXTO
173794             END-IF
173795         END-PERFORM
173796     END-IF.
173797
173798*    LA PRIMERA REGLA DE CATEGORIA CUYA PALABRA APARECE EN EL
173799*    TEXTO DECIDE SU CATEGORIA; LAS QUE COINCIDEN DESPUES (O CON
173800*    LA MISMA PALABRA PERO MAS ABAJO EN REGLACAT) SOLO SE MARCAN
173801*    COMO COINCIDENTES SIN GANAR
173802
173803     IF NUM-REGLAS > 0
173804         PERFORM VARYING IDX-REGLA FROM 1 BY 1
173805             UNTIL IDX-REGLA > NUM-REGLAS
173807             IF REGLA-PALABRA(IDX-REGLA) = PALABRA-COMPARAR
173808                 AND REGLA-IDIOMA(IDX-REGLA) = IDX-IDIOMA-TEXTO
173809                 IF CATEGORIA-TEXTO = SPACES
173816                     MOVE REGLA-CATEGORIA(IDX-REGLA)
173823                         TO CATEGORIA-TEXTO
173830                     MOVE IDX-REGLA TO REGLA-GANADORA
173837                 ELSE
173844                     IF IDX-REGLA NOT = REGLA-GANADORA
173851                         MOVE 'S' TO REGLA-COINCIDE(IDX-REGLA)
173858                     END-IF
173865                 END-IF
173872             END-IF
173879         END-PERFORM
173886     END-IF.
173893
173900*    LAS PALABRAS DE LA LISTA DE VACIAS NO ENTRAN NI EN LA TABLA
174000*    DEL TEXTO NI, POR TANTO, EN EL TOP10 NI EN EL DICCIONARIO;
174100*    SUS OCURRENCIAS SE CUENTAN APARTE PARA EL GRAN TOTAL
174400         MOVE 'N' TO PALABRA-ES-VACIA
174500         PERFORM VARYING IDX-VACIA FROM 1 BY 1
174600             UNTIL IDX-VACIA > NUM-VACIAS
174700             IF VACIA-PALABRA(IDX-VACIA) = PALABRA-COMPARAR
174710                 AND VACIA-IDIOMA(IDX-VACIA) = IDX-IDIOMA-TEXTO
174800                 MOVE 'S' TO PALABRA-ES-VACIA
174900             END-IF
175000         END-PERFORM
184210     MOVE PUNTOS-SENTIMIENTO TO LD-SENT-PUNTOS.
184220     MOVE BANDA-SENTIMIENTO  TO LD-SENT-BANDA.
184230     MOVE CATEGORIA-TEXTO    TO LD-CATEGORIA.
184235     MOVE IDIOMA-TEXTO       TO LD-IDIOMA.
184240
184250*    LA PALABRA Y LA ORACION MAS LARGAS SE ENMASCARAN EN COPIA
184260*    ANTES DE SALIR AL INFORME; EL REGISTRO RESUMEN Y EL RESTO
188384         ADD 1 TO CONTADOR-SIN-CATEGORIA
188385     END-IF.
188400
188405*    ACUMULACION POR IDIOMA DETECTADO PARA SUS SUBTOTALES
188410
188415     ADD 1             TO IDI-TEXTOS(IDX-IDIOMA-TEXTO).
188420     ADD NUM-PALABRAS  TO IDI-PALABRAS(IDX-IDIOMA-TEXTO).
188425     ADD NUM-ORACIONES TO IDI-ORACIONES(IDX-IDIOMA-TEXTO).
188430     ADD CARACTERES    TO IDI-CARACTERES(IDX-IDIOMA-TEXTO).
188435     EVALUATE BANDA-SENTIMIENTO
188440         WHEN 'POSITIVO'
188445             ADD 1 TO IDI-POSITIVOS(IDX-IDIOMA-TEXTO)
188450         WHEN 'NEGATIVO'
188455             ADD 1 TO IDI-NEGATIVOS(IDX-IDIOMA-TEXTO)
188460         WHEN OTHER
188465             ADD 1 TO IDI-NEUTROS(IDX-IDIOMA-TEXTO)
188470     END-EVALUATE.
188475     IF CATEGORIA-TEXTO = 'OTROS'
188480         ADD 1 TO IDI-SIN-CATEGORIA(IDX-IDIOMA-TEXTO)
188485     END-IF.
188490
188500     MOVE SPACES TO REG-RESUMEN.
188600     MOVE LINEA-CABECERA TO RES-NUM-REGISTRO.
188700     MOVE TICKET-ACTUAL  TO RES-ID-TICKET.
189710     MOVE PUNTOS-SENTIMIENTO TO RES-SENT-PUNTOS.
189720     MOVE BANDA-SENTIMIENTO  TO RES-SENT-BANDA.
189730     MOVE CATEGORIA-TEXTO    TO RES-CATEGORIA.
189732     MOVE IDIOMA-TEXTO       TO RES-IDIOMA.
189734
189736*    REGLA GANADORA, REGLAS QUE COINCIDIERON SIN GANAR (SE GUARDAN
189738*    LAS 10 PRIMERAS, EL TOTAL VA APARTE) Y LAS 5 PALABRAS MAS
189740*    REPETIDAS DEL TEXTO, PARA EL INFORME DE REGLAS RETO-19G; LAS
189742*    REGLAS VAN POR SU NUMERO DENTRO DEL FICHERO DE SU IDIOMA
189744     MOVE 0 TO RES-REGLA-NUM.
189746     IF REGLA-GANADORA > 0
189748         MOVE REGLA-NUMERO(REGLA-GANADORA) TO RES-REGLA-NUM
189750         MOVE REGLA-PALABRA(REGLA-GANADORA) TO RES-REGLA-PALABRA
189752     END-IF.
189754     MOVE 0 TO RES-REGLAS-OTRAS-NUM.
189756     MOVE ZEROS TO RES-REGLAS-OTRAS.
189758     PERFORM VARYING IDX-REGLA FROM 1 BY 1
189760         UNTIL IDX-REGLA > NUM-REGLAS
189762         IF REGLA-COINCIDE(IDX-REGLA) = 'S'
189764             ADD 1 TO RES-REGLAS-OTRAS-NUM
189766             IF RES-REGLAS-OTRAS-NUM NOT > 10
189768                 MOVE REGLA-NUMERO(IDX-REGLA)
189770                     TO RES-REGLA-OTRA(RES-REGLAS-OTRAS-NUM)
189772             END-IF
189774         END-IF
189776     END-PERFORM.
189778     PERFORM VARYING IDX-PALABRA-TOP FROM 1 BY 1
189780         UNTIL IDX-PALABRA-TOP > 5
189782         OR IDX-PALABRA-TOP > PARAM-TOPN
189784         MOVE TOP-PALABRA(IDX-PALABRA-TOP)
189786             TO RES-PALABRA-TOP(IDX-PALABRA-TOP)
189788     END-PERFORM.
189800     WRITE REG-RESUMEN.
189900     ADD 1 TO CONTADOR-RESUMEN.
190000 5000-ESCRIBIR-DETALLE-EXIT.
199800*    7000-ACTUALIZAR-DICCIONARIO
199900*    Vuelca la tabla de frecuencia de palabras de este texto al
200000*    diccionario acumulado entre ejecuciones (lo crea si la
200100*    palabra es nueva, o suma las ocurrencias si ya existia),
200110*    dejando en el diario de cambios lo sumado a cada palabra
200120*    que se pudo grabar.
200200******************************************************************
200300 7000-ACTUALIZAR-DICCIONARIO.
200400     PERFORM VARYING IDX-PALABRA FROM 1 BY 1
200900             INVALID KEY
201000                 MOVE TP-CONTADOR(IDX-PALABRA) TO DIC-CONTADOR
201100                 WRITE REG-DICCIONARIO
201110                 MOVE 'A' TO DIA-ACCION
201200             NOT INVALID KEY
201300                 ADD TP-CONTADOR(IDX-PALABRA) TO DIC-CONTADOR
201400                 REWRITE REG-DICCIONARIO
201410                 MOVE 'C' TO DIA-ACCION
201500         END-READ
201510         IF DIARIO-QUEDO-ABIERTO
201520             AND DICCIONARIO-STATUS = '00'
201530             MOVE 'D' TO DIA-TIPO
201540             MOVE SPACES TO DIA-DATOS
201550             MOVE DIC-PALABRA TO DIA-PALABRA
201560             MOVE TP-CONTADOR(IDX-PALABRA) TO DIA-CANTIDAD
201570             PERFORM 7900-GRABAR-DIARIO
201580                 THRU 7900-GRABAR-DIARIO-EXIT
201590         END-IF
201600     END-PERFORM.
201700 7000-ACTUALIZAR-DICCIONARIO-EXIT.
201704     EXIT.
201708
201712******************************************************************
201716*    7100-GRABAR-PALADIA
201720*    Vuelca a la foto de vocabulario del dia una linea por cada
201724*    palabra de la tabla de frecuencia de este texto (las vacias
201728*    ya no estan en ella), con el canal y la categoria del ticket.
201732******************************************************************
201736 7100-GRABAR-PALADIA.
201740     PERFORM VARYING IDX-PALABRA FROM 1 BY 1
201744         UNTIL IDX-PALABRA > NUM-PALABRAS-DISTINTAS
201748         MOVE SPACES TO REG-PALADIA
201752         MOVE FECHA-PROCESO TO PAL-FECHA
201756         MOVE TP-PALABRA(IDX-PALABRA) TO PAL-PALABRA
201760         MOVE TP-CONTADOR(IDX-PALABRA) TO PAL-OCURRENCIAS
201764         MOVE CANAL-ACTUAL TO PAL-CANAL
201768         MOVE CATEGORIA-TEXTO TO PAL-CATEGORIA
201772         WRITE REG-PALADIA
201776         IF PALADIA-STATUS = '00'
201780             ADD 1 TO CONTADOR-PALADIA
201784         END-IF
201788     END-PERFORM.
201792 7100-GRABAR-PALADIA-EXIT.
201800     EXIT.
201810
201820******************************************************************
201871*    entra ademas en la lista MAE-FECHA-DIA (la mas reciente en
201872*    la posicion 1), que es la que permite contar los dias
201873*    dentro de la ventana del informe REINCID.
201875*    El diario de cambios recibe la imagen del registro antes
201877*    del cambio (o el registro recien creado si es nuevo).
201880******************************************************************
201881 7500-ACTUALIZAR-MAESTRO.
201882     MOVE SPACES TO REG-MAESTRO.
201883     MOVE TICKET-ACTUAL TO MAE-ID-TICKET.
201884     READ MAESTRO-ARCHIVO
201885         INVALID KEY
201886             MOVE FECHA-PROCESO TO MAE-PRIMERA-FECHA
201887             MOVE FECHA-PROCESO TO MAE-ULTIMA-FECHA
201888             MOVE 1 TO MAE-APARICIONES
201889             MOVE 1 TO MAE-DIAS-DISTINTOS
201890             MOVE ZEROS TO MAE-FECHAS-DIA
201891             MOVE FECHA-PROCESO TO MAE-FECHA-DIA(1)
201892             MOVE CANAL-ACTUAL   TO MAE-CANAL
201893             MOVE NUM-PALABRAS   TO MAE-PALABRAS
201894             MOVE NUM-ORACIONES  TO MAE-ORACIONES
201895             MOVE CARACTERES     TO MAE-CARACTERES
201896             MOVE BANDA-LEGIBILIDAD TO MAE-BANDA-LEG
201897             WRITE REG-MAESTRO
201898             MOVE 'A' TO DIA-ACCION
201899             MOVE REG-MAESTRO TO DIA-DATOS
201900         NOT INVALID KEY
201901             MOVE 'C' TO DIA-ACCION
201902             MOVE REG-MAESTRO TO DIA-DATOS
201908             IF MAE-APARICIONES < 99999
201909                 ADD 1 TO MAE-APARICIONES
201910             END-IF
201927             MOVE BANDA-LEGIBILIDAD TO MAE-BANDA-LEG
201928             REWRITE REG-MAESTRO
201929     END-READ.
201931     IF DIARIO-QUEDO-ABIERTO
201933         AND MAESTRO-STATUS = '00'
201935         MOVE 'M' TO DIA-TIPO
201937         PERFORM 7900-GRABAR-DIARIO
201939             THRU 7900-GRABAR-DIARIO-EXIT
201941     END-IF.
201943 7500-ACTUALIZAR-MAESTRO-EXIT.
201945     EXIT.
201947
201949******************************************************************
201951*    7900-GRABAR-DIARIO
201953*    Completa el apunte del diario de cambios con la fecha de
201955*    proceso y la hora de inicio de la ejecucion y lo anade al
201957*    fichero DIARIO19.
201959******************************************************************
201961 7900-GRABAR-DIARIO.
201963     MOVE FECHA-PROCESO   TO DIA-FECHA.
201965     MOVE HORA-INICIO-HMS TO DIA-HORA.
201967     WRITE REG-DIARIO FROM APUNTE-DIARIO.
201969     IF DIARIO-STATUS = '00'
201971         ADD 1 TO CONTADOR-DIARIO
201973     END-IF.
201975 7900-GRABAR-DIARIO-EXIT.
201977     EXIT.
201979
202000******************************************************************
202100*    8000-FINALIZAR-PROCESO
202200*    Escribe la linea de gran total del informe, cierra todos
206069         WRITE LINEA-REPORTE FROM LINEA-BLANCO
206070     END-IF.
206100
206107*    SUBTOTALES POR IDIOMA DETECTADO, SOLO DE LOS IDIOMAS CON
206114*    ALGUN TEXTO EN EL LOTE
206121
206128     IF TOTAL-TEXTOS > 0
206135         WRITE LINEA-REPORTE FROM LINEA-SUBI-1
206142         WRITE LINEA-REPORTE FROM LINEA-SUBI-2
206149         PERFORM 8160-ESCRIBIR-IDIOMA
206156             THRU 8160-ESCRIBIR-IDIOMA-EXIT
206163             VARYING IDX-IDIOMA FROM 1 BY 1
206170             UNTIL IDX-IDIOMA > 3
206177         WRITE LINEA-REPORTE FROM LINEA-BLANCO
206184     END-IF.
206191
206200     WRITE LINEA-REPORTE FROM LINEA-TOTAL-1.
206300     MOVE TOTAL-TEXTOS TO LT-TEXTOS.
206400     WRITE LINEA-REPORTE FROM LINEA-TOTAL-2.
210150     IF MAESTRO-QUEDO-ABIERTO
210160         PERFORM 8300-INFORME-REINCIDENTES
210170             THRU 8300-INFORME-REINCIDENTES-EXIT
210171         CLOSE MAESTRO-ARCHIVO
210172     END-IF.
210173
210174     IF DIARIO-QUEDO-ABIERTO
210175         CLOSE DIARIO-ARCHIVO
210176     END-IF.
210177
210178     IF PALADIA-QUEDO-ABIERTO
210179         CLOSE PALADIA-ARCHIVO
210180         DISPLAY 'REGISTROS ESCRITOS EN PALADIA: '
210181             CONTADOR-PALADIA
210190     END-IF.
210200
210300     IF ENTRADA-QUEDO-ABIERTA
214100     EXIT.
214110
214120******************************************************************
214121*    8150-ESCRIBIR-CATEGORIA
214122*    Escribe la linea de subtotales de una categoria de negocio.
214123******************************************************************
214124 8150-ESCRIBIR-CATEGORIA.
214125     MOVE CAT-NOMBRE(IDX-CATEGORIA) TO LCA-NOMBRE.
214126     MOVE CAT-TEXTOS(IDX-CATEGORIA) TO LCA-TEXTOS.
214127     WRITE LINEA-REPORTE FROM LINEA-SUBC-DETALLE.
214128 8150-ESCRIBIR-CATEGORIA-EXIT.
214129     EXIT.
214130
214131******************************************************************
214132*    8160-ESCRIBIR-IDIOMA
214133*    Escribe la linea de subtotales de un idioma si tuvo algun
214134*    texto; la longitud media se calcula como la del canal.
214135******************************************************************
214136 8160-ESCRIBIR-IDIOMA.
214137     IF IDI-TEXTOS(IDX-IDIOMA) = 0
214138         GO TO 8160-ESCRIBIR-IDIOMA-EXIT
214139     END-IF.
214140     IF IDI-PALABRAS(IDX-IDIOMA) > 0
214141         COMPUTE IDIOMA-LONG-MEDIA =
214142             (IDI-CARACTERES(IDX-IDIOMA)
214143             - IDI-ORACIONES(IDX-IDIOMA))
214144             / IDI-PALABRAS(IDX-IDIOMA)
214145     ELSE
214146         MOVE 0 TO IDIOMA-LONG-MEDIA
214147     END-IF.
214148     MOVE IDIOMA-CODIGO(IDX-IDIOMA)  TO LSI-IDIOMA.
214149     MOVE IDI-TEXTOS(IDX-IDIOMA)     TO LSI-TEXTOS.
214150     MOVE IDI-PALABRAS(IDX-IDIOMA)   TO LSI-PALABRAS.
214151     MOVE IDI-ORACIONES(IDX-IDIOMA)  TO LSI-ORACIONES.
214152     MOVE IDIOMA-LONG-MEDIA          TO LSI-LONG-MEDIA.
214153     MOVE IDI-POSITIVOS(IDX-IDIOMA)  TO LSI-POSITIVOS.
214154     MOVE IDI-NEUTROS(IDX-IDIOMA)    TO LSI-NEUTROS.
214155     MOVE IDI-NEGATIVOS(IDX-IDIOMA)  TO LSI-NEGATIVOS.
214156     MOVE IDI-SIN-CATEGORIA(IDX-IDIOMA) TO LSI-SIN-CATEGORIA.
214157     WRITE LINEA-REPORTE FROM LINEA-SUBI-DETALLE.
214158 8160-ESCRIBIR-IDIOMA-EXIT.
214159     EXIT.
214160
214161******************************************************************
214162*    8300-INFORME-REINCIDENTES
214163*    Recorre el maestro de tickets y escribe en REINCID los
214164*    contactos reincidentes: tickets con UMBRAL o mas dias
214165*    distintos dentro de la VENTANA, contados sobre las fechas
214166*    de dia guardadas en el propio registro del maestro. La
214167*    VENTANA se mide en dias laborables del calendario CALENLAB.
214168******************************************************************
214169 8300-INFORME-REINCIDENTES.
214170     OPEN OUTPUT REINCIDENTES-ARCHIVO.
214171     IF REINCIDENTES-STATUS NOT = '00'
214172         DISPLAY 'NO SE PUDO ABRIR REINCID. STATUS: '
214173             REINCIDENTES-STATUS
214174         IF CODIGO-RETORNO < 4
214175             MOVE 4 TO CODIGO-RETORNO
214176         END-IF
214177         GO TO 8300-INFORME-REINCIDENTES-EXIT
214178     END-IF.
214179
214180*    LA FECHA LIMITE DE LA VENTANA SE CALCULA SOBRE EL ENTERO
214181*    DE INTEGER-OF-DATE (NO RESTANDO SOBRE EL AAAAMMDD, QUE
214182*    FALLARIA AL CRUZAR DE MES O DE ANO): CON CALENDARIO SE
214183*    RETROCEDE DESDE LA FECHA DE PROCESO HASTA CONTAR VENTANA
214184*    DIAS LABORABLES (UN DIA FUERA DEL CALENDARIO CUENTA COMO
214185*    LABORABLE); SIN CALENDARIO SE RESTAN VENTANA DIAS NATURALES
214186
214187     COMPUTE ENTERO-FECHA =
214188         FUNCTION INTEGER-OF-DATE(FECHA-PROCESO).
214189     IF HAY-CALENDARIO
214190         MOVE 0 TO LABORABLES-VENTANA
214191         PERFORM 8305-RETROCEDER-DIA
214192             THRU 8305-RETROCEDER-DIA-EXIT
214193             UNTIL LABORABLES-VENTANA >= VENTANA-REINCIDENCIA
214194         MOVE ' DIAS LABORABLES' TO LRV-TIPO
214195     ELSE
214196         SUBTRACT VENTANA-REINCIDENCIA FROM ENTERO-FECHA
214197         MOVE ' DIAS NATURALES' TO LRV-TIPO
214198     END-IF.
214199     COMPUTE FECHA-LIMITE =
214200         FUNCTION DATE-OF-INTEGER(ENTERO-FECHA).
214201
214202     MOVE FECHA-PROCESO TO LRT-FECHA.
214203     WRITE LINEA-REINCIDENTE FROM LINEA-REI-TITULO.
214204     MOVE VENTANA-REINCIDENCIA TO LRV-DIAS.
214205     MOVE FECHA-LIMITE TO LRV-DESDE.
214206     WRITE LINEA-REINCIDENTE FROM LINEA-REI-VENTANA.
214207     WRITE LINEA-REINCIDENTE FROM LINEA-REI-CAB.
214208
214209     MOVE 0 TO CONTADOR-REINCIDENTES.
214210     MOVE 'N' TO FIN-MAESTRO.
214211     MOVE LOW-VALUES TO MAE-ID-TICKET.
214212     START MAESTRO-ARCHIVO KEY NOT < MAE-ID-TICKET
214213         INVALID KEY
214214             MOVE 'S' TO FIN-MAESTRO
214215     END-START.
214216     PERFORM 8310-EVALUAR-REINCIDENTE
214217         THRU 8310-EVALUAR-REINCIDENTE-EXIT
214218         UNTIL NO-HAY-MAS-MAESTRO.
214219
214220     MOVE CONTADOR-REINCIDENTES TO LRI-TOTAL.
214221     WRITE LINEA-REINCIDENTE FROM LINEA-BLANCO.
214222     WRITE LINEA-REINCIDENTE FROM LINEA-REI-TOTAL.
214223     CLOSE REINCIDENTES-ARCHIVO.
214224 8300-INFORME-REINCIDENTES-EXIT.
214225     EXIT.
214226
214227******************************************************************
214228*    8305-RETROCEDER-DIA
214229*    Retrocede un dia desde ENTERO-FECHA y lo cuenta en
214230*    LABORABLES-VENTANA si no es festivo ni no laborable.
214231******************************************************************
214232 8305-RETROCEDER-DIA.
214233     SUBTRACT 1 FROM ENTERO-FECHA.
214234     COMPUTE CLD-FECHA = FUNCTION DATE-OF-INTEGER(ENTERO-FECHA).
214235     PERFORM 1985-CONSULTAR-CALENDARIO
214236         THRU 1985-CONSULTAR-CALENDARIO-EXIT.
214237     IF NOT CLD-NO-LABORABLE
214238         ADD 1 TO LABORABLES-VENTANA
214239     END-IF.
214240 8305-RETROCEDER-DIA-EXIT.
214242     EXIT.
214243
214244 8310-EVALUAR-REINCIDENTE.
214277     EXIT.
214278
214300******************************************************************
214303*    8400-ACEPTAR-ENTREGA
214306*    Graba en CTLENTRA la entrega recien procesada como ultima
214309*    aceptada, guardando el numero de la anterior para RETO-19B.
214312******************************************************************
214315 8400-ACEPTAR-ENTREGA.
214318     MOVE SPACES TO CONTROL-ENTREGA.
214321     MOVE ENTREGA-SISTEMA TO CTE-SISTEMA.
214324     MOVE ENTREGA-SECUENCIA TO CTE-SECUENCIA.
214327     MOVE ENTREGA-FECHA TO CTE-FECHA-EXTRACCION.
214330     MOVE FECHA-PROCESO TO CTE-FECHA-PROCESO.
214333     MOVE ULTIMA-SECUENCIA TO CTE-SECUENCIA-ANTERIOR.
214336     OPEN OUTPUT CTLENTRA-ARCHIVO.
214339     IF CTLENTRA-STATUS NOT = '00'
214342         DISPLAY 'NO SE PUDO GRABAR CTLENTRA. STATUS: '
214345             CTLENTRA-STATUS
214348         IF CODIGO-RETORNO < 12
214351             MOVE 12 TO CODIGO-RETORNO
214354         END-IF
214357         GO TO 8400-ACEPTAR-ENTREGA-EXIT
214360     END-IF.
214363     WRITE REG-CTLENTRA FROM CONTROL-ENTREGA.
214366     CLOSE CTLENTRA-ARCHIVO.
214369 8400-ACEPTAR-ENTREGA-EXIT.
214372     EXIT.
214375
214378******************************************************************
214400*    8500-CONCILIAR-LOTE
214500*    Cuadre de fin de lote a dos niveles: en lineas (leidas =
214600*    lineas de ticket + lineas en blanco + lineas sueltas
215400******************************************************************
215500 8500-CONCILIAR-LOTE.
215600     COMPUTE SUMA-CUADRE = CONTADOR-LINEAS-TICKET
215700         + CONTADOR-BLANCOS + CONTADOR-LINEAS-MAL
215710         + CONTADOR-CONTROL.
215800     COMPUTE SUMA-TICKETS = TOTAL-TEXTOS + CONTADOR-RECHAZADOS
215900         + CONTADOR-DUPLICADOS.
216000     IF SUMA-CUADRE NOT = CONTADOR-REGISTROS
221110     MOVE 'ENMASCARADOS        : ' TO LCD-ETIQUETA.
221120     MOVE CONTADOR-ENMASCARADOS TO LCD-VALOR.
221130     WRITE LINEA-CONTROL FROM LINEA-CTL-DETALLE.
221140     MOVE 'APUNTES DEL DIARIO  : ' TO LCD-ETIQUETA.
221150     MOVE CONTADOR-DIARIO TO LCD-VALOR.
221160     WRITE LINEA-CONTROL FROM LINEA-CTL-DETALLE.
221170     MOVE 'REGISTROS DE CONTROL: ' TO LCD-ETIQUETA.
221180     MOVE CONTADOR-CONTROL TO LCD-VALOR.
221190     WRITE LINEA-CONTROL FROM LINEA-CTL-DETALLE.
221200     WRITE LINEA-CONTROL FROM LINEA-BLANCO.
221300
221400     MOVE 'LEIDOS = TICKET+BLANCOS+SUELTAS+CONTROL : '
221500         TO LCC-ETIQUETA.
221600     IF SUMA-CUADRE = CONTADOR-REGISTROS
221700         MOVE 'CUADRA' TO LCC-RESULTADO
223700         MOVE 'DESCUADRE' TO LCC-RESULTADO
223800     END-IF.
223900     WRITE LINEA-CONTROL FROM LINEA-CTL-CUADRE.
223901
223902*    CONTROL DE LA ENTREGA (1150-VERIFICAR-ENTREGA)
223903     WRITE LINEA-CONTROL FROM LINEA-BLANCO.
223904     MOVE 'SISTEMA ORIGEN      : ' TO LCX-ETIQUETA.
223905     MOVE ENTREGA-SISTEMA TO LCX-VALOR.
223906     WRITE LINEA-CONTROL FROM LINEA-CTL-TEXTO.
223907     MOVE 'FECHA EXTRACCION    : ' TO LCD-ETIQUETA.
223908     MOVE ENTREGA-FECHA TO LCD-VALOR.
223909     WRITE LINEA-CONTROL FROM LINEA-CTL-DETALLE.
223910     MOVE 'ENTREGA RECIBIDA    : ' TO LCD-ETIQUETA.
223911     MOVE ENTREGA-SECUENCIA TO LCD-VALOR.
223912     WRITE LINEA-CONTROL FROM LINEA-CTL-DETALLE.
223913     MOVE 'ULTIMA ACEPTADA     : ' TO LCD-ETIQUETA.
223914     MOVE ULTIMA-SECUENCIA TO LCD-VALOR.
223915     WRITE LINEA-CONTROL FROM LINEA-CTL-DETALLE.
223916     MOVE 'CABECERAS SEGUN FIN : ' TO LCD-ETIQUETA.
223917     MOVE ENTREGA-FIN-CABECERAS TO LCD-VALOR.
223918     WRITE LINEA-CONTROL FROM LINEA-CTL-DETALLE.
223919     MOVE 'CABECERAS RECIBIDAS : ' TO LCD-ETIQUETA.
223920     MOVE ENTREGA-CABECERAS TO LCD-VALOR.
223921     WRITE LINEA-CONTROL FROM LINEA-CTL-DETALLE.
223922     MOVE 'DETALLES SEGUN FIN  : ' TO LCD-ETIQUETA.
223923     MOVE ENTREGA-FIN-DETALLES TO LCD-VALOR.
223924     WRITE LINEA-CONTROL FROM LINEA-CTL-DETALLE.
223925     MOVE 'DETALLES RECIBIDOS  : ' TO LCD-ETIQUETA.
223926     MOVE ENTREGA-DETALLES TO LCD-VALOR.
223927     WRITE LINEA-CONTROL FROM LINEA-CTL-DETALLE.
223928     WRITE LINEA-CONTROL FROM LINEA-BLANCO.
223929
223930     MOVE 'ENTREGA (INICIO, SECUENCIA, FECHA, FIN) :'
223931         TO LCC-ETIQUETA.
223932     EVALUATE TRUE
223933         WHEN NOT ENTREGA-YA-VERIFICADA
223934             MOVE 'NO VALIDADA' TO LCC-RESULTADO
223935         WHEN ENTREGA-ACEPTADA
223936             MOVE 'ACEPTADA' TO LCC-RESULTADO
223937         WHEN OTHER
223938             MOVE 'RECHAZADA' TO LCC-RESULTADO
223939     END-EVALUATE.
223940     WRITE LINEA-CONTROL FROM LINEA-CTL-CUADRE.
223941     PERFORM VARYING IDX-MOTIVO FROM 1 BY 1
223942         UNTIL IDX-MOTIVO > NUM-MOTIVOS
223943         MOVE MOT-CODIGO (IDX-MOTIVO) TO LCR-CODIGO
223944         MOVE MOT-TEXTO (IDX-MOTIVO) TO LCR-MOTIVO
223945         WRITE LINEA-CONTROL FROM LINEA-CTL-RECHAZO
223946     END-PERFORM.
223947     IF ENTREGA-YA-VERIFICADA AND ENTREGA-ACEPTADA
223948         AND NOT EXISTE-CONTROL-ENTREGA
223949         MOVE 'AVISO               : ' TO LCX-ETIQUETA
223950         MOVE 'SIN CTLENTRA, SE ACEPTA LA RECIBIDA' TO LCX-VALOR
223951         WRITE LINEA-CONTROL FROM LINEA-CTL-TEXTO
223952     END-IF.
223953
223954*    CALENDARIO LABORAL: COMO ES LA FECHA DE PROCESO Y, SI NO ES
223955*    LABORABLE, AVISO DE REVISAR LA FECHA CON LA QUE SE LANZO
223956     MOVE 'CALENDARIO LABORAL  : ' TO LCX-ETIQUETA.
223957     EVALUATE TRUE
223958         WHEN NOT HAY-CALENDARIO
223959             MOVE 'SIN CALENLAB, VENTANA EN DIAS NATURALES'
223960                 TO LCX-VALOR
223961         WHEN PROCESO-LABORABLE
223962             MOVE 'FECHA DE PROCESO LABORABLE' TO LCX-VALOR
223963         WHEN PROCESO-FESTIVO
223964             MOVE 'FECHA DE PROCESO FESTIVA' TO LCX-VALOR
223965         WHEN PROCESO-NO-LABORABLE
223966             MOVE 'FECHA DE PROCESO NO LABORABLE' TO LCX-VALOR
223967         WHEN OTHER
223968             MOVE 'FECHA DE PROCESO FUERA DEL CALENDARIO'
223969                 TO LCX-VALOR
223970     END-EVALUATE.
223971     WRITE LINEA-CONTROL FROM LINEA-CTL-TEXTO.
223972     IF HAY-CALENDARIO AND NOT PROCESO-LABORABLE
223973         MOVE 'AVISO               : ' TO LCX-ETIQUETA
223974         MOVE 'REVISAR LA FECHA DE PROCESO' TO LCX-VALOR
223975         WRITE LINEA-CONTROL FROM LINEA-CTL-TEXTO
223976     END-IF.
224000
224100     WRITE LINEA-CONTROL FROM LINEA-BLANCO.
224200     MOVE 'CODIGO DE RETORNO   : ' TO LCD-ETIQUETA.
