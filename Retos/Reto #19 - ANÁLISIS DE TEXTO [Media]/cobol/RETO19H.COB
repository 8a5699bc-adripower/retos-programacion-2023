000060*          programa alimenta al terminar, y escribe en HISTEXEC
000070*          la lista de ejecuciones con sus avisos:
000080*            RC     codigo de retorno distinto de cero
000090*            SALTO  dia laborable sin ejecucion entre la
000100*                   ejecucion anterior del mismo programa y la
000110*                   actual, segun el calendario laboral CALENLAB
000112*                   (copybook RETO19K); los fines de semana y
000114*                   festivos no cuentan. Un dia fuera del
000116*                   calendario cuenta como laborable, y sin
000118*                   CALENLAB se cuenta en dias naturales (RC 4)
000120*            VOL    volumen de entrada alejado de la media de
000130*                   las ejecuciones anteriores del programa
000140*                   (menos de la mitad o mas del doble), el
000170*            MAL    registro del log ilegible
000180*          Codigo de retorno: 0 sin avisos, 4 con avisos,
000190*          12 error de fichero.
000193*          El calendario se carga para los diez anos que
000196*          empiezan ocho antes del de la fecha del sistema.
000200* Tectonics: cobc
000210* Modification History:
000220*   01-09-2026  EQ   Version original.
000222*   15-10-2026  EQ   SALTO en dias laborables segun el
000224*                    calendario CALENLAB; tabla de programas
000226*                    ampliada a 30.
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. RETO-19H.
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS HISTORIAL-STATUS.
000430
000432     SELECT CALENLAB-ARCHIVO ASSIGN TO "CALENLAB"
000434         ORGANIZATION IS LINE SEQUENTIAL
000436         FILE STATUS IS CALENLAB-STATUS.
000438
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  EJECLOG-ARCHIVO
000520     LABEL RECORDS ARE STANDARD.
000530 01  LINEA-HISTORIAL            PIC X(132).
000540
000541 FD  CALENLAB-ARCHIVO
000542     LABEL RECORDS ARE STANDARD.
000543 01  REG-CALENDARIO.
000544     COPY RETO19K.
000545
000550 WORKING-STORAGE SECTION.
000560
000570*    CONTROL DE FICHEROS Y DEL PROCESO
000580
000590 01  EJECLOG-STATUS     PIC X(02)   VALUE SPACES.
000600 01  HISTORIAL-STATUS   PIC X(02)   VALUE SPACES.
000605 01  CALENLAB-STATUS    PIC X(02)   VALUE SPACES.
000610
000620 01  FIN-EJECLOG        PIC X(01)   VALUE 'N'.
000630     88  NO-HAY-MAS-EJECUCIONES     VALUE 'S'.
000640
000650 01  CODIGO-RETORNO     PIC 9(04)   VALUE 0.
000655 01  FECHA-PROCESO      PIC 9(08)   VALUE 0.
000660
000670*    ESTADO POR PROGRAMA PARA LOS AVISOS DE SALTO DE DIA Y DE
000680*    VOLUMEN: ULTIMA FECHA VISTA, EJECUCIONES ACUMULADAS Y SUMA
000690*    DE LEIDOS PARA LA MEDIA DE LAS EJECUCIONES ANTERIORES
000700
000710 01  TABLA-PROGRAMAS.
000720     05  PRG-ENTRY OCCURS 30 TIMES.
000730         10  PRG-NOMBRE      PIC X(08).
000740         10  PRG-ULT-FECHA   PIC 9(08).
000750         10  PRG-EJECUCIONES PIC 9(05).
000820 01  ENTERO-ULTIMA      PIC 9(08)   VALUE 0.
000830 01  ENTERO-ACTUAL      PIC 9(08)   VALUE 0.
000840 01  SALTO-DIAS         PIC S9(05)  VALUE 0.
000842 01  ENTERO-DESDE       PIC 9(08)   VALUE 0.
000844 01  ENTERO-DIA         PIC 9(08)   VALUE 0.
000846 01  LABORABLES-SALTADOS PIC 9(05)  VALUE 0.
000850 01  AREA-AVISOS.
000851     05  AVI-MAL        PIC X(04)   VALUE SPACE.
000852     05  AVI-RC         PIC X(03)   VALUE SPACE.
000920     05  FEX-ANO        PIC 9(04).
000930     05  FEX-MES        PIC 9(02).
000940     05  FEX-DIA        PIC 9(02).
000941
000942*    CALENDARIO LABORAL CALENLAB (COPYBOOK RETO19K), CARGADO PARA
000943*    LOS DIEZ ANOS QUE EMPIEZAN OCHO ANTES DEL DE PROCESO: POR
000944*    ANO, SU SEMANA LABORABLE (EN BLANCO SI EL ANO NO TIENE
000945*    REGISTRO A) Y UNA POSICION POR DIA DEL ANO CON LOS FESTIVOS
000946*    (F) Y LABORABLES EXCEPCIONALES (L); EL RESTO DE LOS DIAS LOS
000947*    DECIDE LA SEMANA LABORABLE
000948
000949 01  FIN-CALENDARIO     PIC X(01)   VALUE 'N'.
000950     88  NO-HAY-MAS-CALENDARIO      VALUE 'S'.
000951 01  CALENDARIO-CARGADO PIC X(01)   VALUE 'N'.
000952     88  HAY-CALENDARIO             VALUE 'S'.
000953 01  TABLA-CALENDARIO.
000954     05  CLD-ANO-ENTRY OCCURS 10 TIMES.
000955         10  CLD-SEMANA      PIC X(07).
000956         10  CLD-DIA         PIC X(01) OCCURS 366 TIMES.
000957 01  CLD-ANO-INICIAL    PIC 9(04)   VALUE 0.
000958 01  CLD-IDX-ANO        PIC 9(02)   VALUE 0.
000959 01  CLD-IDX-DIA        PIC 9(03)   VALUE 0.
000960 01  CLD-FECHA          PIC 9(08)   VALUE 0.
000961 01  CLD-FECHA-R REDEFINES CLD-FECHA.
000962     05  CLD-ANO        PIC 9(04).
000963     05  CLD-MES-DIA    PIC 9(04).
000964 01  CLD-ENTERO-FECHA   PIC 9(08)   VALUE 0.
000965 01  CLD-ENTERO-ANO     PIC 9(08)   VALUE 0.
000966 01  CLD-COCIENTE       PIC 9(08)   VALUE 0.
000967 01  CLD-DIA-SEMANA     PIC 9(01)   VALUE 0.
000968 01  CLD-CONTADOR       PIC 9(02)   VALUE 0.
000969 01  CLD-TIPO-DIA       PIC X(01)   VALUE SPACE.
000970     88  CLD-LABORABLE              VALUE 'L'.
000971     88  CLD-NO-LABORABLE           VALUE 'N' 'F'.
000972     88  CLD-FESTIVO                VALUE 'F'.
000973     88  CLD-FUERA-CALENDARIO       VALUE ' '.
000974 01  CONTADOR-CAL-IGNORADOS PIC 9(05) VALUE 0.
000975
000976*    CONTADORES DEL INFORME
000977
000980 01  CONTADOR-LEIDOS    PIC 9(07)   VALUE 0.
000990 01  CONTADOR-AVISOS    PIC 9(07)   VALUE 0.
001000 01  CONTADOR-ILEGIBLES PIC 9(07)   VALUE 0.
001280 01  LINEA-RESULTADO.
001290     05  LRE-ETIQUETA         PIC X(22).
001300     05  LRE-CONTADOR         PIC ZZZZZZ9.
001302 01  LINEA-CALENDARIO.
001304     05  LCA-ETIQUETA         PIC X(22).
001306     05  LCA-TEXTO            PIC X(50).
001310
001320 PROCEDURE DIVISION.
001330
001520
001530******************************************************************
001540*    1000-INICIALIZAR-PROCESO
001550*    Carga el calendario laboral, abre el log y el informe,
001560*    escribe las cabeceras y lee el primer registro del log.
001570******************************************************************
001580 1000-INICIALIZAR-PROCESO.
001582     ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD.
001584     PERFORM 1500-CARGAR-CALENDARIO
001586         THRU 1500-CARGAR-CALENDARIO-EXIT.
001588
001590     OPEN INPUT EJECLOG-ARCHIVO.
001600     IF EJECLOG-STATUS NOT = '00'
001610         DISPLAY 'NO SE PUDO ABRIR EJECLOG. STATUS: '
001820         AT END MOVE 'S' TO FIN-EJECLOG
001830     END-READ.
001840 1000-INICIALIZAR-PROCESO-EXIT.
001841     EXIT.
001842
001843******************************************************************
001844*    1500-CARGAR-CALENDARIO
001845*    Carga el calendario laboral CALENLAB (copybook RETO19K). Sin
001846*    el fichero se siguen contando dias naturales, como antes de
001847*    existir el calendario, y se avisa por consola.
001848******************************************************************
001849 1500-CARGAR-CALENDARIO.
001850     MOVE 'N' TO CALENDARIO-CARGADO.
001851     MOVE SPACES TO TABLA-CALENDARIO.
001852     MOVE 0 TO CONTADOR-CAL-IGNORADOS.
001853     COMPUTE CLD-ANO-INICIAL = FECHA-PROCESO / 10000 - 8.
001854     OPEN INPUT CALENLAB-ARCHIVO.
001855     IF CALENLAB-STATUS NOT = '00'
001856         DISPLAY 'SIN CALENLAB, SE CUENTAN DIAS NATURALES: '
001857             CALENLAB-STATUS
001858         GO TO 1500-CARGAR-CALENDARIO-EXIT
001859     END-IF.
001860     MOVE 'N' TO FIN-CALENDARIO.
001861     PERFORM 1510-LEER-CALENDARIO
001862         THRU 1510-LEER-CALENDARIO-EXIT
001863         UNTIL NO-HAY-MAS-CALENDARIO.
001864     CLOSE CALENLAB-ARCHIVO.
001865     MOVE 'S' TO CALENDARIO-CARGADO.
001866     IF CONTADOR-CAL-IGNORADOS > 0
001867         DISPLAY 'CALENLAB: REGISTROS IGNORADOS: '
001868             CONTADOR-CAL-IGNORADOS
001869     END-IF.
001870 1500-CARGAR-CALENDARIO-EXIT.
001871     EXIT.
001872
001873******************************************************************
001874*    1510-LEER-CALENDARIO
001875*    Un registro del calendario: el A guarda la semana laborable
001876*    de su ano y el F o el L marcan su fecha. Los registros mal
001877*    formados o de anos fuera de los diez cargados se ignoran
001878*    (RETO-19V los detalla en su informe).
001879******************************************************************
001880 1510-LEER-CALENDARIO.
001881     READ CALENLAB-ARCHIVO
001882         AT END
001883             MOVE 'S' TO FIN-CALENDARIO
001884             GO TO 1510-LEER-CALENDARIO-EXIT
001885     END-READ.
001886     IF CAL-ES-COMENTARIO
001887         GO TO 1510-LEER-CALENDARIO-EXIT
001888     END-IF.
001889     IF CAL-FECHA NOT NUMERIC
001890         ADD 1 TO CONTADOR-CAL-IGNORADOS
001891         GO TO 1510-LEER-CALENDARIO-EXIT
001892     END-IF.
001893     MOVE CAL-FECHA TO CLD-FECHA.
001894     PERFORM 1520-POSICION-CALENDARIO
001895         THRU 1520-POSICION-CALENDARIO-EXIT.
001896     MOVE 0 TO CLD-CONTADOR.
001897     INSPECT CAL-SEMANA TALLYING CLD-CONTADOR
001898         FOR ALL 'L' ALL 'N'.
001899     EVALUATE TRUE
001900         WHEN CAL-ES-ANO AND CLD-IDX-ANO > 0
001901              AND CAL-MES-DIA = 0 AND CLD-CONTADOR = 7
001902             MOVE CAL-SEMANA TO CLD-SEMANA(CLD-IDX-ANO)
001903         WHEN (CAL-ES-FESTIVO OR CAL-ES-LABORABLE)
001904              AND CLD-IDX-DIA > 0
001905             MOVE CAL-TIPO TO CLD-DIA(CLD-IDX-ANO, CLD-IDX-DIA)
001906         WHEN OTHER
001907             ADD 1 TO CONTADOR-CAL-IGNORADOS
001908     END-EVALUATE.
001909 1510-LEER-CALENDARIO-EXIT.
001910     EXIT.
001911
001912******************************************************************
001913*    1520-POSICION-CALENDARIO
001914*    Deja en CLD-IDX-ANO el ano de CLD-FECHA dentro de la tabla
001915*    del calendario (0 si queda fuera de los diez cargados) y en
001916*    CLD-IDX-DIA su dia del ano (0 si no es una fecha valida).
001917******************************************************************
001918 1520-POSICION-CALENDARIO.
001919     MOVE 0 TO CLD-IDX-ANO.
001920     MOVE 0 TO CLD-IDX-DIA.
001921     IF CLD-ANO < CLD-ANO-INICIAL
001922         OR CLD-ANO > CLD-ANO-INICIAL + 9
001923         GO TO 1520-POSICION-CALENDARIO-EXIT
001924     END-IF.
001925     COMPUTE CLD-IDX-ANO = CLD-ANO - CLD-ANO-INICIAL + 1.
001926     IF CLD-MES-DIA < 0101 OR CLD-MES-DIA > 1231
001927         GO TO 1520-POSICION-CALENDARIO-EXIT
001928     END-IF.
001929
001930*    UNA FECHA IMPOSIBLE (31 DE ABRIL) DA 0 EN INTEGER-OF-DATE Y
001931*    QUEDA FUERA DEL RANGO DEL ANO
001932
001933     COMPUTE CLD-ENTERO-ANO =
001934         FUNCTION INTEGER-OF-DATE(CLD-ANO * 10000 + 0101).
001935     COMPUTE CLD-ENTERO-FECHA =
001936         FUNCTION INTEGER-OF-DATE(CLD-FECHA).
001937     IF CLD-ENTERO-FECHA >= CLD-ENTERO-ANO
001938         AND CLD-ENTERO-FECHA <= CLD-ENTERO-ANO + 365
001939         COMPUTE CLD-IDX-DIA =
001940             CLD-ENTERO-FECHA - CLD-ENTERO-ANO + 1
001941     END-IF.
001942 1520-POSICION-CALENDARIO-EXIT.
001943     EXIT.
001944
001945******************************************************************
001946*    1530-CONSULTAR-CALENDARIO
001947*    Deja en CLD-TIPO-DIA como es el dia CLD-FECHA: L laborable,
001948*    F festivo, N no laborable por su dia de la semana, o blanco
001949*    si queda fuera del calendario (sin CALENLAB, ano sin
001950*    registro A o fecha invalida).
001951******************************************************************
001952 1530-CONSULTAR-CALENDARIO.
001953     MOVE SPACE TO CLD-TIPO-DIA.
001954     IF NOT HAY-CALENDARIO
001955         GO TO 1530-CONSULTAR-CALENDARIO-EXIT
001956     END-IF.
001957     PERFORM 1520-POSICION-CALENDARIO
001958         THRU 1520-POSICION-CALENDARIO-EXIT.
001959     IF CLD-IDX-DIA = 0
001960         GO TO 1530-CONSULTAR-CALENDARIO-EXIT
001961     END-IF.
001962     IF CLD-SEMANA(CLD-IDX-ANO) = SPACES
001963         GO TO 1530-CONSULTAR-CALENDARIO-EXIT
001964     END-IF.
001965     IF CLD-DIA(CLD-IDX-ANO, CLD-IDX-DIA) NOT = SPACE
001966         MOVE CLD-DIA(CLD-IDX-ANO, CLD-IDX-DIA) TO CLD-TIPO-DIA
001967         GO TO 1530-CONSULTAR-CALENDARIO-EXIT
001968     END-IF.
001969
001970*    DIA DE LA SEMANA: EL DIA 1 DE INTEGER-OF-DATE (01-01-1601)
001971*    FUE LUNES, ASI QUE 1 ES LUNES Y 7 DOMINGO
001972
001973     SUBTRACT 1 FROM CLD-ENTERO-FECHA.
001974     DIVIDE CLD-ENTERO-FECHA BY 7 GIVING CLD-COCIENTE
001975         REMAINDER CLD-DIA-SEMANA.
001976     ADD 1 TO CLD-DIA-SEMANA.
001977     MOVE CLD-SEMANA(CLD-IDX-ANO)(CLD-DIA-SEMANA:1)
001978         TO CLD-TIPO-DIA.
001979 1530-CONSULTAR-CALENDARIO-EXIT.
001980     EXIT.
001981
001982******************************************************************
001983*    2000-PROCESAR-EJECUCION
001984*    Procesa un registro del log: calcula sus avisos, escribe la
001985*    linea del informe, actualiza el estado del programa y lee
001986*    el registro siguiente.
001987******************************************************************
001988 2000-PROCESAR-EJECUCION.
001989     ADD 1 TO CONTADOR-LEIDOS.
001990     MOVE SPACES TO AREA-AVISOS.
001991     MOVE 'S' TO REGISTRO-LEGIBLE.
001992
001993*    UN REGISTRO CON CAMPOS NO NUMERICOS (UNA ESCRITURA ROTA
001994*    POR UN ABEND) SE LISTA CON EL AVISO MAL Y NO ENTRA EN LAS
002000*    MEDIAS NI EN EL CONTROL DE SALTOS
002010
002020     IF LOG-FECHA NOT NUMERIC
002640         GO TO 2100-CALCULAR-AVISOS-EXIT
002650     END-IF.
002660
002670*    SALTO DE DIA: ALGUN DIA LABORABLE SIN EJECUCION ENTRE LA
002680*    ANTERIOR DEL MISMO PROGRAMA Y LA ACTUAL. EL HUECO SE MIDE
002690*    EN DIAS DE CALENDARIO, NO RESTANDO AAAAMMDD, Y SOLO CON
002700*    FECHAS PLAUSIBLES PARA NO ABENDAR CON UN LOG DANADO; SI
002705*    PASA DE UN DIA, 2400 CUENTA LOS LABORABLES DEL HUECO
002710
002720     IF PRG-EJECUCIONES(IDX-PROGRAMA-USO) > 0
002730         MOVE PRG-ULT-FECHA(IDX-PROGRAMA-USO) TO FECHA-EXAMEN
002850                 COMPUTE SALTO-DIAS = ENTERO-ACTUAL
002860                     - ENTERO-ULTIMA
002870                 IF SALTO-DIAS > 1
002880                     PERFORM 2400-CONTAR-LABORABLES
002886                         THRU 2400-CONTAR-LABORABLES-EXIT
002892                     IF LABORABLES-SALTADOS > 0
002898                         MOVE ' SALTO' TO AVI-SALTO
002904                     END-IF
002910                 END-IF
002920             END-IF
002930         END-IF
003310             MOVE IDX-PROGRAMA TO IDX-PROGRAMA-USO
003320         END-IF
003330     END-PERFORM.
003340     IF IDX-PROGRAMA-USO = 0 AND NUM-PROGRAMAS < 30
003350         ADD 1 TO NUM-PROGRAMAS
003360         MOVE LOG-PROGRAMA TO PRG-NOMBRE(NUM-PROGRAMAS)
003370         MOVE 0 TO PRG-ULT-FECHA(NUM-PROGRAMAS)
003590     EXIT.
003600
003610******************************************************************
003611*    2400-CONTAR-LABORABLES
003612*    Cuenta en LABORABLES-SALTADOS los dias laborables que hay
003613*    estrictamente entre ENTERO-ULTIMA y ENTERO-ACTUAL. Los dias
003614*    fuera del calendario cuentan como laborables; sin CALENLAB,
003615*    o con un hueco mayor que los diez anos del calendario, se
003616*    cuentan todos los dias naturales del hueco.
003617******************************************************************
003618 2400-CONTAR-LABORABLES.
003619     MOVE 0 TO LABORABLES-SALTADOS.
003620     IF NOT HAY-CALENDARIO OR SALTO-DIAS > 3660
003621         COMPUTE LABORABLES-SALTADOS = SALTO-DIAS - 1
003622         GO TO 2400-CONTAR-LABORABLES-EXIT
003623     END-IF.
003624     COMPUTE ENTERO-DESDE = ENTERO-ULTIMA + 1.
003625     PERFORM VARYING ENTERO-DIA FROM ENTERO-DESDE BY 1
003626         UNTIL ENTERO-DIA >= ENTERO-ACTUAL
003627         COMPUTE CLD-FECHA = FUNCTION DATE-OF-INTEGER(ENTERO-DIA)
003628         PERFORM 1530-CONSULTAR-CALENDARIO
003629             THRU 1530-CONSULTAR-CALENDARIO-EXIT
003630         IF NOT CLD-NO-LABORABLE
003631             ADD 1 TO LABORABLES-SALTADOS
003632         END-IF
003633     END-PERFORM.
003634 2400-CONTAR-LABORABLES-EXIT.
003635     EXIT.
003636
003637******************************************************************
003638*    8000-FINALIZAR-PROCESO
003639*    Escribe los totales del historial y cierra los ficheros,
003640*    elevando el codigo de retorno si hubo avisos o si faltaba
003645*    el calendario laboral.
003650******************************************************************
003660 8000-FINALIZAR-PROCESO.
003670     IF HISTORIAL-STATUS NOT = '00'
003690     END-IF.
003700
003710     IF CONTADOR-AVISOS > 0 AND CODIGO-RETORNO < 4
003712         MOVE 4 TO CODIGO-RETORNO
003714     END-IF.
003716     IF NOT HAY-CALENDARIO AND CODIGO-RETORNO < 4
003720         MOVE 4 TO CODIGO-RETORNO
003730     END-IF.
003740
003820     MOVE 'REGISTROS ILEGIBLES : ' TO LRE-ETIQUETA.
003830     MOVE CONTADOR-ILEGIBLES TO LRE-CONTADOR.
003840     WRITE LINEA-HISTORIAL FROM LINEA-RESULTADO.
003841     MOVE 'CALENDARIO LABORAL  : ' TO LCA-ETIQUETA.
003842     IF HAY-CALENDARIO
003843         MOVE 'CALENLAB, SALTO EN DIAS LABORABLES' TO LCA-TEXTO
003844     ELSE
003845         MOVE 'SIN CALENLAB, SALTO EN DIAS NATURALES' TO LCA-TEXTO
003846     END-IF.
003847     WRITE LINEA-HISTORIAL FROM LINEA-CALENDARIO.
003848     IF HAY-CALENDARIO
003849         MOVE 'CALENLAB IGNORADOS  : ' TO LRE-ETIQUETA
003850         MOVE CONTADOR-CAL-IGNORADOS TO LRE-CONTADOR
003851         WRITE LINEA-HISTORIAL FROM LINEA-RESULTADO
003852     END-IF.
003853     MOVE 'CODIGO DE RETORNO   : ' TO LRE-ETIQUETA.
003860     MOVE CODIGO-RETORNO TO LRE-CONTADOR.
003870     WRITE LINEA-HISTORIAL FROM LINEA-RESULTADO.
003880
