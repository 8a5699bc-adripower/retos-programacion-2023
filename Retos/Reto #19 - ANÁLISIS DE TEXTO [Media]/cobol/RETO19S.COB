000010******************************************************************
000020* Author:  Equipo de mantenimiento RETO-19
000030* Date:    15-10-2026
000040* Purpose: Supresion de los datos de tickets concretos cuando el
000050*          cliente ejerce su derecho de supresion. Lee del fichero
000060*          de peticiones PETBORR los tickets a suprimir (id en las
000070*          columnas 1-10 y, opcionalmente, la referencia de la
000080*          solicitud en las columnas 12-31; sin referencia cada
000090*          ticket es su propia solicitud) y los quita de todos los
000100*          ficheros que guardan datos de ticket:
000110*            HISTORIA  registros resumen (copybook RETO19R)
000120*            RESPHIST  respaldo del historico de RETO-19M
000130*            ERRHIST   registros invalidos apartados por RETO-19M
000140*            MAESTRO   maestro de tickets (se borra por clave)
000150*            DIARIO19  apuntes de maestro del ticket (copybook
000160*                      RETO19J); sin ellos RETO-19B ya no puede
000170*                      devolver el ticket al anular una fecha
000180*            ALERTAS   alertas de claves vigiladas
000190*            ABIERTAS  cartera de alertas abiertas (copybook
000200*            CERRADAS  RETO19A) e historico de alertas cerradas
000210*            DUPLICAD  el registro en que el ticket es duplicado
000220*                      se borra; en el que es el original se
000230*                      conserva (es de otro ticket) con la
000240*                      referencia DUP-ORIG-ID anonimizada
000250*            RECHAZOS  tickets y lineas rechazados por RETO-19
000260*          Las generaciones archivadas de ALERTAS, DUPLICAD y
000270*          RECHAZOS se tratan asignando cada una a su nombre
000280*          logico. Los informes impresos (REPORTE, REINCID,
000290*          TRIAJE, DOSSIER...) y los extractos ya entregados no se
000300*          tocan: siguen su propio plazo de conservacion.
000310*          Cada fichero se copia sin los registros de los tickets
000320*          al fichero de trabajo BORRTRAB y, si ha cambiado algo,
000330*          se vuelve a grabar desde el: al terminar el proceso los
000340*          datos ya no estan, sin sustitucion manual de ficheros.
000342*          Si un fichero no se puede volver a grabar entero el
000344*          proceso se detiene sin tocar BORRTRAB, que guarda sus
000346*          datos ya depurados: hay que reponer ese fichero desde
000348*          BORRTRAB antes de repetir la peticion.
000350*          Despues se vuelve a leer cada fichero para comprobar
000360*          que de los tickets no queda nada, y en CERTBORR se
000370*          escribe un certificado por solicitud con los registros
000380*          borrados y anonimizados de cada fichero, los que
000390*          quedan tras la comprobacion, la fecha y el resultado.
000400*          Repetir una peticion no hace dano: los datos ya
000410*          suprimidos no se encuentran.
000420*          Codigo de retorno: 0 correcto, 4 ticket sin datos en
000430*          ningun fichero o lineas de PETBORR ignoradas, 8
000440*          peticion invalida (no se suprime nada), 12 error de
000450*          fichero o datos que siguen presentes (certificado de
000460*          supresion incompleta).
000470* Tectonics: cobc
000480* Modification History:
000490*   15-10-2026  EQ   Version original.
000492*   15-10-2026  EQ   Controla cada grabacion en BORRTRAB y en
000494*                    el fichero repuesto y cuadra los registros
000496*                    repuestos; un error de lectura del maestro
000498*                    ya no se toma por ticket inexistente.
000500*   15-10-2026  EQ   Si falla la regrabacion de un fichero se
000502*                    detiene el proceso y se avisa de reponerlo
000504*                    desde BORRTRAB, que ya no se sobrescribe.
000506******************************************************************
000510 IDENTIFICATION DIVISION.
000520 PROGRAM-ID. RETO-19S.
000530 AUTHOR. EQUIPO DE MANTENIMIENTO.
000540 INSTALLATION. EQUIPO DE MANTENIMIENTO.
000550 DATE-WRITTEN. 15-10-2026.
000560 DATE-COMPILED.
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 SOURCE-COMPUTER. GNUCOBOL.
000600 OBJECT-COMPUTER. GNUCOBOL.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT PETICION-ARCHIVO ASSIGN TO "PETBORR"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS PETICION-STATUS.
000660
000670     SELECT CERTIFICADO-ARCHIVO ASSIGN TO "CERTBORR"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS CERTIFICADO-STATUS.
000700
000710     SELECT TRABAJO-ARCHIVO ASSIGN TO "BORRTRAB"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS TRABAJO-STATUS.
000740
000750     SELECT HISTORIA-ARCHIVO ASSIGN TO "HISTORIA"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS HISTORIA-STATUS.
000780
000790     SELECT RESPALDO-ARCHIVO ASSIGN TO "RESPHIST"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS RESPALDO-STATUS.
000820
000830     SELECT ERRONEOS-ARCHIVO ASSIGN TO "ERRHIST"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS ERRONEOS-STATUS.
000860
000870     SELECT MAESTRO-ARCHIVO ASSIGN TO "MAESTRO"
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS MAE-ID-TICKET
000910         FILE STATUS IS MAESTRO-STATUS.
000920
000930     SELECT DIARIO-ARCHIVO ASSIGN TO "DIARIO19"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS DIARIO-STATUS.
000960
000970     SELECT ALERTAS-ARCHIVO ASSIGN TO "ALERTAS"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS ALERTAS-STATUS.
001000
001010     SELECT ABIERTAS-ARCHIVO ASSIGN TO "ABIERTAS"
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS ABIERTAS-STATUS.
001040
001050     SELECT CERRADAS-ARCHIVO ASSIGN TO "CERRADAS"
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS CERRADAS-STATUS.
001080
001090     SELECT DUPLICADOS-ARCHIVO ASSIGN TO "DUPLICAD"
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS DUPLICADOS-STATUS.
001120
001130     SELECT RECHAZOS-ARCHIVO ASSIGN TO "RECHAZOS"
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS RECHAZOS-STATUS.
001160
001170     SELECT EJECLOG-ARCHIVO ASSIGN TO "EJECLOG"
001180         ORGANIZATION IS LINE SEQUENTIAL
001190         FILE STATUS IS EJECLOG-STATUS.
001200
001210 DATA DIVISION.
001220 FILE SECTION.
001230 FD  PETICION-ARCHIVO
001240     LABEL RECORDS ARE STANDARD.
001250 01  LINEA-PETICION             PIC X(80).
001260
001270 FD  CERTIFICADO-ARCHIVO
001280     LABEL RECORDS ARE STANDARD.
001290 01  LINEA-CERTIFICADO          PIC X(132).
001300
001310*    EL FICHERO DE TRABAJO TIENE LA LONGITUD DEL REGISTRO MAS
001320*    LARGO DE LOS FICHEROS TRATADOS (RECHAZOS)
001330
001340 FD  TRABAJO-ARCHIVO
001350     LABEL RECORDS ARE STANDARD.
001360 01  REG-TRABAJO                PIC X(455).
001370
001380*    HISTORIA, RESPHIST Y ERRHIST: LAYOUT RETO19R, 350 POSICIONES
001390*    COMO LAS COPIAS DE RETO-19M
001400
001410 FD  HISTORIA-ARCHIVO
001420     LABEL RECORDS ARE STANDARD.
001430 01  REG-HISTORIA               PIC X(350).
001440
001450 FD  RESPALDO-ARCHIVO
001460     LABEL RECORDS ARE STANDARD.
001470 01  REG-RESPALDO               PIC X(350).
001480
001490 FD  ERRONEOS-ARCHIVO
001500     LABEL RECORDS ARE STANDARD.
001510 01  REG-ERRONEO                PIC X(350).
001520
001530*    MISMO LAYOUT DEL MAESTRO DE TICKETS QUE EN RETO-19
001540
001550 FD  MAESTRO-ARCHIVO
001560     LABEL RECORDS ARE STANDARD.
001570 01  REG-MAESTRO.
001580     05  MAE-ID-TICKET          PIC X(10).
001590     05  MAE-PRIMERA-FECHA      PIC 9(08).
001600     05  MAE-ULTIMA-FECHA       PIC 9(08).
001610     05  MAE-APARICIONES        PIC 9(05).
001620     05  MAE-DIAS-DISTINTOS     PIC 9(05).
001630     05  MAE-CANAL              PIC X(03).
001640     05  MAE-PALABRAS           PIC 9(05).
001650     05  MAE-ORACIONES          PIC 9(05).
001660     05  MAE-CARACTERES         PIC 9(05).
001670     05  MAE-BANDA-LEG          PIC X(11).
001680     05  MAE-FECHAS-DIA.
001690         10  MAE-FECHA-DIA OCCURS 10 TIMES
001700                            PIC 9(08).
001710
001720 FD  DIARIO-ARCHIVO
001730     LABEL RECORDS ARE STANDARD.
001740 01  REG-DIARIO                 PIC X(164).
001750
001760*    MISMO LAYOUT QUE EL REG-ALERTA QUE ESCRIBE RETO-19
001770
001780 FD  ALERTAS-ARCHIVO
001790     LABEL RECORDS ARE STANDARD.
001800 01  REG-ALERTA                 PIC X(443).
001810
001820*    CARTERA DE ALERTAS ABIERTAS E HISTORICO DE CERRADAS DE
001830*    RETO-19W, LOS DOS CON EL LAYOUT RETO19A
001840
001850 FD  ABIERTAS-ARCHIVO
001860     LABEL RECORDS ARE STANDARD.
001870 01  REG-ABIERTA                PIC X(183).
001880
001890 FD  CERRADAS-ARCHIVO
001900     LABEL RECORDS ARE STANDARD.
001910 01  REG-CERRADA                PIC X(183).
001920
001930*    MISMO LAYOUT QUE EL REG-DUPLICADO QUE ESCRIBE RETO-19
001940
001950 FD  DUPLICADOS-ARCHIVO
001960     LABEL RECORDS ARE STANDARD.
001970 01  REG-DUPLICADO              PIC X(240).
001980
001990 FD  RECHAZOS-ARCHIVO
002000     LABEL RECORDS ARE STANDARD.
002010 01  LINEA-RECHAZO              PIC X(455).
002020
002030 FD  EJECLOG-ARCHIVO
002040     LABEL RECORDS ARE STANDARD.
002050 01  REG-EJECUCION.
002060     COPY RETO19L.
002070
002080 WORKING-STORAGE SECTION.
002090
002100*    CONTROL DE FICHEROS Y DEL PROCESO
002110
002120 01  PETICION-STATUS    PIC X(02)   VALUE SPACES.
002130 01  CERTIFICADO-STATUS PIC X(02)   VALUE SPACES.
002140 01  TRABAJO-STATUS     PIC X(02)   VALUE SPACES.
002150 01  HISTORIA-STATUS    PIC X(02)   VALUE SPACES.
002160 01  RESPALDO-STATUS    PIC X(02)   VALUE SPACES.
002170 01  ERRONEOS-STATUS    PIC X(02)   VALUE SPACES.
002180 01  MAESTRO-STATUS     PIC X(02)   VALUE SPACES.
002190 01  DIARIO-STATUS      PIC X(02)   VALUE SPACES.
002200 01  ALERTAS-STATUS     PIC X(02)   VALUE SPACES.
002210 01  ABIERTAS-STATUS    PIC X(02)   VALUE SPACES.
002220 01  CERRADAS-STATUS    PIC X(02)   VALUE SPACES.
002230 01  DUPLICADOS-STATUS  PIC X(02)   VALUE SPACES.
002240 01  RECHAZOS-STATUS    PIC X(02)   VALUE SPACES.
002250 01  EJECLOG-STATUS     PIC X(02)   VALUE SPACES.
002260
002270*    STATUS DEL FICHERO EN CURSO, COMO EL LISTA-STATUS DE
002280*    RETO-19V; 35 ES FICHERO INEXISTENTE
002290
002300 01  FICHERO-STATUS     PIC X(02)   VALUE SPACES.
002310     88  FICHERO-INEXISTENTE        VALUE '35'.
002320
002330 01  FIN-PETICION       PIC X(01)   VALUE 'N'.
002340     88  NO-HAY-MAS-PETICIONES      VALUE 'S'.
002350 01  FIN-FICHERO        PIC X(01)   VALUE 'N'.
002360     88  NO-HAY-MAS-REGISTROS       VALUE 'S'.
002370 01  FIN-TRABAJO        PIC X(01)   VALUE 'N'.
002380     88  NO-HAY-MAS-TRABAJO         VALUE 'S'.
002383 01  REGRABACION-FALLIDA PIC X(01)  VALUE 'N'.
002386     88  HAY-REGRABACION-FALLIDA    VALUE 'S'.
002390
002400 01  PETICION-VALIDA    PIC X(01)   VALUE 'N'.
002410     88  HAY-PETICION               VALUE 'S'.
002420
002430 01  CODIGO-RETORNO     PIC 9(04)   VALUE 0.
002440 01  FECHA-PROCESO      PIC 9(08)   VALUE 0.
002450
002460*    HORAS DE INICIO Y FIN PARA EL LOG COMUN DE EJECUCIONES
002470*    (ACCEPT FROM TIME DEVUELVE HHMMSSCC; AL LOG VAN HHMMSS)
002480
002490 01  HORA-INICIO.
002500     05  HORA-INICIO-HMS PIC 9(06).
002510     05  FILLER          PIC 9(02).
002520 01  HORA-FIN.
002530     05  HORA-FIN-HMS    PIC 9(06).
002540     05  FILLER          PIC 9(02).
002550
002560*    FICHEROS TRATADOS, EN ORDEN DE PROCESO: NOMBRE LOGICO Y
002570*    POSICION DEL ID DE TICKET EN EL REGISTRO. EL 4 (MAESTRO) SE
002580*    TRATA POR CLAVE; EN EL 5 (DIARIO19) SOLO LOS APUNTES DE
002590*    MAESTRO LLEVAN TICKET; EN EL 9 (DUPLICAD) EL ID DEL ORIGINAL
002600*    VA EN LA POSICION 21 Y SU NUMERO DE REGISTRO EN LA 32
002610
002620 01  VALORES-FICHEROS.
002630     05  FILLER  PIC X(11) VALUE 'HISTORIA074'.
002640     05  FILLER  PIC X(11) VALUE 'RESPHIST074'.
002650     05  FILLER  PIC X(11) VALUE 'ERRHIST 074'.
002660     05  FILLER  PIC X(11) VALUE 'MAESTRO 001'.
002670     05  FILLER  PIC X(11) VALUE 'DIARIO19020'.
002680     05  FILLER  PIC X(11) VALUE 'ALERTAS 001'.
002690     05  FILLER  PIC X(11) VALUE 'ABIERTAS001'.
002700     05  FILLER  PIC X(11) VALUE 'CERRADAS001'.
002710     05  FILLER  PIC X(11) VALUE 'DUPLICAD001'.
002720     05  FILLER  PIC X(11) VALUE 'RECHAZOS001'.
002730 01  TABLA-FICHEROS REDEFINES VALORES-FICHEROS.
002740     05  FICHERO-ENTRY OCCURS 10 TIMES.
002750         10  FIC-NOMBRE          PIC X(08).
002760         10  FIC-POS-ID          PIC 9(03).
002770 01  NUM-FICHEROS       PIC 9(02)   VALUE 10.
002780 01  IDX-FICHERO        PIC 9(02)   VALUE 0.
002790
002800*    RESULTADO POR FICHERO
002810
002820 01  TABLA-CONTADORES.
002830     05  CONTADOR-ENTRY OCCURS 10 TIMES.
002840         10  CNT-ESTADO          PIC X(11).
002850         10  CNT-LEIDOS          PIC 9(08).
002860         10  CNT-QUITADOS        PIC 9(07).
002870         10  CNT-ANONIMIZADOS    PIC 9(07).
002880         10  CNT-CONSERVADOS     PIC 9(08).
002890         10  CNT-RESTANTES       PIC 9(07).
002900
002910*    TICKETS PEDIDOS: SOLICITUD A LA QUE PERTENECEN Y, POR CADA
002920*    FICHERO, REGISTROS BORRADOS Y LOS QUE QUEDAN TRAS LA
002930*    COMPROBACION; LAS ANONIMIZACIONES SOLO SE DAN EN DUPLICAD
002940
002950 01  TABLA-TICKETS.
002960     05  TICKET-ENTRY OCCURS 50 TIMES.
002970         10  TKT-ID              PIC X(10).
002980         10  TKT-SOLICITUD       PIC X(20).
002990         10  TKT-CERTIFICADO     PIC X(01).
003000         10  TKT-ANONIMIZADOS    PIC 9(07).
003010         10  TKT-QUITADOS        PIC 9(07) OCCURS 10 TIMES.
003020         10  TKT-RESTANTES       PIC 9(07) OCCURS 10 TIMES.
003030 01  NUM-TICKETS        PIC 9(03)   VALUE 0.
003040 01  IDX-TICKET         PIC 9(03)   VALUE 0.
003050 01  IDX-OTRO           PIC 9(03)   VALUE 0.
003060 01  IDX-BUSCA          PIC 9(03)   VALUE 0.
003070
003080*    REGISTRO EN CURSO Y TICKET QUE LLEVA
003090
003100 01  REGISTRO-EXAMEN    PIC X(455)  VALUE SPACES.
003110 01  ID-EXAMEN          PIC X(10)   VALUE SPACES.
003120 01  POS-EXAMEN         PIC 9(03)   VALUE 0.
003130 01  ID-ANONIMO         PIC X(10)   VALUE ALL '*'.
003140
003150*    ACUMULADOS DE LA SOLICITUD EN CURSO PARA SU CERTIFICADO
003160
003170 01  SOLICITUD-EN-CURSO PIC X(20)   VALUE SPACES.
003180 01  SOL-QUITADOS       PIC 9(07)   VALUE 0.
003190 01  SOL-ANONIMIZADOS   PIC 9(07)   VALUE 0.
003200 01  SOL-RESTANTES      PIC 9(07)   VALUE 0.
003210 01  SOL-TOTAL-RESTANTES PIC 9(07)  VALUE 0.
003220 01  SOL-FICHEROS-ERROR PIC 9(02)   VALUE 0.
003230 01  TKT-TOTAL-DATOS    PIC 9(07)   VALUE 0.
003240
003250*    CONTADORES DEL PROCESO
003260
003270 01  CONTADOR-LEIDOS    PIC 9(08)   VALUE 0.
003280 01  CONTADOR-ESCRITOS  PIC 9(08)   VALUE 0.
003290 01  CONTADOR-IGNORADAS PIC 9(05)   VALUE 0.
003300 01  CONTADOR-SIN-DATOS PIC 9(05)   VALUE 0.
003310 01  CONTADOR-SOLICITUDES PIC 9(05) VALUE 0.
003320 01  CONTADOR-INCOMPLETAS PIC 9(05) VALUE 0.
003325 01  CONTADOR-REPUESTOS PIC 9(08)   VALUE 0.
003330
003340*    LINEAS DEL CERTIFICADO
003350
003360 01  LINEA-SEPARADOR PIC X(72) VALUE ALL '='.
003370 01  LINEA-ENC-1   PIC X(60) VALUE
003380     'CERTIFICADO DE SUPRESION DE DATOS DE TICKETS - RETO-19S'.
003390 01  LINEA-SOLICITUD.
003400     05  FILLER               PIC X(22) VALUE
003410         'SOLICITUD           : '.
003420     05  LSO-SOLICITUD        PIC X(20).
003430 01  LINEA-FECHA.
003440     05  FILLER               PIC X(22) VALUE
003450         'FECHA DE SUPRESION  : '.
003460     05  LFE-FECHA            PIC 9(08).
003470     05  FILLER               PIC X(08) VALUE '  HORA: '.
003480     05  LFE-HORA             PIC 9(06).
003490 01  LINEA-TICKET.
003500     05  FILLER               PIC X(22) VALUE
003510         '  TICKET            : '.
003520     05  LTK-ID               PIC X(10).
003530     05  FILLER               PIC X(02) VALUE SPACES.
003540     05  LTK-NOTA             PIC X(40).
003550 01  LINEA-ENC-FICHERO PIC X(72) VALUE
003560     'FICHERO   ESTADO       BORRADOS  ANONIMIZ.  RESTANTES'.
003570 01  LINEA-FICHERO.
003580     05  LFI-NOMBRE           PIC X(08).
003590     05  FILLER               PIC X(02) VALUE SPACES.
003600     05  LFI-ESTADO           PIC X(11).
003610     05  FILLER               PIC X(01) VALUE SPACE.
003620     05  LFI-QUITADOS         PIC ZZZZZZ9.
003630     05  FILLER               PIC X(04) VALUE SPACES.
003640     05  LFI-ANONIMIZADOS     PIC ZZZZZZ9.
003650     05  FILLER               PIC X(04) VALUE SPACES.
003660     05  LFI-RESTANTES        PIC ZZZZZZ9.
003670 01  LINEA-RESULTADO-CERT.
003680     05  FILLER               PIC X(22) VALUE
003690         'RESULTADO           : '.
003700     05  LRC-TEXTO            PIC X(60).
003710 01  LINEA-NOTA-DUP PIC X(72) VALUE
003720     'ANONIMIZ.: DUP-ORIG-ID DE OTROS TICKETS, QUE SE CONSERVAN'.
003730 01  LINEA-SECCION.
003740     05  LSE-TITULO           PIC X(60).
003750 01  LINEA-TOTAL-FICHERO.
003760     05  LTF-NOMBRE           PIC X(08).
003770     05  FILLER               PIC X(02) VALUE SPACES.
003780     05  LTF-ESTADO           PIC X(11).
003790     05  FILLER               PIC X(01) VALUE SPACE.
003800     05  LTF-LEIDOS           PIC ZZZZZZZ9.
003810     05  FILLER               PIC X(03) VALUE SPACES.
003820     05  LTF-QUITADOS         PIC ZZZZZZ9.
003830     05  FILLER               PIC X(04) VALUE SPACES.
003840     05  LTF-ANONIMIZADOS     PIC ZZZZZZ9.
003850     05  FILLER               PIC X(05) VALUE SPACES.
003860     05  LTF-CONSERVADOS      PIC ZZZZZZZ9.
003870     05  FILLER               PIC X(04) VALUE SPACES.
003880     05  LTF-RESTANTES        PIC ZZZZZZ9.
003890 01  LINEA-ENC-TOTAL.
003900     05  FILLER               PIC X(40) VALUE
003910         'FICHERO   ESTADO        LEIDOS  BORRADOS'.
003920     05  FILLER               PIC X(35) VALUE
003930         '  ANONIMIZ.  CONSERVADOS  RESTANTES'.
003940 01  LINEA-RESULTADO.
003950     05  LRE-ETIQUETA         PIC X(22).
003960     05  LRE-CONTADOR         PIC ZZZZZZ9.
003970 01  LINEA-BLANCO             PIC X(01) VALUE SPACE.
003980
003990 PROCEDURE DIVISION.
004000
004010******************************************************************
004020*    0000-MAINLINE
004030*    Control principal: carga la peticion, suprime los tickets
004040*    fichero a fichero, comprueba que no queda nada de ellos y
004050*    escribe un certificado por solicitud.
004060******************************************************************
004070 0000-MAINLINE.
004080     ACCEPT HORA-INICIO FROM TIME.
004090     ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD.
004100
004110     PERFORM 1000-INICIALIZAR-PROCESO
004120         THRU 1000-INICIALIZAR-PROCESO-EXIT.
004130
004140     IF HAY-PETICION
004150         PERFORM 2000-DEPURAR-FICHERO
004160             THRU 2000-DEPURAR-FICHERO-EXIT
004170             VARYING IDX-FICHERO FROM 1 BY 1
004180             UNTIL IDX-FICHERO > NUM-FICHEROS
004190         PERFORM 3000-VERIFICAR-FICHERO
004200             THRU 3000-VERIFICAR-FICHERO-EXIT
004210             VARYING IDX-FICHERO FROM 1 BY 1
004220             UNTIL IDX-FICHERO > NUM-FICHEROS
004230         PERFORM 4000-EMITIR-CERTIFICADO
004240             THRU 4000-EMITIR-CERTIFICADO-EXIT
004250             VARYING IDX-TICKET FROM 1 BY 1
004260             UNTIL IDX-TICKET > NUM-TICKETS
004270     END-IF.
004280
004290     PERFORM 8000-FINALIZAR-PROCESO
004300         THRU 8000-FINALIZAR-PROCESO-EXIT.
004310
004320     PERFORM 9000-GRABAR-EJECUCION
004330         THRU 9000-GRABAR-EJECUCION-EXIT.
004340
004350     MOVE CODIGO-RETORNO TO RETURN-CODE.
004360     STOP RUN.
004370
004380******************************************************************
004390*    1000-INICIALIZAR-PROCESO
004400*    Abre los certificados y carga la peticion. Sin donde
004410*    escribir el certificado no se suprime nada, y una peticion
004420*    que no cabe entera en la tabla tampoco se atiende a medias.
004430******************************************************************
004440 1000-INICIALIZAR-PROCESO.
004450     INITIALIZE TABLA-TICKETS.
004460     INITIALIZE TABLA-CONTADORES.
004470
004480     OPEN OUTPUT CERTIFICADO-ARCHIVO.
004490     IF CERTIFICADO-STATUS NOT = '00'
004500         DISPLAY 'NO SE PUDO ABRIR CERTBORR. STATUS: '
004510             CERTIFICADO-STATUS
004520         MOVE 12 TO CODIGO-RETORNO
004530         GO TO 1000-INICIALIZAR-PROCESO-EXIT
004540     END-IF.
004550
004560     OPEN INPUT PETICION-ARCHIVO.
004570     IF PETICION-STATUS NOT = '00'
004580         DISPLAY 'NO SE PUDO ABRIR PETBORR. STATUS: '
004590             PETICION-STATUS
004600         MOVE 8 TO CODIGO-RETORNO
004610         GO TO 1000-INICIALIZAR-PROCESO-EXIT
004620     END-IF.
004630     MOVE 'N' TO FIN-PETICION.
004640     PERFORM 1100-LEER-PETICION
004650         THRU 1100-LEER-PETICION-EXIT
004660         UNTIL NO-HAY-MAS-PETICIONES.
004670     CLOSE PETICION-ARCHIVO.
004680
004690     IF CODIGO-RETORNO >= 8
004700         GO TO 1000-INICIALIZAR-PROCESO-EXIT
004710     END-IF.
004720     IF NUM-TICKETS = 0
004730         DISPLAY 'PETBORR SIN IDS DE TICKET: NADA QUE SUPRIMIR'
004740         MOVE 8 TO CODIGO-RETORNO
004750         GO TO 1000-INICIALIZAR-PROCESO-EXIT
004760     END-IF.
004770     MOVE 'S' TO PETICION-VALIDA.
004780 1000-INICIALIZAR-PROCESO-EXIT.
004790     EXIT.
004800
004810******************************************************************
004820*    1100-LEER-PETICION
004830*    Una linea de PETBORR: id de ticket en las columnas 1-10 y
004840*    referencia de la solicitud en las 12-31. Las lineas en
004850*    blanco se saltan; un id repetido o que no puede ser un
004860*    ticket (sin id, o la marca de anonimizado) se ignora con
004870*    aviso.
004880******************************************************************
004890 1100-LEER-PETICION.
004900     READ PETICION-ARCHIVO
004910         AT END
004920             MOVE 'S' TO FIN-PETICION
004930             GO TO 1100-LEER-PETICION-EXIT
004940     END-READ.
004950     IF LINEA-PETICION = SPACES
004960         GO TO 1100-LEER-PETICION-EXIT
004970     END-IF.
004980     ADD 1 TO CONTADOR-LEIDOS.
004990
005000     MOVE LINEA-PETICION(1:10) TO ID-EXAMEN.
005010     IF ID-EXAMEN = SPACES OR ID-EXAMEN = ID-ANONIMO
005020         DISPLAY 'LINEA DE PETBORR SIN ID DE TICKET: '
005030             LINEA-PETICION(1:40)
005040         ADD 1 TO CONTADOR-IGNORADAS
005050         IF CODIGO-RETORNO < 4
005060             MOVE 4 TO CODIGO-RETORNO
005070         END-IF
005080         GO TO 1100-LEER-PETICION-EXIT
005090     END-IF.
005100     PERFORM 2900-BUSCAR-TICKET
005110         THRU 2900-BUSCAR-TICKET-EXIT.
005120     IF IDX-TICKET > 0
005130         DISPLAY 'TICKET REPETIDO EN PETBORR, SE IGNORA: '
005140             ID-EXAMEN
005150         ADD 1 TO CONTADOR-IGNORADAS
005160         IF CODIGO-RETORNO < 4
005170             MOVE 4 TO CODIGO-RETORNO
005180         END-IF
005190         GO TO 1100-LEER-PETICION-EXIT
005200     END-IF.
005210     IF NUM-TICKETS >= 50
005220         DISPLAY 'PETBORR CON MAS DE 50 TICKETS: '
005230             'DIVIDIR LA PETICION'
005240         MOVE 8 TO CODIGO-RETORNO
005250         MOVE 'S' TO FIN-PETICION
005260         GO TO 1100-LEER-PETICION-EXIT
005270     END-IF.
005280
005290     ADD 1 TO NUM-TICKETS.
005300     MOVE ID-EXAMEN TO TKT-ID(NUM-TICKETS).
005310     MOVE LINEA-PETICION(12:20) TO TKT-SOLICITUD(NUM-TICKETS).
005320     IF TKT-SOLICITUD(NUM-TICKETS) = SPACES
005330         MOVE ID-EXAMEN TO TKT-SOLICITUD(NUM-TICKETS)
005340     END-IF.
005350     MOVE 'N' TO TKT-CERTIFICADO(NUM-TICKETS).
005360 1100-LEER-PETICION-EXIT.
005370     EXIT.
005380
005390******************************************************************
005400*    2000-DEPURAR-FICHERO
005410*    Copia el fichero en curso a BORRTRAB sin los registros de
005420*    los tickets pedidos (en DUPLICAD, anonimizando la referencia
005430*    al original) y, si algo ha cambiado, lo vuelve a grabar
005440*    desde BORRTRAB. Un fichero que no existe no guarda datos y
005450*    no es un error; uno que no abre por otro motivo se anota
005460*    (RC 12) y se sigue con los demas. El maestro va por clave.
005463*    Si un fichero anterior no se pudo regrabar entero ya no se
005466*    trata ninguno mas: BORRTRAB guarda sus datos.
005470******************************************************************
005480 2000-DEPURAR-FICHERO.
005482     IF HAY-REGRABACION-FALLIDA
005484         MOVE 'NO TRATADO' TO CNT-ESTADO(IDX-FICHERO)
005486         GO TO 2000-DEPURAR-FICHERO-EXIT
005488     END-IF.
005490     IF IDX-FICHERO = 4
005500         PERFORM 2500-DEPURAR-MAESTRO
005510             THRU 2500-DEPURAR-MAESTRO-EXIT
005520         GO TO 2000-DEPURAR-FICHERO-EXIT
005530     END-IF.
005540
005550     PERFORM 2300-ABRIR-ENTRADA
005560         THRU 2300-ABRIR-ENTRADA-EXIT.
005570     IF FICHERO-INEXISTENTE
005580         MOVE 'NO EXISTE' TO CNT-ESTADO(IDX-FICHERO)
005590         GO TO 2000-DEPURAR-FICHERO-EXIT
005600     END-IF.
005610     IF FICHERO-STATUS NOT = '00'
005620         PERFORM 2050-ERROR-FICHERO
005630             THRU 2050-ERROR-FICHERO-EXIT
005640         GO TO 2000-DEPURAR-FICHERO-EXIT
005650     END-IF.
005660
005670     OPEN OUTPUT TRABAJO-ARCHIVO.
005680     IF TRABAJO-STATUS NOT = '00'
005690         MOVE TRABAJO-STATUS TO FICHERO-STATUS
005700         PERFORM 2050-ERROR-FICHERO
005710             THRU 2050-ERROR-FICHERO-EXIT
005720         PERFORM 2350-CERRAR-FICHERO
005730             THRU 2350-CERRAR-FICHERO-EXIT
005740         GO TO 2000-DEPURAR-FICHERO-EXIT
005750     END-IF.
005760
005770     MOVE 'N' TO FIN-FICHERO.
005780     PERFORM 2100-FILTRAR-REGISTRO
005790         THRU 2100-FILTRAR-REGISTRO-EXIT
005800         UNTIL NO-HAY-MAS-REGISTROS.
005810     CLOSE TRABAJO-ARCHIVO.
005820     PERFORM 2350-CERRAR-FICHERO
005830         THRU 2350-CERRAR-FICHERO-EXIT.
005840
005841*    SI BORRTRAB NO SE PUDO GRABAR ENTERO EL FICHERO NO SE TOCA
005842
005843     IF CNT-ESTADO(IDX-FICHERO) = 'ERROR'
005844         GO TO 2000-DEPURAR-FICHERO-EXIT
005845     END-IF.
005850     IF CNT-QUITADOS(IDX-FICHERO) = 0
005860         AND CNT-ANONIMIZADOS(IDX-FICHERO) = 0
005870         MOVE 'SIN CAMBIOS' TO CNT-ESTADO(IDX-FICHERO)
005880         GO TO 2000-DEPURAR-FICHERO-EXIT
005890     END-IF.
005900     PERFORM 2200-REGRABAR-FICHERO
005910         THRU 2200-REGRABAR-FICHERO-EXIT.
005920 2000-DEPURAR-FICHERO-EXIT.
005930     EXIT.
005940
005950 2050-ERROR-FICHERO.
005960     DISPLAY 'NO SE PUDO TRATAR ' FIC-NOMBRE(IDX-FICHERO)
005970         '. STATUS: ' FICHERO-STATUS.
005980     MOVE 'ERROR' TO CNT-ESTADO(IDX-FICHERO).
005990     MOVE 12 TO CODIGO-RETORNO.
006000 2050-ERROR-FICHERO-EXIT.
006010     EXIT.
006020
006030******************************************************************
006040*    2100-FILTRAR-REGISTRO
006050*    Un registro del fichero en curso: si es de un ticket pedido
006060*    se cuenta y no pasa a BORRTRAB. En DUPLICAD, si el ticket
006070*    pedido es el original, el registro (que es del duplicado)
006080*    pasa con el id y el numero de registro del original en
006090*    blanco de asteriscos y ceros.
006100******************************************************************
006110 2100-FILTRAR-REGISTRO.
006120     PERFORM 2400-LEER-REGISTRO
006130         THRU 2400-LEER-REGISTRO-EXIT.
006140     IF NO-HAY-MAS-REGISTROS
006150         GO TO 2100-FILTRAR-REGISTRO-EXIT
006160     END-IF.
006170     ADD 1 TO CNT-LEIDOS(IDX-FICHERO).
006180     ADD 1 TO CONTADOR-LEIDOS.
006190
006200     PERFORM 2150-ID-DEL-REGISTRO
006210         THRU 2150-ID-DEL-REGISTRO-EXIT.
006220     PERFORM 2900-BUSCAR-TICKET
006230         THRU 2900-BUSCAR-TICKET-EXIT.
006240     IF IDX-TICKET > 0
006250         ADD 1 TO TKT-QUITADOS(IDX-TICKET, IDX-FICHERO)
006260         ADD 1 TO CNT-QUITADOS(IDX-FICHERO)
006270         GO TO 2100-FILTRAR-REGISTRO-EXIT
006280     END-IF.
006290
006300     IF IDX-FICHERO = 9
006310         MOVE REGISTRO-EXAMEN(21:10) TO ID-EXAMEN
006320         PERFORM 2900-BUSCAR-TICKET
006330             THRU 2900-BUSCAR-TICKET-EXIT
006340         IF IDX-TICKET > 0
006350             MOVE ID-ANONIMO TO REGISTRO-EXAMEN(21:10)
006360             MOVE ZEROS TO REGISTRO-EXAMEN(32:8)
006370             ADD 1 TO TKT-ANONIMIZADOS(IDX-TICKET)
006380             ADD 1 TO CNT-ANONIMIZADOS(IDX-FICHERO)
006390         END-IF
006400     END-IF.
006410
006420     WRITE REG-TRABAJO FROM REGISTRO-EXAMEN.
006421     IF TRABAJO-STATUS NOT = '00'
006422         MOVE TRABAJO-STATUS TO FICHERO-STATUS
006423         PERFORM 2050-ERROR-FICHERO
006424             THRU 2050-ERROR-FICHERO-EXIT
006425         MOVE 'S' TO FIN-FICHERO
006426         GO TO 2100-FILTRAR-REGISTRO-EXIT
006427     END-IF.
006430     ADD 1 TO CNT-CONSERVADOS(IDX-FICHERO).
006440 2100-FILTRAR-REGISTRO-EXIT.
006450     EXIT.
006460
006470******************************************************************
006480*    2150-ID-DEL-REGISTRO
006490*    Deja en ID-EXAMEN el id de ticket del registro en curso, en
006500*    la posicion que da la tabla de ficheros. Los apuntes de
006510*    DIARIO19 que no son de maestro (palabras del diccionario y
006520*    marcas de anulacion) no llevan ticket.
006530******************************************************************
006540 2150-ID-DEL-REGISTRO.
006550     MOVE FIC-POS-ID(IDX-FICHERO) TO POS-EXAMEN.
006560     MOVE REGISTRO-EXAMEN(POS-EXAMEN:10) TO ID-EXAMEN.
006570     IF IDX-FICHERO = 5 AND REGISTRO-EXAMEN(17:1) NOT = 'M'
006580         MOVE SPACES TO ID-EXAMEN
006590     END-IF.
006600 2150-ID-DEL-REGISTRO-EXIT.
006610     EXIT.
006620
006630******************************************************************
006640*    2200-REGRABAR-FICHERO
006650*    Vuelve a grabar el fichero en curso con el contenido ya
006660*    depurado de BORRTRAB.
006663*    Desde que se abre el fichero para grabarlo, cualquier fallo
006666*    lo deja incompleto y pasa por 2270-FALLO-REGRABACION.
006670******************************************************************
006680 2200-REGRABAR-FICHERO.
006690     OPEN INPUT TRABAJO-ARCHIVO.
006700     IF TRABAJO-STATUS NOT = '00'
006710         MOVE TRABAJO-STATUS TO FICHERO-STATUS
006720         PERFORM 2050-ERROR-FICHERO
006730             THRU 2050-ERROR-FICHERO-EXIT
006740         GO TO 2200-REGRABAR-FICHERO-EXIT
006750     END-IF.
006760     EVALUATE IDX-FICHERO
006770         WHEN 1
006780             OPEN OUTPUT HISTORIA-ARCHIVO
006790             MOVE HISTORIA-STATUS TO FICHERO-STATUS
006800         WHEN 2
006810             OPEN OUTPUT RESPALDO-ARCHIVO
006820             MOVE RESPALDO-STATUS TO FICHERO-STATUS
006830         WHEN 3
006840             OPEN OUTPUT ERRONEOS-ARCHIVO
006850             MOVE ERRONEOS-STATUS TO FICHERO-STATUS
006860         WHEN 5
006870             OPEN OUTPUT DIARIO-ARCHIVO
006880             MOVE DIARIO-STATUS TO FICHERO-STATUS
006890         WHEN 6
006900             OPEN OUTPUT ALERTAS-ARCHIVO
006910             MOVE ALERTAS-STATUS TO FICHERO-STATUS
006920         WHEN 7
006930             OPEN OUTPUT ABIERTAS-ARCHIVO
006940             MOVE ABIERTAS-STATUS TO FICHERO-STATUS
006950         WHEN 8
006960             OPEN OUTPUT CERRADAS-ARCHIVO
006970             MOVE CERRADAS-STATUS TO FICHERO-STATUS
006980         WHEN 9
006990             OPEN OUTPUT DUPLICADOS-ARCHIVO
007000             MOVE DUPLICADOS-STATUS TO FICHERO-STATUS
007010         WHEN 10
007020             OPEN OUTPUT RECHAZOS-ARCHIVO
007030             MOVE RECHAZOS-STATUS TO FICHERO-STATUS
007040     END-EVALUATE.
007050     IF FICHERO-STATUS NOT = '00'
007060         PERFORM 2050-ERROR-FICHERO
007070             THRU 2050-ERROR-FICHERO-EXIT
007073         PERFORM 2270-FALLO-REGRABACION
007076             THRU 2270-FALLO-REGRABACION-EXIT
007080         CLOSE TRABAJO-ARCHIVO
007090         GO TO 2200-REGRABAR-FICHERO-EXIT
007100     END-IF.
007110
007120     MOVE 'N' TO FIN-TRABAJO.
007125     MOVE 0 TO CONTADOR-REPUESTOS.
007130     PERFORM 2250-COPIAR-TRABAJO
007140         THRU 2250-COPIAR-TRABAJO-EXIT
007150         UNTIL NO-HAY-MAS-TRABAJO.
007160     CLOSE TRABAJO-ARCHIVO.
007170     PERFORM 2350-CERRAR-FICHERO
007172         THRU 2350-CERRAR-FICHERO-EXIT.
007174     IF CNT-ESTADO(IDX-FICHERO) = 'ERROR'
007176         PERFORM 2270-FALLO-REGRABACION
007178             THRU 2270-FALLO-REGRABACION-EXIT
007182         GO TO 2200-REGRABAR-FICHERO-EXIT
007183     END-IF.
007184
007185*    EL FICHERO REPUESTO TIENE QUE TENER TODOS LOS REGISTROS QUE
007186*    SE CONSERVARON AL FILTRARLO
007187
007188     IF CONTADOR-REPUESTOS NOT = CNT-CONSERVADOS(IDX-FICHERO)
007189         DISPLAY 'REGISTROS REPUESTOS EN ' FIC-NOMBRE(IDX-FICHERO)
007190             ': ' CONTADOR-REPUESTOS ' DE '
007191             CNT-CONSERVADOS(IDX-FICHERO)
007192         PERFORM 2270-FALLO-REGRABACION
007193             THRU 2270-FALLO-REGRABACION-EXIT
007194         GO TO 2200-REGRABAR-FICHERO-EXIT
007195     END-IF.
007196     MOVE 'DEPURADO' TO CNT-ESTADO(IDX-FICHERO).
007200 2200-REGRABAR-FICHERO-EXIT.
007210     EXIT.
007220
007230 2250-COPIAR-TRABAJO.
007240     READ TRABAJO-ARCHIVO
007250         AT END
007260             MOVE 'S' TO FIN-TRABAJO
007270             GO TO 2250-COPIAR-TRABAJO-EXIT
007280     END-READ.
007290     EVALUATE IDX-FICHERO
007300         WHEN 1
007310             WRITE REG-HISTORIA FROM REG-TRABAJO
007315             MOVE HISTORIA-STATUS TO FICHERO-STATUS
007320         WHEN 2
007330             WRITE REG-RESPALDO FROM REG-TRABAJO
007335             MOVE RESPALDO-STATUS TO FICHERO-STATUS
007340         WHEN 3
007350             WRITE REG-ERRONEO FROM REG-TRABAJO
007355             MOVE ERRONEOS-STATUS TO FICHERO-STATUS
007360         WHEN 5
007370             WRITE REG-DIARIO FROM REG-TRABAJO
007375             MOVE DIARIO-STATUS TO FICHERO-STATUS
007380         WHEN 6
007390             WRITE REG-ALERTA FROM REG-TRABAJO
007395             MOVE ALERTAS-STATUS TO FICHERO-STATUS
007400         WHEN 7
007410             WRITE REG-ABIERTA FROM REG-TRABAJO
007415             MOVE ABIERTAS-STATUS TO FICHERO-STATUS
007420         WHEN 8
007430             WRITE REG-CERRADA FROM REG-TRABAJO
007435             MOVE CERRADAS-STATUS TO FICHERO-STATUS
007440         WHEN 9
007450             WRITE REG-DUPLICADO FROM REG-TRABAJO
007455             MOVE DUPLICADOS-STATUS TO FICHERO-STATUS
007460         WHEN 10
007470             WRITE LINEA-RECHAZO FROM REG-TRABAJO
007475             MOVE RECHAZOS-STATUS TO FICHERO-STATUS
007480     END-EVALUATE.
007481     IF FICHERO-STATUS NOT = '00'
007482         PERFORM 2050-ERROR-FICHERO
007483             THRU 2050-ERROR-FICHERO-EXIT
007484         MOVE 'S' TO FIN-TRABAJO
007485         GO TO 2250-COPIAR-TRABAJO-EXIT
007486     END-IF.
007487     ADD 1 TO CONTADOR-REPUESTOS.
007490     ADD 1 TO CONTADOR-ESCRITOS.
007491 2250-COPIAR-TRABAJO-EXIT.
007492     EXIT.
007493
007494******************************************************************
007495*    2270-FALLO-REGRABACION
007496*    El fichero en curso se abrio para grabarlo de nuevo y no
007497*    quedo entero; sus datos depurados solo estan en BORRTRAB.
007498*    Se anota el error (RC 12) y se marca el proceso para que no
007499*    trate mas ficheros, que volverian a usar BORRTRAB.
007500******************************************************************
007501 2270-FALLO-REGRABACION.
007502     MOVE 'S' TO REGRABACION-FALLIDA.
007503     MOVE 'ERROR' TO CNT-ESTADO(IDX-FICHERO).
007504     MOVE 12 TO CODIGO-RETORNO.
007505     DISPLAY 'REPONER ' FIC-NOMBRE(IDX-FICHERO)
007506         ' DESDE BORRTRAB: NO SE PUDO GRABAR ENTERO'.
007507     DISPLAY 'PROCESO DETENIDO: NO SE TRATAN MAS FICHEROS'.
007508 2270-FALLO-REGRABACION-EXIT.
007510     EXIT.
007520
007530******************************************************************
007540*    2300-ABRIR-ENTRADA
007550*    Abre para lectura el fichero en curso y deja su status en
007560*    FICHERO-STATUS.
007570******************************************************************
007580 2300-ABRIR-ENTRADA.
007590     EVALUATE IDX-FICHERO
007600         WHEN 1
007610             OPEN INPUT HISTORIA-ARCHIVO
007620             MOVE HISTORIA-STATUS TO FICHERO-STATUS
007630         WHEN 2
007640             OPEN INPUT RESPALDO-ARCHIVO
007650             MOVE RESPALDO-STATUS TO FICHERO-STATUS
007660         WHEN 3
007670             OPEN INPUT ERRONEOS-ARCHIVO
007680             MOVE ERRONEOS-STATUS TO FICHERO-STATUS
007690         WHEN 5
007700             OPEN INPUT DIARIO-ARCHIVO
007710             MOVE DIARIO-STATUS TO FICHERO-STATUS
007720         WHEN 6
007730             OPEN INPUT ALERTAS-ARCHIVO
007740             MOVE ALERTAS-STATUS TO FICHERO-STATUS
007750         WHEN 7
007760             OPEN INPUT ABIERTAS-ARCHIVO
007770             MOVE ABIERTAS-STATUS TO FICHERO-STATUS
007780         WHEN 8
007790             OPEN INPUT CERRADAS-ARCHIVO
007800             MOVE CERRADAS-STATUS TO FICHERO-STATUS
007810         WHEN 9
007820             OPEN INPUT DUPLICADOS-ARCHIVO
007830             MOVE DUPLICADOS-STATUS TO FICHERO-STATUS
007840         WHEN 10
007850             OPEN INPUT RECHAZOS-ARCHIVO
007860             MOVE RECHAZOS-STATUS TO FICHERO-STATUS
007870     END-EVALUATE.
007880 2300-ABRIR-ENTRADA-EXIT.
007890     EXIT.
007900
007910 2350-CERRAR-FICHERO.
007920     EVALUATE IDX-FICHERO
007930         WHEN 1
007940             CLOSE HISTORIA-ARCHIVO
007950         WHEN 2
007960             CLOSE RESPALDO-ARCHIVO
007970         WHEN 3
007980             CLOSE ERRONEOS-ARCHIVO
007990         WHEN 5
008000             CLOSE DIARIO-ARCHIVO
008010         WHEN 6
008020             CLOSE ALERTAS-ARCHIVO
008030         WHEN 7
008040             CLOSE ABIERTAS-ARCHIVO
008050         WHEN 8
008060             CLOSE CERRADAS-ARCHIVO
008070         WHEN 9
008080             CLOSE DUPLICADOS-ARCHIVO
008090         WHEN 10
008100             CLOSE RECHAZOS-ARCHIVO
008110     END-EVALUATE.
008120 2350-CERRAR-FICHERO-EXIT.
008130     EXIT.
008140
008150******************************************************************
008160*    2400-LEER-REGISTRO
008170*    Lee el siguiente registro del fichero en curso en
008180*    REGISTRO-EXAMEN (relleno con espacios hasta 455).
008190******************************************************************
008200 2400-LEER-REGISTRO.
008210     MOVE SPACES TO REGISTRO-EXAMEN.
008220     EVALUATE IDX-FICHERO
008230         WHEN 1
008240             READ HISTORIA-ARCHIVO INTO REGISTRO-EXAMEN
008250                 AT END MOVE 'S' TO FIN-FICHERO
008260             END-READ
008270         WHEN 2
008280             READ RESPALDO-ARCHIVO INTO REGISTRO-EXAMEN
008290                 AT END MOVE 'S' TO FIN-FICHERO
008300             END-READ
008310         WHEN 3
008320             READ ERRONEOS-ARCHIVO INTO REGISTRO-EXAMEN
008330                 AT END MOVE 'S' TO FIN-FICHERO
008340             END-READ
008350         WHEN 5
008360             READ DIARIO-ARCHIVO INTO REGISTRO-EXAMEN
008370                 AT END MOVE 'S' TO FIN-FICHERO
008380             END-READ
008390         WHEN 6
008400             READ ALERTAS-ARCHIVO INTO REGISTRO-EXAMEN
008410                 AT END MOVE 'S' TO FIN-FICHERO
008420             END-READ
008430         WHEN 7
008440             READ ABIERTAS-ARCHIVO INTO REGISTRO-EXAMEN
008450                 AT END MOVE 'S' TO FIN-FICHERO
008460             END-READ
008470         WHEN 8
008480             READ CERRADAS-ARCHIVO INTO REGISTRO-EXAMEN
008490                 AT END MOVE 'S' TO FIN-FICHERO
008500             END-READ
008510         WHEN 9
008520             READ DUPLICADOS-ARCHIVO INTO REGISTRO-EXAMEN
008530                 AT END MOVE 'S' TO FIN-FICHERO
008540             END-READ
008550         WHEN 10
008560             READ RECHAZOS-ARCHIVO INTO REGISTRO-EXAMEN
008570                 AT END MOVE 'S' TO FIN-FICHERO
008580             END-READ
008590     END-EVALUATE.
008600 2400-LEER-REGISTRO-EXIT.
008610     EXIT.
008620
008630******************************************************************
008640*    2500-DEPURAR-MAESTRO
008650*    Borra del maestro indexado el registro de cada ticket pedido.
008660******************************************************************
008670 2500-DEPURAR-MAESTRO.
008680     OPEN I-O MAESTRO-ARCHIVO.
008690     MOVE MAESTRO-STATUS TO FICHERO-STATUS.
008700     IF FICHERO-INEXISTENTE
008710         MOVE 'NO EXISTE' TO CNT-ESTADO(IDX-FICHERO)
008720         GO TO 2500-DEPURAR-MAESTRO-EXIT
008730     END-IF.
008740     IF FICHERO-STATUS NOT = '00'
008750         PERFORM 2050-ERROR-FICHERO
008760             THRU 2050-ERROR-FICHERO-EXIT
008770         GO TO 2500-DEPURAR-MAESTRO-EXIT
008780     END-IF.
008790     PERFORM 2550-BORRAR-TICKET
008800         THRU 2550-BORRAR-TICKET-EXIT
008810         VARYING IDX-TICKET FROM 1 BY 1
008820         UNTIL IDX-TICKET > NUM-TICKETS.
008830     CLOSE MAESTRO-ARCHIVO.
008840     IF CNT-QUITADOS(IDX-FICHERO) = 0
008850         MOVE 'SIN CAMBIOS' TO CNT-ESTADO(IDX-FICHERO)
008860     ELSE
008870         MOVE 'DEPURADO' TO CNT-ESTADO(IDX-FICHERO)
008880     END-IF.
008890 2500-DEPURAR-MAESTRO-EXIT.
008900     EXIT.
008910
008920 2550-BORRAR-TICKET.
008930     MOVE TKT-ID(IDX-TICKET) TO MAE-ID-TICKET.
008940     READ MAESTRO-ARCHIVO
008950         INVALID KEY
008951             IF MAESTRO-STATUS NOT = '23'
008952                 MOVE MAESTRO-STATUS TO FICHERO-STATUS
008953                 PERFORM 2050-ERROR-FICHERO
008954                     THRU 2050-ERROR-FICHERO-EXIT
008955             END-IF
008960             GO TO 2550-BORRAR-TICKET-EXIT
008970     END-READ.
008980     ADD 1 TO CNT-LEIDOS(IDX-FICHERO).
008990     ADD 1 TO CONTADOR-LEIDOS.
009000     DELETE MAESTRO-ARCHIVO
009010         INVALID KEY
009020             MOVE MAESTRO-STATUS TO FICHERO-STATUS
009030             PERFORM 2050-ERROR-FICHERO
009040                 THRU 2050-ERROR-FICHERO-EXIT
009050             GO TO 2550-BORRAR-TICKET-EXIT
009060     END-DELETE.
009070     ADD 1 TO TKT-QUITADOS(IDX-TICKET, IDX-FICHERO).
009080     ADD 1 TO CNT-QUITADOS(IDX-FICHERO).
009090     ADD 1 TO CONTADOR-ESCRITOS.
009100 2550-BORRAR-TICKET-EXIT.
009110     EXIT.
009120
009130******************************************************************
009140*    2900-BUSCAR-TICKET
009150*    Deja en IDX-TICKET la posicion de ID-EXAMEN en la tabla de
009160*    tickets pedidos, o 0 si no es uno de ellos.
009170******************************************************************
009180 2900-BUSCAR-TICKET.
009190     MOVE 0 TO IDX-TICKET.
009200     IF ID-EXAMEN = SPACES
009210         GO TO 2900-BUSCAR-TICKET-EXIT
009220     END-IF.
009230     PERFORM VARYING IDX-BUSCA FROM 1 BY 1
009240         UNTIL IDX-BUSCA > NUM-TICKETS OR IDX-TICKET > 0
009250         IF TKT-ID(IDX-BUSCA) = ID-EXAMEN
009260             MOVE IDX-BUSCA TO IDX-TICKET
009270         END-IF
009280     END-PERFORM.
009290 2900-BUSCAR-TICKET-EXIT.
009300     EXIT.
009310
009320******************************************************************
009330*    3000-VERIFICAR-FICHERO
009340*    Vuelve a leer el fichero en curso, ya depurado, y cuenta por
009350*    ticket los registros que todavia lo nombran (tambien como
009360*    original en DUPLICAD). Un fichero que no se puede leer deja
009370*    la supresion sin verificar.
009380******************************************************************
009390 3000-VERIFICAR-FICHERO.
009400     IF CNT-ESTADO(IDX-FICHERO) = 'ERROR'
009410         GO TO 3000-VERIFICAR-FICHERO-EXIT
009420     END-IF.
009430     IF IDX-FICHERO = 4
009440         PERFORM 3500-VERIFICAR-MAESTRO
009450             THRU 3500-VERIFICAR-MAESTRO-EXIT
009460         GO TO 3000-VERIFICAR-FICHERO-EXIT
009470     END-IF.
009480
009490     PERFORM 2300-ABRIR-ENTRADA
009500         THRU 2300-ABRIR-ENTRADA-EXIT.
009510     IF FICHERO-INEXISTENTE
009520         GO TO 3000-VERIFICAR-FICHERO-EXIT
009530     END-IF.
009540     IF FICHERO-STATUS NOT = '00'
009550         PERFORM 2050-ERROR-FICHERO
009560             THRU 2050-ERROR-FICHERO-EXIT
009570         GO TO 3000-VERIFICAR-FICHERO-EXIT
009580     END-IF.
009590     MOVE 'N' TO FIN-FICHERO.
009600     PERFORM 3100-VERIFICAR-REGISTRO
009610         THRU 3100-VERIFICAR-REGISTRO-EXIT
009620         UNTIL NO-HAY-MAS-REGISTROS.
009630     PERFORM 2350-CERRAR-FICHERO
009640         THRU 2350-CERRAR-FICHERO-EXIT.
009650 3000-VERIFICAR-FICHERO-EXIT.
009660     EXIT.
009670
009680 3100-VERIFICAR-REGISTRO.
009690     PERFORM 2400-LEER-REGISTRO
009700         THRU 2400-LEER-REGISTRO-EXIT.
009710     IF NO-HAY-MAS-REGISTROS
009720         GO TO 3100-VERIFICAR-REGISTRO-EXIT
009730     END-IF.
009740     PERFORM 2150-ID-DEL-REGISTRO
009750         THRU 2150-ID-DEL-REGISTRO-EXIT.
009760     PERFORM 2900-BUSCAR-TICKET
009770         THRU 2900-BUSCAR-TICKET-EXIT.
009780     IF IDX-TICKET = 0 AND IDX-FICHERO = 9
009790         MOVE REGISTRO-EXAMEN(21:10) TO ID-EXAMEN
009800         PERFORM 2900-BUSCAR-TICKET
009810             THRU 2900-BUSCAR-TICKET-EXIT
009820     END-IF.
009830     IF IDX-TICKET > 0
009840         ADD 1 TO TKT-RESTANTES(IDX-TICKET, IDX-FICHERO)
009850         ADD 1 TO CNT-RESTANTES(IDX-FICHERO)
009860     END-IF.
009870 3100-VERIFICAR-REGISTRO-EXIT.
009880     EXIT.
009890
009900 3500-VERIFICAR-MAESTRO.
009910     OPEN INPUT MAESTRO-ARCHIVO.
009920     MOVE MAESTRO-STATUS TO FICHERO-STATUS.
009930     IF FICHERO-INEXISTENTE
009940         GO TO 3500-VERIFICAR-MAESTRO-EXIT
009950     END-IF.
009960     IF FICHERO-STATUS NOT = '00'
009970         PERFORM 2050-ERROR-FICHERO
009980             THRU 2050-ERROR-FICHERO-EXIT
009990         GO TO 3500-VERIFICAR-MAESTRO-EXIT
010000     END-IF.
010010     PERFORM 3550-VERIFICAR-TICKET
010020         THRU 3550-VERIFICAR-TICKET-EXIT
010030         VARYING IDX-TICKET FROM 1 BY 1
010040         UNTIL IDX-TICKET > NUM-TICKETS.
010050     CLOSE MAESTRO-ARCHIVO.
010060 3500-VERIFICAR-MAESTRO-EXIT.
010070     EXIT.
010080
010090 3550-VERIFICAR-TICKET.
010100     MOVE TKT-ID(IDX-TICKET) TO MAE-ID-TICKET.
010110     READ MAESTRO-ARCHIVO
010120         INVALID KEY
010121             IF MAESTRO-STATUS NOT = '23'
010122                 MOVE MAESTRO-STATUS TO FICHERO-STATUS
010123                 PERFORM 2050-ERROR-FICHERO
010124                     THRU 2050-ERROR-FICHERO-EXIT
010125             END-IF
010130             GO TO 3550-VERIFICAR-TICKET-EXIT
010140     END-READ.
010150     ADD 1 TO TKT-RESTANTES(IDX-TICKET, IDX-FICHERO).
010160     ADD 1 TO CNT-RESTANTES(IDX-FICHERO).
010170 3550-VERIFICAR-TICKET-EXIT.
010180     EXIT.
010190
010200******************************************************************
010210*    4000-EMITIR-CERTIFICADO
010220*    Con el primer ticket de cada solicitud todavia sin
010230*    certificar escribe el certificado de toda la solicitud, en
010240*    pagina aparte: sus tickets, por fichero los registros
010250*    borrados, anonimizados y restantes, y el resultado. La
010260*    supresion es completa si no queda ningun registro y todos
010270*    los ficheros se pudieron tratar y comprobar.
010280******************************************************************
010290 4000-EMITIR-CERTIFICADO.
010300     IF TKT-CERTIFICADO(IDX-TICKET) = 'S'
010310         GO TO 4000-EMITIR-CERTIFICADO-EXIT
010320     END-IF.
010330     MOVE TKT-SOLICITUD(IDX-TICKET) TO SOLICITUD-EN-CURSO.
010340     ADD 1 TO CONTADOR-SOLICITUDES.
010350     MOVE 0 TO SOL-TOTAL-RESTANTES.
010360     MOVE 0 TO SOL-FICHEROS-ERROR.
010370
010380     IF CONTADOR-SOLICITUDES > 1
010390         WRITE LINEA-CERTIFICADO FROM LINEA-BLANCO
010400             BEFORE ADVANCING PAGE
010410     END-IF.
010420     WRITE LINEA-CERTIFICADO FROM LINEA-SEPARADOR.
010430     WRITE LINEA-CERTIFICADO FROM LINEA-ENC-1.
010440     WRITE LINEA-CERTIFICADO FROM LINEA-SEPARADOR.
010450     MOVE SOLICITUD-EN-CURSO TO LSO-SOLICITUD.
010460     WRITE LINEA-CERTIFICADO FROM LINEA-SOLICITUD.
010470     MOVE FECHA-PROCESO   TO LFE-FECHA.
010480     MOVE HORA-INICIO-HMS TO LFE-HORA.
010490     WRITE LINEA-CERTIFICADO FROM LINEA-FECHA.
010500     PERFORM 4100-LISTAR-TICKET
010510         THRU 4100-LISTAR-TICKET-EXIT
010520         VARYING IDX-OTRO FROM IDX-TICKET BY 1
010530         UNTIL IDX-OTRO > NUM-TICKETS.
010540
010550     WRITE LINEA-CERTIFICADO FROM LINEA-BLANCO.
010560     WRITE LINEA-CERTIFICADO FROM LINEA-ENC-FICHERO.
010570     PERFORM 4200-LINEA-FICHERO
010580         THRU 4200-LINEA-FICHERO-EXIT
010590         VARYING IDX-FICHERO FROM 1 BY 1
010600         UNTIL IDX-FICHERO > NUM-FICHEROS.
010610     WRITE LINEA-CERTIFICADO FROM LINEA-NOTA-DUP.
010620     WRITE LINEA-CERTIFICADO FROM LINEA-BLANCO.
010630
010640     IF SOL-TOTAL-RESTANTES = 0 AND SOL-FICHEROS-ERROR = 0
010650         MOVE 'SUPRESION COMPLETA Y VERIFICADA' TO LRC-TEXTO
010660     ELSE
010670         MOVE 'SUPRESION INCOMPLETA: QUEDAN DATOS O FICHEROS'
010680             TO LRC-TEXTO
010690         ADD 1 TO CONTADOR-INCOMPLETAS
010700         MOVE 12 TO CODIGO-RETORNO
010710     END-IF.
010720     WRITE LINEA-CERTIFICADO FROM LINEA-RESULTADO-CERT.
010730 4000-EMITIR-CERTIFICADO-EXIT.
010740     EXIT.
010750
010760******************************************************************
010770*    4100-LISTAR-TICKET
010780*    Escribe un ticket de la solicitud en curso y lo marca como
010790*    certificado. Un ticket del que no habia nada en ningun
010800*    fichero se dice expresamente.
010810******************************************************************
010820 4100-LISTAR-TICKET.
010830     IF TKT-SOLICITUD(IDX-OTRO) NOT = SOLICITUD-EN-CURSO
010840         GO TO 4100-LISTAR-TICKET-EXIT
010850     END-IF.
010860     MOVE 'S' TO TKT-CERTIFICADO(IDX-OTRO).
010870     MOVE TKT-ANONIMIZADOS(IDX-OTRO) TO TKT-TOTAL-DATOS.
010880     PERFORM VARYING IDX-FICHERO FROM 1 BY 1
010890         UNTIL IDX-FICHERO > NUM-FICHEROS
010900         ADD TKT-QUITADOS(IDX-OTRO, IDX-FICHERO)
010910             TO TKT-TOTAL-DATOS
010920     END-PERFORM.
010930     MOVE TKT-ID(IDX-OTRO) TO LTK-ID.
010940     IF TKT-TOTAL-DATOS = 0
010950         MOVE 'SIN DATOS EN NINGUN FICHERO' TO LTK-NOTA
010960         ADD 1 TO CONTADOR-SIN-DATOS
010970         IF CODIGO-RETORNO < 4
010980             MOVE 4 TO CODIGO-RETORNO
010990         END-IF
011000     ELSE
011010         MOVE SPACES TO LTK-NOTA
011020     END-IF.
011030     WRITE LINEA-CERTIFICADO FROM LINEA-TICKET.
011040 4100-LISTAR-TICKET-EXIT.
011050     EXIT.
011060
011070******************************************************************
011080*    4200-LINEA-FICHERO
011090*    Una linea del certificado por fichero con lo de los tickets
011100*    de la solicitud en curso.
011110******************************************************************
011120 4200-LINEA-FICHERO.
011130     MOVE 0 TO SOL-QUITADOS.
011140     MOVE 0 TO SOL-ANONIMIZADOS.
011150     MOVE 0 TO SOL-RESTANTES.
011160     PERFORM VARYING IDX-OTRO FROM IDX-TICKET BY 1
011170         UNTIL IDX-OTRO > NUM-TICKETS
011180         IF TKT-SOLICITUD(IDX-OTRO) = SOLICITUD-EN-CURSO
011190             ADD TKT-QUITADOS(IDX-OTRO, IDX-FICHERO)
011200                 TO SOL-QUITADOS
011210             ADD TKT-RESTANTES(IDX-OTRO, IDX-FICHERO)
011220                 TO SOL-RESTANTES
011230             IF IDX-FICHERO = 9
011240                 ADD TKT-ANONIMIZADOS(IDX-OTRO)
011250                     TO SOL-ANONIMIZADOS
011260             END-IF
011270         END-IF
011280     END-PERFORM.
011290     ADD SOL-RESTANTES TO SOL-TOTAL-RESTANTES.
011300     IF CNT-ESTADO(IDX-FICHERO) = 'ERROR'
011310         ADD 1 TO SOL-FICHEROS-ERROR
011320     END-IF.
011330
011340     MOVE FIC-NOMBRE(IDX-FICHERO)  TO LFI-NOMBRE.
011350     MOVE CNT-ESTADO(IDX-FICHERO)  TO LFI-ESTADO.
011360     MOVE SOL-QUITADOS             TO LFI-QUITADOS.
011370     MOVE SOL-ANONIMIZADOS         TO LFI-ANONIMIZADOS.
011380     MOVE SOL-RESTANTES            TO LFI-RESTANTES.
011390     WRITE LINEA-CERTIFICADO FROM LINEA-FICHERO.
011400 4200-LINEA-FICHERO-EXIT.
011410     EXIT.
011420
011430******************************************************************
011440*    8000-FINALIZAR-PROCESO
011450*    Escribe, tras los certificados, los totales del proceso por
011460*    fichero y el codigo de retorno, y cierra CERTBORR.
011470******************************************************************
011480 8000-FINALIZAR-PROCESO.
011490     IF CERTIFICADO-STATUS NOT = '00'
011500         GO TO 8000-FINALIZAR-PROCESO-EXIT
011510     END-IF.
011520
011530     IF CONTADOR-SOLICITUDES > 0
011540         WRITE LINEA-CERTIFICADO FROM LINEA-BLANCO
011550             BEFORE ADVANCING PAGE
011560     END-IF.
011570     MOVE 'TOTALES DEL PROCESO' TO LSE-TITULO.
011580     WRITE LINEA-CERTIFICADO FROM LINEA-SECCION.
011590     WRITE LINEA-CERTIFICADO FROM LINEA-ENC-TOTAL.
011600     PERFORM VARYING IDX-FICHERO FROM 1 BY 1
011610         UNTIL IDX-FICHERO > NUM-FICHEROS
011620         MOVE FIC-NOMBRE(IDX-FICHERO)       TO LTF-NOMBRE
011630         MOVE CNT-ESTADO(IDX-FICHERO)       TO LTF-ESTADO
011640         MOVE CNT-LEIDOS(IDX-FICHERO)       TO LTF-LEIDOS
011650         MOVE CNT-QUITADOS(IDX-FICHERO)     TO LTF-QUITADOS
011660         MOVE CNT-ANONIMIZADOS(IDX-FICHERO) TO LTF-ANONIMIZADOS
011670         MOVE CNT-CONSERVADOS(IDX-FICHERO)  TO LTF-CONSERVADOS
011680         MOVE CNT-RESTANTES(IDX-FICHERO)    TO LTF-RESTANTES
011690         WRITE LINEA-CERTIFICADO FROM LINEA-TOTAL-FICHERO
011700     END-PERFORM.
011710     WRITE LINEA-CERTIFICADO FROM LINEA-BLANCO.
011720     MOVE 'TICKETS PEDIDOS    : ' TO LRE-ETIQUETA.
011730     MOVE NUM-TICKETS TO LRE-CONTADOR.
011740     WRITE LINEA-CERTIFICADO FROM LINEA-RESULTADO.
011750     MOVE '  SIN DATOS        : ' TO LRE-ETIQUETA.
011760     MOVE CONTADOR-SIN-DATOS TO LRE-CONTADOR.
011770     WRITE LINEA-CERTIFICADO FROM LINEA-RESULTADO.
011780     MOVE 'LINEAS IGNORADAS   : ' TO LRE-ETIQUETA.
011790     MOVE CONTADOR-IGNORADAS TO LRE-CONTADOR.
011800     WRITE LINEA-CERTIFICADO FROM LINEA-RESULTADO.
011810     MOVE 'SOLICITUDES        : ' TO LRE-ETIQUETA.
011820     MOVE CONTADOR-SOLICITUDES TO LRE-CONTADOR.
011830     WRITE LINEA-CERTIFICADO FROM LINEA-RESULTADO.
011840     MOVE '  INCOMPLETAS      : ' TO LRE-ETIQUETA.
011850     MOVE CONTADOR-INCOMPLETAS TO LRE-CONTADOR.
011860     WRITE LINEA-CERTIFICADO FROM LINEA-RESULTADO.
011870
011880     WRITE LINEA-CERTIFICADO FROM LINEA-BLANCO.
011890     MOVE 'CODIGO DE RETORNO  : ' TO LRE-ETIQUETA.
011900     MOVE CODIGO-RETORNO TO LRE-CONTADOR.
011910     WRITE LINEA-CERTIFICADO FROM LINEA-RESULTADO.
011920     CLOSE CERTIFICADO-ARCHIVO.
011930 8000-FINALIZAR-PROCESO-EXIT.
011940     EXIT.
011950
011960******************************************************************
011970*    9000-GRABAR-EJECUCION
011980*    Anade el registro de esta ejecucion al log comun EJECLOG
011990*    (copybook RETO19L). Si el log no existe todavia se crea; si
012000*    no se puede escribir se avisa y el proceso termina igual.
012010******************************************************************
012020 9000-GRABAR-EJECUCION.
012030     ACCEPT HORA-FIN FROM TIME.
012040     OPEN EXTEND EJECLOG-ARCHIVO.
012050     IF EJECLOG-STATUS NOT = '00'
012060         OPEN OUTPUT EJECLOG-ARCHIVO
012070     END-IF.
012080     IF EJECLOG-STATUS NOT = '00'
012090         DISPLAY 'NO SE PUDO ABRIR EJECLOG. STATUS: '
012100             EJECLOG-STATUS
012110         GO TO 9000-GRABAR-EJECUCION-EXIT
012120     END-IF.
012130
012140     MOVE SPACES TO REG-EJECUCION.
012150     MOVE 'RETO-19S'       TO LOG-PROGRAMA.
012160     MOVE FECHA-PROCESO    TO LOG-FECHA.
012170     MOVE HORA-INICIO-HMS  TO LOG-HORA-INICIO.
012180     MOVE HORA-FIN-HMS     TO LOG-HORA-FIN.
012190     MOVE CONTADOR-LEIDOS  TO LOG-LEIDOS.
012200     MOVE CONTADOR-ESCRITOS TO LOG-ESCRITOS.
012210     MOVE 'N'              TO LOG-REANUDACION.
012220     MOVE CODIGO-RETORNO   TO LOG-RETORNO.
012230     WRITE REG-EJECUCION.
012240     CLOSE EJECLOG-ARCHIVO.
012250 9000-GRABAR-EJECUCION-EXIT.
012260     EXIT.
012270
012280 END PROGRAM RETO-19S.
