000100*          que cada equipo tenia que rastrear a mano.
000110*          La prioridad de cada alerta se calcula con el numero
000120*          de claves vigiladas encontradas (ALR-CLAVE-1 a 3),
000121*          la banda de legibilidad (un texto mas dificil sube
000122*          antes en la cola) y el tamano del texto.
000123*          Las alertas no se pierden de un dia para otro: la
000124*          cartera de alertas abiertas (ABIERTAS, copybook
000125*          RETO19A) se lee junto con las ALERTAS nuevas, y cada
000126*          alerta sigue en la cola de su canal, con su edad en
000127*          dias y una prioridad que sube con la edad, hasta que
000128*          el analista la da por RESUELTA o DESCARTADA en el
000129*          fichero de disposiciones DISPOSIC (id de ticket,
000130*          fecha de la alerta, estado y codigo de analista; EN
000131*          CURSO la deja en cola con el analista anotado).
000132*          Las disposiciones que no casan con ninguna alerta en
000133*          seguimiento se rechazan con su motivo a DISPRECH.
000134*          Cada alerta cerrada se anade al historico CERRADAS y
000135*          las que siguen abiertas se graban en la nueva cartera
000136*          ABIERNUE, que operaciones pone en lugar de ABIERTAS
000137*          para el dia siguiente si el codigo de retorno es
000138*          menor que 8. Las cerradas se anaden al final, una
000139*          vez hecho el cuadre y solo si el codigo sigue siendo
000140*          menor que 8: un proceso que se repite porque su
000141*          ABIERNUE no valia no las duplica en CERRADAS. Si falla
000142*          esa grabacion (codigo 12) hay que quitar de CERRADAS
000143*          las lineas con la fecha de estado del proceso antes
000144*          de repetirlo. El informe de seguimiento SEGALERT
000145*          lista las disposiciones rechazadas y las alertas
000146*          cerradas, la antiguedad de la cartera por canal
000147*          (0-1, 2-3, 4-7 y mas de 7 dias) y el cuadre que
000148*          prueba que toda alerta sigue abierta o esta cerrada:
000149*          anteriores + nuevas - cerradas = abiertas al cierre.
000150*          Codigo de retorno: 0 correcto, 4 alertas sin registro
000160*          resumen asociado (se listan bajo el canal ???),
000170*          disposiciones rechazadas o sin cartera anterior, 8
000172*          tabla de alertas llena o cuadre de alertas que no
000174*          cierra (ABIERNUE no esta completa y no debe ponerse
000176*          en lugar de ABIERTAS), 12 error de fichero.
000180* Tectonics: cobc
000190* Modification History:
000200*   01-09-2026  EQ   Version original.
000201*   01-09-2026  EQ   Anade un registro al log comun de
000202*                    ejecuciones EJECLOG (copybook RETO19L) al
000203*                    terminar, para el historial RETO-19H.
000204*   15-10-2026  EQ   Cartera de alertas abiertas ABIERTAS /
000205*                    ABIERNUE con edad y prioridad por edad,
000206*                    disposiciones de analista DISPOSIC con
000207*                    rechazos a DISPRECH, historico CERRADAS e
000208*                    informe de seguimiento SEGALERT.
000209*   15-10-2026  EQ   Tabla de alertas llena pasa a codigo 8:
000210*                    ABIERNUE solo se sustituye con retorno
000211*                    menor que 8.
000212*   15-10-2026  EQ   Las alertas cerradas se anaden a CERRADAS
000213*                    al final y solo con retorno menor que 8,
000214*                    para que repetir el proceso no las duplique.
000215*   15-10-2026  EQ   Controla cada grabacion en ABIERNUE; un
000216*                    fallo termina con 12.
000217******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. RETO-19W.
000240 AUTHOR. EQUIPO DE MANTENIMIENTO.
000442     SELECT EJECLOG-ARCHIVO ASSIGN TO "EJECLOG"
000443         ORGANIZATION IS LINE SEQUENTIAL
000444         FILE STATUS IS EJECLOG-STATUS.
000445
000446     SELECT ABIERTAS-ARCHIVO ASSIGN TO "ABIERTAS"
000447         ORGANIZATION IS LINE SEQUENTIAL
000448         FILE STATUS IS ABIERTAS-STATUS.
000449
000450     SELECT ABIERNUE-ARCHIVO ASSIGN TO "ABIERNUE"
000451         ORGANIZATION IS LINE SEQUENTIAL
000452         FILE STATUS IS ABIERNUE-STATUS.
000453
000454     SELECT CERRADAS-ARCHIVO ASSIGN TO "CERRADAS"
000455         ORGANIZATION IS LINE SEQUENTIAL
000456         FILE STATUS IS CERRADAS-STATUS.
000457
000458     SELECT DISPOSIC-ARCHIVO ASSIGN TO "DISPOSIC"
000459         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS DISPOSIC-STATUS.
000461
000462     SELECT DISPRECH-ARCHIVO ASSIGN TO "DISPRECH"
000463         ORGANIZATION IS LINE SEQUENTIAL
000464         FILE STATUS IS DISPRECH-STATUS.
000465
000466     SELECT SEGALERT-ARCHIVO ASSIGN TO "SEGALERT"
000467         ORGANIZATION IS LINE SEQUENTIAL
000468         FILE STATUS IS SEGALERT-STATUS.
000469
000470 DATA DIVISION.
000471 FILE SECTION.
000480
000490*    MISMO LAYOUT QUE EL REG-ALERTA QUE ESCRIBE RETO-19
000500
000813     LABEL RECORDS ARE STANDARD.
000814 01  REG-EJECUCION.
000815     COPY RETO19L.
000816
000817*    CARTERA DE ALERTAS ABIERTAS DEL DIA ANTERIOR, NUEVA
000818*    CARTERA PARA EL DIA SIGUIENTE E HISTORICO DE CERRADAS:
000819*    LOS TRES CON EL LAYOUT RETO19A
000820
000821 FD  ABIERTAS-ARCHIVO
000822     LABEL RECORDS ARE STANDARD.
000823 01  REG-ABIERTA                PIC X(183).
000824
000825 FD  ABIERNUE-ARCHIVO
000826     LABEL RECORDS ARE STANDARD.
000827 01  REG-ABIERNUE               PIC X(183).
000828
000829 FD  CERRADAS-ARCHIVO
000830     LABEL RECORDS ARE STANDARD.
000831 01  REG-CERRADA                PIC X(183).
000832
000833*    DISPOSICION DEVUELTA POR EL ANALISTA: ID DE TICKET, FECHA
000834*    DE LA ALERTA (AAAAMMDD), ESTADO Y CODIGO DE ANALISTA
000835
000836 FD  DISPOSIC-ARCHIVO
000837     LABEL RECORDS ARE STANDARD.
000838 01  REG-DISPOSICION.
000839     05  DSP-ID-TICKET          PIC X(10).
000840     05  FILLER                 PIC X(01).
000841     05  DSP-FECHA-ALERTA       PIC X(08).
000842     05  DSP-FECHA-ALERTA-9 REDEFINES DSP-FECHA-ALERTA
000843                                PIC 9(08).
000844     05  FILLER                 PIC X(01).
000845     05  DSP-ESTADO             PIC X(10).
000846         88  DSP-EN-CURSO                  VALUE 'EN CURSO'.
000847         88  DSP-RESUELTA                  VALUE 'RESUELTA'.
000848         88  DSP-DESCARTADA                VALUE 'DESCARTADA'.
000849         88  DSP-ESTADO-VALIDO             VALUE 'EN CURSO'
000850                                                 'RESUELTA'
000851                                                 'DESCARTADA'.
000852     05  FILLER                 PIC X(01).
000853     05  DSP-ANALISTA           PIC X(08).
000854
000855 FD  DISPRECH-ARCHIVO
000856     LABEL RECORDS ARE STANDARD.
000857 01  LINEA-DISP-RECHAZO         PIC X(75).
000858
000859 FD  SEGALERT-ARCHIVO
000860     LABEL RECORDS ARE STANDARD.
000861 01  LINEA-SEGUIMIENTO          PIC X(132).
000862
000863 WORKING-STORAGE SECTION.
000864
000865*    CONTROL DE FICHEROS Y DEL PROCESO
000866
000870 01  ALERTAS-STATUS     PIC X(02)   VALUE SPACES.
000880 01  RESUMEN-STATUS     PIC X(02)   VALUE SPACES.
000881 01  TRIAJE-STATUS      PIC X(02)   VALUE SPACES.
000882 01  EJECLOG-STATUS     PIC X(02)   VALUE SPACES.
000883 01  ABIERTAS-STATUS    PIC X(02)   VALUE SPACES.
000884 01  ABIERNUE-STATUS    PIC X(02)   VALUE SPACES.
000885 01  CERRADAS-STATUS    PIC X(02)   VALUE SPACES.
000886 01  DISPOSIC-STATUS    PIC X(02)   VALUE SPACES.
000887 01  DISPRECH-STATUS    PIC X(02)   VALUE SPACES.
000888 01  SEGALERT-STATUS    PIC X(02)   VALUE SPACES.
000892 01  FECHA-PROCESO      PIC 9(08)   VALUE 0.
000893
000894*    HORAS DE INICIO Y FIN PARA EL LOG COMUN DE EJECUCIONES
000920     88  NO-HAY-MAS-ALERTAS         VALUE 'S'.
000930 01  FIN-RESUMEN        PIC X(01)   VALUE 'N'.
000940     88  NO-HAY-MAS-RESUMEN         VALUE 'S'.
000942 01  FIN-ABIERTAS       PIC X(01)   VALUE 'N'.
000944     88  NO-HAY-MAS-ABIERTAS        VALUE 'S'.
000946 01  FIN-DISPOSIC       PIC X(01)   VALUE 'N'.
000948     88  NO-HAY-MAS-DISPOSIC        VALUE 'S'.
000950
000960 01  CODIGO-RETORNO     PIC 9(04)   VALUE 0.
000970
001020     05  TR-ENTRY OCCURS 1000 TIMES.
001030         10  TR-ID-TICKET    PIC X(10).
001040         10  TR-CANAL        PIC X(03).
001045         10  TR-FECHA        PIC 9(08).
001050 01  NUM-RESUMEN        PIC 9(04)   VALUE 0.
001060 01  IDX-RESUMEN        PIC 9(04)   VALUE 0.
001070 01  RESUMEN-DESBORDADO PIC X(01)   VALUE 'N'.
001080
001090*    ALERTAS DEL DIA CON SU PRIORIDAD YA CALCULADA
001092*    ALERTAS EN SEGUIMIENTO: PRIMERO LA CARTERA DE ABIERTAS DE
001094*    DIAS ANTERIORES (TA-ORIGEN 'A') Y DETRAS LAS NUEVAS DEL DIA
001096*    (TA-ORIGEN 'N'), CON SU PRIORIDAD YA CALCULADA. LA ALERTA
001098*    CERRADA POR UNA DISPOSICION QUEDA MARCADA EN TA-CERRADA
001100
001110 01  TABLA-ALERTAS.
001120     05  TA-ENTRY OCCURS 1000 TIMES.
001130         10  TA-ID-TICKET    PIC X(10).
001140         10  TA-REGISTRO     PIC 9(08).
001150         10  TA-CANAL        PIC X(03).
001200         10  TA-BANDA        PIC X(11).
001210         10  TA-CARACTERES   PIC 9(05).
001220         10  TA-PRIORIDAD    PIC 9(05).
001221         10  TA-PRIORIDAD-BASE PIC 9(05).
001222         10  TA-FECHA-ALERTA PIC 9(08).
001223         10  TA-EDAD         PIC 9(04).
001224         10  TA-ESTADO       PIC X(10).
001225         10  TA-ANALISTA     PIC X(08).
001226         10  TA-FECHA-ESTADO PIC 9(08).
001227         10  TA-ORIGEN       PIC X(01).
001228         10  TA-CERRADA      PIC X(01).
001230 01  USADOS-TRIAJE.
001240     05  USADO-ALERTA OCCURS 1000 TIMES PIC X(01).
001250 01  NUM-ALERTAS        PIC 9(04)   VALUE 0.
001260 01  IDX-ALERTA         PIC 9(04)   VALUE 0.
001270 01  IDX-ELEGIDA        PIC 9(04)   VALUE 0.
001310*    CANALES DISTINTOS VISTOS EN LAS ALERTAS (UNA COLA POR
001320*    CANAL EN EL INFORME); LAS ALERTAS SIN RESUMEN ASOCIADO
001330*    CAEN EN EL CANAL ???
001332*    SOLO CUENTAN LAS ALERTAS QUE SIGUEN ABIERTAS, Y CADA CANAL
001334*    LLEVA AL LADO SU ANTIGUEDAD POR TRAMOS DE EDAD EN DIAS:
001336*    0-1, 2-3, 4-7 Y MAS DE 7
001340
001350 01  TABLA-CANALES.
001360     05  CANAL-TRIAJE OCCURS 15 TIMES PIC X(03).
001370 01  NUM-CANALES        PIC 9(03)   VALUE 0.
001380 01  IDX-CANAL          PIC 9(03)   VALUE 0.
001390 01  CANAL-VISTO        PIC X(01)   VALUE 'N'.
001391 01  TABLA-ANTIGUEDAD.
001392     05  ANT-ENTRY OCCURS 15 TIMES.
001393         10  ANT-TRAMO       PIC 9(05) OCCURS 4 TIMES.
001394         10  ANT-TOTAL       PIC 9(05).
001395         10  ANT-EN-CURSO    PIC 9(05).
001396         10  ANT-EDAD-MAXIMA PIC 9(04).
001397 01  IDX-TRAMO          PIC 9(01)   VALUE 0.
001400
001410 01  CONTADOR-SIN-RESUMEN PIC 9(04) VALUE 0.
001411 01  PUNTOS-BANDA       PIC 9(03)   VALUE 0.
001412 01  PUNTOS-TAMANO      PIC 9(03)   VALUE 0.
001413 01  ORDEN-EN-COLA      PIC 9(04)   VALUE 0.
001414
001415*    EDAD DE LA ALERTA EN DIAS DE CALENDARIO ENTRE SU FECHA Y
001416*    LA DE PROCESO; CADA DIA DE EDAD SUMA PUNTOS-POR-DIA A LA
001417*    PRIORIDAD BASE, ASI QUE UNA ALERTA OLVIDADA UNA SEMANA
001418*    ACABA POR DELANTE DE UNA NUEVA CON LAS TRES CLAVES
001419
001420 01  PUNTOS-POR-DIA     PIC 9(03)   VALUE 200.
001421 01  ENTERO-PROCESO     PIC 9(07)   VALUE 0.
001422 01  ENTERO-ALERTA      PIC 9(07)   VALUE 0.
001423
001424*    DISPOSICIONES Y CUADRE DE ALERTAS
001425
001426 01  MOTIVO-DISPOSICION PIC X(35)   VALUE SPACES.
001427 01  TICKET-VISTO       PIC X(01)   VALUE 'N'.
001428 01  CONTADOR-ANTERIORES PIC 9(07)  VALUE 0.
001429 01  CONTADOR-NUEVAS    PIC 9(07)   VALUE 0.
001430 01  CONTADOR-YA-EN-CARTERA PIC 9(07) VALUE 0.
001431 01  CONTADOR-DISPOSICIONES PIC 9(07) VALUE 0.
001432 01  CONTADOR-DISP-APLICADAS PIC 9(07) VALUE 0.
001433 01  CONTADOR-DISP-RECHAZADAS PIC 9(07) VALUE 0.
001434 01  CONTADOR-RESUELTAS PIC 9(07)   VALUE 0.
001435 01  CONTADOR-DESCARTADAS PIC 9(07) VALUE 0.
001436 01  CONTADOR-EN-COLA   PIC 9(07)   VALUE 0.
001437 01  CONTADOR-GRABADAS  PIC 9(07)   VALUE 0.
001438 01  SUMA-CUADRE        PIC S9(08)  VALUE 0.
001439
001440*    REGISTRO DE ALERTA EN SEGUIMIENTO (LAYOUT RETO19A) DONDE SE
001441*    LEE LA CARTERA ANTERIOR Y SE MONTA LA NUEVA Y LAS CERRADAS
001442
001443 01  REG-SEGUIMIENTO.
001444     COPY RETO19A.
001450
001460*    LINEAS DE SALIDA DE LA LISTA DE TRABAJO
001470
001510     05  FILLER               PIC X(17) VALUE
001520         'COLA DEL CANAL : '.
001530     05  LCA-CANAL            PIC X(03).
001540 01  LINEA-ENC-2.
001550     05  FILLER               PIC X(31) VALUE
001560         'ORD  PRIOR ID-TICKET       REG '.
001561     05  FILLER               PIC X(41) VALUE 'CLAVES'.
001562     05  FILLER               PIC X(11) VALUE 'BANDA'.
001563     05  FILLER               PIC X(07) VALUE 'CARACT '.
001564     05  FILLER               PIC X(05) VALUE 'EDAD '.
001565     05  FILLER               PIC X(11) VALUE 'ESTADO'.
001566     05  FILLER               PIC X(08) VALUE 'ANALISTA'.
001570 01  LINEA-COLA.
001580     05  LCO-ORDEN            PIC ZZZ9.
001590     05  FILLER               PIC X(01) VALUE SPACE.
001680     05  LCO-BANDA            PIC X(11).
001690     05  FILLER               PIC X(01) VALUE SPACE.
001700     05  LCO-CARACTERES       PIC ZZZZ9.
001701     05  FILLER               PIC X(01) VALUE SPACE.
001702     05  LCO-EDAD             PIC ZZZ9.
001703     05  FILLER               PIC X(01) VALUE SPACE.
001704     05  LCO-ESTADO           PIC X(10).
001705     05  FILLER               PIC X(01) VALUE SPACE.
001706     05  LCO-ANALISTA         PIC X(08).
001710 01  AREA-CLAVES              PIC X(40) VALUE SPACE.
001711 01  LINEA-BLANCO             PIC X(01) VALUE SPACE.
001712 01  LINEA-RESULTADO.
001713     05  LRE-ETIQUETA         PIC X(22).
001714     05  LRE-CONTADOR         PIC ZZZZZZ9.
001715
001716*    LINEAS DE SALIDA DEL INFORME DE SEGUIMIENTO Y DE LOS
001717*    RECHAZOS DE DISPOSICIONES
001718
001719 01  LINEA-SEG-TITULO.
001720     05  FILLER               PIC X(50) VALUE
001721         'SEGUIMIENTO DE ALERTAS - RETO-19W   FECHA PROCESO '.
001722     05  LST-FECHA            PIC 9(08).
001723 01  LINEA-SEG-SECCION        PIC X(60) VALUE SPACES.
001724 01  LINEA-SEG-RECHAZO.
001725     05  LSR-ID-TICKET        PIC X(10).
001726     05  FILLER               PIC X(01) VALUE SPACE.
001727     05  LSR-FECHA-ALERTA     PIC X(08).
001728     05  FILLER               PIC X(01) VALUE SPACE.
001729     05  LSR-ESTADO           PIC X(10).
001730     05  FILLER               PIC X(01) VALUE SPACE.
001731     05  LSR-ANALISTA         PIC X(08).
001732     05  FILLER               PIC X(01) VALUE SPACE.
001733     05  LSR-MOTIVO           PIC X(35).
001734 01  LINEA-SEG-CAB-CERRADA    PIC X(80) VALUE
001735     'ID-TICKET  F.ALERTA CAN ESTADO     ANALISTA  EDAD PRIOR'.
001736 01  LINEA-SEG-CERRADA.
001737     05  LSC-ID-TICKET        PIC X(10).
001738     05  FILLER               PIC X(01) VALUE SPACE.
001739     05  LSC-FECHA-ALERTA     PIC 9(08).
001740     05  FILLER               PIC X(01) VALUE SPACE.
001741     05  LSC-CANAL            PIC X(03).
001742     05  FILLER               PIC X(01) VALUE SPACE.
001743     05  LSC-ESTADO           PIC X(10).
001744     05  FILLER               PIC X(01) VALUE SPACE.
001745     05  LSC-ANALISTA         PIC X(08).
001746     05  FILLER               PIC X(02) VALUE SPACES.
001747     05  LSC-EDAD             PIC ZZZ9.
001748     05  FILLER               PIC X(01) VALUE SPACE.
001749     05  LSC-PRIORIDAD        PIC ZZZZ9.
001750 01  LINEA-SEG-CAB-ANTIG.
001751     05  FILLER               PIC X(10) VALUE 'CAN    0-1'.
001752     05  FILLER               PIC X(14) VALUE '    2-3    4-7'.
001753     05  FILLER               PIC X(14) VALUE '     >7  TOTAL'.
001754     05  FILLER               PIC X(23) VALUE
001755         ' EN CURSO   MAS ANTIGUA'.
001756 01  LINEA-SEG-ANTIG.
001757     05  LSA-CANAL            PIC X(03).
001758     05  LSA-TRAMO            PIC ZZZZZZ9 OCCURS 4 TIMES.
001759     05  LSA-TOTAL            PIC ZZZZZZ9.
001760     05  LSA-EN-CURSO         PIC ZZZZZZZZ9.
001761     05  FILLER               PIC X(06) VALUE SPACES.
001762     05  LSA-EDAD-MAXIMA      PIC ZZZ9.
001763     05  FILLER               PIC X(05) VALUE ' DIAS'.
001764 01  LINEA-SEG-RESULTADO.
001765     05  LSG-ETIQUETA         PIC X(32).
001766     05  LSG-CONTADOR         PIC ZZZZZZ9.
001767 01  LINEA-SEG-CUADRE.
001768     05  LSQ-ETIQUETA         PIC X(45).
001769     05  LSQ-RESULTADO        PIC X(10).
001770 01  LINEA-DISP-RECHAZO-DET.
001771     05  LDR-DISPOSICION      PIC X(39).
001772     05  FILLER               PIC X(01) VALUE SPACE.
001773     05  LDR-MOTIVO           PIC X(35).
001774
001775 PROCEDURE DIVISION.
001780
001790******************************************************************
001800*    0000-MAINLINE
001810*    Control principal: carga el resumen y las alertas del dia,
001820*    escribe una cola priorizada por canal y cierra el proceso.
001822*    Antes de las colas aplica las disposiciones de los
001824*    analistas; despues graba la nueva cartera de abiertas y el
001826*    informe de seguimiento y, si el cuadre es bueno, anade las
001828*    cerradas al historico.
001830******************************************************************
001840 0000-MAINLINE.
001841     ACCEPT HORA-INICIO FROM TIME.
001860         THRU 1000-INICIALIZAR-PROCESO-EXIT.
001870
001880     IF CODIGO-RETORNO < 12
001882         PERFORM 3500-APLICAR-DISPOSICIONES
001884             THRU 3500-APLICAR-DISPOSICIONES-EXIT
001886         PERFORM 3700-PREPARAR-CARTERA
001888             THRU 3700-PREPARAR-CARTERA-EXIT
001890         PERFORM 4000-ESCRIBIR-COLAS
001900             THRU 4000-ESCRIBIR-COLAS-EXIT
001901         PERFORM 5000-GRABAR-CARTERA
001902             THRU 5000-GRABAR-CARTERA-EXIT
001903         PERFORM 6000-INFORME-SEGUIMIENTO
001904             THRU 6000-INFORME-SEGUIMIENTO-EXIT
001905         IF CODIGO-RETORNO < 8
001906             PERFORM 6500-GRABAR-CERRADAS
001907                 THRU 6500-GRABAR-CERRADAS-EXIT
001908         END-IF
001910     END-IF.
001920
001930     PERFORM 8000-FINALIZAR-PROCESO
002000*    1000-INICIALIZAR-PROCESO
002010*    Abre la lista de trabajo, carga los registros resumen en la
002020*    tabla de cruce y despues las alertas con su prioridad.
002022*    Abre tambien el informe de seguimiento y carga la cartera
002024*    de alertas abiertas antes que las alertas nuevas, para
002026*    reconocer las que ya estaban en seguimiento.
002030******************************************************************
002040 1000-INICIALIZAR-PROCESO.
002050     OPEN OUTPUT TRIAJE-ARCHIVO.
002100         GO TO 1000-INICIALIZAR-PROCESO-EXIT
002110     END-IF.
002120     WRITE LINEA-TRIAJE FROM LINEA-ENC-1.
002121
002122     OPEN OUTPUT SEGALERT-ARCHIVO.
002123     IF SEGALERT-STATUS NOT = '00'
002124         DISPLAY 'NO SE PUDO ABRIR SEGALERT. STATUS: '
002125             SEGALERT-STATUS
002126         MOVE 12 TO CODIGO-RETORNO
002127         GO TO 1000-INICIALIZAR-PROCESO-EXIT
002128     END-IF.
002129     MOVE FECHA-PROCESO TO LST-FECHA.
002130     WRITE LINEA-SEGUIMIENTO FROM LINEA-SEG-TITULO.
002131     COMPUTE ENTERO-PROCESO =
002132         FUNCTION INTEGER-OF-DATE(FECHA-PROCESO).
002133
002140     PERFORM 2000-CARGAR-RESUMEN
002150         THRU 2000-CARGAR-RESUMEN-EXIT.
002152
002154     PERFORM 2500-CARGAR-ABIERTAS
002156         THRU 2500-CARGAR-ABIERTAS-EXIT.
002160
002170     PERFORM 3000-CARGAR-ALERTAS
002180         THRU 3000-CARGAR-ALERTAS-EXIT.
002540     END-READ.
002550     IF NUM-RESUMEN >= 1000
002560         IF RESUMEN-DESBORDADO = 'N'
002561             DISPLAY 'TABLA DE RESUMEN LLENA: CRUCE PARCIAL'
002562             MOVE 'S' TO RESUMEN-DESBORDADO
002563         END-IF
002564         GO TO 2100-LEER-RESUMEN-EXIT
002565     END-IF.
002566     ADD 1 TO NUM-RESUMEN.
002567     MOVE RES-ID-TICKET TO TR-ID-TICKET(NUM-RESUMEN).
002568     MOVE RES-CANAL     TO TR-CANAL(NUM-RESUMEN).
002569     IF RES-FECHA NUMERIC AND RES-FECHA > 0
002570         MOVE RES-FECHA TO TR-FECHA(NUM-RESUMEN)
002571     ELSE
002572         MOVE FECHA-PROCESO TO TR-FECHA(NUM-RESUMEN)
002573     END-IF.
002574 2100-LEER-RESUMEN-EXIT.
002575     EXIT.
002576
002577******************************************************************
002578*    2500-CARGAR-ABIERTAS
002579*    Carga la cartera de alertas que quedaron abiertas en el
002580*    proceso anterior. Sin fichero ABIERTAS se sigue con la
002581*    cartera vacia (primer dia de servicio) y se avisa con
002582*    codigo de retorno 4, porque cualquier otro dia significa
002583*    que se ha perdido el seguimiento.
002584******************************************************************
002585 2500-CARGAR-ABIERTAS.
002586     OPEN INPUT ABIERTAS-ARCHIVO.
002587     IF ABIERTAS-STATUS NOT = '00'
002588         DISPLAY 'SIN CARTERA DE ALERTAS ABIERTAS. STATUS: '
002589             ABIERTAS-STATUS
002590         IF CODIGO-RETORNO < 4
002591             MOVE 4 TO CODIGO-RETORNO
002592         END-IF
002593         GO TO 2500-CARGAR-ABIERTAS-EXIT
002594     END-IF.
002595
002596     MOVE 'N' TO FIN-ABIERTAS.
002597     PERFORM 2600-LEER-ABIERTA
002598         THRU 2600-LEER-ABIERTA-EXIT
002599         UNTIL NO-HAY-MAS-ABIERTAS.
002600     CLOSE ABIERTAS-ARCHIVO.
002601 2500-CARGAR-ABIERTAS-EXIT.
002602     EXIT.
002603
002604******************************************************************
002605*    2600-LEER-ABIERTA
002606*    Lee una alerta abierta del seguimiento anterior y la pasa a
002607*    la tabla. Si la tabla esta llena la alerta no se carga y se
002608*    avisa una sola vez (RC 8): ABIERNUE saldria incompleta.
002609******************************************************************
002610 2600-LEER-ABIERTA.
002611     READ ABIERTAS-ARCHIVO INTO REG-SEGUIMIENTO
002612         AT END
002613             MOVE 'S' TO FIN-ABIERTAS
002614             GO TO 2600-LEER-ABIERTA-EXIT
002615     END-READ.
002616     IF REG-SEGUIMIENTO = SPACES
002617         GO TO 2600-LEER-ABIERTA-EXIT
002618     END-IF.
002619     ADD 1 TO CONTADOR-ANTERIORES.
002620     IF NUM-ALERTAS >= 1000
002621         IF ALERTAS-DESBORDADAS = 'N'
002622             DISPLAY 'TABLA DE ALERTAS LLENA: ABIERNUE INCOMPLETA'
002623             MOVE 'S' TO ALERTAS-DESBORDADAS
002624         END-IF
002625         IF CODIGO-RETORNO < 8
002626             MOVE 8 TO CODIGO-RETORNO
002627         END-IF
002628         GO TO 2600-LEER-ABIERTA-EXIT
002629     END-IF.
002630
002631     ADD 1 TO NUM-ALERTAS.
002632     MOVE ABI-ID-TICKET      TO TA-ID-TICKET(NUM-ALERTAS).
002633     MOVE ABI-REGISTRO       TO TA-REGISTRO(NUM-ALERTAS).
002634     MOVE ABI-CANAL          TO TA-CANAL(NUM-ALERTAS).
002635     MOVE ABI-CLAVE-1        TO TA-CLAVE-1(NUM-ALERTAS).
002636     MOVE ABI-CLAVE-2        TO TA-CLAVE-2(NUM-ALERTAS).
002637     MOVE ABI-CLAVE-3        TO TA-CLAVE-3(NUM-ALERTAS).
002638     MOVE ABI-BANDA          TO TA-BANDA(NUM-ALERTAS).
002639     MOVE ABI-CARACTERES     TO TA-CARACTERES(NUM-ALERTAS).
002640     MOVE ABI-PRIORIDAD-BASE TO TA-PRIORIDAD-BASE(NUM-ALERTAS).
002641     MOVE ABI-PRIORIDAD-BASE TO TA-PRIORIDAD(NUM-ALERTAS).
002642     MOVE ABI-FECHA-ALERTA   TO TA-FECHA-ALERTA(NUM-ALERTAS).
002643     MOVE ABI-ESTADO         TO TA-ESTADO(NUM-ALERTAS).
002644     MOVE ABI-ANALISTA       TO TA-ANALISTA(NUM-ALERTAS).
002645     MOVE ABI-FECHA-ESTADO   TO TA-FECHA-ESTADO(NUM-ALERTAS).
002646     MOVE 0                  TO TA-EDAD(NUM-ALERTAS).
002647     MOVE 'A'                TO TA-ORIGEN(NUM-ALERTAS).
002648     MOVE 'N'                TO TA-CERRADA(NUM-ALERTAS).
002649     MOVE 0 TO TA-CLAVES(NUM-ALERTAS).
002650     IF ABI-CLAVE-1 NOT = SPACES
002651         ADD 1 TO TA-CLAVES(NUM-ALERTAS)
002652     END-IF.
002653     IF ABI-CLAVE-2 NOT = SPACES
002654         ADD 1 TO TA-CLAVES(NUM-ALERTAS)
002655     END-IF.
002656     IF ABI-CLAVE-3 NOT = SPACES
002657         ADD 1 TO TA-CLAVES(NUM-ALERTAS)
002658     END-IF.
002659 2600-LEER-ABIERTA-EXIT.
002660     EXIT.
002670
002680******************************************************************
002720*    de cada una.
002730******************************************************************
002740 3000-CARGAR-ALERTAS.
002760     OPEN INPUT ALERTAS-ARCHIVO.
002770     IF ALERTAS-STATUS NOT = '00'
002780         DISPLAY 'NO SE PUDO ABRIR ALERTAS. STATUS: '
002990     IF REG-ALERTA = SPACES
003000         GO TO 3100-LEER-ALERTA-EXIT
003010     END-IF.
003020     ADD 1 TO CONTADOR-NUEVAS.
003025     IF NUM-ALERTAS >= 1000
003030         IF ALERTAS-DESBORDADAS = 'N'
003040             DISPLAY 'TABLA DE ALERTAS LLENA: ABIERNUE INCOMPLETA'
003050             MOVE 'S' TO ALERTAS-DESBORDADAS
003060         END-IF
003070         IF CODIGO-RETORNO < 8
003080             MOVE 8 TO CODIGO-RETORNO
003090         END-IF
003100         GO TO 3100-LEER-ALERTA-EXIT
003110     END-IF.
003370*    CRUCE CON EL RESUMEN POR ID DE TICKET PARA RECUPERAR EL
003380*    CANAL; SIN PAREJA LA ALERTA CAE EN EL CANAL ??? Y SE AVISA
003390*    AL FINAL CON CODIGO DE RETORNO 4
003393*    (LA FECHA DE LA ALERTA ES LA DEL REGISTRO RESUMEN; SIN
003396*    PAREJA, LA DE PROCESO)
003400
003410     MOVE '???' TO TA-CANAL(NUM-ALERTAS).
003415     MOVE FECHA-PROCESO TO TA-FECHA-ALERTA(NUM-ALERTAS).
003420     PERFORM VARYING IDX-RESUMEN FROM 1 BY 1
003430         UNTIL IDX-RESUMEN > NUM-RESUMEN
003440         IF TR-ID-TICKET(IDX-RESUMEN)
003450             = TA-ID-TICKET(NUM-ALERTAS)
003460             MOVE TR-CANAL(IDX-RESUMEN)
003470                 TO TA-CANAL(NUM-ALERTAS)
003473             MOVE TR-FECHA(IDX-RESUMEN)
003476                 TO TA-FECHA-ALERTA(NUM-ALERTAS)
003480             MOVE NUM-RESUMEN TO IDX-RESUMEN
003481         END-IF
003482     END-PERFORM.
003483
003484*    UNA ALERTA QUE YA ESTA EN LA CARTERA CON LA MISMA FECHA ES
003485*    UN REPROCESO DEL MISMO DIA: SE DESCARTA PARA NO DUPLICARLA
003486
003487     PERFORM VARYING IDX-ALERTA FROM 1 BY 1
003488         UNTIL IDX-ALERTA >= NUM-ALERTAS
003489         IF TA-ORIGEN(IDX-ALERTA) = 'A'
003490             AND TA-ID-TICKET(IDX-ALERTA)
003491                 = TA-ID-TICKET(NUM-ALERTAS)
003492             AND TA-FECHA-ALERTA(IDX-ALERTA)
003493                 = TA-FECHA-ALERTA(NUM-ALERTAS)
003494             MOVE NUM-ALERTAS TO IDX-ALERTA
003495             ADD 1 TO CONTADOR-YA-EN-CARTERA
003496             SUBTRACT 1 FROM NUM-ALERTAS
003497         END-IF
003498     END-PERFORM.
003499     IF IDX-ALERTA > NUM-ALERTAS
003500         GO TO 3100-LEER-ALERTA-EXIT
003501     END-IF.
003502
003510     IF TA-CANAL(NUM-ALERTAS) = '???'
003520         ADD 1 TO CONTADOR-SIN-RESUMEN
003530     END-IF.
003540
003550     PERFORM 3200-CALCULAR-PRIORIDAD
003560         THRU 3200-CALCULAR-PRIORIDAD-EXIT.
003570     MOVE TA-PRIORIDAD(NUM-ALERTAS)
003580         TO TA-PRIORIDAD-BASE(NUM-ALERTAS).
003590     MOVE 0           TO TA-EDAD(NUM-ALERTAS).
003591     MOVE 'PENDIENTE' TO TA-ESTADO(NUM-ALERTAS).
003592     MOVE SPACES      TO TA-ANALISTA(NUM-ALERTAS).
003593     MOVE FECHA-PROCESO TO TA-FECHA-ESTADO(NUM-ALERTAS).
003594     MOVE 'N'         TO TA-ORIGEN(NUM-ALERTAS).
003595     MOVE 'N'         TO TA-CERRADA(NUM-ALERTAS).
003600 3100-LEER-ALERTA-EXIT.
003610     EXIT.
003620
003660*    clave vigilada encontrada, hasta 300 por la banda de
003670*    legibilidad (un texto mas dificil sube antes en la cola) y
003680*    hasta 120 por el tamano del texto.
003683*    Es la prioridad base; los puntos por edad se suman en
003686*    3700-PREPARAR-CARTERA.
003690******************************************************************
003700 3200-CALCULAR-PRIORIDAD.
003710     EVALUATE TA-BANDA(NUM-ALERTAS)
003960*    3300-ANOTAR-CANAL
003970*    Registra el canal de la alerta recien cargada en la lista
003980*    de canales distintos (una cola por canal en el informe).
003983*    Se llama desde 3700-PREPARAR-CARTERA para cada alerta que
003986*    sigue abierta (IDX-ALERTA) y acumula su antiguedad.
003990******************************************************************
004000 3300-ANOTAR-CANAL.
004010     MOVE 'N' TO CANAL-VISTO.
004020     PERFORM VARYING IDX-CANAL FROM 1 BY 1
004030         UNTIL IDX-CANAL > NUM-CANALES
004040         OR CANAL-VISTO = 'S'
004045         IF CANAL-TRIAJE(IDX-CANAL) = TA-CANAL(IDX-ALERTA)
004050             MOVE 'S' TO CANAL-VISTO
004060         END-IF
004070     END-PERFORM.
004072     IF CANAL-VISTO = 'S'
004074         SUBTRACT 1 FROM IDX-CANAL
004076     END-IF.
004080     IF CANAL-VISTO = 'N' AND NUM-CANALES < 15
004090         ADD 1 TO NUM-CANALES
004091         MOVE TA-CANAL(IDX-ALERTA)
004092             TO CANAL-TRIAJE(NUM-CANALES)
004093         INITIALIZE ANT-ENTRY(NUM-CANALES)
004094         MOVE NUM-CANALES TO IDX-CANAL
004095         MOVE 'S' TO CANAL-VISTO
004096     END-IF.
004097     IF CANAL-VISTO = 'N'
004098         GO TO 3300-ANOTAR-CANAL-EXIT
004099     END-IF.
004100
004101     EVALUATE TRUE
004102         WHEN TA-EDAD(IDX-ALERTA) <= 1
004103             MOVE 1 TO IDX-TRAMO
004104         WHEN TA-EDAD(IDX-ALERTA) <= 3
004105             MOVE 2 TO IDX-TRAMO
004106         WHEN TA-EDAD(IDX-ALERTA) <= 7
004107             MOVE 3 TO IDX-TRAMO
004108         WHEN OTHER
004109             MOVE 4 TO IDX-TRAMO
004110     END-EVALUATE.
004111     ADD 1 TO ANT-TRAMO(IDX-CANAL IDX-TRAMO).
004112     ADD 1 TO ANT-TOTAL(IDX-CANAL).
004113     IF TA-ESTADO(IDX-ALERTA) = 'EN CURSO'
004114         ADD 1 TO ANT-EN-CURSO(IDX-CANAL)
004115     END-IF.
004116     IF TA-EDAD(IDX-ALERTA) > ANT-EDAD-MAXIMA(IDX-CANAL)
004117         MOVE TA-EDAD(IDX-ALERTA) TO ANT-EDAD-MAXIMA(IDX-CANAL)
004120     END-IF.
004121 3300-ANOTAR-CANAL-EXIT.
004122     EXIT.
004123
004124******************************************************************
004125*    3400-CALCULAR-EDAD
004126*    Edad en dias de calendario de la alerta IDX-ALERTA a la
004127*    fecha de proceso (0 si la fecha de la alerta no es valida
004128*    o es posterior).
004129******************************************************************
004130 3400-CALCULAR-EDAD.
004131     MOVE 0 TO TA-EDAD(IDX-ALERTA).
004132     IF TA-FECHA-ALERTA(IDX-ALERTA) NOT NUMERIC
004133         OR TA-FECHA-ALERTA(IDX-ALERTA) < 16010101
004134         OR TA-FECHA-ALERTA(IDX-ALERTA) >= FECHA-PROCESO
004135         GO TO 3400-CALCULAR-EDAD-EXIT
004136     END-IF.
004137     COMPUTE ENTERO-ALERTA =
004138         FUNCTION INTEGER-OF-DATE(TA-FECHA-ALERTA(IDX-ALERTA)).
004139     IF ENTERO-ALERTA > 0
004140         COMPUTE TA-EDAD(IDX-ALERTA) =
004141             ENTERO-PROCESO - ENTERO-ALERTA
004142             ON SIZE ERROR MOVE 9999 TO TA-EDAD(IDX-ALERTA)
004143         END-COMPUTE
004144     END-IF.
004145 3400-CALCULAR-EDAD-EXIT.
004146     EXIT.
004147
004148******************************************************************
004149*    3500-APLICAR-DISPOSICIONES
004150*    Lee el fichero de disposiciones de los analistas y aplica
004151*    cada una a su alerta (id de ticket y fecha de la alerta).
004152*    RESUELTA y DESCARTADA cierran la alerta, que pasa al
004153*    historico CERRADAS; EN CURSO la deja en cola con el
004154*    analista anotado. La disposicion que no casa con ninguna
004155*    alerta en seguimiento va a DISPRECH con su motivo. Sin
004156*    fichero DISPOSIC no hay disposiciones ese dia.
004157******************************************************************
004158 3500-APLICAR-DISPOSICIONES.
004159     MOVE 'DISPOSICIONES RECHAZADAS' TO LINEA-SEG-SECCION.
004160     WRITE LINEA-SEGUIMIENTO FROM LINEA-BLANCO.
004161     WRITE LINEA-SEGUIMIENTO FROM LINEA-SEG-SECCION.
004162
004163     OPEN OUTPUT DISPRECH-ARCHIVO.
004164     IF DISPRECH-STATUS NOT = '00'
004165         DISPLAY 'NO SE PUDO ABRIR DISPRECH. STATUS: '
004166             DISPRECH-STATUS
004167         MOVE 12 TO CODIGO-RETORNO
004168         GO TO 3500-APLICAR-DISPOSICIONES-EXIT
004169     END-IF.
004170
004171     OPEN INPUT DISPOSIC-ARCHIVO.
004172     IF DISPOSIC-STATUS NOT = '00'
004173         DISPLAY 'SIN FICHERO DISPOSIC: NO HAY DISPOSICIONES'
004174     ELSE
004175         MOVE 'N' TO FIN-DISPOSIC
004176         PERFORM 3510-LEER-DISPOSICION
004177             THRU 3510-LEER-DISPOSICION-EXIT
004178             UNTIL NO-HAY-MAS-DISPOSIC
004179         CLOSE DISPOSIC-ARCHIVO
004180     END-IF.
004181
004182     IF CONTADOR-DISP-RECHAZADAS = 0
004183         MOVE '  (NINGUNA)' TO LINEA-SEG-SECCION
004184         WRITE LINEA-SEGUIMIENTO FROM LINEA-SEG-SECCION
004185     ELSE
004186         IF CODIGO-RETORNO < 4
004187             MOVE 4 TO CODIGO-RETORNO
004188         END-IF
004189     END-IF.
004190     CLOSE DISPRECH-ARCHIVO.
004191 3500-APLICAR-DISPOSICIONES-EXIT.
004192     EXIT.
004193
004194******************************************************************
004195*    3510-LEER-DISPOSICION
004196*    Lee una disposicion de los analistas, la valida y busca su
004197*    alerta por ticket y fecha. Si todo cuadra le pone el estado
004198*    y el analista; las resueltas y descartadas quedan cerradas.
004199*    Las que no se pueden aplicar pasan a 3530 con su motivo.
004200******************************************************************
004201 3510-LEER-DISPOSICION.
004202     READ DISPOSIC-ARCHIVO
004203         AT END
004204             MOVE 'S' TO FIN-DISPOSIC
004205             GO TO 3510-LEER-DISPOSICION-EXIT
004206     END-READ.
004207     IF REG-DISPOSICION = SPACES
004208         GO TO 3510-LEER-DISPOSICION-EXIT
004209     END-IF.
004210     ADD 1 TO CONTADOR-DISPOSICIONES.
004211
004212     MOVE SPACES TO MOTIVO-DISPOSICION.
004213     EVALUATE TRUE
004214         WHEN DSP-ID-TICKET = SPACES
004215             MOVE 'FALTA EL ID DE TICKET' TO MOTIVO-DISPOSICION
004216         WHEN DSP-FECHA-ALERTA NOT NUMERIC
004217             MOVE 'FECHA DE ALERTA NO VALIDA'
004218                 TO MOTIVO-DISPOSICION
004219         WHEN NOT DSP-ESTADO-VALIDO
004220             MOVE 'ESTADO NO VALIDO' TO MOTIVO-DISPOSICION
004221         WHEN DSP-ANALISTA = SPACES
004222             MOVE 'FALTA EL CODIGO DE ANALISTA'
004223                 TO MOTIVO-DISPOSICION
004224     END-EVALUATE.
004225     IF MOTIVO-DISPOSICION NOT = SPACES
004226         PERFORM 3530-RECHAZAR-DISPOSICION
004227             THRU 3530-RECHAZAR-DISPOSICION-EXIT
004228         GO TO 3510-LEER-DISPOSICION-EXIT
004229     END-IF.
004230
004231*    BUSCA LA ALERTA POR TICKET Y FECHA; SI EL TICKET ESTA EN
004232*    SEGUIMIENTO PERO CON OTRA FECHA, O LA ALERTA YA SE CERRO
004233*    EN ESTE MISMO PROCESO, EL MOTIVO LO DICE
004234
004235     MOVE 'N' TO TICKET-VISTO.
004236     MOVE 0 TO IDX-ELEGIDA.
004237     PERFORM VARYING IDX-ALERTA FROM 1 BY 1
004238         UNTIL IDX-ALERTA > NUM-ALERTAS
004239         IF TA-ID-TICKET(IDX-ALERTA) = DSP-ID-TICKET
004240             MOVE 'S' TO TICKET-VISTO
004241             IF TA-FECHA-ALERTA(IDX-ALERTA) = DSP-FECHA-ALERTA-9
004242                 MOVE IDX-ALERTA TO IDX-ELEGIDA
004243             END-IF
004244         END-IF
004245     END-PERFORM.
004246     EVALUATE TRUE
004247         WHEN TICKET-VISTO = 'N'
004248             MOVE 'TICKET SIN ALERTA EN SEGUIMIENTO'
004249                 TO MOTIVO-DISPOSICION
004250         WHEN IDX-ELEGIDA = 0
004251             MOVE 'SIN ALERTA DEL TICKET EN ESA FECHA'
004252                 TO MOTIVO-DISPOSICION
004253         WHEN TA-CERRADA(IDX-ELEGIDA) = 'S'
004254             MOVE 'ALERTA YA CERRADA EN ESTE PROCESO'
004255                 TO MOTIVO-DISPOSICION
004256     END-EVALUATE.
004257     IF MOTIVO-DISPOSICION NOT = SPACES
004258         PERFORM 3530-RECHAZAR-DISPOSICION
004259             THRU 3530-RECHAZAR-DISPOSICION-EXIT
004260         GO TO 3510-LEER-DISPOSICION-EXIT
004261     END-IF.
004262
004263     ADD 1 TO CONTADOR-DISP-APLICADAS.
004264     MOVE DSP-ESTADO    TO TA-ESTADO(IDX-ELEGIDA).
004265     MOVE DSP-ANALISTA  TO TA-ANALISTA(IDX-ELEGIDA).
004266     MOVE FECHA-PROCESO TO TA-FECHA-ESTADO(IDX-ELEGIDA).
004267     IF DSP-EN-CURSO
004268         GO TO 3510-LEER-DISPOSICION-EXIT
004269     END-IF.
004270
004271     MOVE 'S' TO TA-CERRADA(IDX-ELEGIDA).
004272     IF DSP-RESUELTA
004273         ADD 1 TO CONTADOR-RESUELTAS
004274     ELSE
004275         ADD 1 TO CONTADOR-DESCARTADAS
004276     END-IF.
004277     MOVE IDX-ELEGIDA TO IDX-ALERTA.
004278     PERFORM 3400-CALCULAR-EDAD
004279         THRU 3400-CALCULAR-EDAD-EXIT.
004280 3510-LEER-DISPOSICION-EXIT.
004281     EXIT.
004282
004283******************************************************************
004284*    3530-RECHAZAR-DISPOSICION
004285*    Deja la disposicion rechazada en DISPRECH y en SEGALERT con
004286*    el motivo del rechazo, para que el analista la corrija.
004287******************************************************************
004288 3530-RECHAZAR-DISPOSICION.
004289     ADD 1 TO CONTADOR-DISP-RECHAZADAS.
004290     MOVE REG-DISPOSICION    TO LDR-DISPOSICION.
004291     MOVE MOTIVO-DISPOSICION TO LDR-MOTIVO.
004292     WRITE LINEA-DISP-RECHAZO FROM LINEA-DISP-RECHAZO-DET.
004293     MOVE DSP-ID-TICKET      TO LSR-ID-TICKET.
004294     MOVE DSP-FECHA-ALERTA   TO LSR-FECHA-ALERTA.
004295     MOVE DSP-ESTADO         TO LSR-ESTADO.
004296     MOVE DSP-ANALISTA       TO LSR-ANALISTA.
004297     MOVE MOTIVO-DISPOSICION TO LSR-MOTIVO.
004298     WRITE LINEA-SEGUIMIENTO FROM LINEA-SEG-RECHAZO.
004299 3530-RECHAZAR-DISPOSICION-EXIT.
004300     EXIT.
004301
004302******************************************************************
004303*    3700-PREPARAR-CARTERA
004304*    Para cada alerta que sigue abierta calcula su edad y su
004305*    prioridad (base mas PUNTOS-POR-DIA por dia de edad) y la
004306*    anota en su canal para las colas y la antiguedad.
004307******************************************************************
004308 3700-PREPARAR-CARTERA.
004309     MOVE 0 TO NUM-CANALES.
004310     PERFORM VARYING IDX-ALERTA FROM 1 BY 1
004311         UNTIL IDX-ALERTA > NUM-ALERTAS
004312         IF TA-CERRADA(IDX-ALERTA) = 'N'
004313             PERFORM 3400-CALCULAR-EDAD
004314                 THRU 3400-CALCULAR-EDAD-EXIT
004315             COMPUTE TA-PRIORIDAD(IDX-ALERTA) =
004316                 TA-PRIORIDAD-BASE(IDX-ALERTA)
004317                 + TA-EDAD(IDX-ALERTA) * PUNTOS-POR-DIA
004318                 ON SIZE ERROR
004319                     MOVE 99999 TO TA-PRIORIDAD(IDX-ALERTA)
004320             END-COMPUTE
004321             ADD 1 TO CONTADOR-EN-COLA
004322             PERFORM 3300-ANOTAR-CANAL
004323                 THRU 3300-ANOTAR-CANAL-EXIT
004324         END-IF
004325     END-PERFORM.
004326 3700-PREPARAR-CARTERA-EXIT.
004327     EXIT.
004328
004329******************************************************************
004330*    3800-MONTAR-REGISTRO
004331*    Monta en REG-SEGUIMIENTO (layout RETO19A) la alerta
004332*    IDX-ALERTA, para la nueva cartera o para el historico de
004333*    alertas cerradas.
004334******************************************************************
004335 3800-MONTAR-REGISTRO.
004336     MOVE SPACES TO REG-SEGUIMIENTO.
004337     MOVE TA-ID-TICKET(IDX-ALERTA)      TO ABI-ID-TICKET.
004338     MOVE TA-FECHA-ALERTA(IDX-ALERTA)   TO ABI-FECHA-ALERTA.
004339     MOVE TA-REGISTRO(IDX-ALERTA)       TO ABI-REGISTRO.
004340     MOVE TA-CANAL(IDX-ALERTA)          TO ABI-CANAL.
004341     MOVE TA-CLAVE-1(IDX-ALERTA)        TO ABI-CLAVE-1.
004342     MOVE TA-CLAVE-2(IDX-ALERTA)        TO ABI-CLAVE-2.
004343     MOVE TA-CLAVE-3(IDX-ALERTA)        TO ABI-CLAVE-3.
004344     MOVE TA-BANDA(IDX-ALERTA)          TO ABI-BANDA.
004345     MOVE TA-CARACTERES(IDX-ALERTA)     TO ABI-CARACTERES.
004346     MOVE TA-PRIORIDAD-BASE(IDX-ALERTA) TO ABI-PRIORIDAD-BASE.
004347     MOVE TA-ESTADO(IDX-ALERTA)         TO ABI-ESTADO.
004348     MOVE TA-ANALISTA(IDX-ALERTA)       TO ABI-ANALISTA.
004349     MOVE TA-FECHA-ESTADO(IDX-ALERTA)   TO ABI-FECHA-ESTADO.
004350     MOVE TA-EDAD(IDX-ALERTA)           TO ABI-EDAD-DIAS.
004351 3800-MONTAR-REGISTRO-EXIT.
004352     EXIT.
004353
004354******************************************************************
004355*    4000-ESCRIBIR-COLAS
004356*    Escribe una cola por canal: seleccion descendente por
004357*    prioridad entre las alertas de ese canal, al estilo del
004358*    ranking de RETO-19D.
004359******************************************************************
004360 4000-ESCRIBIR-COLAS.
004361     PERFORM 4100-ESCRIBIR-COLA-CANAL
004362         THRU 4100-ESCRIBIR-COLA-CANAL-EXIT
004363         VARYING IDX-CANAL FROM 1 BY 1
004364         UNTIL IDX-CANAL > NUM-CANALES.
004365 4000-ESCRIBIR-COLAS-EXIT.
004366     EXIT.
004367
004368 4100-ESCRIBIR-COLA-CANAL.
004369     WRITE LINEA-TRIAJE FROM LINEA-BLANCO.
004370     MOVE CANAL-TRIAJE(IDX-CANAL) TO LCA-CANAL.
004371     WRITE LINEA-TRIAJE FROM LINEA-CANAL.
004372     WRITE LINEA-TRIAJE FROM LINEA-ENC-2.
004373
004374     PERFORM VARYING IDX-ALERTA FROM 1 BY 1
004375         UNTIL IDX-ALERTA > NUM-ALERTAS
004380         MOVE 'N' TO USADO-ALERTA(IDX-ALERTA)
004390     END-PERFORM.
004400
004490*    SACA LA ALERTA PENDIENTE DE MAYOR PRIORIDAD DEL CANAL EN
004500*    CURSO; CUANDO NO QUEDA NINGUNA, IDX-ELEGIDA QUEDA A CERO Y
004510*    EL BUCLE DE 4100 TERMINA
004515*    (LAS ALERTAS CERRADAS POR UNA DISPOSICION NO ENTRAN)
004520
004530 4200-SACAR-SIGUIENTE.
004540     MOVE 0 TO PRIORIDAD-EXTREMA.
004560     PERFORM VARYING IDX-ALERTA FROM 1 BY 1
004570         UNTIL IDX-ALERTA > NUM-ALERTAS
004580         IF USADO-ALERTA(IDX-ALERTA) = 'N'
004585             AND TA-CERRADA(IDX-ALERTA) = 'N'
004590             AND TA-CANAL(IDX-ALERTA) = CANAL-TRIAJE(IDX-CANAL)
004600             AND TA-PRIORIDAD(IDX-ALERTA) >= PRIORIDAD-EXTREMA
004610             MOVE TA-PRIORIDAD(IDX-ALERTA) TO PRIORIDAD-EXTREMA
004680     END-IF.
004690
004700     ADD 1 TO ORDEN-EN-COLA.
004701     MOVE 'S' TO USADO-ALERTA(IDX-ELEGIDA).
004702     MOVE ORDEN-EN-COLA TO LCO-ORDEN.
004703     MOVE TA-PRIORIDAD(IDX-ELEGIDA) TO LCO-PRIORIDAD.
004704     MOVE TA-ID-TICKET(IDX-ELEGIDA) TO LCO-ID-TICKET.
004705     MOVE TA-REGISTRO(IDX-ELEGIDA)  TO LCO-REGISTRO.
004706
004707     MOVE SPACES TO AREA-CLAVES.
004708     STRING TA-CLAVE-1(IDX-ELEGIDA) DELIMITED BY SPACE
004709         ' ' DELIMITED BY SIZE
004710         TA-CLAVE-2(IDX-ELEGIDA) DELIMITED BY SPACE
004711         ' ' DELIMITED BY SIZE
004712         TA-CLAVE-3(IDX-ELEGIDA) DELIMITED BY SPACE
004713         INTO AREA-CLAVES.
004714     MOVE AREA-CLAVES TO LCO-CLAVES.
004715
004716     MOVE TA-BANDA(IDX-ELEGIDA)      TO LCO-BANDA.
004717     MOVE TA-CARACTERES(IDX-ELEGIDA) TO LCO-CARACTERES.
004718     MOVE TA-EDAD(IDX-ELEGIDA)       TO LCO-EDAD.
004719     MOVE TA-ESTADO(IDX-ELEGIDA)     TO LCO-ESTADO.
004720     MOVE TA-ANALISTA(IDX-ELEGIDA)   TO LCO-ANALISTA.
004721     WRITE LINEA-TRIAJE FROM LINEA-COLA.
004722 4200-SACAR-SIGUIENTE-EXIT.
004723     EXIT.
004724
004725******************************************************************
004726*    5000-GRABAR-CARTERA
004727*    Graba en ABIERNUE todas las alertas que siguen abiertas,
004728*    con su edad y su ultimo estado, para el proceso siguiente.
004729*    Si falla una grabacion se para (RC 12): solo cuentan las
004730*    alertas grabadas, y el cuadre lo refleja.
004731******************************************************************
004732 5000-GRABAR-CARTERA.
004733     OPEN OUTPUT ABIERNUE-ARCHIVO.
004734     IF ABIERNUE-STATUS NOT = '00'
004735         DISPLAY 'NO SE PUDO ABRIR ABIERNUE. STATUS: '
004736             ABIERNUE-STATUS
004737         MOVE 12 TO CODIGO-RETORNO
004738         GO TO 5000-GRABAR-CARTERA-EXIT
004739     END-IF.
004740
004741     PERFORM VARYING IDX-ALERTA FROM 1 BY 1
004742         UNTIL IDX-ALERTA > NUM-ALERTAS
004743             OR CODIGO-RETORNO = 12
004744         IF TA-CERRADA(IDX-ALERTA) = 'N'
004745             PERFORM 3800-MONTAR-REGISTRO
004746                 THRU 3800-MONTAR-REGISTRO-EXIT
004747             WRITE REG-ABIERNUE FROM REG-SEGUIMIENTO
004748             IF ABIERNUE-STATUS NOT = '00'
004749                 DISPLAY 'ERROR AL GRABAR ABIERNUE. STATUS: '
004750                     ABIERNUE-STATUS
004751                 MOVE 12 TO CODIGO-RETORNO
004752             ELSE
004753                 ADD 1 TO CONTADOR-GRABADAS
004754             END-IF
004755         END-IF
004756     END-PERFORM.
004757     CLOSE ABIERNUE-ARCHIVO.
004758 5000-GRABAR-CARTERA-EXIT.
004759     EXIT.
004760
004761******************************************************************
004762*    6000-INFORME-SEGUIMIENTO
004763*    Completa el informe SEGALERT: alertas cerradas en este
004764*    proceso, antiguedad de la cartera por canal y cuadre de
004765*    alertas. El cuadre es la prueba de que ninguna alerta se
004766*    pierde: las abiertas anteriores mas las nuevas, menos las
004767*    repetidas por reproceso y las cerradas, tienen que ser las
004768*    grabadas en la nueva cartera. Si no cuadra (tabla llena,
004769*    error al grabar) el codigo de retorno sube a 8.
004770******************************************************************
004771 6000-INFORME-SEGUIMIENTO.
004772     WRITE LINEA-SEGUIMIENTO FROM LINEA-BLANCO.
004773     MOVE 'ALERTAS CERRADAS EN ESTE PROCESO' TO LINEA-SEG-SECCION.
004774     WRITE LINEA-SEGUIMIENTO FROM LINEA-SEG-SECCION.
004775     WRITE LINEA-SEGUIMIENTO FROM LINEA-SEG-CAB-CERRADA.
004776     PERFORM VARYING IDX-ALERTA FROM 1 BY 1
004777         UNTIL IDX-ALERTA > NUM-ALERTAS
004778         IF TA-CERRADA(IDX-ALERTA) = 'S'
004779             MOVE TA-ID-TICKET(IDX-ALERTA)    TO LSC-ID-TICKET
004780             MOVE TA-FECHA-ALERTA(IDX-ALERTA) TO LSC-FECHA-ALERTA
004781             MOVE TA-CANAL(IDX-ALERTA)        TO LSC-CANAL
004782             MOVE TA-ESTADO(IDX-ALERTA)       TO LSC-ESTADO
004783             MOVE TA-ANALISTA(IDX-ALERTA)     TO LSC-ANALISTA
004784             MOVE TA-EDAD(IDX-ALERTA)         TO LSC-EDAD
004785             MOVE TA-PRIORIDAD-BASE(IDX-ALERTA)
004786                 TO LSC-PRIORIDAD
004787             WRITE LINEA-SEGUIMIENTO FROM LINEA-SEG-CERRADA
004788         END-IF
004789     END-PERFORM.
004790
004791     WRITE LINEA-SEGUIMIENTO FROM LINEA-BLANCO.
004792     MOVE 'ANTIGUEDAD DE LA CARTERA POR CANAL (DIAS)'
004793         TO LINEA-SEG-SECCION.
004794     WRITE LINEA-SEGUIMIENTO FROM LINEA-SEG-SECCION.
004795     WRITE LINEA-SEGUIMIENTO FROM LINEA-SEG-CAB-ANTIG.
004796     PERFORM VARYING IDX-CANAL FROM 1 BY 1
004797         UNTIL IDX-CANAL > NUM-CANALES
004798         MOVE CANAL-TRIAJE(IDX-CANAL) TO LSA-CANAL
004799         PERFORM VARYING IDX-TRAMO FROM 1 BY 1
004800             UNTIL IDX-TRAMO > 4
004801             MOVE ANT-TRAMO(IDX-CANAL IDX-TRAMO)
004802                 TO LSA-TRAMO(IDX-TRAMO)
004803         END-PERFORM
004804         MOVE ANT-TOTAL(IDX-CANAL)       TO LSA-TOTAL
004805         MOVE ANT-EN-CURSO(IDX-CANAL)    TO LSA-EN-CURSO
004806         MOVE ANT-EDAD-MAXIMA(IDX-CANAL) TO LSA-EDAD-MAXIMA
004807         WRITE LINEA-SEGUIMIENTO FROM LINEA-SEG-ANTIG
004808     END-PERFORM.
004809
004810     WRITE LINEA-SEGUIMIENTO FROM LINEA-BLANCO.
004811     MOVE 'CUADRE DE ALERTAS' TO LINEA-SEG-SECCION.
004812     WRITE LINEA-SEGUIMIENTO FROM LINEA-SEG-SECCION.
004813     MOVE 'ABIERTAS DEL PROCESO ANTERIOR : ' TO LSG-ETIQUETA.
004814     MOVE CONTADOR-ANTERIORES TO LSG-CONTADOR.
004815     WRITE LINEA-SEGUIMIENTO FROM LINEA-SEG-RESULTADO.
004816     MOVE 'ALERTAS NUEVAS DE RETO-19     : ' TO LSG-ETIQUETA.
004817     MOVE CONTADOR-NUEVAS TO LSG-CONTADOR.
004818     WRITE LINEA-SEGUIMIENTO FROM LINEA-SEG-RESULTADO.
004819     MOVE 'YA EN CARTERA (REPROCESO)     : ' TO LSG-ETIQUETA.
004820     MOVE CONTADOR-YA-EN-CARTERA TO LSG-CONTADOR.
004821     WRITE LINEA-SEGUIMIENTO FROM LINEA-SEG-RESULTADO.
004822     MOVE 'CERRADAS COMO RESUELTAS       : ' TO LSG-ETIQUETA.
004823     MOVE CONTADOR-RESUELTAS TO LSG-CONTADOR.
004824     WRITE LINEA-SEGUIMIENTO FROM LINEA-SEG-RESULTADO.
004825     MOVE 'CERRADAS COMO DESCARTADAS     : ' TO LSG-ETIQUETA.
004826     MOVE CONTADOR-DESCARTADAS TO LSG-CONTADOR.
004827     WRITE LINEA-SEGUIMIENTO FROM LINEA-SEG-RESULTADO.
004828     MOVE 'ABIERTAS AL CIERRE (ABIERNUE) : ' TO LSG-ETIQUETA.
004829     MOVE CONTADOR-GRABADAS TO LSG-CONTADOR.
004830     WRITE LINEA-SEGUIMIENTO FROM LINEA-SEG-RESULTADO.
004831     MOVE 'DISPOSICIONES LEIDAS          : ' TO LSG-ETIQUETA.
004832     MOVE CONTADOR-DISPOSICIONES TO LSG-CONTADOR.
004833     WRITE LINEA-SEGUIMIENTO FROM LINEA-SEG-RESULTADO.
004834     MOVE 'DISPOSICIONES APLICADAS       : ' TO LSG-ETIQUETA.
004835     MOVE CONTADOR-DISP-APLICADAS TO LSG-CONTADOR.
004836     WRITE LINEA-SEGUIMIENTO FROM LINEA-SEG-RESULTADO.
004837     MOVE 'DISPOSICIONES RECHAZADAS      : ' TO LSG-ETIQUETA.
004838     MOVE CONTADOR-DISP-RECHAZADAS TO LSG-CONTADOR.
004839     WRITE LINEA-SEGUIMIENTO FROM LINEA-SEG-RESULTADO.
004840
004841     COMPUTE SUMA-CUADRE = CONTADOR-ANTERIORES + CONTADOR-NUEVAS
004842         - CONTADOR-YA-EN-CARTERA - CONTADOR-RESUELTAS
004843         - CONTADOR-DESCARTADAS.
004844     MOVE 'ANTERIORES + NUEVAS - CERRADAS = ABIERTAS'
004845         TO LSQ-ETIQUETA.
004846     IF SUMA-CUADRE = CONTADOR-GRABADAS
004847         MOVE 'CUADRA' TO LSQ-RESULTADO
004848     ELSE
004849         MOVE 'NO CUADRA' TO LSQ-RESULTADO
004850         DISPLAY 'CUADRE DE ALERTAS: NO CUADRA'
004851         IF CODIGO-RETORNO < 8
004852             MOVE 8 TO CODIGO-RETORNO
004853         END-IF
004854     END-IF.
004855     WRITE LINEA-SEGUIMIENTO FROM LINEA-SEG-CUADRE.
004856 6000-INFORME-SEGUIMIENTO-EXIT.
004857     EXIT.
004858
004859******************************************************************
004860*    6500-GRABAR-CERRADAS
004861*    Anade al historico CERRADAS las alertas cerradas en este
004862*    proceso. Se llama despues del cuadre y solo si el codigo de
004863*    retorno es menor que 8, la misma condicion con la que
004864*    operaciones pone ABIERNUE en lugar de ABIERTAS: asi las dos
004865*    cosas se hacen o no se hacen juntas. Si CERRADAS no existe
004866*    todavia se crea.
004867******************************************************************
004868 6500-GRABAR-CERRADAS.
004869     OPEN EXTEND CERRADAS-ARCHIVO.
004870     IF CERRADAS-STATUS NOT = '00'
004871         OPEN OUTPUT CERRADAS-ARCHIVO
004872     END-IF.
004873     IF CERRADAS-STATUS NOT = '00'
004874         DISPLAY 'NO SE PUDO ABRIR CERRADAS. STATUS: '
004875             CERRADAS-STATUS
004876         MOVE 12 TO CODIGO-RETORNO
004877         GO TO 6500-GRABAR-CERRADAS-EXIT
004878     END-IF.
004879
004880     PERFORM VARYING IDX-ALERTA FROM 1 BY 1
004881         UNTIL IDX-ALERTA > NUM-ALERTAS
004882             OR CODIGO-RETORNO = 12
004883         IF TA-CERRADA(IDX-ALERTA) = 'S'
004884             PERFORM 3800-MONTAR-REGISTRO
004885                 THRU 3800-MONTAR-REGISTRO-EXIT
004886             WRITE REG-CERRADA FROM REG-SEGUIMIENTO
004887             IF CERRADAS-STATUS NOT = '00'
004888                 DISPLAY 'ERROR AL GRABAR CERRADAS. STATUS: '
004889                     CERRADAS-STATUS
004890                 MOVE 12 TO CODIGO-RETORNO
004891             END-IF
004892         END-IF
004893     END-PERFORM.
004894     CLOSE CERRADAS-ARCHIVO.
004895 6500-GRABAR-CERRADAS-EXIT.
004900     EXIT.
004910
004920******************************************************************
004930*    8000-FINALIZAR-PROCESO
004940*    Escribe el resumen del cruce y cierra la lista de trabajo,
004950*    elevando el codigo de retorno si hubo alertas sin pareja.
004955*    Cierra tambien el informe de seguimiento.
004960******************************************************************
004970 8000-FINALIZAR-PROCESO.
004980     IF TRIAJE-STATUS NOT = '00'
005070
005080     WRITE LINEA-TRIAJE FROM LINEA-BLANCO.
005090     MOVE 'ALERTAS EN COLA     : ' TO LRE-ETIQUETA.
005100     MOVE CONTADOR-EN-COLA TO LRE-CONTADOR.
005110     WRITE LINEA-TRIAJE FROM LINEA-RESULTADO.
005120     MOVE 'ALERTAS SIN RESUMEN : ' TO LRE-ETIQUETA.
005130     MOVE CONTADOR-SIN-RESUMEN TO LRE-CONTADOR.
005190     MOVE CODIGO-RETORNO TO LRE-CONTADOR.
005200     WRITE LINEA-TRIAJE FROM LINEA-RESULTADO.
005210     CLOSE TRIAJE-ARCHIVO.
005211
005212     IF SEGALERT-STATUS NOT = '00'
005213         GO TO 8000-FINALIZAR-PROCESO-EXIT
005214     END-IF.
005215     WRITE LINEA-SEGUIMIENTO FROM LINEA-BLANCO.
005216     MOVE 'CODIGO DE RETORNO             : ' TO LSG-ETIQUETA.
005217     MOVE CODIGO-RETORNO TO LSG-CONTADOR.
005218     WRITE LINEA-SEGUIMIENTO FROM LINEA-SEG-RESULTADO.
005219     CLOSE SEGALERT-ARCHIVO.
005220 8000-FINALIZAR-PROCESO-EXIT.
005230     EXIT.
005240
005460     MOVE HORA-INICIO-HMS  TO LOG-HORA-INICIO.
005470     MOVE HORA-FIN-HMS     TO LOG-HORA-FIN.
005480     MOVE NUM-ALERTAS      TO LOG-LEIDOS.
005490     MOVE CONTADOR-EN-COLA TO LOG-ESCRITOS.
005500     MOVE 'N'              TO LOG-REANUDACION.
005510     MOVE CODIGO-RETORNO   TO LOG-RETORNO.
005520     WRITE REG-EJECUCION.
