000090*          anterior. El historico debe venir acumulado en orden
000100*          cronologico (cada ejecucion de RETO-19 se concatena a
000110*          continuacion de las anteriores).
000111*          Con el calendario laboral CALENLAB (copybook
000112*          RETO19K) cada dia lleva su marca (F festivo, N no
000113*          laborable, ? fuera del calendario) y el delta se
000114*          calcula contra el ultimo dia laborable con datos,
000115*          avisando de los laborables sin datos entre ambos; los
000116*          dias no laborables con datos se listan pero no sirven
000117*          de referencia para el delta. Sin CALENLAB el delta es
000118*          contra el dia anterior con datos, como siempre, y el
000119*          proceso termina con RC 4.
000120* Tectonics: cobc
000130* Modification History:
000140*   22-08-2026  EQ   Version original.
000147*   01-09-2026  EQ   Anade un registro al log comun de
000148*                    ejecuciones EJECLOG (copybook RETO19L) al
000149*                    terminar, para el historial RETO-19H.
000151*   15-10-2026  EQ   Calendario laboral CALENLAB: marca de los
000153*                    dias no laborables y delta contra el ultimo
000155*                    laborable con datos.
000157******************************************************************
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID. RETO-19T.
000180 AUTHOR. EQUIPO DE MANTENIMIENTO.
000343         ORGANIZATION IS LINE SEQUENTIAL
000344         FILE STATUS IS EJECLOG-STATUS.
000350
000352     SELECT CALENLAB-ARCHIVO ASSIGN TO "CALENLAB"
000354         ORGANIZATION IS LINE SEQUENTIAL
000356         FILE STATUS IS CALENLAB-STATUS.
000358
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  HISTORIA-ARCHIVO
000454 01  REG-EJECUCION.
000455     COPY RETO19L.
000460
000461 FD  CALENLAB-ARCHIVO
000462     LABEL RECORDS ARE STANDARD.
000463 01  REG-CALENDARIO.
000464     COPY RETO19K.
000465
000470 WORKING-STORAGE SECTION.
000480
000490*    CONTROL DE FICHEROS Y DEL PROCESO
000510 01  HISTORIA-STATUS    PIC X(02)   VALUE SPACES.
000520 01  TENDENCIA-STATUS   PIC X(02)   VALUE SPACES.
000521 01  EJECLOG-STATUS     PIC X(02)   VALUE SPACES.
000525 01  CALENLAB-STATUS    PIC X(02)   VALUE SPACES.
000530
000540 01  FIN-FICHERO        PIC X(01)   VALUE 'N'.
000550     88  NO-HAY-MAS-REGISTROS       VALUE 'S'.
000580 01  HORA-FIN.
000581     05  HORA-FIN-HMS    PIC 9(06).
000582     05  FILLER          PIC 9(02).
000583
000584*    CALENDARIO LABORAL CALENLAB (COPYBOOK RETO19K), CARGADO PARA
000585*    LOS DIEZ ANOS QUE EMPIEZAN OCHO ANTES DEL DE PROCESO: POR
000586*    ANO, SU SEMANA LABORABLE (EN BLANCO SI EL ANO NO TIENE
000587*    REGISTRO A) Y UNA POSICION POR DIA DEL ANO CON LOS FESTIVOS
000588*    (F) Y LABORABLES EXCEPCIONALES (L); EL RESTO DE LOS DIAS LOS
000589*    DECIDE LA SEMANA LABORABLE
000590
000591 01  FIN-CALENDARIO     PIC X(01)   VALUE 'N'.
000592     88  NO-HAY-MAS-CALENDARIO      VALUE 'S'.
000593 01  CALENDARIO-CARGADO PIC X(01)   VALUE 'N'.
000594     88  HAY-CALENDARIO             VALUE 'S'.
000595 01  TABLA-CALENDARIO.
000596     05  CLD-ANO-ENTRY OCCURS 10 TIMES.
000597         10  CLD-SEMANA      PIC X(07).
000598         10  CLD-DIA         PIC X(01) OCCURS 366 TIMES.
000599 01  CLD-ANO-INICIAL    PIC 9(04)   VALUE 0.
000600 01  CLD-IDX-ANO        PIC 9(02)   VALUE 0.
000601 01  CLD-IDX-DIA        PIC 9(03)   VALUE 0.
000602 01  CLD-FECHA          PIC 9(08)   VALUE 0.
000603 01  CLD-FECHA-R REDEFINES CLD-FECHA.
000604     05  CLD-ANO        PIC 9(04).
000605     05  CLD-MES-DIA    PIC 9(04).
000606 01  CLD-ENTERO-FECHA   PIC 9(08)   VALUE 0.
000607 01  CLD-ENTERO-ANO     PIC 9(08)   VALUE 0.
000608 01  CLD-COCIENTE       PIC 9(08)   VALUE 0.
000609 01  CLD-DIA-SEMANA     PIC 9(01)   VALUE 0.
000610 01  CLD-CONTADOR       PIC 9(02)   VALUE 0.
000611 01  CLD-TIPO-DIA       PIC X(01)   VALUE SPACE.
000612     88  CLD-LABORABLE              VALUE 'L'.
000613     88  CLD-NO-LABORABLE           VALUE 'N' 'F'.
000614     88  CLD-FESTIVO                VALUE 'F'.
000615     88  CLD-FUERA-CALENDARIO       VALUE ' '.
000616 01  CONTADOR-CAL-IGNORADOS PIC 9(05) VALUE 0.
000617
000618*    ACUMULADORES DEL DIA EN CURSO (CORTE DE CONTROL POR FECHA)
000620
000630 01  DIA-FECHA          PIC X(08)   VALUE SPACES.
000632 01  DIA-TIPO           PIC X(01)   VALUE SPACE.
000634     88  DIA-NO-LABORABLE           VALUE 'N' 'F'.
000636 01  DIA-MARCA          PIC X(01)   VALUE SPACE.
000640 01  DIA-TEXTOS         PIC 9(07)   VALUE 0.
000650 01  DIA-PALABRAS       PIC 9(07)   VALUE 0.
000660 01  DIA-ORACIONES      PIC 9(07)   VALUE 0.
000750 01  DIA-MIN-LONG-MEDIA PIC 9(05)   VALUE 0.
000760 01  DIA-MAX-LONG-MEDIA PIC 9(05)   VALUE 0.
000770
000780*    VALORES DEL DIA ANTERIOR PARA LOS DELTAS DIA A DIA (CON
000785*    CALENDARIO, DEL ULTIMO DIA LABORABLE CON DATOS)
000790
000800 01  HAY-DIA-ANTERIOR   PIC X(01)   VALUE 'N'.
000810     88  EXISTE-DIA-ANTERIOR        VALUE 'S'.
000815 01  ANT-FECHA          PIC X(08)   VALUE SPACES.
000820 01  ANT-TEXTOS         PIC 9(07)   VALUE 0.
000830 01  ANT-PALABRAS       PIC 9(07)   VALUE 0.
000840 01  ANT-ORACIONES      PIC 9(07)   VALUE 0.
000895 01  DELTA-CARACTERES   PIC S9(07)  VALUE 0.
000900 01  DELTA-LONG-MEDIA   PIC S9(05)  VALUE 0.
000910
000911*    LABORABLES SIN DATOS ENTRE EL DIA ANTERIOR Y EL EN CURSO
000912
000913 01  LABORABLES-SIN-DATOS PIC 9(05) VALUE 0.
000914 01  ENTERO-DESDE       PIC 9(08)   VALUE 0.
000915 01  ENTERO-HASTA       PIC 9(08)   VALUE 0.
000916 01  ENTERO-DIA         PIC 9(08)   VALUE 0.
000917
000920*    TOTALES DE TODO EL HISTORICO
000930
000940 01  TOTAL-DIAS         PIC 9(05)   VALUE 0.
000970 01  TOTAL-ORACIONES    PIC 9(08)   VALUE 0.
000980 01  TOTAL-CARACTERES   PIC 9(08)   VALUE 0.
000990 01  TOTAL-LONG-MEDIA   PIC 9(05)   VALUE 0.
000993 01  TOTAL-NO-LABORABLES PIC 9(05)  VALUE 0.
000996 01  TOTAL-SIN-DATOS    PIC 9(05)   VALUE 0.
001000
001010*    LINEAS DE SALIDA DEL INFORME DE TENDENCIA
001020
001160
001170 01  LINEA-DIA.
001180     05  LDI-FECHA            PIC X(08).
001190     05  FILLER               PIC X(01) VALUE SPACE.
001195     05  LDI-MARCA            PIC X(01).
001200     05  LDI-TEXTOS           PIC ZZZZZZ9.
001210     05  FILLER               PIC X(01) VALUE SPACE.
001220     05  LDI-PALABRAS         PIC ZZZZZZZ9.
001440     05  LDI-MAX-LONG-MEDIA   PIC ZZZZ9.
001450
001460 01  LINEA-DELTA.
001470     05  FILLER               PIC X(10) VALUE '  DELTA S/'.
001480     05  LDE-FECHA-ANT        PIC X(08).
001485     05  FILLER               PIC X(06) VALUE ':     '.
001490     05  FILLER               PIC X(07) VALUE 'TEXTOS '.
001500     05  LDE-TEXTOS           PIC +ZZZZZZ9.
001510     05  FILLER               PIC X(10) VALUE ' PALABRAS '.
001542     05  LDE-CARACTERES       PIC +ZZZZZZ9.
001550     05  FILLER               PIC X(09) VALUE ' L-MEDIA '.
001560     05  LDE-LONG-MEDIA       PIC +ZZZZ9.
001563     05  LDE-AVISO            PIC X(14).
001566     05  LDE-SIN-DATOS        PIC ZZZZ9 BLANK WHEN ZERO.
001570
001580 01  LINEA-BLANCO             PIC X(01) VALUE SPACE.
001590
001780 01  LINEA-TOTAL-7.
001790     05  FILLER               PIC X(14) VALUE 'L-MEDIA MED: '.
001800     05  LT-LONG-MEDIA        PIC ZZZZ9.
001801 01  LINEA-TOTAL-8.
001802     05  FILLER               PIC X(14) VALUE 'NO LABORAB.: '.
001803     05  LT-NO-LABORABLES     PIC ZZZZ9.
001804 01  LINEA-TOTAL-9.
001805     05  FILLER               PIC X(14) VALUE 'LAB.S/DATOS: '.
001806     05  LT-SIN-DATOS         PIC ZZZZ9.
001807 01  LINEA-NOTA               PIC X(120).
001810
001820 PROCEDURE DIVISION.
001830
002020
002030******************************************************************
002040*    1000-INICIALIZAR-PROCESO
002050*    Carga el calendario laboral, abre el historico y el
002060*    informe de tendencia, escribe las cabeceras y lee el
002065*    primer registro resumen.
002070******************************************************************
002080 1000-INICIALIZAR-PROCESO.
002082     PERFORM 1500-CARGAR-CALENDARIO
002084         THRU 1500-CARGAR-CALENDARIO-EXIT.
002086
002090     OPEN INPUT HISTORIA-ARCHIVO.
002100     IF HISTORIA-STATUS NOT = '00'
002110         DISPLAY 'NO SE PUDO ABRIR HISTORIA. STATUS: '
002280     WRITE LINEA-TENDENCIA FROM LINEA-ENC-1.
002290     WRITE LINEA-TENDENCIA FROM LINEA-ENC-2.
002300
002301     READ HISTORIA-ARCHIVO
002302         AT END MOVE 'S' TO FIN-FICHERO
002303     END-READ.
002304 1000-INICIALIZAR-PROCESO-EXIT.
002305     EXIT.
002306
002307******************************************************************
002308*    1500-CARGAR-CALENDARIO
002309*    Carga el calendario laboral CALENLAB (copybook RETO19K). Sin
002310*    el fichero se siguen contando dias naturales, como antes de
002311*    existir el calendario, y se avisa por consola.
002312******************************************************************
002313 1500-CARGAR-CALENDARIO.
002314     MOVE 'N' TO CALENDARIO-CARGADO.
002315     MOVE SPACES TO TABLA-CALENDARIO.
002316     MOVE 0 TO CONTADOR-CAL-IGNORADOS.
002317     COMPUTE CLD-ANO-INICIAL = FECHA-PROCESO / 10000 - 8.
002318     OPEN INPUT CALENLAB-ARCHIVO.
002319     IF CALENLAB-STATUS NOT = '00'
002320         DISPLAY 'SIN CALENLAB, SE CUENTAN DIAS NATURALES: '
002321             CALENLAB-STATUS
002322         GO TO 1500-CARGAR-CALENDARIO-EXIT
002323     END-IF.
002324     MOVE 'N' TO FIN-CALENDARIO.
002325     PERFORM 1510-LEER-CALENDARIO
002326         THRU 1510-LEER-CALENDARIO-EXIT
002327         UNTIL NO-HAY-MAS-CALENDARIO.
002328     CLOSE CALENLAB-ARCHIVO.
002329     MOVE 'S' TO CALENDARIO-CARGADO.
002330     IF CONTADOR-CAL-IGNORADOS > 0
002331         DISPLAY 'CALENLAB: REGISTROS IGNORADOS: '
002332             CONTADOR-CAL-IGNORADOS
002333     END-IF.
002334 1500-CARGAR-CALENDARIO-EXIT.
002335     EXIT.
002336
002337******************************************************************
002338*    1510-LEER-CALENDARIO
002339*    Un registro del calendario: el A guarda la semana laborable
002340*    de su ano y el F o el L marcan su fecha. Los registros mal
002341*    formados o de anos fuera de los diez cargados se ignoran
002342*    (RETO-19V los detalla en su informe).
002343******************************************************************
002344 1510-LEER-CALENDARIO.
002345     READ CALENLAB-ARCHIVO
002346         AT END
002347             MOVE 'S' TO FIN-CALENDARIO
002348             GO TO 1510-LEER-CALENDARIO-EXIT
002349     END-READ.
002350     IF CAL-ES-COMENTARIO
002351         GO TO 1510-LEER-CALENDARIO-EXIT
002352     END-IF.
002353     IF CAL-FECHA NOT NUMERIC
002354         ADD 1 TO CONTADOR-CAL-IGNORADOS
002355         GO TO 1510-LEER-CALENDARIO-EXIT
002356     END-IF.
002357     MOVE CAL-FECHA TO CLD-FECHA.
002358     PERFORM 1520-POSICION-CALENDARIO
002359         THRU 1520-POSICION-CALENDARIO-EXIT.
002360     MOVE 0 TO CLD-CONTADOR.
002361     INSPECT CAL-SEMANA TALLYING CLD-CONTADOR
002362         FOR ALL 'L' ALL 'N'.
002363     EVALUATE TRUE
002364         WHEN CAL-ES-ANO AND CLD-IDX-ANO > 0
002365              AND CAL-MES-DIA = 0 AND CLD-CONTADOR = 7
002366             MOVE CAL-SEMANA TO CLD-SEMANA(CLD-IDX-ANO)
002367         WHEN (CAL-ES-FESTIVO OR CAL-ES-LABORABLE)
002368              AND CLD-IDX-DIA > 0
002369             MOVE CAL-TIPO TO CLD-DIA(CLD-IDX-ANO, CLD-IDX-DIA)
002370         WHEN OTHER
002371             ADD 1 TO CONTADOR-CAL-IGNORADOS
002372     END-EVALUATE.
002373 1510-LEER-CALENDARIO-EXIT.
002374     EXIT.
002375
002376******************************************************************
002377*    1520-POSICION-CALENDARIO
002378*    Deja en CLD-IDX-ANO el ano de CLD-FECHA dentro de la tabla
002379*    del calendario (0 si queda fuera de los diez cargados) y en
002380*    CLD-IDX-DIA su dia del ano (0 si no es una fecha valida).
002381******************************************************************
002382 1520-POSICION-CALENDARIO.
002383     MOVE 0 TO CLD-IDX-ANO.
002384     MOVE 0 TO CLD-IDX-DIA.
002385     IF CLD-ANO < CLD-ANO-INICIAL
002386         OR CLD-ANO > CLD-ANO-INICIAL + 9
002387         GO TO 1520-POSICION-CALENDARIO-EXIT
002388     END-IF.
002389     COMPUTE CLD-IDX-ANO = CLD-ANO - CLD-ANO-INICIAL + 1.
002390     IF CLD-MES-DIA < 0101 OR CLD-MES-DIA > 1231
002391         GO TO 1520-POSICION-CALENDARIO-EXIT
002392     END-IF.
002393
002394*    UNA FECHA IMPOSIBLE (31 DE ABRIL) DA 0 EN INTEGER-OF-DATE Y
002395*    QUEDA FUERA DEL RANGO DEL ANO
002396
002397     COMPUTE CLD-ENTERO-ANO =
002398         FUNCTION INTEGER-OF-DATE(CLD-ANO * 10000 + 0101).
002399     COMPUTE CLD-ENTERO-FECHA =
002400         FUNCTION INTEGER-OF-DATE(CLD-FECHA).
002401     IF CLD-ENTERO-FECHA >= CLD-ENTERO-ANO
002402         AND CLD-ENTERO-FECHA <= CLD-ENTERO-ANO + 365
002403         COMPUTE CLD-IDX-DIA =
002404             CLD-ENTERO-FECHA - CLD-ENTERO-ANO + 1
002405     END-IF.
002406 1520-POSICION-CALENDARIO-EXIT.
002407     EXIT.
002408
002409******************************************************************
002410*    1530-CONSULTAR-CALENDARIO
002411*    Deja en CLD-TIPO-DIA como es el dia CLD-FECHA: L laborable,
002412*    F festivo, N no laborable por su dia de la semana, o blanco
002413*    si queda fuera del calendario (sin CALENLAB, ano sin
002414*    registro A o fecha invalida).
002415******************************************************************
002416 1530-CONSULTAR-CALENDARIO.
002417     MOVE SPACE TO CLD-TIPO-DIA.
002418     IF NOT HAY-CALENDARIO
002419         GO TO 1530-CONSULTAR-CALENDARIO-EXIT
002420     END-IF.
002421     PERFORM 1520-POSICION-CALENDARIO
002422         THRU 1520-POSICION-CALENDARIO-EXIT.
002423     IF CLD-IDX-DIA = 0
002424         GO TO 1530-CONSULTAR-CALENDARIO-EXIT
002425     END-IF.
002426     IF CLD-SEMANA(CLD-IDX-ANO) = SPACES
002427         GO TO 1530-CONSULTAR-CALENDARIO-EXIT
002428     END-IF.
002429     IF CLD-DIA(CLD-IDX-ANO, CLD-IDX-DIA) NOT = SPACE
002430         MOVE CLD-DIA(CLD-IDX-ANO, CLD-IDX-DIA) TO CLD-TIPO-DIA
002431         GO TO 1530-CONSULTAR-CALENDARIO-EXIT
002432     END-IF.
002433
002434*    DIA DE LA SEMANA: EL DIA 1 DE INTEGER-OF-DATE (01-01-1601)
002435*    FUE LUNES, ASI QUE 1 ES LUNES Y 7 DOMINGO
002436
002437     SUBTRACT 1 FROM CLD-ENTERO-FECHA.
002438     DIVIDE CLD-ENTERO-FECHA BY 7 GIVING CLD-COCIENTE
002439         REMAINDER CLD-DIA-SEMANA.
002440     ADD 1 TO CLD-DIA-SEMANA.
002441     MOVE CLD-SEMANA(CLD-IDX-ANO)(CLD-DIA-SEMANA:1)
002442         TO CLD-TIPO-DIA.
002443 1530-CONSULTAR-CALENDARIO-EXIT.
002444     EXIT.
002445
002446******************************************************************
002447*    2000-PROCESAR-RESUMEN
002448*    Procesa un registro resumen del historico: si cambia la
002449*    fecha cierra el dia en curso y abre uno nuevo, acumula las
002450*    metricas del registro y lee el siguiente.
002451******************************************************************
002452 2000-PROCESAR-RESUMEN.
002453     ADD 1 TO CONTADOR-LEIDOS.
002460     IF RES-FECHA NOT = DIA-FECHA
002470         IF DIA-TEXTOS > 0
002480             PERFORM 3000-CERRAR-DIA
002920*    3000-CERRAR-DIA
002930*    Cierra el dia en curso: calcula la longitud media del dia
002940*    sobre sus totales, escribe la linea del dia y el delta
002950*    respecto al dia anterior, acumula en el gran total y, si
002960*    el dia no es festivo ni no laborable, guarda sus valores
002965*    para el delta del siguiente.
002970******************************************************************
002980 3000-CERRAR-DIA.
002990     IF DIA-PALABRAS > 0
003048     COMPUTE DIA-MED-CARACTERES = DIA-CARACTERES / DIA-TEXTOS.
003050
003060     MOVE DIA-FECHA          TO LDI-FECHA.
003065     MOVE DIA-MARCA          TO LDI-MARCA.
003070     MOVE DIA-TEXTOS         TO LDI-TEXTOS.
003080     MOVE DIA-PALABRAS       TO LDI-PALABRAS.
003090     MOVE DIA-ORACIONES      TO LDI-ORACIONES.
003290         MOVE DELTA-PALABRAS   TO LDE-PALABRAS
003300         MOVE DELTA-ORACIONES  TO LDE-ORACIONES
003301         MOVE DELTA-CARACTERES TO LDE-CARACTERES
003302         MOVE DELTA-LONG-MEDIA TO LDE-LONG-MEDIA
003303         MOVE ANT-FECHA        TO LDE-FECHA-ANT
003304         MOVE SPACES           TO LDE-AVISO
003305         MOVE 0                TO LDE-SIN-DATOS
003306         IF HAY-CALENDARIO
003307             PERFORM 3200-CONTAR-LABORABLES
003308                 THRU 3200-CONTAR-LABORABLES-EXIT
003309             IF LABORABLES-SIN-DATOS > 0
003310                 MOVE '  LAB.S/DATOS:' TO LDE-AVISO
003311                 MOVE LABORABLES-SIN-DATOS TO LDE-SIN-DATOS
003312             END-IF
003313             IF NOT DIA-NO-LABORABLE
003314                 ADD LABORABLES-SIN-DATOS TO TOTAL-SIN-DATOS
003315             END-IF
003316         END-IF
003320         WRITE LINEA-TENDENCIA FROM LINEA-DELTA
003330     END-IF.
003340
003380     ADD DIA-ORACIONES  TO TOTAL-ORACIONES.
003390     ADD DIA-CARACTERES TO TOTAL-CARACTERES.
003400
003401*    UN DIA FESTIVO O NO LABORABLE CON DATOS SE LISTA, PERO EL
003402*    DELTA DEL DIA SIGUIENTE SIGUE SIENDO CONTRA EL ULTIMO
003403*    LABORABLE
003404
003405     IF DIA-NO-LABORABLE
003406         ADD 1 TO TOTAL-NO-LABORABLES
003407         GO TO 3000-CERRAR-DIA-EXIT
003408     END-IF.
003409
003410     MOVE DIA-TEXTOS     TO ANT-TEXTOS.
003420     MOVE DIA-PALABRAS   TO ANT-PALABRAS.
003430     MOVE DIA-ORACIONES  TO ANT-ORACIONES.
003435     MOVE DIA-CARACTERES TO ANT-CARACTERES.
003440     MOVE DIA-LONG-MEDIA TO ANT-LONG-MEDIA.
003445     MOVE DIA-FECHA      TO ANT-FECHA.
003450     MOVE 'S' TO HAY-DIA-ANTERIOR.
003460 3000-CERRAR-DIA-EXIT.
003470     EXIT.
003500*    3100-ABRIR-DIA
003510*    Inicializa los acumuladores del dia que empieza; los minimos
003520*    se siembran con el maximo representable para que el primer
003530*    registro del dia los fije. Consulta el calendario para la
003533*    marca del dia: F festivo, N no laborable, ? fuera del
003536*    calendario (sin CALENLAB no hay marcas).
003540******************************************************************
003550 3100-ABRIR-DIA.
003560     MOVE RES-FECHA TO DIA-FECHA.
003640     MOVE 99999 TO DIA-MIN-ORACIONES.
003650     MOVE 0     TO DIA-MAX-ORACIONES.
003660     MOVE 99999 TO DIA-MIN-CARACTERES.
003661     MOVE 0     TO DIA-MAX-CARACTERES.
003662     MOVE 99999 TO DIA-MIN-LONG-MEDIA.
003663     MOVE 0     TO DIA-MAX-LONG-MEDIA.
003664
003665     MOVE RES-FECHA TO CLD-FECHA.
003666     PERFORM 1530-CONSULTAR-CALENDARIO
003667         THRU 1530-CONSULTAR-CALENDARIO-EXIT.
003668     MOVE CLD-TIPO-DIA TO DIA-TIPO.
003669     EVALUATE TRUE
003670         WHEN NOT HAY-CALENDARIO
003671             MOVE SPACE TO DIA-MARCA
003672         WHEN CLD-FUERA-CALENDARIO
003673             MOVE '?' TO DIA-MARCA
003674         WHEN CLD-NO-LABORABLE
003675             MOVE CLD-TIPO-DIA TO DIA-MARCA
003676         WHEN OTHER
003677             MOVE SPACE TO DIA-MARCA
003678     END-EVALUATE.
003679 3100-ABRIR-DIA-EXIT.
003680     EXIT.
003681
003682******************************************************************
003683*    3200-CONTAR-LABORABLES
003684*    Cuenta en LABORABLES-SIN-DATOS los dias laborables que hay
003685*    estrictamente entre ANT-FECHA y el dia en curso, que por el
003686*    corte de control no tienen datos en el historico. Los dias
003687*    fuera del calendario cuentan como laborables; un hueco
003688*    mayor que los diez anos del calendario no se recorre.
003689******************************************************************
003690 3200-CONTAR-LABORABLES.
003691     MOVE 0 TO LABORABLES-SIN-DATOS.
003692     MOVE ANT-FECHA TO CLD-FECHA.
003693     COMPUTE ENTERO-DESDE =
003694         FUNCTION INTEGER-OF-DATE(CLD-FECHA) + 1.
003695     MOVE DIA-FECHA TO CLD-FECHA.
003696     COMPUTE ENTERO-HASTA = FUNCTION INTEGER-OF-DATE(CLD-FECHA).
003697     IF ENTERO-HASTA > ENTERO-DESDE + 3660
003698         GO TO 3200-CONTAR-LABORABLES-EXIT
003699     END-IF.
003700     PERFORM VARYING ENTERO-DIA FROM ENTERO-DESDE BY 1
003701         UNTIL ENTERO-DIA >= ENTERO-HASTA
003702         COMPUTE CLD-FECHA = FUNCTION DATE-OF-INTEGER(ENTERO-DIA)
003703         PERFORM 1530-CONSULTAR-CALENDARIO
003704             THRU 1530-CONSULTAR-CALENDARIO-EXIT
003705         IF NOT CLD-NO-LABORABLE
003706             ADD 1 TO LABORABLES-SIN-DATOS
003707         END-IF
003708     END-PERFORM.
003709 3200-CONTAR-LABORABLES-EXIT.
003710     EXIT.
003720
003730******************************************************************
003740*    8000-FINALIZAR-PROCESO
003750*    Cierra el ultimo dia pendiente, escribe el resumen de todo
003760*    el periodo y cierra los ficheros; sin calendario laboral
003765*    el proceso termina con RC 4.
003770******************************************************************
003780 8000-FINALIZAR-PROCESO.
003790     IF CODIGO-RETORNO NOT = 0
004030     MOVE TOTAL-CARACTERES TO LT-CARACTERES.
004040     WRITE LINEA-TENDENCIA FROM LINEA-TOTAL-6.
004050     MOVE TOTAL-LONG-MEDIA TO LT-LONG-MEDIA.
004051     WRITE LINEA-TENDENCIA FROM LINEA-TOTAL-7.
004052     IF HAY-CALENDARIO
004053         MOVE TOTAL-NO-LABORABLES TO LT-NO-LABORABLES
004054         WRITE LINEA-TENDENCIA FROM LINEA-TOTAL-8
004055         MOVE TOTAL-SIN-DATOS TO LT-SIN-DATOS
004056         WRITE LINEA-TENDENCIA FROM LINEA-TOTAL-9
004057         WRITE LINEA-TENDENCIA FROM LINEA-BLANCO
004058         MOVE 'MARCAS: F FESTIVO, N NO LABORABLE, ? FUERA DEL CALE
004059-           'NDARIO. DELTA CONTRA EL ULTIMO LABORABLE CON DATOS.'
004060             TO LINEA-NOTA
004061     ELSE
004062         WRITE LINEA-TENDENCIA FROM LINEA-BLANCO
004063         MOVE 'SIN CALENLAB: DELTA CONTRA EL DIA ANTERIOR CON DATO
004064-           'S.'
004065             TO LINEA-NOTA
004066     END-IF.
004067     WRITE LINEA-TENDENCIA FROM LINEA-NOTA.
004070
004080     CLOSE TENDENCIA-ARCHIVO.
004090     CLOSE HISTORIA-ARCHIVO.
004092
004094     IF NOT HAY-CALENDARIO AND CODIGO-RETORNO < 4
004096         MOVE 4 TO CODIGO-RETORNO
004098     END-IF.
004100 8000-FINALIZAR-PROCESO-EXIT.
004110     EXIT.
004120
