000001 IDENTIFICATION DIVISION.
000002*                                                        *
000003 PROGRAM-ID. PGMTAH60.
000004**********************************************************
000005*                                                        *
000006*  LISTADO DE HISTORIA DE TASAS CON VIGENCIA             *
000007*                                                        *
000008*  PRIMERA PARTE: RECORRE TASAS19 (CPTASAS) EN ORDEN DE  *
000009*  CLAVE Y LISTA, POR PRODUCTO Y MONEDA, CADA VIGENCIA   *
000010*  CON SU TASA, FECHA DE CARGA Y OPERADOR, MARCANDO A LA *
000011*  FECHA DE PROCESO LA TASA EN VIGOR, LAS ANTERIORES Y   *
000012*  LAS FUTURAS                                           *
000013*                                                        *
000014*  SEGUNDA PARTE: LISTA DE LA AUDITORIA DE TASAS         *
000015*  (AUDTAS19, CPAUDTAS) LOS CAMBIOS HECHOS POR LA T259   *
000016*  EN EL PERIODO: QUIEN CAMBIO QUE TASA, CUANDO, DESDE   *
000017*  QUE TERMINAL, Y LA TASA ANTERIOR Y LA NUEVA           *
000018*                                                        *
000019*  PARAMETROS (DDPAR, OPCIONAL): FECHA DESDE Y HASTA DEL *
000020*  PERIODO DE AUDITORIA (AAAAMMDD). SIN ELLOS SE TOMA    *
000021*  DEL PRIMER DIA DEL MES A LA FECHA DE PROCESO          *
000022*                                                        *
000023**********************************************************
000024*      MANTENIMIENTO DE PROGRAMA                         *
000025**********************************************************
000026*  FECHA      *       DETALLE        *
000027**************************************
000028* 15/10/2026  * HISTORIA DE TASAS Y  *
000029*             * AUDITORIA DE CAMBIOS *
000030**************************************
000031 AUTHOR. NAHUEL GATTARI.
000032 ENVIRONMENT DIVISION.
000033 CONFIGURATION SECTION.
000034 SPECIAL-NAMES.
000035     DECIMAL-POINT IS COMMA.
000036
000037 INPUT-OUTPUT SECTION.
000038 FILE-CONTROL.
000039
000040       SELECT TASAS    ASSIGN DDTAS
000041       ORGANIZATION   IS INDEXED
000042       ACCESS IS SEQUENTIAL
000043       RECORD KEY IS TAS-CLAVE
000044       FILE STATUS IS WS-TAS-CODE.
000045
000046       SELECT AUDTAS   ASSIGN DDAUD
000047              FILE STATUS IS WS-AUD-CODE.
000048
000049       SELECT LISTADO  ASSIGN DDLIS
000050              FILE STATUS IS WS-LIS-CODE.
000051
000052       SELECT PARAMS   ASSIGN DDPAR
000053              FILE STATUS IS WS-PAR-CODE.
000054
000055       SELECT RUNCTL   ASSIGN DDRUN
000056              FILE STATUS IS WS-RUN-CODE.
000057
000058 DATA DIVISION.
000059 FILE SECTION.
000060 FD TASAS.
000061
000062     COPY CPTASAS.
000063
000064 FD AUDTAS
000065      BLOCK CONTAINS 0 RECORDS
000066      RECORDING MODE IS F.
000067
000068     COPY CPAUDTAS.
000069
000070 FD LISTADO
000071      BLOCK CONTAINS 0 RECORDS
000072      RECORDING MODE IS F.
000073
000074 01 REG-LISTADO     PIC X(132).
000075
000076 FD PARAMS
000077      BLOCK CONTAINS 0 RECORDS
000078      RECORDING MODE IS F.
000079
000080 01  REG-PARAMS.
000081     03  PAR-DESDE        PIC 9(08).
000082     03  PAR-HASTA        PIC 9(08).
000083     03  FILLER           PIC X(64).
000084
000085 FD RUNCTL
000086      BLOCK CONTAINS 0 RECORDS
000087      RECORDING MODE IS F.
000088
000089     COPY CPRUNCTL.
000090
000091**************************************
000092 WORKING-STORAGE SECTION.
000093**************************************
000094 77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000095 77  WS-TAS-CODE      PIC XX    VALUE SPACES.
000096 77  WS-AUD-CODE      PIC XX    VALUE SPACES.
000097 77  WS-LIS-CODE      PIC XX    VALUE SPACES.
000098 77  WS-PAR-CODE      PIC XX    VALUE SPACES.
000099 77  WS-RUN-CODE      PIC XX    VALUE SPACES.
000100
000101************
000102*CONTADORES*
000103************
000104 77  WS-CONT-TASAS        PIC 9(8)     VALUE ZEROS.
000105 77  WS-CONT-PRODUCTOS    PIC 9(8)     VALUE ZEROS.
000106 77  WS-CONT-FUTURAS      PIC 9(8)     VALUE ZEROS.
000107 77  WS-CONT-AUDIT-LEIDOS PIC 9(8)     VALUE ZEROS.
000108 77  WS-CONT-AUDIT-LISTAD PIC 9(8)     VALUE ZEROS.
000109
000110********************
000111*      FLAGS       *
000112********************
000113
000114 01  WS-STATUS-FIN    PIC X.
000115     88  WS-FIN-LECTURA         VALUE 'Y'.
000116     88  WS-NO-FIN-LECTURA      VALUE 'N'.
000117
000118 01  WS-STA-AUD       PIC X     VALUE 'N'.
000119     88  WS-FIN-AUD             VALUE 'Y'.
000120     88  WS-NO-FIN-AUD          VALUE 'N'.
000121
000122 01  WS-SW-ANTERIOR   PIC X     VALUE 'N'.
000123     88  WS-HAY-ANTERIOR        VALUE 'S'.
000124     88  WS-NO-HAY-ANTERIOR     VALUE 'N'.
000125
000126**************************************
000127*   VIGENCIA PENDIENTE DE LISTAR:    *
000128*   SU ESTADO DEPENDE DE LA SIGUIENTE*
000129**************************************
000130
000131 01  WS-TASA-ANT.
000132     03  WS-ANT-TIPO-CUENTA   PIC X(02)        VALUE SPACES.
000133     03  WS-ANT-MONEDA        PIC X(02)        VALUE SPACES.
000134     03  WS-ANT-VIGENCIA      PIC 9(08)        VALUE ZEROS.
000135     03  WS-ANT-TASA          PIC 9(02)V9(04)  VALUE ZEROS.
000136     03  WS-ANT-FECHA-ALTA    PIC X(08)        VALUE SPACES.
000137     03  WS-ANT-OPERADOR      PIC X(08)        VALUE SPACES.
000138
000139 01  WS-ESTADO-ANT        PIC X(10)    VALUE SPACES.
000140
000141**************************************
000142*   PERIODO DE LA AUDITORIA          *
000143**************************************
000144
000145 77  WS-PER-DESDE         PIC 9(08)    VALUE ZEROS.
000146 77  WS-PER-HASTA         PIC 9(08)    VALUE ZEROS.
000147
000148 01  WS-FECHA-AUDIT       PIC 9(08)    VALUE ZEROS.
000149 01  WS-FECHA-AUDIT-R REDEFINES WS-FECHA-AUDIT.
000150     03  WS-AUD-AAAA      PIC X(04).
000151     03  WS-AUD-MM        PIC X(02).
000152     03  WS-AUD-DD        PIC X(02).
000153
000154**************************************
000155*   FECHA DE PROCESO                 *
000156**************************************
000157
000158 01  WS-FECHA-PROCESO     PIC 9(08)    VALUE ZEROS.
000159 01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
000160     03  WS-PRO-AAAA      PIC X(04).
000161     03  WS-PRO-MM        PIC X(02).
000162     03  WS-PRO-DD        PIC X(02).
000163
000164***********************************
000165*       TITULOS Y DETALLES        *
000166***********************************
000167
000168 01  WS-TITULO.
000169     03  FILLER              PIC X(20)    VALUE  SPACES.
000170     03  FILLER              PIC X(34)    VALUE
000171      'HISTORIA DE TASAS CON VIGENCIA    '.
000172     03  FILLER              PIC X(07)    VALUE 'FECHA: '.
000173     03  WS-TIT-FECHA        PIC 9(08)    VALUE ZEROS.
000174     03  FILLER              PIC X(63)    VALUE SPACES.
000175
000176 01  WS-LIN-PRODUCTO.
000177     03  FILLER    PIC X(02)    VALUE SPACES.
000178     03  FILLER    PIC X(10)    VALUE 'PRODUCTO: '.
000179     03  WS-PRD-TIPO     PIC X(02)    VALUE SPACES.
000180     03  FILLER    PIC X(04)    VALUE SPACES.
000181     03  FILLER    PIC X(08)    VALUE 'MONEDA: '.
000182     03  WS-PRD-MONEDA   PIC X(02)    VALUE SPACES.
000183     03  FILLER    PIC X(104)   VALUE SPACES.
000184
000185 01  WS-LIN-CABECERA.
000186     03  FILLER    PIC X(06)    VALUE SPACES.
000187     03  FILLER    PIC X(12)    VALUE 'VIGENCIA    '.
000188     03  FILLER    PIC X(11)    VALUE 'TASA       '.
000189     03  FILLER    PIC X(12)    VALUE 'ESTADO      '.
000190     03  FILLER    PIC X(12)    VALUE 'F.CARGA     '.
000191     03  FILLER    PIC X(08)    VALUE 'OPERADOR'.
000192     03  FILLER    PIC X(71)    VALUE SPACES.
000193
000194 01  WS-LIN-DETALLE.
000195     03  FILLER    PIC X(06)    VALUE SPACES.
000196     03  WS-DET-VIGENCIA PIC 9(08)    VALUE ZEROS.
000197     03  FILLER    PIC X(04)    VALUE SPACES.
000198     03  WS-DET-TASA     PIC Z9,9999  VALUE ZEROS.
000199     03  FILLER    PIC X(04)    VALUE SPACES.
000200     03  WS-DET-ESTADO   PIC X(10)    VALUE SPACES.
000201     03  FILLER    PIC X(02)    VALUE SPACES.
000202     03  WS-DET-ALTA     PIC X(08)    VALUE SPACES.
000203     03  FILLER    PIC X(04)    VALUE SPACES.
000204     03  WS-DET-OPER     PIC X(08)    VALUE SPACES.
000205     03  FILLER    PIC X(71)    VALUE SPACES.
000206
000207 01  WS-TITULO-AUDIT.
000208     03  FILLER              PIC X(20)    VALUE  SPACES.
000209     03  FILLER              PIC X(30)    VALUE
000210      'CAMBIOS DE TASAS DEL PERIODO  '.
000211     03  FILLER              PIC X(07)    VALUE 'DESDE: '.
000212     03  WS-TIT-DESDE        PIC 9(08)    VALUE ZEROS.
000213     03  FILLER              PIC X(08)    VALUE ' HASTA: '.
000214     03  WS-TIT-HASTA        PIC 9(08)    VALUE ZEROS.
000215     03  FILLER              PIC X(51)    VALUE SPACES.
000216
000217 01  WS-LIN-CAB-AUDIT.
000218     03  FILLER    PIC X(02)    VALUE SPACES.
000219     03  FILLER    PIC X(20)    VALUE 'FECHA      HORA     '.
000220     03  FILLER    PIC X(14)    VALUE 'OPERADOR TERM '.
000221     03  FILLER    PIC X(14)    VALUE 'OPERACION     '.
000222     03  FILLER    PIC X(10)    VALUE 'PROD MON  '.
000223     03  FILLER    PIC X(10)    VALUE 'VIGENCIA  '.
000224     03  FILLER    PIC X(21)    VALUE 'TASA ANT.  TASA NUEVA'.
000225     03  FILLER    PIC X(41)    VALUE SPACES.
000226
000227 01  WS-LIN-AUDIT.
000228     03  FILLER    PIC X(02)    VALUE SPACES.
000229     03  WS-LAU-FECHA    PIC X(10)    VALUE SPACES.
000230     03  FILLER    PIC X(01)    VALUE SPACES.
000231     03  WS-LAU-HORA     PIC X(08)    VALUE SPACES.
000232     03  FILLER    PIC X(01)    VALUE SPACES.
000233     03  WS-LAU-OPER     PIC X(08)    VALUE SPACES.
000234     03  FILLER    PIC X(01)    VALUE SPACES.
000235     03  WS-LAU-TERM     PIC X(04)    VALUE SPACES.
000236     03  FILLER    PIC X(01)    VALUE SPACES.
000237     03  WS-LAU-OPERAC   PIC X(13)    VALUE SPACES.
000238     03  FILLER    PIC X(01)    VALUE SPACES.
000239     03  WS-LAU-TIPO     PIC X(02)    VALUE SPACES.
000240     03  FILLER    PIC X(03)    VALUE SPACES.
000241     03  WS-LAU-MONEDA   PIC X(02)    VALUE SPACES.
000242     03  FILLER    PIC X(03)    VALUE SPACES.
000243     03  WS-LAU-VIGENCIA PIC 9(08)    VALUE ZEROS.
000244     03  FILLER    PIC X(02)    VALUE SPACES.
000245     03  WS-LAU-ANT      PIC Z9,9999  VALUE ZEROS.
000246     03  FILLER    PIC X(04)    VALUE SPACES.
000247     03  WS-LAU-NUEVA    PIC Z9,9999  VALUE ZEROS.
000248     03  FILLER    PIC X(44)    VALUE SPACES.
000249
000250 01  WS-LIN-SIN-AUDIT.
000251     03  FILLER    PIC X(02)    VALUE SPACES.
000252     03  FILLER    PIC X(40)    VALUE
000253      'SIN CAMBIOS DE TASAS EN EL PERIODO      '.
000254     03  FILLER    PIC X(90)    VALUE SPACES.
000255
000256 77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
000257
000258***************************************************************.
000259 PROCEDURE DIVISION.
000260**************************************
000261*                                    *
000262*  CUERPO PRINCIPAL DEL PROGRAMA     *
000263*                                    *
000264**************************************
000265 MAIN-PROGRAM.
000266
000267     PERFORM 1000-I-INICIO  THRU 1000-F-INICIO.
000268
000269     PERFORM 2000-I-PROCESO THRU 2000-F-PROCESO
000270                            UNTIL WS-FIN-LECTURA.
000271
000272     PERFORM 5000-I-AUDITORIA THRU 5000-F-AUDITORIA.
000273
000274     PERFORM 9999-I-FINAL   THRU 9999-F-FINAL.
000275
000276 F-MAIN-PROGRAM. GOBACK.
000277
000278**************************************
000279*                                    *
000280*  CUERPO INICIO APERTURA ARCHIVOS   *
000281*                                    *
000282**************************************
000283 1000-I-INICIO.
000284
000285     SET WS-NO-FIN-LECTURA TO TRUE.
000286
000287     PERFORM 1100-I-LEER-RUNCTL THRU 1100-F-LEER-RUNCTL.
000288
000289     IF NOT WS-FIN-LECTURA
000290
000291        OPEN INPUT TASAS
000292        IF WS-TAS-CODE IS NOT EQUAL '00'
000293           DISPLAY '* ERROR EN OPEN TASAS    = ' WS-TAS-CODE
000294           MOVE 9999 TO RETURN-CODE
000295           SET  WS-FIN-LECTURA TO TRUE
000296        END-IF
000297
000298        OPEN OUTPUT LISTADO
000299        IF WS-LIS-CODE IS NOT EQUAL '00'
000300           DISPLAY '* ERROR EN OPEN LISTADO  = ' WS-LIS-CODE
000301           MOVE 9999 TO RETURN-CODE
000302           SET  WS-FIN-LECTURA TO TRUE
000303        END-IF
000304     END-IF.
000305
000306     IF NOT WS-FIN-LECTURA
000307        PERFORM 1200-I-LEER-PARAMETROS THRU 1200-F-LEER-PARAMETROS
000308        MOVE WS-FECHA-PROCESO TO WS-TIT-FECHA
000309        WRITE REG-LISTADO FROM WS-TITULO
000310        PERFORM 3000-I-LEER-TASA THRU 3000-F-LEER-TASA
000311     END-IF.
000312
000313 1000-F-INICIO.   EXIT.
000314
000315**************************************
000316*  FECHA OFICIAL DE PROCESO DESDE    *
000317*  EL CONTROL DE CORRIDA             *
000318**************************************
000319
000320 1100-I-LEER-RUNCTL.
000321
000322     OPEN INPUT RUNCTL.
000323
000324     IF WS-RUN-CODE NOT EQUAL '00'
000325        DISPLAY '* ERROR EN OPEN RUNCTL   = ' WS-RUN-CODE
000326        MOVE 9999 TO RETURN-CODE
000327        SET  WS-FIN-LECTURA TO TRUE
000328        GO TO 1100-F-LEER-RUNCTL
000329     END-IF.
000330
000331     READ RUNCTL.
000332     IF WS-RUN-CODE NOT EQUAL '00'
000333        DISPLAY '* ERROR EN LECTURA RUNCTL = ' WS-RUN-CODE
000334        MOVE 9999 TO RETURN-CODE
000335        SET  WS-FIN-LECTURA TO TRUE
000336        CLOSE RUNCTL
000337        GO TO 1100-F-LEER-RUNCTL
000338     END-IF.
000339
000340     MOVE RUN-FECHA-PROCESO TO WS-FECHA-PROCESO.
000341
000342     CLOSE RUNCTL.
000343
000344 1100-F-LEER-RUNCTL. EXIT.
000345
000346**************************************
000347*  TARJETA DE PARAMETROS (OPCIONAL): *
000348*  PERIODO DE LA AUDITORIA. POR      *
000349*  DEFECTO, EL MES DE PROCESO        *
000350**************************************
000351
000352 1200-I-LEER-PARAMETROS.
000353
000354     MOVE WS-FECHA-PROCESO TO WS-PER-DESDE.
000355     MOVE '01'             TO WS-PER-DESDE(7:2).
000356     MOVE WS-FECHA-PROCESO TO WS-PER-HASTA.
000357
000358     OPEN INPUT PARAMS.
000359
000360     IF WS-PAR-CODE NOT EQUAL '00'
000361        DISPLAY '* AVISO: SIN TARJETA DE PARAMETROS, RIGEN LOS'
000362                ' VALORES POR DEFECTO'
000363        GO TO 1200-F-LEER-PARAMETROS
000364     END-IF.
000365
000366     READ PARAMS.
000367
000368     IF WS-PAR-CODE EQUAL '00'
000369        IF PAR-DESDE IS NUMERIC AND PAR-DESDE NOT EQUAL ZEROS
000370           MOVE PAR-DESDE TO WS-PER-DESDE
000371        END-IF
000372        IF PAR-HASTA IS NUMERIC AND PAR-HASTA NOT EQUAL ZEROS
000373           MOVE PAR-HASTA TO WS-PER-HASTA
000374        END-IF
000375     END-IF.
000376
000377     CLOSE PARAMS.
000378
000379 1200-F-LEER-PARAMETROS. EXIT.
000380
000381**************************************
000382*                                    *
000383*  CUERPO PRINCIPAL DE PROCESOS:     *
000384*  LA VIGENCIA ANTERIOR SE LISTA AL  *
000385*  LEER LA SIGUIENTE, QUE DICE SI    *
000386*  TODAVIA ESTA EN VIGOR             *
000387*                                    *
000388**************************************
000389 2000-I-PROCESO.
000390
000391     IF WS-HAY-ANTERIOR
000392        IF TAS-TIPO-CUENTA EQUAL WS-ANT-TIPO-CUENTA
000393           AND TAS-MONEDA EQUAL WS-ANT-MONEDA
000394           AND TAS-VIGENCIA NOT GREATER THAN WS-FECHA-PROCESO
000395           MOVE 'ANTERIOR' TO WS-ESTADO-ANT
000396        ELSE
000397           PERFORM 4100-I-ESTADO-ULTIMA THRU 4100-F-ESTADO-ULTIMA
000398        END-IF
000399        PERFORM 6000-I-LISTAR THRU 6000-F-LISTAR
000400     END-IF.
000401
000402     IF WS-NO-HAY-ANTERIOR
000403        OR TAS-TIPO-CUENTA NOT EQUAL WS-ANT-TIPO-CUENTA
000404        OR TAS-MONEDA NOT EQUAL WS-ANT-MONEDA
000405        PERFORM 4000-I-CORTE-PRODUCTO THRU 4000-F-CORTE-PRODUCTO
000406     END-IF.
000407
000408     MOVE TAS-TIPO-CUENTA TO WS-ANT-TIPO-CUENTA.
000409     MOVE TAS-MONEDA      TO WS-ANT-MONEDA.
000410     MOVE TAS-VIGENCIA    TO WS-ANT-VIGENCIA.
000411     MOVE TAS-TASA        TO WS-ANT-TASA.
000412     MOVE TAS-OPERADOR    TO WS-ANT-OPERADOR.
000413     IF TAS-FECHA-ALTA IS NUMERIC
000414        AND TAS-FECHA-ALTA NOT EQUAL ZEROS
000415        MOVE TAS-FECHA-ALTA TO WS-ANT-FECHA-ALTA
000416     ELSE
000417        MOVE SPACES         TO WS-ANT-FECHA-ALTA
000418     END-IF.
000419     SET WS-HAY-ANTERIOR TO TRUE.
000420
000421     PERFORM 3000-I-LEER-TASA THRU 3000-F-LEER-TASA.
000422
000423*    LA ULTIMA VIGENCIA DEL ARCHIVO NO TIENE SIGUIENTE
000424
000425     IF WS-FIN-LECTURA
000426        AND WS-HAY-ANTERIOR
000427        PERFORM 4100-I-ESTADO-ULTIMA THRU 4100-F-ESTADO-ULTIMA
000428        PERFORM 6000-I-LISTAR THRU 6000-F-LISTAR
000429     END-IF.
000430
000431 2000-F-PROCESO. EXIT.
000432
000433**************************************
000434* LECTURA DE TASAS19                 *
000435**************************************
000436
000437 3000-I-LEER-TASA.
000438
000439     READ TASAS.
000440
000441     EVALUATE WS-TAS-CODE
000442       WHEN '00'
000443          ADD 1 TO WS-CONT-TASAS
000444       WHEN '10'
000445          SET WS-FIN-LECTURA TO TRUE
000446       WHEN OTHER
000447          DISPLAY '* ERROR EN LECTURA TASAS = ' WS-TAS-CODE
000448          MOVE 9999 TO RETURN-CODE
000449          SET WS-FIN-LECTURA TO TRUE
000450     END-EVALUATE.
000451
000452 3000-F-LEER-TASA. EXIT.
000453
000454**************************************
000455*  CORTE POR PRODUCTO Y MONEDA       *
000456**************************************
000457
000458 4000-I-CORTE-PRODUCTO.
000459
000460     ADD 1 TO WS-CONT-PRODUCTOS.
000461
000462     MOVE TAS-TIPO-CUENTA TO WS-PRD-TIPO.
000463     MOVE TAS-MONEDA      TO WS-PRD-MONEDA.
000464
000465     MOVE SPACES TO REG-LISTADO.
000466     WRITE REG-LISTADO.
000467     WRITE REG-LISTADO FROM WS-LIN-PRODUCTO.
000468     WRITE REG-LISTADO FROM WS-LIN-CABECERA.
000469
000470     IF WS-LIS-CODE IS NOT EQUAL '00'
000471        DISPLAY '* ERROR EN WRITE LISTADO = ' WS-LIS-CODE
000472        MOVE 9999 TO RETURN-CODE
000473        SET WS-FIN-LECTURA TO TRUE
000474     END-IF.
000475
000476 4000-F-CORTE-PRODUCTO. EXIT.
000477
000478**************************************
000479*  ESTADO DE LA ULTIMA VIGENCIA DE   *
000480*  UN PRODUCTO: FUTURA O EN VIGOR    *
000481**************************************
000482
000483 4100-I-ESTADO-ULTIMA.
000484
000485     IF WS-ANT-VIGENCIA GREATER THAN WS-FECHA-PROCESO
000486        MOVE 'FUTURA'   TO WS-ESTADO-ANT
000487     ELSE
000488        MOVE 'EN VIGOR' TO WS-ESTADO-ANT
000489     END-IF.
000490
000491 4100-F-ESTADO-ULTIMA. EXIT.
000492
000493**************************************
000494*                                    *
000495*  SEGUNDA PARTE: CAMBIOS DE TASAS   *
000496*  DEL PERIODO SEGUN LA AUDITORIA    *
000497*                                    *
000498**************************************
000499
000500 5000-I-AUDITORIA.
000501
000502     IF RETURN-CODE NOT EQUAL ZEROS
000503        GO TO 5000-F-AUDITORIA
000504     END-IF.
000505
000506     MOVE WS-PER-DESDE TO WS-TIT-DESDE.
000507     MOVE WS-PER-HASTA TO WS-TIT-HASTA.
000508
000509     MOVE SPACES TO REG-LISTADO.
000510     WRITE REG-LISTADO.
000511     WRITE REG-LISTADO FROM WS-TITULO-AUDIT.
000512     WRITE REG-LISTADO FROM WS-LIN-CAB-AUDIT.
000513
000514     OPEN INPUT AUDTAS.
000515
000516     IF WS-AUD-CODE NOT EQUAL '00'
000517        DISPLAY '* AVISO: SIN AUDITORIA DE TASAS, NO SE LISTAN'
000518                ' LOS CAMBIOS'
000519        WRITE REG-LISTADO FROM WS-LIN-SIN-AUDIT
000520        GO TO 5000-F-AUDITORIA
000521     END-IF.
000522
000523     SET WS-NO-FIN-AUD TO TRUE.
000524
000525     PERFORM 5100-I-LEER-AUDIT THRU 5100-F-LEER-AUDIT
000526        UNTIL WS-FIN-AUD.
000527
000528     CLOSE AUDTAS.
000529
000530     IF WS-CONT-AUDIT-LISTAD EQUAL ZEROS
000531        WRITE REG-LISTADO FROM WS-LIN-SIN-AUDIT
000532     END-IF.
000533
000534 5000-F-AUDITORIA. EXIT.
000535
000536**************************************
000537*  LECTURA DE UN REGISTRO DE         *
000538*  AUDITORIA; ATA-FECHA VIENE COMO   *
000539*  DD-MM-AAAA (FORMATTIME DE CICS)   *
000540**************************************
000541
000542 5100-I-LEER-AUDIT.
000543
000544     READ AUDTAS
000545        AT END
000546           SET WS-FIN-AUD TO TRUE
000547           GO TO 5100-F-LEER-AUDIT
000548     END-READ.
000549
000550     ADD 1 TO WS-CONT-AUDIT-LEIDOS.
000551
000552     MOVE ATA-FECHA(7:4) TO WS-AUD-AAAA.
000553     MOVE ATA-FECHA(4:2) TO WS-AUD-MM.
000554     MOVE ATA-FECHA(1:2) TO WS-AUD-DD.
000555
000556     IF WS-FECHA-AUDIT IS NOT NUMERIC
000557        OR WS-FECHA-AUDIT LESS THAN WS-PER-DESDE
000558        OR WS-FECHA-AUDIT GREATER THAN WS-PER-HASTA
000559        GO TO 5100-F-LEER-AUDIT
000560     END-IF.
000561
000562     MOVE ATA-FECHA       TO WS-LAU-FECHA.
000563     MOVE ATA-HORA        TO WS-LAU-HORA.
000564     MOVE ATA-OPERADOR    TO WS-LAU-OPER.
000565     MOVE ATA-TERMINAL    TO WS-LAU-TERM.
000566     MOVE ATA-OPERACION   TO WS-LAU-OPERAC.
000567     MOVE ATA-TIPO-CUENTA TO WS-LAU-TIPO.
000568     MOVE ATA-MONEDA      TO WS-LAU-MONEDA.
000569     MOVE ATA-VIGENCIA    TO WS-LAU-VIGENCIA.
000570     MOVE ATA-ANT-TASA    TO WS-LAU-ANT.
000571     MOVE ATA-DES-TASA    TO WS-LAU-NUEVA.
000572
000573     WRITE REG-LISTADO FROM WS-LIN-AUDIT.
000574     IF WS-LIS-CODE IS NOT EQUAL '00'
000575        DISPLAY '* ERROR EN WRITE LISTADO = ' WS-LIS-CODE
000576        MOVE 9999 TO RETURN-CODE
000577        SET WS-FIN-AUD TO TRUE
000578        GO TO 5100-F-LEER-AUDIT
000579     END-IF.
000580
000581     ADD 1 TO WS-CONT-AUDIT-LISTAD.
000582
000583 5100-F-LEER-AUDIT. EXIT.
000584
000585**************************************
000586*  LINEA DE UNA VIGENCIA             *
000587**************************************
000588
000589 6000-I-LISTAR.
000590
000591     IF WS-ESTADO-ANT EQUAL 'FUTURA'
000592        ADD 1 TO WS-CONT-FUTURAS
000593     END-IF.
000594
000595     MOVE WS-ANT-VIGENCIA   TO WS-DET-VIGENCIA.
000596     MOVE WS-ANT-TASA       TO WS-DET-TASA.
000597     MOVE WS-ESTADO-ANT     TO WS-DET-ESTADO.
000598     MOVE WS-ANT-FECHA-ALTA TO WS-DET-ALTA.
000599     MOVE WS-ANT-OPERADOR   TO WS-DET-OPER.
000600
000601     WRITE REG-LISTADO FROM WS-LIN-DETALLE.
000602     IF WS-LIS-CODE IS NOT EQUAL '00'
000603        DISPLAY '* ERROR EN WRITE LISTADO = ' WS-LIS-CODE
000604        MOVE 9999 TO RETURN-CODE
000605        SET WS-FIN-LECTURA TO TRUE
000606     END-IF.
000607
000608 6000-F-LISTAR. EXIT.
000609
000610**************************************
000611*                                    *
000612*  CUERPO FINAL CIERRE DE FILES      *
000613*                                    *
000614**************************************
000615 9999-I-FINAL.
000616
000617     CLOSE TASAS
000618        IF WS-TAS-CODE IS NOT EQUAL '00'
000619          DISPLAY '* ERROR EN CLOSE TASAS   = ' WS-TAS-CODE
000620          MOVE 9999 TO RETURN-CODE
000621       END-IF.
000622
000623     CLOSE LISTADO
000624        IF WS-LIS-CODE IS NOT EQUAL '00'
000625          DISPLAY '* ERROR EN CLOSE LISTADO = ' WS-LIS-CODE
000626          MOVE 9999 TO RETURN-CODE
000627       END-IF.
000628
000629**********************************
000630*   MOSTRAR TOTALES DE CONTROL   *
000631**********************************
000632
000633     DISPLAY 'TASAS LEIDAS: '              WS-CONT-TASAS.
000634     DISPLAY 'PRODUCTOS Y MONEDAS: '       WS-CONT-PRODUCTOS.
000635     DISPLAY 'TASAS DE VIGENCIA FUTURA: '  WS-CONT-FUTURAS.
000636     DISPLAY 'AUDITORIA LEIDOS: '          WS-CONT-AUDIT-LEIDOS.
000637     DISPLAY 'AUDITORIA LISTADOS: '        WS-CONT-AUDIT-LISTAD.
000638
000639 9999-F-FINAL. EXIT.
