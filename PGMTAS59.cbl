000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. PGMTAS59.
000003*********************************************************
000004*                                                        *
000005*  MANTENIMIENTO EN LINEA DE TASAS CON VIGENCIA (T259)   *
000006*  ARCHIVO TASAS19 (CPTASAS), CLAVE PRODUCTO (TIPO DE    *
000007*  CUENTA) + MONEDA + VIGENCIA DESDE                     *
000008*                                                        *
000009*  RESERVADA A OPERADORES NIVEL 3 (SUPERVISOR, SEGUN     *
000010*  CPOPER), COMO LA T240. MUESTRA LA HISTORIA DE TASAS   *
000011*  DEL PRODUCTO Y MONEDA, PAGINADA DE A 10, MARCANDO LA  *
000012*  TASA EN VIGOR, LAS ANTERIORES Y LAS FUTURAS.          *
000013*                                                        *
000014*  SOLO SE CARGAN O MODIFICAN TASAS DE VIGENCIA FUTURA   *
000015*  (POSTERIOR A HOY): UNA TASA QUE YA RIGIO NO SE TOCA,  *
000016*  PORQUE LOS CIERRES Y DEVENGAMIENTOS YA LA USARON.     *
000017*  CADA ALTA, MODIFICACION O BAJA QUEDA EN AUDTAS19      *
000018*  (CPAUDTAS) CON LA TASA ANTERIOR Y LA NUEVA, EL        *
000019*  OPERADOR Y LA TERMINAL.                               *
000020*                                                        *
000021*  ENTER = CONSULTA   PF7 = PAGINA ANTERIOR              *
000022*  PF8   = PAGINA SIGUIENTE   PF4 = LIMPIAR              *
000023*  PF5   = ALTA O MODIFICACION DE TASA FUTURA            *
000024*  PF6   = BAJA DE TASA FUTURA   PF12 = SALIR            *
000025*                                                        *
000026**********************************************************
000027*      MANTENIMIENTO DE PROGRAMA                         *
000028**********************************************************
000029*  FECHA      *       DETALLE        *
000030**************************************
000031* 15/10/2026  * MANTENIMIENTO DE     *
000032*             * TASAS CON VIGENCIA   *
000033*             * (T259)               *
000034**************************************
000035 AUTHOR. NAHUEL GATTARI.
000036 ENVIRONMENT DIVISION.
000037 CONFIGURATION SECTION.
000038 SPECIAL-NAMES.
000039     DECIMAL-POINT IS COMMA.
000040 DATA DIVISION.
000041 FILE SECTION.
000042 WORKING-STORAGE SECTION.
000043
000044 01 WS-MAP                 PIC X(08)       VALUE 'MAP0159'.
000045 01 WS-MAPSET              PIC X(08)       VALUE 'MAP0259'.
000046 01 WS-LONG                PIC S9(04) COMP.
000047 01 WS-DATE                PIC X(10)       VALUE SPACES.
000048 01 WS-SEP                 PIC X           VALUE '-'.
000049 01 WS-ABSTIME             PIC S9(16) COMP VALUE +0.
000050 01 WS-RESP                PIC S9(4)  COMP.
000051 01 WS-TIME                PIC X(8)        VALUE SPACES.
000052 01 WS-TIMESEP             PIC X           VALUE ':'.
000053 01 WS-AAAAMMDD            PIC 9(08)       VALUE ZEROS.
000054
000055 01 WS-TAS-DATASET         PIC X(08)       VALUE 'TASAS19 '.
000056 01 WS-LEN-TAS             PIC S9(04)      VALUE 80   COMP.
000057
000058 01 WS-RIDFLD-TAS.
000059    03 WS-RID-TAS-TIPO     PIC X(02).
000060    03 WS-RID-TAS-MON      PIC X(02).
000061    03 WS-RID-TAS-VIG      PIC 9(08).
000062
000063**************************************
000064*      OPERADOR Y AUDITORIA          *
000065**************************************
000066
000067 01 WS-OPER-DATASET        PIC X(08)       VALUE 'OPERADOR'.
000068 01 WS-LEN-OPER            PIC S9(04)      VALUE 50   COMP.
000069 01 WS-RIDFLD-OPE          PIC X(08)       VALUE SPACES.
000070 01 WS-AUD-DATASET         PIC X(08)       VALUE 'AUDTAS19'.
000071 01 WS-LEN-AUD             PIC S9(04)      VALUE 80   COMP.
000072 01 WS-AUD-OPER            PIC X(13)       VALUE SPACES.
000073 01 WS-AUD-ANT-TASA        PIC 9(02)V9(04) VALUE ZEROS.
000074
000075**************************************
000076*   CONTROL DEL PAGINADO             *
000077**************************************
000078
000079 77 WS-LINEAS-POR-PAG      PIC 9(02)       VALUE 10.
000080 77 WS-SALTEAR             PIC 9(05)       VALUE ZEROS.
000081 77 WS-MOSTRADAS           PIC 9(02)       VALUE ZEROS.
000082
000083 01 WS-SW-BROWSE           PIC X           VALUE 'N'.
000084    88 WS-FIN-BROWSE                       VALUE 'S'.
000085    88 WS-SIGUE-BROWSE                     VALUE 'N'.
000086
000087 01 WS-SW-HAY-MAS          PIC X           VALUE 'N'.
000088    88 WS-HAY-MAS                          VALUE 'S'.
000089    88 WS-NO-HAY-MAS                       VALUE 'N'.
000090
000091**************************************
000092*   TASA EN VIGOR DEL PRODUCTO       *
000093**************************************
000094
000095 77 WS-VIG-EN-VIGOR        PIC 9(08)       VALUE ZEROS.
000096
000097**************************************
000098*   DATOS DE LA TASA A GRABAR        *
000099**************************************
000100
000101 01 WS-VIGENCIA            PIC 9(08)       VALUE ZEROS.
000102 01 WS-VIGENCIA-R REDEFINES WS-VIGENCIA.
000103    03 WS-VIG-AAAA         PIC 9(04).
000104    03 WS-VIG-MM           PIC 9(02).
000105    03 WS-VIG-DD           PIC 9(02).
000106
000107 01 WS-TASA-NUEVA          PIC 9(02)V9(04) VALUE ZEROS.
000108 01 WS-TASA-NUEVA-X REDEFINES WS-TASA-NUEVA
000109                           PIC X(06).
000110
000111 01 WS-MSG-RESULTADO       PIC X(72)       VALUE SPACES.
000112
000113**************************************
000114*   LINEA DE DETALLE DE LA PANTALLA  *
000115**************************************
000116
000117 01 WS-LINEA-DET.
000118    03 WS-DET-VIGENCIA     PIC 9(08)       VALUE ZEROS.
000119    03 FILLER              PIC X(04)       VALUE SPACES.
000120    03 WS-DET-TASA         PIC Z9,9999     VALUE ZEROS.
000121    03 FILLER              PIC X(04)       VALUE SPACES.
000122    03 WS-DET-ESTADO       PIC X(10)       VALUE SPACES.
000123    03 FILLER              PIC X(04)       VALUE SPACES.
000124    03 WS-DET-ALTA         PIC X(08)       VALUE SPACES.
000125    03 FILLER              PIC X(04)       VALUE SPACES.
000126    03 WS-DET-OPER         PIC X(08)       VALUE SPACES.
000127    03 FILLER              PIC X(18)       VALUE SPACES.
000128
000129**************************************
000130*      SWITCH DE VALIDACION          *
000131**************************************
000132
000133 01 WS-SW-VALIDO            PIC X           VALUE 'S'.
000134    88 WS-DATOS-VALIDOS                     VALUE 'S'.
000135    88 WS-DATOS-INVALIDOS                   VALUE 'N'.
000136
000137 01  WS-COMMAREA.
000138     03  WS-COM-TIPCTA     PIC X(02).
000139     03  WS-COM-MONEDA     PIC X(02).
000140     03  WS-COM-PAGINA     PIC 9(03).
000141     03  WS-COM-OPER       PIC X(08).
000142     03  WS-COM-NIVEL      PIC 9(01).
000143           88 WS-NIVEL-SUPERVISOR         VALUE 3.
000144
000145    COPY MAP0259.
000146    COPY DFHBMSCA.
000147    COPY DFHAID.
000148    COPY CPTASAS.
000149    COPY CPOPER.
000150    COPY CPAUDTAS.
000151
000152 LINKAGE SECTION.
000153
000154 01 DFHCOMMAREA            PIC X(16).
000155
000156 PROCEDURE DIVISION.
000157
000158 MAIN-PROGRAM.
000159
000160     PERFORM 1000-I-INICIO  THRU  1000-F-INICIO.
000161
000162     PERFORM 2000-I-PROCESO THRU  2000-F-PROCESO.
000163
000164     PERFORM 3999-I-LOOP    THRU  3999-F-LOOP.
000165
000166
000167**************************************
000168*                                    *
000169*  CUERPO INICIO                     *
000170*                                    *
000171**************************************
000172
000173 1000-I-INICIO.
000174
000175         EXEC CICS
000176              HANDLE ABEND
000177              LABEL (9000-I-ABEND)
000178         END-EXEC.
000179
000180        MOVE LENGTH OF MAP0159O TO WS-LONG
000181
000182         EXEC CICS ASKTIME
000183            ABSTIME (WS-ABSTIME)
000184         END-EXEC.
000185
000186         EXEC CICS FORMATTIME
000187            ABSTIME (WS-ABSTIME)
000188            DDMMYYYY(WS-DATE) DATESEP(WS-SEP)
000189            YYYYMMDD(WS-AAAAMMDD)
000190            TIME (WS-TIME) TIMESEP (WS-TIMESEP)
000191         END-EXEC.
000192
000193        MOVE DFHCOMMAREA TO WS-COMMAREA.
000194
000195 1000-F-INICIO. EXIT.
000196
000197**************************************
000198*                                    *
000199*  CUERPO PRINCIPAL DE PROCESOS      *
000200*                                    *
000201**************************************
000202
000203 2000-I-PROCESO.
000204
000205        MOVE WS-DATE TO FECHAO
000206
000207        EXEC CICS
000208             RECEIVE MAP(WS-MAP)
000209             MAPSET(WS-MAPSET)
000210             INTO(MAP0159I)
000211             RESP(WS-RESP)
000212        END-EXEC
000213
000214      EVALUATE WS-RESP
000215      WHEN DFHRESP(NORMAL)
000216
000217        PERFORM 3300-I-KEYS  THRU 3300-F-KEYS
000218
000219      WHEN DFHRESP(MAPFAIL)
000220        INITIALIZE MAP0159O
000221        MOVE LENGTH OF MAP0159O     TO WS-LONG
000222        MOVE WS-DATE                TO FECHAO
000223        MOVE 'DATOS INCORRECTOS'    TO MSGO
000224        IF EIBAID = DFHPF12
000225            PERFORM 3800-I-ESC
000226              THRU  3800-F-ESC
000227        END-IF
000228        EXEC CICS SEND MAP (WS-MAP)
000229             MAPSET (WS-MAPSET)
000230             FROM (MAP0159O)
000231             LENGTH (WS-LONG)
000232             ERASE
000233             FREEKB
000234        END-EXEC
000235
000236        WHEN OTHER
000237          INITIALIZE MAP0159O
000238          MOVE LENGTH OF MAP0159O     TO WS-LONG
000239          MOVE WS-DATE                TO FECHAO
000240          MOVE 'ERROR DE COMUNICACION. REINTENTE.' TO MSGO
000241          EXEC CICS SEND MAP (WS-MAP)
000242               MAPSET (WS-MAPSET)
000243               FROM (MAP0159O)
000244               LENGTH (WS-LONG)
000245               ERASE
000246               FREEKB
000247          END-EXEC
000248      END-EVALUATE.
000249
000250 2000-F-PROCESO. EXIT.
000251
000252 3300-I-KEYS.
000253
000254     IF EIBAID NOT EQUAL DFHPF12
000255        IF WS-COM-OPER EQUAL SPACES
000256           OR WS-COM-OPER EQUAL LOW-VALUES
000257           PERFORM 3200-I-SIGNON
000258              THRU 3200-F-SIGNON
000259        END-IF
000260        IF WS-COM-OPER EQUAL SPACES
000261           OR WS-COM-OPER EQUAL LOW-VALUES
000262           GO TO 3300-F-KEYS
000263        END-IF
000264        IF NOT WS-NIVEL-SUPERVISOR
000265           PERFORM 3250-I-NO-AUTORIZADO
000266              THRU 3250-F-NO-AUTORIZADO
000267           GO TO 3300-F-KEYS
000268        END-IF
000269     END-IF.
000270
000271      EVALUATE EIBAID
000272
000273        WHEN DFHENTER
000274            PERFORM 3350-I-ENTER
000275            THRU 3350-F-ENTER
000276
000277        WHEN DFHPF7
000278            PERFORM 3370-I-PAG-ANTERIOR
000279            THRU 3370-F-PAG-ANTERIOR
000280
000281        WHEN DFHPF8
000282            PERFORM 3380-I-PAG-SIGUIENTE
000283            THRU 3380-F-PAG-SIGUIENTE
000284
000285        WHEN DFHPF5
000286            PERFORM 3400-I-GRABAR-TASA
000287            THRU 3400-F-GRABAR-TASA
000288
000289        WHEN DFHPF6
000290            PERFORM 3450-I-BAJA-TASA
000291            THRU 3450-F-BAJA-TASA
000292
000293        WHEN DFHPF4
000294            PERFORM 3500-I-CLEAN
000295            THRU 3500-F-CLEAN
000296
000297        WHEN DFHPF12
000298            PERFORM 3800-I-ESC
000299            THRU 3800-F-ESC
000300
000301        WHEN OTHER
000302
000303            MOVE 'SE PULSO UNA TECLA INCORRECTA.' TO MSGO
000304            PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000305
000306      END-EVALUATE.
000307
000308 3300-F-KEYS. EXIT.
000309
000310**************************************
000311*                                    *
000312*  IDENTIFICACION DEL OPERADOR       *
000313*  CONTRA EL ARCHIVO OPERADOR        *
000314*                                    *
000315**************************************
000316
000317 3200-I-SIGNON.
000318
000319     IF OPERI EQUAL SPACES OR OPERI EQUAL LOW-VALUES
000320        MOVE 'IDENTIFIQUESE: INGRESE SU CODIGO DE OPERADOR.'
000321             TO MSGO
000322        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000323        GO TO 3200-F-SIGNON
000324     END-IF.
000325
000326     MOVE OPERI TO WS-RIDFLD-OPE.
000327
000328     EXEC CICS
000329          READ DATASET (WS-OPER-DATASET)
000330          RIDFLD (WS-RIDFLD-OPE)
000331          INTO   (REG-OPERADOR)
000332          LENGTH (WS-LEN-OPER)
000333          EQUAL
000334          RESP   (WS-RESP)
000335     END-EXEC.
000336
000337     EVALUATE WS-RESP
000338         WHEN DFHRESP(NORMAL)
000339              IF OPE-ESTADO EQUAL 'B'
000340                 MOVE
000341               'OPERADOR BLOQUEADO. SOLICITE EL DESBLOQUEO.'
000342                      TO MSGO
000343                 PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000344                 GO TO 3200-F-SIGNON
000345              END-IF
000346              MOVE OPE-ID    TO WS-COM-OPER
000347              MOVE OPE-NIVEL TO WS-COM-NIVEL
000348         WHEN DFHRESP(NOTFND)
000349              MOVE 'OPERADOR NO REGISTRADO. VERIFIQUE EL CODIGO.'
000350                   TO MSGO
000351              PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000352         WHEN OTHER
000353              MOVE 'ERROR AL LEER EL ARCHIVO DE OPERADORES.'
000354                   TO MSGO
000355              PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000356     END-EVALUATE.
000357
000358 3200-F-SIGNON. EXIT.
000359
000360**************************************
000361*                                    *
000362*  OPERACION RECHAZADA POR NIVEL     *
000363*  DE AUTORIZACION INSUFICIENTE.     *
000364*  EL OPERADOR NO QUEDA IDENTIFICADO *
000365*                                    *
000366**************************************
000367
000368 3250-I-NO-AUTORIZADO.
000369
000370     MOVE SPACES TO WS-COM-OPER.
000371     MOVE ZEROS  TO WS-COM-NIVEL.
000372     MOVE 'TRANSACCION RESERVADA A SUPERVISORES (NIVEL 3).'
000373          TO MSGO.
000374     PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR.
000375
000376 3250-F-NO-AUTORIZADO. EXIT.
000377
000378**************************************
000379*                                    *
000380*  CONSULTA INICIAL (ENTER)          *
000381*                                    *
000382**************************************
000383
000384 3350-I-ENTER.
000385
000386     IF TIPCTAI EQUAL SPACES OR TIPCTAI EQUAL LOW-VALUES
000387        MOVE 'INGRESE EL PRODUCTO (TIPO DE CUENTA).' TO MSGO
000388        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000389        GO TO 3350-F-ENTER
000390     END-IF.
000391
000392     IF MONEDAI EQUAL SPACES OR MONEDAI EQUAL LOW-VALUES
000393        MOVE 'INGRESE LA MONEDA.' TO MSGO
000394        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000395        GO TO 3350-F-ENTER
000396     END-IF.
000397
000398     MOVE TIPCTAI TO WS-COM-TIPCTA.
000399     MOVE MONEDAI TO WS-COM-MONEDA.
000400     MOVE 1       TO WS-COM-PAGINA.
000401
000402     PERFORM 4000-I-MOSTRAR-PAGINA
000403        THRU 4000-F-MOSTRAR-PAGINA.
000404
000405 3350-F-ENTER. EXIT.
000406
000407**************************************
000408*                                    *
000409*  PAGINA ANTERIOR (PF7)             *
000410*                                    *
000411**************************************
000412
000413 3370-I-PAG-ANTERIOR.
000414
000415     IF WS-COM-TIPCTA EQUAL SPACES
000416        OR WS-COM-TIPCTA EQUAL LOW-VALUES
000417        MOVE 'PRIMERO CONSULTE UN PRODUCTO CON ENTER.' TO MSGO
000418        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000419        GO TO 3370-F-PAG-ANTERIOR
000420     END-IF.
000421
000422     IF WS-COM-PAGINA GREATER THAN 1
000423        SUBTRACT 1 FROM WS-COM-PAGINA
000424     END-IF.
000425
000426     PERFORM 4000-I-MOSTRAR-PAGINA
000427        THRU 4000-F-MOSTRAR-PAGINA.
000428
000429 3370-F-PAG-ANTERIOR. EXIT.
000430
000431**************************************
000432*                                    *
000433*  PAGINA SIGUIENTE (PF8)            *
000434*                                    *
000435**************************************
000436
000437 3380-I-PAG-SIGUIENTE.
000438
000439     IF WS-COM-TIPCTA EQUAL SPACES
000440        OR WS-COM-TIPCTA EQUAL LOW-VALUES
000441        MOVE 'PRIMERO CONSULTE UN PRODUCTO CON ENTER.' TO MSGO
000442        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000443        GO TO 3380-F-PAG-SIGUIENTE
000444     END-IF.
000445
000446     ADD 1 TO WS-COM-PAGINA.
000447
000448     PERFORM 4000-I-MOSTRAR-PAGINA
000449        THRU 4000-F-MOSTRAR-PAGINA.
000450
000451     IF WS-MOSTRADAS EQUAL ZEROS
000452        AND WS-COM-PAGINA GREATER THAN 1
000453        SUBTRACT 1 FROM WS-COM-PAGINA
000454        MOVE 'NO HAY MAS TASAS.' TO WS-MSG-RESULTADO
000455        PERFORM 4000-I-MOSTRAR-PAGINA
000456           THRU 4000-F-MOSTRAR-PAGINA
000457     END-IF.
000458
000459 3380-F-PAG-SIGUIENTE. EXIT.
000460
000461**************************************
000462*                                    *
000463*  ALTA O MODIFICACION (PF5) DE UNA  *
000464*  TASA DE VIGENCIA FUTURA. SI LA    *
000465*  VIGENCIA YA EXISTE SE CAMBIA LA   *
000466*  TASA, SI NO SE DA DE ALTA         *
000467*                                    *
000468**************************************
000469
000470 3400-I-GRABAR-TASA.
000471
000472     PERFORM 3600-I-VALIDAR-VIGENCIA
000473        THRU 3600-F-VALIDAR-VIGENCIA.
000474
000475     IF WS-DATOS-INVALIDOS
000476        GO TO 3400-F-GRABAR-TASA
000477     END-IF.
000478
000479     IF TASAI IS NOT NUMERIC
000480        MOVE 'TASA INVALIDA: 6 DIGITOS, 2 ENTEROS Y 4 DECIMALES.'
000481             TO MSGO
000482        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000483        GO TO 3400-F-GRABAR-TASA
000484     END-IF.
000485
000486     MOVE TASAI TO WS-TASA-NUEVA-X.
000487
000488     IF WS-TASA-NUEVA EQUAL ZEROS
000489        MOVE 'LA TASA NO PUEDE SER CERO.' TO MSGO
000490        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000491        GO TO 3400-F-GRABAR-TASA
000492     END-IF.
000493
000494     EXEC CICS
000495          READ DATASET (WS-TAS-DATASET)
000496          RIDFLD (WS-RIDFLD-TAS)
000497          INTO   (REG-TASA)
000498          LENGTH (WS-LEN-TAS)
000499          UPDATE
000500          EQUAL
000501          RESP   (WS-RESP)
000502     END-EXEC.
000503
000504     EVALUATE WS-RESP
000505         WHEN DFHRESP(NORMAL)
000506              MOVE TAS-TASA        TO WS-AUD-ANT-TASA
000507              MOVE 'MODIFICACION'  TO WS-AUD-OPER
000508              MOVE WS-TASA-NUEVA   TO TAS-TASA
000509              MOVE WS-AAAAMMDD     TO TAS-FECHA-ALTA
000510              MOVE WS-TIME         TO TAS-HORA-ALTA
000511              MOVE WS-COM-OPER     TO TAS-OPERADOR
000512              EXEC CICS
000513                   REWRITE DATASET (WS-TAS-DATASET)
000514                   FROM   (REG-TASA)
000515                   LENGTH (WS-LEN-TAS)
000516                   RESP   (WS-RESP)
000517              END-EXEC
000518         WHEN DFHRESP(NOTFND)
000519              MOVE ZEROS           TO WS-AUD-ANT-TASA
000520              MOVE 'ALTA'          TO WS-AUD-OPER
000521              MOVE SPACES          TO REG-TASA
000522              MOVE WS-COM-TIPCTA   TO TAS-TIPO-CUENTA
000523              MOVE WS-COM-MONEDA   TO TAS-MONEDA
000524              MOVE WS-VIGENCIA     TO TAS-VIGENCIA
000525              MOVE WS-TASA-NUEVA   TO TAS-TASA
000526              MOVE WS-AAAAMMDD     TO TAS-FECHA-ALTA
000527              MOVE WS-TIME         TO TAS-HORA-ALTA
000528              MOVE WS-COM-OPER     TO TAS-OPERADOR
000529              EXEC CICS
000530                   WRITE DATASET (WS-TAS-DATASET)
000531                   FROM   (REG-TASA)
000532                   RIDFLD (WS-RIDFLD-TAS)
000533                   LENGTH (WS-LEN-TAS)
000534                   RESP   (WS-RESP)
000535              END-EXEC
000536         WHEN OTHER
000537              CONTINUE
000538     END-EVALUATE.
000539
000540     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
000541        DISPLAY '* ERROR EN GRABACION DE TASAS19. RESP = '
000542                WS-RESP
000543        EXEC CICS
000544             SYNCPOINT ROLLBACK
000545        END-EXEC
000546        MOVE 'ERROR AL GRABAR LA TASA. NO SE MODIFICO NADA.'
000547             TO WS-MSG-RESULTADO
000548        PERFORM 4000-I-MOSTRAR-PAGINA
000549           THRU 4000-F-MOSTRAR-PAGINA
000550        GO TO 3400-F-GRABAR-TASA
000551     END-IF.
000552
000553     PERFORM 3950-I-AUDITAR THRU 3950-F-AUDITAR.
000554
000555     IF WS-AUD-OPER EQUAL 'ALTA'
000556        MOVE 'TASA DADA DE ALTA.'  TO WS-MSG-RESULTADO
000557     ELSE
000558        MOVE 'TASA MODIFICADA.'    TO WS-MSG-RESULTADO
000559     END-IF.
000560
000561     PERFORM 3700-I-CONFIRMAR THRU 3700-F-CONFIRMAR.
000562
000563 3400-F-GRABAR-TASA. EXIT.
000564
000565**************************************
000566*                                    *
000567*  BAJA (PF6) DE UNA TASA DE         *
000568*  VIGENCIA FUTURA                   *
000569*                                    *
000570**************************************
000571
000572 3450-I-BAJA-TASA.
000573
000574     PERFORM 3600-I-VALIDAR-VIGENCIA
000575        THRU 3600-F-VALIDAR-VIGENCIA.
000576
000577     IF WS-DATOS-INVALIDOS
000578        GO TO 3450-F-BAJA-TASA
000579     END-IF.
000580
000581     EXEC CICS
000582          READ DATASET (WS-TAS-DATASET)
000583          RIDFLD (WS-RIDFLD-TAS)
000584          INTO   (REG-TASA)
000585          LENGTH (WS-LEN-TAS)
000586          UPDATE
000587          EQUAL
000588          RESP   (WS-RESP)
000589     END-EXEC.
000590
000591     EVALUATE WS-RESP
000592         WHEN DFHRESP(NORMAL)
000593              CONTINUE
000594         WHEN DFHRESP(NOTFND)
000595              MOVE 'NO HAY TASA CARGADA CON ESA VIGENCIA.' TO MSGO
000596              PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000597              GO TO 3450-F-BAJA-TASA
000598         WHEN OTHER
000599              MOVE 'ERROR AL LEER EL ARCHIVO DE TASAS.' TO MSGO
000600              PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000601              GO TO 3450-F-BAJA-TASA
000602     END-EVALUATE.
000603
000604     MOVE TAS-TASA   TO WS-AUD-ANT-TASA.
000605     MOVE ZEROS      TO WS-TASA-NUEVA.
000606     MOVE 'BAJA'     TO WS-AUD-OPER.
000607
000608     EXEC CICS
000609          DELETE DATASET (WS-TAS-DATASET)
000610          RESP   (WS-RESP)
000611     END-EXEC.
000612
000613     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
000614        DISPLAY '* ERROR EN DELETE DE TASAS19. RESP = '
000615                WS-RESP
000616        EXEC CICS
000617             SYNCPOINT ROLLBACK
000618        END-EXEC
000619        MOVE 'ERROR AL DAR DE BAJA LA TASA. NO SE MODIFICO NADA.'
000620             TO WS-MSG-RESULTADO
000621        PERFORM 4000-I-MOSTRAR-PAGINA
000622           THRU 4000-F-MOSTRAR-PAGINA
000623        GO TO 3450-F-BAJA-TASA
000624     END-IF.
000625
000626     PERFORM 3950-I-AUDITAR THRU 3950-F-AUDITAR.
000627
000628     MOVE 'TASA DADA DE BAJA.' TO WS-MSG-RESULTADO.
000629
000630     PERFORM 3700-I-CONFIRMAR THRU 3700-F-CONFIRMAR.
000631
000632 3450-F-BAJA-TASA. EXIT.
000633
000634**************************************
000635*                                    *
000636*  VALIDACION DE LA VIGENCIA: DEBE   *
000637*  SER UNA FECHA VALIDA POSTERIOR A  *
000638*  HOY, DEL PRODUCTO CONSULTADO.     *
000639*  DEJA ARMADA LA CLAVE DE TASAS19   *
000640*                                    *
000641**************************************
000642
000643 3600-I-VALIDAR-VIGENCIA.
000644
000645     SET WS-DATOS-VALIDOS TO TRUE.
000646
000647     IF WS-COM-TIPCTA EQUAL SPACES
000648        OR WS-COM-TIPCTA EQUAL LOW-VALUES
000649        OR TIPCTAI NOT EQUAL WS-COM-TIPCTA
000650        OR MONEDAI NOT EQUAL WS-COM-MONEDA
000651        MOVE 'PRIMERO CONSULTE EL PRODUCTO CON ENTER.' TO MSGO
000652        SET WS-DATOS-INVALIDOS TO TRUE
000653        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000654        GO TO 3600-F-VALIDAR-VIGENCIA
000655     END-IF.
000656
000657     IF VIGENCI IS NOT NUMERIC
000658        MOVE 'LA VIGENCIA ES INVALIDA (AAAAMMDD).' TO MSGO
000659        SET WS-DATOS-INVALIDOS TO TRUE
000660        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000661        GO TO 3600-F-VALIDAR-VIGENCIA
000662     END-IF.
000663
000664     MOVE VIGENCI TO WS-VIGENCIA.
000665
000666     IF WS-VIG-MM LESS THAN 1 OR WS-VIG-MM GREATER THAN 12
000667        OR WS-VIG-DD LESS THAN 1 OR WS-VIG-DD GREATER THAN 31
000668        MOVE 'LA VIGENCIA ES INVALIDA (AAAAMMDD).' TO MSGO
000669        SET WS-DATOS-INVALIDOS TO TRUE
000670        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000671        GO TO 3600-F-VALIDAR-VIGENCIA
000672     END-IF.
000673
000674*    UNA TASA QUE YA RIGE O RIGIO NO SE PUEDE TOCAR
000675
000676     IF WS-VIGENCIA NOT GREATER THAN WS-AAAAMMDD
000677        MOVE 'SOLO SE CARGAN O BORRAN TASAS DE VIGENCIA FUTURA.'
000678             TO MSGO
000679        SET WS-DATOS-INVALIDOS TO TRUE
000680        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000681        GO TO 3600-F-VALIDAR-VIGENCIA
000682     END-IF.
000683
000684     MOVE WS-COM-TIPCTA TO WS-RID-TAS-TIPO.
000685     MOVE WS-COM-MONEDA TO WS-RID-TAS-MON.
000686     MOVE WS-VIGENCIA   TO WS-RID-TAS-VIG.
000687
000688 3600-F-VALIDAR-VIGENCIA. EXIT.
000689
000690**************************************
000691*                                    *
000692*  CONFIRMA EL CAMBIO (SYNCPOINT) Y  *
000693*  MUESTRA LA PAGINA CON EL          *
000694*  RESULTADO                         *
000695*                                    *
000696**************************************
000697
000698 3700-I-CONFIRMAR.
000699
000700     IF WS-DATOS-INVALIDOS
000701        EXEC CICS
000702             SYNCPOINT ROLLBACK
000703        END-EXEC
000704        MOVE 'ERROR AL GRABAR LA AUDITORIA. NO SE MODIFICO NADA.'
000705             TO WS-MSG-RESULTADO
000706     ELSE
000707        EXEC CICS
000708             SYNCPOINT
000709        END-EXEC
000710     END-IF.
000711
000712     PERFORM 4000-I-MOSTRAR-PAGINA
000713        THRU 4000-F-MOSTRAR-PAGINA.
000714
000715 3700-F-CONFIRMAR. EXIT.
000716
000717**************************************
000718*                                    *
000719*  AUDITORIA DEL CAMBIO DE TASA      *
000720*  (AUDTAS19). SIN LA AUDITORIA NO   *
000721*  HAY CAMBIO: UN ERROR LO DESHACE   *
000722*                                    *
000723**************************************
000724
000725 3950-I-AUDITAR.
000726
000727     MOVE SPACES            TO REG-AUDTAS.
000728     MOVE WS-COM-TIPCTA     TO ATA-TIPO-CUENTA.
000729     MOVE WS-COM-MONEDA     TO ATA-MONEDA.
000730     MOVE WS-VIGENCIA       TO ATA-VIGENCIA.
000731     MOVE WS-AUD-OPER       TO ATA-OPERACION.
000732     MOVE WS-DATE           TO ATA-FECHA.
000733     MOVE WS-TIME           TO ATA-HORA.
000734     MOVE EIBTRMID          TO ATA-TERMINAL.
000735     MOVE EIBTASKN          TO ATA-TASKN.
000736     MOVE WS-COM-OPER       TO ATA-OPERADOR.
000737     MOVE WS-AUD-ANT-TASA   TO ATA-ANT-TASA.
000738     MOVE WS-TASA-NUEVA     TO ATA-DES-TASA.
000739
000740     EXEC CICS
000741          WRITE DATASET (WS-AUD-DATASET)
000742          FROM   (REG-AUDTAS)
000743          LENGTH (WS-LEN-AUD)
000744          RESP   (WS-RESP)
000745     END-EXEC.
000746
000747     EVALUATE WS-RESP
000748         WHEN DFHRESP(NORMAL)
000749             CONTINUE
000750         WHEN OTHER
000751             DISPLAY '* ERROR EN WRITE DE AUDITORIA. RESP = '
000752                     WS-RESP
000753             SET WS-DATOS-INVALIDOS TO TRUE
000754     END-EVALUATE.
000755
000756 3950-F-AUDITAR. EXIT.
000757
000758**************************************
000759*                                    *
000760*  ARMA Y ENVIA LA PAGINA PEDIDA:    *
000761*  BUSCA LA VIGENCIA EN VIGOR, HACE  *
000762*  EL BROWSE DESDE EL PRODUCTO,      *
000763*  SALTEA LAS PAGINAS ANTERIORES Y   *
000764*  MUESTRA HASTA 10 VIGENCIAS        *
000765*                                    *
000766**************************************
000767
000768 4000-I-MOSTRAR-PAGINA.
000769
000770     MOVE SPACES TO LINM01O LINM02O LINM03O LINM04O LINM05O
000771                    LINM06O LINM07O LINM08O LINM09O LINM10O.
000772
000773     PERFORM 4050-I-BUSCAR-VIGENTE THRU 4050-F-BUSCAR-VIGENTE.
000774
000775     MOVE ZEROS TO WS-MOSTRADAS.
000776     SET WS-SIGUE-BROWSE TO TRUE.
000777     SET WS-NO-HAY-MAS   TO TRUE.
000778
000779     COMPUTE WS-SALTEAR =
000780             (WS-COM-PAGINA - 1) * WS-LINEAS-POR-PAG.
000781
000782     MOVE WS-COM-TIPCTA TO WS-RID-TAS-TIPO.
000783     MOVE WS-COM-MONEDA TO WS-RID-TAS-MON.
000784     MOVE ZEROS         TO WS-RID-TAS-VIG.
000785
000786     EXEC CICS
000787          STARTBR DATASET (WS-TAS-DATASET)
000788          RIDFLD  (WS-RIDFLD-TAS)
000789          GTEQ
000790          RESP    (WS-RESP)
000791     END-EXEC.
000792
000793     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
000794        MOVE 'EL PRODUCTO NO TIENE TASAS CARGADAS.' TO MSGO
000795        IF WS-MSG-RESULTADO NOT EQUAL SPACES
000796           MOVE WS-MSG-RESULTADO TO MSGO
000797        END-IF
000798        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000799        GO TO 4000-F-MOSTRAR-PAGINA
000800     END-IF.
000801
000802     PERFORM 4100-I-LEER-TASA THRU 4100-F-LEER-TASA
000803        UNTIL WS-FIN-BROWSE.
000804
000805     EXEC CICS
000806          ENDBR DATASET (WS-TAS-DATASET)
000807          RESP  (WS-RESP)
000808     END-EXEC.
000809
000810     IF WS-MOSTRADAS EQUAL ZEROS
000811        IF WS-COM-PAGINA EQUAL 1
000812           MOVE 'EL PRODUCTO NO TIENE TASAS CARGADAS.' TO MSGO
000813        END-IF
000814     ELSE
000815        IF WS-HAY-MAS
000816           MOVE 'HAY MAS TASAS: PF8 PAGINA SIGUIENTE.' TO MSGO
000817        ELSE
000818           MOVE 'FIN DE LAS TASAS DEL PRODUCTO.' TO MSGO
000819        END-IF
000820     END-IF.
000821
000822*    EL RESULTADO DE UN ALTA, MODIFICACION O BAJA TIENE
000823*    PRIORIDAD SOBRE EL MENSAJE DEL PAGINADO
000824
000825     IF WS-MSG-RESULTADO NOT EQUAL SPACES
000826        MOVE WS-MSG-RESULTADO TO MSGO
000827     END-IF.
000828
000829     PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR.
000830
000831 4000-F-MOSTRAR-PAGINA. EXIT.
000832
000833**************************************
000834*                                    *
000835*  VIGENCIA EN VIGOR DEL PRODUCTO:   *
000836*  LA MAYOR QUE NO SUPERA HOY        *
000837*                                    *
000838**************************************
000839
000840 4050-I-BUSCAR-VIGENTE.
000841
000842     MOVE ZEROS         TO WS-VIG-EN-VIGOR.
000843     SET WS-SIGUE-BROWSE TO TRUE.
000844
000845     MOVE WS-COM-TIPCTA TO WS-RID-TAS-TIPO.
000846     MOVE WS-COM-MONEDA TO WS-RID-TAS-MON.
000847     MOVE ZEROS         TO WS-RID-TAS-VIG.
000848
000849     EXEC CICS
000850          STARTBR DATASET (WS-TAS-DATASET)
000851          RIDFLD  (WS-RIDFLD-TAS)
000852          GTEQ
000853          RESP    (WS-RESP)
000854     END-EXEC.
000855
000856     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
000857        GO TO 4050-F-BUSCAR-VIGENTE
000858     END-IF.
000859
000860     PERFORM 4060-I-LEER-VIGENCIA THRU 4060-F-LEER-VIGENCIA
000861        UNTIL WS-FIN-BROWSE.
000862
000863     EXEC CICS
000864          ENDBR DATASET (WS-TAS-DATASET)
000865          RESP  (WS-RESP)
000866     END-EXEC.
000867
000868 4050-F-BUSCAR-VIGENTE. EXIT.
000869
000870 4060-I-LEER-VIGENCIA.
000871
000872     EXEC CICS
000873          READNEXT DATASET (WS-TAS-DATASET)
000874          RIDFLD   (WS-RIDFLD-TAS)
000875          INTO     (REG-TASA)
000876          LENGTH   (WS-LEN-TAS)
000877          RESP     (WS-RESP)
000878     END-EXEC.
000879
000880     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
000881        SET WS-FIN-BROWSE TO TRUE
000882        GO TO 4060-F-LEER-VIGENCIA
000883     END-IF.
000884
000885     IF TAS-TIPO-CUENTA NOT EQUAL WS-COM-TIPCTA
000886        OR TAS-MONEDA NOT EQUAL WS-COM-MONEDA
000887        OR TAS-VIGENCIA GREATER THAN WS-AAAAMMDD
000888        SET WS-FIN-BROWSE TO TRUE
000889        GO TO 4060-F-LEER-VIGENCIA
000890     END-IF.
000891
000892     MOVE TAS-VIGENCIA TO WS-VIG-EN-VIGOR.
000893
000894 4060-F-LEER-VIGENCIA. EXIT.
000895
000896**************************************
000897*                                    *
000898*  LECTURA DE LA PROXIMA VIGENCIA    *
000899*  DEL PRODUCTO                      *
000900*                                    *
000901**************************************
000902
000903 4100-I-LEER-TASA.
000904
000905     EXEC CICS
000906          READNEXT DATASET (WS-TAS-DATASET)
000907          RIDFLD   (WS-RIDFLD-TAS)
000908          INTO     (REG-TASA)
000909          LENGTH   (WS-LEN-TAS)
000910          RESP     (WS-RESP)
000911     END-EXEC.
000912
000913     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
000914        SET WS-FIN-BROWSE TO TRUE
000915        GO TO 4100-F-LEER-TASA
000916     END-IF.
000917
000918     IF TAS-TIPO-CUENTA NOT EQUAL WS-COM-TIPCTA
000919        OR TAS-MONEDA NOT EQUAL WS-COM-MONEDA
000920        SET WS-FIN-BROWSE TO TRUE
000921        GO TO 4100-F-LEER-TASA
000922     END-IF.
000923
000924     IF WS-SALTEAR GREATER THAN ZEROS
000925        SUBTRACT 1 FROM WS-SALTEAR
000926        GO TO 4100-F-LEER-TASA
000927     END-IF.
000928
000929     IF WS-MOSTRADAS EQUAL WS-LINEAS-POR-PAG
000930        SET WS-HAY-MAS TO TRUE
000931        SET WS-FIN-BROWSE TO TRUE
000932        GO TO 4100-F-LEER-TASA
000933     END-IF.
000934
000935     PERFORM 4500-I-ARMAR-LINEA THRU 4500-F-ARMAR-LINEA.
000936
000937 4100-F-LEER-TASA. EXIT.
000938
000939**************************************
000940*                                    *
000941*  ARMA UNA LINEA DE LA PANTALLA     *
000942*                                    *
000943**************************************
000944
000945 4500-I-ARMAR-LINEA.
000946
000947     MOVE TAS-VIGENCIA     TO WS-DET-VIGENCIA.
000948     MOVE TAS-TASA         TO WS-DET-TASA.
000949     MOVE TAS-OPERADOR     TO WS-DET-OPER.
000950
000951     EVALUATE TRUE
000952       WHEN TAS-VIGENCIA GREATER THAN WS-AAAAMMDD
000953          MOVE 'FUTURA'     TO WS-DET-ESTADO
000954       WHEN TAS-VIGENCIA EQUAL WS-VIG-EN-VIGOR
000955          MOVE 'EN VIGOR'   TO WS-DET-ESTADO
000956       WHEN OTHER
000957          MOVE 'ANTERIOR'   TO WS-DET-ESTADO
000958     END-EVALUATE.
000959
000960     IF TAS-FECHA-ALTA IS NUMERIC
000961        AND TAS-FECHA-ALTA NOT EQUAL ZEROS
000962        MOVE TAS-FECHA-ALTA TO WS-DET-ALTA
000963     ELSE
000964        MOVE SPACES         TO WS-DET-ALTA
000965     END-IF.
000966
000967     ADD 1 TO WS-MOSTRADAS.
000968
000969     EVALUATE WS-MOSTRADAS
000970       WHEN 1
000971          MOVE WS-LINEA-DET TO LINM01O
000972       WHEN 2
000973          MOVE WS-LINEA-DET TO LINM02O
000974       WHEN 3
000975          MOVE WS-LINEA-DET TO LINM03O
000976       WHEN 4
000977          MOVE WS-LINEA-DET TO LINM04O
000978       WHEN 5
000979          MOVE WS-LINEA-DET TO LINM05O
000980       WHEN 6
000981          MOVE WS-LINEA-DET TO LINM06O
000982       WHEN 7
000983          MOVE WS-LINEA-DET TO LINM07O
000984       WHEN 8
000985          MOVE WS-LINEA-DET TO LINM08O
000986       WHEN 9
000987          MOVE WS-LINEA-DET TO LINM09O
000988       WHEN 10
000989          MOVE WS-LINEA-DET TO LINM10O
000990     END-EVALUATE.
000991
000992 4500-F-ARMAR-LINEA. EXIT.
000993
000994**************************************
000995*                                    *
000996*  ENVIO DE LA PANTALLA              *
000997*                                    *
000998**************************************
000999
001000 4900-I-ENVIAR.
001001
001002     MOVE WS-COM-TIPCTA TO TIPCTAO.
001003     MOVE WS-COM-MONEDA TO MONEDAO.
001004     MOVE WS-COM-PAGINA TO PAGINAO.
001005     MOVE WS-COM-OPER   TO OPERO.
001006     MOVE WS-DATE       TO FECHAO.
001007
001008     EXEC CICS SEND MAP (WS-MAP)
001009           MAPSET (WS-MAPSET)
001010           FROM (MAP0159O)
001011           LENGTH (WS-LONG)
001012           ERASE
001013           FREEKB
001014     END-EXEC.
001015
001016 4900-F-ENVIAR. EXIT.
001017
001018 3500-I-CLEAN.
001019
001020        INITIALIZE MAP0159O.
001021        MOVE SPACES  TO WS-COM-TIPCTA
001022        MOVE SPACES  TO WS-COM-MONEDA
001023        MOVE ZEROS   TO WS-COM-PAGINA
001024        MOVE WS-COM-OPER TO OPERO
001025        MOVE WS-DATE TO FECHAO
001026
001027     EXEC CICS SEND MAP (WS-MAP)
001028           MAPSET (WS-MAPSET)
001029           FROM (MAP0159O)
001030           LENGTH (WS-LONG)
001031           ERASE
001032     END-EXEC.
001033
001034 3500-F-CLEAN. EXIT.
001035
001036 3800-I-ESC.
001037
001038      EXEC CICS
001039         SEND CONTROL ERASE
001040      END-EXEC
001041
001042      EXEC CICS
001043         RETURN
001044      END-EXEC.
001045
001046 3800-F-ESC. EXIT.
001047
001048 3999-I-LOOP.
001049     EXEC CICS
001050          RETURN TRANSID('T259')
001051          COMMAREA (WS-COMMAREA)
001052     END-EXEC.
001053
001054 3999-F-LOOP. EXIT.
001055
001056**************************************
001057*                                    *
001058*  RECUPERACION DE ABEND             *
001059*                                    *
001060**************************************
001061
001062 9000-I-ABEND.
001063
001064     DISPLAY '* ABEND EN PGMTAS59. EIBFN = ' EIBFN
001065             ' WS-RESP = ' WS-RESP.
001066
001067     INITIALIZE MAP0159O.
001068     MOVE LENGTH OF MAP0159O        TO WS-LONG.
001069     MOVE WS-DATE                   TO FECHAO.
001070     MOVE 'OCURRIO UN ERROR. VUELVA A INTENTAR.' TO MSGO.
001071
001072     EXEC CICS
001073          SEND MAP (WS-MAP)
001074          MAPSET (WS-MAPSET)
001075          FROM (MAP0159O)
001076          LENGTH (WS-LONG)
001077          ERASE
001078          FREEKB
001079     END-EXEC.
001080
001081     EXEC CICS
001082          RETURN TRANSID('T259')
001083          COMMAREA (WS-COMMAREA)
001084     END-EXEC.
001085
001086 9000-F-ABEND. EXIT.
