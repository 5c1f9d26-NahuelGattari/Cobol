000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. PGMCHC56.
000003*********************************************************
000004*                                                        *
000005*  CONSULTA EN LINEA DE LOS CHEQUES DE UNA CUENTA        *
000006*  CORRIENTE (ARCHIVO CHEQUE19) Y ORDEN DE NO PAGAR      *
000007*                                                        *
000008*  PIDE EL OPERADOR (ARCHIVO OPERADOR) COMO LA T219 Y    *
000009*  LA T220. MUESTRA NUMERO, ESTADO, FECHA DE EMISION Y   *
000010*  FECHA DE PAGO DE CADA CHEQUE, PAGINADO DE A 10.       *
000011*                                                        *
000012*  NIVEL 2 O 3: SUSPENDE (E -> S) UN CHEQUE O UN RANGO   *
000013*  NIVEL 3    : LEVANTA LA SUSPENSION (S -> E)           *
000014*  CADA CAMBIO DE ESTADO QUEDA EN AUDCHQ19 (CPAUDCHQ)    *
000015*  CON ESTADO ANTERIOR Y POSTERIOR, OPERADOR Y TERMINAL. *
000016*  LA PRESENTACION DE CAMARA (PGMCHP52) RECHAZA CON      *
000017*  CODIGO 004 LOS CHEQUES SUSPENDIDOS                    *
000018*                                                        *
000019*  ENTER = CONSULTA   PF7 = PAGINA ANTERIOR              *
000020*  PF8   = PAGINA SIGUIENTE   PF4 = LIMPIAR              *
000021*  PF5   = SUSPENDER   PF6 = LEVANTAR SUSPENSION         *
000022*  PF12  = SALIR                                         *
000023*                                                        *
000024**********************************************************
000025*      MANTENIMIENTO DE PROGRAMA                         *
000026**********************************************************
000027*  FECHA      *       DETALLE        *
000028**************************************
000029* 15/10/2026  * CONSULTA DE CHEQUES  *
000030*             * Y ORDEN DE NO PAGAR  *
000031*             * EN LINEA (T256)      *
000032**************************************
000032* 15/10/2026  * CHEQUE ANULADO POR   *
000032*             * CIERRE DE LA CUENTA  *
000032**************************************
000033 AUTHOR. NAHUEL GATTARI.
000034 ENVIRONMENT DIVISION.
000035 CONFIGURATION SECTION.
000036 SPECIAL-NAMES.
000037     DECIMAL-POINT IS COMMA.
000038 DATA DIVISION.
000039 FILE SECTION.
000040 WORKING-STORAGE SECTION.
000041
000042 01 WS-MAP                 PIC X(08)       VALUE 'MAP0156'.
000043 01 WS-MAPSET              PIC X(08)       VALUE 'MAP0256'.
000044 01 WS-LONG                PIC S9(04) COMP.
000045 01 WS-DATE                PIC X(10)       VALUE SPACES.
000046 01 WS-SEP                 PIC X           VALUE '-'.
000047 01 WS-ABSTIME             PIC S9(16) COMP VALUE +0.
000048 01 WS-RESP                PIC S9(4)  COMP.
000049 01 WS-TIME                PIC X(8)        VALUE SPACES.
000050 01 WS-TIMESEP             PIC X           VALUE ':'.
000051
000052 01 WS-CHQ-DATASET         PIC X(08)       VALUE 'CHEQUE19'.
000053 01 WS-LEN-CHQ             PIC S9(04)      VALUE 50   COMP.
000054
000055 01 WS-RIDFLD.
000056    03 WS-RID-TIP          PIC X(02).
000057    03 WS-RID-NRO          PIC X(15).
000058    03 WS-RID-CHEQUE       PIC 9(08).
000059
000060**************************************
000061*      OPERADOR Y AUDITORIA          *
000062**************************************
000063
000064 01 WS-OPER-DATASET        PIC X(08)       VALUE 'OPERADOR'.
000065 01 WS-LEN-OPER            PIC S9(04)      VALUE 50   COMP.
000066 01 WS-RIDFLD-OPE          PIC X(08)       VALUE SPACES.
000067 01 WS-AUD-DATASET         PIC X(08)       VALUE 'AUDCHQ19'.
000068 01 WS-LEN-AUD             PIC S9(04)      VALUE 80   COMP.
000069 01 WS-AUD-OPER            PIC X(13)       VALUE SPACES.
000070 01 WS-AUD-ANT-ESTADO      PIC X(01)       VALUE SPACES.
000071
000072**************************************
000073*   CONTROL DEL PAGINADO             *
000074**************************************
000075
000076 77 WS-LINEAS-POR-PAG      PIC 9(02)       VALUE 10.
000077 77 WS-SALTEAR             PIC 9(05)       VALUE ZEROS.
000078 77 WS-MOSTRADAS           PIC 9(02)       VALUE ZEROS.
000079
000080 01 WS-SW-BROWSE           PIC X           VALUE 'N'.
000081    88 WS-FIN-BROWSE                       VALUE 'S'.
000082    88 WS-SIGUE-BROWSE                     VALUE 'N'.
000083
000084 01 WS-SW-HAY-MAS          PIC X           VALUE 'N'.
000085    88 WS-HAY-MAS                          VALUE 'S'.
000086    88 WS-NO-HAY-MAS                       VALUE 'N'.
000087
000088**************************************
000089*   CAMBIO DE ESTADO POR RANGO       *
000090**************************************
000091
000092 77 WS-MAX-RANGO           PIC 9(04)       VALUE 500.
000093 77 WS-CHQ-DESDE           PIC 9(08)       VALUE ZEROS.
000094 77 WS-CHQ-HASTA           PIC 9(08)       VALUE ZEROS.
000095 77 WS-CHQ-ACTUAL          PIC 9(08)       VALUE ZEROS.
000096 77 WS-CANT-RANGO          PIC 9(08)       VALUE ZEROS.
000097 77 WS-CONT-CAMBIADOS      PIC 9(04)       VALUE ZEROS.
000098 77 WS-CONT-NO-APTOS       PIC 9(04)       VALUE ZEROS.
000099 77 WS-CONT-INEXISTENTES   PIC 9(04)       VALUE ZEROS.
000100
000101 01 WS-EST-ORIGEN          PIC X(01)       VALUE SPACES.
000102 01 WS-EST-DESTINO         PIC X(01)       VALUE SPACES.
000103
000104 01 WS-SW-ERROR-CHQ        PIC X           VALUE 'N'.
000105    88 WS-ERROR-CHQ                        VALUE 'S'.
000106    88 WS-SIN-ERROR-CHQ                    VALUE 'N'.
000107
000108 01 WS-MSG-RESULTADO       PIC X(72)       VALUE SPACES.
000109
000110 01 WS-MSG-CAMBIO.
000111    03 WS-MSG-ACCION       PIC X(12)       VALUE SPACES.
000112    03 FILLER              PIC X(01)       VALUE ':'.
000113    03 WS-MSG-CAMBIADOS    PIC ZZZ9        VALUE ZEROS.
000114    03 FILLER              PIC X(15)       VALUE
000115                                           '  NO MODIFIC.:'.
000116    03 WS-MSG-NO-APTOS     PIC ZZZ9        VALUE ZEROS.
000117    03 FILLER              PIC X(15)       VALUE
000118                                           '  INEXISTENTES:'.
000119    03 WS-MSG-INEXIST      PIC ZZZ9        VALUE ZEROS.
000120    03 FILLER              PIC X(17)       VALUE SPACES.
000121
000122**************************************
000123*   LINEA DE DETALLE DE LA PANTALLA  *
000124**************************************
000125
000126 01 WS-LINEA-DET.
000127    03 WS-DET-CHEQUE       PIC 9(08)       VALUE ZEROS.
000128    03 FILLER              PIC X(04)       VALUE SPACES.
000129    03 WS-DET-ESTADO       PIC X(01)       VALUE SPACES.
000130    03 FILLER              PIC X(01)       VALUE SPACES.
000131    03 WS-DET-DESC         PIC X(10)       VALUE SPACES.
000132    03 FILLER              PIC X(11)       VALUE SPACES.
000133    03 WS-DET-EMISION      PIC 9(08)       VALUE ZEROS.
000134    03 FILLER              PIC X(04)       VALUE SPACES.
000135    03 WS-DET-PAGO         PIC X(08)       VALUE SPACES.
000136    03 FILLER              PIC X(20)       VALUE SPACES.
000137
000138**************************************
000139*      SWITCH DE VALIDACION          *
000140**************************************
000141
000142 01 WS-SW-VALIDO            PIC X           VALUE 'S'.
000143    88 WS-DATOS-VALIDOS                     VALUE 'S'.
000144    88 WS-DATOS-INVALIDOS                   VALUE 'N'.
000145
000146 01 WS-TIPO-CTA             PIC X(02)       VALUE SPACES.
000147    88 WS-TIP-CTA-CORRIENTE                 VALUE 'CC'.
000148
000149 01  WS-COMMAREA.
000150     03  WS-COM-TIPCTA     PIC X(02).
000151     03  WS-COM-NROCTA     PIC X(15).
000152     03  WS-COM-PAGINA     PIC 9(03).
000153     03  WS-COM-OPER       PIC X(08).
000154     03  WS-COM-NIVEL      PIC 9(01).
000155           88 WS-NIVEL-CONSULTA           VALUE 1.
000156           88 WS-NIVEL-ACTUALIZA          VALUE 2 3.
000157           88 WS-NIVEL-SUPERVISOR         VALUE 3.
000158
000159    COPY MAP0256.
000160    COPY DFHBMSCA.
000161    COPY DFHAID.
000162    COPY CPCHEQUE.
000163    COPY CPOPER.
000164    COPY CPAUDCHQ.
000165
000166 LINKAGE SECTION.
000167
000168 01 DFHCOMMAREA            PIC X(29).
000169
000170 PROCEDURE DIVISION.
000171
000172 MAIN-PROGRAM.
000173
000174     PERFORM 1000-I-INICIO  THRU  1000-F-INICIO.
000175
000176     PERFORM 2000-I-PROCESO THRU  2000-F-PROCESO.
000177
000178     PERFORM 3999-I-LOOP    THRU  3999-F-LOOP.
000179
000180
000181**************************************
000182*                                    *
000183*  CUERPO INICIO                     *
000184*                                    *
000185**************************************
000186
000187 1000-I-INICIO.
000188
000189         EXEC CICS
000190              HANDLE ABEND
000191              LABEL (9000-I-ABEND)
000192         END-EXEC.
000193
000194        MOVE LENGTH OF MAP0156O TO WS-LONG
000195
000196         EXEC CICS ASKTIME
000197            ABSTIME (WS-ABSTIME)
000198         END-EXEC.
000199
000200         EXEC CICS FORMATTIME
000201            ABSTIME (WS-ABSTIME)
000202            DDMMYYYY(WS-DATE) DATESEP(WS-SEP)
000203            TIME (WS-TIME) TIMESEP (WS-TIMESEP)
000204         END-EXEC.
000205
000206        MOVE DFHCOMMAREA TO WS-COMMAREA.
000207
000208 1000-F-INICIO. EXIT.
000209
000210**************************************
000211*                                    *
000212*  CUERPO PRINCIPAL DE PROCESOS      *
000213*                                    *
000214**************************************
000215
000216 2000-I-PROCESO.
000217
000218        MOVE WS-DATE TO FECHAO
000219
000220        EXEC CICS
000221             RECEIVE MAP(WS-MAP)
000222             MAPSET(WS-MAPSET)
000223             INTO(MAP0156I)
000224             RESP(WS-RESP)
000225        END-EXEC
000226
000227      EVALUATE WS-RESP
000228      WHEN DFHRESP(NORMAL)
000229
000230        PERFORM 3300-I-KEYS  THRU 3300-F-KEYS
000231
000232      WHEN DFHRESP(MAPFAIL)
000233        INITIALIZE MAP0156O
000234        MOVE LENGTH OF MAP0156O     TO WS-LONG
000235        MOVE WS-DATE                TO FECHAO
000236        MOVE 'DATOS INCORRECTOS'    TO MSGO
000237        IF EIBAID = DFHPF12
000238            PERFORM 3800-I-ESC
000239              THRU  3800-F-ESC
000240        END-IF
000241        EXEC CICS SEND MAP (WS-MAP)
000242             MAPSET (WS-MAPSET)
000243             FROM (MAP0156O)
000244             LENGTH (WS-LONG)
000245             ERASE
000246             FREEKB
000247        END-EXEC
000248
000249        WHEN OTHER
000250          INITIALIZE MAP0156O
000251          MOVE LENGTH OF MAP0156O     TO WS-LONG
000252          MOVE WS-DATE                TO FECHAO
000253          MOVE 'ERROR DE COMUNICACION. REINTENTE.' TO MSGO
000254          EXEC CICS SEND MAP (WS-MAP)
000255               MAPSET (WS-MAPSET)
000256               FROM (MAP0156O)
000257               LENGTH (WS-LONG)
000258               ERASE
000259               FREEKB
000260          END-EXEC
000261      END-EVALUATE.
000262
000263 2000-F-PROCESO. EXIT.
000264
000265 3300-I-KEYS.
000266
000267     IF EIBAID NOT EQUAL DFHPF12
000268        IF WS-COM-OPER EQUAL SPACES
000269           OR WS-COM-OPER EQUAL LOW-VALUES
000270           PERFORM 3200-I-SIGNON
000271              THRU 3200-F-SIGNON
000272        END-IF
000273        IF WS-COM-OPER EQUAL SPACES
000274           OR WS-COM-OPER EQUAL LOW-VALUES
000275           GO TO 3300-F-KEYS
000276        END-IF
000277     END-IF.
000278
000279      EVALUATE EIBAID
000280
000281        WHEN DFHENTER
000282            PERFORM 3350-I-ENTER
000283            THRU 3350-F-ENTER
000284
000285        WHEN DFHPF7
000286            PERFORM 3370-I-PAG-ANTERIOR
000287            THRU 3370-F-PAG-ANTERIOR
000288
000289        WHEN DFHPF8
000290            PERFORM 3380-I-PAG-SIGUIENTE
000291            THRU 3380-F-PAG-SIGUIENTE
000292
000293        WHEN DFHPF5
000294            IF WS-NIVEL-ACTUALIZA
000295               PERFORM 3400-I-SUSPENDER
000296               THRU 3400-F-SUSPENDER
000297            ELSE
000298               PERFORM 3250-I-NO-AUTORIZADO
000299               THRU 3250-F-NO-AUTORIZADO
000300            END-IF
000301
000302        WHEN DFHPF6
000303            IF WS-NIVEL-SUPERVISOR
000304               PERFORM 3450-I-LEVANTAR
000305               THRU 3450-F-LEVANTAR
000306            ELSE
000307               PERFORM 3250-I-NO-AUTORIZADO
000308               THRU 3250-F-NO-AUTORIZADO
000309            END-IF
000310
000311        WHEN DFHPF4
000312            PERFORM 3500-I-CLEAN
000313            THRU 3500-F-CLEAN
000314
000315        WHEN DFHPF12
000316            PERFORM 3800-I-ESC
000317            THRU 3800-F-ESC
000318
000319        WHEN OTHER
000320
000321            MOVE 'SE PULSO UNA TECLA INCORRECTA.' TO MSGO
000322            PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000323
000324      END-EVALUATE.
000325
000326 3300-F-KEYS. EXIT.
000327
000328**************************************
000329*                                    *
000330*  IDENTIFICACION DEL OPERADOR       *
000331*  CONTRA EL ARCHIVO OPERADOR        *
000332*                                    *
000333**************************************
000334
000335 3200-I-SIGNON.
000336
000337     IF OPERI EQUAL SPACES OR OPERI EQUAL LOW-VALUES
000338        MOVE 'IDENTIFIQUESE: INGRESE SU CODIGO DE OPERADOR.'
000339             TO MSGO
000340        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000341        GO TO 3200-F-SIGNON
000342     END-IF.
000343
000344     MOVE OPERI TO WS-RIDFLD-OPE.
000345
000346     EXEC CICS
000347          READ DATASET (WS-OPER-DATASET)
000348          RIDFLD (WS-RIDFLD-OPE)
000349          INTO   (REG-OPERADOR)
000350          LENGTH (WS-LEN-OPER)
000351          EQUAL
000352          RESP   (WS-RESP)
000353     END-EXEC.
000354
000355     EVALUATE WS-RESP
000356         WHEN DFHRESP(NORMAL)
000357              IF OPE-ESTADO EQUAL 'B'
000358                 MOVE
000359               'OPERADOR BLOQUEADO. SOLICITE EL DESBLOQUEO.'
000360                      TO MSGO
000361                 PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000362                 GO TO 3200-F-SIGNON
000363              END-IF
000364              MOVE OPE-ID    TO WS-COM-OPER
000365              MOVE OPE-NIVEL TO WS-COM-NIVEL
000366         WHEN DFHRESP(NOTFND)
000367              MOVE 'OPERADOR NO REGISTRADO. VERIFIQUE EL CODIGO.'
000368                   TO MSGO
000369              PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000370         WHEN OTHER
000371              MOVE 'ERROR AL LEER EL ARCHIVO DE OPERADORES.'
000372                   TO MSGO
000373              PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000374     END-EVALUATE.
000375
000376 3200-F-SIGNON. EXIT.
000377
000378**************************************
000379*                                    *
000380*  OPERACION RECHAZADA POR NIVEL     *
000381*  DE AUTORIZACION INSUFICIENTE      *
000382*                                    *
000383**************************************
000384
000385 3250-I-NO-AUTORIZADO.
000386
000387     MOVE 'OPERACION NO AUTORIZADA PARA SU NIVEL DE OPERADOR.'
000388          TO MSGO.
000389     PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR.
000390
000391 3250-F-NO-AUTORIZADO. EXIT.
000392
000393**************************************
000394*                                    *
000395*  CONSULTA INICIAL (ENTER)          *
000396*                                    *
000397**************************************
000398
000399 3350-I-ENTER.
000400
000401     SET WS-DATOS-VALIDOS TO TRUE.
000402
000403     MOVE TIPCTAI TO WS-TIPO-CTA.
000404
000405     IF NOT WS-TIP-CTA-CORRIENTE
000406        MOVE 'SOLO LAS CUENTAS CORRIENTES (CC) TIENEN CHEQUES.'
000407             TO MSGO
000408        SET WS-DATOS-INVALIDOS TO TRUE
000409     END-IF.
000410
000411     IF NROCTAI EQUAL SPACES OR NROCTAI EQUAL LOW-VALUES
000412        MOVE 'EL NUMERO DE CUENTA ES INVALIDO.' TO MSGO
000413        SET WS-DATOS-INVALIDOS TO TRUE
000414     END-IF.
000415
000416     IF WS-DATOS-INVALIDOS
000417        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000418        GO TO 3350-F-ENTER
000419     END-IF.
000420
000421     MOVE TIPCTAI TO WS-COM-TIPCTA.
000422     MOVE NROCTAI TO WS-COM-NROCTA.
000423     MOVE 1       TO WS-COM-PAGINA.
000424
000425     PERFORM 4000-I-MOSTRAR-PAGINA
000426        THRU 4000-F-MOSTRAR-PAGINA.
000427
000428 3350-F-ENTER. EXIT.
000429
000430**************************************
000431*                                    *
000432*  PAGINA ANTERIOR (PF7)             *
000433*                                    *
000434**************************************
000435
000436 3370-I-PAG-ANTERIOR.
000437
000438     IF WS-COM-NROCTA EQUAL SPACES
000439        OR WS-COM-NROCTA EQUAL LOW-VALUES
000440        MOVE 'PRIMERO CONSULTE UNA CUENTA CON ENTER.' TO MSGO
000441        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000442        GO TO 3370-F-PAG-ANTERIOR
000443     END-IF.
000444
000445     IF WS-COM-PAGINA GREATER THAN 1
000446        SUBTRACT 1 FROM WS-COM-PAGINA
000447     END-IF.
000448
000449     PERFORM 4000-I-MOSTRAR-PAGINA
000450        THRU 4000-F-MOSTRAR-PAGINA.
000451
000452 3370-F-PAG-ANTERIOR. EXIT.
000453
000454**************************************
000455*                                    *
000456*  PAGINA SIGUIENTE (PF8)            *
000457*                                    *
000458**************************************
000459
000460 3380-I-PAG-SIGUIENTE.
000461
000462     IF WS-COM-NROCTA EQUAL SPACES
000463        OR WS-COM-NROCTA EQUAL LOW-VALUES
000464        MOVE 'PRIMERO CONSULTE UNA CUENTA CON ENTER.' TO MSGO
000465        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000466        GO TO 3380-F-PAG-SIGUIENTE
000467     END-IF.
000468
000469     ADD 1 TO WS-COM-PAGINA.
000470
000471     PERFORM 4000-I-MOSTRAR-PAGINA
000472        THRU 4000-F-MOSTRAR-PAGINA.
000473
000474     IF WS-MOSTRADAS EQUAL ZEROS
000475        AND WS-COM-PAGINA GREATER THAN 1
000476        SUBTRACT 1 FROM WS-COM-PAGINA
000477        MOVE 'NO HAY MAS CHEQUES.' TO WS-MSG-RESULTADO
000478        PERFORM 4000-I-MOSTRAR-PAGINA
000479           THRU 4000-F-MOSTRAR-PAGINA
000480     END-IF.
000481
000482 3380-F-PAG-SIGUIENTE. EXIT.
000483
000484**************************************
000485*                                    *
000486*  ORDEN DE NO PAGAR (PF5): PASA A   *
000487*  SUSPENDIDO LOS CHEQUES EMITIDOS   *
000488*  DEL RANGO (NIVEL 2 Y 3)           *
000489*                                    *
000490**************************************
000491
000492 3400-I-SUSPENDER.
000493
000494     MOVE 'E'             TO WS-EST-ORIGEN.
000495     MOVE 'S'             TO WS-EST-DESTINO.
000496     MOVE 'SUSPENSION'    TO WS-AUD-OPER.
000497     MOVE 'SUSPENDIDOS'   TO WS-MSG-ACCION.
000498
000499     PERFORM 3600-I-CAMBIAR-ESTADO
000500        THRU 3600-F-CAMBIAR-ESTADO.
000501
000502 3400-F-SUSPENDER. EXIT.
000503
000504**************************************
000505*                                    *
000506*  LEVANTAMIENTO DE LA SUSPENSION    *
000507*  (PF6): LOS SUSPENDIDOS DEL RANGO  *
000508*  VUELVEN A EMITIDO (SUPERVISOR)    *
000509*                                    *
000510**************************************
000511
000512 3450-I-LEVANTAR.
000513
000514     MOVE 'S'             TO WS-EST-ORIGEN.
000515     MOVE 'E'             TO WS-EST-DESTINO.
000516     MOVE 'LEVANTA SUSP.' TO WS-AUD-OPER.
000517     MOVE 'REHABILITAD.'  TO WS-MSG-ACCION.
000518
000519     PERFORM 3600-I-CAMBIAR-ESTADO
000520        THRU 3600-F-CAMBIAR-ESTADO.
000521
000522 3450-F-LEVANTAR. EXIT.
000523
000524**************************************
000525*                                    *
000526*  CAMBIO DE ESTADO DEL RANGO DE     *
000527*  CHEQUES DESDE/HASTA DE LA CUENTA  *
000528*  CONSULTADA. SOLO SE TOCAN LOS     *
000529*  QUE ESTAN EN EL ESTADO DE ORIGEN; *
000530*  ANTE UN ERROR DE ARCHIVO SE       *
000531*  DESHACE TODO EL RANGO             *
000532*                                    *
000533**************************************
000534
000535 3600-I-CAMBIAR-ESTADO.
000536
000537     IF WS-COM-NROCTA EQUAL SPACES
000538        OR WS-COM-NROCTA EQUAL LOW-VALUES
000539        OR TIPCTAI NOT EQUAL WS-COM-TIPCTA
000540        OR NROCTAI NOT EQUAL WS-COM-NROCTA
000541        MOVE 'PRIMERO CONSULTE LA CUENTA CON ENTER.' TO MSGO
000542        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000543        GO TO 3600-F-CAMBIAR-ESTADO
000544     END-IF.
000545
000546     IF CHQDESI IS NOT NUMERIC OR CHQDESI EQUAL ZEROS
000547        MOVE 'INGRESE EL NUMERO DE CHEQUE (DESDE).' TO MSGO
000548        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000549        GO TO 3600-F-CAMBIAR-ESTADO
000550     END-IF.
000551
000552     MOVE CHQDESI TO WS-CHQ-DESDE.
000553
000554     IF CHQHASI EQUAL SPACES OR CHQHASI EQUAL LOW-VALUES
000555        OR CHQHASI EQUAL ZEROS
000556        MOVE WS-CHQ-DESDE TO WS-CHQ-HASTA
000557     ELSE
000558        IF CHQHASI IS NOT NUMERIC
000559           MOVE 'EL NUMERO DE CHEQUE (HASTA) ES INVALIDO.' TO MSGO
000560           PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000561           GO TO 3600-F-CAMBIAR-ESTADO
000562        END-IF
000563        MOVE CHQHASI TO WS-CHQ-HASTA
000564     END-IF.
000565
000566     IF WS-CHQ-HASTA LESS THAN WS-CHQ-DESDE
000567        MOVE 'EL CHEQUE HASTA ES MENOR QUE EL CHEQUE DESDE.'
000568             TO MSGO
000569        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000570        GO TO 3600-F-CAMBIAR-ESTADO
000571     END-IF.
000572
000573     COMPUTE WS-CANT-RANGO = WS-CHQ-HASTA - WS-CHQ-DESDE + 1.
000574
000575     IF WS-CANT-RANGO GREATER THAN WS-MAX-RANGO
000576        MOVE 'EL RANGO NO PUEDE SUPERAR LOS 500 CHEQUES.' TO MSGO
000577        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000578        GO TO 3600-F-CAMBIAR-ESTADO
000579     END-IF.
000580
000581     MOVE ZEROS        TO WS-CONT-CAMBIADOS.
000582     MOVE ZEROS        TO WS-CONT-NO-APTOS.
000583     MOVE ZEROS        TO WS-CONT-INEXISTENTES.
000584     SET WS-SIN-ERROR-CHQ TO TRUE.
000585     MOVE WS-CHQ-DESDE TO WS-CHQ-ACTUAL.
000586
000587     PERFORM 3650-I-CAMBIAR-CHEQUE
000588        THRU 3650-F-CAMBIAR-CHEQUE
000589       UNTIL WS-CHQ-ACTUAL GREATER THAN WS-CHQ-HASTA
000590          OR WS-ERROR-CHQ.
000591
000592     IF WS-ERROR-CHQ
000593        EXEC CICS
000594             SYNCPOINT ROLLBACK
000595        END-EXEC
000596        MOVE 'ERROR AL ACTUALIZAR. NO SE MODIFICO NINGUN CHEQUE.'
000597             TO WS-MSG-RESULTADO
000598     ELSE
000599        EXEC CICS
000600             SYNCPOINT
000601        END-EXEC
000602        MOVE WS-CONT-CAMBIADOS    TO WS-MSG-CAMBIADOS
000603        MOVE WS-CONT-NO-APTOS     TO WS-MSG-NO-APTOS
000604        MOVE WS-CONT-INEXISTENTES TO WS-MSG-INEXIST
000605        MOVE WS-MSG-CAMBIO        TO WS-MSG-RESULTADO
000606     END-IF.
000607
000608     PERFORM 4000-I-MOSTRAR-PAGINA
000609        THRU 4000-F-MOSTRAR-PAGINA.
000610
000611 3600-F-CAMBIAR-ESTADO. EXIT.
000612
000613**************************************
000614*                                    *
000615*  CAMBIO DE ESTADO DE UN CHEQUE     *
000616*                                    *
000617**************************************
000618
000619 3650-I-CAMBIAR-CHEQUE.
000620
000621     MOVE WS-COM-TIPCTA TO WS-RID-TIP.
000622     MOVE WS-COM-NROCTA TO WS-RID-NRO.
000623     MOVE WS-CHQ-ACTUAL TO WS-RID-CHEQUE.
000624
000625     ADD 1 TO WS-CHQ-ACTUAL.
000626
000627     EXEC CICS
000628          READ DATASET (WS-CHQ-DATASET)
000629          RIDFLD (WS-RIDFLD)
000630          INTO   (REG-CHEQUE)
000631          LENGTH (WS-LEN-CHQ)
000632          UPDATE
000633          EQUAL
000634          RESP   (WS-RESP)
000635     END-EXEC.
000636
000637     EVALUATE WS-RESP
000638         WHEN DFHRESP(NORMAL)
000639              CONTINUE
000640         WHEN DFHRESP(NOTFND)
000641              ADD 1 TO WS-CONT-INEXISTENTES
000642              GO TO 3650-F-CAMBIAR-CHEQUE
000643         WHEN OTHER
000644              DISPLAY '* ERROR EN READ DE CHEQUE19. RESP = '
000645                      WS-RESP
000646              SET WS-ERROR-CHQ TO TRUE
000647              GO TO 3650-F-CAMBIAR-CHEQUE
000648     END-EVALUATE.
000649
000650*    UN CHEQUE PAGADO, O QUE YA ESTA EN EL ESTADO PEDIDO,
000651*    NO SE TOCA
000652
000653     IF CHQ-ESTADO NOT EQUAL WS-EST-ORIGEN
000654        ADD 1 TO WS-CONT-NO-APTOS
000655        EXEC CICS
000656             UNLOCK DATASET (WS-CHQ-DATASET)
000657             RESP   (WS-RESP)
000658        END-EXEC
000659        GO TO 3650-F-CAMBIAR-CHEQUE
000660     END-IF.
000661
000662     MOVE CHQ-ESTADO     TO WS-AUD-ANT-ESTADO.
000663     MOVE WS-EST-DESTINO TO CHQ-ESTADO.
000664
000665     EXEC CICS
000666          REWRITE DATASET (WS-CHQ-DATASET)
000667          FROM   (REG-CHEQUE)
000668          LENGTH (WS-LEN-CHQ)
000669          RESP   (WS-RESP)
000670     END-EXEC.
000671
000672     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
000673        DISPLAY '* ERROR EN REWRITE DE CHEQUE19. RESP = '
000674                WS-RESP
000675        SET WS-ERROR-CHQ TO TRUE
000676        GO TO 3650-F-CAMBIAR-CHEQUE
000677     END-IF.
000678
000679     ADD 1 TO WS-CONT-CAMBIADOS.
000680
000681     PERFORM 3950-I-AUDITAR THRU 3950-F-AUDITAR.
000682
000683 3650-F-CAMBIAR-CHEQUE. EXIT.
000684
000685**************************************
000686*                                    *
000687*  AUDITORIA DEL CAMBIO DE ESTADO    *
000688*  DE UN CHEQUE (AUDCHQ19). SIN LA   *
000689*  AUDITORIA NO HAY CAMBIO: UN ERROR *
000690*  DESHACE EL RANGO                  *
000691*                                    *
000692**************************************
000693
000694 3950-I-AUDITAR.
000695
000696     MOVE SPACES            TO REG-AUDCHQ.
000697     MOVE CHQ-TIPO-CUENTA   TO ACH-TIPO-CUENTA.
000698     MOVE CHQ-NRO-CUENTA    TO ACH-NRO-CUENTA.
000699     MOVE CHQ-NRO-CHEQUE    TO ACH-NRO-CHEQUE.
000700     MOVE WS-AUD-OPER       TO ACH-OPERACION.
000701     MOVE WS-DATE           TO ACH-FECHA.
000702     MOVE WS-TIME           TO ACH-HORA.
000703     MOVE EIBTRMID          TO ACH-TERMINAL.
000704     MOVE EIBTASKN          TO ACH-TASKN.
000705     MOVE WS-COM-OPER       TO ACH-OPERADOR.
000706     MOVE WS-AUD-ANT-ESTADO TO ACH-ANT-ESTADO.
000707     MOVE CHQ-ESTADO        TO ACH-DES-ESTADO.
000708
000709     EXEC CICS
000710          WRITE DATASET (WS-AUD-DATASET)
000711          FROM   (REG-AUDCHQ)
000712          LENGTH (WS-LEN-AUD)
000713          RESP   (WS-RESP)
000714     END-EXEC.
000715
000716     EVALUATE WS-RESP
000717         WHEN DFHRESP(NORMAL)
000718             CONTINUE
000719         WHEN OTHER
000720             DISPLAY '* ERROR EN WRITE DE AUDITORIA. RESP = '
000721                     WS-RESP
000722             SET WS-ERROR-CHQ TO TRUE
000723     END-EVALUATE.
000724
000725 3950-F-AUDITAR. EXIT.
000726
000727**************************************
000728*                                    *
000729*  ARMA Y ENVIA LA PAGINA PEDIDA:    *
000730*  BROWSE DESDE LA CUENTA, SALTEA    *
000731*  LAS PAGINAS ANTERIORES Y MUESTRA  *
000732*  HASTA 10 CHEQUES                  *
000733*                                    *
000734**************************************
000735
000736 4000-I-MOSTRAR-PAGINA.
000737
000738     MOVE SPACES TO LINM01O LINM02O LINM03O LINM04O LINM05O
000739                    LINM06O LINM07O LINM08O LINM09O LINM10O.
000740
000741     MOVE ZEROS TO WS-MOSTRADAS.
000742     SET WS-SIGUE-BROWSE TO TRUE.
000743     SET WS-NO-HAY-MAS   TO TRUE.
000744
000745     COMPUTE WS-SALTEAR =
000746             (WS-COM-PAGINA - 1) * WS-LINEAS-POR-PAG.
000747
000748     MOVE WS-COM-TIPCTA TO WS-RID-TIP.
000749     MOVE WS-COM-NROCTA TO WS-RID-NRO.
000750     MOVE ZEROS         TO WS-RID-CHEQUE.
000751
000752     EXEC CICS
000753          STARTBR DATASET (WS-CHQ-DATASET)
000754          RIDFLD  (WS-RIDFLD)
000755          GTEQ
000756          RESP    (WS-RESP)
000757     END-EXEC.
000758
000759     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
000760        MOVE 'LA CUENTA NO TIENE CHEQUES REGISTRADOS.' TO MSGO
000761        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000762        GO TO 4000-F-MOSTRAR-PAGINA
000763     END-IF.
000764
000765     PERFORM 4100-I-LEER-CHEQUE THRU 4100-F-LEER-CHEQUE
000766        UNTIL WS-FIN-BROWSE.
000767
000768     EXEC CICS
000769          ENDBR DATASET (WS-CHQ-DATASET)
000770          RESP  (WS-RESP)
000771     END-EXEC.
000772
000773     IF WS-MOSTRADAS EQUAL ZEROS
000774        IF WS-COM-PAGINA EQUAL 1
000775           MOVE 'LA CUENTA NO TIENE CHEQUES REGISTRADOS.' TO MSGO
000776        END-IF
000777     ELSE
000778        IF WS-HAY-MAS
000779           MOVE 'HAY MAS CHEQUES: PF8 PAGINA SIGUIENTE.' TO MSGO
000780        ELSE
000781           MOVE 'FIN DE LOS CHEQUES DE LA CUENTA.' TO MSGO
000782        END-IF
000783     END-IF.
000784
000785*    EL RESULTADO DE UNA SUSPENSION O LEVANTAMIENTO TIENE
000786*    PRIORIDAD SOBRE EL MENSAJE DEL PAGINADO
000787
000788     IF WS-MSG-RESULTADO NOT EQUAL SPACES
000789        MOVE WS-MSG-RESULTADO TO MSGO
000790     END-IF.
000791
000792     PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR.
000793
000794 4000-F-MOSTRAR-PAGINA. EXIT.
000795
000796**************************************
000797*                                    *
000798*  LECTURA DEL PROXIMO CHEQUE DE     *
000799*  LA CUENTA                         *
000800*                                    *
000801**************************************
000802
000803 4100-I-LEER-CHEQUE.
000804
000805     EXEC CICS
000806          READNEXT DATASET (WS-CHQ-DATASET)
000807          RIDFLD   (WS-RIDFLD)
000808          INTO     (REG-CHEQUE)
000809          LENGTH   (WS-LEN-CHQ)
000810          RESP     (WS-RESP)
000811     END-EXEC.
000812
000813     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
000814        SET WS-FIN-BROWSE TO TRUE
000815        GO TO 4100-F-LEER-CHEQUE
000816     END-IF.
000817
000818     IF CHQ-TIPO-CUENTA NOT EQUAL WS-COM-TIPCTA
000819        OR CHQ-NRO-CUENTA NOT EQUAL WS-COM-NROCTA
000820        SET WS-FIN-BROWSE TO TRUE
000821        GO TO 4100-F-LEER-CHEQUE
000822     END-IF.
000823
000824     IF WS-SALTEAR GREATER THAN ZEROS
000825        SUBTRACT 1 FROM WS-SALTEAR
000826        GO TO 4100-F-LEER-CHEQUE
000827     END-IF.
000828
000829     IF WS-MOSTRADAS EQUAL WS-LINEAS-POR-PAG
000830        SET WS-HAY-MAS TO TRUE
000831        SET WS-FIN-BROWSE TO TRUE
000832        GO TO 4100-F-LEER-CHEQUE
000833     END-IF.
000834
000835     PERFORM 4500-I-ARMAR-LINEA THRU 4500-F-ARMAR-LINEA.
000836
000837 4100-F-LEER-CHEQUE. EXIT.
000838
000839**************************************
000840*                                    *
000841*  ARMA UNA LINEA DE LA PANTALLA     *
000842*                                    *
000843**************************************
000844
000845 4500-I-ARMAR-LINEA.
000846
000847     MOVE CHQ-NRO-CHEQUE    TO WS-DET-CHEQUE.
000848     MOVE CHQ-ESTADO        TO WS-DET-ESTADO.
000849     MOVE CHQ-FECHA-EMISION TO WS-DET-EMISION.
000850
000851     EVALUATE CHQ-ESTADO
000852       WHEN 'E'
000853          MOVE 'EMITIDO'    TO WS-DET-DESC
000854       WHEN 'P'
000855          MOVE 'PAGADO'     TO WS-DET-DESC
000856       WHEN 'S'
000857          MOVE 'SUSPENDIDO' TO WS-DET-DESC
000857       WHEN 'A'
000857          MOVE 'ANULADO'    TO WS-DET-DESC
000858       WHEN OTHER
000859          MOVE SPACES       TO WS-DET-DESC
000860     END-EVALUATE.
000861
000862     IF CHQ-FECHA-PAGO EQUAL ZEROS
000863        MOVE SPACES         TO WS-DET-PAGO
000864     ELSE
000865        MOVE CHQ-FECHA-PAGO TO WS-DET-PAGO
000866     END-IF.
000867
000868     ADD 1 TO WS-MOSTRADAS.
000869
000870     EVALUATE WS-MOSTRADAS
000871       WHEN 1
000872          MOVE WS-LINEA-DET TO LINM01O
000873       WHEN 2
000874          MOVE WS-LINEA-DET TO LINM02O
000875       WHEN 3
000876          MOVE WS-LINEA-DET TO LINM03O
000877       WHEN 4
000878          MOVE WS-LINEA-DET TO LINM04O
000879       WHEN 5
000880          MOVE WS-LINEA-DET TO LINM05O
000881       WHEN 6
000882          MOVE WS-LINEA-DET TO LINM06O
000883       WHEN 7
000884          MOVE WS-LINEA-DET TO LINM07O
000885       WHEN 8
000886          MOVE WS-LINEA-DET TO LINM08O
000887       WHEN 9
000888          MOVE WS-LINEA-DET TO LINM09O
000889       WHEN 10
000890          MOVE WS-LINEA-DET TO LINM10O
000891     END-EVALUATE.
000892
000893 4500-F-ARMAR-LINEA. EXIT.
000894
000895**************************************
000896*                                    *
000897*  ENVIO DE LA PANTALLA              *
000898*                                    *
000899**************************************
000900
000901 4900-I-ENVIAR.
000902
000903     MOVE WS-COM-TIPCTA TO TIPCTAO.
000904     MOVE WS-COM-NROCTA TO NROCTAO.
000905     MOVE WS-COM-PAGINA TO PAGINAO.
000906     MOVE WS-COM-OPER   TO OPERO.
000907     MOVE WS-DATE       TO FECHAO.
000908
000909     EXEC CICS SEND MAP (WS-MAP)
000910           MAPSET (WS-MAPSET)
000911           FROM (MAP0156O)
000912           LENGTH (WS-LONG)
000913           ERASE
000914           FREEKB
000915     END-EXEC.
000916
000917 4900-F-ENVIAR. EXIT.
000918
000919 3500-I-CLEAN.
000920
000921        INITIALIZE MAP0156O.
000922        MOVE SPACES  TO WS-COM-TIPCTA
000923        MOVE SPACES  TO WS-COM-NROCTA
000924        MOVE ZEROS   TO WS-COM-PAGINA
000925        MOVE WS-COM-OPER TO OPERO
000926        MOVE WS-DATE TO FECHAO
000927
000928     EXEC CICS SEND MAP (WS-MAP)
000929           MAPSET (WS-MAPSET)
000930           FROM (MAP0156O)
000931           LENGTH (WS-LONG)
000932           ERASE
000933     END-EXEC.
000934
000935 3500-F-CLEAN. EXIT.
000936
000937 3800-I-ESC.
000938
000939      EXEC CICS
000940         SEND CONTROL ERASE
000941      END-EXEC
000942
000943      EXEC CICS
000944         RETURN
000945      END-EXEC.
000946
000947 3800-F-ESC. EXIT.
000948
000949 3999-I-LOOP.
000950     EXEC CICS
000951          RETURN TRANSID('T256')
000952          COMMAREA (WS-COMMAREA)
000953     END-EXEC.
000954
000955 3999-F-LOOP. EXIT.
000956
000957**************************************
000958*                                    *
000959*  RECUPERACION DE ABEND             *
000960*                                    *
000961**************************************
000962
000963 9000-I-ABEND.
000964
000965     DISPLAY '* ABEND EN PGMCHC56. EIBFN = ' EIBFN
000966             ' WS-RESP = ' WS-RESP.
000967
000968     INITIALIZE MAP0156O.
000969     MOVE LENGTH OF MAP0156O        TO WS-LONG.
000970     MOVE WS-DATE                   TO FECHAO.
000971     MOVE 'OCURRIO UN ERROR. VUELVA A INTENTAR.' TO MSGO.
000972
000973     EXEC CICS
000974          SEND MAP (WS-MAP)
000975          MAPSET (WS-MAPSET)
000976          FROM (MAP0156O)
000977          LENGTH (WS-LONG)
000978          ERASE
000979          FREEKB
000980     END-EXEC.
000981
000982     EXEC CICS
000983          RETURN TRANSID('T256')
000984          COMMAREA (WS-COMMAREA)
000985     END-EXEC.
000986
000987 9000-F-ABEND. EXIT.
