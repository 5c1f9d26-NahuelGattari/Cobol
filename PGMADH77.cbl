000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. PGMADH77.
000003*********************************************************
000004*                                                        *
000005*  PROGRAMA PARA SQL EMBEBIDO                            *
000006*  ADHESIONES DE CLIENTES AL DEBITO AUTOMATICO DE        *
000007*  EMPRESAS (ADHDEB19, CPADHDEB) Y PEDIDO DE REVERSION   *
000008*  DE UN DEBITO YA APLICADO (DEBAUT19, CPDEBAUT)         *
000009*                                                        *
000010*  PIDE EL OPERADOR (ARCHIVO OPERADOR) COMO LA T227.     *
000011*  LA EMPRESA DEBE ESTAR HABILITADA EN EMPDEB19          *
000012*  (CPEMPDEB) Y LA CUENTA A DEBITAR EXISTIR EN           *
000013*  TBCUENTAS EN PESOS. EL TOPE POR DEBITO ES OPCIONAL    *
000014*  (CERO = SIN TOPE).                                    *
000015*                                                        *
000016*  LA REVERSION SOLO MARCA EL DEBITO COMO SOLICITADO     *
000017*  ('S'); EL CREDITO AL CLIENTE Y EL DEBITO A LA EMPRESA *
000018*  LOS HACE PGMDEB78 EN EL PROCESO NOCTURNO. EL PLAZO    *
000019*  ES DE 30 DIAS (SERIE COMERCIAL 30/360) DESDE LA FECHA *
000020*  DEL DEBITO.                                           *
000021*                                                        *
000022*  NIVEL 2 O 3: CONSULTA, ALTA, BAJA Y REVERSION         *
000023*  NIVEL 1    : SOLO CONSULTA                            *
000024*                                                        *
000025*  ENTER = CONSULTAR    PF6 = BAJA    PF7 = ALTA         *
000026*  PF8   = REVERSION                                     *
000027*  PF4   = LIMPIAR      PF12 = SALIR                     *
000028*                                                        *
000029**********************************************************
000030*      MANTENIMIENTO DE PROGRAMA                         *
000031**********************************************************
000032*  FECHA      *       DETALLE        *
000033**************************************
000034* 15/10/2026  * ADHESIONES AL DEBITO *
000035*             * AUTOMATICO Y PEDIDO  *
000036*             * DE REVERSION (T277)  *
000037**************************************
000038 AUTHOR. NAHUEL GATTARI.
000039 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000041 SPECIAL-NAMES.
000042     DECIMAL-POINT IS COMMA.
000043 DATA DIVISION.
000044 FILE SECTION.
000045 WORKING-STORAGE SECTION.
000046
000047 01 WS-MAP                 PIC X(08)       VALUE 'MAP0177'.
000048 01 WS-MAPSET              PIC X(08)       VALUE 'MAP0277'.
000049 01 WS-LONG                PIC S9(04) COMP.
000050 01 WS-DATE                PIC X(10)       VALUE SPACES.
000051 01 WS-SEP                 PIC X           VALUE '-'.
000052 01 WS-ABSTIME             PIC S9(16) COMP VALUE +0.
000053 01 WS-RESP                PIC S9(4)  COMP.
000054 01 WS-TIME                PIC X(8)        VALUE SPACES.
000055 01 WS-TIMESEP             PIC X           VALUE ':'.
000056 01 WS-AAAAMMDD            PIC 9(08)       VALUE ZEROS.
000057 01 WS-SQLCODE             PIC S9(03)      VALUE ZEROS.
000058
000059 01 WS-OPER-DATASET        PIC X(08)       VALUE 'OPERADOR'.
000060 01 WS-LEN-OPER            PIC S9(04)      VALUE 50   COMP.
000061 01 WS-RIDFLD-OPE          PIC X(08)       VALUE SPACES.
000062
000063**************************************
000064*   EMPRESAS, ADHESIONES Y DEBITOS   *
000065*   APLICADOS                        *
000066**************************************
000067
000068 01 WS-EMP-DATASET         PIC X(08)       VALUE 'EMPDEB19'.
000069 01 WS-LEN-EMP             PIC S9(04)      VALUE 80   COMP.
000070 01 WS-RIDFLD-EMP          PIC X(05)       VALUE SPACES.
000071
000072 01 WS-ADH-DATASET         PIC X(08)       VALUE 'ADHDEB19'.
000073 01 WS-LEN-ADH             PIC S9(04)      VALUE 100  COMP.
000074 01 WS-RIDFLD-ADH.
000075    03 WS-RIDFLD-ADH-EMP   PIC X(05).
000076    03 WS-RIDFLD-ADH-REF   PIC X(20).
000077
000078 01 WS-DBA-DATASET         PIC X(08)       VALUE 'DEBAUT19'.
000079 01 WS-LEN-DBA             PIC S9(04)      VALUE 100  COMP.
000080 01 WS-RIDFLD-DBA.
000081    03 WS-RIDFLD-DBA-EMP   PIC X(05).
000082    03 WS-RIDFLD-DBA-REF   PIC X(20).
000083    03 WS-RIDFLD-DBA-FAC   PIC X(10).
000084
000085 01 WS-IMPORTE-CTVOS       PIC 9(13)       VALUE ZEROS.
000086 01 WS-MONEDA-CUENTA       PIC X(02)       VALUE SPACES.
000087 01 WS-PLAZO-REVERSION     PIC 9(03)       VALUE 30.
000088
000089**************************************
000090*   SERIE COMERCIAL 30/360           *
000091**************************************
000092
000093 01 WS-DIAS                PIC S9(07)      VALUE ZEROS.
000094 01 WS-DIA-TOPE            PIC 9(02)       VALUE ZEROS.
000095 01 WS-SERIE-1             PIC 9(07)       VALUE ZEROS.
000096 01 WS-SERIE-2             PIC 9(07)       VALUE ZEROS.
000097 01 WS-FECHA-SERIE         PIC 9(08)       VALUE ZEROS.
000098 01 WS-FECHA-SERIE-R REDEFINES WS-FECHA-SERIE.
000099    03 WS-SER-AAAA         PIC 9(04).
000100    03 WS-SER-MM           PIC 9(02).
000101    03 WS-SER-DD           PIC 9(02).
000102
000103**************************************
000104*   MENSAJE DE CONFIRMACION DE LA    *
000105*   REVERSION                        *
000106**************************************
000107
000108 01 WS-MSG-REVERSION.
000109    03 FILLER              PIC X(11)       VALUE 'DEBITO DEL '.
000110    03 WS-MSR-DD           PIC 9(02).
000111    03 FILLER              PIC X(01)       VALUE '/'.
000112    03 WS-MSR-MM           PIC 9(02).
000113    03 FILLER              PIC X(01)       VALUE '/'.
000114    03 WS-MSR-AAAA         PIC 9(04).
000115    03 FILLER              PIC X(05)       VALUE ' POR '.
000116    03 WS-MSR-IMPORTE      PIC ZZZ.ZZZ.ZZ9,99.
000117    03 FILLER              PIC X(28)       VALUE
000118       '. S REVIERTE, N CANCELA.'.
000119
000120**************************************
000121*      SWITCH DE VALIDACION          *
000122**************************************
000123
000124 01 WS-SW-VALIDO            PIC X           VALUE 'S'.
000125    88 WS-DATOS-VALIDOS                     VALUE 'S'.
000126    88 WS-DATOS-INVALIDOS                   VALUE 'N'.
000127
000128 01 WS-SW-ADHESION          PIC X           VALUE 'N'.
000129    88 WS-ADHESION-EXISTE                   VALUE 'S'.
000130    88 WS-ADHESION-NUEVA                    VALUE 'N'.
000131
000132 01  WS-COMMAREA.
000133     03  WS-COM-EMPRESA    PIC X(05).
000134     03  WS-COM-REFER      PIC X(20).
000135     03  WS-COM-FACTURA    PIC X(10).
000136     03  WS-COM-TIPCTA     PIC X(02).
000137     03  WS-COM-NROCTA     PIC X(15).
000138     03  WS-COM-CLIENTE    PIC 9(05).
000139     03  WS-COM-TOPE       PIC S9(09)V99 COMP-3.
000140     03  WS-FLAG           PIC 9(01).
000141           88 WS-INICIO                   VALUE 0.
000142           88 WS-CONFIRMA-BAJA            VALUE 5.
000143           88 WS-CONFIRMA-REVERSION       VALUE 7.
000144           88 WS-CONFIRMA                 VALUE 9.
000145     03  WS-COM-OPER       PIC X(08).
000146     03  WS-COM-NIVEL      PIC 9(01).
000147           88 WS-NIVEL-CONSULTA           VALUE 1.
000148           88 WS-NIVEL-ACTUALIZA          VALUE 2 3.
000149
000150    COPY MAP0277.
000151    COPY DFHBMSCA.
000152    COPY DFHAID.
000153    COPY CPOPER.
000154    COPY CPEMPDEB.
000155    COPY CPADHDEB.
000156    COPY CPDEBAUT.
000157
000158**************************************
000159*      AREA DE COMUNICACION DB2       *
000160**************************************
000161
000162    EXEC SQL
000163      INCLUDE SQLCA
000164    END-EXEC.
000165
000166    EXEC SQL
000167      INCLUDE TBCUE
000168    END-EXEC.
000169
000170 LINKAGE SECTION.
000171
000172 01 DFHCOMMAREA            PIC X(73).
000173
000174 PROCEDURE DIVISION.
000175
000176 MAIN-PROGRAM.
000177
000178     PERFORM 1000-I-INICIO  THRU  1000-F-INICIO.
000179
000180     PERFORM 2000-I-PROCESO THRU  2000-F-PROCESO.
000181
000182     PERFORM 3999-I-LOOP    THRU  3999-F-LOOP.
000183
000184
000185**************************************
000186*                                    *
000187*  CUERPO INICIO                     *
000188*                                    *
000189**************************************
000190
000191 1000-I-INICIO.
000192
000193         EXEC CICS
000194              HANDLE ABEND
000195              LABEL (9000-I-ABEND)
000196         END-EXEC.
000197
000198        MOVE LENGTH OF MAP0177O TO WS-LONG
000199
000200         EXEC CICS ASKTIME
000201            ABSTIME (WS-ABSTIME)
000202         END-EXEC.
000203
000204         EXEC CICS FORMATTIME
000205            ABSTIME (WS-ABSTIME)
000206            DDMMYYYY(WS-DATE) DATESEP(WS-SEP)
000207            YYYYMMDD(WS-AAAAMMDD)
000208            TIME (WS-TIME) TIMESEP (WS-TIMESEP)
000209         END-EXEC.
000210
000211        MOVE DFHCOMMAREA TO WS-COMMAREA.
000212
000213 1000-F-INICIO. EXIT.
000214
000215**************************************
000216*                                    *
000217*  CUERPO PRINCIPAL DE PROCESOS      *
000218*                                    *
000219**************************************
000220
000221 2000-I-PROCESO.
000222
000223        MOVE WS-DATE TO FECHAO
000224
000225        EXEC CICS
000226             RECEIVE MAP(WS-MAP)
000227             MAPSET(WS-MAPSET)
000228             INTO(MAP0177I)
000229             RESP(WS-RESP)
000230        END-EXEC
000231
000232      EVALUATE WS-RESP
000233      WHEN DFHRESP(NORMAL)
000234
000235        PERFORM 3300-I-KEYS  THRU 3300-F-KEYS
000236
000237      WHEN DFHRESP(MAPFAIL)
000238        INITIALIZE MAP0177O
000239        MOVE LENGTH OF MAP0177O     TO WS-LONG
000240        MOVE WS-DATE                TO FECHAO
000241        MOVE 'DATOS INCORRECTOS'    TO MSGO
000242        IF EIBAID = DFHPF12
000243            PERFORM 3800-I-ESC
000244              THRU  3800-F-ESC
000245        END-IF
000246        EXEC CICS SEND MAP (WS-MAP)
000247             MAPSET (WS-MAPSET)
000248             FROM (MAP0177O)
000249             LENGTH (WS-LONG)
000250             ERASE
000251             FREEKB
000252        END-EXEC
000253
000254        WHEN OTHER
000255          INITIALIZE MAP0177O
000256          MOVE LENGTH OF MAP0177O     TO WS-LONG
000257          MOVE WS-DATE                TO FECHAO
000258          MOVE 'ERROR DE COMUNICACION. REINTENTE.' TO MSGO
000259          EXEC CICS SEND MAP (WS-MAP)
000260               MAPSET (WS-MAPSET)
000261               FROM (MAP0177O)
000262               LENGTH (WS-LONG)
000263               ERASE
000264               FREEKB
000265          END-EXEC
000266      END-EVALUATE.
000267
000268 2000-F-PROCESO. EXIT.
000269
000270 3300-I-KEYS.
000271
000272     IF WS-FLAG EQUAL 0 AND EIBAID NOT EQUAL DFHPF12
000273        IF WS-COM-OPER EQUAL SPACES
000274           OR WS-COM-OPER EQUAL LOW-VALUES
000275           PERFORM 3200-I-SIGNON
000276              THRU 3200-F-SIGNON
000277        END-IF
000278        IF WS-COM-OPER EQUAL SPACES
000279           OR WS-COM-OPER EQUAL LOW-VALUES
000280           GO TO 3300-F-KEYS
000281        END-IF
000282     END-IF.
000283
000284     EVALUATE WS-FLAG
000285
000286     WHEN 0
000287
000288      EVALUATE EIBAID
000289
000290        WHEN DFHENTER
000291            PERFORM 3350-I-CONSULTAR
000292            THRU 3350-F-CONSULTAR
000293
000294        WHEN DFHPF6
000295            IF WS-NIVEL-ACTUALIZA
000296               PERFORM 3400-I-PEDIR-BAJA
000297               THRU 3400-F-PEDIR-BAJA
000298            ELSE
000299               PERFORM 3250-I-NO-AUTORIZADO
000300               THRU 3250-F-NO-AUTORIZADO
000301            END-IF
000302
000303        WHEN DFHPF7
000304            IF WS-NIVEL-ACTUALIZA
000305               PERFORM 3450-I-VALIDAR-ALTA
000306               THRU 3450-F-VALIDAR-ALTA
000307            ELSE
000308               PERFORM 3250-I-NO-AUTORIZADO
000309               THRU 3250-F-NO-AUTORIZADO
000310            END-IF
000311
000312        WHEN DFHPF8
000313            IF WS-NIVEL-ACTUALIZA
000314               PERFORM 3550-I-VALIDAR-REVERSION
000315               THRU 3550-F-VALIDAR-REVERSION
000316            ELSE
000317               PERFORM 3250-I-NO-AUTORIZADO
000318               THRU 3250-F-NO-AUTORIZADO
000319            END-IF
000320
000321        WHEN DFHPF4
000322            PERFORM 3500-I-CLEAN
000323            THRU 3500-F-CLEAN
000324
000325        WHEN DFHPF12
000326            PERFORM 3800-I-ESC
000327            THRU 3800-F-ESC
000328
000329        WHEN OTHER
000330
000331            MOVE 'SE PULSO UNA TECLA INCORRECTA.' TO MSGO
000332            PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000333
000334      END-EVALUATE
000335
000336     WHEN 5
000337
000338        PERFORM 3600-I-BAJA
000339        THRU 3600-F-BAJA
000340
000341     WHEN 7
000342
000343        PERFORM 3650-I-REVERSION
000344        THRU 3650-F-REVERSION
000345
000346     WHEN 9
000347
000348        PERFORM 3700-I-ALTA
000349        THRU 3700-F-ALTA
000350
000351     END-EVALUATE.
000352
000353 3300-F-KEYS. EXIT.
000354
000355**************************************
000356*                                    *
000357*  IDENTIFICACION DEL OPERADOR       *
000358*  CONTRA EL ARCHIVO OPERADOR        *
000359*                                    *
000360**************************************
000361
000362 3200-I-SIGNON.
000363
000364     IF OPERI EQUAL SPACES OR OPERI EQUAL LOW-VALUES
000365        MOVE 'IDENTIFIQUESE: INGRESE SU CODIGO DE OPERADOR.'
000366             TO MSGO
000367        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000368        GO TO 3200-F-SIGNON
000369     END-IF.
000370
000371     MOVE OPERI TO WS-RIDFLD-OPE.
000372
000373     EXEC CICS
000374          READ DATASET (WS-OPER-DATASET)
000375          RIDFLD (WS-RIDFLD-OPE)
000376          INTO   (REG-OPERADOR)
000377          LENGTH (WS-LEN-OPER)
000378          EQUAL
000379          RESP   (WS-RESP)
000380     END-EXEC.
000381
000382     EVALUATE WS-RESP
000383         WHEN DFHRESP(NORMAL)
000384              IF OPE-ESTADO EQUAL 'B'
000385                 MOVE
000386               'OPERADOR BLOQUEADO. SOLICITE EL DESBLOQUEO.'
000387                      TO MSGO
000388                 PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000389                 GO TO 3200-F-SIGNON
000390              END-IF
000391              MOVE OPE-ID    TO WS-COM-OPER
000392              MOVE OPE-NIVEL TO WS-COM-NIVEL
000393         WHEN DFHRESP(NOTFND)
000394              MOVE 'OPERADOR NO REGISTRADO. VERIFIQUE EL CODIGO.'
000395                   TO MSGO
000396              PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000397         WHEN OTHER
000398              MOVE 'ERROR AL LEER EL ARCHIVO DE OPERADORES.'
000399                   TO MSGO
000400              PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000401     END-EVALUATE.
000402
000403 3200-F-SIGNON. EXIT.
000404
000405**************************************
000406*                                    *
000407*  OPERACION RECHAZADA POR NIVEL     *
000408*  DE AUTORIZACION INSUFICIENTE      *
000409*                                    *
000410**************************************
000411
000412 3250-I-NO-AUTORIZADO.
000413
000414     MOVE 'OPERACION NO AUTORIZADA PARA SU NIVEL DE OPERADOR.'
000415          TO MSGO.
000416     PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR.
000417
000418 3250-F-NO-AUTORIZADO. EXIT.
000419
000420**************************************
000421*                                    *
000422*  CONSULTA DE LA ADHESION POR       *
000423*  EMPRESA Y REFERENCIA DEL CLIENTE  *
000424*                                    *
000425**************************************
000426
000427 3350-I-CONSULTAR.
000428
000429     SET WS-DATOS-VALIDOS TO TRUE.
000430
000431     PERFORM 3340-I-CONTROL-CLAVE THRU 3340-F-CONTROL-CLAVE.
000432
000433     IF WS-DATOS-VALIDOS
000434        PERFORM 3360-I-LEER-EMPRESA THRU 3360-F-LEER-EMPRESA
000435     END-IF.
000436
000437     IF WS-DATOS-INVALIDOS
000438        PERFORM 4850-I-DEVOLVER-DATOS THRU 4850-F-DEVOLVER-DATOS
000439        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000440        GO TO 3350-F-CONSULTAR
000441     END-IF.
000442
000443     PERFORM 3370-I-LEER-ADHESION THRU 3370-F-LEER-ADHESION.
000444
000445     IF WS-DATOS-INVALIDOS
000446        PERFORM 4850-I-DEVOLVER-DATOS THRU 4850-F-DEVOLVER-DATOS
000447        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000448        GO TO 3350-F-CONSULTAR
000449     END-IF.
000450
000451     IF WS-ADHESION-NUEVA
000452        PERFORM 4850-I-DEVOLVER-DATOS THRU 4850-F-DEVOLVER-DATOS
000453        MOVE
000454     'EL CLIENTE NO ESTA ADHERIDO. PF7 PARA DARLO DE ALTA.'
000455             TO MSGO
000456        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000457        GO TO 3350-F-CONSULTAR
000458     END-IF.
000459
000460     PERFORM 4800-I-MOSTRAR-ADHESION THRU 4800-F-MOSTRAR-ADHESION.
000461     MOVE 'CONSULTA REALIZADA.' TO MSGO.
000462     PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR.
000463
000464 3350-F-CONSULTAR. EXIT.
000465
000466**************************************
000467*                                    *
000468*  EMPRESA Y REFERENCIA INGRESADAS   *
000469*                                    *
000470**************************************
000471
000472 3340-I-CONTROL-CLAVE.
000473
000474     IF EMPRESI EQUAL SPACES OR EMPRESI EQUAL LOW-VALUES
000475        MOVE 'INGRESE EL CODIGO DE EMPRESA.' TO MSGO
000476        SET WS-DATOS-INVALIDOS TO TRUE
000477        GO TO 3340-F-CONTROL-CLAVE
000478     END-IF.
000479
000480     IF REFERI EQUAL SPACES OR REFERI EQUAL LOW-VALUES
000481        MOVE 'INGRESE LA REFERENCIA DEL CLIENTE EN LA EMPRESA.'
000482             TO MSGO
000483        SET WS-DATOS-INVALIDOS TO TRUE
000484     END-IF.
000485
000486 3340-F-CONTROL-CLAVE. EXIT.
000487
000488**************************************
000489*                                    *
000490*  LECTURA DE LA EMPRESA (EMPDEB19)  *
000491*                                    *
000492**************************************
000493
000494 3360-I-LEER-EMPRESA.
000495
000496     MOVE EMPRESI TO WS-RIDFLD-EMP.
000497
000498     EXEC CICS
000499          READ DATASET (WS-EMP-DATASET)
000500          RIDFLD (WS-RIDFLD-EMP)
000501          INTO   (REG-EMPDEB)
000502          LENGTH (WS-LEN-EMP)
000503          EQUAL
000504          RESP   (WS-RESP)
000505     END-EXEC.
000506
000507     EVALUATE WS-RESP
000508         WHEN DFHRESP(NORMAL)
000509              MOVE EMP-NOMBRE TO NOMEMPO
000510         WHEN DFHRESP(NOTFND)
000511              MOVE 'LA EMPRESA NO ESTA REGISTRADA.' TO MSGO
000512              SET WS-DATOS-INVALIDOS TO TRUE
000513         WHEN OTHER
000514              MOVE 'ERROR AL LEER EL ARCHIVO DE EMPRESAS.' TO MSGO
000515              SET WS-DATOS-INVALIDOS TO TRUE
000516     END-EVALUATE.
000517
000518 3360-F-LEER-EMPRESA. EXIT.
000519
000520**************************************
000521*                                    *
000522*  LECTURA DE LA ADHESION (ADHDEB19) *
000523*                                    *
000524**************************************
000525
000526 3370-I-LEER-ADHESION.
000527
000528     SET WS-ADHESION-NUEVA TO TRUE.
000529     MOVE EMPRESI TO WS-RIDFLD-ADH-EMP.
000530     MOVE REFERI  TO WS-RIDFLD-ADH-REF.
000531
000532     EXEC CICS
000533          READ DATASET (WS-ADH-DATASET)
000534          RIDFLD (WS-RIDFLD-ADH)
000535          INTO   (REG-ADHDEB)
000536          LENGTH (WS-LEN-ADH)
000537          EQUAL
000538          RESP   (WS-RESP)
000539     END-EXEC.
000540
000541     EVALUATE WS-RESP
000542         WHEN DFHRESP(NORMAL)
000543              SET WS-ADHESION-EXISTE TO TRUE
000544         WHEN DFHRESP(NOTFND)
000545              CONTINUE
000546         WHEN OTHER
000547              MOVE 'ERROR AL LEER EL ARCHIVO DE ADHESIONES.'
000548                   TO MSGO
000549              SET WS-DATOS-INVALIDOS TO TRUE
000550     END-EVALUATE.
000551
000552 3370-F-LEER-ADHESION. EXIT.
000553
000554**************************************
000555*                                    *
000556*  LECTURA DE LA CUENTA A DEBITAR    *
000557*  (CLAVE YA CARGADA EN DCLTBCUENTAS)*
000558*                                    *
000559**************************************
000560
000561 3380-I-LEER-CUENTA.
000562
000563     EXEC SQL
000564        SELECT MONEDA,
000565               NRO_CLIENTE
000566          INTO :DCLTBCUENTAS.WS-MONEDA,
000567               :DCLTBCUENTAS.WS-CUE-NRO-CLIENTE
000568          FROM  ITPFBIO.TBCUENTAS
000569         WHERE  TIPO_CUENTA = :DCLTBCUENTAS.WS-TIPO-CUENTA
000570           AND  NRO_CUENTA  = :DCLTBCUENTAS.WS-NRO-CUENTA
000571     END-EXEC.
000572
000573     MOVE SQLCODE TO WS-SQLCODE.
000574
000575     EVALUATE WS-SQLCODE
000576         WHEN ZEROS
000577              MOVE WS-MONEDA TO WS-MONEDA-CUENTA
000578         WHEN +100
000579              MOVE 'LA CUENTA NO EXISTE.' TO MSGO
000580              SET WS-DATOS-INVALIDOS TO TRUE
000581              GO TO 3380-F-LEER-CUENTA
000582         WHEN OTHER
000583              MOVE 'ERROR AL LEER LA CUENTA.' TO MSGO
000584              SET WS-DATOS-INVALIDOS TO TRUE
000585              GO TO 3380-F-LEER-CUENTA
000586     END-EVALUATE.
000587
000588*    LA MONEDA EN BLANCO ES DE PESOS (CUENTAS VIEJAS)
000589     IF WS-MONEDA-CUENTA EQUAL SPACES
000590        MOVE '01' TO WS-MONEDA-CUENTA
000591     END-IF.
000592
000593     IF WS-MONEDA-CUENTA NOT EQUAL '01'
000594        MOVE
000595     'EL DEBITO AUTOMATICO SOLO SE ADHIERE A CUENTAS EN PESOS.'
000596             TO MSGO
000597        SET WS-DATOS-INVALIDOS TO TRUE
000598     END-IF.
000599
000600 3380-F-LEER-CUENTA. EXIT.
000601
000602**************************************
000603*                                    *
000604*  PEDIDO DE CONFIRMACION DE LA BAJA *
000605*  DE UNA ADHESION ACTIVA            *
000606*                                    *
000607**************************************
000608
000609 3400-I-PEDIR-BAJA.
000610
000611     SET WS-DATOS-VALIDOS TO TRUE.
000612
000613     PERFORM 3340-I-CONTROL-CLAVE THRU 3340-F-CONTROL-CLAVE.
000614
000615     IF WS-DATOS-VALIDOS
000616        PERFORM 3360-I-LEER-EMPRESA THRU 3360-F-LEER-EMPRESA
000617     END-IF.
000618
000619     IF WS-DATOS-VALIDOS
000620        PERFORM 3370-I-LEER-ADHESION THRU 3370-F-LEER-ADHESION
000621     END-IF.
000622
000623     IF WS-DATOS-VALIDOS AND WS-ADHESION-NUEVA
000624        MOVE 'EL CLIENTE NO ESTA ADHERIDO A LA EMPRESA.' TO MSGO
000625        SET WS-DATOS-INVALIDOS TO TRUE
000626     END-IF.
000627
000628     IF WS-DATOS-INVALIDOS
000629        PERFORM 4850-I-DEVOLVER-DATOS THRU 4850-F-DEVOLVER-DATOS
000630        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000631        GO TO 3400-F-PEDIR-BAJA
000632     END-IF.
000633
000634     PERFORM 4800-I-MOSTRAR-ADHESION THRU 4800-F-MOSTRAR-ADHESION.
000635
000636     IF ADH-ESTADO EQUAL 'B'
000637        MOVE 'LA ADHESION YA ESTA DADA DE BAJA.' TO MSGO
000638        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000639        GO TO 3400-F-PEDIR-BAJA
000640     END-IF.
000641
000642     MOVE ADH-EMPRESA    TO WS-COM-EMPRESA.
000643     MOVE ADH-REFERENCIA TO WS-COM-REFER.
000644
000645     MOVE
000646     'CONFIRMA LA BAJA ? S PARA CONFIRMAR, N PARA CANCELAR.'
000647          TO MSGO.
000648     SET WS-CONFIRMA-BAJA TO TRUE.
000649     PERFORM 4870-I-PEDIR-CONFIRMACION
000650        THRU 4870-F-PEDIR-CONFIRMACION.
000651
000652 3400-F-PEDIR-BAJA. EXIT.
000653
000654**************************************
000655*                                    *
000656*  VALIDACION DEL ALTA Y PEDIDO DE   *
000657*  CONFIRMACION. UNA ADHESION DADA   *
000658*  DE BAJA SE VUELVE A ACTIVAR       *
000659*                                    *
000660**************************************
000661
000662 3450-I-VALIDAR-ALTA.
000663
000664     SET WS-DATOS-VALIDOS TO TRUE.
000665
000666     PERFORM 3340-I-CONTROL-CLAVE THRU 3340-F-CONTROL-CLAVE.
000667
000668     IF WS-DATOS-VALIDOS
000669        IF TIPCTAI EQUAL SPACES OR TIPCTAI EQUAL LOW-VALUES
000670           OR NROCTAI EQUAL SPACES OR NROCTAI EQUAL LOW-VALUES
000671           MOVE 'INGRESE TIPO Y NUMERO DE LA CUENTA A DEBITAR.'
000672                TO MSGO
000673           SET WS-DATOS-INVALIDOS TO TRUE
000674        END-IF
000675     END-IF.
000676
000677*    EL TOPE EN BLANCO ES SIN TOPE
000678     IF WS-DATOS-VALIDOS
000679        IF TOPEI EQUAL SPACES OR TOPEI EQUAL LOW-VALUES
000680           MOVE ZEROS TO WS-IMPORTE-CTVOS
000681        ELSE
000682           IF TOPEI IS NOT NUMERIC
000683              MOVE 'EL TOPE ES INVALIDO.' TO MSGO
000684              SET WS-DATOS-INVALIDOS TO TRUE
000685           ELSE
000686              MOVE TOPEI TO WS-IMPORTE-CTVOS
000687           END-IF
000688        END-IF
000689     END-IF.
000690
000691     IF WS-DATOS-VALIDOS
000692        PERFORM 3360-I-LEER-EMPRESA THRU 3360-F-LEER-EMPRESA
000693     END-IF.
000694
000695     IF WS-DATOS-VALIDOS AND EMP-ESTADO NOT EQUAL 'A'
000696        MOVE
000697     'LA EMPRESA NO ESTA HABILITADA PARA DEBITO AUTOMATICO.'
000698             TO MSGO
000699        SET WS-DATOS-INVALIDOS TO TRUE
000700     END-IF.
000701
000702     IF WS-DATOS-VALIDOS
000703        PERFORM 3370-I-LEER-ADHESION THRU 3370-F-LEER-ADHESION
000704     END-IF.
000705
000706     IF WS-DATOS-VALIDOS AND WS-ADHESION-EXISTE
000707        AND ADH-ESTADO EQUAL 'A'
000708        MOVE 'EL CLIENTE YA ESTA ADHERIDO A LA EMPRESA.' TO MSGO
000709        SET WS-DATOS-INVALIDOS TO TRUE
000710     END-IF.
000711
000712     IF WS-DATOS-VALIDOS
000713        MOVE TIPCTAI TO WS-TIPO-CUENTA
000714        MOVE NROCTAI TO WS-NRO-CUENTA
000715        PERFORM 3380-I-LEER-CUENTA THRU 3380-F-LEER-CUENTA
000716     END-IF.
000717
000718     IF WS-DATOS-INVALIDOS
000719        PERFORM 4850-I-DEVOLVER-DATOS THRU 4850-F-DEVOLVER-DATOS
000720        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000721        GO TO 3450-F-VALIDAR-ALTA
000722     END-IF.
000723
000724     MOVE EMPRESI            TO WS-COM-EMPRESA.
000725     MOVE REFERI             TO WS-COM-REFER.
000726     MOVE TIPCTAI            TO WS-COM-TIPCTA.
000727     MOVE NROCTAI            TO WS-COM-NROCTA.
000728     MOVE WS-CUE-NRO-CLIENTE TO WS-COM-CLIENTE.
000729     COMPUTE WS-COM-TOPE = WS-IMPORTE-CTVOS / 100.
000730
000731     PERFORM 4850-I-DEVOLVER-DATOS THRU 4850-F-DEVOLVER-DATOS.
000732     MOVE WS-IMPORTE-CTVOS TO TOPEO.
000733
000734     MOVE
000735     'VERIFIQUE LA ADHESION. S PARA CONFIRMAR, N PARA CANCELAR.'
000736          TO MSGO.
000737     SET WS-CONFIRMA TO TRUE.
000738     PERFORM 4870-I-PEDIR-CONFIRMACION
000739        THRU 4870-F-PEDIR-CONFIRMACION.
000740
000741 3450-F-VALIDAR-ALTA. EXIT.
000742
000743**************************************
000744*                                    *
000745*  VALIDACION DE LA REVERSION: EL    *
000746*  DEBITO DEBE ESTAR APLICADO Y      *
000747*  DENTRO DEL PLAZO                  *
000748*                                    *
000749**************************************
000750
000751 3550-I-VALIDAR-REVERSION.
000752
000753     SET WS-DATOS-VALIDOS TO TRUE.
000754
000755     PERFORM 3340-I-CONTROL-CLAVE THRU 3340-F-CONTROL-CLAVE.
000756
000757     IF WS-DATOS-VALIDOS
000758        IF FACTURI EQUAL SPACES OR FACTURI EQUAL LOW-VALUES
000759           MOVE 'INGRESE LA FACTURA DEL DEBITO A REVERTIR.'
000760                TO MSGO
000761           SET WS-DATOS-INVALIDOS TO TRUE
000762        END-IF
000763     END-IF.
000764
000765     IF WS-DATOS-VALIDOS
000766        PERFORM 3360-I-LEER-EMPRESA THRU 3360-F-LEER-EMPRESA
000767     END-IF.
000768
000769     IF WS-DATOS-INVALIDOS
000770        PERFORM 4850-I-DEVOLVER-DATOS THRU 4850-F-DEVOLVER-DATOS
000771        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000772        GO TO 3550-F-VALIDAR-REVERSION
000773     END-IF.
000774
000775     MOVE EMPRESI TO WS-RIDFLD-DBA-EMP.
000776     MOVE REFERI  TO WS-RIDFLD-DBA-REF.
000777     MOVE FACTURI TO WS-RIDFLD-DBA-FAC.
000778
000779     EXEC CICS
000780          READ DATASET (WS-DBA-DATASET)
000781          RIDFLD (WS-RIDFLD-DBA)
000782          INTO   (REG-DEBAUT)
000783          LENGTH (WS-LEN-DBA)
000784          EQUAL
000785          RESP   (WS-RESP)
000786     END-EXEC.
000787
000788     EVALUATE WS-RESP
000789         WHEN DFHRESP(NORMAL)
000790              CONTINUE
000791         WHEN DFHRESP(NOTFND)
000792              MOVE 'NO HAY DEBITO REGISTRADO PARA ESA FACTURA.'
000793                   TO MSGO
000794              SET WS-DATOS-INVALIDOS TO TRUE
000795         WHEN OTHER
000796              MOVE 'ERROR AL LEER EL ARCHIVO DE DEBITOS.' TO MSGO
000797              SET WS-DATOS-INVALIDOS TO TRUE
000798     END-EVALUATE.
000799
000800     IF WS-DATOS-VALIDOS
000801        EVALUATE DBA-ESTADO
000802            WHEN 'S'
000803                 MOVE
000804     'LA REVERSION DE ESE DEBITO YA FUE SOLICITADA.'
000805                      TO MSGO
000806                 SET WS-DATOS-INVALIDOS TO TRUE
000807            WHEN 'R'
000808                 MOVE 'ESE DEBITO YA FUE REVERTIDO.' TO MSGO
000809                 SET WS-DATOS-INVALIDOS TO TRUE
000810        END-EVALUATE
000811     END-IF.
000812
000813     IF WS-DATOS-VALIDOS
000814        PERFORM 6000-I-DIAS-DEBITO THRU 6000-F-DIAS-DEBITO
000815        IF WS-DIAS GREATER THAN WS-PLAZO-REVERSION
000816           MOVE
000817     'VENCIO EL PLAZO DE 30 DIAS PARA REVERTIR EL DEBITO.'
000818                TO MSGO
000819           SET WS-DATOS-INVALIDOS TO TRUE
000820        END-IF
000821     END-IF.
000822
000823     IF WS-DATOS-INVALIDOS
000824        PERFORM 4850-I-DEVOLVER-DATOS THRU 4850-F-DEVOLVER-DATOS
000825        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000826        GO TO 3550-F-VALIDAR-REVERSION
000827     END-IF.
000828
000829     MOVE DBA-EMPRESA    TO WS-COM-EMPRESA.
000830     MOVE DBA-REFERENCIA TO WS-COM-REFER.
000831     MOVE DBA-FACTURA    TO WS-COM-FACTURA.
000832
000833     PERFORM 4850-I-DEVOLVER-DATOS THRU 4850-F-DEVOLVER-DATOS.
000834     MOVE DBA-TIPO-CUENTA TO TIPCTAO.
000835     MOVE DBA-NRO-CUENTA  TO NROCTAO.
000836
000837     MOVE DBA-FECHA-DEBITO TO WS-FECHA-SERIE.
000838     MOVE WS-SER-DD        TO WS-MSR-DD.
000839     MOVE WS-SER-MM        TO WS-MSR-MM.
000840     MOVE WS-SER-AAAA      TO WS-MSR-AAAA.
000841     MOVE DBA-IMPORTE      TO WS-MSR-IMPORTE.
000842     MOVE WS-MSG-REVERSION TO MSGO.
000843
000844     SET WS-CONFIRMA-REVERSION TO TRUE.
000845     PERFORM 4870-I-PEDIR-CONFIRMACION
000846        THRU 4870-F-PEDIR-CONFIRMACION.
000847
000848 3550-F-VALIDAR-REVERSION. EXIT.
000849
000850**************************************
000851*                                    *
000852*  BAJA DE LA ADHESION: QUEDA CON    *
000853*  ESTADO B Y FECHA DE BAJA          *
000854*                                    *
000855**************************************
000856
000857 3600-I-BAJA.
000858
000859     IF CAMPI = 'N'
000860        MOVE 'LA BAJA FUE CANCELADA.' TO MSGO
000861        SET WS-INICIO TO TRUE
000862        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000863        GO TO 3600-F-BAJA
000864     END-IF.
000865
000866     IF CAMPI NOT EQUAL 'S'
000867        MOVE 'ERROR, INGRESE UNICAMENTE  S / N.' TO MSGO
000868        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000869        GO TO 3600-F-BAJA
000870     END-IF.
000871
000872     SET WS-INICIO TO TRUE.
000873     MOVE WS-COM-EMPRESA TO WS-RIDFLD-ADH-EMP.
000874     MOVE WS-COM-REFER   TO WS-RIDFLD-ADH-REF.
000875
000876     EXEC CICS
000877          READ DATASET (WS-ADH-DATASET)
000878          RIDFLD (WS-RIDFLD-ADH)
000879          INTO   (REG-ADHDEB)
000880          LENGTH (WS-LEN-ADH)
000881          UPDATE
000882          EQUAL
000883          RESP   (WS-RESP)
000884     END-EXEC.
000885
000886     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
000887        MOVE 'ERROR AL LEER LA ADHESION, PULSE PF4' TO MSGO
000888        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000889        GO TO 3600-F-BAJA
000890     END-IF.
000891
000892     MOVE 'B'         TO ADH-ESTADO.
000893     MOVE WS-AAAAMMDD TO ADH-FECHA-BAJA.
000894     MOVE WS-COM-OPER TO ADH-OPERADOR.
000895
000896     EXEC CICS
000897          REWRITE DATASET (WS-ADH-DATASET)
000898          FROM   (REG-ADHDEB)
000899          LENGTH (WS-LEN-ADH)
000900          RESP   (WS-RESP)
000901     END-EXEC.
000902
000903     IF WS-RESP EQUAL DFHRESP(NORMAL)
000904        PERFORM 4800-I-MOSTRAR-ADHESION
000905           THRU 4800-F-MOSTRAR-ADHESION
000906        MOVE 'LA ADHESION FUE DADA DE BAJA. PULSE PF4' TO MSGO
000907     ELSE
000908        MOVE 'ERROR EN EL ARCHIVO DE ADHESIONES, PULSE PF4'
000909             TO MSGO
000910     END-IF.
000911
000912     PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR.
000913
000914 3600-F-BAJA. EXIT.
000915
000916**************************************
000917*                                    *
000918*  SOLICITUD DE REVERSION: EL        *
000919*  DEBITO QUEDA CON ESTADO S PARA    *
000920*  EL PROCESO NOCTURNO               *
000921*                                    *
000922**************************************
000923
000924 3650-I-REVERSION.
000925
000926     IF CAMPI = 'N'
000927        MOVE 'LA REVERSION FUE CANCELADA.' TO MSGO
000928        SET WS-INICIO TO TRUE
000929        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000930        GO TO 3650-F-REVERSION
000931     END-IF.
000932
000933     IF CAMPI NOT EQUAL 'S'
000934        MOVE 'ERROR, INGRESE UNICAMENTE  S / N.' TO MSGO
000935        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000936        GO TO 3650-F-REVERSION
000937     END-IF.
000938
000939     SET WS-INICIO TO TRUE.
000940     MOVE WS-COM-EMPRESA TO WS-RIDFLD-DBA-EMP.
000941     MOVE WS-COM-REFER   TO WS-RIDFLD-DBA-REF.
000942     MOVE WS-COM-FACTURA TO WS-RIDFLD-DBA-FAC.
000943
000944     EXEC CICS
000945          READ DATASET (WS-DBA-DATASET)
000946          RIDFLD (WS-RIDFLD-DBA)
000947          INTO   (REG-DEBAUT)
000948          LENGTH (WS-LEN-DBA)
000949          UPDATE
000950          EQUAL
000951          RESP   (WS-RESP)
000952     END-EXEC.
000953
000954     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
000955        MOVE 'ERROR AL LEER EL DEBITO, PULSE PF4' TO MSGO
000956        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000957        GO TO 3650-F-REVERSION
000958     END-IF.
000959
000960*    OTRA TERMINAL PUDO PEDIR LA REVERSION MIENTRAS SE
000961*    CONFIRMABA
000962     IF DBA-ESTADO NOT EQUAL 'P'
000963        EXEC CICS
000964             UNLOCK DATASET (WS-DBA-DATASET)
000965        END-EXEC
000966        MOVE 'LA REVERSION DE ESE DEBITO YA FUE SOLICITADA.'
000967             TO MSGO
000968        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000969        GO TO 3650-F-REVERSION
000970     END-IF.
000971
000972     MOVE 'S'         TO DBA-ESTADO.
000973     MOVE WS-AAAAMMDD TO DBA-FECHA-SOLICITUD.
000974     MOVE WS-COM-OPER TO DBA-OPERADOR.
000975
000976     EXEC CICS
000977          REWRITE DATASET (WS-DBA-DATASET)
000978          FROM   (REG-DEBAUT)
000979          LENGTH (WS-LEN-DBA)
000980          RESP   (WS-RESP)
000981     END-EXEC.
000982
000983     IF WS-RESP EQUAL DFHRESP(NORMAL)
000984        MOVE
000985     'REVERSION SOLICITADA. SE ACREDITA EN EL PROCESO NOCTURNO.'
000986             TO MSGO
000987     ELSE
000988        MOVE 'ERROR EN EL ARCHIVO DE DEBITOS, PULSE PF4' TO MSGO
000989     END-IF.
000990
000991     PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR.
000992
000993 3650-F-REVERSION. EXIT.
000994
000995**************************************
000996*                                    *
000997*  ALTA DE LA ADHESION O NUEVA       *
000998*  ACTIVACION DE UNA DADA DE BAJA    *
000999*                                    *
001000**************************************
001001
001002 3700-I-ALTA.
001003
001004     IF CAMPI = 'N'
001005        MOVE 'EL ALTA FUE CANCELADA.' TO MSGO
001006        SET WS-INICIO TO TRUE
001007        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
001008        GO TO 3700-F-ALTA
001009     END-IF.
001010
001011     IF CAMPI NOT EQUAL 'S'
001012        MOVE 'ERROR, INGRESE UNICAMENTE  S / N.' TO MSGO
001013        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
001014        GO TO 3700-F-ALTA
001015     END-IF.
001016
001017     SET WS-INICIO TO TRUE.
001018     MOVE WS-COM-EMPRESA TO WS-RIDFLD-ADH-EMP.
001019     MOVE WS-COM-REFER   TO WS-RIDFLD-ADH-REF.
001020
001021     EXEC CICS
001022          READ DATASET (WS-ADH-DATASET)
001023          RIDFLD (WS-RIDFLD-ADH)
001024          INTO   (REG-ADHDEB)
001025          LENGTH (WS-LEN-ADH)
001026          UPDATE
001027          EQUAL
001028          RESP   (WS-RESP)
001029     END-EXEC.
001030
001031     EVALUATE WS-RESP
001032         WHEN DFHRESP(NORMAL)
001033              SET WS-ADHESION-EXISTE TO TRUE
001034         WHEN DFHRESP(NOTFND)
001035              SET WS-ADHESION-NUEVA TO TRUE
001036         WHEN OTHER
001037              MOVE 'ERROR AL LEER LA ADHESION, PULSE PF4' TO MSGO
001038              PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
001039              GO TO 3700-F-ALTA
001040     END-EVALUATE.
001041
001042     IF WS-ADHESION-EXISTE AND ADH-ESTADO EQUAL 'A'
001043        EXEC CICS
001044             UNLOCK DATASET (WS-ADH-DATASET)
001045        END-EXEC
001046        MOVE 'EL CLIENTE YA ESTA ADHERIDO A LA EMPRESA.' TO MSGO
001047        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
001048        GO TO 3700-F-ALTA
001049     END-IF.
001050
001051     MOVE SPACES          TO REG-ADHDEB.
001052     MOVE WS-COM-EMPRESA  TO ADH-EMPRESA.
001053     MOVE WS-COM-REFER    TO ADH-REFERENCIA.
001054     MOVE WS-COM-TIPCTA   TO ADH-TIPO-CUENTA.
001055     MOVE WS-COM-NROCTA   TO ADH-NRO-CUENTA.
001056     MOVE WS-COM-CLIENTE  TO ADH-NRO-CLIENTE.
001057     MOVE WS-COM-TOPE     TO ADH-TOPE.
001058     MOVE 'A'             TO ADH-ESTADO.
001059     MOVE WS-AAAAMMDD     TO ADH-FECHA-ALTA.
001060     MOVE ZEROS           TO ADH-FECHA-BAJA.
001061     MOVE WS-COM-OPER     TO ADH-OPERADOR.
001062
001063     IF WS-ADHESION-EXISTE
001064        EXEC CICS
001065             REWRITE DATASET (WS-ADH-DATASET)
001066             FROM   (REG-ADHDEB)
001067             LENGTH (WS-LEN-ADH)
001068             RESP   (WS-RESP)
001069        END-EXEC
001070     ELSE
001071        EXEC CICS
001072             WRITE DATASET (WS-ADH-DATASET)
001073             RIDFLD (WS-RIDFLD-ADH)
001074             FROM   (REG-ADHDEB)
001075             LENGTH (WS-LEN-ADH)
001076             RESP   (WS-RESP)
001077        END-EXEC
001078     END-IF.
001079
001080     EVALUATE WS-RESP
001081      WHEN DFHRESP(NORMAL)
001082        PERFORM 4800-I-MOSTRAR-ADHESION
001083           THRU 4800-F-MOSTRAR-ADHESION
001084        MOVE 'LA ADHESION FUE REGISTRADA. PULSE PF4' TO MSGO
001085      WHEN DFHRESP(DUPREC)
001086        MOVE 'ADHESION DUPLICADA, PULSE PF4' TO MSGO
001087      WHEN OTHER
001088        MOVE 'ERROR EN EL ARCHIVO DE ADHESIONES, PULSE PF4'
001089             TO MSGO
001090     END-EVALUATE.
001091
001092     PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR.
001093
001094 3700-F-ALTA. EXIT.
001095
001096**************************************
001097*                                    *
001098*  DIAS COMERCIALES (30/360) ENTRE   *
001099*  LA FECHA DEL DEBITO Y HOY         *
001100*                                    *
001101**************************************
001102
001103 6000-I-DIAS-DEBITO.
001104
001105     MOVE DBA-FECHA-DEBITO TO WS-FECHA-SERIE.
001106     PERFORM 6100-I-SERIE THRU 6100-F-SERIE.
001107     MOVE WS-SERIE-2 TO WS-SERIE-1.
001108
001109     MOVE WS-AAAAMMDD TO WS-FECHA-SERIE.
001110     PERFORM 6100-I-SERIE THRU 6100-F-SERIE.
001111
001112     COMPUTE WS-DIAS = WS-SERIE-2 - WS-SERIE-1.
001113
001114 6000-F-DIAS-DEBITO. EXIT.
001115
001116 6100-I-SERIE.
001117
001118     MOVE WS-SER-DD TO WS-DIA-TOPE.
001119     IF WS-DIA-TOPE GREATER THAN 30
001120        MOVE 30 TO WS-DIA-TOPE
001121     END-IF.
001122
001123     COMPUTE WS-SERIE-2 =
001124             WS-SER-AAAA * 360
001125           + (WS-SER-MM - 1) * 30
001126           + WS-DIA-TOPE.
001127
001128 6100-F-SERIE. EXIT.
001129
001130**************************************
001131*                                    *
001132*  DATOS DE LA ADHESION EN PANTALLA  *
001133*                                    *
001134**************************************
001135
001136 4800-I-MOSTRAR-ADHESION.
001137
001138     MOVE ADH-EMPRESA     TO EMPRESO.
001139     MOVE ADH-REFERENCIA  TO REFERO.
001140     MOVE ADH-TIPO-CUENTA TO TIPCTAO.
001141     MOVE ADH-NRO-CUENTA  TO NROCTAO.
001142     COMPUTE WS-IMPORTE-CTVOS = ADH-TOPE * 100.
001143     MOVE WS-IMPORTE-CTVOS TO TOPEO.
001144     MOVE ADH-ESTADO      TO ESTADOO.
001145     MOVE ADH-FECHA-ALTA  TO FECALTO.
001146     IF ADH-FECHA-BAJA EQUAL ZEROS
001147        MOVE SPACES         TO FECBAJO
001148     ELSE
001149        MOVE ADH-FECHA-BAJA TO FECBAJO
001150     END-IF.
001151
001152 4800-F-MOSTRAR-ADHESION. EXIT.
001153
001154**************************************
001155*                                    *
001156*  DEVUELVE A LA PANTALLA LOS DATOS  *
001157*  INGRESADOS                        *
001158*                                    *
001159**************************************
001160
001161 4850-I-DEVOLVER-DATOS.
001162
001163     MOVE EMPRESI TO EMPRESO.
001164     MOVE REFERI  TO REFERO.
001165     MOVE TIPCTAI TO TIPCTAO.
001166     MOVE NROCTAI TO NROCTAO.
001167     MOVE TOPEI   TO TOPEO.
001168     MOVE FACTURI TO FACTURO.
001169
001170 4850-F-DEVOLVER-DATOS. EXIT.
001171
001172**************************************
001173*                                    *
001174*  PEDIDO DE CONFIRMACION S/N: SE    *
001175*  PROTEGEN LOS DATOS Y SE HABILITA  *
001176*  EL CAMPO DE CONFIRMACION          *
001177*                                    *
001178**************************************
001179
001180 4870-I-PEDIR-CONFIRMACION.
001181
001182     MOVE DFHBMPRO          TO EMPRESA REFERA TIPCTAA
001183                               NROCTAA TOPEA FACTURA.
001184     MOVE '_'               TO CAMPO.
001185     MOVE -1                TO CAMPL.
001186     MOVE DFHBMUNP          TO CAMPA.
001187
001188     MOVE WS-COM-OPER TO OPERO.
001189     MOVE WS-DATE     TO FECHAO.
001190     EXEC CICS SEND MAP (WS-MAP)
001191           MAPSET (WS-MAPSET)
001192           FROM (MAP0177O)
001193           LENGTH (WS-LONG)
001194           CURSOR
001195           ERASE
001196           FREEKB
001197     END-EXEC.
001198
001199 4870-F-PEDIR-CONFIRMACION. EXIT.
001200
001201**************************************
001202*                                    *
001203*  ENVIO DE LA PANTALLA              *
001204*                                    *
001205**************************************
001206
001207 4900-I-ENVIAR.
001208
001209     MOVE WS-COM-OPER   TO OPERO.
001210     MOVE WS-DATE       TO FECHAO.
001211
001212     EXEC CICS SEND MAP (WS-MAP)
001213           MAPSET (WS-MAPSET)
001214           FROM (MAP0177O)
001215           LENGTH (WS-LONG)
001216           ERASE
001217           FREEKB
001218     END-EXEC.
001219
001220 4900-F-ENVIAR. EXIT.
001221
001222 3500-I-CLEAN.
001223
001224        INITIALIZE MAP0177O.
001225        SET WS-INICIO TO TRUE
001226        MOVE WS-COM-OPER TO OPERO
001227        MOVE WS-DATE     TO FECHAO
001228
001229     EXEC CICS SEND MAP (WS-MAP)
001230           MAPSET (WS-MAPSET)
001231           FROM (MAP0177O)
001232           LENGTH (WS-LONG)
001233           ERASE
001234     END-EXEC.
001235
001236 3500-F-CLEAN. EXIT.
001237
001238 3800-I-ESC.
001239
001240      EXEC CICS
001241         SEND CONTROL ERASE
001242      END-EXEC
001243
001244      EXEC CICS
001245         RETURN
001246      END-EXEC.
001247
001248 3800-F-ESC. EXIT.
001249
001250 3999-I-LOOP.
001251
001252     EXEC CICS
001253          RETURN TRANSID('T277')
001254          COMMAREA (WS-COMMAREA)
001255     END-EXEC.
001256
001257 3999-F-LOOP. EXIT.
001258
001259**************************************
001260*                                    *
001261*  RECUPERACION DE ABEND             *
001262*                                    *
001263**************************************
001264
001265 9000-I-ABEND.
001266
001267     DISPLAY '* ABEND EN PGMADH77. EIBFN = ' EIBFN
001268             ' WS-RESP = ' WS-RESP.
001269
001270     EXEC CICS
001271          SYNCPOINT ROLLBACK
001272     END-EXEC.
001273
001274     INITIALIZE MAP0177O.
001275     MOVE LENGTH OF MAP0177O        TO WS-LONG.
001276     MOVE WS-DATE                   TO FECHAO.
001277     MOVE 'OCURRIO UN ERROR. NO SE APLICO NINGUN CAMBIO.' TO MSGO.
001278
001279     EXEC CICS
001280          SEND MAP (WS-MAP)
001281          MAPSET (WS-MAPSET)
001282          FROM (MAP0177O)
001283          LENGTH (WS-LONG)
001284          ERASE
001285          FREEKB
001286     END-EXEC.
001287
001288     SET WS-INICIO TO TRUE.
001289
001290     EXEC CICS
001291          RETURN TRANSID('T277')
001292          COMMAREA (WS-COMMAREA)
001293     END-EXEC.
001294
001295 9000-F-ABEND. EXIT.
