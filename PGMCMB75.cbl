000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. PGMCMB75.
000003*********************************************************
000004*                                                        *
000005*  PROGRAMA PARA SQL EMBEBIDO                            *
000006*  COMPRA-VENTA DE MONEDA EXTRANJERA ENTRE UNA CUENTA    *
000007*  EN PESOS Y UNA CUENTA EN DOLARES DEL MISMO CLIENTE    *
000008*                                                        *
000009*  PIDE EL OPERADOR (ARCHIVO OPERADOR) COMO LA T227.     *
000010*  C = EL CLIENTE COMPRA DOLARES: DEBITA PESOS AL        *
000011*      VENDEDOR DEL DIA MAS EL SPREAD                    *
000012*  V = EL CLIENTE VENDE DOLARES: DEBITA DOLARES Y        *
000013*      ACREDITA PESOS AL COMPRADOR MENOS EL SPREAD       *
000014*  LAS COTIZACIONES, EL SPREAD Y EL TOPE MENSUAL DE      *
000015*  COMPRA POR CLIENTE SE LEEN DE COTDIA19 (CPCOTDIA),    *
000016*  CARGADO POR PGMCOT75. SIN COTIZACION DEL DIA NO SE    *
000017*  OPERA.                                                *
000018*                                                        *
000019*  LA CUENTA DEBITADA PASA LOS MISMOS CONTROLES QUE EL   *
000020*  DEBITO DE LA T227: CUENTA DORMIDA (INACTI19) Y SALDO  *
000021*  CON EL ACUERDO DE SOBREGIRO VIGENTE (ACUERD19). LAS   *
000022*  COMPRAS DEL CLIENTE EN EL MES SE SUMAN DE CAMBIO19    *
000023*  (CPCAMBIO) CONTRA EL TOPE.                            *
000024*                                                        *
000025*  DEBITO, CREDITO, LAS DOS PATAS EN MOVCTA19 ('FD' EN   *
000026*  LA CUENTA DEBITADA, 'FC' EN LA ACREDITADA, CADA UNA   *
000027*  EN SU MONEDA) Y LA OPERACION EN CAMBIO19 VAN EN UNA   *
000028*  SOLA UNIDAD DE TRABAJO. LA POSICION DEL DIA LA LISTA  *
000029*  PGMPOS76.                                             *
000030*                                                        *
000031*  NIVEL 2 O 3: OPERA                                    *
000032*  NIVEL 1    : NO AUTORIZADO                            *
000033*                                                        *
000034*  ENTER = VALIDAR Y CONFIRMAR                           *
000035*  PF4   = LIMPIAR      PF12 = SALIR                     *
000036*                                                        *
000037**********************************************************
000038*      MANTENIMIENTO DE PROGRAMA                         *
000039**********************************************************
000040*  FECHA      *       DETALLE        *
000041**************************************
000042* 15/10/2026  * COMPRA-VENTA DE      *
000043*             * MONEDA EXTRANJERA    *
000044*             * ENTRE CUENTAS DEL    *
000045*             * CLIENTE (T275)       *
000046**************************************
000047 AUTHOR. NAHUEL GATTARI.
000048 ENVIRONMENT DIVISION.
000049 CONFIGURATION SECTION.
000050 SPECIAL-NAMES.
000051     DECIMAL-POINT IS COMMA.
000052 DATA DIVISION.
000053 FILE SECTION.
000054 WORKING-STORAGE SECTION.
000055
000056 01 WS-MAP                 PIC X(08)       VALUE 'MAP0175'.
000057 01 WS-MAPSET              PIC X(08)       VALUE 'MAP0275'.
000058 01 WS-LONG                PIC S9(04) COMP.
000059 01 WS-DATE                PIC X(10)       VALUE SPACES.
000060 01 WS-SEP                 PIC X           VALUE '-'.
000061 01 WS-ABSTIME             PIC S9(16) COMP VALUE +0.
000062 01 WS-RESP                PIC S9(4)  COMP.
000063 01 WS-TIME                PIC X(8)        VALUE SPACES.
000064 01 WS-TIMESEP             PIC X           VALUE ':'.
000065 01 WS-AAAAMMDD            PIC 9(08)       VALUE ZEROS.
000066 01 WS-SQLCODE             PIC S9(03)      VALUE ZEROS.
000067
000068 01 WS-MOV-DATASET         PIC X(08)       VALUE 'MOVCTA19'.
000069 01 WS-LEN-MOV             PIC S9(04)      VALUE 80   COMP.
000070 01 WS-OPER-DATASET        PIC X(08)       VALUE 'OPERADOR'.
000071 01 WS-LEN-OPER            PIC S9(04)      VALUE 50   COMP.
000072 01 WS-RIDFLD-OPE          PIC X(08)       VALUE SPACES.
000073 01 WS-INA-DATASET         PIC X(08)       VALUE 'INACTI19'.
000074 01 WS-LEN-INA             PIC S9(04)      VALUE 50   COMP.
000075 01 WS-ACU-DATASET         PIC X(08)       VALUE 'ACUERD19'.
000076 01 WS-LEN-ACU             PIC S9(04)      VALUE 80   COMP.
000077 01 WS-RIDFLD-ACU.
000078    03 WS-RIDFLD-ACU-TIP   PIC X(02).
000079    03 WS-RIDFLD-ACU-NRO   PIC X(15).
000080
000081**************************************
000082*   COTIZACIONES DEL DIA Y           *
000083*   OPERACIONES DE CAMBIO            *
000084**************************************
000085
000086 01 WS-COD-DATASET         PIC X(08)       VALUE 'COTDIA19'.
000087 01 WS-LEN-COD             PIC S9(04)      VALUE 80   COMP.
000088 01 WS-RIDFLD-COD.
000089    03 WS-RIDFLD-COD-MON   PIC X(02).
000090    03 WS-RIDFLD-COD-FECHA PIC 9(08).
000091
000092 01 WS-CMB-DATASET         PIC X(08)       VALUE 'CAMBIO19'.
000093 01 WS-LEN-CMB             PIC S9(04)      VALUE 120  COMP.
000094 01 WS-RIDFLD-CMB.
000095    03 WS-RIDFLD-CMB-CLI   PIC 9(05).
000096    03 WS-RIDFLD-CMB-FECHA PIC 9(08).
000097    03 WS-RIDFLD-CMB-HORA  PIC X(08).
000098    03 WS-RIDFLD-CMB-TERM  PIC X(04).
000099
000100 01 WS-MES-INICIO.
000101    03 WS-MES-INI-AAAAMM   PIC 9(06)       VALUE ZEROS.
000102    03 WS-MES-INI-DD       PIC 9(02)       VALUE 01.
000103 01 WS-MES-INICIO-R        REDEFINES WS-MES-INICIO
000104                           PIC 9(08).
000105
000106 01 WS-COMPRADO-MES        PIC S9(09)V99 COMP-3 VALUE ZEROS.
000107
000108**************************************
000109*   IMPORTES, COTIZACIONES Y SALDOS  *
000110*   DE TRABAJO                       *
000111**************************************
000112
000113 01 WS-IMPORTE-CTVOS       PIC 9(13)       VALUE ZEROS.
000114 01 WS-IMPORTE-DIVISA      PIC S9(09)V99 COMP-3 VALUE ZEROS.
000115 01 WS-IMPORTE-PESOS       PIC S9(09)V99 COMP-3 VALUE ZEROS.
000116 01 WS-PESOS-BASE          PIC S9(09)V99 COMP-3 VALUE ZEROS.
000117 01 WS-GANANCIA            PIC S9(09)V99 COMP-3 VALUE ZEROS.
000118 01 WS-COTIZ-BASE          PIC 9(07)V9(04) VALUE ZEROS.
000119 01 WS-COTIZ-APLICADA      PIC 9(07)V9(04) VALUE ZEROS.
000120 01 WS-SPREAD              PIC 9(02)V9(04) VALUE ZEROS.
000121 01 WS-TOPE-MENSUAL        PIC S9(09)V99 COMP-3 VALUE ZEROS.
000122
000123 01 WS-SALDO-PESOS         PIC S9(09)V99 COMP-3 VALUE ZEROS.
000124 01 WS-SALDO-DIVISA        PIC S9(09)V99 COMP-3 VALUE ZEROS.
000125 01 WS-CLIENTE-PESOS       PIC 9(05)       VALUE ZEROS.
000126 01 WS-CLIENTE-DIVISA      PIC 9(05)       VALUE ZEROS.
000127 01 WS-MONEDA-CUENTA       PIC X(02)       VALUE SPACES.
000128
000129**************************************
000130*   CUENTA QUE SE DEBITA Y CUENTA    *
000131*   QUE SE ACREDITA SEGUN OPERACION  *
000132**************************************
000133
000134 01 WS-DEB-TIPO            PIC X(02)       VALUE SPACES.
000135 01 WS-DEB-NRO             PIC X(15)       VALUE SPACES.
000136 01 WS-DEB-MONEDA          PIC X(02)       VALUE SPACES.
000137 01 WS-DEB-IMPORTE         PIC S9(09)V99 COMP-3 VALUE ZEROS.
000138 01 WS-DEB-SALDO           PIC S9(09)V99 COMP-3 VALUE ZEROS.
000139 01 WS-CRE-TIPO            PIC X(02)       VALUE SPACES.
000140 01 WS-CRE-NRO             PIC X(15)       VALUE SPACES.
000141 01 WS-CRE-MONEDA          PIC X(02)       VALUE SPACES.
000142 01 WS-CRE-IMPORTE         PIC S9(09)V99 COMP-3 VALUE ZEROS.
000143
000144**************************************
000145*      SWITCH DE VALIDACION          *
000146**************************************
000147
000148 01 WS-SW-VALIDO            PIC X           VALUE 'S'.
000149    88 WS-DATOS-VALIDOS                     VALUE 'S'.
000150    88 WS-DATOS-INVALIDOS                   VALUE 'N'.
000151
000152**************************************
000153*      ACUERDO DE SOBREGIRO          *
000154**************************************
000155
000156 01 WS-LIMITE-ACUERDO       PIC S9(09)V99 COMP-3 VALUE ZEROS.
000157 01 WS-SALDO-MINIMO         PIC S9(09)V99 COMP-3 VALUE ZEROS.
000158
000159 01  WS-COMMAREA.
000160     03  WS-COM-TIPPES     PIC X(02).
000161     03  WS-COM-CTAPES     PIC X(15).
000162     03  WS-COM-TIPDOL     PIC X(02).
000163     03  WS-COM-CTADOL     PIC X(15).
000164     03  WS-COM-OPERAC     PIC X(01).
000165           88 WS-CLIENTE-COMPRA           VALUE 'C'.
000166           88 WS-CLIENTE-VENDE            VALUE 'V'.
000167     03  WS-COM-IMP-DIVISA PIC S9(09)V99 COMP-3.
000168     03  WS-COM-IMP-PESOS  PIC S9(09)V99 COMP-3.
000169     03  WS-COM-COTIZ-BASE PIC 9(07)V9(04).
000170     03  WS-COM-SPREAD     PIC 9(02)V9(04).
000171     03  WS-COM-COTIZ-APL  PIC 9(07)V9(04).
000172     03  WS-COM-GANANCIA   PIC S9(09)V99 COMP-3.
000173     03  WS-COM-TOPE       PIC S9(09)V99 COMP-3.
000174     03  WS-COM-CLIENTE    PIC 9(05).
000175     03  WS-FLAG           PIC 9(01).
000176           88 WS-INICIO                   VALUE 0.
000177           88 WS-CONFIRMA                 VALUE 9.
000178     03  WS-COM-OPER       PIC X(08).
000179     03  WS-COM-NIVEL      PIC 9(01).
000180           88 WS-NIVEL-CONSULTA           VALUE 1.
000181           88 WS-NIVEL-ACTUALIZA          VALUE 2 3.
000182
000183    COPY MAP0275.
000184    COPY DFHBMSCA.
000185    COPY DFHAID.
000186    COPY CPMOVCTA.
000187    COPY CPOPER.
000188    COPY CPACUERD.
000189    COPY CPINACTI.
000190    COPY CPCOTDIA.
000191    COPY CPCAMBIO.
000192
000193**************************************
000194*      AREA DE COMUNICACION DB2       *
000195**************************************
000196
000197    EXEC SQL
000198      INCLUDE SQLCA
000199    END-EXEC.
000200
000201    EXEC SQL
000202      INCLUDE TBCUE
000203    END-EXEC.
000204
000205 LINKAGE SECTION.
000206
000207 01 DFHCOMMAREA            PIC X(102).
000208
000209 PROCEDURE DIVISION.
000210
000211 MAIN-PROGRAM.
000212
000213     PERFORM 1000-I-INICIO  THRU  1000-F-INICIO.
000214
000215     PERFORM 2000-I-PROCESO THRU  2000-F-PROCESO.
000216
000217     PERFORM 3999-I-LOOP    THRU  3999-F-LOOP.
000218
000219
000220**************************************
000221*                                    *
000222*  CUERPO INICIO                     *
000223*                                    *
000224**************************************
000225
000226 1000-I-INICIO.
000227
000228         EXEC CICS
000229              HANDLE ABEND
000230              LABEL (9000-I-ABEND)
000231         END-EXEC.
000232
000233        MOVE LENGTH OF MAP0175O TO WS-LONG
000234
000235         EXEC CICS ASKTIME
000236            ABSTIME (WS-ABSTIME)
000237         END-EXEC.
000238
000239         EXEC CICS FORMATTIME
000240            ABSTIME (WS-ABSTIME)
000241            DDMMYYYY(WS-DATE) DATESEP(WS-SEP)
000242            YYYYMMDD(WS-AAAAMMDD)
000243            TIME (WS-TIME) TIMESEP (WS-TIMESEP)
000244         END-EXEC.
000245
000246        MOVE DFHCOMMAREA TO WS-COMMAREA.
000247
000248 1000-F-INICIO. EXIT.
000249
000250**************************************
000251*                                    *
000252*  CUERPO PRINCIPAL DE PROCESOS      *
000253*                                    *
000254**************************************
000255
000256 2000-I-PROCESO.
000257
000258        MOVE WS-DATE TO FECHAO
000259
000260        EXEC CICS
000261             RECEIVE MAP(WS-MAP)
000262             MAPSET(WS-MAPSET)
000263             INTO(MAP0175I)
000264             RESP(WS-RESP)
000265        END-EXEC
000266
000267      EVALUATE WS-RESP
000268      WHEN DFHRESP(NORMAL)
000269
000270        PERFORM 3300-I-KEYS  THRU 3300-F-KEYS
000271
000272      WHEN DFHRESP(MAPFAIL)
000273        INITIALIZE MAP0175O
000274        MOVE LENGTH OF MAP0175O     TO WS-LONG
000275        MOVE WS-DATE                TO FECHAO
000276        MOVE 'DATOS INCORRECTOS'    TO MSGO
000277        IF EIBAID = DFHPF12
000278            PERFORM 3800-I-ESC
000279              THRU  3800-F-ESC
000280        END-IF
000281        EXEC CICS SEND MAP (WS-MAP)
000282             MAPSET (WS-MAPSET)
000283             FROM (MAP0175O)
000284             LENGTH (WS-LONG)
000285             ERASE
000286             FREEKB
000287        END-EXEC
000288
000289        WHEN OTHER
000290          INITIALIZE MAP0175O
000291          MOVE LENGTH OF MAP0175O     TO WS-LONG
000292          MOVE WS-DATE                TO FECHAO
000293          MOVE 'ERROR DE COMUNICACION. REINTENTE.' TO MSGO
000294          EXEC CICS SEND MAP (WS-MAP)
000295               MAPSET (WS-MAPSET)
000296               FROM (MAP0175O)
000297               LENGTH (WS-LONG)
000298               ERASE
000299               FREEKB
000300          END-EXEC
000301      END-EVALUATE.
000302
000303 2000-F-PROCESO. EXIT.
000304
000305 3300-I-KEYS.
000306
000307     IF WS-FLAG EQUAL 0 AND EIBAID NOT EQUAL DFHPF12
000308        IF WS-COM-OPER EQUAL SPACES
000309           OR WS-COM-OPER EQUAL LOW-VALUES
000310           PERFORM 3200-I-SIGNON
000311              THRU 3200-F-SIGNON
000312        END-IF
000313        IF WS-COM-OPER EQUAL SPACES
000314           OR WS-COM-OPER EQUAL LOW-VALUES
000315           GO TO 3300-F-KEYS
000316        END-IF
000317     END-IF.
000318
000319     EVALUATE WS-FLAG
000320
000321     WHEN 0
000322
000323      EVALUATE EIBAID
000324
000325        WHEN DFHENTER
000326            IF WS-NIVEL-ACTUALIZA
000327               PERFORM 3350-I-VALIDAR
000328               THRU 3350-F-VALIDAR
000329            ELSE
000330               PERFORM 3250-I-NO-AUTORIZADO
000331               THRU 3250-F-NO-AUTORIZADO
000332            END-IF
000333
000334        WHEN DFHPF4
000335            PERFORM 3500-I-CLEAN
000336            THRU 3500-F-CLEAN
000337
000338        WHEN DFHPF12
000339            PERFORM 3800-I-ESC
000340            THRU 3800-F-ESC
000341
000342        WHEN OTHER
000343
000344            MOVE 'SE PULSO UNA TECLA INCORRECTA.' TO MSGO
000345            PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000346
000347      END-EVALUATE
000348
000349     WHEN 9
000350
000351        PERFORM 3700-I-OPERAR
000352        THRU 3700-F-OPERAR
000353
000354     END-EVALUATE.
000355
000356 3300-F-KEYS. EXIT.
000357
000358**************************************
000359*                                    *
000360*  IDENTIFICACION DEL OPERADOR       *
000361*  CONTRA EL ARCHIVO OPERADOR        *
000362*                                    *
000363**************************************
000364
000365 3200-I-SIGNON.
000366
000367     IF OPERI EQUAL SPACES OR OPERI EQUAL LOW-VALUES
000368        MOVE 'IDENTIFIQUESE: INGRESE SU CODIGO DE OPERADOR.'
000369             TO MSGO
000370        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000371        GO TO 3200-F-SIGNON
000372     END-IF.
000373
000374     MOVE OPERI TO WS-RIDFLD-OPE.
000375
000376     EXEC CICS
000377          READ DATASET (WS-OPER-DATASET)
000378          RIDFLD (WS-RIDFLD-OPE)
000379          INTO   (REG-OPERADOR)
000380          LENGTH (WS-LEN-OPER)
000381          EQUAL
000382          RESP   (WS-RESP)
000383     END-EXEC.
000384
000385     EVALUATE WS-RESP
000386         WHEN DFHRESP(NORMAL)
000387              IF OPE-ESTADO EQUAL 'B'
000388                 MOVE
000389               'OPERADOR BLOQUEADO. SOLICITE EL DESBLOQUEO.'
000390                      TO MSGO
000391                 PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000392                 GO TO 3200-F-SIGNON
000393              END-IF
000394              MOVE OPE-ID    TO WS-COM-OPER
000395              MOVE OPE-NIVEL TO WS-COM-NIVEL
000396         WHEN DFHRESP(NOTFND)
000397              MOVE 'OPERADOR NO REGISTRADO. VERIFIQUE EL CODIGO.'
000398                   TO MSGO
000399              PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000400         WHEN OTHER
000401              MOVE 'ERROR AL LEER EL ARCHIVO DE OPERADORES.'
000402                   TO MSGO
000403              PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000404     END-EVALUATE.
000405
000406 3200-F-SIGNON. EXIT.
000407
000408**************************************
000409*                                    *
000410*  OPERACION RECHAZADA POR NIVEL     *
000411*  DE AUTORIZACION INSUFICIENTE      *
000412*                                    *
000413**************************************
000414
000415 3250-I-NO-AUTORIZADO.
000416
000417     MOVE 'OPERACION NO AUTORIZADA PARA SU NIVEL DE OPERADOR.'
000418          TO MSGO.
000419     PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR.
000420
000421 3250-F-NO-AUTORIZADO. EXIT.
000422
000423**************************************
000424*                                    *
000425*  VALIDACION DE LA OPERACION,       *
000426*  CALCULO DEL IMPORTE EN PESOS Y    *
000427*  PEDIDO DE CONFIRMACION            *
000428*                                    *
000429**************************************
000430
000431 3350-I-VALIDAR.
000432
000433     SET WS-DATOS-VALIDOS TO TRUE.
000434
000435     IF OPERACI NOT EQUAL 'C' AND OPERACI NOT EQUAL 'V'
000436        MOVE 'INDIQUE LA OPERACION: C COMPRA, V VENTA.'
000437             TO MSGO
000438        SET WS-DATOS-INVALIDOS TO TRUE
000439     END-IF.
000440
000441     IF TIPPESI EQUAL SPACES OR TIPPESI EQUAL LOW-VALUES
000442        OR CTAPESI EQUAL SPACES OR CTAPESI EQUAL LOW-VALUES
000443        MOVE 'INGRESE TIPO Y NUMERO DE LA CUENTA EN PESOS.'
000444             TO MSGO
000445        SET WS-DATOS-INVALIDOS TO TRUE
000446     END-IF.
000447
000448     IF TIPDOLI EQUAL SPACES OR TIPDOLI EQUAL LOW-VALUES
000449        OR CTADOLI EQUAL SPACES OR CTADOLI EQUAL LOW-VALUES
000450        MOVE 'INGRESE TIPO Y NUMERO DE LA CUENTA EN DOLARES.'
000451             TO MSGO
000452        SET WS-DATOS-INVALIDOS TO TRUE
000453     END-IF.
000454
000455     IF IMPORTI IS NOT NUMERIC
000456        MOVE 'EL IMPORTE ES INVALIDO.' TO MSGO
000457        SET WS-DATOS-INVALIDOS TO TRUE
000458     ELSE
000459        MOVE IMPORTI TO WS-IMPORTE-CTVOS
000460        COMPUTE WS-IMPORTE-DIVISA = WS-IMPORTE-CTVOS / 100
000461        IF WS-IMPORTE-DIVISA NOT GREATER THAN ZEROS
000462           MOVE 'EL IMPORTE DEBE SER MAYOR A CERO.' TO MSGO
000463           SET WS-DATOS-INVALIDOS TO TRUE
000464        END-IF
000465     END-IF.
000466
000467     IF WS-DATOS-INVALIDOS
000468        PERFORM 4850-I-DEVOLVER-DATOS THRU 4850-F-DEVOLVER-DATOS
000469        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000470        GO TO 3350-F-VALIDAR
000471     END-IF.
000472
000473     PERFORM 3360-I-LEER-CUENTAS
000474        THRU 3360-F-LEER-CUENTAS.
000475
000476     IF WS-DATOS-VALIDOS
000477        PERFORM 3380-I-LEER-COTIZACION
000478           THRU 3380-F-LEER-COTIZACION
000479     END-IF.
000480
000481     IF WS-DATOS-INVALIDOS
000482        PERFORM 4850-I-DEVOLVER-DATOS THRU 4850-F-DEVOLVER-DATOS
000483        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000484        GO TO 3350-F-VALIDAR
000485     END-IF.
000486
000487     MOVE OPERACI TO WS-COM-OPERAC.
000488     PERFORM 3390-I-CALCULAR THRU 3390-F-CALCULAR.
000489
000490*    LAS COMPRAS DEL MES SE MUESTRAN SIEMPRE; EL TOPE SOLO
000491*    SE CONTROLA CUANDO EL CLIENTE COMPRA
000492     MOVE WS-CLIENTE-PESOS TO WS-COM-CLIENTE.
000493     PERFORM 3460-I-COMPRADO-MES THRU 3460-F-COMPRADO-MES.
000494
000495     IF WS-DATOS-VALIDOS AND WS-CLIENTE-COMPRA
000496        AND WS-TOPE-MENSUAL GREATER THAN ZEROS
000497        IF WS-COMPRADO-MES + WS-IMPORTE-DIVISA
000498           GREATER THAN WS-TOPE-MENSUAL
000499           MOVE 'SUPERA EL TOPE MENSUAL DE COMPRA DEL CLIENTE.'
000500                TO MSGO
000501           SET WS-DATOS-INVALIDOS TO TRUE
000502        END-IF
000503     END-IF.
000504
000505     IF WS-DATOS-VALIDOS
000506        PERFORM 3420-I-CONTROL-DEBITO
000507           THRU 3420-F-CONTROL-DEBITO
000508     END-IF.
000509
000510     IF WS-DATOS-INVALIDOS
000511        PERFORM 4850-I-DEVOLVER-DATOS THRU 4850-F-DEVOLVER-DATOS
000512        PERFORM 4800-I-MOSTRAR-CALCULO THRU 4800-F-MOSTRAR-CALCULO
000513        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000514        GO TO 3350-F-VALIDAR
000515     END-IF.
000516
000517     MOVE TIPPESI           TO WS-COM-TIPPES TIPPESO.
000518     MOVE CTAPESI           TO WS-COM-CTAPES CTAPESO.
000519     MOVE TIPDOLI           TO WS-COM-TIPDOL TIPDOLO.
000520     MOVE CTADOLI           TO WS-COM-CTADOL CTADOLO.
000521     MOVE OPERACI           TO OPERACO.
000522     MOVE IMPORTI           TO IMPORTO.
000523     MOVE WS-IMPORTE-DIVISA TO WS-COM-IMP-DIVISA.
000524     MOVE WS-IMPORTE-PESOS  TO WS-COM-IMP-PESOS.
000525     MOVE WS-COTIZ-BASE     TO WS-COM-COTIZ-BASE.
000526     MOVE WS-SPREAD         TO WS-COM-SPREAD.
000527     MOVE WS-COTIZ-APLICADA TO WS-COM-COTIZ-APL.
000528     MOVE WS-GANANCIA       TO WS-COM-GANANCIA.
000529     MOVE WS-TOPE-MENSUAL   TO WS-COM-TOPE.
000530     PERFORM 4800-I-MOSTRAR-CALCULO THRU 4800-F-MOSTRAR-CALCULO.
000531
000532     MOVE DFHBMPRO          TO OPERACA TIPPESA CTAPESA
000533                               TIPDOLA CTADOLA IMPORTA.
000534     MOVE '_'               TO CAMPO.
000535     MOVE -1                TO CAMPL.
000536     MOVE DFHBMUNP          TO CAMPA.
000537
000538     IF WS-CLIENTE-COMPRA
000539        MOVE
000540     'VERIFIQUE LA COMPRA. S PARA CONFIRMAR, N PARA CANCELAR.'
000541             TO MSGO
000542     ELSE
000543        MOVE
000544     'VERIFIQUE LA VENTA. S PARA CONFIRMAR, N PARA CANCELAR.'
000545             TO MSGO
000546     END-IF.
000547
000548     SET WS-CONFIRMA TO TRUE.
000549     MOVE WS-COM-OPER TO OPERO.
000550     MOVE EIBTRMID    TO TERMO.
000551     MOVE WS-DATE     TO FECHAO.
000552     EXEC CICS SEND MAP (WS-MAP)
000553           MAPSET (WS-MAPSET)
000554           FROM (MAP0175O)
000555           LENGTH (WS-LONG)
000556           CURSOR
000557           ERASE
000558           FREEKB
000559     END-EXEC.
000560
000561 3350-F-VALIDAR. EXIT.
000562
000563**************************************
000564*                                    *
000565*  LECTURA DE LAS DOS CUENTAS: LA    *
000566*  DE PESOS EN MONEDA 01, LA DE      *
000567*  DOLARES EN MONEDA 02, AMBAS DEL   *
000568*  MISMO CLIENTE                     *
000569*                                    *
000570**************************************
000571
000572 3360-I-LEER-CUENTAS.
000573
000574     MOVE TIPPESI TO WS-TIPO-CUENTA.
000575     MOVE CTAPESI TO WS-NRO-CUENTA.
000576     PERFORM 3370-I-LEER-CUENTA THRU 3370-F-LEER-CUENTA.
000577     IF WS-DATOS-INVALIDOS
000578        GO TO 3360-F-LEER-CUENTAS
000579     END-IF.
000580     IF WS-MONEDA-CUENTA NOT EQUAL '01'
000581        MOVE 'LA CUENTA DE PESOS NO ES EN MONEDA 01.' TO MSGO
000582        SET WS-DATOS-INVALIDOS TO TRUE
000583        GO TO 3360-F-LEER-CUENTAS
000584     END-IF.
000585     MOVE WS-SALDO-ACTUAL    TO WS-SALDO-PESOS.
000586     MOVE WS-CUE-NRO-CLIENTE TO WS-CLIENTE-PESOS.
000587
000588     MOVE TIPDOLI TO WS-TIPO-CUENTA.
000589     MOVE CTADOLI TO WS-NRO-CUENTA.
000590     PERFORM 3370-I-LEER-CUENTA THRU 3370-F-LEER-CUENTA.
000591     IF WS-DATOS-INVALIDOS
000592        GO TO 3360-F-LEER-CUENTAS
000593     END-IF.
000594     IF WS-MONEDA-CUENTA NOT EQUAL '02'
000595        MOVE 'LA CUENTA DE DOLARES NO ES EN MONEDA 02.' TO MSGO
000596        SET WS-DATOS-INVALIDOS TO TRUE
000597        GO TO 3360-F-LEER-CUENTAS
000598     END-IF.
000599     MOVE WS-SALDO-ACTUAL    TO WS-SALDO-DIVISA.
000600     MOVE WS-CUE-NRO-CLIENTE TO WS-CLIENTE-DIVISA.
000601
000602     IF WS-CLIENTE-PESOS NOT EQUAL WS-CLIENTE-DIVISA
000603        MOVE 'LAS CUENTAS NO SON DEL MISMO CLIENTE.' TO MSGO
000604        SET WS-DATOS-INVALIDOS TO TRUE
000605     END-IF.
000606
000607 3360-F-LEER-CUENTAS. EXIT.
000608
000609**************************************
000610*                                    *
000611*  LECTURA DE UNA CUENTA (CLAVE YA   *
000612*  CARGADA EN DCLTBCUENTAS)          *
000613*                                    *
000614**************************************
000615
000616 3370-I-LEER-CUENTA.
000617
000618     EXEC SQL
000619        SELECT MONEDA,
000620               SALDO_ACTUAL,
000621               NRO_CLIENTE
000622          INTO :DCLTBCUENTAS.WS-MONEDA,
000623               :DCLTBCUENTAS.WS-SALDO-ACTUAL,
000624               :DCLTBCUENTAS.WS-CUE-NRO-CLIENTE
000625          FROM  ITPFBIO.TBCUENTAS
000626         WHERE  TIPO_CUENTA = :DCLTBCUENTAS.WS-TIPO-CUENTA
000627           AND  NRO_CUENTA  = :DCLTBCUENTAS.WS-NRO-CUENTA
000628     END-EXEC.
000629
000630     MOVE SQLCODE TO WS-SQLCODE.
000631
000632     EVALUATE WS-SQLCODE
000633         WHEN ZEROS
000634              MOVE WS-MONEDA TO WS-MONEDA-CUENTA
000635         WHEN +100
000636              MOVE 'LA CUENTA NO EXISTE.' TO MSGO
000637              SET WS-DATOS-INVALIDOS TO TRUE
000638              GO TO 3370-F-LEER-CUENTA
000639         WHEN OTHER
000640              MOVE 'ERROR AL LEER LA CUENTA.' TO MSGO
000641              SET WS-DATOS-INVALIDOS TO TRUE
000642              GO TO 3370-F-LEER-CUENTA
000643     END-EVALUATE.
000644
000645*    LA MONEDA EN BLANCO ES DE PESOS (CUENTAS VIEJAS)
000646     IF WS-MONEDA-CUENTA EQUAL SPACES
000647        MOVE '01' TO WS-MONEDA-CUENTA
000648     END-IF.
000649
000650 3370-F-LEER-CUENTA. EXIT.
000651
000652**************************************
000653*                                    *
000654*  COTIZACION DEL DIA DEL DOLAR      *
000655*  (COTDIA19). SIN ELLA NO SE OPERA  *
000656*                                    *
000657**************************************
000658
000659 3380-I-LEER-COTIZACION.
000660
000661     MOVE '02'        TO WS-RIDFLD-COD-MON.
000662     MOVE WS-AAAAMMDD TO WS-RIDFLD-COD-FECHA.
000663
000664     EXEC CICS
000665          READ DATASET (WS-COD-DATASET)
000666          RIDFLD (WS-RIDFLD-COD)
000667          INTO   (REG-COTDIA)
000668          LENGTH (WS-LEN-COD)
000669          EQUAL
000670          RESP   (WS-RESP)
000671     END-EXEC.
000672
000673     EVALUATE WS-RESP
000674         WHEN DFHRESP(NORMAL)
000675              MOVE COD-SPREAD       TO WS-SPREAD
000676              MOVE COD-TOPE-MENSUAL TO WS-TOPE-MENSUAL
000677         WHEN DFHRESP(NOTFND)
000678              MOVE 'SIN COTIZACION DEL DIA. NO SE PUEDE OPERAR.'
000679                   TO MSGO
000680              SET WS-DATOS-INVALIDOS TO TRUE
000681         WHEN OTHER
000682              MOVE 'ERROR AL LEER LAS COTIZACIONES DEL DIA.'
000683                   TO MSGO
000684              SET WS-DATOS-INVALIDOS TO TRUE
000685     END-EVALUATE.
000686
000687 3380-F-LEER-COTIZACION. EXIT.
000688
000689**************************************
000690*                                    *
000691*  COTIZACION APLICADA E IMPORTE EN  *
000692*  PESOS. EL CLIENTE COMPRA AL       *
000693*  VENDEDOR MAS EL SPREAD Y VENDE AL *
000694*  COMPRADOR MENOS EL SPREAD. LA     *
000695*  GANANCIA ES LA DIFERENCIA CONTRA  *
000696*  LA COTIZACION SIN SPREAD          *
000697*                                    *
000698**************************************
000699
000700 3390-I-CALCULAR.
000701
000702     IF WS-CLIENTE-COMPRA
000703        MOVE COD-VENDEDOR TO WS-COTIZ-BASE
000704        COMPUTE WS-COTIZ-APLICADA ROUNDED =
000705                WS-COTIZ-BASE * (100 + WS-SPREAD) / 100
000706     ELSE
000707        MOVE COD-COMPRADOR TO WS-COTIZ-BASE
000708        COMPUTE WS-COTIZ-APLICADA ROUNDED =
000709                WS-COTIZ-BASE * (100 - WS-SPREAD) / 100
000710     END-IF.
000711
000712     COMPUTE WS-IMPORTE-PESOS ROUNDED =
000713             WS-IMPORTE-DIVISA * WS-COTIZ-APLICADA.
000714     COMPUTE WS-PESOS-BASE ROUNDED =
000715             WS-IMPORTE-DIVISA * WS-COTIZ-BASE.
000716
000717     IF WS-CLIENTE-COMPRA
000718        COMPUTE WS-GANANCIA = WS-IMPORTE-PESOS - WS-PESOS-BASE
000719     ELSE
000720        COMPUTE WS-GANANCIA = WS-PESOS-BASE - WS-IMPORTE-PESOS
000721     END-IF.
000722
000723 3390-F-CALCULAR. EXIT.
000724
000725**************************************
000726*                                    *
000727*  CONTROLES DE LA CUENTA QUE SE     *
000728*  DEBITA: LOS DEL DEBITO DE LA T227 *
000729*  (CUENTA DORMIDA Y SALDO CON       *
000730*  ACUERDO)                          *
000731*                                    *
000732**************************************
000733
000734 3420-I-CONTROL-DEBITO.
000735
000736     IF WS-CLIENTE-COMPRA
000737        MOVE TIPPESI           TO WS-RIDFLD-ACU-TIP
000738        MOVE CTAPESI           TO WS-RIDFLD-ACU-NRO
000739        MOVE WS-IMPORTE-PESOS  TO WS-DEB-IMPORTE
000740        MOVE WS-SALDO-PESOS    TO WS-DEB-SALDO
000741     ELSE
000742        MOVE TIPDOLI           TO WS-RIDFLD-ACU-TIP
000743        MOVE CTADOLI           TO WS-RIDFLD-ACU-NRO
000744        MOVE WS-IMPORTE-DIVISA TO WS-DEB-IMPORTE
000745        MOVE WS-SALDO-DIVISA   TO WS-DEB-SALDO
000746     END-IF.
000747
000748*    LAS CUENTAS MARCADAS DORMIDAS NO ADMITEN DEBITOS
000749*    HASTA QUE UN SUPERVISOR LAS REACTIVE (T220 PF9)
000750     PERFORM 3445-I-CONTROL-DORMIDA
000751        THRU 3445-F-CONTROL-DORMIDA.
000752     IF WS-DATOS-INVALIDOS
000753        GO TO 3420-F-CONTROL-DEBITO
000754     END-IF.
000755
000756*    UN ACUERDO DE SOBREGIRO VIGENTE PERMITE QUE EL SALDO
000757*    BAJE HASTA SU LIMITE
000758     PERFORM 3440-I-LEER-ACUERDO THRU 3440-F-LEER-ACUERDO.
000759     COMPUTE WS-SALDO-MINIMO =
000760             WS-DEB-IMPORTE - WS-LIMITE-ACUERDO.
000761     IF WS-DEB-SALDO LESS THAN WS-SALDO-MINIMO
000762        MOVE 'SALDO INSUFICIENTE EN LA CUENTA A DEBITAR.' TO MSGO
000763        SET WS-DATOS-INVALIDOS TO TRUE
000764     END-IF.
000765
000766 3420-F-CONTROL-DEBITO. EXIT.
000767
000768**************************************
000769*                                    *
000770*  ACUERDO DE SOBREGIRO DE LA        *
000771*  CUENTA (CLAVE YA CARGADA EN       *
000772*  WS-RIDFLD-ACU). SIN ACUERDO,      *
000773*  VENCIDO O DE BAJA: LIMITE CERO    *
000774*                                    *
000775**************************************
000776
000777 3440-I-LEER-ACUERDO.
000778
000779     MOVE ZEROS TO WS-LIMITE-ACUERDO.
000780
000781     EXEC CICS
000782          READ DATASET (WS-ACU-DATASET)
000783          RIDFLD (WS-RIDFLD-ACU)
000784          INTO   (REG-ACUERDO)
000785          LENGTH (WS-LEN-ACU)
000786          EQUAL
000787          RESP   (WS-RESP)
000788     END-EXEC.
000789
000790     IF WS-RESP EQUAL DFHRESP(NORMAL)
000791        IF ACU-ESTADO EQUAL 'A'
000792           AND ACU-VENCIMIENTO IS NUMERIC
000793           AND ACU-VENCIMIENTO NOT LESS THAN WS-AAAAMMDD
000794           MOVE ACU-LIMITE TO WS-LIMITE-ACUERDO
000795        END-IF
000796     END-IF.
000797
000798 3440-F-LEER-ACUERDO. EXIT.
000799
000800**************************************
000801*                                    *
000802*  LA CUENTA ESTA DORMIDA ? (CLAVE   *
000803*  YA CARGADA EN WS-RIDFLD-ACU)      *
000804*                                    *
000805**************************************
000806
000807 3445-I-CONTROL-DORMIDA.
000808
000809     EXEC CICS
000810          READ DATASET (WS-INA-DATASET)
000811          RIDFLD (WS-RIDFLD-ACU)
000812          INTO   (REG-INACTIVA)
000813          LENGTH (WS-LEN-INA)
000814          EQUAL
000815          RESP   (WS-RESP)
000816     END-EXEC.
000817
000818     IF WS-RESP EQUAL DFHRESP(NORMAL)
000819        AND INA-ESTADO EQUAL 'D'
000820        MOVE
000821     'CUENTA INACTIVA. REQUIERE REACTIVACION DE SUPERVISOR.'
000822             TO MSGO
000823        SET WS-DATOS-INVALIDOS TO TRUE
000824     END-IF.
000825
000826 3445-F-CONTROL-DORMIDA. EXIT.
000827
000828**************************************
000829*                                    *
000830*  DOLARES COMPRADOS POR EL CLIENTE  *
000831*  EN EL MES: RECORRE CAMBIO19 DESDE *
000832*  EL PRIMERO DEL MES PARA EL        *
000833*  CLIENTE DE WS-COM-CLIENTE         *
000834*                                    *
000835**************************************
000836
000837 3460-I-COMPRADO-MES.
000838
000839     MOVE ZEROS TO WS-COMPRADO-MES.
000840     DIVIDE WS-AAAAMMDD BY 100 GIVING WS-MES-INI-AAAAMM.
000841     MOVE WS-COM-CLIENTE   TO WS-RIDFLD-CMB-CLI.
000842     MOVE WS-MES-INICIO-R  TO WS-RIDFLD-CMB-FECHA.
000843     MOVE LOW-VALUES       TO WS-RIDFLD-CMB-HORA
000844                              WS-RIDFLD-CMB-TERM.
000845
000846     EXEC CICS
000847          STARTBR DATASET (WS-CMB-DATASET)
000848          RIDFLD  (WS-RIDFLD-CMB)
000849          GTEQ
000850          RESP    (WS-RESP)
000851     END-EXEC.
000852
000853     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
000854        GO TO 3460-F-COMPRADO-MES
000855     END-IF.
000856
000857 3460-A-LEER.
000858
000859     EXEC CICS
000860          READNEXT DATASET (WS-CMB-DATASET)
000861          RIDFLD   (WS-RIDFLD-CMB)
000862          INTO     (REG-CAMBIO)
000863          LENGTH   (WS-LEN-CMB)
000864          RESP     (WS-RESP)
000865     END-EXEC.
000866
000867     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
000868        GO TO 3460-A-ENDBR
000869     END-IF.
000870
000871     IF CMB-NRO-CLIENTE NOT EQUAL WS-COM-CLIENTE
000872        OR CMB-FECHA GREATER THAN WS-AAAAMMDD
000873        GO TO 3460-A-ENDBR
000874     END-IF.
000875
000876     IF CMB-CLIENTE-COMPRA
000877        ADD CMB-IMPORTE-DIVISA TO WS-COMPRADO-MES
000878     END-IF.
000879
000880     GO TO 3460-A-LEER.
000881
000882 3460-A-ENDBR.
000883
000884     EXEC CICS
000885          ENDBR DATASET (WS-CMB-DATASET)
000886     END-EXEC.
000887
000888 3460-F-COMPRADO-MES. EXIT.
000889
000890**************************************
000891*                                    *
000892*  EJECUCION DE LA COMPRA O LA VENTA *
000893*  (UNA SOLA UNIDAD DE TRABAJO CON   *
000894*  LAS DOS CUENTAS, LAS DOS PATAS    *
000895*  Y CAMBIO19)                       *
000896*                                    *
000897**************************************
000898
000899 3700-I-OPERAR.
000900
000901     IF CAMPI = 'N'
000902        MOVE 'LA OPERACION FUE CANCELADA.' TO MSGO
000903        SET WS-INICIO TO TRUE
000904        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000905        GO TO 3700-F-OPERAR
000906     END-IF.
000907
000908     IF CAMPI NOT EQUAL 'S'
000909        MOVE 'ERROR, INGRESE UNICAMENTE  S / N.' TO MSGO
000910        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000911        GO TO 3700-F-OPERAR
000912     END-IF.
000913
000914     SET WS-DATOS-VALIDOS TO TRUE.
000915     SET WS-INICIO TO TRUE.
000916
000917*    EL TOPE SE VUELVE A CONTROLAR: OTRA TERMINAL PUDO
000918*    OPERAR CON EL MISMO CLIENTE MIENTRAS SE CONFIRMABA
000919     IF WS-CLIENTE-COMPRA AND WS-COM-TOPE GREATER THAN ZEROS
000920        PERFORM 3460-I-COMPRADO-MES THRU 3460-F-COMPRADO-MES
000921        IF WS-COMPRADO-MES + WS-COM-IMP-DIVISA
000922           GREATER THAN WS-COM-TOPE
000923           MOVE
000924     'SUPERA EL TOPE MENSUAL DE COMPRA. OPERACION RECHAZADA.'
000925                TO MSGO
000926           PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000927           GO TO 3700-F-OPERAR
000928        END-IF
000929     END-IF.
000930
000931     IF WS-CLIENTE-COMPRA
000932        MOVE WS-COM-TIPPES     TO WS-DEB-TIPO
000933        MOVE WS-COM-CTAPES     TO WS-DEB-NRO
000934        MOVE '01'              TO WS-DEB-MONEDA
000935        MOVE WS-COM-IMP-PESOS  TO WS-DEB-IMPORTE
000936        MOVE WS-COM-TIPDOL     TO WS-CRE-TIPO
000937        MOVE WS-COM-CTADOL     TO WS-CRE-NRO
000938        MOVE '02'              TO WS-CRE-MONEDA
000939        MOVE WS-COM-IMP-DIVISA TO WS-CRE-IMPORTE
000940     ELSE
000941        MOVE WS-COM-TIPDOL     TO WS-DEB-TIPO
000942        MOVE WS-COM-CTADOL     TO WS-DEB-NRO
000943        MOVE '02'              TO WS-DEB-MONEDA
000944        MOVE WS-COM-IMP-DIVISA TO WS-DEB-IMPORTE
000945        MOVE WS-COM-TIPPES     TO WS-CRE-TIPO
000946        MOVE WS-COM-CTAPES     TO WS-CRE-NRO
000947        MOVE '01'              TO WS-CRE-MONEDA
000948        MOVE WS-COM-IMP-PESOS  TO WS-CRE-IMPORTE
000949     END-IF.
000950
000951     PERFORM 3720-I-DEBITAR THRU 3720-F-DEBITAR.
000952
000953     IF WS-DATOS-INVALIDOS
000954        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000955        GO TO 3700-F-OPERAR
000956     END-IF.
000957
000958     IF WS-SQLCODE NOT EQUAL ZEROS
000959        PERFORM 3750-I-DESHACER THRU 3750-F-DESHACER
000960        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000961        GO TO 3700-F-OPERAR
000962     END-IF.
000963
000964     PERFORM 3730-I-ACREDITAR THRU 3730-F-ACREDITAR.
000965
000966     IF WS-SQLCODE NOT EQUAL ZEROS
000967        PERFORM 3750-I-DESHACER THRU 3750-F-DESHACER
000968        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000969        GO TO 3700-F-OPERAR
000970     END-IF.
000971
000972*    LAS DOS PATAS EN MOVCTA19 PARA EL PASE NOCTURNO
000973     PERFORM 3760-I-GRABAR-MOVS THRU 3760-F-GRABAR-MOVS.
000974
000975     IF WS-DATOS-INVALIDOS
000976        PERFORM 3750-I-DESHACER THRU 3750-F-DESHACER
000977        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000978        GO TO 3700-F-OPERAR
000979     END-IF.
000980
000981*    LA OPERACION EN CAMBIO19 (TOPE Y POSICION DEL DIA)
000982     PERFORM 3780-I-GRABAR-CAMBIO THRU 3780-F-GRABAR-CAMBIO.
000983
000984     IF WS-DATOS-INVALIDOS
000985        PERFORM 3750-I-DESHACER THRU 3750-F-DESHACER
000986        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000987        GO TO 3700-F-OPERAR
000988     END-IF.
000989
000990     EXEC CICS
000991          SYNCPOINT
000992     END-EXEC.
000993
000994     IF WS-CLIENTE-COMPRA
000995        MOVE 'COMPRA DE DOLARES REALIZADA CON EXITO.' TO MSGO
000996     ELSE
000997        MOVE 'VENTA DE DOLARES REALIZADA CON EXITO.' TO MSGO
000998     END-IF.
000999
001000     PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR.
001001
001002 3700-F-OPERAR. EXIT.
001003
001004**************************************
001005*                                    *
001006*  DEBITO DE LA CUENTA QUE ENTREGA   *
001007*  LA MONEDA. EL WHERE EXIGE SALDO   *
001008*  SUFICIENTE (CON EL ACUERDO        *
001009*  VIGENTE) AUN SI OTRO USUARIO      *
001010*  MODIFICO LA CUENTA DESPUES DE LA  *
001011*  CONSULTA                          *
001012*                                    *
001013**************************************
001014
001015 3720-I-DEBITAR.
001016
001017     MOVE WS-DEB-TIPO TO WS-RIDFLD-ACU-TIP.
001018     MOVE WS-DEB-NRO  TO WS-RIDFLD-ACU-NRO.
001019     PERFORM 3440-I-LEER-ACUERDO THRU 3440-F-LEER-ACUERDO.
001020     COMPUTE WS-SALDO-MINIMO =
001021             WS-DEB-IMPORTE - WS-LIMITE-ACUERDO.
001022
001023     MOVE WS-DEB-IMPORTE TO WS-SALDO-ACTUAL.
001024     MOVE WS-DEB-TIPO    TO WS-TIPO-CUENTA.
001025     MOVE WS-DEB-NRO     TO WS-NRO-CUENTA.
001026     MOVE WS-DATE        TO WS-FECHA-ACTUAL.
001027
001028     EXEC SQL
001029        UPDATE ITPFBIO.TBCUENTAS
001030           SET SALDO_ACTUAL = SALDO_ACTUAL -
001031                 :DCLTBCUENTAS.WS-SALDO-ACTUAL,
001032               FECHA_ACTUAL =
001033                 :DCLTBCUENTAS.WS-FECHA-ACTUAL
001034         WHERE TIPO_CUENTA  =
001035                 :DCLTBCUENTAS.WS-TIPO-CUENTA
001036           AND NRO_CUENTA   =
001037                 :DCLTBCUENTAS.WS-NRO-CUENTA
001038           AND SALDO_ACTUAL >=
001039                 :WS-SALDO-MINIMO
001040     END-EXEC.
001041
001042     MOVE SQLCODE TO WS-SQLCODE.
001043
001044     IF WS-SQLCODE EQUAL +100
001045        MOVE 'SALDO INSUFICIENTE, OPERACION RECHAZADA.' TO MSGO
001046        SET WS-DATOS-INVALIDOS TO TRUE
001047     END-IF.
001048
001049 3720-F-DEBITAR. EXIT.
001050
001051**************************************
001052*                                    *
001053*  CREDITO DE LA CUENTA QUE RECIBE   *
001054*  LA MONEDA                         *
001055*                                    *
001056**************************************
001057
001058 3730-I-ACREDITAR.
001059
001060     MOVE WS-CRE-IMPORTE TO WS-SALDO-ACTUAL.
001061     MOVE WS-CRE-TIPO    TO WS-TIPO-CUENTA.
001062     MOVE WS-CRE-NRO     TO WS-NRO-CUENTA.
001063     MOVE WS-DATE        TO WS-FECHA-ACTUAL.
001064
001065     EXEC SQL
001066        UPDATE ITPFBIO.TBCUENTAS
001067           SET SALDO_ACTUAL = SALDO_ACTUAL +
001068                 :DCLTBCUENTAS.WS-SALDO-ACTUAL,
001069               FECHA_ACTUAL =
001070                 :DCLTBCUENTAS.WS-FECHA-ACTUAL
001071         WHERE TIPO_CUENTA  =
001072                 :DCLTBCUENTAS.WS-TIPO-CUENTA
001073           AND NRO_CUENTA   =
001074                 :DCLTBCUENTAS.WS-NRO-CUENTA
001075     END-EXEC.
001076
001077     MOVE SQLCODE TO WS-SQLCODE.
001078
001079 3730-F-ACREDITAR. EXIT.
001080
001081**************************************
001082*                                    *
001083*  DESHACER LA UNIDAD DE TRABAJO     *
001084*                                    *
001085**************************************
001086
001087 3750-I-DESHACER.
001088
001089     EXEC CICS
001090          SYNCPOINT ROLLBACK
001091     END-EXEC.
001092
001093     MOVE 'ERROR EN LA OPERACION. NO SE APLICO NINGUN CAMBIO.'
001094          TO MSGO.
001095     SET WS-INICIO TO TRUE.
001096
001097 3750-F-DESHACER. EXIT.
001098
001099**************************************
001100*                                    *
001101*  GRABACION DE LAS DOS PATAS EN     *
001102*  MOVCTA19: FD EN LA CUENTA         *
001103*  DEBITADA Y FC EN LA ACREDITADA,   *
001104*  CADA UNA EN SU MONEDA, CON LA     *
001105*  OTRA CUENTA COMO CONTRAPARTE      *
001106*                                    *
001107**************************************
001108
001109 3760-I-GRABAR-MOVS.
001110
001111     SET WS-DATOS-VALIDOS TO TRUE.
001112
001113     MOVE SPACES         TO REG-MOVCTA.
001114     MOVE WS-DEB-NRO     TO MCT-NRO-CUENTA.
001115     MOVE 'FD'           TO MCT-TIPO-MOV.
001116     MOVE WS-DEB-IMPORTE TO MCT-IMPORTE.
001117     MOVE WS-CRE-NRO     TO MCT-CONTRAPARTE.
001118     MOVE WS-DEB-MONEDA  TO MCT-MONEDA.
001119     PERFORM 3765-I-ESCRIBIR-MOV THRU 3765-F-ESCRIBIR-MOV.
001120
001121     IF WS-DATOS-INVALIDOS
001122        GO TO 3760-F-GRABAR-MOVS
001123     END-IF.
001124
001125     MOVE SPACES         TO REG-MOVCTA.
001126     MOVE WS-CRE-NRO     TO MCT-NRO-CUENTA.
001127     MOVE 'FC'           TO MCT-TIPO-MOV.
001128     MOVE WS-CRE-IMPORTE TO MCT-IMPORTE.
001129     MOVE WS-DEB-NRO     TO MCT-CONTRAPARTE.
001130     MOVE WS-CRE-MONEDA  TO MCT-MONEDA.
001131     PERFORM 3765-I-ESCRIBIR-MOV THRU 3765-F-ESCRIBIR-MOV.
001132
001133 3760-F-GRABAR-MOVS. EXIT.
001134
001135 3765-I-ESCRIBIR-MOV.
001136
001137     MOVE WS-DATE        TO MCT-FECHA.
001138     MOVE WS-TIME        TO MCT-HORA.
001139     MOVE EIBTRMID       TO MCT-TERMINAL.
001140     MOVE WS-COM-CLIENTE TO MCT-NRO-CLIENTE.
001141     MOVE WS-COM-OPER    TO MCT-OPERADOR.
001142
001143     EXEC CICS
001144          WRITE DATASET (WS-MOV-DATASET)
001145          FROM   (REG-MOVCTA)
001146          LENGTH (WS-LEN-MOV)
001147          RESP   (WS-RESP)
001148     END-EXEC.
001149
001150     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
001151        SET WS-DATOS-INVALIDOS TO TRUE
001152     END-IF.
001153
001154 3765-F-ESCRIBIR-MOV. EXIT.
001155
001156**************************************
001157*                                    *
001158*  GRABACION DE LA OPERACION EN      *
001159*  CAMBIO19                          *
001160*                                    *
001161**************************************
001162
001163 3780-I-GRABAR-CAMBIO.
001164
001165     MOVE SPACES            TO REG-CAMBIO.
001166     MOVE WS-COM-CLIENTE    TO CMB-NRO-CLIENTE.
001167     MOVE WS-AAAAMMDD       TO CMB-FECHA.
001168     MOVE WS-TIME           TO CMB-HORA.
001169     MOVE EIBTRMID          TO CMB-TERMINAL.
001170     MOVE WS-COM-OPERAC     TO CMB-OPERACION.
001171     MOVE '02'              TO CMB-MONEDA.
001172     MOVE WS-COM-TIPPES     TO CMB-TIPO-PESOS.
001173     MOVE WS-COM-CTAPES     TO CMB-CTA-PESOS.
001174     MOVE WS-COM-TIPDOL     TO CMB-TIPO-DIVISA.
001175     MOVE WS-COM-CTADOL     TO CMB-CTA-DIVISA.
001176     MOVE WS-COM-IMP-DIVISA TO CMB-IMPORTE-DIVISA.
001177     MOVE WS-COM-COTIZ-BASE TO CMB-COTIZ-BASE.
001178     MOVE WS-COM-SPREAD     TO CMB-SPREAD.
001179     MOVE WS-COM-COTIZ-APL  TO CMB-COTIZ-APLICADA.
001180     MOVE WS-COM-IMP-PESOS  TO CMB-IMPORTE-PESOS.
001181     MOVE WS-COM-GANANCIA   TO CMB-GANANCIA.
001182     MOVE WS-COM-OPER       TO CMB-OPERADOR.
001183     MOVE CMB-CLAVE         TO WS-RIDFLD-CMB.
001184
001185     EXEC CICS
001186          WRITE DATASET (WS-CMB-DATASET)
001187          RIDFLD (WS-RIDFLD-CMB)
001188          FROM   (REG-CAMBIO)
001189          LENGTH (WS-LEN-CMB)
001190          RESP   (WS-RESP)
001191     END-EXEC.
001192
001193     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
001194        SET WS-DATOS-INVALIDOS TO TRUE
001195     END-IF.
001196
001197 3780-F-GRABAR-CAMBIO. EXIT.
001198
001199**************************************
001200*                                    *
001201*  COTIZACIONES, IMPORTES, SALDOS Y  *
001202*  TOPE EN PANTALLA                  *
001203*                                    *
001204**************************************
001205
001206 4800-I-MOSTRAR-CALCULO.
001207
001208     MOVE WS-COTIZ-BASE     TO COTBASO.
001209     MOVE WS-SPREAD         TO SPREADO.
001210     MOVE WS-COTIZ-APLICADA TO COTAPLO.
001211     MOVE WS-IMPORTE-PESOS  TO PESOSO.
001212     MOVE WS-SALDO-PESOS    TO SALPESO.
001213     MOVE WS-SALDO-DIVISA   TO SALDOLO.
001214     MOVE WS-COMPRADO-MES   TO COMMESO.
001215     MOVE WS-TOPE-MENSUAL   TO TOPEO.
001216
001217 4800-F-MOSTRAR-CALCULO. EXIT.
001218
001219**************************************
001220*                                    *
001221*  DEVUELVE A LA PANTALLA LOS DATOS  *
001222*  INGRESADOS CUANDO HAY UN ERROR    *
001223*                                    *
001224**************************************
001225
001226 4850-I-DEVOLVER-DATOS.
001227
001228     MOVE OPERACI TO OPERACO.
001229     MOVE TIPPESI TO TIPPESO.
001230     MOVE CTAPESI TO CTAPESO.
001231     MOVE TIPDOLI TO TIPDOLO.
001232     MOVE CTADOLI TO CTADOLO.
001233     MOVE IMPORTI TO IMPORTO.
001234
001235 4850-F-DEVOLVER-DATOS. EXIT.
001236
001237**************************************
001238*                                    *
001239*  ENVIO DE LA PANTALLA              *
001240*                                    *
001241**************************************
001242
001243 4900-I-ENVIAR.
001244
001245     MOVE WS-COM-OPER   TO OPERO.
001246     MOVE EIBTRMID      TO TERMO.
001247     MOVE WS-DATE       TO FECHAO.
001248
001249     EXEC CICS SEND MAP (WS-MAP)
001250           MAPSET (WS-MAPSET)
001251           FROM (MAP0175O)
001252           LENGTH (WS-LONG)
001253           ERASE
001254           FREEKB
001255     END-EXEC.
001256
001257 4900-F-ENVIAR. EXIT.
001258
001259 3500-I-CLEAN.
001260
001261        INITIALIZE MAP0175O.
001262        SET WS-INICIO TO TRUE
001263        MOVE WS-COM-OPER TO OPERO
001264        MOVE EIBTRMID    TO TERMO
001265        MOVE WS-DATE     TO FECHAO
001266
001267     EXEC CICS SEND MAP (WS-MAP)
001268           MAPSET (WS-MAPSET)
001269           FROM (MAP0175O)
001270           LENGTH (WS-LONG)
001271           ERASE
001272     END-EXEC.
001273
001274 3500-F-CLEAN. EXIT.
001275
001276 3800-I-ESC.
001277
001278      EXEC CICS
001279         SEND CONTROL ERASE
001280      END-EXEC
001281
001282      EXEC CICS
001283         RETURN
001284      END-EXEC.
001285
001286 3800-F-ESC. EXIT.
001287
001288 3999-I-LOOP.
001289
001290     EXEC CICS
001291          RETURN TRANSID('T275')
001292          COMMAREA (WS-COMMAREA)
001293     END-EXEC.
001294
001295 3999-F-LOOP. EXIT.
001296
001297**************************************
001298*                                    *
001299*  RECUPERACION DE ABEND             *
001300*                                    *
001301**************************************
001302
001303 9000-I-ABEND.
001304
001305     DISPLAY '* ABEND EN PGMCMB75. EIBFN = ' EIBFN
001306             ' WS-RESP = ' WS-RESP.
001307
001308     EXEC CICS
001309          SYNCPOINT ROLLBACK
001310     END-EXEC.
001311
001312     INITIALIZE MAP0175O.
001313     MOVE LENGTH OF MAP0175O        TO WS-LONG.
001314     MOVE WS-DATE                   TO FECHAO.
001315     MOVE 'OCURRIO UN ERROR. NO SE APLICO NINGUN CAMBIO.' TO MSGO.
001316
001317     EXEC CICS
001318          SEND MAP (WS-MAP)
001319          MAPSET (WS-MAPSET)
001320          FROM (MAP0175O)
001321          LENGTH (WS-LONG)
001322          ERASE
001323          FREEKB
001324     END-EXEC.
001325
001326     SET WS-INICIO TO TRUE.
001327
001328     EXEC CICS
001329          RETURN TRANSID('T275')
001330          COMMAREA (WS-COMMAREA)
001331     END-EXEC.
001332
001333 9000-F-ABEND. EXIT.
