000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. PGMCAJ66.
000003*********************************************************
000004*                                                        *
000005*  PROGRAMA PARA SQL EMBEBIDO                            *
000006*  CAJA DE VENTANILLA: DEPOSITO Y EXTRACCION EN          *
000007*  EFECTIVO SOBRE UNA CUENTA DE TBCUENTAS                *
000008*                                                        *
000009*  PIDE EL OPERADOR (ARCHIVO OPERADOR) COMO LA T227.     *
000010*  LA EXTRACCION PASA LOS MISMOS CONTROLES QUE EL        *
000011*  DEBITO DE LA T227: CUENTA DORMIDA (INACTI19) Y SALDO  *
000012*  CON EL ACUERDO DE SOBREGIRO VIGENTE (ACUERD19). EL    *
000013*  MOVIMIENTO SE GRABA EN MOVCTA19 COMO 'DE' (DEPOSITO)  *
000014*  O 'EE' (EXTRACCION) PARA EL PASE NOCTURNO PGMMOV34.   *
000015*                                                        *
000016*  CADA OPERADOR TRABAJA CON SU CAJA DEL DIA EN SU       *
000017*  TERMINAL, UNA POR MONEDA (CAJA19, CPCAJA): SE ABRE    *
000018*  CON EL EFECTIVO INICIAL, ACUMULA INGRESOS Y EGRESOS   *
000019*  EN LA MISMA UNIDAD DE TRABAJO QUE LA CUENTA Y SE      *
000020*  CIERRA DECLARANDO EL EFECTIVO CONTADO. EL ARQUEO      *
000021*  NOCTURNO ES PGMARQ67.                                 *
000022*                                                        *
000023*  NIVEL 2 O 3: OPERA, ABRE Y CIERRA LA CAJA             *
000024*  NIVEL 1    : SOLO CONSULTA LA CAJA                    *
000025*                                                        *
000026*  ENTER = VALIDAR Y CONFIRMAR   PF3 = CONSULTAR CAJA    *
000027*  PF5   = ABRIR CAJA   PF6 = CERRAR CAJA                *
000028*  PF4   = LIMPIAR      PF12 = SALIR                     *
000029*                                                        *
000030**********************************************************
000031*      MANTENIMIENTO DE PROGRAMA                         *
000032**********************************************************
000033*  FECHA      *       DETALLE        *
000034**************************************
000035* 15/10/2026  * DEPOSITO Y           *
000036*             * EXTRACCION EN        *
000037*             * EFECTIVO CON CAJA    *
000038*             * POR OPERADOR (T266)  *
000039**************************************
000040 AUTHOR. NAHUEL GATTARI.
000041 ENVIRONMENT DIVISION.
000042 CONFIGURATION SECTION.
000043 SPECIAL-NAMES.
000044     DECIMAL-POINT IS COMMA.
000045 DATA DIVISION.
000046 FILE SECTION.
000047 WORKING-STORAGE SECTION.
000048
000049 01 WS-MAP                 PIC X(08)       VALUE 'MAP0166'.
000050 01 WS-MAPSET              PIC X(08)       VALUE 'MAP0266'.
000051 01 WS-LONG                PIC S9(04) COMP.
000052 01 WS-DATE                PIC X(10)       VALUE SPACES.
000053 01 WS-SEP                 PIC X           VALUE '-'.
000054 01 WS-ABSTIME             PIC S9(16) COMP VALUE +0.
000055 01 WS-RESP                PIC S9(4)  COMP.
000056 01 WS-TIME                PIC X(8)        VALUE SPACES.
000057 01 WS-TIMESEP             PIC X           VALUE ':'.
000058 01 WS-AAAAMMDD            PIC 9(08)       VALUE ZEROS.
000059 01 WS-SQLCODE             PIC S9(03)      VALUE ZEROS.
000060
000061 01 WS-MOV-DATASET         PIC X(08)       VALUE 'MOVCTA19'.
000062 01 WS-LEN-MOV             PIC S9(04)      VALUE 80   COMP.
000063 01 WS-OPER-DATASET        PIC X(08)       VALUE 'OPERADOR'.
000064 01 WS-LEN-OPER            PIC S9(04)      VALUE 50   COMP.
000065 01 WS-RIDFLD-OPE          PIC X(08)       VALUE SPACES.
000066 01 WS-INA-DATASET         PIC X(08)       VALUE 'INACTI19'.
000067 01 WS-LEN-INA             PIC S9(04)      VALUE 50   COMP.
000068 01 WS-ACU-DATASET         PIC X(08)       VALUE 'ACUERD19'.
000069 01 WS-LEN-ACU             PIC S9(04)      VALUE 80   COMP.
000070 01 WS-RIDFLD-ACU.
000071    03 WS-RIDFLD-ACU-TIP   PIC X(02).
000072    03 WS-RIDFLD-ACU-NRO   PIC X(15).
000073
000074**************************************
000075*      CAJA DEL OPERADOR             *
000076**************************************
000077
000078 01 WS-CAJ-DATASET         PIC X(08)       VALUE 'CAJA19  '.
000079 01 WS-LEN-CAJ             PIC S9(04)      VALUE 80   COMP.
000080 01 WS-RIDFLD-CAJ.
000081    03 WS-RIDFLD-CAJ-FECHA PIC 9(08).
000082    03 WS-RIDFLD-CAJ-OPER  PIC X(08).
000083    03 WS-RIDFLD-CAJ-TERM  PIC X(04).
000084    03 WS-RIDFLD-CAJ-MON   PIC X(02).
000085
000086 01 WS-SW-CAJA             PIC X           VALUE 'N'.
000087    88 WS-CAJA-ENCONTRADA                  VALUE 'S'.
000088    88 WS-CAJA-NO-ENCONTRADA               VALUE 'N'.
000089
000090 01 WS-EN-CAJA             PIC S9(09)V99 COMP-3 VALUE ZEROS.
000091
000092 01 WS-CONTRAPARTE.
000093    03 FILLER              PIC X(13)       VALUE 'EFECTIVO SUC '.
000094    03 WS-CON-SUCURSAL     PIC 9(02)       VALUE ZEROS.
000095
000096**************************************
000097*   IMPORTE Y SALDOS DE TRABAJO      *
000098**************************************
000099
000100 01 WS-IMPORTE-CTVOS       PIC 9(13)       VALUE ZEROS.
000101 01 WS-IMPORTE             PIC S9(09)V99 COMP-3 VALUE ZEROS.
000102 01 WS-SALDO-CUENTA        PIC S9(09)V99 COMP-3 VALUE ZEROS.
000103 01 WS-MONEDA-CUENTA       PIC X(02)       VALUE SPACES.
000104 01 WS-CLIENTE-CUENTA      PIC 9(05)       VALUE ZEROS.
000105
000106**************************************
000107*      SWITCH DE VALIDACION          *
000108**************************************
000109
000110 01 WS-SW-VALIDO            PIC X           VALUE 'S'.
000111    88 WS-DATOS-VALIDOS                     VALUE 'S'.
000112    88 WS-DATOS-INVALIDOS                   VALUE 'N'.
000113
000114 01 WS-MONEDA-CAJA          PIC X(02)       VALUE SPACES.
000115    88 WS-MONEDA-VALIDA                     VALUE '01' '02'.
000116
000117**************************************
000118*      ACUERDO DE SOBREGIRO          *
000119**************************************
000120
000121 01 WS-LIMITE-ACUERDO       PIC S9(09)V99 COMP-3 VALUE ZEROS.
000122 01 WS-SALDO-MINIMO         PIC S9(09)V99 COMP-3 VALUE ZEROS.
000123
000124 01  WS-COMMAREA.
000125     03  WS-COM-TIPCTA     PIC X(02).
000126     03  WS-COM-NROCTA     PIC X(15).
000127     03  WS-COM-OPERAC     PIC X(01).
000128           88 WS-ES-DEPOSITO              VALUE 'D'.
000129           88 WS-ES-EXTRACCION            VALUE 'E'.
000130     03  WS-COM-IMPORTE    PIC S9(09)V99 COMP-3.
000131     03  WS-COM-CLIENTE    PIC 9(05).
000132     03  WS-COM-MONEDA     PIC X(02).
000133     03  WS-FLAG           PIC 9(01).
000134           88 WS-INICIO                   VALUE 0.
000135           88 WS-CONFIRMA                 VALUE 9.
000136     03  WS-COM-OPER       PIC X(08).
000137     03  WS-COM-NIVEL      PIC 9(01).
000138           88 WS-NIVEL-CONSULTA           VALUE 1.
000139           88 WS-NIVEL-ACTUALIZA          VALUE 2 3.
000140
000141    COPY MAP0266.
000142    COPY DFHBMSCA.
000143    COPY DFHAID.
000144    COPY CPMOVCTA.
000145    COPY CPOPER.
000146    COPY CPACUERD.
000147    COPY CPINACTI.
000148    COPY CPCAJA.
000149
000150**************************************
000151*      AREA DE COMUNICACION DB2       *
000152**************************************
000153
000154    EXEC SQL
000155      INCLUDE SQLCA
000156    END-EXEC.
000157
000158    EXEC SQL
000159      INCLUDE TBCUE
000160    END-EXEC.
000161
000162 LINKAGE SECTION.
000163
000164 01 DFHCOMMAREA            PIC X(41).
000165
000166 PROCEDURE DIVISION.
000167
000168 MAIN-PROGRAM.
000169
000170     PERFORM 1000-I-INICIO  THRU  1000-F-INICIO.
000171
000172     PERFORM 2000-I-PROCESO THRU  2000-F-PROCESO.
000173
000174     PERFORM 3999-I-LOOP    THRU  3999-F-LOOP.
000175
000176
000177**************************************
000178*                                    *
000179*  CUERPO INICIO                     *
000180*                                    *
000181**************************************
000182
000183 1000-I-INICIO.
000184
000185         EXEC CICS
000186              HANDLE ABEND
000187              LABEL (9000-I-ABEND)
000188         END-EXEC.
000189
000190        MOVE LENGTH OF MAP0166O TO WS-LONG
000191
000192         EXEC CICS ASKTIME
000193            ABSTIME (WS-ABSTIME)
000194         END-EXEC.
000195
000196         EXEC CICS FORMATTIME
000197            ABSTIME (WS-ABSTIME)
000198            DDMMYYYY(WS-DATE) DATESEP(WS-SEP)
000199            YYYYMMDD(WS-AAAAMMDD)
000200            TIME (WS-TIME) TIMESEP (WS-TIMESEP)
000201         END-EXEC.
000202
000203        MOVE DFHCOMMAREA TO WS-COMMAREA.
000204
000205 1000-F-INICIO. EXIT.
000206
000207**************************************
000208*                                    *
000209*  CUERPO PRINCIPAL DE PROCESOS      *
000210*                                    *
000211**************************************
000212
000213 2000-I-PROCESO.
000214
000215        MOVE WS-DATE TO FECHAO
000216
000217        EXEC CICS
000218             RECEIVE MAP(WS-MAP)
000219             MAPSET(WS-MAPSET)
000220             INTO(MAP0166I)
000221             RESP(WS-RESP)
000222        END-EXEC
000223
000224      EVALUATE WS-RESP
000225      WHEN DFHRESP(NORMAL)
000226
000227        PERFORM 3300-I-KEYS  THRU 3300-F-KEYS
000228
000229      WHEN DFHRESP(MAPFAIL)
000230        INITIALIZE MAP0166O
000231        MOVE LENGTH OF MAP0166O     TO WS-LONG
000232        MOVE WS-DATE                TO FECHAO
000233        MOVE 'DATOS INCORRECTOS'    TO MSGO
000234        IF EIBAID = DFHPF12
000235            PERFORM 3800-I-ESC
000236              THRU  3800-F-ESC
000237        END-IF
000238        EXEC CICS SEND MAP (WS-MAP)
000239             MAPSET (WS-MAPSET)
000240             FROM (MAP0166O)
000241             LENGTH (WS-LONG)
000242             ERASE
000243             FREEKB
000244        END-EXEC
000245
000246        WHEN OTHER
000247          INITIALIZE MAP0166O
000248          MOVE LENGTH OF MAP0166O     TO WS-LONG
000249          MOVE WS-DATE                TO FECHAO
000250          MOVE 'ERROR DE COMUNICACION. REINTENTE.' TO MSGO
000251          EXEC CICS SEND MAP (WS-MAP)
000252               MAPSET (WS-MAPSET)
000253               FROM (MAP0166O)
000254               LENGTH (WS-LONG)
000255               ERASE
000256               FREEKB
000257          END-EXEC
000258      END-EVALUATE.
000259
000260 2000-F-PROCESO. EXIT.
000261
000262 3300-I-KEYS.
000263
000264     IF WS-FLAG EQUAL 0 AND EIBAID NOT EQUAL DFHPF12
000265        IF WS-COM-OPER EQUAL SPACES
000266           OR WS-COM-OPER EQUAL LOW-VALUES
000267           PERFORM 3200-I-SIGNON
000268              THRU 3200-F-SIGNON
000269        END-IF
000270        IF WS-COM-OPER EQUAL SPACES
000271           OR WS-COM-OPER EQUAL LOW-VALUES
000272           GO TO 3300-F-KEYS
000273        END-IF
000274     END-IF.
000275
000276     EVALUATE WS-FLAG
000277
000278     WHEN 0
000279
000280      EVALUATE EIBAID
000281
000282        WHEN DFHENTER
000283            IF WS-NIVEL-ACTUALIZA
000284               PERFORM 3350-I-VALIDAR
000285               THRU 3350-F-VALIDAR
000286            ELSE
000287               PERFORM 3250-I-NO-AUTORIZADO
000288               THRU 3250-F-NO-AUTORIZADO
000289            END-IF
000290
000291        WHEN DFHPF3
000292            PERFORM 3600-I-CONSULTAR-CAJA
000293            THRU 3600-F-CONSULTAR-CAJA
000294
000295        WHEN DFHPF5
000296            IF WS-NIVEL-ACTUALIZA
000297               PERFORM 3400-I-ABRIR-CAJA
000298               THRU 3400-F-ABRIR-CAJA
000299            ELSE
000300               PERFORM 3250-I-NO-AUTORIZADO
000301               THRU 3250-F-NO-AUTORIZADO
000302            END-IF
000303
000304        WHEN DFHPF6
000305            IF WS-NIVEL-ACTUALIZA
000306               PERFORM 3450-I-CERRAR-CAJA
000307               THRU 3450-F-CERRAR-CAJA
000308            ELSE
000309               PERFORM 3250-I-NO-AUTORIZADO
000310               THRU 3250-F-NO-AUTORIZADO
000311            END-IF
000312
000313        WHEN DFHPF4
000314            PERFORM 3500-I-CLEAN
000315            THRU 3500-F-CLEAN
000316
000317        WHEN DFHPF12
000318            PERFORM 3800-I-ESC
000319            THRU 3800-F-ESC
000320
000321        WHEN OTHER
000322
000323            MOVE 'SE PULSO UNA TECLA INCORRECTA.' TO MSGO
000324            PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000325
000326      END-EVALUATE
000327
000328     WHEN 9
000329
000330        PERFORM 3700-I-OPERAR
000331        THRU 3700-F-OPERAR
000332
000333     END-EVALUATE.
000334
000335 3300-F-KEYS. EXIT.
000336
000337**************************************
000338*                                    *
000339*  IDENTIFICACION DEL OPERADOR       *
000340*  CONTRA EL ARCHIVO OPERADOR        *
000341*                                    *
000342**************************************
000343
000344 3200-I-SIGNON.
000345
000346     IF OPERI EQUAL SPACES OR OPERI EQUAL LOW-VALUES
000347        MOVE 'IDENTIFIQUESE: INGRESE SU CODIGO DE OPERADOR.'
000348             TO MSGO
000349        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000350        GO TO 3200-F-SIGNON
000351     END-IF.
000352
000353     MOVE OPERI TO WS-RIDFLD-OPE.
000354
000355     EXEC CICS
000356          READ DATASET (WS-OPER-DATASET)
000357          RIDFLD (WS-RIDFLD-OPE)
000358          INTO   (REG-OPERADOR)
000359          LENGTH (WS-LEN-OPER)
000360          EQUAL
000361          RESP   (WS-RESP)
000362     END-EXEC.
000363
000364     EVALUATE WS-RESP
000365         WHEN DFHRESP(NORMAL)
000366              IF OPE-ESTADO EQUAL 'B'
000367                 MOVE
000368               'OPERADOR BLOQUEADO. SOLICITE EL DESBLOQUEO.'
000369                      TO MSGO
000370                 PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000371                 GO TO 3200-F-SIGNON
000372              END-IF
000373              MOVE OPE-ID    TO WS-COM-OPER
000374              MOVE OPE-NIVEL TO WS-COM-NIVEL
000375         WHEN DFHRESP(NOTFND)
000376              MOVE 'OPERADOR NO REGISTRADO. VERIFIQUE EL CODIGO.'
000377                   TO MSGO
000378              PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000379         WHEN OTHER
000380              MOVE 'ERROR AL LEER EL ARCHIVO DE OPERADORES.'
000381                   TO MSGO
000382              PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000383     END-EVALUATE.
000384
000385 3200-F-SIGNON. EXIT.
000386
000387**************************************
000388*                                    *
000389*  OPERACION RECHAZADA POR NIVEL     *
000390*  DE AUTORIZACION INSUFICIENTE      *
000391*                                    *
000392**************************************
000393
000394 3250-I-NO-AUTORIZADO.
000395
000396     MOVE 'OPERACION NO AUTORIZADA PARA SU NIVEL DE OPERADOR.'
000397          TO MSGO.
000398     PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR.
000399
000400 3250-F-NO-AUTORIZADO. EXIT.
000401
000402**************************************
000403*                                    *
000404*  VALIDACION DEL DEPOSITO O LA      *
000405*  EXTRACCION Y PEDIDO DE            *
000406*  CONFIRMACION                      *
000407*                                    *
000408**************************************
000409
000410 3350-I-VALIDAR.
000411
000412     SET WS-DATOS-VALIDOS TO TRUE.
000413
000414     IF OPERACI NOT EQUAL 'D' AND OPERACI NOT EQUAL 'E'
000415        MOVE 'INDIQUE LA OPERACION: D DEPOSITO, E EXTRACCION.'
000416             TO MSGO
000417        SET WS-DATOS-INVALIDOS TO TRUE
000418     END-IF.
000419
000420     IF TIPCTAI EQUAL SPACES OR TIPCTAI EQUAL LOW-VALUES
000421        MOVE 'INGRESE EL TIPO DE CUENTA.' TO MSGO
000422        SET WS-DATOS-INVALIDOS TO TRUE
000423     END-IF.
000424
000425     IF NROCTAI EQUAL SPACES OR NROCTAI EQUAL LOW-VALUES
000426        MOVE 'INGRESE EL NUMERO DE CUENTA.' TO MSGO
000427        SET WS-DATOS-INVALIDOS TO TRUE
000428     END-IF.
000429
000430     IF IMPORTI IS NOT NUMERIC
000431        MOVE 'EL IMPORTE ES INVALIDO.' TO MSGO
000432        SET WS-DATOS-INVALIDOS TO TRUE
000433     ELSE
000434        MOVE IMPORTI TO WS-IMPORTE-CTVOS
000435        COMPUTE WS-IMPORTE = WS-IMPORTE-CTVOS / 100
000436        IF WS-IMPORTE NOT GREATER THAN ZEROS
000437           MOVE 'EL IMPORTE DEBE SER MAYOR A CERO.' TO MSGO
000438           SET WS-DATOS-INVALIDOS TO TRUE
000439        END-IF
000440     END-IF.
000441
000442     IF WS-DATOS-INVALIDOS
000443        PERFORM 4850-I-DEVOLVER-DATOS THRU 4850-F-DEVOLVER-DATOS
000444        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000445        GO TO 3350-F-VALIDAR
000446     END-IF.
000447
000448     PERFORM 3360-I-LEER-CUENTA
000449        THRU 3360-F-LEER-CUENTA.
000450
000451     IF WS-DATOS-INVALIDOS
000452        PERFORM 4850-I-DEVOLVER-DATOS THRU 4850-F-DEVOLVER-DATOS
000453        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000454        GO TO 3350-F-VALIDAR
000455     END-IF.
000456
000457*    LA OPERACION SE HACE CONTRA LA CAJA DEL DIA DEL
000458*    OPERADOR EN ESTA TERMINAL, EN LA MONEDA DE LA CUENTA
000459
000460     MOVE WS-AAAAMMDD      TO WS-RIDFLD-CAJ-FECHA.
000461     MOVE WS-COM-OPER      TO WS-RIDFLD-CAJ-OPER.
000462     MOVE EIBTRMID         TO WS-RIDFLD-CAJ-TERM.
000463     MOVE WS-MONEDA-CUENTA TO WS-RIDFLD-CAJ-MON.
000464
000465     PERFORM 3380-I-LEER-CAJA THRU 3380-F-LEER-CAJA.
000466
000467     IF WS-DATOS-VALIDOS AND WS-CAJA-NO-ENCONTRADA
000468        MOVE
000469     'NO HAY CAJA ABIERTA EN LA MONEDA DE LA CUENTA (PF5 ABRE).'
000470             TO MSGO
000471        SET WS-DATOS-INVALIDOS TO TRUE
000472     END-IF.
000473
000474     IF WS-DATOS-VALIDOS AND CAJ-ESTADO EQUAL 'C'
000475        MOVE 'LA CAJA DE ESA MONEDA YA FUE CERRADA HOY.' TO MSGO
000476        SET WS-DATOS-INVALIDOS TO TRUE
000477     END-IF.
000478
000479     IF WS-DATOS-VALIDOS AND OPERACI EQUAL 'E'
000480        PERFORM 3420-I-CONTROL-EXTRACCION
000481           THRU 3420-F-CONTROL-EXTRACCION
000482     END-IF.
000483
000484     IF WS-DATOS-INVALIDOS
000485        PERFORM 4850-I-DEVOLVER-DATOS THRU 4850-F-DEVOLVER-DATOS
000486        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000487        GO TO 3350-F-VALIDAR
000488     END-IF.
000489
000490     MOVE TIPCTAI           TO WS-COM-TIPCTA TIPCTAO.
000491     MOVE NROCTAI           TO WS-COM-NROCTA NROCTAO.
000492     MOVE OPERACI           TO WS-COM-OPERAC OPERACO.
000493     MOVE WS-IMPORTE        TO WS-COM-IMPORTE.
000494     MOVE IMPORTI           TO IMPORTO.
000495     MOVE WS-CLIENTE-CUENTA TO WS-COM-CLIENTE.
000496     MOVE WS-MONEDA-CUENTA  TO WS-COM-MONEDA MONEDAO.
000497     MOVE WS-SALDO-CUENTA   TO SALCTAO.
000498     PERFORM 4700-I-MOSTRAR-CAJA THRU 4700-F-MOSTRAR-CAJA.
000499     MOVE DFHBMPRO          TO OPERACA TIPCTAA NROCTAA
000500                               MONEDAA IMPORTA.
000501     MOVE '_'               TO CAMPO.
000502     MOVE -1                TO CAMPL.
000503     MOVE DFHBMUNP          TO CAMPA.
000504
000505     IF WS-ES-DEPOSITO
000506        MOVE
000507     'VERIFIQUE EL DEPOSITO. S PARA CONFIRMAR, N PARA CANCELAR.'
000508             TO MSGO
000509     ELSE
000510        MOVE
000511     'VERIFIQUE LA EXTRACCION. S PARA CONFIRMAR, N PARA CANCELAR.'
000512             TO MSGO
000513     END-IF.
000514
000515     SET WS-CONFIRMA TO TRUE.
000516
000517     MOVE WS-COM-OPER TO OPERO.
000518     MOVE EIBTRMID    TO TERMO.
000519     MOVE WS-DATE     TO FECHAO.
000520
000521     EXEC CICS SEND MAP (WS-MAP)
000522           MAPSET (WS-MAPSET)
000523           FROM (MAP0166O)
000524           LENGTH (WS-LONG)
000525           CURSOR
000526           ERASE
000527           FREEKB
000528     END-EXEC.
000529
000530 3350-F-VALIDAR. EXIT.
000531
000532**************************************
000533*                                    *
000534*  LECTURA DE LA CUENTA              *
000535*                                    *
000536**************************************
000537
000538 3360-I-LEER-CUENTA.
000539
000540     MOVE TIPCTAI TO WS-TIPO-CUENTA.
000541     MOVE NROCTAI TO WS-NRO-CUENTA.
000542
000543     EXEC SQL
000544        SELECT MONEDA,
000545               SALDO_ACTUAL,
000546               NRO_CLIENTE
000547          INTO :DCLTBCUENTAS.WS-MONEDA,
000548               :DCLTBCUENTAS.WS-SALDO-ACTUAL,
000549               :DCLTBCUENTAS.WS-CUE-NRO-CLIENTE
000550          FROM  ITPFBIO.TBCUENTAS
000551         WHERE  TIPO_CUENTA = :DCLTBCUENTAS.WS-TIPO-CUENTA
000552           AND  NRO_CUENTA  = :DCLTBCUENTAS.WS-NRO-CUENTA
000553     END-EXEC.
000554
000555     MOVE SQLCODE TO WS-SQLCODE.
000556
000557     EVALUATE WS-SQLCODE
000558         WHEN ZEROS
000559              MOVE WS-MONEDA          TO WS-MONEDA-CUENTA
000560              MOVE WS-SALDO-ACTUAL    TO WS-SALDO-CUENTA
000561              MOVE WS-CUE-NRO-CLIENTE TO WS-CLIENTE-CUENTA
000562         WHEN +100
000563              MOVE 'LA CUENTA NO EXISTE.' TO MSGO
000564              SET WS-DATOS-INVALIDOS TO TRUE
000565              GO TO 3360-F-LEER-CUENTA
000566         WHEN OTHER
000567              MOVE 'ERROR AL LEER LA CUENTA.' TO MSGO
000568              SET WS-DATOS-INVALIDOS TO TRUE
000569              GO TO 3360-F-LEER-CUENTA
000570     END-EVALUATE.
000571
000572*    LA MONEDA EN BLANCO ES DE PESOS (CUENTAS VIEJAS)
000573
000574     IF WS-MONEDA-CUENTA EQUAL SPACES
000575        MOVE '01' TO WS-MONEDA-CUENTA
000576     END-IF.
000577
000578 3360-F-LEER-CUENTA. EXIT.
000579
000580**************************************
000581*                                    *
000582*  LECTURA DE LA CAJA (CLAVE YA      *
000583*  CARGADA EN WS-RIDFLD-CAJ)         *
000584*                                    *
000585**************************************
000586
000587 3380-I-LEER-CAJA.
000588
000589     SET WS-CAJA-NO-ENCONTRADA TO TRUE.
000590
000591     EXEC CICS
000592          READ DATASET (WS-CAJ-DATASET)
000593          RIDFLD (WS-RIDFLD-CAJ)
000594          INTO   (REG-CAJA)
000595          LENGTH (WS-LEN-CAJ)
000596          EQUAL
000597          RESP   (WS-RESP)
000598     END-EXEC.
000599
000600     EVALUATE WS-RESP
000601         WHEN DFHRESP(NORMAL)
000602              SET WS-CAJA-ENCONTRADA TO TRUE
000603         WHEN DFHRESP(NOTFND)
000604              CONTINUE
000605         WHEN OTHER
000606              MOVE 'ERROR AL LEER EL ARCHIVO DE CAJAS.' TO MSGO
000607              SET WS-DATOS-INVALIDOS TO TRUE
000608     END-EVALUATE.
000609
000610 3380-F-LEER-CAJA. EXIT.
000611
000612**************************************
000613*                                    *
000614*  TOMA DE LA CAJA PARA ACTUALIZAR   *
000615*  (READ UPDATE, CLAVE YA CARGADA)   *
000616*                                    *
000617**************************************
000618
000619 3390-I-TOMAR-CAJA.
000620
000621     SET WS-CAJA-NO-ENCONTRADA TO TRUE.
000622
000623     EXEC CICS
000624          READ DATASET (WS-CAJ-DATASET)
000625          RIDFLD (WS-RIDFLD-CAJ)
000626          INTO   (REG-CAJA)
000627          LENGTH (WS-LEN-CAJ)
000628          UPDATE
000629          EQUAL
000630          RESP   (WS-RESP)
000631     END-EXEC.
000632
000633     EVALUATE WS-RESP
000634         WHEN DFHRESP(NORMAL)
000635              SET WS-CAJA-ENCONTRADA TO TRUE
000636         WHEN DFHRESP(NOTFND)
000637              CONTINUE
000638         WHEN OTHER
000639              MOVE 'ERROR AL LEER EL ARCHIVO DE CAJAS.' TO MSGO
000640              SET WS-DATOS-INVALIDOS TO TRUE
000641     END-EVALUATE.
000642
000643 3390-F-TOMAR-CAJA. EXIT.
000644
000645**************************************
000646*                                    *
000647*  CONTROLES DE LA EXTRACCION: LOS   *
000648*  DEL DEBITO DE LA T227 (CUENTA     *
000649*  DORMIDA Y SALDO CON ACUERDO) Y    *
000650*  EL EFECTIVO DISPONIBLE EN CAJA    *
000651*                                    *
000652**************************************
000653
000654 3420-I-CONTROL-EXTRACCION.
000655
000656*    LAS CUENTAS MARCADAS DORMIDAS NO ADMITEN DEBITOS
000657*    HASTA QUE UN SUPERVISOR LAS REACTIVE (T220 PF9)
000658
000659     PERFORM 3445-I-CONTROL-DORMIDA
000660        THRU 3445-F-CONTROL-DORMIDA.
000661
000662     IF WS-DATOS-INVALIDOS
000663        GO TO 3420-F-CONTROL-EXTRACCION
000664     END-IF.
000665
000666*    UN ACUERDO DE SOBREGIRO VIGENTE PERMITE QUE EL SALDO
000667*    BAJE HASTA SU LIMITE
000668
000669     MOVE TIPCTAI TO WS-RIDFLD-ACU-TIP.
000670     MOVE NROCTAI TO WS-RIDFLD-ACU-NRO.
000671     PERFORM 3440-I-LEER-ACUERDO THRU 3440-F-LEER-ACUERDO.
000672
000673     COMPUTE WS-SALDO-MINIMO =
000674             WS-IMPORTE - WS-LIMITE-ACUERDO.
000675
000676     IF WS-SALDO-CUENTA LESS THAN WS-SALDO-MINIMO
000677        MOVE 'SALDO INSUFICIENTE EN LA CUENTA.' TO MSGO
000678        SET WS-DATOS-INVALIDOS TO TRUE
000679        GO TO 3420-F-CONTROL-EXTRACCION
000680     END-IF.
000681
000682     COMPUTE WS-EN-CAJA = CAJ-APERTURA + CAJ-INGRESOS
000683                        - CAJ-EGRESOS.
000684
000685     IF WS-IMPORTE GREATER THAN WS-EN-CAJA
000686        MOVE 'EFECTIVO INSUFICIENTE EN LA CAJA.' TO MSGO
000687        SET WS-DATOS-INVALIDOS TO TRUE
000688     END-IF.
000689
000690 3420-F-CONTROL-EXTRACCION. EXIT.
000691
000692**************************************
000693*                                    *
000694*  ACUERDO DE SOBREGIRO DE LA        *
000695*  CUENTA (CLAVE YA CARGADA EN       *
000696*  WS-RIDFLD-ACU). SIN ACUERDO,      *
000697*  VENCIDO O DE BAJA: LIMITE CERO    *
000698*                                    *
000699**************************************
000700
000701 3440-I-LEER-ACUERDO.
000702
000703     MOVE ZEROS TO WS-LIMITE-ACUERDO.
000704
000705     EXEC CICS
000706          READ DATASET (WS-ACU-DATASET)
000707          RIDFLD (WS-RIDFLD-ACU)
000708          INTO   (REG-ACUERDO)
000709          LENGTH (WS-LEN-ACU)
000710          EQUAL
000711          RESP   (WS-RESP)
000712     END-EXEC.
000713
000714     IF WS-RESP EQUAL DFHRESP(NORMAL)
000715        IF ACU-ESTADO EQUAL 'A'
000716           AND ACU-VENCIMIENTO IS NUMERIC
000717           AND ACU-VENCIMIENTO NOT LESS THAN WS-AAAAMMDD
000718           MOVE ACU-LIMITE TO WS-LIMITE-ACUERDO
000719        END-IF
000720     END-IF.
000721
000722 3440-F-LEER-ACUERDO. EXIT.
000723
000724**************************************
000725*                                    *
000726*  LA CUENTA ESTA DORMIDA ?          *
000727*                                    *
000728**************************************
000729
000730 3445-I-CONTROL-DORMIDA.
000731
000732     MOVE TIPCTAI TO WS-RIDFLD-ACU-TIP.
000733     MOVE NROCTAI TO WS-RIDFLD-ACU-NRO.
000734
000735     EXEC CICS
000736          READ DATASET (WS-INA-DATASET)
000737          RIDFLD (WS-RIDFLD-ACU)
000738          INTO   (REG-INACTIVA)
000739          LENGTH (WS-LEN-INA)
000740          EQUAL
000741          RESP   (WS-RESP)
000742     END-EXEC.
000743
000744     IF WS-RESP EQUAL DFHRESP(NORMAL)
000745        AND INA-ESTADO EQUAL 'D'
000746        MOVE
000747     'CUENTA INACTIVA. REQUIERE REACTIVACION DE SUPERVISOR.'
000748             TO MSGO
000749        SET WS-DATOS-INVALIDOS TO TRUE
000750     END-IF.
000751
000752 3445-F-CONTROL-DORMIDA. EXIT.
000753
000754**************************************
000755*                                    *
000756*  APERTURA DE LA CAJA DEL DIA CON   *
000757*  EL EFECTIVO INICIAL (PF5)         *
000758*                                    *
000759**************************************
000760
000761 3400-I-ABRIR-CAJA.
000762
000763     SET WS-DATOS-VALIDOS TO TRUE.
000764     MOVE MONEDAI TO WS-MONEDA-CAJA.
000765
000766     IF SUCI IS NOT NUMERIC OR SUCI EQUAL '00'
000767        MOVE 'INGRESE LA SUCURSAL DE LA CAJA.' TO MSGO
000768        SET WS-DATOS-INVALIDOS TO TRUE
000769     END-IF.
000770
000771     IF NOT WS-MONEDA-VALIDA
000772        MOVE 'INGRESE LA MONEDA DE LA CAJA (01 O 02).' TO MSGO
000773        SET WS-DATOS-INVALIDOS TO TRUE
000774     END-IF.
000775
000776     IF IMPORTI IS NOT NUMERIC
000777        MOVE 'EL IMPORTE INICIAL ES INVALIDO.' TO MSGO
000778        SET WS-DATOS-INVALIDOS TO TRUE
000779     ELSE
000780        MOVE IMPORTI TO WS-IMPORTE-CTVOS
000781        COMPUTE WS-IMPORTE = WS-IMPORTE-CTVOS / 100
000782     END-IF.
000783
000784     IF WS-DATOS-INVALIDOS
000785        PERFORM 4850-I-DEVOLVER-DATOS THRU 4850-F-DEVOLVER-DATOS
000786        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000787        GO TO 3400-F-ABRIR-CAJA
000788     END-IF.
000789
000790     MOVE SPACES           TO REG-CAJA.
000791     MOVE WS-AAAAMMDD      TO CAJ-FECHA.
000792     MOVE WS-COM-OPER      TO CAJ-OPERADOR.
000793     MOVE EIBTRMID         TO CAJ-TERMINAL.
000794     MOVE WS-MONEDA-CAJA   TO CAJ-MONEDA.
000795     MOVE SUCI             TO CAJ-SUCURSAL.
000796     MOVE WS-IMPORTE       TO CAJ-APERTURA.
000797     MOVE ZEROS            TO CAJ-INGRESOS
000798                              CAJ-EGRESOS
000799                              CAJ-CANT-INGRESOS
000800                              CAJ-CANT-EGRESOS
000801                              CAJ-DECLARADO.
000802     MOVE 'A'              TO CAJ-ESTADO.
000803     MOVE WS-TIME          TO CAJ-HORA-APERTURA.
000804     MOVE CAJ-CLAVE        TO WS-RIDFLD-CAJ.
000805
000806     EXEC CICS
000807          WRITE DATASET (WS-CAJ-DATASET)
000808          RIDFLD (WS-RIDFLD-CAJ)
000809          FROM   (REG-CAJA)
000810          LENGTH (WS-LEN-CAJ)
000811          RESP   (WS-RESP)
000812     END-EXEC.
000813
000814     EVALUATE WS-RESP
000815         WHEN DFHRESP(NORMAL)
000816              PERFORM 4700-I-MOSTRAR-CAJA
000817                 THRU 4700-F-MOSTRAR-CAJA
000818              MOVE 'CAJA ABIERTA. YA PUEDE OPERAR EN ESA MONEDA.'
000819                   TO MSGO
000820         WHEN DFHRESP(DUPREC)
000821              PERFORM 4850-I-DEVOLVER-DATOS
000822                 THRU 4850-F-DEVOLVER-DATOS
000823              MOVE 'LA CAJA DE ESA MONEDA YA FUE ABIERTA HOY.'
000824                   TO MSGO
000825         WHEN OTHER
000826              PERFORM 4850-I-DEVOLVER-DATOS
000827                 THRU 4850-F-DEVOLVER-DATOS
000828              MOVE 'ERROR AL GRABAR EL ARCHIVO DE CAJAS.' TO MSGO
000829     END-EVALUATE.
000830
000831     PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR.
000832
000833 3400-F-ABRIR-CAJA. EXIT.
000834
000835**************************************
000836*                                    *
000837*  CIERRE DE LA CAJA: EL OPERADOR    *
000838*  DECLARA EL EFECTIVO CONTADO (PF6) *
000839*                                    *
000840**************************************
000841
000842 3450-I-CERRAR-CAJA.
000843
000844     SET WS-DATOS-VALIDOS TO TRUE.
000845     MOVE MONEDAI TO WS-MONEDA-CAJA.
000846
000847     IF NOT WS-MONEDA-VALIDA
000848        MOVE 'INGRESE LA MONEDA DE LA CAJA (01 O 02).' TO MSGO
000849        SET WS-DATOS-INVALIDOS TO TRUE
000850     END-IF.
000851
000852     IF IMPORTI IS NOT NUMERIC
000853        MOVE 'INGRESE EL EFECTIVO CONTADO EN CENTAVOS.' TO MSGO
000854        SET WS-DATOS-INVALIDOS TO TRUE
000855     ELSE
000856        MOVE IMPORTI TO WS-IMPORTE-CTVOS
000857        COMPUTE WS-IMPORTE = WS-IMPORTE-CTVOS / 100
000858     END-IF.
000859
000860     IF WS-DATOS-INVALIDOS
000861        PERFORM 4850-I-DEVOLVER-DATOS THRU 4850-F-DEVOLVER-DATOS
000862        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000863        GO TO 3450-F-CERRAR-CAJA
000864     END-IF.
000865
000866     MOVE WS-AAAAMMDD    TO WS-RIDFLD-CAJ-FECHA.
000867     MOVE WS-COM-OPER    TO WS-RIDFLD-CAJ-OPER.
000868     MOVE EIBTRMID       TO WS-RIDFLD-CAJ-TERM.
000869     MOVE WS-MONEDA-CAJA TO WS-RIDFLD-CAJ-MON.
000870
000871     PERFORM 3390-I-TOMAR-CAJA THRU 3390-F-TOMAR-CAJA.
000872
000873     IF WS-DATOS-VALIDOS AND WS-CAJA-NO-ENCONTRADA
000874        MOVE 'NO HAY CAJA ABIERTA HOY EN ESA MONEDA.' TO MSGO
000875        SET WS-DATOS-INVALIDOS TO TRUE
000876     END-IF.
000877
000878     IF WS-DATOS-VALIDOS AND CAJ-ESTADO EQUAL 'C'
000879        EXEC CICS
000880             UNLOCK DATASET (WS-CAJ-DATASET)
000881        END-EXEC
000882        MOVE 'LA CAJA DE ESA MONEDA YA FUE CERRADA HOY.' TO MSGO
000883        SET WS-DATOS-INVALIDOS TO TRUE
000884     END-IF.
000885
000886     IF WS-DATOS-INVALIDOS
000887        PERFORM 4850-I-DEVOLVER-DATOS THRU 4850-F-DEVOLVER-DATOS
000888        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000889        GO TO 3450-F-CERRAR-CAJA
000890     END-IF.
000891
000892     MOVE WS-IMPORTE TO CAJ-DECLARADO.
000893     MOVE 'C'        TO CAJ-ESTADO.
000894     MOVE WS-TIME    TO CAJ-HORA-CIERRE.
000895
000896     EXEC CICS
000897          REWRITE DATASET (WS-CAJ-DATASET)
000898          FROM   (REG-CAJA)
000899          LENGTH (WS-LEN-CAJ)
000900          RESP   (WS-RESP)
000901     END-EXEC.
000902
000903     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
000904        MOVE 'ERROR AL ACTUALIZAR EL ARCHIVO DE CAJAS.' TO MSGO
000905        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000906        GO TO 3450-F-CERRAR-CAJA
000907     END-IF.
000908
000909*    LA DIFERENCIA SE INFORMA RECIEN DESPUES DE DECLARAR;
000910*    EL DETALLE QUEDA PARA EL ARQUEO NOCTURNO
000911
000912     PERFORM 4700-I-MOSTRAR-CAJA THRU 4700-F-MOSTRAR-CAJA.
000913
000914     IF CAJ-DECLARADO EQUAL WS-EN-CAJA
000915        MOVE 'CAJA CERRADA SIN DIFERENCIAS.' TO MSGO
000916     ELSE
000917        MOVE
000918     'CAJA CERRADA CON DIFERENCIA. QUEDA INFORMADA EN EL ARQUEO.'
000919             TO MSGO
000920     END-IF.
000921
000922     PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR.
000923
000924 3450-F-CERRAR-CAJA. EXIT.
000925
000926**************************************
000927*                                    *
000928*  CONSULTA DE LA CAJA DEL DIA EN    *
000929*  LA MONEDA INDICADA (PF3)          *
000930*                                    *
000931**************************************
000932
000933 3600-I-CONSULTAR-CAJA.
000934
000935     SET WS-DATOS-VALIDOS TO TRUE.
000936     MOVE MONEDAI TO WS-MONEDA-CAJA.
000937
000938     IF WS-MONEDA-CAJA EQUAL SPACES
000939        OR WS-MONEDA-CAJA EQUAL LOW-VALUES
000940        MOVE '01' TO WS-MONEDA-CAJA
000941     END-IF.
000942
000943     IF NOT WS-MONEDA-VALIDA
000944        MOVE 'INGRESE LA MONEDA DE LA CAJA (01 O 02).' TO MSGO
000945        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000946        GO TO 3600-F-CONSULTAR-CAJA
000947     END-IF.
000948
000949     MOVE WS-AAAAMMDD    TO WS-RIDFLD-CAJ-FECHA.
000950     MOVE WS-COM-OPER    TO WS-RIDFLD-CAJ-OPER.
000951     MOVE EIBTRMID       TO WS-RIDFLD-CAJ-TERM.
000952     MOVE WS-MONEDA-CAJA TO WS-RIDFLD-CAJ-MON.
000953
000954     PERFORM 3380-I-LEER-CAJA THRU 3380-F-LEER-CAJA.
000955
000956     IF WS-DATOS-VALIDOS
000957        IF WS-CAJA-ENCONTRADA
000958           PERFORM 4700-I-MOSTRAR-CAJA THRU 4700-F-MOSTRAR-CAJA
000959           MOVE 'CAJA DEL DIA EN ESTA TERMINAL.' TO MSGO
000960        ELSE
000961           MOVE WS-MONEDA-CAJA TO MONEDAO
000962           MOVE 'NO HAY CAJA ABIERTA HOY EN ESA MONEDA.' TO MSGO
000963        END-IF
000964     END-IF.
000965
000966     PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR.
000967
000968 3600-F-CONSULTAR-CAJA. EXIT.
000969
000970**************************************
000971*                                    *
000972*  EJECUCION DEL DEPOSITO O LA       *
000973*  EXTRACCION (UNA SOLA UNIDAD DE    *
000974*  TRABAJO CON LA CAJA)              *
000975*                                    *
000976**************************************
000977
000978 3700-I-OPERAR.
000979
000980     IF CAMPI = 'N'
000981        MOVE 'LA OPERACION FUE CANCELADA.' TO MSGO
000982        SET WS-INICIO TO TRUE
000983        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000984        GO TO 3700-F-OPERAR
000985     END-IF.
000986
000987     IF CAMPI NOT EQUAL 'S'
000988        MOVE 'ERROR, INGRESE UNICAMENTE  S / N.' TO MSGO
000989        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000990        GO TO 3700-F-OPERAR
000991     END-IF.
000992
000993*    RETOMA LA CAJA CON UPDATE: OTRA OPERACION DE LA MISMA
000994*    TERMINAL PUDO CERRARLA O MOVER EL EFECTIVO
000995
000996     SET WS-DATOS-VALIDOS TO TRUE.
000997     SET WS-INICIO TO TRUE.
000998
000999     MOVE WS-AAAAMMDD    TO WS-RIDFLD-CAJ-FECHA.
001000     MOVE WS-COM-OPER    TO WS-RIDFLD-CAJ-OPER.
001001     MOVE EIBTRMID       TO WS-RIDFLD-CAJ-TERM.
001002     MOVE WS-COM-MONEDA  TO WS-RIDFLD-CAJ-MON.
001003
001004     PERFORM 3390-I-TOMAR-CAJA THRU 3390-F-TOMAR-CAJA.
001005
001006     IF WS-DATOS-VALIDOS
001007        IF WS-CAJA-NO-ENCONTRADA OR CAJ-ESTADO EQUAL 'C'
001008           MOVE 'LA CAJA NO ESTA ABIERTA. OPERACION RECHAZADA.'
001009                TO MSGO
001010           SET WS-DATOS-INVALIDOS TO TRUE
001011        END-IF
001012     END-IF.
001013
001014     IF WS-DATOS-VALIDOS AND WS-ES-EXTRACCION
001015        COMPUTE WS-EN-CAJA = CAJ-APERTURA + CAJ-INGRESOS
001016                           - CAJ-EGRESOS
001017        IF WS-COM-IMPORTE GREATER THAN WS-EN-CAJA
001018           MOVE
001019     'EFECTIVO INSUFICIENTE EN LA CAJA. OPERACION RECHAZADA.'
001020                TO MSGO
001021           SET WS-DATOS-INVALIDOS TO TRUE
001022        END-IF
001023     END-IF.
001024
001025     IF WS-DATOS-INVALIDOS
001026        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
001027        GO TO 3700-F-OPERAR
001028     END-IF.
001029
001030     MOVE WS-COM-IMPORTE TO WS-SALDO-ACTUAL.
001031     MOVE WS-COM-TIPCTA  TO WS-TIPO-CUENTA.
001032     MOVE WS-COM-NROCTA  TO WS-NRO-CUENTA.
001033     MOVE WS-DATE        TO WS-FECHA-ACTUAL.
001034
001035     IF WS-ES-EXTRACCION
001036        PERFORM 3720-I-DEBITAR THRU 3720-F-DEBITAR
001037     ELSE
001038        PERFORM 3730-I-ACREDITAR THRU 3730-F-ACREDITAR
001039     END-IF.
001040
001041     IF WS-DATOS-INVALIDOS
001042        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
001043        GO TO 3700-F-OPERAR
001044     END-IF.
001045
001046     IF WS-SQLCODE NOT EQUAL ZEROS
001047        PERFORM 3750-I-DESHACER THRU 3750-F-DESHACER
001048        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
001049        GO TO 3700-F-OPERAR
001050     END-IF.
001051
001052*    MOVIMIENTO EN MOVCTA19 PARA EL PASE NOCTURNO
001053
001054     PERFORM 3760-I-GRABAR-MOV THRU 3760-F-GRABAR-MOV.
001055
001056     IF WS-DATOS-INVALIDOS
001057        PERFORM 3750-I-DESHACER THRU 3750-F-DESHACER
001058        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
001059        GO TO 3700-F-OPERAR
001060     END-IF.
001061
001062*    INGRESO O EGRESO EN LA CAJA DEL OPERADOR
001063
001064     PERFORM 3770-I-ACTUALIZAR-CAJA THRU 3770-F-ACTUALIZAR-CAJA.
001065
001066     IF WS-DATOS-INVALIDOS
001067        PERFORM 3750-I-DESHACER THRU 3750-F-DESHACER
001068        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
001069        GO TO 3700-F-OPERAR
001070     END-IF.
001071
001072     EXEC CICS
001073          SYNCPOINT
001074     END-EXEC.
001075
001076     PERFORM 4700-I-MOSTRAR-CAJA THRU 4700-F-MOSTRAR-CAJA.
001077
001078     IF WS-ES-DEPOSITO
001079        MOVE 'DEPOSITO REALIZADO CON EXITO.' TO MSGO
001080     ELSE
001081        MOVE 'EXTRACCION REALIZADA CON EXITO.' TO MSGO
001082     END-IF.
001083
001084     PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR.
001085
001086 3700-F-OPERAR. EXIT.
001087
001088**************************************
001089*                                    *
001090*  DEBITO DE LA EXTRACCION. EL WHERE *
001091*  EXIGE SALDO SUFICIENTE (CON EL    *
001092*  ACUERDO VIGENTE) AUN SI OTRO      *
001093*  USUARIO MODIFICO LA CUENTA        *
001094*  DESPUES DE LA CONSULTA            *
001095*                                    *
001096**************************************
001097
001098 3720-I-DEBITAR.
001099
001100     MOVE WS-COM-TIPCTA TO WS-RIDFLD-ACU-TIP.
001101     MOVE WS-COM-NROCTA TO WS-RIDFLD-ACU-NRO.
001102     PERFORM 3440-I-LEER-ACUERDO THRU 3440-F-LEER-ACUERDO.
001103
001104     COMPUTE WS-SALDO-MINIMO =
001105             WS-COM-IMPORTE - WS-LIMITE-ACUERDO.
001106
001107     EXEC SQL
001108        UPDATE ITPFBIO.TBCUENTAS
001109           SET SALDO_ACTUAL = SALDO_ACTUAL -
001110                 :DCLTBCUENTAS.WS-SALDO-ACTUAL,
001111               FECHA_ACTUAL =
001112                 :DCLTBCUENTAS.WS-FECHA-ACTUAL
001113         WHERE TIPO_CUENTA  =
001114                 :DCLTBCUENTAS.WS-TIPO-CUENTA
001115           AND NRO_CUENTA   =
001116                 :DCLTBCUENTAS.WS-NRO-CUENTA
001117           AND SALDO_ACTUAL >=
001118                 :WS-SALDO-MINIMO
001119     END-EXEC.
001120
001121     MOVE SQLCODE TO WS-SQLCODE.
001122
001123     IF WS-SQLCODE EQUAL +100
001124        EXEC CICS
001125             UNLOCK DATASET (WS-CAJ-DATASET)
001126        END-EXEC
001127        MOVE 'SALDO INSUFICIENTE, EXTRACCION RECHAZADA.' TO MSGO
001128        SET WS-DATOS-INVALIDOS TO TRUE
001129     END-IF.
001130
001131 3720-F-DEBITAR. EXIT.
001132
001133**************************************
001134*                                    *
001135*  CREDITO DEL DEPOSITO              *
001136*                                    *
001137**************************************
001138
001139 3730-I-ACREDITAR.
001140
001141     EXEC SQL
001142        UPDATE ITPFBIO.TBCUENTAS
001143           SET SALDO_ACTUAL = SALDO_ACTUAL +
001144                 :DCLTBCUENTAS.WS-SALDO-ACTUAL,
001145               FECHA_ACTUAL =
001146                 :DCLTBCUENTAS.WS-FECHA-ACTUAL
001147         WHERE TIPO_CUENTA  =
001148                 :DCLTBCUENTAS.WS-TIPO-CUENTA
001149           AND NRO_CUENTA   =
001150                 :DCLTBCUENTAS.WS-NRO-CUENTA
001151     END-EXEC.
001152
001153     MOVE SQLCODE TO WS-SQLCODE.
001154
001155 3730-F-ACREDITAR. EXIT.
001156
001157**************************************
001158*                                    *
001159*  DESHACER LA UNIDAD DE TRABAJO     *
001160*                                    *
001161**************************************
001162
001163 3750-I-DESHACER.
001164
001165     EXEC CICS
001166          SYNCPOINT ROLLBACK
001167     END-EXEC.
001168
001169     MOVE 'ERROR EN LA OPERACION. NO SE APLICO NINGUN CAMBIO.'
001170          TO MSGO.
001171     SET WS-INICIO TO TRUE.
001172
001173 3750-F-DESHACER. EXIT.
001174
001175**************************************
001176*                                    *
001177*  GRABACION DEL MOVIMIENTO EN       *
001178*  EFECTIVO EN MOVCTA19: DE =        *
001179*  DEPOSITO, EE = EXTRACCION. LA     *
001180*  CONTRAPARTE LLEVA LA SUCURSAL     *
001181*  DE LA CAJA                        *
001182*                                    *
001183**************************************
001184
001185 3760-I-GRABAR-MOV.
001186
001187     SET WS-DATOS-VALIDOS TO TRUE.
001188
001189     MOVE CAJ-SUCURSAL   TO WS-CON-SUCURSAL.
001190
001191     MOVE SPACES         TO REG-MOVCTA.
001192     MOVE WS-COM-NROCTA  TO MCT-NRO-CUENTA.
001193     IF WS-ES-DEPOSITO
001194        MOVE 'DE'        TO MCT-TIPO-MOV
001195     ELSE
001196        MOVE 'EE'        TO MCT-TIPO-MOV
001197     END-IF.
001198     MOVE WS-COM-IMPORTE TO MCT-IMPORTE.
001199     MOVE WS-CONTRAPARTE TO MCT-CONTRAPARTE.
001200     MOVE WS-DATE        TO MCT-FECHA.
001201     MOVE WS-TIME        TO MCT-HORA.
001202     MOVE EIBTRMID       TO MCT-TERMINAL.
001203     MOVE WS-COM-CLIENTE TO MCT-NRO-CLIENTE.
001204     MOVE WS-COM-OPER    TO MCT-OPERADOR.
001205     MOVE WS-COM-MONEDA  TO MCT-MONEDA.
001206
001207     EXEC CICS
001208          WRITE DATASET (WS-MOV-DATASET)
001209          FROM   (REG-MOVCTA)
001210          LENGTH (WS-LEN-MOV)
001211          RESP   (WS-RESP)
001212     END-EXEC.
001213
001214     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
001215        SET WS-DATOS-INVALIDOS TO TRUE
001216     END-IF.
001217
001218 3760-F-GRABAR-MOV. EXIT.
001219
001220**************************************
001221*                                    *
001222*  ACUMULA EL INGRESO O EGRESO EN    *
001223*  LA CAJA TOMADA CON UPDATE         *
001224*                                    *
001225**************************************
001226
001227 3770-I-ACTUALIZAR-CAJA.
001228
001229     IF WS-ES-DEPOSITO
001230        ADD WS-COM-IMPORTE TO CAJ-INGRESOS
001231        ADD 1              TO CAJ-CANT-INGRESOS
001232     ELSE
001233        ADD WS-COM-IMPORTE TO CAJ-EGRESOS
001234        ADD 1              TO CAJ-CANT-EGRESOS
001235     END-IF.
001236
001237     EXEC CICS
001238          REWRITE DATASET (WS-CAJ-DATASET)
001239          FROM   (REG-CAJA)
001240          LENGTH (WS-LEN-CAJ)
001241          RESP   (WS-RESP)
001242     END-EXEC.
001243
001244     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
001245        SET WS-DATOS-INVALIDOS TO TRUE
001246     END-IF.
001247
001248 3770-F-ACTUALIZAR-CAJA. EXIT.
001249
001250**************************************
001251*                                    *
001252*  DATOS DE LA CAJA EN PANTALLA      *
001253*                                    *
001254**************************************
001255
001256 4700-I-MOSTRAR-CAJA.
001257
001258     COMPUTE WS-EN-CAJA = CAJ-APERTURA + CAJ-INGRESOS
001259                        - CAJ-EGRESOS.
001260
001261     MOVE CAJ-SUCURSAL  TO SUCO.
001262     MOVE CAJ-MONEDA    TO MONEDAO.
001263     MOVE CAJ-APERTURA  TO APERTO.
001264     MOVE CAJ-INGRESOS  TO INGREO.
001265     MOVE CAJ-EGRESOS   TO EGREO.
001266     MOVE WS-EN-CAJA    TO ENCAJAO.
001267
001268     IF CAJ-ESTADO EQUAL 'C'
001269        MOVE 'CERRADA'  TO ESTCAJO
001270     ELSE
001271        MOVE 'ABIERTA'  TO ESTCAJO
001272     END-IF.
001273
001274 4700-F-MOSTRAR-CAJA. EXIT.
001275
001276**************************************
001277*                                    *
001278*  DEVUELVE A LA PANTALLA LOS DATOS  *
001279*  INGRESADOS CUANDO HAY UN ERROR    *
001280*                                    *
001281**************************************
001282
001283 4850-I-DEVOLVER-DATOS.
001284
001285     MOVE OPERACI TO OPERACO.
001286     MOVE TIPCTAI TO TIPCTAO.
001287     MOVE NROCTAI TO NROCTAO.
001288     MOVE MONEDAI TO MONEDAO.
001289     MOVE IMPORTI TO IMPORTO.
001290     MOVE SUCI    TO SUCO.
001291
001292 4850-F-DEVOLVER-DATOS. EXIT.
001293
001294**************************************
001295*                                    *
001296*  ENVIO DE LA PANTALLA              *
001297*                                    *
001298**************************************
001299
001300 4900-I-ENVIAR.
001301
001302     MOVE WS-COM-OPER   TO OPERO.
001303     MOVE EIBTRMID      TO TERMO.
001304     MOVE WS-DATE       TO FECHAO.
001305
001306     EXEC CICS SEND MAP (WS-MAP)
001307           MAPSET (WS-MAPSET)
001308           FROM (MAP0166O)
001309           LENGTH (WS-LONG)
001310           ERASE
001311           FREEKB
001312     END-EXEC.
001313
001314 4900-F-ENVIAR. EXIT.
001315
001316 3500-I-CLEAN.
001317
001318        INITIALIZE MAP0166O.
001319        SET WS-INICIO TO TRUE
001320        MOVE WS-COM-OPER TO OPERO
001321        MOVE EIBTRMID    TO TERMO
001322        MOVE WS-DATE     TO FECHAO
001323
001324     EXEC CICS SEND MAP (WS-MAP)
001325           MAPSET (WS-MAPSET)
001326           FROM (MAP0166O)
001327           LENGTH (WS-LONG)
001328           ERASE
001329     END-EXEC.
001330
001331 3500-F-CLEAN. EXIT.
001332
001333 3800-I-ESC.
001334
001335      EXEC CICS
001336         SEND CONTROL ERASE
001337      END-EXEC
001338
001339      EXEC CICS
001340         RETURN
001341      END-EXEC.
001342
001343 3800-F-ESC. EXIT.
001344
001345 3999-I-LOOP.
001346     EXEC CICS
001347          RETURN TRANSID('T266')
001348          COMMAREA (WS-COMMAREA)
001349     END-EXEC.
001350
001351 3999-F-LOOP. EXIT.
001352
001353**************************************
001354*                                    *
001355*  RECUPERACION DE ABEND             *
001356*                                    *
001357**************************************
001358
001359 9000-I-ABEND.
001360
001361     DISPLAY '* ABEND EN PGMCAJ66. EIBFN = ' EIBFN
001362             ' WS-RESP = ' WS-RESP.
001363
001364     EXEC CICS
001365          SYNCPOINT ROLLBACK
001366     END-EXEC.
001367
001368     INITIALIZE MAP0166O.
001369     MOVE LENGTH OF MAP0166O        TO WS-LONG.
001370     MOVE WS-DATE                   TO FECHAO.
001371     MOVE 'OCURRIO UN ERROR. NO SE APLICO NINGUN CAMBIO.' TO MSGO.
001372
001373     EXEC CICS
001374          SEND MAP (WS-MAP)
001375          MAPSET (WS-MAPSET)
001376          FROM (MAP0166O)
001377          LENGTH (WS-LONG)
001378          ERASE
001379          FREEKB
001380     END-EXEC.
001381
001382     SET WS-INICIO TO TRUE.
001383
001384     EXEC CICS
001385          RETURN TRANSID('T266')
001386          COMMAREA (WS-COMMAREA)
001387     END-EXEC.
001388
001389 9000-F-ABEND. EXIT.
