000001 IDENTIFICATION DIVISION.
000002*                                                        *
000003 PROGRAM-ID. PGMLAV63.
000004**********************************************************
000005*                                                        *
000006*  PROGRAMA PARA SQL EMBEBIDO                            *
000007*  MONITOREO DE PREVENCION DE LAVADO DE DINERO           *
000008*                                                        *
000009*  APLICA REGLAS POR CLIENTE SOBRE UNA VENTANA MOVIL DE  *
000010*  'VENTANA=NNN' DIAS HASTA LA FECHA DE PROCESO:         *
000011*                                                        *
000012*    01 EFECTIVO: MOVIMIENTOS DE LOS TIPOS DE EFECTIVO   *
000013*       ('EFECTIVO=NN') IGUALES O MAYORES AL UMBRAL      *
000014*    02 FRACCIONAMIENTO: 'CANTIDAD=NNN' O MAS            *
000015*       MOVIMIENTOS DE EFECTIVO JUSTO DEBAJO DEL UMBRAL  *
000016*       (DESDE EL 'FRACCION=NNN' POR CIENTO DEL MISMO)   *
000017*    03 PASE RAPIDO: UN CREDITO IGUAL O MAYOR AL UMBRAL  *
000018*       DEL QUE SALE EL 'PORC-SALIDA=NNN' POR CIENTO O   *
000019*       MAS EN LOS 'DIAS-SALIDA=NNN' DIAS SIGUIENTES     *
000020*    04 CBU EXTERNO: TRANSFERENCIAS A CBU DE OTROS       *
000021*       BANCOS (COLA TRFSAL19) O CREDITOS RECIBIDOS DE   *
000022*       LA CAMARA (MOVCTA19, PGMCAM39) IGUALES O         *
000023*       MAYORES A 'UMBRAL-CBU=NNNNNNNNNNN'               *
000024*                                                        *
000025*  LAS REGLAS 01 A 03 RECORREN LA HISTORIA CLASIFICADA   *
000026*  POR TIP-DOC/NRO-DOC Y FECHA (COMO PARA PGMRES24). LOS *
000027*  DOLARES SE VALUAN A LA ULTIMA COTIZACION (COTIZA)     *
000027*  LA HISTORIA CLASIFICADA ES EL EXTRACTO DE PGMEXH70    *
000027*  SIN FECHAS (TODAS LAS GENERACIONES), PORQUE LA        *
000027*  SUCURSAL DEL CLIENTE ES LA DE SU ULTIMO MOVIMIENTO    *
000028*                                                        *
000029*  CADA ALERTA ES UN CASO EN CASLAV19 (CPCASLAV) CON LOS *
000030*  DATOS DE PERSONA Y LA SUCURSAL DEL CLIENTE (LA DEL    *
000031*  ULTIMO MOVIMIENTO DE SUCURSAL EN LA HISTORIA). NO SE  *
000032*  REPITE EL CASO DE UN CLIENTE Y REGLA YA ALERTADO      *
000033*  DENTRO DE LA VENTANA                                  *
000034*                                                        *
000035*  PARAMETROS (SYSIN, UNA TARJETA POR PARAMETRO):        *
000036*    VENTANA=030  UMBRAL=00001000000  FRACCION=080       *
000037*    CANTIDAD=003  DIAS-SALIDA=005  PORC-SALIDA=080      *
000038*    UMBRAL-CBU=00005000000  EFECTIVO=NN (HASTA 10)      *
000039*  SIN TARJETAS EFECTIVO SE TOMAN LOS TIPOS DE CAJA      *
000039*  82 (DEPOSITO) Y 83 (EXTRACCION) DE LA T266            *
000040*                                                        *
000041**********************************************************
000042*      MANTENIMIENTO DE PROGRAMA                         *
000043**********************************************************
000044*  FECHA      *       DETALLE        *
000045**************************************
000046* 15/10/2026  * MONITOREO DE         *
000047*             * PREVENCION DE LAVADO *
000048*             * CON CASOS EN CASLAV19*
000049**************************************
000049* 15/10/2026  * EFECTIVO POR CAJA    *
000049*             * (82/83) POR DEFECTO  *
000049**************************************
000050* 15/10/2026  * HISTORIA EXTRAIDA    *
000050*             * POR PGMEXH70         *
000050**************************************
000050 AUTHOR. NAHUEL GATTARI.
000051 ENVIRONMENT DIVISION.
000052 CONFIGURATION SECTION.
000053 SPECIAL-NAMES.
000054     DECIMAL-POINT IS COMMA.
000055
000056 INPUT-OUTPUT SECTION.
000057 FILE-CONTROL.
000058
000059       SELECT HISTORIA ASSIGN DDHIS
000060              FILE STATUS IS WS-HIS-CODE.
000061
000062       SELECT MOVCTA   ASSIGN DDMOV
000063              FILE STATUS IS WS-MOV-CODE.
000064
000065       SELECT TRFCOLA  ASSIGN DDQUE
000066              FILE STATUS IS WS-QUE-CODE.
000067
000068       SELECT PERSONA  ASSIGN DDPER
000069       ORGANIZATION   IS INDEXED
000070       ACCESS IS DYNAMIC
000071       RECORD KEY IS WS-CLAVE-PER
000072       ALTERNATE RECORD KEY IS WS-CLAVE-PER-CLI
000073       FILE STATUS IS WS-PER-CODE.
000074
000075       SELECT CASOS    ASSIGN DDCAS
000076       ORGANIZATION   IS INDEXED
000077       ACCESS IS DYNAMIC
000078       RECORD KEY IS CAS-CLAVE
000079       FILE STATUS IS WS-CAS-CODE.
000080
000081       SELECT SUCURSAL ASSIGN DDSUC
000082              FILE STATUS IS WS-SUC-CODE.
000083
000084       SELECT COTIZA   ASSIGN DDCOT
000085              FILE STATUS IS WS-COT-CODE.
000086
000087       SELECT PARMIN   ASSIGN SYSIN
000088              FILE STATUS IS WS-PRM-CODE.
000089
000090       SELECT LISTADO  ASSIGN DDLIS
000091              FILE STATUS IS WS-LIS-CODE.
000092
000093       SELECT RUNCTL   ASSIGN DDRUN
000094              FILE STATUS IS WS-RUN-CODE.
000095
000096 DATA DIVISION.
000097 FILE SECTION.
000098 FD HISTORIA
000099      BLOCK CONTAINS 0 RECORDS
000100      RECORDING MODE IS F.
000101
000102     COPY CPMOVHIS.
000103
000104 FD MOVCTA
000105      BLOCK CONTAINS 0 RECORDS
000106      RECORDING MODE IS F.
000107
000108     COPY CPMOVCTA.
000109
000110 FD TRFCOLA
000111      BLOCK CONTAINS 0 RECORDS
000112      RECORDING MODE IS F.
000113
000114     COPY CPINTERC.
000115
000116 FD PERSONA.
000117
000118     COPY CPPERSO.
000119
000120 01  WS-REG-PERSONA-CLAVE REDEFINES REG-PERSONA.
000121     03  WS-CLAVE-PER.
000122         05  WS-CLAVE-PER-TIP   PIC X(02).
000123         05  WS-CLAVE-PER-NRO   PIC 9(11).
000124     03  FILLER                 PIC X(04).
000125     03  WS-CLAVE-PER-CLI       PIC 9(03).
000126     03  FILLER                 PIC X(140).
000127
000128 FD CASOS.
000129
000130     COPY CPCASLAV.
000131
000132 FD SUCURSAL
000133      BLOCK CONTAINS 0 RECORDS
000134      RECORDING MODE IS F.
000135
000136     COPY CPSUCUR.
000137
000138 FD COTIZA
000139      BLOCK CONTAINS 0 RECORDS
000140      RECORDING MODE IS F.
000141
000142 01  REG-COTIZA.
000143     05  COT-MONEDA       PIC X(02).
000144     05  COT-FECHA        PIC 9(08).
000145     05  COT-COTIZACION   PIC 9(07)V9(04).
000146     05  FILLER           PIC X(59).
000147
000148 FD PARMIN
000149      BLOCK CONTAINS 0 RECORDS
000150      RECORDING MODE IS F.
000151
000152 01  REG-PARMIN      PIC X(80).
000153
000154 FD LISTADO
000155      BLOCK CONTAINS 0 RECORDS
000156      RECORDING MODE IS F.
000157
000158 01 REG-LISTADO     PIC X(132).
000159
000160 FD RUNCTL
000161      BLOCK CONTAINS 0 RECORDS
000162      RECORDING MODE IS F.
000163
000164     COPY CPRUNCTL.
000165
000166**************************************
000167 WORKING-STORAGE SECTION.
000168**************************************
000169 77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000170 77  WS-HIS-CODE      PIC XX    VALUE SPACES.
000171 77  WS-MOV-CODE      PIC XX    VALUE SPACES.
000172 77  WS-QUE-CODE      PIC XX    VALUE SPACES.
000173 77  WS-PER-CODE      PIC XX    VALUE SPACES.
000174 77  WS-CAS-CODE      PIC XX    VALUE SPACES.
000175 77  WS-SUC-CODE      PIC XX    VALUE SPACES.
000176 77  WS-COT-CODE      PIC XX    VALUE SPACES.
000177 77  WS-PRM-CODE      PIC XX    VALUE SPACES.
000178 77  WS-LIS-CODE      PIC XX    VALUE SPACES.
000179 77  WS-RUN-CODE      PIC XX    VALUE SPACES.
000180 77  FS-SQLCODE       PIC -999  VALUE ZEROS.
000181
000182************
000183*CONTADORES*
000184************
000185 77  WS-CONT-HIS-LEIDOS   PIC 9(8)     VALUE ZEROS.
000186 77  WS-CONT-CLIENTES     PIC 9(8)     VALUE ZEROS.
000187 77  WS-CONT-MOV-LEIDOS   PIC 9(8)     VALUE ZEROS.
000188 77  WS-CONT-COLA-LEIDAS  PIC 9(8)     VALUE ZEROS.
000189 77  WS-CONT-ALERTAS      PIC 9(8)     VALUE ZEROS.
000190 77  WS-CONT-CASOS        PIC 9(8)     VALUE ZEROS.
000191 77  WS-CONT-YA-ALERTADOS PIC 9(8)     VALUE ZEROS.
000192 77  WS-CONT-SIN-PERSONA  PIC 9(8)     VALUE ZEROS.
000193 77  WS-CONT-REGLA-01     PIC 9(8)     VALUE ZEROS.
000194 77  WS-CONT-REGLA-02     PIC 9(8)     VALUE ZEROS.
000195 77  WS-CONT-REGLA-03     PIC 9(8)     VALUE ZEROS.
000196 77  WS-CONT-REGLA-04     PIC 9(8)     VALUE ZEROS.
000197
000198********************
000199*      FLAGS       *
000200********************
000201
000202 01  WS-STATUS-FIN    PIC X.
000203     88  WS-FIN-LECTURA         VALUE 'Y'.
000204     88  WS-NO-FIN-LECTURA      VALUE 'N'.
000205
000206 01  WS-STA-AUX       PIC X     VALUE 'N'.
000207     88  WS-FIN-AUX             VALUE 'Y'.
000208     88  WS-NO-FIN-AUX          VALUE 'N'.
000209
000210 01  WS-SW-SUC        PIC X     VALUE 'N'.
000211     88  WS-ENCONTRO-SUC        VALUE 'Y'.
000212     88  WS-NO-ENCONTRO-SUC     VALUE 'N'.
000213
000214 01  WS-SW-EFE        PIC X     VALUE 'N'.
000215     88  WS-ES-EFECTIVO         VALUE 'Y'.
000216     88  WS-NO-ES-EFECTIVO      VALUE 'N'.
000217
000218 01  WS-SW-PASE       PIC X     VALUE 'N'.
000219     88  WS-HUBO-PASE           VALUE 'Y'.
000220     88  WS-NO-HUBO-PASE        VALUE 'N'.
000221
000222 01  WS-SW-EXT        PIC X     VALUE 'N'.
000223     88  WS-ENCONTRO-EXT        VALUE 'Y'.
000224     88  WS-NO-ENCONTRO-EXT     VALUE 'N'.
000225
000226 01  WS-SW-CLS        PIC X     VALUE 'N'.
000227     88  WS-ENCONTRO-CLS        VALUE 'Y'.
000228     88  WS-NO-ENCONTRO-CLS     VALUE 'N'.
000229
000230 01  WS-SW-LLENA      PIC X     VALUE 'N'.
000231     88  WS-TABLA-LLENA         VALUE 'Y'.
000232     88  WS-TABLA-NO-LLENA      VALUE 'N'.
000233
000234**************************************
000235*   PARAMETROS DE LAS REGLAS         *
000236**************************************
000237
000238 77  WS-PARM-VENTANA      PIC 9(03)       VALUE 030.
000239 77  WS-PARM-UMBRAL       PIC 9(11)       VALUE 1000000.
000240 77  WS-PARM-FRACCION     PIC 9(03)       VALUE 080.
000241 77  WS-PARM-CANTIDAD     PIC 9(03)       VALUE 003.
000242 77  WS-PARM-DIAS-SAL     PIC 9(03)       VALUE 005.
000243 77  WS-PARM-PORC-SAL     PIC 9(03)       VALUE 080.
000244 77  WS-PARM-UMBRAL-CBU   PIC 9(11)       VALUE 5000000.
000245
000246 77  WS-CONT-EFE          PIC 9(02)       VALUE ZEROS.
000247
000248 01  WS-TABLA-EFECTIVO.
000249     05  WS-EFE-ENTRADA OCCURS 10 TIMES
000250             INDEXED BY WS-IDX-EFE.
000251         10  WS-EFE-TIPO     PIC 9(02).
000252
000253 01  WS-PISO-FRACCION     PIC S9(13)V99 COMP-3 VALUE ZEROS.
000254
000255**************************************
000256*   COTIZACION DEL DOLAR             *
000257**************************************
000258
000259 01  WS-COT-DOLAR         PIC 9(07)V9(04) VALUE ZEROS.
000260
000261**************************************
000262*   MAESTRO DE SUCURSALES            *
000263**************************************
000264
000265 77  WS-CONT-SUC      PIC 9(02)     VALUE ZEROS.
000266 77  WS-BUSCA-SUC     PIC 9(02)     VALUE ZEROS.
000267 77  WS-SUC-NOMBRE-ED PIC X(20)     VALUE SPACES.
000268
000269 01  WS-TABLA-SUCURSALES.
000270     05  WS-SUC-ENTRADA OCCURS 99 TIMES
000271             INDEXED BY WS-IDX-SUC.
000272         10  WS-SUC-NRO      PIC 9(02).
000273         10  WS-SUC-NOMBRE   PIC X(20).
000274
000275**************************************
000276*   MOVIMIENTOS DEL CLIENTE EN LA    *
000277*   VENTANA, EN PESOS Y CON SIGNO    *
000278**************************************
000279
000280 77  WS-CONT-MVT      PIC 9(03)     VALUE ZEROS.
000281 77  WS-MAX-MVT       PIC 9(03)     VALUE 500.
000282
000283 01  WS-TABLA-MOVS.
000284     05  WS-MVT-ENTRADA OCCURS 500 TIMES
000285             INDEXED BY WS-IDX-MVT WS-IDX-SAL.
000286         10  WS-MVT-SERIE    PIC 9(07).
000287         10  WS-MVT-IMPORTE  PIC S9(13)V99 COMP-3.
000288         10  WS-MVT-EFECTIVO PIC X(01).
000289
000290**************************************
000291*   CLIENTE EN PROCESO               *
000292**************************************
000293
000294 01  WS-CLI-ACTUAL.
000295     03  WS-CLI-TIP-DOC   PIC X(02)    VALUE SPACES.
000296     03  WS-CLI-NRO-DOC   PIC 9(11)    VALUE ZEROS.
000297
000298 77  WS-CLI-SUC           PIC 9(02)    VALUE ZEROS.
000299
000300**************************************
000301*   SUCURSAL DE CADA CLIENTE (DE LA  *
000302*   HISTORIA) PARA LA REGLA 04       *
000303**************************************
000304
000305 77  WS-CONT-CLS      PIC 9(03)     VALUE ZEROS.
000306 77  WS-MAX-CLS       PIC 9(03)     VALUE 999.
000307
000308 01  WS-TABLA-CLI-SUC.
000309     05  WS-CLS-ENTRADA OCCURS 999 TIMES
000310             INDEXED BY WS-IDX-CLS.
000311         10  WS-CLS-CLAVE    PIC X(13).
000312         10  WS-CLS-SUC      PIC 9(02).
000313
000314**************************************
000315*   TRANSFERENCIAS CON CBU EXTERNOS  *
000316*   POR NRO DE CLIENTE (REGLA 04)    *
000317**************************************
000318
000319 77  WS-CONT-EXT      PIC 9(03)     VALUE ZEROS.
000320 77  WS-MAX-EXT       PIC 9(03)     VALUE 999.
000321 77  WS-BUSCA-CLIENTE PIC 9(05)     VALUE ZEROS.
000322 77  WS-BUSCA-CBU     PIC X(15)     VALUE SPACES.
000323
000324 01  WS-TABLA-EXTERNOS.
000325     05  WS-EXT-ENTRADA OCCURS 999 TIMES
000326             INDEXED BY WS-IDX-EXT.
000327         10  WS-EXT-CLIENTE  PIC 9(05).
000328         10  WS-EXT-CANTIDAD PIC 9(05).
000329         10  WS-EXT-IMPORTE  PIC S9(13)V99 COMP-3.
000330         10  WS-EXT-CBU      PIC X(15).
000331
000332**************************************
000333*   CALCULOS DE LAS REGLAS           *
000334**************************************
000335
000336 01  WS-IMPORTE-PESOS     PIC S9(13)V99 COMP-3 VALUE ZEROS.
000337 01  WS-IMPORTE-ABS       PIC S9(13)V99 COMP-3 VALUE ZEROS.
000338 01  WS-SUMA-REGLA        PIC S9(13)V99 COMP-3 VALUE ZEROS.
000339 01  WS-SUMA-SALIDA       PIC S9(13)V99 COMP-3 VALUE ZEROS.
000340 01  WS-TOPE-SALIDA       PIC S9(13)V99 COMP-3 VALUE ZEROS.
000341 77  WS-CANT-REGLA        PIC 9(05)    VALUE ZEROS.
000342 77  WS-CANT-SALIDA       PIC 9(05)    VALUE ZEROS.
000343 77  WS-SERIE-TOPE        PIC 9(07)    VALUE ZEROS.
000344
000345**************************************
000346*   ALERTA A GRABAR COMO CASO        *
000347**************************************
000348
000349 01  WS-ALERTA.
000350     03  WS-ALE-TIP-DOC       PIC X(02)    VALUE SPACES.
000351     03  WS-ALE-NRO-DOC       PIC 9(11)    VALUE ZEROS.
000352     03  WS-ALE-REGLA         PIC X(02)    VALUE SPACES.
000353     03  WS-ALE-CLIENTE       PIC 9(05)    VALUE ZEROS.
000354     03  WS-ALE-SUC           PIC 9(02)    VALUE ZEROS.
000355     03  WS-ALE-CANTIDAD      PIC 9(05)    VALUE ZEROS.
000356     03  WS-ALE-IMPORTE       PIC S9(13)V99 COMP-3 VALUE ZEROS.
000357     03  WS-ALE-DESCRIPCION   PIC X(40)    VALUE SPACES.
000358     03  WS-ALE-REFERENCIA    PIC X(15)    VALUE SPACES.
000359
000360**************************************
000361*   FECHAS: SERIE COMERCIAL 30/360   *
000362*   PARA LA VENTANA MOVIL            *
000363**************************************
000364
000365 01  WS-FECHA-PROCESO     PIC 9(08)    VALUE ZEROS.
000366
000367 01  WS-FECHA-DESDE       PIC 9(08)    VALUE ZEROS.
000368
000369 01  WS-FECHA-SERIE       PIC 9(08)    VALUE ZEROS.
000370 01  WS-FECHA-SERIE-R REDEFINES WS-FECHA-SERIE.
000371     03  WS-SER-AAAA      PIC 9(04).
000372     03  WS-SER-MM        PIC 9(02).
000373     03  WS-SER-DD        PIC 9(02).
000374
000375 77  WS-DIA-TOPE          PIC 9(02)    VALUE ZEROS.
000376 77  WS-SERIE             PIC 9(07)    VALUE ZEROS.
000377 77  WS-SERIE-PROCESO     PIC 9(07)    VALUE ZEROS.
000378 77  WS-SERIE-DESDE       PIC 9(07)    VALUE ZEROS.
000379 77  WS-RESTO-SERIE       PIC 9(07)    VALUE ZEROS.
000380
000381 01  WS-FECHA-MOV-NUM     PIC 9(08)    VALUE ZEROS.
000382 01  WS-FECHA-MOV-R REDEFINES WS-FECHA-MOV-NUM.
000383     03  WS-FMV-AAAA      PIC X(04).
000384     03  WS-FMV-MM        PIC X(02).
000385     03  WS-FMV-DD        PIC X(02).
000386
000387***********************************
000388*       TITULO Y DETALLE          *
000389***********************************
000390
000391 01  WS-TITULO.
000392     03  FILLER              PIC X(20)    VALUE  SPACES.
000393     03  FILLER              PIC X(34)    VALUE
000394      'MONITOREO DE PREVENCION DE LAVADO '.
000395     03  FILLER              PIC X(07)    VALUE 'FECHA: '.
000396     03  WS-TIT-FECHA        PIC 9(08)    VALUE ZEROS.
000397     03  FILLER              PIC X(63)    VALUE SPACES.
000398
000399 01  WS-LIN-CABECERA.
000400     03  FILLER    PIC X(02)    VALUE SPACES.
000401     03  FILLER    PIC X(15)    VALUE 'DOCUMENTO      '.
000402     03  FILLER    PIC X(22)    VALUE 'APELLIDO Y NOMBRE     '.
000403     03  FILLER    PIC X(04)    VALUE 'SUC '.
000404     03  FILLER    PIC X(04)    VALUE 'REG '.
000405     03  FILLER    PIC X(31)    VALUE 'DESCRIPCION'.
000406     03  FILLER    PIC X(07)    VALUE '  CANT '.
000407     03  FILLER    PIC X(19)    VALUE '   IMPORTE (PESOS) '.
000408     03  FILLER    PIC X(28)    VALUE 'RESULTADO'.
000409
000410 01  WS-LIN-DETALLE.
000411     03  FILLER    PIC X(02)    VALUE SPACES.
000412     03  WS-DET-TIP-DOC  PIC X(02)    VALUE SPACES.
000413     03  FILLER    PIC X(01)    VALUE SPACES.
000414     03  WS-DET-NRO-DOC  PIC 9(11)    VALUE ZEROS.
000415     03  FILLER    PIC X(01)    VALUE SPACES.
000416     03  WS-DET-NOMAPE   PIC X(20)    VALUE SPACES.
000417     03  FILLER    PIC X(02)    VALUE SPACES.
000418     03  WS-DET-SUC      PIC 9(02)    VALUE ZEROS.
000419     03  FILLER    PIC X(02)    VALUE SPACES.
000420     03  WS-DET-REGLA    PIC X(02)    VALUE SPACES.
000421     03  FILLER    PIC X(02)    VALUE SPACES.
000422     03  WS-DET-DESC     PIC X(30)    VALUE SPACES.
000423     03  FILLER    PIC X(01)    VALUE SPACES.
000424     03  WS-DET-CANTIDAD PIC ZZZZ9    VALUE ZEROS.
000425     03  FILLER    PIC X(01)    VALUE SPACES.
000426     03  WS-DET-IMPORTE  PIC -ZZ.ZZZ.ZZZ.999,99 VALUE ZEROS.
000427     03  FILLER    PIC X(02)    VALUE SPACES.
000428     03  WS-DET-RESULT   PIC X(26)    VALUE SPACES.
000429
000430 77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
000431
000432**************************************
000433*     AREA DE COMUNICACION DB2       *
000434**************************************
000435
000436      EXEC SQL
000437        INCLUDE SQLCA
000438      END-EXEC.
000439
000440      EXEC SQL
000441        INCLUDE TBCUE
000442      END-EXEC.
000443
000444***************************************************************.
000445 PROCEDURE DIVISION.
000446**************************************
000447*                                    *
000448*  CUERPO PRINCIPAL DEL PROGRAMA     *
000449*                                    *
000450**************************************
000451 MAIN-PROGRAM.
000452
000453     PERFORM 1000-I-INICIO  THRU 1000-F-INICIO.
000454
000455     PERFORM 2000-I-PROCESO THRU 2000-F-PROCESO
000456                            UNTIL WS-FIN-LECTURA.
000457
000458     IF RETURN-CODE EQUAL ZEROS
000459        PERFORM 6000-I-CBU-EXTERNOS THRU 6000-F-CBU-EXTERNOS
000460     END-IF.
000461
000462     PERFORM 9999-I-FINAL   THRU 9999-F-FINAL.
000463
000464 F-MAIN-PROGRAM. GOBACK.
000465
000466**************************************
000467*                                    *
000468*  CUERPO INICIO APERTURA ARCHIVOS   *
000469*                                    *
000470**************************************
000471 1000-I-INICIO.
000472
000473     SET WS-NO-FIN-LECTURA TO TRUE.
000474
000475     PERFORM 1100-I-LEER-RUNCTL THRU 1100-F-LEER-RUNCTL.
000476
000477     IF NOT WS-FIN-LECTURA
000478
000479        OPEN INPUT HISTORIA
000480        IF WS-HIS-CODE IS NOT EQUAL '00'
000481           DISPLAY '* ERROR EN OPEN HISTORIA = ' WS-HIS-CODE
000482           MOVE 9999 TO RETURN-CODE
000483           SET  WS-FIN-LECTURA TO TRUE
000484        END-IF
000485
000486        OPEN INPUT PERSONA
000487        IF WS-PER-CODE IS NOT EQUAL '00'
000488           DISPLAY '* ERROR EN OPEN PERSONA  = ' WS-PER-CODE
000489           MOVE 9999 TO RETURN-CODE
000490           SET  WS-FIN-LECTURA TO TRUE
000491        END-IF
000492
000493        OPEN I-O CASOS
000494        IF WS-CAS-CODE IS NOT EQUAL '00'
000495           DISPLAY '* ERROR EN OPEN CASOS    = ' WS-CAS-CODE
000496           MOVE 9999 TO RETURN-CODE
000497           SET  WS-FIN-LECTURA TO TRUE
000498        END-IF
000499
000500        OPEN OUTPUT LISTADO
000501        IF WS-LIS-CODE IS NOT EQUAL '00'
000502           DISPLAY '* ERROR EN OPEN LISTADO  = ' WS-LIS-CODE
000503           MOVE 9999 TO RETURN-CODE
000504           SET  WS-FIN-LECTURA TO TRUE
000505        END-IF
000506     END-IF.
000507
000508     IF NOT WS-FIN-LECTURA
000509        PERFORM 1150-I-LEER-PARM THRU 1150-F-LEER-PARM
000510        PERFORM 1180-I-VENTANA THRU 1180-F-VENTANA
000511        PERFORM 1200-I-CARGAR-COTIZA THRU 1200-F-CARGAR-COTIZA
000512        PERFORM 1300-I-CARGAR-SUCURSALES
000513           THRU 1300-F-CARGAR-SUCURSALES
000514        MOVE WS-FECHA-PROCESO TO WS-TIT-FECHA
000515        WRITE REG-LISTADO FROM WS-TITULO
000516        WRITE REG-LISTADO FROM WS-LIN-CABECERA
000517        PERFORM 3000-I-LEER-HISTORIA THRU 3000-F-LEER-HISTORIA
000518        IF NOT WS-FIN-LECTURA
000519           MOVE MOV-TIP-DOC TO WS-CLI-TIP-DOC
000520           MOVE MOV-NRO-DOC TO WS-CLI-NRO-DOC
000521        END-IF
000522     END-IF.
000523
000524 1000-F-INICIO.   EXIT.
000525
000526**************************************
000527*  FECHA OFICIAL DE PROCESO DESDE    *
000528*  EL CONTROL DE CORRIDA             *
000529**************************************
000530
000531 1100-I-LEER-RUNCTL.
000532
000533     OPEN INPUT RUNCTL.
000534
000535     IF WS-RUN-CODE NOT EQUAL '00'
000536        DISPLAY '* ERROR EN OPEN RUNCTL   = ' WS-RUN-CODE
000537        MOVE 9999 TO RETURN-CODE
000538        SET  WS-FIN-LECTURA TO TRUE
000539        GO TO 1100-F-LEER-RUNCTL
000540     END-IF.
000541
000542     READ RUNCTL.
000543     IF WS-RUN-CODE NOT EQUAL '00'
000544        DISPLAY '* ERROR EN LECTURA RUNCTL = ' WS-RUN-CODE
000545        MOVE 9999 TO RETURN-CODE
000546        SET  WS-FIN-LECTURA TO TRUE
000547        CLOSE RUNCTL
000548        GO TO 1100-F-LEER-RUNCTL
000549     END-IF.
000550
000551     MOVE RUN-FECHA-PROCESO TO WS-FECHA-PROCESO.
000552
000553     CLOSE RUNCTL.
000554
000555 1100-F-LEER-RUNCTL. EXIT.
000556
000557**************************************
000558*  PARAMETROS DE LAS REGLAS (SYSIN,  *
000559*  OPCIONAL): UNA TARJETA CLAVE=VALOR*
000560*  POR PARAMETRO                     *
000561**************************************
000562
000563 1150-I-LEER-PARM.
000564
000565     OPEN INPUT PARMIN.
000566
000567     IF WS-PRM-CODE NOT EQUAL '00'
000568        DISPLAY '* AVISO: SIN TARJETAS DE PARAMETROS, RIGEN LOS'
000569                ' VALORES POR DEFECTO'
000570        GO TO 1150-F-LEER-PARM
000571     END-IF.
000572
000573     SET WS-NO-FIN-AUX TO TRUE.
000574
000575     PERFORM 1160-I-TARJETA-PARM THRU 1160-F-TARJETA-PARM
000576        UNTIL WS-FIN-AUX.
000577
000578     CLOSE PARMIN.
000579
000580 1150-F-LEER-PARM. EXIT.
000581
000582 1160-I-TARJETA-PARM.
000583
000584     MOVE SPACES TO REG-PARMIN.
000585
000586     READ PARMIN
000587        AT END
000588           SET WS-FIN-AUX TO TRUE
000589           GO TO 1160-F-TARJETA-PARM
000590     END-READ.
000591
000592     EVALUATE TRUE
000593       WHEN REG-PARMIN(1:8) EQUAL 'VENTANA='
000594            AND REG-PARMIN(9:3) IS NUMERIC
000595          MOVE REG-PARMIN(9:3)   TO WS-PARM-VENTANA
000596       WHEN REG-PARMIN(1:7) EQUAL 'UMBRAL='
000597            AND REG-PARMIN(8:11) IS NUMERIC
000598          MOVE REG-PARMIN(8:11)  TO WS-PARM-UMBRAL
000599       WHEN REG-PARMIN(1:9) EQUAL 'FRACCION='
000600            AND REG-PARMIN(10:3) IS NUMERIC
000601          MOVE REG-PARMIN(10:3)  TO WS-PARM-FRACCION
000602       WHEN REG-PARMIN(1:9) EQUAL 'CANTIDAD='
000603            AND REG-PARMIN(10:3) IS NUMERIC
000604          MOVE REG-PARMIN(10:3)  TO WS-PARM-CANTIDAD
000605       WHEN REG-PARMIN(1:12) EQUAL 'DIAS-SALIDA='
000606            AND REG-PARMIN(13:3) IS NUMERIC
000607          MOVE REG-PARMIN(13:3)  TO WS-PARM-DIAS-SAL
000608       WHEN REG-PARMIN(1:12) EQUAL 'PORC-SALIDA='
000609            AND REG-PARMIN(13:3) IS NUMERIC
000610          MOVE REG-PARMIN(13:3)  TO WS-PARM-PORC-SAL
000611       WHEN REG-PARMIN(1:11) EQUAL 'UMBRAL-CBU='
000612            AND REG-PARMIN(12:11) IS NUMERIC
000613          MOVE REG-PARMIN(12:11) TO WS-PARM-UMBRAL-CBU
000614       WHEN REG-PARMIN(1:9) EQUAL 'EFECTIVO='
000615            AND REG-PARMIN(10:2) IS NUMERIC
000616          IF WS-CONT-EFE LESS THAN 10
000617             ADD 1 TO WS-CONT-EFE
000618             MOVE REG-PARMIN(10:2) TO WS-EFE-TIPO(WS-CONT-EFE)
000619          ELSE
000620             DISPLAY '* AVISO: MAS DE 10 TIPOS DE EFECTIVO, SE'
000621                     ' IGNORA ' REG-PARMIN(1:11)
000622          END-IF
000623       WHEN OTHER
000624          DISPLAY '* AVISO: TARJETA DE PARAMETRO INVALIDA: '
000625                  REG-PARMIN(1:30)
000626     END-EVALUATE.
000627
000628 1160-F-TARJETA-PARM. EXIT.
000629
000630**************************************
000631*  VENTANA MOVIL: SERIE 30/360 DE LA *
000632*  FECHA DE PROCESO MENOS LOS DIAS   *
000633*  DEL PARAMETRO, Y SU FECHA         *
000634**************************************
000635
000636 1180-I-VENTANA.
000637
000638     MOVE WS-FECHA-PROCESO TO WS-FECHA-SERIE.
000639     PERFORM 7900-I-SERIE THRU 7900-F-SERIE.
000640     MOVE WS-SERIE TO WS-SERIE-PROCESO.
000641
000642     COMPUTE WS-SERIE-DESDE = WS-SERIE-PROCESO - WS-PARM-VENTANA.
000643
000644     COMPUTE WS-SER-AAAA    = (WS-SERIE-DESDE - 1) / 360.
000645     COMPUTE WS-RESTO-SERIE = WS-SERIE-DESDE - WS-SER-AAAA * 360.
000646     COMPUTE WS-SER-MM      = (WS-RESTO-SERIE - 1) / 30 + 1.
000647     COMPUTE WS-SER-DD      =
000648             WS-RESTO-SERIE - (WS-SER-MM - 1) * 30.
000649     MOVE WS-FECHA-SERIE TO WS-FECHA-DESDE.
000650
000651     COMPUTE WS-PISO-FRACCION =
000652             WS-PARM-UMBRAL * WS-PARM-FRACCION / 100.
000653
000654     IF WS-CONT-EFE EQUAL ZEROS
000655        DISPLAY '* AVISO: SIN TARJETAS EFECTIVO, SE TOMAN LOS'
000656                ' TIPOS DE CAJA 82 Y 83'
000656        MOVE 2  TO WS-CONT-EFE
000656        MOVE 82 TO WS-EFE-TIPO(1)
000656        MOVE 83 TO WS-EFE-TIPO(2)
000657     END-IF.
000658
000659     DISPLAY 'VENTANA DE MONITOREO DESDE ' WS-FECHA-DESDE
000660             ' HASTA ' WS-FECHA-PROCESO.
000661
000662 1180-F-VENTANA. EXIT.
000663
000664**************************************
000665*  COTIZACION DEL DOLAR (SE TOMA LA  *
000666*  ULTIMA DEL ARCHIVO DE COTIZA).    *
000667*  SIN ARCHIVO LOS DOLARES NO SE     *
000668*  CONSIDERAN                        *
000669**************************************
000670
000671 1200-I-CARGAR-COTIZA.
000672
000673     OPEN INPUT COTIZA.
000674
000675     IF WS-COT-CODE NOT EQUAL '00'
000676        DISPLAY '* AVISO: SIN COTIZACIONES, LOS MOVIMIENTOS EN'
000677                ' DOLARES NO SE MONITOREAN'
000678        GO TO 1200-F-CARGAR-COTIZA
000679     END-IF.
000680
000681     SET WS-NO-FIN-AUX TO TRUE.
000682     PERFORM 1250-I-LEER-COTIZA THRU 1250-F-LEER-COTIZA
000683        UNTIL WS-FIN-AUX.
000684
000685     CLOSE COTIZA.
000686
000687 1200-F-CARGAR-COTIZA. EXIT.
000688
000689 1250-I-LEER-COTIZA.
000690
000691     READ COTIZA
000692        AT END
000693           SET WS-FIN-AUX TO TRUE
000694        NOT AT END
000695           IF COT-MONEDA EQUAL '02'
000696              AND COT-COTIZACION IS NUMERIC
000697              MOVE COT-COTIZACION TO WS-COT-DOLAR
000698           END-IF
000699     END-READ.
000700
000701 1250-F-LEER-COTIZA. EXIT.
000702
000703**************************************
000704*  CARGA DEL MAESTRO DE SUCURSALES   *
000705*  (OPCIONAL, PARA EL NOMBRE)        *
000706**************************************
000707
000708 1300-I-CARGAR-SUCURSALES.
000709
000710     OPEN INPUT SUCURSAL.
000711
000712     IF WS-SUC-CODE NOT EQUAL '00'
000713        DISPLAY '* AVISO: SIN MAESTRO DE SUCURSALES'
000714        GO TO 1300-F-CARGAR-SUCURSALES
000715     END-IF.
000716
000717     SET WS-NO-FIN-AUX TO TRUE.
000718     PERFORM 1350-I-LEER-SUCURSAL THRU 1350-F-LEER-SUCURSAL
000719        UNTIL WS-FIN-AUX.
000720
000721     CLOSE SUCURSAL.
000722
000723 1300-F-CARGAR-SUCURSALES. EXIT.
000724
000725 1350-I-LEER-SUCURSAL.
000726
000727     READ SUCURSAL
000728        AT END
000729           SET WS-FIN-AUX TO TRUE
000730        NOT AT END
000731           IF SUC-NRO IS NUMERIC
000732              IF WS-CONT-SUC < 99
000733                 ADD 1 TO WS-CONT-SUC
000734                 MOVE SUC-NRO    TO WS-SUC-NRO(WS-CONT-SUC)
000735                 MOVE SUC-NOMBRE TO WS-SUC-NOMBRE(WS-CONT-SUC)
000736              ELSE
000737                 DISPLAY '* TABLA DE SUCURSALES LLENA = ' SUC-NRO
000738              END-IF
000739           END-IF
000740     END-READ.
000741
000742 1350-F-LEER-SUCURSAL. EXIT.
000743
000744**************************************
000745*                                    *
000746*  CUERPO PRINCIPAL DE PROCESOS:     *
000747*  HISTORIA CON CORTE POR CLIENTE    *
000748*                                    *
000749**************************************
000750 2000-I-PROCESO.
000751
000752     IF MOV-TIP-DOC NOT EQUAL WS-CLI-TIP-DOC
000753        OR MOV-NRO-DOC NOT EQUAL WS-CLI-NRO-DOC
000754        PERFORM 5000-I-FIN-CLIENTE THRU 5000-F-FIN-CLIENTE
000755        MOVE MOV-TIP-DOC TO WS-CLI-TIP-DOC
000756        MOVE MOV-NRO-DOC TO WS-CLI-NRO-DOC
000757     END-IF.
000758
000759     PERFORM 4000-I-GUARDAR-MOV THRU 4000-F-GUARDAR-MOV.
000760
000761     PERFORM 3000-I-LEER-HISTORIA THRU 3000-F-LEER-HISTORIA.
000762
000763     IF WS-FIN-LECTURA
000764        AND RETURN-CODE EQUAL ZEROS
000765        PERFORM 5000-I-FIN-CLIENTE THRU 5000-F-FIN-CLIENTE
000766     END-IF.
000767
000768 2000-F-PROCESO. EXIT.
000769
000770**************************************
000771* LECTURA HISTORIA                   *
000772**************************************
000773
000774 3000-I-LEER-HISTORIA.
000775
000776     READ HISTORIA.
000777
000778     EVALUATE WS-HIS-CODE
000779       WHEN '00'
000780          ADD 1 TO WS-CONT-HIS-LEIDOS
000781       WHEN '10'
000782          SET WS-FIN-LECTURA TO TRUE
000783       WHEN OTHER
000784          DISPLAY '* ERROR EN LECTURA HISTORIA = ' WS-HIS-CODE
000785          MOVE 9999 TO RETURN-CODE
000786          SET WS-FIN-LECTURA TO TRUE
000787     END-EVALUATE.
000788
000789 3000-F-LEER-HISTORIA. EXIT.
000790
000791**************************************
000792*  MOVIMIENTO DE LA HISTORIA A LA    *
000793*  TABLA DEL CLIENTE SI CAE EN LA    *
000794*  VENTANA (DOLARES A PESOS)         *
000795**************************************
000796
000797 4000-I-GUARDAR-MOV.
000798
000799     IF MOV-SUC IS NUMERIC
000800        AND MOV-SUC NOT EQUAL ZEROS
000801        MOVE MOV-SUC TO WS-CLI-SUC
000802     END-IF.
000803
000804     IF MOV-FECHA IS NOT NUMERIC
000805        OR MOV-IMPORTE IS NOT NUMERIC
000806        GO TO 4000-F-GUARDAR-MOV
000807     END-IF.
000808
000809     MOVE MOV-FECHA TO WS-FECHA-SERIE.
000810     PERFORM 7900-I-SERIE THRU 7900-F-SERIE.
000811
000812     IF WS-SERIE LESS THAN WS-SERIE-DESDE
000813        OR WS-SERIE GREATER THAN WS-SERIE-PROCESO
000814        GO TO 4000-F-GUARDAR-MOV
000815     END-IF.
000816
000817     IF MOV-MONEDA EQUAL '02'
000818        IF WS-COT-DOLAR EQUAL ZEROS
000819           GO TO 4000-F-GUARDAR-MOV
000820        END-IF
000821        COMPUTE WS-IMPORTE-PESOS ROUNDED =
000822                MOV-IMPORTE * WS-COT-DOLAR
000823     ELSE
000824        MOVE MOV-IMPORTE TO WS-IMPORTE-PESOS
000825     END-IF.
000826
000827     IF WS-CONT-MVT NOT LESS THAN WS-MAX-MVT
000828        IF WS-TABLA-NO-LLENA
000829           DISPLAY '* AVISO: MAS DE ' WS-MAX-MVT
000830                   ' MOVIMIENTOS EN LA VENTANA, CLIENTE '
000831                   WS-CLI-TIP-DOC WS-CLI-NRO-DOC
000832           SET WS-TABLA-LLENA TO TRUE
000833        END-IF
000834        GO TO 4000-F-GUARDAR-MOV
000835     END-IF.
000836
000837     SET WS-NO-ES-EFECTIVO TO TRUE.
000838     SET WS-IDX-EFE TO 1.
000839     PERFORM 4100-I-COMPARAR-EFE THRU 4100-F-COMPARAR-EFE
000840        UNTIL WS-IDX-EFE > WS-CONT-EFE OR WS-ES-EFECTIVO.
000841
000842     ADD 1 TO WS-CONT-MVT.
000843     SET WS-IDX-MVT TO WS-CONT-MVT.
000844     MOVE WS-SERIE         TO WS-MVT-SERIE(WS-IDX-MVT).
000845     MOVE WS-IMPORTE-PESOS TO WS-MVT-IMPORTE(WS-IDX-MVT).
000846     MOVE WS-SW-EFE        TO WS-MVT-EFECTIVO(WS-IDX-MVT).
000847
000848 4000-F-GUARDAR-MOV. EXIT.
000849
000850 4100-I-COMPARAR-EFE.
000851
000852     IF WS-EFE-TIPO(WS-IDX-EFE) EQUAL MOV-TIPO
000853        SET WS-ES-EFECTIVO TO TRUE
000854     ELSE
000855        SET WS-IDX-EFE UP BY 1
000856     END-IF.
000857
000858 4100-F-COMPARAR-EFE. EXIT.
000859
000860**************************************
000861*  FIN DE UN CLIENTE: SE APLICAN LAS *
000862*  REGLAS 01 A 03 SOBRE SU VENTANA   *
000863**************************************
000864
000865 5000-I-FIN-CLIENTE.
000866
000867     ADD 1 TO WS-CONT-CLIENTES.
000868
000869     IF WS-CLI-SUC NOT EQUAL ZEROS
000870        PERFORM 5050-I-GUARDAR-SUC THRU 5050-F-GUARDAR-SUC
000871     END-IF.
000872
000873     IF WS-CONT-MVT GREATER THAN ZEROS
000874        PERFORM 5010-I-REGLAS THRU 5010-F-REGLAS
000875     END-IF.
000876
000877     MOVE ZEROS TO WS-CONT-MVT.
000878     MOVE ZEROS TO WS-CLI-SUC.
000879     SET WS-TABLA-NO-LLENA TO TRUE.
000880
000881 5000-F-FIN-CLIENTE. EXIT.
000882
000883 5010-I-REGLAS.
000884
000885     MOVE SPACES           TO WS-ALERTA.
000886     MOVE WS-CLI-TIP-DOC   TO WS-ALE-TIP-DOC.
000887     MOVE WS-CLI-NRO-DOC   TO WS-ALE-NRO-DOC.
000888     MOVE ZEROS            TO WS-ALE-CLIENTE.
000889     MOVE WS-CLI-SUC       TO WS-ALE-SUC.
000890
000891     IF WS-CONT-EFE GREATER THAN ZEROS
000892        PERFORM 5100-I-REGLA-EFECTIVO THRU 5100-F-REGLA-EFECTIVO
000893        PERFORM 5200-I-REGLA-FRACCION THRU 5200-F-REGLA-FRACCION
000894     END-IF.
000895
000896     PERFORM 5300-I-REGLA-PASE THRU 5300-F-REGLA-PASE.
000897
000898 5010-F-REGLAS. EXIT.
000899
000900**************************************
000901*  SUCURSAL DEL CLIENTE PARA LOS     *
000902*  CASOS DE LA REGLA 04              *
000903**************************************
000904
000905 5050-I-GUARDAR-SUC.
000906
000907     IF WS-CONT-CLS NOT LESS THAN WS-MAX-CLS
000908        GO TO 5050-F-GUARDAR-SUC
000909     END-IF.
000910
000911     ADD 1 TO WS-CONT-CLS.
000912     MOVE WS-CLI-ACTUAL TO WS-CLS-CLAVE(WS-CONT-CLS).
000913     MOVE WS-CLI-SUC    TO WS-CLS-SUC(WS-CONT-CLS).
000914
000915 5050-F-GUARDAR-SUC. EXIT.
000916
000917**************************************
000918*  REGLA 01: EFECTIVO IGUAL O MAYOR  *
000919*  AL UMBRAL                         *
000920**************************************
000921
000922 5100-I-REGLA-EFECTIVO.
000923
000924     MOVE ZEROS TO WS-CANT-REGLA.
000925     MOVE ZEROS TO WS-SUMA-REGLA.
000926
000927     SET WS-IDX-MVT TO 1.
000928     PERFORM 5150-I-EFECTIVO THRU 5150-F-EFECTIVO
000929        UNTIL WS-IDX-MVT > WS-CONT-MVT.
000930
000931     IF WS-CANT-REGLA GREATER THAN ZEROS
000932        MOVE '01'            TO WS-ALE-REGLA
000933        MOVE WS-CANT-REGLA   TO WS-ALE-CANTIDAD
000934        MOVE WS-SUMA-REGLA   TO WS-ALE-IMPORTE
000935        MOVE 'EFECTIVO SOBRE EL UMBRAL' TO WS-ALE-DESCRIPCION
000936        MOVE SPACES          TO WS-ALE-REFERENCIA
000937        ADD 1 TO WS-CONT-REGLA-01
000938        PERFORM 7000-I-GRABAR-CASO THRU 7000-F-GRABAR-CASO
000939     END-IF.
000940
000941 5100-F-REGLA-EFECTIVO. EXIT.
000942
000943 5150-I-EFECTIVO.
000944
000945     IF WS-MVT-EFECTIVO(WS-IDX-MVT) EQUAL 'Y'
000946        IF WS-MVT-IMPORTE(WS-IDX-MVT) LESS THAN ZEROS
000947           COMPUTE WS-IMPORTE-ABS =
000948                   ZERO - WS-MVT-IMPORTE(WS-IDX-MVT)
000949        ELSE
000950           MOVE WS-MVT-IMPORTE(WS-IDX-MVT) TO WS-IMPORTE-ABS
000951        END-IF
000952        IF WS-IMPORTE-ABS NOT LESS THAN WS-PARM-UMBRAL
000953           ADD 1              TO WS-CANT-REGLA
000954           ADD WS-IMPORTE-ABS TO WS-SUMA-REGLA
000955        END-IF
000956     END-IF.
000957
000958     SET WS-IDX-MVT UP BY 1.
000959
000960 5150-F-EFECTIVO. EXIT.
000961
000962**************************************
000963*  REGLA 02: VARIOS MOVIMIENTOS DE   *
000964*  EFECTIVO JUSTO DEBAJO DEL UMBRAL  *
000965**************************************
000966
000967 5200-I-REGLA-FRACCION.
000968
000969     MOVE ZEROS TO WS-CANT-REGLA.
000970     MOVE ZEROS TO WS-SUMA-REGLA.
000971
000972     SET WS-IDX-MVT TO 1.
000973     PERFORM 5250-I-FRACCION THRU 5250-F-FRACCION
000974        UNTIL WS-IDX-MVT > WS-CONT-MVT.
000975
000976     IF WS-CANT-REGLA NOT LESS THAN WS-PARM-CANTIDAD
000977        AND WS-CANT-REGLA GREATER THAN ZEROS
000978        MOVE '02'            TO WS-ALE-REGLA
000979        MOVE WS-CANT-REGLA   TO WS-ALE-CANTIDAD
000980        MOVE WS-SUMA-REGLA   TO WS-ALE-IMPORTE
000981        MOVE 'FRACCIONAMIENTO BAJO EL UMBRAL'
000982                             TO WS-ALE-DESCRIPCION
000983        MOVE SPACES          TO WS-ALE-REFERENCIA
000984        ADD 1 TO WS-CONT-REGLA-02
000985        PERFORM 7000-I-GRABAR-CASO THRU 7000-F-GRABAR-CASO
000986     END-IF.
000987
000988 5200-F-REGLA-FRACCION. EXIT.
000989
000990 5250-I-FRACCION.
000991
000992     IF WS-MVT-EFECTIVO(WS-IDX-MVT) EQUAL 'Y'
000993        IF WS-MVT-IMPORTE(WS-IDX-MVT) LESS THAN ZEROS
000994           COMPUTE WS-IMPORTE-ABS =
000995                   ZERO - WS-MVT-IMPORTE(WS-IDX-MVT)
000996        ELSE
000997           MOVE WS-MVT-IMPORTE(WS-IDX-MVT) TO WS-IMPORTE-ABS
000998        END-IF
000999        IF WS-IMPORTE-ABS NOT LESS THAN WS-PISO-FRACCION
001000           AND WS-IMPORTE-ABS LESS THAN WS-PARM-UMBRAL
001001           ADD 1              TO WS-CANT-REGLA
001002           ADD WS-IMPORTE-ABS TO WS-SUMA-REGLA
001003        END-IF
001004     END-IF.
001005
001006     SET WS-IDX-MVT UP BY 1.
001007
001008 5250-F-FRACCION. EXIT.
001009
001010**************************************
001011*  REGLA 03: CREDITO IGUAL O MAYOR   *
001012*  AL UMBRAL QUE SALE EN LOS DIAS    *
001013*  SIGUIENTES (LA TABLA VIENE EN     *
001014*  ORDEN DE FECHA)                   *
001015**************************************
001016
001017 5300-I-REGLA-PASE.
001018
001019     SET WS-NO-HUBO-PASE TO TRUE.
001020
001021     SET WS-IDX-MVT TO 1.
001022     PERFORM 5350-I-CREDITO THRU 5350-F-CREDITO
001023        UNTIL WS-IDX-MVT > WS-CONT-MVT OR WS-HUBO-PASE.
001024
001025     IF WS-HUBO-PASE
001026        MOVE '03'            TO WS-ALE-REGLA
001027        COMPUTE WS-ALE-CANTIDAD = WS-CANT-SALIDA + 1
001028        MOVE WS-MVT-IMPORTE(WS-IDX-MVT) TO WS-ALE-IMPORTE
001029        MOVE 'INGRESO Y SALIDA RAPIDA DE FONDOS'
001030                             TO WS-ALE-DESCRIPCION
001031        MOVE SPACES          TO WS-ALE-REFERENCIA
001032        ADD 1 TO WS-CONT-REGLA-03
001033        PERFORM 7000-I-GRABAR-CASO THRU 7000-F-GRABAR-CASO
001034     END-IF.
001035
001036 5300-F-REGLA-PASE. EXIT.
001037
001038 5350-I-CREDITO.
001039
001040     IF WS-MVT-IMPORTE(WS-IDX-MVT) NOT LESS THAN WS-PARM-UMBRAL
001041        MOVE ZEROS TO WS-SUMA-SALIDA
001042        MOVE ZEROS TO WS-CANT-SALIDA
001043        COMPUTE WS-SERIE-TOPE =
001044                WS-MVT-SERIE(WS-IDX-MVT) + WS-PARM-DIAS-SAL
001045        COMPUTE WS-TOPE-SALIDA =
001046                WS-MVT-IMPORTE(WS-IDX-MVT)
001047              * WS-PARM-PORC-SAL / 100
001048        SET WS-IDX-SAL TO WS-IDX-MVT
001049        SET WS-IDX-SAL UP BY 1
001050        PERFORM 5360-I-SALIDA THRU 5360-F-SALIDA
001051           UNTIL WS-IDX-SAL > WS-CONT-MVT OR WS-HUBO-PASE
001052        IF WS-HUBO-PASE
001053           GO TO 5350-F-CREDITO
001054        END-IF
001055     END-IF.
001056
001057     SET WS-IDX-MVT UP BY 1.
001058
001059 5350-F-CREDITO. EXIT.
001060
001061 5360-I-SALIDA.
001062
001063     IF WS-MVT-SERIE(WS-IDX-SAL) GREATER THAN WS-SERIE-TOPE
001064        SET WS-IDX-SAL TO WS-CONT-MVT
001065        SET WS-IDX-SAL UP BY 1
001066        GO TO 5360-F-SALIDA
001067     END-IF.
001068
001069     IF WS-MVT-IMPORTE(WS-IDX-SAL) LESS THAN ZEROS
001070        COMPUTE WS-SUMA-SALIDA =
001071                WS-SUMA-SALIDA - WS-MVT-IMPORTE(WS-IDX-SAL)
001072        ADD 1 TO WS-CANT-SALIDA
001073        IF WS-SUMA-SALIDA NOT LESS THAN WS-TOPE-SALIDA
001074           SET WS-HUBO-PASE TO TRUE
001075        END-IF
001076     END-IF.
001077
001078     SET WS-IDX-SAL UP BY 1.
001079
001080 5360-F-SALIDA. EXIT.
001081
001082**************************************
001083*                                    *
001084*  REGLA 04: TRANSFERENCIAS CON CBU  *
001085*  EXTERNOS EN LA VENTANA, POR       *
001086*  CLIENTE                           *
001087*                                    *
001088**************************************
001089
001090 6000-I-CBU-EXTERNOS.
001091
001092     PERFORM 6100-I-COLA-SALIDA THRU 6100-F-COLA-SALIDA.
001093
001094     PERFORM 6300-I-CREDITOS-CAMARA THRU 6300-F-CREDITOS-CAMARA.
001095
001096     IF RETURN-CODE NOT EQUAL ZEROS
001097        GO TO 6000-F-CBU-EXTERNOS
001098     END-IF.
001099
001100     SET WS-IDX-EXT TO 1.
001101     PERFORM 6600-I-CASO-EXTERNO THRU 6600-F-CASO-EXTERNO
001102        UNTIL WS-IDX-EXT > WS-CONT-EXT
001103           OR RETURN-CODE NOT EQUAL ZEROS.
001104
001105 6000-F-CBU-EXTERNOS. EXIT.
001106
001107**************************************
001108*  TRANSFERENCIAS A CBU DE OTROS     *
001109*  BANCOS (TRFSAL19), SALVO LAS      *
001110*  RECHAZADAS POR LA CAMARA          *
001111**************************************
001112
001113 6100-I-COLA-SALIDA.
001114
001115     OPEN INPUT TRFCOLA.
001116
001117     IF WS-QUE-CODE NOT EQUAL '00'
001118        DISPLAY '* ERROR EN OPEN TRFCOLA  = ' WS-QUE-CODE
001119        MOVE 9999 TO RETURN-CODE
001120        GO TO 6100-F-COLA-SALIDA
001121     END-IF.
001122
001123     SET WS-NO-FIN-AUX TO TRUE.
001124     PERFORM 6150-I-LEER-COLA THRU 6150-F-LEER-COLA
001125        UNTIL WS-FIN-AUX.
001126
001127     CLOSE TRFCOLA.
001128
001129 6100-F-COLA-SALIDA. EXIT.
001130
001131 6150-I-LEER-COLA.
001132
001133     READ TRFCOLA
001134        AT END
001135           SET WS-FIN-AUX TO TRUE
001136           GO TO 6150-F-LEER-COLA
001137     END-READ.
001138
001139     ADD 1 TO WS-CONT-COLA-LEIDAS.
001140
001141     IF INT-ESTADO EQUAL 'D'
001142        OR INT-FECHA IS NOT NUMERIC
001143        OR INT-IMPORTE IS NOT NUMERIC
001144        GO TO 6150-F-LEER-COLA
001145     END-IF.
001146
001147     IF INT-FECHA LESS THAN WS-FECHA-DESDE
001148        OR INT-FECHA GREATER THAN WS-FECHA-PROCESO
001149        GO TO 6150-F-LEER-COLA
001150     END-IF.
001151
001152     MOVE INT-REFERENCIA TO WS-NRO-CUENTA.
001153
001154     EXEC SQL
001155        SELECT NRO_CLIENTE,
001156               MONEDA
001157          INTO :DCLTBCUENTAS.WS-CUE-NRO-CLIENTE,
001158               :DCLTBCUENTAS.WS-MONEDA
001159          FROM  ITPFBIO.TBCUENTAS
001160         WHERE  NRO_CUENTA  = :DCLTBCUENTAS.WS-NRO-CUENTA
001161     END-EXEC.
001162
001163     MOVE SQLCODE TO FS-SQLCODE.
001164
001165     IF SQLCODE NOT EQUAL ZEROS
001166        DISPLAY '* AVISO: CUENTA ORIGEN NO UBICADA = '
001167                INT-REFERENCIA ' SQLCODE ' FS-SQLCODE
001168        GO TO 6150-F-LEER-COLA
001169     END-IF.
001170
001171     IF WS-MONEDA EQUAL '02'
001172        IF WS-COT-DOLAR EQUAL ZEROS
001173           GO TO 6150-F-LEER-COLA
001174        END-IF
001175        COMPUTE WS-IMPORTE-PESOS ROUNDED =
001176                INT-IMPORTE * WS-COT-DOLAR
001177     ELSE
001178        MOVE INT-IMPORTE TO WS-IMPORTE-PESOS
001179     END-IF.
001180
001181     IF WS-IMPORTE-PESOS NOT LESS THAN WS-PARM-UMBRAL-CBU
001182        MOVE WS-CUE-NRO-CLIENTE TO WS-BUSCA-CLIENTE
001183        MOVE INT-CBU            TO WS-BUSCA-CBU
001184        PERFORM 6500-I-ACUMULAR-EXT THRU 6500-F-ACUMULAR-EXT
001185     END-IF.
001186
001187 6150-F-LEER-COLA. EXIT.
001188
001189**************************************
001190*  CREDITOS RECIBIDOS DE OTROS       *
001191*  BANCOS POR CAMARA (MOVCTA19 'CR'  *
001192*  DE LA TERMINAL 'CAMA', PGMCAM39)  *
001193**************************************
001194
001195 6300-I-CREDITOS-CAMARA.
001196
001197     OPEN INPUT MOVCTA.
001198
001199     IF WS-MOV-CODE NOT EQUAL '00'
001200        DISPLAY '* ERROR EN OPEN MOVCTA   = ' WS-MOV-CODE
001201        MOVE 9999 TO RETURN-CODE
001202        GO TO 6300-F-CREDITOS-CAMARA
001203     END-IF.
001204
001205     SET WS-NO-FIN-AUX TO TRUE.
001206     PERFORM 6350-I-LEER-MOVCTA THRU 6350-F-LEER-MOVCTA
001207        UNTIL WS-FIN-AUX.
001208
001209     CLOSE MOVCTA.
001210
001211 6300-F-CREDITOS-CAMARA. EXIT.
001212
001213 6350-I-LEER-MOVCTA.
001214
001215     READ MOVCTA
001216        AT END
001217           SET WS-FIN-AUX TO TRUE
001218           GO TO 6350-F-LEER-MOVCTA
001219     END-READ.
001220
001221     ADD 1 TO WS-CONT-MOV-LEIDOS.
001222
001223     IF MCT-TIPO-MOV NOT EQUAL 'CR'
001224        OR MCT-TERMINAL NOT EQUAL 'CAMA'
001225        OR MCT-IMPORTE IS NOT NUMERIC
001226        OR MCT-NRO-CLIENTE IS NOT NUMERIC
001227        GO TO 6350-F-LEER-MOVCTA
001228     END-IF.
001229
001230     MOVE MCT-FECHA(7:4) TO WS-FMV-AAAA.
001231     MOVE MCT-FECHA(4:2) TO WS-FMV-MM.
001232     MOVE MCT-FECHA(1:2) TO WS-FMV-DD.
001233
001234     IF WS-FECHA-MOV-NUM IS NOT NUMERIC
001235        OR WS-FECHA-MOV-NUM LESS THAN WS-FECHA-DESDE
001236        OR WS-FECHA-MOV-NUM GREATER THAN WS-FECHA-PROCESO
001237        GO TO 6350-F-LEER-MOVCTA
001238     END-IF.
001239
001240     IF MCT-MONEDA EQUAL '02'
001241        IF WS-COT-DOLAR EQUAL ZEROS
001242           GO TO 6350-F-LEER-MOVCTA
001243        END-IF
001244        COMPUTE WS-IMPORTE-PESOS ROUNDED =
001245                MCT-IMPORTE * WS-COT-DOLAR
001246     ELSE
001247        MOVE MCT-IMPORTE TO WS-IMPORTE-PESOS
001248     END-IF.
001249
001250     IF WS-IMPORTE-PESOS NOT LESS THAN WS-PARM-UMBRAL-CBU
001251        MOVE MCT-NRO-CLIENTE TO WS-BUSCA-CLIENTE
001252        MOVE MCT-CONTRAPARTE TO WS-BUSCA-CBU
001253        PERFORM 6500-I-ACUMULAR-EXT THRU 6500-F-ACUMULAR-EXT
001254     END-IF.
001255
001256 6350-F-LEER-MOVCTA. EXIT.
001257
001258**************************************
001259*  ACUMULA LA TRANSFERENCIA EN LA    *
001260*  TABLA DEL CLIENTE                 *
001261**************************************
001262
001263 6500-I-ACUMULAR-EXT.
001264
001265     SET WS-IDX-EXT TO 1.
001266     SET WS-NO-ENCONTRO-EXT TO TRUE.
001267
001268     PERFORM 6550-I-BUSCAR-EXT THRU 6550-F-BUSCAR-EXT
001269        UNTIL WS-IDX-EXT > WS-CONT-EXT OR WS-ENCONTRO-EXT.
001270
001271     IF WS-ENCONTRO-EXT
001272        ADD 1                TO WS-EXT-CANTIDAD(WS-IDX-EXT)
001273        ADD WS-IMPORTE-PESOS TO WS-EXT-IMPORTE(WS-IDX-EXT)
001274        MOVE WS-BUSCA-CBU    TO WS-EXT-CBU(WS-IDX-EXT)
001275     ELSE
001276        IF WS-CONT-EXT < WS-MAX-EXT
001277           ADD 1 TO WS-CONT-EXT
001278           MOVE WS-BUSCA-CLIENTE TO WS-EXT-CLIENTE(WS-CONT-EXT)
001279           MOVE 1                TO WS-EXT-CANTIDAD(WS-CONT-EXT)
001280           MOVE WS-IMPORTE-PESOS TO WS-EXT-IMPORTE(WS-CONT-EXT)
001281           MOVE WS-BUSCA-CBU     TO WS-EXT-CBU(WS-CONT-EXT)
001282        ELSE
001283           DISPLAY '* TABLA DE CBU EXTERNOS LLENA, CLIENTE = '
001284                   WS-BUSCA-CLIENTE
001285        END-IF
001286     END-IF.
001287
001288 6500-F-ACUMULAR-EXT. EXIT.
001289
001290 6550-I-BUSCAR-EXT.
001291
001292     IF WS-EXT-CLIENTE(WS-IDX-EXT) EQUAL WS-BUSCA-CLIENTE
001293        SET WS-ENCONTRO-EXT TO TRUE
001294     ELSE
001295        SET WS-IDX-EXT UP BY 1
001296     END-IF.
001297
001298 6550-F-BUSCAR-EXT. EXIT.
001299
001300**************************************
001301*  CASO DE LA REGLA 04: TITULAR POR  *
001302*  EL INDICE ALTERNATIVO DE PERSONA  *
001303**************************************
001304
001305 6600-I-CASO-EXTERNO.
001306
001307     MOVE WS-EXT-CLIENTE(WS-IDX-EXT) TO WS-CLAVE-PER-CLI.
001308
001309     READ PERSONA KEY IS WS-CLAVE-PER-CLI
001310        INVALID KEY
001311           DISPLAY '* AVISO: CLIENTE INEXISTENTE EN PERSONA = '
001312                   WS-EXT-CLIENTE(WS-IDX-EXT)
001313           ADD 1 TO WS-CONT-SIN-PERSONA
001314           SET WS-IDX-EXT UP BY 1
001315           GO TO 6600-F-CASO-EXTERNO
001316     END-READ.
001317
001318     MOVE SPACES           TO WS-ALERTA.
001319     MOVE PER-TIP-DOC      TO WS-ALE-TIP-DOC.
001320     MOVE PER-NRO-DOC      TO WS-ALE-NRO-DOC.
001321     MOVE WS-EXT-CLIENTE(WS-IDX-EXT)  TO WS-ALE-CLIENTE.
001322     MOVE '04'             TO WS-ALE-REGLA.
001323     MOVE WS-EXT-CANTIDAD(WS-IDX-EXT) TO WS-ALE-CANTIDAD.
001324     MOVE WS-EXT-IMPORTE(WS-IDX-EXT)  TO WS-ALE-IMPORTE.
001325     MOVE 'TRANSFERENCIAS CON CBU EXTERNOS'
001326                           TO WS-ALE-DESCRIPCION.
001327     MOVE WS-EXT-CBU(WS-IDX-EXT)      TO WS-ALE-REFERENCIA.
001328
001329     MOVE ZEROS TO WS-ALE-SUC.
001330     SET WS-NO-ENCONTRO-CLS TO TRUE.
001331     SET WS-IDX-CLS TO 1.
001332     PERFORM 6650-I-BUSCAR-CLS THRU 6650-F-BUSCAR-CLS
001333        UNTIL WS-IDX-CLS > WS-CONT-CLS OR WS-ENCONTRO-CLS.
001334     IF WS-ENCONTRO-CLS
001335        MOVE WS-CLS-SUC(WS-IDX-CLS) TO WS-ALE-SUC
001336     END-IF.
001337
001338     ADD 1 TO WS-CONT-REGLA-04.
001339     PERFORM 7000-I-GRABAR-CASO THRU 7000-F-GRABAR-CASO.
001340
001341     SET WS-IDX-EXT UP BY 1.
001342
001343 6600-F-CASO-EXTERNO. EXIT.
001344
001345 6650-I-BUSCAR-CLS.
001346
001347     IF WS-CLS-CLAVE(WS-IDX-CLS)(1:2) EQUAL WS-ALE-TIP-DOC
001348        AND WS-CLS-CLAVE(WS-IDX-CLS)(3:11) EQUAL
001349            PER-NRO-DOC
001350        SET WS-ENCONTRO-CLS TO TRUE
001351     ELSE
001352        SET WS-IDX-CLS UP BY 1
001353     END-IF.
001354
001355 6650-F-BUSCAR-CLS. EXIT.
001356
001357**************************************
001358*  ALTA DEL CASO EN CASLAV19, SALVO  *
001359*  QUE EL CLIENTE YA TENGA UN CASO   *
001360*  DE LA MISMA REGLA EN LA VENTANA   *
001361**************************************
001362
001363 7000-I-GRABAR-CASO.
001364
001365     ADD 1 TO WS-CONT-ALERTAS.
001366
001367     MOVE SPACES           TO REG-CASLAV.
001368     MOVE WS-ALE-TIP-DOC   TO CAS-TIP-DOC.
001369     MOVE WS-ALE-NRO-DOC   TO CAS-NRO-DOC.
001370     MOVE WS-ALE-REGLA     TO CAS-REGLA.
001371     MOVE WS-FECHA-DESDE   TO CAS-FECHA.
001372
001373     START CASOS KEY IS NOT LESS THAN CAS-CLAVE.
001374
001375     IF WS-CAS-CODE EQUAL '00'
001376        READ CASOS NEXT RECORD
001377        IF WS-CAS-CODE EQUAL '00'
001378           AND CAS-TIP-DOC EQUAL WS-ALE-TIP-DOC
001379           AND CAS-NRO-DOC EQUAL WS-ALE-NRO-DOC
001380           AND CAS-REGLA   EQUAL WS-ALE-REGLA
001381           ADD 1 TO WS-CONT-YA-ALERTADOS
001382           MOVE 'YA ALERTADO EN LA VENTANA' TO WS-DET-RESULT
001383           PERFORM 7500-I-LISTAR THRU 7500-F-LISTAR
001384           GO TO 7000-F-GRABAR-CASO
001385        END-IF
001386     END-IF.
001387
001388     MOVE WS-ALE-TIP-DOC TO WS-CLAVE-PER-TIP.
001389     MOVE WS-ALE-NRO-DOC TO WS-CLAVE-PER-NRO.
001390
001391     READ PERSONA KEY IS WS-CLAVE-PER
001392        INVALID KEY
001393           MOVE SPACES TO PER-NOMAPE
001394           MOVE ZEROS  TO PER-CLI-NRO
001395     END-READ.
001396
001397     IF WS-ALE-CLIENTE EQUAL ZEROS
001398        MOVE PER-CLI-NRO TO WS-ALE-CLIENTE
001399     END-IF.
001400
001401     MOVE WS-ALE-SUC TO WS-BUSCA-SUC.
001402     PERFORM 7800-I-NOMBRE-SUCURSAL THRU 7800-F-NOMBRE-SUCURSAL.
001403
001404     MOVE SPACES             TO REG-CASLAV.
001405     MOVE WS-ALE-TIP-DOC     TO CAS-TIP-DOC.
001406     MOVE WS-ALE-NRO-DOC     TO CAS-NRO-DOC.
001407     MOVE WS-ALE-REGLA       TO CAS-REGLA.
001408     MOVE WS-FECHA-PROCESO   TO CAS-FECHA.
001409     MOVE 'A'                TO CAS-ESTADO.
001410     MOVE WS-ALE-CLIENTE     TO CAS-NRO-CLIENTE.
001411     MOVE PER-NOMAPE         TO CAS-NOMAPE.
001412     MOVE WS-ALE-SUC         TO CAS-SUC.
001413     MOVE WS-SUC-NOMBRE-ED   TO CAS-SUC-NOMBRE.
001414     MOVE WS-ALE-CANTIDAD    TO CAS-CANTIDAD.
001415     MOVE WS-ALE-IMPORTE     TO CAS-IMPORTE.
001416     MOVE WS-ALE-DESCRIPCION TO CAS-DESCRIPCION.
001417     MOVE WS-ALE-REFERENCIA  TO CAS-REFERENCIA.
001418     MOVE ZEROS              TO CAS-FECHA-RESOL.
001419     MOVE SPACES             TO CAS-OPERADOR-RESOL.
001420     MOVE ZEROS              TO CAS-FECHA-INFORME.
001421
001422     WRITE REG-CASLAV.
001423
001424     EVALUATE WS-CAS-CODE
001425       WHEN '00'
001426          ADD 1 TO WS-CONT-CASOS
001427          MOVE 'CASO NUEVO'                TO WS-DET-RESULT
001428       WHEN '22'
001429          ADD 1 TO WS-CONT-YA-ALERTADOS
001430          MOVE 'YA ALERTADO EN LA VENTANA' TO WS-DET-RESULT
001431       WHEN OTHER
001432          DISPLAY '* ERROR EN WRITE CASOS   = ' WS-CAS-CODE
001433          MOVE 9999 TO RETURN-CODE
001434          SET WS-FIN-LECTURA TO TRUE
001435          GO TO 7000-F-GRABAR-CASO
001436     END-EVALUATE.
001437
001438     PERFORM 7500-I-LISTAR THRU 7500-F-LISTAR.
001439
001440 7000-F-GRABAR-CASO. EXIT.
001441
001442**************************************
001443*  LINEA DEL LISTADO DE ALERTAS      *
001444**************************************
001445
001446 7500-I-LISTAR.
001447
001448     MOVE WS-ALE-TIP-DOC     TO WS-DET-TIP-DOC.
001449     MOVE WS-ALE-NRO-DOC     TO WS-DET-NRO-DOC.
001450     MOVE CAS-NOMAPE         TO WS-DET-NOMAPE.
001451     MOVE WS-ALE-SUC         TO WS-DET-SUC.
001452     MOVE WS-ALE-REGLA       TO WS-DET-REGLA.
001453     MOVE WS-ALE-DESCRIPCION TO WS-DET-DESC.
001454     MOVE WS-ALE-CANTIDAD    TO WS-DET-CANTIDAD.
001455     MOVE WS-ALE-IMPORTE     TO WS-DET-IMPORTE.
001456
001457     WRITE REG-LISTADO FROM WS-LIN-DETALLE.
001458     IF WS-LIS-CODE IS NOT EQUAL '00'
001459        DISPLAY '* ERROR EN WRITE LISTADO = ' WS-LIS-CODE
001460        MOVE 9999 TO RETURN-CODE
001461        SET WS-FIN-LECTURA TO TRUE
001462     END-IF.
001463
001464 7500-F-LISTAR. EXIT.
001465
001466**************************************
001467*  NOMBRE DE LA SUCURSAL             *
001468**************************************
001469
001470 7800-I-NOMBRE-SUCURSAL.
001471
001472     MOVE SPACES TO WS-SUC-NOMBRE-ED.
001473     SET WS-IDX-SUC TO 1.
001474     SET WS-NO-ENCONTRO-SUC TO TRUE.
001475
001476     PERFORM 7850-I-COMPARAR-SUCURSAL
001477        THRU 7850-F-COMPARAR-SUCURSAL
001478        UNTIL WS-IDX-SUC > WS-CONT-SUC OR WS-ENCONTRO-SUC.
001479
001480     IF WS-ENCONTRO-SUC
001481        MOVE WS-SUC-NOMBRE(WS-IDX-SUC) TO WS-SUC-NOMBRE-ED
001482     ELSE
001483        MOVE '(SIN SUCURSAL)'          TO WS-SUC-NOMBRE-ED
001484     END-IF.
001485
001486 7800-F-NOMBRE-SUCURSAL. EXIT.
001487
001488 7850-I-COMPARAR-SUCURSAL.
001489
001490     IF WS-SUC-NRO(WS-IDX-SUC) EQUAL WS-BUSCA-SUC
001491        SET WS-ENCONTRO-SUC TO TRUE
001492     ELSE
001493        SET WS-IDX-SUC UP BY 1
001494     END-IF.
001495
001496 7850-F-COMPARAR-SUCURSAL. EXIT.
001497
001498**************************************
001499*  SERIE COMERCIAL 30/360 DE UNA     *
001500*  FECHA AAAAMMDD (WS-FECHA-SERIE)   *
001501**************************************
001502
001503 7900-I-SERIE.
001504
001505     MOVE WS-SER-DD TO WS-DIA-TOPE.
001506     IF WS-DIA-TOPE GREATER THAN 30
001507        MOVE 30 TO WS-DIA-TOPE
001508     END-IF.
001509
001510     COMPUTE WS-SERIE =
001511             WS-SER-AAAA * 360
001512           + (WS-SER-MM - 1) * 30
001513           + WS-DIA-TOPE.
001514
001515 7900-F-SERIE. EXIT.
001516
001517**************************************
001518*                                    *
001519*  CUERPO FINAL CIERRE DE FILES      *
001520*                                    *
001521**************************************
001522 9999-I-FINAL.
001523
001524     CLOSE HISTORIA
001525        IF WS-HIS-CODE IS NOT EQUAL '00'
001526          DISPLAY '* ERROR EN CLOSE HISTORIA = ' WS-HIS-CODE
001527          MOVE 9999 TO RETURN-CODE
001528       END-IF.
001529
001530     CLOSE PERSONA
001531        IF WS-PER-CODE IS NOT EQUAL '00'
001532          DISPLAY '* ERROR EN CLOSE PERSONA  = ' WS-PER-CODE
001533          MOVE 9999 TO RETURN-CODE
001534       END-IF.
001535
001536     CLOSE CASOS
001537        IF WS-CAS-CODE IS NOT EQUAL '00'
001538          DISPLAY '* ERROR EN CLOSE CASOS    = ' WS-CAS-CODE
001539          MOVE 9999 TO RETURN-CODE
001540       END-IF.
001541
001542     CLOSE LISTADO
001543        IF WS-LIS-CODE IS NOT EQUAL '00'
001544          DISPLAY '* ERROR EN CLOSE LISTADO  = ' WS-LIS-CODE
001545          MOVE 9999 TO RETURN-CODE
001546       END-IF.
001547
001548**********************************
001549*   MOSTRAR TOTALES DE CONTROL   *
001550**********************************
001551
001552     DISPLAY 'HISTORIA LEIDOS: '          WS-CONT-HIS-LEIDOS.
001553     DISPLAY 'CLIENTES ANALIZADOS: '      WS-CONT-CLIENTES.
001554     DISPLAY 'COLA DE SALIDA LEIDAS: '    WS-CONT-COLA-LEIDAS.
001555     DISPLAY 'MOVCTA19 LEIDOS: '          WS-CONT-MOV-LEIDOS.
001556     DISPLAY 'ALERTAS REGLA 01: '         WS-CONT-REGLA-01.
001557     DISPLAY 'ALERTAS REGLA 02: '         WS-CONT-REGLA-02.
001558     DISPLAY 'ALERTAS REGLA 03: '         WS-CONT-REGLA-03.
001559     DISPLAY 'ALERTAS REGLA 04: '         WS-CONT-REGLA-04.
001560     DISPLAY 'CASOS NUEVOS: '             WS-CONT-CASOS.
001561     DISPLAY 'YA ALERTADOS EN VENTANA: '  WS-CONT-YA-ALERTADOS.
001562     DISPLAY 'CLIENTES SIN PERSONA: '     WS-CONT-SIN-PERSONA.
001563
001564 9999-F-FINAL. EXIT.
