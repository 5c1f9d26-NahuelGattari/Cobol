000001 IDENTIFICATION DIVISION.
000002*                                                        *
000003 PROGRAM-ID. PGMGAR65.
000004**********************************************************
000005*                                                        *
000006*  PROGRAMA PARA SQL EMBEBIDO                            *
000007*  REGIMEN DE GARANTIA DE LOS DEPOSITOS                  *
000008*                                                        *
000009*  CONSOLIDA POR DEPOSITANTE LOS SALDOS ACREEDORES DE    *
000010*  ITPFBIO.TBCUENTAS Y EL CAPITAL DE LOS PLAZOS FIJOS    *
000011*  VIGENTES DE PLAZOF19 (ESTADO 'V'), EN AMBAS MONEDAS.  *
000012*  LOS DOLARES SE VALUAN A LA ULTIMA COTIZACION DE       *
000013*  COTIZA. CADA PARTIDA SE REPARTE EN PARTES IGUALES     *
000014*  ENTRE SUS TITULARES (EL DE TBCUENTAS / PLAZOF19 MAS   *
000015*  LOS TITULARES Y COTITULARES ACTIVOS DE COTITU19; LOS  *
000016*  FIRMANTES NO SON DEPOSITANTES) Y A CADA DEPOSITANTE   *
000017*  SE LE APLICA EL TOPE DE GARANTIA POR PERSONA.         *
000018*                                                        *
000019*  ARCHIVO REGULATORIO (FORMATO FIJO, 80 BYTES):         *
000020*     HD  FECHA + TOPE + COTIZACION DEL DOLAR            *
000021*     01  DETALLE POR DEPOSITANTE (DOC + TOTAL +         *
000022*         IMPORTE CUBIERTO)                              *
000023*     TR  CANTIDAD DE DETALLES + TOTAL DEPOSITOS +       *
000024*         TOTAL CUBIERTO                                 *
000025*                                                        *
000026*  EL LISTADO RESUME POR SUCURSAL Y PRODUCTO (CA, CC,    *
000027*  PF) Y LA COBERTURA POR SUCURSAL. LA SUCURSAL DEL      *
000028*  DEPOSITANTE ES LA DE SU ULTIMO MOVIMIENTO DE          *
000029*  SUCURSAL EN LA HISTORIA (COMO PGMLAV63), LEIDA POR    *
000029*  PGMHIS SOBRE TODAS SUS GENERACIONES                   *
000030*                                                        *
000031*  PARAMETROS (SYSIN): TOPE=NNNNNNNNNNN (PESOS ENTEROS,  *
000032*  DEFECTO 25.000.000)                                   *
000033*                                                        *
000034**********************************************************
000035*      MANTENIMIENTO DE PROGRAMA                         *
000036**********************************************************
000037*  FECHA      *       DETALLE        *
000038**************************************
000039* 15/10/2026  * GARANTIA DE LOS      *
000040*             * DEPOSITOS POR        *
000041*             * DEPOSITANTE          *
000042**************************************
000043* 15/10/2026  * HISTORIA POR PGMHIS  *
000043*             * (TODAS LAS           *
000043*             * GENERACIONES)        *
000043**************************************
000043 AUTHOR. NAHUEL GATTARI.
000044 ENVIRONMENT DIVISION.
000045 CONFIGURATION SECTION.
000046 SPECIAL-NAMES.
000047     DECIMAL-POINT IS COMMA.
000048
000049 INPUT-OUTPUT SECTION.
000050 FILE-CONTROL.
000051
000052       SELECT PLAZOS   ASSIGN DDPFJ
000053       ORGANIZATION   IS INDEXED
000054       ACCESS IS SEQUENTIAL
000055       RECORD KEY IS PFJ-NRO-CERT
000056       FILE STATUS IS WS-PFJ-CODE.
000057
000058       SELECT COTITULAR ASSIGN DDCTI
000059       ORGANIZATION   IS INDEXED
000060       ACCESS IS DYNAMIC
000061       RECORD KEY IS CTI-CLAVE
000062       FILE STATUS IS WS-CTI-CODE.
000063
000064       SELECT PERSONA  ASSIGN DDPER
000065       ORGANIZATION   IS INDEXED
000066       ACCESS IS DYNAMIC
000067       RECORD KEY IS WS-CLAVE-PER
000068       ALTERNATE RECORD KEY IS WS-CLAVE-PER-CLI
000069       FILE STATUS IS WS-PER-CODE.
000070
000074       SELECT SUCURSAL ASSIGN DDSUC
000075              FILE STATUS IS WS-SUC-CODE.
000076
000077       SELECT COTIZA   ASSIGN DDCOT
000078              FILE STATUS IS WS-COT-CODE.
000079
000080       SELECT GARANTIA ASSIGN DDGAR
000081              FILE STATUS IS WS-GAR-CODE.
000082
000083       SELECT LISTADO  ASSIGN DDLIS
000084              FILE STATUS IS WS-LIS-CODE.
000085
000086       SELECT PARMIN   ASSIGN SYSIN
000087              FILE STATUS IS WS-PRM-CODE.
000088
000089       SELECT RUNCTL   ASSIGN DDRUN
000090              FILE STATUS IS WS-RUN-CODE.
000091
000092 DATA DIVISION.
000093 FILE SECTION.
000094 FD PLAZOS.
000095
000096     COPY CPPLAZO.
000097
000098 FD COTITULAR.
000099
000100     COPY CPCOTIT.
000101
000102 FD PERSONA.
000103
000104     COPY CPPERSO.
000105
000106 01  WS-REG-PERSONA-CLAVE REDEFINES REG-PERSONA.
000107     03  WS-CLAVE-PER.
000108         05  WS-CLAVE-PER-TIP   PIC X(02).
000109         05  WS-CLAVE-PER-NRO   PIC 9(11).
000110     03  FILLER                 PIC X(04).
000111     03  WS-CLAVE-PER-CLI       PIC 9(03).
000112     03  FILLER                 PIC X(140).
000113
000120 FD SUCURSAL
000121      BLOCK CONTAINS 0 RECORDS
000122      RECORDING MODE IS F.
000123
000124     COPY CPSUCUR.
000125
000126 FD COTIZA
000127      BLOCK CONTAINS 0 RECORDS
000128      RECORDING MODE IS F.
000129
000130 01  REG-COTIZA.
000131     05  COT-MONEDA       PIC X(02).
000132     05  COT-FECHA        PIC 9(08).
000133     05  COT-COTIZACION   PIC 9(07)V9(04).
000134     05  FILLER           PIC X(59).
000135
000136 FD GARANTIA
000137      BLOCK CONTAINS 0 RECORDS
000138      RECORDING MODE IS F.
000139
000140 01  REG-GARANTIA    PIC X(80).
000141
000142 01  REG-GAR-CABECERA REDEFINES REG-GARANTIA.
000143     03  GAR-CAB-TIPO     PIC X(02).
000144     03  GAR-CAB-FECHA    PIC 9(08).
000145     03  GAR-CAB-TOPE     PIC 9(13)V99.
000146     03  GAR-CAB-COTIZ    PIC 9(07)V9(04).
000147     03  FILLER           PIC X(44).
000148
000149 01  REG-GAR-DEPOSITANTE REDEFINES REG-GARANTIA.
000150     03  GAR-DEP-TIPO     PIC X(02).
000151     03  GAR-DEP-TIP-DOC  PIC X(02).
000152     03  GAR-DEP-NRO-DOC  PIC 9(11).
000153     03  GAR-DEP-CLIENTE  PIC 9(05).
000154     03  GAR-DEP-PARTIDAS PIC 9(03).
000155     03  GAR-DEP-CONJUNTA PIC X(01).
000156     03  GAR-DEP-TOTAL    PIC 9(13)V99.
000157     03  GAR-DEP-CUBIERTO PIC 9(13)V99.
000158     03  FILLER           PIC X(26).
000159
000160 01  REG-GAR-COLA REDEFINES REG-GARANTIA.
000161     03  GAR-COL-TIPO     PIC X(02).
000162     03  GAR-COL-CANT     PIC 9(08).
000163     03  GAR-COL-TOTAL    PIC 9(15)V99.
000164     03  GAR-COL-CUBIERTO PIC 9(15)V99.
000165     03  FILLER           PIC X(36).
000166
000167 FD LISTADO
000168      BLOCK CONTAINS 0 RECORDS
000169      RECORDING MODE IS F.
000170
000171 01 REG-LISTADO     PIC X(132).
000172
000173 FD PARMIN
000174      BLOCK CONTAINS 0 RECORDS
000175      RECORDING MODE IS F.
000176
000177 01  REG-PARMIN      PIC X(80).
000178
000179 FD RUNCTL
000180      BLOCK CONTAINS 0 RECORDS
000181      RECORDING MODE IS F.
000182
000183     COPY CPRUNCTL.
000184
000185**************************************
000186 WORKING-STORAGE SECTION.
000187**************************************
000188 77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000189 77  WS-PFJ-CODE      PIC XX    VALUE SPACES.
000190 77  WS-CTI-CODE      PIC XX    VALUE SPACES.
000191 77  WS-PER-CODE      PIC XX    VALUE SPACES.
000193 77  WS-SUC-CODE      PIC XX    VALUE SPACES.
000194 77  WS-COT-CODE      PIC XX    VALUE SPACES.
000195 77  WS-GAR-CODE      PIC XX    VALUE SPACES.
000196 77  WS-LIS-CODE      PIC XX    VALUE SPACES.
000197 77  WS-PRM-CODE      PIC XX    VALUE SPACES.
000198 77  WS-RUN-CODE      PIC XX    VALUE SPACES.
000199 77  FS-SQLCODE       PIC -999  VALUE ZEROS.
000199 77  WS-PGMHIS        PIC X(8)  VALUE 'PGMHIS'.
000200
000201************
000202*CONTADORES*
000203************
000204 77  WS-CONT-CUENTAS      PIC 9(8)     VALUE ZEROS.
000205 77  WS-CONT-PLAZOS-LEI   PIC 9(8)     VALUE ZEROS.
000206 77  WS-CONT-PLAZOS       PIC 9(8)     VALUE ZEROS.
000207 77  WS-CONT-CONJUNTAS    PIC 9(8)     VALUE ZEROS.
000208 77  WS-CONT-SIN-PERSONA  PIC 9(8)     VALUE ZEROS.
000209 77  WS-CONT-DETALLES     PIC 9(8)     VALUE ZEROS.
000210 77  WS-CONT-HIS-LEIDOS   PIC 9(8)     VALUE ZEROS.
000211
000212 01  WS-TOTAL-DEPOSITOS   PIC S9(15)V99 COMP-3 VALUE ZEROS.
000213 01  WS-TOTAL-CUBIERTO    PIC S9(15)V99 COMP-3 VALUE ZEROS.
000214
000215********************
000216*      FLAGS       *
000217********************
000218
000219 01  WS-STATUS-FIN    PIC X.
000220     88  WS-FIN-LECTURA         VALUE 'Y'.
000221     88  WS-NO-FIN-LECTURA      VALUE 'N'.
000222
000223 01  WS-STA-AUX       PIC X     VALUE 'N'.
000224     88  WS-FIN-AUX             VALUE 'Y'.
000225     88  WS-NO-FIN-AUX          VALUE 'N'.
000226
000227 01  WS-STA-CTI       PIC X     VALUE 'N'.
000228     88  WS-FIN-CTI             VALUE 'Y'.
000229     88  WS-NO-FIN-CTI          VALUE 'N'.
000230
000231 01  WS-SW-BUSCA      PIC X     VALUE 'N'.
000232     88  WS-ENCONTRO            VALUE 'Y'.
000233     88  WS-NO-ENCONTRO         VALUE 'N'.
000234
000235 01  WS-SW-CURSOR     PIC X     VALUE 'N'.
000236     88  WS-CURSOR-ABIERTO      VALUE 'S'.
000237     88  WS-CURSOR-CERRADO      VALUE 'N'.
000238
000239**************************************
000240*   PARAMETRO: TOPE POR DEPOSITANTE  *
000241**************************************
000242
000243 01  WS-PARM-TOPE     PIC 9(11)     VALUE 25000000.
000244 01  WS-TOPE          PIC S9(13)V99 COMP-3 VALUE ZEROS.
000245
000246**************************************
000247*   COTIZACION DEL DOLAR             *
000248**************************************
000249
000250 01  WS-COT-DOLAR         PIC 9(07)V9(04) VALUE ZEROS.
000250
000250**************************************
000250*   ACCESO A LA HISTORIA (PGMHIS)    *
000250**************************************
000250
000250     COPY CPLKHIS.
000250
000250     COPY CPMOVHIS.
000251
000252**************************************
000253*   MAESTRO DE SUCURSALES            *
000254**************************************
000255
000256 77  WS-CONT-SUC      PIC 9(02)     VALUE ZEROS.
000257 77  WS-BUSCA-SUC     PIC 9(02)     VALUE ZEROS.
000258 77  WS-SUC-NOMBRE-ED PIC X(20)     VALUE SPACES.
000259
000260 01  WS-TABLA-SUCURSALES.
000261     05  WS-SUC-ENTRADA OCCURS 99 TIMES
000262             INDEXED BY WS-IDX-SUC.
000263         10  WS-SUC-NRO      PIC 9(02).
000264         10  WS-SUC-NOMBRE   PIC X(20).
000265
000266**************************************
000267*   SUCURSAL DE CADA CLIENTE (DE LA  *
000268*   HISTORIA, ULTIMO MOVIMIENTO)     *
000269**************************************
000270
000271 77  WS-CONT-CLS      PIC 9(03)     VALUE ZEROS.
000272 77  WS-BUSCA-CLS     PIC X(13)     VALUE SPACES.
000273
000274 01  WS-TABLA-CLI-SUC.
000275     05  WS-CLS-ENTRADA OCCURS 999 TIMES
000276             INDEXED BY WS-IDX-CLS.
000277         10  WS-CLS-CLAVE    PIC X(13).
000278         10  WS-CLS-FECHA    PIC 9(08).
000279         10  WS-CLS-SUC      PIC 9(02).
000280
000281**************************************
000282*   DEPOSITANTES                     *
000283**************************************
000284
000285 77  WS-CONT-DEP      PIC 9(03)     VALUE ZEROS.
000286 77  WS-BUSCA-DEP     PIC 9(05)     VALUE ZEROS.
000287
000288 01  WS-TABLA-DEPOSITANTES.
000289     05  WS-DEP-ENTRADA OCCURS 999 TIMES
000290             INDEXED BY WS-IDX-DEP.
000291         10  WS-DEP-CLIENTE  PIC 9(05).
000292         10  WS-DEP-TIP-DOC  PIC X(02).
000293         10  WS-DEP-NRO-DOC  PIC 9(11).
000294         10  WS-DEP-SUC      PIC 9(02).
000295         10  WS-DEP-PARTIDAS PIC 9(03).
000296         10  WS-DEP-CONJUNTA PIC X(01).
000297         10  WS-DEP-TOTAL    PIC S9(13)V99 COMP-3.
000298         10  WS-DEP-CUBIERTO PIC S9(13)V99 COMP-3.
000299
000300**************************************
000301*   RESUMEN POR SUCURSAL, PRODUCTO   *
000302*   Y MONEDA                         *
000303**************************************
000304
000305 77  WS-CONT-RES      PIC 9(03)     VALUE ZEROS.
000306
000307 01  WS-BUSCA-RES.
000308     03  WS-BRS-SUC       PIC 9(02)     VALUE ZEROS.
000309     03  WS-BRS-PRODUCTO  PIC X(02)     VALUE SPACES.
000310     03  WS-BRS-MONEDA    PIC X(02)     VALUE SPACES.
000311
000312 01  WS-TABLA-RESUMEN.
000313     05  WS-RES-ENTRADA OCCURS 500 TIMES
000314             INDEXED BY WS-IDX-RES.
000315         10  WS-RES-CLAVE.
000316             15  WS-RES-SUC      PIC 9(02).
000317             15  WS-RES-PRODUCTO PIC X(02).
000318             15  WS-RES-MONEDA   PIC X(02).
000319         10  WS-RES-PARTIDAS PIC 9(07).
000320         10  WS-RES-IMPORTE  PIC S9(13)V99 COMP-3.
000321         10  WS-RES-VALUADO  PIC S9(13)V99 COMP-3.
000322
000323**************************************
000324*   COBERTURA POR SUCURSAL           *
000325**************************************
000326
000327 77  WS-CONT-SCB      PIC 9(02)     VALUE ZEROS.
000328
000329 01  WS-TABLA-COBERTURA.
000330     05  WS-SCB-ENTRADA OCCURS 99 TIMES
000331             INDEXED BY WS-IDX-SCB.
000332         10  WS-SCB-SUC      PIC 9(02).
000333         10  WS-SCB-DEPOSIT  PIC 9(05).
000334         10  WS-SCB-TOTAL    PIC S9(13)V99 COMP-3.
000335         10  WS-SCB-CUBIERTO PIC S9(13)V99 COMP-3.
000336
000337**************************************
000338*   PARTIDA EN CURSO (CUENTA O PLAZO *
000339*   FIJO) Y SUS TITULARES            *
000340**************************************
000341
000342 01  WS-PARTIDA.
000343     03  WS-PAR-TIPO-CUENTA   PIC X(02)    VALUE SPACES.
000344     03  WS-PAR-NRO-CUENTA    PIC X(15)    VALUE SPACES.
000345     03  WS-PAR-CLIENTE       PIC 9(05)    VALUE ZEROS.
000346     03  WS-PAR-PRODUCTO      PIC X(02)    VALUE SPACES.
000347     03  WS-PAR-MONEDA        PIC X(02)    VALUE SPACES.
000348     03  WS-PAR-IMPORTE       PIC S9(13)V99 COMP-3 VALUE ZEROS.
000349     03  WS-PAR-VALUADO       PIC S9(13)V99 COMP-3 VALUE ZEROS.
000350     03  WS-PAR-SUC           PIC 9(02)    VALUE ZEROS.
000351
000352 77  WS-CANT-TIT      PIC 9(02)     VALUE ZEROS.
000353 77  WS-MAX-TIT       PIC 9(02)     VALUE 10.
000354
000355 01  WS-TABLA-TITULARES.
000356     05  WS-TIT-ENTRADA OCCURS 10 TIMES
000357             INDEXED BY WS-IDX-TIT.
000358         10  WS-TIT-CLIENTE  PIC 9(05).
000359
000360 01  WS-PARTE             PIC S9(13)V99 COMP-3 VALUE ZEROS.
000361 01  WS-PARTE-PRIMERO     PIC S9(13)V99 COMP-3 VALUE ZEROS.
000362 01  WS-IMPUTAR           PIC S9(13)V99 COMP-3 VALUE ZEROS.
000363
000364 01  WS-FECHA-PROCESO     PIC 9(08)    VALUE ZEROS.
000365
000366***********************************
000367*       TITULO Y DETALLE          *
000368***********************************
000369
000370 01  WS-TITULO.
000371     03  FILLER              PIC X(20)    VALUE  SPACES.
000372     03  FILLER              PIC X(34)    VALUE
000373      'GARANTIA DE LOS DEPOSITOS         '.
000374     03  FILLER              PIC X(07)    VALUE 'FECHA: '.
000375     03  WS-TIT-FECHA        PIC 9(08)    VALUE ZEROS.
000376     03  FILLER              PIC X(06)    VALUE SPACES.
000377     03  FILLER              PIC X(06)    VALUE 'TOPE: '.
000378     03  WS-TIT-TOPE         PIC ZZ.ZZZ.ZZZ.ZZ9 VALUE ZEROS.
000379     03  FILLER              PIC X(05)    VALUE SPACES.
000380     03  FILLER              PIC X(08)    VALUE 'DOLAR: '.
000381     03  WS-TIT-COTIZ        PIC Z.ZZZ.ZZ9,9999 VALUE ZEROS.
000382     03  FILLER              PIC X(10)    VALUE SPACES.
000383
000384 01  WS-LIN-SECCION.
000385     03  FILLER              PIC X(02)    VALUE SPACES.
000386     03  WS-SEC-TEXTO        PIC X(60)    VALUE SPACES.
000387     03  FILLER              PIC X(70)    VALUE SPACES.
000388
000389 01  WS-CAB-RESUMEN.
000390     03  FILLER    PIC X(02)    VALUE SPACES.
000391     03  FILLER    PIC X(26)    VALUE 'SUC NOMBRE'.
000392     03  FILLER    PIC X(20)    VALUE 'PRODUCTO'.
000393     03  FILLER    PIC X(05)    VALUE 'MON'.
000394     03  FILLER    PIC X(10)    VALUE '  PARTIDAS'.
000395     03  FILLER    PIC X(21)    VALUE '     IMPORTE MONEDA'.
000396     03  FILLER    PIC X(21)    VALUE '     VALUADO PESOS'.
000397     03  FILLER    PIC X(27)    VALUE SPACES.
000398
000399 01  WS-LIN-RESUMEN.
000400     03  FILLER    PIC X(02)    VALUE SPACES.
000401     03  WS-RSM-SUC      PIC 9(02)    VALUE ZEROS.
000402     03  FILLER    PIC X(02)    VALUE SPACES.
000403     03  WS-RSM-NOMBRE   PIC X(20)    VALUE SPACES.
000404     03  FILLER    PIC X(02)    VALUE SPACES.
000405     03  WS-RSM-PRODUCTO PIC X(18)    VALUE SPACES.
000406     03  FILLER    PIC X(02)    VALUE SPACES.
000407     03  WS-RSM-MONEDA   PIC X(02)    VALUE SPACES.
000408     03  FILLER    PIC X(03)    VALUE SPACES.
000409     03  WS-RSM-PARTIDAS PIC Z.ZZZ.ZZ9 VALUE ZEROS.
000410     03  FILLER    PIC X(02)    VALUE SPACES.
000411     03  WS-RSM-IMPORTE  PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000412     03  FILLER    PIC X(02)    VALUE SPACES.
000413     03  WS-RSM-VALUADO  PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000414     03  FILLER    PIC X(30)    VALUE SPACES.
000415
000416 01  WS-CAB-COBERTURA.
000417     03  FILLER    PIC X(02)    VALUE SPACES.
000418     03  FILLER    PIC X(26)    VALUE 'SUC NOMBRE'.
000419     03  FILLER    PIC X(14)    VALUE 'DEPOSITANTES'.
000420     03  FILLER    PIC X(21)    VALUE '    TOTAL DEPOSITOS'.
000421     03  FILLER    PIC X(21)    VALUE '      CUBIERTO'.
000422     03  FILLER    PIC X(21)    VALUE '   NO CUBIERTO'.
000423     03  FILLER    PIC X(27)    VALUE SPACES.
000424
000425 01  WS-LIN-COBERTURA.
000426     03  FILLER    PIC X(02)    VALUE SPACES.
000427     03  WS-LCB-SUC      PIC 9(02)    VALUE ZEROS.
000428     03  FILLER    PIC X(02)    VALUE SPACES.
000429     03  WS-LCB-NOMBRE   PIC X(20)    VALUE SPACES.
000430     03  FILLER    PIC X(05)    VALUE SPACES.
000431     03  WS-LCB-DEPOSIT  PIC ZZ.ZZ9   VALUE ZEROS.
000432     03  FILLER    PIC X(03)    VALUE SPACES.
000433     03  WS-LCB-TOTAL    PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000434     03  FILLER    PIC X(02)    VALUE SPACES.
000435     03  WS-LCB-CUBIERTO PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000436     03  FILLER    PIC X(02)    VALUE SPACES.
000437     03  WS-LCB-NO-CUB   PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000438     03  FILLER    PIC X(34)    VALUE SPACES.
000439
000440 01  WS-LIN-TOTAL.
000441     03  FILLER    PIC X(02)    VALUE SPACES.
000442     03  WS-TOT-CONCEPTO PIC X(40)   VALUE SPACES.
000443     03  WS-TOT-IMPORTE  PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000444     03  FILLER    PIC X(67)    VALUE SPACES.
000445
000446 77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
000447
000448**************************************
000449*     AREA DE COMUNICACION DB2       *
000450**************************************
000451
000452      EXEC SQL
000453        INCLUDE SQLCA
000454      END-EXEC.
000455
000456      EXEC SQL
000457        INCLUDE TBCUE
000458      END-EXEC.
000459
000460      EXEC SQL
000461        DECLARE GARANTIA_CURSOR CURSOR
000462       WITH HOLD
000463        FOR
000464        SELECT TIPO_CUENTA,
000465               NRO_CUENTA,
000466               MONEDA,
000467               NRO_CLIENTE,
000468               SALDO_ACTUAL
000469
000470        FROM  ITPFBIO.TBCUENTAS
000471        WHERE SALDO_ACTUAL > 0
000472
000473      END-EXEC.
000474
000475***************************************************************.
000476 PROCEDURE DIVISION.
000477**************************************
000478*                                    *
000479*  CUERPO PRINCIPAL DEL PROGRAMA     *
000480*                                    *
000481**************************************
000482 MAIN-PROGRAM.
000483
000484     PERFORM 1000-I-INICIO  THRU 1000-F-INICIO.
000485
000486     PERFORM 2000-I-PROCESO THRU 2000-F-PROCESO
000487                            UNTIL WS-FIN-LECTURA.
000488
000489     IF RETURN-CODE EQUAL ZEROS
000490        PERFORM 3500-I-PLAZOS-FIJOS THRU 3500-F-PLAZOS-FIJOS
000491     END-IF.
000492
000493     IF RETURN-CODE EQUAL ZEROS
000494        PERFORM 6000-I-GRABAR-REGULATORIO
000495           THRU 6000-F-GRABAR-REGULATORIO
000496        PERFORM 7000-I-LISTAR-RESUMEN THRU 7000-F-LISTAR-RESUMEN
000497        PERFORM 7500-I-LISTAR-COBERTURA
000498           THRU 7500-F-LISTAR-COBERTURA
000499     END-IF.
000500
000501     PERFORM 9999-I-FINAL   THRU 9999-F-FINAL.
000502
000503 F-MAIN-PROGRAM. GOBACK.
000504
000505**************************************
000506*                                    *
000507*  CUERPO INICIO APERTURA ARCHIVOS   *
000508*                                    *
000509**************************************
000510 1000-I-INICIO.
000511
000512     SET WS-NO-FIN-LECTURA TO TRUE.
000513
000514     PERFORM 1100-I-LEER-RUNCTL THRU 1100-F-LEER-RUNCTL.
000515
000516     IF NOT WS-FIN-LECTURA
000517
000518        OPEN INPUT PLAZOS
000519        IF WS-PFJ-CODE IS NOT EQUAL '00'
000520           DISPLAY '* ERROR EN OPEN PLAZOS   = ' WS-PFJ-CODE
000521           MOVE 9999 TO RETURN-CODE
000522           SET  WS-FIN-LECTURA TO TRUE
000523        END-IF
000524
000525        OPEN INPUT COTITULAR
000526        IF WS-CTI-CODE IS NOT EQUAL '00'
000527           DISPLAY '* ERROR EN OPEN COTITULAR = ' WS-CTI-CODE
000528           MOVE 9999 TO RETURN-CODE
000529           SET  WS-FIN-LECTURA TO TRUE
000530        END-IF
000531
000532        OPEN INPUT PERSONA
000533        IF WS-PER-CODE IS NOT EQUAL '00'
000534           DISPLAY '* ERROR EN OPEN PERSONA  = ' WS-PER-CODE
000535           MOVE 9999 TO RETURN-CODE
000536           SET  WS-FIN-LECTURA TO TRUE
000537        END-IF
000538
000539        OPEN OUTPUT GARANTIA
000540        IF WS-GAR-CODE IS NOT EQUAL '00'
000541           DISPLAY '* ERROR EN OPEN GARANTIA = ' WS-GAR-CODE
000542           MOVE 9999 TO RETURN-CODE
000543           SET  WS-FIN-LECTURA TO TRUE
000544        END-IF
000545
000546        OPEN OUTPUT LISTADO
000547        IF WS-LIS-CODE IS NOT EQUAL '00'
000548           DISPLAY '* ERROR EN OPEN LISTADO  = ' WS-LIS-CODE
000549           MOVE 9999 TO RETURN-CODE
000550           SET  WS-FIN-LECTURA TO TRUE
000551        END-IF
000552     END-IF.
000553
000554     IF NOT WS-FIN-LECTURA
000555        PERFORM 1150-I-LEER-PARM THRU 1150-F-LEER-PARM
000556        PERFORM 1200-I-CARGAR-COTIZA THRU 1200-F-CARGAR-COTIZA
000557     END-IF.
000558
000559     IF NOT WS-FIN-LECTURA
000560        PERFORM 1300-I-CARGAR-SUCURSALES
000561           THRU 1300-F-CARGAR-SUCURSALES
000562        PERFORM 1400-I-CARGAR-HISTORIA
000563           THRU 1400-F-CARGAR-HISTORIA
000564        MOVE WS-FECHA-PROCESO TO WS-TIT-FECHA
000565        MOVE WS-PARM-TOPE     TO WS-TIT-TOPE
000566        MOVE WS-COT-DOLAR     TO WS-TIT-COTIZ
000567        WRITE REG-LISTADO FROM WS-TITULO
000568        PERFORM 1500-I-ABRIR-CURSOR THRU 1500-F-ABRIR-CURSOR
000569     END-IF.
000570
000571     IF NOT WS-FIN-LECTURA
000572        PERFORM 3000-I-LEER-CUENTA THRU 3000-F-LEER-CUENTA
000573     END-IF.
000574
000575 1000-F-INICIO.   EXIT.
000576
000577**************************************
000578*  FECHA DE PROCESO DEL CICLO        *
000579**************************************
000580
000581 1100-I-LEER-RUNCTL.
000582
000583     OPEN INPUT RUNCTL.
000584
000585     IF WS-RUN-CODE NOT EQUAL '00'
000586        DISPLAY '* ERROR EN OPEN RUNCTL   = ' WS-RUN-CODE
000587        MOVE 9999 TO RETURN-CODE
000588        SET  WS-FIN-LECTURA TO TRUE
000589        GO TO 1100-F-LEER-RUNCTL
000590     END-IF.
000591
000592     READ RUNCTL.
000593     IF WS-RUN-CODE NOT EQUAL '00'
000594        DISPLAY '* ERROR EN LECTURA RUNCTL = ' WS-RUN-CODE
000595        MOVE 9999 TO RETURN-CODE
000596        SET  WS-FIN-LECTURA TO TRUE
000597        CLOSE RUNCTL
000598        GO TO 1100-F-LEER-RUNCTL
000599     END-IF.
000600
000601     MOVE RUN-FECHA-PROCESO TO WS-FECHA-PROCESO.
000602
000603     CLOSE RUNCTL.
000604
000605 1100-F-LEER-RUNCTL. EXIT.
000606
000607**************************************
000608*  TARJETA DE PARAMETROS (OPCIONAL)  *
000609*  TOPE=NNNNNNNNNNN                  *
000610**************************************
000611
000612 1150-I-LEER-PARM.
000613
000614     OPEN INPUT PARMIN.
000615
000616     IF WS-PRM-CODE EQUAL '00'
000617        MOVE SPACES TO REG-PARMIN
000618        READ PARMIN
000619           AT END
000620              CONTINUE
000621           NOT AT END
000622              IF REG-PARMIN(1:5) EQUAL 'TOPE='
000623                 AND REG-PARMIN(6:11) IS NUMERIC
000624                 MOVE REG-PARMIN(6:11) TO WS-PARM-TOPE
000625              END-IF
000626        END-READ
000627        CLOSE PARMIN
000628     END-IF.
000629
000630     MOVE WS-PARM-TOPE TO WS-TOPE.
000631
000632     DISPLAY 'TOPE DE GARANTIA POR DEPOSITANTE: ' WS-PARM-TOPE.
000633
000634 1150-F-LEER-PARM. EXIT.
000635
000636**************************************
000637*  COTIZACION DEL DOLAR (SE TOMA LA  *
000638*  ULTIMA DEL ARCHIVO DE COTIZA).    *
000639*  SIN COTIZACION NO SE PUEDE VALUAR *
000640*  Y NO SE GENERA EL ARCHIVO         *
000641**************************************
000642
000643 1200-I-CARGAR-COTIZA.
000644
000645     OPEN INPUT COTIZA.
000646
000647     IF WS-COT-CODE NOT EQUAL '00'
000648        DISPLAY '* ERROR EN OPEN COTIZA   = ' WS-COT-CODE
000649        MOVE 9999 TO RETURN-CODE
000650        SET  WS-FIN-LECTURA TO TRUE
000651        GO TO 1200-F-CARGAR-COTIZA
000652     END-IF.
000653
000654     SET WS-NO-FIN-AUX TO TRUE.
000655     PERFORM 1250-I-LEER-COTIZA THRU 1250-F-LEER-COTIZA
000656        UNTIL WS-FIN-AUX.
000657
000658     CLOSE COTIZA.
000659
000660     IF WS-COT-DOLAR EQUAL ZEROS
000661        DISPLAY '* ERROR: SIN COTIZACION DEL DOLAR EN COTIZA'
000662        MOVE 9999 TO RETURN-CODE
000663        SET  WS-FIN-LECTURA TO TRUE
000664     END-IF.
000665
000666 1200-F-CARGAR-COTIZA. EXIT.
000667
000668 1250-I-LEER-COTIZA.
000669
000670     READ COTIZA
000671        AT END
000672           SET WS-FIN-AUX TO TRUE
000673        NOT AT END
000674           IF COT-MONEDA EQUAL '02'
000675              AND COT-COTIZACION IS NUMERIC
000676              MOVE COT-COTIZACION TO WS-COT-DOLAR
000677           END-IF
000678     END-READ.
000679
000680 1250-F-LEER-COTIZA. EXIT.
000681
000682**************************************
000683*  CARGA DEL MAESTRO DE SUCURSALES   *
000684*  (OPCIONAL, PARA EL NOMBRE)        *
000685**************************************
000686
000687 1300-I-CARGAR-SUCURSALES.
000688
000689     OPEN INPUT SUCURSAL.
000690
000691     IF WS-SUC-CODE NOT EQUAL '00'
000692        DISPLAY '* AVISO: SIN MAESTRO DE SUCURSALES'
000693        GO TO 1300-F-CARGAR-SUCURSALES
000694     END-IF.
000695
000696     SET WS-NO-FIN-AUX TO TRUE.
000697     PERFORM 1350-I-LEER-SUCURSAL THRU 1350-F-LEER-SUCURSAL
000698        UNTIL WS-FIN-AUX.
000699
000700     CLOSE SUCURSAL.
000701
000702 1300-F-CARGAR-SUCURSALES. EXIT.
000703
000704 1350-I-LEER-SUCURSAL.
000705
000706     READ SUCURSAL
000707        AT END
000708           SET WS-FIN-AUX TO TRUE
000709        NOT AT END
000710           IF SUC-NRO IS NUMERIC
000711              IF WS-CONT-SUC < 99
000712                 ADD 1 TO WS-CONT-SUC
000713                 MOVE SUC-NRO    TO WS-SUC-NRO(WS-CONT-SUC)
000714                 MOVE SUC-NOMBRE TO WS-SUC-NOMBRE(WS-CONT-SUC)
000715              ELSE
000716                 DISPLAY '* TABLA DE SUCURSALES LLENA = ' SUC-NRO
000717              END-IF
000718           END-IF
000719     END-READ.
000720
000721 1350-F-LEER-SUCURSAL. EXIT.
000722
000723**************************************
000724*  SUCURSAL DE CADA CLIENTE: LA DE   *
000725*  SU ULTIMO MOVIMIENTO DE SUCURSAL  *
000726*  EN LA HISTORIA (OPCIONAL; SIN     *
000727*  HISTORIA SE INFORMA SUCURSAL 00)  *
000728**************************************
000729
000730 1400-I-CARGAR-HISTORIA.
000731
000732     MOVE 'A'      TO LK-HIS-FUNCION.
000733     MOVE ZEROS    TO LK-HIS-DESDE.
000734     MOVE 99999999 TO LK-HIS-HASTA.
000734     CALL WS-PGMHIS USING LK-HIS-AREA REG-MOVHIS.
000734
000734     IF LK-HIS-RESULTADO NOT EQUAL 'S'
000735        DISPLAY '* AVISO: SIN HISTORIA, LOS DEPOSITANTES SE'
000736                ' INFORMAN EN LA SUCURSAL 00'
000737        GO TO 1400-F-CARGAR-HISTORIA
000738     END-IF.
000739
000740     SET WS-NO-FIN-AUX TO TRUE.
000741     PERFORM 1450-I-LEER-HISTORIA THRU 1450-F-LEER-HISTORIA
000742        UNTIL WS-FIN-AUX.
000745
000746 1400-F-CARGAR-HISTORIA. EXIT.
000747
000748 1450-I-LEER-HISTORIA.
000749
000750     MOVE 'L' TO LK-HIS-FUNCION.
000751     CALL WS-PGMHIS USING LK-HIS-AREA REG-MOVHIS.
000752
000753     IF LK-HIS-RESULTADO EQUAL 'E'
000754        DISPLAY '* AVISO: HISTORIA INCOMPLETA = '
000754                LK-HIS-CODE
000754     END-IF.
000754
000754     IF LK-HIS-RESULTADO NOT EQUAL 'S'
000754        SET WS-FIN-AUX TO TRUE
000754        GO TO 1450-F-LEER-HISTORIA
000754     END-IF.
000755
000756     ADD 1 TO WS-CONT-HIS-LEIDOS.
000757
000758     IF MOV-SUC IS NOT NUMERIC
000759        OR MOV-SUC EQUAL ZEROS
000760        OR MOV-FECHA IS NOT NUMERIC
000761        GO TO 1450-F-LEER-HISTORIA
000762     END-IF.
000763
000764     MOVE MOV-TIP-DOC TO WS-BUSCA-CLS(1:2).
000765     MOVE MOV-NRO-DOC TO WS-BUSCA-CLS(3:11).
000766
000767     PERFORM 1460-I-UBICAR-CLS THRU 1460-F-UBICAR-CLS.
000768
000769     IF WS-ENCONTRO
000770        IF MOV-FECHA NOT LESS THAN WS-CLS-FECHA(WS-IDX-CLS)
000771           MOVE MOV-FECHA TO WS-CLS-FECHA(WS-IDX-CLS)
000772           MOVE MOV-SUC   TO WS-CLS-SUC(WS-IDX-CLS)
000773        END-IF
000774     ELSE
000775        IF WS-CONT-CLS < 999
000776           ADD 1 TO WS-CONT-CLS
000777           MOVE WS-BUSCA-CLS TO WS-CLS-CLAVE(WS-CONT-CLS)
000778           MOVE MOV-FECHA    TO WS-CLS-FECHA(WS-CONT-CLS)
000779           MOVE MOV-SUC      TO WS-CLS-SUC(WS-CONT-CLS)
000780        ELSE
000781           DISPLAY '* TABLA DE CLIENTES LLENA = ' WS-BUSCA-CLS
000782        END-IF
000783     END-IF.
000784
000785 1450-F-LEER-HISTORIA. EXIT.
000786
000787 1460-I-UBICAR-CLS.
000788
000789     SET WS-IDX-CLS TO 1.
000790     SET WS-NO-ENCONTRO TO TRUE.
000791
000792     PERFORM 1470-I-COMPARAR-CLS THRU 1470-F-COMPARAR-CLS
000793        UNTIL WS-IDX-CLS > WS-CONT-CLS OR WS-ENCONTRO.
000794
000795 1460-F-UBICAR-CLS. EXIT.
000796
000797 1470-I-COMPARAR-CLS.
000798
000799     IF WS-CLS-CLAVE(WS-IDX-CLS) EQUAL WS-BUSCA-CLS
000800        SET WS-ENCONTRO TO TRUE
000801     ELSE
000802        SET WS-IDX-CLS UP BY 1
000803     END-IF.
000804
000805 1470-F-COMPARAR-CLS. EXIT.
000806
000807**************************************
000808*  APERTURA DEL CURSOR DE CUENTAS    *
000809**************************************
000810
000811 1500-I-ABRIR-CURSOR.
000812
000813     EXEC SQL
000814        OPEN GARANTIA_CURSOR
000815     END-EXEC.
000816
000817     MOVE SQLCODE TO FS-SQLCODE.
000818
000819     IF SQLCODE NOT EQUAL ZEROS
000820        DISPLAY '* ERROR OPEN GARANTIA_CURSOR = ' FS-SQLCODE
000821        MOVE 9999 TO RETURN-CODE
000822        SET  WS-FIN-LECTURA TO TRUE
000823     ELSE
000824        SET  WS-CURSOR-ABIERTO TO TRUE
000825     END-IF.
000826
000827 1500-F-ABRIR-CURSOR. EXIT.
000828
000829**************************************
000830*                                    *
000831*  CUERPO PRINCIPAL DE PROCESOS:     *
000832*  CUENTAS CON SALDO ACREEDOR        *
000833*                                    *
000834**************************************
000835 2000-I-PROCESO.
000836
000837     MOVE WS-TIPO-CUENTA     TO WS-PAR-TIPO-CUENTA.
000838     MOVE WS-NRO-CUENTA      TO WS-PAR-NRO-CUENTA.
000839     MOVE WS-CUE-NRO-CLIENTE TO WS-PAR-CLIENTE.
000840     MOVE WS-TIPO-CUENTA     TO WS-PAR-PRODUCTO.
000841     MOVE WS-MONEDA          TO WS-PAR-MONEDA.
000842     MOVE WS-SALDO-ACTUAL    TO WS-PAR-IMPORTE.
000843
000844     PERFORM 4000-I-IMPUTAR-PARTIDA THRU 4000-F-IMPUTAR-PARTIDA.
000845
000846     PERFORM 3000-I-LEER-CUENTA THRU 3000-F-LEER-CUENTA.
000847
000848 2000-F-PROCESO. EXIT.
000849
000850**************************************
000851*  FETCH DE LA PROXIMA CUENTA        *
000852**************************************
000853
000854 3000-I-LEER-CUENTA.
000855
000856     EXEC SQL
000857        FETCH  GARANTIA_CURSOR
000858               INTO
000859                 :DCLTBCUENTAS.WS-TIPO-CUENTA,
000860                 :DCLTBCUENTAS.WS-NRO-CUENTA,
000861                 :DCLTBCUENTAS.WS-MONEDA,
000862                 :DCLTBCUENTAS.WS-CUE-NRO-CLIENTE,
000863                 :DCLTBCUENTAS.WS-SALDO-ACTUAL
000864     END-EXEC.
000865
000866     MOVE SQLCODE TO FS-SQLCODE.
000867
000868     EVALUATE SQLCODE
000869       WHEN ZEROS
000870          ADD 1 TO WS-CONT-CUENTAS
000871       WHEN +100
000872          SET WS-FIN-LECTURA TO TRUE
000873       WHEN OTHER
000874          DISPLAY 'ERROR FETCH GARANTIA_CURSOR: ' FS-SQLCODE
000875          MOVE 9999 TO RETURN-CODE
000876          SET WS-FIN-LECTURA TO TRUE
000877     END-EVALUATE.
000878
000879 3000-F-LEER-CUENTA. EXIT.
000880
000881**************************************
000882*  PLAZOS FIJOS VIGENTES: EL CAPITAL *
000883*  SE IMPUTA A LOS TITULARES DE LA   *
000884*  CUENTA DEL CERTIFICADO            *
000885**************************************
000886
000887 3500-I-PLAZOS-FIJOS.
000888
000889     SET WS-NO-FIN-AUX TO TRUE.
000890
000891     PERFORM 3550-I-LEER-PLAZO THRU 3550-F-LEER-PLAZO
000892        UNTIL WS-FIN-AUX.
000893
000894 3500-F-PLAZOS-FIJOS. EXIT.
000895
000896 3550-I-LEER-PLAZO.
000897
000898     READ PLAZOS.
000899
000900     EVALUATE WS-PFJ-CODE
000901       WHEN '00'
000902          ADD 1 TO WS-CONT-PLAZOS-LEI
000903       WHEN '10'
000904          SET WS-FIN-AUX TO TRUE
000905          GO TO 3550-F-LEER-PLAZO
000906       WHEN OTHER
000907          DISPLAY '* ERROR EN LECTURA PLAZOS = ' WS-PFJ-CODE
000908          MOVE 9999 TO RETURN-CODE
000909          SET WS-FIN-AUX TO TRUE
000910          GO TO 3550-F-LEER-PLAZO
000911     END-EVALUATE.
000912
000913     IF PFJ-ESTADO NOT EQUAL 'V'
000914        OR PFJ-CAPITAL IS NOT NUMERIC
000915        OR PFJ-CAPITAL NOT GREATER THAN ZEROS
000916        GO TO 3550-F-LEER-PLAZO
000917     END-IF.
000918
000919     ADD 1 TO WS-CONT-PLAZOS.
000920
000921     MOVE PFJ-TIPO-CUENTA  TO WS-PAR-TIPO-CUENTA.
000922     MOVE PFJ-NRO-CUENTA   TO WS-PAR-NRO-CUENTA.
000923     MOVE PFJ-NRO-CLIENTE  TO WS-PAR-CLIENTE.
000924     MOVE 'PF'             TO WS-PAR-PRODUCTO.
000925     MOVE PFJ-MONEDA       TO WS-PAR-MONEDA.
000926     MOVE PFJ-CAPITAL      TO WS-PAR-IMPORTE.
000927
000928     PERFORM 4000-I-IMPUTAR-PARTIDA THRU 4000-F-IMPUTAR-PARTIDA.
000929
000930 3550-F-LEER-PLAZO. EXIT.
000931
000932**************************************
000933*  IMPUTACION DE UNA PARTIDA: VALUA  *
000934*  EN PESOS, LA REPARTE ENTRE SUS    *
000935*  TITULARES Y LA ACUMULA EN EL      *
000936*  RESUMEN POR SUCURSAL Y PRODUCTO   *
000937**************************************
000938
000939 4000-I-IMPUTAR-PARTIDA.
000940
000941*    LA MONEDA EN BLANCO EQUIVALE A PESOS '01'
000942
000943     IF WS-PAR-MONEDA EQUAL SPACES
000944        MOVE '01' TO WS-PAR-MONEDA
000945     END-IF.
000946
000947     IF WS-PAR-MONEDA EQUAL '02'
000948        COMPUTE WS-PAR-VALUADO ROUNDED =
000949                WS-PAR-IMPORTE * WS-COT-DOLAR
000950     ELSE
000951        MOVE WS-PAR-IMPORTE TO WS-PAR-VALUADO
000952     END-IF.
000953
000954     PERFORM 4500-I-TITULARES THRU 4500-F-TITULARES.
000955
000956     IF WS-CANT-TIT GREATER 1
000957        ADD 1 TO WS-CONT-CONJUNTAS
000958     END-IF.
000959
000960*    LA PARTE DE CADA TITULAR SE REDONDEA HACIA ABAJO; LOS
000961*    CENTAVOS QUE SOBRAN QUEDAN EN EL PRIMER TITULAR
000962
000963     COMPUTE WS-PARTE = WS-PAR-VALUADO / WS-CANT-TIT.
000964     COMPUTE WS-PARTE-PRIMERO =
000965             WS-PAR-VALUADO - WS-PARTE * (WS-CANT-TIT - 1).
000966
000967     SET WS-IDX-TIT TO 1.
000968     PERFORM 4100-I-IMPUTAR-TITULAR THRU 4100-F-IMPUTAR-TITULAR
000969        UNTIL WS-IDX-TIT > WS-CANT-TIT.
000970
000971*    EL RESUMEN VA A LA SUCURSAL DEL PRIMER TITULAR
000972
000973     MOVE WS-PAR-SUC      TO WS-BRS-SUC.
000974     MOVE WS-PAR-PRODUCTO TO WS-BRS-PRODUCTO.
000975     MOVE WS-PAR-MONEDA   TO WS-BRS-MONEDA.
000976
000977     SET WS-IDX-RES TO 1.
000978     SET WS-NO-ENCONTRO TO TRUE.
000979     PERFORM 4300-I-BUSCAR-RES THRU 4300-F-BUSCAR-RES
000980        UNTIL WS-IDX-RES > WS-CONT-RES OR WS-ENCONTRO.
000981
000982     IF WS-NO-ENCONTRO
000983        IF WS-CONT-RES < 500
000984           ADD 1 TO WS-CONT-RES
000985           SET WS-IDX-RES TO WS-CONT-RES
000986           MOVE WS-BUSCA-RES TO WS-RES-CLAVE(WS-IDX-RES)
000987           MOVE ZEROS        TO WS-RES-PARTIDAS(WS-IDX-RES)
000988           MOVE ZEROS        TO WS-RES-IMPORTE(WS-IDX-RES)
000989           MOVE ZEROS        TO WS-RES-VALUADO(WS-IDX-RES)
000990        ELSE
000991           DISPLAY '* TABLA DE RESUMEN LLENA = ' WS-BUSCA-RES
000992           MOVE 0016 TO RETURN-CODE
000993           GO TO 4000-F-IMPUTAR-PARTIDA
000994        END-IF
000995     END-IF.
000996
000997     ADD 1              TO WS-RES-PARTIDAS(WS-IDX-RES).
000998     ADD WS-PAR-IMPORTE TO WS-RES-IMPORTE(WS-IDX-RES).
000999     ADD WS-PAR-VALUADO TO WS-RES-VALUADO(WS-IDX-RES).
001000
001001 4000-F-IMPUTAR-PARTIDA. EXIT.
001002
001003 4100-I-IMPUTAR-TITULAR.
001004
001005     IF WS-IDX-TIT EQUAL 1
001006        MOVE WS-PARTE-PRIMERO TO WS-IMPUTAR
001007     ELSE
001008        MOVE WS-PARTE         TO WS-IMPUTAR
001009     END-IF.
001010
001011     MOVE WS-TIT-CLIENTE(WS-IDX-TIT) TO WS-BUSCA-DEP.
001012     PERFORM 5000-I-UBICAR-DEPOSITANTE
001013        THRU 5000-F-UBICAR-DEPOSITANTE.
001014
001015     IF WS-ENCONTRO
001016        ADD 1          TO WS-DEP-PARTIDAS(WS-IDX-DEP)
001017        ADD WS-IMPUTAR TO WS-DEP-TOTAL(WS-IDX-DEP)
001018        IF WS-CANT-TIT GREATER 1
001019           MOVE 'S' TO WS-DEP-CONJUNTA(WS-IDX-DEP)
001020        END-IF
001021        IF WS-IDX-TIT EQUAL 1
001022           MOVE WS-DEP-SUC(WS-IDX-DEP) TO WS-PAR-SUC
001023        END-IF
001024     END-IF.
001025
001026     SET WS-IDX-TIT UP BY 1.
001027
001028 4100-F-IMPUTAR-TITULAR. EXIT.
001029
001030 4300-I-BUSCAR-RES.
001031
001032     IF WS-RES-CLAVE(WS-IDX-RES) EQUAL WS-BUSCA-RES
001033        SET WS-ENCONTRO TO TRUE
001034     ELSE
001035        SET WS-IDX-RES UP BY 1
001036     END-IF.
001037
001038 4300-F-BUSCAR-RES. EXIT.
001039
001040**************************************
001041*  TITULARES DE LA PARTIDA: EL DE    *
001042*  LA CUENTA O CERTIFICADO MAS LOS   *
001043*  TITULARES Y COTITULARES ACTIVOS   *
001044*  DE LA CUENTA EN COTITU19          *
001045**************************************
001046
001047 4500-I-TITULARES.
001048
001049     MOVE 1              TO WS-CANT-TIT.
001050     MOVE WS-PAR-CLIENTE TO WS-TIT-CLIENTE(1).
001051     MOVE ZEROS          TO WS-PAR-SUC.
001052
001053     MOVE WS-PAR-TIPO-CUENTA TO CTI-TIPO-CUENTA.
001054     MOVE WS-PAR-NRO-CUENTA  TO CTI-NRO-CUENTA.
001055     MOVE ZEROS              TO CTI-NRO-CLIENTE.
001056
001057     START COTITULAR KEY IS NOT LESS THAN CTI-CLAVE
001058        INVALID KEY
001059           GO TO 4500-F-TITULARES
001060     END-START.
001061
001062     SET WS-NO-FIN-CTI TO TRUE.
001063
001064     PERFORM 4550-I-LEER-COTITULAR THRU 4550-F-LEER-COTITULAR
001065        UNTIL WS-FIN-CTI.
001066
001067 4500-F-TITULARES. EXIT.
001068
001069 4550-I-LEER-COTITULAR.
001070
001071     READ COTITULAR NEXT RECORD
001072        AT END
001073           SET WS-FIN-CTI TO TRUE
001074           GO TO 4550-F-LEER-COTITULAR
001075     END-READ.
001076
001077     IF WS-CTI-CODE IS NOT EQUAL '00'
001078        DISPLAY '* ERROR EN LECTURA COTITULAR = ' WS-CTI-CODE
001079        MOVE 9999 TO RETURN-CODE
001080        SET WS-FIN-CTI TO TRUE
001081        GO TO 4550-F-LEER-COTITULAR
001082     END-IF.
001083
001084     IF CTI-TIPO-CUENTA NOT EQUAL WS-PAR-TIPO-CUENTA
001085        OR CTI-NRO-CUENTA NOT EQUAL WS-PAR-NRO-CUENTA
001086        SET WS-FIN-CTI TO TRUE
001087        GO TO 4550-F-LEER-COTITULAR
001088     END-IF.
001089
001090     IF CTI-ESTADO NOT EQUAL 'A'
001091        OR (CTI-ROL NOT EQUAL 'T' AND CTI-ROL NOT EQUAL 'C')
001092        OR CTI-NRO-CLIENTE EQUAL WS-PAR-CLIENTE
001093        GO TO 4550-F-LEER-COTITULAR
001094     END-IF.
001095
001096     IF WS-CANT-TIT NOT LESS THAN WS-MAX-TIT
001097        DISPLAY '* MAS DE ' WS-MAX-TIT ' TITULARES EN LA CUENTA '
001098                WS-PAR-TIPO-CUENTA ' ' WS-PAR-NRO-CUENTA
001099        SET WS-FIN-CTI TO TRUE
001100        GO TO 4550-F-LEER-COTITULAR
001101     END-IF.
001102
001103     ADD 1 TO WS-CANT-TIT.
001104     MOVE CTI-NRO-CLIENTE TO WS-TIT-CLIENTE(WS-CANT-TIT).
001105
001106 4550-F-LEER-COTITULAR. EXIT.
001107
001108**************************************
001109*  UBICA (O DA DE ALTA) AL           *
001110*  DEPOSITANTE WS-BUSCA-DEP CON SU   *
001111*  DOCUMENTO DE PERSONA Y SU         *
001112*  SUCURSAL                          *
001113**************************************
001114
001115 5000-I-UBICAR-DEPOSITANTE.
001116
001117     SET WS-IDX-DEP TO 1.
001118     SET WS-NO-ENCONTRO TO TRUE.
001119
001120     PERFORM 5050-I-BUSCAR-DEP THRU 5050-F-BUSCAR-DEP
001121        UNTIL WS-IDX-DEP > WS-CONT-DEP OR WS-ENCONTRO.
001122
001123     IF WS-ENCONTRO
001124        GO TO 5000-F-UBICAR-DEPOSITANTE
001125     END-IF.
001126
001127     IF WS-CONT-DEP NOT LESS THAN 999
001128        DISPLAY '* TABLA DE DEPOSITANTES LLENA = ' WS-BUSCA-DEP
001129        MOVE 0016 TO RETURN-CODE
001130        GO TO 5000-F-UBICAR-DEPOSITANTE
001131     END-IF.
001132
001133     ADD 1 TO WS-CONT-DEP.
001134     SET WS-IDX-DEP TO WS-CONT-DEP.
001135     MOVE WS-BUSCA-DEP TO WS-DEP-CLIENTE(WS-IDX-DEP).
001136     MOVE SPACES       TO WS-DEP-TIP-DOC(WS-IDX-DEP).
001137     MOVE ZEROS        TO WS-DEP-NRO-DOC(WS-IDX-DEP).
001138     MOVE ZEROS        TO WS-DEP-SUC(WS-IDX-DEP).
001139     MOVE ZEROS        TO WS-DEP-PARTIDAS(WS-IDX-DEP).
001140     MOVE 'N'          TO WS-DEP-CONJUNTA(WS-IDX-DEP).
001141     MOVE ZEROS        TO WS-DEP-TOTAL(WS-IDX-DEP).
001142     MOVE ZEROS        TO WS-DEP-CUBIERTO(WS-IDX-DEP).
001143
001144     MOVE WS-BUSCA-DEP TO WS-CLAVE-PER-CLI.
001145
001146     READ PERSONA KEY IS WS-CLAVE-PER-CLI
001147        INVALID KEY
001148           DISPLAY '* DEPOSITANTE SIN PERSONA = ' WS-BUSCA-DEP
001149           ADD 1 TO WS-CONT-SIN-PERSONA
001150        NOT INVALID KEY
001151           MOVE PER-TIP-DOC TO WS-DEP-TIP-DOC(WS-IDX-DEP)
001152           MOVE PER-NRO-DOC TO WS-DEP-NRO-DOC(WS-IDX-DEP)
001153           MOVE PER-TIP-DOC TO WS-BUSCA-CLS(1:2)
001154           MOVE PER-NRO-DOC TO WS-BUSCA-CLS(3:11)
001155           PERFORM 1460-I-UBICAR-CLS THRU 1460-F-UBICAR-CLS
001156           IF WS-ENCONTRO
001157              MOVE WS-CLS-SUC(WS-IDX-CLS)
001158                   TO WS-DEP-SUC(WS-IDX-DEP)
001159           END-IF
001160     END-READ.
001161
001162     SET WS-ENCONTRO TO TRUE.
001163
001164 5000-F-UBICAR-DEPOSITANTE. EXIT.
001165
001166 5050-I-BUSCAR-DEP.
001167
001168     IF WS-DEP-CLIENTE(WS-IDX-DEP) EQUAL WS-BUSCA-DEP
001169        SET WS-ENCONTRO TO TRUE
001170     ELSE
001171        SET WS-IDX-DEP UP BY 1
001172     END-IF.
001173
001174 5050-F-BUSCAR-DEP. EXIT.
001175
001176**************************************
001177*  ARCHIVO REGULATORIO: TOPE POR     *
001178*  DEPOSITANTE, HD / 01 / TR         *
001179**************************************
001180
001181 6000-I-GRABAR-REGULATORIO.
001182
001183     MOVE SPACES           TO REG-GARANTIA.
001184     MOVE 'HD'             TO GAR-CAB-TIPO.
001185     MOVE WS-FECHA-PROCESO TO GAR-CAB-FECHA.
001186     MOVE WS-TOPE          TO GAR-CAB-TOPE.
001187     MOVE WS-COT-DOLAR     TO GAR-CAB-COTIZ.
001188     WRITE REG-GARANTIA.
001189
001190     SET WS-IDX-DEP TO 1.
001191     PERFORM 6100-I-GRABAR-DEPOSITANTE
001192        THRU 6100-F-GRABAR-DEPOSITANTE
001193        UNTIL WS-IDX-DEP > WS-CONT-DEP.
001194
001195     MOVE SPACES             TO REG-GARANTIA.
001196     MOVE 'TR'               TO GAR-COL-TIPO.
001197     MOVE WS-CONT-DETALLES   TO GAR-COL-CANT.
001198     MOVE WS-TOTAL-DEPOSITOS TO GAR-COL-TOTAL.
001199     MOVE WS-TOTAL-CUBIERTO  TO GAR-COL-CUBIERTO.
001200     WRITE REG-GARANTIA.
001201
001202     IF WS-GAR-CODE IS NOT EQUAL '00'
001203        DISPLAY '* ERROR EN WRITE GARANTIA = ' WS-GAR-CODE
001204        MOVE 9999 TO RETURN-CODE
001205     END-IF.
001206
001207 6000-F-GRABAR-REGULATORIO. EXIT.
001208
001209 6100-I-GRABAR-DEPOSITANTE.
001210
001211     IF WS-DEP-TOTAL(WS-IDX-DEP) GREATER WS-TOPE
001212        MOVE WS-TOPE TO WS-DEP-CUBIERTO(WS-IDX-DEP)
001213     ELSE
001214        MOVE WS-DEP-TOTAL(WS-IDX-DEP)
001215             TO WS-DEP-CUBIERTO(WS-IDX-DEP)
001216     END-IF.
001217
001218     ADD WS-DEP-TOTAL(WS-IDX-DEP)    TO WS-TOTAL-DEPOSITOS.
001219     ADD WS-DEP-CUBIERTO(WS-IDX-DEP) TO WS-TOTAL-CUBIERTO.
001220
001221     MOVE SPACES TO REG-GARANTIA.
001222     MOVE '01'   TO GAR-DEP-TIPO.
001223     MOVE WS-DEP-TIP-DOC(WS-IDX-DEP)  TO GAR-DEP-TIP-DOC.
001224     MOVE WS-DEP-NRO-DOC(WS-IDX-DEP)  TO GAR-DEP-NRO-DOC.
001225     MOVE WS-DEP-CLIENTE(WS-IDX-DEP)  TO GAR-DEP-CLIENTE.
001226     MOVE WS-DEP-PARTIDAS(WS-IDX-DEP) TO GAR-DEP-PARTIDAS.
001227     MOVE WS-DEP-CONJUNTA(WS-IDX-DEP) TO GAR-DEP-CONJUNTA.
001228     MOVE WS-DEP-TOTAL(WS-IDX-DEP)    TO GAR-DEP-TOTAL.
001229     MOVE WS-DEP-CUBIERTO(WS-IDX-DEP) TO GAR-DEP-CUBIERTO.
001230
001231     WRITE REG-GARANTIA.
001232     IF WS-GAR-CODE IS NOT EQUAL '00'
001233        DISPLAY '* ERROR EN WRITE GARANTIA = ' WS-GAR-CODE
001234        MOVE 9999 TO RETURN-CODE
001235     END-IF.
001236     ADD 1 TO WS-CONT-DETALLES.
001237
001238*    COBERTURA ACUMULADA EN LA SUCURSAL DEL DEPOSITANTE
001239
001240     MOVE WS-DEP-SUC(WS-IDX-DEP) TO WS-BUSCA-SUC.
001241     SET WS-IDX-SCB TO 1.
001242     SET WS-NO-ENCONTRO TO TRUE.
001243     PERFORM 6150-I-BUSCAR-SCB THRU 6150-F-BUSCAR-SCB
001244        UNTIL WS-IDX-SCB > WS-CONT-SCB OR WS-ENCONTRO.
001245
001246     IF WS-NO-ENCONTRO
001247        ADD 1 TO WS-CONT-SCB
001248        SET WS-IDX-SCB TO WS-CONT-SCB
001249        MOVE WS-BUSCA-SUC TO WS-SCB-SUC(WS-IDX-SCB)
001250        MOVE ZEROS        TO WS-SCB-DEPOSIT(WS-IDX-SCB)
001251        MOVE ZEROS        TO WS-SCB-TOTAL(WS-IDX-SCB)
001252        MOVE ZEROS        TO WS-SCB-CUBIERTO(WS-IDX-SCB)
001253     END-IF.
001254
001255     ADD 1 TO WS-SCB-DEPOSIT(WS-IDX-SCB).
001256     ADD WS-DEP-TOTAL(WS-IDX-DEP)    TO WS-SCB-TOTAL(WS-IDX-SCB).
001257     ADD WS-DEP-CUBIERTO(WS-IDX-DEP)
001258                TO WS-SCB-CUBIERTO(WS-IDX-SCB).
001259
001260     SET WS-IDX-DEP UP BY 1.
001261
001262 6100-F-GRABAR-DEPOSITANTE. EXIT.
001263
001264 6150-I-BUSCAR-SCB.
001265
001266     IF WS-SCB-SUC(WS-IDX-SCB) EQUAL WS-BUSCA-SUC
001267        SET WS-ENCONTRO TO TRUE
001268     ELSE
001269        SET WS-IDX-SCB UP BY 1
001270     END-IF.
001271
001272 6150-F-BUSCAR-SCB. EXIT.
001273
001274**************************************
001275*  LISTADO: RESUMEN POR SUCURSAL,    *
001276*  PRODUCTO Y MONEDA                 *
001277**************************************
001278
001279 7000-I-LISTAR-RESUMEN.
001280
001281     MOVE 'DEPOSITOS POR SUCURSAL Y PRODUCTO' TO WS-SEC-TEXTO.
001282     WRITE REG-LISTADO FROM WS-LIN-SECCION.
001283     WRITE REG-LISTADO FROM WS-CAB-RESUMEN.
001284
001285     SET WS-IDX-RES TO 1.
001286     PERFORM 7100-I-LINEA-RESUMEN THRU 7100-F-LINEA-RESUMEN
001287        UNTIL WS-IDX-RES > WS-CONT-RES.
001288
001289 7000-F-LISTAR-RESUMEN. EXIT.
001290
001291 7100-I-LINEA-RESUMEN.
001292
001293     MOVE WS-RES-SUC(WS-IDX-RES) TO WS-RSM-SUC.
001294     MOVE WS-RES-SUC(WS-IDX-RES) TO WS-BUSCA-SUC.
001295     PERFORM 7800-I-NOMBRE-SUC THRU 7800-F-NOMBRE-SUC.
001296     MOVE WS-SUC-NOMBRE-ED TO WS-RSM-NOMBRE.
001297
001298     EVALUATE WS-RES-PRODUCTO(WS-IDX-RES)
001299       WHEN 'CA'
001300          MOVE 'CAJA DE AHORRO'   TO WS-RSM-PRODUCTO
001301       WHEN 'CC'
001302          MOVE 'CUENTA CORRIENTE' TO WS-RSM-PRODUCTO
001303       WHEN 'PF'
001304          MOVE 'PLAZO FIJO'       TO WS-RSM-PRODUCTO
001305       WHEN OTHER
001306          MOVE WS-RES-PRODUCTO(WS-IDX-RES) TO WS-RSM-PRODUCTO
001307     END-EVALUATE.
001308
001309     MOVE WS-RES-MONEDA(WS-IDX-RES)   TO WS-RSM-MONEDA.
001310     MOVE WS-RES-PARTIDAS(WS-IDX-RES) TO WS-RSM-PARTIDAS.
001311     MOVE WS-RES-IMPORTE(WS-IDX-RES)  TO WS-RSM-IMPORTE.
001312     MOVE WS-RES-VALUADO(WS-IDX-RES)  TO WS-RSM-VALUADO.
001313
001314     WRITE REG-LISTADO FROM WS-LIN-RESUMEN.
001315
001316     SET WS-IDX-RES UP BY 1.
001317
001318 7100-F-LINEA-RESUMEN. EXIT.
001319
001320**************************************
001321*  LISTADO: COBERTURA POR SUCURSAL   *
001322*  Y TOTALES DEL ARCHIVO             *
001323**************************************
001324
001325 7500-I-LISTAR-COBERTURA.
001326
001327     MOVE 'COBERTURA POR SUCURSAL' TO WS-SEC-TEXTO.
001328     WRITE REG-LISTADO FROM WS-LIN-SECCION.
001329     WRITE REG-LISTADO FROM WS-CAB-COBERTURA.
001330
001331     SET WS-IDX-SCB TO 1.
001332     PERFORM 7600-I-LINEA-COBERTURA THRU 7600-F-LINEA-COBERTURA
001333        UNTIL WS-IDX-SCB > WS-CONT-SCB.
001334
001335     MOVE 'TOTAL DEPOSITOS (PESOS)'  TO WS-TOT-CONCEPTO.
001336     MOVE WS-TOTAL-DEPOSITOS         TO WS-TOT-IMPORTE.
001337     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
001338
001339     MOVE 'TOTAL CUBIERTO (PESOS)'   TO WS-TOT-CONCEPTO.
001340     MOVE WS-TOTAL-CUBIERTO          TO WS-TOT-IMPORTE.
001341     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
001342
001343     IF WS-LIS-CODE IS NOT EQUAL '00'
001344        DISPLAY '* ERROR EN WRITE LISTADO = ' WS-LIS-CODE
001345        MOVE 9999 TO RETURN-CODE
001346     END-IF.
001347
001348 7500-F-LISTAR-COBERTURA. EXIT.
001349
001350 7600-I-LINEA-COBERTURA.
001351
001352     MOVE WS-SCB-SUC(WS-IDX-SCB) TO WS-LCB-SUC.
001353     MOVE WS-SCB-SUC(WS-IDX-SCB) TO WS-BUSCA-SUC.
001354     PERFORM 7800-I-NOMBRE-SUC THRU 7800-F-NOMBRE-SUC.
001355     MOVE WS-SUC-NOMBRE-ED TO WS-LCB-NOMBRE.
001356
001357     MOVE WS-SCB-DEPOSIT(WS-IDX-SCB)  TO WS-LCB-DEPOSIT.
001358     MOVE WS-SCB-TOTAL(WS-IDX-SCB)    TO WS-LCB-TOTAL.
001359     MOVE WS-SCB-CUBIERTO(WS-IDX-SCB) TO WS-LCB-CUBIERTO.
001360     COMPUTE WS-LCB-NO-CUB = WS-SCB-TOTAL(WS-IDX-SCB)
001361                           - WS-SCB-CUBIERTO(WS-IDX-SCB).
001362
001363     WRITE REG-LISTADO FROM WS-LIN-COBERTURA.
001364
001365     SET WS-IDX-SCB UP BY 1.
001366
001367 7600-F-LINEA-COBERTURA. EXIT.
001368
001369**************************************
001370*  NOMBRE DE LA SUCURSAL             *
001371*  WS-BUSCA-SUC                      *
001372**************************************
001373
001374 7800-I-NOMBRE-SUC.
001375
001376     MOVE SPACES TO WS-SUC-NOMBRE-ED.
001377     SET WS-IDX-SUC TO 1.
001378     SET WS-NO-ENCONTRO TO TRUE.
001379
001380     PERFORM 7850-I-BUSCAR-SUC THRU 7850-F-BUSCAR-SUC
001381        UNTIL WS-IDX-SUC > WS-CONT-SUC OR WS-ENCONTRO.
001382
001383     IF WS-ENCONTRO
001384        MOVE WS-SUC-NOMBRE(WS-IDX-SUC) TO WS-SUC-NOMBRE-ED
001385     ELSE
001386        MOVE 'SIN SUCURSAL'            TO WS-SUC-NOMBRE-ED
001387     END-IF.
001388
001389 7800-F-NOMBRE-SUC. EXIT.
001390
001391 7850-I-BUSCAR-SUC.
001392
001393     IF WS-SUC-NRO(WS-IDX-SUC) EQUAL WS-BUSCA-SUC
001394        SET WS-ENCONTRO TO TRUE
001395     ELSE
001396        SET WS-IDX-SUC UP BY 1
001397     END-IF.
001398
001399 7850-F-BUSCAR-SUC. EXIT.
001400
001401**************************************
001402*                                    *
001403*  CUERPO FINAL CIERRE DE FILES      *
001404*                                    *
001405**************************************
001406 9999-I-FINAL.
001407
001408     IF WS-CURSOR-ABIERTO
001409        EXEC SQL
001410           CLOSE GARANTIA_CURSOR
001411        END-EXEC
001412     END-IF.
001413
001414     CLOSE PLAZOS
001415        IF WS-PFJ-CODE IS NOT EQUAL '00'
001416          DISPLAY '* ERROR EN CLOSE PLAZOS   = ' WS-PFJ-CODE
001417          MOVE 9999 TO RETURN-CODE
001418       END-IF.
001419
001420     CLOSE COTITULAR
001421        IF WS-CTI-CODE IS NOT EQUAL '00'
001422          DISPLAY '* ERROR EN CLOSE COTITULAR = ' WS-CTI-CODE
001423          MOVE 9999 TO RETURN-CODE
001424       END-IF.
001425
001426     CLOSE PERSONA
001427        IF WS-PER-CODE IS NOT EQUAL '00'
001428          DISPLAY '* ERROR EN CLOSE PERSONA  = ' WS-PER-CODE
001429          MOVE 9999 TO RETURN-CODE
001430       END-IF.
001431
001432     CLOSE GARANTIA
001433        IF WS-GAR-CODE IS NOT EQUAL '00'
001434          DISPLAY '* ERROR EN CLOSE GARANTIA = ' WS-GAR-CODE
001435          MOVE 9999 TO RETURN-CODE
001436       END-IF.
001437
001438     CLOSE LISTADO
001439        IF WS-LIS-CODE IS NOT EQUAL '00'
001440          DISPLAY '* ERROR EN CLOSE LISTADO  = ' WS-LIS-CODE
001441          MOVE 9999 TO RETURN-CODE
001442       END-IF.
001443
001444**********************************
001445*   MOSTRAR TOTALES DE CONTROL   *
001446**********************************
001447
001448     DISPLAY 'CUENTAS CON SALDO: '        WS-CONT-CUENTAS.
001449     DISPLAY 'PLAZOS FIJOS LEIDOS: '      WS-CONT-PLAZOS-LEI.
001450     DISPLAY 'PLAZOS FIJOS VIGENTES: '    WS-CONT-PLAZOS.
001451     DISPLAY 'PARTIDAS CONJUNTAS: '       WS-CONT-CONJUNTAS.
001452     DISPLAY 'DEPOSITANTES INFORMADOS: '  WS-CONT-DETALLES.
001453     DISPLAY 'DEPOSITANTES SIN PERSONA: ' WS-CONT-SIN-PERSONA.
001454     DISPLAY 'HISTORIA LEIDOS: '          WS-CONT-HIS-LEIDOS.
001455
001456 9999-F-FINAL. EXIT.
