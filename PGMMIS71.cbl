000001 IDENTIFICATION DIVISION.
000002*                                                        *
000003 PROGRAM-ID. PGMMIS71.
000004**********************************************************
000005*                                                        *
000006*  PROGRAMA PARA SQL EMBEBIDO                            *
000007*  INFORME MENSUAL DE GESTION (RENTABILIDAD) POR         *
000008*  SUCURSAL                                              *
000009*                                                        *
000010*  CORRE EL ULTIMO DIA HABIL DEL MES, ANTES DE PGMGEN69. *
000011*  POR SUCURSAL, Y AGRUPADO POR SUC-REGION (CPSUCUR):    *
000012*     INGRESOS: COMISIONES (70) E INTERES POR SOBREGIRO  *
000013*               (71) DE LA HISTORIA DEL MES              *
000014*     EGRESOS:  INTERES PAGADO AL CIERRE (72) Y EL       *
000015*               INTERES DE LOS PLAZOS FIJOS VENCIDOS EN  *
000016*               EL MES (EL 76 ACREDITA CAPITAL MAS       *
000017*               INTERES; EL INTERES SE TOMA DEL          *
000018*               CERTIFICADO PAGADO EN PLAZOF19)          *
000019*     MARGEN NETO E IMPUESTO RETENIDO (75, INFORMATIVO)  *
000020*     DEPOSITO PROMEDIO POR MONEDA: SALDO DIARIO DEL     *
000021*               CLIENTE SEGUN LA HISTORIA (SALDO         *
000022*               RESULTANTE) Y EL MAESTRO, PROMEDIADO EN  *
000023*               LOS DIAS DEL MES; VALUADO CON COTIZA     *
000024*     SALDO DE CUENTAS A FIN DE MES (ITPFBIO.TBCUENTAS)  *
000025*     CLIENTES ACTIVOS (CON MOVIMIENTOS EN EL MES) Y     *
000026*     CUENTAS ABIERTAS / CERRADAS (AUDITORIA AUDCTA19)   *
000027*                                                        *
000028*  LA SUCURSAL DEL CLIENTE ES LA DE SU ULTIMO MOVIMIENTO *
000029*  DE SUCURSAL EN LOS 12 MESES (COMO PGMGAR65). LOS      *
000030*  DOLARES SE VALUAN A LA COTIZACION DE FIN DE MES.      *
000031*  CADA CIFRA SE COMPARA CON EL MES ANTERIOR Y LAS       *
000032*  TENDENCIAS SALEN DE LA HISTORIA DE 12 MESES MISHIS19  *
000033*  (CPMISHIS), QUE EL PROGRAMA MANTIENE                  *
000034*                                                        *
000035*  PARAMETROS (SYSIN, OPCIONAL): PERIODO=AAAAMM          *
000036*  (DEFECTO EL MES DE LA FECHA DE PROCESO)               *
000037*                                                        *
000038**********************************************************
000039*      MANTENIMIENTO DE PROGRAMA                         *
000040**********************************************************
000041*  FECHA      *       DETALLE        *
000042**************************************
000043* 15/10/2026  * INFORME MENSUAL DE   *
000044*             * GESTION POR          *
000045*             * SUCURSAL Y REGION    *
000046**************************************
000047 AUTHOR. NAHUEL GATTARI.
000048 ENVIRONMENT DIVISION.
000049 CONFIGURATION SECTION.
000050 SPECIAL-NAMES.
000051     DECIMAL-POINT IS COMMA.
000052
000053 INPUT-OUTPUT SECTION.
000054 FILE-CONTROL.
000055
000056       SELECT MAESTRO  ASSIGN DDMAE
000057       ORGANIZATION   IS INDEXED
000058       ACCESS IS SEQUENTIAL
000059       RECORD KEY IS WS-CLAVE-MAE
000060       FILE STATUS IS WS-MAE-CODE.
000061
000062       SELECT PERSONA  ASSIGN DDPER
000063       ORGANIZATION   IS INDEXED
000064       ACCESS IS DYNAMIC
000065       RECORD KEY IS WS-CLAVE-PER
000066       ALTERNATE RECORD KEY IS WS-CLAVE-PER-CLI
000067       FILE STATUS IS WS-PER-CODE.
000068
000069       SELECT PLAZOS   ASSIGN DDPFJ
000070       ORGANIZATION   IS INDEXED
000071       ACCESS IS SEQUENTIAL
000072       RECORD KEY IS PFJ-NRO-CERT
000073       FILE STATUS IS WS-PFJ-CODE.
000074
000075       SELECT AUDITORIA ASSIGN DDAUD
000076              FILE STATUS IS WS-AUD-CODE.
000077
000078       SELECT MISHIS   ASSIGN DDMIH
000079       ORGANIZATION   IS INDEXED
000080       ACCESS IS DYNAMIC
000081       RECORD KEY IS MIH-CLAVE
000082       FILE STATUS IS WS-MIH-CODE.
000083
000084       SELECT SUCURSAL ASSIGN DDSUC
000085              FILE STATUS IS WS-SUC-CODE.
000086
000087       SELECT COTIZA   ASSIGN DDCOT
000088              FILE STATUS IS WS-COT-CODE.
000089
000090       SELECT LISTADO  ASSIGN DDLIS
000091              FILE STATUS IS WS-LIS-CODE.
000092
000093       SELECT PARMIN   ASSIGN SYSIN
000094              FILE STATUS IS WS-PRM-CODE.
000095
000096       SELECT RUNCTL   ASSIGN DDRUN
000097              FILE STATUS IS WS-RUN-CODE.
000098
000099 DATA DIVISION.
000100 FILE SECTION.
000101 FD MAESTRO.
000102
000103 01 REG-MAESTRO.
000104    03 WS-CLAVE-MAE PIC X(13).
000105    03 FILLER       PIC X(37).
000106
000107 FD PERSONA.
000108
000109     COPY CPPERSO.
000110
000111 01  WS-REG-PERSONA-CLAVE REDEFINES REG-PERSONA.
000112     03  WS-CLAVE-PER.
000113         05  WS-CLAVE-PER-TIP   PIC X(02).
000114         05  WS-CLAVE-PER-NRO   PIC 9(11).
000115     03  FILLER                 PIC X(04).
000116     03  WS-CLAVE-PER-CLI       PIC 9(03).
000117     03  FILLER                 PIC X(140).
000118
000119 FD PLAZOS.
000120
000121     COPY CPPLAZO.
000122
000123 FD AUDITORIA
000124      BLOCK CONTAINS 0 RECORDS
000125      RECORDING MODE IS F.
000126
000127     COPY CPAUDCTA.
000128
000129 FD MISHIS.
000130
000131     COPY CPMISHIS.
000132
000133 FD SUCURSAL
000134      BLOCK CONTAINS 0 RECORDS
000135      RECORDING MODE IS F.
000136
000137     COPY CPSUCUR.
000138
000139 FD COTIZA
000140      BLOCK CONTAINS 0 RECORDS
000141      RECORDING MODE IS F.
000142
000143 01  REG-COTIZA.
000144     05  COT-MONEDA       PIC X(02).
000145     05  COT-FECHA        PIC 9(08).
000146     05  COT-COTIZACION   PIC 9(07)V9(04).
000147     05  FILLER           PIC X(59).
000148
000149 FD LISTADO
000150      BLOCK CONTAINS 0 RECORDS
000151      RECORDING MODE IS F.
000152
000153 01 REG-LISTADO     PIC X(132).
000154
000155 FD PARMIN
000156      BLOCK CONTAINS 0 RECORDS
000157      RECORDING MODE IS F.
000158
000159 01  REG-PARMIN      PIC X(80).
000160
000161 FD RUNCTL
000162      BLOCK CONTAINS 0 RECORDS
000163      RECORDING MODE IS F.
000164
000165     COPY CPRUNCTL.
000166
000167**************************************
000168 WORKING-STORAGE SECTION.
000169**************************************
000170 77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000171 77  WS-MAE-CODE      PIC XX    VALUE SPACES.
000172 77  WS-PER-CODE      PIC XX    VALUE SPACES.
000173 77  WS-PFJ-CODE      PIC XX    VALUE SPACES.
000174 77  WS-AUD-CODE      PIC XX    VALUE SPACES.
000175 77  WS-MIH-CODE      PIC XX    VALUE SPACES.
000176 77  WS-SUC-CODE      PIC XX    VALUE SPACES.
000177 77  WS-COT-CODE      PIC XX    VALUE SPACES.
000178 77  WS-LIS-CODE      PIC XX    VALUE SPACES.
000179 77  WS-PRM-CODE      PIC XX    VALUE SPACES.
000180 77  WS-RUN-CODE      PIC XX    VALUE SPACES.
000181 77  FS-SQLCODE       PIC -999  VALUE ZEROS.
000182 77  WS-PGMHIS        PIC X(8)  VALUE 'PGMHIS'.
000183
000184************
000185*CONTADORES*
000186************
000187 77  WS-CONT-HIS-LEIDOS   PIC 9(8)     VALUE ZEROS.
000188 77  WS-CONT-HIS-MES      PIC 9(8)     VALUE ZEROS.
000189 77  WS-CONT-MAESTRO      PIC 9(8)     VALUE ZEROS.
000190 77  WS-CONT-PLAZOS       PIC 9(8)     VALUE ZEROS.
000191 77  WS-CONT-AUDITORIA    PIC 9(8)     VALUE ZEROS.
000192 77  WS-CONT-CUENTAS      PIC 9(8)     VALUE ZEROS.
000193 77  WS-CONT-SIN-PERSONA  PIC 9(8)     VALUE ZEROS.
000194 77  WS-CONT-MIH-GRABADOS PIC 9(8)     VALUE ZEROS.
000195 77  WS-CONT-MIH-BORRADOS PIC 9(8)     VALUE ZEROS.
000196
000197 01  WS-TOTAL-VENC-PF     PIC S9(15)V99 COMP-3 VALUE ZEROS.
000198
000199********************
000200*      FLAGS       *
000201********************
000202
000203 01  WS-STATUS-FIN    PIC X.
000204     88  WS-FIN-LECTURA         VALUE 'Y'.
000205     88  WS-NO-FIN-LECTURA      VALUE 'N'.
000206
000207 01  WS-STA-AUX       PIC X     VALUE 'N'.
000208     88  WS-FIN-AUX             VALUE 'Y'.
000209     88  WS-NO-FIN-AUX          VALUE 'N'.
000210
000211 01  WS-SW-BUSCA      PIC X     VALUE 'N'.
000212     88  WS-ENCONTRO            VALUE 'Y'.
000213     88  WS-NO-ENCONTRO         VALUE 'N'.
000214
000215 01  WS-SW-CURSOR     PIC X     VALUE 'N'.
000216     88  WS-CURSOR-ABIERTO      VALUE 'S'.
000217     88  WS-CURSOR-CERRADO      VALUE 'N'.
000218
000219 01  WS-SW-MISHIS     PIC X     VALUE 'N'.
000220     88  WS-MISHIS-ABIERTO      VALUE 'S'.
000221     88  WS-MISHIS-CERRADO      VALUE 'N'.
000222
000223**************************************
000224*   PERIODO DEL INFORME Y FECHAS     *
000225**************************************
000226
000227 01  WS-FECHA-PROCESO     PIC 9(08)    VALUE ZEROS.
000228
000229 01  WS-PERIODO           PIC 9(06)    VALUE ZEROS.
000230 01  WS-PERIODO-R REDEFINES WS-PERIODO.
000231     03  WS-PER-AAAA      PIC 9(04).
000232     03  WS-PER-MM        PIC 9(02).
000233
000234 01  WS-PERIODO-ANT       PIC 9(06)    VALUE ZEROS.
000235 01  WS-PERIODO-DESDE     PIC 9(06)    VALUE ZEROS.
000236
000237 01  WS-PERIODO-AUX       PIC 9(06)    VALUE ZEROS.
000238 01  WS-PERIODO-AUX-R REDEFINES WS-PERIODO-AUX.
000239     03  WS-PAX-AAAA      PIC 9(04).
000240     03  WS-PAX-MM        PIC 9(02).
000241
000242 01  WS-FECHA-DESDE-MES   PIC 9(08)    VALUE ZEROS.
000243 01  WS-FECHA-HASTA-MES   PIC 9(08)    VALUE ZEROS.
000244 01  WS-FECHA-VENTANA     PIC 9(08)    VALUE ZEROS.
000245
000246 77  WS-DIAS-MES          PIC 9(02)    VALUE ZEROS.
000247 77  WS-MESES-PERIODO     PIC 9(06)    VALUE ZEROS.
000248 77  WS-MESES-AUX         PIC 9(06)    VALUE ZEROS.
000249 77  WS-COCIENTE          PIC 9(06)    VALUE ZEROS.
000250 77  WS-RESTO-4           PIC 9(03)    VALUE ZEROS.
000251 77  WS-RESTO-100         PIC 9(03)    VALUE ZEROS.
000252 77  WS-RESTO-400         PIC 9(03)    VALUE ZEROS.
000253
000254 01  WS-FECHA-MOV         PIC 9(08)    VALUE ZEROS.
000255 01  WS-FECHA-MOV-R REDEFINES WS-FECHA-MOV.
000256     03  WS-FMV-AAAAMM    PIC 9(06).
000257     03  WS-FMV-DD        PIC 9(02).
000258
000259 01  WS-MES-GUION.
000260     03  WS-MGU-MM        PIC 9(02)    VALUE ZEROS.
000261     03  FILLER           PIC X(01)    VALUE '-'.
000262     03  WS-MGU-AAAA      PIC 9(04)    VALUE ZEROS.
000263
000264 01  WS-DIAS-POR-MES.
000265     03  FILLER           PIC X(24)    VALUE
000266         '312831303130313130313031'.
000267 01  WS-DIAS-POR-MES-R REDEFINES WS-DIAS-POR-MES.
000268     03  WS-DIAS-TABLA    PIC 9(02)    OCCURS 12 TIMES.
000269
000270**************************************
000271*   COTIZACION DEL DOLAR A FIN DE    *
000272*   MES                              *
000273**************************************
000274
000275 01  WS-COT-DOLAR         PIC 9(07)V9(04) VALUE ZEROS.
000276 01  WS-COT-FECHA         PIC 9(08)       VALUE ZEROS.
000277
000278**************************************
000279*   CIFRAS DEL INFORME               *
000280**************************************
000281
000282 77  WS-CANT-CIFRAS       PIC 9(02)    VALUE 15.
000283 77  WS-SUB-FIG           PIC 9(02)    VALUE ZEROS.
000284
000285 01  WS-NOMBRES-CIFRAS.
000286     03  FILLER  PIC X(30) VALUE 'COMISIONES (70)'.
000287     03  FILLER  PIC X(30) VALUE 'INTERES POR SOBREGIRO (71)'.
000288     03  FILLER  PIC X(30) VALUE 'TOTAL INGRESOS'.
000289     03  FILLER  PIC X(30) VALUE 'INTERES PAGADO AL CIERRE (72)'.
000290     03  FILLER  PIC X(30) VALUE 'INTERES DE PLAZOS FIJOS (76)'.
000291     03  FILLER  PIC X(30) VALUE 'TOTAL EGRESOS'.
000292     03  FILLER  PIC X(30) VALUE 'MARGEN NETO'.
000293     03  FILLER  PIC X(30) VALUE 'IMPUESTO RETENIDO (75)'.
000294     03  FILLER  PIC X(30) VALUE 'DEPOSITO PROMEDIO PESOS'.
000295     03  FILLER  PIC X(30) VALUE 'DEPOSITO PROMEDIO DOLARES'.
000296     03  FILLER  PIC X(30) VALUE 'DEPOSITO PROMEDIO VALUADO'.
000297     03  FILLER  PIC X(30) VALUE 'SALDO CUENTAS FIN DE MES'.
000298     03  FILLER  PIC X(30) VALUE 'CLIENTES ACTIVOS'.
000299     03  FILLER  PIC X(30) VALUE 'CUENTAS ABIERTAS'.
000300     03  FILLER  PIC X(30) VALUE 'CUENTAS CERRADAS'.
000301 01  WS-NOMBRES-CIFRAS-R REDEFINES WS-NOMBRES-CIFRAS.
000302     03  WS-NOMBRE-CIFRA  PIC X(30)    OCCURS 15 TIMES.
000303
000304**************************************
000305*   CIFRAS POR SUCURSAL (SUBINDICE = *
000306*   NRO DE SUCURSAL + 1; LA 00 ES LA *
000307*   DE LOS CLIENTES SIN SUCURSAL)    *
000308**************************************
000309
000310 77  WS-SUB-SUC       PIC 9(03)     VALUE ZEROS.
000311 77  WS-BUSCA-SUC     PIC 9(02)     VALUE ZEROS.
000312
000313 01  WS-TABLA-SUCURSALES.
000314     05  WS-SMI-ENTRADA OCCURS 100 TIMES.
000315         10  WS-SMI-NOMBRE   PIC X(20).
000316         10  WS-SMI-REGION   PIC X(10).
000317         10  WS-SMI-MAESTRO  PIC X(01).
000318         10  WS-SMI-LISTAR   PIC X(01).
000319         10  WS-SMI-ACT      PIC S9(13)V99 COMP-3
000320                             OCCURS 15 TIMES.
000321         10  WS-SMI-ANT      PIC S9(13)V99 COMP-3
000322                             OCCURS 15 TIMES.
000323         10  WS-SMI-TEN-MARGEN PIC S9(13)V99 COMP-3
000324                             OCCURS 12 TIMES.
000325         10  WS-SMI-TEN-PROMED PIC S9(13)V99 COMP-3
000326                             OCCURS 12 TIMES.
000327
000328**************************************
000329*   CIFRAS POR REGION Y DEL BANCO    *
000330**************************************
000331
000332 77  WS-CONT-REG      PIC 9(02)     VALUE ZEROS.
000333 77  WS-SUB-REG       PIC 9(02)     VALUE ZEROS.
000334 77  WS-BUSCA-REG     PIC X(10)     VALUE SPACES.
000335
000336 01  WS-TABLA-REGIONES.
000337     05  WS-REG-ENTRADA OCCURS 20 TIMES.
000338         10  WS-REG-NOMBRE   PIC X(10).
000339         10  WS-REG-ACT      PIC S9(13)V99 COMP-3
000340                             OCCURS 15 TIMES.
000341         10  WS-REG-ANT      PIC S9(13)V99 COMP-3
000342                             OCCURS 15 TIMES.
000343
000344 01  WS-TOTAL-BANCO.
000345     05  WS-TOT-ACT          PIC S9(13)V99 COMP-3
000346                             OCCURS 15 TIMES.
000347     05  WS-TOT-ANT          PIC S9(13)V99 COMP-3
000348                             OCCURS 15 TIMES.
000349     05  WS-TOT-TEN-MARGEN   PIC S9(13)V99 COMP-3
000350                             OCCURS 12 TIMES.
000351     05  WS-TOT-TEN-PROMED   PIC S9(13)V99 COMP-3
000352                             OCCURS 12 TIMES.
000353
000354**************************************
000355*   CIFRAS DEL BLOQUE EN IMPRESION   *
000356**************************************
000357
000358 01  WS-BLOQUE.
000359     05  WS-BLQ-ACT          PIC S9(13)V99 COMP-3
000360                             OCCURS 15 TIMES.
000361     05  WS-BLQ-ANT          PIC S9(13)V99 COMP-3
000362                             OCCURS 15 TIMES.
000363
000364 01  WS-VARIACION         PIC S9(13)V99 COMP-3 VALUE ZEROS.
000365 01  WS-PORCENTAJE        PIC S9(05)V9  COMP-3 VALUE ZEROS.
000366
000367**************************************
000368*   TENDENCIAS (12 MESES)            *
000369**************************************
000370
000371 77  WS-SUB-MES       PIC 9(02)     VALUE ZEROS.
000372 01  WS-MILES         PIC S9(09)    COMP-3 VALUE ZEROS.
000373
000374 01  WS-TABLA-PERIODOS.
000375     05  WS-TPE-PERIODO  PIC 9(06)  OCCURS 12 TIMES.
000376
000377**************************************
000378*   CLIENTES: SUCURSAL, CONCEPTOS    *
000379*   DEL MES Y SALDOS POR MONEDA      *
000380*   (1 = PESOS, 2 = DOLARES)         *
000381**************************************
000382
000383 77  WS-CONT-CMI      PIC 9(03)     VALUE ZEROS.
000384 77  WS-BUSCA-CMI     PIC X(13)     VALUE SPACES.
000385 77  WS-SUB-MON       PIC 9(01)     VALUE ZEROS.
000386
000387 01  WS-TABLA-CLIENTES.
000388     05  WS-CMI-ENTRADA OCCURS 999 TIMES
000389             INDEXED BY WS-IDX-CMI.
000390         10  WS-CMI-CLAVE     PIC X(13).
000391         10  WS-CMI-FECHA-SUC PIC 9(08).
000392         10  WS-CMI-SUC       PIC 9(02).
000393         10  WS-CMI-ACTIVO    PIC X(01).
000394         10  WS-CMI-COMISION  PIC S9(11)V99 COMP-3.
000395         10  WS-CMI-INT-SOB   PIC S9(11)V99 COMP-3.
000396         10  WS-CMI-INT-CIE   PIC S9(11)V99 COMP-3.
000397         10  WS-CMI-INT-PF    PIC S9(11)V99 COMP-3.
000398         10  WS-CMI-IMPUESTO  PIC S9(11)V99 COMP-3.
000399         10  WS-CMI-MONEDA OCCURS 2 TIMES.
000400             15  WS-CMM-HAY-MES   PIC X(01).
000401             15  WS-CMM-FECHA-MES PIC 9(08).
000402             15  WS-CMM-SALDO-MES PIC S9(11)V99 COMP-3.
000403             15  WS-CMM-HAY-ANT   PIC X(01).
000404             15  WS-CMM-FECHA-ANT PIC 9(08).
000405             15  WS-CMM-SALDO-ANT PIC S9(11)V99 COMP-3.
000406             15  WS-CMM-PONDERADO PIC S9(15)V99 COMP-3.
000407             15  WS-CMM-HAY-MAE   PIC X(01).
000408             15  WS-CMM-SALDO-MAE PIC S9(11)V99 COMP-3.
000409
000410 01  WS-VALUADO           PIC S9(13)V99 COMP-3 VALUE ZEROS.
000411 01  WS-PROMEDIO          PIC S9(13)V99 COMP-3 VALUE ZEROS.
000412 01  WS-INTERES-PF        PIC S9(11)V99 COMP-3 VALUE ZEROS.
000413 01  WS-CLIENTE-AUX       PIC 9(05)    VALUE ZEROS.
000414 01  WS-MONEDA-AUX        PIC X(02)    VALUE SPACES.
000415
000416**************************************
000417*         LAYOUT MAESTRO CLIENTES    *
000418*                                    *
000419*         LARGO 50 BYTES             *
000420*        VSAM KSDS KEY (1,13)        *
000421*                                    *
000422*        ALT KEY NRO-CLI  (18,3)     *
000423**************************************
000424
000425 01  WS-REG-MAESTRO.
000426     03  WS-TIP-DOC            PIC X(02)    VALUE SPACES.
000427     03  WS-NRO-DOC            PIC 9(11)    VALUE ZEROS.
000428     03  FILLER                PIC X(04)    VALUE SPACES.
000429     03  WS-CLI-NRO            PIC 9(03)    VALUE ZEROS.
000430     03  WS-CLI-SALDO          PIC S9(09)V99 COMP-3 VALUE ZEROS.
000431     03  WS-CLI-AAAAMMDD       PIC 9(08)    VALUE ZEROS.
000432     03  WS-CLI-SALDO-USD      PIC S9(09)V99 COMP-3 VALUE ZEROS.
000433     03  FILLER                PIC X(10)    VALUE SPACES.
000434
000435**************************************
000436*   ACCESO A LA HISTORIA (PGMHIS)    *
000437**************************************
000438
000439     COPY CPLKHIS.
000440
000441     COPY CPMOVHIS.
000442
000443***********************************
000444*       TITULO Y DETALLE          *
000445***********************************
000446
000447 01  WS-TITULO.
000448     03  FILLER              PIC X(20)    VALUE  SPACES.
000449     03  FILLER              PIC X(40)    VALUE
000450      'INFORME DE GESTION POR SUCURSAL         '.
000451     03  FILLER              PIC X(09)    VALUE 'PERIODO: '.
000452     03  WS-TIT-PERIODO      PIC 9(06)    VALUE ZEROS.
000453     03  FILLER              PIC X(05)    VALUE SPACES.
000454     03  FILLER              PIC X(07)    VALUE 'FECHA: '.
000455     03  WS-TIT-FECHA        PIC 9(08)    VALUE ZEROS.
000456     03  FILLER              PIC X(05)    VALUE SPACES.
000457     03  FILLER              PIC X(08)    VALUE 'DOLAR: '.
000458     03  WS-TIT-COTIZ        PIC Z.ZZZ.ZZ9,9999 VALUE ZEROS.
000459     03  FILLER              PIC X(10)    VALUE SPACES.
000460
000461 01  WS-LIN-SECCION.
000462     03  FILLER              PIC X(02)    VALUE SPACES.
000463     03  WS-SEC-TEXTO        PIC X(70)    VALUE SPACES.
000464     03  FILLER              PIC X(60)    VALUE SPACES.
000465
000466 01  WS-LIN-BLOQUE.
000467     03  FILLER    PIC X(02)    VALUE SPACES.
000468     03  WS-BLO-TEXTO    PIC X(12)    VALUE SPACES.
000469     03  WS-BLO-SUC      PIC X(03)    VALUE SPACES.
000470     03  WS-BLO-NOMBRE   PIC X(20)    VALUE SPACES.
000471     03  FILLER    PIC X(02)    VALUE SPACES.
000472     03  WS-BLO-RTEXTO   PIC X(08)    VALUE SPACES.
000473     03  WS-BLO-REGION   PIC X(10)    VALUE SPACES.
000474     03  FILLER    PIC X(75)    VALUE SPACES.
000475
000476 01  WS-CAB-CIFRAS.
000477     03  FILLER    PIC X(04)    VALUE SPACES.
000478     03  FILLER    PIC X(32)    VALUE 'CONCEPTO'.
000479     03  FILLER    PIC X(21)    VALUE '         MES ACTUAL'.
000480     03  FILLER    PIC X(21)    VALUE '       MES ANTERIOR'.
000481     03  FILLER    PIC X(21)    VALUE '          VARIACION'.
000482     03  FILLER    PIC X(09)    VALUE '   VAR %'.
000483     03  FILLER    PIC X(24)    VALUE SPACES.
000484
000485 01  WS-LIN-CIFRA.
000486     03  FILLER    PIC X(04)    VALUE SPACES.
000487     03  WS-LCF-NOMBRE    PIC X(30)    VALUE SPACES.
000488     03  FILLER    PIC X(02)    VALUE SPACES.
000489     03  WS-LCF-ACTUAL    PIC -ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000490     03  FILLER    PIC X(02)    VALUE SPACES.
000491     03  WS-LCF-ANTERIOR  PIC -ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000492     03  FILLER    PIC X(02)    VALUE SPACES.
000493     03  WS-LCF-VARIACION PIC -ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000494     03  FILLER    PIC X(02)    VALUE SPACES.
000495     03  WS-LCF-PORC      PIC -ZZZ9,9      VALUE ZEROS.
000496     03  WS-LCF-PORC-X REDEFINES WS-LCF-PORC PIC X(07).
000497     03  FILLER    PIC X(26)    VALUE SPACES.
000498
000499 01  WS-LIN-CANTIDAD.
000500     03  FILLER    PIC X(04)    VALUE SPACES.
000501     03  WS-LCA-NOMBRE    PIC X(30)    VALUE SPACES.
000502     03  FILLER    PIC X(05)    VALUE SPACES.
000503     03  WS-LCA-ACTUAL    PIC -ZZZ.ZZZ.ZZ9 VALUE ZEROS.
000504     03  FILLER    PIC X(09)    VALUE SPACES.
000505     03  WS-LCA-ANTERIOR  PIC -ZZZ.ZZZ.ZZ9 VALUE ZEROS.
000506     03  FILLER    PIC X(09)    VALUE SPACES.
000507     03  WS-LCA-VARIACION PIC -ZZZ.ZZZ.ZZ9 VALUE ZEROS.
000508     03  FILLER    PIC X(05)    VALUE SPACES.
000509     03  WS-LCA-PORC      PIC -ZZZ9,9      VALUE ZEROS.
000510     03  WS-LCA-PORC-X REDEFINES WS-LCA-PORC PIC X(07).
000511     03  FILLER    PIC X(26)    VALUE SPACES.
000512
000513 01  WS-CAB-TENDENCIA.
000514     03  FILLER    PIC X(02)    VALUE SPACES.
000515     03  FILLER    PIC X(19)    VALUE 'SUC NOMBRE'.
000516     03  WS-CTE-COLUMNA OCCURS 12 TIMES.
000517         05  FILLER         PIC X(02).
000518         05  WS-CTE-MM      PIC 9(02).
000519         05  WS-CTE-BARRA   PIC X(01).
000520         05  WS-CTE-AAAA    PIC 9(04).
000521     03  FILLER    PIC X(03)    VALUE SPACES.
000522
000523 01  WS-LIN-TENDENCIA.
000524     03  FILLER    PIC X(02)    VALUE SPACES.
000525     03  WS-LTE-SUC      PIC X(03)    VALUE SPACES.
000526     03  WS-LTE-NOMBRE   PIC X(15)    VALUE SPACES.
000527     03  FILLER    PIC X(01)    VALUE SPACES.
000528     03  WS-LTE-COLUMNA OCCURS 12 TIMES.
000529         05  FILLER         PIC X(01).
000530         05  WS-LTE-VALOR   PIC -ZZZZZZ9.
000531     03  FILLER    PIC X(03)    VALUE SPACES.
000532
000533 77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
000534
000535**************************************
000536*     AREA DE COMUNICACION DB2       *
000537**************************************
000538
000539      EXEC SQL
000540        INCLUDE SQLCA
000541      END-EXEC.
000542
000543      EXEC SQL
000544        INCLUDE TBCUE
000545      END-EXEC.
000546
000547      EXEC SQL
000548        DECLARE GESTION_CURSOR CURSOR
000549       WITH HOLD
000550        FOR
000551        SELECT TIPO_CUENTA,
000552               NRO_CUENTA,
000553               MONEDA,
000554               NRO_CLIENTE,
000555               SALDO_ACTUAL
000556
000557        FROM  ITPFBIO.TBCUENTAS
000558        WHERE SALDO_ACTUAL > 0
000559
000560      END-EXEC.
000561
000562***************************************************************.
000563 PROCEDURE DIVISION.
000564**************************************
000565*                                    *
000566*  CUERPO PRINCIPAL DEL PROGRAMA     *
000567*                                    *
000568**************************************
000569 MAIN-PROGRAM.
000570
000571     PERFORM 1000-I-INICIO  THRU 1000-F-INICIO.
000572
000573     IF RETURN-CODE EQUAL ZEROS
000574        PERFORM 2500-I-MAESTRO THRU 2500-F-MAESTRO
000575        PERFORM 3000-I-PLAZOS-FIJOS THRU 3000-F-PLAZOS-FIJOS
000576        PERFORM 3500-I-AUDITORIA THRU 3500-F-AUDITORIA
000577     END-IF.
000578
000579     IF RETURN-CODE EQUAL ZEROS
000580        PERFORM 4000-I-CUENTAS THRU 4000-F-CUENTAS
000581     END-IF.
000582
000583     IF RETURN-CODE EQUAL ZEROS
000584        PERFORM 5000-I-IMPUTAR-CLIENTES
000585           THRU 5000-F-IMPUTAR-CLIENTES
000586        PERFORM 6000-I-GRABAR-MISHIS THRU 6000-F-GRABAR-MISHIS
000587     END-IF.
000588
000589     IF RETURN-CODE EQUAL ZEROS
000590        PERFORM 6500-I-LEER-MISHIS THRU 6500-F-LEER-MISHIS
000591     END-IF.
000592
000593     IF RETURN-CODE EQUAL ZEROS
000594        PERFORM 7000-I-LISTAR-CIFRAS THRU 7000-F-LISTAR-CIFRAS
000595        PERFORM 8000-I-LISTAR-TENDENCIAS
000596           THRU 8000-F-LISTAR-TENDENCIAS
000597     END-IF.
000598
000599     PERFORM 9999-I-FINAL   THRU 9999-F-FINAL.
000600
000601 F-MAIN-PROGRAM. GOBACK.
000602
000603**************************************
000604*                                    *
000605*  CUERPO INICIO APERTURA ARCHIVOS   *
000606*                                    *
000607**************************************
000608 1000-I-INICIO.
000609
000610     SET WS-NO-FIN-LECTURA TO TRUE.
000611
000612     PERFORM 1100-I-LEER-RUNCTL THRU 1100-F-LEER-RUNCTL.
000613
000614     IF NOT WS-FIN-LECTURA
000615        PERFORM 1150-I-LEER-PARM THRU 1150-F-LEER-PARM
000616        PERFORM 1180-I-FECHAS    THRU 1180-F-FECHAS
000617     END-IF.
000618
000619*    LA HISTORIA SE CARGA ANTES DE ABRIR LOS DEMAS ARCHIVOS
000620
000621     IF NOT WS-FIN-LECTURA
000622        PERFORM 1400-I-CARGAR-HISTORIA
000623           THRU 1400-F-CARGAR-HISTORIA
000624     END-IF.
000625
000626     IF NOT WS-FIN-LECTURA
000627
000628        OPEN INPUT MAESTRO
000629        IF WS-MAE-CODE IS NOT EQUAL '00'
000630           DISPLAY '* ERROR EN OPEN MAESTRO  = ' WS-MAE-CODE
000631           MOVE 9999 TO RETURN-CODE
000632           SET  WS-FIN-LECTURA TO TRUE
000633        END-IF
000634
000635        OPEN INPUT PERSONA
000636        IF WS-PER-CODE IS NOT EQUAL '00'
000637           DISPLAY '* ERROR EN OPEN PERSONA  = ' WS-PER-CODE
000638           MOVE 9999 TO RETURN-CODE
000639           SET  WS-FIN-LECTURA TO TRUE
000640        END-IF
000641
000642        OPEN INPUT PLAZOS
000643        IF WS-PFJ-CODE IS NOT EQUAL '00'
000644           DISPLAY '* ERROR EN OPEN PLAZOS   = ' WS-PFJ-CODE
000645           MOVE 9999 TO RETURN-CODE
000646           SET  WS-FIN-LECTURA TO TRUE
000647        END-IF
000648
000649        OPEN INPUT AUDITORIA
000650        IF WS-AUD-CODE IS NOT EQUAL '00'
000651           DISPLAY '* ERROR EN OPEN AUDITORIA = ' WS-AUD-CODE
000652           MOVE 9999 TO RETURN-CODE
000653           SET  WS-FIN-LECTURA TO TRUE
000654        END-IF
000655
000656        OPEN I-O MISHIS
000657        IF WS-MIH-CODE IS NOT EQUAL '00'
000658           DISPLAY '* ERROR EN OPEN MISHIS   = ' WS-MIH-CODE
000659           MOVE 9999 TO RETURN-CODE
000660           SET  WS-FIN-LECTURA TO TRUE
000661        ELSE
000662           SET  WS-MISHIS-ABIERTO TO TRUE
000663        END-IF
000664
000665        OPEN OUTPUT LISTADO
000666        IF WS-LIS-CODE IS NOT EQUAL '00'
000667           DISPLAY '* ERROR EN OPEN LISTADO  = ' WS-LIS-CODE
000668           MOVE 9999 TO RETURN-CODE
000669           SET  WS-FIN-LECTURA TO TRUE
000670        END-IF
000671     END-IF.
000672
000673     IF NOT WS-FIN-LECTURA
000674        PERFORM 1200-I-CARGAR-COTIZA THRU 1200-F-CARGAR-COTIZA
000675     END-IF.
000676
000677     IF NOT WS-FIN-LECTURA
000678        PERFORM 1300-I-CARGAR-SUCURSALES
000679           THRU 1300-F-CARGAR-SUCURSALES
000680        MOVE WS-PERIODO       TO WS-TIT-PERIODO
000681        MOVE WS-FECHA-PROCESO TO WS-TIT-FECHA
000682        MOVE WS-COT-DOLAR     TO WS-TIT-COTIZ
000683        WRITE REG-LISTADO FROM WS-TITULO
000684     END-IF.
000685
000686 1000-F-INICIO.   EXIT.
000687
000688**************************************
000689*  FECHA DE PROCESO DEL CICLO        *
000690**************************************
000691
000692 1100-I-LEER-RUNCTL.
000693
000694     OPEN INPUT RUNCTL.
000695
000696     IF WS-RUN-CODE NOT EQUAL '00'
000697        DISPLAY '* ERROR EN OPEN RUNCTL   = ' WS-RUN-CODE
000698        MOVE 9999 TO RETURN-CODE
000699        SET  WS-FIN-LECTURA TO TRUE
000700        GO TO 1100-F-LEER-RUNCTL
000701     END-IF.
000702
000703     READ RUNCTL.
000704     IF WS-RUN-CODE NOT EQUAL '00'
000705        DISPLAY '* ERROR EN LECTURA RUNCTL = ' WS-RUN-CODE
000706        MOVE 9999 TO RETURN-CODE
000707        SET  WS-FIN-LECTURA TO TRUE
000708        CLOSE RUNCTL
000709        GO TO 1100-F-LEER-RUNCTL
000710     END-IF.
000711
000712     MOVE RUN-FECHA-PROCESO TO WS-FECHA-PROCESO.
000713     MOVE RUN-FECHA-PROCESO(1:6) TO WS-PERIODO.
000714
000715     CLOSE RUNCTL.
000716
000717 1100-F-LEER-RUNCTL. EXIT.
000718
000719**************************************
000720*  TARJETA DE PARAMETROS (OPCIONAL)  *
000721*  PERIODO=AAAAMM                    *
000722**************************************
000723
000724 1150-I-LEER-PARM.
000725
000726     OPEN INPUT PARMIN.
000727
000728     IF WS-PRM-CODE EQUAL '00'
000729        MOVE SPACES TO REG-PARMIN
000730        READ PARMIN
000731           AT END
000732              CONTINUE
000733           NOT AT END
000734              IF REG-PARMIN(1:8) EQUAL 'PERIODO='
000735                 AND REG-PARMIN(9:6) IS NUMERIC
000736                 MOVE REG-PARMIN(9:6) TO WS-PERIODO
000737              END-IF
000738        END-READ
000739        CLOSE PARMIN
000740     END-IF.
000741
000742     IF WS-PER-MM < 1 OR WS-PER-MM > 12
000743        DISPLAY '* ERROR: PERIODO INVALIDO = ' WS-PERIODO
000744        MOVE 9999 TO RETURN-CODE
000745        SET  WS-FIN-LECTURA TO TRUE
000746     END-IF.
000747
000748     DISPLAY 'PERIODO DEL INFORME: ' WS-PERIODO.
000749
000750 1150-F-LEER-PARM. EXIT.
000751
000752**************************************
000753*  FECHAS DEL PERIODO: PRIMER Y      *
000754*  ULTIMO DIA, MES ANTERIOR Y        *
000755*  PRIMER MES DE LOS 12 DE LA        *
000756*  HISTORIA DE GESTION               *
000757**************************************
000758
000759 1180-I-FECHAS.
000760
000761     IF WS-FIN-LECTURA
000762        GO TO 1180-F-FECHAS
000763     END-IF.
000764
000765     MOVE WS-DIAS-TABLA(WS-PER-MM) TO WS-DIAS-MES.
000766
000767     IF WS-PER-MM EQUAL 2
000768        DIVIDE WS-PER-AAAA BY 4   GIVING WS-COCIENTE
000769               REMAINDER WS-RESTO-4
000770        DIVIDE WS-PER-AAAA BY 100 GIVING WS-COCIENTE
000771               REMAINDER WS-RESTO-100
000772        DIVIDE WS-PER-AAAA BY 400 GIVING WS-COCIENTE
000773               REMAINDER WS-RESTO-400
000774        IF (WS-RESTO-4 EQUAL ZEROS
000775            AND WS-RESTO-100 NOT EQUAL ZEROS)
000776           OR WS-RESTO-400 EQUAL ZEROS
000777           MOVE 29 TO WS-DIAS-MES
000778        END-IF
000779     END-IF.
000780
000781     COMPUTE WS-FECHA-DESDE-MES = WS-PERIODO * 100 + 1.
000782     COMPUTE WS-FECHA-HASTA-MES = WS-PERIODO * 100 + WS-DIAS-MES.
000783
000784     COMPUTE WS-MESES-PERIODO = WS-PER-AAAA * 12 + WS-PER-MM - 1.
000785
000786     COMPUTE WS-MESES-AUX = WS-MESES-PERIODO - 1.
000787     PERFORM 1190-I-MESES-A-PERIODO THRU 1190-F-MESES-A-PERIODO.
000788     MOVE WS-PERIODO-AUX TO WS-PERIODO-ANT.
000789
000790     COMPUTE WS-MESES-AUX = WS-MESES-PERIODO - 11.
000791     PERFORM 1190-I-MESES-A-PERIODO THRU 1190-F-MESES-A-PERIODO.
000792     MOVE WS-PERIODO-AUX TO WS-PERIODO-DESDE.
000793     COMPUTE WS-FECHA-VENTANA = WS-PERIODO-DESDE * 100 + 1.
000794
000795*    PERIODOS DE LAS 12 COLUMNAS DE TENDENCIA
000796
000797     MOVE 1 TO WS-SUB-MES.
000798     PERFORM 1195-I-PERIODO-TENDENCIA
000799        THRU 1195-F-PERIODO-TENDENCIA
000800        UNTIL WS-SUB-MES > 12.
000801
000802     MOVE WS-PER-MM   TO WS-MGU-MM.
000803     MOVE WS-PER-AAAA TO WS-MGU-AAAA.
000804
000805 1180-F-FECHAS. EXIT.
000806
000807 1190-I-MESES-A-PERIODO.
000808
000809     COMPUTE WS-PAX-AAAA = WS-MESES-AUX / 12.
000810     COMPUTE WS-PAX-MM   = WS-MESES-AUX - (WS-PAX-AAAA * 12) + 1.
000811
000812 1190-F-MESES-A-PERIODO. EXIT.
000813
000814 1195-I-PERIODO-TENDENCIA.
000815
000816     COMPUTE WS-MESES-AUX = WS-MESES-PERIODO - 12 + WS-SUB-MES.
000817     PERFORM 1190-I-MESES-A-PERIODO THRU 1190-F-MESES-A-PERIODO.
000818
000819     MOVE WS-PERIODO-AUX TO WS-TPE-PERIODO(WS-SUB-MES).
000820     MOVE WS-PAX-MM      TO WS-CTE-MM(WS-SUB-MES).
000821     MOVE '/'            TO WS-CTE-BARRA(WS-SUB-MES).
000822     MOVE WS-PAX-AAAA    TO WS-CTE-AAAA(WS-SUB-MES).
000823
000824     ADD 1 TO WS-SUB-MES.
000825
000826 1195-F-PERIODO-TENDENCIA. EXIT.
000827
000828**************************************
000829*  COTIZACION DEL DOLAR A FIN DE     *
000830*  MES: LA ULTIMA DE COTIZA HASTA EL *
000831*  ULTIMO DIA DEL PERIODO            *
000832**************************************
000833
000834 1200-I-CARGAR-COTIZA.
000835
000836     OPEN INPUT COTIZA.
000837
000838     IF WS-COT-CODE NOT EQUAL '00'
000839        DISPLAY '* ERROR EN OPEN COTIZA   = ' WS-COT-CODE
000840        MOVE 9999 TO RETURN-CODE
000841        SET  WS-FIN-LECTURA TO TRUE
000842        GO TO 1200-F-CARGAR-COTIZA
000843     END-IF.
000844
000845     SET WS-NO-FIN-AUX TO TRUE.
000846     PERFORM 1250-I-LEER-COTIZA THRU 1250-F-LEER-COTIZA
000847        UNTIL WS-FIN-AUX.
000848
000849     CLOSE COTIZA.
000850
000851     IF WS-COT-DOLAR EQUAL ZEROS
000852        DISPLAY '* ERROR: SIN COTIZACION DEL DOLAR EN COTIZA'
000853        MOVE 9999 TO RETURN-CODE
000854        SET  WS-FIN-LECTURA TO TRUE
000855     END-IF.
000856
000857 1200-F-CARGAR-COTIZA. EXIT.
000858
000859 1250-I-LEER-COTIZA.
000860
000861     READ COTIZA
000862        AT END
000863           SET WS-FIN-AUX TO TRUE
000864        NOT AT END
000865           IF COT-MONEDA EQUAL '02'
000866              AND COT-COTIZACION IS NUMERIC
000867              AND COT-FECHA IS NUMERIC
000868              AND COT-FECHA NOT GREATER THAN WS-FECHA-HASTA-MES
000869              AND COT-FECHA NOT LESS THAN WS-COT-FECHA
000870              MOVE COT-COTIZACION TO WS-COT-DOLAR
000871              MOVE COT-FECHA      TO WS-COT-FECHA
000872           END-IF
000873     END-READ.
000874
000875 1250-F-LEER-COTIZA. EXIT.
000876
000877**************************************
000878*  CARGA DEL MAESTRO DE SUCURSALES   *
000879*  (NOMBRE Y REGION)                 *
000880**************************************
000881
000882 1300-I-CARGAR-SUCURSALES.
000883
000884     INITIALIZE WS-TABLA-SUCURSALES.
000885     INITIALIZE WS-TOTAL-BANCO.
000886
000887     MOVE 1 TO WS-SUB-SUC.
000888     PERFORM 1320-I-INICIAR-SUCURSAL THRU 1320-F-INICIAR-SUCURSAL
000889        UNTIL WS-SUB-SUC > 100.
000890
000891     OPEN INPUT SUCURSAL.
000892
000893     IF WS-SUC-CODE NOT EQUAL '00'
000894        DISPLAY '* AVISO: SIN MAESTRO DE SUCURSALES'
000895        GO TO 1300-F-CARGAR-SUCURSALES
000896     END-IF.
000897
000898     SET WS-NO-FIN-AUX TO TRUE.
000899     PERFORM 1350-I-LEER-SUCURSAL THRU 1350-F-LEER-SUCURSAL
000900        UNTIL WS-FIN-AUX.
000901
000902     CLOSE SUCURSAL.
000903
000904 1300-F-CARGAR-SUCURSALES. EXIT.
000905
000906 1320-I-INICIAR-SUCURSAL.
000907
000908     MOVE 'SIN SUCURSAL' TO WS-SMI-NOMBRE(WS-SUB-SUC).
000909     MOVE 'SIN REGION'   TO WS-SMI-REGION(WS-SUB-SUC).
000910     MOVE 'N'            TO WS-SMI-MAESTRO(WS-SUB-SUC).
000911     MOVE 'N'            TO WS-SMI-LISTAR(WS-SUB-SUC).
000912
000913     ADD 1 TO WS-SUB-SUC.
000914
000915 1320-F-INICIAR-SUCURSAL. EXIT.
000916
000917 1350-I-LEER-SUCURSAL.
000918
000919     READ SUCURSAL
000920        AT END
000921           SET WS-FIN-AUX TO TRUE
000922        NOT AT END
000923           IF SUC-NRO IS NUMERIC
000924              COMPUTE WS-SUB-SUC = SUC-NRO + 1
000925              MOVE SUC-NOMBRE TO WS-SMI-NOMBRE(WS-SUB-SUC)
000926              IF SUC-REGION NOT EQUAL SPACES
000927                 MOVE SUC-REGION TO WS-SMI-REGION(WS-SUB-SUC)
000928              END-IF
000929              MOVE 'S' TO WS-SMI-MAESTRO(WS-SUB-SUC)
000930              IF SUC-ESTADO EQUAL 'A'
000931                 MOVE 'S' TO WS-SMI-LISTAR(WS-SUB-SUC)
000932              END-IF
000933           END-IF
000934     END-READ.
000935
000936 1350-F-LEER-SUCURSAL. EXIT.
000937
000938**************************************
000939*  HISTORIA DE LOS 12 MESES HASTA EL *
000940*  FIN DEL PERIODO: SUCURSAL DEL     *
000941*  CLIENTE, SALDO AL INICIO DEL MES  *
000942*  Y, DEL MES, LOS CONCEPTOS Y EL    *
000943*  SALDO DIARIO                      *
000944**************************************
000945
000946 1400-I-CARGAR-HISTORIA.
000947
000948     MOVE 'A'                TO LK-HIS-FUNCION.
000949     MOVE WS-FECHA-VENTANA   TO LK-HIS-DESDE.
000950     MOVE WS-FECHA-HASTA-MES TO LK-HIS-HASTA.
000951     CALL WS-PGMHIS USING LK-HIS-AREA REG-MOVHIS.
000952
000953     IF LK-HIS-RESULTADO NOT EQUAL 'S'
000954        DISPLAY '* ERROR EN ACCESO HISTORIA = ' LK-HIS-CODE
000955        MOVE 9999 TO RETURN-CODE
000956        SET  WS-FIN-LECTURA TO TRUE
000957        GO TO 1400-F-CARGAR-HISTORIA
000958     END-IF.
000959
000960     SET WS-NO-FIN-AUX TO TRUE.
000961     PERFORM 1450-I-LEER-HISTORIA THRU 1450-F-LEER-HISTORIA
000962        UNTIL WS-FIN-AUX.
000963
000964 1400-F-CARGAR-HISTORIA. EXIT.
000965
000966 1450-I-LEER-HISTORIA.
000967
000968     MOVE 'L' TO LK-HIS-FUNCION.
000969     CALL WS-PGMHIS USING LK-HIS-AREA REG-MOVHIS.
000970
000971     EVALUATE LK-HIS-RESULTADO
000972       WHEN 'S'
000973          ADD 1 TO WS-CONT-HIS-LEIDOS
000974       WHEN 'F'
000975          SET WS-FIN-AUX TO TRUE
000976          GO TO 1450-F-LEER-HISTORIA
000977       WHEN OTHER
000978          DISPLAY '* ERROR EN LECTURA HISTORIA = ' LK-HIS-CODE
000979          MOVE 9999 TO RETURN-CODE
000980          SET WS-FIN-AUX     TO TRUE
000981          SET WS-FIN-LECTURA TO TRUE
000982          GO TO 1450-F-LEER-HISTORIA
000983     END-EVALUATE.
000984
000985     IF MOV-FECHA IS NOT NUMERIC
000986        OR MOV-IMPORTE IS NOT NUMERIC
000987        GO TO 1450-F-LEER-HISTORIA
000988     END-IF.
000989
000990     MOVE MOV-TIP-DOC TO WS-BUSCA-CMI(1:2).
000991     MOVE MOV-NRO-DOC TO WS-BUSCA-CMI(3:11).
000992
000993     PERFORM 1460-I-UBICAR-CMI THRU 1460-F-UBICAR-CMI.
000994
000995     IF WS-NO-ENCONTRO
000996        GO TO 1450-F-LEER-HISTORIA
000997     END-IF.
000998
000999*    SUCURSAL: LA DEL ULTIMO MOVIMIENTO DE SUCURSAL
001000
001001     IF MOV-SUC IS NUMERIC
001002        AND MOV-SUC NOT EQUAL ZEROS
001003        AND MOV-FECHA NOT LESS THAN WS-CMI-FECHA-SUC(WS-IDX-CMI)
001004        MOVE MOV-FECHA TO WS-CMI-FECHA-SUC(WS-IDX-CMI)
001005        MOVE MOV-SUC   TO WS-CMI-SUC(WS-IDX-CMI)
001006     END-IF.
001007
001008*    LA MONEDA EN BLANCO EQUIVALE A PESOS '01'
001009
001010     IF MOV-MONEDA EQUAL '02'
001011        MOVE 2 TO WS-SUB-MON
001012     ELSE
001013        MOVE 1 TO WS-SUB-MON
001014     END-IF.
001015
001016     MOVE MOV-FECHA TO WS-FECHA-MOV.
001017
001018*    ANTES DEL MES: SOLO EL SALDO CON QUE EMPIEZA EL MES
001019
001020     IF MOV-FECHA LESS THAN WS-FECHA-DESDE-MES
001021        IF MOV-FECHA NOT LESS THAN
001022           WS-CMM-FECHA-ANT(WS-IDX-CMI, WS-SUB-MON)
001023           MOVE 'S'
001024                TO WS-CMM-HAY-ANT(WS-IDX-CMI, WS-SUB-MON)
001025           MOVE MOV-FECHA
001026                TO WS-CMM-FECHA-ANT(WS-IDX-CMI, WS-SUB-MON)
001027           MOVE MOV-SALDO-RESULT
001028                TO WS-CMM-SALDO-ANT(WS-IDX-CMI, WS-SUB-MON)
001029        END-IF
001030        GO TO 1450-F-LEER-HISTORIA
001031     END-IF.
001032
001033     ADD 1 TO WS-CONT-HIS-MES.
001034     MOVE 'S' TO WS-CMI-ACTIVO(WS-IDX-CMI).
001035
001036*    SALDO DIARIO: EL DE FIN DE MES ES EL SALDO RESULTANTE DEL
001037*    ULTIMO MOVIMIENTO; CADA MOVIMIENTO DEL DIA D NO ESTUVO EN
001038*    EL SALDO LOS D - 1 DIAS ANTERIORES
001039
001040     IF MOV-FECHA NOT LESS THAN
001041        WS-CMM-FECHA-MES(WS-IDX-CMI, WS-SUB-MON)
001042        MOVE 'S'       TO WS-CMM-HAY-MES(WS-IDX-CMI, WS-SUB-MON)
001043        MOVE MOV-FECHA TO WS-CMM-FECHA-MES(WS-IDX-CMI, WS-SUB-MON)
001044        MOVE MOV-SALDO-RESULT
001045             TO WS-CMM-SALDO-MES(WS-IDX-CMI, WS-SUB-MON)
001046     END-IF.
001047
001048     COMPUTE WS-CMM-PONDERADO(WS-IDX-CMI, WS-SUB-MON) =
001049             WS-CMM-PONDERADO(WS-IDX-CMI, WS-SUB-MON)
001050           + MOV-IMPORTE * (WS-FMV-DD - 1).
001051
001052*    CONCEPTOS DEL INFORME, VALUADOS EN PESOS
001053
001054     IF WS-SUB-MON EQUAL 2
001055        COMPUTE WS-VALUADO ROUNDED = MOV-IMPORTE * WS-COT-DOLAR
001056     ELSE
001057        MOVE MOV-IMPORTE TO WS-VALUADO
001058     END-IF.
001059
001060     EVALUATE MOV-TIPO
001061       WHEN 70
001062          SUBTRACT WS-VALUADO FROM WS-CMI-COMISION(WS-IDX-CMI)
001063       WHEN 71
001064          SUBTRACT WS-VALUADO FROM WS-CMI-INT-SOB(WS-IDX-CMI)
001065       WHEN 72
001066          ADD WS-VALUADO TO WS-CMI-INT-CIE(WS-IDX-CMI)
001067       WHEN 75
001068          SUBTRACT WS-VALUADO FROM WS-CMI-IMPUESTO(WS-IDX-CMI)
001069       WHEN 76
001070          ADD WS-VALUADO TO WS-TOTAL-VENC-PF
001071       WHEN OTHER
001072          CONTINUE
001073     END-EVALUATE.
001074
001075 1450-F-LEER-HISTORIA. EXIT.
001076
001077**************************************
001078*  UBICA (O DA DE ALTA) AL CLIENTE   *
001079*  WS-BUSCA-CMI EN LA TABLA          *
001080**************************************
001081
001082 1460-I-UBICAR-CMI.
001083
001084     SET WS-IDX-CMI TO 1.
001085     SET WS-NO-ENCONTRO TO TRUE.
001086
001087     PERFORM 1470-I-COMPARAR-CMI THRU 1470-F-COMPARAR-CMI
001088        UNTIL WS-IDX-CMI > WS-CONT-CMI OR WS-ENCONTRO.
001089
001090     IF WS-ENCONTRO
001091        GO TO 1460-F-UBICAR-CMI
001092     END-IF.
001093
001094     IF WS-CONT-CMI NOT LESS THAN 999
001095        DISPLAY '* TABLA DE CLIENTES LLENA = ' WS-BUSCA-CMI
001096        MOVE 0016 TO RETURN-CODE
001097        GO TO 1460-F-UBICAR-CMI
001098     END-IF.
001099
001100     ADD 1 TO WS-CONT-CMI.
001101     SET WS-IDX-CMI TO WS-CONT-CMI.
001102     INITIALIZE WS-CMI-ENTRADA(WS-IDX-CMI).
001103     MOVE WS-BUSCA-CMI TO WS-CMI-CLAVE(WS-IDX-CMI).
001104     MOVE 'N'          TO WS-CMI-ACTIVO(WS-IDX-CMI).
001105
001106     SET WS-ENCONTRO TO TRUE.
001107
001108 1460-F-UBICAR-CMI. EXIT.
001109
001110 1470-I-COMPARAR-CMI.
001111
001112     IF WS-CMI-CLAVE(WS-IDX-CMI) EQUAL WS-BUSCA-CMI
001113        SET WS-ENCONTRO TO TRUE
001114     ELSE
001115        SET WS-IDX-CMI UP BY 1
001116     END-IF.
001117
001118 1470-F-COMPARAR-CMI. EXIT.
001119
001120**************************************
001121*  SALDOS DEL MAESTRO: LOS CLIENTES  *
001122*  SIN MOVIMIENTOS EN LOS 12 MESES   *
001123*  PROMEDIAN SU SALDO ACTUAL         *
001124**************************************
001125
001126 2500-I-MAESTRO.
001127
001128     SET WS-NO-FIN-AUX TO TRUE.
001129
001130     PERFORM 2550-I-LEER-MAESTRO THRU 2550-F-LEER-MAESTRO
001131        UNTIL WS-FIN-AUX.
001132
001133 2500-F-MAESTRO. EXIT.
001134
001135 2550-I-LEER-MAESTRO.
001136
001137     READ MAESTRO INTO WS-REG-MAESTRO.
001138
001139     EVALUATE WS-MAE-CODE
001140       WHEN '00'
001141          ADD 1 TO WS-CONT-MAESTRO
001142       WHEN '10'
001143          SET WS-FIN-AUX TO TRUE
001144          GO TO 2550-F-LEER-MAESTRO
001145       WHEN OTHER
001146          DISPLAY '* ERROR EN LECTURA MAESTRO = ' WS-MAE-CODE
001147          MOVE 9999 TO RETURN-CODE
001148          SET WS-FIN-AUX TO TRUE
001149          GO TO 2550-F-LEER-MAESTRO
001150     END-EVALUATE.
001151
001152     MOVE WS-TIP-DOC TO WS-BUSCA-CMI(1:2).
001153     MOVE WS-NRO-DOC TO WS-BUSCA-CMI(3:11).
001154
001155     PERFORM 1460-I-UBICAR-CMI THRU 1460-F-UBICAR-CMI.
001156
001157     IF WS-NO-ENCONTRO
001158        GO TO 2550-F-LEER-MAESTRO
001159     END-IF.
001160
001161     IF WS-CLI-SALDO IS NUMERIC
001162        MOVE 'S'          TO WS-CMM-HAY-MAE(WS-IDX-CMI, 1)
001163        MOVE WS-CLI-SALDO TO WS-CMM-SALDO-MAE(WS-IDX-CMI, 1)
001164     END-IF.
001165
001166     IF WS-CLI-SALDO-USD IS NUMERIC
001167        MOVE 'S'              TO WS-CMM-HAY-MAE(WS-IDX-CMI, 2)
001168        MOVE WS-CLI-SALDO-USD TO WS-CMM-SALDO-MAE(WS-IDX-CMI, 2)
001169     END-IF.
001170
001171 2550-F-LEER-MAESTRO. EXIT.
001172
001173**************************************
001174*  INTERES DE LOS PLAZOS FIJOS       *
001175*  PAGADOS CON VENCIMIENTO EN EL MES *
001176*  (COMERCIAL, COMO PGMPFV54)        *
001177**************************************
001178
001179 3000-I-PLAZOS-FIJOS.
001180
001181     SET WS-NO-FIN-AUX TO TRUE.
001182
001183     PERFORM 3050-I-LEER-PLAZO THRU 3050-F-LEER-PLAZO
001184        UNTIL WS-FIN-AUX.
001185
001186 3000-F-PLAZOS-FIJOS. EXIT.
001187
001188 3050-I-LEER-PLAZO.
001189
001190     READ PLAZOS.
001191
001192     EVALUATE WS-PFJ-CODE
001193       WHEN '00'
001194          CONTINUE
001195       WHEN '10'
001196          SET WS-FIN-AUX TO TRUE
001197          GO TO 3050-F-LEER-PLAZO
001198       WHEN OTHER
001199          DISPLAY '* ERROR EN LECTURA PLAZOS = ' WS-PFJ-CODE
001200          MOVE 9999 TO RETURN-CODE
001201          SET WS-FIN-AUX TO TRUE
001202          GO TO 3050-F-LEER-PLAZO
001203     END-EVALUATE.
001204
001205     IF PFJ-ESTADO NOT EQUAL 'P'
001206        OR PFJ-FECHA-VENCIM IS NOT NUMERIC
001207        OR PFJ-FECHA-VENCIM LESS THAN WS-FECHA-DESDE-MES
001208        OR PFJ-FECHA-VENCIM GREATER THAN WS-FECHA-HASTA-MES
001209        OR PFJ-CAPITAL IS NOT NUMERIC
001210        OR PFJ-TASA IS NOT NUMERIC
001211        GO TO 3050-F-LEER-PLAZO
001212     END-IF.
001213
001214     ADD 1 TO WS-CONT-PLAZOS.
001215
001216     COMPUTE WS-INTERES-PF ROUNDED =
001217             PFJ-CAPITAL * PFJ-TASA * PFJ-PLAZO-DIAS / 36000.
001218
001219     IF PFJ-MONEDA EQUAL '02'
001220        COMPUTE WS-VALUADO ROUNDED = WS-INTERES-PF * WS-COT-DOLAR
001221     ELSE
001222        MOVE WS-INTERES-PF TO WS-VALUADO
001223     END-IF.
001224
001225     MOVE PFJ-NRO-CLIENTE TO WS-CLIENTE-AUX.
001226     PERFORM 3800-I-CLIENTE-POR-NUMERO
001227        THRU 3800-F-CLIENTE-POR-NUMERO.
001228
001229     IF WS-ENCONTRO
001230        ADD WS-VALUADO TO WS-CMI-INT-PF(WS-IDX-CMI)
001231     END-IF.
001232
001233 3050-F-LEER-PLAZO. EXIT.
001234
001235**************************************
001236*  CUENTAS ABIERTAS Y CERRADAS EN EL *
001237*  MES (AUDITORIA DE CUENTAS DE LA   *
001238*  T220, FECHA DD-MM-AAAA)           *
001239**************************************
001240
001241 3500-I-AUDITORIA.
001242
001243     SET WS-NO-FIN-AUX TO TRUE.
001244
001245     PERFORM 3550-I-LEER-AUDITORIA THRU 3550-F-LEER-AUDITORIA
001246        UNTIL WS-FIN-AUX.
001247
001248 3500-F-AUDITORIA. EXIT.
001249
001250 3550-I-LEER-AUDITORIA.
001251
001252     READ AUDITORIA.
001253
001254     EVALUATE WS-AUD-CODE
001255       WHEN '00'
001256          CONTINUE
001257       WHEN '10'
001258          SET WS-FIN-AUX TO TRUE
001259          GO TO 3550-F-LEER-AUDITORIA
001260       WHEN OTHER
001261          DISPLAY '* ERROR EN LECTURA AUDITORIA = ' WS-AUD-CODE
001262          MOVE 9999 TO RETURN-CODE
001263          SET WS-FIN-AUX TO TRUE
001264          GO TO 3550-F-LEER-AUDITORIA
001265     END-EVALUATE.
001266
001267     IF ACA-FECHA(4:7) NOT EQUAL WS-MES-GUION
001268        GO TO 3550-F-LEER-AUDITORIA
001269     END-IF.
001270
001271     EVALUATE ACA-OPERACION
001272       WHEN 'ALTA'
001273          MOVE ACA-DES-CLIENTE TO WS-CLIENTE-AUX
001274          MOVE 14 TO WS-SUB-FIG
001275       WHEN 'BAJA'
001276          MOVE ACA-ANT-CLIENTE TO WS-CLIENTE-AUX
001277          MOVE 15 TO WS-SUB-FIG
001278       WHEN OTHER
001279          GO TO 3550-F-LEER-AUDITORIA
001280     END-EVALUATE.
001281
001282     ADD 1 TO WS-CONT-AUDITORIA.
001283
001284     PERFORM 3800-I-CLIENTE-POR-NUMERO
001285        THRU 3800-F-CLIENTE-POR-NUMERO.
001286
001287     IF WS-ENCONTRO
001288        COMPUTE WS-SUB-SUC = WS-CMI-SUC(WS-IDX-CMI) + 1
001289     ELSE
001290        MOVE 1 TO WS-SUB-SUC
001291     END-IF.
001292
001293     ADD 1 TO WS-SMI-ACT(WS-SUB-SUC, WS-SUB-FIG).
001294
001295 3550-F-LEER-AUDITORIA. EXIT.
001296
001297**************************************
001298*  CLIENTE POR SU NUMERO: DOCUMENTO  *
001299*  DE PERSONA (INDICE ALTERNATIVO)   *
001300*  Y ENTRADA EN LA TABLA             *
001301**************************************
001302
001303 3800-I-CLIENTE-POR-NUMERO.
001304
001305     SET WS-NO-ENCONTRO TO TRUE.
001306
001307     MOVE WS-CLIENTE-AUX TO WS-CLAVE-PER-CLI.
001308
001309     READ PERSONA KEY IS WS-CLAVE-PER-CLI
001310        INVALID KEY
001311           ADD 1 TO WS-CONT-SIN-PERSONA
001312           GO TO 3800-F-CLIENTE-POR-NUMERO
001313     END-READ.
001314
001315     MOVE PER-TIP-DOC TO WS-BUSCA-CMI(1:2).
001316     MOVE PER-NRO-DOC TO WS-BUSCA-CMI(3:11).
001317
001318     PERFORM 1460-I-UBICAR-CMI THRU 1460-F-UBICAR-CMI.
001319
001320 3800-F-CLIENTE-POR-NUMERO. EXIT.
001321
001322**************************************
001323*  SALDO DE LAS CUENTAS A FIN DE MES *
001324*  (ITPFBIO.TBCUENTAS), VALUADO      *
001325**************************************
001326
001327 4000-I-CUENTAS.
001328
001329     EXEC SQL
001330        OPEN GESTION_CURSOR
001331     END-EXEC.
001332
001333     MOVE SQLCODE TO FS-SQLCODE.
001334
001335     IF SQLCODE NOT EQUAL ZEROS
001336        DISPLAY '* ERROR OPEN GESTION_CURSOR = ' FS-SQLCODE
001337        MOVE 9999 TO RETURN-CODE
001338        GO TO 4000-F-CUENTAS
001339     END-IF.
001340
001341     SET WS-CURSOR-ABIERTO TO TRUE.
001342     SET WS-NO-FIN-AUX TO TRUE.
001343
001344     PERFORM 4050-I-LEER-CUENTA THRU 4050-F-LEER-CUENTA
001345        UNTIL WS-FIN-AUX.
001346
001347 4000-F-CUENTAS. EXIT.
001348
001349 4050-I-LEER-CUENTA.
001350
001351     EXEC SQL
001352        FETCH  GESTION_CURSOR
001353               INTO
001354                 :DCLTBCUENTAS.WS-TIPO-CUENTA,
001355                 :DCLTBCUENTAS.WS-NRO-CUENTA,
001356                 :DCLTBCUENTAS.WS-MONEDA,
001357                 :DCLTBCUENTAS.WS-CUE-NRO-CLIENTE,
001358                 :DCLTBCUENTAS.WS-SALDO-ACTUAL
001359     END-EXEC.
001360
001361     MOVE SQLCODE TO FS-SQLCODE.
001362
001363     EVALUATE SQLCODE
001364       WHEN ZEROS
001365          ADD 1 TO WS-CONT-CUENTAS
001366       WHEN +100
001367          SET WS-FIN-AUX TO TRUE
001368          GO TO 4050-F-LEER-CUENTA
001369       WHEN OTHER
001370          DISPLAY 'ERROR FETCH GESTION_CURSOR: ' FS-SQLCODE
001371          MOVE 9999 TO RETURN-CODE
001372          SET WS-FIN-AUX TO TRUE
001373          GO TO 4050-F-LEER-CUENTA
001374     END-EVALUATE.
001375
001376     MOVE WS-MONEDA TO WS-MONEDA-AUX.
001377
001378     IF WS-MONEDA-AUX EQUAL '02'
001379        COMPUTE WS-VALUADO ROUNDED =
001380                WS-SALDO-ACTUAL * WS-COT-DOLAR
001381     ELSE
001382        MOVE WS-SALDO-ACTUAL TO WS-VALUADO
001383     END-IF.
001384
001385     MOVE WS-CUE-NRO-CLIENTE TO WS-CLIENTE-AUX.
001386     PERFORM 3800-I-CLIENTE-POR-NUMERO
001387        THRU 3800-F-CLIENTE-POR-NUMERO.
001388
001389     IF WS-ENCONTRO
001390        COMPUTE WS-SUB-SUC = WS-CMI-SUC(WS-IDX-CMI) + 1
001391     ELSE
001392        MOVE 1 TO WS-SUB-SUC
001393     END-IF.
001394
001395     ADD WS-VALUADO TO WS-SMI-ACT(WS-SUB-SUC, 12).
001396
001397 4050-F-LEER-CUENTA. EXIT.
001398
001399**************************************
001400*  IMPUTACION DE CADA CLIENTE A SU   *
001401*  SUCURSAL Y CIFRAS DERIVADAS       *
001402**************************************
001403
001404 5000-I-IMPUTAR-CLIENTES.
001405
001406     SET WS-IDX-CMI TO 1.
001407     PERFORM 5100-I-IMPUTAR-CLIENTE THRU 5100-F-IMPUTAR-CLIENTE
001408        UNTIL WS-IDX-CMI > WS-CONT-CMI.
001409
001410     MOVE 1 TO WS-SUB-SUC.
001411     PERFORM 5500-I-DERIVAR-SUCURSAL THRU 5500-F-DERIVAR-SUCURSAL
001412        UNTIL WS-SUB-SUC > 100.
001413
001414 5000-F-IMPUTAR-CLIENTES. EXIT.
001415
001416 5100-I-IMPUTAR-CLIENTE.
001417
001418     COMPUTE WS-SUB-SUC = WS-CMI-SUC(WS-IDX-CMI) + 1.
001419
001420     ADD WS-CMI-COMISION(WS-IDX-CMI) TO WS-SMI-ACT(WS-SUB-SUC, 1).
001421     ADD WS-CMI-INT-SOB(WS-IDX-CMI)  TO WS-SMI-ACT(WS-SUB-SUC, 2).
001422     ADD WS-CMI-INT-CIE(WS-IDX-CMI)  TO WS-SMI-ACT(WS-SUB-SUC, 4).
001423     ADD WS-CMI-INT-PF(WS-IDX-CMI)   TO WS-SMI-ACT(WS-SUB-SUC, 5).
001424     ADD WS-CMI-IMPUESTO(WS-IDX-CMI) TO WS-SMI-ACT(WS-SUB-SUC, 8).
001425
001426     IF WS-CMI-ACTIVO(WS-IDX-CMI) EQUAL 'S'
001427        ADD 1 TO WS-SMI-ACT(WS-SUB-SUC, 13)
001428     END-IF.
001429
001430     MOVE 1 TO WS-SUB-MON.
001431     PERFORM 5200-I-PROMEDIO THRU 5200-F-PROMEDIO.
001432     MOVE 2 TO WS-SUB-MON.
001433     PERFORM 5200-I-PROMEDIO THRU 5200-F-PROMEDIO.
001434
001435     SET WS-IDX-CMI UP BY 1.
001436
001437 5100-F-IMPUTAR-CLIENTE. EXIT.
001438
001439**************************************
001440*  SALDO PROMEDIO DEL CLIENTE EN LA  *
001441*  MONEDA WS-SUB-MON:                *
001442*   CON MOVIMIENTOS EN EL MES: SALDO *
001443*     DE FIN DE MES MENOS LO NO      *
001444*     VIGENTE DE CADA MOVIMIENTO     *
001445*   SIN MOVIMIENTOS EN EL MES: EL    *
001446*     SALDO CON QUE EMPEZO EL MES O, *
001447*     SIN HISTORIA, EL DEL MAESTRO   *
001448*  SOLO LOS SALDOS ACREEDORES SON    *
001449*  DEPOSITOS                         *
001450**************************************
001451
001452 5200-I-PROMEDIO.
001453
001454     EVALUATE TRUE
001455       WHEN WS-CMM-HAY-MES(WS-IDX-CMI, WS-SUB-MON) EQUAL 'S'
001456          COMPUTE WS-PROMEDIO ROUNDED =
001457                  WS-CMM-SALDO-MES(WS-IDX-CMI, WS-SUB-MON)
001458                - WS-CMM-PONDERADO(WS-IDX-CMI, WS-SUB-MON)
001459                / WS-DIAS-MES
001460       WHEN WS-CMM-HAY-ANT(WS-IDX-CMI, WS-SUB-MON) EQUAL 'S'
001461          MOVE WS-CMM-SALDO-ANT(WS-IDX-CMI, WS-SUB-MON)
001462               TO WS-PROMEDIO
001463       WHEN WS-CMM-HAY-MAE(WS-IDX-CMI, WS-SUB-MON) EQUAL 'S'
001464          MOVE WS-CMM-SALDO-MAE(WS-IDX-CMI, WS-SUB-MON)
001465               TO WS-PROMEDIO
001466       WHEN OTHER
001467          MOVE ZEROS TO WS-PROMEDIO
001468     END-EVALUATE.
001469
001470     IF WS-PROMEDIO NOT GREATER THAN ZEROS
001471        GO TO 5200-F-PROMEDIO
001472     END-IF.
001473
001474     IF WS-SUB-MON EQUAL 2
001475        ADD WS-PROMEDIO TO WS-SMI-ACT(WS-SUB-SUC, 10)
001476        COMPUTE WS-VALUADO ROUNDED = WS-PROMEDIO * WS-COT-DOLAR
001477     ELSE
001478        ADD WS-PROMEDIO TO WS-SMI-ACT(WS-SUB-SUC, 9)
001479        MOVE WS-PROMEDIO TO WS-VALUADO
001480     END-IF.
001481
001482     ADD WS-VALUADO TO WS-SMI-ACT(WS-SUB-SUC, 11).
001483
001484 5200-F-PROMEDIO. EXIT.
001485
001486 5500-I-DERIVAR-SUCURSAL.
001487
001488     COMPUTE WS-SMI-ACT(WS-SUB-SUC, 3) =
001489             WS-SMI-ACT(WS-SUB-SUC, 1)
001490           + WS-SMI-ACT(WS-SUB-SUC, 2).
001491     COMPUTE WS-SMI-ACT(WS-SUB-SUC, 6) =
001492             WS-SMI-ACT(WS-SUB-SUC, 4)
001493           + WS-SMI-ACT(WS-SUB-SUC, 5).
001494     COMPUTE WS-SMI-ACT(WS-SUB-SUC, 7) =
001495             WS-SMI-ACT(WS-SUB-SUC, 3)
001496           - WS-SMI-ACT(WS-SUB-SUC, 6).
001497
001498*    SE LISTA TODA SUCURSAL CON ALGUNA CIFRA EN EL MES
001499
001500     MOVE 1 TO WS-SUB-FIG.
001501     PERFORM 5550-I-VER-CIFRA THRU 5550-F-VER-CIFRA
001502        UNTIL WS-SUB-FIG > WS-CANT-CIFRAS.
001503
001504     ADD 1 TO WS-SUB-SUC.
001505
001506 5500-F-DERIVAR-SUCURSAL. EXIT.
001507
001508 5550-I-VER-CIFRA.
001509
001510     IF WS-SMI-ACT(WS-SUB-SUC, WS-SUB-FIG) NOT EQUAL ZEROS
001511        MOVE 'S' TO WS-SMI-LISTAR(WS-SUB-SUC)
001512     END-IF.
001513
001514     ADD 1 TO WS-SUB-FIG.
001515
001516 5550-F-VER-CIFRA. EXIT.
001517
001518**************************************
001519*  HISTORIA DE GESTION: UN REGISTRO  *
001520*  POR SUCURSAL LISTADA (SE PISA SI  *
001521*  EL PERIODO SE REPROCESA)          *
001522**************************************
001523
001524 6000-I-GRABAR-MISHIS.
001525
001526     MOVE 1 TO WS-SUB-SUC.
001527     PERFORM 6100-I-GRABAR-SUCURSAL THRU 6100-F-GRABAR-SUCURSAL
001528        UNTIL WS-SUB-SUC > 100.
001529
001530 6000-F-GRABAR-MISHIS. EXIT.
001531
001532 6100-I-GRABAR-SUCURSAL.
001533
001534     IF WS-SMI-LISTAR(WS-SUB-SUC) NOT EQUAL 'S'
001535        GO TO 6190-A-SIGUIENTE
001536     END-IF.
001537
001538     MOVE SPACES                    TO REG-MISHIS.
001539     MOVE WS-PERIODO                TO MIH-PERIODO.
001540     COMPUTE MIH-SUC = WS-SUB-SUC - 1.
001541     MOVE WS-SMI-REGION(WS-SUB-SUC) TO MIH-REGION.
001542     MOVE WS-FECHA-PROCESO          TO MIH-FECHA-PROCESO.
001543
001544     MOVE 1 TO WS-SUB-FIG.
001545     PERFORM 6150-I-MOVER-CIFRA THRU 6150-F-MOVER-CIFRA
001546        UNTIL WS-SUB-FIG > WS-CANT-CIFRAS.
001547
001548     WRITE REG-MISHIS
001549        INVALID KEY
001550           REWRITE REG-MISHIS
001551              INVALID KEY
001552                 DISPLAY '* ERROR EN GRABACION MISHIS = '
001553                         WS-MIH-CODE
001554                 MOVE 9999 TO RETURN-CODE
001555           END-REWRITE
001556     END-WRITE.
001557
001558     ADD 1 TO WS-CONT-MIH-GRABADOS.
001559
001560 6190-A-SIGUIENTE.
001561
001562     ADD 1 TO WS-SUB-SUC.
001563
001564 6100-F-GRABAR-SUCURSAL. EXIT.
001565
001566 6150-I-MOVER-CIFRA.
001567
001568     MOVE WS-SMI-ACT(WS-SUB-SUC, WS-SUB-FIG)
001569          TO MIH-FIGURA(WS-SUB-FIG).
001570
001571     ADD 1 TO WS-SUB-FIG.
001572
001573 6150-F-MOVER-CIFRA. EXIT.
001574
001575**************************************
001576*  LECTURA DE LA HISTORIA DE GESTION:*
001577*  BAJA DE LO ANTERIOR A LOS 12      *
001578*  MESES, MES ANTERIOR Y TENDENCIAS  *
001579**************************************
001580
001581 6500-I-LEER-MISHIS.
001582
001583     MOVE LOW-VALUES TO MIH-CLAVE.
001584
001585     START MISHIS KEY IS NOT LESS THAN MIH-CLAVE
001586        INVALID KEY
001587           GO TO 6500-F-LEER-MISHIS
001588     END-START.
001589
001590     SET WS-NO-FIN-AUX TO TRUE.
001591
001592     PERFORM 6550-I-LEER-REGISTRO THRU 6550-F-LEER-REGISTRO
001593        UNTIL WS-FIN-AUX.
001594
001595 6500-F-LEER-MISHIS. EXIT.
001596
001597 6550-I-LEER-REGISTRO.
001598
001599     READ MISHIS NEXT RECORD
001600        AT END
001601           SET WS-FIN-AUX TO TRUE
001602           GO TO 6550-F-LEER-REGISTRO
001603     END-READ.
001604
001605     IF WS-MIH-CODE IS NOT EQUAL '00'
001606        DISPLAY '* ERROR EN LECTURA MISHIS = ' WS-MIH-CODE
001607        MOVE 9999 TO RETURN-CODE
001608        SET WS-FIN-AUX TO TRUE
001609        GO TO 6550-F-LEER-REGISTRO
001610     END-IF.
001611
001612     IF MIH-PERIODO LESS THAN WS-PERIODO-DESDE
001613        DELETE MISHIS RECORD
001614           INVALID KEY
001615              DISPLAY '* ERROR EN BAJA MISHIS = ' WS-MIH-CODE
001616              MOVE 9999 TO RETURN-CODE
001617              SET WS-FIN-AUX TO TRUE
001618              GO TO 6550-F-LEER-REGISTRO
001619        END-DELETE
001620        ADD 1 TO WS-CONT-MIH-BORRADOS
001621        GO TO 6550-F-LEER-REGISTRO
001622     END-IF.
001623
001624     IF MIH-PERIODO GREATER THAN WS-PERIODO
001625        OR MIH-SUC IS NOT NUMERIC
001626        GO TO 6550-F-LEER-REGISTRO
001627     END-IF.
001628
001629     COMPUTE WS-SUB-SUC = MIH-SUC + 1.
001630
001631     IF MIH-PERIODO EQUAL WS-PERIODO-ANT
001632        MOVE 'S' TO WS-SMI-LISTAR(WS-SUB-SUC)
001633        MOVE 1 TO WS-SUB-FIG
001634        PERFORM 6600-I-CIFRA-ANTERIOR THRU 6600-F-CIFRA-ANTERIOR
001635           UNTIL WS-SUB-FIG > WS-CANT-CIFRAS
001636     END-IF.
001637
001638*    COLUMNA DE TENDENCIA: 12 ES EL PERIODO DEL INFORME
001639
001640     MOVE MIH-PERIODO TO WS-PERIODO-AUX.
001641     COMPUTE WS-MESES-AUX = WS-PAX-AAAA * 12 + WS-PAX-MM - 1.
001642     COMPUTE WS-SUB-MES = WS-MESES-AUX - WS-MESES-PERIODO + 12.
001643
001644     MOVE MIH-FIGURA(7)
001645          TO WS-SMI-TEN-MARGEN(WS-SUB-SUC, WS-SUB-MES).
001646     MOVE MIH-FIGURA(11)
001647          TO WS-SMI-TEN-PROMED(WS-SUB-SUC, WS-SUB-MES).
001648     ADD  MIH-FIGURA(7)  TO WS-TOT-TEN-MARGEN(WS-SUB-MES).
001649     ADD  MIH-FIGURA(11) TO WS-TOT-TEN-PROMED(WS-SUB-MES).
001650
001651 6550-F-LEER-REGISTRO. EXIT.
001652
001653 6600-I-CIFRA-ANTERIOR.
001654
001655     MOVE MIH-FIGURA(WS-SUB-FIG)
001656          TO WS-SMI-ANT(WS-SUB-SUC, WS-SUB-FIG).
001657
001658     ADD 1 TO WS-SUB-FIG.
001659
001660 6600-F-CIFRA-ANTERIOR. EXIT.
001661
001662**************************************
001663*  LISTADO DE CIFRAS: CADA REGION    *
001664*  CON SUS SUCURSALES Y SU TOTAL, Y  *
001665*  EL TOTAL DEL BANCO                *
001666**************************************
001667
001668 7000-I-LISTAR-CIFRAS.
001669
001670*    REGIONES EN EL ORDEN DE SU PRIMERA SUCURSAL
001671
001672     MOVE 1 TO WS-SUB-SUC.
001673     PERFORM 7050-I-ACUMULAR-REGION THRU 7050-F-ACUMULAR-REGION
001674        UNTIL WS-SUB-SUC > 100.
001675
001676     MOVE 1 TO WS-SUB-REG.
001677     PERFORM 7100-I-LISTAR-REGION THRU 7100-F-LISTAR-REGION
001678        UNTIL WS-SUB-REG > WS-CONT-REG.
001679
001680     MOVE SPACES             TO WS-LIN-BLOQUE.
001681     MOVE 'TOTAL BANCO'      TO WS-BLO-TEXTO.
001682     WRITE REG-LISTADO FROM WS-LIN-SECCION.
001683     WRITE REG-LISTADO FROM WS-LIN-BLOQUE.
001684     MOVE WS-TOTAL-BANCO(1:240) TO WS-BLOQUE.
001685     PERFORM 7500-I-LISTAR-BLOQUE THRU 7500-F-LISTAR-BLOQUE.
001686
001687     IF WS-LIS-CODE IS NOT EQUAL '00'
001688        DISPLAY '* ERROR EN WRITE LISTADO = ' WS-LIS-CODE
001689        MOVE 9999 TO RETURN-CODE
001690     END-IF.
001691
001692 7000-F-LISTAR-CIFRAS. EXIT.
001693
001694 7050-I-ACUMULAR-REGION.
001695
001696     IF WS-SMI-LISTAR(WS-SUB-SUC) NOT EQUAL 'S'
001697        GO TO 7090-A-SIGUIENTE
001698     END-IF.
001699
001700     MOVE WS-SMI-REGION(WS-SUB-SUC) TO WS-BUSCA-REG.
001701     MOVE 1 TO WS-SUB-REG.
001702     SET WS-NO-ENCONTRO TO TRUE.
001703     PERFORM 7060-I-BUSCAR-REGION THRU 7060-F-BUSCAR-REGION
001704        UNTIL WS-SUB-REG > WS-CONT-REG OR WS-ENCONTRO.
001705
001706     IF WS-NO-ENCONTRO
001707        IF WS-CONT-REG < 20
001708           ADD 1 TO WS-CONT-REG
001709           MOVE WS-CONT-REG TO WS-SUB-REG
001710           INITIALIZE WS-REG-ENTRADA(WS-SUB-REG)
001711           MOVE WS-BUSCA-REG TO WS-REG-NOMBRE(WS-SUB-REG)
001712        ELSE
001713           DISPLAY '* TABLA DE REGIONES LLENA = ' WS-BUSCA-REG
001714           MOVE 0016 TO RETURN-CODE
001715           GO TO 7090-A-SIGUIENTE
001716        END-IF
001717     END-IF.
001718
001719     MOVE 1 TO WS-SUB-FIG.
001720     PERFORM 7070-I-SUMAR-CIFRA THRU 7070-F-SUMAR-CIFRA
001721        UNTIL WS-SUB-FIG > WS-CANT-CIFRAS.
001722
001723 7090-A-SIGUIENTE.
001724
001725     ADD 1 TO WS-SUB-SUC.
001726
001727 7050-F-ACUMULAR-REGION. EXIT.
001728
001729 7060-I-BUSCAR-REGION.
001730
001731     IF WS-REG-NOMBRE(WS-SUB-REG) EQUAL WS-BUSCA-REG
001732        SET WS-ENCONTRO TO TRUE
001733     ELSE
001734        ADD 1 TO WS-SUB-REG
001735     END-IF.
001736
001737 7060-F-BUSCAR-REGION. EXIT.
001738
001739 7070-I-SUMAR-CIFRA.
001740
001741     ADD WS-SMI-ACT(WS-SUB-SUC, WS-SUB-FIG)
001742         TO WS-REG-ACT(WS-SUB-REG, WS-SUB-FIG)
001743            WS-TOT-ACT(WS-SUB-FIG).
001744     ADD WS-SMI-ANT(WS-SUB-SUC, WS-SUB-FIG)
001745         TO WS-REG-ANT(WS-SUB-REG, WS-SUB-FIG)
001746            WS-TOT-ANT(WS-SUB-FIG).
001747
001748     ADD 1 TO WS-SUB-FIG.
001749
001750 7070-F-SUMAR-CIFRA. EXIT.
001751
001752 7100-I-LISTAR-REGION.
001753
001754     MOVE SPACES TO WS-SEC-TEXTO.
001755     STRING 'REGION ' WS-REG-NOMBRE(WS-SUB-REG)
001756            DELIMITED BY SIZE INTO WS-SEC-TEXTO.
001757     WRITE REG-LISTADO FROM WS-LIN-SECCION.
001758
001759     MOVE 1 TO WS-SUB-SUC.
001760     PERFORM 7200-I-LISTAR-SUCURSAL THRU 7200-F-LISTAR-SUCURSAL
001761        UNTIL WS-SUB-SUC > 100.
001762
001763     MOVE SPACES                    TO WS-LIN-BLOQUE.
001764     MOVE 'TOTAL REGION'            TO WS-BLO-TEXTO.
001765     MOVE WS-REG-NOMBRE(WS-SUB-REG) TO WS-BLO-NOMBRE.
001766     WRITE REG-LISTADO FROM WS-LIN-BLOQUE.
001767     MOVE WS-REG-ENTRADA(WS-SUB-REG)(11:240) TO WS-BLOQUE.
001768     PERFORM 7500-I-LISTAR-BLOQUE THRU 7500-F-LISTAR-BLOQUE.
001769
001770     ADD 1 TO WS-SUB-REG.
001771
001772 7100-F-LISTAR-REGION. EXIT.
001773
001774 7200-I-LISTAR-SUCURSAL.
001775
001776     IF WS-SMI-LISTAR(WS-SUB-SUC) NOT EQUAL 'S'
001777        OR WS-SMI-REGION(WS-SUB-SUC) NOT EQUAL
001778           WS-REG-NOMBRE(WS-SUB-REG)
001779        GO TO 7290-A-SIGUIENTE
001780     END-IF.
001781
001782     MOVE SPACES                    TO WS-LIN-BLOQUE.
001783     MOVE 'SUCURSAL'                TO WS-BLO-TEXTO.
001784     COMPUTE WS-BUSCA-SUC = WS-SUB-SUC - 1.
001785     MOVE WS-BUSCA-SUC              TO WS-BLO-SUC.
001786     MOVE WS-SMI-NOMBRE(WS-SUB-SUC) TO WS-BLO-NOMBRE.
001787     MOVE 'REGION: '                TO WS-BLO-RTEXTO.
001788     MOVE WS-SMI-REGION(WS-SUB-SUC) TO WS-BLO-REGION.
001789     WRITE REG-LISTADO FROM WS-LIN-BLOQUE.
001790
001791     MOVE WS-SMI-ENTRADA(WS-SUB-SUC)(33:240) TO WS-BLOQUE.
001792     PERFORM 7500-I-LISTAR-BLOQUE THRU 7500-F-LISTAR-BLOQUE.
001793
001794 7290-A-SIGUIENTE.
001795
001796     ADD 1 TO WS-SUB-SUC.
001797
001798 7200-F-LISTAR-SUCURSAL. EXIT.
001799
001800**************************************
001801*  BLOQUE DE 15 CIFRAS CON EL MES    *
001802*  ANTERIOR, LA VARIACION Y EL       *
001803*  PORCENTAJE (WS-BLOQUE)            *
001804**************************************
001805
001806 7500-I-LISTAR-BLOQUE.
001807
001808     WRITE REG-LISTADO FROM WS-CAB-CIFRAS.
001809
001810     MOVE 1 TO WS-SUB-FIG.
001811     PERFORM 7550-I-LINEA-CIFRA THRU 7550-F-LINEA-CIFRA
001812        UNTIL WS-SUB-FIG > WS-CANT-CIFRAS.
001813
001814 7500-F-LISTAR-BLOQUE. EXIT.
001815
001816 7550-I-LINEA-CIFRA.
001817
001818     COMPUTE WS-VARIACION = WS-BLQ-ACT(WS-SUB-FIG)
001819                          - WS-BLQ-ANT(WS-SUB-FIG).
001820
001821     IF WS-BLQ-ANT(WS-SUB-FIG) NOT EQUAL ZEROS
001822        COMPUTE WS-PORCENTAJE ROUNDED =
001823                WS-VARIACION * 100 / WS-BLQ-ANT(WS-SUB-FIG)
001824           ON SIZE ERROR
001825              MOVE 9999,9 TO WS-PORCENTAJE
001826        END-COMPUTE
001827     END-IF.
001828
001829*    DE LA 13 EN ADELANTE SON CANTIDADES
001830
001831     IF WS-SUB-FIG > 12
001832        MOVE WS-NOMBRE-CIFRA(WS-SUB-FIG) TO WS-LCA-NOMBRE
001833        MOVE WS-BLQ-ACT(WS-SUB-FIG)      TO WS-LCA-ACTUAL
001834        MOVE WS-BLQ-ANT(WS-SUB-FIG)      TO WS-LCA-ANTERIOR
001835        MOVE WS-VARIACION                TO WS-LCA-VARIACION
001836        IF WS-BLQ-ANT(WS-SUB-FIG) EQUAL ZEROS
001837           MOVE SPACES        TO WS-LCA-PORC-X
001838        ELSE
001839           MOVE WS-PORCENTAJE TO WS-LCA-PORC
001840        END-IF
001841        WRITE REG-LISTADO FROM WS-LIN-CANTIDAD
001842     ELSE
001843        MOVE WS-NOMBRE-CIFRA(WS-SUB-FIG) TO WS-LCF-NOMBRE
001844        MOVE WS-BLQ-ACT(WS-SUB-FIG)      TO WS-LCF-ACTUAL
001845        MOVE WS-BLQ-ANT(WS-SUB-FIG)      TO WS-LCF-ANTERIOR
001846        MOVE WS-VARIACION                TO WS-LCF-VARIACION
001847        IF WS-BLQ-ANT(WS-SUB-FIG) EQUAL ZEROS
001848           MOVE SPACES        TO WS-LCF-PORC-X
001849        ELSE
001850           MOVE WS-PORCENTAJE TO WS-LCF-PORC
001851        END-IF
001852        WRITE REG-LISTADO FROM WS-LIN-CIFRA
001853     END-IF.
001854
001855     ADD 1 TO WS-SUB-FIG.
001856
001857 7550-F-LINEA-CIFRA. EXIT.
001858
001859**************************************
001860*  TENDENCIAS DE LOS 12 MESES: MARGEN*
001861*  NETO Y DEPOSITO PROMEDIO VALUADO  *
001862*  POR SUCURSAL (EN MILES DE PESOS)  *
001863**************************************
001864
001865 8000-I-LISTAR-TENDENCIAS.
001866
001867     MOVE 'TENDENCIA 12 MESES: MARGEN NETO (MILES DE PESOS)'
001868          TO WS-SEC-TEXTO.
001869     WRITE REG-LISTADO FROM WS-LIN-SECCION.
001870     WRITE REG-LISTADO FROM WS-CAB-TENDENCIA.
001871
001872     MOVE 1 TO WS-SUB-SUC.
001873     PERFORM 8100-I-TENDENCIA-MARGEN THRU 8100-F-TENDENCIA-MARGEN
001874        UNTIL WS-SUB-SUC > 100.
001875
001876     MOVE SPACES  TO WS-LIN-TENDENCIA.
001877     MOVE 'TOTAL' TO WS-LTE-NOMBRE.
001878     MOVE 1 TO WS-SUB-MES.
001879     PERFORM 8150-I-COLUMNA-TOT-MARGEN
001880        THRU 8150-F-COLUMNA-TOT-MARGEN
001881        UNTIL WS-SUB-MES > 12.
001882     WRITE REG-LISTADO FROM WS-LIN-TENDENCIA.
001883
001884     MOVE 'TENDENCIA 12 MESES: DEPOSITO PROMEDIO (MILES DE PESOS)'
001885          TO WS-SEC-TEXTO.
001886     WRITE REG-LISTADO FROM WS-LIN-SECCION.
001887     WRITE REG-LISTADO FROM WS-CAB-TENDENCIA.
001888
001889     MOVE 1 TO WS-SUB-SUC.
001890     PERFORM 8200-I-TENDENCIA-PROMED THRU 8200-F-TENDENCIA-PROMED
001891        UNTIL WS-SUB-SUC > 100.
001892
001893     MOVE SPACES  TO WS-LIN-TENDENCIA.
001894     MOVE 'TOTAL' TO WS-LTE-NOMBRE.
001895     MOVE 1 TO WS-SUB-MES.
001896     PERFORM 8250-I-COLUMNA-TOT-PROMED
001897        THRU 8250-F-COLUMNA-TOT-PROMED
001898        UNTIL WS-SUB-MES > 12.
001899     WRITE REG-LISTADO FROM WS-LIN-TENDENCIA.
001900
001901     IF WS-LIS-CODE IS NOT EQUAL '00'
001902        DISPLAY '* ERROR EN WRITE LISTADO = ' WS-LIS-CODE
001903        MOVE 9999 TO RETURN-CODE
001904     END-IF.
001905
001906 8000-F-LISTAR-TENDENCIAS. EXIT.
001907
001908 8100-I-TENDENCIA-MARGEN.
001909
001910     IF WS-SMI-LISTAR(WS-SUB-SUC) NOT EQUAL 'S'
001911        GO TO 8190-A-SIGUIENTE
001912     END-IF.
001913
001914     MOVE SPACES TO WS-LIN-TENDENCIA.
001915     COMPUTE WS-BUSCA-SUC = WS-SUB-SUC - 1.
001916     MOVE WS-BUSCA-SUC              TO WS-LTE-SUC.
001917     MOVE WS-SMI-NOMBRE(WS-SUB-SUC) TO WS-LTE-NOMBRE.
001918
001919     MOVE 1 TO WS-SUB-MES.
001920     PERFORM 8110-I-COLUMNA-MARGEN THRU 8110-F-COLUMNA-MARGEN
001921        UNTIL WS-SUB-MES > 12.
001922
001923     WRITE REG-LISTADO FROM WS-LIN-TENDENCIA.
001924
001925 8190-A-SIGUIENTE.
001926
001927     ADD 1 TO WS-SUB-SUC.
001928
001929 8100-F-TENDENCIA-MARGEN. EXIT.
001930
001931 8110-I-COLUMNA-MARGEN.
001932
001933     COMPUTE WS-MILES ROUNDED =
001934             WS-SMI-TEN-MARGEN(WS-SUB-SUC, WS-SUB-MES) / 1000.
001935     MOVE WS-MILES TO WS-LTE-VALOR(WS-SUB-MES).
001936
001937     ADD 1 TO WS-SUB-MES.
001938
001939 8110-F-COLUMNA-MARGEN. EXIT.
001940
001941 8150-I-COLUMNA-TOT-MARGEN.
001942
001943     COMPUTE WS-MILES ROUNDED =
001944             WS-TOT-TEN-MARGEN(WS-SUB-MES) / 1000.
001945     MOVE WS-MILES TO WS-LTE-VALOR(WS-SUB-MES).
001946
001947     ADD 1 TO WS-SUB-MES.
001948
001949 8150-F-COLUMNA-TOT-MARGEN. EXIT.
001950
001951 8200-I-TENDENCIA-PROMED.
001952
001953     IF WS-SMI-LISTAR(WS-SUB-SUC) NOT EQUAL 'S'
001954        GO TO 8290-A-SIGUIENTE
001955     END-IF.
001956
001957     MOVE SPACES TO WS-LIN-TENDENCIA.
001958     COMPUTE WS-BUSCA-SUC = WS-SUB-SUC - 1.
001959     MOVE WS-BUSCA-SUC              TO WS-LTE-SUC.
001960     MOVE WS-SMI-NOMBRE(WS-SUB-SUC) TO WS-LTE-NOMBRE.
001961
001962     MOVE 1 TO WS-SUB-MES.
001963     PERFORM 8210-I-COLUMNA-PROMED THRU 8210-F-COLUMNA-PROMED
001964        UNTIL WS-SUB-MES > 12.
001965
001966     WRITE REG-LISTADO FROM WS-LIN-TENDENCIA.
001967
001968 8290-A-SIGUIENTE.
001969
001970     ADD 1 TO WS-SUB-SUC.
001971
001972 8200-F-TENDENCIA-PROMED. EXIT.
001973
001974 8210-I-COLUMNA-PROMED.
001975
001976     COMPUTE WS-MILES ROUNDED =
001977             WS-SMI-TEN-PROMED(WS-SUB-SUC, WS-SUB-MES) / 1000.
001978     MOVE WS-MILES TO WS-LTE-VALOR(WS-SUB-MES).
001979
001980     ADD 1 TO WS-SUB-MES.
001981
001982 8210-F-COLUMNA-PROMED. EXIT.
001983
001984 8250-I-COLUMNA-TOT-PROMED.
001985
001986     COMPUTE WS-MILES ROUNDED =
001987             WS-TOT-TEN-PROMED(WS-SUB-MES) / 1000.
001988     MOVE WS-MILES TO WS-LTE-VALOR(WS-SUB-MES).
001989
001990     ADD 1 TO WS-SUB-MES.
001991
001992 8250-F-COLUMNA-TOT-PROMED. EXIT.
001993
001994**************************************
001995*                                    *
001996*  CUERPO FINAL CIERRE DE FILES      *
001997*                                    *
001998**************************************
001999 9999-I-FINAL.
002000
002001     IF WS-CURSOR-ABIERTO
002002        EXEC SQL
002003           CLOSE GESTION_CURSOR
002004        END-EXEC
002005     END-IF.
002006
002007     CLOSE MAESTRO
002008        IF WS-MAE-CODE IS NOT EQUAL '00'
002009          DISPLAY '* ERROR EN CLOSE MAESTRO  = ' WS-MAE-CODE
002010          MOVE 9999 TO RETURN-CODE
002011       END-IF.
002012
002013     CLOSE PERSONA
002014        IF WS-PER-CODE IS NOT EQUAL '00'
002015          DISPLAY '* ERROR EN CLOSE PERSONA  = ' WS-PER-CODE
002016          MOVE 9999 TO RETURN-CODE
002017       END-IF.
002018
002019     CLOSE PLAZOS
002020        IF WS-PFJ-CODE IS NOT EQUAL '00'
002021          DISPLAY '* ERROR EN CLOSE PLAZOS   = ' WS-PFJ-CODE
002022          MOVE 9999 TO RETURN-CODE
002023       END-IF.
002024
002025     CLOSE AUDITORIA
002026        IF WS-AUD-CODE IS NOT EQUAL '00'
002027          DISPLAY '* ERROR EN CLOSE AUDITORIA = ' WS-AUD-CODE
002028          MOVE 9999 TO RETURN-CODE
002029       END-IF.
002030
002031     IF WS-MISHIS-ABIERTO
002032        CLOSE MISHIS
002033        IF WS-MIH-CODE IS NOT EQUAL '00'
002034           DISPLAY '* ERROR EN CLOSE MISHIS   = ' WS-MIH-CODE
002035           MOVE 9999 TO RETURN-CODE
002036        END-IF
002037     END-IF.
002038
002039     CLOSE LISTADO
002040        IF WS-LIS-CODE IS NOT EQUAL '00'
002041          DISPLAY '* ERROR EN CLOSE LISTADO  = ' WS-LIS-CODE
002042          MOVE 9999 TO RETURN-CODE
002043       END-IF.
002044
002045**********************************
002046*   MOSTRAR TOTALES DE CONTROL   *
002047**********************************
002048
002049     DISPLAY 'HISTORIA LEIDOS: '          WS-CONT-HIS-LEIDOS.
002050     DISPLAY 'MOVIMIENTOS DEL MES: '      WS-CONT-HIS-MES.
002051     DISPLAY 'VENCIMIENTOS PF (76): '     WS-TOTAL-VENC-PF.
002052     DISPLAY 'CLIENTES DEL MAESTRO: '     WS-CONT-MAESTRO.
002053     DISPLAY 'PLAZOS FIJOS PAGADOS: '     WS-CONT-PLAZOS.
002054     DISPLAY 'ALTAS Y BAJAS DE CUENTAS: ' WS-CONT-AUDITORIA.
002055     DISPLAY 'CUENTAS CON SALDO: '        WS-CONT-CUENTAS.
002056     DISPLAY 'CLIENTES SIN PERSONA: '     WS-CONT-SIN-PERSONA.
002057     DISPLAY 'SUCURSALES GRABADAS: '      WS-CONT-MIH-GRABADOS.
002058     DISPLAY 'PERIODOS DADOS DE BAJA: '   WS-CONT-MIH-BORRADOS.
002059
002060 9999-F-FINAL. EXIT.
