000001 IDENTIFICATION DIVISION.
000002*                                                        *
000003 PROGRAM-ID. PGMKYC81.
000004**********************************************************
000005*                                                        *
000006*  PROGRAMA PARA SQL EMBEBIDO                            *
000007*  REVISION PERIODICA DE DATOS DEL CLIENTE (KYC)         *
000008*                                                        *
000009*  CORRE UNA VEZ POR MES. RECORRE ITPFBIO.TBCLIENT (LOS  *
000010*  CLIENTES DADOS DE BAJA O INACTIVOS EN PERSONA NO SE   *
000011*  REVISAN) Y MANTIENE KYCCLI19 (CPKYCCLI):              *
000012*    - ULTIMA REVISION: LA DEL ARCHIVO; LOS CLIENTES SIN *
000013*      REGISTRO TOMAN EL ALTA (PERSONA, TBCLIENT O EL    *
000014*      ALTA DE AUDIT19). UNA 'REVISION KYC' DE AUDIT19   *
000015*      POSTERIOR ACTUALIZA LA FECHA                      *
000016*    - CATEGORIA DE RIESGO:                              *
000017*        A = CASO DE PREVENCION DE LAVADO NO DESCARTADO  *
000018*            (CASLAV19)                                  *
000019*        M = DATOS INCOMPLETOS (SIN NACIONALIDAD O SIN   *
000020*            FECHA DE NACIMIENTO EN TBCLIENT), EXTRANJERO *
000021*            O TRES O MAS MODIFICACIONES DE DATOS EN 12  *
000022*            MESES (AUDIT19)                             *
000023*        B = EL RESTO                                    *
000024*    - PROXIMA REVISION: ULTIMA MAS 12 / 36 / 60 MESES   *
000025*      SEGUN EL RIESGO, O ANTES SI EL CLIENTE CUMPLE 18  *
000026*      ANOS DESPUES DE LA ULTIMA REVISION                *
000027*                                                        *
000028*  A LOS CLIENTES CON LA REVISION CUMPLIDA SE LES EMITE  *
000029*  UN AVISO (DDCAR, CPKYCCAR; POR CORREO ELECTRONICO SI  *
000030*  TIENEN EMAIL) Y QUEDAN PENDIENTES. SI A LOS DIAS DE   *
000031*  GRACIA DEL PRIMER AVISO NO SE CONFIRMARON LOS DATOS   *
000032*  (T219 PF10) SE MARCAN VENCIDOS: LA T219 LO ADVIERTE   *
000033*  Y LA T227 BLOQUEA SUS TRANSFERENCIAS                  *
000034*                                                        *
000035*  LA SUCURSAL DEL CLIENTE ES LA DE SU ULTIMO MOVIMIENTO *
000036*  DE SUCURSAL EN LOS 12 MESES (COMO PGMMIS71). EL       *
000037*  INFORME (DDLIS) LISTA POR SUCURSAL LOS CLIENTES A     *
000038*  REVISAR, PENDIENTES Y VENCIDOS                        *
000039*                                                        *
000040*  AUDITORIA: DDAUD ES AUDIT19 Y DDAUH LAS GENERACIONES  *
000041*  DEL HISTORICO DE PGMAUD21 (AMBOS OPCIONALES)          *
000042*                                                        *
000043*  PARAMETROS (SYSIN, OPCIONAL): GRACIA=NNN (DIAS,       *
000044*  DEFECTO 060)                                          *
000044*                                                        *
000044*  SI LA TABLA DE CLIENTES SE LLENA EL PROCESO TERMINA   *
000044*  CON RC 16 SIN ACTUALIZAR KYCCLI19. SI SE LLENA LA     *
000044*  DEL INFORME, LOS CLIENTES QUE NO ENTRAN SE CUENTAN Y  *
000044*  EL PROCESO TERMINA CON RC 16                          *
000045*                                                        *
000046**********************************************************
000047*      MANTENIMIENTO DE PROGRAMA                         *
000048**********************************************************
000049*  FECHA      *       DETALLE        *
000050**************************************
000051* 15/10/2026  * REVISION PERIODICA  *
000052*             * DE DATOS (KYC) Y    *
000053*             * AVISOS AL CLIENTE   *
000054**************************************
000054* 15/10/2026  * TABLAS DE 9999 Y    *
000054*             * RC 16 SI SE LLENAN  *
000054**************************************
000055 AUTHOR. NAHUEL GATTARI.
000056 ENVIRONMENT DIVISION.
000057 CONFIGURATION SECTION.
000058 SPECIAL-NAMES.
000059     DECIMAL-POINT IS COMMA.
000060
000061 INPUT-OUTPUT SECTION.
000062 FILE-CONTROL.
000063
000064       SELECT KYCCLI   ASSIGN DDKYC
000065       ORGANIZATION   IS INDEXED
000066       ACCESS IS RANDOM
000067       RECORD KEY IS KYC-NRO-CLIENTE
000068       FILE STATUS IS WS-KYC-CODE.
000069
000070       SELECT PERSONA  ASSIGN DDPER
000071       ORGANIZATION   IS INDEXED
000072       ACCESS IS DYNAMIC
000073       RECORD KEY IS WS-CLAVE-PER
000074       ALTERNATE RECORD KEY IS WS-CLAVE-PER-CLI
000075       FILE STATUS IS WS-PER-CODE.
000076
000077       SELECT AUDITORIA ASSIGN DDAUD
000078              FILE STATUS IS WS-AUD-CODE.
000079
000080       SELECT AUDHIS   ASSIGN DDAUH
000081              FILE STATUS IS WS-AUH-CODE.
000082
000083       SELECT CASOS    ASSIGN DDCAS
000084       ORGANIZATION   IS INDEXED
000085       ACCESS IS SEQUENTIAL
000086       RECORD KEY IS CAS-CLAVE
000087       FILE STATUS IS WS-CAS-CODE.
000088
000089       SELECT SUCURSAL ASSIGN DDSUC
000090              FILE STATUS IS WS-SUC-CODE.
000091
000092       SELECT CARTAS   ASSIGN DDCAR
000093              FILE STATUS IS WS-CAR-CODE.
000094
000095       SELECT LISTADO  ASSIGN DDLIS
000096              FILE STATUS IS WS-LIS-CODE.
000097
000098       SELECT PARMIN   ASSIGN SYSIN
000099              FILE STATUS IS WS-PRM-CODE.
000100
000101       SELECT RUNCTL   ASSIGN DDRUN
000102              FILE STATUS IS WS-RUN-CODE.
000103
000104 DATA DIVISION.
000105 FILE SECTION.
000106 FD KYCCLI.
000107
000108     COPY CPKYCCLI.
000109
000110 FD PERSONA.
000111
000112     COPY CPPERSO.
000113
000114 01  WS-REG-PERSONA-CLAVE REDEFINES REG-PERSONA.
000115     03  WS-CLAVE-PER.
000116         05  WS-CLAVE-PER-TIP   PIC X(02).
000117         05  WS-CLAVE-PER-NRO   PIC 9(11).
000118     03  FILLER                 PIC X(04).
000119     03  WS-CLAVE-PER-CLI       PIC 9(03).
000120     03  FILLER                 PIC X(140).
000121
000122 FD AUDITORIA
000123      BLOCK CONTAINS 0 RECORDS
000124      RECORDING MODE IS F.
000125
000126 01  REG-AUD-ACTUAL     PIC X(302).
000127
000128 FD AUDHIS
000129      BLOCK CONTAINS 0 RECORDS
000130      RECORDING MODE IS F.
000131
000132 01  REG-AUDHIS.
000133     03  AUH-FECHA-PROCESO     PIC 9(08).
000134     03  AUH-REG-AUDITORIA     PIC X(302).
000135
000136 FD CASOS.
000137
000138     COPY CPCASLAV.
000139
000140 FD SUCURSAL
000141      BLOCK CONTAINS 0 RECORDS
000142      RECORDING MODE IS F.
000143
000144     COPY CPSUCUR.
000145
000146 FD CARTAS
000147      BLOCK CONTAINS 0 RECORDS
000148      RECORDING MODE IS F.
000149
000150     COPY CPKYCCAR.
000151
000152 FD LISTADO
000153      BLOCK CONTAINS 0 RECORDS
000154      RECORDING MODE IS F.
000155
000156 01 REG-LISTADO     PIC X(132).
000157
000158 FD PARMIN
000159      BLOCK CONTAINS 0 RECORDS
000160      RECORDING MODE IS F.
000161
000162 01  REG-PARMIN      PIC X(80).
000163
000164 FD RUNCTL
000165      BLOCK CONTAINS 0 RECORDS
000166      RECORDING MODE IS F.
000167
000168     COPY CPRUNCTL.
000169
000170**************************************
000171 WORKING-STORAGE SECTION.
000172**************************************
000173 77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000174 77  WS-KYC-CODE      PIC XX    VALUE SPACES.
000175 77  WS-PER-CODE      PIC XX    VALUE SPACES.
000176 77  WS-AUD-CODE      PIC XX    VALUE SPACES.
000177 77  WS-AUH-CODE      PIC XX    VALUE SPACES.
000178 77  WS-CAS-CODE      PIC XX    VALUE SPACES.
000179 77  WS-SUC-CODE      PIC XX    VALUE SPACES.
000180 77  WS-CAR-CODE      PIC XX    VALUE SPACES.
000181 77  WS-LIS-CODE      PIC XX    VALUE SPACES.
000182 77  WS-PRM-CODE      PIC XX    VALUE SPACES.
000183 77  WS-RUN-CODE      PIC XX    VALUE SPACES.
000184 77  FS-SQLCODE       PIC -999  VALUE ZEROS.
000185 77  WS-PGMHIS        PIC X(8)  VALUE 'PGMHIS'.
000186
000187************
000188*CONTADORES*
000189************
000190 77  WS-CONT-CLIENTES     PIC 9(8)     VALUE ZEROS.
000191 77  WS-CONT-NO-REVISA    PIC 9(8)     VALUE ZEROS.
000192 77  WS-CONT-ALTAS-KYC    PIC 9(8)     VALUE ZEROS.
000193 77  WS-CONT-REV-AUDIT    PIC 9(8)     VALUE ZEROS.
000194 77  WS-CONT-VIGENTES     PIC 9(8)     VALUE ZEROS.
000195 77  WS-CONT-REQUERIDAS   PIC 9(8)     VALUE ZEROS.
000196 77  WS-CONT-RECORDATORIO PIC 9(8)     VALUE ZEROS.
000197 77  WS-CONT-VENCE-HOY    PIC 9(8)     VALUE ZEROS.
000198 77  WS-CONT-BLOQUEADAS   PIC 9(8)     VALUE ZEROS.
000199 77  WS-CONT-EMAILS       PIC 9(8)     VALUE ZEROS.
000200 77  WS-CONT-CARTAS       PIC 9(8)     VALUE ZEROS.
000200 77  WS-CONT-FUERA-INF    PIC 9(8)     VALUE ZEROS.
000201 77  WS-CONT-RIESGO-A     PIC 9(8)     VALUE ZEROS.
000202 77  WS-CONT-RIESGO-M     PIC 9(8)     VALUE ZEROS.
000203 77  WS-CONT-RIESGO-B     PIC 9(8)     VALUE ZEROS.
000204 77  WS-LINEA             PIC 9(02)    VALUE 99.
000205 77  WS-CONT-PAGINA       PIC 9(03)    VALUE ZEROS.
000206
000207********************
000208*      FLAGS       *
000209********************
000210
000211 01  WS-STATUS-FIN    PIC X.
000212     88  WS-FIN-LECTURA         VALUE 'Y'.
000213     88  WS-NO-FIN-LECTURA      VALUE 'N'.
000214
000215 01  WS-STA-AUX       PIC X     VALUE 'N'.
000216     88  WS-FIN-AUX             VALUE 'Y'.
000217     88  WS-NO-FIN-AUX          VALUE 'N'.
000218
000219 01  WS-SW-BUSCA      PIC X     VALUE 'N'.
000220     88  WS-ENCONTRO            VALUE 'Y'.
000221     88  WS-NO-ENCONTRO         VALUE 'N'.
000222
000223 01  WS-SW-KYC        PIC X     VALUE 'N'.
000224     88  WS-KYC-NUEVO           VALUE 'S'.
000225     88  WS-KYC-EXISTENTE       VALUE 'N'.
000226
000227 01  WS-SW-SUC-IMPRESA PIC X    VALUE 'N'.
000228     88  WS-SUC-IMPRESA         VALUE 'S'.
000229     88  WS-SUC-NO-IMPRESA      VALUE 'N'.
000230
000231**************************************
000232*   PARAMETRO: DIAS DE GRACIA Y      *
000233*   PERIODICIDAD POR RIESGO (MESES)  *
000234**************************************
000235
000236 77  WS-PARM-GRACIA   PIC 9(03)    VALUE 060.
000237 77  WS-MESES-ALTO    PIC 9(03)    VALUE 012.
000238 77  WS-MESES-MEDIO   PIC 9(03)    VALUE 036.
000239 77  WS-MESES-BAJO    PIC 9(03)    VALUE 060.
000240 77  WS-TOPE-MODIF    PIC 9(03)    VALUE 003.
000241 77  WS-MESES-REVISION PIC 9(03)   VALUE ZEROS.
000242
000243**************************************
000244*   DATOS DE AUDITORIA, SUCURSAL Y   *
000245*   PREVENCION POR CLIENTE (CLAVE    *
000246*   TIPO + NRO DE DOCUMENTO)         *
000247**************************************
000248
000249 77  WS-CONT-CLI      PIC 9(04)     VALUE ZEROS.
000250 77  WS-BUSCA-CLI     PIC X(13)     VALUE SPACES.
000251
000252 01  WS-TABLA-CLIENTES.
000253     05  WS-CLI-ENTRADA OCCURS 9999 TIMES
000254             INDEXED BY WS-IDX-CLI.
000255         10  WS-CLI-CLAVE       PIC X(13).
000256         10  WS-CLI-SUC         PIC 9(02).
000257         10  WS-CLI-FECHA-SUC   PIC 9(08).
000258         10  WS-CLI-ALTA        PIC 9(08).
000259         10  WS-CLI-MODIF       PIC 9(08).
000260         10  WS-CLI-CANT-MODIF  PIC 9(03).
000261         10  WS-CLI-REVISION    PIC 9(08).
000262         10  WS-CLI-CASO        PIC X(01).
000263
000264**************************************
000265*   DATOS DEL CLIENTE EN CURSO       *
000266**************************************
000267
000268 01  WS-CLIENTE-ACTUAL.
000269     03  WS-ACT-SUC           PIC 9(02)    VALUE ZEROS.
000270     03  WS-ACT-ALTA          PIC 9(08)    VALUE ZEROS.
000271     03  WS-ACT-MODIF         PIC 9(08)    VALUE ZEROS.
000272     03  WS-ACT-CANT-MODIF    PIC 9(03)    VALUE ZEROS.
000273     03  WS-ACT-REVISION      PIC 9(08)    VALUE ZEROS.
000274     03  WS-ACT-CASO          PIC X(01)    VALUE 'N'.
000275         88  WS-ACT-CON-CASO               VALUE 'S'.
000276     03  WS-ACT-NACIMIENTO    PIC 9(08)    VALUE ZEROS.
000277     03  WS-ACT-ALTA-TBCLI    PIC 9(08)    VALUE ZEROS.
000278     03  WS-ACT-MOTIVO        PIC X(18)    VALUE SPACES.
000279     03  WS-ACT-SITUACION     PIC X(01)    VALUE SPACES.
000280
000281**************************************
000282*   SUCURSALES (SUBINDICE = NRO DE   *
000283*   SUCURSAL + 1; LA 00 ES LA DE LOS *
000284*   CLIENTES SIN SUCURSAL)           *
000285**************************************
000286
000287 77  WS-SUB-SUC       PIC 9(03)     VALUE ZEROS.
000288
000289 01  WS-TABLA-SUCURSALES.
000290     05  WS-SUC-ENTRADA OCCURS 100 TIMES.
000291         10  WS-SUC-NOMBRE      PIC X(20).
000292         10  WS-SUC-CANT OCCURS 4 TIMES
000293                                PIC 9(05).
000294
000295**************************************
000296*   CLIENTES DEL INFORME (SE LISTAN  *
000297*   AL FINAL AGRUPADOS POR SUCURSAL) *
000298**************************************
000299
000300 77  WS-CONT-INF      PIC 9(04)     VALUE ZEROS.
000301 77  WS-SUB-INF       PIC 9(04)     VALUE ZEROS.
000302 77  WS-SUB-SIT       PIC 9(01)     VALUE ZEROS.
000303
000304 01  WS-TABLA-INFORME.
000305     05  WS-INF-ENTRADA OCCURS 9999 TIMES.
000306         10  WS-INF-SUC         PIC 9(02).
000307         10  WS-INF-CLIENTE     PIC 9(05).
000308         10  WS-INF-TIP-DOC     PIC X(02).
000309         10  WS-INF-NRO-DOC     PIC 9(11).
000310         10  WS-INF-NOMAPE      PIC X(30).
000311         10  WS-INF-RIESGO      PIC X(01).
000312         10  WS-INF-MOTIVO      PIC X(18).
000313         10  WS-INF-REVISION    PIC 9(08).
000314         10  WS-INF-PROXIMA     PIC 9(08).
000315         10  WS-INF-AVISO       PIC 9(08).
000316         10  WS-INF-SITUACION   PIC X(01).
000317
000318**************************************
000319*   FECHAS DE TRABAJO                *
000320**************************************
000321
000322 01  WS-FECHA-PROCESO     PIC 9(08)    VALUE ZEROS.
000323 01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
000324     03  WS-PRO-AAAA      PIC 9(04).
000325     03  WS-PRO-MM        PIC 9(02).
000326     03  WS-PRO-DD        PIC 9(02).
000327
000328 01  WS-FECHA-CORTE       PIC 9(08)    VALUE ZEROS.
000329 01  WS-FECHA-CORTE-R REDEFINES WS-FECHA-CORTE.
000330     03  WS-COR-AAAA      PIC 9(04).
000331     03  WS-COR-MM        PIC 9(02).
000332     03  WS-COR-DD        PIC 9(02).
000333
000334 01  WS-FECHA-CALC        PIC 9(08)    VALUE ZEROS.
000335 01  WS-FECHA-CALC-R REDEFINES WS-FECHA-CALC.
000336     03  WS-CAL-AAAA      PIC 9(04).
000337     03  WS-CAL-MM        PIC 9(02).
000338     03  WS-CAL-DD        PIC 9(02).
000339
000340 77  WS-TOTAL-MESES       PIC 9(06)    VALUE ZEROS.
000341 77  WS-SERIE-PROCESO     PIC 9(08)    VALUE ZEROS.
000342 77  WS-SERIE-AVISO       PIC 9(08)    VALUE ZEROS.
000343 77  WS-DIAS-AVISO        PIC S9(08)   VALUE ZEROS.
000344
000345*    FECHAS DD-MM-AAAA DE AUDIT19 Y TBCLIENT
000346
000347 01  WS-FECHA-DDMM.
000348     03  WS-DDMM-DD       PIC X(02).
000349     03  FILLER           PIC X(01).
000350     03  WS-DDMM-MM       PIC X(02).
000351     03  FILLER           PIC X(01).
000352     03  WS-DDMM-AAAA     PIC X(04).
000353
000354 01  WS-FECHA-AMD.
000355     03  WS-AMD-AAAA      PIC X(04).
000356     03  WS-AMD-MM        PIC X(02).
000357     03  WS-AMD-DD        PIC X(02).
000358
000359 01  WS-FECHA-AMD-N REDEFINES WS-FECHA-AMD
000360                          PIC 9(08).
000361
000362 01  WS-FECHA-CONV        PIC 9(08)    VALUE ZEROS.
000363
000364**************************************
000365*   REGISTRO DE AUDITORIA (AUDIT19   *
000366*   O IMAGEN DEL HISTORICO)          *
000367**************************************
000368
000369     COPY CPAUDIT.
000370
000371**************************************
000372*   ACCESO A LA HISTORIA (PGMHIS)    *
000373**************************************
000374
000375     COPY CPLKHIS.
000376
000377     COPY CPMOVHIS.
000378
000379***********************************
000380*       LINEAS DEL INFORME        *
000381***********************************
000382
000383 01  WS-TITULO.
000384     03  FILLER              PIC X(10)    VALUE  SPACES.
000385     03  FILLER              PIC X(44)    VALUE
000386      'REVISION PERIODICA DE DATOS DE CLIENTES KYC '.
000387     03  FILLER              PIC X(07)    VALUE 'FECHA: '.
000388     03  WS-TIT-FECHA        PIC 9(08)    VALUE ZEROS.
000389     03  FILLER              PIC X(09)    VALUE '  GRACIA '.
000390     03  WS-TIT-GRACIA       PIC ZZ9      VALUE ZEROS.
000391     03  FILLER              PIC X(05)    VALUE ' DIAS'.
000392     03  FILLER              PIC X(10)    VALUE '   PAGINA '.
000393     03  WS-TIT-PAGINA       PIC ZZ9      VALUE ZEROS.
000394     03  FILLER              PIC X(33)    VALUE SPACES.
000395
000396 01  WS-COL-DETALLE.
000397     03  FILLER    PIC X(02)    VALUE SPACES.
000398     03  FILLER    PIC X(07)    VALUE 'CLIENTE'.
000399     03  FILLER    PIC X(17)    VALUE 'DOCUMENTO'.
000400     03  FILLER    PIC X(32)    VALUE 'NOMBRE Y APELLIDO'.
000401     03  FILLER    PIC X(03)    VALUE 'RI'.
000402     03  FILLER    PIC X(20)    VALUE 'MOTIVO DEL RIESGO'.
000403     03  FILLER    PIC X(10)    VALUE 'ULT.REVIS.'.
000404     03  FILLER    PIC X(10)    VALUE 'VENCIMIEN.'.
000405     03  FILLER    PIC X(10)    VALUE 'AVISO'.
000406     03  FILLER    PIC X(21)    VALUE 'SITUACION'.
000407
000408 01  WS-LIN-SUCURSAL.
000409     03  FILLER    PIC X(02)    VALUE SPACES.
000410     03  FILLER    PIC X(10)    VALUE 'SUCURSAL: '.
000411     03  WS-LSU-NRO      PIC 9(02)    VALUE ZEROS.
000412     03  FILLER    PIC X(01)    VALUE SPACES.
000413     03  WS-LSU-NOMBRE   PIC X(20)    VALUE SPACES.
000414     03  FILLER    PIC X(97)    VALUE SPACES.
000415
000416 01  WS-LIN-DETALLE.
000417     03  FILLER    PIC X(02)    VALUE SPACES.
000418     03  WS-DET-CLIENTE  PIC 9(05)    VALUE ZEROS.
000419     03  FILLER    PIC X(02)    VALUE SPACES.
000420     03  WS-DET-TIPDOC   PIC X(02)    VALUE SPACES.
000421     03  FILLER    PIC X(01)    VALUE SPACES.
000422     03  WS-DET-NRODOC   PIC 9(11)    VALUE ZEROS.
000423     03  FILLER    PIC X(03)    VALUE SPACES.
000424     03  WS-DET-NOMAPE   PIC X(30)    VALUE SPACES.
000425     03  FILLER    PIC X(02)    VALUE SPACES.
000426     03  WS-DET-RIESGO   PIC X(01)    VALUE SPACES.
000427     03  FILLER    PIC X(02)    VALUE SPACES.
000428     03  WS-DET-MOTIVO   PIC X(18)    VALUE SPACES.
000429     03  FILLER    PIC X(02)    VALUE SPACES.
000430     03  WS-DET-REVISION PIC 9(08)    VALUE ZEROS.
000431     03  FILLER    PIC X(02)    VALUE SPACES.
000432     03  WS-DET-PROXIMA  PIC 9(08)    VALUE ZEROS.
000433     03  FILLER    PIC X(02)    VALUE SPACES.
000434     03  WS-DET-AVISO    PIC 9(08)    VALUE ZEROS.
000435     03  FILLER    PIC X(02)    VALUE SPACES.
000436     03  WS-DET-SITUACION PIC X(20)   VALUE SPACES.
000437     03  FILLER    PIC X(01)    VALUE SPACES.
000438
000439 01  WS-LIN-SUBTOTAL.
000440     03  FILLER    PIC X(04)    VALUE SPACES.
000441     03  FILLER    PIC X(16)    VALUE 'A REVISAR: '.
000442     03  WS-SUB-REQ      PIC ZZZZ9    VALUE ZEROS.
000443     03  FILLER    PIC X(16)    VALUE '   PENDIENTES: '.
000444     03  WS-SUB-REC      PIC ZZZZ9    VALUE ZEROS.
000445     03  FILLER    PIC X(16)    VALUE '   VENCEN HOY: '.
000446     03  WS-SUB-VEN      PIC ZZZZ9    VALUE ZEROS.
000447     03  FILLER    PIC X(16)    VALUE '   BLOQUEADOS: '.
000448     03  WS-SUB-BLO      PIC ZZZZ9    VALUE ZEROS.
000449     03  FILLER    PIC X(44)    VALUE SPACES.
000450
000451 01  WS-LIN-TOTAL.
000452     03  FILLER    PIC X(02)    VALUE SPACES.
000453     03  WS-TOT-CONCEPTO PIC X(40)   VALUE SPACES.
000454     03  WS-TOT-CANT     PIC ZZ.ZZZ.ZZ9 VALUE ZEROS.
000455     03  FILLER    PIC X(80)    VALUE SPACES.
000456
000457 01  WS-LIN-BLANCO    PIC X(132)   VALUE SPACES.
000458
000459 77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
000460
000461**************************************
000462*     AREA DE COMUNICACION DB2       *
000463**************************************
000464
000465      EXEC SQL
000466        INCLUDE SQLCA
000467      END-EXEC.
000468
000469      EXEC SQL
000470        INCLUDE TBCLI
000471      END-EXEC.
000472
000473      EXEC SQL
000474        DECLARE KYC_CURSOR CURSOR
000475       WITH HOLD
000476        FOR
000477        SELECT TIPO_DOCUMENTO,
000478               NRO_DOCUMENTO,
000479               NRO_CLIENTE,
000480               NACIONALIDAD,
000481               FECHA_DE_ALTA,
000482               FECHA_DE_BAJA,
000483               FECCHA_NACIMIENTO
000484
000485        FROM  ITPFBIO.TBCLIENT
000486
000487      END-EXEC.
000488
000489***************************************************************.
000490 PROCEDURE DIVISION.
000491**************************************
000492*                                    *
000493*  CUERPO PRINCIPAL DEL PROGRAMA     *
000494*                                    *
000495**************************************
000496 MAIN-PROGRAM.
000497
000498     PERFORM 1000-I-INICIO  THRU 1000-F-INICIO.
000499
000500     PERFORM 2000-I-PROCESO THRU 2000-F-PROCESO
000501                            UNTIL WS-FIN-LECTURA.
000502
000503     PERFORM 8000-I-INFORME THRU 8000-F-INFORME.
000504
000505     PERFORM 9999-I-FINAL   THRU 9999-F-FINAL.
000506
000507 F-MAIN-PROGRAM. GOBACK.
000508
000509**************************************
000510*                                    *
000511*  CUERPO INICIO APERTURA ARCHIVOS   *
000512*                                    *
000513**************************************
000514 1000-I-INICIO.
000515
000516     SET WS-NO-FIN-LECTURA TO TRUE.
000517
000518     PERFORM 1100-I-LEER-RUNCTL THRU 1100-F-LEER-RUNCTL.
000519
000520     PERFORM 1150-I-LEER-PARM   THRU 1150-F-LEER-PARM.
000521
000522     PERFORM 1180-I-FECHA-CORTE THRU 1180-F-FECHA-CORTE.
000523
000524     IF NOT WS-FIN-LECTURA
000525
000526        OPEN I-O KYCCLI
000527        IF WS-KYC-CODE IS NOT EQUAL '00'
000528           DISPLAY '* ERROR EN OPEN KYCCLI   = ' WS-KYC-CODE
000529           MOVE 9999 TO RETURN-CODE
000530           SET  WS-FIN-LECTURA TO TRUE
000531        END-IF
000532
000533        OPEN INPUT PERSONA
000534        IF WS-PER-CODE IS NOT EQUAL '00'
000535           DISPLAY '* ERROR EN OPEN PERSONA  = ' WS-PER-CODE
000536           MOVE 9999 TO RETURN-CODE
000537           SET  WS-FIN-LECTURA TO TRUE
000538        END-IF
000539
000540        OPEN OUTPUT CARTAS
000541        IF WS-CAR-CODE IS NOT EQUAL '00'
000542           DISPLAY '* ERROR EN OPEN CARTAS   = ' WS-CAR-CODE
000543           MOVE 9999 TO RETURN-CODE
000544           SET  WS-FIN-LECTURA TO TRUE
000545        END-IF
000546
000547        OPEN OUTPUT LISTADO
000548        IF WS-LIS-CODE IS NOT EQUAL '00'
000549           DISPLAY '* ERROR EN OPEN LISTADO  = ' WS-LIS-CODE
000550           MOVE 9999 TO RETURN-CODE
000551           SET  WS-FIN-LECTURA TO TRUE
000552        END-IF
000553     END-IF.
000554
000555     IF NOT WS-FIN-LECTURA
000556        PERFORM 1200-I-CARGAR-SUCURSALES
000557           THRU 1200-F-CARGAR-SUCURSALES
000558     END-IF.
000559
000560*    LOS CASOS DE PREVENCION SE CARGAN PRIMERO: SON LOS QUE
000561*    NO PUEDEN QUEDAR FUERA DE LA TABLA DE CLIENTES
000562
000563     IF NOT WS-FIN-LECTURA
000564        PERFORM 1500-I-CARGAR-CASOS
000565           THRU 1500-F-CARGAR-CASOS
000566     END-IF.
000566
000566     IF NOT WS-FIN-LECTURA
000566        PERFORM 1300-I-CARGAR-HISTORIA
000566           THRU 1300-F-CARGAR-HISTORIA
000566     END-IF.
000566
000566     IF NOT WS-FIN-LECTURA
000566        PERFORM 1400-I-CARGAR-AUDITORIA
000566           THRU 1400-F-CARGAR-AUDITORIA
000566     END-IF.
000566
000566     IF NOT WS-FIN-LECTURA
000566        PERFORM 1450-I-CARGAR-AUDHIS
000566           THRU 1450-F-CARGAR-AUDHIS
000566     END-IF.
000567
000568     IF NOT WS-FIN-LECTURA
000569        PERFORM 1600-I-ABRIR-CURSOR  THRU 1600-F-ABRIR-CURSOR
000570        PERFORM 3000-I-LEER-CLIENTE  THRU 3000-F-LEER-CLIENTE
000571     END-IF.
000572
000573 1000-F-INICIO.   EXIT.
000574
000575**************************************
000576*  FECHA OFICIAL DE PROCESO DESDE    *
000577*  EL CONTROL DE CORRIDA             *
000578**************************************
000579
000580 1100-I-LEER-RUNCTL.
000581
000582     OPEN INPUT RUNCTL.
000583
000584     IF WS-RUN-CODE NOT EQUAL '00'
000585        DISPLAY '* ERROR EN OPEN RUNCTL   = ' WS-RUN-CODE
000586        MOVE 9999 TO RETURN-CODE
000587        SET  WS-FIN-LECTURA TO TRUE
000588        GO TO 1100-F-LEER-RUNCTL
000589     END-IF.
000590
000591     READ RUNCTL.
000592     IF WS-RUN-CODE NOT EQUAL '00'
000593        DISPLAY '* ERROR EN LECTURA RUNCTL = ' WS-RUN-CODE
000594        MOVE 9999 TO RETURN-CODE
000595        SET  WS-FIN-LECTURA TO TRUE
000596        CLOSE RUNCTL
000597        GO TO 1100-F-LEER-RUNCTL
000598     END-IF.
000599
000600     MOVE RUN-FECHA-PROCESO TO WS-FECHA-PROCESO.
000601
000602     CLOSE RUNCTL.
000603
000604 1100-F-LEER-RUNCTL. EXIT.
000605
000606**************************************
000607*  PARAMETRO: GRACIA=NNN             *
000608**************************************
000609
000610 1150-I-LEER-PARM.
000611
000612     OPEN INPUT PARMIN.
000613
000614     IF WS-PRM-CODE EQUAL '00'
000615        MOVE SPACES TO REG-PARMIN
000616        READ PARMIN
000617           AT END
000618              CONTINUE
000619           NOT AT END
000620              IF REG-PARMIN(1:7) EQUAL 'GRACIA='
000621                 AND REG-PARMIN(8:3) IS NUMERIC
000622                 MOVE REG-PARMIN(8:3) TO WS-PARM-GRACIA
000623              END-IF
000624        END-READ
000625        CLOSE PARMIN
000626     END-IF.
000627
000628 1150-F-LEER-PARM. EXIT.
000629
000630**************************************
000631*  FECHA DE CORTE: PROCESO MENOS     *
000632*  12 MESES (SUCURSAL DEL CLIENTE Y  *
000633*  MODIFICACIONES FRECUENTES)        *
000634**************************************
000635
000636 1180-I-FECHA-CORTE.
000637
000638     MOVE WS-FECHA-PROCESO TO WS-FECHA-CORTE.
000639     SUBTRACT 1 FROM WS-COR-AAAA.
000640
000641     COMPUTE WS-SERIE-PROCESO = WS-PRO-AAAA * 360
000642           + WS-PRO-MM * 30 + WS-PRO-DD.
000643
000644 1180-F-FECHA-CORTE. EXIT.
000645
000646**************************************
000647*  CARGA DEL MAESTRO DE SUCURSALES   *
000648**************************************
000649
000650 1200-I-CARGAR-SUCURSALES.
000651
000652     INITIALIZE WS-TABLA-SUCURSALES.
000653
000654     MOVE 1 TO WS-SUB-SUC.
000655     PERFORM 1220-I-INICIAR-SUCURSAL THRU 1220-F-INICIAR-SUCURSAL
000656        UNTIL WS-SUB-SUC > 100.
000657
000658     OPEN INPUT SUCURSAL.
000659
000660     IF WS-SUC-CODE NOT EQUAL '00'
000661        DISPLAY '* AVISO: SIN MAESTRO DE SUCURSALES'
000662        GO TO 1200-F-CARGAR-SUCURSALES
000663     END-IF.
000664
000665     SET WS-NO-FIN-AUX TO TRUE.
000666     PERFORM 1250-I-LEER-SUCURSAL THRU 1250-F-LEER-SUCURSAL
000667        UNTIL WS-FIN-AUX.
000668
000669     CLOSE SUCURSAL.
000670
000671 1200-F-CARGAR-SUCURSALES. EXIT.
000672
000673 1220-I-INICIAR-SUCURSAL.
000674
000675     MOVE 'SIN SUCURSAL' TO WS-SUC-NOMBRE(WS-SUB-SUC).
000676
000677     ADD 1 TO WS-SUB-SUC.
000678
000679 1220-F-INICIAR-SUCURSAL. EXIT.
000680
000681 1250-I-LEER-SUCURSAL.
000682
000683     READ SUCURSAL
000684        AT END
000685           SET WS-FIN-AUX TO TRUE
000686        NOT AT END
000687           IF SUC-NRO IS NUMERIC
000688              COMPUTE WS-SUB-SUC = SUC-NRO + 1
000689              MOVE SUC-NOMBRE TO WS-SUC-NOMBRE(WS-SUB-SUC)
000690           END-IF
000691     END-READ.
000692
000693 1250-F-LEER-SUCURSAL. EXIT.
000694
000695**************************************
000696*  SUCURSAL DEL CLIENTE: LA DE SU    *
000697*  ULTIMO MOVIMIENTO DE SUCURSAL EN  *
000698*  LA HISTORIA DE LOS 12 MESES       *
000699**************************************
000700
000701 1300-I-CARGAR-HISTORIA.
000702
000703     MOVE 'A'            TO LK-HIS-FUNCION.
000704     MOVE WS-FECHA-CORTE TO LK-HIS-DESDE.
000705     MOVE 99999999       TO LK-HIS-HASTA.
000706     CALL WS-PGMHIS USING LK-HIS-AREA REG-MOVHIS.
000707
000708     IF LK-HIS-RESULTADO NOT EQUAL 'S'
000709        DISPLAY '* AVISO: SIN HISTORIA PARA LA SUCURSAL'
000710        GO TO 1300-F-CARGAR-HISTORIA
000711     END-IF.
000712
000713     SET WS-NO-FIN-AUX TO TRUE.
000714     PERFORM 1350-I-LEER-HISTORIA THRU 1350-F-LEER-HISTORIA
000715        UNTIL WS-FIN-AUX.
000716
000717 1300-F-CARGAR-HISTORIA. EXIT.
000718
000719 1350-I-LEER-HISTORIA.
000720
000721     MOVE 'L' TO LK-HIS-FUNCION.
000722     CALL WS-PGMHIS USING LK-HIS-AREA REG-MOVHIS.
000723
000724     IF LK-HIS-RESULTADO EQUAL 'E'
000725        DISPLAY '* AVISO: HISTORIA INCOMPLETA = '
000726                LK-HIS-CODE
000727     END-IF.
000728
000729     IF LK-HIS-RESULTADO NOT EQUAL 'S'
000730        SET WS-FIN-AUX TO TRUE
000731        GO TO 1350-F-LEER-HISTORIA
000732     END-IF.
000733
000734     IF MOV-SUC IS NOT NUMERIC
000735        OR MOV-SUC EQUAL ZEROS
000736        GO TO 1350-F-LEER-HISTORIA
000737     END-IF.
000738
000739     MOVE MOV-TIP-DOC TO WS-BUSCA-CLI(1:2).
000740     MOVE MOV-NRO-DOC TO WS-BUSCA-CLI(3:11).
000741
000742     PERFORM 1900-I-UBICAR-CLIENTE THRU 1900-F-UBICAR-CLIENTE.
000743
000744     IF WS-ENCONTRO
000745        IF MOV-FECHA NOT LESS THAN WS-CLI-FECHA-SUC(WS-IDX-CLI)
000746           MOVE MOV-FECHA TO WS-CLI-FECHA-SUC(WS-IDX-CLI)
000747           MOVE MOV-SUC   TO WS-CLI-SUC(WS-IDX-CLI)
000748        END-IF
000749     END-IF.
000750
000751 1350-F-LEER-HISTORIA. EXIT.
000752
000753**************************************
000754*  AUDITORIA DEL DIA (AUDIT19)       *
000755**************************************
000756
000757 1400-I-CARGAR-AUDITORIA.
000758
000759     OPEN INPUT AUDITORIA.
000760
000761     IF WS-AUD-CODE NOT EQUAL '00'
000762        DISPLAY '* AVISO: SIN ARCHIVO AUDIT19 PARA LA REVISION'
000763        GO TO 1400-F-CARGAR-AUDITORIA
000764     END-IF.
000765
000766     SET WS-NO-FIN-AUX TO TRUE.
000767     PERFORM 1420-I-LEER-AUDITORIA THRU 1420-F-LEER-AUDITORIA
000768        UNTIL WS-FIN-AUX.
000769
000770     CLOSE AUDITORIA.
000771
000772 1400-F-CARGAR-AUDITORIA. EXIT.
000773
000774 1420-I-LEER-AUDITORIA.
000775
000776     READ AUDITORIA INTO REG-AUDITORIA
000777        AT END
000778           SET WS-FIN-AUX TO TRUE
000779           GO TO 1420-F-LEER-AUDITORIA
000780     END-READ.
000781
000782     PERFORM 1480-I-REGISTRAR-AUDITORIA
000783        THRU 1480-F-REGISTRAR-AUDITORIA.
000784
000785 1420-F-LEER-AUDITORIA. EXIT.
000786
000787**************************************
000788*  HISTORICO DE AUDITORIA (PGMAUD21) *
000789**************************************
000790
000791 1450-I-CARGAR-AUDHIS.
000792
000793     OPEN INPUT AUDHIS.
000794
000795     IF WS-AUH-CODE NOT EQUAL '00'
000796        DISPLAY '* AVISO: SIN HISTORICO DE AUDITORIA'
000797        GO TO 1450-F-CARGAR-AUDHIS
000798     END-IF.
000799
000800     SET WS-NO-FIN-AUX TO TRUE.
000801     PERFORM 1470-I-LEER-AUDHIS THRU 1470-F-LEER-AUDHIS
000802        UNTIL WS-FIN-AUX.
000803
000804     CLOSE AUDHIS.
000805
000806 1450-F-CARGAR-AUDHIS. EXIT.
000807
000808 1470-I-LEER-AUDHIS.
000809
000810     READ AUDHIS
000811        AT END
000812           SET WS-FIN-AUX TO TRUE
000813           GO TO 1470-F-LEER-AUDHIS
000814     END-READ.
000815
000816     MOVE AUH-REG-AUDITORIA TO REG-AUDITORIA.
000817
000818     PERFORM 1480-I-REGISTRAR-AUDITORIA
000819        THRU 1480-F-REGISTRAR-AUDITORIA.
000820
000821 1470-F-LEER-AUDHIS. EXIT.
000822
000823**************************************
000824*  ALTA, ULTIMA MODIFICACION Y       *
000825*  ULTIMA REVISION KYC DEL CLIENTE   *
000826**************************************
000827
000828 1480-I-REGISTRAR-AUDITORIA.
000829
000830     MOVE AUD-FECHA TO WS-FECHA-DDMM.
000831     PERFORM 1490-I-CONVERTIR-FECHA THRU 1490-F-CONVERTIR-FECHA.
000832
000833     IF WS-FECHA-CONV EQUAL ZEROS
000834        GO TO 1480-F-REGISTRAR-AUDITORIA
000835     END-IF.
000836
000837     MOVE AUD-TIP-DOC TO WS-BUSCA-CLI(1:2).
000838     MOVE AUD-NRO-DOC TO WS-BUSCA-CLI(3:11).
000839
000840     PERFORM 1900-I-UBICAR-CLIENTE THRU 1900-F-UBICAR-CLIENTE.
000841
000842     IF WS-NO-ENCONTRO
000843        GO TO 1480-F-REGISTRAR-AUDITORIA
000844     END-IF.
000845
000846     EVALUATE AUD-OPERACION
000847       WHEN 'ALTA'
000848          IF WS-FECHA-CONV GREATER WS-CLI-ALTA(WS-IDX-CLI)
000849             MOVE WS-FECHA-CONV TO WS-CLI-ALTA(WS-IDX-CLI)
000850          END-IF
000851       WHEN 'MODIFICACION'
000852          IF WS-FECHA-CONV GREATER WS-CLI-MODIF(WS-IDX-CLI)
000853             MOVE WS-FECHA-CONV TO WS-CLI-MODIF(WS-IDX-CLI)
000854          END-IF
000855          IF WS-FECHA-CONV NOT LESS THAN WS-FECHA-CORTE
000856             ADD 1 TO WS-CLI-CANT-MODIF(WS-IDX-CLI)
000857          END-IF
000858       WHEN 'REVISION KYC'
000859          IF WS-FECHA-CONV GREATER WS-CLI-REVISION(WS-IDX-CLI)
000860             MOVE WS-FECHA-CONV TO WS-CLI-REVISION(WS-IDX-CLI)
000861          END-IF
000862       WHEN OTHER
000863          CONTINUE
000864     END-EVALUATE.
000865
000866 1480-F-REGISTRAR-AUDITORIA. EXIT.
000867
000868**************************************
000869*  FECHA DD-MM-AAAA (WS-FECHA-DDMM)  *
000870*  A AAAAMMDD (WS-FECHA-CONV). SI NO *
000871*  ES VALIDA DEVUELVE CEROS          *
000872**************************************
000873
000874 1490-I-CONVERTIR-FECHA.
000875
000876     MOVE ZEROS TO WS-FECHA-CONV.
000877
000878     MOVE WS-DDMM-AAAA TO WS-AMD-AAAA.
000879     MOVE WS-DDMM-MM   TO WS-AMD-MM.
000880     MOVE WS-DDMM-DD   TO WS-AMD-DD.
000881
000882     IF WS-FECHA-AMD-N IS NUMERIC
000883        MOVE WS-FECHA-AMD-N TO WS-FECHA-CONV
000884     END-IF.
000885
000886 1490-F-CONVERTIR-FECHA. EXIT.
000887
000888**************************************
000889*  CLIENTES CON CASO DE PREVENCION   *
000890*  DE LAVADO NO DESCARTADO           *
000891**************************************
000892
000893 1500-I-CARGAR-CASOS.
000894
000895     OPEN INPUT CASOS.
000896
000897     IF WS-CAS-CODE NOT EQUAL '00'
000898        DISPLAY '* AVISO: SIN ARCHIVO DE CASOS DE PREVENCION'
000899        GO TO 1500-F-CARGAR-CASOS
000900     END-IF.
000901
000902     SET WS-NO-FIN-AUX TO TRUE.
000903     PERFORM 1550-I-LEER-CASO THRU 1550-F-LEER-CASO
000904        UNTIL WS-FIN-AUX.
000905
000906     CLOSE CASOS.
000907
000908 1500-F-CARGAR-CASOS. EXIT.
000909
000910 1550-I-LEER-CASO.
000911
000912     READ CASOS NEXT RECORD
000913        AT END
000914           SET WS-FIN-AUX TO TRUE
000915           GO TO 1550-F-LEER-CASO
000916     END-READ.
000917
000918     IF CAS-ESTADO EQUAL 'D'
000919        GO TO 1550-F-LEER-CASO
000920     END-IF.
000921
000922     MOVE CAS-TIP-DOC TO WS-BUSCA-CLI(1:2).
000923     MOVE CAS-NRO-DOC TO WS-BUSCA-CLI(3:11).
000924
000925     PERFORM 1900-I-UBICAR-CLIENTE THRU 1900-F-UBICAR-CLIENTE.
000926
000927     IF WS-ENCONTRO
000928        MOVE 'S' TO WS-CLI-CASO(WS-IDX-CLI)
000929     END-IF.
000930
000931 1550-F-LEER-CASO. EXIT.
000932
000933**************************************
000934*  APERTURA DEL CURSOR DE CLIENTES   *
000935**************************************
000936
000937 1600-I-ABRIR-CURSOR.
000938
000939     EXEC SQL
000940        OPEN KYC_CURSOR
000941     END-EXEC.
000942
000943     MOVE SQLCODE TO FS-SQLCODE.
000944
000945     IF SQLCODE NOT EQUAL ZEROS
000946        DISPLAY '* ERROR OPEN KYC_CURSOR = ' FS-SQLCODE
000947        MOVE 9999 TO RETURN-CODE
000948        SET  WS-FIN-LECTURA TO TRUE
000949     END-IF.
000950
000951 1600-F-ABRIR-CURSOR. EXIT.
000952
000953**************************************
000954*  UBICA AL CLIENTE WS-BUSCA-CLI EN  *
000955*  LA TABLA; SI NO ESTA LO AGREGA    *
000956**************************************
000957
000958 1900-I-UBICAR-CLIENTE.
000959
000960     PERFORM 1950-I-BUSCAR-CLIENTE THRU 1950-F-BUSCAR-CLIENTE.
000961
000962     IF WS-ENCONTRO
000963        GO TO 1900-F-UBICAR-CLIENTE
000964     END-IF.
000965
000966*    SIN LOS DATOS DE TODOS LOS CLIENTES NO SE CATEGORIZA:
000967*    SE TERMINA SIN ACTUALIZAR KYCCLI19
000968
000969     IF WS-CONT-CLI NOT LESS THAN 9999
000969        DISPLAY '* TABLA DE CLIENTES LLENA = ' WS-BUSCA-CLI
000969        MOVE 0016 TO RETURN-CODE
000969        SET WS-FIN-LECTURA TO TRUE
000969        SET WS-FIN-AUX     TO TRUE
000969        GO TO 1900-F-UBICAR-CLIENTE
000969     END-IF.
000970
000971     ADD 1 TO WS-CONT-CLI.
000972     SET WS-IDX-CLI TO WS-CONT-CLI.
000973     MOVE WS-BUSCA-CLI TO WS-CLI-CLAVE(WS-IDX-CLI).
000974     MOVE ZEROS        TO WS-CLI-SUC(WS-IDX-CLI)
000975                          WS-CLI-FECHA-SUC(WS-IDX-CLI)
000976                          WS-CLI-ALTA(WS-IDX-CLI)
000977                          WS-CLI-MODIF(WS-IDX-CLI)
000978                          WS-CLI-CANT-MODIF(WS-IDX-CLI)
000979                          WS-CLI-REVISION(WS-IDX-CLI).
000980     MOVE 'N'          TO WS-CLI-CASO(WS-IDX-CLI).
000981     SET WS-ENCONTRO TO TRUE.
000982
000983 1900-F-UBICAR-CLIENTE. EXIT.
000984
000985 1950-I-BUSCAR-CLIENTE.
000986
000987     SET WS-IDX-CLI TO 1.
000988     SET WS-NO-ENCONTRO TO TRUE.
000989
000990     PERFORM 1960-I-COMPARAR-CLIENTE THRU 1960-F-COMPARAR-CLIENTE
000991        UNTIL WS-IDX-CLI > WS-CONT-CLI OR WS-ENCONTRO.
000992
000993 1950-F-BUSCAR-CLIENTE. EXIT.
000994
000995 1960-I-COMPARAR-CLIENTE.
000996
000997     IF WS-CLI-CLAVE(WS-IDX-CLI) EQUAL WS-BUSCA-CLI
000998        SET WS-ENCONTRO TO TRUE
000999     ELSE
001000        SET WS-IDX-CLI UP BY 1
001001     END-IF.
001002
001003 1960-F-COMPARAR-CLIENTE. EXIT.
001004
001005**************************************
001006*                                    *
001007*  CUERPO PRINCIPAL DE PROCESOS      *
001008*                                    *
001009**************************************
001010 2000-I-PROCESO.
001011
001012     PERFORM 4000-I-EVALUAR-CLIENTE
001013        THRU 4000-F-EVALUAR-CLIENTE.
001014
001015     PERFORM 3000-I-LEER-CLIENTE THRU 3000-F-LEER-CLIENTE.
001016
001017 2000-F-PROCESO. EXIT.
001018
001019**************************************
001020*  FETCH DEL PROXIMO CLIENTE         *
001021**************************************
001022
001023 3000-I-LEER-CLIENTE.
001024
001025     EXEC SQL
001026        FETCH  KYC_CURSOR
001027               INTO
001028                 :DCLTBCLIENT.WS-TIPO-DOCUMENTO,
001029                 :DCLTBCLIENT.WS-NRO-DOCUMENTO,
001030                 :DCLTBCLIENT.WS-NRO-CLIENTE,
001031                 :DCLTBCLIENT.WS-NACIONALIDAD,
001032                 :DCLTBCLIENT.WS-FECHA-DE-ALTA,
001033                 :DCLTBCLIENT.WS-FECHA-DE-BAJA,
001034                 :DCLTBCLIENT.WS-FECCHA-NACIMIENTO
001035     END-EXEC.
001036
001037     MOVE SQLCODE TO FS-SQLCODE.
001038
001039     EVALUATE SQLCODE
001040       WHEN ZEROS
001041          ADD 1 TO WS-CONT-CLIENTES
001042       WHEN +100
001043          SET WS-FIN-LECTURA TO TRUE
001044       WHEN OTHER
001045          DISPLAY 'ERROR FETCH KYC_CURSOR: ' FS-SQLCODE
001046          MOVE 9999 TO RETURN-CODE
001047          SET WS-FIN-LECTURA TO TRUE
001048     END-EVALUATE.
001049
001050 3000-F-LEER-CLIENTE. EXIT.
001051
001052**************************************
001053*  REVISION DE UN CLIENTE            *
001054**************************************
001055
001056 4000-I-EVALUAR-CLIENTE.
001057
001058*    LOS CLIENTES DADOS DE BAJA NO SE REVISAN
001059
001060     IF WS-FECHA-DE-BAJA NOT EQUAL SPACES
001061        ADD 1 TO WS-CONT-NO-REVISA
001062        GO TO 4000-F-EVALUAR-CLIENTE
001063     END-IF.
001064
001065     MOVE WS-TIPO-DOCUMENTO TO WS-CLAVE-PER-TIP.
001066     MOVE WS-NRO-DOCUMENTO  TO WS-CLAVE-PER-NRO.
001067
001068     READ PERSONA KEY IS WS-CLAVE-PER
001069        INVALID KEY
001070           ADD 1 TO WS-CONT-NO-REVISA
001071           GO TO 4000-F-EVALUAR-CLIENTE
001072     END-READ.
001073
001074     IF PER-ESTADO EQUAL 'I'
001075        ADD 1 TO WS-CONT-NO-REVISA
001076        GO TO 4000-F-EVALUAR-CLIENTE
001077     END-IF.
001078
001079     PERFORM 4050-I-DATOS-CLIENTE THRU 4050-F-DATOS-CLIENTE.
001080
001081     MOVE WS-NRO-CLIENTE TO KYC-NRO-CLIENTE.
001082
001083     READ KYCCLI
001084        INVALID KEY
001085           PERFORM 4100-I-ALTA-KYC THRU 4100-F-ALTA-KYC
001086        NOT INVALID KEY
001087           SET WS-KYC-EXISTENTE TO TRUE
001088     END-READ.
001089
001090     PERFORM 4200-I-REVISION-AUDITADA
001091        THRU 4200-F-REVISION-AUDITADA.
001092
001093     PERFORM 4300-I-CATEGORIZAR THRU 4300-F-CATEGORIZAR.
001094
001095     PERFORM 4400-I-PROXIMA     THRU 4400-F-PROXIMA.
001096
001097     IF WS-ACT-SUC NOT EQUAL ZEROS
001098        MOVE WS-ACT-SUC TO KYC-SUC
001099     END-IF.
001100
001101     PERFORM 4500-I-SITUACION   THRU 4500-F-SITUACION.
001102
001103     PERFORM 4900-I-GRABAR-KYC  THRU 4900-F-GRABAR-KYC.
001104
001105 4000-F-EVALUAR-CLIENTE. EXIT.
001106
001107**************************************
001108*  DATOS DEL CLIENTE: TABLA DE       *
001109*  AUDITORIA / SUCURSAL / CASOS Y    *
001110*  FECHAS DE TBCLIENT                *
001111**************************************
001112
001113 4050-I-DATOS-CLIENTE.
001114
001115     INITIALIZE WS-CLIENTE-ACTUAL.
001116     MOVE 'N' TO WS-ACT-CASO.
001117
001118     MOVE PER-TIP-DOC TO WS-BUSCA-CLI(1:2).
001119     MOVE PER-NRO-DOC TO WS-BUSCA-CLI(3:11).
001120
001121     PERFORM 1950-I-BUSCAR-CLIENTE THRU 1950-F-BUSCAR-CLIENTE.
001122
001123     IF WS-ENCONTRO
001124        MOVE WS-CLI-SUC(WS-IDX-CLI)        TO WS-ACT-SUC
001125        MOVE WS-CLI-ALTA(WS-IDX-CLI)       TO WS-ACT-ALTA
001126        MOVE WS-CLI-MODIF(WS-IDX-CLI)      TO WS-ACT-MODIF
001127        MOVE WS-CLI-CANT-MODIF(WS-IDX-CLI) TO WS-ACT-CANT-MODIF
001128        MOVE WS-CLI-REVISION(WS-IDX-CLI)   TO WS-ACT-REVISION
001129        MOVE WS-CLI-CASO(WS-IDX-CLI)       TO WS-ACT-CASO
001130     END-IF.
001131
001132*    LAS FECHAS DE TBCLIENT VIENEN DD-MM-AAAA
001133
001134     MOVE WS-FECCHA-NACIMIENTO TO WS-FECHA-DDMM.
001135     PERFORM 1490-I-CONVERTIR-FECHA THRU 1490-F-CONVERTIR-FECHA.
001136     MOVE WS-FECHA-CONV        TO WS-ACT-NACIMIENTO.
001137
001138     MOVE WS-FECHA-DE-ALTA     TO WS-FECHA-DDMM.
001139     PERFORM 1490-I-CONVERTIR-FECHA THRU 1490-F-CONVERTIR-FECHA.
001140     MOVE WS-FECHA-CONV        TO WS-ACT-ALTA-TBCLI.
001141
001142 4050-F-DATOS-CLIENTE. EXIT.
001143
001144**************************************
001145*  PRIMER REGISTRO KYC DEL CLIENTE:  *
001146*  LA ULTIMA REVISION ES SU ALTA     *
001147**************************************
001148
001149 4100-I-ALTA-KYC.
001150
001151     SET WS-KYC-NUEVO TO TRUE.
001152     ADD 1 TO WS-CONT-ALTAS-KYC.
001153
001154     MOVE SPACES         TO REG-KYCCLI.
001155     MOVE WS-NRO-CLIENTE TO KYC-NRO-CLIENTE.
001156     MOVE ZEROS          TO KYC-FECHA-REVISION
001157                            KYC-FECHA-PROXIMA
001158                            KYC-FECHA-AVISO
001159                            KYC-FECHA-VENCIDA
001160                            KYC-CANT-AVISOS
001161                            KYC-SUC.
001162     MOVE 'V'            TO KYC-ESTADO.
001163
001164     IF PER-CLI-AAAAMMDD IS NUMERIC
001165        MOVE PER-CLI-AAAAMMDD TO KYC-FECHA-REVISION
001166     END-IF.
001167
001168     IF WS-ACT-ALTA-TBCLI GREATER KYC-FECHA-REVISION
001169        MOVE WS-ACT-ALTA-TBCLI TO KYC-FECHA-REVISION
001170     END-IF.
001171
001172     IF WS-ACT-ALTA GREATER KYC-FECHA-REVISION
001173        MOVE WS-ACT-ALTA TO KYC-FECHA-REVISION
001174     END-IF.
001175
001176 4100-F-ALTA-KYC. EXIT.
001177
001178**************************************
001179*  CONFIRMACION DE DATOS REGISTRADA  *
001180*  EN AUDIT19 ('REVISION KYC' DE LA  *
001181*  T219) POSTERIOR A LA DEL ARCHIVO  *
001182**************************************
001183
001184 4200-I-REVISION-AUDITADA.
001185
001186     IF WS-ACT-REVISION NOT GREATER KYC-FECHA-REVISION
001187        GO TO 4200-F-REVISION-AUDITADA
001188     END-IF.
001189
001190     ADD 1 TO WS-CONT-REV-AUDIT.
001191
001192     MOVE WS-ACT-REVISION TO KYC-FECHA-REVISION.
001193     MOVE ZEROS           TO KYC-FECHA-AVISO
001194                             KYC-FECHA-VENCIDA
001195                             KYC-CANT-AVISOS.
001196     MOVE 'V'             TO KYC-ESTADO.
001197
001198 4200-F-REVISION-AUDITADA. EXIT.
001199
001200**************************************
001201*  CATEGORIA DE RIESGO DEL CLIENTE   *
001202**************************************
001203
001204 4300-I-CATEGORIZAR.
001205
001206     EVALUATE TRUE
001207       WHEN WS-ACT-CON-CASO
001208          MOVE 'A'                  TO KYC-RIESGO
001209          MOVE 'CASO PREV. LAVADO'  TO WS-ACT-MOTIVO
001210       WHEN WS-NACIONALIDAD EQUAL SPACES
001211         OR WS-ACT-NACIMIENTO EQUAL ZEROS
001212          MOVE 'M'                  TO KYC-RIESGO
001213          MOVE 'DATOS INCOMPLETOS'  TO WS-ACT-MOTIVO
001214       WHEN WS-NACIONALIDAD(1:7) NOT EQUAL 'ARGENTI'
001215          MOVE 'M'                  TO KYC-RIESGO
001216          MOVE 'EXTRANJERO'         TO WS-ACT-MOTIVO
001217       WHEN WS-ACT-CANT-MODIF NOT LESS THAN WS-TOPE-MODIF
001218          MOVE 'M'                  TO KYC-RIESGO
001219          MOVE 'CAMBIOS FRECUENTES' TO WS-ACT-MOTIVO
001220       WHEN OTHER
001221          MOVE 'B'                  TO KYC-RIESGO
001222          MOVE SPACES               TO WS-ACT-MOTIVO
001223     END-EVALUATE.
001224
001225     EVALUATE TRUE
001226       WHEN KYC-RIESGO-ALTO
001227          ADD 1 TO WS-CONT-RIESGO-A
001228          MOVE WS-MESES-ALTO  TO WS-MESES-REVISION
001229       WHEN KYC-RIESGO-MEDIO
001230          ADD 1 TO WS-CONT-RIESGO-M
001231          MOVE WS-MESES-MEDIO TO WS-MESES-REVISION
001232       WHEN OTHER
001233          ADD 1 TO WS-CONT-RIESGO-B
001234          MOVE WS-MESES-BAJO  TO WS-MESES-REVISION
001235     END-EVALUATE.
001236
001237 4300-F-CATEGORIZAR. EXIT.
001238
001239**************************************
001240*  PROXIMA REVISION: ULTIMA MAS LOS  *
001241*  MESES DEL RIESGO, O LOS 18 ANOS   *
001242*  DEL CLIENTE SI LLEGAN ANTES       *
001243**************************************
001244
001245 4400-I-PROXIMA.
001246
001247     IF KYC-FECHA-REVISION EQUAL ZEROS
001248        MOVE ZEROS TO KYC-FECHA-PROXIMA
001249        GO TO 4400-F-PROXIMA
001250     END-IF.
001251
001252     MOVE KYC-FECHA-REVISION TO WS-FECHA-CALC.
001253
001254     COMPUTE WS-TOTAL-MESES = WS-CAL-AAAA * 12 + WS-CAL-MM - 1
001255                            + WS-MESES-REVISION.
001256
001257     COMPUTE WS-CAL-AAAA = WS-TOTAL-MESES / 12.
001258     COMPUTE WS-CAL-MM   = WS-TOTAL-MESES
001259                         - (WS-CAL-AAAA * 12) + 1.
001260
001261     IF WS-CAL-MM EQUAL 2 AND WS-CAL-DD GREATER 28
001262        MOVE 28 TO WS-CAL-DD
001263     END-IF.
001264
001265     MOVE WS-FECHA-CALC TO KYC-FECHA-PROXIMA.
001266
001267     IF WS-ACT-NACIMIENTO NOT EQUAL ZEROS
001268        MOVE WS-ACT-NACIMIENTO TO WS-FECHA-CALC
001269        ADD  18 TO WS-CAL-AAAA
001270        IF WS-FECHA-CALC GREATER KYC-FECHA-REVISION
001271           AND WS-FECHA-CALC LESS KYC-FECHA-PROXIMA
001272           MOVE WS-FECHA-CALC TO KYC-FECHA-PROXIMA
001273        END-IF
001274     END-IF.
001275
001276 4400-F-PROXIMA. EXIT.
001277
001278**************************************
001279*  SITUACION DEL CLIENTE:            *
001280*    R = REVISION REQUERIDA (AVISO)  *
001281*    O = PENDIENTE (RECORDATORIO)    *
001282*    V = VENCE HOY EL PLAZO (SE      *
001283*        MARCA Y SE AVISA EL BLOQUEO)*
001284*    X = YA VENCIDO (BLOQUEADO)      *
001285**************************************
001286
001287 4500-I-SITUACION.
001288
001289     MOVE SPACES TO WS-ACT-SITUACION.
001290
001291     IF KYC-FECHA-PROXIMA GREATER WS-FECHA-PROCESO
001292        IF NOT KYC-VIGENTE
001293           MOVE ZEROS TO KYC-FECHA-AVISO
001294                         KYC-FECHA-VENCIDA
001295                         KYC-CANT-AVISOS
001296           MOVE 'V'   TO KYC-ESTADO
001297        END-IF
001298        ADD 1 TO WS-CONT-VIGENTES
001299        GO TO 4500-F-SITUACION
001300     END-IF.
001301
001302     EVALUATE TRUE
001303       WHEN KYC-PENDIENTE
001304          MOVE KYC-FECHA-AVISO TO WS-FECHA-CALC
001305          COMPUTE WS-SERIE-AVISO = WS-CAL-AAAA * 360
001306                + WS-CAL-MM * 30 + WS-CAL-DD
001307          COMPUTE WS-DIAS-AVISO =
001308                  WS-SERIE-PROCESO - WS-SERIE-AVISO
001309          IF WS-DIAS-AVISO NOT LESS THAN WS-PARM-GRACIA
001310             MOVE 'X'              TO KYC-ESTADO
001311             MOVE WS-FECHA-PROCESO TO KYC-FECHA-VENCIDA
001312             MOVE 'V'              TO WS-ACT-SITUACION
001313             ADD 1 TO WS-CONT-VENCE-HOY
001314          ELSE
001315             ADD 1 TO KYC-CANT-AVISOS
001316             MOVE 'O'              TO WS-ACT-SITUACION
001317             ADD 1 TO WS-CONT-RECORDATORIO
001318          END-IF
001319       WHEN KYC-VENCIDA
001320          MOVE 'X'                 TO WS-ACT-SITUACION
001321          ADD 1 TO WS-CONT-BLOQUEADAS
001322       WHEN OTHER
001323          MOVE 'P'                 TO KYC-ESTADO
001324          MOVE WS-FECHA-PROCESO    TO KYC-FECHA-AVISO
001325          MOVE ZEROS               TO KYC-FECHA-VENCIDA
001326          MOVE 1                   TO KYC-CANT-AVISOS
001327          MOVE 'R'                 TO WS-ACT-SITUACION
001328          ADD 1 TO WS-CONT-REQUERIDAS
001329     END-EVALUATE.
001330
001331     IF WS-ACT-SITUACION NOT EQUAL 'X'
001332        PERFORM 6000-I-GRABAR-AVISO THRU 6000-F-GRABAR-AVISO
001333     END-IF.
001334
001335     PERFORM 6500-I-AGREGAR-INFORME THRU 6500-F-AGREGAR-INFORME.
001336
001337 4500-F-SITUACION. EXIT.
001338
001339**************************************
001340*  ALTA O ACTUALIZACION EN KYCCLI19  *
001341**************************************
001342
001343 4900-I-GRABAR-KYC.
001344
001345     MOVE PER-TIP-DOC TO KYC-TIP-DOC.
001346     MOVE PER-NRO-DOC TO KYC-NRO-DOC.
001347
001348     IF WS-KYC-NUEVO
001349        WRITE REG-KYCCLI
001350        IF WS-KYC-CODE IS NOT EQUAL '00'
001351           DISPLAY '* ERROR EN WRITE KYCCLI = ' WS-KYC-CODE
001352           MOVE 9999 TO RETURN-CODE
001353           SET WS-FIN-LECTURA TO TRUE
001354        END-IF
001355     ELSE
001356        REWRITE REG-KYCCLI
001357        IF WS-KYC-CODE IS NOT EQUAL '00'
001358           DISPLAY '* ERROR EN REWRITE KYCCLI = ' WS-KYC-CODE
001359           MOVE 9999 TO RETURN-CODE
001360           SET WS-FIN-LECTURA TO TRUE
001361        END-IF
001362     END-IF.
001363
001364 4900-F-GRABAR-KYC. EXIT.
001365
001366**************************************
001367*  AVISO AL CLIENTE (CPKYCCAR)       *
001368**************************************
001369
001370 6000-I-GRABAR-AVISO.
001371
001372     MOVE SPACES               TO REG-KYCCAR.
001373
001374     IF WS-ACT-SITUACION EQUAL 'R'
001375        MOVE 'R'               TO CAR-TIPO
001376     END-IF.
001377     IF WS-ACT-SITUACION EQUAL 'O'
001378        MOVE 'O'               TO CAR-TIPO
001379     END-IF.
001380     IF WS-ACT-SITUACION EQUAL 'V'
001381        MOVE 'V'               TO CAR-TIPO
001382     END-IF.
001383
001384     IF PER-EMAIL EQUAL SPACES OR PER-EMAIL EQUAL LOW-VALUES
001385        MOVE 'C'               TO CAR-CANAL
001386        ADD 1 TO WS-CONT-CARTAS
001387     ELSE
001388        MOVE 'E'               TO CAR-CANAL
001389        ADD 1 TO WS-CONT-EMAILS
001390     END-IF.
001391
001392     MOVE KYC-NRO-CLIENTE      TO CAR-NRO-CLIENTE.
001393     MOVE PER-TIP-DOC          TO CAR-TIP-DOC.
001394     MOVE PER-NRO-DOC          TO CAR-NRO-DOC.
001395     MOVE PER-NOMAPE           TO CAR-NOMAPE.
001396     MOVE PER-EMAIL            TO CAR-EMAIL.
001397     MOVE PER-DIRECCION        TO CAR-DIRECCION.
001398     MOVE PER-LOCALIDAD        TO CAR-LOCALIDAD.
001399     MOVE KYC-SUC              TO CAR-SUC.
001400     COMPUTE WS-SUB-SUC = KYC-SUC + 1.
001401     MOVE WS-SUC-NOMBRE(WS-SUB-SUC) TO CAR-SUC-NOMBRE.
001402     MOVE KYC-RIESGO           TO CAR-RIESGO.
001403     MOVE KYC-FECHA-REVISION   TO CAR-FECHA-REVISION.
001404     MOVE KYC-FECHA-AVISO      TO CAR-FECHA-AVISO.
001405     MOVE WS-PARM-GRACIA       TO CAR-DIAS-GRACIA.
001406     MOVE WS-FECHA-PROCESO     TO CAR-FECHA-EMISION.
001407
001408     WRITE REG-KYCCAR.
001409     IF WS-CAR-CODE IS NOT EQUAL '00'
001410        DISPLAY '* ERROR EN WRITE CARTAS = ' WS-CAR-CODE
001411        MOVE 9999 TO RETURN-CODE
001412        SET WS-FIN-LECTURA TO TRUE
001413     END-IF.
001414
001415 6000-F-GRABAR-AVISO. EXIT.
001416
001417**************************************
001418*  CLIENTE PARA EL INFORME POR       *
001419*  SUCURSAL                          *
001420**************************************
001421
001422 6500-I-AGREGAR-INFORME.
001423
001424     IF WS-CONT-INF NOT LESS THAN 9999
001425        DISPLAY '* TABLA DEL INFORME LLENA = ' KYC-NRO-CLIENTE
001426        ADD 1 TO WS-CONT-FUERA-INF
001427        MOVE 0016 TO RETURN-CODE
001427        GO TO 6500-F-AGREGAR-INFORME
001427     END-IF.
001428
001429     ADD 1 TO WS-CONT-INF.
001430
001431     MOVE KYC-SUC              TO WS-INF-SUC(WS-CONT-INF).
001432     MOVE KYC-NRO-CLIENTE      TO WS-INF-CLIENTE(WS-CONT-INF).
001433     MOVE PER-TIP-DOC          TO WS-INF-TIP-DOC(WS-CONT-INF).
001434     MOVE PER-NRO-DOC          TO WS-INF-NRO-DOC(WS-CONT-INF).
001435     MOVE PER-NOMAPE           TO WS-INF-NOMAPE(WS-CONT-INF).
001436     MOVE KYC-RIESGO           TO WS-INF-RIESGO(WS-CONT-INF).
001437     MOVE WS-ACT-MOTIVO        TO WS-INF-MOTIVO(WS-CONT-INF).
001438     MOVE KYC-FECHA-REVISION   TO WS-INF-REVISION(WS-CONT-INF).
001439     MOVE KYC-FECHA-PROXIMA    TO WS-INF-PROXIMA(WS-CONT-INF).
001440     MOVE KYC-FECHA-AVISO      TO WS-INF-AVISO(WS-CONT-INF).
001441     MOVE WS-ACT-SITUACION     TO WS-INF-SITUACION(WS-CONT-INF).
001442
001443 6500-F-AGREGAR-INFORME. EXIT.
001444
001445**************************************
001446*  ENCABEZADO DE PAGINA              *
001447**************************************
001448
001449 7000-I-ENCABEZADO.
001450
001451     ADD  1 TO WS-CONT-PAGINA.
001452     MOVE WS-FECHA-PROCESO TO WS-TIT-FECHA.
001453     MOVE WS-PARM-GRACIA   TO WS-TIT-GRACIA.
001454     MOVE WS-CONT-PAGINA   TO WS-TIT-PAGINA.
001455
001456     WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE.
001457     WRITE REG-LISTADO FROM WS-LIN-BLANCO.
001458     WRITE REG-LISTADO FROM WS-COL-DETALLE.
001459
001460     IF WS-LIS-CODE IS NOT EQUAL '00'
001461        DISPLAY '* ERROR EN WRITE LISTADO = ' WS-LIS-CODE
001462        MOVE 9999 TO RETURN-CODE
001463     END-IF.
001464
001465     MOVE 4 TO WS-LINEA.
001466
001467 7000-F-ENCABEZADO. EXIT.
001468
001469**************************************
001470*  INFORME POR SUCURSAL Y TOTALES    *
001471**************************************
001472
001473 8000-I-INFORME.
001474
001475*    CON RC 16 SOLO SE LISTA SI FALTAN CLIENTES DEL INFORME
001476
001477     IF WS-LIS-CODE IS NOT EQUAL '00'
001478        OR (RETURN-CODE NOT EQUAL ZEROS
001478            AND RETURN-CODE NOT EQUAL 0016)
001478        OR (RETURN-CODE EQUAL 0016
001478            AND WS-CONT-FUERA-INF EQUAL ZEROS)
001478        GO TO 8000-F-INFORME
001478     END-IF.
001479
001480     PERFORM 7000-I-ENCABEZADO THRU 7000-F-ENCABEZADO.
001481
001482     MOVE 1 TO WS-SUB-SUC.
001483     PERFORM 8100-I-LISTAR-SUCURSAL THRU 8100-F-LISTAR-SUCURSAL
001484        UNTIL WS-SUB-SUC > 100.
001485
001486     WRITE REG-LISTADO FROM WS-LIN-BLANCO.
001487
001488     MOVE 'CLIENTES LEIDOS EN TBCLIENT'      TO WS-TOT-CONCEPTO.
001489     MOVE WS-CONT-CLIENTES                   TO WS-TOT-CANT.
001490     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
001491
001492     MOVE 'NO REVISADOS (BAJA O INACTIVOS)'  TO WS-TOT-CONCEPTO.
001493     MOVE WS-CONT-NO-REVISA                  TO WS-TOT-CANT.
001494     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
001495
001496     MOVE 'RIESGO ALTO'                      TO WS-TOT-CONCEPTO.
001497     MOVE WS-CONT-RIESGO-A                   TO WS-TOT-CANT.
001498     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
001499
001500     MOVE 'RIESGO MEDIO'                     TO WS-TOT-CONCEPTO.
001501     MOVE WS-CONT-RIESGO-M                   TO WS-TOT-CANT.
001502     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
001503
001504     MOVE 'RIESGO BAJO'                      TO WS-TOT-CONCEPTO.
001505     MOVE WS-CONT-RIESGO-B                   TO WS-TOT-CANT.
001506     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
001507
001508     MOVE 'REVISION AL DIA'                  TO WS-TOT-CONCEPTO.
001509     MOVE WS-CONT-VIGENTES                   TO WS-TOT-CANT.
001510     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
001511
001512     MOVE 'A REVISAR (PRIMER AVISO)'         TO WS-TOT-CONCEPTO.
001513     MOVE WS-CONT-REQUERIDAS                 TO WS-TOT-CANT.
001514     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
001515
001516     MOVE 'PENDIENTES (RECORDATORIO)'        TO WS-TOT-CONCEPTO.
001517     MOVE WS-CONT-RECORDATORIO               TO WS-TOT-CANT.
001518     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
001519
001520     MOVE 'VENCIDOS EN ESTE PROCESO'         TO WS-TOT-CONCEPTO.
001521     MOVE WS-CONT-VENCE-HOY                  TO WS-TOT-CANT.
001522     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
001523
001524     MOVE 'VENCIDOS ANTERIORES (BLOQUEADOS)' TO WS-TOT-CONCEPTO.
001525     MOVE WS-CONT-BLOQUEADAS                 TO WS-TOT-CANT.
001526     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
001527
001528     MOVE 'AVISOS POR CORREO ELECTRONICO'    TO WS-TOT-CONCEPTO.
001529     MOVE WS-CONT-EMAILS                     TO WS-TOT-CANT.
001530     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
001531
001532     MOVE 'AVISOS POR CARTA'                 TO WS-TOT-CONCEPTO.
001533     MOVE WS-CONT-CARTAS                     TO WS-TOT-CANT.
001534     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
001534
001534     IF WS-CONT-FUERA-INF NOT EQUAL ZEROS
001534        MOVE '* NO LISTADOS (TABLA LLENA)'   TO WS-TOT-CONCEPTO
001534        MOVE WS-CONT-FUERA-INF               TO WS-TOT-CANT
001534        WRITE REG-LISTADO FROM WS-LIN-TOTAL
001534     END-IF.
001535
001536     IF WS-LIS-CODE IS NOT EQUAL '00'
001537        DISPLAY '* ERROR EN WRITE LISTADO = ' WS-LIS-CODE
001538        MOVE 9999 TO RETURN-CODE
001539     END-IF.
001540
001541 8000-F-INFORME. EXIT.
001542
001543**************************************
001544*  CLIENTES DE UNA SUCURSAL          *
001545*  (WS-SUB-SUC = NRO + 1)            *
001546**************************************
001547
001548 8100-I-LISTAR-SUCURSAL.
001549
001550     SET WS-SUC-NO-IMPRESA TO TRUE.
001551
001552     MOVE 1 TO WS-SUB-INF.
001553     PERFORM 8200-I-LISTAR-CLIENTE THRU 8200-F-LISTAR-CLIENTE
001554        UNTIL WS-SUB-INF > WS-CONT-INF.
001555
001556     IF WS-SUC-IMPRESA
001557        MOVE WS-SUC-CANT(WS-SUB-SUC, 1) TO WS-SUB-REQ
001558        MOVE WS-SUC-CANT(WS-SUB-SUC, 2) TO WS-SUB-REC
001559        MOVE WS-SUC-CANT(WS-SUB-SUC, 3) TO WS-SUB-VEN
001560        MOVE WS-SUC-CANT(WS-SUB-SUC, 4) TO WS-SUB-BLO
001561        WRITE REG-LISTADO FROM WS-LIN-SUBTOTAL
001562        WRITE REG-LISTADO FROM WS-LIN-BLANCO
001563        ADD 2 TO WS-LINEA
001564     END-IF.
001565
001566     ADD 1 TO WS-SUB-SUC.
001567
001568 8100-F-LISTAR-SUCURSAL. EXIT.
001569
001570 8200-I-LISTAR-CLIENTE.
001571
001572     IF WS-INF-SUC(WS-SUB-INF) + 1 NOT EQUAL WS-SUB-SUC
001573        GO TO 8200-A-SIGUIENTE
001574     END-IF.
001575
001576     IF WS-LINEA GREATER 55
001577        PERFORM 7000-I-ENCABEZADO THRU 7000-F-ENCABEZADO
001578        SET WS-SUC-NO-IMPRESA TO TRUE
001579     END-IF.
001580
001581     IF WS-SUC-NO-IMPRESA
001582        COMPUTE WS-LSU-NRO = WS-SUB-SUC - 1
001583        MOVE WS-SUC-NOMBRE(WS-SUB-SUC) TO WS-LSU-NOMBRE
001584        WRITE REG-LISTADO FROM WS-LIN-SUCURSAL
001585        ADD 1 TO WS-LINEA
001586        SET WS-SUC-IMPRESA TO TRUE
001587     END-IF.
001588
001589     MOVE WS-INF-CLIENTE(WS-SUB-INF)   TO WS-DET-CLIENTE.
001590     MOVE WS-INF-TIP-DOC(WS-SUB-INF)   TO WS-DET-TIPDOC.
001591     MOVE WS-INF-NRO-DOC(WS-SUB-INF)   TO WS-DET-NRODOC.
001592     MOVE WS-INF-NOMAPE(WS-SUB-INF)    TO WS-DET-NOMAPE.
001593     MOVE WS-INF-RIESGO(WS-SUB-INF)    TO WS-DET-RIESGO.
001594     MOVE WS-INF-MOTIVO(WS-SUB-INF)    TO WS-DET-MOTIVO.
001595     MOVE WS-INF-REVISION(WS-SUB-INF)  TO WS-DET-REVISION.
001596     MOVE WS-INF-PROXIMA(WS-SUB-INF)   TO WS-DET-PROXIMA.
001597     MOVE WS-INF-AVISO(WS-SUB-INF)     TO WS-DET-AVISO.
001598
001599     EVALUATE WS-INF-SITUACION(WS-SUB-INF)
001600       WHEN 'R'
001601          MOVE 'REVISION REQUERIDA'   TO WS-DET-SITUACION
001602          MOVE 1 TO WS-SUB-SIT
001603       WHEN 'O'
001604          MOVE 'PENDIENTE - RECORD.'  TO WS-DET-SITUACION
001605          MOVE 2 TO WS-SUB-SIT
001606       WHEN 'V'
001607          MOVE '*** VENCIDA HOY ***'  TO WS-DET-SITUACION
001608          MOVE 3 TO WS-SUB-SIT
001609       WHEN OTHER
001610          MOVE 'VENCIDA - BLOQUEADA'  TO WS-DET-SITUACION
001611          MOVE 4 TO WS-SUB-SIT
001612     END-EVALUATE.
001613
001614     ADD 1 TO WS-SUC-CANT(WS-SUB-SUC, WS-SUB-SIT).
001615
001616     WRITE REG-LISTADO FROM WS-LIN-DETALLE.
001617     IF WS-LIS-CODE IS NOT EQUAL '00'
001618        DISPLAY '* ERROR EN WRITE LISTADO = ' WS-LIS-CODE
001619        MOVE 9999 TO RETURN-CODE
001620     END-IF.
001621     ADD 1 TO WS-LINEA.
001622
001623 8200-A-SIGUIENTE.
001624
001625     ADD 1 TO WS-SUB-INF.
001626
001627 8200-F-LISTAR-CLIENTE. EXIT.
001628
001629**************************************
001630*                                    *
001631*  CUERPO FINAL CIERRE DE FILES      *
001632*                                    *
001633**************************************
001634 9999-I-FINAL.
001635
001636     EXEC SQL
001637        CLOSE KYC_CURSOR
001638     END-EXEC.
001639
001640     IF RETURN-CODE EQUAL ZEROS
001641        EXEC SQL
001642           COMMIT
001643        END-EXEC
001644     ELSE
001645        EXEC SQL
001646           ROLLBACK
001647        END-EXEC
001648     END-IF.
001649
001650     CLOSE KYCCLI
001651        IF WS-KYC-CODE IS NOT EQUAL '00'
001652          DISPLAY '* ERROR EN CLOSE KYCCLI   = ' WS-KYC-CODE
001653          MOVE 9999 TO RETURN-CODE
001654       END-IF.
001655
001656     CLOSE PERSONA
001657        IF WS-PER-CODE IS NOT EQUAL '00'
001658          DISPLAY '* ERROR EN CLOSE PERSONA  = ' WS-PER-CODE
001659          MOVE 9999 TO RETURN-CODE
001660       END-IF.
001661
001662     CLOSE CARTAS
001663        IF WS-CAR-CODE IS NOT EQUAL '00'
001664          DISPLAY '* ERROR EN CLOSE CARTAS   = ' WS-CAR-CODE
001665          MOVE 9999 TO RETURN-CODE
001666       END-IF.
001667
001668     CLOSE LISTADO
001669        IF WS-LIS-CODE IS NOT EQUAL '00'
001670          DISPLAY '* ERROR EN CLOSE LISTADO  = ' WS-LIS-CODE
001671          MOVE 9999 TO RETURN-CODE
001672       END-IF.
001673
001674**********************************
001675*   MOSTRAR TOTALES DE CONTROL   *
001676**********************************
001677
001678     DISPLAY 'CLIENTES LEIDOS: '          WS-CONT-CLIENTES.
001679     DISPLAY 'NO REVISADOS: '             WS-CONT-NO-REVISA.
001680     DISPLAY 'ALTAS EN KYCCLI19: '        WS-CONT-ALTAS-KYC.
001681     DISPLAY 'REVISIONES DE AUDIT19: '    WS-CONT-REV-AUDIT.
001682     DISPLAY 'A REVISAR: '                WS-CONT-REQUERIDAS.
001683     DISPLAY 'RECORDATORIOS: '            WS-CONT-RECORDATORIO.
001684     DISPLAY 'VENCIDOS EN EL PROCESO: '   WS-CONT-VENCE-HOY.
001685     DISPLAY 'VENCIDOS ANTERIORES: '      WS-CONT-BLOQUEADAS.
001685     DISPLAY 'NO LISTADOS EN EL INFORME: ' WS-CONT-FUERA-INF.
001686
001687 9999-F-FINAL. EXIT.
