000001 IDENTIFICATION DIVISION.
000002*                                                        *
000003 PROGRAM-ID. PGMHAB79.
000004**********************************************************
000005*                                                        *
000006*  PROGRAMA PARA SQL EMBEBIDO                            *
000007*  ACREDITACION DE HABERES DE LAS EMPRESAS               *
000008*                                                        *
000009*  LEE LOS LOTES DE HABERES DEL DIA (DDHAB, CPHABERE:    *
000010*  CABECERA CON LA CUENTA EMPLEADORA, DETALLE POR        *
000011*  EMPLEADO Y TRAILER). UNA PRIMERA PASADA CUADRA CADA   *
000012*  LOTE: LA CANTIDAD Y EL TOTAL DE LOS DETALLES DEBEN    *
000013*  COINCIDIR CON LA CABECERA Y CON EL TRAILER Y CADA     *
000014*  IMPORTE DEBE SER MAYOR A CERO. UN LOTE DESCUADRADO    *
000015*  SE RECHAZA ENTERO SIN MOVER NINGUNA CUENTA            *
000016*                                                        *
000017*  ANTES DE ACREDITAR NADA SE DEBITA UNA SOLA VEZ EL     *
000018*  TOTAL DEL LOTE A LA CUENTA EMPLEADORA ('DB' EN        *
000019*  MOVCTA19), CON LAS MISMAS REGLAS QUE LA T227: CUENTA  *
000020*  EN PESOS, NO DORMIDA EN INACTI19 Y CON SALDO MAS      *
000021*  ACUERDO VIGENTE SUFICIENTE. SI NO ALCANZA, EL LOTE SE *
000022*  RECHAZA ENTERO. TAMBIEN SE RECHAZA ENTERO UN LOTE CON *
000022*  FECHA DE PAGO POSTERIOR A LA DE PROCESO O CON UN      *
000022*  TOTAL MAYOR AL QUE ADMITE UN MOVIMIENTO DE CUENTA     *
000023*                                                        *
000024*  CADA EMPLEADO CON CUENTA NUESTRA (POR TIPO Y NUMERO   *
000025*  O POR CBU) SE ACREDITA CON 'CR' EN MOVCTA19. LOS CBU  *
000026*  DE OTROS BANCOS SE ENCOLAN EN TRFSAL19 PARA QUE       *
000027*  PGMCAM38 LOS ENVIE A LA CAMARA ESA MISMA NOCHE (UN    *
000028*  RECHAZO DE LA CAMARA LO REACREDITA PGMRTR62 A LA      *
000029*  CUENTA EMPLEADORA). LAS CUENTAS INEXISTENTES O        *
000030*  CERRADAS SE RECHAZAN UNA POR UNA Y SU IMPORTE SE      *
000031*  DEVUELVE A LA EMPLEADORA EN UN SOLO CREDITO AL        *
000032*  CERRAR EL LOTE                                        *
000033*                                                        *
000034*  INFORMES: PARA LA EMPRESA (DDINF) EL DETALLE DE CADA  *
000035*  EMPLEADO CON SU RESULTADO Y LOS TOTALES DEL LOTE;     *
000036*  PARA LAS SUCURSALES (DDLIS) UNA LINEA POR LOTE CON LA *
000037*  SUCURSAL DE LA CABECERA Y EL RESUMEN POR SUCURSAL     *
000038*                                                        *
000039*  ANTE UNA CANCELACION, LOS LOTES YA PROCESADOS FIGURAN *
000040*  EN LOS INFORMES Y SE QUITAN DE DDHAB ANTES DE         *
000041*  RELANZAR                                              *
000042*                                                        *
000043**********************************************************
000044*      MANTENIMIENTO DE PROGRAMA                         *
000045**********************************************************
000046*  FECHA      *       DETALLE        *
000047**************************************
000048* 15/10/2026  * ACREDITACION DE      *
000049*             * HABERES POR LOTES DE *
000050*             * LAS EMPRESAS         *
000051**************************************
000052 AUTHOR. NAHUEL GATTARI.
000053 ENVIRONMENT DIVISION.
000054 CONFIGURATION SECTION.
000055 SPECIAL-NAMES.
000056     DECIMAL-POINT IS COMMA.
000057
000058 INPUT-OUTPUT SECTION.
000059 FILE-CONTROL.
000060
000061       SELECT HABERES  ASSIGN DDHAB
000062              FILE STATUS IS WS-HAB-CODE.
000063
000064       SELECT INACTIVA ASSIGN DDINA
000065       ORGANIZATION   IS INDEXED
000066       ACCESS IS RANDOM
000067       RECORD KEY IS INA-CLAVE
000068       FILE STATUS IS WS-INA-CODE.
000069
000070       SELECT ACUERDOS ASSIGN DDACU
000071              FILE STATUS IS WS-ACU-CODE.
000072
000073       SELECT SUCURSAL ASSIGN DDSUC
000074              FILE STATUS IS WS-SUC-CODE.
000075
000076       SELECT MOVCTA   ASSIGN DDMOV
000077              FILE STATUS IS WS-MOV-CODE.
000078
000079       SELECT TRFCOLA  ASSIGN DDQUE
000080              FILE STATUS IS WS-QUE-CODE.
000081
000082       SELECT INFORME  ASSIGN DDINF
000083              FILE STATUS IS WS-INF-CODE.
000084
000085       SELECT LISTADO  ASSIGN DDLIS
000086              FILE STATUS IS WS-LIS-CODE.
000087
000088       SELECT RUNCTL   ASSIGN DDRUN
000089              FILE STATUS IS WS-RUN-CODE.
000090
000091 DATA DIVISION.
000092 FILE SECTION.
000093 FD HABERES
000094      BLOCK CONTAINS 0 RECORDS
000095      RECORDING MODE IS F.
000096
000097     COPY CPHABERE.
000098
000099 FD INACTIVA.
000100
000101     COPY CPINACTI.
000102
000103 01  REG-INACTIVA-CLAVE REDEFINES REG-INACTIVA.
000104     03  INA-CLAVE           PIC X(17).
000105     03  FILLER              PIC X(33).
000106
000107 FD ACUERDOS
000108      BLOCK CONTAINS 0 RECORDS
000109      RECORDING MODE IS F.
000110
000111     COPY CPACUERD.
000112
000113 FD SUCURSAL
000114      BLOCK CONTAINS 0 RECORDS
000115      RECORDING MODE IS F.
000116
000117     COPY CPSUCUR.
000118
000119 FD MOVCTA
000120      BLOCK CONTAINS 0 RECORDS
000121      RECORDING MODE IS F.
000122
000123     COPY CPMOVCTA.
000124
000125 FD TRFCOLA
000126      BLOCK CONTAINS 0 RECORDS
000127      RECORDING MODE IS F.
000128
000129     COPY CPINTERC.
000130
000131 FD INFORME
000132      BLOCK CONTAINS 0 RECORDS
000133      RECORDING MODE IS F.
000134
000135 01 REG-INFORME     PIC X(132).
000136
000137 FD LISTADO
000138      BLOCK CONTAINS 0 RECORDS
000139      RECORDING MODE IS F.
000140
000141 01 REG-LISTADO     PIC X(132).
000142
000143 FD RUNCTL
000144      BLOCK CONTAINS 0 RECORDS
000145      RECORDING MODE IS F.
000146
000147     COPY CPRUNCTL.
000148
000149**************************************
000150 WORKING-STORAGE SECTION.
000151**************************************
000152 77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000153 77  WS-HAB-CODE      PIC XX    VALUE SPACES.
000154 77  WS-INA-CODE      PIC XX    VALUE SPACES.
000155 77  WS-ACU-CODE      PIC XX    VALUE SPACES.
000156 77  WS-SUC-CODE      PIC XX    VALUE SPACES.
000157 77  WS-MOV-CODE      PIC XX    VALUE SPACES.
000158 77  WS-QUE-CODE      PIC XX    VALUE SPACES.
000159 77  WS-INF-CODE      PIC XX    VALUE SPACES.
000160 77  WS-LIS-CODE      PIC XX    VALUE SPACES.
000161 77  WS-RUN-CODE      PIC XX    VALUE SPACES.
000162 77  FS-SQLCODE       PIC -999  VALUE ZEROS.
000163
000164**************************************
000165*   CUADRE DE LOS LOTES (PRIMERA     *
000166*   PASADA): A = ABIERTO, C =        *
000167*   CUADRADO, D = DESCUADRADO        *
000168**************************************
000169
000170 77  WS-CONT-LOT      PIC 9(03)     VALUE ZEROS.
000171 77  WS-NRO-LOTE      PIC 9(03)     VALUE ZEROS.
000172 77  WS-CONT-DESCONOCIDOS PIC 9(08) VALUE ZEROS.
000173
000174 01  WS-TABLA-LOTES.
000175     05  WS-LOT-ENTRADA OCCURS 200 TIMES.
000176         10  WS-LOT-HD-CANT  PIC 9(06).
000177         10  WS-LOT-HD-IMPORTE PIC S9(11)V99 COMP-3.
000178         10  WS-LOT-CANT     PIC 9(06).
000179         10  WS-LOT-IMPORTE  PIC S9(11)V99 COMP-3.
000180         10  WS-LOT-ESTADO   PIC X(01).
000181
000182**************************************
000183*   TOTALES DEL LOTE EN CURSO Y      *
000184*   TOTALES GENERALES                *
000185**************************************
000186
000187 01  WS-TOTALES-LOTE.
000188     03  WS-LTE-REC-CANT      PIC 9(08)     VALUE ZEROS.
000189     03  WS-LTE-REC-IMPORTE   PIC S9(11)V99 COMP-3 VALUE ZEROS.
000190     03  WS-LTE-ACR-CANT      PIC 9(08)     VALUE ZEROS.
000191     03  WS-LTE-ACR-IMPORTE   PIC S9(11)V99 COMP-3 VALUE ZEROS.
000192     03  WS-LTE-CAM-CANT      PIC 9(08)     VALUE ZEROS.
000193     03  WS-LTE-CAM-IMPORTE   PIC S9(11)V99 COMP-3 VALUE ZEROS.
000194     03  WS-LTE-RCH-CANT      PIC 9(08)     VALUE ZEROS.
000195     03  WS-LTE-RCH-IMPORTE   PIC S9(11)V99 COMP-3 VALUE ZEROS.
000196     03  WS-LTE-DEB-IMPORTE   PIC S9(11)V99 COMP-3 VALUE ZEROS.
000197
000198 01  WS-TOTALES-GENERALES.
000199     03  WS-TOT-LOTES         PIC 9(08)     VALUE ZEROS.
000200     03  WS-TOT-LOTES-RCH     PIC 9(08)     VALUE ZEROS.
000201     03  WS-TOT-REC-CANT      PIC 9(08)     VALUE ZEROS.
000202     03  WS-TOT-REC-IMPORTE   PIC S9(11)V99 COMP-3 VALUE ZEROS.
000203     03  WS-TOT-ACR-CANT      PIC 9(08)     VALUE ZEROS.
000204     03  WS-TOT-ACR-IMPORTE   PIC S9(11)V99 COMP-3 VALUE ZEROS.
000205     03  WS-TOT-CAM-CANT      PIC 9(08)     VALUE ZEROS.
000206     03  WS-TOT-CAM-IMPORTE   PIC S9(11)V99 COMP-3 VALUE ZEROS.
000207     03  WS-TOT-RCH-CANT      PIC 9(08)     VALUE ZEROS.
000208     03  WS-TOT-RCH-IMPORTE   PIC S9(11)V99 COMP-3 VALUE ZEROS.
000209     03  WS-TOT-DEV-IMPORTE   PIC S9(11)V99 COMP-3 VALUE ZEROS.
000210
000211**************************************
000212*   RESUMEN POR SUCURSAL (SUBINDICE  *
000213*   = NRO DE SUCURSAL + 1)           *
000214**************************************
000215
000216 77  WS-SUB-SUC       PIC 9(03)     VALUE ZEROS.
000217
000218 01  WS-TABLA-SUCURSALES.
000219     05  WS-SHB-ENTRADA OCCURS 100 TIMES.
000220         10  WS-SHB-NOMBRE   PIC X(20).
000221         10  WS-SHB-LOTES    PIC 9(05).
000222         10  WS-SHB-EMPLEADOS PIC 9(08).
000223         10  WS-SHB-ACREDITADO PIC S9(11)V99 COMP-3.
000224         10  WS-SHB-CAMARA   PIC S9(11)V99 COMP-3.
000225         10  WS-SHB-DEVUELTO PIC S9(11)V99 COMP-3.
000226
000227********************
000228*      FLAGS       *
000229********************
000230
000231 01  WS-STATUS-FIN    PIC X.
000232     88  WS-FIN-LECTURA         VALUE 'Y'.
000233     88  WS-NO-FIN-LECTURA      VALUE 'N'.
000234
000235 01  WS-STA-AUX       PIC X     VALUE 'N'.
000236     88  WS-FIN-AUX             VALUE 'Y'.
000237     88  WS-NO-FIN-AUX          VALUE 'N'.
000238
000239 01  WS-SW-ACUERDO    PIC X     VALUE 'N'.
000240     88  WS-ENCONTRO-ACU        VALUE 'Y'.
000241     88  WS-NO-ENCONTRO-ACU     VALUE 'N'.
000242
000243 01  WS-SW-OPERACION  PIC X     VALUE 'S'.
000244     88  WS-OPERACION-APLICADA  VALUE 'S'.
000245     88  WS-OPERACION-RECHAZADA VALUE 'N'.
000246
000247 01  WS-SW-HAB        PIC X     VALUE 'N'.
000248     88  WS-HAB-ABIERTO         VALUE 'S'.
000249     88  WS-HAB-CERRADO         VALUE 'N'.
000250
000251 01  WS-SW-LOTE       PIC X     VALUE 'N'.
000252     88  WS-LOTE-ACEPTADO       VALUE 'S'.
000253     88  WS-LOTE-RECHAZADO      VALUE 'N'.
000254
000255 01  WS-SW-EN-LOTE    PIC X     VALUE 'N'.
000256     88  WS-DENTRO-DE-LOTE      VALUE 'S'.
000257     88  WS-FUERA-DE-LOTE       VALUE 'N'.
000258
000259 01  WS-SW-DESTINO    PIC X     VALUE 'I'.
000260     88  WS-DESTINO-INTERNO     VALUE 'I'.
000261     88  WS-DESTINO-CAMARA      VALUE 'C'.
000262
000263**************************************
000264*   ACUERDOS VIGENTES POR CUENTA     *
000265**************************************
000266
000267 77  WS-CONT-ACU      PIC 9(03)     VALUE ZEROS.
000268 77  WS-BUSCA-ACU     PIC X(17)     VALUE SPACES.
000269
000270 01  WS-TABLA-ACUERDOS.
000271     05  WS-ACU-ENTRADA OCCURS 200 TIMES
000272             INDEXED BY WS-IDX-ACU.
000273         10  WS-ACU-CLAVE    PIC X(17).
000274         10  WS-ACU-LIMITE   PIC S9(09)V99 COMP-3.
000275
000276 01  WS-LIMITE-ACUERDO    PIC S9(09)V99 COMP-3 VALUE ZEROS.
000277 01  WS-SALDO-MINIMO      PIC S9(09)V99 COMP-3 VALUE ZEROS.
000278
000279**************************************
000280*   VALIDACION DEL CBU (MISMOS       *
000281*   PESOS QUE LA T227)               *
000282**************************************
000283
000284 01  WS-CBU-ALFA.
000285     03  WS-CBU-DIGITO       PIC 9(01) OCCURS 11 TIMES.
000286 01  WS-CBU-PESOS            PIC X(10)       VALUE '3179317931'.
000287 01  WS-CBU-PESOS-R REDEFINES WS-CBU-PESOS.
000288     03  WS-CBU-PESO         PIC 9(01) OCCURS 10 TIMES.
000289 01  WS-CBU-IDX              PIC 9(02) COMP  VALUE ZEROS.
000290 01  WS-CBU-SUMA             PIC 9(04) COMP  VALUE ZEROS.
000291 01  WS-CBU-RESTO            PIC 9(02) COMP  VALUE ZEROS.
000292 01  WS-CBU-VERIF            PIC 9(02)       VALUE ZEROS.
000293
000294**************************************
000295*   MOTIVO DEL RECHAZO Y DEL LOTE    *
000296**************************************
000297
000298 77  WS-MOTIVO        PIC X(30)    VALUE SPACES.
000299 77  WS-MOT-LOTE      PIC X(30)    VALUE SPACES.
000300
000301**************************************
000302*   FECHA DE PROCESO Y SU FORMATO    *
000303*   CON GUIONES (COMO GRABA T227)    *
000304**************************************
000305
000306 01  WS-FECHA-PROCESO     PIC 9(08)    VALUE ZEROS.
000307 01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
000308     03  WS-PRO-AAAA      PIC X(04).
000309     03  WS-PRO-MM        PIC X(02).
000310     03  WS-PRO-DD        PIC X(02).
000311
000312 01  WS-FECHA-GUION.
000313     03  WS-GUI-DD        PIC X(02)    VALUE SPACES.
000314     03  FILLER           PIC X(01)    VALUE '-'.
000315     03  WS-GUI-MM        PIC X(02)    VALUE SPACES.
000316     03  FILLER           PIC X(01)    VALUE '-'.
000317     03  WS-GUI-AAAA      PIC X(04)    VALUE SPACES.
000318
000319**************************************
000320*   EMPLEADORA DEL LOTE EN CURSO Y   *
000321*   CUENTA DEL EMPLEADO              *
000322**************************************
000323
000324 01  WS-EMP-TIPO-CUENTA   PIC X(02)    VALUE SPACES.
000325 01  WS-EMP-NRO-CUENTA    PIC X(15)    VALUE SPACES.
000326 01  WS-EMP-NRO-CLIENTE   PIC 9(05)    VALUE ZEROS.
000327 01  WS-EMP-FECHA-PAGO    PIC 9(08)    VALUE ZEROS.
000328 01  WS-EMP-SUCURSAL      PIC 9(02)    VALUE ZEROS.
000329
000330 01  WS-CLI-TIPO-CUENTA   PIC X(02)    VALUE SPACES.
000331 01  WS-CLI-NRO-CUENTA    PIC X(15)    VALUE SPACES.
000332 01  WS-CLI-NRO-CLIENTE   PIC 9(05)    VALUE ZEROS.
000333 01  WS-IMPORTE           PIC S9(09)V99 COMP-3 VALUE ZEROS.
000334 01  WS-IMPORTE-LOTE      PIC S9(09)V99 COMP-3 VALUE ZEROS.
000334 01  WS-IMPORTE-MAXIMO    PIC S9(11)V99 COMP-3
000334                          VALUE 999999999,99.
000335
000336***********************************
000337*   INFORME PARA LA EMPRESA       *
000338***********************************
000339
000340 01  WS-INF-TITULO.
000341     03  FILLER              PIC X(20)    VALUE  SPACES.
000342     03  FILLER              PIC X(40)    VALUE
000343      'ACREDITACION DE HABERES - EMPRESA       '.
000344     03  FILLER              PIC X(07)    VALUE 'FECHA: '.
000345     03  WS-INF-FECHA        PIC 9(08)    VALUE ZEROS.
000346     03  FILLER              PIC X(57)    VALUE SPACES.
000347
000348 01  WS-INF-CABECERA.
000349     03  FILLER              PIC X(02)    VALUE SPACES.
000350     03  FILLER              PIC X(20)    VALUE
000351      'CUENTA EMPLEADORA: '.
000352     03  WS-INC-CUENTA       PIC X(17)    VALUE SPACES.
000353     03  FILLER              PIC X(18)    VALUE
000354      '  FECHA DE PAGO: '.
000355     03  WS-INC-FECHA-PAGO   PIC 9(08)    VALUE ZEROS.
000356     03  FILLER              PIC X(13)    VALUE
000357      '  SUCURSAL: '.
000358     03  WS-INC-SUCURSAL     PIC 9(02)    VALUE ZEROS.
000359     03  FILLER              PIC X(01)    VALUE SPACES.
000360     03  WS-INC-SUC-NOMBRE   PIC X(20)    VALUE SPACES.
000361     03  FILLER              PIC X(31)    VALUE SPACES.
000362
000363 01  WS-INF-COLUMNAS.
000364     03  FILLER    PIC X(02)    VALUE SPACES.
000365     03  FILLER    PIC X(19)    VALUE 'CUENTA / CBU'.
000366     03  FILLER    PIC X(13)    VALUE 'CUIL'.
000367     03  FILLER    PIC X(32)    VALUE 'EMPLEADO'.
000368     03  FILLER    PIC X(17)    VALUE '        IMPORTE'.
000369     03  FILLER    PIC X(30)    VALUE 'RESULTADO'.
000370     03  FILLER    PIC X(19)    VALUE SPACES.
000371
000372 01  WS-LIN-DETALLE.
000373     03  FILLER    PIC X(02)    VALUE SPACES.
000374     03  WS-DET-CUENTA   PIC X(17)    VALUE SPACES.
000375     03  FILLER    PIC X(02)    VALUE SPACES.
000376     03  WS-DET-CUIL     PIC X(11)    VALUE SPACES.
000377     03  FILLER    PIC X(02)    VALUE SPACES.
000378     03  WS-DET-NOMBRE   PIC X(30)    VALUE SPACES.
000379     03  FILLER    PIC X(02)    VALUE SPACES.
000380     03  WS-DET-IMPORTE  PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000381     03  FILLER    PIC X(02)    VALUE SPACES.
000382     03  WS-DET-RESULT   PIC X(30)    VALUE SPACES.
000383     03  FILLER    PIC X(19)    VALUE SPACES.
000384
000385 01  WS-LIN-TOTAL-TIT.
000386     03  FILLER    PIC X(02)    VALUE SPACES.
000387     03  FILLER    PIC X(40)    VALUE SPACES.
000388     03  FILLER    PIC X(10)    VALUE '  CANTIDAD'.
000389     03  FILLER    PIC X(20)    VALUE
000390      '             IMPORTE'.
000391     03  FILLER    PIC X(60)    VALUE SPACES.
000392
000393 01  WS-LIN-TOTAL.
000394     03  FILLER    PIC X(02)    VALUE SPACES.
000395     03  WS-TOT-TEXTO    PIC X(40)    VALUE SPACES.
000396     03  WS-TOT-CANT     PIC -ZZZZZZZ9 VALUE ZEROS.
000397     03  FILLER    PIC X(01)    VALUE SPACES.
000398     03  WS-TOT-IMPORTE  PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
000399     03  FILLER    PIC X(62)    VALUE SPACES.
000400
000401 01  WS-LIN-AVISO.
000402     03  FILLER    PIC X(02)    VALUE SPACES.
000403     03  WS-AVI-TEXTO    PIC X(70)    VALUE SPACES.
000404     03  FILLER    PIC X(60)    VALUE SPACES.
000405
000406 01  WS-LIN-BLANCO    PIC X(132)   VALUE SPACES.
000407
000408***********************************
000409*   LISTADO PARA LAS SUCURSALES   *
000410***********************************
000411
000412 01  WS-LIS-TITULO.
000413     03  FILLER              PIC X(20)    VALUE  SPACES.
000414     03  FILLER              PIC X(40)    VALUE
000415      'ACREDITACION DE HABERES - SUCURSALES    '.
000416     03  FILLER              PIC X(07)    VALUE 'FECHA: '.
000417     03  WS-LTI-FECHA        PIC 9(08)    VALUE ZEROS.
000418     03  FILLER              PIC X(57)    VALUE SPACES.
000419
000420 01  WS-LIS-COLUMNAS.
000421     03  FILLER    PIC X(05)    VALUE 'SUC'.
000422     03  FILLER    PIC X(19)    VALUE 'CUENTA EMPLEADORA'.
000423     03  FILLER    PIC X(10)    VALUE 'FEC.PAGO'.
000424     03  FILLER    PIC X(08)    VALUE '  EMPL.'.
000425     03  FILLER    PIC X(17)    VALUE '    TOTAL LOTE'.
000426     03  FILLER    PIC X(17)    VALUE '    ACREDITADO'.
000427     03  FILLER    PIC X(17)    VALUE '   ENV. CAMARA'.
000428     03  FILLER    PIC X(17)    VALUE '      DEVUELTO'.
000429     03  FILLER    PIC X(22)    VALUE 'RESULTADO DEL LOTE'.
000430
000431 01  WS-LIN-LOTE.
000432     03  WS-LLO-SUCURSAL PIC 9(02)    VALUE ZEROS.
000433     03  FILLER    PIC X(03)    VALUE SPACES.
000434     03  WS-LLO-CUENTA   PIC X(17)    VALUE SPACES.
000435     03  FILLER    PIC X(02)    VALUE SPACES.
000436     03  WS-LLO-FECHA    PIC 9(08)    VALUE ZEROS.
000437     03  FILLER    PIC X(02)    VALUE SPACES.
000438     03  WS-LLO-CANT     PIC ZZZZZ9   VALUE ZEROS.
000439     03  FILLER    PIC X(02)    VALUE SPACES.
000440     03  WS-LLO-TOTAL    PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000441     03  FILLER    PIC X(02)    VALUE SPACES.
000442     03  WS-LLO-ACREDITADO PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000443     03  FILLER    PIC X(02)    VALUE SPACES.
000444     03  WS-LLO-CAMARA   PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000445     03  FILLER    PIC X(02)    VALUE SPACES.
000446     03  WS-LLO-DEVUELTO PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000447     03  FILLER    PIC X(02)    VALUE SPACES.
000448     03  WS-LLO-RESULT   PIC X(22)    VALUE SPACES.
000449
000450 01  WS-LIN-SUCURSAL.
000451     03  FILLER    PIC X(02)    VALUE SPACES.
000452     03  WS-LSU-SUCURSAL PIC 9(02)    VALUE ZEROS.
000453     03  FILLER    PIC X(01)    VALUE SPACES.
000454     03  WS-LSU-NOMBRE   PIC X(20)    VALUE SPACES.
000455     03  FILLER    PIC X(01)    VALUE SPACES.
000456     03  WS-LSU-LOTES    PIC ZZZZ9    VALUE ZEROS.
000457     03  FILLER    PIC X(01)    VALUE SPACES.
000458     03  WS-LSU-EMPLEADOS PIC ZZZZZZZ9 VALUE ZEROS.
000459     03  FILLER    PIC X(02)    VALUE SPACES.
000460     03  WS-LSU-ACREDITADO PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
000461     03  FILLER    PIC X(02)    VALUE SPACES.
000462     03  WS-LSU-CAMARA   PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
000463     03  FILLER    PIC X(02)    VALUE SPACES.
000464     03  WS-LSU-DEVUELTO PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
000465     03  FILLER    PIC X(32)    VALUE SPACES.
000466
000467 01  WS-LIS-COL-SUCURSAL.
000468     03  FILLER    PIC X(02)    VALUE SPACES.
000469     03  FILLER    PIC X(24)    VALUE 'SUCURSAL'.
000470     03  FILLER    PIC X(06)    VALUE 'LOTES'.
000471     03  FILLER    PIC X(10)    VALUE ' EMPLEADOS'.
000472     03  FILLER    PIC X(20)    VALUE '          ACREDITADO'.
000473     03  FILLER    PIC X(20)    VALUE '         ENV. CAMARA'.
000474     03  FILLER    PIC X(20)    VALUE '            DEVUELTO'.
000475     03  FILLER    PIC X(30)    VALUE SPACES.
000476
000477 77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
000478
000479**************************************
000480*     AREA DE COMUNICACION DB2       *
000481**************************************
000482
000483      EXEC SQL
000484        INCLUDE SQLCA
000485      END-EXEC.
000486
000487      EXEC SQL
000488        INCLUDE TBCUE
000489      END-EXEC.
000490
000491***************************************************************.
000492 PROCEDURE DIVISION.
000493**************************************
000494*                                    *
000495*  CUERPO PRINCIPAL DEL PROGRAMA     *
000496*                                    *
000497**************************************
000498 MAIN-PROGRAM.
000499
000500     PERFORM 1000-I-INICIO  THRU 1000-F-INICIO.
000501
000502     PERFORM 2000-I-PROCESO THRU 2000-F-PROCESO
000503                            UNTIL WS-FIN-LECTURA.
000504
000505     PERFORM 8000-I-TOTALES THRU 8000-F-TOTALES.
000506
000507     PERFORM 9999-I-FINAL   THRU 9999-F-FINAL.
000508
000509 F-MAIN-PROGRAM. GOBACK.
000510
000511**************************************
000512*                                    *
000513*  CUERPO INICIO APERTURA ARCHIVOS   *
000514*                                    *
000515**************************************
000516 1000-I-INICIO.
000517
000518     SET WS-NO-FIN-LECTURA TO TRUE.
000519
000520     PERFORM 1100-I-LEER-RUNCTL THRU 1100-F-LEER-RUNCTL.
000521
000522     IF NOT WS-FIN-LECTURA
000523
000524        OPEN INPUT INACTIVA
000525        IF WS-INA-CODE IS NOT EQUAL '00'
000526           DISPLAY '* ERROR EN OPEN INACTIVA = ' WS-INA-CODE
000527           MOVE 9999 TO RETURN-CODE
000528           SET  WS-FIN-LECTURA TO TRUE
000529        END-IF
000530
000531        OPEN EXTEND MOVCTA
000532        IF WS-MOV-CODE IS NOT EQUAL '00'
000533           DISPLAY '* ERROR EN OPEN MOVCTA   = ' WS-MOV-CODE
000534           MOVE 9999 TO RETURN-CODE
000535           SET  WS-FIN-LECTURA TO TRUE
000536        END-IF
000537
000538        OPEN EXTEND TRFCOLA
000539        IF WS-QUE-CODE IS NOT EQUAL '00'
000540           DISPLAY '* ERROR EN OPEN TRFCOLA  = ' WS-QUE-CODE
000541           MOVE 9999 TO RETURN-CODE
000542           SET  WS-FIN-LECTURA TO TRUE
000543        END-IF
000544
000545        OPEN OUTPUT INFORME
000546        IF WS-INF-CODE IS NOT EQUAL '00'
000547           DISPLAY '* ERROR EN OPEN INFORME  = ' WS-INF-CODE
000548           MOVE 9999 TO RETURN-CODE
000549           SET  WS-FIN-LECTURA TO TRUE
000550        END-IF
000551
000552        OPEN OUTPUT LISTADO
000553        IF WS-LIS-CODE IS NOT EQUAL '00'
000554           DISPLAY '* ERROR EN OPEN LISTADO  = ' WS-LIS-CODE
000555           MOVE 9999 TO RETURN-CODE
000556           SET  WS-FIN-LECTURA TO TRUE
000557        END-IF
000558     END-IF.
000559
000560     IF NOT WS-FIN-LECTURA
000561        MOVE WS-FECHA-PROCESO TO WS-INF-FECHA WS-LTI-FECHA
000562        WRITE REG-INFORME FROM WS-INF-TITULO
000563        WRITE REG-INFORME FROM WS-LIN-BLANCO
000564        WRITE REG-LISTADO FROM WS-LIS-TITULO
000565        WRITE REG-LISTADO FROM WS-LIN-BLANCO
000566        WRITE REG-LISTADO FROM WS-LIS-COLUMNAS
000567        WRITE REG-LISTADO FROM WS-LIN-BLANCO
000568        PERFORM 1500-I-CUADRAR-LOTES THRU 1500-F-CUADRAR-LOTES
000569     END-IF.
000570
000571     IF NOT WS-FIN-LECTURA
000572        PERFORM 1200-I-CARGAR-ACUERDOS
000573           THRU 1200-F-CARGAR-ACUERDOS
000574        PERFORM 1300-I-CARGAR-SUCURSALES
000575           THRU 1300-F-CARGAR-SUCURSALES
000576        OPEN INPUT HABERES
000577        IF WS-HAB-CODE IS NOT EQUAL '00'
000578           DISPLAY '* ERROR EN OPEN HABERES  = ' WS-HAB-CODE
000579           MOVE 9999 TO RETURN-CODE
000580           SET  WS-FIN-LECTURA TO TRUE
000581        ELSE
000582           SET WS-HAB-ABIERTO TO TRUE
000583           PERFORM 3000-I-LEER-HABERES THRU 3000-F-LEER-HABERES
000584        END-IF
000585     END-IF.
000586
000587 1000-F-INICIO.   EXIT.
000588
000589**************************************
000590*  FECHA OFICIAL DE PROCESO DESDE    *
000591*  EL CONTROL DE CORRIDA             *
000592**************************************
000593
000594 1100-I-LEER-RUNCTL.
000595
000596     OPEN INPUT RUNCTL.
000597
000598     IF WS-RUN-CODE NOT EQUAL '00'
000599        DISPLAY '* ERROR EN OPEN RUNCTL   = ' WS-RUN-CODE
000600        MOVE 9999 TO RETURN-CODE
000601        SET  WS-FIN-LECTURA TO TRUE
000602        GO TO 1100-F-LEER-RUNCTL
000603     END-IF.
000604
000605     READ RUNCTL.
000606     IF WS-RUN-CODE NOT EQUAL '00'
000607        DISPLAY '* ERROR EN LECTURA RUNCTL = ' WS-RUN-CODE
000608        MOVE 9999 TO RETURN-CODE
000609        SET  WS-FIN-LECTURA TO TRUE
000610        CLOSE RUNCTL
000611        GO TO 1100-F-LEER-RUNCTL
000612     END-IF.
000613
000614     MOVE RUN-FECHA-PROCESO TO WS-FECHA-PROCESO.
000615     MOVE WS-PRO-DD   TO WS-GUI-DD.
000616     MOVE WS-PRO-MM   TO WS-GUI-MM.
000617     MOVE WS-PRO-AAAA TO WS-GUI-AAAA.
000618
000619     CLOSE RUNCTL.
000620
000621 1100-F-LEER-RUNCTL. EXIT.
000622
000623**************************************
000624*  ACUERDOS DE SOBREGIRO VIGENTES    *
000625*  POR CUENTA (ARCHIVO OPCIONAL)     *
000626**************************************
000627
000628 1200-I-CARGAR-ACUERDOS.
000629
000630     OPEN INPUT ACUERDOS.
000631
000632     IF WS-ACU-CODE NOT EQUAL '00'
000633        DISPLAY '* AVISO: SIN ARCHIVO DE ACUERDOS'
000634        GO TO 1200-F-CARGAR-ACUERDOS
000635     END-IF.
000636
000637     SET WS-NO-FIN-AUX TO TRUE.
000638     PERFORM 1250-I-LEER-ACUERDO THRU 1250-F-LEER-ACUERDO
000639        UNTIL WS-FIN-AUX.
000640
000641     CLOSE ACUERDOS.
000642
000643 1200-F-CARGAR-ACUERDOS. EXIT.
000644
000645 1250-I-LEER-ACUERDO.
000646
000647     READ ACUERDOS
000648        AT END
000649           SET WS-FIN-AUX TO TRUE
000650        NOT AT END
000651           IF ACU-ESTADO EQUAL 'A'
000652              AND ACU-VENCIMIENTO IS NUMERIC
000653              AND ACU-VENCIMIENTO NOT LESS THAN WS-FECHA-PROCESO
000654              IF WS-CONT-ACU < 200
000655                 ADD 1 TO WS-CONT-ACU
000656                 MOVE ACU-TIPO-CUENTA
000657                      TO WS-ACU-CLAVE(WS-CONT-ACU)(1:2)
000658                 MOVE ACU-NRO-CUENTA
000659                      TO WS-ACU-CLAVE(WS-CONT-ACU)(3:15)
000660                 MOVE ACU-LIMITE
000661                      TO WS-ACU-LIMITE(WS-CONT-ACU)
000662              ELSE
000663                 DISPLAY '* TABLA DE ACUERDOS LLENA = '
000664                         ACU-NRO-CUENTA
000665              END-IF
000666           END-IF
000667     END-READ.
000668
000669 1250-F-LEER-ACUERDO. EXIT.
000670
000671**************************************
000672*  CARGA DEL MAESTRO DE SUCURSALES   *
000673*  (NOMBRE PARA LOS LISTADOS)        *
000674**************************************
000675
000676 1300-I-CARGAR-SUCURSALES.
000677
000678     INITIALIZE WS-TABLA-SUCURSALES.
000679
000680     MOVE 1 TO WS-SUB-SUC.
000681     PERFORM 1320-I-INICIAR-SUCURSAL THRU 1320-F-INICIAR-SUCURSAL
000682        UNTIL WS-SUB-SUC > 100.
000683
000684     OPEN INPUT SUCURSAL.
000685
000686     IF WS-SUC-CODE NOT EQUAL '00'
000687        DISPLAY '* AVISO: SIN MAESTRO DE SUCURSALES'
000688        GO TO 1300-F-CARGAR-SUCURSALES
000689     END-IF.
000690
000691     SET WS-NO-FIN-AUX TO TRUE.
000692     PERFORM 1350-I-LEER-SUCURSAL THRU 1350-F-LEER-SUCURSAL
000693        UNTIL WS-FIN-AUX.
000694
000695     CLOSE SUCURSAL.
000696
000697 1300-F-CARGAR-SUCURSALES. EXIT.
000698
000699 1320-I-INICIAR-SUCURSAL.
000700
000701     MOVE 'SIN SUCURSAL' TO WS-SHB-NOMBRE(WS-SUB-SUC).
000702
000703     ADD 1 TO WS-SUB-SUC.
000704
000705 1320-F-INICIAR-SUCURSAL. EXIT.
000706
000707 1350-I-LEER-SUCURSAL.
000708
000709     READ SUCURSAL
000710        AT END
000711           SET WS-FIN-AUX TO TRUE
000712        NOT AT END
000713           IF SUC-NRO IS NUMERIC
000714              COMPUTE WS-SUB-SUC = SUC-NRO + 1
000715              MOVE SUC-NOMBRE TO WS-SHB-NOMBRE(WS-SUB-SUC)
000716           END-IF
000717     END-READ.
000718
000719 1350-F-LEER-SUCURSAL. EXIT.
000720
000721**************************************
000722*  PRIMERA PASADA: CUADRE DE CADA    *
000723*  LOTE CONTRA SU CABECERA Y SU      *
000724*  TRAILER. UN LOTE SIN TRAILER, CON *
000725*  REGISTROS DESCONOCIDOS, IMPORTES  *
000726*  INVALIDOS O TOTALES DISTINTOS     *
000727*  QUEDA DESCUADRADO                 *
000728**************************************
000729
000730 1500-I-CUADRAR-LOTES.
000731
000732     OPEN INPUT HABERES.
000733     IF WS-HAB-CODE IS NOT EQUAL '00'
000734        DISPLAY '* ERROR EN OPEN HABERES  = ' WS-HAB-CODE
000735        MOVE 9999 TO RETURN-CODE
000736        SET  WS-FIN-LECTURA TO TRUE
000737        GO TO 1500-F-CUADRAR-LOTES
000738     END-IF.
000739
000740     PERFORM 1550-I-SUMAR-HABERES THRU 1550-F-SUMAR-HABERES
000741        UNTIL WS-FIN-LECTURA.
000742
000743     CLOSE HABERES.
000744
000745     IF RETURN-CODE NOT EQUAL ZEROS
000746        GO TO 1500-F-CUADRAR-LOTES
000747     END-IF.
000748
000749*    EL ULTIMO LOTE SIN TRAILER QUEDA DESCUADRADO
000750     IF WS-CONT-LOT GREATER ZEROS
000751        IF WS-LOT-ESTADO(WS-CONT-LOT) EQUAL 'A'
000752           MOVE 'D' TO WS-LOT-ESTADO(WS-CONT-LOT)
000753        END-IF
000754     END-IF.
000755
000756     IF WS-CONT-DESCONOCIDOS NOT EQUAL ZEROS
000757        DISPLAY '* REGISTROS FUERA DE LOTE O DESCONOCIDOS = '
000758                WS-CONT-DESCONOCIDOS
000759        MOVE 'HAY REGISTROS FUERA DE LOTE O DESCONOCIDOS'
000760          TO WS-AVI-TEXTO
000761        WRITE REG-LISTADO FROM WS-LIN-AVISO
000762        WRITE REG-LISTADO FROM WS-LIN-BLANCO
000763     END-IF.
000764
000765     SET WS-NO-FIN-LECTURA TO TRUE.
000766
000767 1500-F-CUADRAR-LOTES. EXIT.
000768
000769 1550-I-SUMAR-HABERES.
000770
000771     READ HABERES.
000772
000773     EVALUATE WS-HAB-CODE
000774       WHEN '00'
000775          CONTINUE
000776       WHEN '10'
000777          SET WS-FIN-LECTURA TO TRUE
000778          GO TO 1550-F-SUMAR-HABERES
000779       WHEN OTHER
000780          DISPLAY '* ERROR EN LECTURA HABERES = ' WS-HAB-CODE
000781          MOVE 9999 TO RETURN-CODE
000782          SET WS-FIN-LECTURA TO TRUE
000783          GO TO 1550-F-SUMAR-HABERES
000784     END-EVALUATE.
000785
000786     IF HAB-TIPO-REG EQUAL 'HD'
000787        PERFORM 1560-I-ABRIR-LOTE THRU 1560-F-ABRIR-LOTE
000788        GO TO 1550-F-SUMAR-HABERES
000789     END-IF.
000790
000791     IF WS-CONT-LOT EQUAL ZEROS
000792        ADD 1 TO WS-CONT-DESCONOCIDOS
000793        GO TO 1550-F-SUMAR-HABERES
000794     END-IF.
000795
000796     IF WS-LOT-ESTADO(WS-CONT-LOT) NOT EQUAL 'A'
000797        ADD 1 TO WS-CONT-DESCONOCIDOS
000798        GO TO 1550-F-SUMAR-HABERES
000799     END-IF.
000800
000801     EVALUATE HAB-TIPO-REG
000802       WHEN 'DT'
000803          ADD 1 TO WS-LOT-CANT(WS-CONT-LOT)
000804          IF HAB-DT-IMPORTE IS NUMERIC
000805             AND HAB-DT-IMPORTE GREATER ZEROS
000806             ADD HAB-DT-IMPORTE TO WS-LOT-IMPORTE(WS-CONT-LOT)
000807          ELSE
000808             MOVE 'D' TO WS-LOT-ESTADO(WS-CONT-LOT)
000809          END-IF
000810       WHEN 'TR'
000811          IF HAB-TR-IMPORTE IS NUMERIC
000812             AND HAB-TR-CANTIDAD IS NUMERIC
000813             AND HAB-TR-CANTIDAD EQUAL WS-LOT-CANT(WS-CONT-LOT)
000814             AND HAB-TR-IMPORTE EQUAL WS-LOT-IMPORTE(WS-CONT-LOT)
000815             AND WS-LOT-HD-CANT(WS-CONT-LOT)
000816                 EQUAL WS-LOT-CANT(WS-CONT-LOT)
000817             AND WS-LOT-HD-IMPORTE(WS-CONT-LOT)
000818                 EQUAL WS-LOT-IMPORTE(WS-CONT-LOT)
000819             MOVE 'C' TO WS-LOT-ESTADO(WS-CONT-LOT)
000820          ELSE
000821             MOVE 'D' TO WS-LOT-ESTADO(WS-CONT-LOT)
000822          END-IF
000823       WHEN OTHER
000824          ADD 1 TO WS-CONT-DESCONOCIDOS
000825          MOVE 'D' TO WS-LOT-ESTADO(WS-CONT-LOT)
000826     END-EVALUATE.
000827
000828 1550-F-SUMAR-HABERES. EXIT.
000829
000830 1560-I-ABRIR-LOTE.
000831
000832*    UN LOTE QUE QUEDO ABIERTO NO TRAJO TRAILER
000833     IF WS-CONT-LOT GREATER ZEROS
000834        IF WS-LOT-ESTADO(WS-CONT-LOT) EQUAL 'A'
000835           MOVE 'D' TO WS-LOT-ESTADO(WS-CONT-LOT)
000836        END-IF
000837     END-IF.
000838
000839     IF WS-CONT-LOT NOT LESS THAN 200
000840        DISPLAY '* TABLA DE LOTES LLENA = ' HAB-HD-NRO-CUENTA
000841        MOVE 9999 TO RETURN-CODE
000842        SET WS-FIN-LECTURA TO TRUE
000843        GO TO 1560-F-ABRIR-LOTE
000844     END-IF.
000845
000846     ADD 1 TO WS-CONT-LOT.
000847     MOVE ZEROS          TO WS-LOT-CANT(WS-CONT-LOT)
000848                            WS-LOT-IMPORTE(WS-CONT-LOT)
000849                            WS-LOT-HD-CANT(WS-CONT-LOT)
000850                            WS-LOT-HD-IMPORTE(WS-CONT-LOT).
000851     MOVE 'A'            TO WS-LOT-ESTADO(WS-CONT-LOT).
000852
000853     IF HAB-HD-CANTIDAD IS NUMERIC
000854        AND HAB-HD-IMPORTE IS NUMERIC
000855        MOVE HAB-HD-CANTIDAD TO WS-LOT-HD-CANT(WS-CONT-LOT)
000856        MOVE HAB-HD-IMPORTE  TO WS-LOT-HD-IMPORTE(WS-CONT-LOT)
000857     ELSE
000858        MOVE 'D' TO WS-LOT-ESTADO(WS-CONT-LOT)
000859     END-IF.
000860
000861 1560-F-ABRIR-LOTE. EXIT.
000862
000863**************************************
000864*                                    *
000865*  CUERPO PRINCIPAL DE PROCESOS:     *
000866*  SEGUNDA PASADA, LOTE POR LOTE     *
000867*                                    *
000868**************************************
000869 2000-I-PROCESO.
000870
000871     EVALUATE HAB-TIPO-REG
000872       WHEN 'HD'
000873          PERFORM 2100-I-CABECERA THRU 2100-F-CABECERA
000874       WHEN 'DT'
000875          IF WS-DENTRO-DE-LOTE
000876             PERFORM 4000-I-PROCESAR-EMPLEADO
000877                THRU 4000-F-PROCESAR-EMPLEADO
000878          END-IF
000879       WHEN 'TR'
000880          IF WS-DENTRO-DE-LOTE
000881             PERFORM 2400-I-CERRAR-LOTE THRU 2400-F-CERRAR-LOTE
000882          END-IF
000883     END-EVALUATE.
000884
000885     PERFORM 3000-I-LEER-HABERES THRU 3000-F-LEER-HABERES.
000886
000887 2000-F-PROCESO. EXIT.
000888
000889**************************************
000890*  CABECERA DE LOTE: CUADRE DE LA    *
000891*  PRIMERA PASADA Y DEBITO UNICO DEL *
000892*  TOTAL A LA CUENTA EMPLEADORA      *
000893**************************************
000894
000895 2100-I-CABECERA.
000896
000897*    UN LOTE ANTERIOR SIN TRAILER SE CIERRA EN LOS INFORMES
000898     IF WS-DENTRO-DE-LOTE
000899        PERFORM 2400-I-CERRAR-LOTE THRU 2400-F-CERRAR-LOTE
000900     END-IF.
000901
000902     ADD 1 TO WS-NRO-LOTE.
000903     ADD 1 TO WS-TOT-LOTES.
000904     SET WS-DENTRO-DE-LOTE TO TRUE.
000905     SET WS-LOTE-ACEPTADO  TO TRUE.
000906     INITIALIZE WS-TOTALES-LOTE.
000907     MOVE SPACES            TO WS-MOT-LOTE.
000908     MOVE HAB-HD-TIPO-CUENTA TO WS-EMP-TIPO-CUENTA.
000909     MOVE HAB-HD-NRO-CUENTA  TO WS-EMP-NRO-CUENTA.
000910     MOVE ZEROS              TO WS-EMP-NRO-CLIENTE.
000911
000912     IF HAB-HD-FECHA-PAGO IS NUMERIC
000913        MOVE HAB-HD-FECHA-PAGO TO WS-EMP-FECHA-PAGO
000914     ELSE
000915        MOVE ZEROS             TO WS-EMP-FECHA-PAGO
000916     END-IF.
000917
000918     IF HAB-HD-SUCURSAL IS NUMERIC
000919        MOVE HAB-HD-SUCURSAL   TO WS-EMP-SUCURSAL
000920     ELSE
000921        MOVE ZEROS             TO WS-EMP-SUCURSAL
000922     END-IF.
000923     COMPUTE WS-SUB-SUC = WS-EMP-SUCURSAL + 1.
000924
000925     PERFORM 2150-I-CABECERA-INFORME THRU 2150-F-CABECERA-INFORME.
000926
000927     IF WS-LOT-ESTADO(WS-NRO-LOTE) NOT EQUAL 'C'
000928        MOVE 'LOTE DESCUADRADO' TO WS-MOT-LOTE
000929        SET WS-LOTE-RECHAZADO   TO TRUE
000930     ELSE
000931        PERFORM 2200-I-DEBITAR-EMPLEADORA
000932           THRU 2200-F-DEBITAR-EMPLEADORA
000933     END-IF.
000934
000935     IF WS-LOTE-RECHAZADO
000936        ADD 1 TO WS-TOT-LOTES-RCH
000937        MOVE SPACES TO WS-AVI-TEXTO
000938        STRING 'LOTE RECHAZADO: ' WS-MOT-LOTE
000939               DELIMITED BY SIZE INTO WS-AVI-TEXTO
000940        WRITE REG-INFORME FROM WS-LIN-AVISO
000941        WRITE REG-INFORME FROM WS-LIN-BLANCO
000942     END-IF.
000943
000944 2100-F-CABECERA. EXIT.
000945
000946 2150-I-CABECERA-INFORME.
000947
000948     MOVE SPACES             TO WS-INC-CUENTA.
000949     MOVE WS-EMP-TIPO-CUENTA TO WS-INC-CUENTA(1:2).
000950     MOVE WS-EMP-NRO-CUENTA  TO WS-INC-CUENTA(3:15).
000951     MOVE WS-EMP-FECHA-PAGO  TO WS-INC-FECHA-PAGO.
000952     MOVE WS-EMP-SUCURSAL    TO WS-INC-SUCURSAL.
000953     MOVE WS-SHB-NOMBRE(WS-SUB-SUC) TO WS-INC-SUC-NOMBRE.
000954
000955     WRITE REG-INFORME FROM WS-INF-CABECERA.
000956     WRITE REG-INFORME FROM WS-LIN-BLANCO.
000957     WRITE REG-INFORME FROM WS-INF-COLUMNAS.
000958     WRITE REG-INFORME FROM WS-LIN-BLANCO.
000959
000960     IF WS-INF-CODE IS NOT EQUAL '00'
000961        DISPLAY '* ERROR EN WRITE INFORME = ' WS-INF-CODE
000962        MOVE 9999 TO RETURN-CODE
000963        SET WS-FIN-LECTURA TO TRUE
000964     END-IF.
000965
000966 2150-F-CABECERA-INFORME. EXIT.
000967
000968**************************************
000969*  LA EMPLEADORA DEBE PODER PAGAR    *
000970*  EL LOTE ENTERO: SE DEBITA EL      *
000971*  TOTAL DE UNA SOLA VEZ ANTES DE    *
000972*  ACREDITAR A LOS EMPLEADOS         *
000973**************************************
000974
000975 2200-I-DEBITAR-EMPLEADORA.
000976
000977     IF WS-EMP-FECHA-PAGO EQUAL ZEROS
000978        MOVE 'FECHA DE PAGO INVALIDA' TO WS-MOT-LOTE
000979        SET WS-LOTE-RECHAZADO TO TRUE
000980        GO TO 2200-F-DEBITAR-EMPLEADORA
000981     END-IF.
000981
000981*    LOS HABERES NO SE PAGAN ANTES DE LA FECHA DE PAGO: EL
000981*    LOTE SE RECHAZA Y LA EMPRESA LO REENVIA ESE DIA
000981
000981     IF WS-EMP-FECHA-PAGO GREATER WS-FECHA-PROCESO
000981        MOVE 'FECHA DE PAGO FUTURA' TO WS-MOT-LOTE
000981        SET WS-LOTE-RECHAZADO TO TRUE
000981        GO TO 2200-F-DEBITAR-EMPLEADORA
000981     END-IF.
000981
000981*    EL DEBITO UNICO DEBE CABER EN UN MOVIMIENTO DE CUENTA
000981
000981     IF WS-LOT-IMPORTE(WS-NRO-LOTE) GREATER WS-IMPORTE-MAXIMO
000981        MOVE 'TOTAL DEL LOTE EXCEDE MAXIMO' TO WS-MOT-LOTE
000981        SET WS-LOTE-RECHAZADO TO TRUE
000981        GO TO 2200-F-DEBITAR-EMPLEADORA
000981     END-IF.
000982
000983     MOVE WS-EMP-TIPO-CUENTA TO WS-TIPO-CUENTA.
000984     MOVE WS-EMP-NRO-CUENTA  TO WS-NRO-CUENTA.
000985
000986     EXEC SQL
000987        SELECT MONEDA,
000988               NRO_CLIENTE
000989          INTO :DCLTBCUENTAS.WS-MONEDA,
000990               :DCLTBCUENTAS.WS-CUE-NRO-CLIENTE
000991          FROM  ITPFBIO.TBCUENTAS
000992         WHERE  TIPO_CUENTA = :DCLTBCUENTAS.WS-TIPO-CUENTA
000993           AND  NRO_CUENTA  = :DCLTBCUENTAS.WS-NRO-CUENTA
000994     END-EXEC.
000995
000996     MOVE SQLCODE TO FS-SQLCODE.
000997
000998     EVALUATE SQLCODE
000999       WHEN ZEROS
001000          MOVE WS-CUE-NRO-CLIENTE TO WS-EMP-NRO-CLIENTE
001001       WHEN +100
001002          MOVE 'CUENTA INEXISTENTE' TO WS-MOT-LOTE
001003          SET WS-LOTE-RECHAZADO TO TRUE
001004          GO TO 2200-F-DEBITAR-EMPLEADORA
001005       WHEN OTHER
001006          DISPLAY '* ERROR DB2 CUENTA EMPLEADORA = '
001007                  WS-EMP-NRO-CUENTA ' SQLCODE = ' FS-SQLCODE
001008          MOVE 'ERROR DE PROCESO' TO WS-MOT-LOTE
001009          SET WS-LOTE-RECHAZADO TO TRUE
001010          GO TO 2200-F-DEBITAR-EMPLEADORA
001011     END-EVALUATE.
001012
001013     IF WS-MONEDA NOT EQUAL '01'
001014        MOVE 'CUENTA NO ES EN PESOS' TO WS-MOT-LOTE
001015        SET WS-LOTE-RECHAZADO TO TRUE
001016        GO TO 2200-F-DEBITAR-EMPLEADORA
001017     END-IF.
001018
001019*    LAS CUENTAS MARCADAS DORMIDAS NO ADMITEN DEBITOS
001020*    HASTA QUE UN SUPERVISOR LAS REACTIVE (T220 PF9)
001021
001022     MOVE WS-EMP-TIPO-CUENTA TO INA-CLAVE(1:2).
001023     MOVE WS-EMP-NRO-CUENTA  TO INA-CLAVE(3:15).
001024
001025     READ INACTIVA
001026        INVALID KEY
001027           MOVE SPACES TO INA-ESTADO
001028     END-READ.
001029
001030     IF INA-ESTADO EQUAL 'D'
001031        MOVE 'CUENTA INACTIVA' TO WS-MOT-LOTE
001032        SET WS-LOTE-RECHAZADO TO TRUE
001033        GO TO 2200-F-DEBITAR-EMPLEADORA
001034     END-IF.
001035
001036     PERFORM 5100-I-BUSCAR-ACUERDO THRU 5100-F-BUSCAR-ACUERDO.
001037
001038     MOVE WS-LOT-IMPORTE(WS-NRO-LOTE) TO WS-IMPORTE-LOTE.
001039
001040     COMPUTE WS-SALDO-MINIMO =
001041             WS-IMPORTE-LOTE - WS-LIMITE-ACUERDO.
001042
001043     MOVE WS-EMP-TIPO-CUENTA TO WS-TIPO-CUENTA.
001044     MOVE WS-EMP-NRO-CUENTA  TO WS-NRO-CUENTA.
001045     MOVE WS-IMPORTE-LOTE    TO WS-SALDO-ACTUAL.
001046     MOVE WS-FECHA-GUION     TO WS-FECHA-ACTUAL.
001047
001048     EXEC SQL
001049        UPDATE ITPFBIO.TBCUENTAS
001050           SET SALDO_ACTUAL = SALDO_ACTUAL -
001051                 :DCLTBCUENTAS.WS-SALDO-ACTUAL,
001052               FECHA_ACTUAL =
001053                 :DCLTBCUENTAS.WS-FECHA-ACTUAL
001054         WHERE TIPO_CUENTA  =
001055                 :DCLTBCUENTAS.WS-TIPO-CUENTA
001056           AND NRO_CUENTA   =
001057                 :DCLTBCUENTAS.WS-NRO-CUENTA
001058           AND SALDO_ACTUAL >=
001059                 :WS-SALDO-MINIMO
001060     END-EXEC.
001061
001062     MOVE SQLCODE TO FS-SQLCODE.
001063
001064     EVALUATE SQLCODE
001065       WHEN ZEROS
001066          CONTINUE
001067       WHEN +100
001068          MOVE 'SIN FONDOS PARA EL LOTE' TO WS-MOT-LOTE
001069          SET WS-LOTE-RECHAZADO TO TRUE
001070          GO TO 2200-F-DEBITAR-EMPLEADORA
001071       WHEN OTHER
001072          DISPLAY '* ERROR AL DEBITAR EMPLEADORA = '
001073                  WS-EMP-NRO-CUENTA ' SQLCODE = ' FS-SQLCODE
001074          EXEC SQL
001075             ROLLBACK
001076          END-EXEC
001077          MOVE 'ERROR DE PROCESO' TO WS-MOT-LOTE
001078          SET WS-LOTE-RECHAZADO TO TRUE
001079          GO TO 2200-F-DEBITAR-EMPLEADORA
001080     END-EVALUATE.
001081
001082     MOVE SPACES             TO REG-MOVCTA.
001083     MOVE WS-EMP-NRO-CUENTA  TO MCT-NRO-CUENTA.
001084     MOVE 'DB'               TO MCT-TIPO-MOV.
001085     MOVE WS-IMPORTE-LOTE    TO MCT-IMPORTE.
001086     MOVE 'HABERES'          TO MCT-CONTRAPARTE.
001087     MOVE WS-EMP-NRO-CLIENTE TO MCT-NRO-CLIENTE.
001088     PERFORM 5600-I-ESCRIBIR-MOV THRU 5600-F-ESCRIBIR-MOV.
001089
001090     IF WS-OPERACION-RECHAZADA
001091        MOVE 'ERROR DE PROCESO' TO WS-MOT-LOTE
001092        SET WS-LOTE-RECHAZADO TO TRUE
001093        GO TO 2200-F-DEBITAR-EMPLEADORA
001094     END-IF.
001095
001096     EXEC SQL
001097        COMMIT
001098     END-EXEC.
001099
001100     MOVE WS-IMPORTE-LOTE TO WS-LTE-DEB-IMPORTE.
001101
001102 2200-F-DEBITAR-EMPLEADORA. EXIT.
001103
001104**************************************
001105*  CIERRE DEL LOTE: DEVOLUCION DE    *
001106*  LOS RECHAZADOS A LA EMPLEADORA,   *
001107*  TOTALES PARA LA EMPRESA Y LINEA   *
001108*  DEL LISTADO DE SUCURSALES         *
001109**************************************
001110
001111 2400-I-CERRAR-LOTE.
001112
001113     SET WS-FUERA-DE-LOTE TO TRUE.
001114
001115     IF WS-LOTE-ACEPTADO
001116        AND WS-LTE-RCH-IMPORTE GREATER ZEROS
001117        PERFORM 2450-I-DEVOLVER-EMPLEADORA
001118           THRU 2450-F-DEVOLVER-EMPLEADORA
001119     END-IF.
001120
001121     WRITE REG-INFORME FROM WS-LIN-BLANCO.
001122     WRITE REG-INFORME FROM WS-LIN-TOTAL-TIT.
001123
001124     MOVE 'EMPLEADOS RECIBIDOS'   TO WS-TOT-TEXTO.
001125     MOVE WS-LTE-REC-CANT         TO WS-TOT-CANT.
001126     MOVE WS-LTE-REC-IMPORTE      TO WS-TOT-IMPORTE.
001127     WRITE REG-INFORME FROM WS-LIN-TOTAL.
001128
001129     MOVE 'DEBITADO A LA CUENTA EMPLEADORA'
001130                                  TO WS-TOT-TEXTO.
001131     MOVE ZEROS                   TO WS-TOT-CANT.
001132     MOVE WS-LTE-DEB-IMPORTE      TO WS-TOT-IMPORTE.
001133     WRITE REG-INFORME FROM WS-LIN-TOTAL.
001134
001135     MOVE 'ACREDITADOS EN EL BANCO' TO WS-TOT-TEXTO.
001136     MOVE WS-LTE-ACR-CANT         TO WS-TOT-CANT.
001137     MOVE WS-LTE-ACR-IMPORTE      TO WS-TOT-IMPORTE.
001138     WRITE REG-INFORME FROM WS-LIN-TOTAL.
001139
001140     MOVE 'ENVIADOS A OTROS BANCOS' TO WS-TOT-TEXTO.
001141     MOVE WS-LTE-CAM-CANT         TO WS-TOT-CANT.
001142     MOVE WS-LTE-CAM-IMPORTE      TO WS-TOT-IMPORTE.
001143     WRITE REG-INFORME FROM WS-LIN-TOTAL.
001144
001145     IF WS-LOTE-ACEPTADO
001146        MOVE 'RECHAZADOS Y DEVUELTOS' TO WS-TOT-TEXTO
001147     ELSE
001148        MOVE 'NO PROCESADOS'          TO WS-TOT-TEXTO
001149     END-IF.
001150     MOVE WS-LTE-RCH-CANT         TO WS-TOT-CANT.
001151     MOVE WS-LTE-RCH-IMPORTE      TO WS-TOT-IMPORTE.
001152     WRITE REG-INFORME FROM WS-LIN-TOTAL.
001153     WRITE REG-INFORME FROM WS-LIN-BLANCO.
001154     WRITE REG-INFORME FROM WS-LIN-BLANCO.
001155
001156     MOVE WS-EMP-SUCURSAL    TO WS-LLO-SUCURSAL.
001157     MOVE WS-INC-CUENTA      TO WS-LLO-CUENTA.
001158     MOVE WS-EMP-FECHA-PAGO  TO WS-LLO-FECHA.
001159     MOVE WS-LTE-REC-CANT    TO WS-LLO-CANT.
001160     MOVE WS-LTE-REC-IMPORTE TO WS-LLO-TOTAL.
001161     MOVE WS-LTE-ACR-IMPORTE TO WS-LLO-ACREDITADO.
001162     MOVE WS-LTE-CAM-IMPORTE TO WS-LLO-CAMARA.
001163     IF WS-LOTE-ACEPTADO
001164        MOVE WS-LTE-RCH-IMPORTE TO WS-LLO-DEVUELTO
001165        MOVE 'PROCESADO'        TO WS-LLO-RESULT
001166     ELSE
001167        MOVE ZEROS              TO WS-LLO-DEVUELTO
001168        MOVE WS-MOT-LOTE        TO WS-LLO-RESULT
001169     END-IF.
001170     WRITE REG-LISTADO FROM WS-LIN-LOTE.
001171
001172     IF WS-LIS-CODE IS NOT EQUAL '00'
001173        OR WS-INF-CODE IS NOT EQUAL '00'
001174        DISPLAY '* ERROR EN WRITE LISTADOS = ' WS-LIS-CODE
001175                ' ' WS-INF-CODE
001176        MOVE 9999 TO RETURN-CODE
001177        SET WS-FIN-LECTURA TO TRUE
001178     END-IF.
001179
001180     ADD 1                  TO WS-SHB-LOTES(WS-SUB-SUC).
001181     ADD WS-LTE-ACR-CANT    TO WS-SHB-EMPLEADOS(WS-SUB-SUC).
001182     ADD WS-LTE-CAM-CANT    TO WS-SHB-EMPLEADOS(WS-SUB-SUC).
001183     ADD WS-LTE-ACR-IMPORTE TO WS-SHB-ACREDITADO(WS-SUB-SUC).
001184     ADD WS-LTE-CAM-IMPORTE TO WS-SHB-CAMARA(WS-SUB-SUC).
001185     IF WS-LOTE-ACEPTADO
001186        ADD WS-LTE-RCH-IMPORTE TO WS-SHB-DEVUELTO(WS-SUB-SUC)
001187                                  WS-TOT-DEV-IMPORTE
001188     END-IF.
001189
001190 2400-F-CERRAR-LOTE. EXIT.
001191
001192**************************************
001193*  UN SOLO CREDITO A LA EMPLEADORA   *
001194*  POR LOS EMPLEADOS RECHAZADOS      *
001195**************************************
001196
001197 2450-I-DEVOLVER-EMPLEADORA.
001198
001199     MOVE WS-LTE-RCH-IMPORTE TO WS-IMPORTE.
001200
001201     MOVE WS-EMP-TIPO-CUENTA TO WS-TIPO-CUENTA.
001202     MOVE WS-EMP-NRO-CUENTA  TO WS-NRO-CUENTA.
001203     MOVE WS-IMPORTE         TO WS-SALDO-ACTUAL.
001204     MOVE WS-FECHA-GUION     TO WS-FECHA-ACTUAL.
001205
001206     EXEC SQL
001207        UPDATE ITPFBIO.TBCUENTAS
001208           SET SALDO_ACTUAL = SALDO_ACTUAL +
001209                 :DCLTBCUENTAS.WS-SALDO-ACTUAL,
001210               FECHA_ACTUAL =
001211                 :DCLTBCUENTAS.WS-FECHA-ACTUAL
001212         WHERE TIPO_CUENTA  =
001213                 :DCLTBCUENTAS.WS-TIPO-CUENTA
001214           AND NRO_CUENTA   =
001215                 :DCLTBCUENTAS.WS-NRO-CUENTA
001216     END-EXEC.
001217
001218     MOVE SQLCODE TO FS-SQLCODE.
001219
001220     IF SQLCODE NOT EQUAL ZEROS
001221        DISPLAY '* ERROR AL DEVOLVER A EMPLEADORA = '
001222                WS-EMP-NRO-CUENTA ' SQLCODE = ' FS-SQLCODE
001223        EXEC SQL
001224           ROLLBACK
001225        END-EXEC
001226        MOVE 9999 TO RETURN-CODE
001227        SET WS-FIN-LECTURA TO TRUE
001228        GO TO 2450-F-DEVOLVER-EMPLEADORA
001229     END-IF.
001230
001231     MOVE SPACES             TO REG-MOVCTA.
001232     MOVE WS-EMP-NRO-CUENTA  TO MCT-NRO-CUENTA.
001233     MOVE 'CR'               TO MCT-TIPO-MOV.
001234     MOVE WS-IMPORTE         TO MCT-IMPORTE.
001235     MOVE 'DEVOL HABERES'    TO MCT-CONTRAPARTE.
001236     MOVE WS-EMP-NRO-CLIENTE TO MCT-NRO-CLIENTE.
001237     PERFORM 5600-I-ESCRIBIR-MOV THRU 5600-F-ESCRIBIR-MOV.
001238
001239     IF WS-OPERACION-RECHAZADA
001240        GO TO 2450-F-DEVOLVER-EMPLEADORA
001241     END-IF.
001242
001243     EXEC SQL
001244        COMMIT
001245     END-EXEC.
001246
001247 2450-F-DEVOLVER-EMPLEADORA. EXIT.
001248
001249**************************************
001250* LECTURA ARCHIVO DE HABERES         *
001251**************************************
001252
001253 3000-I-LEER-HABERES.
001254
001255     READ HABERES.
001256
001257     EVALUATE WS-HAB-CODE
001258       WHEN '00'
001259          CONTINUE
001260       WHEN '10'
001261          SET WS-FIN-LECTURA TO TRUE
001262*         UN ULTIMO LOTE SIN TRAILER SE CIERRA EN LOS INFORMES
001263          IF WS-DENTRO-DE-LOTE
001264             PERFORM 2400-I-CERRAR-LOTE THRU 2400-F-CERRAR-LOTE
001265          END-IF
001266       WHEN OTHER
001267          DISPLAY '* ERROR EN LECTURA HABERES = ' WS-HAB-CODE
001268          MOVE 9999 TO RETURN-CODE
001269          SET WS-FIN-LECTURA TO TRUE
001270     END-EVALUATE.
001271
001272 3000-F-LEER-HABERES. EXIT.
001273
001274**************************************
001275*  ACREDITACION DE UN EMPLEADO       *
001276**************************************
001277
001278 4000-I-PROCESAR-EMPLEADO.
001279
001280     SET WS-OPERACION-APLICADA TO TRUE.
001281     MOVE SPACES TO WS-CLI-TIPO-CUENTA WS-CLI-NRO-CUENTA.
001282     MOVE ZEROS  TO WS-CLI-NRO-CLIENTE.
001283
001284     ADD 1 TO WS-LTE-REC-CANT WS-TOT-REC-CANT.
001285     IF HAB-DT-IMPORTE IS NUMERIC
001286        MOVE HAB-DT-IMPORTE TO WS-IMPORTE
001287        ADD HAB-DT-IMPORTE  TO WS-LTE-REC-IMPORTE
001288                               WS-TOT-REC-IMPORTE
001289     ELSE
001290        MOVE ZEROS          TO WS-IMPORTE
001291     END-IF.
001292
001293     IF WS-LOTE-RECHAZADO
001294        MOVE 'NO PROCESADO' TO WS-MOTIVO
001295        PERFORM 4800-I-RECHAZAR THRU 4800-F-RECHAZAR
001296        GO TO 4000-F-PROCESAR-EMPLEADO
001297     END-IF.
001298
001299     IF HAB-DT-TIPO-CUENTA EQUAL SPACES
001300        OR HAB-DT-NRO-CUENTA EQUAL SPACES
001301        OR HAB-DT-CUIL IS NOT NUMERIC
001302        MOVE 'DETALLE INVALIDO' TO WS-MOTIVO
001303        PERFORM 4800-I-RECHAZAR THRU 4800-F-RECHAZAR
001304        GO TO 4000-F-PROCESAR-EMPLEADO
001305     END-IF.
001306
001307     SET WS-DESTINO-INTERNO TO TRUE.
001308
001309     IF HAB-DT-TIPO-CUENTA EQUAL 'EX'
001310        PERFORM 4100-I-UBICAR-CBU THRU 4100-F-UBICAR-CBU
001311     ELSE
001312        PERFORM 4200-I-LEER-CUENTA THRU 4200-F-LEER-CUENTA
001313     END-IF.
001314
001315     IF WS-OPERACION-RECHAZADA
001316        GO TO 4000-F-PROCESAR-EMPLEADO
001317     END-IF.
001318
001319     IF WS-DESTINO-CAMARA
001320        PERFORM 5300-I-ENCOLAR-CAMARA THRU 5300-F-ENCOLAR-CAMARA
001321     ELSE
001322        PERFORM 5000-I-ACREDITAR THRU 5000-F-ACREDITAR
001323     END-IF.
001324
001325 4000-F-PROCESAR-EMPLEADO. EXIT.
001326
001327**************************************
001328*  CBU DEL EMPLEADO: SI ES DE UNA    *
001329*  CUENTA NUESTRA SE ACREDITA, SI    *
001330*  NO SALE POR LA CAMARA CON EL      *
001331*  VERIFICADOR CONTROLADO            *
001332**************************************
001333
001334 4100-I-UBICAR-CBU.
001335
001336     MOVE HAB-DT-NRO-CUENTA(1:11) TO WS-CBU.
001337
001338     EXEC SQL
001339        SELECT TIPO_CUENTA,
001340               NRO_CUENTA,
001341               MONEDA,
001342               NRO_CLIENTE
001343          INTO :DCLTBCUENTAS.WS-TIPO-CUENTA,
001344               :DCLTBCUENTAS.WS-NRO-CUENTA,
001345               :DCLTBCUENTAS.WS-MONEDA,
001346               :DCLTBCUENTAS.WS-CUE-NRO-CLIENTE
001347          FROM  ITPFBIO.TBCUENTAS
001348         WHERE  CBU = :DCLTBCUENTAS.WS-CBU
001349     END-EXEC.
001350
001351     MOVE SQLCODE TO FS-SQLCODE.
001352
001353     EVALUATE SQLCODE
001354       WHEN ZEROS
001355          MOVE WS-TIPO-CUENTA     TO WS-CLI-TIPO-CUENTA
001356          MOVE WS-NRO-CUENTA      TO WS-CLI-NRO-CUENTA
001357          MOVE WS-CUE-NRO-CLIENTE TO WS-CLI-NRO-CLIENTE
001358          PERFORM 4250-I-CONTROLAR-MONEDA
001359             THRU 4250-F-CONTROLAR-MONEDA
001360       WHEN +100
001361          SET WS-DESTINO-CAMARA TO TRUE
001362          PERFORM 4150-I-VALIDAR-CBU THRU 4150-F-VALIDAR-CBU
001363       WHEN OTHER
001364          DISPLAY '* ERROR DB2 AL UBICAR EL CBU = '
001365                  HAB-DT-NRO-CUENTA ' SQLCODE = ' FS-SQLCODE
001366          MOVE 'ERROR DE PROCESO' TO WS-MOTIVO
001367          PERFORM 4800-I-RECHAZAR THRU 4800-F-RECHAZAR
001368     END-EVALUATE.
001369
001370 4100-F-UBICAR-CBU. EXIT.
001371
001372 4150-I-VALIDAR-CBU.
001373
001374     IF HAB-DT-NRO-CUENTA(1:11) IS NOT NUMERIC
001375        MOVE 'CBU INVALIDO' TO WS-MOTIVO
001376        PERFORM 4800-I-RECHAZAR THRU 4800-F-RECHAZAR
001377        GO TO 4150-F-VALIDAR-CBU
001378     END-IF.
001379
001380     MOVE HAB-DT-NRO-CUENTA(1:11) TO WS-CBU-ALFA.
001381     MOVE ZEROS TO WS-CBU-SUMA.
001382     MOVE 1     TO WS-CBU-IDX.
001383
001384     PERFORM 4160-I-SUMAR-CBU
001385        THRU 4160-F-SUMAR-CBU
001386        UNTIL WS-CBU-IDX > 10.
001387
001388     DIVIDE WS-CBU-SUMA BY 10 GIVING WS-CBU-RESTO
001389            REMAINDER WS-CBU-VERIF.
001390     SUBTRACT WS-CBU-VERIF FROM 10 GIVING WS-CBU-VERIF.
001391     IF WS-CBU-VERIF EQUAL 10
001392        MOVE ZEROS TO WS-CBU-VERIF
001393     END-IF.
001394
001395     IF WS-CBU-VERIF NOT EQUAL WS-CBU-DIGITO(11)
001396        MOVE 'CBU INVALIDO' TO WS-MOTIVO
001397        PERFORM 4800-I-RECHAZAR THRU 4800-F-RECHAZAR
001398     END-IF.
001399
001400 4150-F-VALIDAR-CBU. EXIT.
001401
001402 4160-I-SUMAR-CBU.
001403
001404     COMPUTE WS-CBU-SUMA = WS-CBU-SUMA
001405           + WS-CBU-DIGITO(WS-CBU-IDX) * WS-CBU-PESO(WS-CBU-IDX).
001406     ADD 1 TO WS-CBU-IDX.
001407
001408 4160-F-SUMAR-CBU. EXIT.
001409
001410**************************************
001411*  CUENTA NUESTRA POR TIPO Y NUMERO: *
001412*  UNA CUENTA CERRADA YA NO ESTA EN  *
001413*  TBCUENTAS                         *
001414**************************************
001415
001416 4200-I-LEER-CUENTA.
001417
001418     MOVE HAB-DT-TIPO-CUENTA TO WS-TIPO-CUENTA WS-CLI-TIPO-CUENTA.
001419     MOVE HAB-DT-NRO-CUENTA  TO WS-NRO-CUENTA  WS-CLI-NRO-CUENTA.
001420
001421     EXEC SQL
001422        SELECT MONEDA,
001423               NRO_CLIENTE
001424          INTO :DCLTBCUENTAS.WS-MONEDA,
001425               :DCLTBCUENTAS.WS-CUE-NRO-CLIENTE
001426          FROM  ITPFBIO.TBCUENTAS
001427         WHERE  TIPO_CUENTA = :DCLTBCUENTAS.WS-TIPO-CUENTA
001428           AND  NRO_CUENTA  = :DCLTBCUENTAS.WS-NRO-CUENTA
001429     END-EXEC.
001430
001431     MOVE SQLCODE TO FS-SQLCODE.
001432
001433     EVALUATE SQLCODE
001434       WHEN ZEROS
001435          MOVE WS-CUE-NRO-CLIENTE TO WS-CLI-NRO-CLIENTE
001436          PERFORM 4250-I-CONTROLAR-MONEDA
001437             THRU 4250-F-CONTROLAR-MONEDA
001438       WHEN +100
001439          MOVE 'CUENTA INEXISTENTE O CERRADA' TO WS-MOTIVO
001440          PERFORM 4800-I-RECHAZAR THRU 4800-F-RECHAZAR
001441       WHEN OTHER
001442          DISPLAY '* ERROR DB2 CUENTA EMPLEADO = '
001443                  HAB-DT-NRO-CUENTA ' SQLCODE = ' FS-SQLCODE
001444          MOVE 'ERROR DE PROCESO' TO WS-MOTIVO
001445          PERFORM 4800-I-RECHAZAR THRU 4800-F-RECHAZAR
001446     END-EVALUATE.
001447
001448 4200-F-LEER-CUENTA. EXIT.
001449
001450 4250-I-CONTROLAR-MONEDA.
001451
001452     IF WS-MONEDA NOT EQUAL '01'
001453        MOVE 'CUENTA NO ES EN PESOS' TO WS-MOTIVO
001454        PERFORM 4800-I-RECHAZAR THRU 4800-F-RECHAZAR
001455     END-IF.
001456
001457 4250-F-CONTROLAR-MONEDA. EXIT.
001458
001459**************************************
001460*  RECHAZO DE UN EMPLEADO: EN UN     *
001461*  LOTE ACEPTADO SU IMPORTE VUELVE   *
001462*  A LA EMPLEADORA AL CERRAR EL LOTE *
001463**************************************
001464
001465 4800-I-RECHAZAR.
001466
001467     SET WS-OPERACION-RECHAZADA TO TRUE.
001468
001469     ADD 1          TO WS-LTE-RCH-CANT WS-TOT-RCH-CANT.
001470     ADD WS-IMPORTE TO WS-LTE-RCH-IMPORTE WS-TOT-RCH-IMPORTE.
001471
001472     PERFORM 7000-I-INFORMAR THRU 7000-F-INFORMAR.
001473
001474 4800-F-RECHAZAR. EXIT.
001475
001476**************************************
001477*  CREDITO AL EMPLEADO CON CUENTA    *
001478*  NUESTRA ('CR' EN MOVCTA19)        *
001479**************************************
001480
001481 5000-I-ACREDITAR.
001482
001483     MOVE WS-CLI-TIPO-CUENTA TO WS-TIPO-CUENTA.
001484     MOVE WS-CLI-NRO-CUENTA  TO WS-NRO-CUENTA.
001485     MOVE WS-IMPORTE         TO WS-SALDO-ACTUAL.
001486     MOVE WS-FECHA-GUION     TO WS-FECHA-ACTUAL.
001487
001488     EXEC SQL
001489        UPDATE ITPFBIO.TBCUENTAS
001490           SET SALDO_ACTUAL = SALDO_ACTUAL +
001491                 :DCLTBCUENTAS.WS-SALDO-ACTUAL,
001492               FECHA_ACTUAL =
001493                 :DCLTBCUENTAS.WS-FECHA-ACTUAL
001494         WHERE TIPO_CUENTA  =
001495                 :DCLTBCUENTAS.WS-TIPO-CUENTA
001496           AND NRO_CUENTA   =
001497                 :DCLTBCUENTAS.WS-NRO-CUENTA
001498     END-EXEC.
001499
001500     MOVE SQLCODE TO FS-SQLCODE.
001501
001502     IF SQLCODE NOT EQUAL ZEROS
001503        DISPLAY '* ERROR AL ACREDITAR EMPLEADO = '
001504                WS-CLI-NRO-CUENTA ' SQLCODE = ' FS-SQLCODE
001505        EXEC SQL
001506           ROLLBACK
001507        END-EXEC
001508        MOVE 'ERROR DE PROCESO' TO WS-MOTIVO
001509        PERFORM 4800-I-RECHAZAR THRU 4800-F-RECHAZAR
001510        GO TO 5000-F-ACREDITAR
001511     END-IF.
001512
001513     MOVE SPACES             TO REG-MOVCTA.
001514     MOVE WS-CLI-NRO-CUENTA  TO MCT-NRO-CUENTA.
001515     MOVE 'CR'               TO MCT-TIPO-MOV.
001516     MOVE WS-IMPORTE         TO MCT-IMPORTE.
001517     MOVE WS-EMP-NRO-CUENTA  TO MCT-CONTRAPARTE.
001518     MOVE WS-CLI-NRO-CLIENTE TO MCT-NRO-CLIENTE.
001519     PERFORM 5600-I-ESCRIBIR-MOV THRU 5600-F-ESCRIBIR-MOV.
001520
001521     IF WS-OPERACION-RECHAZADA
001522        GO TO 5000-F-ACREDITAR
001523     END-IF.
001524
001525     EXEC SQL
001526        COMMIT
001527     END-EXEC.
001528
001529     ADD 1          TO WS-LTE-ACR-CANT WS-TOT-ACR-CANT.
001530     ADD WS-IMPORTE TO WS-LTE-ACR-IMPORTE WS-TOT-ACR-IMPORTE.
001531
001532     MOVE 'ACREDITADO' TO WS-MOTIVO.
001533     PERFORM 7000-I-INFORMAR THRU 7000-F-INFORMAR.
001534
001535 5000-F-ACREDITAR. EXIT.
001536
001537**************************************
001538*  BUSQUEDA DEL ACUERDO DE LA CUENTA *
001539*  EMPLEADORA                        *
001540**************************************
001541
001542 5100-I-BUSCAR-ACUERDO.
001543
001544     MOVE ZEROS TO WS-LIMITE-ACUERDO.
001545     MOVE WS-EMP-TIPO-CUENTA TO WS-BUSCA-ACU(1:2).
001546     MOVE WS-EMP-NRO-CUENTA  TO WS-BUSCA-ACU(3:15).
001547
001548     SET WS-IDX-ACU TO 1.
001549     SET WS-NO-ENCONTRO-ACU TO TRUE.
001550
001551     PERFORM 5150-I-COMPARAR-ACUERDO
001552        THRU 5150-F-COMPARAR-ACUERDO
001553        UNTIL WS-IDX-ACU > WS-CONT-ACU OR WS-ENCONTRO-ACU.
001554
001555     IF WS-ENCONTRO-ACU
001556        MOVE WS-ACU-LIMITE(WS-IDX-ACU) TO WS-LIMITE-ACUERDO
001557     END-IF.
001558
001559 5100-F-BUSCAR-ACUERDO. EXIT.
001560
001561 5150-I-COMPARAR-ACUERDO.
001562
001563     IF WS-ACU-CLAVE(WS-IDX-ACU) EQUAL WS-BUSCA-ACU
001564        SET WS-ENCONTRO-ACU TO TRUE
001565     ELSE
001566        SET WS-IDX-ACU UP BY 1
001567     END-IF.
001568
001569 5150-F-COMPARAR-ACUERDO. EXIT.
001570
001571**************************************
001572*  EMPLEADO DE OTRO BANCO: ORDEN EN  *
001573*  LA COLA DE LA CAMARA (TRFSAL19)   *
001574*  CON LA CUENTA EMPLEADORA COMO     *
001575*  REFERENCIA, COMO LA T227          *
001576**************************************
001577
001578 5300-I-ENCOLAR-CAMARA.
001579
001580     MOVE SPACES                  TO REG-INTERC.
001581     MOVE HAB-DT-NRO-CUENTA(1:11) TO INT-CBU.
001582     MOVE WS-IMPORTE              TO INT-IMPORTE.
001583     MOVE WS-FECHA-PROCESO        TO INT-FECHA.
001584     MOVE SPACES                  TO INT-CBU-ORIGEN.
001585     MOVE WS-EMP-NRO-CUENTA       TO INT-REFERENCIA.
001586     MOVE 'P'                     TO INT-ESTADO.
001587
001588     WRITE REG-INTERC.
001589     IF WS-QUE-CODE IS NOT EQUAL '00'
001590        DISPLAY '* ERROR EN WRITE TRFCOLA = ' WS-QUE-CODE
001591        MOVE 9999 TO RETURN-CODE
001592        SET WS-FIN-LECTURA TO TRUE
001593        MOVE 'ERROR DE PROCESO' TO WS-MOTIVO
001594        PERFORM 4800-I-RECHAZAR THRU 4800-F-RECHAZAR
001595        GO TO 5300-F-ENCOLAR-CAMARA
001596     END-IF.
001597
001598     ADD 1          TO WS-LTE-CAM-CANT WS-TOT-CAM-CANT.
001599     ADD WS-IMPORTE TO WS-LTE-CAM-IMPORTE WS-TOT-CAM-IMPORTE.
001600
001601     MOVE 'ENVIADO A OTRO BANCO' TO WS-MOTIVO.
001602     PERFORM 7000-I-INFORMAR THRU 7000-F-INFORMAR.
001603
001604 5300-F-ENCOLAR-CAMARA. EXIT.
001605
001606 5600-I-ESCRIBIR-MOV.
001607
001608     MOVE WS-FECHA-GUION     TO MCT-FECHA.
001609     MOVE '00:00:00'         TO MCT-HORA.
001610     MOVE 'BTCH'             TO MCT-TERMINAL.
001611     MOVE 'BATCH'            TO MCT-OPERADOR.
001612     MOVE '01'               TO MCT-MONEDA.
001613
001614     WRITE REG-MOVCTA.
001615     IF WS-MOV-CODE IS NOT EQUAL '00'
001616        DISPLAY '* ERROR EN WRITE MOVCTA = ' WS-MOV-CODE
001617        MOVE 9999 TO RETURN-CODE
001618        SET WS-FIN-LECTURA TO TRUE
001619        EXEC SQL
001620           ROLLBACK
001621        END-EXEC
001622        SET WS-OPERACION-RECHAZADA TO TRUE
001623     END-IF.
001624
001625 5600-F-ESCRIBIR-MOV. EXIT.
001626
001627**************************************
001628*  LINEA DEL INFORME PARA LA EMPRESA *
001629**************************************
001630
001631 7000-I-INFORMAR.
001632
001633     IF HAB-DT-TIPO-CUENTA EQUAL 'EX'
001634        MOVE SPACES                  TO WS-DET-CUENTA
001635        MOVE HAB-DT-NRO-CUENTA(1:11) TO WS-DET-CUENTA
001636     ELSE
001637        MOVE SPACES             TO WS-DET-CUENTA
001638        MOVE HAB-DT-TIPO-CUENTA TO WS-DET-CUENTA(1:2)
001639        MOVE HAB-DT-NRO-CUENTA  TO WS-DET-CUENTA(3:15)
001640     END-IF.
001641
001642     MOVE HAB-DT-CUIL    TO WS-DET-CUIL.
001643     MOVE HAB-DT-NOMBRE  TO WS-DET-NOMBRE.
001644     MOVE WS-IMPORTE     TO WS-DET-IMPORTE.
001645     MOVE WS-MOTIVO      TO WS-DET-RESULT.
001646
001647     WRITE REG-INFORME FROM WS-LIN-DETALLE.
001648     IF WS-INF-CODE IS NOT EQUAL '00'
001649        DISPLAY '* ERROR EN WRITE INFORME = ' WS-INF-CODE
001650        MOVE 9999 TO RETURN-CODE
001651        SET WS-FIN-LECTURA TO TRUE
001652     END-IF.
001653
001654 7000-F-INFORMAR. EXIT.
001655
001656**************************************
001657*  RESUMEN POR SUCURSAL Y TOTALES    *
001658*  GENERALES DEL PROCESO             *
001659**************************************
001660
001661 8000-I-TOTALES.
001662
001663     IF WS-LIS-CODE IS NOT EQUAL '00'
001664        GO TO 8000-F-TOTALES
001665     END-IF.
001666
001667     WRITE REG-LISTADO FROM WS-LIN-BLANCO.
001668     MOVE 'RESUMEN POR SUCURSAL' TO WS-AVI-TEXTO.
001669     WRITE REG-LISTADO FROM WS-LIN-AVISO.
001670     WRITE REG-LISTADO FROM WS-LIN-BLANCO.
001671     WRITE REG-LISTADO FROM WS-LIS-COL-SUCURSAL.
001672
001673     MOVE 1 TO WS-SUB-SUC.
001674     PERFORM 8100-I-LISTAR-SUCURSAL THRU 8100-F-LISTAR-SUCURSAL
001675        UNTIL WS-SUB-SUC > 100.
001676
001677     WRITE REG-LISTADO FROM WS-LIN-BLANCO.
001678     MOVE 'TOTALES GENERALES DE HABERES' TO WS-AVI-TEXTO.
001679     WRITE REG-LISTADO FROM WS-LIN-AVISO.
001680     WRITE REG-LISTADO FROM WS-LIN-TOTAL-TIT.
001681     WRITE REG-LISTADO FROM WS-LIN-BLANCO.
001682
001683     MOVE 'LOTES RECIBIDOS'       TO WS-TOT-TEXTO.
001684     MOVE WS-TOT-LOTES            TO WS-TOT-CANT.
001685     MOVE ZEROS                   TO WS-TOT-IMPORTE.
001686     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
001687
001688     MOVE 'LOTES RECHAZADOS'      TO WS-TOT-TEXTO.
001689     MOVE WS-TOT-LOTES-RCH        TO WS-TOT-CANT.
001690     MOVE ZEROS                   TO WS-TOT-IMPORTE.
001691     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
001692
001693     MOVE 'EMPLEADOS RECIBIDOS'   TO WS-TOT-TEXTO.
001694     MOVE WS-TOT-REC-CANT         TO WS-TOT-CANT.
001695     MOVE WS-TOT-REC-IMPORTE      TO WS-TOT-IMPORTE.
001696     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
001697
001698     MOVE 'ACREDITADOS EN EL BANCO' TO WS-TOT-TEXTO.
001699     MOVE WS-TOT-ACR-CANT         TO WS-TOT-CANT.
001700     MOVE WS-TOT-ACR-IMPORTE      TO WS-TOT-IMPORTE.
001701     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
001702
001703     MOVE 'ENVIADOS A OTROS BANCOS' TO WS-TOT-TEXTO.
001704     MOVE WS-TOT-CAM-CANT         TO WS-TOT-CANT.
001705     MOVE WS-TOT-CAM-IMPORTE      TO WS-TOT-IMPORTE.
001706     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
001707
001708     MOVE 'RECHAZADOS O NO PROCESADOS' TO WS-TOT-TEXTO.
001709     MOVE WS-TOT-RCH-CANT         TO WS-TOT-CANT.
001710     MOVE WS-TOT-RCH-IMPORTE      TO WS-TOT-IMPORTE.
001711     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
001712
001713     MOVE 'DEVUELTO A LAS EMPLEADORAS' TO WS-TOT-TEXTO.
001714     MOVE ZEROS                   TO WS-TOT-CANT.
001715     MOVE WS-TOT-DEV-IMPORTE      TO WS-TOT-IMPORTE.
001716     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
001717
001718 8000-F-TOTALES. EXIT.
001719
001720 8100-I-LISTAR-SUCURSAL.
001721
001722     IF WS-SHB-LOTES(WS-SUB-SUC) GREATER ZEROS
001723        COMPUTE WS-LSU-SUCURSAL = WS-SUB-SUC - 1
001724        MOVE WS-SHB-NOMBRE(WS-SUB-SUC)     TO WS-LSU-NOMBRE
001725        MOVE WS-SHB-LOTES(WS-SUB-SUC)      TO WS-LSU-LOTES
001726        MOVE WS-SHB-EMPLEADOS(WS-SUB-SUC)  TO WS-LSU-EMPLEADOS
001727        MOVE WS-SHB-ACREDITADO(WS-SUB-SUC) TO WS-LSU-ACREDITADO
001728        MOVE WS-SHB-CAMARA(WS-SUB-SUC)     TO WS-LSU-CAMARA
001729        MOVE WS-SHB-DEVUELTO(WS-SUB-SUC)   TO WS-LSU-DEVUELTO
001730        WRITE REG-LISTADO FROM WS-LIN-SUCURSAL
001731     END-IF.
001732
001733     ADD 1 TO WS-SUB-SUC.
001734
001735 8100-F-LISTAR-SUCURSAL. EXIT.
001736
001737**************************************
001738*                                    *
001739*  CUERPO FINAL CIERRE DE FILES      *
001740*                                    *
001741**************************************
001742 9999-I-FINAL.
001743
001744     IF RETURN-CODE EQUAL ZEROS
001745        EXEC SQL
001746           COMMIT
001747        END-EXEC
001748     ELSE
001749        EXEC SQL
001750           ROLLBACK
001751        END-EXEC
001752     END-IF.
001753
001754     IF WS-HAB-ABIERTO
001755        CLOSE HABERES
001756        IF WS-HAB-CODE IS NOT EQUAL '00'
001757           DISPLAY '* ERROR EN CLOSE HABERES = ' WS-HAB-CODE
001758           MOVE 9999 TO RETURN-CODE
001759        END-IF
001760     END-IF.
001761
001762     CLOSE INACTIVA
001763        IF WS-INA-CODE IS NOT EQUAL '00'
001764          DISPLAY '* ERROR EN CLOSE INACTIVA = ' WS-INA-CODE
001765          MOVE 9999 TO RETURN-CODE
001766       END-IF.
001767
001768     CLOSE MOVCTA
001769        IF WS-MOV-CODE IS NOT EQUAL '00'
001770          DISPLAY '* ERROR EN CLOSE MOVCTA   = ' WS-MOV-CODE
001771          MOVE 9999 TO RETURN-CODE
001772       END-IF.
001773
001774     CLOSE TRFCOLA
001775        IF WS-QUE-CODE IS NOT EQUAL '00'
001776          DISPLAY '* ERROR EN CLOSE TRFCOLA  = ' WS-QUE-CODE
001777          MOVE 9999 TO RETURN-CODE
001778       END-IF.
001779
001780     CLOSE INFORME
001781        IF WS-INF-CODE IS NOT EQUAL '00'
001782          DISPLAY '* ERROR EN CLOSE INFORME  = ' WS-INF-CODE
001783          MOVE 9999 TO RETURN-CODE
001784       END-IF.
001785
001786     CLOSE LISTADO
001787        IF WS-LIS-CODE IS NOT EQUAL '00'
001788          DISPLAY '* ERROR EN CLOSE LISTADO  = ' WS-LIS-CODE
001789          MOVE 9999 TO RETURN-CODE
001790       END-IF.
001791
001792**********************************
001793*   MOSTRAR TOTALES DE CONTROL   *
001794**********************************
001795
001796     DISPLAY 'LOTES DE HABERES: '       WS-TOT-LOTES.
001797     DISPLAY 'LOTES RECHAZADOS: '       WS-TOT-LOTES-RCH.
001798     DISPLAY 'EMPLEADOS RECIBIDOS: '    WS-TOT-REC-CANT.
001799     DISPLAY 'ACREDITADOS: '            WS-TOT-ACR-CANT.
001800     DISPLAY 'ENVIADOS A CAMARA: '      WS-TOT-CAM-CANT.
001801     DISPLAY 'RECHAZADOS: '             WS-TOT-RCH-CANT.
001802
001803 9999-F-FINAL. EXIT.
