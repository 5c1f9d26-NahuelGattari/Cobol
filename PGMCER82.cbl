000001 IDENTIFICATION DIVISION.
000002*                                                        *
000003 PROGRAM-ID. PGMCER82.
000004**********************************************************
000005*                                                        *
000006*  CERTIFICADO ANUAL DE INTERESES Y RETENCIONES POR      *
000007*  CLIENTE (PRESENTACION DEL IMPUESTO A LAS GANANCIAS)   *
000008*                                                        *
000009*  CORRE UNA VEZ POR ANO, DESPUES DEL CIERRE DEL         *
000010*  EJERCICIO. LEE LA HISTORIA DEL EJERCICIO POR PGMHIS   *
000011*  Y TOTALIZA POR CLIENTE Y MONEDA:                      *
000012*     INTERES ACREDITADO EN CUENTA          (72)         *
000013*     INTERES DE PLAZOS FIJOS               (76)         *
000014*     INTERES POR SOBREGIRO PAGADO          (71)         *
000015*     COMISIONES                            (70)         *
000016*     IMPUESTO RETENIDO                     (75)         *
000017*  EL 76 ACREDITA CAPITAL MAS INTERES: EL INTERES SE     *
000018*  TOMA DE LOS CERTIFICADOS PAGADOS EN EL EJERCICIO EN   *
000019*  PLAZOF19, CON LA TASA QUE GRABO PGMPFV54 AL PAGARLOS  *
000019*  Y SU MISMO CALCULO. LOS DOLARES SE VALUAN A LA        *
000020*  COTIZACION DE FIN DE EJERCICIO (ULTIMA DE COTIZA      *
000021*  HASTA EL 31/12)                                       *
000022*                                                        *
000023*  SALIDAS:                                              *
000024*     DDCER  CERTIFICADOS IMPRESOS, POR SUCURSAL, CON    *
000025*            LOS DATOS DE PERSONA Y EL NOMBRE DE LA      *
000026*            SUCURSAL (LA DEL ULTIMO MOVIMIENTO DE       *
000027*            SUCURSAL DEL CLIENTE EN EL EJERCICIO)       *
000028*     DDHBK  ARCHIVO PARA HOME BANKING (CPCERINT)        *
000029*     DDLIS  INFORME DE CONTROL: TOTALES POR CONCEPTO Y  *
000030*            MONEDA Y CONCILIACION DEL IMPUESTO (75)     *
000031*            CONTRA EL EXTRACTO DE PGMFIS46 DEL MISMO    *
000032*            EJERCICIO (DDFIS, OPCIONAL), EN TOTAL Y     *
000033*            POR CLIENTE                                 *
000034*                                                        *
000035*  PARAMETROS (SYSIN, OPCIONAL): EJERCICIO=AAAA          *
000036*  (DEFECTO EL ANO ANTERIOR A LA FECHA DE PROCESO)       *
000037*                                                        *
000038**********************************************************
000039*      MANTENIMIENTO DE PROGRAMA                         *
000040**********************************************************
000041*  FECHA      *       DETALLE        *
000042**************************************
000043* 15/10/2026  * CERTIFICADO ANUAL   *
000044*             * DE INTERESES Y      *
000045*             * RETENCIONES         *
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
000056       SELECT PERSONA  ASSIGN DDPER
000057       ORGANIZATION   IS INDEXED
000058       ACCESS IS DYNAMIC
000059       RECORD KEY IS WS-CLAVE-PER
000060       ALTERNATE RECORD KEY IS WS-CLAVE-PER-CLI
000061       FILE STATUS IS WS-PER-CODE.
000062
000063       SELECT PLAZOS   ASSIGN DDPFJ
000064       ORGANIZATION   IS INDEXED
000065       ACCESS IS SEQUENTIAL
000066       RECORD KEY IS PFJ-NRO-CERT
000067       FILE STATUS IS WS-PFJ-CODE.
000068
000069       SELECT COTIZA   ASSIGN DDCOT
000070              FILE STATUS IS WS-COT-CODE.
000071
000072       SELECT SUCURSAL ASSIGN DDSUC
000073              FILE STATUS IS WS-SUC-CODE.
000074
000075       SELECT FISCAL   ASSIGN DDFIS
000076              FILE STATUS IS WS-FIS-CODE.
000077
000078       SELECT CERTIF   ASSIGN DDCER
000079              FILE STATUS IS WS-CER-CODE.
000080
000081       SELECT HOMEBK   ASSIGN DDHBK
000082              FILE STATUS IS WS-HBK-CODE.
000083
000084       SELECT LISTADO  ASSIGN DDLIS
000085              FILE STATUS IS WS-LIS-CODE.
000086
000087       SELECT PARMIN   ASSIGN SYSIN
000088              FILE STATUS IS WS-PRM-CODE.
000089
000090       SELECT RUNCTL   ASSIGN DDRUN
000091              FILE STATUS IS WS-RUN-CODE.
000092
000093 DATA DIVISION.
000094 FILE SECTION.
000095 FD PERSONA.
000096
000097     COPY CPPERSO.
000098
000099 01  WS-REG-PERSONA-CLAVE REDEFINES REG-PERSONA.
000100     03  WS-CLAVE-PER.
000101         05  WS-CLAVE-PER-TIP   PIC X(02).
000102         05  WS-CLAVE-PER-NRO   PIC 9(11).
000103     03  FILLER                 PIC X(04).
000104     03  WS-CLAVE-PER-CLI       PIC 9(03).
000105     03  FILLER                 PIC X(140).
000106
000107 FD PLAZOS.
000108
000109     COPY CPPLAZO.
000110
000111 FD COTIZA
000112      BLOCK CONTAINS 0 RECORDS
000113      RECORDING MODE IS F.
000114
000115 01  REG-COTIZA.
000116     05  COT-MONEDA       PIC X(02).
000117     05  COT-FECHA        PIC 9(08).
000118     05  COT-COTIZACION   PIC 9(07)V9(04).
000119     05  FILLER           PIC X(59).
000120
000121 FD SUCURSAL
000122      BLOCK CONTAINS 0 RECORDS
000123      RECORDING MODE IS F.
000124
000125     COPY CPSUCUR.
000126
000127*    EXTRACTO FISCAL DE PGMFIS46 (MISMO FORMATO)
000128
000129 FD FISCAL
000130      BLOCK CONTAINS 0 RECORDS
000131      RECORDING MODE IS F.
000132
000133 01  REG-FISCAL      PIC X(80).
000134
000135 01  REG-FIS-CABECERA REDEFINES REG-FISCAL.
000136     03  FIS-CAB-TIPO     PIC X(02).
000137     03  FIS-CAB-DESDE    PIC 9(08).
000138     03  FIS-CAB-HASTA    PIC 9(08).
000139     03  FILLER           PIC X(62).
000140
000141 01  REG-FIS-CLIENTE REDEFINES REG-FISCAL.
000142     03  FIS-CLI-TIPO     PIC X(02).
000143     03  FIS-CLI-TIP-DOC  PIC X(02).
000144     03  FIS-CLI-NRO-DOC  PIC 9(11).
000145     03  FIS-CLI-IMPORTE  PIC 9(13)V99.
000146     03  FILLER           PIC X(50).
000147
000148 01  REG-FIS-COLA REDEFINES REG-FISCAL.
000149     03  FIS-COL-TIPO     PIC X(02).
000150     03  FIS-COL-CANT     PIC 9(08).
000151     03  FIS-COL-TOTAL    PIC 9(13)V99.
000152     03  FILLER           PIC X(55).
000153
000154 FD CERTIF
000155      BLOCK CONTAINS 0 RECORDS
000156      RECORDING MODE IS F.
000157
000158 01 REG-CERTIF      PIC X(132).
000159
000160 FD HOMEBK
000161      BLOCK CONTAINS 0 RECORDS
000162      RECORDING MODE IS F.
000163
000164     COPY CPCERINT.
000165
000166 FD LISTADO
000167      BLOCK CONTAINS 0 RECORDS
000168      RECORDING MODE IS F.
000169
000170 01 REG-LISTADO     PIC X(132).
000171
000172 FD PARMIN
000173      BLOCK CONTAINS 0 RECORDS
000174      RECORDING MODE IS F.
000175
000176 01  REG-PARMIN      PIC X(80).
000177
000178 FD RUNCTL
000179      BLOCK CONTAINS 0 RECORDS
000180      RECORDING MODE IS F.
000181
000182     COPY CPRUNCTL.
000183
000184**************************************
000185 WORKING-STORAGE SECTION.
000186**************************************
000187 77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000188 77  WS-PER-CODE      PIC XX    VALUE SPACES.
000189 77  WS-PFJ-CODE      PIC XX    VALUE SPACES.
000190 77  WS-COT-CODE      PIC XX    VALUE SPACES.
000191 77  WS-SUC-CODE      PIC XX    VALUE SPACES.
000192 77  WS-FIS-CODE      PIC XX    VALUE SPACES.
000193 77  WS-CER-CODE      PIC XX    VALUE SPACES.
000194 77  WS-HBK-CODE      PIC XX    VALUE SPACES.
000195 77  WS-LIS-CODE      PIC XX    VALUE SPACES.
000196 77  WS-PRM-CODE      PIC XX    VALUE SPACES.
000197 77  WS-RUN-CODE      PIC XX    VALUE SPACES.
000198 77  WS-PGMHIS        PIC X(8)  VALUE 'PGMHIS'.
000199
000200************
000201*CONTADORES*
000202************
000203 77  WS-CONT-MOVS         PIC 9(8)     VALUE ZEROS.
000204 77  WS-CONT-CONCEPTOS    PIC 9(8)     VALUE ZEROS.
000205 77  WS-CONT-PLAZOS       PIC 9(8)     VALUE ZEROS.
000206 77  WS-CONT-CERTIFICADOS PIC 9(8)     VALUE ZEROS.
000207 77  WS-CONT-SIN-PERSONA  PIC 9(8)     VALUE ZEROS.
000208 77  WS-CONT-HOMEBK       PIC 9(8)     VALUE ZEROS.
000209 77  WS-CONT-FIS-CLI      PIC 9(8)     VALUE ZEROS.
000210 77  WS-CONT-DIFERENCIAS  PIC 9(8)     VALUE ZEROS.
000211 77  WS-LINEA             PIC 9(02)    VALUE 99.
000212 77  WS-CONT-PAGINA       PIC 9(03)    VALUE ZEROS.
000213
000214********************
000215*      FLAGS       *
000216********************
000217
000218 01  WS-STATUS-FIN    PIC X.
000219     88  WS-FIN-LECTURA         VALUE 'Y'.
000220     88  WS-NO-FIN-LECTURA      VALUE 'N'.
000221
000222 01  WS-STA-AUX       PIC X     VALUE 'N'.
000223     88  WS-FIN-AUX             VALUE 'Y'.
000224     88  WS-NO-FIN-AUX          VALUE 'N'.
000225
000226 01  WS-SW-BUSCA      PIC X     VALUE 'N'.
000227     88  WS-ENCONTRO            VALUE 'Y'.
000228     88  WS-NO-ENCONTRO         VALUE 'N'.
000229
000230 01  WS-SW-FISCAL     PIC X     VALUE 'N'.
000231     88  WS-CON-FISCAL          VALUE 'S'.
000232     88  WS-SIN-FISCAL          VALUE 'N'.
000233
000234 01  WS-SW-FIS-PERIODO PIC X    VALUE 'S'.
000235     88  WS-FIS-PERIODO-OK      VALUE 'S'.
000236     88  WS-FIS-OTRO-PERIODO    VALUE 'N'.
000237
000238**************************************
000239*   EJERCICIO Y FECHAS DE TRABAJO    *
000240**************************************
000241
000242 77  WS-PARM-EJERCICIO    PIC 9(04)    VALUE ZEROS.
000243
000244 01  WS-FECHA-PROCESO     PIC 9(08)    VALUE ZEROS.
000245 01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
000246     03  WS-PRO-AAAA      PIC 9(04).
000247     03  WS-PRO-MMDD      PIC 9(04).
000248
000249 01  WS-FECHA-DESDE       PIC 9(08)    VALUE ZEROS.
000250 01  WS-FECHA-DESDE-R REDEFINES WS-FECHA-DESDE.
000251     03  WS-DES-AAAA      PIC 9(04).
000252     03  WS-DES-MMDD      PIC 9(04).
000253
000254 01  WS-FECHA-HASTA       PIC 9(08)    VALUE ZEROS.
000255 01  WS-FECHA-HASTA-R REDEFINES WS-FECHA-HASTA.
000256     03  WS-HAS-AAAA      PIC 9(04).
000257     03  WS-HAS-MMDD      PIC 9(04).
000258
000259**************************************
000260*   COTIZACION DEL DOLAR A FIN DE    *
000261*   EJERCICIO                        *
000262**************************************
000263
000264 01  WS-COT-DOLAR         PIC 9(07)V9(04) VALUE ZEROS.
000265 01  WS-COT-FECHA         PIC 9(08)       VALUE ZEROS.
000266
000267**************************************
000268*   ACCESO A LA HISTORIA (PGMHIS)    *
000269**************************************
000270
000271     COPY CPLKHIS.
000272
000273     COPY CPMOVHIS.
000274
000275**************************************
000276*   CONCEPTOS POR CLIENTE Y MONEDA   *
000277*   (MONEDA 1 = PESOS, 2 = DOLARES). *
000278*   WS-CLI-RET-HIS ES EL IMPUESTO    *
000279*   (75) SIN VALUAR, COMO LO SUMA    *
000280*   PGMFIS46, PARA LA CONCILIACION   *
000281**************************************
000282
000283 77  WS-CONT-CLI      PIC 9(03)     VALUE ZEROS.
000284 77  WS-BUSCA-CLI     PIC X(13)     VALUE SPACES.
000285 77  WS-SUB-MON       PIC 9(01)     VALUE ZEROS.
000286 77  WS-CLIENTE-AUX   PIC 9(05)     VALUE ZEROS.
000287
000288 01  WS-TABLA-CLIENTES.
000289     05  WS-CLI-ENTRADA OCCURS 999 TIMES
000290             INDEXED BY WS-IDX-CLI.
000291         10  WS-CLI-CLAVE       PIC X(13).
000292         10  WS-CLI-SUC         PIC 9(02).
000293         10  WS-CLI-FECHA-SUC   PIC 9(08).
000294         10  WS-CLI-CONCEPTOS   PIC X(01).
000295             88  WS-CLI-CON-CONCEPTOS      VALUE 'S'.
000296         10  WS-CLI-EN-FISCAL   PIC X(01).
000297             88  WS-CLI-FISCAL-INFORMADO   VALUE 'S'.
000298         10  WS-CLI-RET-HIS     PIC S9(13)V99 COMP-3.
000299         10  WS-CLI-RET-FIS     PIC S9(13)V99 COMP-3.
000300         10  WS-CLI-MONEDA OCCURS 2 TIMES.
000301             15  WS-CLI-INT-CUENTA  PIC S9(11)V99 COMP-3.
000302             15  WS-CLI-INT-PLAZO   PIC S9(11)V99 COMP-3.
000303             15  WS-CLI-SOBREGIRO   PIC S9(11)V99 COMP-3.
000304             15  WS-CLI-COMISION    PIC S9(11)V99 COMP-3.
000305             15  WS-CLI-IMPUESTO    PIC S9(11)V99 COMP-3.
000306
000307**************************************
000308*   TOTALES DEL EJERCICIO POR MONEDA *
000309**************************************
000310
000311 01  WS-TOTALES.
000312     05  WS-TOT-MONEDA OCCURS 2 TIMES.
000313         10  WS-TOT-INT-CUENTA  PIC S9(13)V99 COMP-3.
000314         10  WS-TOT-INT-PLAZO   PIC S9(13)V99 COMP-3.
000315         10  WS-TOT-SOBREGIRO   PIC S9(13)V99 COMP-3.
000316         10  WS-TOT-COMISION    PIC S9(13)V99 COMP-3.
000317         10  WS-TOT-IMPUESTO    PIC S9(13)V99 COMP-3.
000318
000319 01  WS-TOT-RET-HIS       PIC S9(13)V99 COMP-3 VALUE ZEROS.
000320 01  WS-TOT-RET-SIN-CERT  PIC S9(13)V99 COMP-3 VALUE ZEROS.
000321 01  WS-TOT-FIS-CLIENTES  PIC S9(13)V99 COMP-3 VALUE ZEROS.
000322 01  WS-TOT-FIS-COLA      PIC S9(13)V99 COMP-3 VALUE ZEROS.
000323 01  WS-DIFERENCIA        PIC S9(13)V99 COMP-3 VALUE ZEROS.
000324
000325 01  WS-IMPORTE-ABS       PIC S9(11)V99 COMP-3 VALUE ZEROS.
000326 01  WS-INTERES-PF        PIC S9(11)V99 COMP-3 VALUE ZEROS.
000327 01  WS-VALUADO           PIC S9(13)V99 COMP-3 VALUE ZEROS.
000328
000329*    UNA LINEA DE CONCEPTO: PESOS, DOLARES, DOLARES
000330*    VALUADOS Y TOTAL EN PESOS
000331
000332 01  WS-CONCEPTO-CALC.
000333     03  WS-CAL-PESOS     PIC S9(13)V99 COMP-3 VALUE ZEROS.
000334     03  WS-CAL-DOLARES   PIC S9(13)V99 COMP-3 VALUE ZEROS.
000335     03  WS-CAL-VALUADO   PIC S9(13)V99 COMP-3 VALUE ZEROS.
000336
000337**************************************
000338*   SUCURSALES (SUBINDICE = NRO DE   *
000339*   SUCURSAL + 1; LA 00 ES LA DE LOS *
000340*   CLIENTES SIN SUCURSAL)           *
000341**************************************
000342
000343 77  WS-SUB-SUC       PIC 9(03)     VALUE ZEROS.
000344
000345 01  WS-TABLA-SUCURSALES.
000346     05  WS-SUC-ENTRADA OCCURS 100 TIMES.
000347         10  WS-SUC-NOMBRE      PIC X(20).
000348
000349***********************************
000350*       LINEAS DEL CERTIFICADO    *
000351***********************************
000352
000353 01  WS-CER-TITULO.
000354     03  FILLER    PIC X(10)    VALUE SPACES.
000355     03  FILLER    PIC X(50)    VALUE
000356      'CERTIFICADO DE INTERESES Y RETENCIONES - EJERCICIO'.
000357     03  FILLER    PIC X(01)    VALUE SPACES.
000358     03  WS-CTI-EJERCICIO PIC 9(04)  VALUE ZEROS.
000359     03  FILLER    PIC X(67)    VALUE SPACES.
000360
000361 01  WS-CER-SUCURSAL.
000362     03  FILLER    PIC X(10)    VALUE SPACES.
000363     03  FILLER    PIC X(14)    VALUE 'SUCURSAL    : '.
000364     03  WS-CSU-NRO      PIC 9(02)    VALUE ZEROS.
000365     03  FILLER    PIC X(01)    VALUE SPACES.
000366     03  WS-CSU-NOMBRE   PIC X(20)    VALUE SPACES.
000367     03  FILLER    PIC X(85)    VALUE SPACES.
000368
000369 01  WS-CER-CLIENTE.
000370     03  FILLER    PIC X(10)    VALUE SPACES.
000371     03  FILLER    PIC X(14)    VALUE 'TITULAR     : '.
000372     03  WS-CCL-NOMAPE   PIC X(30)    VALUE SPACES.
000373     03  FILLER    PIC X(13)    VALUE '  DOCUMENTO: '.
000374     03  WS-CCL-TIPDOC   PIC X(02)    VALUE SPACES.
000375     03  FILLER    PIC X(01)    VALUE SPACES.
000376     03  WS-CCL-NRODOC   PIC 9(11)    VALUE ZEROS.
000377     03  FILLER    PIC X(13)    VALUE '  CLIENTE : '.
000378     03  WS-CCL-CLIENTE  PIC 9(03)    VALUE ZEROS.
000379     03  FILLER    PIC X(35)    VALUE SPACES.
000380
000381 01  WS-CER-DOMICILIO.
000382     03  FILLER    PIC X(10)    VALUE SPACES.
000383     03  FILLER    PIC X(14)    VALUE 'DOMICILIO   : '.
000384     03  WS-CDO-DIRECCION PIC X(30)   VALUE SPACES.
000385     03  FILLER    PIC X(02)    VALUE SPACES.
000386     03  WS-CDO-LOCALIDAD PIC X(20)   VALUE SPACES.
000387     03  FILLER    PIC X(56)    VALUE SPACES.
000388
000389 01  WS-COL-CONCEPTO.
000390     03  FILLER    PIC X(10)    VALUE SPACES.
000391     03  FILLER    PIC X(34)    VALUE 'CONCEPTO'.
000392     03  FILLER    PIC X(18)    VALUE '           PESOS'.
000393     03  FILLER    PIC X(18)    VALUE '         DOLARES'.
000394     03  FILLER    PIC X(18)    VALUE ' DOLARES EN PESOS'.
000395     03  FILLER    PIC X(18)    VALUE '  TOTAL EN PESOS'.
000396     03  FILLER    PIC X(16)    VALUE SPACES.
000397
000398 01  WS-LIN-CONCEPTO.
000399     03  FILLER    PIC X(10)    VALUE SPACES.
000400     03  WS-LCO-CONCEPTO PIC X(34)    VALUE SPACES.
000401     03  WS-LCO-PESOS    PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000402     03  FILLER    PIC X(02)    VALUE SPACES.
000403     03  WS-LCO-DOLARES  PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000404     03  FILLER    PIC X(02)    VALUE SPACES.
000405     03  WS-LCO-VALUADO  PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000406     03  FILLER    PIC X(02)    VALUE SPACES.
000407     03  WS-LCO-TOTAL    PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000408     03  FILLER    PIC X(16)    VALUE SPACES.
000409
000410 01  WS-CER-COTIZACION.
000411     03  FILLER    PIC X(10)    VALUE SPACES.
000412     03  FILLER    PIC X(44)    VALUE
000413      'DOLARES VALUADOS A LA COTIZACION DE COTIZA  '.
000414     03  WS-CCO-COTIZ    PIC Z.ZZZ.ZZ9,9999 VALUE ZEROS.
000415     03  FILLER    PIC X(05)    VALUE ' DEL '.
000416     03  WS-CCO-FECHA    PIC 9(08)    VALUE ZEROS.
000417     03  FILLER    PIC X(51)    VALUE SPACES.
000418
000419 01  WS-CER-LEYENDA1.
000420     03  FILLER    PIC X(10)    VALUE SPACES.
000421     03  FILLER    PIC X(60)    VALUE
000422      'SE EXTIENDE EL PRESENTE A PEDIDO DEL INTERESADO PARA SER'.
000423     03  FILLER    PIC X(62)    VALUE SPACES.
000424
000425 01  WS-CER-LEYENDA2.
000426     03  FILLER    PIC X(10)    VALUE SPACES.
000427     03  FILLER    PIC X(60)    VALUE
000428      'PRESENTADO ANTE EL ORGANISMO FISCAL. FECHA DE EMISION:'.
000429     03  WS-CLE-FECHA    PIC 9(08)    VALUE ZEROS.
000430     03  FILLER    PIC X(54)    VALUE SPACES.
000431
000432***********************************
000433*    LINEAS DEL INFORME DE CONTROL*
000434***********************************
000435
000436 01  WS-TITULO.
000437     03  FILLER              PIC X(10)    VALUE  SPACES.
000438     03  FILLER              PIC X(50)    VALUE
000439      'CONTROL DE CERTIFICADOS DE INTERESES - EJERCICIO  '.
000440     03  WS-TIT-EJERCICIO    PIC 9(04)    VALUE ZEROS.
000441     03  FILLER              PIC X(10)    VALUE '   FECHA: '.
000442     03  WS-TIT-FECHA        PIC 9(08)    VALUE ZEROS.
000443     03  FILLER              PIC X(10)    VALUE '   PAGINA '.
000444     03  WS-TIT-PAGINA       PIC ZZ9      VALUE ZEROS.
000445     03  FILLER              PIC X(37)    VALUE SPACES.
000446
000447 01  WS-LIN-SECCION.
000448     03  FILLER    PIC X(02)    VALUE SPACES.
000449     03  WS-SEC-TEXTO    PIC X(60)    VALUE SPACES.
000450     03  FILLER    PIC X(70)    VALUE SPACES.
000451
000452 01  WS-LIN-TOTAL.
000453     03  FILLER    PIC X(02)    VALUE SPACES.
000454     03  WS-TOT-CONCEPTO PIC X(46)   VALUE SPACES.
000455     03  WS-TOT-CANT     PIC ZZ.ZZZ.ZZ9 VALUE ZEROS.
000456     03  FILLER    PIC X(74)    VALUE SPACES.
000457
000458 01  WS-LIN-IMPORTE.
000459     03  FILLER    PIC X(02)    VALUE SPACES.
000460     03  WS-IMP-CONCEPTO PIC X(46)   VALUE SPACES.
000461     03  WS-IMP-IMPORTE  PIC -.---.---.---.--9,99 VALUE ZEROS.
000462     03  FILLER    PIC X(02)    VALUE SPACES.
000463     03  WS-IMP-OBS      PIC X(30)   VALUE SPACES.
000464     03  FILLER    PIC X(32)    VALUE SPACES.
000465
000466 01  WS-COL-DIFERENCIA.
000467     03  FILLER    PIC X(04)    VALUE SPACES.
000468     03  FILLER    PIC X(20)    VALUE 'DOCUMENTO'.
000469     03  FILLER    PIC X(22)    VALUE '       SEGUN HISTORIA'.
000470     03  FILLER    PIC X(22)    VALUE '        SEGUN FISCAL'.
000471     03  FILLER    PIC X(22)    VALUE '          DIFERENCIA'.
000472     03  FILLER    PIC X(42)    VALUE SPACES.
000473
000474 01  WS-LIN-DIFERENCIA.
000475     03  FILLER    PIC X(04)    VALUE SPACES.
000476     03  WS-DIF-TIPDOC   PIC X(02)    VALUE SPACES.
000477     03  FILLER    PIC X(01)    VALUE SPACES.
000478     03  WS-DIF-NRODOC   PIC 9(11)    VALUE ZEROS.
000479     03  FILLER    PIC X(06)    VALUE SPACES.
000480     03  WS-DIF-HISTORIA PIC --.---.---.--9,99 VALUE ZEROS.
000481     03  FILLER    PIC X(04)    VALUE SPACES.
000482     03  WS-DIF-FISCAL   PIC --.---.---.--9,99 VALUE ZEROS.
000483     03  FILLER    PIC X(04)    VALUE SPACES.
000484     03  WS-DIF-IMPORTE  PIC --.---.---.--9,99 VALUE ZEROS.
000485     03  FILLER    PIC X(49)    VALUE SPACES.
000486
000487 01  WS-LIN-BLANCO    PIC X(132)   VALUE SPACES.
000488
000489 77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
000490
000491**************************************
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
000505     PERFORM 3000-I-PLAZOS-FIJOS THRU 3000-F-PLAZOS-FIJOS.
000506
000507     PERFORM 3500-I-CARGAR-FISCAL THRU 3500-F-CARGAR-FISCAL.
000508
000509     PERFORM 5000-I-CERTIFICADOS THRU 5000-F-CERTIFICADOS.
000510
000511     PERFORM 8000-I-CONTROL THRU 8000-F-CONTROL.
000512
000513     PERFORM 9999-I-FINAL   THRU 9999-F-FINAL.
000514
000515 F-MAIN-PROGRAM. GOBACK.
000516
000517**************************************
000518*                                    *
000519*  CUERPO INICIO APERTURA ARCHIVOS   *
000520*                                    *
000521**************************************
000522 1000-I-INICIO.
000523
000524     SET WS-NO-FIN-LECTURA TO TRUE.
000525
000526     INITIALIZE WS-TOTALES.
000527
000528     PERFORM 1100-I-LEER-RUNCTL THRU 1100-F-LEER-RUNCTL.
000529
000530     PERFORM 1150-I-LEER-PARM   THRU 1150-F-LEER-PARM.
000531
000532     IF NOT WS-FIN-LECTURA
000533        PERFORM 1200-I-CARGAR-COTIZA THRU 1200-F-CARGAR-COTIZA
000534     END-IF.
000535
000536     IF NOT WS-FIN-LECTURA
000537
000538        OPEN INPUT PERSONA
000539        IF WS-PER-CODE IS NOT EQUAL '00'
000540           DISPLAY '* ERROR EN OPEN PERSONA  = ' WS-PER-CODE
000541           MOVE 9999 TO RETURN-CODE
000542           SET  WS-FIN-LECTURA TO TRUE
000543        END-IF
000544
000545        OPEN INPUT PLAZOS
000546        IF WS-PFJ-CODE IS NOT EQUAL '00'
000547           DISPLAY '* ERROR EN OPEN PLAZOS   = ' WS-PFJ-CODE
000548           MOVE 9999 TO RETURN-CODE
000549           SET  WS-FIN-LECTURA TO TRUE
000550        END-IF
000551
000552        OPEN OUTPUT CERTIF
000553        IF WS-CER-CODE IS NOT EQUAL '00'
000554           DISPLAY '* ERROR EN OPEN CERTIF   = ' WS-CER-CODE
000555           MOVE 9999 TO RETURN-CODE
000556           SET  WS-FIN-LECTURA TO TRUE
000557        END-IF
000558
000559        OPEN OUTPUT HOMEBK
000560        IF WS-HBK-CODE IS NOT EQUAL '00'
000561           DISPLAY '* ERROR EN OPEN HOMEBK   = ' WS-HBK-CODE
000562           MOVE 9999 TO RETURN-CODE
000563           SET  WS-FIN-LECTURA TO TRUE
000564        END-IF
000565
000566        OPEN OUTPUT LISTADO
000567        IF WS-LIS-CODE IS NOT EQUAL '00'
000568           DISPLAY '* ERROR EN OPEN LISTADO  = ' WS-LIS-CODE
000569           MOVE 9999 TO RETURN-CODE
000570           SET  WS-FIN-LECTURA TO TRUE
000571        END-IF
000572     END-IF.
000573
000574     IF NOT WS-FIN-LECTURA
000575        PERFORM 1300-I-CARGAR-SUCURSALES
000576           THRU 1300-F-CARGAR-SUCURSALES
000577     END-IF.
000578
000579     IF NOT WS-FIN-LECTURA
000580        MOVE 'A'            TO LK-HIS-FUNCION
000581        MOVE WS-FECHA-DESDE TO LK-HIS-DESDE
000582        MOVE WS-FECHA-HASTA TO LK-HIS-HASTA
000583        CALL WS-PGMHIS USING LK-HIS-AREA REG-MOVHIS
000584        IF LK-HIS-RESULTADO IS NOT EQUAL 'S'
000585           DISPLAY '* ERROR EN OPEN HISTORIA = ' LK-HIS-CODE
000586           MOVE 9999 TO RETURN-CODE
000587           SET  WS-FIN-LECTURA TO TRUE
000588        END-IF
000589     END-IF.
000590
000591     IF NOT WS-FIN-LECTURA
000592        PERFORM 3100-I-LEER-HISTORIA THRU 3100-F-LEER-HISTORIA
000593     END-IF.
000594
000595 1000-F-INICIO.   EXIT.
000596
000597**************************************
000598*  FECHA OFICIAL DE PROCESO DESDE    *
000599*  EL CONTROL DE CORRIDA             *
000600**************************************
000601
000602 1100-I-LEER-RUNCTL.
000603
000604     OPEN INPUT RUNCTL.
000605
000606     IF WS-RUN-CODE NOT EQUAL '00'
000607        DISPLAY '* ERROR EN OPEN RUNCTL   = ' WS-RUN-CODE
000608        MOVE 9999 TO RETURN-CODE
000609        SET  WS-FIN-LECTURA TO TRUE
000610        GO TO 1100-F-LEER-RUNCTL
000611     END-IF.
000612
000613     READ RUNCTL.
000614     IF WS-RUN-CODE NOT EQUAL '00'
000615        DISPLAY '* ERROR EN LECTURA RUNCTL = ' WS-RUN-CODE
000616        MOVE 9999 TO RETURN-CODE
000617        SET  WS-FIN-LECTURA TO TRUE
000618        CLOSE RUNCTL
000619        GO TO 1100-F-LEER-RUNCTL
000620     END-IF.
000621
000622     MOVE RUN-FECHA-PROCESO TO WS-FECHA-PROCESO.
000623
000624     CLOSE RUNCTL.
000625
000626 1100-F-LEER-RUNCTL. EXIT.
000627
000628**************************************
000629*  PARAMETRO: EJERCICIO=AAAA         *
000630*  (DEFECTO EL ANO ANTERIOR)         *
000631**************************************
000632
000633 1150-I-LEER-PARM.
000634
000635     COMPUTE WS-PARM-EJERCICIO = WS-PRO-AAAA - 1.
000636
000637     OPEN INPUT PARMIN.
000638
000639     IF WS-PRM-CODE EQUAL '00'
000640        MOVE SPACES TO REG-PARMIN
000641        READ PARMIN
000642           AT END
000643              CONTINUE
000644           NOT AT END
000645              IF REG-PARMIN(1:10) EQUAL 'EJERCICIO='
000646                 AND REG-PARMIN(11:4) IS NUMERIC
000647                 MOVE REG-PARMIN(11:4) TO WS-PARM-EJERCICIO
000648              END-IF
000649        END-READ
000650        CLOSE PARMIN
000651     END-IF.
000652
000653     MOVE WS-PARM-EJERCICIO TO WS-DES-AAAA
000654                               WS-HAS-AAAA.
000655     MOVE 0101              TO WS-DES-MMDD.
000656     MOVE 1231              TO WS-HAS-MMDD.
000657
000658 1150-F-LEER-PARM. EXIT.
000659
000660**************************************
000661*  COTIZACION DEL DOLAR A FIN DE     *
000662*  EJERCICIO: LA ULTIMA DE COTIZA    *
000663*  HASTA EL 31/12                    *
000664**************************************
000665
000666 1200-I-CARGAR-COTIZA.
000667
000668     OPEN INPUT COTIZA.
000669
000670     IF WS-COT-CODE NOT EQUAL '00'
000671        DISPLAY '* ERROR EN OPEN COTIZA   = ' WS-COT-CODE
000672        MOVE 9999 TO RETURN-CODE
000673        SET  WS-FIN-LECTURA TO TRUE
000674        GO TO 1200-F-CARGAR-COTIZA
000675     END-IF.
000676
000677     SET WS-NO-FIN-AUX TO TRUE.
000678     PERFORM 1250-I-LEER-COTIZA THRU 1250-F-LEER-COTIZA
000679        UNTIL WS-FIN-AUX.
000680
000681     CLOSE COTIZA.
000682
000683     IF WS-COT-DOLAR EQUAL ZEROS
000684        DISPLAY '* ERROR: SIN COTIZACION DEL DOLAR EN COTIZA'
000685        MOVE 9999 TO RETURN-CODE
000686        SET  WS-FIN-LECTURA TO TRUE
000687     END-IF.
000688
000689 1200-F-CARGAR-COTIZA. EXIT.
000690
000691 1250-I-LEER-COTIZA.
000692
000693     READ COTIZA
000694        AT END
000695           SET WS-FIN-AUX TO TRUE
000696        NOT AT END
000697           IF COT-MONEDA EQUAL '02'
000698              AND COT-COTIZACION IS NUMERIC
000699              AND COT-FECHA IS NUMERIC
000700              AND COT-FECHA NOT GREATER THAN WS-FECHA-HASTA
000701              AND COT-FECHA NOT LESS THAN WS-COT-FECHA
000702              MOVE COT-COTIZACION TO WS-COT-DOLAR
000703              MOVE COT-FECHA      TO WS-COT-FECHA
000704           END-IF
000705     END-READ.
000706
000707 1250-F-LEER-COTIZA. EXIT.
000708
000709**************************************
000710*  CARGA DEL MAESTRO DE SUCURSALES   *
000711**************************************
000712
000713 1300-I-CARGAR-SUCURSALES.
000714
000715     MOVE 1 TO WS-SUB-SUC.
000716     PERFORM 1320-I-INICIAR-SUCURSAL THRU 1320-F-INICIAR-SUCURSAL
000717        UNTIL WS-SUB-SUC > 100.
000718
000719     OPEN INPUT SUCURSAL.
000720
000721     IF WS-SUC-CODE NOT EQUAL '00'
000722        DISPLAY '* AVISO: SIN MAESTRO DE SUCURSALES'
000723        GO TO 1300-F-CARGAR-SUCURSALES
000724     END-IF.
000725
000726     SET WS-NO-FIN-AUX TO TRUE.
000727     PERFORM 1350-I-LEER-SUCURSAL THRU 1350-F-LEER-SUCURSAL
000728        UNTIL WS-FIN-AUX.
000729
000730     CLOSE SUCURSAL.
000731
000732 1300-F-CARGAR-SUCURSALES. EXIT.
000733
000734 1320-I-INICIAR-SUCURSAL.
000735
000736     MOVE 'SIN SUCURSAL' TO WS-SUC-NOMBRE(WS-SUB-SUC).
000737
000738     ADD 1 TO WS-SUB-SUC.
000739
000740 1320-F-INICIAR-SUCURSAL. EXIT.
000741
000742 1350-I-LEER-SUCURSAL.
000743
000744     READ SUCURSAL
000745        AT END
000746           SET WS-FIN-AUX TO TRUE
000747        NOT AT END
000748           IF SUC-NRO IS NUMERIC
000749              COMPUTE WS-SUB-SUC = SUC-NRO + 1
000750              MOVE SUC-NOMBRE TO WS-SUC-NOMBRE(WS-SUB-SUC)
000751           END-IF
000752     END-READ.
000753
000754 1350-F-LEER-SUCURSAL. EXIT.
000755
000756**************************************
000757*  UBICA AL CLIENTE WS-BUSCA-CLI EN  *
000758*  LA TABLA; SI NO ESTA LO AGREGA    *
000759**************************************
000760
000761 1900-I-UBICAR-CLIENTE.
000762
000763     SET WS-IDX-CLI TO 1.
000764     SET WS-NO-ENCONTRO TO TRUE.
000765
000766     PERFORM 1950-I-BUSCAR-CLIENTE THRU 1950-F-BUSCAR-CLIENTE
000767        UNTIL WS-IDX-CLI > WS-CONT-CLI OR WS-ENCONTRO.
000768
000769     IF WS-ENCONTRO
000770        GO TO 1900-F-UBICAR-CLIENTE
000771     END-IF.
000772
000773     IF WS-CONT-CLI NOT LESS THAN 999
000774        DISPLAY '* TABLA DE CLIENTES LLENA = ' WS-BUSCA-CLI
000775        MOVE 0016 TO RETURN-CODE
000776        GO TO 1900-F-UBICAR-CLIENTE
000777     END-IF.
000778
000779     ADD 1 TO WS-CONT-CLI.
000780     SET WS-IDX-CLI TO WS-CONT-CLI.
000781     INITIALIZE WS-CLI-ENTRADA(WS-IDX-CLI).
000782     MOVE WS-BUSCA-CLI TO WS-CLI-CLAVE(WS-IDX-CLI).
000783     MOVE 'N'          TO WS-CLI-CONCEPTOS(WS-IDX-CLI)
000784                          WS-CLI-EN-FISCAL(WS-IDX-CLI).
000785     SET WS-ENCONTRO TO TRUE.
000786
000787 1900-F-UBICAR-CLIENTE. EXIT.
000788
000789 1950-I-BUSCAR-CLIENTE.
000790
000791     IF WS-CLI-CLAVE(WS-IDX-CLI) EQUAL WS-BUSCA-CLI
000792        SET WS-ENCONTRO TO TRUE
000793     ELSE
000794        SET WS-IDX-CLI UP BY 1
000795     END-IF.
000796
000797 1950-F-BUSCAR-CLIENTE. EXIT.
000798
000799**************************************
000800*                                    *
000801*  CUERPO PRINCIPAL DE PROCESOS      *
000802*                                    *
000803**************************************
000804 2000-I-PROCESO.
000805
000806     PERFORM 4000-I-ACUMULAR THRU 4000-F-ACUMULAR.
000807
000808     PERFORM 3100-I-LEER-HISTORIA THRU 3100-F-LEER-HISTORIA.
000809
000810 2000-F-PROCESO. EXIT.
000811
000812**************************************
000813*  INTERES DE LOS PLAZOS FIJOS       *
000814*  PAGADOS EN EL EJERCICIO (EL 76 DE *
000815*  LA HISTORIA INCLUYE EL CAPITAL)   *
000816**************************************
000817
000818 3000-I-PLAZOS-FIJOS.
000819
000820     IF RETURN-CODE NOT EQUAL ZEROS
000821        AND RETURN-CODE NOT EQUAL 0016
000822        GO TO 3000-F-PLAZOS-FIJOS
000823     END-IF.
000824
000825     SET WS-NO-FIN-AUX TO TRUE.
000826
000827     PERFORM 3050-I-LEER-PLAZO THRU 3050-F-LEER-PLAZO
000828        UNTIL WS-FIN-AUX.
000829
000830 3000-F-PLAZOS-FIJOS. EXIT.
000831
000832 3050-I-LEER-PLAZO.
000833
000834     READ PLAZOS.
000835
000836     EVALUATE WS-PFJ-CODE
000837       WHEN '00'
000838          CONTINUE
000839       WHEN '10'
000840          SET WS-FIN-AUX TO TRUE
000841          GO TO 3050-F-LEER-PLAZO
000842       WHEN OTHER
000843          DISPLAY '* ERROR EN LECTURA PLAZOS = ' WS-PFJ-CODE
000844          MOVE 9999 TO RETURN-CODE
000845          SET WS-FIN-AUX TO TRUE
000846          GO TO 3050-F-LEER-PLAZO
000847     END-EVALUATE.
000848
000849     IF PFJ-ESTADO NOT EQUAL 'P'
000850        OR PFJ-FECHA-VENCIM IS NOT NUMERIC
000851        OR PFJ-FECHA-VENCIM LESS THAN WS-FECHA-DESDE
000852        OR PFJ-FECHA-VENCIM GREATER THAN WS-FECHA-HASTA
000853        OR PFJ-CAPITAL IS NOT NUMERIC
000854        OR PFJ-TASA IS NOT NUMERIC
000855        GO TO 3050-F-LEER-PLAZO
000856     END-IF.
000857
000858*    MISMO CALCULO QUE EL PAGO EN PGMPFV54, QUE GRABA EN EL
000859*    CERTIFICADO LA TASA APLICADA
000859
000859     IF PFJ-TASA EQUAL ZEROS
000859        DISPLAY '* PLAZO FIJO PAGADO SIN TASA GRABADA = '
000859                PFJ-NRO-CERT
000859     END-IF.
000859
000859     COMPUTE WS-INTERES-PF ROUNDED =
000859             PFJ-CAPITAL * PFJ-TASA / 100
000859           * PFJ-PLAZO-DIAS / 360.
000860
000861     MOVE PFJ-NRO-CLIENTE TO WS-CLIENTE-AUX.
000862     MOVE WS-CLIENTE-AUX  TO WS-CLAVE-PER-CLI.
000863
000864     READ PERSONA KEY IS WS-CLAVE-PER-CLI
000865        INVALID KEY
000866           DISPLAY '* PLAZO FIJO SIN CLIENTE EN PERSONA = '
000867                   PFJ-NRO-CERT
000868           GO TO 3050-F-LEER-PLAZO
000869     END-READ.
000870
000871     MOVE PER-TIP-DOC TO WS-BUSCA-CLI(1:2).
000872     MOVE PER-NRO-DOC TO WS-BUSCA-CLI(3:11).
000873
000874     PERFORM 1900-I-UBICAR-CLIENTE THRU 1900-F-UBICAR-CLIENTE.
000875
000876     IF WS-NO-ENCONTRO
000877        GO TO 3050-F-LEER-PLAZO
000878     END-IF.
000879
000880     ADD 1 TO WS-CONT-PLAZOS.
000881
000882     IF PFJ-MONEDA EQUAL '02'
000883        MOVE 2 TO WS-SUB-MON
000884     ELSE
000885        MOVE 1 TO WS-SUB-MON
000886     END-IF.
000887
000888     ADD WS-INTERES-PF TO WS-CLI-INT-PLAZO(WS-IDX-CLI, WS-SUB-MON)
000889                          WS-TOT-INT-PLAZO(WS-SUB-MON).
000890     MOVE 'S' TO WS-CLI-CONCEPTOS(WS-IDX-CLI).
000891
000892 3050-F-LEER-PLAZO. EXIT.
000893
000894**************************************
000895* LECTURA HISTORIA                   *
000896**************************************
000897
000898 3100-I-LEER-HISTORIA.
000899
000900     MOVE 'L' TO LK-HIS-FUNCION.
000901     CALL WS-PGMHIS USING LK-HIS-AREA REG-MOVHIS.
000902
000903     EVALUATE LK-HIS-RESULTADO
000904       WHEN 'S'
000905          ADD 1 TO WS-CONT-MOVS
000906       WHEN 'F'
000907          SET WS-FIN-LECTURA TO TRUE
000908       WHEN OTHER
000909          DISPLAY '* ERROR EN LECTURA HISTORIA = ' LK-HIS-CODE
000910          MOVE 9999 TO RETURN-CODE
000911          SET WS-FIN-LECTURA TO TRUE
000912     END-EVALUATE.
000913
000914 3100-F-LEER-HISTORIA. EXIT.
000915
000916**************************************
000917*  EXTRACTO FISCAL DE PGMFIS46 DEL   *
000918*  EJERCICIO: IMPUESTO POR CLIENTE   *
000919*  Y TOTAL PARA LA CONCILIACION      *
000920**************************************
000921
000922 3500-I-CARGAR-FISCAL.
000923
000924     IF RETURN-CODE NOT EQUAL ZEROS
000925        AND RETURN-CODE NOT EQUAL 0016
000926        GO TO 3500-F-CARGAR-FISCAL
000927     END-IF.
000928
000929     OPEN INPUT FISCAL.
000930
000931     IF WS-FIS-CODE NOT EQUAL '00'
000932        DISPLAY '* AVISO: SIN EXTRACTO FISCAL, NO SE CONCILIA'
000933        GO TO 3500-F-CARGAR-FISCAL
000934     END-IF.
000935
000936     SET WS-CON-FISCAL TO TRUE.
000937     SET WS-NO-FIN-AUX TO TRUE.
000938     PERFORM 3550-I-LEER-FISCAL THRU 3550-F-LEER-FISCAL
000939        UNTIL WS-FIN-AUX.
000940
000941     CLOSE FISCAL.
000942
000943 3500-F-CARGAR-FISCAL. EXIT.
000944
000945 3550-I-LEER-FISCAL.
000946
000947     READ FISCAL
000948        AT END
000949           SET WS-FIN-AUX TO TRUE
000950           GO TO 3550-F-LEER-FISCAL
000951     END-READ.
000952
000953     EVALUATE FIS-CAB-TIPO
000954       WHEN 'HD'
000955          IF FIS-CAB-DESDE NOT EQUAL WS-FECHA-DESDE
000956             OR FIS-CAB-HASTA NOT EQUAL WS-FECHA-HASTA
000957             SET WS-FIS-OTRO-PERIODO TO TRUE
000958          END-IF
000959       WHEN '01'
000960          ADD 1 TO WS-CONT-FIS-CLI
000961          ADD FIS-CLI-IMPORTE TO WS-TOT-FIS-CLIENTES
000962          MOVE FIS-CLI-TIP-DOC TO WS-BUSCA-CLI(1:2)
000963          MOVE FIS-CLI-NRO-DOC TO WS-BUSCA-CLI(3:11)
000964          PERFORM 1900-I-UBICAR-CLIENTE THRU 1900-F-UBICAR-CLIENTE
000965          IF WS-ENCONTRO
000966             ADD FIS-CLI-IMPORTE TO WS-CLI-RET-FIS(WS-IDX-CLI)
000967             MOVE 'S' TO WS-CLI-EN-FISCAL(WS-IDX-CLI)
000968          END-IF
000969       WHEN 'TR'
000970          MOVE FIS-COL-TOTAL TO WS-TOT-FIS-COLA
000971       WHEN OTHER
000972          CONTINUE
000973     END-EVALUATE.
000974
000975 3550-F-LEER-FISCAL. EXIT.
000976
000977**************************************
000978*  ACUMULACION DE UN MOVIMIENTO POR  *
000979*  CLIENTE, MONEDA Y CONCEPTO        *
000980**************************************
000981
000982 4000-I-ACUMULAR.
000983
000984     IF MOV-FECHA LESS THAN WS-FECHA-DESDE
000985        OR MOV-FECHA GREATER THAN WS-FECHA-HASTA
000986        GO TO 4000-F-ACUMULAR
000987     END-IF.
000988
000989     IF MOV-TIPO NOT EQUAL 70 AND MOV-TIPO NOT EQUAL 71
000990        AND MOV-TIPO NOT EQUAL 72 AND MOV-TIPO NOT EQUAL 75
000991        AND (MOV-SUC IS NOT NUMERIC OR MOV-SUC EQUAL ZEROS)
000992        GO TO 4000-F-ACUMULAR
000993     END-IF.
000994
000995     MOVE MOV-TIP-DOC TO WS-BUSCA-CLI(1:2).
000996     MOVE MOV-NRO-DOC TO WS-BUSCA-CLI(3:11).
000997
000998     PERFORM 1900-I-UBICAR-CLIENTE THRU 1900-F-UBICAR-CLIENTE.
000999
001000     IF WS-NO-ENCONTRO
001001        GO TO 4000-F-ACUMULAR
001002     END-IF.
001003
001004*    SUCURSAL DEL CLIENTE: LA DEL ULTIMO MOVIMIENTO DE
001005*    SUCURSAL DEL EJERCICIO
001006
001007     IF MOV-SUC IS NUMERIC AND MOV-SUC NOT EQUAL ZEROS
001008        IF MOV-FECHA NOT LESS THAN WS-CLI-FECHA-SUC(WS-IDX-CLI)
001009           MOVE MOV-FECHA TO WS-CLI-FECHA-SUC(WS-IDX-CLI)
001010           MOVE MOV-SUC   TO WS-CLI-SUC(WS-IDX-CLI)
001011        END-IF
001012     END-IF.
001013
001014     IF MOV-TIPO NOT EQUAL 70 AND MOV-TIPO NOT EQUAL 71
001015        AND MOV-TIPO NOT EQUAL 72 AND MOV-TIPO NOT EQUAL 75
001016        GO TO 4000-F-ACUMULAR
001017     END-IF.
001018
001019     ADD 1 TO WS-CONT-CONCEPTOS.
001020     MOVE 'S' TO WS-CLI-CONCEPTOS(WS-IDX-CLI).
001021
001022*    LOS DEBITOS SE GRABAN EN NEGATIVO EN LA HISTORIA, EL
001023*    CERTIFICADO LOS INFORMA EN POSITIVO (COMO PGMFIS46)
001024
001025     IF MOV-IMPORTE IS LESS THAN ZEROS
001026        COMPUTE WS-IMPORTE-ABS = ZERO - MOV-IMPORTE
001027     ELSE
001028        MOVE MOV-IMPORTE TO WS-IMPORTE-ABS
001029     END-IF.
001030
001031     IF MOV-MONEDA EQUAL '02'
001032        MOVE 2 TO WS-SUB-MON
001033     ELSE
001034        MOVE 1 TO WS-SUB-MON
001035     END-IF.
001036
001037     EVALUATE MOV-TIPO
001038       WHEN 70
001039          ADD WS-IMPORTE-ABS
001040              TO WS-CLI-COMISION(WS-IDX-CLI, WS-SUB-MON)
001041                 WS-TOT-COMISION(WS-SUB-MON)
001042       WHEN 71
001043          ADD WS-IMPORTE-ABS
001044              TO WS-CLI-SOBREGIRO(WS-IDX-CLI, WS-SUB-MON)
001045                 WS-TOT-SOBREGIRO(WS-SUB-MON)
001046       WHEN 72
001047          ADD WS-IMPORTE-ABS
001048              TO WS-CLI-INT-CUENTA(WS-IDX-CLI, WS-SUB-MON)
001049                 WS-TOT-INT-CUENTA(WS-SUB-MON)
001050       WHEN 75
001051          ADD WS-IMPORTE-ABS
001052              TO WS-CLI-IMPUESTO(WS-IDX-CLI, WS-SUB-MON)
001053                 WS-TOT-IMPUESTO(WS-SUB-MON)
001054                 WS-CLI-RET-HIS(WS-IDX-CLI)
001055                 WS-TOT-RET-HIS
001056     END-EVALUATE.
001057
001058 4000-F-ACUMULAR. EXIT.
001059
001060**************************************
001061*  CERTIFICADOS Y ARCHIVO DE HOME    *
001062*  BANKING, AGRUPADOS POR SUCURSAL   *
001063**************************************
001064
001065 5000-I-CERTIFICADOS.
001066
001067     IF RETURN-CODE NOT EQUAL ZEROS
001068        AND RETURN-CODE NOT EQUAL 0016
001069        GO TO 5000-F-CERTIFICADOS
001070     END-IF.
001071
001072     MOVE 1 TO WS-SUB-SUC.
001073     PERFORM 5100-I-CERT-SUCURSAL THRU 5100-F-CERT-SUCURSAL
001074        UNTIL WS-SUB-SUC > 100.
001075
001076 5000-F-CERTIFICADOS. EXIT.
001077
001078 5100-I-CERT-SUCURSAL.
001079
001080     SET WS-IDX-CLI TO 1.
001081     PERFORM 5200-I-CERT-CLIENTE THRU 5200-F-CERT-CLIENTE
001082        UNTIL WS-IDX-CLI > WS-CONT-CLI.
001083
001084     ADD 1 TO WS-SUB-SUC.
001085
001086 5100-F-CERT-SUCURSAL. EXIT.
001087
001088 5200-I-CERT-CLIENTE.
001089
001090     IF WS-CLI-SUC(WS-IDX-CLI) + 1 NOT EQUAL WS-SUB-SUC
001091        OR NOT WS-CLI-CON-CONCEPTOS(WS-IDX-CLI)
001092        GO TO 5200-A-SIGUIENTE
001093     END-IF.
001094
001095     MOVE WS-CLI-CLAVE(WS-IDX-CLI)(1:2)  TO WS-CLAVE-PER-TIP.
001096     MOVE WS-CLI-CLAVE(WS-IDX-CLI)(3:11) TO WS-CLAVE-PER-NRO.
001097
001098     READ PERSONA KEY IS WS-CLAVE-PER
001099        INVALID KEY
001100           ADD 1 TO WS-CONT-SIN-PERSONA
001101           ADD WS-CLI-RET-HIS(WS-IDX-CLI) TO WS-TOT-RET-SIN-CERT
001102           DISPLAY '* CLIENTE SIN PERSONA, SIN CERTIFICADO = '
001103                   WS-CLI-CLAVE(WS-IDX-CLI)
001104           GO TO 5200-A-SIGUIENTE
001105     END-READ.
001106
001107     PERFORM 5300-I-IMPRIMIR-CERTIFICADO
001108        THRU 5300-F-IMPRIMIR-CERTIFICADO.
001109
001110     MOVE 1 TO WS-SUB-MON.
001111     PERFORM 5500-I-GRABAR-HOMEBK THRU 5500-F-GRABAR-HOMEBK.
001112     MOVE 2 TO WS-SUB-MON.
001113     PERFORM 5500-I-GRABAR-HOMEBK THRU 5500-F-GRABAR-HOMEBK.
001114
001115 5200-A-SIGUIENTE.
001116
001117     SET WS-IDX-CLI UP BY 1.
001118
001119 5200-F-CERT-CLIENTE. EXIT.
001120
001121**************************************
001122*  CERTIFICADO IMPRESO DEL CLIENTE   *
001123*  (UNA HOJA POR CLIENTE)            *
001124**************************************
001125
001126 5300-I-IMPRIMIR-CERTIFICADO.
001127
001128     ADD 1 TO WS-CONT-CERTIFICADOS.
001129
001130     MOVE WS-PARM-EJERCICIO   TO WS-CTI-EJERCICIO.
001131     COMPUTE WS-CSU-NRO = WS-SUB-SUC - 1.
001132     MOVE WS-SUC-NOMBRE(WS-SUB-SUC) TO WS-CSU-NOMBRE.
001133     MOVE PER-NOMAPE          TO WS-CCL-NOMAPE.
001134     MOVE PER-TIP-DOC         TO WS-CCL-TIPDOC.
001135     MOVE PER-NRO-DOC         TO WS-CCL-NRODOC.
001136     MOVE PER-CLI-NRO         TO WS-CCL-CLIENTE.
001137     MOVE PER-DIRECCION       TO WS-CDO-DIRECCION.
001138     MOVE PER-LOCALIDAD       TO WS-CDO-LOCALIDAD.
001139
001140     WRITE REG-CERTIF FROM WS-CER-TITULO AFTER PAGE.
001141     WRITE REG-CERTIF FROM WS-LIN-BLANCO.
001142     WRITE REG-CERTIF FROM WS-CER-SUCURSAL.
001143     WRITE REG-CERTIF FROM WS-CER-CLIENTE.
001144     WRITE REG-CERTIF FROM WS-CER-DOMICILIO.
001145     WRITE REG-CERTIF FROM WS-LIN-BLANCO.
001146     WRITE REG-CERTIF FROM WS-COL-CONCEPTO.
001147     WRITE REG-CERTIF FROM WS-LIN-BLANCO.
001148
001149     MOVE 'INTERESES ACREDITADOS EN CUENTA'  TO WS-LCO-CONCEPTO.
001150     MOVE WS-CLI-INT-CUENTA(WS-IDX-CLI, 1)   TO WS-CAL-PESOS.
001151     MOVE WS-CLI-INT-CUENTA(WS-IDX-CLI, 2)   TO WS-CAL-DOLARES.
001152     PERFORM 5400-I-LINEA-CONCEPTO THRU 5400-F-LINEA-CONCEPTO.
001153     WRITE REG-CERTIF FROM WS-LIN-CONCEPTO.
001154
001155     MOVE 'INTERESES DE PLAZOS FIJOS'        TO WS-LCO-CONCEPTO.
001156     MOVE WS-CLI-INT-PLAZO(WS-IDX-CLI, 1)    TO WS-CAL-PESOS.
001157     MOVE WS-CLI-INT-PLAZO(WS-IDX-CLI, 2)    TO WS-CAL-DOLARES.
001158     PERFORM 5400-I-LINEA-CONCEPTO THRU 5400-F-LINEA-CONCEPTO.
001159     WRITE REG-CERTIF FROM WS-LIN-CONCEPTO.
001160
001161     MOVE 'INTERESES POR SOBREGIRO PAGADOS'  TO WS-LCO-CONCEPTO.
001162     MOVE WS-CLI-SOBREGIRO(WS-IDX-CLI, 1)    TO WS-CAL-PESOS.
001163     MOVE WS-CLI-SOBREGIRO(WS-IDX-CLI, 2)    TO WS-CAL-DOLARES.
001164     PERFORM 5400-I-LINEA-CONCEPTO THRU 5400-F-LINEA-CONCEPTO.
001165     WRITE REG-CERTIF FROM WS-LIN-CONCEPTO.
001166
001167     MOVE 'COMISIONES COBRADAS'              TO WS-LCO-CONCEPTO.
001168     MOVE WS-CLI-COMISION(WS-IDX-CLI, 1)     TO WS-CAL-PESOS.
001169     MOVE WS-CLI-COMISION(WS-IDX-CLI, 2)     TO WS-CAL-DOLARES.
001170     PERFORM 5400-I-LINEA-CONCEPTO THRU 5400-F-LINEA-CONCEPTO.
001171     WRITE REG-CERTIF FROM WS-LIN-CONCEPTO.
001172
001173     MOVE 'IMPUESTO RETENIDO'                TO WS-LCO-CONCEPTO.
001174     MOVE WS-CLI-IMPUESTO(WS-IDX-CLI, 1)     TO WS-CAL-PESOS.
001175     MOVE WS-CLI-IMPUESTO(WS-IDX-CLI, 2)     TO WS-CAL-DOLARES.
001176     PERFORM 5400-I-LINEA-CONCEPTO THRU 5400-F-LINEA-CONCEPTO.
001177     WRITE REG-CERTIF FROM WS-LIN-CONCEPTO.
001178
001179     MOVE WS-COT-DOLAR        TO WS-CCO-COTIZ.
001180     MOVE WS-COT-FECHA        TO WS-CCO-FECHA.
001181     MOVE WS-FECHA-PROCESO    TO WS-CLE-FECHA.
001182
001183     WRITE REG-CERTIF FROM WS-LIN-BLANCO.
001184     WRITE REG-CERTIF FROM WS-CER-COTIZACION.
001185     WRITE REG-CERTIF FROM WS-LIN-BLANCO.
001186     WRITE REG-CERTIF FROM WS-CER-LEYENDA1.
001187     WRITE REG-CERTIF FROM WS-CER-LEYENDA2.
001188
001189     IF WS-CER-CODE IS NOT EQUAL '00'
001190        DISPLAY '* ERROR EN WRITE CERTIF = ' WS-CER-CODE
001191        MOVE 9999 TO RETURN-CODE
001192     END-IF.
001193
001194 5300-F-IMPRIMIR-CERTIFICADO. EXIT.
001195
001196**************************************
001197*  LINEA DE UN CONCEPTO: PESOS,      *
001198*  DOLARES, DOLARES VALUADOS Y TOTAL *
001199*  (WS-CAL-PESOS / WS-CAL-DOLARES)   *
001200**************************************
001201
001202 5400-I-LINEA-CONCEPTO.
001203
001204     COMPUTE WS-CAL-VALUADO ROUNDED =
001205             WS-CAL-DOLARES * WS-COT-DOLAR.
001206
001207     MOVE WS-CAL-PESOS        TO WS-LCO-PESOS.
001208     MOVE WS-CAL-DOLARES      TO WS-LCO-DOLARES.
001209     MOVE WS-CAL-VALUADO      TO WS-LCO-VALUADO.
001210     COMPUTE WS-LCO-TOTAL = WS-CAL-PESOS + WS-CAL-VALUADO.
001211
001212 5400-F-LINEA-CONCEPTO. EXIT.
001213
001214**************************************
001215*  REGISTRO DE HOME BANKING DEL      *
001216*  CLIENTE EN LA MONEDA WS-SUB-MON   *
001217*  (SOLO SI TUVO MOVIMIENTOS EN ELLA)*
001218**************************************
001219
001220 5500-I-GRABAR-HOMEBK.
001221
001222     IF WS-CLI-INT-CUENTA(WS-IDX-CLI, WS-SUB-MON) EQUAL ZEROS
001223        AND WS-CLI-INT-PLAZO(WS-IDX-CLI, WS-SUB-MON) EQUAL ZEROS
001224        AND WS-CLI-SOBREGIRO(WS-IDX-CLI, WS-SUB-MON) EQUAL ZEROS
001225        AND WS-CLI-COMISION(WS-IDX-CLI, WS-SUB-MON) EQUAL ZEROS
001226        AND WS-CLI-IMPUESTO(WS-IDX-CLI, WS-SUB-MON) EQUAL ZEROS
001227        GO TO 5500-F-GRABAR-HOMEBK
001228     END-IF.
001229
001230     MOVE SPACES               TO REG-CERINT.
001231     MOVE WS-PARM-EJERCICIO    TO CER-EJERCICIO.
001232     MOVE PER-TIP-DOC          TO CER-TIP-DOC.
001233     MOVE PER-NRO-DOC          TO CER-NRO-DOC.
001234     MOVE PER-CLI-NRO          TO CER-NRO-CLIENTE.
001235     MOVE PER-NOMAPE           TO CER-NOMAPE.
001236     COMPUTE CER-SUC = WS-SUB-SUC - 1.
001237
001238     MOVE WS-CLI-INT-CUENTA(WS-IDX-CLI, WS-SUB-MON)
001239                               TO CER-INT-CUENTA.
001240     MOVE WS-CLI-INT-PLAZO(WS-IDX-CLI, WS-SUB-MON)
001241                               TO CER-INT-PLAZO.
001242     MOVE WS-CLI-SOBREGIRO(WS-IDX-CLI, WS-SUB-MON)
001243                               TO CER-SOBREGIRO.
001244     MOVE WS-CLI-COMISION(WS-IDX-CLI, WS-SUB-MON)
001245                               TO CER-COMISION.
001246     MOVE WS-CLI-IMPUESTO(WS-IDX-CLI, WS-SUB-MON)
001247                               TO CER-IMPUESTO.
001248
001249     IF WS-SUB-MON EQUAL 2
001250        MOVE '02'              TO CER-MONEDA
001251        MOVE WS-COT-DOLAR      TO CER-COTIZACION
001252        COMPUTE CER-VAL-INTERES ROUNDED =
001253                (CER-INT-CUENTA + CER-INT-PLAZO) * WS-COT-DOLAR
001254        COMPUTE CER-VAL-SOBREGIRO ROUNDED =
001255                CER-SOBREGIRO * WS-COT-DOLAR
001256        COMPUTE CER-VAL-COMISION ROUNDED =
001257                CER-COMISION * WS-COT-DOLAR
001258        COMPUTE CER-VAL-IMPUESTO ROUNDED =
001259                CER-IMPUESTO * WS-COT-DOLAR
001260     ELSE
001261        MOVE '01'              TO CER-MONEDA
001262        MOVE 1                 TO CER-COTIZACION
001263        COMPUTE CER-VAL-INTERES = CER-INT-CUENTA + CER-INT-PLAZO
001264        MOVE CER-SOBREGIRO     TO CER-VAL-SOBREGIRO
001265        MOVE CER-COMISION      TO CER-VAL-COMISION
001266        MOVE CER-IMPUESTO      TO CER-VAL-IMPUESTO
001267     END-IF.
001268
001269     MOVE WS-FECHA-PROCESO     TO CER-FECHA-EMISION.
001270
001271     WRITE REG-CERINT.
001272     IF WS-HBK-CODE IS NOT EQUAL '00'
001273        DISPLAY '* ERROR EN WRITE HOMEBK = ' WS-HBK-CODE
001274        MOVE 9999 TO RETURN-CODE
001275     END-IF.
001276
001277     ADD 1 TO WS-CONT-HOMEBK.
001278
001279 5500-F-GRABAR-HOMEBK. EXIT.
001280
001281**************************************
001282*  ENCABEZADO DEL INFORME DE CONTROL *
001283**************************************
001284
001285 7000-I-ENCABEZADO.
001286
001287     ADD  1 TO WS-CONT-PAGINA.
001288     MOVE WS-PARM-EJERCICIO TO WS-TIT-EJERCICIO.
001289     MOVE WS-FECHA-PROCESO  TO WS-TIT-FECHA.
001290     MOVE WS-CONT-PAGINA    TO WS-TIT-PAGINA.
001291
001292     WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE.
001293     WRITE REG-LISTADO FROM WS-LIN-BLANCO.
001294
001295     IF WS-LIS-CODE IS NOT EQUAL '00'
001296        DISPLAY '* ERROR EN WRITE LISTADO = ' WS-LIS-CODE
001297        MOVE 9999 TO RETURN-CODE
001298     END-IF.
001299
001300     MOVE 3 TO WS-LINEA.
001301
001302 7000-F-ENCABEZADO. EXIT.
001303
001304**************************************
001305*  INFORME DE CONTROL: TOTALES DEL   *
001306*  EJERCICIO Y CONCILIACION CON EL   *
001307*  EXTRACTO FISCAL DE PGMFIS46       *
001308**************************************
001309
001310 8000-I-CONTROL.
001311
001312     IF WS-LIS-CODE IS NOT EQUAL '00'
001313        OR (RETURN-CODE NOT EQUAL ZEROS
001314            AND RETURN-CODE NOT EQUAL 0016)
001315        GO TO 8000-F-CONTROL
001316     END-IF.
001317
001318     PERFORM 7000-I-ENCABEZADO THRU 7000-F-ENCABEZADO.
001319
001320     PERFORM 8100-I-TOTALES-CONCEPTO THRU 8100-F-TOTALES-CONCEPTO.
001321
001322     PERFORM 8200-I-CANTIDADES THRU 8200-F-CANTIDADES.
001323
001324     PERFORM 8300-I-CONCILIACION THRU 8300-F-CONCILIACION.
001325
001326     IF WS-LIS-CODE IS NOT EQUAL '00'
001327        DISPLAY '* ERROR EN WRITE LISTADO = ' WS-LIS-CODE
001328        MOVE 9999 TO RETURN-CODE
001329     END-IF.
001330
001331 8000-F-CONTROL. EXIT.
001332
001333 8100-I-TOTALES-CONCEPTO.
001334
001335     MOVE 'TOTALES DEL EJERCICIO POR CONCEPTO' TO WS-SEC-TEXTO.
001336     WRITE REG-LISTADO FROM WS-LIN-SECCION.
001337     WRITE REG-LISTADO FROM WS-LIN-BLANCO.
001338     WRITE REG-LISTADO FROM WS-COL-CONCEPTO.
001339
001340     MOVE 'INTERESES ACREDITADOS EN CUENTA'  TO WS-LCO-CONCEPTO.
001341     MOVE WS-TOT-INT-CUENTA(1)               TO WS-CAL-PESOS.
001342     MOVE WS-TOT-INT-CUENTA(2)               TO WS-CAL-DOLARES.
001343     PERFORM 5400-I-LINEA-CONCEPTO THRU 5400-F-LINEA-CONCEPTO.
001344     WRITE REG-LISTADO FROM WS-LIN-CONCEPTO.
001345
001346     MOVE 'INTERESES DE PLAZOS FIJOS'        TO WS-LCO-CONCEPTO.
001347     MOVE WS-TOT-INT-PLAZO(1)                TO WS-CAL-PESOS.
001348     MOVE WS-TOT-INT-PLAZO(2)                TO WS-CAL-DOLARES.
001349     PERFORM 5400-I-LINEA-CONCEPTO THRU 5400-F-LINEA-CONCEPTO.
001350     WRITE REG-LISTADO FROM WS-LIN-CONCEPTO.
001351
001352     MOVE 'INTERESES POR SOBREGIRO PAGADOS'  TO WS-LCO-CONCEPTO.
001353     MOVE WS-TOT-SOBREGIRO(1)                TO WS-CAL-PESOS.
001354     MOVE WS-TOT-SOBREGIRO(2)                TO WS-CAL-DOLARES.
001355     PERFORM 5400-I-LINEA-CONCEPTO THRU 5400-F-LINEA-CONCEPTO.
001356     WRITE REG-LISTADO FROM WS-LIN-CONCEPTO.
001357
001358     MOVE 'COMISIONES COBRADAS'              TO WS-LCO-CONCEPTO.
001359     MOVE WS-TOT-COMISION(1)                 TO WS-CAL-PESOS.
001360     MOVE WS-TOT-COMISION(2)                 TO WS-CAL-DOLARES.
001361     PERFORM 5400-I-LINEA-CONCEPTO THRU 5400-F-LINEA-CONCEPTO.
001362     WRITE REG-LISTADO FROM WS-LIN-CONCEPTO.
001363
001364     MOVE 'IMPUESTO RETENIDO'                TO WS-LCO-CONCEPTO.
001365     MOVE WS-TOT-IMPUESTO(1)                 TO WS-CAL-PESOS.
001366     MOVE WS-TOT-IMPUESTO(2)                 TO WS-CAL-DOLARES.
001367     PERFORM 5400-I-LINEA-CONCEPTO THRU 5400-F-LINEA-CONCEPTO.
001368     WRITE REG-LISTADO FROM WS-LIN-CONCEPTO.
001369
001370     MOVE WS-COT-DOLAR        TO WS-CCO-COTIZ.
001371     MOVE WS-COT-FECHA        TO WS-CCO-FECHA.
001372     WRITE REG-LISTADO FROM WS-LIN-BLANCO.
001373     WRITE REG-LISTADO FROM WS-CER-COTIZACION.
001374     WRITE REG-LISTADO FROM WS-LIN-BLANCO.
001375
001376     ADD 12 TO WS-LINEA.
001377
001378 8100-F-TOTALES-CONCEPTO. EXIT.
001379
001380 8200-I-CANTIDADES.
001381
001382     MOVE 'CANTIDADES' TO WS-SEC-TEXTO.
001383     WRITE REG-LISTADO FROM WS-LIN-SECCION.
001384     WRITE REG-LISTADO FROM WS-LIN-BLANCO.
001385
001386     MOVE 'MOVIMIENTOS LEIDOS DE LA HISTORIA' TO WS-TOT-CONCEPTO.
001387     MOVE WS-CONT-MOVS                          TO WS-TOT-CANT.
001388     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
001389
001390     MOVE 'MOVIMIENTOS CERTIFICADOS (70/71/72/75)'
001391                                        TO WS-TOT-CONCEPTO.
001392     MOVE WS-CONT-CONCEPTOS                     TO WS-TOT-CANT.
001393     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
001394
001395     MOVE 'PLAZOS FIJOS PAGADOS EN EL EJERCICIO'
001396                                        TO WS-TOT-CONCEPTO.
001397     MOVE WS-CONT-PLAZOS                        TO WS-TOT-CANT.
001398     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
001399
001400     MOVE 'CERTIFICADOS EMITIDOS' TO WS-TOT-CONCEPTO.
001401     MOVE WS-CONT-CERTIFICADOS                  TO WS-TOT-CANT.
001402     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
001403
001404     MOVE 'CLIENTES SIN PERSONA (SIN CERTIFICADO)'
001405                                        TO WS-TOT-CONCEPTO.
001406     MOVE WS-CONT-SIN-PERSONA                   TO WS-TOT-CANT.
001407     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
001408
001409     MOVE 'REGISTROS PARA HOME BANKING' TO WS-TOT-CONCEPTO.
001410     MOVE WS-CONT-HOMEBK                        TO WS-TOT-CANT.
001411     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
001412
001413     WRITE REG-LISTADO FROM WS-LIN-BLANCO.
001414
001415     ADD 10 TO WS-LINEA.
001416
001417 8200-F-CANTIDADES. EXIT.
001418
001419**************************************
001420*  CONCILIACION DEL IMPUESTO (75)    *
001421*  SIN VALUAR CONTRA EL EXTRACTO     *
001422*  FISCAL, EN TOTAL Y POR CLIENTE    *
001423**************************************
001424
001425 8300-I-CONCILIACION.
001426
001427     MOVE 'CONCILIACION CON EL EXTRACTO FISCAL (PGMFIS46)'
001428                                                TO WS-SEC-TEXTO.
001429     WRITE REG-LISTADO FROM WS-LIN-SECCION.
001430     WRITE REG-LISTADO FROM WS-LIN-BLANCO.
001431
001432     MOVE SPACES TO WS-IMP-OBS.
001433
001434     MOVE 'IMPUESTO RETENIDO SEGUN HISTORIA (75)'
001435                                        TO WS-IMP-CONCEPTO.
001436     MOVE WS-TOT-RET-HIS                        TO WS-IMP-IMPORTE.
001437     WRITE REG-LISTADO FROM WS-LIN-IMPORTE.
001438
001439     MOVE '  DE CLIENTES SIN CERTIFICADO' TO WS-IMP-CONCEPTO.
001440     MOVE WS-TOT-RET-SIN-CERT                   TO WS-IMP-IMPORTE.
001441     WRITE REG-LISTADO FROM WS-LIN-IMPORTE.
001442
001443     IF WS-SIN-FISCAL
001444        MOVE '* SIN EXTRACTO FISCAL (DDFIS): NO SE CONCILIA'
001445                                                TO WS-SEC-TEXTO
001446        WRITE REG-LISTADO FROM WS-LIN-SECCION
001447        GO TO 8300-F-CONCILIACION
001448     END-IF.
001449
001450     IF WS-FIS-OTRO-PERIODO
001451        MOVE '* EL EXTRACTO FISCAL NO ES DEL EJERCICIO COMPLETO'
001452                                                TO WS-SEC-TEXTO
001453        WRITE REG-LISTADO FROM WS-LIN-SECCION
001454     END-IF.
001455
001456     MOVE 'TOTAL DEL EXTRACTO FISCAL (TR)' TO WS-IMP-CONCEPTO.
001457     MOVE WS-TOT-FIS-COLA                       TO WS-IMP-IMPORTE.
001458     WRITE REG-LISTADO FROM WS-LIN-IMPORTE.
001459
001460     MOVE 'SUMA DE CLIENTES DEL EXTRACTO (01)' TO WS-IMP-CONCEPTO.
001461     MOVE WS-TOT-FIS-CLIENTES                   TO WS-IMP-IMPORTE.
001462     WRITE REG-LISTADO FROM WS-LIN-IMPORTE.
001463
001464     COMPUTE WS-DIFERENCIA = WS-TOT-RET-HIS - WS-TOT-FIS-COLA.
001465
001466     MOVE 'DIFERENCIA HISTORIA - EXTRACTO' TO WS-IMP-CONCEPTO.
001467     MOVE WS-DIFERENCIA                         TO WS-IMP-IMPORTE.
001468     IF WS-DIFERENCIA EQUAL ZEROS
001469        MOVE 'CONCILIADO'                       TO WS-IMP-OBS
001470     ELSE
001471        MOVE '*** NO CONCILIA ***'              TO WS-IMP-OBS
001472        MOVE 0016 TO RETURN-CODE
001473     END-IF.
001474     WRITE REG-LISTADO FROM WS-LIN-IMPORTE.
001475     MOVE SPACES TO WS-IMP-OBS.
001476
001477     WRITE REG-LISTADO FROM WS-LIN-BLANCO.
001478     ADD 11 TO WS-LINEA.
001479
001480     SET WS-IDX-CLI TO 1.
001481     PERFORM 8350-I-DIFERENCIA-CLIENTE
001482        THRU 8350-F-DIFERENCIA-CLIENTE
001483        UNTIL WS-IDX-CLI > WS-CONT-CLI.
001484
001485     WRITE REG-LISTADO FROM WS-LIN-BLANCO.
001486
001487     MOVE 'CLIENTES DEL EXTRACTO FISCAL' TO WS-TOT-CONCEPTO.
001488     MOVE WS-CONT-FIS-CLI                       TO WS-TOT-CANT.
001489     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
001490
001491     MOVE 'CLIENTES CON DIFERENCIA' TO WS-TOT-CONCEPTO.
001492     MOVE WS-CONT-DIFERENCIAS                   TO WS-TOT-CANT.
001493     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
001494
001495 8300-F-CONCILIACION. EXIT.
001496
001497 8350-I-DIFERENCIA-CLIENTE.
001498
001499     IF WS-CLI-RET-HIS(WS-IDX-CLI)
001500        EQUAL WS-CLI-RET-FIS(WS-IDX-CLI)
001501        GO TO 8350-A-SIGUIENTE
001502     END-IF.
001503
001504     IF WS-CONT-DIFERENCIAS EQUAL ZEROS OR WS-LINEA GREATER 55
001505        IF WS-LINEA GREATER 55
001506           PERFORM 7000-I-ENCABEZADO THRU 7000-F-ENCABEZADO
001507        END-IF
001508        WRITE REG-LISTADO FROM WS-COL-DIFERENCIA
001509        ADD 1 TO WS-LINEA
001510     END-IF.
001511
001512     ADD 1 TO WS-CONT-DIFERENCIAS.
001513
001514     MOVE WS-CLI-CLAVE(WS-IDX-CLI)(1:2)  TO WS-DIF-TIPDOC.
001515     MOVE WS-CLI-CLAVE(WS-IDX-CLI)(3:11) TO WS-DIF-NRODOC.
001516     MOVE WS-CLI-RET-HIS(WS-IDX-CLI)     TO WS-DIF-HISTORIA.
001517     MOVE WS-CLI-RET-FIS(WS-IDX-CLI)     TO WS-DIF-FISCAL.
001518     COMPUTE WS-DIF-IMPORTE = WS-CLI-RET-HIS(WS-IDX-CLI)
001519                            - WS-CLI-RET-FIS(WS-IDX-CLI).
001520
001521     WRITE REG-LISTADO FROM WS-LIN-DIFERENCIA.
001522     ADD 1 TO WS-LINEA.
001523
001524 8350-A-SIGUIENTE.
001525
001526     SET WS-IDX-CLI UP BY 1.
001527
001528 8350-F-DIFERENCIA-CLIENTE. EXIT.
001529
001530**************************************
001531*                                    *
001532*  CUERPO FINAL CIERRE DE FILES      *
001533*                                    *
001534**************************************
001535 9999-I-FINAL.
001536
001537     CLOSE PERSONA
001538        IF WS-PER-CODE IS NOT EQUAL '00'
001539          DISPLAY '* ERROR EN CLOSE PERSONA  = ' WS-PER-CODE
001540          MOVE 9999 TO RETURN-CODE
001541       END-IF.
001542
001543     CLOSE PLAZOS
001544        IF WS-PFJ-CODE IS NOT EQUAL '00'
001545          DISPLAY '* ERROR EN CLOSE PLAZOS   = ' WS-PFJ-CODE
001546          MOVE 9999 TO RETURN-CODE
001547       END-IF.
001548
001549     CLOSE CERTIF
001550        IF WS-CER-CODE IS NOT EQUAL '00'
001551          DISPLAY '* ERROR EN CLOSE CERTIF   = ' WS-CER-CODE
001552          MOVE 9999 TO RETURN-CODE
001553       END-IF.
001554
001555     CLOSE HOMEBK
001556        IF WS-HBK-CODE IS NOT EQUAL '00'
001557          DISPLAY '* ERROR EN CLOSE HOMEBK   = ' WS-HBK-CODE
001558          MOVE 9999 TO RETURN-CODE
001559       END-IF.
001560
001561     CLOSE LISTADO
001562        IF WS-LIS-CODE IS NOT EQUAL '00'
001563          DISPLAY '* ERROR EN CLOSE LISTADO  = ' WS-LIS-CODE
001564          MOVE 9999 TO RETURN-CODE
001565       END-IF.
001566
001567**********************************
001568*   MOSTRAR TOTALES DE CONTROL   *
001569**********************************
001570
001571     DISPLAY 'EJERCICIO: '                WS-PARM-EJERCICIO.
001572     DISPLAY 'MOVIMIENTOS LEIDOS: '       WS-CONT-MOVS.
001573     DISPLAY 'MOVIMIENTOS CERTIFICADOS: ' WS-CONT-CONCEPTOS.
001574     DISPLAY 'PLAZOS FIJOS PAGADOS: '     WS-CONT-PLAZOS.
001575     DISPLAY 'CERTIFICADOS EMITIDOS: '    WS-CONT-CERTIFICADOS.
001576     DISPLAY 'CLIENTES SIN PERSONA: '     WS-CONT-SIN-PERSONA.
001577     DISPLAY 'REGISTROS HOME BANKING: '   WS-CONT-HOMEBK.
001578     DISPLAY 'CLIENTES CON DIFERENCIA: '  WS-CONT-DIFERENCIAS.
001579
001580 9999-F-FINAL. EXIT.
