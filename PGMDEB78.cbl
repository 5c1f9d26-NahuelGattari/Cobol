000001 IDENTIFICATION DIVISION.
000002*                                                        *
000003 PROGRAM-ID. PGMDEB78.
000004**********************************************************
000005*                                                        *
000006*  PROGRAMA PARA SQL EMBEBIDO                            *
000007*  DEBITO AUTOMATICO: COBRO NOCTURNO DE LA FACTURACION   *
000008*  DE LAS EMPRESAS Y REVERSIONES PEDIDAS POR LOS         *
000009*  CLIENTES                                              *
000010*                                                        *
000011*  LEE LOS LOTES DE FACTURACION DEL DIA (DDFAC,          *
000012*  CPFACDEB: CABECERA, DETALLES Y TRAILER POR EMPRESA).  *
000013*  UNA PRIMERA PASADA CUADRA CADA LOTE CONTRA SU         *
000014*  TRAILER; UN LOTE DESCUADRADO SE RECHAZA ENTERO (009)  *
000015*  SIN AFECTAR A LOS DEMAS. LA EMPRESA DEBE ESTAR        *
000016*  HABILITADA EN EMPDEB19 CON SU CUENTA RECAUDADORA      *
000017*  EXISTENTE (SI NO, 008 PARA TODO EL LOTE)              *
000018*                                                        *
000019*  CADA FACTURA SE COBRA SI EL CLIENTE TIENE LA          *
000020*  ADHESION ACTIVA (ADHDEB19), EL IMPORTE NO SUPERA SU   *
000021*  TOPE Y LA FACTURA NO FUE DEBITADA ANTES (DEBAUT19).   *
000022*  EL DEBITO SIGUE LAS MISMAS REGLAS QUE LA T227: CUENTA *
000023*  DORMIDA EN INACTI19 BLOQUEADA Y SALDO SUFICIENTE CON  *
000024*  EL ACUERDO DE SOBREGIRO VIGENTE. SE GRABA EN MOVCTA19 *
000025*  COMO TIPO 'DA' EN LA CUENTA DEL CLIENTE (PGMMOV34 LA  *
000026*  PASA COMO 87) Y 'CR' EN LA CUENTA DE LA EMPRESA       *
000027*                                                        *
000028*  DESPUES SE APLICAN LAS REVERSIONES SOLICITADAS POR    *
000029*  T277 (DEBAUT19 CON ESTADO S): CREDITO AL CLIENTE      *
000030*  'RA' (88) Y DEBITO 'DB' A LA EMPRESA, SIN CONTROL DE  *
000031*  SALDO PORQUE LA DEVOLUCION AL CLIENTE ES OBLIGATORIA  *
000032*                                                        *
000033*  EL RESULTADO POR FACTURA SALE EN DDRES (CPRESDEB)     *
000034*  POR EMPRESA. EL INFORME DETALLA LOS RECHAZOS, LOS     *
000035*  TOTALES DE CADA LOTE, LAS REVERSIONES Y LOS TOTALES   *
000036*  GENERALES                                             *
000037*                                                        *
000038**********************************************************
000039*      MANTENIMIENTO DE PROGRAMA                         *
000040**********************************************************
000041*  FECHA      *       DETALLE        *
000042**************************************
000043* 15/10/2026  * DEBITO AUTOMATICO    *
000044*             * DE EMPRESAS Y        *
000045*             * REVERSIONES          *
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
000056       SELECT FACTURAS ASSIGN DDFAC
000057              FILE STATUS IS WS-FAC-CODE.
000058
000059       SELECT EMPRESAS ASSIGN DDEMP
000060       ORGANIZATION   IS INDEXED
000061       ACCESS IS RANDOM
000062       RECORD KEY IS EMP-CODIGO
000063       FILE STATUS IS WS-EMP-CODE.
000064
000065       SELECT ADHESION ASSIGN DDADH
000066       ORGANIZATION   IS INDEXED
000067       ACCESS IS RANDOM
000068       RECORD KEY IS ADH-CLAVE
000069       FILE STATUS IS WS-ADH-CODE.
000070
000071       SELECT DEBITOS  ASSIGN DDDBA
000072       ORGANIZATION   IS INDEXED
000073       ACCESS IS DYNAMIC
000074       RECORD KEY IS DBA-CLAVE
000075       FILE STATUS IS WS-DBA-CODE.
000076
000077       SELECT INACTIVA ASSIGN DDINA
000078       ORGANIZATION   IS INDEXED
000079       ACCESS IS RANDOM
000080       RECORD KEY IS INA-CLAVE
000081       FILE STATUS IS WS-INA-CODE.
000082
000083       SELECT ACUERDOS ASSIGN DDACU
000084              FILE STATUS IS WS-ACU-CODE.
000085
000086       SELECT MOVCTA   ASSIGN DDMOV
000087              FILE STATUS IS WS-MOV-CODE.
000088
000089       SELECT RESULTADO ASSIGN DDRES
000090              FILE STATUS IS WS-RES-CODE.
000091
000092       SELECT LISTADO  ASSIGN DDLIS
000093              FILE STATUS IS WS-LIS-CODE.
000094
000095       SELECT RUNCTL   ASSIGN DDRUN
000096              FILE STATUS IS WS-RUN-CODE.
000097
000098 DATA DIVISION.
000099 FILE SECTION.
000100 FD FACTURAS
000101      BLOCK CONTAINS 0 RECORDS
000102      RECORDING MODE IS F.
000103
000104     COPY CPFACDEB.
000105
000106 FD EMPRESAS.
000107
000108     COPY CPEMPDEB.
000109
000110 FD ADHESION.
000111
000112     COPY CPADHDEB.
000113
000114 FD DEBITOS.
000115
000116     COPY CPDEBAUT.
000117
000118 FD INACTIVA.
000119
000120     COPY CPINACTI.
000121
000122 01  REG-INACTIVA-CLAVE REDEFINES REG-INACTIVA.
000123     03  INA-CLAVE           PIC X(17).
000124     03  FILLER              PIC X(33).
000125
000126 FD ACUERDOS
000127      BLOCK CONTAINS 0 RECORDS
000128      RECORDING MODE IS F.
000129
000130     COPY CPACUERD.
000131
000132 FD MOVCTA
000133      BLOCK CONTAINS 0 RECORDS
000134      RECORDING MODE IS F.
000135
000136     COPY CPMOVCTA.
000137
000138 FD RESULTADO
000139      BLOCK CONTAINS 0 RECORDS
000140      RECORDING MODE IS F.
000141
000142     COPY CPRESDEB.
000143
000144 FD LISTADO
000145      BLOCK CONTAINS 0 RECORDS
000146      RECORDING MODE IS F.
000147
000148 01 REG-LISTADO     PIC X(132).
000149
000150 FD RUNCTL
000151      BLOCK CONTAINS 0 RECORDS
000152      RECORDING MODE IS F.
000153
000154     COPY CPRUNCTL.
000155
000156**************************************
000157 WORKING-STORAGE SECTION.
000158**************************************
000159 77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000160 77  WS-FAC-CODE      PIC XX    VALUE SPACES.
000161 77  WS-EMP-CODE      PIC XX    VALUE SPACES.
000162 77  WS-ADH-CODE      PIC XX    VALUE SPACES.
000163 77  WS-DBA-CODE      PIC XX    VALUE SPACES.
000164 77  WS-INA-CODE      PIC XX    VALUE SPACES.
000165 77  WS-ACU-CODE      PIC XX    VALUE SPACES.
000166 77  WS-MOV-CODE      PIC XX    VALUE SPACES.
000167 77  WS-RES-CODE      PIC XX    VALUE SPACES.
000168 77  WS-LIS-CODE      PIC XX    VALUE SPACES.
000169 77  WS-RUN-CODE      PIC XX    VALUE SPACES.
000170 77  FS-SQLCODE       PIC -999  VALUE ZEROS.
000171
000172**************************************
000173*   CUADRE DE LOS LOTES (PRIMERA     *
000174*   PASADA): A = ABIERTO, C =        *
000175*   CUADRADO, D = DESCUADRADO        *
000176**************************************
000177
000178 77  WS-CONT-LOT      PIC 9(03)     VALUE ZEROS.
000179 77  WS-NRO-LOTE      PIC 9(03)     VALUE ZEROS.
000180 77  WS-CONT-DESCONOCIDOS PIC 9(08) VALUE ZEROS.
000181
000182 01  WS-TABLA-LOTES.
000183     05  WS-LOT-ENTRADA OCCURS 200 TIMES.
000184         10  WS-LOT-EMPRESA  PIC X(05).
000185         10  WS-LOT-CANT     PIC 9(08).
000186         10  WS-LOT-IMPORTE  PIC S9(11)V99 COMP-3.
000187         10  WS-LOT-ESTADO   PIC X(01).
000188
000189**************************************
000190*   TOTALES DEL LOTE EN CURSO Y      *
000191*   TOTALES GENERALES                *
000192**************************************
000193
000194 01  WS-TOTALES-LOTE.
000195     03  WS-LTE-REC-CANT      PIC 9(08)     VALUE ZEROS.
000196     03  WS-LTE-REC-IMPORTE   PIC S9(11)V99 COMP-3 VALUE ZEROS.
000197     03  WS-LTE-PAG-CANT      PIC 9(08)     VALUE ZEROS.
000198     03  WS-LTE-PAG-IMPORTE   PIC S9(11)V99 COMP-3 VALUE ZEROS.
000199     03  WS-LTE-RCH-CANT      PIC 9(08)     VALUE ZEROS.
000200     03  WS-LTE-RCH-IMPORTE   PIC S9(11)V99 COMP-3 VALUE ZEROS.
000201
000202 01  WS-TOTALES-GENERALES.
000203     03  WS-TOT-LOTES         PIC 9(08)     VALUE ZEROS.
000204     03  WS-TOT-REC-CANT      PIC 9(08)     VALUE ZEROS.
000205     03  WS-TOT-REC-IMPORTE   PIC S9(11)V99 COMP-3 VALUE ZEROS.
000206     03  WS-TOT-PAG-CANT      PIC 9(08)     VALUE ZEROS.
000207     03  WS-TOT-PAG-IMPORTE   PIC S9(11)V99 COMP-3 VALUE ZEROS.
000208     03  WS-TOT-RCH-CANT      PIC 9(08)     VALUE ZEROS.
000209     03  WS-TOT-RCH-IMPORTE   PIC S9(11)V99 COMP-3 VALUE ZEROS.
000210     03  WS-TOT-REV-CANT      PIC 9(08)     VALUE ZEROS.
000211     03  WS-TOT-REV-IMPORTE   PIC S9(11)V99 COMP-3 VALUE ZEROS.
000212
000213 01  WS-TOTALES-REVERSION.
000214     03  WS-REV-EMP-CANT      PIC 9(08)     VALUE ZEROS.
000215     03  WS-REV-EMP-IMPORTE   PIC S9(11)V99 COMP-3 VALUE ZEROS.
000216
000217********************
000218*      FLAGS       *
000219********************
000220
000221 01  WS-STATUS-FIN    PIC X.
000222     88  WS-FIN-LECTURA         VALUE 'Y'.
000223     88  WS-NO-FIN-LECTURA      VALUE 'N'.
000224
000225 01  WS-STA-ACU       PIC X     VALUE 'N'.
000226     88  WS-FIN-ACU             VALUE 'Y'.
000227     88  WS-NO-FIN-ACU          VALUE 'N'.
000228
000229 01  WS-STA-DBA       PIC X     VALUE 'N'.
000230     88  WS-FIN-DBA             VALUE 'Y'.
000231     88  WS-NO-FIN-DBA          VALUE 'N'.
000232
000233 01  WS-SW-ACUERDO    PIC X     VALUE 'N'.
000234     88  WS-ENCONTRO-ACU        VALUE 'Y'.
000235     88  WS-NO-ENCONTRO-ACU     VALUE 'N'.
000236
000237 01  WS-SW-OPERACION  PIC X     VALUE 'S'.
000238     88  WS-OPERACION-APLICADA  VALUE 'S'.
000239     88  WS-OPERACION-RECHAZADA VALUE 'N'.
000240
000241 01  WS-SW-FAC        PIC X     VALUE 'N'.
000242     88  WS-FAC-ABIERTA         VALUE 'S'.
000243     88  WS-FAC-CERRADA         VALUE 'N'.
000244
000245 01  WS-SW-LOTE       PIC X     VALUE 'N'.
000246     88  WS-LOTE-ACEPTADO       VALUE 'S'.
000247     88  WS-LOTE-RECHAZADO      VALUE 'N'.
000248
000249 01  WS-SW-EN-LOTE    PIC X     VALUE 'N'.
000250     88  WS-DENTRO-DE-LOTE      VALUE 'S'.
000251     88  WS-FUERA-DE-LOTE       VALUE 'N'.
000252
000253 01  WS-SW-BLOQUE-REV PIC X     VALUE 'N'.
000254     88  WS-BLOQUE-REV-ABIERTO  VALUE 'S'.
000255     88  WS-BLOQUE-REV-CERRADO  VALUE 'N'.
000256
000257**************************************
000258*   ACUERDOS VIGENTES POR CUENTA     *
000259**************************************
000260
000261 77  WS-CONT-ACU      PIC 9(03)     VALUE ZEROS.
000262 77  WS-BUSCA-ACU     PIC X(17)     VALUE SPACES.
000263
000264 01  WS-TABLA-ACUERDOS.
000265     05  WS-ACU-ENTRADA OCCURS 200 TIMES
000266             INDEXED BY WS-IDX-ACU.
000267         10  WS-ACU-CLAVE    PIC X(17).
000268         10  WS-ACU-LIMITE   PIC S9(09)V99 COMP-3.
000269
000270 01  WS-LIMITE-ACUERDO    PIC S9(09)V99 COMP-3 VALUE ZEROS.
000271 01  WS-SALDO-MINIMO      PIC S9(09)V99 COMP-3 VALUE ZEROS.
000272
000273**************************************
000274*   MOTIVO DEL RECHAZO Y DEL LOTE    *
000275**************************************
000276
000277 77  WS-MOTIVO        PIC X(30)    VALUE SPACES.
000278 77  WS-CODIGO        PIC X(03)    VALUE SPACES.
000279 77  WS-MOT-LOTE      PIC X(30)    VALUE SPACES.
000280 77  WS-COD-LOTE      PIC X(03)    VALUE SPACES.
000281
000282**************************************
000283*   FECHA DE PROCESO Y SU FORMATO    *
000284*   CON GUIONES (COMO GRABA T227)    *
000285**************************************
000286
000287 01  WS-FECHA-PROCESO     PIC 9(08)    VALUE ZEROS.
000288 01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
000289     03  WS-PRO-AAAA      PIC X(04).
000290     03  WS-PRO-MM        PIC X(02).
000291     03  WS-PRO-DD        PIC X(02).
000292
000293 01  WS-FECHA-GUION.
000294     03  WS-GUI-DD        PIC X(02)    VALUE SPACES.
000295     03  FILLER           PIC X(01)    VALUE '-'.
000296     03  WS-GUI-MM        PIC X(02)    VALUE SPACES.
000297     03  FILLER           PIC X(01)    VALUE '-'.
000298     03  WS-GUI-AAAA      PIC X(04)    VALUE SPACES.
000299
000300**************************************
000301*   EMPRESA DEL LOTE EN CURSO Y      *
000302*   CUENTAS DEL MOVIMIENTO           *
000303**************************************
000304
000305 01  WS-CAB-EMPRESA       PIC X(05)    VALUE SPACES.
000306 01  WS-CAB-NOMBRE        PIC X(30)    VALUE SPACES.
000307 01  WS-CAB-LOTE          PIC 9(06)    VALUE ZEROS.
000308 01  WS-EMP-TIPO-CUENTA   PIC X(02)    VALUE SPACES.
000309 01  WS-EMP-NRO-CUENTA    PIC X(15)    VALUE SPACES.
000310 01  WS-EMP-NRO-CLIENTE   PIC 9(05)    VALUE ZEROS.
000311
000312 01  WS-CLI-TIPO-CUENTA   PIC X(02)    VALUE SPACES.
000313 01  WS-CLI-NRO-CUENTA    PIC X(15)    VALUE SPACES.
000314 01  WS-CLI-NRO-CLIENTE   PIC 9(05)    VALUE ZEROS.
000315 01  WS-IMPORTE           PIC S9(09)V99 COMP-3 VALUE ZEROS.
000316
000317 01  WS-CONTRAPARTE.
000318     03  WS-CTP-EMPRESA   PIC X(05)    VALUE SPACES.
000319     03  WS-CTP-FACTURA   PIC X(10)    VALUE SPACES.
000320
000321***********************************
000322*       TITULOS Y DETALLE         *
000323***********************************
000324
000325 01  WS-TITULO.
000326     03  FILLER              PIC X(20)    VALUE  SPACES.
000327     03  FILLER              PIC X(34)    VALUE
000328      'DEBITO AUTOMATICO DE EMPRESAS     '.
000329     03  FILLER              PIC X(07)    VALUE 'FECHA: '.
000330     03  WS-TIT-FECHA        PIC 9(08)    VALUE ZEROS.
000331     03  FILLER              PIC X(63)    VALUE SPACES.
000332
000333 01  WS-SUBTITULO.
000334     03  FILLER              PIC X(02)    VALUE SPACES.
000335     03  FILLER              PIC X(09)    VALUE 'EMPRESA: '.
000336     03  WS-SUB-EMPRESA      PIC X(05)    VALUE SPACES.
000337     03  FILLER              PIC X(01)    VALUE SPACES.
000338     03  WS-SUB-NOMBRE       PIC X(30)    VALUE SPACES.
000339     03  FILLER              PIC X(08)    VALUE '  LOTE: '.
000340     03  WS-SUB-LOTE         PIC 9(06)    VALUE ZEROS.
000341     03  FILLER              PIC X(02)    VALUE SPACES.
000342     03  WS-SUB-TEXTO        PIC X(30)    VALUE SPACES.
000343     03  FILLER              PIC X(39)    VALUE SPACES.
000344
000345 01  WS-LIN-DETALLE.
000346     03  FILLER    PIC X(02)    VALUE SPACES.
000347     03  WS-DET-CUENTA   PIC X(17)    VALUE SPACES.
000348     03  FILLER    PIC X(02)    VALUE SPACES.
000349     03  WS-DET-REFERENCIA PIC X(20)  VALUE SPACES.
000350     03  FILLER    PIC X(02)    VALUE SPACES.
000351     03  WS-DET-FACTURA  PIC X(10)    VALUE SPACES.
000352     03  FILLER    PIC X(02)    VALUE SPACES.
000353     03  WS-DET-IMPORTE  PIC -ZZZ.ZZZ.999,99 VALUE ZEROS.
000354     03  FILLER    PIC X(02)    VALUE SPACES.
000355     03  WS-DET-CODIGO   PIC X(03)    VALUE SPACES.
000356     03  FILLER    PIC X(01)    VALUE SPACES.
000357     03  WS-DET-RESULT   PIC X(30)    VALUE SPACES.
000358     03  FILLER    PIC X(26)    VALUE SPACES.
000359
000360 01  WS-LIN-TOTAL-TIT.
000361     03  FILLER    PIC X(02)    VALUE SPACES.
000362     03  FILLER    PIC X(40)    VALUE SPACES.
000363     03  FILLER    PIC X(10)    VALUE '  CANTIDAD'.
000364     03  FILLER    PIC X(20)    VALUE
000365      '             IMPORTE'.
000366     03  FILLER    PIC X(60)    VALUE SPACES.
000367
000368 01  WS-LIN-TOTAL.
000369     03  FILLER    PIC X(02)    VALUE SPACES.
000370     03  WS-TOT-TEXTO    PIC X(40)    VALUE SPACES.
000371     03  WS-TOT-CANT     PIC -ZZZZZZZ9 VALUE ZEROS.
000372     03  FILLER    PIC X(01)    VALUE SPACES.
000373     03  WS-TOT-IMPORTE  PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
000374     03  FILLER    PIC X(62)    VALUE SPACES.
000375
000376 01  WS-LIN-AVISO.
000377     03  FILLER    PIC X(02)    VALUE SPACES.
000378     03  WS-AVI-TEXTO    PIC X(70)    VALUE SPACES.
000379     03  FILLER    PIC X(60)    VALUE SPACES.
000380
000381 01  WS-LIN-BLANCO    PIC X(132)   VALUE SPACES.
000382
000383 77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
000384
000385**************************************
000386*     AREA DE COMUNICACION DB2       *
000387**************************************
000388
000389      EXEC SQL
000390        INCLUDE SQLCA
000391      END-EXEC.
000392
000393      EXEC SQL
000394        INCLUDE TBCUE
000395      END-EXEC.
000396
000397***************************************************************.
000398 PROCEDURE DIVISION.
000399**************************************
000400*                                    *
000401*  CUERPO PRINCIPAL DEL PROGRAMA     *
000402*                                    *
000403**************************************
000404 MAIN-PROGRAM.
000405
000406     PERFORM 1000-I-INICIO  THRU 1000-F-INICIO.
000407
000408     PERFORM 2000-I-PROCESO THRU 2000-F-PROCESO
000409                            UNTIL WS-FIN-LECTURA.
000410
000411     IF RETURN-CODE EQUAL ZEROS
000412        PERFORM 6000-I-REVERSIONES THRU 6000-F-REVERSIONES
000413     END-IF.
000414
000415     PERFORM 8000-I-TOTALES THRU 8000-F-TOTALES.
000416
000417     PERFORM 9999-I-FINAL   THRU 9999-F-FINAL.
000418
000419 F-MAIN-PROGRAM. GOBACK.
000420
000421**************************************
000422*                                    *
000423*  CUERPO INICIO APERTURA ARCHIVOS   *
000424*                                    *
000425**************************************
000426 1000-I-INICIO.
000427
000428     SET WS-NO-FIN-LECTURA TO TRUE.
000429
000430     PERFORM 1100-I-LEER-RUNCTL THRU 1100-F-LEER-RUNCTL.
000431
000432     IF NOT WS-FIN-LECTURA
000433
000434        OPEN INPUT EMPRESAS
000435        IF WS-EMP-CODE IS NOT EQUAL '00'
000436           DISPLAY '* ERROR EN OPEN EMPRESAS = ' WS-EMP-CODE
000437           MOVE 9999 TO RETURN-CODE
000438           SET  WS-FIN-LECTURA TO TRUE
000439        END-IF
000440
000441        OPEN INPUT ADHESION
000442        IF WS-ADH-CODE IS NOT EQUAL '00'
000443           DISPLAY '* ERROR EN OPEN ADHESION = ' WS-ADH-CODE
000444           MOVE 9999 TO RETURN-CODE
000445           SET  WS-FIN-LECTURA TO TRUE
000446        END-IF
000447
000448        OPEN I-O DEBITOS
000449        IF WS-DBA-CODE IS NOT EQUAL '00'
000450           DISPLAY '* ERROR EN OPEN DEBITOS  = ' WS-DBA-CODE
000451           MOVE 9999 TO RETURN-CODE
000452           SET  WS-FIN-LECTURA TO TRUE
000453        END-IF
000454
000455        OPEN INPUT INACTIVA
000456        IF WS-INA-CODE IS NOT EQUAL '00'
000457           DISPLAY '* ERROR EN OPEN INACTIVA = ' WS-INA-CODE
000458           MOVE 9999 TO RETURN-CODE
000459           SET  WS-FIN-LECTURA TO TRUE
000460        END-IF
000461
000462        OPEN EXTEND MOVCTA
000463        IF WS-MOV-CODE IS NOT EQUAL '00'
000464           DISPLAY '* ERROR EN OPEN MOVCTA   = ' WS-MOV-CODE
000465           MOVE 9999 TO RETURN-CODE
000466           SET  WS-FIN-LECTURA TO TRUE
000467        END-IF
000468
000469        OPEN OUTPUT RESULTADO
000470        IF WS-RES-CODE IS NOT EQUAL '00'
000471           DISPLAY '* ERROR EN OPEN RESULTADO = ' WS-RES-CODE
000472           MOVE 9999 TO RETURN-CODE
000473           SET  WS-FIN-LECTURA TO TRUE
000474        END-IF
000475
000476        OPEN OUTPUT LISTADO
000477        IF WS-LIS-CODE IS NOT EQUAL '00'
000478           DISPLAY '* ERROR EN OPEN LISTADO  = ' WS-LIS-CODE
000479           MOVE 9999 TO RETURN-CODE
000480           SET  WS-FIN-LECTURA TO TRUE
000481        END-IF
000482     END-IF.
000483
000484     IF NOT WS-FIN-LECTURA
000485        MOVE WS-FECHA-PROCESO TO WS-TIT-FECHA
000486        WRITE REG-LISTADO FROM WS-TITULO
000487        WRITE REG-LISTADO FROM WS-LIN-BLANCO
000488        PERFORM 1500-I-CUADRAR-LOTES THRU 1500-F-CUADRAR-LOTES
000489     END-IF.
000490
000491     IF NOT WS-FIN-LECTURA
000492        PERFORM 1200-I-CARGAR-ACUERDOS
000493           THRU 1200-F-CARGAR-ACUERDOS
000494        OPEN INPUT FACTURAS
000495        IF WS-FAC-CODE IS NOT EQUAL '00'
000496           DISPLAY '* ERROR EN OPEN FACTURAS = ' WS-FAC-CODE
000497           MOVE 9999 TO RETURN-CODE
000498           SET  WS-FIN-LECTURA TO TRUE
000499        ELSE
000500           SET WS-FAC-ABIERTA TO TRUE
000501           PERFORM 3000-I-LEER-FACTURA THRU 3000-F-LEER-FACTURA
000502        END-IF
000503     END-IF.
000504
000505 1000-F-INICIO.   EXIT.
000506
000507**************************************
000508*  FECHA OFICIAL DE PROCESO DESDE    *
000509*  EL CONTROL DE CORRIDA             *
000510**************************************
000511
000512 1100-I-LEER-RUNCTL.
000513
000514     OPEN INPUT RUNCTL.
000515
000516     IF WS-RUN-CODE NOT EQUAL '00'
000517        DISPLAY '* ERROR EN OPEN RUNCTL   = ' WS-RUN-CODE
000518        MOVE 9999 TO RETURN-CODE
000519        SET  WS-FIN-LECTURA TO TRUE
000520        GO TO 1100-F-LEER-RUNCTL
000521     END-IF.
000522
000523     READ RUNCTL.
000524     IF WS-RUN-CODE NOT EQUAL '00'
000525        DISPLAY '* ERROR EN LECTURA RUNCTL = ' WS-RUN-CODE
000526        MOVE 9999 TO RETURN-CODE
000527        SET  WS-FIN-LECTURA TO TRUE
000528        CLOSE RUNCTL
000529        GO TO 1100-F-LEER-RUNCTL
000530     END-IF.
000531
000532     MOVE RUN-FECHA-PROCESO TO WS-FECHA-PROCESO.
000533     MOVE WS-PRO-DD   TO WS-GUI-DD.
000534     MOVE WS-PRO-MM   TO WS-GUI-MM.
000535     MOVE WS-PRO-AAAA TO WS-GUI-AAAA.
000536
000537     CLOSE RUNCTL.
000538
000539 1100-F-LEER-RUNCTL. EXIT.
000540
000541**************************************
000542*  ACUERDOS DE SOBREGIRO VIGENTES    *
000543*  POR CUENTA (ARCHIVO OPCIONAL)     *
000544**************************************
000545
000546 1200-I-CARGAR-ACUERDOS.
000547
000548     OPEN INPUT ACUERDOS.
000549
000550     IF WS-ACU-CODE NOT EQUAL '00'
000551        DISPLAY '* AVISO: SIN ARCHIVO DE ACUERDOS'
000552        GO TO 1200-F-CARGAR-ACUERDOS
000553     END-IF.
000554
000555     SET WS-NO-FIN-ACU TO TRUE.
000556     PERFORM 1250-I-LEER-ACUERDO THRU 1250-F-LEER-ACUERDO
000557        UNTIL WS-FIN-ACU.
000558
000559     CLOSE ACUERDOS.
000560
000561 1200-F-CARGAR-ACUERDOS. EXIT.
000562
000563 1250-I-LEER-ACUERDO.
000564
000565     READ ACUERDOS
000566        AT END
000567           SET WS-FIN-ACU TO TRUE
000568        NOT AT END
000569           IF ACU-ESTADO EQUAL 'A'
000570              AND ACU-VENCIMIENTO IS NUMERIC
000571              AND ACU-VENCIMIENTO NOT LESS THAN WS-FECHA-PROCESO
000572              IF WS-CONT-ACU < 200
000573                 ADD 1 TO WS-CONT-ACU
000574                 MOVE ACU-TIPO-CUENTA
000575                      TO WS-ACU-CLAVE(WS-CONT-ACU)(1:2)
000576                 MOVE ACU-NRO-CUENTA
000577                      TO WS-ACU-CLAVE(WS-CONT-ACU)(3:15)
000578                 MOVE ACU-LIMITE
000579                      TO WS-ACU-LIMITE(WS-CONT-ACU)
000580              ELSE
000581                 DISPLAY '* TABLA DE ACUERDOS LLENA = '
000582                         ACU-NRO-CUENTA
000583              END-IF
000584           END-IF
000585     END-READ.
000586
000587 1250-F-LEER-ACUERDO. EXIT.
000588
000589**************************************
000590*  PRIMERA PASADA: CUADRE DE CADA    *
000591*  LOTE CONTRA SU TRAILER. UN LOTE   *
000592*  SIN TRAILER, CON REGISTROS        *
000593*  DESCONOCIDOS O CON TOTALES        *
000594*  DISTINTOS QUEDA DESCUADRADO Y SE  *
000595*  RECHAZA ENTERO EN LA SEGUNDA      *
000596*  PASADA                            *
000597**************************************
000598
000599 1500-I-CUADRAR-LOTES.
000600
000601     OPEN INPUT FACTURAS.
000602     IF WS-FAC-CODE IS NOT EQUAL '00'
000603        DISPLAY '* ERROR EN OPEN FACTURAS = ' WS-FAC-CODE
000604        MOVE 9999 TO RETURN-CODE
000605        SET  WS-FIN-LECTURA TO TRUE
000606        GO TO 1500-F-CUADRAR-LOTES
000607     END-IF.
000608
000609     PERFORM 1550-I-SUMAR-FACTURAS THRU 1550-F-SUMAR-FACTURAS
000610        UNTIL WS-FIN-LECTURA.
000611
000612     CLOSE FACTURAS.
000613
000614     IF RETURN-CODE NOT EQUAL ZEROS
000615        GO TO 1500-F-CUADRAR-LOTES
000616     END-IF.
000617
000618*    EL ULTIMO LOTE SIN TRAILER QUEDA DESCUADRADO
000619     IF WS-CONT-LOT GREATER ZEROS
000620        IF WS-LOT-ESTADO(WS-CONT-LOT) EQUAL 'A'
000621           MOVE 'D' TO WS-LOT-ESTADO(WS-CONT-LOT)
000622        END-IF
000623     END-IF.
000624
000625     IF WS-CONT-DESCONOCIDOS NOT EQUAL ZEROS
000626        DISPLAY '* REGISTROS FUERA DE LOTE O DESCONOCIDOS = '
000627                WS-CONT-DESCONOCIDOS
000628        MOVE 'HAY REGISTROS FUERA DE LOTE O DESCONOCIDOS'
000629          TO WS-AVI-TEXTO
000630        WRITE REG-LISTADO FROM WS-LIN-AVISO
000631        WRITE REG-LISTADO FROM WS-LIN-BLANCO
000632     END-IF.
000633
000634     SET WS-NO-FIN-LECTURA TO TRUE.
000635
000636 1500-F-CUADRAR-LOTES. EXIT.
000637
000638 1550-I-SUMAR-FACTURAS.
000639
000640     READ FACTURAS.
000641
000642     EVALUATE WS-FAC-CODE
000643       WHEN '00'
000644          CONTINUE
000645       WHEN '10'
000646          SET WS-FIN-LECTURA TO TRUE
000647          GO TO 1550-F-SUMAR-FACTURAS
000648       WHEN OTHER
000649          DISPLAY '* ERROR EN LECTURA FACTURAS = ' WS-FAC-CODE
000650          MOVE 9999 TO RETURN-CODE
000651          SET WS-FIN-LECTURA TO TRUE
000652          GO TO 1550-F-SUMAR-FACTURAS
000653     END-EVALUATE.
000654
000655     IF FAC-TIPO-REG EQUAL 'HD'
000656        PERFORM 1560-I-ABRIR-LOTE THRU 1560-F-ABRIR-LOTE
000657        GO TO 1550-F-SUMAR-FACTURAS
000658     END-IF.
000659
000660     IF WS-CONT-LOT EQUAL ZEROS
000661        ADD 1 TO WS-CONT-DESCONOCIDOS
000662        GO TO 1550-F-SUMAR-FACTURAS
000663     END-IF.
000664
000665     IF WS-LOT-ESTADO(WS-CONT-LOT) NOT EQUAL 'A'
000666        ADD 1 TO WS-CONT-DESCONOCIDOS
000667        GO TO 1550-F-SUMAR-FACTURAS
000668     END-IF.
000669
000670     EVALUATE FAC-TIPO-REG
000671       WHEN 'DT'
000672          ADD 1 TO WS-LOT-CANT(WS-CONT-LOT)
000673          IF FAC-DT-IMPORTE IS NUMERIC
000674             ADD FAC-DT-IMPORTE TO WS-LOT-IMPORTE(WS-CONT-LOT)
000675          END-IF
000676       WHEN 'TR'
000677          IF FAC-TR-IMPORTE IS NUMERIC
000678             AND FAC-TR-CANTIDAD IS NUMERIC
000679             AND FAC-TR-CANTIDAD EQUAL WS-LOT-CANT(WS-CONT-LOT)
000680             AND FAC-TR-IMPORTE EQUAL WS-LOT-IMPORTE(WS-CONT-LOT)
000681             MOVE 'C' TO WS-LOT-ESTADO(WS-CONT-LOT)
000682          ELSE
000683             MOVE 'D' TO WS-LOT-ESTADO(WS-CONT-LOT)
000684          END-IF
000685       WHEN OTHER
000686          ADD 1 TO WS-CONT-DESCONOCIDOS
000687          MOVE 'D' TO WS-LOT-ESTADO(WS-CONT-LOT)
000688     END-EVALUATE.
000689
000690 1550-F-SUMAR-FACTURAS. EXIT.
000691
000692 1560-I-ABRIR-LOTE.
000693
000694*    UN LOTE QUE QUEDO ABIERTO NO TRAJO TRAILER
000695     IF WS-CONT-LOT GREATER ZEROS
000696        IF WS-LOT-ESTADO(WS-CONT-LOT) EQUAL 'A'
000697           MOVE 'D' TO WS-LOT-ESTADO(WS-CONT-LOT)
000698        END-IF
000699     END-IF.
000700
000701     IF WS-CONT-LOT NOT LESS THAN 200
000702        DISPLAY '* TABLA DE LOTES LLENA = ' FAC-HD-EMPRESA
000703        MOVE 9999 TO RETURN-CODE
000704        SET WS-FIN-LECTURA TO TRUE
000705        GO TO 1560-F-ABRIR-LOTE
000706     END-IF.
000707
000708     ADD 1 TO WS-CONT-LOT.
000709     MOVE FAC-HD-EMPRESA TO WS-LOT-EMPRESA(WS-CONT-LOT).
000710     MOVE ZEROS          TO WS-LOT-CANT(WS-CONT-LOT)
000711                            WS-LOT-IMPORTE(WS-CONT-LOT).
000712     MOVE 'A'            TO WS-LOT-ESTADO(WS-CONT-LOT).
000713
000714 1560-F-ABRIR-LOTE. EXIT.
000715
000716**************************************
000717*                                    *
000718*  CUERPO PRINCIPAL DE PROCESOS:     *
000719*  SEGUNDA PASADA, COBRO DE LAS      *
000720*  FACTURAS LOTE POR LOTE            *
000721*                                    *
000722**************************************
000723 2000-I-PROCESO.
000724
000725     EVALUATE FAC-TIPO-REG
000726       WHEN 'HD'
000727          PERFORM 2100-I-CABECERA THRU 2100-F-CABECERA
000728       WHEN 'DT'
000729          IF WS-DENTRO-DE-LOTE
000730             PERFORM 4000-I-PROCESAR-FACTURA
000731                THRU 4000-F-PROCESAR-FACTURA
000732          END-IF
000733       WHEN 'TR'
000734          IF WS-DENTRO-DE-LOTE
000735             PERFORM 2300-I-TRAILER THRU 2300-F-TRAILER
000736          END-IF
000737     END-EVALUATE.
000738
000739     PERFORM 3000-I-LEER-FACTURA THRU 3000-F-LEER-FACTURA.
000740
000741 2000-F-PROCESO. EXIT.
000742
000743**************************************
000744*  CABECERA DE LOTE: CUADRE DE LA    *
000745*  PRIMERA PASADA Y EMPRESA          *
000746*  HABILITADA CON SU CUENTA          *
000747*  RECAUDADORA                       *
000748**************************************
000749
000750 2100-I-CABECERA.
000751
000752*    UN LOTE ANTERIOR SIN TRAILER SE CIERRA EN EL INFORME
000753     IF WS-DENTRO-DE-LOTE
000754        PERFORM 2400-I-TOTALES-LOTE THRU 2400-F-TOTALES-LOTE
000755     END-IF.
000756
000757     ADD 1 TO WS-NRO-LOTE.
000758     ADD 1 TO WS-TOT-LOTES.
000759     SET WS-DENTRO-DE-LOTE TO TRUE.
000760     SET WS-LOTE-ACEPTADO  TO TRUE.
000761     INITIALIZE WS-TOTALES-LOTE.
000762     MOVE SPACES         TO WS-COD-LOTE WS-MOT-LOTE WS-CAB-NOMBRE.
000763     MOVE FAC-HD-EMPRESA TO WS-CAB-EMPRESA.
000764     MOVE FAC-HD-LOTE    TO WS-CAB-LOTE.
000765
000766     IF WS-LOT-ESTADO(WS-NRO-LOTE) NOT EQUAL 'C'
000767        MOVE '009'               TO WS-COD-LOTE
000768        MOVE 'LOTE DESCUADRADO'  TO WS-MOT-LOTE
000769        SET WS-LOTE-RECHAZADO    TO TRUE
000770     ELSE
000771        PERFORM 2200-I-LEER-EMPRESA THRU 2200-F-LEER-EMPRESA
000772     END-IF.
000773
000774     MOVE WS-CAB-EMPRESA TO WS-SUB-EMPRESA.
000775     MOVE WS-CAB-NOMBRE  TO WS-SUB-NOMBRE.
000776     MOVE WS-CAB-LOTE    TO WS-SUB-LOTE.
000777     IF WS-LOTE-RECHAZADO
000778        MOVE WS-MOT-LOTE TO WS-SUB-TEXTO
000779     ELSE
000780        MOVE SPACES      TO WS-SUB-TEXTO
000781     END-IF.
000782     WRITE REG-LISTADO FROM WS-SUBTITULO.
000783     WRITE REG-LISTADO FROM WS-LIN-BLANCO.
000784
000785     MOVE REG-FACDEB     TO RES-REGISTRO.
000786     MOVE 'F'            TO RES-TIPO-LOTE.
000787     MOVE SPACES         TO RES-ESTADO.
000788     MOVE WS-COD-LOTE    TO RES-CODIGO.
000789     MOVE WS-MOT-LOTE    TO RES-MOTIVO.
000790     MOVE ZEROS          TO RES-CANT-OK RES-IMPORTE-OK.
000791     PERFORM 4950-I-ESCRIBIR-RESULTADO
000792        THRU 4950-F-ESCRIBIR-RESULTADO.
000793
000794 2100-F-CABECERA. EXIT.
000795
000796 2200-I-LEER-EMPRESA.
000797
000798     MOVE WS-CAB-EMPRESA TO EMP-CODIGO.
000799
000800     READ EMPRESAS
000801        INVALID KEY
000802           MOVE '008'                    TO WS-COD-LOTE
000803           MOVE 'EMPRESA NO HABILITADA'  TO WS-MOT-LOTE
000804           SET WS-LOTE-RECHAZADO         TO TRUE
000805           GO TO 2200-F-LEER-EMPRESA
000806     END-READ.
000807
000808     MOVE EMP-NOMBRE      TO WS-CAB-NOMBRE.
000809     MOVE EMP-TIPO-CUENTA TO WS-EMP-TIPO-CUENTA.
000810     MOVE EMP-NRO-CUENTA  TO WS-EMP-NRO-CUENTA.
000811
000812     IF EMP-ESTADO NOT EQUAL 'A'
000813        MOVE '008'                    TO WS-COD-LOTE
000814        MOVE 'EMPRESA NO HABILITADA'  TO WS-MOT-LOTE
000815        SET WS-LOTE-RECHAZADO         TO TRUE
000816        GO TO 2200-F-LEER-EMPRESA
000817     END-IF.
000818
000819*    LA CUENTA RECAUDADORA DEBE EXISTIR PARA ACREDITAR
000820     MOVE EMP-TIPO-CUENTA TO WS-TIPO-CUENTA.
000821     MOVE EMP-NRO-CUENTA  TO WS-NRO-CUENTA.
000822
000823     PERFORM 2250-I-LEER-RECAUDADORA THRU 2250-F-LEER-RECAUDADORA.
000824
000825     IF WS-LOTE-RECHAZADO
000826        MOVE '008'                    TO WS-COD-LOTE
000827        MOVE 'EMPRESA NO HABILITADA'  TO WS-MOT-LOTE
000828     END-IF.
000829
000830 2200-F-LEER-EMPRESA. EXIT.
000831
000832 2250-I-LEER-RECAUDADORA.
000833
000834     EXEC SQL
000835        SELECT MONEDA,
000836               NRO_CLIENTE
000837          INTO :DCLTBCUENTAS.WS-MONEDA,
000838               :DCLTBCUENTAS.WS-CUE-NRO-CLIENTE
000839          FROM  ITPFBIO.TBCUENTAS
000840         WHERE  TIPO_CUENTA = :DCLTBCUENTAS.WS-TIPO-CUENTA
000841           AND  NRO_CUENTA  = :DCLTBCUENTAS.WS-NRO-CUENTA
000842     END-EXEC.
000843
000844     MOVE SQLCODE TO FS-SQLCODE.
000845
000846     IF SQLCODE NOT EQUAL ZEROS
000847        DISPLAY '* CUENTA RECAUDADORA INEXISTENTE = '
000848                WS-CAB-EMPRESA ' SQLCODE = ' FS-SQLCODE
000849        SET WS-LOTE-RECHAZADO TO TRUE
000850     ELSE
000851        MOVE WS-CUE-NRO-CLIENTE TO WS-EMP-NRO-CLIENTE
000852     END-IF.
000853
000854 2250-F-LEER-RECAUDADORA. EXIT.
000855
000856**************************************
000857*  TRAILER DEL LOTE: RESULTADO CON   *
000858*  LO PAGADO Y TOTALES DEL LOTE      *
000859**************************************
000860
000861 2300-I-TRAILER.
000862
000863     MOVE REG-FACDEB         TO RES-REGISTRO.
000864     MOVE 'F'                TO RES-TIPO-LOTE.
000865     MOVE SPACES             TO RES-ESTADO.
000866     MOVE WS-COD-LOTE        TO RES-CODIGO.
000867     MOVE WS-MOT-LOTE        TO RES-MOTIVO.
000868     MOVE WS-LTE-PAG-CANT    TO RES-CANT-OK.
000869     MOVE WS-LTE-PAG-IMPORTE TO RES-IMPORTE-OK.
000870     PERFORM 4950-I-ESCRIBIR-RESULTADO
000871        THRU 4950-F-ESCRIBIR-RESULTADO.
000872
000873     PERFORM 2400-I-TOTALES-LOTE THRU 2400-F-TOTALES-LOTE.
000874
000875 2300-F-TRAILER. EXIT.
000876
000877 2400-I-TOTALES-LOTE.
000878
000879     SET WS-FUERA-DE-LOTE TO TRUE.
000880
000881     WRITE REG-LISTADO FROM WS-LIN-BLANCO.
000882     WRITE REG-LISTADO FROM WS-LIN-TOTAL-TIT.
000883
000884     MOVE 'FACTURAS RECIBIDAS'    TO WS-TOT-TEXTO.
000885     MOVE WS-LTE-REC-CANT         TO WS-TOT-CANT.
000886     MOVE WS-LTE-REC-IMPORTE      TO WS-TOT-IMPORTE.
000887     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
000888
000889     MOVE 'FACTURAS COBRADAS'     TO WS-TOT-TEXTO.
000890     MOVE WS-LTE-PAG-CANT         TO WS-TOT-CANT.
000891     MOVE WS-LTE-PAG-IMPORTE      TO WS-TOT-IMPORTE.
000892     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
000893
000894     MOVE 'FACTURAS RECHAZADAS'   TO WS-TOT-TEXTO.
000895     MOVE WS-LTE-RCH-CANT         TO WS-TOT-CANT.
000896     MOVE WS-LTE-RCH-IMPORTE      TO WS-TOT-IMPORTE.
000897     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
000898     WRITE REG-LISTADO FROM WS-LIN-BLANCO.
000899
000900 2400-F-TOTALES-LOTE. EXIT.
000901
000902**************************************
000903* LECTURA ARCHIVO DE FACTURACION     *
000904**************************************
000905
000906 3000-I-LEER-FACTURA.
000907
000908     READ FACTURAS.
000909
000910     EVALUATE WS-FAC-CODE
000911       WHEN '00'
000912          CONTINUE
000913       WHEN '10'
000914          SET WS-FIN-LECTURA TO TRUE
000915*         UN ULTIMO LOTE SIN TRAILER SE CIERRA EN EL INFORME
000916          IF WS-DENTRO-DE-LOTE
000917             PERFORM 2400-I-TOTALES-LOTE THRU 2400-F-TOTALES-LOTE
000918          END-IF
000919       WHEN OTHER
000920          DISPLAY '* ERROR EN LECTURA FACTURAS = ' WS-FAC-CODE
000921          MOVE 9999 TO RETURN-CODE
000922          SET WS-FIN-LECTURA TO TRUE
000923     END-EVALUATE.
000924
000925 3000-F-LEER-FACTURA. EXIT.
000926
000927**************************************
000928*  COBRO DE UNA FACTURA: LOTE,       *
000929*  ADHESION, TOPE, DUPLICADO,        *
000930*  CUENTA Y SALDO                    *
000931**************************************
000932
000933 4000-I-PROCESAR-FACTURA.
000934
000935     SET WS-OPERACION-APLICADA TO TRUE.
000936
000937     ADD 1 TO WS-LTE-REC-CANT WS-TOT-REC-CANT.
000938     IF FAC-DT-IMPORTE IS NUMERIC
000939        ADD FAC-DT-IMPORTE TO WS-LTE-REC-IMPORTE
000940                              WS-TOT-REC-IMPORTE
000941     END-IF.
000942
000943     IF WS-LOTE-RECHAZADO
000944        MOVE WS-COD-LOTE TO WS-CODIGO
000945        MOVE WS-MOT-LOTE TO WS-MOTIVO
000946        PERFORM 4800-I-RECHAZAR THRU 4800-F-RECHAZAR
000947        GO TO 4000-F-PROCESAR-FACTURA
000948     END-IF.
000949
000950     IF FAC-DT-IMPORTE IS NOT NUMERIC
000951        OR FAC-DT-REFERENCIA EQUAL SPACES
000952        OR FAC-DT-FACTURA    EQUAL SPACES
000953        MOVE '010' TO WS-CODIGO
000954        MOVE 'DETALLE INVALIDO' TO WS-MOTIVO
000955        PERFORM 4800-I-RECHAZAR THRU 4800-F-RECHAZAR
000956        GO TO 4000-F-PROCESAR-FACTURA
000957     END-IF.
000958
000959     IF FAC-DT-IMPORTE NOT GREATER ZEROS
000960        MOVE '010' TO WS-CODIGO
000961        MOVE 'DETALLE INVALIDO' TO WS-MOTIVO
000962        PERFORM 4800-I-RECHAZAR THRU 4800-F-RECHAZAR
000963        GO TO 4000-F-PROCESAR-FACTURA
000964     END-IF.
000965
000966     PERFORM 4100-I-LEER-ADHESION THRU 4100-F-LEER-ADHESION.
000967
000968     IF WS-OPERACION-RECHAZADA
000969        GO TO 4000-F-PROCESAR-FACTURA
000970     END-IF.
000971
000972*    UNA FACTURA YA DEBITADA (EN ESTE LOTE O EN UNO
000973*    ANTERIOR) NO SE VUELVE A COBRAR
000974     MOVE WS-CAB-EMPRESA    TO DBA-EMPRESA.
000975     MOVE FAC-DT-REFERENCIA TO DBA-REFERENCIA.
000976     MOVE FAC-DT-FACTURA    TO DBA-FACTURA.
000977
000978     READ DEBITOS.
000979
000980     EVALUATE WS-DBA-CODE
000981       WHEN '00'
000982          MOVE '004' TO WS-CODIGO
000983          MOVE 'FACTURA YA DEBITADA' TO WS-MOTIVO
000984          PERFORM 4800-I-RECHAZAR THRU 4800-F-RECHAZAR
000985          GO TO 4000-F-PROCESAR-FACTURA
000986       WHEN '23'
000987          CONTINUE
000988       WHEN OTHER
000989          DISPLAY '* ERROR EN LECTURA DEBITOS = ' WS-DBA-CODE
000990          MOVE 9999 TO RETURN-CODE
000991          SET WS-FIN-LECTURA TO TRUE
000992          GO TO 4000-F-PROCESAR-FACTURA
000993     END-EVALUATE.
000994
000995     PERFORM 4200-I-LEER-CUENTA THRU 4200-F-LEER-CUENTA.
000996
000997     IF WS-OPERACION-RECHAZADA
000998        GO TO 4000-F-PROCESAR-FACTURA
000999     END-IF.
001000
001001     MOVE FAC-DT-IMPORTE TO WS-IMPORTE.
001002
001003     PERFORM 5000-I-DEBITAR THRU 5000-F-DEBITAR.
001004
001005     IF WS-OPERACION-RECHAZADA
001006        GO TO 4000-F-PROCESAR-FACTURA
001007     END-IF.
001008
001009     PERFORM 5200-I-ACREDITAR-EMPRESA
001010        THRU 5200-F-ACREDITAR-EMPRESA.
001011
001012     IF WS-OPERACION-RECHAZADA
001013        GO TO 4000-F-PROCESAR-FACTURA
001014     END-IF.
001015
001016     PERFORM 5500-I-GRABAR-MOVS THRU 5500-F-GRABAR-MOVS.
001017
001018     IF WS-OPERACION-RECHAZADA
001019        GO TO 4000-F-PROCESAR-FACTURA
001020     END-IF.
001021
001022     PERFORM 4900-I-REGISTRAR-DEBITO THRU 4900-F-REGISTRAR-DEBITO.
001023
001024     IF WS-OPERACION-RECHAZADA
001025        GO TO 4000-F-PROCESAR-FACTURA
001026     END-IF.
001027
001028     EXEC SQL
001029        COMMIT
001030     END-EXEC.
001031
001032     ADD 1              TO WS-LTE-PAG-CANT WS-TOT-PAG-CANT.
001033     ADD FAC-DT-IMPORTE TO WS-LTE-PAG-IMPORTE WS-TOT-PAG-IMPORTE.
001034
001035     MOVE REG-FACDEB TO RES-REGISTRO.
001036     MOVE 'F'        TO RES-TIPO-LOTE.
001037     MOVE 'P'        TO RES-ESTADO.
001038     MOVE SPACES     TO RES-CODIGO RES-MOTIVO.
001039     MOVE ZEROS      TO RES-CANT-OK RES-IMPORTE-OK.
001040     PERFORM 4950-I-ESCRIBIR-RESULTADO
001041        THRU 4950-F-ESCRIBIR-RESULTADO.
001042
001043 4000-F-PROCESAR-FACTURA. EXIT.
001044
001045**************************************
001046*  ADHESION ACTIVA DEL CLIENTE A LA  *
001047*  EMPRESA E IMPORTE DENTRO DEL TOPE *
001048**************************************
001049
001050 4100-I-LEER-ADHESION.
001051
001052     MOVE WS-CAB-EMPRESA    TO ADH-EMPRESA.
001053     MOVE FAC-DT-REFERENCIA TO ADH-REFERENCIA.
001054
001055     READ ADHESION
001056        INVALID KEY
001057           MOVE '001' TO WS-CODIGO
001058           MOVE 'ADHESION INEXISTENTE' TO WS-MOTIVO
001059           PERFORM 4800-I-RECHAZAR THRU 4800-F-RECHAZAR
001060           GO TO 4100-F-LEER-ADHESION
001061     END-READ.
001062
001063     IF ADH-ESTADO NOT EQUAL 'A'
001064        MOVE '002' TO WS-CODIGO
001065        MOVE 'ADHESION DADA DE BAJA' TO WS-MOTIVO
001066        PERFORM 4800-I-RECHAZAR THRU 4800-F-RECHAZAR
001067        GO TO 4100-F-LEER-ADHESION
001068     END-IF.
001069
001070*    TOPE EN CERO: SIN TOPE
001071     IF ADH-TOPE GREATER ZEROS
001072        AND FAC-DT-IMPORTE GREATER ADH-TOPE
001073        MOVE '003' TO WS-CODIGO
001074        MOVE 'IMPORTE SUPERA EL TOPE' TO WS-MOTIVO
001075        PERFORM 4800-I-RECHAZAR THRU 4800-F-RECHAZAR
001076        GO TO 4100-F-LEER-ADHESION
001077     END-IF.
001078
001079     MOVE ADH-TIPO-CUENTA TO WS-CLI-TIPO-CUENTA.
001080     MOVE ADH-NRO-CUENTA  TO WS-CLI-NRO-CUENTA.
001081     MOVE ADH-NRO-CLIENTE TO WS-CLI-NRO-CLIENTE.
001082
001083 4100-F-LEER-ADHESION. EXIT.
001084
001085**************************************
001086*  LA CUENTA DEL CLIENTE EXISTE Y NO *
001087*  ESTA DORMIDA (MISMAS REGLAS QUE   *
001088*  T227)                             *
001089**************************************
001090
001091 4200-I-LEER-CUENTA.
001092
001093     MOVE WS-CLI-TIPO-CUENTA TO WS-TIPO-CUENTA.
001094     MOVE WS-CLI-NRO-CUENTA  TO WS-NRO-CUENTA.
001095
001096     EXEC SQL
001097        SELECT MONEDA,
001098               NRO_CLIENTE
001099          INTO :DCLTBCUENTAS.WS-MONEDA,
001100               :DCLTBCUENTAS.WS-CUE-NRO-CLIENTE
001101          FROM  ITPFBIO.TBCUENTAS
001102         WHERE  TIPO_CUENTA = :DCLTBCUENTAS.WS-TIPO-CUENTA
001103           AND  NRO_CUENTA  = :DCLTBCUENTAS.WS-NRO-CUENTA
001104     END-EXEC.
001105
001106     MOVE SQLCODE TO FS-SQLCODE.
001107
001108     EVALUATE SQLCODE
001109       WHEN ZEROS
001110          MOVE WS-CUE-NRO-CLIENTE TO WS-CLI-NRO-CLIENTE
001111       WHEN +100
001112          MOVE '005' TO WS-CODIGO
001113          MOVE 'CUENTA INEXISTENTE' TO WS-MOTIVO
001114          PERFORM 4800-I-RECHAZAR THRU 4800-F-RECHAZAR
001115          GO TO 4200-F-LEER-CUENTA
001116       WHEN OTHER
001117          MOVE '099' TO WS-CODIGO
001118          MOVE 'ERROR DE PROCESO' TO WS-MOTIVO
001119          PERFORM 4800-I-RECHAZAR THRU 4800-F-RECHAZAR
001120          GO TO 4200-F-LEER-CUENTA
001121     END-EVALUATE.
001122
001123*    LAS CUENTAS MARCADAS DORMIDAS NO ADMITEN DEBITOS
001124*    HASTA QUE UN SUPERVISOR LAS REACTIVE (T220 PF9)
001125
001126     MOVE WS-CLI-TIPO-CUENTA TO INA-CLAVE(1:2).
001127     MOVE WS-CLI-NRO-CUENTA  TO INA-CLAVE(3:15).
001128
001129     READ INACTIVA
001130        INVALID KEY
001131           GO TO 4200-F-LEER-CUENTA
001132     END-READ.
001133
001134     IF INA-ESTADO EQUAL 'D'
001135        MOVE '006' TO WS-CODIGO
001136        MOVE 'CUENTA INACTIVA' TO WS-MOTIVO
001137        PERFORM 4800-I-RECHAZAR THRU 4800-F-RECHAZAR
001138     END-IF.
001139
001140 4200-F-LEER-CUENTA. EXIT.
001141
001142**************************************
001143*  RECHAZO DE UNA FACTURA CON SU     *
001144*  CODIGO Y MOTIVO                   *
001145**************************************
001146
001147 4800-I-RECHAZAR.
001148
001149     SET WS-OPERACION-RECHAZADA TO TRUE.
001150
001151     MOVE REG-FACDEB TO RES-REGISTRO.
001152     MOVE 'F'        TO RES-TIPO-LOTE.
001153     MOVE 'R'        TO RES-ESTADO.
001154     MOVE WS-CODIGO  TO RES-CODIGO.
001155     MOVE WS-MOTIVO  TO RES-MOTIVO.
001156     MOVE ZEROS      TO RES-CANT-OK RES-IMPORTE-OK.
001157     PERFORM 4950-I-ESCRIBIR-RESULTADO
001158        THRU 4950-F-ESCRIBIR-RESULTADO.
001159
001160     ADD 1 TO WS-LTE-RCH-CANT WS-TOT-RCH-CANT.
001161     IF FAC-DT-IMPORTE IS NUMERIC
001162        ADD FAC-DT-IMPORTE TO WS-LTE-RCH-IMPORTE
001163                              WS-TOT-RCH-IMPORTE
001164     END-IF.
001165
001166     PERFORM 7000-I-LISTAR THRU 7000-F-LISTAR.
001167
001168 4800-F-RECHAZAR. EXIT.
001169
001170**************************************
001171*  REGISTRO DEL DEBITO APLICADO EN   *
001172*  DEBAUT19 (DUPLICADOS Y PEDIDOS DE *
001173*  REVERSION)                        *
001174**************************************
001175
001176 4900-I-REGISTRAR-DEBITO.
001177
001178     MOVE SPACES             TO REG-DEBAUT.
001179     MOVE WS-CAB-EMPRESA     TO DBA-EMPRESA.
001180     MOVE FAC-DT-REFERENCIA  TO DBA-REFERENCIA.
001181     MOVE FAC-DT-FACTURA     TO DBA-FACTURA.
001182     MOVE WS-CLI-TIPO-CUENTA TO DBA-TIPO-CUENTA.
001183     MOVE WS-CLI-NRO-CUENTA  TO DBA-NRO-CUENTA.
001184     MOVE WS-CLI-NRO-CLIENTE TO DBA-NRO-CLIENTE.
001185     MOVE WS-IMPORTE         TO DBA-IMPORTE.
001186     MOVE WS-FECHA-PROCESO   TO DBA-FECHA-DEBITO.
001187     MOVE 'P'                TO DBA-ESTADO.
001188     MOVE ZEROS              TO DBA-FECHA-SOLICITUD
001189                                DBA-FECHA-REVERSION.
001190     MOVE 'BATCH'            TO DBA-OPERADOR.
001191
001192     WRITE REG-DEBAUT.
001193     IF WS-DBA-CODE IS NOT EQUAL '00'
001194        DISPLAY '* ERROR EN WRITE DEBITOS = ' WS-DBA-CODE
001195        MOVE 9999 TO RETURN-CODE
001196        SET WS-FIN-LECTURA TO TRUE
001197        EXEC SQL
001198           ROLLBACK
001199        END-EXEC
001200        SET WS-OPERACION-RECHAZADA TO TRUE
001201     END-IF.
001202
001203 4900-F-REGISTRAR-DEBITO. EXIT.
001204
001205 4950-I-ESCRIBIR-RESULTADO.
001206
001207     MOVE WS-FECHA-PROCESO TO RES-FECHA-PROCESO.
001208
001209     WRITE REG-RESDEB.
001210     IF WS-RES-CODE IS NOT EQUAL '00'
001211        DISPLAY '* ERROR EN WRITE RESULTADO = ' WS-RES-CODE
001212        MOVE 9999 TO RETURN-CODE
001213        SET WS-FIN-LECTURA TO TRUE
001214     END-IF.
001215
001216 4950-F-ESCRIBIR-RESULTADO. EXIT.
001217
001218**************************************
001219*  DEBITO DE LA FACTURA AL CLIENTE   *
001220*  (REGLAS DE SALDO CON ACUERDO)     *
001221**************************************
001222
001223 5000-I-DEBITAR.
001224
001225     PERFORM 5100-I-BUSCAR-ACUERDO THRU 5100-F-BUSCAR-ACUERDO.
001226
001227     COMPUTE WS-SALDO-MINIMO =
001228             WS-IMPORTE - WS-LIMITE-ACUERDO.
001229
001230     MOVE WS-CLI-TIPO-CUENTA TO WS-TIPO-CUENTA.
001231     MOVE WS-CLI-NRO-CUENTA  TO WS-NRO-CUENTA.
001232     MOVE WS-IMPORTE         TO WS-SALDO-ACTUAL.
001233     MOVE WS-FECHA-GUION     TO WS-FECHA-ACTUAL.
001234
001235     EXEC SQL
001236        UPDATE ITPFBIO.TBCUENTAS
001237           SET SALDO_ACTUAL = SALDO_ACTUAL -
001238                 :DCLTBCUENTAS.WS-SALDO-ACTUAL,
001239               FECHA_ACTUAL =
001240                 :DCLTBCUENTAS.WS-FECHA-ACTUAL
001241         WHERE TIPO_CUENTA  =
001242                 :DCLTBCUENTAS.WS-TIPO-CUENTA
001243           AND NRO_CUENTA   =
001244                 :DCLTBCUENTAS.WS-NRO-CUENTA
001245           AND SALDO_ACTUAL >=
001246                 :WS-SALDO-MINIMO
001247     END-EXEC.
001248
001249     MOVE SQLCODE TO FS-SQLCODE.
001250
001251     EVALUATE SQLCODE
001252       WHEN ZEROS
001253          CONTINUE
001254       WHEN +100
001255          MOVE '007' TO WS-CODIGO
001256          MOVE 'SIN FONDOS' TO WS-MOTIVO
001257          PERFORM 4800-I-RECHAZAR THRU 4800-F-RECHAZAR
001258       WHEN OTHER
001259          MOVE '099' TO WS-CODIGO
001260          MOVE 'ERROR DE PROCESO' TO WS-MOTIVO
001261          EXEC SQL
001262             ROLLBACK
001263          END-EXEC
001264          PERFORM 4800-I-RECHAZAR THRU 4800-F-RECHAZAR
001265     END-EVALUATE.
001266
001267 5000-F-DEBITAR. EXIT.
001268
001269**************************************
001270*  BUSQUEDA DEL ACUERDO DE LA CUENTA *
001271**************************************
001272
001273 5100-I-BUSCAR-ACUERDO.
001274
001275     MOVE ZEROS TO WS-LIMITE-ACUERDO.
001276     MOVE WS-CLI-TIPO-CUENTA TO WS-BUSCA-ACU(1:2).
001277     MOVE WS-CLI-NRO-CUENTA  TO WS-BUSCA-ACU(3:15).
001278
001279     SET WS-IDX-ACU TO 1.
001280     SET WS-NO-ENCONTRO-ACU TO TRUE.
001281
001282     PERFORM 5150-I-COMPARAR-ACUERDO
001283        THRU 5150-F-COMPARAR-ACUERDO
001284        UNTIL WS-IDX-ACU > WS-CONT-ACU OR WS-ENCONTRO-ACU.
001285
001286     IF WS-ENCONTRO-ACU
001287        MOVE WS-ACU-LIMITE(WS-IDX-ACU) TO WS-LIMITE-ACUERDO
001288     END-IF.
001289
001290 5100-F-BUSCAR-ACUERDO. EXIT.
001291
001292 5150-I-COMPARAR-ACUERDO.
001293
001294     IF WS-ACU-CLAVE(WS-IDX-ACU) EQUAL WS-BUSCA-ACU
001295        SET WS-ENCONTRO-ACU TO TRUE
001296     ELSE
001297        SET WS-IDX-ACU UP BY 1
001298     END-IF.
001299
001300 5150-F-COMPARAR-ACUERDO. EXIT.
001301
001302**************************************
001303*  CREDITO DE LA FACTURA EN LA       *
001304*  CUENTA RECAUDADORA DE LA EMPRESA  *
001305**************************************
001306
001307 5200-I-ACREDITAR-EMPRESA.
001308
001309     MOVE WS-EMP-TIPO-CUENTA TO WS-TIPO-CUENTA.
001310     MOVE WS-EMP-NRO-CUENTA  TO WS-NRO-CUENTA.
001311     MOVE WS-IMPORTE         TO WS-SALDO-ACTUAL.
001312     MOVE WS-FECHA-GUION     TO WS-FECHA-ACTUAL.
001313
001314     EXEC SQL
001315        UPDATE ITPFBIO.TBCUENTAS
001316           SET SALDO_ACTUAL = SALDO_ACTUAL +
001317                 :DCLTBCUENTAS.WS-SALDO-ACTUAL,
001318               FECHA_ACTUAL =
001319                 :DCLTBCUENTAS.WS-FECHA-ACTUAL
001320         WHERE TIPO_CUENTA  =
001321                 :DCLTBCUENTAS.WS-TIPO-CUENTA
001322           AND NRO_CUENTA   =
001323                 :DCLTBCUENTAS.WS-NRO-CUENTA
001324     END-EXEC.
001325
001326     MOVE SQLCODE TO FS-SQLCODE.
001327
001328     IF SQLCODE NOT EQUAL ZEROS
001329        DISPLAY '* ERROR AL ACREDITAR EMPRESA = ' WS-CAB-EMPRESA
001330                ' SQLCODE = ' FS-SQLCODE
001331        MOVE '099' TO WS-CODIGO
001332        MOVE 'ERROR DE PROCESO' TO WS-MOTIVO
001333        EXEC SQL
001334           ROLLBACK
001335        END-EXEC
001336        PERFORM 4800-I-RECHAZAR THRU 4800-F-RECHAZAR
001337     END-IF.
001338
001339 5200-F-ACREDITAR-EMPRESA. EXIT.
001340
001341**************************************
001342*  MOVIMIENTOS DEL COBRO A MOVCTA19: *
001343*  'DA' EN LA CUENTA DEL CLIENTE     *
001344*  (PGMMOV34 LA PASA COMO 87) Y 'CR' *
001345*  EN LA CUENTA DE LA EMPRESA        *
001346**************************************
001347
001348 5500-I-GRABAR-MOVS.
001349
001350     MOVE WS-CAB-EMPRESA     TO WS-CTP-EMPRESA.
001351     MOVE FAC-DT-FACTURA     TO WS-CTP-FACTURA.
001352
001353     MOVE SPACES             TO REG-MOVCTA.
001354     MOVE WS-CLI-NRO-CUENTA  TO MCT-NRO-CUENTA.
001355     MOVE 'DA'               TO MCT-TIPO-MOV.
001356     MOVE WS-IMPORTE         TO MCT-IMPORTE.
001357     MOVE WS-CONTRAPARTE     TO MCT-CONTRAPARTE.
001358     MOVE WS-CLI-NRO-CLIENTE TO MCT-NRO-CLIENTE.
001359     PERFORM 5600-I-ESCRIBIR-MOV THRU 5600-F-ESCRIBIR-MOV.
001360
001361     IF WS-OPERACION-RECHAZADA
001362        GO TO 5500-F-GRABAR-MOVS
001363     END-IF.
001364
001365     MOVE SPACES             TO REG-MOVCTA.
001366     MOVE WS-EMP-NRO-CUENTA  TO MCT-NRO-CUENTA.
001367     MOVE 'CR'               TO MCT-TIPO-MOV.
001368     MOVE WS-IMPORTE         TO MCT-IMPORTE.
001369     MOVE WS-CLI-NRO-CUENTA  TO MCT-CONTRAPARTE.
001370     MOVE WS-EMP-NRO-CLIENTE TO MCT-NRO-CLIENTE.
001371     PERFORM 5600-I-ESCRIBIR-MOV THRU 5600-F-ESCRIBIR-MOV.
001372
001373 5500-F-GRABAR-MOVS. EXIT.
001374
001375 5600-I-ESCRIBIR-MOV.
001376
001377     MOVE WS-FECHA-GUION     TO MCT-FECHA.
001378     MOVE '00:00:00'         TO MCT-HORA.
001379     MOVE 'BTCH'             TO MCT-TERMINAL.
001380     MOVE 'BATCH'            TO MCT-OPERADOR.
001381     MOVE '01'               TO MCT-MONEDA.
001382
001383     WRITE REG-MOVCTA.
001384     IF WS-MOV-CODE IS NOT EQUAL '00'
001385        DISPLAY '* ERROR EN WRITE MOVCTA = ' WS-MOV-CODE
001386        MOVE 9999 TO RETURN-CODE
001387        SET WS-FIN-LECTURA TO TRUE
001388        EXEC SQL
001389           ROLLBACK
001390        END-EXEC
001391        SET WS-OPERACION-RECHAZADA TO TRUE
001392     END-IF.
001393
001394 5600-F-ESCRIBIR-MOV. EXIT.
001395
001396**************************************
001397*  TERCERA PASADA: REVERSIONES       *
001398*  SOLICITADAS POR T277 (DEBAUT19    *
001399*  CON ESTADO S), UN BLOQUE DE       *
001400*  RESULTADO POR EMPRESA             *
001401**************************************
001402
001403 6000-I-REVERSIONES.
001404
001405     WRITE REG-LISTADO FROM WS-LIN-BLANCO.
001406     MOVE 'REVERSIONES SOLICITADAS POR LOS CLIENTES'
001407       TO WS-AVI-TEXTO.
001408     WRITE REG-LISTADO FROM WS-LIN-AVISO.
001409     WRITE REG-LISTADO FROM WS-LIN-BLANCO.
001410
001411     MOVE LOW-VALUES TO DBA-CLAVE.
001412
001413     START DEBITOS KEY IS NOT LESS THAN DBA-CLAVE.
001414
001415     EVALUATE WS-DBA-CODE
001416       WHEN '00'
001417          CONTINUE
001418       WHEN '23'
001419          GO TO 6000-F-REVERSIONES
001420       WHEN OTHER
001421          DISPLAY '* ERROR EN START DEBITOS  = ' WS-DBA-CODE
001422          MOVE 9999 TO RETURN-CODE
001423          GO TO 6000-F-REVERSIONES
001424     END-EVALUATE.
001425
001426     SET WS-NO-FIN-DBA TO TRUE.
001427     PERFORM 6100-I-LEER-DEBITO THRU 6100-F-LEER-DEBITO
001428        UNTIL WS-FIN-DBA.
001429
001430     IF WS-BLOQUE-REV-ABIERTO
001431        PERFORM 6400-I-CERRAR-BLOQUE THRU 6400-F-CERRAR-BLOQUE
001432     END-IF.
001433
001434 6000-F-REVERSIONES. EXIT.
001435
001436 6100-I-LEER-DEBITO.
001437
001438     READ DEBITOS NEXT RECORD.
001439
001440     EVALUATE WS-DBA-CODE
001441       WHEN '00'
001442          CONTINUE
001443       WHEN '10'
001444          SET WS-FIN-DBA TO TRUE
001445          GO TO 6100-F-LEER-DEBITO
001446       WHEN OTHER
001447          DISPLAY '* ERROR EN LECTURA DEBITOS = ' WS-DBA-CODE
001448          MOVE 9999 TO RETURN-CODE
001449          SET WS-FIN-DBA TO TRUE
001450          GO TO 6100-F-LEER-DEBITO
001451     END-EVALUATE.
001452
001453     IF DBA-ESTADO NOT EQUAL 'S'
001454        GO TO 6100-F-LEER-DEBITO
001455     END-IF.
001456
001457     IF WS-BLOQUE-REV-ABIERTO
001458        AND DBA-EMPRESA NOT EQUAL WS-CAB-EMPRESA
001459        PERFORM 6400-I-CERRAR-BLOQUE THRU 6400-F-CERRAR-BLOQUE
001460     END-IF.
001461
001462     IF WS-BLOQUE-REV-CERRADO
001463        PERFORM 6300-I-ABRIR-BLOQUE THRU 6300-F-ABRIR-BLOQUE
001464     END-IF.
001465
001466*    SIN CUENTA RECAUDADORA LA REVERSION QUEDA PENDIENTE
001467     IF WS-LOTE-RECHAZADO
001468        GO TO 6100-F-LEER-DEBITO
001469     END-IF.
001470
001471     PERFORM 6200-I-REVERTIR THRU 6200-F-REVERTIR.
001472
001473 6100-F-LEER-DEBITO. EXIT.
001474
001475**************************************
001476*  REVERSION DE UN DEBITO: CREDITO   *
001477*  'RA' AL CLIENTE Y DEBITO 'DB' A   *
001478*  LA EMPRESA, SIN CONTROL DE SALDO  *
001479**************************************
001480
001481 6200-I-REVERTIR.
001482
001483     SET WS-OPERACION-APLICADA TO TRUE.
001484
001485     MOVE DBA-TIPO-CUENTA TO WS-CLI-TIPO-CUENTA.
001486     MOVE DBA-NRO-CUENTA  TO WS-CLI-NRO-CUENTA.
001487     MOVE DBA-NRO-CLIENTE TO WS-CLI-NRO-CLIENTE.
001488     MOVE DBA-IMPORTE     TO WS-IMPORTE.
001489
001490     MOVE WS-CLI-TIPO-CUENTA TO WS-TIPO-CUENTA.
001491     MOVE WS-CLI-NRO-CUENTA  TO WS-NRO-CUENTA.
001492     MOVE WS-IMPORTE         TO WS-SALDO-ACTUAL.
001493     MOVE WS-FECHA-GUION     TO WS-FECHA-ACTUAL.
001494
001495     EXEC SQL
001496        UPDATE ITPFBIO.TBCUENTAS
001497           SET SALDO_ACTUAL = SALDO_ACTUAL +
001498                 :DCLTBCUENTAS.WS-SALDO-ACTUAL,
001499               FECHA_ACTUAL =
001500                 :DCLTBCUENTAS.WS-FECHA-ACTUAL
001501         WHERE TIPO_CUENTA  =
001502                 :DCLTBCUENTAS.WS-TIPO-CUENTA
001503           AND NRO_CUENTA   =
001504                 :DCLTBCUENTAS.WS-NRO-CUENTA
001505     END-EXEC.
001506
001507     MOVE SQLCODE TO FS-SQLCODE.
001508
001509     IF SQLCODE NOT EQUAL ZEROS
001510        DISPLAY '* ERROR AL REVERTIR AL CLIENTE = ' DBA-CLAVE
001511                ' SQLCODE = ' FS-SQLCODE
001512        EXEC SQL
001513           ROLLBACK
001514        END-EXEC
001515        MOVE '099' TO WS-CODIGO
001516        MOVE 'ERROR DE PROCESO' TO WS-MOTIVO
001517        PERFORM 7100-I-LISTAR-REVERSION
001518           THRU 7100-F-LISTAR-REVERSION
001519        GO TO 6200-F-REVERTIR
001520     END-IF.
001521
001522     MOVE WS-EMP-TIPO-CUENTA TO WS-TIPO-CUENTA.
001523     MOVE WS-EMP-NRO-CUENTA  TO WS-NRO-CUENTA.
001524     MOVE WS-IMPORTE         TO WS-SALDO-ACTUAL.
001525
001526     EXEC SQL
001527        UPDATE ITPFBIO.TBCUENTAS
001528           SET SALDO_ACTUAL = SALDO_ACTUAL -
001529                 :DCLTBCUENTAS.WS-SALDO-ACTUAL,
001530               FECHA_ACTUAL =
001531                 :DCLTBCUENTAS.WS-FECHA-ACTUAL
001532         WHERE TIPO_CUENTA  =
001533                 :DCLTBCUENTAS.WS-TIPO-CUENTA
001534           AND NRO_CUENTA   =
001535                 :DCLTBCUENTAS.WS-NRO-CUENTA
001536     END-EXEC.
001537
001538     MOVE SQLCODE TO FS-SQLCODE.
001539
001540     IF SQLCODE NOT EQUAL ZEROS
001541        DISPLAY '* ERROR AL DEBITAR EMPRESA = ' DBA-CLAVE
001542                ' SQLCODE = ' FS-SQLCODE
001543        EXEC SQL
001544           ROLLBACK
001545        END-EXEC
001546        MOVE '099' TO WS-CODIGO
001547        MOVE 'ERROR DE PROCESO' TO WS-MOTIVO
001548        PERFORM 7100-I-LISTAR-REVERSION
001549           THRU 7100-F-LISTAR-REVERSION
001550        GO TO 6200-F-REVERTIR
001551     END-IF.
001552
001553     MOVE DBA-EMPRESA        TO WS-CTP-EMPRESA.
001554     MOVE DBA-FACTURA        TO WS-CTP-FACTURA.
001555
001556     MOVE SPACES             TO REG-MOVCTA.
001557     MOVE WS-CLI-NRO-CUENTA  TO MCT-NRO-CUENTA.
001558     MOVE 'RA'               TO MCT-TIPO-MOV.
001559     MOVE WS-IMPORTE         TO MCT-IMPORTE.
001560     MOVE WS-CONTRAPARTE     TO MCT-CONTRAPARTE.
001561     MOVE WS-CLI-NRO-CLIENTE TO MCT-NRO-CLIENTE.
001562     PERFORM 5600-I-ESCRIBIR-MOV THRU 5600-F-ESCRIBIR-MOV.
001563
001564     IF WS-OPERACION-RECHAZADA
001565        SET WS-FIN-DBA TO TRUE
001566        GO TO 6200-F-REVERTIR
001567     END-IF.
001568
001569     MOVE SPACES             TO REG-MOVCTA.
001570     MOVE WS-EMP-NRO-CUENTA  TO MCT-NRO-CUENTA.
001571     MOVE 'DB'               TO MCT-TIPO-MOV.
001572     MOVE WS-IMPORTE         TO MCT-IMPORTE.
001573     MOVE WS-CLI-NRO-CUENTA  TO MCT-CONTRAPARTE.
001574     MOVE WS-EMP-NRO-CLIENTE TO MCT-NRO-CLIENTE.
001575     PERFORM 5600-I-ESCRIBIR-MOV THRU 5600-F-ESCRIBIR-MOV.
001576
001577     IF WS-OPERACION-RECHAZADA
001578        SET WS-FIN-DBA TO TRUE
001579        GO TO 6200-F-REVERTIR
001580     END-IF.
001581
001582     MOVE 'R'              TO DBA-ESTADO.
001583     MOVE WS-FECHA-PROCESO TO DBA-FECHA-REVERSION.
001584
001585     REWRITE REG-DEBAUT.
001586     IF WS-DBA-CODE IS NOT EQUAL '00'
001587        DISPLAY '* ERROR EN REWRITE DEBITOS = ' WS-DBA-CODE
001588        MOVE 9999 TO RETURN-CODE
001589        SET WS-FIN-DBA TO TRUE
001590        EXEC SQL
001591           ROLLBACK
001592        END-EXEC
001593        GO TO 6200-F-REVERTIR
001594     END-IF.
001595
001596     EXEC SQL
001597        COMMIT
001598     END-EXEC.
001599
001600     ADD 1          TO WS-REV-EMP-CANT WS-TOT-REV-CANT.
001601     ADD WS-IMPORTE TO WS-REV-EMP-IMPORTE WS-TOT-REV-IMPORTE.
001602
001603     MOVE SPACES            TO REG-FACDEB.
001604     MOVE 'DT'              TO FAC-TIPO-REG.
001605     MOVE DBA-REFERENCIA    TO FAC-DT-REFERENCIA.
001606     MOVE DBA-FACTURA       TO FAC-DT-FACTURA.
001607     MOVE DBA-IMPORTE       TO FAC-DT-IMPORTE.
001608     MOVE DBA-FECHA-DEBITO  TO FAC-DT-VENCIMIENTO.
001609
001610     MOVE REG-FACDEB TO RES-REGISTRO.
001611     MOVE 'V'        TO RES-TIPO-LOTE.
001612     MOVE 'V'        TO RES-ESTADO.
001613     MOVE SPACES     TO RES-CODIGO RES-MOTIVO.
001614     MOVE ZEROS      TO RES-CANT-OK RES-IMPORTE-OK.
001615     PERFORM 4950-I-ESCRIBIR-RESULTADO
001616        THRU 4950-F-ESCRIBIR-RESULTADO.
001617
001618     MOVE SPACES                TO WS-CODIGO.
001619     MOVE 'REVERTIDO AL CLIENTE' TO WS-MOTIVO.
001620     PERFORM 7100-I-LISTAR-REVERSION
001621        THRU 7100-F-LISTAR-REVERSION.
001622
001623 6200-F-REVERTIR. EXIT.
001624
001625**************************************
001626*  CABECERA DEL BLOQUE DE            *
001627*  REVERSIONES DE UNA EMPRESA        *
001628**************************************
001629
001630 6300-I-ABRIR-BLOQUE.
001631
001632     SET WS-BLOQUE-REV-ABIERTO TO TRUE.
001633     SET WS-LOTE-ACEPTADO      TO TRUE.
001634     INITIALIZE WS-TOTALES-REVERSION.
001635     MOVE DBA-EMPRESA TO WS-CAB-EMPRESA.
001636     MOVE SPACES      TO WS-CAB-NOMBRE.
001637
001638     MOVE WS-CAB-EMPRESA TO EMP-CODIGO.
001639     READ EMPRESAS
001640        INVALID KEY
001641           DISPLAY '* EMPRESA INEXISTENTE EN REVERSION = '
001642                   WS-CAB-EMPRESA
001643           SET WS-LOTE-RECHAZADO TO TRUE
001644     END-READ.
001645
001646     IF WS-LOTE-ACEPTADO
001647        MOVE EMP-NOMBRE      TO WS-CAB-NOMBRE
001648        MOVE EMP-TIPO-CUENTA TO WS-EMP-TIPO-CUENTA
001649                                WS-TIPO-CUENTA
001650        MOVE EMP-NRO-CUENTA  TO WS-EMP-NRO-CUENTA
001651                                WS-NRO-CUENTA
001652        PERFORM 2250-I-LEER-RECAUDADORA
001653           THRU 2250-F-LEER-RECAUDADORA
001654     END-IF.
001655
001656     MOVE SPACES           TO REG-FACDEB.
001657     MOVE 'HD'             TO FAC-TIPO-REG.
001658     MOVE WS-CAB-EMPRESA   TO FAC-HD-EMPRESA.
001659     MOVE WS-FECHA-PROCESO TO FAC-HD-FECHA.
001660     MOVE ZEROS            TO FAC-HD-LOTE.
001661
001662     MOVE REG-FACDEB TO RES-REGISTRO.
001663     MOVE 'V'        TO RES-TIPO-LOTE.
001664     MOVE SPACES     TO RES-ESTADO RES-CODIGO RES-MOTIVO.
001665     MOVE ZEROS      TO RES-CANT-OK RES-IMPORTE-OK.
001666     PERFORM 4950-I-ESCRIBIR-RESULTADO
001667        THRU 4950-F-ESCRIBIR-RESULTADO.
001668
001669     MOVE WS-CAB-EMPRESA TO WS-SUB-EMPRESA.
001670     MOVE WS-CAB-NOMBRE  TO WS-SUB-NOMBRE.
001671     MOVE ZEROS          TO WS-SUB-LOTE.
001672     MOVE 'REVERSIONES'  TO WS-SUB-TEXTO.
001673     WRITE REG-LISTADO FROM WS-SUBTITULO.
001674     WRITE REG-LISTADO FROM WS-LIN-BLANCO.
001675
001676 6300-F-ABRIR-BLOQUE. EXIT.
001677
001678**************************************
001679*  TRAILER DEL BLOQUE DE REVERSIONES *
001680*  CON LO REVERTIDO A LA EMPRESA     *
001681**************************************
001682
001683 6400-I-CERRAR-BLOQUE.
001684
001685     SET WS-BLOQUE-REV-CERRADO TO TRUE.
001686
001687     MOVE SPACES             TO REG-FACDEB.
001688     MOVE 'TR'               TO FAC-TIPO-REG.
001689     MOVE WS-REV-EMP-CANT    TO FAC-TR-CANTIDAD.
001690     MOVE WS-REV-EMP-IMPORTE TO FAC-TR-IMPORTE.
001691
001692     MOVE REG-FACDEB         TO RES-REGISTRO.
001693     MOVE 'V'                TO RES-TIPO-LOTE.
001694     MOVE SPACES             TO RES-ESTADO RES-CODIGO RES-MOTIVO.
001695     MOVE WS-REV-EMP-CANT    TO RES-CANT-OK.
001696     MOVE WS-REV-EMP-IMPORTE TO RES-IMPORTE-OK.
001697     PERFORM 4950-I-ESCRIBIR-RESULTADO
001698        THRU 4950-F-ESCRIBIR-RESULTADO.
001699
001700     WRITE REG-LISTADO FROM WS-LIN-BLANCO.
001701     MOVE 'REVERSIONES APLICADAS' TO WS-TOT-TEXTO.
001702     MOVE WS-REV-EMP-CANT         TO WS-TOT-CANT.
001703     MOVE WS-REV-EMP-IMPORTE      TO WS-TOT-IMPORTE.
001704     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
001705     WRITE REG-LISTADO FROM WS-LIN-BLANCO.
001706
001707 6400-F-CERRAR-BLOQUE. EXIT.
001708
001709**************************************
001710*  LINEA DEL INFORME DE RECHAZOS     *
001711**************************************
001712
001713 7000-I-LISTAR.
001714
001715     MOVE SPACES             TO WS-DET-CUENTA.
001716     MOVE WS-CLI-TIPO-CUENTA TO WS-DET-CUENTA(1:2).
001717     MOVE WS-CLI-NRO-CUENTA  TO WS-DET-CUENTA(3:15).
001718     MOVE FAC-DT-REFERENCIA  TO WS-DET-REFERENCIA.
001719     MOVE FAC-DT-FACTURA     TO WS-DET-FACTURA.
001720     MOVE WS-CODIGO          TO WS-DET-CODIGO.
001721     MOVE WS-MOTIVO          TO WS-DET-RESULT.
001722
001723*    SIN ADHESION NO HAY CUENTA QUE MOSTRAR
001724     IF WS-CODIGO EQUAL '001' OR WS-CODIGO EQUAL '008'
001725        OR WS-CODIGO EQUAL '009' OR WS-CODIGO EQUAL '010'
001726        MOVE SPACES          TO WS-DET-CUENTA
001727     END-IF.
001728
001729     IF FAC-DT-IMPORTE IS NUMERIC
001730        MOVE FAC-DT-IMPORTE  TO WS-DET-IMPORTE
001731     ELSE
001732        MOVE ZEROS           TO WS-DET-IMPORTE
001733     END-IF.
001734
001735     WRITE REG-LISTADO FROM WS-LIN-DETALLE.
001736     IF WS-LIS-CODE IS NOT EQUAL '00'
001737        DISPLAY '* ERROR EN WRITE LISTADO = ' WS-LIS-CODE
001738        MOVE 9999 TO RETURN-CODE
001739        SET WS-FIN-LECTURA TO TRUE
001740     END-IF.
001741
001742 7000-F-LISTAR. EXIT.
001743
001744**************************************
001745*  LINEA DEL INFORME DE REVERSIONES  *
001746**************************************
001747
001748 7100-I-LISTAR-REVERSION.
001749
001750     MOVE SPACES          TO WS-DET-CUENTA.
001751     MOVE DBA-TIPO-CUENTA TO WS-DET-CUENTA(1:2).
001752     MOVE DBA-NRO-CUENTA  TO WS-DET-CUENTA(3:15).
001753     MOVE DBA-REFERENCIA  TO WS-DET-REFERENCIA.
001754     MOVE DBA-FACTURA     TO WS-DET-FACTURA.
001755     MOVE DBA-IMPORTE     TO WS-DET-IMPORTE.
001756     MOVE WS-CODIGO       TO WS-DET-CODIGO.
001757     MOVE WS-MOTIVO       TO WS-DET-RESULT.
001758
001759     WRITE REG-LISTADO FROM WS-LIN-DETALLE.
001760     IF WS-LIS-CODE IS NOT EQUAL '00'
001761        DISPLAY '* ERROR EN WRITE LISTADO = ' WS-LIS-CODE
001762        MOVE 9999 TO RETURN-CODE
001763        SET WS-FIN-DBA TO TRUE
001764     END-IF.
001765
001766 7100-F-LISTAR-REVERSION. EXIT.
001767
001768**************************************
001769*  TOTALES GENERALES DEL PROCESO     *
001770**************************************
001771
001772 8000-I-TOTALES.
001773
001774     IF WS-LIS-CODE IS NOT EQUAL '00'
001775        GO TO 8000-F-TOTALES
001776     END-IF.
001777
001778     WRITE REG-LISTADO FROM WS-LIN-BLANCO.
001779     MOVE 'TOTALES GENERALES DEL DEBITO AUTOMATICO'
001780       TO WS-AVI-TEXTO.
001781     WRITE REG-LISTADO FROM WS-LIN-AVISO.
001782     WRITE REG-LISTADO FROM WS-LIN-TOTAL-TIT.
001783     WRITE REG-LISTADO FROM WS-LIN-BLANCO.
001784
001785     MOVE 'LOTES DE EMPRESAS RECIBIDOS'
001786                               TO WS-TOT-TEXTO.
001787     MOVE WS-TOT-LOTES         TO WS-TOT-CANT.
001788     MOVE ZEROS                TO WS-TOT-IMPORTE.
001789     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
001790
001791     MOVE 'FACTURAS RECIBIDAS' TO WS-TOT-TEXTO.
001792     MOVE WS-TOT-REC-CANT      TO WS-TOT-CANT.
001793     MOVE WS-TOT-REC-IMPORTE   TO WS-TOT-IMPORTE.
001794     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
001795
001796     MOVE 'FACTURAS COBRADAS'  TO WS-TOT-TEXTO.
001797     MOVE WS-TOT-PAG-CANT      TO WS-TOT-CANT.
001798     MOVE WS-TOT-PAG-IMPORTE   TO WS-TOT-IMPORTE.
001799     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
001800
001801     MOVE 'FACTURAS RECHAZADAS' TO WS-TOT-TEXTO.
001802     MOVE WS-TOT-RCH-CANT      TO WS-TOT-CANT.
001803     MOVE WS-TOT-RCH-IMPORTE   TO WS-TOT-IMPORTE.
001804     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
001805
001806     MOVE 'REVERSIONES APLICADAS' TO WS-TOT-TEXTO.
001807     MOVE WS-TOT-REV-CANT      TO WS-TOT-CANT.
001808     MOVE WS-TOT-REV-IMPORTE   TO WS-TOT-IMPORTE.
001809     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
001810
001811 8000-F-TOTALES. EXIT.
001812
001813**************************************
001814*                                    *
001815*  CUERPO FINAL CIERRE DE FILES      *
001816*                                    *
001817**************************************
001818 9999-I-FINAL.
001819
001820     IF RETURN-CODE EQUAL ZEROS
001821        EXEC SQL
001822           COMMIT
001823        END-EXEC
001824     ELSE
001825        EXEC SQL
001826           ROLLBACK
001827        END-EXEC
001828     END-IF.
001829
001830     IF WS-FAC-ABIERTA
001831        CLOSE FACTURAS
001832        IF WS-FAC-CODE IS NOT EQUAL '00'
001833           DISPLAY '* ERROR EN CLOSE FACTURAS = ' WS-FAC-CODE
001834           MOVE 9999 TO RETURN-CODE
001835        END-IF
001836     END-IF.
001837
001838     CLOSE EMPRESAS
001839        IF WS-EMP-CODE IS NOT EQUAL '00'
001840          DISPLAY '* ERROR EN CLOSE EMPRESAS = ' WS-EMP-CODE
001841          MOVE 9999 TO RETURN-CODE
001842       END-IF.
001843
001844     CLOSE ADHESION
001845        IF WS-ADH-CODE IS NOT EQUAL '00'
001846          DISPLAY '* ERROR EN CLOSE ADHESION = ' WS-ADH-CODE
001847          MOVE 9999 TO RETURN-CODE
001848       END-IF.
001849
001850     CLOSE DEBITOS
001851        IF WS-DBA-CODE IS NOT EQUAL '00'
001852          DISPLAY '* ERROR EN CLOSE DEBITOS  = ' WS-DBA-CODE
001853          MOVE 9999 TO RETURN-CODE
001854       END-IF.
001855
001856     CLOSE INACTIVA
001857        IF WS-INA-CODE IS NOT EQUAL '00'
001858          DISPLAY '* ERROR EN CLOSE INACTIVA = ' WS-INA-CODE
001859          MOVE 9999 TO RETURN-CODE
001860       END-IF.
001861
001862     CLOSE MOVCTA
001863        IF WS-MOV-CODE IS NOT EQUAL '00'
001864          DISPLAY '* ERROR EN CLOSE MOVCTA   = ' WS-MOV-CODE
001865          MOVE 9999 TO RETURN-CODE
001866       END-IF.
001867
001868     CLOSE RESULTADO
001869        IF WS-RES-CODE IS NOT EQUAL '00'
001870          DISPLAY '* ERROR EN CLOSE RESULTADO = ' WS-RES-CODE
001871          MOVE 9999 TO RETURN-CODE
001872       END-IF.
001873
001874     CLOSE LISTADO
001875        IF WS-LIS-CODE IS NOT EQUAL '00'
001876          DISPLAY '* ERROR EN CLOSE LISTADO  = ' WS-LIS-CODE
001877          MOVE 9999 TO RETURN-CODE
001878       END-IF.
001879
001880**********************************
001881*   MOSTRAR TOTALES DE CONTROL   *
001882**********************************
001883
001884     DISPLAY 'LOTES DE EMPRESAS: '     WS-TOT-LOTES.
001885     DISPLAY 'FACTURAS RECIBIDAS: '    WS-TOT-REC-CANT.
001886     DISPLAY 'FACTURAS COBRADAS: '     WS-TOT-PAG-CANT.
001887     DISPLAY 'FACTURAS RECHAZADAS: '   WS-TOT-RCH-CANT.
001888     DISPLAY 'REVERSIONES APLICADAS: ' WS-TOT-REV-CANT.
001889
001890 9999-F-FINAL. EXIT.
