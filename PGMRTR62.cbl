000001 IDENTIFICATION DIVISION.
000002*                                                        *
000003 PROGRAM-ID. PGMRTR62.
000004**********************************************************
000005*                                                        *
000006*  PROGRAMA PARA SQL EMBEBIDO                            *
000007*  RECHAZOS DE TRANSFERENCIAS SALIENTES Y CONCILIACION   *
000008*  DIARIA DEL INTERCAMBIO CON LA CAMARA                  *
000009*                                                        *
000010*  LEE EL ARCHIVO DE RECHAZOS QUE ENVIA LA CAMARA        *
000011*  (CABECERA HD, DETALLES CPINTERC CON LA ORDEN TAL      *
000012*  COMO SE ENVIO Y SU MOTIVO, COLA TR CON CANTIDAD Y     *
000013*  SUMA) Y LO GUARDA EN UNA TABLA. RECORRE LA COLA DE    *
000014*  SALIDA TRFSAL19 Y UBICA CADA RECHAZO EN LA ORDEN      *
000015*  ENVIADA ('E') POR INT-REFERENCIA (CUENTA ORIGEN), CBU *
000016*  DESTINO E IMPORTE; REACREDITA LA CUENTA ORIGEN EN     *
000017*  TBCUENTAS, GRABA EL CREDITO 'RT' EN MOVCTA19 (LO      *
000018*  PASA PGMMOV34 AL MAESTRO Y A LA HISTORIA) Y DEJA LA   *
000019*  ORDEN DEVUELTA ('D') CON EL MOTIVO DE LA CAMARA       *
000020*                                                        *
000021*  SI LA COLA DEL ARCHIVO DE RECHAZOS NO BALANCEA O      *
000022*  FALTA NO SE REACREDITA NADA Y TERMINA CON CODIGO 16   *
000023*                                                        *
000024*  EL LISTADO DETALLA CADA RECHAZO Y CONCILIA LO ENVIADO *
000025*  EN EL DIA, LO RECHAZADO, LO REACREDITADO Y LO         *
000026*  DEVUELTO A LA CAMARA POR PGMDEV61                     *
000027*                                                        *
000028**********************************************************
000029*      MANTENIMIENTO DE PROGRAMA                         *
000030**********************************************************
000031*  FECHA      *       DETALLE        *
000032**************************************
000033* 15/10/2026  * RECHAZOS DE CAMARA,  *
000034*             * REACREDITACION Y     *
000035*             * CONCILIACION DIARIA  *
000036**************************************
000037 AUTHOR. NAHUEL GATTARI.
000038 ENVIRONMENT DIVISION.
000039 CONFIGURATION SECTION.
000040 SPECIAL-NAMES.
000041     DECIMAL-POINT IS COMMA.
000042
000043 INPUT-OUTPUT SECTION.
000044 FILE-CONTROL.
000045
000046       SELECT RECHAZOS ASSIGN DDRCZ
000047              FILE STATUS IS WS-RCZ-CODE.
000048
000049       SELECT TRFCOLA  ASSIGN DDQUE
000050              FILE STATUS IS WS-QUE-CODE.
000051
000052       SELECT MOVCTA   ASSIGN DDMOV
000053              FILE STATUS IS WS-MOV-CODE.
000054
000055       SELECT DEVOLUC  ASSIGN DDRET
000056              FILE STATUS IS WS-RET-CODE.
000057
000058       SELECT LISTADO  ASSIGN DDLIS
000059              FILE STATUS IS WS-LIS-CODE.
000060
000061       SELECT RUNCTL   ASSIGN DDRUN
000062              FILE STATUS IS WS-RUN-CODE.
000063
000064 DATA DIVISION.
000065 FILE SECTION.
000066 FD RECHAZOS
000067      BLOCK CONTAINS 0 RECORDS
000068      RECORDING MODE IS F.
000069
000070 01  REG-RECHAZOS    PIC X(80).
000071
000072 01  REG-RCZ-CABECERA REDEFINES REG-RECHAZOS.
000073     03  CAB-TIPO-REG     PIC X(02).
000074     03  CAB-FECHA        PIC 9(08).
000075     03  FILLER           PIC X(70).
000076
000077 01  REG-RCZ-COLA REDEFINES REG-RECHAZOS.
000078     03  COL-TIPO-REG     PIC X(02).
000079     03  COL-CANTIDAD     PIC 9(08).
000080     03  COL-SUMA         PIC S9(13)V99 COMP-3.
000081     03  FILLER           PIC X(62).
000082
000083 FD TRFCOLA
000084      BLOCK CONTAINS 0 RECORDS
000085      RECORDING MODE IS F.
000086
000087     COPY CPINTERC.
000088
000089 FD MOVCTA
000090      BLOCK CONTAINS 0 RECORDS
000091      RECORDING MODE IS F.
000092
000093     COPY CPMOVCTA.
000094
000095 FD DEVOLUC
000096      BLOCK CONTAINS 0 RECORDS
000097      RECORDING MODE IS F.
000098
000099 01  REG-DEVOLUC     PIC X(80).
000100
000101 01  REG-RET-DETALLE REDEFINES REG-DEVOLUC.
000102     03  RET-CBU          PIC X(11).
000103     03  RET-IMPORTE      PIC S9(09)V99 COMP-3.
000104     03  FILLER           PIC X(63).
000105
000106 FD LISTADO
000107      BLOCK CONTAINS 0 RECORDS
000108      RECORDING MODE IS F.
000109
000110 01 REG-LISTADO     PIC X(132).
000111
000112 FD RUNCTL
000113      BLOCK CONTAINS 0 RECORDS
000114      RECORDING MODE IS F.
000115
000116     COPY CPRUNCTL.
000117
000118**************************************
000119 WORKING-STORAGE SECTION.
000120**************************************
000121 77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000122 77  WS-RCZ-CODE      PIC XX    VALUE SPACES.
000123 77  WS-QUE-CODE      PIC XX    VALUE SPACES.
000124 77  WS-MOV-CODE      PIC XX    VALUE SPACES.
000125 77  WS-RET-CODE      PIC XX    VALUE SPACES.
000126 77  WS-LIS-CODE      PIC XX    VALUE SPACES.
000127 77  WS-RUN-CODE      PIC XX    VALUE SPACES.
000128 77  FS-SQLCODE       PIC -999  VALUE ZEROS.
000129
000130************
000131*CONTADORES*
000132************
000133 77  WS-CONT-RCZ-LEIDOS   PIC 9(8)     VALUE ZEROS.
000134 77  WS-CONT-COLA-LEIDAS  PIC 9(8)     VALUE ZEROS.
000135 77  WS-CONT-ENVIADAS     PIC 9(8)     VALUE ZEROS.
000136 77  WS-CONT-RECHAZADAS   PIC 9(8)     VALUE ZEROS.
000137 77  WS-CONT-REACREDIT    PIC 9(8)     VALUE ZEROS.
000138 77  WS-CONT-NO-REACRED   PIC 9(8)     VALUE ZEROS.
000139 77  WS-CONT-DEVUELTAS    PIC 9(8)     VALUE ZEROS.
000140 77  WS-CONT-PENDIENTES   PIC 9(4)     VALUE ZEROS.
000141
000142 01  WS-SUMA-RCZ-COLA     PIC S9(13)V99 COMP-3 VALUE ZEROS.
000143 01  WS-IMP-ENVIADAS      PIC S9(13)V99 COMP-3 VALUE ZEROS.
000144 01  WS-IMP-RECHAZADAS    PIC S9(13)V99 COMP-3 VALUE ZEROS.
000145 01  WS-IMP-REACREDIT     PIC S9(13)V99 COMP-3 VALUE ZEROS.
000146 01  WS-IMP-NO-REACRED    PIC S9(13)V99 COMP-3 VALUE ZEROS.
000147 01  WS-IMP-DEVUELTAS     PIC S9(13)V99 COMP-3 VALUE ZEROS.
000148 01  WS-IMP-DIFERENCIA    PIC S9(13)V99 COMP-3 VALUE ZEROS.
000149
000150********************
000151*      FLAGS       *
000152********************
000153
000154 01  WS-STATUS-FIN    PIC X.
000155     88  WS-FIN-LECTURA         VALUE 'Y'.
000156     88  WS-NO-FIN-LECTURA      VALUE 'N'.
000157
000158 01  WS-STA-RCZ       PIC X     VALUE 'N'.
000159     88  WS-FIN-RCZ             VALUE 'Y'.
000160     88  WS-NO-FIN-RCZ          VALUE 'N'.
000161
000162 01  WS-STA-RET       PIC X     VALUE 'N'.
000163     88  WS-FIN-RET             VALUE 'Y'.
000164     88  WS-NO-FIN-RET          VALUE 'N'.
000165
000166 01  WS-SW-COLA       PIC X     VALUE 'N'.
000167     88  WS-HAY-COLA            VALUE 'S'.
000168     88  WS-NO-HAY-COLA         VALUE 'N'.
000169
000170 01  WS-SW-BALANCE    PIC X     VALUE 'S'.
000171     88  WS-RECHAZOS-OK         VALUE 'S'.
000172     88  WS-RECHAZOS-MAL        VALUE 'N'.
000173
000174 01  WS-SW-UBICADO    PIC X     VALUE 'N'.
000175     88  WS-RCZ-UBICADO         VALUE 'S'.
000176     88  WS-RCZ-NO-UBICADO      VALUE 'N'.
000177
000178**************************************
000179*   DETALLE DE RECHAZO (CPINTERC)    *
000180**************************************
000181
000182     COPY CPINTERC
000183        REPLACING REG-INTERC     BY REG-RCZ-DETALLE
000184                  INT-CBU        BY RCZ-CBU
000185                  INT-IMPORTE    BY RCZ-IMPORTE
000186                  INT-FECHA      BY RCZ-FECHA
000187                  INT-CBU-ORIGEN BY RCZ-CBU-ORIGEN
000188                  INT-REFERENCIA BY RCZ-REFERENCIA
000189                  INT-ESTADO     BY RCZ-ESTADO
000190                  INT-MOTIVO     BY RCZ-MOTIVO.
000191
000192**************************************
000193*   TABLA DE RECHAZOS DEL DIA        *
000194*   ESTADO: P = PENDIENTE            *
000195*           A = REACREDITADO         *
000196*           C = CUENTA ORIGEN NO     *
000197*               UBICADA EN TBCUENTAS *
000198*           E = ERROR DB2 AL         *
000199*               REACREDITAR          *
000200**************************************
000201
000202 77  WS-CONT-TRZ          PIC 9(4)     VALUE ZEROS.
000203 77  WS-MAX-TRZ           PIC 9(4)     VALUE 2000.
000204
000205 01  WS-TABLA-RECHAZOS.
000206     03  WS-TRZ-ITEM OCCURS 2000 TIMES
000207                     INDEXED BY WS-IDX-TRZ.
000208         05  WS-TRZ-REFERENCIA  PIC X(15).
000209         05  WS-TRZ-CBU         PIC X(11).
000210         05  WS-TRZ-IMPORTE     PIC S9(09)V99 COMP-3.
000211         05  WS-TRZ-FECHA       PIC 9(08).
000212         05  WS-TRZ-MOTIVO      PIC X(02).
000213         05  WS-TRZ-ESTADO      PIC X(01).
000214
000215**************************************
000216*   FECHA DE PROCESO Y SU FORMATO    *
000217*   CON GUIONES (COMO GRABA T227)    *
000218**************************************
000219
000220 01  WS-FECHA-PROCESO     PIC 9(08)    VALUE ZEROS.
000221 01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
000222     03  WS-PRO-AAAA      PIC X(04).
000223     03  WS-PRO-MM        PIC X(02).
000224     03  WS-PRO-DD        PIC X(02).
000225
000226 01  WS-FECHA-GUION.
000227     03  WS-GUI-DD        PIC X(02)    VALUE SPACES.
000228     03  FILLER           PIC X(01)    VALUE '-'.
000229     03  WS-GUI-MM        PIC X(02)    VALUE SPACES.
000230     03  FILLER           PIC X(01)    VALUE '-'.
000231     03  WS-GUI-AAAA      PIC X(04)    VALUE SPACES.
000232
000233***********************************
000234*       TITULOS Y DETALLES        *
000235***********************************
000236
000237 01  WS-TITULO.
000238     03  FILLER              PIC X(20)    VALUE  SPACES.
000239     03  FILLER              PIC X(34)    VALUE
000240      'RECHAZOS Y CONCILIACION CAMARA    '.
000241     03  FILLER              PIC X(07)    VALUE 'FECHA: '.
000242     03  WS-TIT-FECHA        PIC 9(08)    VALUE ZEROS.
000243     03  FILLER              PIC X(63)    VALUE SPACES.
000244
000245 01  WS-LIN-CABECERA.
000246     03  FILLER    PIC X(02)    VALUE SPACES.
000247     03  FILLER    PIC X(17)    VALUE 'CUENTA ORIGEN    '.
000248     03  FILLER    PIC X(13)    VALUE 'CBU DESTINO  '.
000249     03  FILLER    PIC X(17)    VALUE '         IMPORTE '.
000250     03  FILLER    PIC X(10)    VALUE 'F.ENVIO   '.
000251     03  FILLER    PIC X(05)    VALUE 'MOT. '.
000252     03  FILLER    PIC X(09)    VALUE 'RESULTADO'.
000253     03  FILLER    PIC X(59)    VALUE SPACES.
000254
000255 01  WS-LIN-DETALLE.
000256     03  FILLER    PIC X(02)    VALUE SPACES.
000257     03  WS-DET-CUENTA   PIC X(15)    VALUE SPACES.
000258     03  FILLER    PIC X(02)    VALUE SPACES.
000259     03  WS-DET-CBU      PIC X(11)    VALUE SPACES.
000260     03  FILLER    PIC X(02)    VALUE SPACES.
000261     03  WS-DET-IMPORTE  PIC -ZZZ.ZZZ.999,99 VALUE ZEROS.
000262     03  FILLER    PIC X(02)    VALUE SPACES.
000263     03  WS-DET-FECHA    PIC 9(08)    VALUE ZEROS.
000264     03  FILLER    PIC X(02)    VALUE SPACES.
000265     03  WS-DET-MOTIVO   PIC X(02)    VALUE SPACES.
000266     03  FILLER    PIC X(03)    VALUE SPACES.
000267     03  WS-DET-RESULT   PIC X(30)    VALUE SPACES.
000268     03  FILLER    PIC X(38)    VALUE SPACES.
000269
000270 01  WS-LIN-RESUMEN.
000271     03  FILLER    PIC X(02)    VALUE SPACES.
000272     03  WS-RES-CONCEPTO PIC X(45)    VALUE SPACES.
000273     03  WS-RES-CANTIDAD PIC ZZ.ZZZ.ZZ9   VALUE ZEROS.
000274     03  FILLER    PIC X(04)    VALUE SPACES.
000275     03  WS-RES-IMPORTE  PIC -ZZ.ZZZ.ZZZ.ZZZ.999,99 VALUE ZEROS.
000276     03  FILLER    PIC X(49)    VALUE SPACES.
000277
000278 01  WS-LIN-CONCILIA.
000279     03  FILLER    PIC X(02)    VALUE SPACES.
000280     03  WS-CON-TEXTO    PIC X(60)    VALUE SPACES.
000281     03  FILLER    PIC X(70)    VALUE SPACES.
000282
000283 77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
000284
000285**************************************
000286*     AREA DE COMUNICACION DB2       *
000287**************************************
000288
000289      EXEC SQL
000290        INCLUDE SQLCA
000291      END-EXEC.
000292
000293      EXEC SQL
000294        INCLUDE TBCUE
000295      END-EXEC.
000296
000297***************************************************************.
000298 PROCEDURE DIVISION.
000299**************************************
000300*                                    *
000301*  CUERPO PRINCIPAL DEL PROGRAMA     *
000302*                                    *
000303**************************************
000304 MAIN-PROGRAM.
000305
000306     PERFORM 1000-I-INICIO  THRU 1000-F-INICIO.
000307
000308     PERFORM 2000-I-PROCESO THRU 2000-F-PROCESO
000309                            UNTIL WS-FIN-LECTURA.
000310
000311     PERFORM 6000-I-NO-UBICADOS THRU 6000-F-NO-UBICADOS.
000312
000313     PERFORM 7000-I-DEVOLUCIONES THRU 7000-F-DEVOLUCIONES.
000314
000315     PERFORM 8000-I-CONCILIACION THRU 8000-F-CONCILIACION.
000316
000317     PERFORM 9999-I-FINAL   THRU 9999-F-FINAL.
000318
000319 F-MAIN-PROGRAM. GOBACK.
000320
000321**************************************
000322*                                    *
000323*  CUERPO INICIO APERTURA ARCHIVOS   *
000324*                                    *
000325**************************************
000326 1000-I-INICIO.
000327
000328     SET WS-NO-FIN-LECTURA TO TRUE.
000329
000330     PERFORM 1100-I-LEER-RUNCTL THRU 1100-F-LEER-RUNCTL.
000331
000332     IF NOT WS-FIN-LECTURA
000333
000334        OPEN INPUT RECHAZOS
000335        IF WS-RCZ-CODE IS NOT EQUAL '00'
000336           DISPLAY '* ERROR EN OPEN RECHAZOS = ' WS-RCZ-CODE
000337           MOVE 9999 TO RETURN-CODE
000338           SET  WS-FIN-LECTURA TO TRUE
000339        END-IF
000340
000341        OPEN I-O TRFCOLA
000342        IF WS-QUE-CODE IS NOT EQUAL '00'
000343           DISPLAY '* ERROR EN OPEN TRFCOLA  = ' WS-QUE-CODE
000344           MOVE 9999 TO RETURN-CODE
000345           SET  WS-FIN-LECTURA TO TRUE
000346        END-IF
000347
000348        OPEN EXTEND MOVCTA
000349        IF WS-MOV-CODE IS NOT EQUAL '00'
000350           DISPLAY '* ERROR EN OPEN MOVCTA   = ' WS-MOV-CODE
000351           MOVE 9999 TO RETURN-CODE
000352           SET  WS-FIN-LECTURA TO TRUE
000353        END-IF
000354
000355        OPEN OUTPUT LISTADO
000356        IF WS-LIS-CODE IS NOT EQUAL '00'
000357           DISPLAY '* ERROR EN OPEN LISTADO  = ' WS-LIS-CODE
000358           MOVE 9999 TO RETURN-CODE
000359           SET  WS-FIN-LECTURA TO TRUE
000360        END-IF
000361     END-IF.
000362
000363     IF NOT WS-FIN-LECTURA
000364        MOVE WS-FECHA-PROCESO TO WS-TIT-FECHA
000365        WRITE REG-LISTADO FROM WS-TITULO
000366        WRITE REG-LISTADO FROM WS-LIN-CABECERA
000367        PERFORM 1500-I-CARGAR-RECHAZOS THRU 1500-F-CARGAR-RECHAZOS
000368     END-IF.
000369
000370     IF NOT WS-FIN-LECTURA
000371        PERFORM 3000-I-LEER-COLA THRU 3000-F-LEER-COLA
000372     END-IF.
000373
000374 1000-F-INICIO.   EXIT.
000375
000376**************************************
000377*  FECHA OFICIAL DE PROCESO DESDE    *
000378*  EL CONTROL DE CORRIDA             *
000379**************************************
000380
000381 1100-I-LEER-RUNCTL.
000382
000383     OPEN INPUT RUNCTL.
000384
000385     IF WS-RUN-CODE NOT EQUAL '00'
000386        DISPLAY '* ERROR EN OPEN RUNCTL   = ' WS-RUN-CODE
000387        MOVE 9999 TO RETURN-CODE
000388        SET  WS-FIN-LECTURA TO TRUE
000389        GO TO 1100-F-LEER-RUNCTL
000390     END-IF.
000391
000392     READ RUNCTL.
000393     IF WS-RUN-CODE NOT EQUAL '00'
000394        DISPLAY '* ERROR EN LECTURA RUNCTL = ' WS-RUN-CODE
000395        MOVE 9999 TO RETURN-CODE
000396        SET  WS-FIN-LECTURA TO TRUE
000397        CLOSE RUNCTL
000398        GO TO 1100-F-LEER-RUNCTL
000399     END-IF.
000400
000401     MOVE RUN-FECHA-PROCESO TO WS-FECHA-PROCESO.
000402     MOVE WS-PRO-DD   TO WS-GUI-DD.
000403     MOVE WS-PRO-MM   TO WS-GUI-MM.
000404     MOVE WS-PRO-AAAA TO WS-GUI-AAAA.
000405
000406     CLOSE RUNCTL.
000407
000408 1100-F-LEER-RUNCTL. EXIT.
000409
000410**************************************
000411*  CARGA DE LOS RECHAZOS DE LA       *
000412*  CAMARA EN LA TABLA, CON CONTROL   *
000413*  DE LA COLA DE TRANSMISION         *
000414**************************************
000415
000416 1500-I-CARGAR-RECHAZOS.
000417
000418     SET WS-NO-FIN-RCZ TO TRUE.
000419
000420     PERFORM 1550-I-LEER-RECHAZO THRU 1550-F-LEER-RECHAZO
000421        UNTIL WS-FIN-RCZ.
000422
000423     CLOSE RECHAZOS.
000424
000425     IF WS-NO-HAY-COLA
000426        DISPLAY '* FALTA LA COLA DEL ARCHIVO DE RECHAZOS'
000427                ' (TRANSMISION CORTADA)'
000428        SET WS-RECHAZOS-MAL TO TRUE
000429     END-IF.
000430
000431     IF WS-RECHAZOS-MAL
000432        DISPLAY '* NO SE REACREDITA NINGUN RECHAZO'
000433        MOVE 0016 TO RETURN-CODE
000434        MOVE ZEROS TO WS-CONT-PENDIENTES
000435     END-IF.
000436
000437 1500-F-CARGAR-RECHAZOS. EXIT.
000438
000439 1550-I-LEER-RECHAZO.
000440
000441     READ RECHAZOS.
000442
000443     EVALUATE WS-RCZ-CODE
000444       WHEN '00'
000445          ADD 1 TO WS-CONT-RCZ-LEIDOS
000446       WHEN '10'
000447          SET WS-FIN-RCZ TO TRUE
000448          GO TO 1550-F-LEER-RECHAZO
000449       WHEN OTHER
000450          DISPLAY '* ERROR EN LECTURA RECHAZOS = ' WS-RCZ-CODE
000451          MOVE 9999 TO RETURN-CODE
000452          SET WS-FIN-RCZ TO TRUE
000453          SET WS-FIN-LECTURA TO TRUE
000454          GO TO 1550-F-LEER-RECHAZO
000455     END-EVALUATE.
000456
000457     EVALUATE REG-RECHAZOS(1:2)
000458
000459       WHEN 'HD'
000460          IF CAB-FECHA IS NUMERIC
000461             AND CAB-FECHA NOT EQUAL WS-FECHA-PROCESO
000462             DISPLAY '* AVISO: LA FECHA DE LA CAMARA NO ES LA'
000463                     ' DEL PROCESO: ' CAB-FECHA
000464          END-IF
000465
000466       WHEN 'TR'
000467          SET WS-HAY-COLA TO TRUE
000468          IF COL-CANTIDAD NOT EQUAL WS-CONT-RECHAZADAS
000469             OR COL-SUMA NOT EQUAL WS-SUMA-RCZ-COLA
000470             DISPLAY '* LA COLA DE RECHAZOS DE LA CAMARA NO'
000471                     ' BALANCEA'
000472             SET WS-RECHAZOS-MAL TO TRUE
000473          END-IF
000474
000475       WHEN OTHER
000476          ADD 1 TO WS-CONT-RECHAZADAS
000477          MOVE REG-RECHAZOS TO REG-RCZ-DETALLE
000478          IF RCZ-IMPORTE IS NOT NUMERIC
000479             DISPLAY '* IMPORTE INVALIDO EN RECHAZO DE LA CUENTA '
000480                     RCZ-REFERENCIA
000481             SET WS-RECHAZOS-MAL TO TRUE
000482             GO TO 1550-F-LEER-RECHAZO
000483          END-IF
000484          ADD RCZ-IMPORTE TO WS-SUMA-RCZ-COLA
000485          ADD RCZ-IMPORTE TO WS-IMP-RECHAZADAS
000486          PERFORM 1600-I-GUARDAR-RECHAZO
000487             THRU 1600-F-GUARDAR-RECHAZO
000488
000489     END-EVALUATE.
000490
000491 1550-F-LEER-RECHAZO. EXIT.
000492
000493 1600-I-GUARDAR-RECHAZO.
000494
000495     IF WS-CONT-TRZ NOT LESS THAN WS-MAX-TRZ
000496        DISPLAY '* ERROR: MAS DE ' WS-MAX-TRZ
000497                ' RECHAZOS, AMPLIAR LA TABLA'
000498        MOVE 9999 TO RETURN-CODE
000499        SET WS-FIN-RCZ TO TRUE
000500        SET WS-FIN-LECTURA TO TRUE
000501        GO TO 1600-F-GUARDAR-RECHAZO
000502     END-IF.
000503
000504     ADD 1 TO WS-CONT-TRZ.
000505     ADD 1 TO WS-CONT-PENDIENTES.
000506     SET WS-IDX-TRZ TO WS-CONT-TRZ.
000507
000508     MOVE RCZ-REFERENCIA TO WS-TRZ-REFERENCIA(WS-IDX-TRZ).
000509     MOVE RCZ-CBU        TO WS-TRZ-CBU(WS-IDX-TRZ).
000510     MOVE RCZ-IMPORTE    TO WS-TRZ-IMPORTE(WS-IDX-TRZ).
000511     MOVE RCZ-FECHA      TO WS-TRZ-FECHA(WS-IDX-TRZ).
000512     MOVE RCZ-MOTIVO     TO WS-TRZ-MOTIVO(WS-IDX-TRZ).
000513     MOVE 'P'            TO WS-TRZ-ESTADO(WS-IDX-TRZ).
000514
000515 1600-F-GUARDAR-RECHAZO. EXIT.
000516
000517**************************************
000518*                                    *
000519*  CUERPO PRINCIPAL DE PROCESOS:     *
000520*  RECORRIDO DE LA COLA DE SALIDA    *
000521*                                    *
000522**************************************
000523 2000-I-PROCESO.
000524
000525     IF INT-ESTADO EQUAL 'E'
000526        AND INT-FECHA EQUAL WS-FECHA-PROCESO
000527        ADD 1 TO WS-CONT-ENVIADAS
000528        ADD INT-IMPORTE TO WS-IMP-ENVIADAS
000529     END-IF.
000530
000531     IF INT-ESTADO EQUAL 'E'
000532        AND WS-CONT-PENDIENTES GREATER THAN ZEROS
000533        PERFORM 4000-I-BUSCAR-RECHAZO THRU 4000-F-BUSCAR-RECHAZO
000534        IF WS-RCZ-UBICADO
000535           PERFORM 4500-I-REACREDITAR THRU 4500-F-REACREDITAR
000536        END-IF
000537     END-IF.
000538
000539     IF NOT WS-FIN-LECTURA
000540        PERFORM 3000-I-LEER-COLA THRU 3000-F-LEER-COLA
000541     END-IF.
000542
000543 2000-F-PROCESO. EXIT.
000544
000545**************************************
000546* LECTURA COLA DE SALIDA             *
000547**************************************
000548
000549 3000-I-LEER-COLA.
000550
000551     READ TRFCOLA.
000552
000553     EVALUATE WS-QUE-CODE
000554       WHEN '00'
000555          ADD 1 TO WS-CONT-COLA-LEIDAS
000556       WHEN '10'
000557          SET WS-FIN-LECTURA TO TRUE
000558       WHEN OTHER
000559          DISPLAY '* ERROR EN LECTURA TRFCOLA = ' WS-QUE-CODE
000560          MOVE 9999 TO RETURN-CODE
000561          SET WS-FIN-LECTURA TO TRUE
000562     END-EVALUATE.
000563
000564 3000-F-LEER-COLA. EXIT.
000565
000566**************************************
000567*  BUSQUEDA DE UN RECHAZO PENDIENTE  *
000568*  PARA LA ORDEN ENVIADA             *
000569**************************************
000570
000571 4000-I-BUSCAR-RECHAZO.
000572
000573     SET WS-RCZ-NO-UBICADO TO TRUE.
000574     SET WS-IDX-TRZ TO 1.
000575
000576     PERFORM 4100-I-COMPARAR THRU 4100-F-COMPARAR
000577        UNTIL WS-RCZ-UBICADO
000578           OR WS-IDX-TRZ GREATER THAN WS-CONT-TRZ.
000579
000580 4000-F-BUSCAR-RECHAZO. EXIT.
000581
000582 4100-I-COMPARAR.
000583
000584     IF WS-TRZ-ESTADO(WS-IDX-TRZ) EQUAL 'P'
000585        AND WS-TRZ-REFERENCIA(WS-IDX-TRZ) EQUAL INT-REFERENCIA
000586        AND WS-TRZ-CBU(WS-IDX-TRZ) EQUAL INT-CBU
000587        AND WS-TRZ-IMPORTE(WS-IDX-TRZ) EQUAL INT-IMPORTE
000588        SET WS-RCZ-UBICADO TO TRUE
000589     ELSE
000590        SET WS-IDX-TRZ UP BY 1
000591     END-IF.
000592
000593 4100-F-COMPARAR. EXIT.
000594
000595**************************************
000596*  REACREDITACION DE LA CUENTA       *
000597*  ORIGEN Y ORDEN DEVUELTA EN LA     *
000598*  COLA                              *
000599**************************************
000600
000601 4500-I-REACREDITAR.
000602
000603     SUBTRACT 1 FROM WS-CONT-PENDIENTES.
000604
000605     MOVE INT-REFERENCIA TO WS-NRO-CUENTA.
000606
000607     EXEC SQL
000608        SELECT TIPO_CUENTA,
000609               NRO_CLIENTE,
000610               MONEDA
000611          INTO :DCLTBCUENTAS.WS-TIPO-CUENTA,
000612               :DCLTBCUENTAS.WS-CUE-NRO-CLIENTE,
000613               :DCLTBCUENTAS.WS-MONEDA
000614          FROM  ITPFBIO.TBCUENTAS
000615         WHERE  NRO_CUENTA  = :DCLTBCUENTAS.WS-NRO-CUENTA
000616     END-EXEC.
000617
000618     MOVE SQLCODE TO FS-SQLCODE.
000619
000620     EVALUATE SQLCODE
000621       WHEN ZEROS
000622          CONTINUE
000623       WHEN +100
000624          MOVE 'C' TO WS-TRZ-ESTADO(WS-IDX-TRZ)
000625          PERFORM 4900-I-NO-REACREDITADO
000626             THRU 4900-F-NO-REACREDITADO
000627          GO TO 4500-F-REACREDITAR
000628       WHEN OTHER
000629          DISPLAY '* ERROR DB2 AL UBICAR LA CUENTA = ' FS-SQLCODE
000630                  ' CUENTA ' INT-REFERENCIA
000631          MOVE 'E' TO WS-TRZ-ESTADO(WS-IDX-TRZ)
000632          PERFORM 4900-I-NO-REACREDITADO
000633             THRU 4900-F-NO-REACREDITADO
000634          GO TO 4500-F-REACREDITAR
000635     END-EVALUATE.
000636
000637     MOVE INT-IMPORTE    TO WS-SALDO-ACTUAL.
000638     MOVE WS-FECHA-GUION TO WS-FECHA-ACTUAL.
000639
000640     EXEC SQL
000641        UPDATE ITPFBIO.TBCUENTAS
000642           SET SALDO_ACTUAL = SALDO_ACTUAL +
000643                 :DCLTBCUENTAS.WS-SALDO-ACTUAL,
000644               FECHA_ACTUAL =
000645                 :DCLTBCUENTAS.WS-FECHA-ACTUAL
000646         WHERE TIPO_CUENTA  =
000647                 :DCLTBCUENTAS.WS-TIPO-CUENTA
000648           AND NRO_CUENTA   =
000649                 :DCLTBCUENTAS.WS-NRO-CUENTA
000650     END-EXEC.
000651
000652     MOVE SQLCODE TO FS-SQLCODE.
000653
000654     IF SQLCODE NOT EQUAL ZEROS
000655        DISPLAY '* ERROR DB2 EN REACREDITACION = ' FS-SQLCODE
000656                ' CUENTA ' INT-REFERENCIA
000657        EXEC SQL
000658           ROLLBACK
000659        END-EXEC
000660        MOVE 'E' TO WS-TRZ-ESTADO(WS-IDX-TRZ)
000661        PERFORM 4900-I-NO-REACREDITADO
000662           THRU 4900-F-NO-REACREDITADO
000663        GO TO 4500-F-REACREDITAR
000664     END-IF.
000665
000666     MOVE 'D'                      TO INT-ESTADO.
000667     MOVE WS-TRZ-MOTIVO(WS-IDX-TRZ) TO INT-MOTIVO.
000668
000669     REWRITE REG-INTERC.
000670     IF WS-QUE-CODE IS NOT EQUAL '00'
000671        DISPLAY '* ERROR EN REWRITE TRFCOLA = ' WS-QUE-CODE
000672        MOVE 9999 TO RETURN-CODE
000673        SET WS-FIN-LECTURA TO TRUE
000674        EXEC SQL
000675           ROLLBACK
000676        END-EXEC
000677        GO TO 4500-F-REACREDITAR
000678     END-IF.
000679
000680     PERFORM 4600-I-GRABAR-MOV THRU 4600-F-GRABAR-MOV.
000681     IF WS-FIN-LECTURA
000682        GO TO 4500-F-REACREDITAR
000683     END-IF.
000684
000685     EXEC SQL
000686        COMMIT
000687     END-EXEC.
000688
000689     MOVE 'A' TO WS-TRZ-ESTADO(WS-IDX-TRZ).
000690     ADD 1 TO WS-CONT-REACREDIT.
000691     ADD INT-IMPORTE TO WS-IMP-REACREDIT.
000692
000693     PERFORM 5000-I-LISTAR THRU 5000-F-LISTAR.
000694
000695 4500-F-REACREDITAR. EXIT.
000696
000697**************************************
000698*  CREDITO 'RT' EN MOVCTA19 (LO      *
000699*  PASA PGMMOV34 AL MAESTRO E        *
000700*  HISTORIA)                         *
000701**************************************
000702
000703 4600-I-GRABAR-MOV.
000704
000705     MOVE SPACES             TO REG-MOVCTA.
000706     MOVE INT-REFERENCIA     TO MCT-NRO-CUENTA.
000707     MOVE 'RT'               TO MCT-TIPO-MOV.
000708     MOVE INT-IMPORTE        TO MCT-IMPORTE.
000709     MOVE INT-CBU            TO MCT-CONTRAPARTE.
000710     MOVE WS-FECHA-GUION     TO MCT-FECHA.
000711     MOVE '00:00:00'         TO MCT-HORA.
000712     MOVE 'CAMA'             TO MCT-TERMINAL.
000713     MOVE WS-CUE-NRO-CLIENTE TO MCT-NRO-CLIENTE.
000714     MOVE 'CAMARA'           TO MCT-OPERADOR.
000715     MOVE WS-MONEDA          TO MCT-MONEDA.
000716
000717     WRITE REG-MOVCTA.
000718     IF WS-MOV-CODE IS NOT EQUAL '00'
000719        DISPLAY '* ERROR EN WRITE MOVCTA = ' WS-MOV-CODE
000720        MOVE 9999 TO RETURN-CODE
000721        EXEC SQL
000722           ROLLBACK
000723        END-EXEC
000724        SET WS-FIN-LECTURA TO TRUE
000725     END-IF.
000726
000727 4600-F-GRABAR-MOV. EXIT.
000728
000729**************************************
000730*  RECHAZO UBICADO QUE NO SE PUDO    *
000731*  REACREDITAR: LA ORDEN QUEDA       *
000732*  ENVIADA PARA TRATAMIENTO MANUAL   *
000733**************************************
000734
000735 4900-I-NO-REACREDITADO.
000736
000737     ADD 1 TO WS-CONT-NO-REACRED.
000738     ADD WS-TRZ-IMPORTE(WS-IDX-TRZ) TO WS-IMP-NO-REACRED.
000739
000740     PERFORM 5000-I-LISTAR THRU 5000-F-LISTAR.
000741
000742 4900-F-NO-REACREDITADO. EXIT.
000743
000744**************************************
000745*  LINEA DE DETALLE DE UN RECHAZO    *
000746**************************************
000747
000748 5000-I-LISTAR.
000749
000750     MOVE WS-TRZ-REFERENCIA(WS-IDX-TRZ) TO WS-DET-CUENTA.
000751     MOVE WS-TRZ-CBU(WS-IDX-TRZ)        TO WS-DET-CBU.
000752     MOVE WS-TRZ-IMPORTE(WS-IDX-TRZ)    TO WS-DET-IMPORTE.
000753     MOVE WS-TRZ-FECHA(WS-IDX-TRZ)      TO WS-DET-FECHA.
000754     MOVE WS-TRZ-MOTIVO(WS-IDX-TRZ)     TO WS-DET-MOTIVO.
000755
000756     EVALUATE WS-TRZ-ESTADO(WS-IDX-TRZ)
000757       WHEN 'A'
000758          MOVE 'REACREDITADA'               TO WS-DET-RESULT
000759       WHEN 'C'
000760          MOVE 'CUENTA ORIGEN INEXISTENTE'  TO WS-DET-RESULT
000761       WHEN 'E'
000762          MOVE 'ERROR DB2 AL REACREDITAR'   TO WS-DET-RESULT
000763       WHEN OTHER
000764          MOVE 'SIN ORDEN ENVIADA EN COLA'  TO WS-DET-RESULT
000765     END-EVALUATE.
000766
000767     WRITE REG-LISTADO FROM WS-LIN-DETALLE.
000768     IF WS-LIS-CODE IS NOT EQUAL '00'
000769        DISPLAY '* ERROR EN WRITE LISTADO = ' WS-LIS-CODE
000770        MOVE 9999 TO RETURN-CODE
000771        SET WS-FIN-LECTURA TO TRUE
000772     END-IF.
000773
000774 5000-F-LISTAR. EXIT.
000775
000776**************************************
000777*  RECHAZOS QUE NO CORRESPONDEN A    *
000778*  NINGUNA ORDEN ENVIADA DE LA COLA  *
000779**************************************
000780
000781 6000-I-NO-UBICADOS.
000782
000783     IF WS-RECHAZOS-MAL
000784        OR WS-CONT-PENDIENTES EQUAL ZEROS
000785        OR RETURN-CODE EQUAL 9999
000786        GO TO 6000-F-NO-UBICADOS
000787     END-IF.
000788
000789     SET WS-IDX-TRZ TO 1.
000790
000791     PERFORM 6100-I-NO-UBICADO THRU 6100-F-NO-UBICADO
000792        UNTIL WS-IDX-TRZ GREATER THAN WS-CONT-TRZ.
000793
000794 6000-F-NO-UBICADOS. EXIT.
000795
000796 6100-I-NO-UBICADO.
000797
000798     IF WS-TRZ-ESTADO(WS-IDX-TRZ) EQUAL 'P'
000799        ADD 1 TO WS-CONT-NO-REACRED
000800        ADD WS-TRZ-IMPORTE(WS-IDX-TRZ) TO WS-IMP-NO-REACRED
000801        PERFORM 5000-I-LISTAR THRU 5000-F-LISTAR
000802     END-IF.
000803
000804     SET WS-IDX-TRZ UP BY 1.
000805
000806 6100-F-NO-UBICADO. EXIT.
000807
000808**************************************
000809*  TOTAL DEVUELTO A LA CAMARA POR    *
000810*  PGMDEV61 (OPCIONAL)               *
000811**************************************
000812
000813 7000-I-DEVOLUCIONES.
000814
000815     OPEN INPUT DEVOLUC.
000816
000817     IF WS-RET-CODE NOT EQUAL '00'
000818        DISPLAY '* AVISO: SIN ARCHIVO DE DEVOLUCIONES A LA'
000819                ' CAMARA, SE INFORMA EN CERO'
000820        GO TO 7000-F-DEVOLUCIONES
000821     END-IF.
000822
000823     SET WS-NO-FIN-RET TO TRUE.
000824
000825     PERFORM 7100-I-LEER-DEVOLUCION THRU 7100-F-LEER-DEVOLUCION
000826        UNTIL WS-FIN-RET.
000827
000828     CLOSE DEVOLUC.
000829
000830 7000-F-DEVOLUCIONES. EXIT.
000831
000832 7100-I-LEER-DEVOLUCION.
000833
000834     READ DEVOLUC
000835        AT END
000836           SET WS-FIN-RET TO TRUE
000837           GO TO 7100-F-LEER-DEVOLUCION
000838     END-READ.
000839
000840     IF REG-DEVOLUC(1:2) EQUAL 'HD'
000841        OR REG-DEVOLUC(1:2) EQUAL 'TR'
000842        GO TO 7100-F-LEER-DEVOLUCION
000843     END-IF.
000844
000845     IF RET-IMPORTE IS NUMERIC
000846        ADD 1 TO WS-CONT-DEVUELTAS
000847        ADD RET-IMPORTE TO WS-IMP-DEVUELTAS
000848     END-IF.
000849
000850 7100-F-LEER-DEVOLUCION. EXIT.
000851
000852**************************************
000853*  RESUMEN DE CONCILIACION: LO       *
000854*  RECHAZADO DEBE SER IGUAL A LO     *
000855*  REACREDITADO MAS LO NO            *
000856*  REACREDITADO                      *
000857**************************************
000858
000859 8000-I-CONCILIACION.
000860
000861     MOVE SPACES TO REG-LISTADO.
000862     WRITE REG-LISTADO.
000863
000864     MOVE 'ORDENES ENVIADAS A LA CAMARA EN EL DIA'
000865                               TO WS-RES-CONCEPTO.
000866     MOVE WS-CONT-ENVIADAS     TO WS-RES-CANTIDAD.
000867     MOVE WS-IMP-ENVIADAS      TO WS-RES-IMPORTE.
000868     WRITE REG-LISTADO FROM WS-LIN-RESUMEN.
000869
000870     MOVE 'ORDENES RECHAZADAS POR LA CAMARA'
000871                               TO WS-RES-CONCEPTO.
000872     MOVE WS-CONT-RECHAZADAS   TO WS-RES-CANTIDAD.
000873     MOVE WS-IMP-RECHAZADAS    TO WS-RES-IMPORTE.
000874     WRITE REG-LISTADO FROM WS-LIN-RESUMEN.
000875
000876     MOVE '   REACREDITADAS A LA CUENTA ORIGEN'
000877                               TO WS-RES-CONCEPTO.
000878     MOVE WS-CONT-REACREDIT    TO WS-RES-CANTIDAD.
000879     MOVE WS-IMP-REACREDIT     TO WS-RES-IMPORTE.
000880     WRITE REG-LISTADO FROM WS-LIN-RESUMEN.
000881
000882     MOVE '   NO REACREDITADAS (TRATAMIENTO MANUAL)'
000883                               TO WS-RES-CONCEPTO.
000884     MOVE WS-CONT-NO-REACRED   TO WS-RES-CANTIDAD.
000885     MOVE WS-IMP-NO-REACRED    TO WS-RES-IMPORTE.
000886     WRITE REG-LISTADO FROM WS-LIN-RESUMEN.
000887
000888     MOVE 'CREDITOS ENTRANTES DEVUELTOS A LA CAMARA'
000889                               TO WS-RES-CONCEPTO.
000890     MOVE WS-CONT-DEVUELTAS    TO WS-RES-CANTIDAD.
000891     MOVE WS-IMP-DEVUELTAS     TO WS-RES-IMPORTE.
000892     WRITE REG-LISTADO FROM WS-LIN-RESUMEN.
000893
000894     MOVE SPACES TO REG-LISTADO.
000895     WRITE REG-LISTADO.
000896
000897     IF WS-RECHAZOS-MAL
000898        MOVE 'ARCHIVO DE RECHAZOS NO BALANCEA: NO SE REACREDITO'
000899                               TO WS-CON-TEXTO
000900        WRITE REG-LISTADO FROM WS-LIN-CONCILIA
000901        GO TO 8000-F-CONCILIACION
000902     END-IF.
000903
000904     COMPUTE WS-IMP-DIFERENCIA = WS-IMP-RECHAZADAS
000905                               - WS-IMP-REACREDIT
000906                               - WS-IMP-NO-REACRED.
000907
000908     IF WS-IMP-DIFERENCIA EQUAL ZEROS
000909        MOVE 'RECHAZOS CONCILIADOS'    TO WS-CON-TEXTO
000910     ELSE
000911        MOVE 'RECHAZOS NO CONCILIAN, REVISAR EL PROCESO'
000912                                       TO WS-CON-TEXTO
000913        DISPLAY '* LOS RECHAZOS NO CONCILIAN, DIFERENCIA = '
000914                WS-IMP-DIFERENCIA
000915        MOVE 0016 TO RETURN-CODE
000916     END-IF.
000917
000918     WRITE REG-LISTADO FROM WS-LIN-CONCILIA.
000919
000920 8000-F-CONCILIACION. EXIT.
000921
000922**************************************
000923*                                    *
000924*  CUERPO FINAL CIERRE DE FILES      *
000925*                                    *
000926**************************************
000927 9999-I-FINAL.
000928
000929     IF RETURN-CODE EQUAL ZEROS
000930        OR RETURN-CODE EQUAL 0016
000931        EXEC SQL
000932           COMMIT
000933        END-EXEC
000934     ELSE
000935        EXEC SQL
000936           ROLLBACK
000937        END-EXEC
000938     END-IF.
000939
000940     CLOSE TRFCOLA
000941        IF WS-QUE-CODE IS NOT EQUAL '00'
000942          DISPLAY '* ERROR EN CLOSE TRFCOLA  = ' WS-QUE-CODE
000943          MOVE 9999 TO RETURN-CODE
000944       END-IF.
000945
000946     CLOSE MOVCTA
000947        IF WS-MOV-CODE IS NOT EQUAL '00'
000948          DISPLAY '* ERROR EN CLOSE MOVCTA   = ' WS-MOV-CODE
000949          MOVE 9999 TO RETURN-CODE
000950       END-IF.
000951
000952     CLOSE LISTADO
000953        IF WS-LIS-CODE IS NOT EQUAL '00'
000954          DISPLAY '* ERROR EN CLOSE LISTADO  = ' WS-LIS-CODE
000955          MOVE 9999 TO RETURN-CODE
000956       END-IF.
000957
000958**********************************
000959*   MOSTRAR TOTALES DE CONTROL   *
000960**********************************
000961
000962     DISPLAY 'RECHAZOS LEIDOS: '          WS-CONT-RCZ-LEIDOS.
000963     DISPLAY 'ORDENES RECHAZADAS: '       WS-CONT-RECHAZADAS.
000964     DISPLAY 'REACREDITADAS: '            WS-CONT-REACREDIT.
000965     DISPLAY 'NO REACREDITADAS: '         WS-CONT-NO-REACRED.
000966     DISPLAY 'ORDENES DE LA COLA LEIDAS: ' WS-CONT-COLA-LEIDAS.
000967     DISPLAY 'ENVIADAS EN EL DIA: '       WS-CONT-ENVIADAS.
000968     DISPLAY 'DEVUELTAS A LA CAMARA: '    WS-CONT-DEVUELTAS.
000969
000970 9999-F-FINAL. EXIT.
