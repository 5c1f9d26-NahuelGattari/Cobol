000001 IDENTIFICATION DIVISION.
000002*                                                        *
000003 PROGRAM-ID. PGMATM68.
000004**********************************************************
000005*                                                        *
000006*  PROGRAMA PARA SQL EMBEBIDO                            *
000007*  LIQUIDACION DIARIA DE LA RED DE CAJEROS AUTOMATICOS   *
000008*                                                        *
000009*  LEE EL ARCHIVO DE LIQUIDACION DE LA RED (DDRED,       *
000010*  CPATMRED: CABECERA, DETALLES Y TRAILER). PRIMERO      *
000011*  CUADRA EL TRAILER CONTRA LOS DETALLES: SI NO CUADRA   *
000012*  NO SE APLICA NADA Y EL PROGRAMA TERMINA CON CODIGO    *
000013*  16. CUADRADO, CADA EXTRACCION O CONSULTA DE SALDO     *
000014*  DEBITA EL IMPORTE MAS LA COMISION EN TBCUENTAS CON    *
000015*  LAS MISMAS REGLAS QUE LA T227 (CUENTA DORMIDA EN      *
000016*  INACTI19 BLOQUEADA, SALDO SUFICIENTE CON EL ACUERDO   *
000017*  DE SOBREGIRO VIGENTE) Y SE GRABA EN MOVCTA19: LA      *
000018*  EXTRACCION COMO TIPO 'AT' (PGMMOV34 LA PASA COMO 84)  *
000019*  Y LA COMISION COMO 'CO' (70)                          *
000020*                                                        *
000021*  CADA TRACE QUEDA EN EL REGISTRO DE TRACES (ATMTRZ19). *
000022*  LAS CUENTAS INEXISTENTES, LOS TRACES DUPLICADOS Y     *
000023*  LOS DEMAS RECHAZOS VAN AL ARCHIVO DE DEVOLUCIONES A   *
000024*  LA RED (CPDEVATM) CON CODIGO Y MOTIVO                 *
000025*                                                        *
000026*  EL INFORME DETALLA LOS RECHAZOS Y CIERRA CON LA       *
000027*  CONCILIACION: TOTAL DE LA RED CONTRA APLICADO Y       *
000028*  RECHAZADO                                             *
000029*                                                        *
000030**********************************************************
000031*      MANTENIMIENTO DE PROGRAMA                         *
000032**********************************************************
000033*  FECHA      *       DETALLE        *
000034**************************************
000035* 15/10/2026  * LIQUIDACION DE LA    *
000036*             * RED DE CAJEROS       *
000037*             * AUTOMATICOS          *
000038**************************************
000039 AUTHOR. NAHUEL GATTARI.
000040 ENVIRONMENT DIVISION.
000041 CONFIGURATION SECTION.
000042 SPECIAL-NAMES.
000043     DECIMAL-POINT IS COMMA.
000044
000045 INPUT-OUTPUT SECTION.
000046 FILE-CONTROL.
000047
000048       SELECT RED      ASSIGN DDRED
000049              FILE STATUS IS WS-RED-CODE.
000050
000051       SELECT TRAZAS   ASSIGN DDTRZ
000052       ORGANIZATION   IS INDEXED
000053       ACCESS IS RANDOM
000054       RECORD KEY IS ATZ-CLAVE
000055       FILE STATUS IS WS-TRZ-CODE.
000056
000057       SELECT INACTIVA ASSIGN DDINA
000058       ORGANIZATION   IS INDEXED
000059       ACCESS IS RANDOM
000060       RECORD KEY IS INA-CLAVE
000061       FILE STATUS IS WS-INA-CODE.
000062
000063       SELECT ACUERDOS ASSIGN DDACU
000064              FILE STATUS IS WS-ACU-CODE.
000065
000066       SELECT MOVCTA   ASSIGN DDMOV
000067              FILE STATUS IS WS-MOV-CODE.
000068
000069       SELECT DEVUELTO ASSIGN DDDEV
000070              FILE STATUS IS WS-DEV-CODE.
000071
000072       SELECT LISTADO  ASSIGN DDLIS
000073              FILE STATUS IS WS-LIS-CODE.
000074
000075       SELECT RUNCTL   ASSIGN DDRUN
000076              FILE STATUS IS WS-RUN-CODE.
000077
000078 DATA DIVISION.
000079 FILE SECTION.
000080 FD RED
000081      BLOCK CONTAINS 0 RECORDS
000082      RECORDING MODE IS F.
000083
000084     COPY CPATMRED.
000085
000086 FD TRAZAS.
000087
000088     COPY CPATMTRZ.
000089
000090 FD INACTIVA.
000091
000092     COPY CPINACTI.
000093
000094 01  REG-INACTIVA-CLAVE REDEFINES REG-INACTIVA.
000095     03  INA-CLAVE           PIC X(17).
000096     03  FILLER              PIC X(33).
000097
000098 FD ACUERDOS
000099      BLOCK CONTAINS 0 RECORDS
000100      RECORDING MODE IS F.
000101
000102     COPY CPACUERD.
000103
000104 FD MOVCTA
000105      BLOCK CONTAINS 0 RECORDS
000106      RECORDING MODE IS F.
000107
000108     COPY CPMOVCTA.
000109
000110 FD DEVUELTO
000111      BLOCK CONTAINS 0 RECORDS
000112      RECORDING MODE IS F.
000113
000114     COPY CPDEVATM.
000115
000116 FD LISTADO
000117      BLOCK CONTAINS 0 RECORDS
000118      RECORDING MODE IS F.
000119
000120 01 REG-LISTADO     PIC X(132).
000121
000122 FD RUNCTL
000123      BLOCK CONTAINS 0 RECORDS
000124      RECORDING MODE IS F.
000125
000126     COPY CPRUNCTL.
000127
000128**************************************
000129 WORKING-STORAGE SECTION.
000130**************************************
000131 77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000132 77  WS-RED-CODE      PIC XX    VALUE SPACES.
000133 77  WS-TRZ-CODE      PIC XX    VALUE SPACES.
000134 77  WS-INA-CODE      PIC XX    VALUE SPACES.
000135 77  WS-ACU-CODE      PIC XX    VALUE SPACES.
000136 77  WS-MOV-CODE      PIC XX    VALUE SPACES.
000137 77  WS-DEV-CODE      PIC XX    VALUE SPACES.
000138 77  WS-LIS-CODE      PIC XX    VALUE SPACES.
000139 77  WS-RUN-CODE      PIC XX    VALUE SPACES.
000140 77  FS-SQLCODE       PIC -999  VALUE ZEROS.
000141
000142**************************************
000143*   TOTALES DE LA CONCILIACION       *
000144*   (CANTIDAD, IMPORTE Y COMISION)   *
000145**************************************
000146
000147 01  WS-TOTALES-RED.
000148     03  WS-RED-CANT          PIC 9(08)     VALUE ZEROS.
000149     03  WS-RED-IMPORTE       PIC S9(11)V99 COMP-3 VALUE ZEROS.
000150     03  WS-RED-COMISION      PIC S9(11)V99 COMP-3 VALUE ZEROS.
000151
000152 01  WS-TOTALES-DETALLE.
000153     03  WS-DET-TOT-CANT      PIC 9(08)     VALUE ZEROS.
000154     03  WS-DET-TOT-IMPORTE   PIC S9(11)V99 COMP-3 VALUE ZEROS.
000155     03  WS-DET-TOT-COMISION  PIC S9(11)V99 COMP-3 VALUE ZEROS.
000156
000157 01  WS-TOTALES-APLICADOS.
000158     03  WS-APL-CANT          PIC 9(08)     VALUE ZEROS.
000159     03  WS-APL-IMPORTE       PIC S9(11)V99 COMP-3 VALUE ZEROS.
000160     03  WS-APL-COMISION      PIC S9(11)V99 COMP-3 VALUE ZEROS.
000161
000162 01  WS-TOTALES-RECHAZADOS.
000163     03  WS-RCH-CANT          PIC 9(08)     VALUE ZEROS.
000164     03  WS-RCH-IMPORTE       PIC S9(11)V99 COMP-3 VALUE ZEROS.
000165     03  WS-RCH-COMISION      PIC S9(11)V99 COMP-3 VALUE ZEROS.
000166
000167 77  WS-CONT-CABECERAS    PIC 9(08)     VALUE ZEROS.
000168 77  WS-CONT-TRAILERS     PIC 9(08)     VALUE ZEROS.
000169 77  WS-CONT-DESCONOCIDOS PIC 9(08)     VALUE ZEROS.
000170
000171********************
000172*      FLAGS       *
000173********************
000174
000175 01  WS-STATUS-FIN    PIC X.
000176     88  WS-FIN-LECTURA         VALUE 'Y'.
000177     88  WS-NO-FIN-LECTURA      VALUE 'N'.
000178
000179 01  WS-STA-ACU       PIC X     VALUE 'N'.
000180     88  WS-FIN-ACU             VALUE 'Y'.
000181     88  WS-NO-FIN-ACU          VALUE 'N'.
000182
000183 01  WS-SW-ACUERDO    PIC X     VALUE 'N'.
000184     88  WS-ENCONTRO-ACU        VALUE 'Y'.
000185     88  WS-NO-ENCONTRO-ACU     VALUE 'N'.
000186
000187 01  WS-SW-OPERACION  PIC X     VALUE 'S'.
000188     88  WS-OPERACION-APLICADA  VALUE 'S'.
000189     88  WS-OPERACION-RECHAZADA VALUE 'N'.
000190
000191 01  WS-SW-RED        PIC X     VALUE 'N'.
000192     88  WS-RED-ABIERTA         VALUE 'S'.
000193     88  WS-RED-CERRADA         VALUE 'N'.
000194
000195 01  WS-SW-LOTE       PIC X     VALUE 'S'.
000196     88  WS-LOTE-CUADRADO       VALUE 'S'.
000197     88  WS-LOTE-DESCUADRADO    VALUE 'N'.
000198
000199**************************************
000200*   ACUERDOS VIGENTES POR CUENTA     *
000201**************************************
000202
000203 77  WS-CONT-ACU      PIC 9(03)     VALUE ZEROS.
000204 77  WS-BUSCA-ACU     PIC X(17)     VALUE SPACES.
000205
000206 01  WS-TABLA-ACUERDOS.
000207     05  WS-ACU-ENTRADA OCCURS 200 TIMES
000208             INDEXED BY WS-IDX-ACU.
000209         10  WS-ACU-CLAVE    PIC X(17).
000210         10  WS-ACU-LIMITE   PIC S9(09)V99 COMP-3.
000211
000212 01  WS-LIMITE-ACUERDO    PIC S9(09)V99 COMP-3 VALUE ZEROS.
000213 01  WS-SALDO-MINIMO      PIC S9(09)V99 COMP-3 VALUE ZEROS.
000214 01  WS-TOTAL-DEBITO      PIC S9(09)V99 COMP-3 VALUE ZEROS.
000215
000216**************************************
000217*   MOTIVO DE LA DEVOLUCION          *
000218**************************************
000219
000220 77  WS-MOTIVO        PIC X(30)    VALUE SPACES.
000221 77  WS-CODIGO        PIC X(03)    VALUE SPACES.
000222
000223**************************************
000224*   FECHA DE PROCESO Y SU FORMATO    *
000225*   CON GUIONES (COMO GRABA T227)    *
000226**************************************
000227
000228 01  WS-FECHA-PROCESO     PIC 9(08)    VALUE ZEROS.
000229 01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
000230     03  WS-PRO-AAAA      PIC X(04).
000231     03  WS-PRO-MM        PIC X(02).
000232     03  WS-PRO-DD        PIC X(02).
000233
000234 01  WS-FECHA-GUION.
000235     03  WS-GUI-DD        PIC X(02)    VALUE SPACES.
000236     03  FILLER           PIC X(01)    VALUE '-'.
000237     03  WS-GUI-MM        PIC X(02)    VALUE SPACES.
000238     03  FILLER           PIC X(01)    VALUE '-'.
000239     03  WS-GUI-AAAA      PIC X(04)    VALUE SPACES.
000240
000241**************************************
000242*   HORA DE LA OPERACION EN LA RED   *
000243**************************************
000244
000245 01  WS-HORA-RED          PIC 9(06)    VALUE ZEROS.
000246 01  WS-HORA-RED-R REDEFINES WS-HORA-RED.
000247     03  WS-HRE-HH        PIC X(02).
000248     03  WS-HRE-MM        PIC X(02).
000249     03  WS-HRE-SS        PIC X(02).
000250
000251 01  WS-HORA-PUNTOS.
000252     03  WS-HPU-HH        PIC X(02)    VALUE SPACES.
000253     03  FILLER           PIC X(01)    VALUE ':'.
000254     03  WS-HPU-MM        PIC X(02)    VALUE SPACES.
000255     03  FILLER           PIC X(01)    VALUE ':'.
000256     03  WS-HPU-SS        PIC X(02)    VALUE SPACES.
000257
000258**************************************
000259*   DATOS DE LA CABECERA DEL LOTE    *
000260**************************************
000261
000262 01  WS-CAB-RED           PIC X(10)    VALUE SPACES.
000263 01  WS-CAB-FECHA         PIC 9(08)    VALUE ZEROS.
000264 01  WS-CAB-LOTE          PIC 9(06)    VALUE ZEROS.
000265
000266***********************************
000267*       TITULOS Y DETALLE         *
000268***********************************
000269
000270 01  WS-TITULO.
000271     03  FILLER              PIC X(20)    VALUE  SPACES.
000272     03  FILLER              PIC X(34)    VALUE
000273      'LIQUIDACION RED DE CAJEROS        '.
000274     03  FILLER              PIC X(07)    VALUE 'FECHA: '.
000275     03  WS-TIT-FECHA        PIC 9(08)    VALUE ZEROS.
000276     03  FILLER              PIC X(63)    VALUE SPACES.
000277
000278 01  WS-SUBTITULO.
000279     03  FILLER              PIC X(20)    VALUE  SPACES.
000280     03  FILLER              PIC X(05)    VALUE 'RED: '.
000281     03  WS-SUB-RED          PIC X(10)    VALUE SPACES.
000282     03  FILLER              PIC X(21)    VALUE
000283      '  FECHA LIQUIDACION: '.
000284     03  WS-SUB-FECHA        PIC 9(08)    VALUE ZEROS.
000285     03  FILLER              PIC X(08)    VALUE '  LOTE: '.
000286     03  WS-SUB-LOTE         PIC 9(06)    VALUE ZEROS.
000287     03  FILLER              PIC X(54)    VALUE SPACES.
000288
000289 01  WS-LIN-DETALLE.
000290     03  FILLER    PIC X(02)    VALUE SPACES.
000291     03  WS-DET-CUENTA   PIC X(17)    VALUE SPACES.
000292     03  FILLER    PIC X(02)    VALUE SPACES.
000293     03  WS-DET-OPERACION PIC X(02)   VALUE SPACES.
000294     03  FILLER    PIC X(02)    VALUE SPACES.
000295     03  WS-DET-TERMINAL PIC X(08)    VALUE SPACES.
000296     03  FILLER    PIC X(01)    VALUE SPACES.
000297     03  WS-DET-TRACE    PIC 9(12)    VALUE ZEROS.
000298     03  FILLER    PIC X(02)    VALUE SPACES.
000299     03  WS-DET-IMPORTE  PIC -ZZZ.ZZZ.999,99 VALUE ZEROS.
000300     03  FILLER    PIC X(02)    VALUE SPACES.
000301     03  WS-DET-COMISION PIC -ZZ.ZZZ.999,99 VALUE ZEROS.
000302     03  FILLER    PIC X(02)    VALUE SPACES.
000303     03  WS-DET-CODIGO   PIC X(03)    VALUE SPACES.
000304     03  FILLER    PIC X(01)    VALUE SPACES.
000305     03  WS-DET-RESULT   PIC X(30)    VALUE SPACES.
000306     03  FILLER    PIC X(15)    VALUE SPACES.
000307
000308 01  WS-LIN-CONCILIA-TIT.
000309     03  FILLER    PIC X(02)    VALUE SPACES.
000310     03  FILLER    PIC X(40)    VALUE
000311      'CONCILIACION DE LA LIQUIDACION          '.
000312     03  FILLER    PIC X(10)    VALUE '  CANTIDAD'.
000313     03  FILLER    PIC X(20)    VALUE
000314      '             IMPORTE'.
000315     03  FILLER    PIC X(20)    VALUE
000316      '          COMISIONES'.
000317     03  FILLER    PIC X(40)    VALUE SPACES.
000318
000319 01  WS-LIN-CONCILIA.
000320     03  FILLER    PIC X(02)    VALUE SPACES.
000321     03  WS-CON-TEXTO    PIC X(40)    VALUE SPACES.
000322     03  WS-CON-CANT     PIC -ZZZZZZZ9 VALUE ZEROS.
000323     03  FILLER    PIC X(01)    VALUE SPACES.
000324     03  WS-CON-IMPORTE  PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
000325     03  FILLER    PIC X(02)    VALUE SPACES.
000326     03  WS-CON-COMISION PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
000327     03  FILLER    PIC X(42)    VALUE SPACES.
000328
000329 01  WS-LIN-AVISO.
000330     03  FILLER    PIC X(02)    VALUE SPACES.
000331     03  WS-AVI-TEXTO    PIC X(70)    VALUE SPACES.
000332     03  FILLER    PIC X(60)    VALUE SPACES.
000333
000334 01  WS-LIN-BLANCO    PIC X(132)   VALUE SPACES.
000335
000336 01  WS-DIF-CANT          PIC S9(08)     VALUE ZEROS.
000337 01  WS-DIF-IMPORTE       PIC S9(11)V99 COMP-3 VALUE ZEROS.
000338 01  WS-DIF-COMISION      PIC S9(11)V99 COMP-3 VALUE ZEROS.
000339
000340 77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
000341
000342**************************************
000343*     AREA DE COMUNICACION DB2       *
000344**************************************
000345
000346      EXEC SQL
000347        INCLUDE SQLCA
000348      END-EXEC.
000349
000350      EXEC SQL
000351        INCLUDE TBCUE
000352      END-EXEC.
000353
000354***************************************************************.
000355 PROCEDURE DIVISION.
000356**************************************
000357*                                    *
000358*  CUERPO PRINCIPAL DEL PROGRAMA     *
000359*                                    *
000360**************************************
000361 MAIN-PROGRAM.
000362
000363     PERFORM 1000-I-INICIO  THRU 1000-F-INICIO.
000364
000365     PERFORM 2000-I-PROCESO THRU 2000-F-PROCESO
000366                            UNTIL WS-FIN-LECTURA.
000367
000368     PERFORM 8000-I-CONCILIACION THRU 8000-F-CONCILIACION.
000369
000370     PERFORM 9999-I-FINAL   THRU 9999-F-FINAL.
000371
000372 F-MAIN-PROGRAM. GOBACK.
000373
000374**************************************
000375*                                    *
000376*  CUERPO INICIO APERTURA ARCHIVOS   *
000377*                                    *
000378**************************************
000379 1000-I-INICIO.
000380
000381     SET WS-NO-FIN-LECTURA TO TRUE.
000382
000383     PERFORM 1100-I-LEER-RUNCTL THRU 1100-F-LEER-RUNCTL.
000384
000385     IF NOT WS-FIN-LECTURA
000386
000387        OPEN I-O TRAZAS
000388        IF WS-TRZ-CODE IS NOT EQUAL '00'
000389           DISPLAY '* ERROR EN OPEN TRAZAS   = ' WS-TRZ-CODE
000390           MOVE 9999 TO RETURN-CODE
000391           SET  WS-FIN-LECTURA TO TRUE
000392        END-IF
000393
000394        OPEN INPUT INACTIVA
000395        IF WS-INA-CODE IS NOT EQUAL '00'
000396           DISPLAY '* ERROR EN OPEN INACTIVA = ' WS-INA-CODE
000397           MOVE 9999 TO RETURN-CODE
000398           SET  WS-FIN-LECTURA TO TRUE
000399        END-IF
000400
000401        OPEN EXTEND MOVCTA
000402        IF WS-MOV-CODE IS NOT EQUAL '00'
000403           DISPLAY '* ERROR EN OPEN MOVCTA   = ' WS-MOV-CODE
000404           MOVE 9999 TO RETURN-CODE
000405           SET  WS-FIN-LECTURA TO TRUE
000406        END-IF
000407
000408        OPEN OUTPUT DEVUELTO
000409        IF WS-DEV-CODE IS NOT EQUAL '00'
000410           DISPLAY '* ERROR EN OPEN DEVUELTO = ' WS-DEV-CODE
000411           MOVE 9999 TO RETURN-CODE
000412           SET  WS-FIN-LECTURA TO TRUE
000413        END-IF
000414
000415        OPEN OUTPUT LISTADO
000416        IF WS-LIS-CODE IS NOT EQUAL '00'
000417           DISPLAY '* ERROR EN OPEN LISTADO  = ' WS-LIS-CODE
000418           MOVE 9999 TO RETURN-CODE
000419           SET  WS-FIN-LECTURA TO TRUE
000420        END-IF
000421     END-IF.
000422
000423     IF NOT WS-FIN-LECTURA
000424        MOVE WS-FECHA-PROCESO TO WS-TIT-FECHA
000425        WRITE REG-LISTADO FROM WS-TITULO
000426        PERFORM 1500-I-CUADRAR-LOTE THRU 1500-F-CUADRAR-LOTE
000427     END-IF.
000428
000429     IF NOT WS-FIN-LECTURA
000430        PERFORM 1200-I-CARGAR-ACUERDOS
000431           THRU 1200-F-CARGAR-ACUERDOS
000432        OPEN INPUT RED
000433        IF WS-RED-CODE IS NOT EQUAL '00'
000434           DISPLAY '* ERROR EN OPEN RED      = ' WS-RED-CODE
000435           MOVE 9999 TO RETURN-CODE
000436           SET  WS-FIN-LECTURA TO TRUE
000437        ELSE
000438           SET WS-RED-ABIERTA TO TRUE
000439           PERFORM 3000-I-LEER-RED THRU 3000-F-LEER-RED
000440        END-IF
000441     END-IF.
000442
000443 1000-F-INICIO.   EXIT.
000444
000445**************************************
000446*  FECHA OFICIAL DE PROCESO DESDE    *
000447*  EL CONTROL DE CORRIDA             *
000448**************************************
000449
000450 1100-I-LEER-RUNCTL.
000451
000452     OPEN INPUT RUNCTL.
000453
000454     IF WS-RUN-CODE NOT EQUAL '00'
000455        DISPLAY '* ERROR EN OPEN RUNCTL   = ' WS-RUN-CODE
000456        MOVE 9999 TO RETURN-CODE
000457        SET  WS-FIN-LECTURA TO TRUE
000458        GO TO 1100-F-LEER-RUNCTL
000459     END-IF.
000460
000461     READ RUNCTL.
000462     IF WS-RUN-CODE NOT EQUAL '00'
000463        DISPLAY '* ERROR EN LECTURA RUNCTL = ' WS-RUN-CODE
000464        MOVE 9999 TO RETURN-CODE
000465        SET  WS-FIN-LECTURA TO TRUE
000466        CLOSE RUNCTL
000467        GO TO 1100-F-LEER-RUNCTL
000468     END-IF.
000469
000470     MOVE RUN-FECHA-PROCESO TO WS-FECHA-PROCESO.
000471     MOVE WS-PRO-DD   TO WS-GUI-DD.
000472     MOVE WS-PRO-MM   TO WS-GUI-MM.
000473     MOVE WS-PRO-AAAA TO WS-GUI-AAAA.
000474
000475     CLOSE RUNCTL.
000476
000477 1100-F-LEER-RUNCTL. EXIT.
000478
000479**************************************
000480*  ACUERDOS DE SOBREGIRO VIGENTES    *
000481*  POR CUENTA (ARCHIVO OPCIONAL)     *
000482**************************************
000483
000484 1200-I-CARGAR-ACUERDOS.
000485
000486     OPEN INPUT ACUERDOS.
000487
000488     IF WS-ACU-CODE NOT EQUAL '00'
000489        DISPLAY '* AVISO: SIN ARCHIVO DE ACUERDOS'
000490        GO TO 1200-F-CARGAR-ACUERDOS
000491     END-IF.
000492
000493     SET WS-NO-FIN-ACU TO TRUE.
000494     PERFORM 1250-I-LEER-ACUERDO THRU 1250-F-LEER-ACUERDO
000495        UNTIL WS-FIN-ACU.
000496
000497     CLOSE ACUERDOS.
000498
000499 1200-F-CARGAR-ACUERDOS. EXIT.
000500
000501 1250-I-LEER-ACUERDO.
000502
000503     READ ACUERDOS
000504        AT END
000505           SET WS-FIN-ACU TO TRUE
000506        NOT AT END
000507           IF ACU-ESTADO EQUAL 'A'
000508              AND ACU-VENCIMIENTO IS NUMERIC
000509              AND ACU-VENCIMIENTO NOT LESS THAN WS-FECHA-PROCESO
000510              IF WS-CONT-ACU < 200
000511                 ADD 1 TO WS-CONT-ACU
000512                 MOVE ACU-TIPO-CUENTA
000513                      TO WS-ACU-CLAVE(WS-CONT-ACU)(1:2)
000514                 MOVE ACU-NRO-CUENTA
000515                      TO WS-ACU-CLAVE(WS-CONT-ACU)(3:15)
000516                 MOVE ACU-LIMITE
000517                      TO WS-ACU-LIMITE(WS-CONT-ACU)
000518              ELSE
000519                 DISPLAY '* TABLA DE ACUERDOS LLENA = '
000520                         ACU-NRO-CUENTA
000521              END-IF
000522           END-IF
000523     END-READ.
000524
000525 1250-F-LEER-ACUERDO. EXIT.
000526
000527**************************************
000528*  PRIMERA PASADA: CUADRE DEL        *
000529*  TRAILER CONTRA LOS DETALLES. SIN  *
000530*  CABECERA, SIN TRAILER O CON       *
000531*  TOTALES DISTINTOS NO SE APLICA    *
000532*  NINGUNA OPERACION (CODIGO 16)     *
000533**************************************
000534
000535 1500-I-CUADRAR-LOTE.
000536
000537     OPEN INPUT RED.
000538     IF WS-RED-CODE IS NOT EQUAL '00'
000539        DISPLAY '* ERROR EN OPEN RED      = ' WS-RED-CODE
000540        MOVE 9999 TO RETURN-CODE
000541        SET  WS-FIN-LECTURA TO TRUE
000542        GO TO 1500-F-CUADRAR-LOTE
000543     END-IF.
000544
000545     PERFORM 1550-I-SUMAR-RED THRU 1550-F-SUMAR-RED
000546        UNTIL WS-FIN-LECTURA.
000547
000548     CLOSE RED.
000549
000550     IF RETURN-CODE NOT EQUAL ZEROS
000551        GO TO 1500-F-CUADRAR-LOTE
000552     END-IF.
000553
000554     SET WS-NO-FIN-LECTURA TO TRUE.
000555
000556     MOVE WS-CAB-RED   TO WS-SUB-RED.
000557     MOVE WS-CAB-FECHA TO WS-SUB-FECHA.
000558     MOVE WS-CAB-LOTE  TO WS-SUB-LOTE.
000559     WRITE REG-LISTADO FROM WS-SUBTITULO.
000560     WRITE REG-LISTADO FROM WS-LIN-BLANCO.
000561
000562     EVALUATE TRUE
000563       WHEN WS-CONT-CABECERAS NOT EQUAL 1
000564          MOVE 'EL ARCHIVO DE LA RED NO TRAE UNA UNICA CABECERA'
000565            TO WS-AVI-TEXTO
000566          SET WS-LOTE-DESCUADRADO TO TRUE
000567       WHEN WS-CONT-TRAILERS NOT EQUAL 1
000568          MOVE 'EL ARCHIVO DE LA RED NO TRAE UN UNICO TRAILER'
000569            TO WS-AVI-TEXTO
000570          SET WS-LOTE-DESCUADRADO TO TRUE
000571       WHEN WS-CONT-DESCONOCIDOS NOT EQUAL ZEROS
000572          MOVE 'EL ARCHIVO DE LA RED TRAE REGISTROS DESCONOCIDOS'
000573            TO WS-AVI-TEXTO
000574          SET WS-LOTE-DESCUADRADO TO TRUE
000575       WHEN WS-RED-CANT     NOT EQUAL WS-DET-TOT-CANT
000576         OR WS-RED-IMPORTE  NOT EQUAL WS-DET-TOT-IMPORTE
000577         OR WS-RED-COMISION NOT EQUAL WS-DET-TOT-COMISION
000578          MOVE 'EL TRAILER DE LA RED NO CUADRA CON LOS DETALLES'
000579            TO WS-AVI-TEXTO
000580          SET WS-LOTE-DESCUADRADO TO TRUE
000581     END-EVALUATE.
000582
000583     IF WS-LOTE-DESCUADRADO
000584        DISPLAY '* ' WS-AVI-TEXTO
000585        WRITE REG-LISTADO FROM WS-LIN-AVISO
000586        MOVE 'NO SE APLICO NINGUNA OPERACION DEL LOTE'
000587          TO WS-AVI-TEXTO
000588        WRITE REG-LISTADO FROM WS-LIN-AVISO
000589        WRITE REG-LISTADO FROM WS-LIN-BLANCO
000590        MOVE 0016 TO RETURN-CODE
000591        SET WS-FIN-LECTURA TO TRUE
000592     END-IF.
000593
000594 1500-F-CUADRAR-LOTE. EXIT.
000595
000596 1550-I-SUMAR-RED.
000597
000598     READ RED.
000599
000600     EVALUATE WS-RED-CODE
000601       WHEN '00'
000602          CONTINUE
000603       WHEN '10'
000604          SET WS-FIN-LECTURA TO TRUE
000605          GO TO 1550-F-SUMAR-RED
000606       WHEN OTHER
000607          DISPLAY '* ERROR EN LECTURA RED = ' WS-RED-CODE
000608          MOVE 9999 TO RETURN-CODE
000609          SET WS-FIN-LECTURA TO TRUE
000610          GO TO 1550-F-SUMAR-RED
000611     END-EVALUATE.
000612
000613     EVALUATE ATM-TIPO-REG
000614       WHEN 'HD'
000615          ADD 1 TO WS-CONT-CABECERAS
000616          MOVE ATM-HD-RED   TO WS-CAB-RED
000617          MOVE ATM-HD-FECHA TO WS-CAB-FECHA
000618          MOVE ATM-HD-LOTE  TO WS-CAB-LOTE
000619       WHEN 'DT'
000620          ADD 1 TO WS-DET-TOT-CANT
000621          IF ATM-DT-IMPORTE IS NUMERIC
000622             ADD ATM-DT-IMPORTE  TO WS-DET-TOT-IMPORTE
000623          END-IF
000624          IF ATM-DT-COMISION IS NUMERIC
000625             ADD ATM-DT-COMISION TO WS-DET-TOT-COMISION
000626          END-IF
000627       WHEN 'TR'
000628          ADD 1 TO WS-CONT-TRAILERS
000629          MOVE ATM-TR-CANTIDAD TO WS-RED-CANT
000630          MOVE ATM-TR-IMPORTE  TO WS-RED-IMPORTE
000631          MOVE ATM-TR-COMISION TO WS-RED-COMISION
000632       WHEN OTHER
000633          ADD 1 TO WS-CONT-DESCONOCIDOS
000634     END-EVALUATE.
000635
000636 1550-F-SUMAR-RED. EXIT.
000637
000638**************************************
000639*                                    *
000640*  CUERPO PRINCIPAL DE PROCESOS:     *
000641*  SEGUNDA PASADA, APLICACION DE     *
000642*  LOS DETALLES                      *
000643*                                    *
000644**************************************
000645 2000-I-PROCESO.
000646
000647     IF ATM-TIPO-REG EQUAL 'DT'
000648        PERFORM 4000-I-PROCESAR-OPERACION
000649           THRU 4000-F-PROCESAR-OPERACION
000650     END-IF.
000651
000652     PERFORM 3000-I-LEER-RED THRU 3000-F-LEER-RED.
000653
000654 2000-F-PROCESO. EXIT.
000655
000656**************************************
000657* LECTURA ARCHIVO DE LA RED          *
000658**************************************
000659
000660 3000-I-LEER-RED.
000661
000662     READ RED.
000663
000664     EVALUATE WS-RED-CODE
000665       WHEN '00'
000666          CONTINUE
000667       WHEN '10'
000668          SET WS-FIN-LECTURA TO TRUE
000669       WHEN OTHER
000670          DISPLAY '* ERROR EN LECTURA RED = ' WS-RED-CODE
000671          MOVE 9999 TO RETURN-CODE
000672          SET WS-FIN-LECTURA TO TRUE
000673     END-EVALUATE.
000674
000675 3000-F-LEER-RED. EXIT.
000676
000677**************************************
000678*  PROCESO DE UNA OPERACION DE LA    *
000679*  RED (EXTRACCION O CONSULTA)       *
000680**************************************
000681
000682 4000-I-PROCESAR-OPERACION.
000683
000684     SET WS-OPERACION-APLICADA TO TRUE.
000685
000686     IF (ATM-DT-OPERACION NOT EQUAL 'EX'
000687         AND ATM-DT-OPERACION NOT EQUAL 'CS')
000688        OR ATM-DT-IMPORTE  IS NOT NUMERIC
000689        OR ATM-DT-COMISION IS NOT NUMERIC
000690        OR ATM-DT-TRACE    IS NOT NUMERIC
000691        MOVE '006' TO WS-CODIGO
000692        MOVE 'DETALLE INVALIDO' TO WS-MOTIVO
000693        PERFORM 4800-I-DEVOLVER THRU 4800-F-DEVOLVER
000694        GO TO 4000-F-PROCESAR-OPERACION
000695     END-IF.
000696
000697     IF (ATM-DT-OPERACION EQUAL 'EX'
000698         AND ATM-DT-IMPORTE NOT GREATER ZEROS)
000699        OR (ATM-DT-OPERACION EQUAL 'CS'
000700         AND ATM-DT-IMPORTE NOT EQUAL ZEROS)
000701        OR ATM-DT-COMISION LESS THAN ZEROS
000702        MOVE '006' TO WS-CODIGO
000703        MOVE 'DETALLE INVALIDO' TO WS-MOTIVO
000704        PERFORM 4800-I-DEVOLVER THRU 4800-F-DEVOLVER
000705        GO TO 4000-F-PROCESAR-OPERACION
000706     END-IF.
000707
000708*    UN TRACE YA REGISTRADO (EN ESTE LOTE O EN UNO
000709*    ANTERIOR) NO SE VUELVE A APLICAR
000710
000711     MOVE ATM-DT-TERMINAL TO ATZ-TERMINAL.
000712     MOVE ATM-DT-TRACE    TO ATZ-TRACE.
000713
000714     READ TRAZAS.
000715
000716     EVALUATE WS-TRZ-CODE
000717       WHEN '00'
000718          MOVE '002' TO WS-CODIGO
000719          MOVE 'TRACE DUPLICADO' TO WS-MOTIVO
000720          PERFORM 4800-I-DEVOLVER THRU 4800-F-DEVOLVER
000721          GO TO 4000-F-PROCESAR-OPERACION
000722       WHEN '23'
000723          CONTINUE
000724       WHEN OTHER
000725          DISPLAY '* ERROR EN LECTURA TRAZAS = ' WS-TRZ-CODE
000726          MOVE 9999 TO RETURN-CODE
000727          SET WS-FIN-LECTURA TO TRUE
000728          GO TO 4000-F-PROCESAR-OPERACION
000729     END-EVALUATE.
000730
000731     PERFORM 4100-I-LEER-CUENTA THRU 4100-F-LEER-CUENTA.
000732
000733     IF WS-OPERACION-RECHAZADA
000734        PERFORM 4900-I-REGISTRAR-TRACE THRU 4900-F-REGISTRAR-TRACE
000735        GO TO 4000-F-PROCESAR-OPERACION
000736     END-IF.
000737
000738     COMPUTE WS-TOTAL-DEBITO = ATM-DT-IMPORTE + ATM-DT-COMISION.
000739
000740     IF WS-TOTAL-DEBITO GREATER ZEROS
000741        PERFORM 5000-I-DEBITAR THRU 5000-F-DEBITAR
000742     END-IF.
000743
000744     PERFORM 4900-I-REGISTRAR-TRACE THRU 4900-F-REGISTRAR-TRACE.
000745
000746     IF WS-OPERACION-RECHAZADA OR WS-FIN-LECTURA
000747        GO TO 4000-F-PROCESAR-OPERACION
000748     END-IF.
000749
000750     EXEC SQL
000751        COMMIT
000752     END-EXEC.
000753
000754     ADD 1               TO WS-APL-CANT.
000755     ADD ATM-DT-IMPORTE  TO WS-APL-IMPORTE.
000756     ADD ATM-DT-COMISION TO WS-APL-COMISION.
000757
000758 4000-F-PROCESAR-OPERACION. EXIT.
000759
000760**************************************
000761*  LA CUENTA EXISTE, ES DE LA        *
000762*  MONEDA DE LA RED Y NO ESTA        *
000763*  DORMIDA (MISMAS REGLAS QUE T227)  *
000764**************************************
000765
000766 4100-I-LEER-CUENTA.
000767
000768     MOVE ATM-DT-TIPO-CUENTA TO WS-TIPO-CUENTA.
000769     MOVE ATM-DT-NRO-CUENTA  TO WS-NRO-CUENTA.
000770
000771     EXEC SQL
000772        SELECT MONEDA,
000773               NRO_CLIENTE
000774          INTO :DCLTBCUENTAS.WS-MONEDA,
000775               :DCLTBCUENTAS.WS-CUE-NRO-CLIENTE
000776          FROM  ITPFBIO.TBCUENTAS
000777         WHERE  TIPO_CUENTA = :DCLTBCUENTAS.WS-TIPO-CUENTA
000778           AND  NRO_CUENTA  = :DCLTBCUENTAS.WS-NRO-CUENTA
000779     END-EXEC.
000780
000781     MOVE SQLCODE TO FS-SQLCODE.
000782
000783     EVALUATE SQLCODE
000784       WHEN ZEROS
000785          CONTINUE
000786       WHEN +100
000787          MOVE '001' TO WS-CODIGO
000788          MOVE 'CUENTA INEXISTENTE' TO WS-MOTIVO
000789          PERFORM 4800-I-DEVOLVER THRU 4800-F-DEVOLVER
000790          GO TO 4100-F-LEER-CUENTA
000791       WHEN OTHER
000792          MOVE '009' TO WS-CODIGO
000793          MOVE 'ERROR DE PROCESO' TO WS-MOTIVO
000794          PERFORM 4800-I-DEVOLVER THRU 4800-F-DEVOLVER
000795          GO TO 4100-F-LEER-CUENTA
000796     END-EVALUATE.
000797
000798*    LA MONEDA EN BLANCO ES DE PESOS
000799
000800     IF WS-MONEDA EQUAL SPACES
000801        MOVE '01' TO WS-MONEDA
000802     END-IF.
000803
000804     IF ATM-DT-MONEDA NOT EQUAL SPACES
000805        AND ATM-DT-MONEDA NOT EQUAL WS-MONEDA
000806        MOVE '005' TO WS-CODIGO
000807        MOVE 'MONEDA DISTINTA DE LA CUENTA' TO WS-MOTIVO
000808        PERFORM 4800-I-DEVOLVER THRU 4800-F-DEVOLVER
000809        GO TO 4100-F-LEER-CUENTA
000810     END-IF.
000811
000812*    LAS CUENTAS MARCADAS DORMIDAS NO ADMITEN DEBITOS
000813*    HASTA QUE UN SUPERVISOR LAS REACTIVE (T220 PF9)
000814
000815     MOVE ATM-DT-TIPO-CUENTA TO INA-CLAVE(1:2).
000816     MOVE ATM-DT-NRO-CUENTA  TO INA-CLAVE(3:15).
000817
000818     READ INACTIVA
000819        INVALID KEY
000820           GO TO 4100-F-LEER-CUENTA
000821     END-READ.
000822
000823     IF INA-ESTADO EQUAL 'D'
000824        MOVE '004' TO WS-CODIGO
000825        MOVE 'CUENTA INACTIVA' TO WS-MOTIVO
000826        PERFORM 4800-I-DEVOLVER THRU 4800-F-DEVOLVER
000827     END-IF.
000828
000829 4100-F-LEER-CUENTA. EXIT.
000830
000831**************************************
000832*  DEBITO DE IMPORTE MAS COMISION    *
000833*  (REGLAS DE SALDO CON ACUERDO)     *
000834**************************************
000835
000836 5000-I-DEBITAR.
000837
000838     PERFORM 5100-I-BUSCAR-ACUERDO THRU 5100-F-BUSCAR-ACUERDO.
000839
000840     COMPUTE WS-SALDO-MINIMO =
000841             WS-TOTAL-DEBITO - WS-LIMITE-ACUERDO.
000842
000843     MOVE ATM-DT-TIPO-CUENTA TO WS-TIPO-CUENTA.
000844     MOVE ATM-DT-NRO-CUENTA  TO WS-NRO-CUENTA.
000845     MOVE WS-TOTAL-DEBITO    TO WS-SALDO-ACTUAL.
000846     MOVE WS-FECHA-GUION     TO WS-FECHA-ACTUAL.
000847
000848     EXEC SQL
000849        UPDATE ITPFBIO.TBCUENTAS
000850           SET SALDO_ACTUAL = SALDO_ACTUAL -
000851                 :DCLTBCUENTAS.WS-SALDO-ACTUAL,
000852               FECHA_ACTUAL =
000853                 :DCLTBCUENTAS.WS-FECHA-ACTUAL
000854         WHERE TIPO_CUENTA  =
000855                 :DCLTBCUENTAS.WS-TIPO-CUENTA
000856           AND NRO_CUENTA   =
000857                 :DCLTBCUENTAS.WS-NRO-CUENTA
000858           AND SALDO_ACTUAL >=
000859                 :WS-SALDO-MINIMO
000860     END-EXEC.
000861
000862     MOVE SQLCODE TO FS-SQLCODE.
000863
000864     EVALUATE SQLCODE
000865       WHEN ZEROS
000866          CONTINUE
000867       WHEN +100
000868          MOVE '003' TO WS-CODIGO
000869          MOVE 'SIN FONDOS' TO WS-MOTIVO
000870          PERFORM 4800-I-DEVOLVER THRU 4800-F-DEVOLVER
000871          GO TO 5000-F-DEBITAR
000872       WHEN OTHER
000873          MOVE '009' TO WS-CODIGO
000874          MOVE 'ERROR DE PROCESO' TO WS-MOTIVO
000875          EXEC SQL
000876             ROLLBACK
000877          END-EXEC
000878          PERFORM 4800-I-DEVOLVER THRU 4800-F-DEVOLVER
000879          GO TO 5000-F-DEBITAR
000880     END-EVALUATE.
000881
000882     PERFORM 5500-I-GRABAR-MOVS THRU 5500-F-GRABAR-MOVS.
000883
000884 5000-F-DEBITAR. EXIT.
000885
000886**************************************
000887*  BUSQUEDA DEL ACUERDO DE LA CUENTA *
000888**************************************
000889
000890 5100-I-BUSCAR-ACUERDO.
000891
000892     MOVE ZEROS TO WS-LIMITE-ACUERDO.
000893     MOVE ATM-DT-TIPO-CUENTA TO WS-BUSCA-ACU(1:2).
000894     MOVE ATM-DT-NRO-CUENTA  TO WS-BUSCA-ACU(3:15).
000895
000896     SET WS-IDX-ACU TO 1.
000897     SET WS-NO-ENCONTRO-ACU TO TRUE.
000898
000899     PERFORM 5150-I-COMPARAR-ACUERDO
000900        THRU 5150-F-COMPARAR-ACUERDO
000901        UNTIL WS-IDX-ACU > WS-CONT-ACU OR WS-ENCONTRO-ACU.
000902
000903     IF WS-ENCONTRO-ACU
000904        MOVE WS-ACU-LIMITE(WS-IDX-ACU) TO WS-LIMITE-ACUERDO
000905     END-IF.
000906
000907 5100-F-BUSCAR-ACUERDO. EXIT.
000908
000909 5150-I-COMPARAR-ACUERDO.
000910
000911     IF WS-ACU-CLAVE(WS-IDX-ACU) EQUAL WS-BUSCA-ACU
000912        SET WS-ENCONTRO-ACU TO TRUE
000913     ELSE
000914        SET WS-IDX-ACU UP BY 1
000915     END-IF.
000916
000917 5150-F-COMPARAR-ACUERDO. EXIT.
000918
000919**************************************
000920*  EXTRACCION A MOVCTA19 (TIPO 'AT', *
000921*  LA PASA PGMMOV34 COMO 84) Y LA    *
000922*  COMISION DE LA RED (TIPO 'CO')    *
000923**************************************
000924
000925 5500-I-GRABAR-MOVS.
000926
000927     MOVE ATM-DT-HORA TO WS-HORA-RED.
000928     MOVE WS-HRE-HH   TO WS-HPU-HH.
000929     MOVE WS-HRE-MM   TO WS-HPU-MM.
000930     MOVE WS-HRE-SS   TO WS-HPU-SS.
000931
000932     IF ATM-DT-IMPORTE GREATER ZEROS
000933        MOVE SPACES             TO REG-MOVCTA
000934        MOVE ATM-DT-NRO-CUENTA  TO MCT-NRO-CUENTA
000935        MOVE 'AT'               TO MCT-TIPO-MOV
000936        MOVE ATM-DT-IMPORTE     TO MCT-IMPORTE
000937        MOVE 'ATM '             TO MCT-CONTRAPARTE(1:4)
000938        MOVE ATM-DT-TERMINAL    TO MCT-CONTRAPARTE(5:8)
000939        MOVE WS-FECHA-GUION     TO MCT-FECHA
000940        MOVE WS-HORA-PUNTOS     TO MCT-HORA
000941        MOVE 'ATM '             TO MCT-TERMINAL
000942        MOVE WS-CUE-NRO-CLIENTE TO MCT-NRO-CLIENTE
000943        MOVE 'RED ATM'          TO MCT-OPERADOR
000944        MOVE WS-MONEDA          TO MCT-MONEDA
000945        PERFORM 5600-I-ESCRIBIR-MOV THRU 5600-F-ESCRIBIR-MOV
000946     END-IF.
000947
000948     IF ATM-DT-COMISION GREATER ZEROS
000949        AND WS-OPERACION-APLICADA
000950        MOVE SPACES             TO REG-MOVCTA
000951        MOVE ATM-DT-NRO-CUENTA  TO MCT-NRO-CUENTA
000952        MOVE 'CO'               TO MCT-TIPO-MOV
000953        MOVE ATM-DT-COMISION    TO MCT-IMPORTE
000954        MOVE 'COMISION ATM'     TO MCT-CONTRAPARTE
000955        MOVE WS-FECHA-GUION     TO MCT-FECHA
000956        MOVE WS-HORA-PUNTOS     TO MCT-HORA
000957        MOVE 'ATM '             TO MCT-TERMINAL
000958        MOVE WS-CUE-NRO-CLIENTE TO MCT-NRO-CLIENTE
000959        MOVE 'RED ATM'          TO MCT-OPERADOR
000960        MOVE WS-MONEDA          TO MCT-MONEDA
000961        PERFORM 5600-I-ESCRIBIR-MOV THRU 5600-F-ESCRIBIR-MOV
000962     END-IF.
000963
000964 5500-F-GRABAR-MOVS. EXIT.
000965
000966 5600-I-ESCRIBIR-MOV.
000967
000968     WRITE REG-MOVCTA.
000969     IF WS-MOV-CODE IS NOT EQUAL '00'
000970        DISPLAY '* ERROR EN WRITE MOVCTA = ' WS-MOV-CODE
000971        MOVE 9999 TO RETURN-CODE
000972        SET WS-FIN-LECTURA TO TRUE
000973        EXEC SQL
000974           ROLLBACK
000975        END-EXEC
000976        SET WS-OPERACION-RECHAZADA TO TRUE
000977     END-IF.
000978
000979 5600-F-ESCRIBIR-MOV. EXIT.
000980
000981**************************************
000982*  DEVOLUCION DE UNA OPERACION A LA  *
000983*  RED CON SU CODIGO Y MOTIVO        *
000984**************************************
000985
000986 4800-I-DEVOLVER.
000987
000988     SET WS-OPERACION-RECHAZADA TO TRUE.
000989
000990     MOVE REG-ATMRED       TO DEV-DETALLE.
000991     MOVE WS-CODIGO        TO DEV-CODIGO.
000992     MOVE WS-MOTIVO        TO DEV-MOTIVO.
000993     MOVE WS-FECHA-PROCESO TO DEV-FECHA.
000994
000995     WRITE REG-DEVATM.
000996     IF WS-DEV-CODE IS NOT EQUAL '00'
000997        DISPLAY '* ERROR EN WRITE DEVUELTO = ' WS-DEV-CODE
000998        MOVE 9999 TO RETURN-CODE
000999        SET WS-FIN-LECTURA TO TRUE
001000     END-IF.
001001
001002     ADD 1 TO WS-RCH-CANT.
001003     IF ATM-DT-IMPORTE IS NUMERIC
001004        ADD ATM-DT-IMPORTE  TO WS-RCH-IMPORTE
001005     END-IF.
001006     IF ATM-DT-COMISION IS NUMERIC
001007        ADD ATM-DT-COMISION TO WS-RCH-COMISION
001008     END-IF.
001009
001010     PERFORM 7000-I-LISTAR THRU 7000-F-LISTAR.
001011
001012 4800-F-DEVOLVER. EXIT.
001013
001014**************************************
001015*  REGISTRO DEL TRACE, APLICADO O    *
001016*  RECHAZADO, PARA DETECTAR LOS      *
001017*  DUPLICADOS                        *
001018**************************************
001019
001020 4900-I-REGISTRAR-TRACE.
001021
001022     IF WS-FIN-LECTURA
001023        GO TO 4900-F-REGISTRAR-TRACE
001024     END-IF.
001025
001026     MOVE ATM-DT-TERMINAL    TO ATZ-TERMINAL.
001027     MOVE ATM-DT-TRACE       TO ATZ-TRACE.
001028     MOVE WS-CAB-FECHA       TO ATZ-FECHA-LIQ.
001029     MOVE WS-FECHA-PROCESO   TO ATZ-FECHA-PROCESO.
001030     MOVE ATM-DT-TIPO-CUENTA TO ATZ-TIPO-CUENTA.
001031     MOVE ATM-DT-NRO-CUENTA  TO ATZ-NRO-CUENTA.
001032     MOVE ATM-DT-IMPORTE     TO ATZ-IMPORTE.
001033
001034     IF WS-OPERACION-APLICADA
001035        MOVE 'A'    TO ATZ-ESTADO
001036        MOVE SPACES TO ATZ-CODIGO
001037     ELSE
001038        MOVE 'R'       TO ATZ-ESTADO
001039        MOVE WS-CODIGO TO ATZ-CODIGO
001040     END-IF.
001041
001042     WRITE REG-ATMTRZ.
001043     IF WS-TRZ-CODE IS NOT EQUAL '00'
001044        DISPLAY '* ERROR EN WRITE TRAZAS = ' WS-TRZ-CODE
001045        MOVE 9999 TO RETURN-CODE
001046        SET WS-FIN-LECTURA TO TRUE
001047        EXEC SQL
001048           ROLLBACK
001049        END-EXEC
001050     END-IF.
001051
001052 4900-F-REGISTRAR-TRACE. EXIT.
001053
001054**************************************
001055*  LINEA DEL INFORME DE RECHAZOS     *
001056**************************************
001057
001058 7000-I-LISTAR.
001059
001060     MOVE SPACES             TO WS-DET-CUENTA.
001061     MOVE ATM-DT-TIPO-CUENTA TO WS-DET-CUENTA(1:2).
001062     MOVE ATM-DT-NRO-CUENTA  TO WS-DET-CUENTA(3:15).
001063     MOVE ATM-DT-OPERACION   TO WS-DET-OPERACION.
001064     MOVE ATM-DT-TERMINAL    TO WS-DET-TERMINAL.
001065     MOVE WS-CODIGO          TO WS-DET-CODIGO.
001066     MOVE WS-MOTIVO          TO WS-DET-RESULT.
001067
001068     IF ATM-DT-TRACE IS NUMERIC
001069        MOVE ATM-DT-TRACE    TO WS-DET-TRACE
001070     ELSE
001071        MOVE ZEROS           TO WS-DET-TRACE
001072     END-IF.
001073
001074     IF ATM-DT-IMPORTE IS NUMERIC
001075        MOVE ATM-DT-IMPORTE  TO WS-DET-IMPORTE
001076     ELSE
001077        MOVE ZEROS           TO WS-DET-IMPORTE
001078     END-IF.
001079
001080     IF ATM-DT-COMISION IS NUMERIC
001081        MOVE ATM-DT-COMISION TO WS-DET-COMISION
001082     ELSE
001083        MOVE ZEROS           TO WS-DET-COMISION
001084     END-IF.
001085
001086     WRITE REG-LISTADO FROM WS-LIN-DETALLE.
001087     IF WS-LIS-CODE IS NOT EQUAL '00'
001088        DISPLAY '* ERROR EN WRITE LISTADO = ' WS-LIS-CODE
001089        MOVE 9999 TO RETURN-CODE
001090        SET WS-FIN-LECTURA TO TRUE
001091     END-IF.
001092
001093 7000-F-LISTAR. EXIT.
001094
001095**************************************
001096*  CONCILIACION DE LA LIQUIDACION:   *
001097*  TOTAL DE LA RED CONTRA APLICADO   *
001098*  Y RECHAZADO                       *
001099**************************************
001100
001101 8000-I-CONCILIACION.
001102
001103     IF WS-LIS-CODE IS NOT EQUAL '00'
001104        GO TO 8000-F-CONCILIACION
001105     END-IF.
001106
001107     WRITE REG-LISTADO FROM WS-LIN-BLANCO.
001108     WRITE REG-LISTADO FROM WS-LIN-CONCILIA-TIT.
001109     WRITE REG-LISTADO FROM WS-LIN-BLANCO.
001110
001111     MOVE 'TOTAL INFORMADO POR LA RED (TRAILER)'
001112                               TO WS-CON-TEXTO.
001113     MOVE WS-RED-CANT          TO WS-CON-CANT.
001114     MOVE WS-RED-IMPORTE       TO WS-CON-IMPORTE.
001115     MOVE WS-RED-COMISION      TO WS-CON-COMISION.
001116     WRITE REG-LISTADO FROM WS-LIN-CONCILIA.
001117
001118     MOVE 'TOTAL DE DETALLES RECIBIDOS'
001119                               TO WS-CON-TEXTO.
001120     MOVE WS-DET-TOT-CANT      TO WS-CON-CANT.
001121     MOVE WS-DET-TOT-IMPORTE   TO WS-CON-IMPORTE.
001122     MOVE WS-DET-TOT-COMISION  TO WS-CON-COMISION.
001123     WRITE REG-LISTADO FROM WS-LIN-CONCILIA.
001124
001125     MOVE 'APLICADO EN CUENTAS'
001126                               TO WS-CON-TEXTO.
001127     MOVE WS-APL-CANT          TO WS-CON-CANT.
001128     MOVE WS-APL-IMPORTE       TO WS-CON-IMPORTE.
001129     MOVE WS-APL-COMISION      TO WS-CON-COMISION.
001130     WRITE REG-LISTADO FROM WS-LIN-CONCILIA.
001131
001132     MOVE 'RECHAZADO A LA RED'
001133                               TO WS-CON-TEXTO.
001134     MOVE WS-RCH-CANT          TO WS-CON-CANT.
001135     MOVE WS-RCH-IMPORTE       TO WS-CON-IMPORTE.
001136     MOVE WS-RCH-COMISION      TO WS-CON-COMISION.
001137     WRITE REG-LISTADO FROM WS-LIN-CONCILIA.
001138
001139     COMPUTE WS-DIF-CANT     = WS-RED-CANT
001140                             - WS-APL-CANT - WS-RCH-CANT.
001141     COMPUTE WS-DIF-IMPORTE  = WS-RED-IMPORTE
001142                             - WS-APL-IMPORTE - WS-RCH-IMPORTE.
001143     COMPUTE WS-DIF-COMISION = WS-RED-COMISION
001144                             - WS-APL-COMISION - WS-RCH-COMISION.
001145
001146     MOVE 'DIFERENCIA RED - APLICADO - RECHAZADO'
001147                               TO WS-CON-TEXTO.
001148     MOVE WS-DIF-CANT          TO WS-CON-CANT.
001149     MOVE WS-DIF-IMPORTE       TO WS-CON-IMPORTE.
001150     MOVE WS-DIF-COMISION      TO WS-CON-COMISION.
001151     WRITE REG-LISTADO FROM WS-LIN-CONCILIA.
001152
001153 8000-F-CONCILIACION. EXIT.
001154
001155**************************************
001156*                                    *
001157*  CUERPO FINAL CIERRE DE FILES      *
001158*                                    *
001159**************************************
001160 9999-I-FINAL.
001161
001162     IF RETURN-CODE EQUAL ZEROS
001163        EXEC SQL
001164           COMMIT
001165        END-EXEC
001166     ELSE
001167        EXEC SQL
001168           ROLLBACK
001169        END-EXEC
001170     END-IF.
001171
001172     IF WS-RED-ABIERTA
001173        CLOSE RED
001174        IF WS-RED-CODE IS NOT EQUAL '00'
001175           DISPLAY '* ERROR EN CLOSE RED      = ' WS-RED-CODE
001176           MOVE 9999 TO RETURN-CODE
001177        END-IF
001178     END-IF.
001179
001180     CLOSE TRAZAS
001181        IF WS-TRZ-CODE IS NOT EQUAL '00'
001182          DISPLAY '* ERROR EN CLOSE TRAZAS   = ' WS-TRZ-CODE
001183          MOVE 9999 TO RETURN-CODE
001184       END-IF.
001185
001186     CLOSE INACTIVA
001187        IF WS-INA-CODE IS NOT EQUAL '00'
001188          DISPLAY '* ERROR EN CLOSE INACTIVA = ' WS-INA-CODE
001189          MOVE 9999 TO RETURN-CODE
001190       END-IF.
001191
001192     CLOSE MOVCTA
001193        IF WS-MOV-CODE IS NOT EQUAL '00'
001194          DISPLAY '* ERROR EN CLOSE MOVCTA   = ' WS-MOV-CODE
001195          MOVE 9999 TO RETURN-CODE
001196       END-IF.
001197
001198     CLOSE DEVUELTO
001199        IF WS-DEV-CODE IS NOT EQUAL '00'
001200          DISPLAY '* ERROR EN CLOSE DEVUELTO = ' WS-DEV-CODE
001201          MOVE 9999 TO RETURN-CODE
001202       END-IF.
001203
001204     CLOSE LISTADO
001205        IF WS-LIS-CODE IS NOT EQUAL '00'
001206          DISPLAY '* ERROR EN CLOSE LISTADO  = ' WS-LIS-CODE
001207          MOVE 9999 TO RETURN-CODE
001208       END-IF.
001209
001210**********************************
001211*   MOSTRAR TOTALES DE CONTROL   *
001212**********************************
001213
001214     DISPLAY 'OPERACIONES DE LA RED: '  WS-RED-CANT.
001215     DISPLAY 'DETALLES RECIBIDOS: '     WS-DET-TOT-CANT.
001216     DISPLAY 'OPERACIONES APLICADAS: '  WS-APL-CANT.
001217     DISPLAY 'OPERACIONES RECHAZADAS: ' WS-RCH-CANT.
001218
001219 9999-F-FINAL. EXIT.
