000001 IDENTIFICATION DIVISION.
000002*                                                        *
000003 PROGRAM-ID. PGMPOS76.
000004**********************************************************
000005*                                                        *
000006*  POSICION DIARIA DE MONEDA EXTRANJERA DE LA MESA DE    *
000007*  CAMBIOS                                               *
000008*                                                        *
000009*  RECORRE CAMBIO19 (CPCAMBIO, GRABADO POR LA T275) Y    *
000010*  LISTA LAS OPERACIONES DE LA FECHA DE PROCESO DESDE    *
000011*  EL PUNTO DE VISTA DEL BANCO: CUANDO EL CLIENTE VENDE  *
000012*  EL BANCO COMPRA Y VICEVERSA. AL FINAL TOTALIZA LOS    *
000013*  DOLARES COMPRADOS Y VENDIDOS, LOS PESOS PAGADOS Y     *
000014*  COBRADOS, LA POSICION NETA Y EL SPREAD GANADO.        *
000015*                                                        *
000016**********************************************************
000017*      MANTENIMIENTO DE PROGRAMA                         *
000018**********************************************************
000019*  FECHA      *       DETALLE        *
000020**************************************
000021* 15/10/2026  * POSICION DIARIA DE   *
000022*             * MONEDA EXTRANJERA    *
000023**************************************
000024 AUTHOR. NAHUEL GATTARI.
000025 ENVIRONMENT DIVISION.
000026 CONFIGURATION SECTION.
000027 SPECIAL-NAMES.
000028     DECIMAL-POINT IS COMMA.
000029
000030 INPUT-OUTPUT SECTION.
000031 FILE-CONTROL.
000032
000033       SELECT CAMBIO   ASSIGN DDCMB
000034       ORGANIZATION   IS INDEXED
000035       ACCESS IS SEQUENTIAL
000036       RECORD KEY IS CMB-CLAVE
000037       FILE STATUS IS WS-CMB-CODE.
000038
000039       SELECT LISTADO  ASSIGN DDLIS
000040              FILE STATUS IS WS-LIS-CODE.
000041
000042       SELECT RUNCTL   ASSIGN DDRUN
000043              FILE STATUS IS WS-RUN-CODE.
000044
000045 DATA DIVISION.
000046 FILE SECTION.
000047 FD CAMBIO.
000048
000049     COPY CPCAMBIO.
000050
000051 FD LISTADO
000052      BLOCK CONTAINS 0 RECORDS
000053      RECORDING MODE IS F.
000054
000055 01 REG-LISTADO     PIC X(132).
000056
000057 FD RUNCTL
000058      BLOCK CONTAINS 0 RECORDS
000059      RECORDING MODE IS F.
000060
000061     COPY CPRUNCTL.
000062
000063**************************************
000064 WORKING-STORAGE SECTION.
000065**************************************
000066 77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000067 77  WS-CMB-CODE      PIC XX    VALUE SPACES.
000068 77  WS-LIS-CODE      PIC XX    VALUE SPACES.
000069 77  WS-RUN-CODE      PIC XX    VALUE SPACES.
000070
000071************
000072*CONTADORES*
000073************
000074 77  WS-CONT-LEIDOS       PIC 9(8)     VALUE ZEROS.
000075 77  WS-CONT-DEL-DIA      PIC 9(8)     VALUE ZEROS.
000076 77  WS-CONT-COMPRAS      PIC 9(8)     VALUE ZEROS.
000077 77  WS-CONT-VENTAS       PIC 9(8)     VALUE ZEROS.
000078
000079********************
000080*      FLAGS       *
000081********************
000082
000083 01  WS-STATUS-FIN    PIC X.
000084     88  WS-FIN-LECTURA         VALUE 'Y'.
000085     88  WS-NO-FIN-LECTURA      VALUE 'N'.
000086
000087**************************************
000088*   FECHAS DE TRABAJO                *
000089**************************************
000090
000091 01  WS-FECHA-PROCESO     PIC 9(08)    VALUE ZEROS.
000092
000093**************************************
000094*   TOTALES DE LA POSICION (LADO     *
000095*   DEL BANCO)                       *
000096**************************************
000097
000098 01  WS-TOTALES.
000099     03  WS-TOT-DIV-COMPRADA  PIC S9(11)V99 COMP-3 VALUE ZEROS.
000100     03  WS-TOT-PES-PAGADOS   PIC S9(11)V99 COMP-3 VALUE ZEROS.
000101     03  WS-TOT-DIV-VENDIDA   PIC S9(11)V99 COMP-3 VALUE ZEROS.
000102     03  WS-TOT-PES-COBRADOS  PIC S9(11)V99 COMP-3 VALUE ZEROS.
000103     03  WS-TOT-GANANCIA      PIC S9(11)V99 COMP-3 VALUE ZEROS.
000104     03  WS-POS-DIVISA        PIC S9(11)V99 COMP-3 VALUE ZEROS.
000105     03  WS-POS-PESOS         PIC S9(11)V99 COMP-3 VALUE ZEROS.
000106
000107***********************************
000108*       TITULOS Y DETALLES        *
000109***********************************
000110
000111 01  WS-TITULO.
000112     03  FILLER              PIC X(20)    VALUE  SPACES.
000113     03  FILLER              PIC X(40)    VALUE
000114      'POSICION DE MONEDA EXTRANJERA DEL DIA   '.
000115     03  FILLER              PIC X(08)    VALUE ' FECHA: '.
000116     03  WS-TIT-FECHA        PIC 9(08)    VALUE ZEROS.
000117     03  FILLER              PIC X(56)    VALUE SPACES.
000118
000119 01  WS-LIN-CABECERA.
000120     03  FILLER    PIC X(02)    VALUE SPACES.
000121     03  FILLER    PIC X(06)    VALUE 'CLIEN '.
000122     03  FILLER    PIC X(09)    VALUE 'HORA     '.
000123     03  FILLER    PIC X(05)    VALUE 'TERM '.
000124     03  FILLER    PIC X(09)    VALUE 'OPERADOR '.
000125     03  FILLER    PIC X(13)    VALUE 'EL BANCO     '.
000126     03  FILLER    PIC X(16)    VALUE '       DOLARES  '.
000127     03  FILLER    PIC X(13)    VALUE '  COTIZ BASE '.
000128     03  FILLER    PIC X(13)    VALUE ' COTIZ APLIC '.
000129     03  FILLER    PIC X(16)    VALUE '         PESOS  '.
000130     03  FILLER    PIC X(16)    VALUE '        SPREAD  '.
000131     03  FILLER    PIC X(14)    VALUE SPACES.
000132
000133 01  WS-LIN-DETALLE.
000134     03  FILLER    PIC X(02)    VALUE SPACES.
000135     03  WS-DET-CLIENTE   PIC 9(05)    VALUE ZEROS.
000136     03  FILLER    PIC X(01)    VALUE SPACES.
000137     03  WS-DET-HORA      PIC X(08)    VALUE SPACES.
000138     03  FILLER    PIC X(01)    VALUE SPACES.
000139     03  WS-DET-TERMINAL  PIC X(04)    VALUE SPACES.
000140     03  FILLER    PIC X(01)    VALUE SPACES.
000141     03  WS-DET-OPERADOR  PIC X(08)    VALUE SPACES.
000142     03  FILLER    PIC X(01)    VALUE SPACES.
000143     03  WS-DET-OPERACION PIC X(12)    VALUE SPACES.
000144     03  FILLER    PIC X(01)    VALUE SPACES.
000145     03  WS-DET-DIVISA    PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000146     03  FILLER    PIC X(01)    VALUE SPACES.
000147     03  WS-DET-COT-BASE  PIC ZZZ.ZZ9,9999    VALUE ZEROS.
000148     03  FILLER    PIC X(01)    VALUE SPACES.
000149     03  WS-DET-COT-APLIC PIC ZZZ.ZZ9,9999    VALUE ZEROS.
000150     03  FILLER    PIC X(01)    VALUE SPACES.
000151     03  WS-DET-PESOS     PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000152     03  FILLER    PIC X(01)    VALUE SPACES.
000153     03  WS-DET-GANANCIA  PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000154     03  FILLER    PIC X(15)    VALUE SPACES.
000155
000156 01  WS-LIN-SIN-DET.
000157     03  FILLER    PIC X(02)    VALUE SPACES.
000158     03  FILLER    PIC X(40)    VALUE
000159      'NO HUBO OPERACIONES DE CAMBIO EN EL DIA '.
000160     03  FILLER    PIC X(90)    VALUE SPACES.
000161
000162 01  WS-LIN-TOTAL.
000163     03  FILLER    PIC X(02)    VALUE SPACES.
000164     03  WS-TOT-TEXTO     PIC X(30)    VALUE SPACES.
000165     03  WS-TOT-CANT      PIC ZZZZZZZ9 VALUE ZEROS.
000166     03  FILLER    PIC X(92)    VALUE SPACES.
000167
000168 01  WS-LIN-TOTAL-IMP.
000169     03  FILLER    PIC X(02)    VALUE SPACES.
000170     03  WS-TIM-TEXTO     PIC X(30)    VALUE SPACES.
000171     03  WS-TIM-IMPORTE   PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000172     03  FILLER    PIC X(82)    VALUE SPACES.
000173
000174 01  WS-LIN-BLANCO    PIC X(132)   VALUE SPACES.
000175
000176 77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
000177
000178***************************************************************.
000179 PROCEDURE DIVISION.
000180**************************************
000181*                                    *
000182*  CUERPO PRINCIPAL DEL PROGRAMA     *
000183*                                    *
000184**************************************
000185 MAIN-PROGRAM.
000186
000187     PERFORM 1000-I-INICIO  THRU 1000-F-INICIO.
000188
000189     PERFORM 2000-I-PROCESO THRU 2000-F-PROCESO
000190                            UNTIL WS-FIN-LECTURA.
000191
000192     IF RETURN-CODE EQUAL ZEROS
000193        PERFORM 7500-I-TOTALES THRU 7500-F-TOTALES
000194     END-IF.
000195
000196     PERFORM 9999-I-FINAL   THRU 9999-F-FINAL.
000197
000198 F-MAIN-PROGRAM. GOBACK.
000199
000200**************************************
000201*                                    *
000202*  CUERPO INICIO APERTURA ARCHIVOS   *
000203*                                    *
000204**************************************
000205 1000-I-INICIO.
000206
000207     SET WS-NO-FIN-LECTURA TO TRUE.
000208
000209     PERFORM 1100-I-LEER-RUNCTL THRU 1100-F-LEER-RUNCTL.
000210
000211     IF NOT WS-FIN-LECTURA
000212
000213        OPEN INPUT CAMBIO
000214        IF WS-CMB-CODE IS NOT EQUAL '00'
000215           DISPLAY '* ERROR EN OPEN CAMBIO   = ' WS-CMB-CODE
000216           MOVE 9999 TO RETURN-CODE
000217           SET  WS-FIN-LECTURA TO TRUE
000218        END-IF
000219
000220        OPEN OUTPUT LISTADO
000221        IF WS-LIS-CODE IS NOT EQUAL '00'
000222           DISPLAY '* ERROR EN OPEN LISTADO  = ' WS-LIS-CODE
000223           MOVE 9999 TO RETURN-CODE
000224           SET  WS-FIN-LECTURA TO TRUE
000225        END-IF
000226     END-IF.
000227
000228     IF NOT WS-FIN-LECTURA
000229        MOVE WS-FECHA-PROCESO TO WS-TIT-FECHA
000230        WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE
000231        WRITE REG-LISTADO FROM WS-LIN-BLANCO
000232        WRITE REG-LISTADO FROM WS-LIN-CABECERA
000233        WRITE REG-LISTADO FROM WS-LIN-BLANCO
000234        PERFORM 3000-I-LEER-CAMBIO THRU 3000-F-LEER-CAMBIO
000235     END-IF.
000236
000237 1000-F-INICIO.   EXIT.
000238
000239**************************************
000240*  FECHA DE PROCESO DEL CICLO        *
000241**************************************
000242
000243 1100-I-LEER-RUNCTL.
000244
000245     OPEN INPUT RUNCTL.
000246
000247     IF WS-RUN-CODE NOT EQUAL '00'
000248        DISPLAY '* ERROR EN OPEN RUNCTL   = ' WS-RUN-CODE
000249        MOVE 9999 TO RETURN-CODE
000250        SET  WS-FIN-LECTURA TO TRUE
000251        GO TO 1100-F-LEER-RUNCTL
000252     END-IF.
000253
000254     READ RUNCTL.
000255     IF WS-RUN-CODE NOT EQUAL '00'
000256        DISPLAY '* ERROR EN LECTURA RUNCTL = ' WS-RUN-CODE
000257        MOVE 9999 TO RETURN-CODE
000258        SET  WS-FIN-LECTURA TO TRUE
000259        CLOSE RUNCTL
000260        GO TO 1100-F-LEER-RUNCTL
000261     END-IF.
000262
000263     MOVE RUN-FECHA-PROCESO TO WS-FECHA-PROCESO.
000264
000265     CLOSE RUNCTL.
000266
000267 1100-F-LEER-RUNCTL. EXIT.
000268
000269**************************************
000270*                                    *
000271*  CUERPO PRINCIPAL DE PROCESOS      *
000272*                                    *
000273**************************************
000274 2000-I-PROCESO.
000275
000276     ADD 1 TO WS-CONT-LEIDOS.
000277
000278     IF CMB-FECHA NOT EQUAL WS-FECHA-PROCESO
000279        GO TO 2000-A-SIGUIENTE
000280     END-IF.
000281
000282     ADD 1 TO WS-CONT-DEL-DIA.
000283
000284     PERFORM 2100-I-ACUMULAR THRU 2100-F-ACUMULAR.
000285
000286     PERFORM 7200-I-LISTAR-OPERACION THRU 7200-F-LISTAR-OPERACION.
000287
000288 2000-A-SIGUIENTE.
000289
000290     PERFORM 3000-I-LEER-CAMBIO THRU 3000-F-LEER-CAMBIO.
000291
000292 2000-F-PROCESO. EXIT.
000293
000294**************************************
000295*  ACUMULA LA OPERACION DEL LADO DEL *
000296*  BANCO: SI EL CLIENTE COMPRA EL    *
000297*  BANCO VENDE Y COBRA PESOS; SI EL  *
000298*  CLIENTE VENDE EL BANCO COMPRA Y   *
000299*  PAGA PESOS                        *
000300**************************************
000301
000302 2100-I-ACUMULAR.
000303
000304     IF CMB-CLIENTE-COMPRA
000305        ADD 1                  TO WS-CONT-VENTAS
000306        ADD CMB-IMPORTE-DIVISA TO WS-TOT-DIV-VENDIDA
000307        ADD CMB-IMPORTE-PESOS  TO WS-TOT-PES-COBRADOS
000308     ELSE
000309        ADD 1                  TO WS-CONT-COMPRAS
000310        ADD CMB-IMPORTE-DIVISA TO WS-TOT-DIV-COMPRADA
000311        ADD CMB-IMPORTE-PESOS  TO WS-TOT-PES-PAGADOS
000312     END-IF.
000313
000314     ADD CMB-GANANCIA TO WS-TOT-GANANCIA.
000315
000316 2100-F-ACUMULAR. EXIT.
000317
000318**************************************
000319*  LECTURA SECUENCIAL DE CAMBIO19    *
000320**************************************
000321
000322 3000-I-LEER-CAMBIO.
000323
000324     READ CAMBIO NEXT RECORD
000325        AT END
000326           SET WS-FIN-LECTURA TO TRUE
000327     END-READ.
000328
000329     IF WS-CMB-CODE NOT EQUAL '00' AND WS-CMB-CODE NOT EQUAL '10'
000330        DISPLAY '* ERROR EN LECTURA CAMBIO = ' WS-CMB-CODE
000331        MOVE 9999 TO RETURN-CODE
000332        SET  WS-FIN-LECTURA TO TRUE
000333     END-IF.
000334
000335 3000-F-LEER-CAMBIO. EXIT.
000336
000337**************************************
000338*  DETALLE DE UNA OPERACION          *
000339**************************************
000340
000341 7200-I-LISTAR-OPERACION.
000342
000343     MOVE CMB-NRO-CLIENTE    TO WS-DET-CLIENTE.
000344     MOVE CMB-HORA           TO WS-DET-HORA.
000345     MOVE CMB-TERMINAL       TO WS-DET-TERMINAL.
000346     MOVE CMB-OPERADOR       TO WS-DET-OPERADOR.
000347
000348     IF CMB-CLIENTE-COMPRA
000349        MOVE 'VENDE'         TO WS-DET-OPERACION
000350     ELSE
000351        MOVE 'COMPRA'        TO WS-DET-OPERACION
000352     END-IF.
000353
000354     MOVE CMB-IMPORTE-DIVISA TO WS-DET-DIVISA.
000355     MOVE CMB-COTIZ-BASE     TO WS-DET-COT-BASE.
000356     MOVE CMB-COTIZ-APLICADA TO WS-DET-COT-APLIC.
000357     MOVE CMB-IMPORTE-PESOS  TO WS-DET-PESOS.
000358     MOVE CMB-GANANCIA       TO WS-DET-GANANCIA.
000359
000360     WRITE REG-LISTADO FROM WS-LIN-DETALLE.
000361
000362 7200-F-LISTAR-OPERACION. EXIT.
000363
000364**************************************
000365*  POSICION Y RESUMEN DEL DIA        *
000366**************************************
000367
000368 7500-I-TOTALES.
000369
000370     IF WS-CONT-DEL-DIA EQUAL ZEROS
000371        WRITE REG-LISTADO FROM WS-LIN-SIN-DET
000372     END-IF.
000373
000374     COMPUTE WS-POS-DIVISA = WS-TOT-DIV-COMPRADA
000375                           - WS-TOT-DIV-VENDIDA.
000376     COMPUTE WS-POS-PESOS  = WS-TOT-PES-COBRADOS
000377                           - WS-TOT-PES-PAGADOS.
000378
000379     WRITE REG-LISTADO FROM WS-LIN-BLANCO.
000380
000381     MOVE 'OPERACIONES DEL DIA         : ' TO WS-TOT-TEXTO.
000382     MOVE WS-CONT-DEL-DIA                  TO WS-TOT-CANT.
000383     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
000384
000385     MOVE 'COMPRAS DEL BANCO           : ' TO WS-TOT-TEXTO.
000386     MOVE WS-CONT-COMPRAS                  TO WS-TOT-CANT.
000387     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
000388
000389     MOVE 'VENTAS DEL BANCO            : ' TO WS-TOT-TEXTO.
000390     MOVE WS-CONT-VENTAS                   TO WS-TOT-CANT.
000391     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
000392
000393     WRITE REG-LISTADO FROM WS-LIN-BLANCO.
000394
000395     MOVE 'DOLARES COMPRADOS           : ' TO WS-TIM-TEXTO.
000396     MOVE WS-TOT-DIV-COMPRADA              TO WS-TIM-IMPORTE.
000397     WRITE REG-LISTADO FROM WS-LIN-TOTAL-IMP.
000398
000399     MOVE 'PESOS PAGADOS               : ' TO WS-TIM-TEXTO.
000400     MOVE WS-TOT-PES-PAGADOS               TO WS-TIM-IMPORTE.
000401     WRITE REG-LISTADO FROM WS-LIN-TOTAL-IMP.
000402
000403     MOVE 'DOLARES VENDIDOS            : ' TO WS-TIM-TEXTO.
000404     MOVE WS-TOT-DIV-VENDIDA               TO WS-TIM-IMPORTE.
000405     WRITE REG-LISTADO FROM WS-LIN-TOTAL-IMP.
000406
000407     MOVE 'PESOS COBRADOS              : ' TO WS-TIM-TEXTO.
000408     MOVE WS-TOT-PES-COBRADOS              TO WS-TIM-IMPORTE.
000409     WRITE REG-LISTADO FROM WS-LIN-TOTAL-IMP.
000410
000411     WRITE REG-LISTADO FROM WS-LIN-BLANCO.
000412
000413     MOVE 'POSICION NETA EN DOLARES    : ' TO WS-TIM-TEXTO.
000414     MOVE WS-POS-DIVISA                    TO WS-TIM-IMPORTE.
000415     WRITE REG-LISTADO FROM WS-LIN-TOTAL-IMP.
000416
000417     MOVE 'POSICION NETA EN PESOS      : ' TO WS-TIM-TEXTO.
000418     MOVE WS-POS-PESOS                     TO WS-TIM-IMPORTE.
000419     WRITE REG-LISTADO FROM WS-LIN-TOTAL-IMP.
000420
000421     MOVE 'SPREAD GANADO EN PESOS      : ' TO WS-TIM-TEXTO.
000422     MOVE WS-TOT-GANANCIA                  TO WS-TIM-IMPORTE.
000423     WRITE REG-LISTADO FROM WS-LIN-TOTAL-IMP.
000424
000425 7500-F-TOTALES. EXIT.
000426
000427**************************************
000428*                                    *
000429*  CUERPO FINAL CIERRE DE FILES      *
000430*                                    *
000431**************************************
000432 9999-I-FINAL.
000433
000434     CLOSE CAMBIO
000435        IF WS-CMB-CODE IS NOT EQUAL '00'
000436          DISPLAY '* ERROR EN CLOSE CAMBIO   = ' WS-CMB-CODE
000437          MOVE 9999 TO RETURN-CODE
000438       END-IF.
000439
000440     CLOSE LISTADO
000441        IF WS-LIS-CODE IS NOT EQUAL '00'
000442          DISPLAY '* ERROR EN CLOSE LISTADO  = ' WS-LIS-CODE
000443          MOVE 9999 TO RETURN-CODE
000444       END-IF.
000445
000446**********************************
000447*   MOSTRAR TOTALES DE CONTROL   *
000448**********************************
000449
000450     DISPLAY 'CAMBIO19 LEIDOS: '          WS-CONT-LEIDOS.
000451     DISPLAY 'OPERACIONES DEL DIA: '      WS-CONT-DEL-DIA.
000452     DISPLAY 'COMPRAS DEL BANCO: '        WS-CONT-COMPRAS.
000453     DISPLAY 'VENTAS DEL BANCO: '         WS-CONT-VENTAS.
000454
000455 9999-F-FINAL. EXIT.
