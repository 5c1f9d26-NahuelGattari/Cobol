000001 IDENTIFICATION DIVISION.
000002*                                                        *
000003 PROGRAM-ID. PGMAPR73.
000004**********************************************************
000005*                                                        *
000006*  CIERRE DIARIO DE LAS SOLICITUDES DE APROBACION        *
000007*  (PENAPR19, GRABADAS POR T219 / T220 / T240)           *
000008*                                                        *
000009*  - LAS SOLICITUDES QUE SIGUEN PENDIENTES AL CIERRE     *
000010*    DEL DIA DE PROCESO PASAN A VENCIDAS ('V'): NO SE    *
000011*    APLICAN Y EL CAMBIO DEBE VOLVER A PEDIRSE.          *
000012*  - LAS SOLICITUDES RESUELTAS ANTES DE LA RETENCION     *
000013*    (MESES POR SYSIN, 12 SI NO SE INFORMA) SE BORRAN.   *
000014*  - LISTA LAS SOLICITUDES RESUELTAS EN EL DIA           *
000015*    (APROBADAS, RECHAZADAS Y VENCIDAS) CON TOTALES      *
000016*    POR ESTADO Y POR TRANSACCION.                       *
000017*                                                        *
000018**********************************************************
000019*      MANTENIMIENTO DE PROGRAMA                         *
000020**********************************************************
000021*  FECHA      *       DETALLE        *
000022**************************************
000023* 15/10/2026  * VENCIMIENTO Y        *
000024*             * LISTADO DIARIO DE    *
000025*             * SOLICITUDES DE       *
000026*             * APROBACION           *
000027**************************************
000028 AUTHOR. NAHUEL GATTARI.
000029 ENVIRONMENT DIVISION.
000030 CONFIGURATION SECTION.
000031 SPECIAL-NAMES.
000032     DECIMAL-POINT IS COMMA.
000033
000034 INPUT-OUTPUT SECTION.
000035 FILE-CONTROL.
000036
000037       SELECT PENAPR   ASSIGN DDPAP
000038       ORGANIZATION   IS INDEXED
000039       ACCESS IS DYNAMIC
000040       RECORD KEY IS PAP-CLAVE
000041       FILE STATUS IS WS-PAP-CODE.
000042
000043       SELECT LISTADO  ASSIGN DDLIS
000044              FILE STATUS IS WS-LIS-CODE.
000045
000046       SELECT RUNCTL   ASSIGN DDRUN
000047              FILE STATUS IS WS-RUN-CODE.
000048
000049       SELECT PARMIN   ASSIGN SYSIN
000050              FILE STATUS IS WS-PRM-CODE.
000051
000052 DATA DIVISION.
000053 FILE SECTION.
000054 FD PENAPR.
000055
000056     COPY CPPENAPR.
000057
000058 FD LISTADO
000059      BLOCK CONTAINS 0 RECORDS
000060      RECORDING MODE IS F.
000061
000062 01 REG-LISTADO     PIC X(132).
000063
000064 FD RUNCTL
000065      BLOCK CONTAINS 0 RECORDS
000066      RECORDING MODE IS F.
000067
000068     COPY CPRUNCTL.
000069
000070 FD PARMIN
000071      BLOCK CONTAINS 0 RECORDS
000072      RECORDING MODE IS F.
000073
000074 01  REG-PARMIN      PIC X(80).
000075
000076**************************************
000077 WORKING-STORAGE SECTION.
000078**************************************
000079 77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000080 77  WS-PAP-CODE      PIC XX    VALUE SPACES.
000081 77  WS-LIS-CODE      PIC XX    VALUE SPACES.
000082 77  WS-RUN-CODE      PIC XX    VALUE SPACES.
000083 77  WS-PRM-CODE      PIC XX    VALUE SPACES.
000084
000085************
000086*CONTADORES*
000087************
000088 77  WS-CONT-LEIDAS       PIC 9(8)     VALUE ZEROS.
000089 77  WS-CONT-PENDIENTES   PIC 9(8)     VALUE ZEROS.
000090 77  WS-CONT-VENCIDAS     PIC 9(8)     VALUE ZEROS.
000091 77  WS-CONT-DEPURADAS    PIC 9(8)     VALUE ZEROS.
000092 77  WS-CONT-LISTADAS     PIC 9(8)     VALUE ZEROS.
000093
000094 77  WS-DIA-APROBADAS     PIC 9(8)     VALUE ZEROS.
000095 77  WS-DIA-RECHAZADAS    PIC 9(8)     VALUE ZEROS.
000096 77  WS-DIA-VENCIDAS      PIC 9(8)     VALUE ZEROS.
000097 77  WS-DIA-T219          PIC 9(8)     VALUE ZEROS.
000098 77  WS-DIA-T220          PIC 9(8)     VALUE ZEROS.
000099 77  WS-DIA-T240          PIC 9(8)     VALUE ZEROS.
000100
000101********************
000102*      FLAGS       *
000103********************
000104
000105 01  WS-STATUS-FIN    PIC X.
000106     88  WS-FIN-LECTURA         VALUE 'Y'.
000107     88  WS-NO-FIN-LECTURA      VALUE 'N'.
000108
000109**************************************
000110*   PARAMETRO DE RETENCION (MESES)   *
000111**************************************
000112
000113 77  WS-PARM-MESES    PIC 9(02)    VALUE 12.
000114
000115**************************************
000116*   FECHAS DE TRABAJO                *
000117**************************************
000118
000119 01  WS-FECHA-PROCESO     PIC 9(08)    VALUE ZEROS.
000120 01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
000121     03  WS-PRO-AAAA      PIC 9(04).
000122     03  WS-PRO-MM        PIC 9(02).
000123     03  WS-PRO-DD        PIC 9(02).
000124
000125 01  WS-FECHA-CORTE       PIC 9(08)    VALUE ZEROS.
000126 01  WS-FECHA-CORTE-R REDEFINES WS-FECHA-CORTE.
000127     03  WS-COR-AAAA      PIC 9(04).
000128     03  WS-COR-MM        PIC 9(02).
000129     03  WS-COR-DD        PIC 9(02).
000130
000131 77  WS-MESES-ABS         PIC 9(06)    VALUE ZEROS.
000132
000133***********************************
000134*       TITULOS Y DETALLES        *
000135***********************************
000136
000137 01  WS-TITULO.
000138     03  FILLER              PIC X(20)    VALUE  SPACES.
000139     03  FILLER              PIC X(38)    VALUE
000140      'SOLICITUDES DE APROBACION RESUELTAS   '.
000141     03  FILLER              PIC X(07)    VALUE 'FECHA: '.
000142     03  WS-TIT-FECHA        PIC 9(08)    VALUE ZEROS.
000143     03  FILLER              PIC X(59)    VALUE SPACES.
000144
000145 01  WS-SUBTITULO.
000146     03  FILLER              PIC X(20)    VALUE  SPACES.
000147     03  FILLER              PIC X(30)    VALUE
000148      'CAMBIOS SENSIBLES T219 / T220 '.
000149     03  FILLER              PIC X(30)    VALUE
000150      '/ T240 (APROBACION EN T272)   '.
000151     03  FILLER              PIC X(52)    VALUE SPACES.
000152
000153 01  WS-LIN-CABECERA.
000154     03  FILLER    PIC X(02)    VALUE SPACES.
000155     03  FILLER    PIC X(09)    VALUE 'FECHA SOL'.
000156     03  FILLER    PIC X(10)    VALUE ' TERM TRX '.
000157     03  FILLER    PIC X(14)    VALUE 'OPERACION     '.
000158     03  FILLER    PIC X(18)    VALUE 'OBJETO            '.
000159     03  FILLER    PIC X(09)    VALUE 'SOLICIT. '.
000160     03  FILLER    PIC X(10)    VALUE 'ESTADO    '.
000161     03  FILLER    PIC X(09)    VALUE 'RESOLVIO '.
000162     03  FILLER    PIC X(06)    VALUE 'MOTIVO'.
000163     03  FILLER    PIC X(45)    VALUE SPACES.
000164
000165 01  WS-LIN-DETALLE.
000166     03  FILLER    PIC X(02)    VALUE SPACES.
000167     03  WS-DET-FECHA     PIC 9(08)    VALUE ZEROS.
000168     03  FILLER    PIC X(01)    VALUE SPACES.
000169     03  WS-DET-TERMINAL  PIC X(04)    VALUE SPACES.
000170     03  FILLER    PIC X(01)    VALUE SPACES.
000171     03  WS-DET-TRANS     PIC X(04)    VALUE SPACES.
000172     03  FILLER    PIC X(01)    VALUE SPACES.
000173     03  WS-DET-OPERACION PIC X(13)    VALUE SPACES.
000174     03  FILLER    PIC X(01)    VALUE SPACES.
000175     03  WS-DET-OBJETO    PIC X(17)    VALUE SPACES.
000176     03  FILLER    PIC X(01)    VALUE SPACES.
000177     03  WS-DET-SOLICIT   PIC X(08)    VALUE SPACES.
000178     03  FILLER    PIC X(01)    VALUE SPACES.
000179     03  WS-DET-ESTADO    PIC X(09)    VALUE SPACES.
000180     03  FILLER    PIC X(01)    VALUE SPACES.
000181     03  WS-DET-RESOLUTOR PIC X(08)    VALUE SPACES.
000182     03  FILLER    PIC X(01)    VALUE SPACES.
000183     03  WS-DET-MOTIVO    PIC X(30)    VALUE SPACES.
000184     03  FILLER    PIC X(21)    VALUE SPACES.
000185
000186 01  WS-LIN-SIN-DET.
000187     03  FILLER    PIC X(02)    VALUE SPACES.
000188     03  FILLER    PIC X(40)    VALUE
000189      'NO SE RESOLVIERON SOLICITUDES EN EL DIA '.
000190     03  FILLER    PIC X(90)    VALUE SPACES.
000191
000192 01  WS-LIN-TOTAL.
000193     03  FILLER    PIC X(02)    VALUE SPACES.
000194     03  WS-TOT-TEXTO     PIC X(30)    VALUE SPACES.
000195     03  WS-TOT-CANT      PIC ZZZZZZZ9 VALUE ZEROS.
000196     03  FILLER    PIC X(92)    VALUE SPACES.
000197
000198 01  WS-LIN-BLANCO    PIC X(132)   VALUE SPACES.
000199
000200 77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
000201
000202***************************************************************.
000203 PROCEDURE DIVISION.
000204**************************************
000205*                                    *
000206*  CUERPO PRINCIPAL DEL PROGRAMA     *
000207*                                    *
000208**************************************
000209 MAIN-PROGRAM.
000210
000211     PERFORM 1000-I-INICIO  THRU 1000-F-INICIO.
000212
000213     PERFORM 2000-I-PROCESO THRU 2000-F-PROCESO
000214                            UNTIL WS-FIN-LECTURA.
000215
000216     IF RETURN-CODE EQUAL ZEROS
000217        PERFORM 7000-I-TOTALES THRU 7000-F-TOTALES
000218     END-IF.
000219
000220     PERFORM 9999-I-FINAL   THRU 9999-F-FINAL.
000221
000222 F-MAIN-PROGRAM. GOBACK.
000223
000224**************************************
000225*                                    *
000226*  CUERPO INICIO APERTURA ARCHIVOS   *
000227*                                    *
000228**************************************
000229 1000-I-INICIO.
000230
000231     SET WS-NO-FIN-LECTURA TO TRUE.
000232
000233     PERFORM 1100-I-LEER-RUNCTL THRU 1100-F-LEER-RUNCTL.
000234
000235     IF NOT WS-FIN-LECTURA
000236
000237        PERFORM 1200-I-LEER-PARM THRU 1200-F-LEER-PARM
000238
000239        OPEN I-O PENAPR
000240        IF WS-PAP-CODE IS NOT EQUAL '00'
000241           DISPLAY '* ERROR EN OPEN PENAPR   = ' WS-PAP-CODE
000242           MOVE 9999 TO RETURN-CODE
000243           SET  WS-FIN-LECTURA TO TRUE
000244        END-IF
000245
000246        OPEN OUTPUT LISTADO
000247        IF WS-LIS-CODE IS NOT EQUAL '00'
000248           DISPLAY '* ERROR EN OPEN LISTADO  = ' WS-LIS-CODE
000249           MOVE 9999 TO RETURN-CODE
000250           SET  WS-FIN-LECTURA TO TRUE
000251        END-IF
000252     END-IF.
000253
000254     IF NOT WS-FIN-LECTURA
000255        MOVE WS-FECHA-PROCESO TO WS-TIT-FECHA
000256        WRITE REG-LISTADO FROM WS-TITULO
000257        WRITE REG-LISTADO FROM WS-SUBTITULO
000258        WRITE REG-LISTADO FROM WS-LIN-BLANCO
000259        WRITE REG-LISTADO FROM WS-LIN-CABECERA
000260        PERFORM 1500-I-POSICIONAR THRU 1500-F-POSICIONAR
000261     END-IF.
000262
000263 1000-F-INICIO.   EXIT.
000264
000265**************************************
000266*  FECHA OFICIAL DE PROCESO DESDE    *
000267*  EL CONTROL DE CORRIDA             *
000268**************************************
000269
000270 1100-I-LEER-RUNCTL.
000271
000272     OPEN INPUT RUNCTL.
000273
000274     IF WS-RUN-CODE NOT EQUAL '00'
000275        DISPLAY '* ERROR EN OPEN RUNCTL   = ' WS-RUN-CODE
000276        MOVE 9999 TO RETURN-CODE
000277        SET  WS-FIN-LECTURA TO TRUE
000278        GO TO 1100-F-LEER-RUNCTL
000279     END-IF.
000280
000281     READ RUNCTL.
000282     IF WS-RUN-CODE NOT EQUAL '00'
000283        DISPLAY '* ERROR EN LECTURA RUNCTL = ' WS-RUN-CODE
000284        MOVE 9999 TO RETURN-CODE
000285        SET  WS-FIN-LECTURA TO TRUE
000286        CLOSE RUNCTL
000287        GO TO 1100-F-LEER-RUNCTL
000288     END-IF.
000289
000290     MOVE RUN-FECHA-PROCESO TO WS-FECHA-PROCESO.
000291
000292     CLOSE RUNCTL.
000293
000294 1100-F-LEER-RUNCTL. EXIT.
000295
000296**************************************
000297*  PARAMETRO: MESES DE RETENCION DE  *
000298*  LAS SOLICITUDES RESUELTAS Y       *
000299*  FECHA DE CORTE DE LA DEPURACION   *
000300**************************************
000301
000302 1200-I-LEER-PARM.
000303
000304     OPEN INPUT PARMIN.
000305
000306     IF WS-PRM-CODE EQUAL '00'
000307        MOVE SPACES TO REG-PARMIN
000308        READ PARMIN
000309           AT END
000310              CONTINUE
000311           NOT AT END
000312              IF REG-PARMIN(1:2) IS NUMERIC
000313                 MOVE REG-PARMIN(1:2) TO WS-PARM-MESES
000314              END-IF
000315        END-READ
000316        CLOSE PARMIN
000317     END-IF.
000318
000319     COMPUTE WS-MESES-ABS = WS-PRO-AAAA * 12 + WS-PRO-MM - 1
000320                          - WS-PARM-MESES.
000321     DIVIDE WS-MESES-ABS BY 12 GIVING WS-COR-AAAA
000322                               REMAINDER WS-COR-MM.
000323     ADD 1 TO WS-COR-MM.
000324     MOVE WS-PRO-DD TO WS-COR-DD.
000325
000326 1200-F-LEER-PARM. EXIT.
000327
000328**************************************
000329*  POSICIONA PENAPR19 EN EL PRIMER   *
000330*  REGISTRO                          *
000331**************************************
000332
000333 1500-I-POSICIONAR.
000334
000335     MOVE LOW-VALUES TO PAP-CLAVE.
000336
000337     START PENAPR KEY IS NOT LESS THAN PAP-CLAVE.
000338
000339     EVALUATE WS-PAP-CODE
000340       WHEN '00'
000341          PERFORM 3000-I-LEER-PENAPR THRU 3000-F-LEER-PENAPR
000342       WHEN '23'
000343          SET WS-FIN-LECTURA TO TRUE
000344       WHEN OTHER
000345          DISPLAY '* ERROR EN START PENAPR  = ' WS-PAP-CODE
000346          MOVE 9999 TO RETURN-CODE
000347          SET WS-FIN-LECTURA TO TRUE
000348     END-EVALUATE.
000349
000350 1500-F-POSICIONAR. EXIT.
000351
000352**************************************
000353*                                    *
000354*  CUERPO PRINCIPAL DE PROCESOS:     *
000355*  VENCIMIENTO, DEPURACION Y         *
000356*  LISTADO DE CADA SOLICITUD         *
000357*                                    *
000358**************************************
000359 2000-I-PROCESO.
000360
000361     EVALUATE TRUE
000362       WHEN PAP-PENDIENTE
000363        AND PAP-FECHA NOT GREATER THAN WS-FECHA-PROCESO
000364          PERFORM 4000-I-VENCER THRU 4000-F-VENCER
000365       WHEN PAP-PENDIENTE
000366          ADD 1 TO WS-CONT-PENDIENTES
000367       WHEN PAP-FECHA-RESOL LESS THAN WS-FECHA-CORTE
000368          PERFORM 4500-I-DEPURAR THRU 4500-F-DEPURAR
000369     END-EVALUATE.
000370
000371     IF NOT PAP-PENDIENTE
000372        AND PAP-FECHA-RESOL EQUAL WS-FECHA-PROCESO
000373        PERFORM 5000-I-LISTAR THRU 5000-F-LISTAR
000374     END-IF.
000375
000376     PERFORM 3000-I-LEER-PENAPR THRU 3000-F-LEER-PENAPR.
000377
000378 2000-F-PROCESO. EXIT.
000379
000380**************************************
000381*  LECTURA SECUENCIAL DE PENAPR19    *
000382**************************************
000383
000384 3000-I-LEER-PENAPR.
000385
000386     READ PENAPR NEXT RECORD.
000387
000388     EVALUATE WS-PAP-CODE
000389       WHEN '00'
000390          ADD 1 TO WS-CONT-LEIDAS
000391       WHEN '10'
000392          SET WS-FIN-LECTURA TO TRUE
000393       WHEN OTHER
000394          DISPLAY '* ERROR EN LECTURA PENAPR = ' WS-PAP-CODE
000395          MOVE 9999 TO RETURN-CODE
000396          SET WS-FIN-LECTURA TO TRUE
000397     END-EVALUATE.
000398
000399 3000-F-LEER-PENAPR. EXIT.
000400
000401**************************************
000402*  SOLICITUD SIN RESOLVER AL CIERRE: *
000403*  QUEDA VENCIDA                     *
000404**************************************
000405
000406 4000-I-VENCER.
000407
000408     SET PAP-VENCIDA TO TRUE.
000409     MOVE 'PGMAPR73'                  TO PAP-RESOLUTOR.
000410     MOVE WS-FECHA-PROCESO            TO PAP-FECHA-RESOL.
000411     MOVE SPACES                      TO PAP-HORA-RESOL.
000412     MOVE 'VENCIDA AL CIERRE DEL DIA' TO PAP-MOTIVO.
000413
000414     REWRITE REG-PENAPR.
000415
000416     IF WS-PAP-CODE NOT EQUAL '00'
000417        DISPLAY '* ERROR EN REWRITE PENAPR = ' WS-PAP-CODE
000418        MOVE 9999 TO RETURN-CODE
000419        SET WS-FIN-LECTURA TO TRUE
000420        GO TO 4000-F-VENCER
000421     END-IF.
000422
000423     ADD 1 TO WS-CONT-VENCIDAS.
000424
000425 4000-F-VENCER. EXIT.
000426
000427**************************************
000428*  SOLICITUD RESUELTA ANTES DE LA    *
000429*  RETENCION: SE BORRA               *
000430**************************************
000431
000432 4500-I-DEPURAR.
000433
000434     DELETE PENAPR RECORD.
000435
000436     IF WS-PAP-CODE NOT EQUAL '00'
000437        DISPLAY '* ERROR EN DELETE PENAPR  = ' WS-PAP-CODE
000438        MOVE 9999 TO RETURN-CODE
000439        SET WS-FIN-LECTURA TO TRUE
000440        GO TO 4500-F-DEPURAR
000441     END-IF.
000442
000443     ADD 1 TO WS-CONT-DEPURADAS.
000444
000445 4500-F-DEPURAR. EXIT.
000446
000447**************************************
000448*  DETALLE DE LA SOLICITUD RESUELTA  *
000449*  EN EL DIA DE PROCESO              *
000450**************************************
000451
000452 5000-I-LISTAR.
000453
000454     MOVE PAP-FECHA        TO WS-DET-FECHA.
000455     MOVE PAP-TERMINAL     TO WS-DET-TERMINAL.
000456     MOVE PAP-TRANSACCION  TO WS-DET-TRANS.
000457     MOVE PAP-OPERACION    TO WS-DET-OPERACION.
000458     MOVE PAP-OBJETO       TO WS-DET-OBJETO.
000459     MOVE PAP-SOLICITANTE  TO WS-DET-SOLICIT.
000460     MOVE PAP-RESOLUTOR    TO WS-DET-RESOLUTOR.
000461     MOVE PAP-MOTIVO       TO WS-DET-MOTIVO.
000462
000463     EVALUATE TRUE
000464       WHEN PAP-APROBADA
000465          MOVE 'APROBADA'  TO WS-DET-ESTADO
000466          ADD 1 TO WS-DIA-APROBADAS
000467       WHEN PAP-RECHAZADA
000468          MOVE 'RECHAZADA' TO WS-DET-ESTADO
000469          ADD 1 TO WS-DIA-RECHAZADAS
000470       WHEN OTHER
000471          MOVE 'VENCIDA'   TO WS-DET-ESTADO
000472          ADD 1 TO WS-DIA-VENCIDAS
000473     END-EVALUATE.
000474
000475     EVALUATE PAP-TRANSACCION
000476       WHEN 'T219'
000477          ADD 1 TO WS-DIA-T219
000478       WHEN 'T220'
000479          ADD 1 TO WS-DIA-T220
000480       WHEN 'T240'
000481          ADD 1 TO WS-DIA-T240
000482     END-EVALUATE.
000483
000484     WRITE REG-LISTADO FROM WS-LIN-DETALLE.
000485
000486     ADD 1 TO WS-CONT-LISTADAS.
000487
000488 5000-F-LISTAR. EXIT.
000489
000490**************************************
000491*  RESUMEN FINAL POR ESTADO Y POR    *
000492*  TRANSACCION                       *
000493**************************************
000494
000495 7000-I-TOTALES.
000496
000497     IF WS-CONT-LISTADAS EQUAL ZEROS
000498        WRITE REG-LISTADO FROM WS-LIN-SIN-DET
000499     END-IF.
000500
000501     WRITE REG-LISTADO FROM WS-LIN-BLANCO.
000502
000503     MOVE 'APROBADAS EN EL DIA         : ' TO WS-TOT-TEXTO.
000504     MOVE WS-DIA-APROBADAS                 TO WS-TOT-CANT.
000505     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
000506
000507     MOVE 'RECHAZADAS EN EL DIA        : ' TO WS-TOT-TEXTO.
000508     MOVE WS-DIA-RECHAZADAS                TO WS-TOT-CANT.
000509     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
000510
000511     MOVE 'VENCIDAS AL CIERRE          : ' TO WS-TOT-TEXTO.
000512     MOVE WS-DIA-VENCIDAS                  TO WS-TOT-CANT.
000513     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
000514
000515     WRITE REG-LISTADO FROM WS-LIN-BLANCO.
000516
000517     MOVE 'T219 DATOS DE LA PERSONA    : ' TO WS-TOT-TEXTO.
000518     MOVE WS-DIA-T219                      TO WS-TOT-CANT.
000519     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
000520
000521     MOVE 'T220 DATOS DE LA CUENTA     : ' TO WS-TOT-TEXTO.
000522     MOVE WS-DIA-T220                      TO WS-TOT-CANT.
000523     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
000524
000525     MOVE 'T240 PERFILES DE OPERADOR   : ' TO WS-TOT-TEXTO.
000526     MOVE WS-DIA-T240                      TO WS-TOT-CANT.
000527     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
000528
000529     WRITE REG-LISTADO FROM WS-LIN-BLANCO.
000530
000531     MOVE 'SOLICITUDES DEPURADAS       : ' TO WS-TOT-TEXTO.
000532     MOVE WS-CONT-DEPURADAS                TO WS-TOT-CANT.
000533     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
000534
000535 7000-F-TOTALES. EXIT.
000536
000537**************************************
000538*                                    *
000539*  CUERPO FINAL CIERRE DE FILES      *
000540*                                    *
000541**************************************
000542 9999-I-FINAL.
000543
000544     CLOSE PENAPR
000545        IF WS-PAP-CODE IS NOT EQUAL '00'
000546          DISPLAY '* ERROR EN CLOSE PENAPR   = ' WS-PAP-CODE
000547          MOVE 9999 TO RETURN-CODE
000548       END-IF.
000549
000550     CLOSE LISTADO
000551        IF WS-LIS-CODE IS NOT EQUAL '00'
000552          DISPLAY '* ERROR EN CLOSE LISTADO  = ' WS-LIS-CODE
000553          MOVE 9999 TO RETURN-CODE
000554       END-IF.
000555
000556     DISPLAY 'SOLICITUDES LEIDAS          : ' WS-CONT-LEIDAS.
000557     DISPLAY 'SOLICITUDES VENCIDAS        : ' WS-CONT-VENCIDAS.
000558     DISPLAY 'PENDIENTES DE FECHA POSTERIOR: ' WS-CONT-PENDIENTES.
000559     DISPLAY 'SOLICITUDES DEPURADAS       : ' WS-CONT-DEPURADAS.
000560     DISPLAY 'SOLICITUDES LISTADAS        : ' WS-CONT-LISTADAS.
000561
000562 9999-F-FINAL. EXIT.
