000001 IDENTIFICATION DIVISION.
000002*                                                        *
000003 PROGRAM-ID. PGMGEN69.
000004**********************************************************
000005*                                                        *
000006*  CAMBIO DE GENERACION MENSUAL DE LA HISTORIA           *
000007*                                                        *
000008*  CORRE AL FINAL DEL CICLO NOCTURNO. SI EL SIGUIENTE    *
000009*  DIA HABIL (CALENDARIO DE PGMRUT) CAE EN OTRO MES, LA  *
000010*  FECHA DE PROCESO ES EL ULTIMO DIA DEL MES Y SE HACE   *
000011*  EL CAMBIO DE GENERACION:                              *
000012*    - COPIA EL DDHIS (MES EN CURSO, AL QUE GRABAN       *
000013*      PGMAPA99 Y PGMMOV34) A LA GENERACION DEL MES,     *
000014*      DSN PREFIJO.MAAAAMM, ASIGNADA Y CATALOGADA AL     *
000015*      ABRIRLA (VARIABLE DE AMBIENTE DDHGN)              *
000016*    - CIERRA LA ENTRADA DEL MES EN EL CATALOGO          *
000017*      HISGEN19 (CPHISGEN) CON EL DSN, EL RANGO DE       *
000018*      FECHAS Y LA CANTIDAD DE MOVIMIENTOS COPIADOS      *
000019*    - VACIA EL DDHIS Y ABRE LA ENTRADA DEL MES NUEVO    *
000020*  LOS LECTORES DE LA HISTORIA PASAN POR PGMHIS, QUE     *
000021*  SOLO ABRE LAS GENERACIONES DE SU RANGO DE FECHAS      *
000022*                                                        *
000023*  PARAMETROS (SYSIN, UNA TARJETA POR PARAMETRO):        *
000024*    PREFIJO=XXXXXXXX  PREFIJO DEL DSN DE LAS            *
000025*                      GENERACIONES (DEFECTO BCO.HISTOR) *
000026*    FORZAR=S          CARGA INICIAL: CATALOGA LA        *
000027*                      HISTORIA ACUMULADA COMO EL MES    *
000028*                      ANTERIOR Y ABRE EL MES EN CURSO   *
000029*                                                        *
000030*  SI EL MES YA FIGURA CERRADO EN EL CATALOGO NO SE      *
000031*  VUELVE A COPIAR (RC 0004)                             *
000032*                                                        *
000033**********************************************************
000034*      MANTENIMIENTO DE PROGRAMA                         *
000035**********************************************************
000036*  FECHA      *       DETALLE        *
000037**************************************
000038* 15/10/2026  * GENERACIONES         *
000039*             * MENSUALES DE LA      *
000040*             * HISTORIA             *
000041**************************************
000042 AUTHOR. NAHUEL GATTARI.
000043 ENVIRONMENT DIVISION.
000044 CONFIGURATION SECTION.
000045 SPECIAL-NAMES.
000046     DECIMAL-POINT IS COMMA.
000047
000048 INPUT-OUTPUT SECTION.
000049 FILE-CONTROL.
000050
000051       SELECT CATALOGO ASSIGN DDHCT
000052       ORGANIZATION   IS INDEXED
000053       ACCESS IS DYNAMIC
000054       RECORD KEY IS HGN-PERIODO
000055       FILE STATUS IS WS-HCT-CODE.
000056
000057       SELECT HISTORIA ASSIGN DDHIS
000058              FILE STATUS IS WS-HIS-CODE.
000059
000060       SELECT GENERACION ASSIGN DDHGN
000061              FILE STATUS IS WS-GEN-CODE.
000062
000063       SELECT PARMIN   ASSIGN SYSIN
000064              FILE STATUS IS WS-PRM-CODE.
000065
000066       SELECT RUNCTL   ASSIGN DDRUN
000067              FILE STATUS IS WS-RUN-CODE.
000068
000069 DATA DIVISION.
000070 FILE SECTION.
000071 FD CATALOGO.
000072
000073     COPY CPHISGEN.
000074
000075 FD HISTORIA
000076      BLOCK CONTAINS 0 RECORDS
000077      RECORDING MODE IS F.
000078
000079     COPY CPMOVHIS.
000080
000081 FD GENERACION
000082      BLOCK CONTAINS 0 RECORDS
000083      RECORDING MODE IS F.
000084
000085 01  REG-GENERACION   PIC X(50).
000086
000087 FD PARMIN
000088      BLOCK CONTAINS 0 RECORDS
000089      RECORDING MODE IS F.
000090
000091 01  REG-PARMIN      PIC X(80).
000092
000093 FD RUNCTL
000094      BLOCK CONTAINS 0 RECORDS
000095      RECORDING MODE IS F.
000096
000097     COPY CPRUNCTL.
000098
000099**************************************
000100 WORKING-STORAGE SECTION.
000101**************************************
000102 77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000103 77  WS-HCT-CODE      PIC XX    VALUE SPACES.
000104 77  WS-HIS-CODE      PIC XX    VALUE SPACES.
000105 77  WS-GEN-CODE      PIC XX    VALUE SPACES.
000106 77  WS-PRM-CODE      PIC XX    VALUE SPACES.
000107 77  WS-RUN-CODE      PIC XX    VALUE SPACES.
000108 77  WS-PGMRUT        PIC X(8)  VALUE 'PGMRUT'.
000109
000110************
000111*CONTADORES*
000112************
000113 77  WS-CONT-COPIADOS     PIC 9(9)     VALUE ZEROS.
000114
000115********************
000116*      FLAGS       *
000117********************
000118
000119 01  WS-STATUS-FIN    PIC X.
000120     88  WS-FIN-LECTURA         VALUE 'Y'.
000121     88  WS-NO-FIN-LECTURA      VALUE 'N'.
000122
000123 01  WS-STA-HIS       PIC X     VALUE 'N'.
000124     88  WS-FIN-HIS             VALUE 'Y'.
000125     88  WS-NO-FIN-HIS          VALUE 'N'.
000126
000127 01  WS-STA-PARM      PIC X     VALUE 'N'.
000128     88  WS-FIN-PARM            VALUE 'Y'.
000129     88  WS-NO-FIN-PARM         VALUE 'N'.
000130
000131 01  WS-SW-FORZAR     PIC X     VALUE 'N'.
000132     88  WS-FORZAR              VALUE 'S'.
000133     88  WS-NO-FORZAR           VALUE 'N'.
000134
000135 01  WS-SW-CATALOGO   PIC X     VALUE 'N'.
000136     88  WS-CATALOGO-ABIERTO    VALUE 'S'.
000137     88  WS-CATALOGO-CERRADO    VALUE 'N'.
000138
000139 01  WS-SW-CIERRE     PIC X     VALUE 'N'.
000140     88  WS-ENTRADA-EXISTE      VALUE 'S'.
000141     88  WS-ENTRADA-NUEVA       VALUE 'N'.
000142
000143**************************************
000144*   FECHA DE PROCESO Y PERIODOS      *
000145**************************************
000146
000147 01  WS-FECHA-PROCESO     PIC 9(08)    VALUE ZEROS.
000148 01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
000149     03  WS-PRO-PERIODO   PIC 9(06).
000150     03  WS-PRO-DD        PIC 9(02).
000151
000152 01  WS-FECHA-SIGUIENTE   PIC 9(08)    VALUE ZEROS.
000153 01  WS-FECHA-SIGUIENTE-R REDEFINES WS-FECHA-SIGUIENTE.
000154     03  WS-SIG-PERIODO   PIC 9(06).
000155     03  WS-SIG-DD        PIC 9(02).
000156
000157 01  WS-PERIODO-CIERRE    PIC 9(06)    VALUE ZEROS.
000158 01  WS-PERIODO-CIERRE-R REDEFINES WS-PERIODO-CIERRE.
000159     03  WS-CIE-AAAA      PIC 9(04).
000160     03  WS-CIE-MM        PIC 9(02).
000161
000162 77  WS-PERIODO-NUEVO     PIC 9(06)    VALUE ZEROS.
000163 77  WS-FECHA-MINIMA      PIC 9(08)    VALUE 99999999.
000164 77  WS-FECHA-MAXIMA      PIC 9(08)    VALUE ZEROS.
000165
000166**************************************
000167*   DSN DE LA GENERACION Y SU        *
000168*   ASIGNACION DINAMICA AL DDHGN     *
000169**************************************
000170
000171 77  WS-PARM-PREFIJO      PIC X(30)    VALUE 'BCO.HISTOR'.
000172 77  WS-DSN-GENERACION    PIC X(44)    VALUE SPACES.
000173 01  WS-ENV-GENERACION    PIC X(120)   VALUE SPACES.
000174 77  WS-FIN-CADENA        PIC X(01)    VALUE LOW-VALUE.
000175 77  WS-RC-PUTENV         PIC S9(09)   COMP VALUE ZEROS.
000176
000177**************************************
000178*   COMUNICACION CON PGMRUT          *
000179**************************************
000180
000181  01  LK-AREA.
000182      03  LK-FECHA.
000183          05  SIGLO-ANIO.
000184              07 LK-SIGLO    PIC 99.
000185              07 LK-ANIO     PIC 99.
000186          05 LK-MES      PIC 99.
000187          05 LK-DIA      PIC 99.
000188      03  LK-FUNCION     PIC X(01).
000189      03  LK-RESULTADO   PIC X(01).
000190      03  LK-FECHA-HABIL PIC 9(08).
000191      03  FILLER         PIC X(12).
000192
000193 77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
000194
000195***************************************************************.
000196 PROCEDURE DIVISION.
000197**************************************
000198*                                    *
000199*  CUERPO PRINCIPAL DEL PROGRAMA     *
000200*                                    *
000201**************************************
000202 MAIN-PROGRAM.
000203
000204     PERFORM 1000-I-INICIO  THRU 1000-F-INICIO.
000205
000206     IF NOT WS-FIN-LECTURA
000207        PERFORM 2000-I-COPIAR  THRU 2000-F-COPIAR
000208     END-IF.
000209
000210     IF NOT WS-FIN-LECTURA
000211        PERFORM 3000-I-VACIAR  THRU 3000-F-VACIAR
000212     END-IF.
000213
000214     IF NOT WS-FIN-LECTURA
000215        PERFORM 4000-I-CATALOGAR THRU 4000-F-CATALOGAR
000216     END-IF.
000217
000218     PERFORM 9999-I-FINAL   THRU 9999-F-FINAL.
000219
000220 F-MAIN-PROGRAM. GOBACK.
000221
000222**************************************
000223*                                    *
000224*  CUERPO INICIO: FECHA, PARAMETROS  *
000225*  Y CONTROL DE FIN DE MES           *
000226*                                    *
000227**************************************
000228 1000-I-INICIO.
000229
000230     SET WS-NO-FIN-LECTURA TO TRUE.
000231
000232     PERFORM 1100-I-LEER-RUNCTL THRU 1100-F-LEER-RUNCTL.
000233
000234     IF WS-FIN-LECTURA
000235        GO TO 1000-F-INICIO
000236     END-IF.
000237
000238     PERFORM 1150-I-LEER-PARM THRU 1150-F-LEER-PARM.
000239
000240     PERFORM 1200-I-FIN-DE-MES THRU 1200-F-FIN-DE-MES.
000241
000242     IF WS-FIN-LECTURA
000243        GO TO 1000-F-INICIO
000244     END-IF.
000245
000246     OPEN I-O CATALOGO.
000247     IF WS-HCT-CODE NOT EQUAL '00' AND WS-HCT-CODE NOT EQUAL '05'
000248        DISPLAY '* ERROR EN OPEN CATALOGO = ' WS-HCT-CODE
000249        MOVE 9999 TO RETURN-CODE
000250        SET  WS-FIN-LECTURA TO TRUE
000251        GO TO 1000-F-INICIO
000252     END-IF.
000253
000254     SET WS-CATALOGO-ABIERTO TO TRUE.
000255
000256*    UN MES YA CERRADO NO SE VUELVE A COPIAR (REPROCESO)
000257
000258     SET WS-ENTRADA-NUEVA TO TRUE.
000259     MOVE WS-PERIODO-CIERRE TO HGN-PERIODO.
000260
000261     READ CATALOGO
000262        INVALID KEY
000263           CONTINUE
000264        NOT INVALID KEY
000265           SET WS-ENTRADA-EXISTE TO TRUE
000266     END-READ.
000267
000268     IF WS-ENTRADA-EXISTE AND HGN-ESTADO EQUAL 'C'
000269        DISPLAY '* AVISO: EL PERIODO ' WS-PERIODO-CIERRE
000270                ' YA ESTA CERRADO EN ' HGN-DSN
000271        MOVE 0004 TO RETURN-CODE
000272        SET  WS-FIN-LECTURA TO TRUE
000273        GO TO 1000-F-INICIO
000274     END-IF.
000275
000276     OPEN INPUT HISTORIA.
000277     IF WS-HIS-CODE NOT EQUAL '00'
000278        DISPLAY '* ERROR EN OPEN HISTORIA = ' WS-HIS-CODE
000279        MOVE 9999 TO RETURN-CODE
000280        SET  WS-FIN-LECTURA TO TRUE
000281        GO TO 1000-F-INICIO
000282     END-IF.
000283
000284     PERFORM 1300-I-ASIGNAR-GENERACION
000285        THRU 1300-F-ASIGNAR-GENERACION.
000286
000287 1000-F-INICIO.   EXIT.
000288
000289**************************************
000290*  FECHA OFICIAL DE PROCESO DESDE    *
000291*  EL CONTROL DE CORRIDA             *
000292**************************************
000293
000294 1100-I-LEER-RUNCTL.
000295
000296     OPEN INPUT RUNCTL.
000297
000298     IF WS-RUN-CODE NOT EQUAL '00'
000299        DISPLAY '* ERROR EN OPEN RUNCTL   = ' WS-RUN-CODE
000300        MOVE 9999 TO RETURN-CODE
000301        SET  WS-FIN-LECTURA TO TRUE
000302        GO TO 1100-F-LEER-RUNCTL
000303     END-IF.
000304
000305     READ RUNCTL.
000306     IF WS-RUN-CODE NOT EQUAL '00'
000307        DISPLAY '* ERROR EN LECTURA RUNCTL = ' WS-RUN-CODE
000308        MOVE 9999 TO RETURN-CODE
000309        SET  WS-FIN-LECTURA TO TRUE
000310        CLOSE RUNCTL
000311        GO TO 1100-F-LEER-RUNCTL
000312     END-IF.
000313
000314     MOVE RUN-FECHA-PROCESO TO WS-FECHA-PROCESO.
000315
000316     CLOSE RUNCTL.
000317
000318 1100-F-LEER-RUNCTL. EXIT.
000319
000320**************************************
000321*  PARAMETROS: PREFIJO=  FORZAR=S    *
000322**************************************
000323
000324 1150-I-LEER-PARM.
000325
000326     OPEN INPUT PARMIN.
000327
000328     IF WS-PRM-CODE NOT EQUAL '00'
000329        GO TO 1150-F-LEER-PARM
000330     END-IF.
000331
000332     SET WS-NO-FIN-PARM TO TRUE.
000333     PERFORM 1160-I-LEER-TARJETA THRU 1160-F-LEER-TARJETA
000334        UNTIL WS-FIN-PARM.
000335
000336     CLOSE PARMIN.
000337
000338 1150-F-LEER-PARM. EXIT.
000339
000340 1160-I-LEER-TARJETA.
000341
000342     MOVE SPACES TO REG-PARMIN.
000343
000344     READ PARMIN
000345        AT END
000346           SET WS-FIN-PARM TO TRUE
000347           GO TO 1160-F-LEER-TARJETA
000348     END-READ.
000349
000350     IF REG-PARMIN(1:8) EQUAL 'PREFIJO='
000351        AND REG-PARMIN(9:30) NOT EQUAL SPACES
000352        MOVE REG-PARMIN(9:30) TO WS-PARM-PREFIJO
000353     END-IF.
000354
000355     IF REG-PARMIN(1:8) EQUAL 'FORZAR=S'
000356        SET WS-FORZAR TO TRUE
000357     END-IF.
000358
000359 1160-F-LEER-TARJETA. EXIT.
000360
000361**************************************
000362*  ES FIN DE MES SI EL SIGUIENTE DIA *
000363*  HABIL (PGMRUT) CAE EN OTRO MES    *
000364**************************************
000365
000366 1200-I-FIN-DE-MES.
000367
000368     MOVE SPACES TO LK-AREA.
000369     MOVE WS-FECHA-PROCESO(1:2) TO LK-SIGLO.
000370     MOVE WS-FECHA-PROCESO(3:2) TO LK-ANIO.
000371     MOVE WS-FECHA-PROCESO(5:2) TO LK-MES.
000372     MOVE WS-FECHA-PROCESO(7:2) TO LK-DIA.
000373     MOVE 'N' TO LK-FUNCION.
000374
000375     CALL WS-PGMRUT USING LK-AREA.
000376
000377     IF RETURN-CODE NOT EQUAL ZEROS
000378        DISPLAY 'ERROR RUTINA FECHA: ' RETURN-CODE
000379        MOVE 9999 TO RETURN-CODE
000380        SET  WS-FIN-LECTURA TO TRUE
000381        GO TO 1200-F-FIN-DE-MES
000382     END-IF.
000383
000384     MOVE LK-FECHA-HABIL TO WS-FECHA-SIGUIENTE.
000385     MOVE WS-PRO-PERIODO TO WS-PERIODO-CIERRE.
000386     MOVE WS-SIG-PERIODO TO WS-PERIODO-NUEVO.
000387
000388     IF WS-PERIODO-NUEVO EQUAL WS-PERIODO-CIERRE
000389        IF WS-FORZAR
000390           PERFORM 1250-I-MES-ANTERIOR THRU 1250-F-MES-ANTERIOR
000391           DISPLAY '* CAMBIO DE GENERACION FORZADO POR SYSIN'
000392        ELSE
000393           DISPLAY 'NO ES FIN DE MES, SIGUIENTE HABIL: '
000394                   WS-FECHA-SIGUIENTE
000395           SET  WS-FIN-LECTURA TO TRUE
000396           GO TO 1200-F-FIN-DE-MES
000397        END-IF
000398     END-IF.
000399
000400     DISPLAY 'CAMBIO DE GENERACION DEL PERIODO '
000401             WS-PERIODO-CIERRE.
000402
000403 1200-F-FIN-DE-MES. EXIT.
000404
000405**************************************
000406*  CARGA INICIAL (FORZAR=S): LA      *
000407*  HISTORIA ACUMULADA SE CATALOGA    *
000408*  COMO GENERACION DEL MES ANTERIOR  *
000409*  (SU RANGO DE FECHAS ES EL REAL)   *
000410*  Y SE ABRE EL MES EN CURSO         *
000411**************************************
000412
000413 1250-I-MES-ANTERIOR.
000414
000415     IF WS-CIE-MM EQUAL 01
000416        MOVE 12 TO WS-CIE-MM
000417        SUBTRACT 1 FROM WS-CIE-AAAA
000418     ELSE
000419        SUBTRACT 1 FROM WS-CIE-MM
000420     END-IF.
000421
000422 1250-F-MES-ANTERIOR. EXIT.
000423
000424**************************************
000425*  DSN DE LA GENERACION DEL MES Y    *
000426*  ASIGNACION (NUEVA, CATALOGADA)    *
000427*  AL DDHGN                          *
000428**************************************
000429
000430 1300-I-ASIGNAR-GENERACION.
000431
000432     MOVE SPACES TO WS-DSN-GENERACION.
000433     STRING WS-PARM-PREFIJO          DELIMITED BY SPACE
000434            '.M'                     DELIMITED BY SIZE
000435            WS-PERIODO-CIERRE        DELIMITED BY SIZE
000436            INTO WS-DSN-GENERACION
000437     END-STRING.
000438
000439     MOVE SPACES TO WS-ENV-GENERACION.
000440     STRING 'DDHGN=DSN('             DELIMITED BY SIZE
000441            WS-DSN-GENERACION        DELIMITED BY SPACE
000442            '),NEW,CATALOG,CYL,SPACE(50,50)'
000443                                     DELIMITED BY SIZE
000444            WS-FIN-CADENA            DELIMITED BY SIZE
000445            INTO WS-ENV-GENERACION
000446     END-STRING.
000447
000448     CALL 'putenv' USING WS-ENV-GENERACION
000449                   RETURNING WS-RC-PUTENV.
000450
000451     OPEN OUTPUT GENERACION.
000452     IF WS-GEN-CODE NOT EQUAL '00'
000453        DISPLAY '* ERROR EN OPEN GENERACION ' WS-DSN-GENERACION
000454                ' = ' WS-GEN-CODE
000455        MOVE 9999 TO RETURN-CODE
000456        SET  WS-FIN-LECTURA TO TRUE
000457        CLOSE HISTORIA
000458     END-IF.
000459
000460 1300-F-ASIGNAR-GENERACION. EXIT.
000461
000462**************************************
000463*  COPIA DEL MES EN CURSO A SU       *
000464*  GENERACION                        *
000465**************************************
000466
000467 2000-I-COPIAR.
000468
000469     SET WS-NO-FIN-HIS TO TRUE.
000470
000471     PERFORM 2100-I-COPIAR-MOVIMIENTO
000472        THRU 2100-F-COPIAR-MOVIMIENTO
000473        UNTIL WS-FIN-HIS.
000474
000475     CLOSE HISTORIA.
000476
000477     CLOSE GENERACION.
000478     IF WS-GEN-CODE NOT EQUAL '00'
000479        DISPLAY '* ERROR EN CLOSE GENERACION = ' WS-GEN-CODE
000480        MOVE 9999 TO RETURN-CODE
000481        SET  WS-FIN-LECTURA TO TRUE
000482     END-IF.
000483
000484 2000-F-COPIAR. EXIT.
000485
000486 2100-I-COPIAR-MOVIMIENTO.
000487
000488     READ HISTORIA.
000489
000490     EVALUATE WS-HIS-CODE
000491       WHEN '00'
000492          CONTINUE
000493       WHEN '10'
000494          SET WS-FIN-HIS TO TRUE
000495          GO TO 2100-F-COPIAR-MOVIMIENTO
000496       WHEN OTHER
000497          DISPLAY '* ERROR EN LECTURA HISTORIA = ' WS-HIS-CODE
000498          MOVE 9999 TO RETURN-CODE
000499          SET WS-FIN-HIS     TO TRUE
000500          SET WS-FIN-LECTURA TO TRUE
000501          GO TO 2100-F-COPIAR-MOVIMIENTO
000502     END-EVALUATE.
000503
000504     WRITE REG-GENERACION FROM REG-MOVHIS.
000505     IF WS-GEN-CODE NOT EQUAL '00'
000506        DISPLAY '* ERROR EN WRITE GENERACION = ' WS-GEN-CODE
000507        MOVE 9999 TO RETURN-CODE
000508        SET WS-FIN-HIS     TO TRUE
000509        SET WS-FIN-LECTURA TO TRUE
000510        GO TO 2100-F-COPIAR-MOVIMIENTO
000511     END-IF.
000512
000513     ADD 1 TO WS-CONT-COPIADOS.
000514
000515     IF MOV-FECHA LESS THAN WS-FECHA-MINIMA
000516        MOVE MOV-FECHA TO WS-FECHA-MINIMA
000517     END-IF.
000518
000519     IF MOV-FECHA GREATER THAN WS-FECHA-MAXIMA
000520        MOVE MOV-FECHA TO WS-FECHA-MAXIMA
000521     END-IF.
000522
000523 2100-F-COPIAR-MOVIMIENTO. EXIT.
000524
000525**************************************
000526*  EL DDHIS QUEDA VACIO PARA EL MES  *
000527*  NUEVO (SOLO SI LA COPIA TERMINO   *
000528*  BIEN)                             *
000529**************************************
000530
000531 3000-I-VACIAR.
000532
000533     OPEN OUTPUT HISTORIA.
000534     IF WS-HIS-CODE NOT EQUAL '00'
000535        DISPLAY '* ERROR EN OPEN OUTPUT HISTORIA = ' WS-HIS-CODE
000536        MOVE 9999 TO RETURN-CODE
000537        SET  WS-FIN-LECTURA TO TRUE
000538        GO TO 3000-F-VACIAR
000539     END-IF.
000540
000541     CLOSE HISTORIA.
000542
000543 3000-F-VACIAR. EXIT.
000544
000545**************************************
000546*  CATALOGO: CIERRE DEL MES Y        *
000547*  APERTURA DEL MES NUEVO            *
000548**************************************
000549
000550 4000-I-CATALOGAR.
000551
000552*    SIN MOVIMIENTOS EL RANGO ES EL DEL MES HASTA EL PROCESO
000553
000554     IF WS-CONT-COPIADOS EQUAL ZEROS
000555        MOVE WS-PERIODO-CIERRE TO WS-FECHA-MINIMA(1:6)
000556        MOVE '01'              TO WS-FECHA-MINIMA(7:2)
000557        MOVE WS-FECHA-PROCESO  TO WS-FECHA-MAXIMA
000558     END-IF.
000559
000560     MOVE SPACES             TO REG-HISGEN.
000561     MOVE WS-PERIODO-CIERRE  TO HGN-PERIODO.
000562     MOVE 'C'                TO HGN-ESTADO.
000563     MOVE WS-DSN-GENERACION  TO HGN-DSN.
000564     MOVE WS-FECHA-MINIMA    TO HGN-FECHA-DESDE.
000565     MOVE WS-FECHA-MAXIMA    TO HGN-FECHA-HASTA.
000566     MOVE WS-CONT-COPIADOS   TO HGN-CANT-REG.
000567     MOVE WS-FECHA-PROCESO   TO HGN-FECHA-CIERRE.
000568
000569     IF WS-ENTRADA-EXISTE
000570        REWRITE REG-HISGEN
000571     ELSE
000572        WRITE REG-HISGEN
000573     END-IF.
000574
000575     IF WS-HCT-CODE NOT EQUAL '00'
000576        DISPLAY '* ERROR EN GRABACION CATALOGO ' WS-PERIODO-CIERRE
000577                ' = ' WS-HCT-CODE
000578        MOVE 9999 TO RETURN-CODE
000579        GO TO 4000-F-CATALOGAR
000580     END-IF.
000581
000582     MOVE WS-PERIODO-NUEVO   TO HGN-PERIODO.
000583
000584     READ CATALOGO
000585        INVALID KEY
000586           MOVE SPACES             TO REG-HISGEN
000587           MOVE WS-PERIODO-NUEVO   TO HGN-PERIODO
000588           MOVE 'A'                TO HGN-ESTADO
000589           MOVE WS-PERIODO-NUEVO   TO HGN-FECHA-DESDE(1:6)
000590           MOVE '01'               TO HGN-FECHA-DESDE(7:2)
000591           MOVE 99999999           TO HGN-FECHA-HASTA
000592           MOVE ZEROS              TO HGN-CANT-REG
000593           MOVE ZEROS              TO HGN-FECHA-CIERRE
000594           WRITE REG-HISGEN
000595           IF WS-HCT-CODE NOT EQUAL '00'
000596              DISPLAY '* ERROR EN GRABACION CATALOGO '
000597                      WS-PERIODO-NUEVO ' = ' WS-HCT-CODE
000598              MOVE 9999 TO RETURN-CODE
000599           END-IF
000600     END-READ.
000601
000602 4000-F-CATALOGAR. EXIT.
000603
000604**************************************
000605*                                    *
000606*  CUERPO FINAL CIERRE DE FILES      *
000607*                                    *
000608**************************************
000609 9999-I-FINAL.
000610
000611     IF WS-CATALOGO-CERRADO
000612        GO TO 9999-F-FINAL
000613     END-IF.
000614
000615     CLOSE CATALOGO.
000616
000617**********************************
000618*   MOSTRAR TOTALES DE CONTROL   *
000619**********************************
000620
000621     DISPLAY 'PERIODO CERRADO: '         WS-PERIODO-CIERRE.
000622     DISPLAY 'GENERACION: '              WS-DSN-GENERACION.
000623     DISPLAY 'MOVIMIENTOS COPIADOS: '    WS-CONT-COPIADOS.
000624     DISPLAY 'PERIODO ABIERTO: '         WS-PERIODO-NUEVO.
000625
000626 9999-F-FINAL. EXIT.
