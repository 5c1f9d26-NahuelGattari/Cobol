000001 IDENTIFICATION DIVISION.
000002*                                                        *
000003 PROGRAM-ID. PGMBAJ74.
000004**********************************************************
000005*                                                        *
000006*  CIERRES DE CUENTA DEL DIA (BAJCTA19, GRABADO POR LA   *
000007*  T220 AL LIQUIDAR LA BAJA)                             *
000008*                                                        *
000009*  - EMITE UN CERTIFICADO DE CIERRE POR CUENTA CERRADA   *
000010*    CON LOS DATOS DEL TITULAR (PERSONA), EL INTERES     *
000011*    LIQUIDADO, LA CUENTA QUE RECIBIO EL SALDO Y LAS     *
000012*    ORDENES, CHEQUES Y ACUERDO DADOS DE BAJA (DDCER).   *
000013*  - LISTA LOS CIERRES DEL DIA POR SUCURSAL CON TOTALES  *
000014*    (DDLIS). LA SUCURSAL DEL CLIENTE ES LA DE SU ULTIMO *
000015*    MOVIMIENTO DE SUCURSAL EN LA HISTORIA DE LOS        *
000016*    ULTIMOS 12 MESES, LEIDA POR PGMHIS (SIN HISTORIA SE *
000017*    INFORMA LA SUCURSAL 00).                            *
000018*                                                        *
000019**********************************************************
000020*      MANTENIMIENTO DE PROGRAMA                         *
000021**********************************************************
000022*  FECHA      *       DETALLE        *
000023**************************************
000024* 15/10/2026  * CERTIFICADO Y        *
000025*             * LISTADO DIARIO DE    *
000026*             * CIERRES DE CUENTA    *
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
000037       SELECT BAJCTA   ASSIGN DDBAJ
000038       ORGANIZATION   IS INDEXED
000039       ACCESS IS DYNAMIC
000040       RECORD KEY IS BAJ-CLAVE
000041       FILE STATUS IS WS-BAJ-CODE.
000042
000043       SELECT PERSONA  ASSIGN DDPER
000044       ORGANIZATION   IS INDEXED
000045       ACCESS IS DYNAMIC
000046       RECORD KEY IS WS-CLAVE-PER
000047       ALTERNATE RECORD KEY IS WS-CLAVE-PER-CLI
000048       FILE STATUS IS WS-PER-CODE.
000049
000050       SELECT SUCURSAL ASSIGN DDSUC
000051              FILE STATUS IS WS-SUC-CODE.
000052
000053       SELECT CERTIF   ASSIGN DDCER
000054              FILE STATUS IS WS-CER-CODE.
000055
000056       SELECT LISTADO  ASSIGN DDLIS
000057              FILE STATUS IS WS-LIS-CODE.
000058
000059       SELECT RUNCTL   ASSIGN DDRUN
000060              FILE STATUS IS WS-RUN-CODE.
000061
000062 DATA DIVISION.
000063 FILE SECTION.
000064 FD BAJCTA.
000065
000066     COPY CPBAJCTA.
000067
000068 FD PERSONA.
000069
000070     COPY CPPERSO.
000071
000072 01  WS-REG-PERSONA-CLAVE REDEFINES REG-PERSONA.
000073     03  WS-CLAVE-PER.
000074         05  WS-CLAVE-PER-TIP   PIC X(02).
000075         05  WS-CLAVE-PER-NRO   PIC 9(11).
000076     03  FILLER                 PIC X(04).
000077     03  WS-CLAVE-PER-CLI       PIC 9(03).
000078     03  FILLER                 PIC X(140).
000079
000080 FD SUCURSAL
000081      BLOCK CONTAINS 0 RECORDS
000082      RECORDING MODE IS F.
000083
000084     COPY CPSUCUR.
000085
000086 FD CERTIF
000087      BLOCK CONTAINS 0 RECORDS
000088      RECORDING MODE IS F.
000089
000090 01 REG-CERTIF      PIC X(132).
000091
000092 FD LISTADO
000093      BLOCK CONTAINS 0 RECORDS
000094      RECORDING MODE IS F.
000095
000096 01 REG-LISTADO     PIC X(132).
000097
000098 FD RUNCTL
000099      BLOCK CONTAINS 0 RECORDS
000100      RECORDING MODE IS F.
000101
000102     COPY CPRUNCTL.
000103
000104**************************************
000105 WORKING-STORAGE SECTION.
000106**************************************
000107 77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000108 77  WS-BAJ-CODE      PIC XX    VALUE SPACES.
000109 77  WS-PER-CODE      PIC XX    VALUE SPACES.
000110 77  WS-SUC-CODE      PIC XX    VALUE SPACES.
000111 77  WS-CER-CODE      PIC XX    VALUE SPACES.
000112 77  WS-LIS-CODE      PIC XX    VALUE SPACES.
000113 77  WS-RUN-CODE      PIC XX    VALUE SPACES.
000114 77  WS-PGMHIS        PIC X(8)  VALUE 'PGMHIS'.
000115
000116************
000117*CONTADORES*
000118************
000119 77  WS-CONT-LEIDOS       PIC 9(8)     VALUE ZEROS.
000120 77  WS-CONT-CERTIF       PIC 9(8)     VALUE ZEROS.
000121 77  WS-CONT-SIN-PERSONA  PIC 9(8)     VALUE ZEROS.
000122 77  WS-CONT-SIN-SUC      PIC 9(8)     VALUE ZEROS.
000123 77  WS-CONT-HIS-LEIDOS   PIC 9(8)     VALUE ZEROS.
000124 77  WS-CONT-ORDENES      PIC 9(8)     VALUE ZEROS.
000125 77  WS-CONT-CHEQUES      PIC 9(8)     VALUE ZEROS.
000126 77  WS-CONT-ACUERDOS     PIC 9(8)     VALUE ZEROS.
000127
000128********************
000129*      FLAGS       *
000130********************
000131
000132 01  WS-STATUS-FIN    PIC X.
000133     88  WS-FIN-LECTURA         VALUE 'Y'.
000134     88  WS-NO-FIN-LECTURA      VALUE 'N'.
000135
000136 01  WS-STATUS-AUX    PIC X.
000137     88  WS-FIN-AUX             VALUE 'Y'.
000138     88  WS-NO-FIN-AUX          VALUE 'N'.
000139
000140**************************************
000141*   FECHAS DE TRABAJO                *
000142**************************************
000143
000144 01  WS-FECHA-PROCESO     PIC 9(08)    VALUE ZEROS.
000145 01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
000146     03  WS-PRO-AAAA      PIC 9(04).
000147     03  WS-PRO-MMDD      PIC 9(04).
000148
000149 01  WS-FECHA-VENTANA     PIC 9(08)    VALUE ZEROS.
000150 01  WS-FECHA-VENTANA-R REDEFINES WS-FECHA-VENTANA.
000151     03  WS-VEN-AAAA      PIC 9(04).
000152     03  WS-VEN-MMDD      PIC 9(04).
000153
000154**************************************
000155*   ACCESO A LA HISTORIA (PGMHIS)    *
000156**************************************
000157
000158     COPY CPLKHIS.
000159
000160     COPY CPMOVHIS.
000161
000162**************************************
000163*   MAESTRO DE SUCURSALES, SUBINDICE *
000164*   = NRO DE SUCURSAL + 1            *
000165**************************************
000166
000167 77  WS-SUB-SUC       PIC 9(03)     VALUE ZEROS.
000168
000169 01  WS-TABLA-SUCURSALES.
000170     05  WS-SUC-ENTRADA OCCURS 100 TIMES.
000171         10  WS-SUC-NOMBRE   PIC X(20).
000172         10  WS-SUC-CIERRES  PIC 9(05).
000173
000174**************************************
000175*   CIERRES DEL DIA                  *
000176**************************************
000177
000178 77  WS-CONT-CIE      PIC 9(03)     VALUE ZEROS.
000179 77  WS-SUB-CIE       PIC 9(03)     VALUE ZEROS.
000180 77  WS-BUSCA-CIE     PIC X(13)     VALUE SPACES.
000181
000182 01  WS-TABLA-CIERRES.
000183     05  WS-CIE-ENTRADA OCCURS 500 TIMES.
000184         10  WS-CIE-REGISTRO  PIC X(200).
000185         10  WS-CIE-CLAVE     PIC X(13).
000186         10  WS-CIE-SUC       PIC 9(02).
000187         10  WS-CIE-FECHA-SUC PIC 9(08).
000188         10  WS-CIE-NOMAPE    PIC X(30).
000189         10  WS-CIE-DIRECCION PIC X(30).
000190         10  WS-CIE-LOCALIDAD PIC X(20).
000191
000192**************************************
000193*   TOTALES POR MONEDA               *
000194**************************************
000195
000196 01  WS-TOTALES.
000197     03  WS-TOT-SALDO-PES     PIC S9(11)V99 COMP-3 VALUE ZEROS.
000198     03  WS-TOT-INTERES-PES   PIC S9(11)V99 COMP-3 VALUE ZEROS.
000199     03  WS-TOT-SALDO-DOL     PIC S9(11)V99 COMP-3 VALUE ZEROS.
000200     03  WS-TOT-INTERES-DOL   PIC S9(11)V99 COMP-3 VALUE ZEROS.
000201
000202**************************************
000203*   CAMPOS EDITADOS DEL CERTIFICADO  *
000204**************************************
000205
000206 77  WS-ED-IMPORTE    PIC -ZZZ.ZZZ.ZZ9,99  VALUE ZEROS.
000207 77  WS-ED-TASA       PIC Z9,9999          VALUE ZEROS.
000208 77  WS-ED-CANT       PIC ZZ9              VALUE ZEROS.
000209 77  WS-ED-DOC        PIC Z(10)9           VALUE ZEROS.
000210
000211***********************************
000212*       CERTIFICADO DE CIERRE     *
000213***********************************
000214
000215 01  WS-CER-TITULO.
000216     03  FILLER              PIC X(30)    VALUE  SPACES.
000217     03  FILLER              PIC X(40)    VALUE
000218      'CERTIFICADO DE CIERRE DE CUENTA         '.
000219     03  FILLER              PIC X(62)    VALUE SPACES.
000220
000221 01  WS-CER-SUCURSAL.
000222     03  FILLER              PIC X(05)    VALUE SPACES.
000223     03  FILLER              PIC X(09)    VALUE 'SUCURSAL '.
000224     03  WS-CER-SUC          PIC 9(02)    VALUE ZEROS.
000225     03  FILLER              PIC X(01)    VALUE SPACES.
000226     03  WS-CER-SUC-NOMBRE   PIC X(20)    VALUE SPACES.
000227     03  FILLER              PIC X(20)    VALUE SPACES.
000228     03  FILLER              PIC X(18)    VALUE
000229      'FECHA DE CIERRE : '.
000230     03  WS-CER-FECHA        PIC 9(08)    VALUE ZEROS.
000231     03  FILLER              PIC X(49)    VALUE SPACES.
000232
000233 01  WS-CER-LINEA.
000234     03  FILLER              PIC X(05)    VALUE SPACES.
000235     03  WS-CER-ETIQUETA     PIC X(34)    VALUE SPACES.
000236     03  WS-CER-VALOR        PIC X(60)    VALUE SPACES.
000237     03  FILLER              PIC X(33)    VALUE SPACES.
000238
000239 01  WS-CER-PIE.
000240     03  FILLER              PIC X(05)    VALUE SPACES.
000241     03  FILLER              PIC X(24)    VALUE
000242      'CERRADA POR EL OPERADOR '.
000243     03  WS-CER-OPERADOR     PIC X(08)    VALUE SPACES.
000244     03  FILLER              PIC X(16)    VALUE
000245      ' EN LA TERMINAL '.
000246     03  WS-CER-TERMINAL     PIC X(04)    VALUE SPACES.
000247     03  FILLER              PIC X(07)    VALUE ' A LAS '.
000248     03  WS-CER-HORA         PIC X(08)    VALUE SPACES.
000249     03  FILLER              PIC X(60)    VALUE SPACES.
000250
000251 01  WS-CER-LEYENDA.
000252     03  FILLER              PIC X(05)    VALUE SPACES.
000253     03  FILLER              PIC X(40)    VALUE
000254      'LA CUENTA QUEDA CERRADA SIN SALDO NI OBL'.
000255     03  FILLER              PIC X(40)    VALUE
000256      'IGACIONES PENDIENTES CON EL BANCO.      '.
000257     03  FILLER              PIC X(47)    VALUE SPACES.
000258
000259***********************************
000260*       TITULOS Y DETALLES        *
000261***********************************
000262
000263 01  WS-TITULO.
000264     03  FILLER              PIC X(20)    VALUE  SPACES.
000265     03  FILLER              PIC X(38)    VALUE
000266      'CIERRES DE CUENTA DEL DIA POR SUCURSAL'.
000267     03  FILLER              PIC X(08)    VALUE ' FECHA: '.
000268     03  WS-TIT-FECHA        PIC 9(08)    VALUE ZEROS.
000269     03  FILLER              PIC X(58)    VALUE SPACES.
000270
000271 01  WS-LIN-CABECERA.
000272     03  FILLER    PIC X(02)    VALUE SPACES.
000273     03  FILLER    PIC X(19)    VALUE 'CUENTA             '.
000274     03  FILLER    PIC X(06)    VALUE 'CLIEN '.
000275     03  FILLER    PIC X(23)    VALUE 'TITULAR                '.
000276     03  FILLER    PIC X(03)    VALUE 'MO '.
000277     03  FILLER    PIC X(16)    VALUE '  SALDO CIERRE  '.
000278     03  FILLER    PIC X(16)    VALUE '       INTERES  '.
000279     03  FILLER    PIC X(19)    VALUE 'CUENTA DESTINO     '.
000280     03  FILLER    PIC X(14)    VALUE 'ORD CHQ A OPER'.
000281     03  FILLER    PIC X(14)    VALUE 'ADOR         '.
000282
000283 01  WS-LIN-SUCURSAL.
000284     03  FILLER    PIC X(02)    VALUE SPACES.
000285     03  FILLER    PIC X(09)    VALUE 'SUCURSAL '.
000286     03  WS-LSU-SUC       PIC 9(02)    VALUE ZEROS.
000287     03  FILLER    PIC X(01)    VALUE SPACES.
000288     03  WS-LSU-NOMBRE    PIC X(20)    VALUE SPACES.
000289     03  FILLER    PIC X(98)    VALUE SPACES.
000290
000291 01  WS-LIN-DETALLE.
000292     03  FILLER    PIC X(02)    VALUE SPACES.
000293     03  WS-DET-TIPO      PIC X(02)    VALUE SPACES.
000294     03  FILLER    PIC X(01)    VALUE '-'.
000295     03  WS-DET-CUENTA    PIC X(15)    VALUE SPACES.
000296     03  FILLER    PIC X(01)    VALUE SPACES.
000297     03  WS-DET-CLIENTE   PIC 9(05)    VALUE ZEROS.
000298     03  FILLER    PIC X(01)    VALUE SPACES.
000299     03  WS-DET-TITULAR   PIC X(22)    VALUE SPACES.
000300     03  FILLER    PIC X(01)    VALUE SPACES.
000301     03  WS-DET-MONEDA    PIC X(02)    VALUE SPACES.
000302     03  FILLER    PIC X(01)    VALUE SPACES.
000303     03  WS-DET-SALDO     PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000304     03  FILLER    PIC X(01)    VALUE SPACES.
000305     03  WS-DET-INTERES   PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000306     03  FILLER    PIC X(01)    VALUE SPACES.
000307     03  WS-DET-DES-TIPO  PIC X(02)    VALUE SPACES.
000308     03  WS-DET-DES-GUION PIC X(01)    VALUE SPACES.
000309     03  WS-DET-DES-CTA   PIC X(15)    VALUE SPACES.
000310     03  FILLER    PIC X(01)    VALUE SPACES.
000311     03  WS-DET-ORD       PIC ZZ9      VALUE ZEROS.
000312     03  FILLER    PIC X(01)    VALUE SPACES.
000313     03  WS-DET-CHQ       PIC ZZ9      VALUE ZEROS.
000314     03  FILLER    PIC X(01)    VALUE SPACES.
000315     03  WS-DET-ACU       PIC X(01)    VALUE SPACES.
000316     03  FILLER    PIC X(01)    VALUE SPACES.
000317     03  WS-DET-OPERADOR  PIC X(08)    VALUE SPACES.
000318     03  FILLER    PIC X(10)    VALUE SPACES.
000319
000320 01  WS-LIN-SIN-DET.
000321     03  FILLER    PIC X(02)    VALUE SPACES.
000322     03  FILLER    PIC X(40)    VALUE
000323      'NO HUBO CIERRES DE CUENTA EN EL DIA     '.
000324     03  FILLER    PIC X(90)    VALUE SPACES.
000325
000326 01  WS-LIN-TOTAL.
000327     03  FILLER    PIC X(02)    VALUE SPACES.
000328     03  WS-TOT-TEXTO     PIC X(30)    VALUE SPACES.
000329     03  WS-TOT-CANT      PIC ZZZZZZZ9 VALUE ZEROS.
000330     03  FILLER    PIC X(92)    VALUE SPACES.
000331
000332 01  WS-LIN-TOTAL-IMP.
000333     03  FILLER    PIC X(02)    VALUE SPACES.
000334     03  WS-TIM-TEXTO     PIC X(30)    VALUE SPACES.
000335     03  WS-TIM-IMPORTE   PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000336     03  FILLER    PIC X(82)    VALUE SPACES.
000337
000338 01  WS-LIN-BLANCO    PIC X(132)   VALUE SPACES.
000339
000340 77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
000341
000342***************************************************************.
000343 PROCEDURE DIVISION.
000344**************************************
000345*                                    *
000346*  CUERPO PRINCIPAL DEL PROGRAMA     *
000347*                                    *
000348**************************************
000349 MAIN-PROGRAM.
000350
000351     PERFORM 1000-I-INICIO  THRU 1000-F-INICIO.
000352
000353     PERFORM 2000-I-PROCESO THRU 2000-F-PROCESO
000354                            UNTIL WS-FIN-LECTURA.
000355
000356     IF RETURN-CODE EQUAL ZEROS
000357        PERFORM 7000-I-LISTADO THRU 7000-F-LISTADO
000358     END-IF.
000359
000360     PERFORM 9999-I-FINAL   THRU 9999-F-FINAL.
000361
000362 F-MAIN-PROGRAM. GOBACK.
000363
000364**************************************
000365*                                    *
000366*  CUERPO INICIO APERTURA ARCHIVOS   *
000367*                                    *
000368**************************************
000369 1000-I-INICIO.
000370
000371     SET WS-NO-FIN-LECTURA TO TRUE.
000372
000373     PERFORM 1100-I-LEER-RUNCTL THRU 1100-F-LEER-RUNCTL.
000374
000375     IF NOT WS-FIN-LECTURA
000376
000377        PERFORM 1300-I-CARGAR-SUCURSALES
000378           THRU 1300-F-CARGAR-SUCURSALES
000379
000380        OPEN INPUT BAJCTA
000381        IF WS-BAJ-CODE IS NOT EQUAL '00'
000382           DISPLAY '* ERROR EN OPEN BAJCTA   = ' WS-BAJ-CODE
000383           MOVE 9999 TO RETURN-CODE
000384           SET  WS-FIN-LECTURA TO TRUE
000385        END-IF
000386
000387        OPEN INPUT PERSONA
000388        IF WS-PER-CODE IS NOT EQUAL '00'
000389           DISPLAY '* ERROR EN OPEN PERSONA  = ' WS-PER-CODE
000390           MOVE 9999 TO RETURN-CODE
000391           SET  WS-FIN-LECTURA TO TRUE
000392        END-IF
000393
000394        OPEN OUTPUT CERTIF
000395        IF WS-CER-CODE IS NOT EQUAL '00'
000396           DISPLAY '* ERROR EN OPEN CERTIF   = ' WS-CER-CODE
000397           MOVE 9999 TO RETURN-CODE
000398           SET  WS-FIN-LECTURA TO TRUE
000399        END-IF
000400
000401        OPEN OUTPUT LISTADO
000402        IF WS-LIS-CODE IS NOT EQUAL '00'
000403           DISPLAY '* ERROR EN OPEN LISTADO  = ' WS-LIS-CODE
000404           MOVE 9999 TO RETURN-CODE
000405           SET  WS-FIN-LECTURA TO TRUE
000406        END-IF
000407     END-IF.
000408
000409     IF NOT WS-FIN-LECTURA
000410        PERFORM 1500-I-CARGAR-CIERRES
000411           THRU 1500-F-CARGAR-CIERRES
000412     END-IF.
000413
000414     IF NOT WS-FIN-LECTURA
000415        AND WS-CONT-CIE GREATER THAN ZEROS
000416        PERFORM 1400-I-CARGAR-HISTORIA
000417           THRU 1400-F-CARGAR-HISTORIA
000418     END-IF.
000419
000420     MOVE 1 TO WS-SUB-CIE.
000421
000422     IF WS-CONT-CIE EQUAL ZEROS
000423        SET WS-FIN-LECTURA TO TRUE
000424     END-IF.
000425
000426 1000-F-INICIO.   EXIT.
000427
000428**************************************
000429*  FECHA OFICIAL DE PROCESO DESDE    *
000430*  EL CONTROL DE CORRIDA Y VENTANA   *
000431*  DE 12 MESES DE LA HISTORIA        *
000432**************************************
000433
000434 1100-I-LEER-RUNCTL.
000435
000436     OPEN INPUT RUNCTL.
000437
000438     IF WS-RUN-CODE NOT EQUAL '00'
000439        DISPLAY '* ERROR EN OPEN RUNCTL   = ' WS-RUN-CODE
000440        MOVE 9999 TO RETURN-CODE
000441        SET  WS-FIN-LECTURA TO TRUE
000442        GO TO 1100-F-LEER-RUNCTL
000443     END-IF.
000444
000445     READ RUNCTL.
000446     IF WS-RUN-CODE NOT EQUAL '00'
000447        DISPLAY '* ERROR EN LECTURA RUNCTL = ' WS-RUN-CODE
000448        MOVE 9999 TO RETURN-CODE
000449        SET  WS-FIN-LECTURA TO TRUE
000450        CLOSE RUNCTL
000451        GO TO 1100-F-LEER-RUNCTL
000452     END-IF.
000453
000454     MOVE RUN-FECHA-PROCESO TO WS-FECHA-PROCESO.
000455
000456     CLOSE RUNCTL.
000457
000458     COMPUTE WS-VEN-AAAA = WS-PRO-AAAA - 1.
000459     MOVE WS-PRO-MMDD TO WS-VEN-MMDD.
000460
000461 1100-F-LEER-RUNCTL. EXIT.
000462
000463**************************************
000464*  CARGA DEL MAESTRO DE SUCURSALES   *
000465*  (OPCIONAL, PARA EL NOMBRE)        *
000466**************************************
000467
000468 1300-I-CARGAR-SUCURSALES.
000469
000470     INITIALIZE WS-TABLA-SUCURSALES.
000471
000472     MOVE 1 TO WS-SUB-SUC.
000473     PERFORM 1320-I-INICIAR-SUCURSAL THRU 1320-F-INICIAR-SUCURSAL
000474        UNTIL WS-SUB-SUC > 100.
000475
000476     OPEN INPUT SUCURSAL.
000477
000478     IF WS-SUC-CODE NOT EQUAL '00'
000479        DISPLAY '* AVISO: SIN MAESTRO DE SUCURSALES'
000480        GO TO 1300-F-CARGAR-SUCURSALES
000481     END-IF.
000482
000483     SET WS-NO-FIN-AUX TO TRUE.
000484     PERFORM 1350-I-LEER-SUCURSAL THRU 1350-F-LEER-SUCURSAL
000485        UNTIL WS-FIN-AUX.
000486
000487     CLOSE SUCURSAL.
000488
000489 1300-F-CARGAR-SUCURSALES. EXIT.
000490
000491 1320-I-INICIAR-SUCURSAL.
000492
000493     MOVE 'SIN SUCURSAL' TO WS-SUC-NOMBRE(WS-SUB-SUC).
000494     MOVE ZEROS          TO WS-SUC-CIERRES(WS-SUB-SUC).
000495
000496     ADD 1 TO WS-SUB-SUC.
000497
000498 1320-F-INICIAR-SUCURSAL. EXIT.
000499
000500 1350-I-LEER-SUCURSAL.
000501
000502     READ SUCURSAL
000503        AT END
000504           SET WS-FIN-AUX TO TRUE
000505        NOT AT END
000506           IF SUC-NRO IS NUMERIC
000507              COMPUTE WS-SUB-SUC = SUC-NRO + 1
000508              MOVE SUC-NOMBRE TO WS-SUC-NOMBRE(WS-SUB-SUC)
000509           END-IF
000510     END-READ.
000511
000512 1350-F-LEER-SUCURSAL. EXIT.
000513
000514**************************************
000515*  HISTORIA DE LOS ULTIMOS 12 MESES: *
000516*  SUCURSAL DE CADA CLIENTE CON      *
000517*  CIERRE EN EL DIA (OPCIONAL; SIN   *
000518*  HISTORIA SE INFORMA SUCURSAL 00)  *
000519**************************************
000520
000521 1400-I-CARGAR-HISTORIA.
000522
000523     MOVE 'A'              TO LK-HIS-FUNCION.
000524     MOVE WS-FECHA-VENTANA TO LK-HIS-DESDE.
000525     MOVE WS-FECHA-PROCESO TO LK-HIS-HASTA.
000526     CALL WS-PGMHIS USING LK-HIS-AREA REG-MOVHIS.
000527
000528     IF LK-HIS-RESULTADO NOT EQUAL 'S'
000529        DISPLAY '* AVISO: SIN HISTORIA, LOS CIERRES SE'
000530                ' INFORMAN EN LA SUCURSAL 00'
000531        GO TO 1400-F-CARGAR-HISTORIA
000532     END-IF.
000533
000534     SET WS-NO-FIN-AUX TO TRUE.
000535     PERFORM 1450-I-LEER-HISTORIA THRU 1450-F-LEER-HISTORIA
000536        UNTIL WS-FIN-AUX.
000537
000538 1400-F-CARGAR-HISTORIA. EXIT.
000539
000540 1450-I-LEER-HISTORIA.
000541
000542     MOVE 'L' TO LK-HIS-FUNCION.
000543     CALL WS-PGMHIS USING LK-HIS-AREA REG-MOVHIS.
000544
000545     IF LK-HIS-RESULTADO EQUAL 'E'
000546        DISPLAY '* AVISO: HISTORIA INCOMPLETA = '
000547                LK-HIS-CODE
000548     END-IF.
000549
000550     IF LK-HIS-RESULTADO NOT EQUAL 'S'
000551        SET WS-FIN-AUX TO TRUE
000552        GO TO 1450-F-LEER-HISTORIA
000553     END-IF.
000554
000555     ADD 1 TO WS-CONT-HIS-LEIDOS.
000556
000557     IF MOV-SUC IS NOT NUMERIC
000558        OR MOV-SUC EQUAL ZEROS
000559        OR MOV-FECHA IS NOT NUMERIC
000560        GO TO 1450-F-LEER-HISTORIA
000561     END-IF.
000562
000563     MOVE MOV-TIP-DOC TO WS-BUSCA-CIE(1:2).
000564     MOVE MOV-NRO-DOC TO WS-BUSCA-CIE(3:11).
000565
000566     MOVE 1 TO WS-SUB-CIE.
000567     PERFORM 1460-I-SUCURSAL-CIERRE THRU 1460-F-SUCURSAL-CIERRE
000568        UNTIL WS-SUB-CIE > WS-CONT-CIE.
000569
000570 1450-F-LEER-HISTORIA. EXIT.
000571
000572*    UN CLIENTE PUEDE CERRAR MAS DE UNA CUENTA EN EL DIA:
000573*    SE ACTUALIZAN TODAS SUS ENTRADAS
000574
000575 1460-I-SUCURSAL-CIERRE.
000576
000577     IF WS-CIE-CLAVE(WS-SUB-CIE) EQUAL WS-BUSCA-CIE
000578        AND MOV-FECHA NOT LESS THAN WS-CIE-FECHA-SUC(WS-SUB-CIE)
000579        MOVE MOV-FECHA TO WS-CIE-FECHA-SUC(WS-SUB-CIE)
000580        MOVE MOV-SUC   TO WS-CIE-SUC(WS-SUB-CIE)
000581     END-IF.
000582
000583     ADD 1 TO WS-SUB-CIE.
000584
000585 1460-F-SUCURSAL-CIERRE. EXIT.
000586
000587**************************************
000588*  CARGA DE LOS CIERRES DEL DIA DE   *
000589*  PROCESO (CLAVE FECHA + CUENTA)    *
000590**************************************
000591
000592 1500-I-CARGAR-CIERRES.
000593
000594     MOVE LOW-VALUES       TO BAJ-CLAVE.
000595     MOVE WS-FECHA-PROCESO TO BAJ-FECHA.
000596
000597     START BAJCTA KEY IS NOT LESS THAN BAJ-CLAVE.
000598
000599     EVALUATE WS-BAJ-CODE
000600       WHEN '00'
000601          CONTINUE
000602       WHEN '23'
000603          GO TO 1500-F-CARGAR-CIERRES
000604       WHEN OTHER
000605          DISPLAY '* ERROR EN START BAJCTA   = ' WS-BAJ-CODE
000606          MOVE 9999 TO RETURN-CODE
000607          SET WS-FIN-LECTURA TO TRUE
000608          GO TO 1500-F-CARGAR-CIERRES
000609     END-EVALUATE.
000610
000611     SET WS-NO-FIN-AUX TO TRUE.
000612     PERFORM 1550-I-LEER-CIERRE THRU 1550-F-LEER-CIERRE
000613        UNTIL WS-FIN-AUX.
000614
000615 1500-F-CARGAR-CIERRES. EXIT.
000616
000617 1550-I-LEER-CIERRE.
000618
000619     READ BAJCTA NEXT RECORD.
000620
000621     EVALUATE WS-BAJ-CODE
000622       WHEN '00'
000623          CONTINUE
000624       WHEN '10'
000625          SET WS-FIN-AUX TO TRUE
000626          GO TO 1550-F-LEER-CIERRE
000627       WHEN OTHER
000628          DISPLAY '* ERROR EN LECTURA BAJCTA = ' WS-BAJ-CODE
000629          MOVE 9999 TO RETURN-CODE
000630          SET WS-FIN-AUX     TO TRUE
000631          SET WS-FIN-LECTURA TO TRUE
000632          GO TO 1550-F-LEER-CIERRE
000633     END-EVALUATE.
000634
000635     IF BAJ-FECHA NOT EQUAL WS-FECHA-PROCESO
000636        SET WS-FIN-AUX TO TRUE
000637        GO TO 1550-F-LEER-CIERRE
000638     END-IF.
000639
000640     ADD 1 TO WS-CONT-LEIDOS.
000641
000642     IF WS-CONT-CIE NOT LESS THAN 500
000643        DISPLAY '* TABLA DE CIERRES LLENA = ' BAJ-CLAVE
000644        MOVE 0016 TO RETURN-CODE
000645        GO TO 1550-F-LEER-CIERRE
000646     END-IF.
000647
000648     ADD 1 TO WS-CONT-CIE.
000649     MOVE REG-BAJCTA TO WS-CIE-REGISTRO(WS-CONT-CIE).
000650     MOVE ZEROS      TO WS-CIE-SUC(WS-CONT-CIE).
000651     MOVE ZEROS      TO WS-CIE-FECHA-SUC(WS-CONT-CIE).
000652
000653     PERFORM 1600-I-LEER-PERSONA THRU 1600-F-LEER-PERSONA.
000654
000655 1550-F-LEER-CIERRE. EXIT.
000656
000657**************************************
000658*  TITULAR DE LA CUENTA CERRADA: POR *
000659*  DOCUMENTO O, SI LA T220 NO PUDO   *
000660*  INFORMARLO, POR NRO DE CLIENTE    *
000661**************************************
000662
000663 1600-I-LEER-PERSONA.
000664
000665     MOVE 'TITULAR NO ENCONTRADO' TO WS-CIE-NOMAPE(WS-CONT-CIE).
000666     MOVE SPACES TO WS-CIE-DIRECCION(WS-CONT-CIE).
000667     MOVE SPACES TO WS-CIE-LOCALIDAD(WS-CONT-CIE).
000668     MOVE BAJ-TIP-DOC TO WS-CIE-CLAVE(WS-CONT-CIE)(1:2).
000669     MOVE BAJ-NRO-DOC TO WS-CIE-CLAVE(WS-CONT-CIE)(3:11).
000670
000671     IF BAJ-TIP-DOC NOT EQUAL SPACES
000672        MOVE BAJ-TIP-DOC TO WS-CLAVE-PER-TIP
000673        MOVE BAJ-NRO-DOC TO WS-CLAVE-PER-NRO
000674        READ PERSONA KEY IS WS-CLAVE-PER
000675           INVALID KEY
000676              ADD 1 TO WS-CONT-SIN-PERSONA
000677              GO TO 1600-F-LEER-PERSONA
000678        END-READ
000679     ELSE
000680        MOVE BAJ-NRO-CLIENTE TO WS-CLAVE-PER-CLI
000681        READ PERSONA KEY IS WS-CLAVE-PER-CLI
000682           INVALID KEY
000683              ADD 1 TO WS-CONT-SIN-PERSONA
000684              GO TO 1600-F-LEER-PERSONA
000685        END-READ
000686     END-IF.
000687
000688     MOVE PER-TIP-DOC   TO WS-CIE-CLAVE(WS-CONT-CIE)(1:2).
000689     MOVE PER-NRO-DOC   TO WS-CIE-CLAVE(WS-CONT-CIE)(3:11).
000690     MOVE PER-NOMAPE    TO WS-CIE-NOMAPE(WS-CONT-CIE).
000691     MOVE PER-DIRECCION TO WS-CIE-DIRECCION(WS-CONT-CIE).
000692     MOVE PER-LOCALIDAD TO WS-CIE-LOCALIDAD(WS-CONT-CIE).
000693
000694 1600-F-LEER-PERSONA. EXIT.
000695
000696**************************************
000697*                                    *
000698*  CUERPO PRINCIPAL DE PROCESOS:     *
000699*  CERTIFICADO DE CADA CIERRE        *
000700*                                    *
000701**************************************
000702 2000-I-PROCESO.
000703
000704     MOVE WS-CIE-REGISTRO(WS-SUB-CIE) TO REG-BAJCTA.
000705
000706     COMPUTE WS-SUB-SUC = WS-CIE-SUC(WS-SUB-CIE) + 1.
000707     ADD 1 TO WS-SUC-CIERRES(WS-SUB-SUC).
000708
000709     IF WS-CIE-SUC(WS-SUB-CIE) EQUAL ZEROS
000710        ADD 1 TO WS-CONT-SIN-SUC
000711     END-IF.
000712
000713     ADD BAJ-ORDENES TO WS-CONT-ORDENES.
000714     ADD BAJ-CHEQUES TO WS-CONT-CHEQUES.
000715     IF BAJ-CON-ACUERDO
000716        ADD 1 TO WS-CONT-ACUERDOS
000717     END-IF.
000718
000719     IF BAJ-MONEDA EQUAL '02'
000720        ADD BAJ-SALDO-TRANSFERIDO TO WS-TOT-SALDO-DOL
000721        ADD BAJ-INTERES           TO WS-TOT-INTERES-DOL
000722     ELSE
000723        ADD BAJ-SALDO-TRANSFERIDO TO WS-TOT-SALDO-PES
000724        ADD BAJ-INTERES           TO WS-TOT-INTERES-PES
000725     END-IF.
000726
000727     PERFORM 4000-I-CERTIFICADO THRU 4000-F-CERTIFICADO.
000728
000729     ADD 1 TO WS-SUB-CIE.
000730
000731     IF WS-SUB-CIE > WS-CONT-CIE
000732        SET WS-FIN-LECTURA TO TRUE
000733     END-IF.
000734
000735 2000-F-PROCESO. EXIT.
000736
000737**************************************
000738*  CERTIFICADO DE CIERRE DE LA       *
000739*  CUENTA (UNA HOJA POR CUENTA)      *
000740**************************************
000741
000742 4000-I-CERTIFICADO.
000743
000744     WRITE REG-CERTIF FROM WS-CER-TITULO AFTER PAGE.
000745     WRITE REG-CERTIF FROM WS-LIN-BLANCO.
000746
000747     MOVE WS-CIE-SUC(WS-SUB-CIE)   TO WS-CER-SUC.
000748     MOVE WS-SUC-NOMBRE(WS-SUB-SUC) TO WS-CER-SUC-NOMBRE.
000749     MOVE BAJ-FECHA                TO WS-CER-FECHA.
000750     WRITE REG-CERTIF FROM WS-CER-SUCURSAL.
000751     WRITE REG-CERTIF FROM WS-LIN-BLANCO.
000752
000753     MOVE 'TITULAR                         : ' TO WS-CER-ETIQUETA.
000754     MOVE WS-CIE-NOMAPE(WS-SUB-CIE)            TO WS-CER-VALOR.
000755     WRITE REG-CERTIF FROM WS-CER-LINEA.
000756
000757     MOVE 'DOCUMENTO                       : ' TO WS-CER-ETIQUETA.
000758     MOVE SPACES TO WS-CER-VALOR.
000759     MOVE WS-CIE-CLAVE(WS-SUB-CIE)(3:11)       TO WS-ED-DOC.
000760     STRING WS-CIE-CLAVE(WS-SUB-CIE)(1:2) ' ' WS-ED-DOC
000761            DELIMITED BY SIZE INTO WS-CER-VALOR.
000762     WRITE REG-CERTIF FROM WS-CER-LINEA.
000763
000764     MOVE 'DOMICILIO                       : ' TO WS-CER-ETIQUETA.
000765     MOVE SPACES TO WS-CER-VALOR.
000766     STRING WS-CIE-DIRECCION(WS-SUB-CIE) ' '
000767            WS-CIE-LOCALIDAD(WS-SUB-CIE)
000768            DELIMITED BY SIZE INTO WS-CER-VALOR.
000769     WRITE REG-CERTIF FROM WS-CER-LINEA.
000770
000771     WRITE REG-CERTIF FROM WS-LIN-BLANCO.
000772
000773     MOVE 'CUENTA                          : ' TO WS-CER-ETIQUETA.
000774     MOVE SPACES TO WS-CER-VALOR.
000775     STRING BAJ-TIPO-CUENTA '-' BAJ-NRO-CUENTA
000776            DELIMITED BY SIZE INTO WS-CER-VALOR.
000777     WRITE REG-CERTIF FROM WS-CER-LINEA.
000778
000779     MOVE 'MONEDA                          : ' TO WS-CER-ETIQUETA.
000780     IF BAJ-MONEDA EQUAL '02'
000781        MOVE 'DOLARES'                         TO WS-CER-VALOR
000782     ELSE
000783        MOVE 'PESOS'                           TO WS-CER-VALOR
000784     END-IF.
000785     WRITE REG-CERTIF FROM WS-CER-LINEA.
000786
000787     MOVE 'CBU                             : ' TO WS-CER-ETIQUETA.
000788     MOVE BAJ-CBU                              TO WS-CER-VALOR.
000789     WRITE REG-CERTIF FROM WS-CER-LINEA.
000790
000791     MOVE 'SALDO AL CIERRE                 : ' TO WS-CER-ETIQUETA.
000792     MOVE BAJ-SALDO-ANTERIOR                   TO WS-ED-IMPORTE.
000793     MOVE WS-ED-IMPORTE                        TO WS-CER-VALOR.
000794     WRITE REG-CERTIF FROM WS-CER-LINEA.
000795
000796     MOVE 'INTERES DEVENGADO DESDE         : ' TO WS-CER-ETIQUETA.
000797     MOVE SPACES TO WS-CER-VALOR.
000798     IF BAJ-INTERES GREATER THAN ZEROS
000799        MOVE BAJ-DIAS-INTERES TO WS-ED-CANT
000800        MOVE BAJ-TASA         TO WS-ED-TASA
000801        STRING BAJ-FECHA-DESDE-INT ' (' WS-ED-CANT
000802               ' DIAS A LA TASA DEL PERIODO ' WS-ED-TASA ' %)'
000803               DELIMITED BY SIZE INTO WS-CER-VALOR
000804     ELSE
000805        MOVE 'SIN INTERES A LIQUIDAR'          TO WS-CER-VALOR
000806     END-IF.
000807     WRITE REG-CERTIF FROM WS-CER-LINEA.
000808
000809     MOVE 'INTERES ACREDITADO              : ' TO WS-CER-ETIQUETA.
000810     MOVE BAJ-INTERES                          TO WS-ED-IMPORTE.
000811     MOVE WS-ED-IMPORTE                        TO WS-CER-VALOR.
000812     WRITE REG-CERTIF FROM WS-CER-LINEA.
000813
000814     MOVE 'SALDO TRANSFERIDO               : ' TO WS-CER-ETIQUETA.
000815     MOVE BAJ-SALDO-TRANSFERIDO                TO WS-ED-IMPORTE.
000816     MOVE WS-ED-IMPORTE                        TO WS-CER-VALOR.
000817     WRITE REG-CERTIF FROM WS-CER-LINEA.
000818
000819     MOVE 'CUENTA DE DESTINO               : ' TO WS-CER-ETIQUETA.
000820     MOVE SPACES TO WS-CER-VALOR.
000821     IF BAJ-CTA-DESTINO EQUAL SPACES
000822        MOVE 'SIN SALDO A TRANSFERIR'          TO WS-CER-VALOR
000823     ELSE
000824        STRING BAJ-TIPO-DESTINO '-' BAJ-CTA-DESTINO
000825               DELIMITED BY SIZE INTO WS-CER-VALOR
000826     END-IF.
000827     WRITE REG-CERTIF FROM WS-CER-LINEA.
000828
000829     WRITE REG-CERTIF FROM WS-LIN-BLANCO.
000830
000831     MOVE 'ORDENES PERMANENTES DADAS DE BAJA:' TO WS-CER-ETIQUETA.
000832     MOVE BAJ-ORDENES                          TO WS-ED-CANT.
000833     MOVE WS-ED-CANT                           TO WS-CER-VALOR.
000834     WRITE REG-CERTIF FROM WS-CER-LINEA.
000835
000836     MOVE 'CHEQUES EN CARTERA ANULADOS     : ' TO WS-CER-ETIQUETA.
000837     MOVE BAJ-CHEQUES                          TO WS-ED-CANT.
000838     MOVE WS-ED-CANT                           TO WS-CER-VALOR.
000839     WRITE REG-CERTIF FROM WS-CER-LINEA.
000840
000841     MOVE 'ACUERDO DE SOBREGIRO CANCELADO  : ' TO WS-CER-ETIQUETA.
000842     MOVE SPACES TO WS-CER-VALOR.
000843     IF BAJ-CON-ACUERDO
000844        MOVE BAJ-LIMITE-ACUERDO TO WS-ED-IMPORTE
000845        STRING 'SI, LIMITE ' WS-ED-IMPORTE
000846               DELIMITED BY SIZE INTO WS-CER-VALOR
000847     ELSE
000848        MOVE 'NO'                              TO WS-CER-VALOR
000849     END-IF.
000850     WRITE REG-CERTIF FROM WS-CER-LINEA.
000851
000852     WRITE REG-CERTIF FROM WS-LIN-BLANCO.
000853
000854     MOVE BAJ-OPERADOR TO WS-CER-OPERADOR.
000855     MOVE BAJ-TERMINAL TO WS-CER-TERMINAL.
000856     MOVE BAJ-HORA     TO WS-CER-HORA.
000857     WRITE REG-CERTIF FROM WS-CER-PIE.
000858     WRITE REG-CERTIF FROM WS-CER-LEYENDA.
000859
000860     IF WS-CER-CODE NOT EQUAL '00'
000861        DISPLAY '* ERROR EN WRITE CERTIF   = ' WS-CER-CODE
000862        MOVE 9999 TO RETURN-CODE
000863        SET WS-FIN-LECTURA TO TRUE
000864        GO TO 4000-F-CERTIFICADO
000865     END-IF.
000866
000867     ADD 1 TO WS-CONT-CERTIF.
000868
000869 4000-F-CERTIFICADO. EXIT.
000870
000871**************************************
000872*  LISTADO DE CIERRES DEL DIA POR    *
000873*  SUCURSAL (LA 00 AGRUPA LOS        *
000874*  CLIENTES SIN HISTORIA)            *
000875**************************************
000876
000877 7000-I-LISTADO.
000878
000879     MOVE WS-FECHA-PROCESO TO WS-TIT-FECHA.
000880     WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE.
000881     WRITE REG-LISTADO FROM WS-LIN-BLANCO.
000882     WRITE REG-LISTADO FROM WS-LIN-CABECERA.
000883
000884     IF WS-CONT-CIE EQUAL ZEROS
000885        WRITE REG-LISTADO FROM WS-LIN-SIN-DET
000886     END-IF.
000887
000888     MOVE 1 TO WS-SUB-SUC.
000889     PERFORM 7100-I-LISTAR-SUCURSAL THRU 7100-F-LISTAR-SUCURSAL
000890        UNTIL WS-SUB-SUC > 100.
000891
000892     PERFORM 7500-I-TOTALES THRU 7500-F-TOTALES.
000893
000894 7000-F-LISTADO. EXIT.
000895
000896 7100-I-LISTAR-SUCURSAL.
000897
000898     IF WS-SUC-CIERRES(WS-SUB-SUC) EQUAL ZEROS
000899        GO TO 7100-A-SIGUIENTE
000900     END-IF.
000901
000902     WRITE REG-LISTADO FROM WS-LIN-BLANCO.
000903     COMPUTE WS-LSU-SUC = WS-SUB-SUC - 1.
000904     MOVE WS-SUC-NOMBRE(WS-SUB-SUC) TO WS-LSU-NOMBRE.
000905     WRITE REG-LISTADO FROM WS-LIN-SUCURSAL.
000906
000907     MOVE 1 TO WS-SUB-CIE.
000908     PERFORM 7200-I-LISTAR-CIERRE THRU 7200-F-LISTAR-CIERRE
000909        UNTIL WS-SUB-CIE > WS-CONT-CIE.
000910
000911     MOVE 'CIERRES DE LA SUCURSAL      : ' TO WS-TOT-TEXTO.
000912     MOVE WS-SUC-CIERRES(WS-SUB-SUC)       TO WS-TOT-CANT.
000913     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
000914
000915 7100-A-SIGUIENTE.
000916
000917     ADD 1 TO WS-SUB-SUC.
000918
000919 7100-F-LISTAR-SUCURSAL. EXIT.
000920
000921 7200-I-LISTAR-CIERRE.
000922
000923     IF WS-CIE-SUC(WS-SUB-CIE) + 1 NOT EQUAL WS-SUB-SUC
000924        GO TO 7200-A-SIGUIENTE
000925     END-IF.
000926
000927     MOVE WS-CIE-REGISTRO(WS-SUB-CIE) TO REG-BAJCTA.
000928
000929     MOVE BAJ-TIPO-CUENTA           TO WS-DET-TIPO.
000930     MOVE BAJ-NRO-CUENTA            TO WS-DET-CUENTA.
000931     MOVE BAJ-NRO-CLIENTE           TO WS-DET-CLIENTE.
000932     MOVE WS-CIE-NOMAPE(WS-SUB-CIE) TO WS-DET-TITULAR.
000933     MOVE BAJ-MONEDA                TO WS-DET-MONEDA.
000934     MOVE BAJ-SALDO-ANTERIOR        TO WS-DET-SALDO.
000935     MOVE BAJ-INTERES               TO WS-DET-INTERES.
000936     MOVE BAJ-TIPO-DESTINO          TO WS-DET-DES-TIPO.
000937     MOVE BAJ-CTA-DESTINO           TO WS-DET-DES-CTA.
000938     MOVE BAJ-ORDENES               TO WS-DET-ORD.
000939     MOVE BAJ-CHEQUES               TO WS-DET-CHQ.
000940     MOVE BAJ-ACUERDO               TO WS-DET-ACU.
000941     MOVE BAJ-OPERADOR              TO WS-DET-OPERADOR.
000942
000943     IF BAJ-CTA-DESTINO EQUAL SPACES
000944        MOVE SPACES TO WS-DET-DES-GUION
000945     ELSE
000946        MOVE '-'    TO WS-DET-DES-GUION
000947     END-IF.
000948
000949     WRITE REG-LISTADO FROM WS-LIN-DETALLE.
000950
000951 7200-A-SIGUIENTE.
000952
000953     ADD 1 TO WS-SUB-CIE.
000954
000955 7200-F-LISTAR-CIERRE. EXIT.
000956
000957**************************************
000958*  RESUMEN FINAL DE LOS CIERRES      *
000959**************************************
000960
000961 7500-I-TOTALES.
000962
000963     WRITE REG-LISTADO FROM WS-LIN-BLANCO.
000964
000965     MOVE 'CUENTAS CERRADAS EN EL DIA  : ' TO WS-TOT-TEXTO.
000966     MOVE WS-CONT-CIE                      TO WS-TOT-CANT.
000967     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
000968
000969     MOVE 'CLIENTES SIN SUCURSAL (00)  : ' TO WS-TOT-TEXTO.
000970     MOVE WS-CONT-SIN-SUC                  TO WS-TOT-CANT.
000971     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
000972
000973     MOVE 'ORDENES DADAS DE BAJA       : ' TO WS-TOT-TEXTO.
000974     MOVE WS-CONT-ORDENES                  TO WS-TOT-CANT.
000975     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
000976
000977     MOVE 'CHEQUES ANULADOS            : ' TO WS-TOT-TEXTO.
000978     MOVE WS-CONT-CHEQUES                  TO WS-TOT-CANT.
000979     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
000980
000981     MOVE 'ACUERDOS CANCELADOS         : ' TO WS-TOT-TEXTO.
000982     MOVE WS-CONT-ACUERDOS                 TO WS-TOT-CANT.
000983     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
000984
000985     WRITE REG-LISTADO FROM WS-LIN-BLANCO.
000986
000987     MOVE 'SALDO TRANSFERIDO EN PESOS  : ' TO WS-TIM-TEXTO.
000988     MOVE WS-TOT-SALDO-PES                 TO WS-TIM-IMPORTE.
000989     WRITE REG-LISTADO FROM WS-LIN-TOTAL-IMP.
000990
000991     MOVE 'INTERES LIQUIDADO EN PESOS  : ' TO WS-TIM-TEXTO.
000992     MOVE WS-TOT-INTERES-PES               TO WS-TIM-IMPORTE.
000993     WRITE REG-LISTADO FROM WS-LIN-TOTAL-IMP.
000994
000995     MOVE 'SALDO TRANSFERIDO EN DOLARES: ' TO WS-TIM-TEXTO.
000996     MOVE WS-TOT-SALDO-DOL                 TO WS-TIM-IMPORTE.
000997     WRITE REG-LISTADO FROM WS-LIN-TOTAL-IMP.
000998
000999     MOVE 'INTERES LIQUIDADO EN DOLARES: ' TO WS-TIM-TEXTO.
001000     MOVE WS-TOT-INTERES-DOL               TO WS-TIM-IMPORTE.
001001     WRITE REG-LISTADO FROM WS-LIN-TOTAL-IMP.
001002
001003 7500-F-TOTALES. EXIT.
001004
001005**************************************
001006*                                    *
001007*  CUERPO FINAL CIERRE DE FILES      *
001008*                                    *
001009**************************************
001010 9999-I-FINAL.
001011
001012     CLOSE BAJCTA
001013        IF WS-BAJ-CODE IS NOT EQUAL '00'
001014          DISPLAY '* ERROR EN CLOSE BAJCTA   = ' WS-BAJ-CODE
001015          MOVE 9999 TO RETURN-CODE
001016       END-IF.
001017
001018     CLOSE PERSONA
001019        IF WS-PER-CODE IS NOT EQUAL '00'
001020          DISPLAY '* ERROR EN CLOSE PERSONA  = ' WS-PER-CODE
001021          MOVE 9999 TO RETURN-CODE
001022       END-IF.
001023
001024     CLOSE CERTIF
001025        IF WS-CER-CODE IS NOT EQUAL '00'
001026          DISPLAY '* ERROR EN CLOSE CERTIF   = ' WS-CER-CODE
001027          MOVE 9999 TO RETURN-CODE
001028       END-IF.
001029
001030     CLOSE LISTADO
001031        IF WS-LIS-CODE IS NOT EQUAL '00'
001032          DISPLAY '* ERROR EN CLOSE LISTADO  = ' WS-LIS-CODE
001033          MOVE 9999 TO RETURN-CODE
001034       END-IF.
001035
001036     DISPLAY 'CIERRES DEL DIA LEIDOS      : ' WS-CONT-LEIDOS.
001037     DISPLAY 'CERTIFICADOS EMITIDOS       : ' WS-CONT-CERTIF.
001038     DISPLAY 'CIERRES SIN PERSONA         : ' WS-CONT-SIN-PERSONA.
001039     DISPLAY 'CIERRES SIN SUCURSAL        : ' WS-CONT-SIN-SUC.
001040     DISPLAY 'MOVIMIENTOS HISTORIA LEIDOS : ' WS-CONT-HIS-LEIDOS.
001041
001042 9999-F-FINAL. EXIT.
