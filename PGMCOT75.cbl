000001 IDENTIFICATION DIVISION.
000002*                                                        *
000003 PROGRAM-ID. PGMCOT75.
000004**********************************************************
000005*                                                        *
000006*  CARGA DE LAS COTIZACIONES DEL DIA PARA LA MESA DE     *
000007*  CAMBIOS (COTDIA19, CPCOTDIA), AL INICIO DEL DIA       *
000008*                                                        *
000009*  LEE EL ARCHIVO COTIZA Y POR CADA COTIZACION DE        *
000010*  MONEDA EXTRANJERA GRABA (O REGRABA, SI SE CORRE DE    *
000011*  NUEVO) EL REGISTRO MONEDA + FECHA CON LAS PUNTAS      *
000012*  COMPRADORA Y VENDEDORA. SI EL ARCHIVO NO TRAE LAS     *
000013*  PUNTAS SE TOMA LA COTIZACION UNICA PARA LAS DOS.      *
000014*  A CADA REGISTRO SE LE AGREGA EL SPREAD Y EL TOPE      *
000015*  MENSUAL DE COMPRA POR CLIENTE DE LOS PARAMETROS.      *
000016*  LO LEE LA T275 (PGMCMB75).                            *
000017*                                                        *
000018*  PARAMETROS (SYSIN, OPCIONALES):                       *
000019*     SPREAD=NNNNNN   PORCENTAJE CON 4 DECIMALES         *
000020*                     (001000 = 0,1000 %; DEFECTO 1 %)   *
000021*     TOPE=NNNNNNNNN  COMPRA MENSUAL POR CLIENTE EN      *
000022*                     MONEDA EXTRANJERA, ENTEROS         *
000023*                     (DEFECTO 200; CERO = SIN TOPE)     *
000024*                                                        *
000025**********************************************************
000026*      MANTENIMIENTO DE PROGRAMA                         *
000027**********************************************************
000028*  FECHA      *       DETALLE        *
000029**************************************
000030* 15/10/2026  * CARGA DE LAS         *
000031*             * COTIZACIONES DE LA   *
000032*             * MESA DE CAMBIOS      *
000033**************************************
000034 AUTHOR. NAHUEL GATTARI.
000035 ENVIRONMENT DIVISION.
000036 CONFIGURATION SECTION.
000037 SPECIAL-NAMES.
000038     DECIMAL-POINT IS COMMA.
000039
000040 INPUT-OUTPUT SECTION.
000041 FILE-CONTROL.
000042
000043       SELECT COTIZA   ASSIGN DDCOT
000044              FILE STATUS IS WS-COT-CODE.
000045
000046       SELECT COTDIA   ASSIGN DDCOD
000047       ORGANIZATION   IS INDEXED
000048       ACCESS IS DYNAMIC
000049       RECORD KEY IS COD-CLAVE
000050       FILE STATUS IS WS-COD-CODE.
000051
000052       SELECT PARMIN   ASSIGN SYSIN
000053              FILE STATUS IS WS-PRM-CODE.
000054
000055 DATA DIVISION.
000056 FILE SECTION.
000057 FD COTIZA
000058      BLOCK CONTAINS 0 RECORDS
000059      RECORDING MODE IS F.
000060
000061 01  REG-COTIZA.
000062     05  COT-MONEDA       PIC X(02).
000063     05  COT-FECHA        PIC 9(08).
000064     05  COT-COTIZACION   PIC 9(07)V9(04).
000065     05  COT-COMPRADOR    PIC 9(07)V9(04).
000066     05  COT-VENDEDOR     PIC 9(07)V9(04).
000067     05  FILLER           PIC X(37).
000068
000069 FD COTDIA.
000070
000071     COPY CPCOTDIA.
000072
000073 FD PARMIN
000074      BLOCK CONTAINS 0 RECORDS
000075      RECORDING MODE IS F.
000076
000077 01  REG-PARMIN      PIC X(80).
000078
000079**************************************
000080 WORKING-STORAGE SECTION.
000081**************************************
000082 77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000083 77  WS-COT-CODE      PIC XX    VALUE SPACES.
000084 77  WS-COD-CODE      PIC XX    VALUE SPACES.
000085 77  WS-PRM-CODE      PIC XX    VALUE SPACES.
000086
000087************
000088*CONTADORES*
000089************
000090 77  WS-CONT-LEIDOS       PIC 9(8)     VALUE ZEROS.
000091 77  WS-CONT-PESOS        PIC 9(8)     VALUE ZEROS.
000092 77  WS-CONT-INVALIDOS    PIC 9(8)     VALUE ZEROS.
000093 77  WS-CONT-SIN-PUNTAS   PIC 9(8)     VALUE ZEROS.
000094 77  WS-CONT-ALTAS        PIC 9(8)     VALUE ZEROS.
000095 77  WS-CONT-REGRABADOS   PIC 9(8)     VALUE ZEROS.
000096
000097********************
000098*      FLAGS       *
000099********************
000100
000101 01  WS-STATUS-FIN    PIC X.
000102     88  WS-FIN-LECTURA         VALUE 'Y'.
000103     88  WS-NO-FIN-LECTURA      VALUE 'N'.
000104
000105 01  WS-STATUS-AUX    PIC X.
000106     88  WS-FIN-AUX             VALUE 'Y'.
000107     88  WS-NO-FIN-AUX          VALUE 'N'.
000108
000109**************************************
000110*   PARAMETROS: SPREAD Y TOPE        *
000111**************************************
000112
000113 01  WS-PARM-SPREAD      PIC 9(02)V9(04) VALUE 1.
000114 01  WS-PARM-SPREAD-R    REDEFINES WS-PARM-SPREAD
000115                         PIC 9(06).
000116 01  WS-PARM-TOPE        PIC 9(09)       VALUE 200.
000117
000118 01  WS-FECHA-CARGA      PIC 9(08)       VALUE ZEROS.
000119 01  WS-HORA-CARGA       PIC 9(08)       VALUE ZEROS.
000120
000121***************************************************************.
000122 PROCEDURE DIVISION.
000123**************************************
000124*                                    *
000125*  CUERPO PRINCIPAL DEL PROGRAMA     *
000126*                                    *
000127**************************************
000128 MAIN-PROGRAM.
000129
000130     PERFORM 1000-I-INICIO  THRU 1000-F-INICIO.
000131
000132     PERFORM 2000-I-PROCESO THRU 2000-F-PROCESO
000133                            UNTIL WS-FIN-LECTURA.
000134
000135     PERFORM 9999-I-FINAL   THRU 9999-F-FINAL.
000136
000137 F-MAIN-PROGRAM. GOBACK.
000138
000139**************************************
000140*                                    *
000141*  CUERPO INICIO APERTURA ARCHIVOS   *
000142*                                    *
000143**************************************
000144 1000-I-INICIO.
000145
000146     SET WS-NO-FIN-LECTURA TO TRUE.
000147
000148     ACCEPT WS-FECHA-CARGA FROM DATE YYYYMMDD.
000149     ACCEPT WS-HORA-CARGA  FROM TIME.
000150
000151     PERFORM 1150-I-LEER-PARM THRU 1150-F-LEER-PARM.
000152
000153     OPEN INPUT COTIZA.
000154     IF WS-COT-CODE IS NOT EQUAL '00'
000155        DISPLAY '* ERROR EN OPEN COTIZA   = ' WS-COT-CODE
000156        MOVE 9999 TO RETURN-CODE
000157        SET  WS-FIN-LECTURA TO TRUE
000158     END-IF.
000159
000160     OPEN I-O COTDIA.
000161     IF WS-COD-CODE IS NOT EQUAL '00'
000162        DISPLAY '* ERROR EN OPEN COTDIA   = ' WS-COD-CODE
000163        MOVE 9999 TO RETURN-CODE
000164        SET  WS-FIN-LECTURA TO TRUE
000165     END-IF.
000166
000167     IF NOT WS-FIN-LECTURA
000168        PERFORM 3000-I-LEER-COTIZA THRU 3000-F-LEER-COTIZA
000169     END-IF.
000170
000171 1000-F-INICIO.   EXIT.
000172
000173**************************************
000174*  TARJETAS DE PARAMETROS            *
000175*  (OPCIONALES)                      *
000176*  SPREAD=NNNNNN                     *
000177*  TOPE=NNNNNNNNN                    *
000178**************************************
000179
000180 1150-I-LEER-PARM.
000181
000182     OPEN INPUT PARMIN.
000183
000184     IF WS-PRM-CODE EQUAL '00'
000185        SET WS-NO-FIN-AUX TO TRUE
000186        PERFORM 1160-I-LEER-TARJETA THRU 1160-F-LEER-TARJETA
000187           UNTIL WS-FIN-AUX
000188        CLOSE PARMIN
000189     END-IF.
000190
000191     DISPLAY 'SPREAD DE LA MESA DE CAMBIOS (%): ' WS-PARM-SPREAD.
000192     DISPLAY 'TOPE MENSUAL DE COMPRA POR CLIENTE: ' WS-PARM-TOPE.
000193
000194 1150-F-LEER-PARM. EXIT.
000195
000196 1160-I-LEER-TARJETA.
000197
000198     MOVE SPACES TO REG-PARMIN.
000199
000200     READ PARMIN
000201        AT END
000202           SET WS-FIN-AUX TO TRUE
000203           GO TO 1160-F-LEER-TARJETA
000204     END-READ.
000205
000206     IF REG-PARMIN(1:7) EQUAL 'SPREAD='
000207        AND REG-PARMIN(8:6) IS NUMERIC
000208        MOVE REG-PARMIN(8:6) TO WS-PARM-SPREAD-R
000209     END-IF.
000210
000211     IF REG-PARMIN(1:5) EQUAL 'TOPE='
000212        AND REG-PARMIN(6:9) IS NUMERIC
000213        MOVE REG-PARMIN(6:9) TO WS-PARM-TOPE
000214     END-IF.
000215
000216 1160-F-LEER-TARJETA. EXIT.
000217
000218**************************************
000219*                                    *
000220*  CUERPO PRINCIPAL DE PROCESOS      *
000221*                                    *
000222**************************************
000223 2000-I-PROCESO.
000224
000225     ADD 1 TO WS-CONT-LEIDOS.
000226
000227     IF COT-MONEDA EQUAL '01'
000228        ADD 1 TO WS-CONT-PESOS
000229        GO TO 2000-A-SIGUIENTE
000230     END-IF.
000231
000232     IF COT-COTIZACION IS NOT NUMERIC
000233        OR COT-COTIZACION EQUAL ZEROS
000234        OR COT-FECHA IS NOT NUMERIC
000235        DISPLAY '* COTIZACION INVALIDA: ' COT-MONEDA ' ' COT-FECHA
000236        ADD 1 TO WS-CONT-INVALIDOS
000237        GO TO 2000-A-SIGUIENTE
000238     END-IF.
000239
000240     PERFORM 2100-I-ARMAR-COTDIA THRU 2100-F-ARMAR-COTDIA.
000241
000242     PERFORM 2200-I-GRABAR-COTDIA THRU 2200-F-GRABAR-COTDIA.
000243
000244 2000-A-SIGUIENTE.
000245
000246     PERFORM 3000-I-LEER-COTIZA THRU 3000-F-LEER-COTIZA.
000247
000248 2000-F-PROCESO. EXIT.
000249
000250**************************************
000251*  REGISTRO DEL DIA: LAS PUNTAS QUE  *
000252*  NO VIENEN EN EL ARCHIVO TOMAN LA  *
000253*  COTIZACION UNICA                  *
000254**************************************
000255
000256 2100-I-ARMAR-COTDIA.
000257
000258     MOVE SPACES          TO REG-COTDIA.
000259     MOVE COT-MONEDA      TO COD-MONEDA.
000260     MOVE COT-FECHA       TO COD-FECHA.
000261     MOVE COT-COTIZACION  TO COD-COTIZACION.
000262
000263     IF COT-COMPRADOR IS NUMERIC
000264        AND COT-COMPRADOR NOT EQUAL ZEROS
000265        AND COT-VENDEDOR IS NUMERIC
000266        AND COT-VENDEDOR NOT EQUAL ZEROS
000267        MOVE COT-COMPRADOR  TO COD-COMPRADOR
000268        MOVE COT-VENDEDOR   TO COD-VENDEDOR
000269     ELSE
000270        ADD 1 TO WS-CONT-SIN-PUNTAS
000271        MOVE COT-COTIZACION TO COD-COMPRADOR
000272        MOVE COT-COTIZACION TO COD-VENDEDOR
000273     END-IF.
000274
000275     MOVE WS-PARM-SPREAD  TO COD-SPREAD.
000276     MOVE WS-PARM-TOPE    TO COD-TOPE-MENSUAL.
000277     MOVE WS-FECHA-CARGA  TO COD-FECHA-CARGA.
000278     MOVE WS-HORA-CARGA   TO COD-HORA-CARGA.
000279
000280 2100-F-ARMAR-COTDIA. EXIT.
000281
000282**************************************
000283*  ALTA DEL REGISTRO; SI YA EXISTE   *
000284*  (REPROCESO) SE REGRABA            *
000285**************************************
000286
000287 2200-I-GRABAR-COTDIA.
000288
000289     WRITE REG-COTDIA
000290        INVALID KEY
000291           REWRITE REG-COTDIA
000292              INVALID KEY
000293                 DISPLAY '* ERROR EN GRABACION COTDIA = '
000294                         WS-COD-CODE ' ' COD-CLAVE
000295                 MOVE 9999 TO RETURN-CODE
000296              NOT INVALID KEY
000297                 ADD 1 TO WS-CONT-REGRABADOS
000298           END-REWRITE
000299        NOT INVALID KEY
000300           ADD 1 TO WS-CONT-ALTAS
000301     END-WRITE.
000302
000303 2200-F-GRABAR-COTDIA. EXIT.
000304
000305**************************************
000306*  LECTURA DEL ARCHIVO COTIZA        *
000307**************************************
000308
000309 3000-I-LEER-COTIZA.
000310
000311     READ COTIZA
000312        AT END
000313           SET WS-FIN-LECTURA TO TRUE
000314     END-READ.
000315
000316     IF WS-COT-CODE NOT EQUAL '00' AND WS-COT-CODE NOT EQUAL '10'
000317        DISPLAY '* ERROR EN LECTURA COTIZA = ' WS-COT-CODE
000318        MOVE 9999 TO RETURN-CODE
000319        SET  WS-FIN-LECTURA TO TRUE
000320     END-IF.
000321
000322 3000-F-LEER-COTIZA. EXIT.
000323
000324**************************************
000325*                                    *
000326*  CUERPO FINAL CIERRE DE FILES      *
000327*                                    *
000328**************************************
000329 9999-I-FINAL.
000330
000331     CLOSE COTIZA
000332        IF WS-COT-CODE IS NOT EQUAL '00'
000333          DISPLAY '* ERROR EN CLOSE COTIZA   = ' WS-COT-CODE
000334          MOVE 9999 TO RETURN-CODE
000335       END-IF.
000336
000337     CLOSE COTDIA
000338        IF WS-COD-CODE IS NOT EQUAL '00'
000339          DISPLAY '* ERROR EN CLOSE COTDIA   = ' WS-COD-CODE
000340          MOVE 9999 TO RETURN-CODE
000341       END-IF.
000342
000343**********************************
000344*   MOSTRAR TOTALES DE CONTROL   *
000345**********************************
000346
000347     DISPLAY 'COTIZACIONES LEIDAS: '       WS-CONT-LEIDOS.
000348     DISPLAY 'COTIZACIONES DE PESOS: '     WS-CONT-PESOS.
000349     DISPLAY 'COTIZACIONES INVALIDAS: '    WS-CONT-INVALIDOS.
000350     DISPLAY 'SIN PUNTAS (COTIZ. UNICA): ' WS-CONT-SIN-PUNTAS.
000351     DISPLAY 'ALTAS EN COTDIA: '           WS-CONT-ALTAS.
000352     DISPLAY 'REGRABADAS EN COTDIA: '      WS-CONT-REGRABADOS.
000353
000354 9999-F-FINAL. EXIT.
