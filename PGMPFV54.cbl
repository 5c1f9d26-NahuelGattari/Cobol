000017*  PAGA EN LA CORRIDA DEL DIA HABIL SIGUIENTE. EL        *
000018*  INFORME LISTA LOS CONSTITUIDOS DEL DIA Y LOS          *
000019*  PAGADOS PARA LA SUCURSAL                              *
000019*                                                        *
000019*  LA TASA ES LA PACTADA EN EL CERTIFICADO (LA EN VIGOR  *
000019*  A LA FECHA DE CONSTITUCION). SI EL CERTIFICADO NO LA  *
000019*  TIENE, SE TOMA DE TASAS19 LA TASA 'PF' DE LA MONEDA   *
000019*  EN VIGOR A LA FECHA DE CONSTITUCION. AL PAGAR, LA     *
000019*  TASA APLICADA QUEDA GRABADA EN EL CERTIFICADO         *
000020*                                                        *
000021**********************************************************
000022*      MANTENIMIENTO DE PROGRAMA                         *
000026* 01/09/2026  * VENCIMIENTO NOCTURNO *
000027*             * DE PLAZOS FIJOS      *
000028**************************************
000028* 15/10/2026  * TASAS CON VIGENCIA:  *
000028*             * SIN TASA PACTADA SE  *
000028*             * USA LA EN VIGOR A LA *
000028*             * CONSTITUCION         *
000028**************************************
000028* 15/10/2026  * EL PAGO GRABA EN EL  *
000028*             * CERTIFICADO LA TASA  *
000028*             * APLICADA             *
000028**************************************
000029 AUTHOR. NAHUEL GATTARI.
000030 ENVIRONMENT DIVISION.
000031 CONFIGURATION SECTION.
000043
000044       SELECT MOVCTA   ASSIGN DDMOV
000045              FILE STATUS IS WS-MOV-CODE.
000045
000045       SELECT TASAS    ASSIGN DDTAS
000045       ORGANIZATION   IS INDEXED
000045       ACCESS IS SEQUENTIAL
000045       RECORD KEY IS TAS-CLAVE
000045       FILE STATUS IS WS-TAS-CODE.
000046
000047       SELECT LISTADO  ASSIGN DDLIS
000048              FILE STATUS IS WS-LIS-CODE.
000062
000063     COPY CPMOVCTA.
000064
000064 FD TASAS.
000064
000064     COPY CPTASAS.
000064
000065 FD LISTADO
000066      BLOCK CONTAINS 0 RECORDS
000067      RECORDING MODE IS F.
000082 77  WS-MOV-CODE      PIC XX    VALUE SPACES.
000083 77  WS-LIS-CODE      PIC XX    VALUE SPACES.
000084 77  WS-RUN-CODE      PIC XX    VALUE SPACES.
000084 77  WS-TAS-CODE      PIC XX    VALUE SPACES.
000085 77  FS-SQLCODE       PIC -999  VALUE ZEROS.
000086
000087************
000091 77  WS-CONT-PAGADOS      PIC 9(8)     VALUE ZEROS.
000092 77  WS-CONT-CONSTITUIDOS PIC 9(8)     VALUE ZEROS.
000093 77  WS-CONT-VIGENTES     PIC 9(8)     VALUE ZEROS.
000093 77  WS-CONT-TASA-VIG     PIC 9(8)     VALUE ZEROS.
000093 77  WS-CONT-SIN-TASA     PIC 9(8)     VALUE ZEROS.
000094
000095 01  WS-TOTAL-PAGADO      PIC S9(11)V99 COMP-3 VALUE ZEROS.
000096
000105 01  WS-SW-PAGO       PIC X     VALUE 'S'.
000106     88  WS-PAGO-OK             VALUE 'S'.
000107     88  WS-PAGO-FALLO          VALUE 'N'.
000107
000107 01  WS-STA-TAS       PIC X     VALUE 'N'.
000107     88  WS-FIN-TAS             VALUE 'Y'.
000107     88  WS-NO-FIN-TAS          VALUE 'N'.
000107
000107 01  WS-SW-TASA       PIC X     VALUE 'N'.
000107     88  WS-ENCONTRO-TASA       VALUE 'Y'.
000107     88  WS-NO-ENCONTRO-TASA    VALUE 'N'.
000107
000107**************************************
000107*   TASAS DE PLAZO FIJO (TIPO 'PF')  *
000107*   POR MONEDA Y VIGENCIA            *
000107**************************************
000107
000107 77  WS-CONT-TAS      PIC 9(03)    VALUE ZEROS.
000107 77  WS-TAS-SEL       PIC 9(03)    VALUE ZEROS.
000107
000107 01  WS-TABLA-TASAS.
000107     05  WS-TAS-ENTRADA OCCURS 200 TIMES
000107             INDEXED BY WS-IDX-TAS.
000107         10  WS-TAS-MON      PIC X(02)        VALUE SPACES.
000107         10  WS-TAS-DESDE    PIC 9(08)        VALUE ZEROS.
000107         10  WS-TAS-VALOR    PIC 9(02)V9(04)  VALUE ZEROS.
000108
000109**************************************
000110*   CALCULO DEL PAGO                 *
000111**************************************
000112
000113 01  WS-INTERES           PIC S9(09)V99 COMP-3 VALUE ZEROS.
000113 01  WS-TASA-PAGO         PIC 9(02)V9(04) VALUE ZEROS.
000114 01  WS-PAGO-TOTAL        PIC S9(09)V99 COMP-3 VALUE ZEROS.
000115
000116**************************************
000225     END-IF.
000226
000227     IF NOT WS-FIN-LECTURA
000227        PERFORM 1200-I-CARGAR-TASAS THRU 1200-F-CARGAR-TASAS
000227     END-IF.
000227
000227     IF NOT WS-FIN-LECTURA
000228        MOVE WS-FECHA-PROCESO TO WS-TIT-FECHA
000229        WRITE REG-LISTADO FROM WS-TITULO
000230        PERFORM 3000-I-LEER-PLAZO THRU 3000-F-LEER-PLAZO
000265     CLOSE RUNCTL.
000266
000267 1100-F-LEER-RUNCTL. EXIT.
000267
000267**************************************
000267*  CARGA DE LAS TASAS DE PLAZO FIJO  *
000267*  CON SU VIGENCIA (TASAS19)         *
000267**************************************
000267
000267 1200-I-CARGAR-TASAS.
000267
000267     OPEN INPUT TASAS.
000267
000267     IF WS-TAS-CODE NOT EQUAL '00'
000267        DISPLAY '* ERROR EN OPEN TASAS    = ' WS-TAS-CODE
000267        MOVE 9999 TO RETURN-CODE
000267        SET  WS-FIN-LECTURA TO TRUE
000267        GO TO 1200-F-CARGAR-TASAS
000267     END-IF.
000267
000267     SET WS-NO-FIN-TAS TO TRUE.
000267
000267     PERFORM 1250-I-LEER-TASA THRU 1250-F-LEER-TASA
000267        UNTIL WS-FIN-TAS.
000267
000267     CLOSE TASAS.
000267
000267 1200-F-CARGAR-TASAS. EXIT.
000267
000267 1250-I-LEER-TASA.
000267
000267     READ TASAS
000267        AT END
000267           SET WS-FIN-TAS TO TRUE
000267        NOT AT END
000267           IF TAS-TIPO-CUENTA EQUAL 'PF'
000267              IF WS-CONT-TAS < 200
000267                 ADD 1 TO WS-CONT-TAS
000267                 MOVE TAS-MONEDA   TO WS-TAS-MON(WS-CONT-TAS)
000267                 MOVE TAS-VIGENCIA TO WS-TAS-DESDE(WS-CONT-TAS)
000267                 MOVE TAS-TASA     TO WS-TAS-VALOR(WS-CONT-TAS)
000267              ELSE
000267                 DISPLAY '* TABLA DE TASAS LLENA, SE DESCARTA = '
000267                         TAS-MONEDA ' ' TAS-VIGENCIA
000267              END-IF
000267           END-IF
000267     END-READ.
000267
000267 1250-F-LEER-TASA. EXIT.
000268
000269**************************************
000270*                                    *
000327 4000-I-PAGAR.
000328
000329     SET WS-PAGO-OK TO TRUE.
000329     MOVE ZEROS TO WS-INTERES.
000329
000329*    SIN TASA PACTADA SE BUSCA LA EN VIGOR A LA CONSTITUCION;
000329*    SI TAMPOCO HAY, EL CERTIFICADO QUEDA VIGENTE Y SE LISTA
000329
000329     IF PFJ-TASA IS NUMERIC
000329        AND PFJ-TASA GREATER THAN ZEROS
000329        MOVE PFJ-TASA TO WS-TASA-PAGO
000329     ELSE
000329        PERFORM 4100-I-BUSCAR-TASA THRU 4100-F-BUSCAR-TASA
000329        IF WS-NO-ENCONTRO-TASA
000329           ADD 1 TO WS-CONT-SIN-TASA
000329           MOVE 'SIN TASA VIGENTE' TO WS-DET-RESULT
000329           SET WS-PAGO-FALLO TO TRUE
000329           PERFORM 6000-I-LISTAR THRU 6000-F-LISTAR
000329           GO TO 4000-F-PAGAR
000329        END-IF
000329        MOVE WS-TAS-VALOR(WS-TAS-SEL) TO WS-TASA-PAGO
000329        ADD 1 TO WS-CONT-TASA-VIG
000329     END-IF.
000330
000331     COMPUTE WS-INTERES ROUNDED =
000332             PFJ-CAPITAL * WS-TASA-PAGO / 100
000333           * PFJ-PLAZO-DIAS / 360.
000334
000335     COMPUTE WS-PAGO-TOTAL = PFJ-CAPITAL + WS-INTERES.
000394        GO TO 4000-F-PAGAR
000395     END-IF.
000396
000397*    EL CERTIFICADO QUEDA PAGADO, CON LA TASA APLICADA
000398
000399     MOVE 'P' TO PFJ-ESTADO.
000399     MOVE WS-TASA-PAGO TO PFJ-TASA.
000400
000401     REWRITE REG-PLAZOFIJO.
000402     IF WS-PFJ-CODE IS NOT EQUAL '00'
000420     PERFORM 6000-I-LISTAR THRU 6000-F-LISTAR.
000421
000422 4000-F-PAGAR. EXIT.
000422
000422**************************************
000422*  TASA 'PF' DE LA MONEDA EN VIGOR   *
000422*  A LA FECHA DE CONSTITUCION: LA DE *
000422*  MAYOR VIGENCIA QUE NO LA SUPERA   *
000422**************************************
000422
000422 4100-I-BUSCAR-TASA.
000422
000422     SET WS-IDX-TAS TO 1.
000422     SET WS-NO-ENCONTRO-TASA TO TRUE.
000422     MOVE ZEROS TO WS-TAS-SEL.
000422
000422     PERFORM 4150-I-COMPARAR-TASA THRU 4150-F-COMPARAR-TASA
000422        UNTIL WS-IDX-TAS > WS-CONT-TAS.
000422
000422 4100-F-BUSCAR-TASA. EXIT.
000422
000422 4150-I-COMPARAR-TASA.
000422
000422     IF WS-TAS-MON(WS-IDX-TAS) EQUAL PFJ-MONEDA
000422        AND WS-TAS-DESDE(WS-IDX-TAS) NOT GREATER THAN
000422            PFJ-FECHA-CONSTIT
000422        IF WS-NO-ENCONTRO-TASA
000422           SET WS-TAS-SEL TO WS-IDX-TAS
000422        ELSE
000422           IF WS-TAS-DESDE(WS-IDX-TAS) NOT LESS THAN
000422              WS-TAS-DESDE(WS-TAS-SEL)
000422              SET WS-TAS-SEL TO WS-IDX-TAS
000422           END-IF
000422        END-IF
000422        SET WS-ENCONTRO-TASA TO TRUE
000422     END-IF.
000422
000422     SET WS-IDX-TAS UP BY 1.
000422
000422 4150-F-COMPARAR-TASA. EXIT.
000423
000424**************************************
000425*  LINEA DEL INFORME                 *
000486     DISPLAY 'CONSTITUIDOS DEL DIA: '      WS-CONT-CONSTITUIDOS.
000487     DISPLAY 'CERTIFICADOS PAGADOS: '      WS-CONT-PAGADOS.
000488     DISPLAY 'CERTIFICADOS VIGENTES: '     WS-CONT-VIGENTES.
000488     DISPLAY 'PAGADOS CON TASA VIGENTE: '  WS-CONT-TASA-VIG.
000488     DISPLAY 'NO PAGADOS SIN TASA: '       WS-CONT-SIN-TASA.
000489
000490 9999-F-FINAL. EXIT.
