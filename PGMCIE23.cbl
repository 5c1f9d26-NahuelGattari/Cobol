000018*             * MAESTRO Y LA         *
000018*             * CONTABILIDAD         *
000018**************************************
000018* 15/10/2026  * TASAS CON VIGENCIA:  *
000018*             * SE APLICA LA TASA EN *
000018*             * VIGOR A LA FECHA DE  *
000018*             * CIERRE (TASAS19)     *
000018**************************************
000019 AUTHOR. NAHUEL GATTARI.
000020 ENVIRONMENT DIVISION.
000021 CONFIGURATION SECTION.
000026 FILE-CONTROL.
000027
000028       SELECT TASAS    ASSIGN DDTAS
000028       ORGANIZATION   IS INDEXED
000028       ACCESS IS SEQUENTIAL
000028       RECORD KEY IS TAS-CLAVE
000029              FILE STATUS IS WS-TAS-CODE.
000030
000031       SELECT LISTADO  ASSIGN DDLIS
000033
000034 DATA DIVISION.
000035 FILE SECTION.
000036 FD TASAS.
000039
000040     COPY CPTASAS.
000045
000046 FD LISTADO
000047      BLOCK CONTAINS 0 RECORDS
000082     88  WS-ENCONTRO-TASA          VALUE 'Y'.
000083     88  WS-NO-ENCONTRO-TASA       VALUE 'N'.
000084
000085 77  WS-CONT-TAS      PIC 9(03)    VALUE ZEROS.
000085 77  WS-TAS-SEL       PIC 9(03)    VALUE ZEROS.
000086
000087 01  WS-TABLA-TASAS.
000088     05  WS-TAS-ENTRADA OCCURS 300 TIMES
000089             INDEXED BY WS-IDX-TAS.
000090         10  WS-TAS-TIPO     PIC X(02)        VALUE SPACES.
000091         10  WS-TAS-MON      PIC X(02)        VALUE SPACES.
000091         10  WS-TAS-DESDE    PIC 9(08)        VALUE ZEROS.
000092         10  WS-TAS-VALOR    PIC 9(02)V9(04)  VALUE ZEROS.
000093
000094**************************************
000288        AT END
000289           SET WS-FIN-TAS TO TRUE
000290        NOT AT END
000290*          LAS TASAS DE VIGENCIA FUTURA NO APLICAN AL CIERRE
000290           IF TAS-VIGENCIA > WS-AAAAMMDD
000290              CONTINUE
000290           ELSE
000291           IF WS-CONT-TAS < 300
000292              ADD 1 TO WS-CONT-TAS
000293              MOVE TAS-TIPO-CUENTA TO WS-TAS-TIPO(WS-CONT-TAS)
000294              MOVE TAS-MONEDA      TO WS-TAS-MON(WS-CONT-TAS)
000294              MOVE TAS-VIGENCIA    TO WS-TAS-DESDE(WS-CONT-TAS)
000295              MOVE TAS-TASA        TO WS-TAS-VALOR(WS-CONT-TAS)
000296           ELSE
000297              DISPLAY '* TABLA DE TASAS LLENA, SE DESCARTA = '
000298                      TAS-TIPO-CUENTA ' ' TAS-MONEDA
000298                      ' ' TAS-VIGENCIA
000299           END-IF
000299           END-IF
000300     END-READ.
000301
000373**************************************
000374*  BUSQUEDA DE LA TASA PARA EL TIPO  *
000375*  DE CUENTA Y MONEDA                *
000375*  SE RECORRE TODA LA TABLA Y QUEDA  *
000375*  LA DE MAYOR VIGENCIA (LA TABLA    *
000375*  YA NO TIENE VIGENCIAS FUTURAS)    *
000376**************************************
000377
000378 4000-I-BUSCAR-TASA.
000379
000380     SET WS-IDX-TAS TO 1.
000381     SET WS-NO-ENCONTRO-TASA TO TRUE.
000381     MOVE ZEROS TO WS-TAS-SEL.
000382
000383     PERFORM 4100-I-COMPARAR-TASA THRU 4100-F-COMPARAR-TASA
000384        UNTIL WS-IDX-TAS > WS-CONT-TAS.
000384
000384     IF WS-ENCONTRO-TASA
000384        SET WS-IDX-TAS TO WS-TAS-SEL
000384     END-IF.
000385
000386 4000-F-BUSCAR-TASA. EXIT.
000387
000389
000390     IF WS-TAS-TIPO(WS-IDX-TAS) EQUAL WS-TIPO-CUENTA
000391        AND WS-TAS-MON(WS-IDX-TAS) EQUAL WS-MONEDA
000391        IF WS-NO-ENCONTRO-TASA
000391           SET WS-TAS-SEL TO WS-IDX-TAS
000391        ELSE
000391           IF WS-TAS-DESDE(WS-IDX-TAS) NOT LESS THAN
000391              WS-TAS-DESDE(WS-TAS-SEL)
000391              SET WS-TAS-SEL TO WS-IDX-TAS
000391           END-IF
000391        END-IF
000392        SET WS-ENCONTRO-TASA TO TRUE
000395     END-IF.
000395
000395     SET WS-IDX-TAS UP BY 1.
000396
000397 4100-F-COMPARAR-TASA. EXIT.
000398
