000015*  MONEDA '01'). EL CARGO DEBITA EL SALDO DEL MAESTRO    *
000016*  Y SE GRABA EN FORMATO CPMOVHIS (TIPO 71) EN DDINT,    *
000017*  QUE EL JCL ANEXA A LA HISTORIA                        *
000017*                                                        *
000017*  LAS TASAS TIENEN VIGENCIA (TASAS19): CADA TRAMO       *
000017*  NEGATIVO SE PARTE EN LAS FECHAS EN QUE CAMBIO LA      *
000017*  TASA Y CADA PARTE DEVENGA A LA TASA EN VIGOR          *
000018*                                                        *
000019*  PARAMETROS SYSIN: FECHA DESDE Y FECHA HASTA           *
000020*  (AAAAMMDD, UNA POR TARJETA, COMO PGMRES24). LA        *
000021*  HISTORIA CLASIFICADA ES EL EXTRACTO DE PGMEXH70 CON   *
000021*  LAS MISMAS FECHAS (SOLO LAS GENERACIONES DEL PERIODO) *
000021*                                                        *
000022**********************************************************
000023*      MANTENIMIENTO DE PROGRAMA                         *
000027* 01/09/2026  * INTERES MENSUAL POR  *
000028*             * SOBREGIRO EN CUENTA  *
000029**************************************
000029* 15/10/2026  * TASAS CON VIGENCIA:  *
000029*             * EL TRAMO SE PARTE SI *
000029*             * LA TASA CAMBIO EN EL *
000029*             * PERIODO              *
000029**************************************
000030* 15/10/2026  * HISTORIA DEL PERIODO *
000030*             * EXTRAIDA POR         *
000030*             * PGMEXH70             *
000030**************************************
000030 AUTHOR. NAHUEL GATTARI.
000031 ENVIRONMENT DIVISION.
000032 CONFIGURATION SECTION.
000043              FILE STATUS IS WS-ACU-CODE.
000044
000045       SELECT TASAS    ASSIGN DDTAS
000045       ORGANIZATION   IS INDEXED
000045       ACCESS IS SEQUENTIAL
000045       RECORD KEY IS TAS-CLAVE
000046              FILE STATUS IS WS-TAS-CODE.
000047
000048       SELECT MAESTRO  ASSIGN DDMAE
000074
000075     COPY CPACUERD.
000076
000077 FD TASAS.
000080
000081     COPY CPTASAS.
000086
000087 FD MAESTRO.
000088
000157 01  WS-SW-NEGATIVO   PIC X     VALUE 'N'.
000158     88  WS-ESTUVO-NEGATIVO     VALUE 'S'.
000159     88  WS-NO-ESTUVO-NEGATIVO  VALUE 'N'.
000159
000159 01  WS-SW-CAMBIO     PIC X     VALUE 'N'.
000159     88  WS-CAMBIO-TASA         VALUE 'S'.
000159     88  WS-SIN-CAMBIO-TASA     VALUE 'N'.
000160
000161**************************************
000162*   PARAMETROS DEL PERIODO           *
000167
000168**************************************
000169*   TASA ANUAL DE SOBREGIRO          *
000169*   HISTORIA DE VIGENCIAS SD/01, EN  *
000169*   ORDEN ASCENDENTE DE VIGENCIA     *
000170**************************************
000171
000172 77  WS-TASA-SOBRE    PIC 9(02)V9(04) VALUE ZEROS.
000172 77  WS-CONT-SOB      PIC 9(03)     VALUE ZEROS.
000172 77  WS-PROX-VIGENCIA PIC 9(08)     VALUE ZEROS.
000172
000172 01  WS-TABLA-SOBRE.
000172     05  WS-SOB-ENTRADA OCCURS 100 TIMES
000172             INDEXED BY WS-IDX-SOB.
000172         10  WS-SOB-DESDE    PIC 9(08).
000172         10  WS-SOB-TASA     PIC 9(02)V9(04).
000173
000174**************************************
000175*   ACUERDOS POR CLIENTE             *
000203 01  WS-INTERES-CLI       PIC S9(09)V99 COMP-3 VALUE ZEROS.
000204 01  WS-DIAS-NEG-CLI      PIC 9(05)    VALUE ZEROS.
000205 77  WS-DIAS              PIC S9(07)   VALUE ZEROS.
000205
000205**************************************
000205*   TRAMO NEGATIVO Y SUS PARTES POR  *
000205*   CAMBIO DE TASA                   *
000205**************************************
000205
000205 77  WS-TRAMO-DESDE       PIC 9(08)    VALUE ZEROS.
000205 77  WS-TRAMO-HASTA       PIC 9(08)    VALUE ZEROS.
000205 77  WS-SUB-DESDE         PIC 9(08)    VALUE ZEROS.
000205 77  WS-SUB-HASTA         PIC 9(08)    VALUE ZEROS.
000206
000207**************************************
000208*   SERIE COMERCIAL 30/360           *
000433**************************************
000434*  TASA ANUAL DE SOBREGIRO (TIPO SD, *
000435*  MONEDA 01 DEL ARCHIVO DE TASAS)   *
000435*  SE CARGAN TODAS LAS VIGENCIAS     *
000436**************************************
000437
000438 1300-CARGAR-TASA.
000452
000453     CLOSE TASAS.
000454
000455     IF WS-CONT-SOB EQUAL ZEROS
000456        DISPLAY '* SIN TASA DE SOBREGIRO (SD/01), CORRIDA'
000457                ' CANCELADA'
000458        MOVE 9999 TO RETURN-CODE
000469        NOT AT END
000470           IF TAS-TIPO-CUENTA EQUAL 'SD'
000471              AND TAS-MONEDA EQUAL '01'
000471              IF WS-CONT-SOB < 100
000471                 ADD 1 TO WS-CONT-SOB
000471                 MOVE TAS-VIGENCIA TO WS-SOB-DESDE(WS-CONT-SOB)
000472                 MOVE TAS-TASA     TO WS-SOB-TASA(WS-CONT-SOB)
000471              ELSE
000471                 DISPLAY '* TABLA DE TASAS LLENA, SE DESCARTA = '
000471                         TAS-VIGENCIA
000471              END-IF
000473           END-IF
000474     END-READ.
000475
000498        MOVE ZEROS TO WS-SALDO-VIGENTE
000499        MOVE ZEROS TO WS-FECHA-VIGENTE
000500        SET WS-NO-ESTUVO-NEGATIVO TO TRUE
000500        SET WS-SIN-CAMBIO-TASA TO TRUE
000501     END-IF.
000502
000503     IF (MOV-MONEDA EQUAL '01' OR MOV-MONEDA EQUAL SPACES)
000551        GO TO F-4000-DEVENGAR-TRAMO
000552     END-IF.
000553
000554     MOVE WS-FECHA-VIGENTE TO WS-TRAMO-DESDE.
000554     MOVE MOV-FECHA        TO WS-TRAMO-HASTA.
000554
000554     PERFORM 6200-DEVENGAR-PARTES THRU F-6200-DEVENGAR-PARTES.
000565
000566 F-4000-DEVENGAR-TRAMO. EXIT.
000567
000568**************************************
000569*  DIAS COMERCIALES (30/360) ENTRE   *
000570*  WS-SUB-DESDE Y WS-SUB-HASTA       *
000571**************************************
000572
000573 6000-DIAS-ENTRE.
000574
000575     MOVE WS-SUB-DESDE TO WS-FECHA-SERIE.
000576     PERFORM 6100-SERIE THRU F-6100-SERIE.
000577     MOVE WS-SERIE-2 TO WS-SERIE-1.
000578
000579     MOVE WS-SUB-HASTA TO WS-FECHA-SERIE.
000580     PERFORM 6100-SERIE THRU F-6100-SERIE.
000581
000582     COMPUTE WS-DIAS = WS-SERIE-2 - WS-SERIE-1.
000596           + WS-DIA-TOPE.
000597
000598 F-6100-SERIE. EXIT.
000598
000598**************************************
000598*  DEVENGA EL TRAMO NEGATIVO DE      *
000598*  WS-TRAMO-DESDE A WS-TRAMO-HASTA,  *
000598*  PARTIDO EN CADA FECHA EN QUE      *
000598*  ENTRO EN VIGOR UNA TASA NUEVA     *
000598**************************************
000598
000598 6200-DEVENGAR-PARTES.
000598
000598     MOVE WS-TRAMO-DESDE TO WS-SUB-DESDE.
000598
000598     PERFORM 6300-DEVENGAR-PARTE THRU F-6300-DEVENGAR-PARTE
000598        UNTIL WS-SUB-DESDE NOT LESS THAN WS-TRAMO-HASTA.
000598
000598 F-6200-DEVENGAR-PARTES. EXIT.
000598
000598 6300-DEVENGAR-PARTE.
000598
000598     PERFORM 6400-TASA-VIGENTE THRU F-6400-TASA-VIGENTE.
000598
000598     IF WS-PROX-VIGENCIA LESS THAN WS-TRAMO-HASTA
000598        MOVE WS-PROX-VIGENCIA TO WS-SUB-HASTA
000598        SET WS-CAMBIO-TASA TO TRUE
000598     ELSE
000598        MOVE WS-TRAMO-HASTA   TO WS-SUB-HASTA
000598     END-IF.
000598
000598     PERFORM 6000-DIAS-ENTRE THRU F-6000-DIAS-ENTRE.
000598
000598     IF WS-DIAS GREATER THAN ZEROS
000598        SET WS-ESTUVO-NEGATIVO TO TRUE
000598        ADD WS-DIAS TO WS-DIAS-NEG-CLI
000598        COMPUTE WS-INTERES-CLI ROUNDED =
000598                WS-INTERES-CLI
000598              + (ZERO - WS-SALDO-VIGENTE)
000598              * WS-TASA-SOBRE / 100
000598              * WS-DIAS / 360
000598     END-IF.
000598
000598     MOVE WS-SUB-HASTA TO WS-SUB-DESDE.
000598
000598 F-6300-DEVENGAR-PARTE. EXIT.
000598
000598**************************************
000598*  TASA EN VIGOR A WS-SUB-DESDE Y    *
000598*  FECHA DE LA VIGENCIA SIGUIENTE.   *
000598*  ANTES DE LA PRIMERA VIGENCIA RIGE *
000598*  LA PRIMERA TASA CARGADA           *
000598**************************************
000598
000598 6400-TASA-VIGENTE.
000598
000598     MOVE WS-SOB-TASA(1) TO WS-TASA-SOBRE.
000598     MOVE 99999999       TO WS-PROX-VIGENCIA.
000598     SET WS-IDX-SOB      TO 1.
000598
000598     PERFORM 6500-COMPARAR-VIGENCIA THRU F-6500-COMPARAR-VIGENCIA
000598        UNTIL WS-IDX-SOB > WS-CONT-SOB.
000598
000598 F-6400-TASA-VIGENTE. EXIT.
000598
000598 6500-COMPARAR-VIGENCIA.
000598
000598     IF WS-SOB-DESDE(WS-IDX-SOB) NOT GREATER THAN WS-SUB-DESDE
000598        MOVE WS-SOB-TASA(WS-IDX-SOB) TO WS-TASA-SOBRE
000598     ELSE
000598        IF WS-PROX-VIGENCIA EQUAL 99999999
000598           MOVE WS-SOB-DESDE(WS-IDX-SOB) TO WS-PROX-VIGENCIA
000598        END-IF
000598     END-IF.
000598
000598     SET WS-IDX-SOB UP BY 1.
000598
000598 F-6500-COMPARAR-VIGENCIA. EXIT.
000599
000600**************************************
000601*  CIERRE DEL CLIENTE: ULTIMO TRAMO  *
000609
000610     IF WS-SALDO-VIGENTE IS LESS THAN ZEROS
000611        AND WS-FECHA-VIGENTE NOT EQUAL ZEROS
000612        MOVE WS-FECHA-VIGENTE TO WS-TRAMO-DESDE
000615        MOVE WS-PARM-HASTA    TO WS-TRAMO-HASTA
000616        PERFORM 6200-DEVENGAR-PARTES THRU F-6200-DEVENGAR-PARTES
000627     END-IF.
000628
000629     IF NOT WS-ESTUVO-NEGATIVO
000713     ADD 1 TO WS-CONT-CARGADOS.
000714     ADD WS-INTERES-CLI TO WS-TOTAL-INTERES.
000715
000716     IF WS-CAMBIO-TASA
000716        MOVE ' CON CAMBIO DE TASA' TO WS-DET-OBS
000716     ELSE
000716        MOVE SPACES TO WS-DET-OBS
000716     END-IF.
000717     PERFORM 7000-LISTAR THRU F-7000-LISTAR.
000718
000719 F-5500-CARGAR-INTERES. EXIT.
