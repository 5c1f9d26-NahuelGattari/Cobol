000014*     CUENTA CLIENTE   2101 + TIPO + MONEDA              *
000015*     CONTRAPARTIDA    1101 + TIPO + MONEDA              *
000016*                                                        *
000016*  LAS DOS PATAS DE LA COMPRA-VENTA DE MONEDA EXTRANJERA *
000016*  (TIPOS 85 Y 86, T275) TOMAN COMO CONTRAPARTIDA LA     *
000016*  CUENTA DE POSICION DE CAMBIOS 1150 + TIPO + MONEDA.   *
000016*                                                        *
000016*  LAS PARTIDAS DEL REGISTRO DE SUSPENSO DE PGMMOV34     *
000016*  (MOVIMIENTOS QUE YA MOVIERON TBCUENTAS Y NO LLEGARON  *
000016*  AL MAESTRO) SE ASIENTAN EN LA CUENTA DE SUSPENSO      *
000016*  2190 + TIPO + MONEDA EN LUGAR DE LA 2101: EL ALTA DEL *
000016*  DIA COMO EL MOVIMIENTO Y LA CANCELACION AL REVES (EL  *
000016*  MOVIMIENTO REPASADO VIENE EN LA HISTORIA DEL DIA). EL *
000016*  SALDO DE LA 2190 ES EL DE LAS PARTIDAS ABIERTAS.      *
000016*                                                        *
000017*  UN CREDITO AL CLIENTE ASIENTA HABER EN 2101 Y DEBE    *
000018*  EN 1101; UN DEBITO, AL REVES. LA COLA DEL ARCHIVO     *
000019*  PRUEBA QUE DEBE = HABER Y UNA DIFERENCIA TERMINA      *
000028*             * DIARIA CON PRUEBA    *
000029*             * DEBE = HABER         *
000030**************************************
000030* 15/10/2026  * POSICION DE CAMBIOS  *
000030*             * (1150) PARA LA       *
000030*             * COMPRA-VENTA DE      *
000030*             * MONEDA EXTRANJERA    *
000030**************************************
000031* 15/10/2026  * CUENTA DE SUSPENSO   *
000031*             * (2190) PARA LAS      *
000031*             * PARTIDAS NO PASADAS  *
000031*             * AL MAESTRO           *
000031**************************************
000031 AUTHOR. NAHUEL GATTARI.
000032 ENVIRONMENT DIVISION.
000033 CONFIGURATION SECTION.
000045
000046       SELECT RUNCTL   ASSIGN DDRUN
000047              FILE STATUS IS WS-RUN-CODE.
000047
000047       SELECT SUSPENSO ASSIGN DDSUS
000047              FILE STATUS IS WS-SUS-CODE.
000048
000049 DATA DIVISION.
000050 FILE SECTION.
000086      RECORDING MODE IS F.
000087
000088     COPY CPRUNCTL.
000088
000088 FD SUSPENSO
000088      BLOCK CONTAINS 0 RECORDS
000088      RECORDING MODE IS F.
000088
000088     COPY CPSUSPEN.
000089
000090**************************************
000091 WORKING-STORAGE SECTION.
000094 77  WS-HIS-CODE      PIC XX    VALUE SPACES.
000095 77  WS-CTB-CODE      PIC XX    VALUE SPACES.
000096 77  WS-RUN-CODE      PIC XX    VALUE SPACES.
000096 77  WS-SUS-CODE      PIC XX    VALUE SPACES.
000097
000098************
000099*CONTADORES*
000101 77  WS-CONT-MOVS         PIC 9(8)     VALUE ZEROS.
000102 77  WS-CONT-DEL-DIA      PIC 9(8)     VALUE ZEROS.
000103 77  WS-CONT-ASIENTOS     PIC 9(8)     VALUE ZEROS.
000103 77  WS-CONT-SUS-ALTAS    PIC 9(8)     VALUE ZEROS.
000103 77  WS-CONT-SUS-CANCEL   PIC 9(8)     VALUE ZEROS.
000104
000105 01  WS-TOTAL-DEBE        PIC S9(13)V99 COMP-3 VALUE ZEROS.
000106 01  WS-TOTAL-HABER       PIC S9(13)V99 COMP-3 VALUE ZEROS.
000112 01  WS-STATUS-FIN    PIC X.
000113     88  WS-FIN-LECTURA         VALUE 'Y'.
000114     88  WS-NO-FIN-LECTURA      VALUE 'N'.
000114
000114 01  WS-STA-SUS       PIC X     VALUE 'N'.
000114     88  WS-FIN-SUS             VALUE 'Y'.
000114     88  WS-NO-FIN-SUS          VALUE 'N'.
000114
000114 01  WS-SW-PARTIDA    PIC X     VALUE 'A'.
000114     88  WS-ALTA-SUSPENSO       VALUE 'A'.
000114     88  WS-BAJA-SUSPENSO       VALUE 'B'.
000115
000116**************************************
000117*   FECHA DE PROCESO                 *
000125
000126 01  WS-IMPORTE-ABS       PIC S9(09)V99 COMP-3 VALUE ZEROS.
000127 01  WS-MONEDA-MOV        PIC X(02)    VALUE SPACES.
000128 01  WS-SUC-ASIENTO       PIC 9(02)    VALUE ZEROS.
000129
000130 01  WS-CUENTA-CLIENTE.
000130     03  WS-CTA-CLI-RUBRO PIC X(04)    VALUE '2101'.
000131     03  WS-CTA-CLI-TIPO  PIC 9(02)    VALUE ZEROS.
000132     03  WS-CTA-CLI-MON   PIC X(02)    VALUE SPACES.
000133
000134 01  WS-CUENTA-CONTRA.
000135     03  WS-CTA-CON-RUBRO PIC X(04)    VALUE '1101'.
000136     03  WS-CTA-CON-TIPO  PIC 9(02)    VALUE ZEROS.
000137     03  WS-CTA-CON-MON   PIC X(02)    VALUE SPACES.
000138
000152     PERFORM 2000-PROCESO  THRU  F-2000-PROCESO
000153             UNTIL WS-FIN-LECTURA.
000154
000154     PERFORM 5000-ASENTAR-SUSPENSO THRU F-5000-ASENTAR-SUSPENSO.
000154
000155     PERFORM 9999-FINAL    THRU  F-9999-FINAL.
000156
000157 F-MAIN-PROGRAM. GOBACK.
000278        MOVE '01' TO WS-MONEDA-MOV
000279     END-IF.
000280
000281     MOVE '2101'        TO WS-CTA-CLI-RUBRO.
000281     MOVE MOV-TIPO      TO WS-CTA-CLI-TIPO.
000282     MOVE WS-MONEDA-MOV TO WS-CTA-CLI-MON.
000283     MOVE MOV-TIPO      TO WS-CTA-CON-TIPO.
000284     MOVE WS-MONEDA-MOV TO WS-CTA-CON-MON.
000284
000284*    LA COMPRA-VENTA DE MONEDA EXTRANJERA (85 DEBITO, 86
000284*    CREDITO) SE CONTRAPARTIDA EN LA POSICION DE CAMBIOS
000284
000284     IF MOV-TIPO EQUAL 85 OR MOV-TIPO EQUAL 86
000284        MOVE '1150'    TO WS-CTA-CON-RUBRO
000284     ELSE
000284        MOVE '1101'    TO WS-CTA-CON-RUBRO
000284     END-IF.
000285
000286     IF MOV-IMPORTE IS LESS THAN ZEROS
000287        COMPUTE WS-IMPORTE-ABS = ZERO - MOV-IMPORTE
000292     IF WS-IMPORTE-ABS EQUAL ZEROS
000293        GO TO F-4000-ASENTAR
000294     END-IF.
000294
000294     MOVE MOV-SUC TO WS-SUC-ASIENTO.
000295
000296*    CREDITO AL CLIENTE: HABER EN LA CUENTA DE CLIENTES
000297*    Y DEBE EN LA CONTRAPARTIDA. DEBITO: AL REVES
000327
000328     MOVE 'DT'             TO CTB-DET-TIPO.
000329     MOVE WS-IMPORTE-ABS   TO CTB-DET-IMPORTE.
000330     MOVE WS-SUC-ASIENTO   TO CTB-DET-SUC.
000331     MOVE WS-FECHA-PROCESO TO CTB-DET-FECHA.
000332
000333     WRITE REG-CONTABLE.
000347     END-IF.
000348
000349 F-4500-GRABAR-ASIENTO. EXIT.
000349
000349**************************************************
000349*   PARTIDAS DEL REGISTRO DE SUSPENSO (ARCHIVO   *
000349*   OPCIONAL): ALTAS Y CANCELACIONES DEL DIA     *
000349**************************************************
000349
000349 5000-ASENTAR-SUSPENSO.
000349
000349     IF RETURN-CODE NOT EQUAL ZEROS
000349        GO TO F-5000-ASENTAR-SUSPENSO
000349     END-IF.
000349
000349     OPEN INPUT SUSPENSO.
000349
000349     IF WS-SUS-CODE NOT EQUAL '00'
000349        DISPLAY '* AVISO: SIN REGISTRO DE SUSPENSO'
000349        GO TO F-5000-ASENTAR-SUSPENSO
000349     END-IF.
000349
000349     SET WS-NO-FIN-SUS TO TRUE.
000349     PERFORM 5100-LEER-SUSPENSO THRU F-5100-LEER-SUSPENSO
000349        UNTIL WS-FIN-SUS OR RETURN-CODE NOT EQUAL ZEROS.
000349
000349     CLOSE SUSPENSO.
000349
000349 F-5000-ASENTAR-SUSPENSO. EXIT.
000349
000349 5100-LEER-SUSPENSO.
000349
000349     READ SUSPENSO
000349        AT END
000349           SET WS-FIN-SUS TO TRUE
000349        NOT AT END
000349           EVALUATE TRUE
000349             WHEN SUS-ABIERTA
000349                  AND SUS-FECHA-ALTA EQUAL WS-FECHA-PROCESO
000349                SET WS-ALTA-SUSPENSO TO TRUE
000349                ADD 1 TO WS-CONT-SUS-ALTAS
000349                PERFORM 5200-ASENTAR-PARTIDA
000349                   THRU F-5200-ASENTAR-PARTIDA
000349             WHEN SUS-CANCELADA
000349                  AND SUS-FECHA-BAJA EQUAL WS-FECHA-PROCESO
000349                SET WS-BAJA-SUSPENSO TO TRUE
000349                ADD 1 TO WS-CONT-SUS-CANCEL
000349                PERFORM 5200-ASENTAR-PARTIDA
000349                   THRU F-5200-ASENTAR-PARTIDA
000349             WHEN OTHER
000349                CONTINUE
000349           END-EVALUATE
000349     END-READ.
000349
000349     IF WS-SUS-CODE IS NOT EQUAL '00'
000349        AND WS-SUS-CODE IS NOT EQUAL '10'
000349        DISPLAY '* ERROR EN LECTURA SUSPENSO = ' WS-SUS-CODE
000349        MOVE 9999 TO RETURN-CODE
000349        SET WS-FIN-SUS TO TRUE
000349     END-IF.
000349
000349 F-5100-LEER-SUSPENSO. EXIT.
000349
000349**************************************
000349*  ASIENTO DE UNA PARTIDA CONTRA LA  *
000349*  CUENTA DE SUSPENSO                *
000349**************************************
000349
000349 5200-ASENTAR-PARTIDA.
000349
000349     MOVE SUS-MONEDA TO WS-MONEDA-MOV.
000349     IF WS-MONEDA-MOV EQUAL SPACES
000349        MOVE '01' TO WS-MONEDA-MOV
000349     END-IF.
000349
000349     MOVE '2190'        TO WS-CTA-CLI-RUBRO.
000349     MOVE SUS-TIPO-HIS  TO WS-CTA-CLI-TIPO.
000349     MOVE WS-MONEDA-MOV TO WS-CTA-CLI-MON.
000349     MOVE SUS-TIPO-HIS  TO WS-CTA-CON-TIPO.
000349     MOVE WS-MONEDA-MOV TO WS-CTA-CON-MON.
000349
000349     IF SUS-TIPO-HIS EQUAL 85 OR SUS-TIPO-HIS EQUAL 86
000349        MOVE '1150'    TO WS-CTA-CON-RUBRO
000349     ELSE
000349        MOVE '1101'    TO WS-CTA-CON-RUBRO
000349     END-IF.
000349
000349     IF SUS-IMPORTE IS LESS THAN ZEROS
000349        COMPUTE WS-IMPORTE-ABS = ZERO - SUS-IMPORTE
000349     ELSE
000349        MOVE SUS-IMPORTE TO WS-IMPORTE-ABS
000349     END-IF.
000349
000349     IF WS-IMPORTE-ABS EQUAL ZEROS
000349        GO TO F-5200-ASENTAR-PARTIDA
000349     END-IF.
000349
000349     MOVE SUS-SUC TO WS-SUC-ASIENTO.
000349
000349*    EL ALTA DE UN CREDITO ASIENTA HABER EN SUSPENSO Y LA
000349*    CANCELACION DE UN DEBITO TAMBIEN; LO DEMAS, AL REVES
000349
000349     IF (WS-ALTA-SUSPENSO AND SUS-IMPORTE GREATER THAN ZEROS)
000349        OR (WS-BAJA-SUSPENSO AND SUS-IMPORTE LESS THAN ZEROS)
000349        MOVE WS-CUENTA-CLIENTE TO CTB-DET-CUENTA
000349        MOVE 'H'               TO CTB-DET-DH
000349        PERFORM 4500-GRABAR-ASIENTO
000349           THRU F-4500-GRABAR-ASIENTO
000349        MOVE WS-CUENTA-CONTRA  TO CTB-DET-CUENTA
000349        MOVE 'D'               TO CTB-DET-DH
000349        PERFORM 4500-GRABAR-ASIENTO
000349           THRU F-4500-GRABAR-ASIENTO
000349     ELSE
000349        MOVE WS-CUENTA-CLIENTE TO CTB-DET-CUENTA
000349        MOVE 'D'               TO CTB-DET-DH
000349        PERFORM 4500-GRABAR-ASIENTO
000349           THRU F-4500-GRABAR-ASIENTO
000349        MOVE WS-CUENTA-CONTRA  TO CTB-DET-CUENTA
000349        MOVE 'H'               TO CTB-DET-DH
000349        PERFORM 4500-GRABAR-ASIENTO
000349           THRU F-4500-GRABAR-ASIENTO
000349     END-IF.
000349
000349 F-5200-ASENTAR-PARTIDA. EXIT.
000350
000351**************************************
000352*                                    *
000397     DISPLAY 'MOVIMIENTOS LEIDOS: '    WS-CONT-MOVS.
000398     DISPLAY 'MOVIMIENTOS DEL DIA: '   WS-CONT-DEL-DIA.
000399     DISPLAY 'ASIENTOS GRABADOS: '     WS-CONT-ASIENTOS.
000399     DISPLAY 'SUSPENSO ALTAS: '        WS-CONT-SUS-ALTAS.
000399     DISPLAY 'SUSPENSO CANCELADAS: '   WS-CONT-SUS-CANCEL.
000400
000401 F-9999-FINAL. EXIT.
