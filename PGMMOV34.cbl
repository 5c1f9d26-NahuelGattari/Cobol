000019*     73 = CHEQUE PAGADO POR CAMARA (CH, PGMCHP52)       *
000019*     74 = CONSTITUCION DE PLAZO FIJO (PC, T253)         *
000019*     76 = VENCIMIENTO DE PLAZO FIJO (PV, PGMPFV54)      *
000019*     77 = MULTA POR CHEQUE RECHAZADO (MU, PGMINH55)     *
000019*     78 = DESEMBOLSO DE PRESTAMO (PD, PGMPRE57)         *
000019*     79 = CUOTA DE PRESTAMO (PQ, PGMCUO58)              *
000019*     80 = PUNITORIO DE PRESTAMO (PP, PGMCUO58)          *
000019*     81 = REACREDITACION DE TRANSFERENCIA RECHAZADA     *
000019*          POR LA CAMARA (RT, PGMRTR62)                  *
000019*     82 = DEPOSITO EN EFECTIVO POR CAJA (DE, T266)      *
000019*     83 = EXTRACCION EN EFECTIVO POR CAJA (EE, T266)    *
000019*     84 = EXTRACCION POR CAJERO AUTOMATICO DE LA RED    *
000019*          (AT, PGMATM68)                                *
000019*     85 = DEBITO POR COMPRA-VENTA DE MONEDA EXTRANJERA  *
000019*          (FD, T275)                                    *
000019*     86 = CREDITO POR COMPRA-VENTA DE MONEDA EXTRANJERA *
000019*          (FC, T275)                                    *
000019*     87 = DEBITO AUTOMATICO DE FACTURA DE EMPRESA       *
000019*          (DA, PGMDEB78)                                *
000019*     88 = REVERSION DE DEBITO AUTOMATICO (RA, PGMDEB78) *
000020*                                                        *
000020*  UN MOVIMIENTO QUE NO SE PUEDE PASAR YA MOVIO EL       *
000020*  SALDO DE LA CUENTA EN TBCUENTAS: ADEMAS DE IR A LOS   *
000020*  RECHAZOS QUEDA COMO PARTIDA ABIERTA EN EL REGISTRO DE *
000020*  SUSPENSO (CPSUSPEN). CADA NOCHE, ANTES DE LOS         *
000020*  MOVIMIENTOS DEL DIA, SE REPASAN LAS PARTIDAS ABIERTAS *
000020*  DEL REGISTRO ANTERIOR (DDSUA) Y SE CANCELAN LAS QUE   *
000020*  YA ENCUENTRAN TITULAR Y MAESTRO. EL REGISTRO NUEVO    *
000020*  (DDSUS) LLEVA LAS QUE SIGUEN ABIERTAS, LAS CANCELADAS *
000020*  EN LA NOCHE Y LAS ALTAS DEL DIA                       *
000020*                                                        *
000021**********************************************************
000022*      MANTENIMIENTO DE PROGRAMA                         *
000035*             * CREDITO SOBRE LAS    *
000036*             * TRANSFERENCIAS       *
000037**************************************
000037* 15/10/2026  * MULTA POR CHEQUE     *
000037*             * RECHAZADO (MU = 77)  *
000037**************************************
000037* 15/10/2026  * PRESTAMOS: PD = 78,  *
000037*             * PQ = 79 Y PP = 80    *
000037**************************************
000037* 15/10/2026  * TRANSFERENCIA        *
000037*             * RECHAZADA POR LA     *
000037*             * CAMARA (RT = 81)     *
000037**************************************
000037* 15/10/2026  * EFECTIVO POR CAJA:   *
000037*             * DE = 82 Y EE = 83,   *
000037*             * CON LA SUCURSAL DE   *
000037*             * LA CAJA              *
000037**************************************
000037* 15/10/2026  * EXTRACCION POR       *
000037*             * CAJERO AUTOMATICO    *
000037*             * (AT = 84)            *
000037**************************************
000037* 15/10/2026  * COMPRA-VENTA DE      *
000037*             * MONEDA EXTRANJERA    *
000037*             * (FD = 85, FC = 86)   *
000037**************************************
000038* 15/10/2026  * DEBITO AUTOMATICO    *
000038*             * (DA = 87) Y SU       *
000038*             * REVERSION (RA = 88)  *
000038**************************************
000038* 15/10/2026  * REGISTRO DE SUSPENSO *
000038*             * DE LOS RECHAZOS Y    *
000038*             * REPASE NOCTURNO DE   *
000038*             * LAS PARTIDAS         *
000038**************************************
000038 AUTHOR. NAHUEL GATTARI.
000039 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000071
000072       SELECT IMPTAX   ASSIGN DDIMP
000073              FILE STATUS IS WS-IMP-CODE.
000073
000073       SELECT SUSANT   ASSIGN DDSUA
000073              FILE STATUS IS WS-SUA-CODE.
000073
000073       SELECT SUSPENSO ASSIGN DDSUS
000073              FILE STATUS IS WS-SUS-CODE.
000074
000075 DATA DIVISION.
000076 FILE SECTION.
000132     03  IMP-TIP-DOC      PIC X(02).
000133     03  IMP-NRO-DOC      PIC 9(11).
000134     03  FILLER           PIC X(60).
000134
000134 FD SUSANT
000134      BLOCK CONTAINS 0 RECORDS
000134      RECORDING MODE IS F.
000134
000134 01  REG-SUSANT       PIC X(150).
000134
000134 FD SUSPENSO
000134      BLOCK CONTAINS 0 RECORDS
000134      RECORDING MODE IS F.
000134
000134     COPY CPSUSPEN.
000135
000136**************************************
000137 WORKING-STORAGE SECTION.
000145 77  WS-RCH-CODE      PIC XX    VALUE SPACES.
000146 77  WS-RUN-CODE      PIC XX    VALUE SPACES.
000147 77  WS-IMP-CODE      PIC XX    VALUE SPACES.
000147 77  WS-SUA-CODE      PIC XX    VALUE SPACES.
000147 77  WS-SUS-CODE      PIC XX    VALUE SPACES.
000148
000149************
000150*CONTADORES*
000156 77  WS-CONT-NEGATIVOS    PIC 9(8)     VALUE ZEROS.
000157 77  WS-CONT-HIS          PIC 9(8)     VALUE ZEROS.
000158 77  WS-CONT-IMP          PIC 9(8)     VALUE ZEROS.
000158 77  WS-CONT-SUS-ALTAS    PIC 9(8)     VALUE ZEROS.
000158 77  WS-CONT-SUS-REPASO   PIC 9(8)     VALUE ZEROS.
000158 77  WS-CONT-SUS-CANCEL   PIC 9(8)     VALUE ZEROS.
000158 77  WS-CONT-SUS-ABIERTAS PIC 9(8)     VALUE ZEROS.
000159
000160********************
000161*      FLAGS       *
000168 01  WS-SW-VALIDO     PIC X     VALUE 'S'.
000169     88  WS-MOV-VALIDO          VALUE 'S'.
000170     88  WS-MOV-INVALIDO        VALUE 'N'.
000170
000170 01  WS-SW-PASE       PIC X     VALUE 'D'.
000170     88  WS-PASE-DEL-DIA        VALUE 'D'.
000170     88  WS-REPASE-SUSPENSO     VALUE 'R'.
000170
000170 01  WS-STA-SUA       PIC X     VALUE 'N'.
000170     88  WS-FIN-SUA             VALUE 'Y'.
000170     88  WS-NO-FIN-SUA          VALUE 'N'.
000171
000172**************************************
000173*   FECHA DE PROCESO Y SU FORMATO    *
000303           MOVE 9999 TO RETURN-CODE
000304           SET  WS-FIN-LECTURA TO TRUE
000305        END-IF
000306
000306        OPEN OUTPUT SUSPENSO
000306        IF WS-SUS-CODE IS NOT EQUAL '00'
000306           DISPLAY '* ERROR EN OPEN SUSPENSO = ' WS-SUS-CODE
000306           MOVE 9999 TO RETURN-CODE
000306           SET  WS-FIN-LECTURA TO TRUE
000306        END-IF
000306     END-IF.
000307
000308     IF NOT WS-FIN-LECTURA
000308        PERFORM 1200-CARGAR-IMPUESTO THRU F-1200-CARGAR-IMPUESTO
000309        PERFORM 1300-REPASAR-SUSPENSO THRU F-1300-REPASAR-SUSPENSO
000310     END-IF.
000311
000312     IF NOT WS-FIN-LECTURA
000312        PERFORM 3000-LEER-MOVCTA THRU F-3000-LEER-MOVCTA
000312     END-IF.
000312
000312 F-1000-INICIO.   EXIT.
000312
000312**************************************************
000312*   REPASE DE LAS PARTIDAS ABIERTAS DEL REGISTRO *
000312*   DE SUSPENSO ANTERIOR (ARCHIVO OPCIONAL), CON *
000312*   LAS MISMAS REGLAS QUE LOS MOVIMIENTOS DEL    *
000312*   DIA. LAS CANCELADAS EN NOCHES ANTERIORES YA  *
000312*   NO PASAN AL REGISTRO NUEVO                   *
000312**************************************************
000312
000312 1300-REPASAR-SUSPENSO.
000312
000312     OPEN INPUT SUSANT.
000312
000312     IF WS-SUA-CODE NOT EQUAL '00'
000312        DISPLAY '* AVISO: SIN REGISTRO DE SUSPENSO ANTERIOR'
000312        GO TO F-1300-REPASAR-SUSPENSO
000312     END-IF.
000312
000312     SET WS-REPASE-SUSPENSO TO TRUE.
000312     SET WS-NO-FIN-SUA      TO TRUE.
000312
000312     PERFORM 1350-LEER-SUSPENSO THRU F-1350-LEER-SUSPENSO
000312        UNTIL WS-FIN-SUA OR WS-FIN-LECTURA.
000312
000312     SET WS-PASE-DEL-DIA TO TRUE.
000312
000312     CLOSE SUSANT.
000312
000312 F-1300-REPASAR-SUSPENSO. EXIT.
000312
000312 1350-LEER-SUSPENSO.
000312
000312     READ SUSANT INTO REG-SUSPENSO
000312        AT END
000312           SET WS-FIN-SUA TO TRUE
000312        NOT AT END
000312           IF SUS-ABIERTA
000312              PERFORM 1400-REPASAR-PARTIDA
000312                 THRU F-1400-REPASAR-PARTIDA
000312           END-IF
000312     END-READ.
000312
000312     IF WS-SUA-CODE IS NOT EQUAL '00'
000312        AND WS-SUA-CODE IS NOT EQUAL '10'
000312        DISPLAY '* ERROR EN LECTURA SUSANT = ' WS-SUA-CODE
000312        MOVE 9999 TO RETURN-CODE
000312        SET WS-FIN-LECTURA TO TRUE
000312     END-IF.
000312
000312 F-1350-LEER-SUSPENSO. EXIT.
000312
000312 1400-REPASAR-PARTIDA.
000312
000312     ADD 1 TO WS-CONT-SUS-REPASO.
000312     ADD 1 TO SUS-REPASES.
000312
000312     MOVE SUS-MOVIMIENTO TO REG-MOVCTA.
000312
000312     PERFORM 4000-APLICAR THRU F-4000-APLICAR.
000312
000312*    UN ERROR DE ARCHIVO DEJA LA PARTIDA ABIERTA
000312
000312     IF WS-MOV-VALIDO AND NOT WS-FIN-LECTURA
000312        MOVE 'C'              TO SUS-ESTADO
000312        MOVE WS-FECHA-PROCESO TO SUS-FECHA-BAJA
000312        ADD 1 TO WS-CONT-SUS-CANCEL
000312     ELSE
000312        IF WS-MOV-INVALIDO
000312           MOVE RCM-MOTIVO    TO SUS-MOTIVO
000312        END-IF
000312        ADD 1 TO WS-CONT-SUS-ABIERTAS
000312     END-IF.
000312
000312     WRITE REG-SUSPENSO.
000312     IF WS-SUS-CODE IS NOT EQUAL '00'
000312        DISPLAY '* ERROR EN WRITE SUSPENSO = ' WS-SUS-CODE
000312        MOVE 9999 TO RETURN-CODE
000312        SET WS-FIN-LECTURA TO TRUE
000312     END-IF.
000312
000312 F-1400-REPASAR-PARTIDA. EXIT.
000312
000312**************************************************
000312*   CARGA DE LA TASA DEL IMPUESTO AL DEBITO Y    *
000312*   CREDITO Y DE LOS CLIENTES EXENTOS (ARCHIVO   *
000312*   OPCIONAL; SIN TASA NO SE RETIENE)            *
000396        AND MCT-TIPO-MOV NOT EQUAL 'CH'
000396        AND MCT-TIPO-MOV NOT EQUAL 'PC'
000396        AND MCT-TIPO-MOV NOT EQUAL 'PV'
000396        AND MCT-TIPO-MOV NOT EQUAL 'MU'
000396        AND MCT-TIPO-MOV NOT EQUAL 'PD'
000396        AND MCT-TIPO-MOV NOT EQUAL 'PQ'
000396        AND MCT-TIPO-MOV NOT EQUAL 'PP'
000396        AND MCT-TIPO-MOV NOT EQUAL 'RT'
000396        AND MCT-TIPO-MOV NOT EQUAL 'DE'
000396        AND MCT-TIPO-MOV NOT EQUAL 'EE'
000396        AND MCT-TIPO-MOV NOT EQUAL 'AT'
000397        AND MCT-TIPO-MOV NOT EQUAL 'FD'
000397        AND MCT-TIPO-MOV NOT EQUAL 'FC'
000397        AND MCT-TIPO-MOV NOT EQUAL 'DA'
000397        AND MCT-TIPO-MOV NOT EQUAL 'RA'
000397        MOVE 'TIPO DE MOVIMIENTO INVALIDO' TO RCM-MOTIVO
000398        PERFORM 4800-RECHAZAR THRU F-4800-RECHAZAR
000399        GO TO F-4000-APLICAR
000422        GO TO F-4000-APLICAR
000423     END-IF.
000424
000425*    DB (TRANSFERENCIA), CO (COMISION), CH (CHEQUE),
000425*    PC (PLAZO FIJO), MU (MULTA), PQ (CUOTA) Y PP (PUNITORIO)
000425*    DEBITAN; CR (TRANSFERENCIA), IN (INTERES), PV
000425*    (VENCIMIENTO), PD (DESEMBOLSO), RT (TRANSFERENCIA
000425*    RECHAZADA) Y DE (DEPOSITO EN EFECTIVO) ACREDITAN;
000425*    EE (EXTRACCION EN EFECTIVO) Y AT (CAJERO AUTOMATICO)
000425*    DEBITAN; EN LA COMPRA-VENTA DE MONEDA EXTRANJERA FD
000425*    DEBITA Y FC ACREDITA, CADA UNO EN SU MONEDA; DA
000425*    (DEBITO AUTOMATICO) DEBITA Y RA (SU REVERSION) ACREDITA
000426
000427     PERFORM 4050-FIRMAR-IMPORTE THRU F-4050-FIRMAR-IMPORTE.
000432
000433*    LA MONEDA EN BLANCO ES DE PESOS (MOVIMIENTOS VIEJOS).
000434*    EL SALDO EN DOLARES DEL MAESTRO PUEDE VENIR EN BLANCO
000492 F-4000-APLICAR. EXIT.
000492
000492**************************************
000492*  IMPORTE CON EL SIGNO DEL TIPO DE  *
000492*  MOVIMIENTO (+ CREDITO, - DEBITO)  *
000492**************************************
000492
000492 4050-FIRMAR-IMPORTE.
000492
000492     IF MCT-TIPO-MOV EQUAL 'CR'
000492        OR MCT-TIPO-MOV EQUAL 'IN'
000492        OR MCT-TIPO-MOV EQUAL 'PV'
000492        OR MCT-TIPO-MOV EQUAL 'PD'
000492        OR MCT-TIPO-MOV EQUAL 'RT'
000492        OR MCT-TIPO-MOV EQUAL 'DE'
000492        OR MCT-TIPO-MOV EQUAL 'FC'
000492        OR MCT-TIPO-MOV EQUAL 'RA'
000492        MOVE MCT-IMPORTE TO WS-IMPORTE-FIRMADO
000492     ELSE
000492        COMPUTE WS-IMPORTE-FIRMADO = MCT-IMPORTE * -1
000492     END-IF.
000492
000492 F-4050-FIRMAR-IMPORTE. EXIT.
000492
000492**************************************
000492*  CALCULO DEL IMPUESTO AL DEBITO Y  *
000492*  CREDITO DEL MOVIMIENTO EN CURSO   *
000492**************************************
000548
000549     MOVE PER-TIP-DOC        TO MOV-TIP-DOC.
000550     MOVE PER-NRO-DOC        TO MOV-NRO-DOC.
000551
000551     PERFORM 4510-CLASIFICAR-MOV THRU F-4510-CLASIFICAR-MOV.
000551
000551     MOVE WS-IMPORTE-FIRMADO TO MOV-IMPORTE.
000551     MOVE WS-FECHA-PROCESO   TO MOV-FECHA.
000551     MOVE WS-SALDO-NUEVO     TO MOV-SALDO-RESULT.
000551     MOVE WS-MONEDA-MOV      TO MOV-MONEDA.
000551
000551     WRITE REG-MOVHIS.
000551     IF WS-HIS-CODE IS NOT EQUAL '00'
000551        DISPLAY '* ERROR EN WRITE HISTORIA = ' WS-HIS-CODE
000551        MOVE 9999 TO RETURN-CODE
000551        SET WS-FIN-LECTURA TO TRUE
000551     END-IF.
000551     ADD 1 TO WS-CONT-HIS.
000551
000551 F-4500-GRABAR-HISTORIA. EXIT.
000551
000551**************************************
000551*  SUCURSAL Y TIPO DE LA HISTORIA    *
000551*  SEGUN EL TIPO DE MOVIMIENTO       *
000551**************************************
000551
000551 4510-CLASIFICAR-MOV.
000551
000551     MOVE ZEROS              TO MOV-SUC.
000551
000551*    EL EFECTIVO DE CAJA LLEVA LA SUCURSAL EN LA CONTRAPARTE
000551*    ('EFECTIVO SUC NN')
000551
000551     IF MCT-TIPO-MOV EQUAL 'DE' OR MCT-TIPO-MOV EQUAL 'EE'
000551        IF MCT-CONTRAPARTE(14:2) IS NUMERIC
000551           MOVE MCT-CONTRAPARTE(14:2) TO MOV-SUC
000551        END-IF
000551     END-IF.
000552
000553     EVALUATE MCT-TIPO-MOV
000554       WHEN 'DB'
000559          MOVE 74 TO MOV-TIPO
000559       WHEN 'PV'
000559          MOVE 76 TO MOV-TIPO
000559       WHEN 'MU'
000559          MOVE 77 TO MOV-TIPO
000559       WHEN 'PD'
000559          MOVE 78 TO MOV-TIPO
000559       WHEN 'PQ'
000559          MOVE 79 TO MOV-TIPO
000559       WHEN 'PP'
000559          MOVE 80 TO MOV-TIPO
000559       WHEN 'RT'
000559          MOVE 81 TO MOV-TIPO
000559       WHEN 'DE'
000559          MOVE 82 TO MOV-TIPO
000559       WHEN 'EE'
000559          MOVE 83 TO MOV-TIPO
000559       WHEN 'AT'
000559          MOVE 84 TO MOV-TIPO
000559       WHEN 'FD'
000559          MOVE 85 TO MOV-TIPO
000559       WHEN 'FC'
000559          MOVE 86 TO MOV-TIPO
000559       WHEN 'DA'
000559          MOVE 87 TO MOV-TIPO
000559       WHEN 'RA'
000559          MOVE 88 TO MOV-TIPO
000560       WHEN OTHER
000561          MOVE 99 TO MOV-TIPO
000562     END-EVALUATE.
000563
000564 F-4510-CLASIFICAR-MOV. EXIT.
000578
000579**************************************************
000580*   PARRAFO COMUN PARA GRABAR UN RECHAZO CON     *
000585
000586     SET WS-MOV-INVALIDO TO TRUE.
000587
000587*    EN EL REPASE LA PARTIDA YA ESTA EN SUSPENSO: SOLO SE
000587*    ACTUALIZA SU MOTIVO
000587
000587     IF WS-REPASE-SUSPENSO
000587        GO TO F-4800-RECHAZAR
000587     END-IF.
000587
000588     MOVE REG-MOVCTA        TO RCM-MOVIMIENTO.
000589     MOVE WS-FECHA-PROCESO  TO RCM-FECHA.
000590
000596     END-IF.
000597     ADD 1 TO WS-CONT-RECHAZADOS.
000598
000599     PERFORM 4850-ALTA-SUSPENSO THRU F-4850-ALTA-SUSPENSO.
000599
000599 F-4800-RECHAZAR. EXIT.
000599
000599**************************************************
000599*   ALTA DE LA PARTIDA EN EL REGISTRO DE         *
000599*   SUSPENSO: EL SALDO DE LA CUENTA YA ESTA      *
000599*   MOVIDO Y EL MAESTRO NO                       *
000599**************************************************
000599
000599 4850-ALTA-SUSPENSO.
000599
000599     MOVE SPACES            TO REG-SUSPENSO.
000599     MOVE REG-MOVCTA        TO SUS-MOVIMIENTO.
000599     MOVE WS-FECHA-PROCESO  TO SUS-FECHA-ALTA.
000599
000599     IF MCT-IMPORTE IS NUMERIC
000599        PERFORM 4050-FIRMAR-IMPORTE THRU F-4050-FIRMAR-IMPORTE
000599     ELSE
000599        MOVE ZEROS TO WS-IMPORTE-FIRMADO
000599     END-IF.
000599     MOVE WS-IMPORTE-FIRMADO TO SUS-IMPORTE.
000599
000599     IF MCT-MONEDA EQUAL SPACES
000599        MOVE '01'           TO SUS-MONEDA
000599     ELSE
000599        MOVE MCT-MONEDA     TO SUS-MONEDA
000599     END-IF.
000599
000599     PERFORM 4510-CLASIFICAR-MOV THRU F-4510-CLASIFICAR-MOV.
000599
000599     MOVE MCT-TIPO-MOV      TO SUS-ORIGEN.
000599     MOVE MOV-TIPO          TO SUS-TIPO-HIS.
000599     MOVE MOV-SUC           TO SUS-SUC.
000599     MOVE RCM-MOTIVO        TO SUS-MOTIVO.
000599     MOVE ZEROS             TO SUS-REPASES.
000599     MOVE 'A'               TO SUS-ESTADO.
000599     MOVE ZEROS             TO SUS-FECHA-BAJA.
000599
000599     WRITE REG-SUSPENSO.
000599     IF WS-SUS-CODE IS NOT EQUAL '00'
000599        DISPLAY '* ERROR EN WRITE SUSPENSO = ' WS-SUS-CODE
000599        MOVE 9999 TO RETURN-CODE
000599        SET WS-FIN-LECTURA TO TRUE
000599     END-IF.
000599     ADD 1 TO WS-CONT-SUS-ALTAS.
000599
000599 F-4850-ALTA-SUSPENSO. EXIT.
000600
000601**************************************
000602*                                    *
000634          DISPLAY '* ERROR EN CLOSE RECHAZOS = ' WS-RCH-CODE
000635          MOVE 9999 TO RETURN-CODE
000636       END-IF.
000636
000636     CLOSE SUSPENSO
000636        IF WS-SUS-CODE IS NOT EQUAL '00'
000636          DISPLAY '* ERROR EN CLOSE SUSPENSO = ' WS-SUS-CODE
000636          MOVE 9999 TO RETURN-CODE
000636       END-IF.
000637
000638**********************************
000639*   MOSTRAR TOTALES DE CONTROL   *
000646     DISPLAY 'SALDOS NEGATIVOS: '          WS-CONT-NEGATIVOS.
000647     DISPLAY 'MOVIMIENTOS EN HISTORIA: '   WS-CONT-HIS.
000647     DISPLAY 'IMPUESTOS RETENIDOS: '       WS-CONT-IMP.
000647     DISPLAY 'SUSPENSO REPASADAS: '        WS-CONT-SUS-REPASO.
000647     DISPLAY 'SUSPENSO CANCELADAS: '       WS-CONT-SUS-CANCEL.
000647     DISPLAY 'SUSPENSO SIGUEN ABIERTAS: '  WS-CONT-SUS-ABIERTAS.
000647     DISPLAY 'SUSPENSO ALTAS DEL DIA: '    WS-CONT-SUS-ALTAS.
000648
000649 F-9999-FINAL. EXIT.
