000005*                                                        *
000006*  PROGRAMA DE CARGA DE LA CONSULTA DE MOVIMIENTOS       *
000007*                                                        *
000008*  ACTUALIZA CADA NOCHE EL ARCHIVO DE CONSULTA CONMOV19  *
000009*  (CPCONMOV) QUE RECORRE LA TRANSACCION T248: AGREGA    *
000010*  LOS MOVIMIENTOS DEL DIA DE LA HISTORIA (CPMOVHIS,     *
000011*  POR PGMHIS) Y LOS MOVIMIENTOS EN LINEA (MOVCTA19,     *
000012*  RESOLVIENDO EL TITULAR POR EL INDICE ALTERNATIVO DE   *
000013*  PERSONA) CON LA FECHA COMPLEMENTADA EN LA CLAVE PARA  *
000014*  QUE EL BROWSE MUESTRE PRIMERO LO MAS NUEVO            *
000015*                                                        *
000015*  ANTES DE AGREGAR SE BORRAN LOS REGISTROS ANTERIORES   *
000015*  A LA RETENCION ('RETENCION=NNN' MESES POR SYSIN,      *
000015*  DEFECTO 024) Y LOS DE LA FECHA DE PROCESO O POSTE-    *
000015*  RIORES, PARA QUE UN REPROCESO NO LOS DUPLIQUE. DE     *
000015*  MOVCTA19 SOLO SE TOMAN LOS MOVIMIENTOS DE LA FECHA DE *
000015*  PROCESO (COMO PGMMOV34); LOS DE OTRA FECHA SE CUENTAN *
000016*                                                        *
000017**********************************************************
000018*      MANTENIMIENTO DE PROGRAMA                         *
000023*             * CONSULTA DE          *
000024*             * MOVIMIENTOS (T248)   *
000025**************************************
000025* 15/10/2026  * MULTA POR CHEQUE     *
000025*             * RECHAZADO (MU = 77)  *
000025**************************************
000025* 15/10/2026  * PRESTAMOS: PD = 78,  *
000025*             * PQ = 79 Y PP = 80    *
000025**************************************
000025* 15/10/2026  * TRANSFERENCIA        *
000025*             * RECHAZADA POR LA     *
000025*             * CAMARA (RT = 81)     *
000025**************************************
000025* 15/10/2026  * EFECTIVO POR CAJA:   *
000025*             * DE = 82 Y EE = 83,   *
000025*             * CON LA SUCURSAL DE   *
000025*             * LA CAJA              *
000025**************************************
000025* 15/10/2026  * EXTRACCION POR       *
000025*             * CAJERO AUTOMATICO    *
000025*             * (AT = 84)            *
000025**************************************
000026* 15/10/2026  * CARGA INCREMENTAL    *
000026*             * DEL DIA CON BAJA POR *
000026*             * RETENCION EN MESES   *
000026**************************************
000026* 15/10/2026  * COMPRA-VENTA DE      *
000026*             * MONEDA EXTRANJERA    *
000026*             * (FD = 85, FC = 86)   *
000026**************************************
000026* 15/10/2026  * DEBITO AUTOMATICO    *
000026*             * (DA = 87) Y SU       *
000026*             * REVERSION (RA = 88)  *
000026**************************************
000026* 15/10/2026  * MOVCTA19: SOLO LOS   *
000026*             * MOVIMIENTOS DE LA    *
000026*             * FECHA DE PROCESO     *
000026**************************************
000026 AUTHOR. NAHUEL GATTARI.
000027 ENVIRONMENT DIVISION.
000028 CONFIGURATION SECTION.
000032 INPUT-OUTPUT SECTION.
000033 FILE-CONTROL.
000034
000038       SELECT MOVCTA   ASSIGN DDMOV
000039              FILE STATUS IS WS-MOV-CODE.
000040
000046       FILE STATUS IS WS-PER-CODE.
000047
000048       SELECT CONSULTA ASSIGN DDCON
000049       ORGANIZATION   IS INDEXED
000049       ACCESS IS DYNAMIC
000049       RECORD KEY IS CMV-CLAVE
000049       FILE STATUS IS WS-CON-CODE.
000049
000049       SELECT RUNCTL   ASSIGN DDRUN
000049              FILE STATUS IS WS-RUN-CODE.
000049
000049       SELECT PARMIN   ASSIGN SYSIN
000049              FILE STATUS IS WS-PRM-CODE.
000050
000051 DATA DIVISION.
000052 FILE SECTION.
000059 FD MOVCTA
000060      BLOCK CONTAINS 0 RECORDS
000061      RECORDING MODE IS F.
000074     03  WS-CLAVE-PER-CLI       PIC 9(03).
000075     03  FILLER                 PIC X(140).
000076
000077 FD CONSULTA.
000078
000079     COPY CPCONMOV.
000080
000081 FD RUNCTL
000081      BLOCK CONTAINS 0 RECORDS
000081      RECORDING MODE IS F.
000081
000081     COPY CPRUNCTL.
000081
000081 FD PARMIN
000081      BLOCK CONTAINS 0 RECORDS
000081      RECORDING MODE IS F.
000081
000081 01  REG-PARMIN      PIC X(80).
000082
000083**************************************
000084 WORKING-STORAGE SECTION.
000085**************************************
000086 77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000087 77  WS-MOV-CODE      PIC XX    VALUE SPACES.
000088 77  WS-PER-CODE      PIC XX    VALUE SPACES.
000089 77  WS-CON-CODE      PIC XX    VALUE SPACES.
000090 77  WS-RUN-CODE      PIC XX    VALUE SPACES.
000090 77  WS-PRM-CODE      PIC XX    VALUE SPACES.
000090 77  WS-PGMHIS        PIC X(8)  VALUE 'PGMHIS'.
000091
000092************
000093*CONTADORES*
000096 77  WS-CONT-MOV          PIC 9(8)     VALUE ZEROS.
000097 77  WS-CONT-GRABADOS     PIC 9(8)     VALUE ZEROS.
000098 77  WS-CONT-SIN-TITULAR  PIC 9(8)     VALUE ZEROS.
000099 77  WS-CONT-DEPURADOS    PIC 9(8)     VALUE ZEROS.
000099 77  WS-CONT-SALTEADOS    PIC 9(8)     VALUE ZEROS.
000099 77  WS-SECUENCIA         PIC 9(4)     VALUE ZEROS.
000099 77  WS-REINTENTOS        PIC 9(4)     VALUE ZEROS.
000100
000101********************
000102*      FLAGS       *
000113 01  WS-STA-MOV       PIC X     VALUE 'N'.
000114     88  WS-FIN-MOV             VALUE 'Y'.
000115     88  WS-NO-FIN-MOV          VALUE 'N'.
000115
000115 01  WS-STA-CON       PIC X     VALUE 'N'.
000115     88  WS-FIN-CON             VALUE 'Y'.
000115     88  WS-NO-FIN-CON          VALUE 'N'.
000115
000115**************************************
000115*   FECHA DE PROCESO Y RETENCION     *
000115**************************************
000115
000115 77  WS-FECHA-PROCESO     PIC 9(08)    VALUE ZEROS.
000115 77  WS-PARM-RETENCION    PIC 9(03)    VALUE 024.
000115 77  WS-RESTA-MESES       PIC 9(05)    VALUE ZEROS.
000115
000115 01  WS-FECHA-GUION.
000115     03  WS-GUI-DD        PIC X(02)    VALUE SPACES.
000115     03  FILLER           PIC X(01)    VALUE '-'.
000115     03  WS-GUI-MM        PIC X(02)    VALUE SPACES.
000115     03  FILLER           PIC X(01)    VALUE '-'.
000115     03  WS-GUI-AAAA      PIC X(04)    VALUE SPACES.
000115
000115 01  WS-FECHA-CORTE       PIC 9(08)    VALUE ZEROS.
000115 01  WS-FECHA-CORTE-R REDEFINES WS-FECHA-CORTE.
000115     03  WS-COR-AAAA      PIC 9(04).
000115     03  WS-COR-MM        PIC 9(02).
000115     03  WS-COR-DD        PIC 9(02).
000115
000115**************************************
000115*   ACCESO A LA HISTORIA (PGMHIS)    *
000115**************************************
000115
000115     COPY CPLKHIS.
000115
000115     COPY CPMOVHIS.
000116
000117**************************************
000118*   FECHA DEL MOVIMIENTO EN LINEA    *
000139     PERFORM 1000-INICIO  THRU   F-1000-INICIO.
000140
000141     IF RETURN-CODE EQUAL ZEROS
000142        PERFORM 1500-DEPURAR-CONSULTA
000143           THRU F-1500-DEPURAR-CONSULTA
000143     END-IF.
000143
000143     IF RETURN-CODE EQUAL ZEROS
000143        PERFORM 2000-VOLCAR-HISTORIA
000143           THRU F-2000-VOLCAR-HISTORIA
000144        PERFORM 3000-VOLCAR-MOVCTA
000145           THRU F-3000-VOLCAR-MOVCTA
000158
000159     SET WS-NO-FIN-LECTURA TO TRUE.
000160
000161     PERFORM 1100-LEER-RUNCTL THRU F-1100-LEER-RUNCTL.
000162     PERFORM 1150-LEER-PARM   THRU F-1150-LEER-PARM.
000163     PERFORM 1180-FECHA-CORTE THRU F-1180-FECHA-CORTE.
000164
000165     OPEN INPUT MOVCTA
000168     IF WS-MOV-CODE IS NOT EQUAL '00'
000169        DISPLAY '* ERROR EN OPEN MOVCTA   = ' WS-MOV-CODE
000170        MOVE 9999 TO RETURN-CODE
000176        MOVE 9999 TO RETURN-CODE
000177     END-IF
000178
000179     OPEN I-O CONSULTA
000180     IF WS-CON-CODE IS NOT EQUAL '00'
000181        DISPLAY '* ERROR EN OPEN CONSULTA = ' WS-CON-CODE
000182        MOVE 9999 TO RETURN-CODE
000183     END-IF.
000184
000185 F-1000-INICIO.   EXIT.
000185
000185**************************************
000185*  FECHA DE PROCESO DEL CICLO        *
000185**************************************
000185
000185 1100-LEER-RUNCTL.
000185
000185     OPEN INPUT RUNCTL.
000185     IF WS-RUN-CODE IS NOT EQUAL '00'
000185        DISPLAY '* ERROR EN OPEN RUNCTL   = ' WS-RUN-CODE
000185        MOVE 9999 TO RETURN-CODE
000185        GO TO F-1100-LEER-RUNCTL
000185     END-IF.
000185
000185     READ RUNCTL.
000185     IF WS-RUN-CODE IS NOT EQUAL '00'
000185        DISPLAY '* ERROR EN LECTURA RUNCTL = ' WS-RUN-CODE
000185        MOVE 9999 TO RETURN-CODE
000185     ELSE
000185        MOVE RUN-FECHA-PROCESO TO WS-FECHA-PROCESO
000185        MOVE RUN-FECHA-PROCESO(7:2) TO WS-GUI-DD
000185        MOVE RUN-FECHA-PROCESO(5:2) TO WS-GUI-MM
000185        MOVE RUN-FECHA-PROCESO(1:4) TO WS-GUI-AAAA
000185     END-IF.
000185
000185     CLOSE RUNCTL.
000185
000185 F-1100-LEER-RUNCTL. EXIT.
000185
000185**************************************
000185*  PARAMETRO: RETENCION=NNN (MESES)  *
000185**************************************
000185
000185 1150-LEER-PARM.
000185
000185     OPEN INPUT PARMIN.
000185
000185     IF WS-PRM-CODE EQUAL '00'
000185        MOVE SPACES TO REG-PARMIN
000185        READ PARMIN
000185           AT END
000185              CONTINUE
000185           NOT AT END
000185              IF REG-PARMIN(1:10) EQUAL 'RETENCION='
000185                 AND REG-PARMIN(11:3) IS NUMERIC
000185                 MOVE REG-PARMIN(11:3) TO WS-PARM-RETENCION
000185              END-IF
000185        END-READ
000185        CLOSE PARMIN
000185     END-IF.
000185
000185 F-1150-LEER-PARM. EXIT.
000185
000185**************************************
000185*  FECHA DE CORTE: PROCESO MENOS     *
000185*  LOS MESES DE RETENCION            *
000185**************************************
000185
000185 1180-FECHA-CORTE.
000185
000185     MOVE WS-FECHA-PROCESO TO WS-FECHA-CORTE.
000185
000185     COMPUTE WS-RESTA-MESES =
000185             WS-COR-AAAA * 12 + WS-COR-MM - WS-PARM-RETENCION.
000185
000185     COMPUTE WS-COR-AAAA = (WS-RESTA-MESES - 1) / 12.
000185     COMPUTE WS-COR-MM   =
000185             WS-RESTA-MESES - (WS-COR-AAAA * 12).
000185
000185 F-1180-FECHA-CORTE. EXIT.
000185
000185**************************************
000185*  BAJA DE LO ANTERIOR A LA FECHA DE *
000185*  CORTE Y DE LO YA CARGADO PARA LA  *
000185*  FECHA DE PROCESO (REPROCESO)      *
000185**************************************
000185
000185 1500-DEPURAR-CONSULTA.
000185
000185     MOVE LOW-VALUES TO CMV-CLAVE.
000185
000185     START CONSULTA KEY IS NOT LESS THAN CMV-CLAVE
000185        INVALID KEY
000185           GO TO F-1500-DEPURAR-CONSULTA
000185     END-START.
000185
000185     SET WS-NO-FIN-CON TO TRUE.
000185
000185     PERFORM 1550-LEER-CONSULTA THRU F-1550-LEER-CONSULTA
000185        UNTIL WS-FIN-CON.
000185
000185 F-1500-DEPURAR-CONSULTA. EXIT.
000185
000185 1550-LEER-CONSULTA.
000185
000185     READ CONSULTA NEXT RECORD
000185        AT END
000185           SET WS-FIN-CON TO TRUE
000185           GO TO F-1550-LEER-CONSULTA
000185     END-READ.
000185
000185     IF WS-CON-CODE IS NOT EQUAL '00'
000185        DISPLAY '* ERROR EN LECTURA CONSULTA = ' WS-CON-CODE
000185        MOVE 9999 TO RETURN-CODE
000185        SET WS-FIN-CON TO TRUE
000185        GO TO F-1550-LEER-CONSULTA
000185     END-IF.
000185
000185     IF CMV-FECHA NOT LESS THAN WS-FECHA-CORTE
000185        AND CMV-FECHA LESS THAN WS-FECHA-PROCESO
000185        GO TO F-1550-LEER-CONSULTA
000185     END-IF.
000185
000185     DELETE CONSULTA RECORD
000185        INVALID KEY
000185           DISPLAY '* ERROR EN BAJA CONSULTA = ' WS-CON-CODE
000185           MOVE 9999 TO RETURN-CODE
000185           SET WS-FIN-CON TO TRUE
000185           GO TO F-1550-LEER-CONSULTA
000185     END-DELETE.
000185
000185     ADD 1 TO WS-CONT-DEPURADOS.
000185
000185 F-1550-LEER-CONSULTA. EXIT.
000186
000187**************************************
000188*  MOVIMIENTOS DEL DIA DE LA         *
000189*  HISTORIA (GENERACION DEL MES)     *
000190**************************************
000191
000192 2000-VOLCAR-HISTORIA.
000193
000193     MOVE 'A'              TO LK-HIS-FUNCION.
000193     MOVE WS-FECHA-PROCESO TO LK-HIS-DESDE.
000193     MOVE WS-FECHA-PROCESO TO LK-HIS-HASTA.
000193     CALL WS-PGMHIS USING LK-HIS-AREA REG-MOVHIS.
000193
000193     IF LK-HIS-RESULTADO NOT EQUAL 'S'
000193        DISPLAY '* ERROR EN ACCESO HISTORIA = ' LK-HIS-CODE
000193        MOVE 9999 TO RETURN-CODE
000193        GO TO F-2000-VOLCAR-HISTORIA
000193     END-IF.
000193
000193     SET WS-NO-FIN-HIS TO TRUE.
000194
000195     PERFORM 2100-LEER-HISTORIA THRU F-2100-LEER-HISTORIA
000199
000200 2100-LEER-HISTORIA.
000201
000202     MOVE 'L' TO LK-HIS-FUNCION.
000203     CALL WS-PGMHIS USING LK-HIS-AREA REG-MOVHIS.
000204
000205     IF LK-HIS-RESULTADO EQUAL 'E'
000206        DISPLAY '* ERROR EN LECTURA HISTORIA = ' LK-HIS-CODE
000206        MOVE 9999 TO RETURN-CODE
000206     END-IF.
000206
000206     IF LK-HIS-RESULTADO NOT EQUAL 'S'
000206        SET WS-FIN-HIS TO TRUE
000206        GO TO F-2100-LEER-HISTORIA
000206     END-IF.
000207
000208     ADD 1 TO WS-CONT-HIS.
000209
000250
000251     ADD 1 TO WS-CONT-MOV.
000252
000253*    LOS MOVIMIENTOS DE OTRA FECHA SE AGREGARIAN EN CADA CORRIDA
000253
000253     IF MCT-FECHA NOT EQUAL WS-FECHA-GUION
000253        ADD 1 TO WS-CONT-SALTEADOS
000253        GO TO F-3100-LEER-MOVCTA
000253     END-IF.
000253
000253     IF MCT-NRO-CLIENTE IS NOT NUMERIC
000254        OR MCT-NRO-CLIENTE EQUAL ZEROS
000255        ADD 1 TO WS-CONT-SIN-TITULAR
000277     PERFORM 5000-SECUENCIA THRU F-5000-SECUENCIA.
000278     MOVE WS-FECHA-MOV-NUM TO CMV-FECHA.
000279     MOVE ZEROS           TO CMV-SUC.
000279
000279*    EL EFECTIVO DE CAJA LLEVA LA SUCURSAL EN LA CONTRAPARTE
000279
000279     IF MCT-TIPO-MOV EQUAL 'DE' OR MCT-TIPO-MOV EQUAL 'EE'
000279        IF MCT-CONTRAPARTE(14:2) IS NUMERIC
000279           MOVE MCT-CONTRAPARTE(14:2) TO CMV-SUC
000279        END-IF
000279     END-IF.
000280
000281     EVALUATE MCT-TIPO-MOV
000282       WHEN 'DB'
000287          MOVE 74 TO CMV-TIPO
000287       WHEN 'PV'
000287          MOVE 76 TO CMV-TIPO
000287       WHEN 'MU'
000287          MOVE 77 TO CMV-TIPO
000287       WHEN 'PD'
000287          MOVE 78 TO CMV-TIPO
000287       WHEN 'PQ'
000287          MOVE 79 TO CMV-TIPO
000287       WHEN 'PP'
000287          MOVE 80 TO CMV-TIPO
000287       WHEN 'RT'
000287          MOVE 81 TO CMV-TIPO
000287       WHEN 'DE'
000287          MOVE 82 TO CMV-TIPO
000287       WHEN 'EE'
000287          MOVE 83 TO CMV-TIPO
000287       WHEN 'AT'
000287          MOVE 84 TO CMV-TIPO
000287       WHEN 'FD'
000287          MOVE 85 TO CMV-TIPO
000287       WHEN 'FC'
000287          MOVE 86 TO CMV-TIPO
000287       WHEN 'DA'
000287          MOVE 87 TO CMV-TIPO
000287       WHEN 'RA'
000287          MOVE 88 TO CMV-TIPO
000288       WHEN OTHER
000289          MOVE 99 TO CMV-TIPO
000290     END-EVALUATE.
000291
000292     MOVE MCT-MONEDA      TO CMV-MONEDA.
000293
000293*    CR, IN, PV, PD, RT, DE, FC Y RA ACREDITAN; EL RESTO DEBITA
000293
000294     IF MCT-TIPO-MOV EQUAL 'CR'
000294        OR MCT-TIPO-MOV EQUAL 'IN'
000294        OR MCT-TIPO-MOV EQUAL 'PV'
000294        OR MCT-TIPO-MOV EQUAL 'PD'
000294        OR MCT-TIPO-MOV EQUAL 'RT'
000294        OR MCT-TIPO-MOV EQUAL 'DE'
000295        OR MCT-TIPO-MOV EQUAL 'FC'
000295        OR MCT-TIPO-MOV EQUAL 'RA'
000295        MOVE MCT-IMPORTE TO CMV-IMPORTE
000296     ELSE
000297        COMPUTE CMV-IMPORTE = ZERO - MCT-IMPORTE
000322
000323**************************************
000324*  GRABACION DEL REGISTRO DE         *
000325*  CONSULTA (CLAVE DUPLICADA: OTRA   *
000326*  SECUENCIA)                        *
000327**************************************
000328
000329 6000-GRABAR.
000330
000331     MOVE ZEROS TO WS-REINTENTOS.
000331
000331 6000-A-ESCRIBIR.
000331
000331     WRITE REG-CONMOV.
000331
000331     IF WS-CON-CODE EQUAL '22'
000331        AND WS-REINTENTOS < 9999
000331        ADD 1 TO WS-REINTENTOS
000331        PERFORM 5000-SECUENCIA THRU F-5000-SECUENCIA
000331        GO TO 6000-A-ESCRIBIR
000331     END-IF.
000331
000331     IF WS-CON-CODE IS NOT EQUAL '00'
000332        DISPLAY '* ERROR EN WRITE CONSULTA = ' WS-CON-CODE
000333        MOVE 9999 TO RETURN-CODE
000346**************************************
000347 9999-FINAL.
000348
000355     CLOSE MOVCTA
000356        IF WS-MOV-CODE IS NOT EQUAL '00'
000357          DISPLAY '* ERROR EN CLOSE MOVCTA   = ' WS-MOV-CODE
000374*   MOSTRAR TOTALES DE CONTROL   *
000375**********************************
000376
000377     DISPLAY 'FECHA DE CORTE: '          WS-FECHA-CORTE.
000377     DISPLAY 'REGISTROS DADOS DE BAJA: ' WS-CONT-DEPURADOS.
000377     DISPLAY 'MOVIMIENTOS DE HISTORIA: ' WS-CONT-HIS.
000378     DISPLAY 'MOVIMIENTOS EN LINEA: '    WS-CONT-MOV.
000378     DISPLAY 'MOVIMIENTOS DE OTRA FECHA: ' WS-CONT-SALTEADOS.
000379     DISPLAY 'REGISTROS GRABADOS: '      WS-CONT-GRABADOS.
000380     DISPLAY 'SIN TITULAR: '             WS-CONT-SIN-TITULAR.
000381
