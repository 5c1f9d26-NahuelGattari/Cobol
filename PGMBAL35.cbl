000011*     ANTERIOR) + MOVIMIENTOS DEL DIA EN LA HISTORIA     *
000012*     (NOVEDADES DE PGMAPA99 Y TRANSFERENCIAS EN LINEA   *
000013*     PASADAS POR PGMMOV34) = SALDO DE HOY               *
000013*     LOS MOVIMIENTOS DEL DIA SE LEEN POR PGMHIS         *
000014*                                                        *
000015*  LOS CLIENTES QUE NO CUADRAN SALEN EN EL INFORME DE    *
000016*  EXCEPCIONES Y LA CORRIDA TERMINA CON CODIGO 16.       *
000028*             * MOVIMIENTO Y SALDO   *
000028*             * EN DOLARES           *
000028**************************************
000029* 15/10/2026  * MOVIMIENTOS DEL DIA  *
000029*             * POR PGMHIS (SOLO LA  *
000029*             * GENERACION DEL MES)  *
000029**************************************
000029 AUTHOR. NAHUEL GATTARI.
000030 ENVIRONMENT DIVISION.
000031 CONFIGURATION SECTION.
000047       RECORD KEY IS WS-CLAVE-ANT
000048       FILE STATUS IS WS-ANT-CODE.
000049
000053       SELECT LISTADO  ASSIGN DDLIS
000054              FILE STATUS IS WS-LIS-CODE.
000055
000070    03 WS-CLAVE-ANT PIC X(13).
000071    03 FILLER       PIC X(37).
000072
000079 FD LISTADO
000080      BLOCK CONTAINS 0 RECORDS
000081      RECORDING MODE IS F.
000095 77  FILLER        PIC X(26) VALUE '* CODIGOS RETORNO FILES  *'.
000096 77  WS-MAE-CODE      PIC XX    VALUE SPACES.
000097 77  WS-ANT-CODE      PIC XX    VALUE SPACES.
000098 77  WS-LIS-CODE      PIC XX    VALUE SPACES.
000099 77  WS-RUN-CODE      PIC XX    VALUE SPACES.
000100 77  WS-PGMHIS        PIC X(8)  VALUE 'PGMHIS'.
000101
000102************
000103*CONTADORES*
000128     88  WS-NO-ENCONTRO-ACUM    VALUE 'N'.
000129
000130**************************************
000131*   ACCESO A LA HISTORIA (PGMHIS)    *
000132**************************************
000133
000133     COPY CPLKHIS.
000133
000133     COPY CPMOVHIS.
000133
000133**************************************
000133*   ACUMULADOR DE MOVIMIENTOS DEL    *
000133*   DIA POR CLIENTE                  *
000133**************************************
000134
000135 77  WS-CONT-ACUM     PIC 9(03)     VALUE ZEROS.
000286           SET  WS-FIN-LECTURA TO TRUE
000287        END-IF
000288
000289        MOVE 'A'              TO LK-HIS-FUNCION
000290        MOVE WS-FECHA-PROCESO TO LK-HIS-DESDE
000291        MOVE WS-FECHA-PROCESO TO LK-HIS-HASTA
000291        CALL WS-PGMHIS USING LK-HIS-AREA REG-MOVHIS
000291        IF LK-HIS-RESULTADO IS NOT EQUAL 'S'
000291           DISPLAY '* ERROR EN OPEN HISTORIA = ' LK-HIS-CODE
000292           MOVE 9999 TO RETURN-CODE
000293           SET  WS-FIN-LECTURA TO TRUE
000294        END-IF
000361
000362 1600-LEER-HISTORIA.
000363
000364     MOVE 'L' TO LK-HIS-FUNCION.
000365     CALL WS-PGMHIS USING LK-HIS-AREA REG-MOVHIS.
000366
000367     EVALUATE LK-HIS-RESULTADO
000368       WHEN 'S'
000369          ADD 1 TO WS-CONT-MOVS
000370          IF MOV-FECHA EQUAL WS-FECHA-PROCESO
000371             PERFORM 1700-ACUMULAR-MOV THRU F-1700-ACUMULAR-MOV
000372          END-IF
000373       WHEN 'F'
000374          SET WS-FIN-HIS TO TRUE
000375       WHEN OTHER
000375          DISPLAY '* ERROR EN LECTURA HISTORIA = ' LK-HIS-CODE
000376          MOVE 9999 TO RETURN-CODE
000377          SET WS-FIN-HIS TO TRUE
000378          SET WS-FIN-LECTURA TO TRUE
000576          MOVE 9999 TO RETURN-CODE
000577       END-IF.
000578
000585     CLOSE LISTADO
000586        IF WS-LIS-CODE IS NOT EQUAL '00'
000587          DISPLAY '* ERROR EN CLOSE LISTADO  = ' WS-LIS-CODE
