000016*  TARJETA: OPER(1) TIPO-CTA(2) NRO-CTA(15)              *
000017*           DESDE 9(08)  HASTA 9(08)  FECHA 9(08)        *
000018*                                                        *
000018*  NO SE CARGAN CHEQUERAS A LAS CUENTAS CON UNA          *
000018*  INHABILITACION VIGENTE EN INHABI19 (CPINHABI, LA      *
000018*  GRABA PGMINH55 POR CHEQUES RECHAZADOS SIN FONDOS)     *
000018*                                                        *
000019**********************************************************
000020*      MANTENIMIENTO DE PROGRAMA                         *
000021**********************************************************
000025*             * DEL REGISTRO DE      *
000026*             * CHEQUES              *
000027**************************************
000027* 15/10/2026  * RECHAZO DE ALTAS A   *
000027*             * CUENTAS INHABILITADAS*
000027**************************************
000028 AUTHOR. NAHUEL GATTARI.
000029 ENVIRONMENT DIVISION.
000030 CONFIGURATION SECTION.
000043       RECORD KEY IS CHQ-CLAVE
000044       FILE STATUS IS WS-REG-CODE.
000045
000045       SELECT INHABIL  ASSIGN DDINH
000045       ORGANIZATION   IS INDEXED
000045       ACCESS IS RANDOM
000045       RECORD KEY IS INH-CLAVE
000045       FILE STATUS IS WS-INH-CODE.
000045
000046       SELECT LISTADO  ASSIGN DDLIS
000047              FILE STATUS IS WS-LIS-CODE.
000048
000067
000068     COPY CPCHEQUE.
000069
000069 FD INHABIL.
000069
000069     COPY CPINHABI.
000069
000070 FD LISTADO
000071      BLOCK CONTAINS 0 RECORDS
000072      RECORDING MODE IS F.
000080 77  WS-CHB-CODE      PIC XX    VALUE SPACES.
000081 77  WS-REG-CODE      PIC XX    VALUE SPACES.
000082 77  WS-LIS-CODE      PIC XX    VALUE SPACES.
000082 77  WS-INH-CODE      PIC XX    VALUE SPACES.
000083
000084************
000085*CONTADORES*
000097     88  WS-FIN-LECTURA         VALUE 'Y'.
000098     88  WS-NO-FIN-LECTURA      VALUE 'N'.
000099
000099 01  WS-SW-INHABIL    PIC X     VALUE 'N'.
000099     88  WS-CUENTA-INHABILITADA VALUE 'S'.
000099     88  WS-CUENTA-HABILITADA   VALUE 'N'.
000099
000100**************************************
000101*   CONTROL DEL RANGO DE LA CHEQUERA *
000102**************************************
000165        SET  WS-FIN-LECTURA TO TRUE
000166     END-IF
000167
000167     OPEN INPUT INHABIL
000167     IF WS-INH-CODE IS NOT EQUAL '00'
000167        DISPLAY '* ERROR EN OPEN INHABIL   = ' WS-INH-CODE
000167        MOVE 9999 TO RETURN-CODE
000167        SET  WS-FIN-LECTURA TO TRUE
000167     END-IF
000167
000168     OPEN OUTPUT LISTADO
000169     IF WS-LIS-CODE IS NOT EQUAL '00'
000170        DISPLAY '* ERROR EN OPEN LISTADO   = ' WS-LIS-CODE
000240        GO TO F-4000-ALTA-CHEQUERA
000241     END-IF.
000242
000242     PERFORM 4200-CONTROL-INHABIL THRU F-4200-CONTROL-INHABIL.
000242
000242     IF WS-CUENTA-INHABILITADA
000242        MOVE 'CUENTA INHABILITADA (CHEQUES RECHAZADOS)'
000242             TO WS-ERR-MOTIVO
000242        PERFORM 5500-GRABAR-ERROR THRU F-5500-GRABAR-ERROR
000242        GO TO F-4000-ALTA-CHEQUERA
000242     END-IF.
000242
000243     IF CHB-DESDE IS NOT NUMERIC
000244        OR CHB-HASTA IS NOT NUMERIC
000245        OR CHB-DESDE GREATER THAN CHB-HASTA
000265
000266 F-4000-ALTA-CHEQUERA. EXIT.
000267
000267**************************************
000267*  INHABILITACION VIGENTE DE LA      *
000267*  CUENTA A LA FECHA DE LA TARJETA   *
000267**************************************
000267
000267 4200-CONTROL-INHABIL.
000267
000267     SET WS-CUENTA-HABILITADA TO TRUE.
000267
000267     MOVE CHB-TIPO-CUENTA TO INH-TIPO-CUENTA.
000267     MOVE CHB-NRO-CUENTA  TO INH-NRO-CUENTA.
000267
000267     READ INHABIL
000267        INVALID KEY
000267           GO TO F-4200-CONTROL-INHABIL
000267     END-READ.
000267
000267     IF WS-INH-CODE IS NOT EQUAL '00'
000267        DISPLAY '* ERROR EN LECTURA INHABIL = ' WS-INH-CODE
000267        MOVE 9999 TO RETURN-CODE
000267        SET WS-FIN-LECTURA TO TRUE
000267        GO TO F-4200-CONTROL-INHABIL
000267     END-IF.
000267
000267     IF INH-ESTADO EQUAL 'A'
000267        AND INH-FECHA-HASTA NOT LESS THAN CHB-FECHA
000267        SET WS-CUENTA-INHABILITADA TO TRUE
000267     END-IF.
000267
000267 F-4200-CONTROL-INHABIL. EXIT.
000267
000268 4500-GRABAR-CHEQUE.
000269
000270     MOVE SPACES          TO REG-CHEQUE.
000369          MOVE 9999 TO RETURN-CODE
000370       END-IF.
000371
000371     CLOSE INHABIL
000371        IF WS-INH-CODE IS NOT EQUAL '00'
000371          DISPLAY '* ERROR EN CLOSE INHABIL   = ' WS-INH-CODE
000371          MOVE 9999 TO RETURN-CODE
000371       END-IF.
000371
000372     CLOSE LISTADO
000373        IF WS-LIS-CODE IS NOT EQUAL '00'
000374          DISPLAY '* ERROR EN CLOSE LISTADO   = ' WS-LIS-CODE
