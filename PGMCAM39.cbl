000013*  MAESTRO Y A LA HISTORIA ESA MISMA NOCHE). LOS CBU     *
000014*  NO UBICADOS SE DEVUELVEN EN EL ARCHIVO DE RETORNOS    *
000015*  CON SU MOTIVO                                         *
000015*                                                        *
000015*  LOS RETORNOS (CPDEVINT) LLEVAN EL CODIGO DE MOTIVO    *
000015*  CON EL QUE PGMDEV61 LOS DEVUELVE A LA CAMARA          *
000016*                                                        *
000017**********************************************************
000018*      MANTENIMIENTO DE PROGRAMA                         *
000023*             * CON ACREDITACION     *
000024*             * POR CBU              *
000025**************************************
000025* 15/10/2026  * CODIGO DE MOTIVO EN  *
000025*             * LOS RETORNOS PARA LA *
000025*             * DEVOLUCION A CAMARA  *
000025*             * COPY CPDEVINT        *
000025**************************************
000026 AUTHOR. NAHUEL GATTARI.
000027 ENVIRONMENT DIVISION.
000028 CONFIGURATION SECTION.
000073      BLOCK CONTAINS 0 RECORDS
000074      RECORDING MODE IS F.
000075
000076     COPY CPDEVINT.
000081
000082 FD RUNCTL
000083      BLOCK CONTAINS 0 RECORDS
000128     COPY CPINTERC.
000129
000130 77  WS-MOTIVO            PIC X(30)    VALUE SPACES.
000130 77  WS-COD-MOTIVO        PIC X(02)    VALUE SPACES.
000131
000132**************************************
000133*   FECHA DE PROCESO Y SU FORMATO    *
000325     IF INT-IMPORTE IS NOT NUMERIC
000326        OR INT-IMPORTE NOT GREATER THAN ZEROS
000327        MOVE 'IMPORTE INVALIDO' TO WS-MOTIVO
000327        MOVE '02'               TO WS-COD-MOTIVO
000328        PERFORM 4800-I-DEVOLVER THRU 4800-F-DEVOLVER
000329        GO TO 4000-F-ACREDITAR
000330     END-IF.
000349          CONTINUE
000350       WHEN +100
000351          MOVE 'CBU INEXISTENTE' TO WS-MOTIVO
000351          MOVE '01'              TO WS-COD-MOTIVO
000352          PERFORM 4800-I-DEVOLVER THRU 4800-F-DEVOLVER
000353          GO TO 4000-F-ACREDITAR
000354       WHEN OTHER
000355          MOVE 'ERROR DB2 AL UBICAR EL CBU' TO WS-MOTIVO
000355          MOVE '09'                         TO WS-COD-MOTIVO
000356          PERFORM 4800-I-DEVOLVER THRU 4800-F-DEVOLVER
000357          GO TO 4000-F-ACREDITAR
000358     END-EVALUATE.
000376
000377     IF SQLCODE NOT EQUAL ZEROS
000378        MOVE 'ERROR DB2 EN CREDITO' TO WS-MOTIVO
000378        MOVE '09'                   TO WS-COD-MOTIVO
000379        EXEC SQL
000380           ROLLBACK
000381        END-EXEC
000436     MOVE REG-ENTRADA      TO DEV-REGISTRO.
000437     MOVE WS-MOTIVO        TO DEV-MOTIVO.
000438     MOVE WS-FECHA-PROCESO TO DEV-FECHA.
000438     MOVE WS-COD-MOTIVO    TO DEV-CODIGO.
000439
000440     WRITE REG-DEVUELTO.
000441     IF WS-DEV-CODE IS NOT EQUAL '00'
