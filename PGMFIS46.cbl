000016*     TR  CANTIDAD DE DETALLES + TOTAL RETENIDO          *
000017*                                                        *
000018*  PARAMETROS SYSIN: FECHA DESDE Y FECHA HASTA           *
000019*  (AAAAMMDD, UNA POR TARJETA, COMO PGMRES24). LA        *
000019*  HISTORIA SE LEE POR PGMHIS, SOLO LAS GENERACIONES     *
000019*  MENSUALES DEL PERIODO                                 *
000020*                                                        *
000021**********************************************************
000022*      MANTENIMIENTO DE PROGRAMA                         *
000026* 01/09/2026  * EXTRACTO FISCAL DE   *
000027*             * RETENCIONES TIPO 75  *
000028**************************************
000028* 15/10/2026  * LECTURA POR PGMHIS   *
000028*             * DE LAS GENERACIONES  *
000028*             * DEL PERIODO          *
000028**************************************
000029 AUTHOR. NAHUEL GATTARI.
000030 ENVIRONMENT DIVISION.
000031 CONFIGURATION SECTION.
000035 INPUT-OUTPUT SECTION.
000036 FILE-CONTROL.
000037
000041       SELECT FISCAL   ASSIGN DDFIS
000042              FILE STATUS IS WS-FIS-CODE.
000043
000046
000047 DATA DIVISION.
000048 FILE SECTION.
000055 FD FISCAL
000056      BLOCK CONTAINS 0 RECORDS
000057      RECORDING MODE IS F.
000093 WORKING-STORAGE SECTION.
000094**************************************
000095 77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000096 77  WS-FIS-CODE      PIC XX    VALUE SPACES.
000097 77  WS-PRM-CODE      PIC XX    VALUE SPACES.
000098 77  WS-PGMHIS        PIC X(8)  VALUE 'PGMHIS'.
000099
000100************
000101*CONTADORES*
000128
000129 77  WS-PARM-DESDE    PIC 9(08)    VALUE ZEROS.
000130 77  WS-PARM-HASTA    PIC 9(08)    VALUE 99999999.
000130
000130**************************************
000130*   ACCESO A LA HISTORIA (PGMHIS)    *
000130**************************************
000130
000130     COPY CPLKHIS.
000130
000130     COPY CPMOVHIS.
000131
000132**************************************
000133*   TOTALES POR CLIENTE              *
000190
000191     PERFORM 1100-LEER-PARAMETROS THRU F-1100-LEER-PARAMETROS.
000192
000193     MOVE 'A'           TO LK-HIS-FUNCION
000194     MOVE WS-PARM-DESDE TO LK-HIS-DESDE
000195     MOVE WS-PARM-HASTA TO LK-HIS-HASTA
000196     CALL WS-PGMHIS USING LK-HIS-AREA REG-MOVHIS
000197     IF LK-HIS-RESULTADO IS NOT EQUAL 'S'
000198        DISPLAY '* ERROR EN OPEN HISTORIA = ' LK-HIS-CODE
000198        MOVE 9999 TO RETURN-CODE
000198        SET  WS-FIN-LECTURA TO TRUE
000198     END-IF
000199
000200     OPEN OUTPUT FISCAL
000273
000274 3000-LEER-HISTORIA.
000275
000276     MOVE 'L' TO LK-HIS-FUNCION.
000277     CALL WS-PGMHIS USING LK-HIS-AREA REG-MOVHIS.
000278
000279     EVALUATE LK-HIS-RESULTADO
000280       WHEN 'S'
000281          ADD 1 TO WS-CONT-MOVS
000282       WHEN 'F'
000283          SET WS-FIN-LECTURA TO TRUE
000284       WHEN OTHER
000284          DISPLAY '* ERROR EN LECTURA HISTORIA = ' LK-HIS-CODE
000285          MOVE 9999 TO RETURN-CODE
000286          SET WS-FIN-LECTURA TO TRUE
000287     END-EVALUATE.
000455**************************************
000456 9999-FINAL.
000457
000464     CLOSE FISCAL
000465        IF WS-FIS-CODE IS NOT EQUAL '00'
000466          DISPLAY '* ERROR EN CLOSE FISCAL   = ' WS-FIS-CODE
