000001 IDENTIFICATION DIVISION.
000002*                                                        *
000003 PROGRAM-ID. PGMEXH70.
000004**********************************************************
000005*                                                        *
000006*  EXTRACCION DE LA HISTORIA POR RANGO DE FECHAS         *
000007*                                                        *
000008*  COPIA AL DDEXT LOS MOVIMIENTOS DE LA HISTORIA         *
000009*  (CPMOVHIS) CON FECHA DENTRO DEL RANGO PEDIDO, LEYENDO *
000010*  POR PGMHIS SOLO LAS GENERACIONES MENSUALES QUE LO     *
000011*  CUBREN. ES EL PASO PREVIO AL SORT DE LOS PROGRAMAS    *
000012*  QUE LEEN LA HISTORIA CLASIFICADA (PGMRES24, PGMSOB44, *
000013*  PGMLAV63), CON LAS MISMAS TARJETAS DE PERIODO         *
000014*                                                        *
000015*  PARAMETROS SYSIN: FECHA DESDE Y FECHA HASTA           *
000016*  (AAAAMMDD, UNA POR TARJETA, COMO PGMRES24). SIN       *
000017*  TARJETAS SE EXTRAE TODA LA HISTORIA                   *
000018*                                                        *
000019**********************************************************
000020*      MANTENIMIENTO DE PROGRAMA                         *
000021**********************************************************
000022*  FECHA      *       DETALLE        *
000023**************************************
000024* 15/10/2026  * EXTRACCION DE LA     *
000025*             * HISTORIA POR RANGO   *
000026*             * DE FECHAS            *
000027**************************************
000028 AUTHOR. NAHUEL GATTARI.
000029 ENVIRONMENT DIVISION.
000030 CONFIGURATION SECTION.
000031 SPECIAL-NAMES.
000032     DECIMAL-POINT IS COMMA.
000033
000034 INPUT-OUTPUT SECTION.
000035 FILE-CONTROL.
000036
000037       SELECT EXTRACTO ASSIGN DDEXT
000038              FILE STATUS IS WS-EXT-CODE.
000039
000040       SELECT PARMIN   ASSIGN SYSIN
000041              FILE STATUS IS WS-PRM-CODE.
000042
000043 DATA DIVISION.
000044 FILE SECTION.
000045 FD EXTRACTO
000046      BLOCK CONTAINS 0 RECORDS
000047      RECORDING MODE IS F.
000048
000049 01  REG-EXTRACTO     PIC X(50).
000050
000051 FD PARMIN
000052      BLOCK CONTAINS 0 RECORDS
000053      RECORDING MODE IS F.
000054
000055 01  REG-PARMIN      PIC X(80).
000056
000057**************************************
000058 WORKING-STORAGE SECTION.
000059**************************************
000060 77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000061 77  WS-EXT-CODE      PIC XX    VALUE SPACES.
000062 77  WS-PRM-CODE      PIC XX    VALUE SPACES.
000063 77  WS-PGMHIS        PIC X(8)  VALUE 'PGMHIS'.
000064
000065************
000066*CONTADORES*
000067************
000068 77  WS-CONT-EXTRAIDOS    PIC 9(9)     VALUE ZEROS.
000069
000070********************
000071*      FLAGS       *
000072********************
000073
000074 01  WS-STATUS-FIN    PIC X.
000075     88  WS-FIN-LECTURA         VALUE 'Y'.
000076     88  WS-NO-FIN-LECTURA      VALUE 'N'.
000077
000078 01  WS-STA-PARM      PIC X     VALUE SPACES.
000079     88  WS-FIN-PARM            VALUE 'Y'.
000080     88  WS-NO-FIN-PARM         VALUE 'N'.
000081
000082**************************************
000083*   PARAMETROS DEL PERIODO           *
000084**************************************
000085
000086 77  WS-PARM-DESDE    PIC 9(08)    VALUE ZEROS.
000087 77  WS-PARM-HASTA    PIC 9(08)    VALUE 99999999.
000088
000089**************************************
000090*   ACCESO A LA HISTORIA (PGMHIS)    *
000091**************************************
000092
000093     COPY CPLKHIS.
000094
000095     COPY CPMOVHIS.
000096
000097 77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
000098
000099***************************************************************.
000100 PROCEDURE DIVISION.
000101**************************************
000102*                                    *
000103*  CUERPO PRINCIPAL DEL PROGRAMA     *
000104*                                    *
000105**************************************
000106 MAIN-PROGRAM.
000107
000108     PERFORM 1000-I-INICIO  THRU 1000-F-INICIO.
000109
000110     PERFORM 2000-I-PROCESO THRU 2000-F-PROCESO
000111                            UNTIL WS-FIN-LECTURA.
000112
000113     PERFORM 9999-I-FINAL   THRU 9999-F-FINAL.
000114
000115 F-MAIN-PROGRAM. GOBACK.
000116
000117**************************************
000118*                                    *
000119*  CUERPO INICIO APERTURA ARCHIVOS   *
000120*                                    *
000121**************************************
000122 1000-I-INICIO.
000123
000124     SET WS-NO-FIN-LECTURA TO TRUE.
000125
000126     PERFORM 1100-I-LEER-PARAMETROS THRU 1100-F-LEER-PARAMETROS.
000127
000128     OPEN OUTPUT EXTRACTO.
000129     IF WS-EXT-CODE IS NOT EQUAL '00'
000130        DISPLAY '* ERROR EN OPEN EXTRACTO = ' WS-EXT-CODE
000131        MOVE 9999 TO RETURN-CODE
000132        SET  WS-FIN-LECTURA TO TRUE
000133        GO TO 1000-F-INICIO
000134     END-IF.
000135
000136     MOVE 'A'           TO LK-HIS-FUNCION.
000137     MOVE WS-PARM-DESDE TO LK-HIS-DESDE.
000138     MOVE WS-PARM-HASTA TO LK-HIS-HASTA.
000139
000140     CALL WS-PGMHIS USING LK-HIS-AREA REG-MOVHIS.
000141
000142     IF LK-HIS-RESULTADO NOT EQUAL 'S'
000143        DISPLAY '* ERROR EN OPEN HISTORIA = ' LK-HIS-CODE
000144        MOVE 9999 TO RETURN-CODE
000145        SET  WS-FIN-LECTURA TO TRUE
000146        GO TO 1000-F-INICIO
000147     END-IF.
000148
000149     DISPLAY 'GENERACIONES DEL RANGO: ' LK-HIS-GENERACIONES.
000150
000151     PERFORM 3000-I-LEER-HISTORIA THRU 3000-F-LEER-HISTORIA.
000152
000153 1000-F-INICIO.   EXIT.
000154
000155**************************************
000156*  TARJETAS DE PARAMETROS:           *
000157*  1: FECHA DESDE    (AAAAMMDD)      *
000158*  2: FECHA HASTA    (AAAAMMDD)      *
000159**************************************
000160
000161 1100-I-LEER-PARAMETROS.
000162
000163     OPEN INPUT PARMIN.
000164
000165     IF WS-PRM-CODE EQUAL '00'
000166
000167        PERFORM 1150-I-LEER-PARM THRU 1150-F-LEER-PARM
000168        IF WS-NO-FIN-PARM AND REG-PARMIN(1:8) IS NUMERIC
000169           MOVE REG-PARMIN(1:8) TO WS-PARM-DESDE
000170        END-IF
000171
000172        PERFORM 1150-I-LEER-PARM THRU 1150-F-LEER-PARM
000173        IF WS-NO-FIN-PARM AND REG-PARMIN(1:8) IS NUMERIC
000174           MOVE REG-PARMIN(1:8) TO WS-PARM-HASTA
000175        END-IF
000176
000177        CLOSE PARMIN
000178     END-IF.
000179
000180     DISPLAY 'EXTRACCION DESDE ' WS-PARM-DESDE
000181             ' HASTA ' WS-PARM-HASTA.
000182
000183 1100-F-LEER-PARAMETROS. EXIT.
000184
000185 1150-I-LEER-PARM.
000186
000187     MOVE SPACES TO REG-PARMIN.
000188
000189     READ PARMIN
000190        AT END
000191           SET  WS-FIN-PARM TO TRUE
000192        NOT AT END
000193           SET  WS-NO-FIN-PARM TO TRUE
000194     END-READ.
000195
000196 1150-F-LEER-PARM. EXIT.
000197
000198**************************************
000199*                                    *
000200*  CUERPO PRINCIPAL DE PROCESOS      *
000201*                                    *
000202**************************************
000203 2000-I-PROCESO.
000204
000205     WRITE REG-EXTRACTO FROM REG-MOVHIS.
000206
000207     IF WS-EXT-CODE NOT EQUAL '00'
000208        DISPLAY '* ERROR EN WRITE EXTRACTO = ' WS-EXT-CODE
000209        MOVE 9999 TO RETURN-CODE
000210        SET  WS-FIN-LECTURA TO TRUE
000211        GO TO 2000-F-PROCESO
000212     END-IF.
000213
000214     ADD 1 TO WS-CONT-EXTRAIDOS.
000215
000216     PERFORM 3000-I-LEER-HISTORIA THRU 3000-F-LEER-HISTORIA.
000217
000218 2000-F-PROCESO. EXIT.
000219
000220**************************************
000221* LECTURA HISTORIA (POR PGMHIS)      *
000222**************************************
000223
000224 3000-I-LEER-HISTORIA.
000225
000226     MOVE 'L' TO LK-HIS-FUNCION.
000227
000228     CALL WS-PGMHIS USING LK-HIS-AREA REG-MOVHIS.
000229
000230     EVALUATE LK-HIS-RESULTADO
000231       WHEN 'S'
000232          CONTINUE
000233       WHEN 'F'
000234          SET WS-FIN-LECTURA TO TRUE
000235       WHEN OTHER
000236          DISPLAY '* ERROR EN LECTURA HISTORIA = ' LK-HIS-CODE
000237          MOVE 9999 TO RETURN-CODE
000238          SET WS-FIN-LECTURA TO TRUE
000239     END-EVALUATE.
000240
000241 3000-F-LEER-HISTORIA. EXIT.
000242
000243**************************************
000244*                                    *
000245*  CUERPO FINAL CIERRE DE FILES      *
000246*                                    *
000247**************************************
000248 9999-I-FINAL.
000249
000250     CLOSE EXTRACTO
000251        IF WS-EXT-CODE IS NOT EQUAL '00'
000252          DISPLAY '* ERROR EN CLOSE EXTRACTO = ' WS-EXT-CODE
000253          MOVE 9999 TO RETURN-CODE
000254       END-IF.
000255
000256**********************************
000257*   MOSTRAR TOTALES DE CONTROL   *
000258**********************************
000259
000260     DISPLAY 'MOVIMIENTOS EXTRAIDOS: '   WS-CONT-EXTRAIDOS.
000261
000262 9999-F-FINAL. EXIT.
