000001 IDENTIFICATION DIVISION.
000002*                                                        *
000003 PROGRAM-ID. PGMHIS.
000004**********************************************************
000005*                                                        *
000006*  RUTINA DE ACCESO A LA HISTORIA DE MOVIMIENTOS         *
000007*                                                        *
000008*  LA HISTORIA (CPMOVHIS) SE GUARDA EN GENERACIONES      *
000009*  MENSUALES CATALOGADAS EN HISGEN19 (CPHISGEN). EL MES  *
000010*  EN CURSO ES EL DDHIS; LOS MESES CERRADOS POR PGMGEN69 *
000011*  TIENEN CADA UNO SU DSN, QUE LA RUTINA ASIGNA AL DDHGN *
000012*  EN EL MOMENTO DE ABRIRLO (VARIABLE DE AMBIENTE DDHGN  *
000013*  CON PUTENV, ASIGNACION DINAMICA DEL LENGUAJE).        *
000014*                                                        *
000015*  LA FUNCION A CARGA LAS GENERACIONES CUYO RANGO DE     *
000016*  FECHAS TOCA EL PEDIDO; L DEVUELVE LOS MOVIMIENTOS DEL *
000017*  RANGO RECORRIENDOLAS EN ORDEN DE PERIODO Y C CIERRA.  *
000018*  SIN CATALOGO, O SIN ENTRADA ABIERTA EN EL, EL DDHIS   *
000019*  SE LEE COMO ULTIMA GENERACION.                        *
000020*                                                        *
000021*  INTERFAZ: CPLKHIS (40 BYTES) + REGISTRO CPMOVHIS      *
000022*                                                        *
000023**********************************************************
000024*      MANTENIMIENTO DE PROGRAMA                         *
000025**********************************************************
000026*  FECHA      *       DETALLE        *
000027**************************************
000028* 15/10/2026  * ACCESO POR RANGO DE  *
000029*             * FECHAS A LAS GENE-   *
000030*             * RACIONES MENSUALES   *
000031*             * DE LA HISTORIA       *
000032**************************************
000033 AUTHOR. NAHUEL GATTARI.
000034 ENVIRONMENT DIVISION.
000035 CONFIGURATION SECTION.
000036 SPECIAL-NAMES.
000037     DECIMAL-POINT IS COMMA.
000038
000039 INPUT-OUTPUT SECTION.
000040 FILE-CONTROL.
000041
000042       SELECT CATALOGO ASSIGN DDHCT
000043       ORGANIZATION   IS INDEXED
000044       ACCESS IS SEQUENTIAL
000045       RECORD KEY IS HGN-PERIODO
000046       FILE STATUS IS WS-HCT-CODE.
000047
000048       SELECT HISTORIA ASSIGN DDHIS
000049              FILE STATUS IS WS-HIS-CODE.
000050
000051       SELECT GENERACION ASSIGN DDHGN
000052              FILE STATUS IS WS-GEN-CODE.
000053
000054 DATA DIVISION.
000055 FILE SECTION.
000056 FD CATALOGO.
000057
000058     COPY CPHISGEN.
000059
000060 FD HISTORIA
000061      BLOCK CONTAINS 0 RECORDS
000062      RECORDING MODE IS F.
000063
000064 01  REG-HISTORIA     PIC X(50).
000065
000066 FD GENERACION
000067      BLOCK CONTAINS 0 RECORDS
000068      RECORDING MODE IS F.
000069
000070 01  REG-GENERACION   PIC X(50).
000071
000072**************************************
000073 WORKING-STORAGE SECTION.
000074**************************************
000075 77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000076 77  WS-HCT-CODE      PIC XX    VALUE SPACES.
000077 77  WS-HIS-CODE      PIC XX    VALUE SPACES.
000078 77  WS-GEN-CODE      PIC XX    VALUE SPACES.
000079 77  WS-LEC-CODE      PIC XX    VALUE SPACES.
000080
000081 01  WS-SW-ABIERTA    PIC X     VALUE 'N'.
000082     88  WS-GENERACION-ABIERTA  VALUE 'S'.
000083     88  WS-SIN-GENERACION      VALUE 'N'.
000084
000085 01  WS-SW-ACTUAL     PIC X     VALUE 'N'.
000086     88  WS-HAY-ACTUAL          VALUE 'S'.
000087     88  WS-NO-HAY-ACTUAL       VALUE 'N'.
000088
000089 01  WS-SW-FIN-HCT    PIC X     VALUE 'N'.
000090     88  WS-FIN-HCT             VALUE 'Y'.
000091     88  WS-NO-FIN-HCT          VALUE 'N'.
000092
000093**************************************
000094*   GENERACIONES DEL RANGO PEDIDO    *
000095*   (EN ORDEN DE PERIODO)            *
000096**************************************
000097
000098 77  WS-CONT-GEN      PIC 9(03)    VALUE ZEROS.
000099 77  WS-GEN-ACTUAL    PIC 9(03)    VALUE ZEROS.
000100
000101 01  WS-TABLA-GENERACIONES.
000102     05  WS-GEN-ENTRADA OCCURS 120 TIMES.
000103         10  WS-GEN-PERIODO  PIC 9(06).
000104         10  WS-GEN-ESTADO   PIC X(01).
000105         10  WS-GEN-DSN      PIC X(44).
000106
000107**************************************
000108*   ASIGNACION DINAMICA DEL DDHGN    *
000109*   ('DDHGN=DSN(...),SHR' + X'00')   *
000110**************************************
000111
000112 01  WS-ENV-GENERACION   PIC X(80)    VALUE SPACES.
000113 77  WS-FIN-CADENA       PIC X(01)    VALUE LOW-VALUE.
000114 77  WS-RC-PUTENV        PIC S9(09)   COMP VALUE ZEROS.
000115
000116     COPY CPMOVHIS.
000117
000118 77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
000119
000120 LINKAGE SECTION.
000121
000122     COPY CPLKHIS.
000123
000124 01  LK-REG-MOVHIS       PIC X(50).
000125
000126**************************************
000127 PROCEDURE DIVISION USING LK-HIS-AREA LK-REG-MOVHIS.
000128**************************************
000129 MAIN-PROGRAM.
000130
000131     MOVE SPACES TO LK-HIS-CODE.
000132
000133     EVALUATE LK-HIS-FUNCION
000134
000135       WHEN 'A'
000136          PERFORM 3000-CERRAR THRU F-3000-CERRAR
000137          PERFORM 1000-ABRIR-RANGO THRU F-1000-ABRIR-RANGO
000138
000139       WHEN 'L'
000140          PERFORM 2000-LEER THRU F-2000-LEER
000141
000142       WHEN 'C'
000143          PERFORM 3000-CERRAR THRU F-3000-CERRAR
000144
000145       WHEN OTHER
000146          MOVE 'E'  TO LK-HIS-RESULTADO
000147          MOVE '99' TO LK-HIS-CODE
000148
000149     END-EVALUATE.
000150
000151 F-MAIN-PROGRAM. GOBACK.
000152
000153**************************************
000154*  APERTURA DEL RANGO: GENERACIONES  *
000155*  DEL CATALOGO QUE LO CUBREN        *
000156**************************************
000157
000158 1000-ABRIR-RANGO.
000159
000160     MOVE 'S'   TO LK-HIS-RESULTADO.
000161     MOVE ZEROS TO LK-HIS-GENERACIONES.
000162     MOVE ZEROS TO LK-HIS-PERIODO.
000163
000164     SET WS-NO-HAY-ACTUAL TO TRUE.
000165
000166     OPEN INPUT CATALOGO.
000167
000168     IF WS-HCT-CODE EQUAL '35'
000169        DISPLAY '* AVISO: SIN CATALOGO DE GENERACIONES, SE LEE'
000170                ' SOLO EL DDHIS'
000171        GO TO 1000-A-ACTUAL
000172     END-IF.
000173
000174     IF WS-HCT-CODE NOT EQUAL '00'
000175        DISPLAY '* ERROR EN OPEN CATALOGO = ' WS-HCT-CODE
000176        MOVE 'E'         TO LK-HIS-RESULTADO
000177        MOVE WS-HCT-CODE TO LK-HIS-CODE
000178        GO TO F-1000-ABRIR-RANGO
000179     END-IF.
000180
000181     SET WS-NO-FIN-HCT TO TRUE.
000182     PERFORM 1100-LEER-CATALOGO THRU F-1100-LEER-CATALOGO
000183        UNTIL WS-FIN-HCT.
000184
000185     CLOSE CATALOGO.
000186
000187*    SIN ENTRADA ABIERTA EN EL CATALOGO (HISTORIA TODAVIA NO
000188*    GENERACIONADA) EL DDHIS SE LEE COMO ULTIMA GENERACION
000189
000190 1000-A-ACTUAL.
000191
000192     IF WS-NO-HAY-ACTUAL AND LK-HIS-RESULTADO NOT EQUAL 'E'
000193        AND WS-CONT-GEN LESS THAN 120
000194        ADD 1 TO WS-CONT-GEN
000195        MOVE ZEROS  TO WS-GEN-PERIODO(WS-CONT-GEN)
000196        MOVE 'A'    TO WS-GEN-ESTADO(WS-CONT-GEN)
000197        MOVE SPACES TO WS-GEN-DSN(WS-CONT-GEN)
000198     END-IF.
000199
000200     MOVE WS-CONT-GEN TO LK-HIS-GENERACIONES.
000201
000202 F-1000-ABRIR-RANGO. EXIT.
000203
000204 1100-LEER-CATALOGO.
000205
000206     READ CATALOGO.
000207
000208     EVALUATE WS-HCT-CODE
000209       WHEN '00'
000210          CONTINUE
000211       WHEN '10'
000212          SET WS-FIN-HCT TO TRUE
000213          GO TO F-1100-LEER-CATALOGO
000214       WHEN OTHER
000215          DISPLAY '* ERROR EN LECTURA CATALOGO = ' WS-HCT-CODE
000216          MOVE 'E'         TO LK-HIS-RESULTADO
000217          MOVE WS-HCT-CODE TO LK-HIS-CODE
000218          SET WS-FIN-HCT TO TRUE
000219          GO TO F-1100-LEER-CATALOGO
000220     END-EVALUATE.
000221
000222     IF HGN-ESTADO EQUAL 'A'
000223        SET WS-HAY-ACTUAL TO TRUE
000224     END-IF.
000225
000226*    LA GENERACION ENTRA SI SU RANGO SE SUPERPONE CON EL PEDIDO
000227
000228     IF HGN-FECHA-DESDE GREATER THAN LK-HIS-HASTA
000229        OR HGN-FECHA-HASTA LESS THAN LK-HIS-DESDE
000230        GO TO F-1100-LEER-CATALOGO
000231     END-IF.
000232
000233     IF WS-CONT-GEN NOT LESS THAN 120
000234        DISPLAY '* TABLA DE GENERACIONES LLENA = ' HGN-PERIODO
000235        MOVE 'E'  TO LK-HIS-RESULTADO
000236        MOVE '99' TO LK-HIS-CODE
000237        SET WS-FIN-HCT TO TRUE
000238        GO TO F-1100-LEER-CATALOGO
000239     END-IF.
000240
000241     ADD 1 TO WS-CONT-GEN.
000242     MOVE HGN-PERIODO TO WS-GEN-PERIODO(WS-CONT-GEN).
000243     MOVE HGN-ESTADO  TO WS-GEN-ESTADO(WS-CONT-GEN).
000244     MOVE HGN-DSN     TO WS-GEN-DSN(WS-CONT-GEN).
000245
000246 F-1100-LEER-CATALOGO. EXIT.
000247
000248**************************************
000249*  SIGUIENTE MOVIMIENTO DEL RANGO    *
000250**************************************
000251
000252 2000-LEER.
000253
000254     MOVE SPACES TO LK-HIS-RESULTADO.
000255
000256     PERFORM 2100-LEER-REGISTRO THRU F-2100-LEER-REGISTRO
000257        UNTIL LK-HIS-RESULTADO NOT EQUAL SPACES.
000258
000259 F-2000-LEER. EXIT.
000260
000261 2100-LEER-REGISTRO.
000262
000263     IF WS-SIN-GENERACION
000264        IF WS-GEN-ACTUAL NOT LESS THAN WS-CONT-GEN
000265           MOVE 'F' TO LK-HIS-RESULTADO
000266           GO TO F-2100-LEER-REGISTRO
000267        END-IF
000268        ADD 1 TO WS-GEN-ACTUAL
000269        PERFORM 2200-ABRIR-GENERACION THRU F-2200-ABRIR-GENERACION
000270        IF LK-HIS-RESULTADO EQUAL 'E'
000271           GO TO F-2100-LEER-REGISTRO
000272        END-IF
000273     END-IF.
000274
000275     IF WS-GEN-ESTADO(WS-GEN-ACTUAL) EQUAL 'A'
000276        READ HISTORIA INTO REG-MOVHIS
000277        MOVE WS-HIS-CODE TO WS-LEC-CODE
000278     ELSE
000279        READ GENERACION INTO REG-MOVHIS
000280        MOVE WS-GEN-CODE TO WS-LEC-CODE
000281     END-IF.
000282
000283     EVALUATE WS-LEC-CODE
000284       WHEN '00'
000285          IF MOV-FECHA NOT LESS THAN LK-HIS-DESDE
000286             AND MOV-FECHA NOT GREATER THAN LK-HIS-HASTA
000287             MOVE REG-MOVHIS TO LK-REG-MOVHIS
000288             MOVE WS-GEN-PERIODO(WS-GEN-ACTUAL) TO LK-HIS-PERIODO
000289             MOVE 'S' TO LK-HIS-RESULTADO
000290          END-IF
000291       WHEN '10'
000292          PERFORM 2300-CERRAR-GENERACION
000293             THRU F-2300-CERRAR-GENERACION
000294       WHEN OTHER
000295          DISPLAY '* ERROR EN LECTURA GENERACION '
000296                  WS-GEN-PERIODO(WS-GEN-ACTUAL) ' = ' WS-LEC-CODE
000297          MOVE 'E'         TO LK-HIS-RESULTADO
000298          MOVE WS-LEC-CODE TO LK-HIS-CODE
000299     END-EVALUATE.
000300
000301 F-2100-LEER-REGISTRO. EXIT.
000302
000303**************************************
000304*  APERTURA DE UNA GENERACION: EL    *
000305*  MES EN CURSO ES EL DDHIS; LAS     *
000306*  CERRADAS SE ASIGNAN AL DDHGN      *
000307**************************************
000308
000309 2200-ABRIR-GENERACION.
000310
000311     IF WS-GEN-ESTADO(WS-GEN-ACTUAL) EQUAL 'A'
000312        OPEN INPUT HISTORIA
000313        MOVE WS-HIS-CODE TO WS-LEC-CODE
000314     ELSE
000315        MOVE SPACES TO WS-ENV-GENERACION
000316        STRING 'DDHGN=DSN('                DELIMITED BY SIZE
000317               WS-GEN-DSN(WS-GEN-ACTUAL)   DELIMITED BY SPACE
000318               '),SHR'                     DELIMITED BY SIZE
000319               WS-FIN-CADENA               DELIMITED BY SIZE
000320               INTO WS-ENV-GENERACION
000321        END-STRING
000322        CALL 'putenv' USING WS-ENV-GENERACION
000323                      RETURNING WS-RC-PUTENV
000324        OPEN INPUT GENERACION
000325        MOVE WS-GEN-CODE TO WS-LEC-CODE
000326     END-IF.
000327
000328     IF WS-LEC-CODE NOT EQUAL '00'
000329        DISPLAY '* ERROR EN OPEN GENERACION '
000330                WS-GEN-PERIODO(WS-GEN-ACTUAL) ' = ' WS-LEC-CODE
000331        MOVE 'E'         TO LK-HIS-RESULTADO
000332        MOVE WS-LEC-CODE TO LK-HIS-CODE
000333     ELSE
000334        SET WS-GENERACION-ABIERTA TO TRUE
000335     END-IF.
000336
000337 F-2200-ABRIR-GENERACION. EXIT.
000338
000339 2300-CERRAR-GENERACION.
000340
000341     IF WS-GEN-ESTADO(WS-GEN-ACTUAL) EQUAL 'A'
000342        CLOSE HISTORIA
000343     ELSE
000344        CLOSE GENERACION
000345     END-IF.
000346
000347     SET WS-SIN-GENERACION TO TRUE.
000348
000349 F-2300-CERRAR-GENERACION. EXIT.
000350
000351**************************************
000352*  CIERRE DEL RANGO                  *
000353**************************************
000354
000355 3000-CERRAR.
000356
000357     IF WS-GENERACION-ABIERTA
000358        PERFORM 2300-CERRAR-GENERACION
000359           THRU F-2300-CERRAR-GENERACION
000360     END-IF.
000361
000362     MOVE ZEROS TO WS-CONT-GEN.
000363     MOVE ZEROS TO WS-GEN-ACTUAL.
000364     MOVE 'S'   TO LK-HIS-RESULTADO.
000365
000366 F-3000-CERRAR. EXIT.
