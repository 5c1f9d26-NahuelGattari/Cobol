000001 IDENTIFICATION DIVISION.
000002*                                                        *
000003 PROGRAM-ID. PGMINH55.
000004**********************************************************
000005*                                                        *
000006*  PROGRAMA PARA SQL EMBEBIDO                            *
000007*  MULTAS POR CHEQUES RECHAZADOS E INHABILITADOS         *
000008*                                                        *
000009*  LEE LAS DEVOLUCIONES DE CAMARA QUE DEJA PGMCHP52      *
000010*  (DDDEV, CPDEVCHQ) Y PARA CADA CHEQUE RECHAZADO POR    *
000011*  SIN FONDOS (001) O SUSPENDIDO (004):                  *
000012*                                                        *
000013*    - LO REGISTRA EN CHQRCH19 (CPCHQRCH) POR TITULAR    *
000014*    - AL 001 LE COBRA LA MULTA REGLAMENTARIA: DEBITA    *
000015*      LA CUENTA CORRIENTE EN TBCUENTAS Y GRABA EL       *
000016*      MOVIMIENTO EN MOVCTA19 (TIPO 'MU', QUE PGMMOV34   *
000017*      PASA COMO TIPO 77 A LA HISTORIA)                  *
000018*    - CUENTA LOS RECHAZOS SIN FONDOS DE LOS ULTIMOS     *
000019*      DOCE MESES DEL TITULAR Y DE LA CUENTA. SI EL      *
000020*      TITULAR LLEGA AL TOPE QUEDA INHABILITADO UN ANIO: *
000021*      SE MARCAN SUS CUENTAS CORRIENTES EN INHABI19      *
000022*      (CPINHABI, PGMCHQ51 YA NO LES CARGA CHEQUERAS) Y  *
000023*      SE SUSPENDEN SUS CHEQUES EMITIDOS EN CHEQUE19     *
000024*                                                        *
000025*  GRABA EL INFORME DE FORMATO FIJO PARA EL BCRA (DDBCR) *
000026*  CON LOS CHEQUES RECHAZADOS (01) Y LOS TITULARES       *
000027*  INHABILITADOS (02) ENTRE CABECERA HD Y COLA TR.       *
000028*  UNA DEVOLUCION YA REGISTRADA (CORRIDA REPETIDA) NO    *
000029*  SE VUELVE A MULTAR NI A INFORMAR                      *
000030*                                                        *
000031*  PARAMETROS (DDPAR, OPCIONAL): TASA DE LA MULTA SOBRE  *
000032*  EL IMPORTE DEL CHEQUE, MINIMO, MAXIMO, TOPE DE        *
000033*  RECHAZOS Y CODIGO DE ENTIDAD                          *
000034*                                                        *
000035**********************************************************
000036*      MANTENIMIENTO DE PROGRAMA                         *
000037**********************************************************
000038*  FECHA      *       DETALLE        *
000039**************************************
000040* 15/10/2026  * MULTAS POR CHEQUES   *
000041*             * RECHAZADOS E         *
000042*             * INHABILITADOS BCRA   *
000043**************************************
000044 AUTHOR. NAHUEL GATTARI.
000045 ENVIRONMENT DIVISION.
000046 CONFIGURATION SECTION.
000047 SPECIAL-NAMES.
000048     DECIMAL-POINT IS COMMA.
000049
000050 INPUT-OUTPUT SECTION.
000051 FILE-CONTROL.
000052
000053       SELECT DEVUELTO ASSIGN DDDEV
000054              FILE STATUS IS WS-DEV-CODE.
000055
000056       SELECT RECHCHQ  ASSIGN DDRCH
000057       ORGANIZATION   IS INDEXED
000058       ACCESS IS DYNAMIC
000059       RECORD KEY IS CRE-CLAVE
000060       FILE STATUS IS WS-RCH-CODE.
000061
000062       SELECT INHABIL  ASSIGN DDINH
000063       ORGANIZATION   IS INDEXED
000064       ACCESS IS RANDOM
000065       RECORD KEY IS INH-CLAVE
000066       FILE STATUS IS WS-INH-CODE.
000067
000068       SELECT CHEQUES  ASSIGN DDREG
000069       ORGANIZATION   IS INDEXED
000070       ACCESS IS DYNAMIC
000071       RECORD KEY IS CHQ-CLAVE
000072       FILE STATUS IS WS-REG-CODE.
000073
000074       SELECT PERSONA  ASSIGN DDPER
000075       ORGANIZATION   IS INDEXED
000076       ACCESS IS DYNAMIC
000077       RECORD KEY IS WS-CLAVE-PER
000078       ALTERNATE RECORD KEY IS WS-CLAVE-PER-CLI
000079       FILE STATUS IS WS-PER-CODE.
000080
000081       SELECT MOVCTA   ASSIGN DDMOV
000082              FILE STATUS IS WS-MOV-CODE.
000083
000084       SELECT BCRA     ASSIGN DDBCR
000085              FILE STATUS IS WS-BCR-CODE.
000086
000087       SELECT PARAMS   ASSIGN DDPAR
000088              FILE STATUS IS WS-PAR-CODE.
000089
000090       SELECT RUNCTL   ASSIGN DDRUN
000091              FILE STATUS IS WS-RUN-CODE.
000092
000093 DATA DIVISION.
000094 FILE SECTION.
000095 FD DEVUELTO
000096      BLOCK CONTAINS 0 RECORDS
000097      RECORDING MODE IS F.
000098
000099     COPY CPDEVCHQ.
000100
000101 FD RECHCHQ.
000102
000103     COPY CPCHQRCH.
000104
000105 FD INHABIL.
000106
000107     COPY CPINHABI.
000108
000109 FD CHEQUES.
000110
000111     COPY CPCHEQUE.
000112
000113 FD PERSONA.
000114
000115     COPY CPPERSO.
000116
000117 01  WS-REG-PERSONA-CLAVE REDEFINES REG-PERSONA.
000118     03  WS-CLAVE-PER.
000119         05  WS-CLAVE-PER-TIP   PIC X(02).
000120         05  WS-CLAVE-PER-NRO   PIC 9(11).
000121     03  FILLER                 PIC X(04).
000122     03  WS-CLAVE-PER-CLI       PIC 9(03).
000123     03  FILLER                 PIC X(140).
000124
000125 FD MOVCTA
000126      BLOCK CONTAINS 0 RECORDS
000127      RECORDING MODE IS F.
000128
000129     COPY CPMOVCTA.
000130
000131 FD BCRA
000132      BLOCK CONTAINS 0 RECORDS
000133      RECORDING MODE IS F.
000134
000135 01 REG-BCRA       PIC X(100).
000136
000137 FD PARAMS
000138      BLOCK CONTAINS 0 RECORDS
000139      RECORDING MODE IS F.
000140
000141 01  REG-PARAMS.
000142     03  PAR-TASA-MULTA   PIC 9(02)V9(04).
000143     03  PAR-MULTA-MIN    PIC 9(09)V99.
000144     03  PAR-MULTA-MAX    PIC 9(09)V99.
000145     03  PAR-TOPE         PIC 9(03).
000146     03  PAR-ENTIDAD      PIC 9(05).
000147     03  FILLER           PIC X(44).
000148
000149 FD RUNCTL
000150      BLOCK CONTAINS 0 RECORDS
000151      RECORDING MODE IS F.
000152
000153     COPY CPRUNCTL.
000154
000155**************************************
000156 WORKING-STORAGE SECTION.
000157**************************************
000158 77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000159 77  WS-DEV-CODE      PIC XX    VALUE SPACES.
000160 77  WS-RCH-CODE      PIC XX    VALUE SPACES.
000161 77  WS-INH-CODE      PIC XX    VALUE SPACES.
000162 77  WS-REG-CODE      PIC XX    VALUE SPACES.
000163 77  WS-PER-CODE      PIC XX    VALUE SPACES.
000164 77  WS-MOV-CODE      PIC XX    VALUE SPACES.
000165 77  WS-BCR-CODE      PIC XX    VALUE SPACES.
000166 77  WS-PAR-CODE      PIC XX    VALUE SPACES.
000167 77  WS-RUN-CODE      PIC XX    VALUE SPACES.
000168 77  FS-SQLCODE       PIC -999  VALUE ZEROS.
000169
000170************
000171*CONTADORES*
000172************
000173 77  WS-CONT-LEIDOS       PIC 9(8)     VALUE ZEROS.
000174 77  WS-CONT-RECHAZADOS   PIC 9(8)     VALUE ZEROS.
000175 77  WS-CONT-OTROS        PIC 9(8)     VALUE ZEROS.
000176 77  WS-CONT-REPETIDOS    PIC 9(8)     VALUE ZEROS.
000177 77  WS-CONT-MULTAS       PIC 9(8)     VALUE ZEROS.
000178 77  WS-CONT-MULTA-ERR    PIC 9(8)     VALUE ZEROS.
000179 77  WS-CONT-INHABIL      PIC 9(8)     VALUE ZEROS.
000180 77  WS-CONT-CTAS-INH     PIC 9(8)     VALUE ZEROS.
000181 77  WS-CONT-SUSPENDIDOS  PIC 9(8)     VALUE ZEROS.
000182
000183 01  WS-TOTAL-RECHAZADO   PIC S9(13)V99 COMP-3 VALUE ZEROS.
000184 01  WS-TOTAL-MULTAS      PIC S9(13)V99 COMP-3 VALUE ZEROS.
000185
000186********************
000187*      FLAGS       *
000188********************
000189
000190 01  WS-STATUS-FIN    PIC X.
000191     88  WS-FIN-LECTURA         VALUE 'Y'.
000192     88  WS-NO-FIN-LECTURA      VALUE 'N'.
000193
000194 01  WS-STA-RCH       PIC X     VALUE 'N'.
000195     88  WS-FIN-RCH             VALUE 'Y'.
000196     88  WS-NO-FIN-RCH          VALUE 'N'.
000197
000198 01  WS-STA-CHQ       PIC X     VALUE 'N'.
000199     88  WS-FIN-CHQ             VALUE 'Y'.
000200     88  WS-NO-FIN-CHQ          VALUE 'N'.
000201
000202 01  WS-STA-CUR       PIC X     VALUE 'N'.
000203     88  WS-FIN-CUR             VALUE 'Y'.
000204     88  WS-NO-FIN-CUR          VALUE 'N'.
000205
000206 01  WS-SW-NUEVO      PIC X     VALUE 'N'.
000207     88  WS-INHABIL-NUEVO       VALUE 'S'.
000208     88  WS-INHABIL-VIGENTE     VALUE 'N'.
000209
000210**************************************
000211*   PARAMETROS DE LA MULTA Y DEL     *
000212*   TOPE (VALORES POR DEFECTO SI NO  *
000213*   VIENE LA TARJETA DDPAR)          *
000214**************************************
000215
000216 77  WS-TASA-MULTA    PIC 9(02)V9(04)      VALUE 4.
000217 01  WS-MULTA-MIN     PIC S9(09)V99 COMP-3 VALUE 100.
000218 01  WS-MULTA-MAX     PIC S9(09)V99 COMP-3 VALUE 50000.
000219 77  WS-TOPE-RECHAZOS PIC 9(03)            VALUE 5.
000220 77  WS-ENTIDAD       PIC 9(05)            VALUE ZEROS.
000221
000222**************************************
000223*   FECHA DE PROCESO Y SU FORMATO    *
000224*   CON GUIONES (COMO GRABA T227)    *
000225**************************************
000226
000227 01  WS-FECHA-PROCESO     PIC 9(08)    VALUE ZEROS.
000228 01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
000229     03  WS-PRO-AAAA      PIC X(04).
000230     03  WS-PRO-MM        PIC X(02).
000231     03  WS-PRO-DD        PIC X(02).
000232
000233 01  WS-FECHA-GUION.
000234     03  WS-GUI-DD        PIC X(02)    VALUE SPACES.
000235     03  FILLER           PIC X(01)    VALUE '-'.
000236     03  WS-GUI-MM        PIC X(02)    VALUE SPACES.
000237     03  FILLER           PIC X(01)    VALUE '-'.
000238     03  WS-GUI-AAAA      PIC X(04)    VALUE SPACES.
000239
000240**************************************
000241*   VENTANA DE DOCE MESES Y PLAZO    *
000242*   DE LA INHABILITACION             *
000243**************************************
000244
000245 01  WS-FECHA-TRABAJO     PIC 9(08)    VALUE ZEROS.
000246 01  WS-FECHA-TRABAJO-R REDEFINES WS-FECHA-TRABAJO.
000247     03  WS-TRA-AAAA      PIC 9(04).
000248     03  WS-TRA-MM        PIC 9(02).
000249     03  WS-TRA-DD        PIC 9(02).
000250
000251 01  WS-FECHA-DESDE-12M   PIC 9(08)    VALUE ZEROS.
000252 01  WS-FECHA-HASTA-INH   PIC 9(08)    VALUE ZEROS.
000253
000254**************************************
000255*   CHEQUE DEVUELTO EN CURSO (LA     *
000256*   PRESENTACION DE CAMARA)          *
000257**************************************
000258
000259 01  WS-PRESENTACION.
000260     03  WS-PRE-TIPO-CUENTA  PIC X(02).
000261     03  WS-PRE-NRO-CUENTA   PIC X(15).
000262     03  WS-PRE-NRO-CHEQUE   PIC 9(08).
000263     03  WS-PRE-IMPORTE      PIC S9(09)V99 COMP-3.
000264     03  WS-PRE-FECHA        PIC 9(08).
000265     03  FILLER              PIC X(41).
000266
000267 01  WS-CLIENTE-CTA       PIC 9(05)    VALUE ZEROS.
000268 01  WS-MONEDA-CTA        PIC X(02)    VALUE SPACES.
000269 01  WS-MULTA             PIC S9(09)V99 COMP-3 VALUE ZEROS.
000270 77  WS-CANT-TITULAR      PIC 9(03)    VALUE ZEROS.
000271 77  WS-CANT-CUENTA       PIC 9(03)    VALUE ZEROS.
000272 77  WS-DOC-TIPO          PIC X(02)    VALUE SPACES.
000273 77  WS-DOC-NRO           PIC 9(11)    VALUE ZEROS.
000274
000275**************************************
000276*   INFORME BCRA DE FORMATO FIJO     *
000277*   (100 BYTES)                      *
000278**************************************
000279
000280 01  WS-BCR-CABECERA.
000281     03  WS-BCH-TIPO          PIC X(02)    VALUE 'HD'.
000282     03  WS-BCH-ENTIDAD       PIC 9(05)    VALUE ZEROS.
000283     03  WS-BCH-FECHA         PIC 9(08)    VALUE ZEROS.
000284     03  FILLER               PIC X(85)    VALUE SPACES.
000285
000286 01  WS-BCR-CHEQUE.
000287     03  WS-BC1-TIPO          PIC X(02)    VALUE '01'.
000288     03  WS-BC1-TIPO-CUENTA   PIC X(02)    VALUE SPACES.
000289     03  WS-BC1-NRO-CUENTA    PIC X(15)    VALUE SPACES.
000290     03  WS-BC1-NRO-CHEQUE    PIC 9(08)    VALUE ZEROS.
000291     03  WS-BC1-IMPORTE       PIC 9(11)V99 VALUE ZEROS.
000292     03  WS-BC1-MONEDA        PIC X(02)    VALUE SPACES.
000293     03  WS-BC1-FECHA         PIC 9(08)    VALUE ZEROS.
000294     03  WS-BC1-CAUSAL        PIC X(03)    VALUE SPACES.
000295     03  WS-BC1-TIP-DOC       PIC X(02)    VALUE SPACES.
000296     03  WS-BC1-NRO-DOC       PIC 9(11)    VALUE ZEROS.
000297     03  WS-BC1-MULTA         PIC 9(09)V99 VALUE ZEROS.
000298     03  WS-BC1-CANT-12M      PIC 9(03)    VALUE ZEROS.
000299     03  FILLER               PIC X(20)    VALUE SPACES.
000300
000301 01  WS-BCR-INHABIL.
000302     03  WS-BC2-TIPO          PIC X(02)    VALUE '02'.
000303     03  WS-BC2-TIP-DOC       PIC X(02)    VALUE SPACES.
000304     03  WS-BC2-NRO-DOC       PIC 9(11)    VALUE ZEROS.
000305     03  WS-BC2-NRO-CLIENTE   PIC 9(05)    VALUE ZEROS.
000306     03  WS-BC2-TIPO-CUENTA   PIC X(02)    VALUE SPACES.
000307     03  WS-BC2-NRO-CUENTA    PIC X(15)    VALUE SPACES.
000308     03  WS-BC2-FECHA-DESDE   PIC 9(08)    VALUE ZEROS.
000309     03  WS-BC2-FECHA-HASTA   PIC 9(08)    VALUE ZEROS.
000310     03  WS-BC2-CANT-12M      PIC 9(03)    VALUE ZEROS.
000311     03  FILLER               PIC X(44)    VALUE SPACES.
000312
000313 01  WS-BCR-COLA.
000314     03  WS-BCT-TIPO          PIC X(02)    VALUE 'TR'.
000315     03  WS-BCT-CANT-CHEQUES  PIC 9(08)    VALUE ZEROS.
000316     03  WS-BCT-TOTAL         PIC 9(13)V99 VALUE ZEROS.
000317     03  WS-BCT-CANT-INHABIL  PIC 9(08)    VALUE ZEROS.
000318     03  FILLER               PIC X(67)    VALUE SPACES.
000319
000320 77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
000321
000322**************************************
000323*     AREA DE COMUNICACION DB2       *
000324**************************************
000325
000326      EXEC SQL
000327        INCLUDE SQLCA
000328      END-EXEC.
000329
000330      EXEC SQL
000331        INCLUDE TBCUE
000332      END-EXEC.
000333
000334 01  WS-CLIENTE-INH   PIC S9(05) COMP-3 VALUE ZEROS.
000335
000336      EXEC SQL
000337        DECLARE CORRIENTES_CURSOR CURSOR
000338        FOR
000339        SELECT TIPO_CUENTA,
000340               NRO_CUENTA
000341
000342        FROM  ITPFBIO.TBCUENTAS
000343
000344        WHERE NRO_CLIENTE = :WS-CLIENTE-INH
000345          AND TIPO_CUENTA = 'CC'
000346
000347      END-EXEC.
000348
000349***************************************************************.
000350 PROCEDURE DIVISION.
000351**************************************
000352*                                    *
000353*  CUERPO PRINCIPAL DEL PROGRAMA     *
000354*                                    *
000355**************************************
000356 MAIN-PROGRAM.
000357
000358     PERFORM 1000-I-INICIO  THRU 1000-F-INICIO.
000359
000360     PERFORM 2000-I-PROCESO THRU 2000-F-PROCESO
000361                            UNTIL WS-FIN-LECTURA.
000362
000363     PERFORM 9999-I-FINAL   THRU 9999-F-FINAL.
000364
000365 F-MAIN-PROGRAM. GOBACK.
000366
000367**************************************
000368*                                    *
000369*  CUERPO INICIO APERTURA ARCHIVOS   *
000370*                                    *
000371**************************************
000372 1000-I-INICIO.
000373
000374     SET WS-NO-FIN-LECTURA TO TRUE.
000375
000376     PERFORM 1100-I-LEER-RUNCTL THRU 1100-F-LEER-RUNCTL.
000377
000378     IF NOT WS-FIN-LECTURA
000379
000380        OPEN INPUT DEVUELTO
000381        IF WS-DEV-CODE IS NOT EQUAL '00'
000382           DISPLAY '* ERROR EN OPEN DEVUELTO = ' WS-DEV-CODE
000383           MOVE 9999 TO RETURN-CODE
000384           SET  WS-FIN-LECTURA TO TRUE
000385        END-IF
000386
000387        OPEN I-O RECHCHQ
000388        IF WS-RCH-CODE IS NOT EQUAL '00'
000389           DISPLAY '* ERROR EN OPEN RECHCHQ  = ' WS-RCH-CODE
000390           MOVE 9999 TO RETURN-CODE
000391           SET  WS-FIN-LECTURA TO TRUE
000392        END-IF
000393
000394        OPEN I-O INHABIL
000395        IF WS-INH-CODE IS NOT EQUAL '00'
000396           DISPLAY '* ERROR EN OPEN INHABIL  = ' WS-INH-CODE
000397           MOVE 9999 TO RETURN-CODE
000398           SET  WS-FIN-LECTURA TO TRUE
000399        END-IF
000400
000401        OPEN I-O CHEQUES
000402        IF WS-REG-CODE IS NOT EQUAL '00'
000403           DISPLAY '* ERROR EN OPEN CHEQUES  = ' WS-REG-CODE
000404           MOVE 9999 TO RETURN-CODE
000405           SET  WS-FIN-LECTURA TO TRUE
000406        END-IF
000407
000408        OPEN INPUT PERSONA
000409        IF WS-PER-CODE IS NOT EQUAL '00'
000410           DISPLAY '* ERROR EN OPEN PERSONA  = ' WS-PER-CODE
000411           MOVE 9999 TO RETURN-CODE
000412           SET  WS-FIN-LECTURA TO TRUE
000413        END-IF
000414
000415        OPEN EXTEND MOVCTA
000416        IF WS-MOV-CODE IS NOT EQUAL '00'
000417           DISPLAY '* ERROR EN OPEN MOVCTA   = ' WS-MOV-CODE
000418           MOVE 9999 TO RETURN-CODE
000419           SET  WS-FIN-LECTURA TO TRUE
000420        END-IF
000421
000422        OPEN OUTPUT BCRA
000423        IF WS-BCR-CODE IS NOT EQUAL '00'
000424           DISPLAY '* ERROR EN OPEN BCRA     = ' WS-BCR-CODE
000425           MOVE 9999 TO RETURN-CODE
000426           SET  WS-FIN-LECTURA TO TRUE
000427        END-IF
000428     END-IF.
000429
000430     IF NOT WS-FIN-LECTURA
000431        PERFORM 1200-I-LEER-PARAMETROS THRU 1200-F-LEER-PARAMETROS
000432        PERFORM 1300-I-CALCULAR-FECHAS THRU 1300-F-CALCULAR-FECHAS
000433        MOVE WS-ENTIDAD       TO WS-BCH-ENTIDAD
000434        MOVE WS-FECHA-PROCESO TO WS-BCH-FECHA
000435        WRITE REG-BCRA FROM WS-BCR-CABECERA
000436        PERFORM 3000-I-LEER-DEVUELTO THRU 3000-F-LEER-DEVUELTO
000437     END-IF.
000438
000439 1000-F-INICIO.   EXIT.
000440
000441**************************************
000442*  FECHA OFICIAL DE PROCESO DESDE    *
000443*  EL CONTROL DE CORRIDA             *
000444**************************************
000445
000446 1100-I-LEER-RUNCTL.
000447
000448     OPEN INPUT RUNCTL.
000449
000450     IF WS-RUN-CODE NOT EQUAL '00'
000451        DISPLAY '* ERROR EN OPEN RUNCTL   = ' WS-RUN-CODE
000452        MOVE 9999 TO RETURN-CODE
000453        SET  WS-FIN-LECTURA TO TRUE
000454        GO TO 1100-F-LEER-RUNCTL
000455     END-IF.
000456
000457     READ RUNCTL.
000458     IF WS-RUN-CODE NOT EQUAL '00'
000459        DISPLAY '* ERROR EN LECTURA RUNCTL = ' WS-RUN-CODE
000460        MOVE 9999 TO RETURN-CODE
000461        SET  WS-FIN-LECTURA TO TRUE
000462        CLOSE RUNCTL
000463        GO TO 1100-F-LEER-RUNCTL
000464     END-IF.
000465
000466     MOVE RUN-FECHA-PROCESO TO WS-FECHA-PROCESO.
000467     MOVE WS-PRO-DD   TO WS-GUI-DD.
000468     MOVE WS-PRO-MM   TO WS-GUI-MM.
000469     MOVE WS-PRO-AAAA TO WS-GUI-AAAA.
000470
000471     CLOSE RUNCTL.
000472
000473 1100-F-LEER-RUNCTL. EXIT.
000474
000475**************************************
000476*  TARJETA DE PARAMETROS (OPCIONAL;  *
000477*  SIN ELLA RIGEN LOS VALORES POR    *
000478*  DEFECTO)                          *
000479**************************************
000480
000481 1200-I-LEER-PARAMETROS.
000482
000483     OPEN INPUT PARAMS.
000484
000485     IF WS-PAR-CODE NOT EQUAL '00'
000486        DISPLAY '* AVISO: SIN TARJETA DE PARAMETROS, RIGEN LOS'
000487                ' VALORES POR DEFECTO'
000488        GO TO 1200-F-LEER-PARAMETROS
000489     END-IF.
000490
000491     READ PARAMS.
000492
000493     IF WS-PAR-CODE EQUAL '00'
000494        IF PAR-TASA-MULTA IS NUMERIC
000495           MOVE PAR-TASA-MULTA TO WS-TASA-MULTA
000496        END-IF
000497        IF PAR-MULTA-MIN IS NUMERIC
000498           MOVE PAR-MULTA-MIN  TO WS-MULTA-MIN
000499        END-IF
000500        IF PAR-MULTA-MAX IS NUMERIC
000501           AND PAR-MULTA-MAX GREATER THAN ZEROS
000502           MOVE PAR-MULTA-MAX  TO WS-MULTA-MAX
000503        END-IF
000504        IF PAR-TOPE IS NUMERIC
000505           AND PAR-TOPE GREATER THAN ZEROS
000506           MOVE PAR-TOPE       TO WS-TOPE-RECHAZOS
000507        END-IF
000508        IF PAR-ENTIDAD IS NUMERIC
000509           MOVE PAR-ENTIDAD    TO WS-ENTIDAD
000510        END-IF
000511     END-IF.
000512
000513     CLOSE PARAMS.
000514
000515 1200-F-LEER-PARAMETROS. EXIT.
000516
000517**************************************
000518*  COMIENZO DE LA VENTANA DE DOCE    *
000519*  MESES Y FIN DE LA INHABILITACION  *
000520*  (MISMO DIA UN ANIO ANTES Y UN     *
000521*  ANIO DESPUES; EL 29/02 PASA AL    *
000522*  28/02)                            *
000523**************************************
000524
000525 1300-I-CALCULAR-FECHAS.
000526
000527     MOVE WS-FECHA-PROCESO TO WS-FECHA-TRABAJO.
000528     SUBTRACT 1 FROM WS-TRA-AAAA.
000529     IF WS-TRA-MM EQUAL 02 AND WS-TRA-DD EQUAL 29
000530        MOVE 28 TO WS-TRA-DD
000531     END-IF.
000532     MOVE WS-FECHA-TRABAJO TO WS-FECHA-DESDE-12M.
000533
000534     MOVE WS-FECHA-PROCESO TO WS-FECHA-TRABAJO.
000535     ADD 1 TO WS-TRA-AAAA.
000536     IF WS-TRA-MM EQUAL 02 AND WS-TRA-DD EQUAL 29
000537        MOVE 28 TO WS-TRA-DD
000538     END-IF.
000539     MOVE WS-FECHA-TRABAJO TO WS-FECHA-HASTA-INH.
000540
000541 1300-F-CALCULAR-FECHAS. EXIT.
000542
000543**************************************
000544*                                    *
000545*  CUERPO PRINCIPAL DE PROCESOS      *
000546*                                    *
000547**************************************
000548 2000-I-PROCESO.
000549
000550     IF DEV-CODIGO EQUAL '001'
000551        OR DEV-CODIGO EQUAL '004'
000552        PERFORM 4000-I-PROCESAR-RECHAZO
000553           THRU 4000-F-PROCESAR-RECHAZO
000554     ELSE
000555        ADD 1 TO WS-CONT-OTROS
000556     END-IF.
000557
000558     PERFORM 3000-I-LEER-DEVUELTO THRU 3000-F-LEER-DEVUELTO.
000559
000560 2000-F-PROCESO. EXIT.
000561
000562**************************************
000563* LECTURA DEVOLUCIONES               *
000564**************************************
000565
000566 3000-I-LEER-DEVUELTO.
000567
000568     READ DEVUELTO.
000569
000570     EVALUATE WS-DEV-CODE
000571       WHEN '00'
000572          ADD 1 TO WS-CONT-LEIDOS
000573       WHEN '10'
000574          SET WS-FIN-LECTURA TO TRUE
000575       WHEN OTHER
000576          DISPLAY '* ERROR EN LECTURA DEVUELTO = ' WS-DEV-CODE
000577          MOVE 9999 TO RETURN-CODE
000578          SET WS-FIN-LECTURA TO TRUE
000579     END-EVALUATE.
000580
000581 3000-F-LEER-DEVUELTO. EXIT.
000582
000583**************************************
000584*  PROCESO DE UN CHEQUE RECHAZADO    *
000585**************************************
000586
000587 4000-I-PROCESAR-RECHAZO.
000588
000589     MOVE DEV-PRESENTACION TO WS-PRESENTACION.
000590
000591     PERFORM 4100-I-LEER-CUENTA THRU 4100-F-LEER-CUENTA.
000592
000593     IF SQLCODE NOT EQUAL ZEROS
000594        GO TO 4000-F-PROCESAR-RECHAZO
000595     END-IF.
000596
000597*    LA MULTA SOLO CORRESPONDE AL RECHAZO SIN FONDOS
000598
000599     MOVE ZEROS TO WS-MULTA.
000600     IF DEV-CODIGO EQUAL '001'
000601        PERFORM 4200-I-CALCULAR-MULTA THRU 4200-F-CALCULAR-MULTA
000602     END-IF.
000603
000604     PERFORM 4300-I-REGISTRAR THRU 4300-F-REGISTRAR.
000605
000606     IF WS-RCH-CODE NOT EQUAL '00'
000607        GO TO 4000-F-PROCESAR-RECHAZO
000608     END-IF.
000609
000610     ADD 1 TO WS-CONT-RECHAZADOS.
000611     ADD WS-PRE-IMPORTE TO WS-TOTAL-RECHAZADO.
000612
000613     IF DEV-CODIGO EQUAL '001'
000614        PERFORM 4500-I-COBRAR-MULTA THRU 4500-F-COBRAR-MULTA
000615     END-IF.
000616
000617     PERFORM 4700-I-BUSCAR-TITULAR THRU 4700-F-BUSCAR-TITULAR.
000618
000619     PERFORM 5000-I-CONTAR-RECHAZOS THRU 5000-F-CONTAR-RECHAZOS.
000620
000621     PERFORM 7000-I-INFORMAR-CHEQUE THRU 7000-F-INFORMAR-CHEQUE.
000622
000623     IF DEV-CODIGO EQUAL '001'
000624        AND WS-CANT-TITULAR NOT LESS THAN WS-TOPE-RECHAZOS
000625        PERFORM 6000-I-INHABILITAR THRU 6000-F-INHABILITAR
000626     END-IF.
000627
000628 4000-F-PROCESAR-RECHAZO. EXIT.
000629
000630**************************************
000631*  MONEDA Y TITULAR DE LA CUENTA     *
000632**************************************
000633
000634 4100-I-LEER-CUENTA.
000635
000636     MOVE WS-PRE-TIPO-CUENTA TO WS-TIPO-CUENTA.
000637     MOVE WS-PRE-NRO-CUENTA  TO WS-NRO-CUENTA.
000638
000639     EXEC SQL
000640        SELECT MONEDA,
000641               NRO_CLIENTE
000642          INTO :DCLTBCUENTAS.WS-MONEDA,
000643               :DCLTBCUENTAS.WS-CUE-NRO-CLIENTE
000644          FROM  ITPFBIO.TBCUENTAS
000645         WHERE  TIPO_CUENTA = :DCLTBCUENTAS.WS-TIPO-CUENTA
000646           AND  NRO_CUENTA  = :DCLTBCUENTAS.WS-NRO-CUENTA
000647     END-EXEC.
000648
000649     MOVE SQLCODE TO FS-SQLCODE.
000650
000651     EVALUATE SQLCODE
000652       WHEN ZEROS
000653          MOVE WS-MONEDA          TO WS-MONEDA-CTA
000654          MOVE WS-CUE-NRO-CLIENTE TO WS-CLIENTE-CTA
000655       WHEN +100
000656          DISPLAY '* AVISO: CUENTA DEL CHEQUE INEXISTENTE = '
000657                  WS-PRE-NRO-CUENTA
000658          ADD 1 TO WS-CONT-OTROS
000659       WHEN OTHER
000660          DISPLAY '* ERROR DB2 AL LEER LA CUENTA = ' FS-SQLCODE
000661          MOVE 9999 TO RETURN-CODE
000662          SET WS-FIN-LECTURA TO TRUE
000663     END-EVALUATE.
000664
000665 4100-F-LEER-CUENTA. EXIT.
000666
000667**************************************
000668*  MULTA: TASA SOBRE EL IMPORTE DEL  *
000669*  CHEQUE ENTRE EL MINIMO Y EL MAXIMO*
000670**************************************
000671
000672 4200-I-CALCULAR-MULTA.
000673
000674     COMPUTE WS-MULTA ROUNDED =
000675             WS-PRE-IMPORTE * WS-TASA-MULTA / 100.
000676
000677     IF WS-MULTA LESS THAN WS-MULTA-MIN
000678        MOVE WS-MULTA-MIN TO WS-MULTA
000679     END-IF.
000680
000681     IF WS-MULTA GREATER THAN WS-MULTA-MAX
000682        MOVE WS-MULTA-MAX TO WS-MULTA
000683     END-IF.
000684
000685 4200-F-CALCULAR-MULTA. EXIT.
000686
000687**************************************
000688*  ALTA EN EL REGISTRO DE RECHAZOS.  *
000689*  LA CLAVE DUPLICADA ES UNA         *
000690*  DEVOLUCION YA PROCESADA           *
000691**************************************
000692
000693 4300-I-REGISTRAR.
000694
000695     MOVE SPACES              TO REG-CHQRECH.
000696     MOVE WS-CLIENTE-CTA      TO CRE-NRO-CLIENTE.
000697     MOVE DEV-FECHA           TO CRE-FECHA.
000698     MOVE WS-PRE-TIPO-CUENTA  TO CRE-TIPO-CUENTA.
000699     MOVE WS-PRE-NRO-CUENTA   TO CRE-NRO-CUENTA.
000700     MOVE WS-PRE-NRO-CHEQUE   TO CRE-NRO-CHEQUE.
000701     MOVE DEV-CODIGO          TO CRE-CODIGO.
000702     MOVE WS-PRE-IMPORTE      TO CRE-IMPORTE.
000703     MOVE WS-MULTA            TO CRE-MULTA.
000704     MOVE WS-MONEDA-CTA       TO CRE-MONEDA.
000705
000706     WRITE REG-CHQRECH
000707        INVALID KEY
000708           ADD 1 TO WS-CONT-REPETIDOS
000709     END-WRITE.
000710
000711     IF WS-RCH-CODE IS NOT EQUAL '00'
000712        AND WS-RCH-CODE IS NOT EQUAL '22'
000713        DISPLAY '* ERROR EN WRITE RECHCHQ = ' WS-RCH-CODE
000714        MOVE 9999 TO RETURN-CODE
000715        SET WS-FIN-LECTURA TO TRUE
000716     END-IF.
000717
000718 4300-F-REGISTRAR. EXIT.
000719
000720**************************************
000721*  COBRO DE LA MULTA: DEBITO EN LA   *
000722*  CUENTA (SIN CONTROL DE SALDO,     *
000723*  COMO LAS COMISIONES) Y MOVIMIENTO *
000724*  'MU' EN MOVCTA19                  *
000725**************************************
000726
000727 4500-I-COBRAR-MULTA.
000728
000729     IF WS-MULTA EQUAL ZEROS
000730        GO TO 4500-F-COBRAR-MULTA
000731     END-IF.
000732
000733     MOVE WS-PRE-TIPO-CUENTA TO WS-TIPO-CUENTA.
000734     MOVE WS-PRE-NRO-CUENTA  TO WS-NRO-CUENTA.
000735     MOVE WS-MULTA           TO WS-SALDO-ACTUAL.
000736     MOVE WS-FECHA-GUION     TO WS-FECHA-ACTUAL.
000737
000738     EXEC SQL
000739        UPDATE ITPFBIO.TBCUENTAS
000740           SET SALDO_ACTUAL = SALDO_ACTUAL -
000741                 :DCLTBCUENTAS.WS-SALDO-ACTUAL,
000742               FECHA_ACTUAL =
000743                 :DCLTBCUENTAS.WS-FECHA-ACTUAL
000744         WHERE TIPO_CUENTA  =
000745                 :DCLTBCUENTAS.WS-TIPO-CUENTA
000746           AND NRO_CUENTA   =
000747                 :DCLTBCUENTAS.WS-NRO-CUENTA
000748     END-EXEC.
000749
000750     MOVE SQLCODE TO FS-SQLCODE.
000751
000752     IF SQLCODE NOT EQUAL ZEROS
000753        DISPLAY '* ERROR DB2 EN DEBITO DE MULTA = ' FS-SQLCODE
000754                ' CUENTA ' WS-PRE-NRO-CUENTA
000755        ADD 1 TO WS-CONT-MULTA-ERR
000756        EXEC SQL
000757           ROLLBACK
000758        END-EXEC
000759        GO TO 4500-F-COBRAR-MULTA
000760     END-IF.
000761
000762     MOVE SPACES             TO REG-MOVCTA.
000763     MOVE WS-PRE-NRO-CUENTA  TO MCT-NRO-CUENTA.
000764     MOVE 'MU'               TO MCT-TIPO-MOV.
000765     MOVE WS-MULTA           TO MCT-IMPORTE.
000766     MOVE SPACES             TO MCT-CONTRAPARTE.
000767     MOVE WS-PRE-NRO-CHEQUE  TO MCT-CONTRAPARTE(1:8).
000768     MOVE WS-FECHA-GUION     TO MCT-FECHA.
000769     MOVE '00:00:00'         TO MCT-HORA.
000770     MOVE 'BTCH'             TO MCT-TERMINAL.
000771     MOVE WS-CLIENTE-CTA     TO MCT-NRO-CLIENTE.
000772     MOVE 'BATCH'            TO MCT-OPERADOR.
000773     MOVE WS-MONEDA-CTA      TO MCT-MONEDA.
000774
000775     WRITE REG-MOVCTA.
000776     IF WS-MOV-CODE IS NOT EQUAL '00'
000777        DISPLAY '* ERROR EN WRITE MOVCTA = ' WS-MOV-CODE
000778        MOVE 9999 TO RETURN-CODE
000779        SET WS-FIN-LECTURA TO TRUE
000780        EXEC SQL
000781           ROLLBACK
000782        END-EXEC
000783        GO TO 4500-F-COBRAR-MULTA
000784     END-IF.
000785
000786     EXEC SQL
000787        COMMIT
000788     END-EXEC.
000789
000790     ADD 1 TO WS-CONT-MULTAS.
000791     ADD WS-MULTA TO WS-TOTAL-MULTAS.
000792
000793 4500-F-COBRAR-MULTA. EXIT.
000794
000795**************************************
000796*  DOCUMENTO DEL TITULAR POR NRO DE  *
000797*  CLIENTE (INDICE ALTERNATIVO DE    *
000798*  PERSONA)                          *
000799**************************************
000800
000801 4700-I-BUSCAR-TITULAR.
000802
000803     MOVE SPACES TO WS-DOC-TIPO.
000804     MOVE ZEROS  TO WS-DOC-NRO.
000805
000806     MOVE WS-CLIENTE-CTA TO WS-CLAVE-PER-CLI.
000807
000808     READ PERSONA KEY IS WS-CLAVE-PER-CLI
000809        INVALID KEY
000810           DISPLAY '* AVISO: TITULAR SIN PERSONA = '
000811                   WS-CLIENTE-CTA
000812        NOT INVALID KEY
000813           MOVE PER-TIP-DOC TO WS-DOC-TIPO
000814           MOVE PER-NRO-DOC TO WS-DOC-NRO
000815     END-READ.
000816
000817     IF WS-PER-CODE IS NOT EQUAL '00'
000818        AND WS-PER-CODE IS NOT EQUAL '23'
000819        DISPLAY '* ERROR EN LECTURA PERSONA = ' WS-PER-CODE
000820        MOVE 9999 TO RETURN-CODE
000821        SET WS-FIN-LECTURA TO TRUE
000822     END-IF.
000823
000824 4700-F-BUSCAR-TITULAR. EXIT.
000825
000826**************************************
000827*  RECHAZOS SIN FONDOS DE LOS        *
000828*  ULTIMOS DOCE MESES DEL TITULAR    *
000829*  Y DE LA CUENTA (LA CLAVE EMPIEZA  *
000830*  POR TITULAR Y FECHA)              *
000831**************************************
000832
000833 5000-I-CONTAR-RECHAZOS.
000834
000835     MOVE ZEROS TO WS-CANT-TITULAR WS-CANT-CUENTA.
000836
000837     MOVE LOW-VALUES         TO CRE-CLAVE.
000838     MOVE WS-CLIENTE-CTA     TO CRE-NRO-CLIENTE.
000839     MOVE WS-FECHA-DESDE-12M TO CRE-FECHA.
000840
000841     START RECHCHQ KEY IS GREATER THAN CRE-CLAVE
000842        INVALID KEY
000843           GO TO 5000-F-CONTAR-RECHAZOS
000844     END-START.
000845
000846     SET WS-NO-FIN-RCH TO TRUE.
000847
000848     PERFORM 5100-I-LEER-RECHAZO THRU 5100-F-LEER-RECHAZO
000849        UNTIL WS-FIN-RCH.
000850
000851 5000-F-CONTAR-RECHAZOS. EXIT.
000852
000853 5100-I-LEER-RECHAZO.
000854
000855     READ RECHCHQ NEXT RECORD
000856        AT END
000857           SET WS-FIN-RCH TO TRUE
000858           GO TO 5100-F-LEER-RECHAZO
000859     END-READ.
000860
000861     IF WS-RCH-CODE IS NOT EQUAL '00'
000862        DISPLAY '* ERROR EN LECTURA RECHCHQ = ' WS-RCH-CODE
000863        MOVE 9999 TO RETURN-CODE
000864        SET WS-FIN-RCH TO TRUE
000865        SET WS-FIN-LECTURA TO TRUE
000866        GO TO 5100-F-LEER-RECHAZO
000867     END-IF.
000868
000869     IF CRE-NRO-CLIENTE NOT EQUAL WS-CLIENTE-CTA
000870        SET WS-FIN-RCH TO TRUE
000871        GO TO 5100-F-LEER-RECHAZO
000872     END-IF.
000873
000874     IF CRE-FECHA GREATER THAN WS-FECHA-DESDE-12M
000875        AND CRE-CODIGO EQUAL '001'
000876        ADD 1 TO WS-CANT-TITULAR
000877        IF CRE-TIPO-CUENTA EQUAL WS-PRE-TIPO-CUENTA
000878           AND CRE-NRO-CUENTA EQUAL WS-PRE-NRO-CUENTA
000879           ADD 1 TO WS-CANT-CUENTA
000880        END-IF
000881     END-IF.
000882
000883 5100-F-LEER-RECHAZO. EXIT.
000884
000885**************************************
000886*  INHABILITACION DEL TITULAR: TODAS *
000887*  SUS CUENTAS CORRIENTES QUEDAN     *
000888*  MARCADAS Y SUS CHEQUES EMITIDOS   *
000889*  SUSPENDIDOS                       *
000890**************************************
000891
000892 6000-I-INHABILITAR.
000893
000894     SET WS-INHABIL-VIGENTE TO TRUE.
000895     MOVE WS-CLIENTE-CTA TO WS-CLIENTE-INH.
000896
000897     EXEC SQL
000898        OPEN CORRIENTES_CURSOR
000899     END-EXEC.
000900
000901     MOVE SQLCODE TO FS-SQLCODE.
000902
000903     IF SQLCODE NOT EQUAL ZEROS
000904        DISPLAY '* ERROR OPEN CORRIENTES_CURSOR = ' FS-SQLCODE
000905        MOVE 9999 TO RETURN-CODE
000906        SET WS-FIN-LECTURA TO TRUE
000907        GO TO 6000-F-INHABILITAR
000908     END-IF.
000909
000910     SET WS-NO-FIN-CUR TO TRUE.
000911
000912     PERFORM 6100-I-LEER-CORRIENTE THRU 6100-F-LEER-CORRIENTE
000913        UNTIL WS-FIN-CUR.
000914
000915     EXEC SQL
000916        CLOSE CORRIENTES_CURSOR
000917     END-EXEC.
000918
000919*    EL TITULAR SE INFORMA UNA SOLA VEZ, CUANDO QUEDA
000920*    INHABILITADO (NO MIENTRAS SIGA VIGENTE)
000921
000922     IF WS-INHABIL-NUEVO
000923        ADD 1 TO WS-CONT-INHABIL
000924        PERFORM 7500-I-INFORMAR-INHABIL
000925           THRU 7500-F-INFORMAR-INHABIL
000926     END-IF.
000927
000928 6000-F-INHABILITAR. EXIT.
000929
000930 6100-I-LEER-CORRIENTE.
000931
000932     EXEC SQL
000933        FETCH  CORRIENTES_CURSOR
000934               INTO
000935                 :DCLTBCUENTAS.WS-TIPO-CUENTA,
000936                 :DCLTBCUENTAS.WS-NRO-CUENTA
000937     END-EXEC.
000938
000939     MOVE SQLCODE TO FS-SQLCODE.
000940
000941     EVALUATE SQLCODE
000942       WHEN ZEROS
000943          PERFORM 6200-I-MARCAR-CUENTA THRU 6200-F-MARCAR-CUENTA
000944          PERFORM 6500-I-SUSPENDER-CHEQUES
000945             THRU 6500-F-SUSPENDER-CHEQUES
000946       WHEN +100
000947          SET WS-FIN-CUR TO TRUE
000948       WHEN OTHER
000949          DISPLAY '* ERROR FETCH CORRIENTES_CURSOR = ' FS-SQLCODE
000950          MOVE 9999 TO RETURN-CODE
000951          SET WS-FIN-CUR TO TRUE
000952          SET WS-FIN-LECTURA TO TRUE
000953     END-EVALUATE.
000954
000955 6100-F-LEER-CORRIENTE. EXIT.
000956
000957**************************************
000958*  MARCA DE LA CUENTA EN INHABI19    *
000959**************************************
000960
000961 6200-I-MARCAR-CUENTA.
000962
000963     MOVE WS-TIPO-CUENTA TO INH-TIPO-CUENTA.
000964     MOVE WS-NRO-CUENTA  TO INH-NRO-CUENTA.
000965
000966     READ INHABIL
000967        INVALID KEY
000968           MOVE SPACES           TO REG-INHABIL
000969           MOVE WS-TIPO-CUENTA   TO INH-TIPO-CUENTA
000970           MOVE WS-NRO-CUENTA    TO INH-NRO-CUENTA
000971           MOVE WS-CLIENTE-CTA   TO INH-NRO-CLIENTE
000972           MOVE WS-FECHA-PROCESO TO INH-FECHA-DESDE
000973           MOVE WS-FECHA-HASTA-INH TO INH-FECHA-HASTA
000974           MOVE WS-CANT-TITULAR  TO INH-CANT-RECHAZOS
000975           MOVE 'A'              TO INH-ESTADO
000976           WRITE REG-INHABIL
000977           SET WS-INHABIL-NUEVO TO TRUE
000978           ADD 1 TO WS-CONT-CTAS-INH
000979           GO TO 6200-A-CONTROL
000980     END-READ.
000981
000982*    YA MARCADA: SI LA INHABILITACION SIGUE VIGENTE SOLO
000983*    SE ACTUALIZA LA CANTIDAD; SI VENCIO O FUE LEVANTADA
000984*    EMPIEZA UNA NUEVA
000985
000986     IF INH-ESTADO EQUAL 'A'
000987        AND INH-FECHA-HASTA NOT LESS THAN WS-FECHA-PROCESO
000988        MOVE WS-CANT-TITULAR  TO INH-CANT-RECHAZOS
000989     ELSE
000990        MOVE WS-CLIENTE-CTA   TO INH-NRO-CLIENTE
000991        MOVE WS-FECHA-PROCESO TO INH-FECHA-DESDE
000992        MOVE WS-FECHA-HASTA-INH TO INH-FECHA-HASTA
000993        MOVE WS-CANT-TITULAR  TO INH-CANT-RECHAZOS
000994        MOVE 'A'              TO INH-ESTADO
000995        SET WS-INHABIL-NUEVO TO TRUE
000996        ADD 1 TO WS-CONT-CTAS-INH
000997     END-IF.
000998
000999     REWRITE REG-INHABIL.
001000
001001 6200-A-CONTROL.
001002
001003     IF WS-INH-CODE IS NOT EQUAL '00'
001004        DISPLAY '* ERROR EN GRABACION INHABIL = ' WS-INH-CODE
001005        MOVE 9999 TO RETURN-CODE
001006        SET WS-FIN-CUR TO TRUE
001007        SET WS-FIN-LECTURA TO TRUE
001008     END-IF.
001009
001010 6200-F-MARCAR-CUENTA. EXIT.
001011
001012**************************************
001013*  SUSPENSION DE LOS CHEQUES EN      *
001014*  CARTERA ('E') DE LA CUENTA        *
001015**************************************
001016
001017 6500-I-SUSPENDER-CHEQUES.
001018
001019     MOVE WS-TIPO-CUENTA TO CHQ-TIPO-CUENTA.
001020     MOVE WS-NRO-CUENTA  TO CHQ-NRO-CUENTA.
001021     MOVE ZEROS          TO CHQ-NRO-CHEQUE.
001022
001023     START CHEQUES KEY IS NOT LESS THAN CHQ-CLAVE
001024        INVALID KEY
001025           GO TO 6500-F-SUSPENDER-CHEQUES
001026     END-START.
001027
001028     SET WS-NO-FIN-CHQ TO TRUE.
001029
001030     PERFORM 6600-I-LEER-CHEQUE THRU 6600-F-LEER-CHEQUE
001031        UNTIL WS-FIN-CHQ.
001032
001033 6500-F-SUSPENDER-CHEQUES. EXIT.
001034
001035 6600-I-LEER-CHEQUE.
001036
001037     READ CHEQUES NEXT RECORD
001038        AT END
001039           SET WS-FIN-CHQ TO TRUE
001040           GO TO 6600-F-LEER-CHEQUE
001041     END-READ.
001042
001043     IF WS-REG-CODE IS NOT EQUAL '00'
001044        DISPLAY '* ERROR EN LECTURA CHEQUES = ' WS-REG-CODE
001045        MOVE 9999 TO RETURN-CODE
001046        SET WS-FIN-CHQ TO TRUE
001047        SET WS-FIN-LECTURA TO TRUE
001048        GO TO 6600-F-LEER-CHEQUE
001049     END-IF.
001050
001051     IF CHQ-TIPO-CUENTA NOT EQUAL WS-TIPO-CUENTA
001052        OR CHQ-NRO-CUENTA NOT EQUAL WS-NRO-CUENTA
001053        SET WS-FIN-CHQ TO TRUE
001054        GO TO 6600-F-LEER-CHEQUE
001055     END-IF.
001056
001057     IF CHQ-ESTADO NOT EQUAL 'E'
001058        GO TO 6600-F-LEER-CHEQUE
001059     END-IF.
001060
001061     MOVE 'S' TO CHQ-ESTADO.
001062
001063     REWRITE REG-CHEQUE.
001064     IF WS-REG-CODE IS NOT EQUAL '00'
001065        DISPLAY '* ERROR EN REWRITE CHEQUES = ' WS-REG-CODE
001066        MOVE 9999 TO RETURN-CODE
001067        SET WS-FIN-CHQ TO TRUE
001068        SET WS-FIN-LECTURA TO TRUE
001069     ELSE
001070        ADD 1 TO WS-CONT-SUSPENDIDOS
001071     END-IF.
001072
001073 6600-F-LEER-CHEQUE. EXIT.
001074
001075**************************************
001076*  REGISTRO 01 DEL INFORME BCRA:     *
001077*  CHEQUE RECHAZADO                  *
001078**************************************
001079
001080 7000-I-INFORMAR-CHEQUE.
001081
001082     MOVE WS-PRE-TIPO-CUENTA TO WS-BC1-TIPO-CUENTA.
001083     MOVE WS-PRE-NRO-CUENTA  TO WS-BC1-NRO-CUENTA.
001084     MOVE WS-PRE-NRO-CHEQUE  TO WS-BC1-NRO-CHEQUE.
001085     MOVE WS-PRE-IMPORTE     TO WS-BC1-IMPORTE.
001086     MOVE WS-MONEDA-CTA      TO WS-BC1-MONEDA.
001087     MOVE DEV-FECHA          TO WS-BC1-FECHA.
001088     MOVE DEV-CODIGO         TO WS-BC1-CAUSAL.
001089     MOVE WS-DOC-TIPO        TO WS-BC1-TIP-DOC.
001090     MOVE WS-DOC-NRO         TO WS-BC1-NRO-DOC.
001091     MOVE WS-MULTA           TO WS-BC1-MULTA.
001092     MOVE WS-CANT-CUENTA     TO WS-BC1-CANT-12M.
001093
001094     WRITE REG-BCRA FROM WS-BCR-CHEQUE.
001095     IF WS-BCR-CODE IS NOT EQUAL '00'
001096        DISPLAY '* ERROR EN WRITE BCRA = ' WS-BCR-CODE
001097        MOVE 9999 TO RETURN-CODE
001098        SET WS-FIN-LECTURA TO TRUE
001099     END-IF.
001100
001101     ADD 1 TO WS-BCT-CANT-CHEQUES.
001102     ADD WS-PRE-IMPORTE TO WS-BCT-TOTAL.
001103
001104 7000-F-INFORMAR-CHEQUE. EXIT.
001105
001106**************************************
001107*  REGISTRO 02 DEL INFORME BCRA:     *
001108*  TITULAR INHABILITADO              *
001109**************************************
001110
001111 7500-I-INFORMAR-INHABIL.
001112
001113     MOVE WS-DOC-TIPO        TO WS-BC2-TIP-DOC.
001114     MOVE WS-DOC-NRO         TO WS-BC2-NRO-DOC.
001115     MOVE WS-CLIENTE-CTA     TO WS-BC2-NRO-CLIENTE.
001116     MOVE WS-PRE-TIPO-CUENTA TO WS-BC2-TIPO-CUENTA.
001117     MOVE WS-PRE-NRO-CUENTA  TO WS-BC2-NRO-CUENTA.
001118     MOVE WS-FECHA-PROCESO   TO WS-BC2-FECHA-DESDE.
001119     MOVE WS-FECHA-HASTA-INH TO WS-BC2-FECHA-HASTA.
001120     MOVE WS-CANT-TITULAR    TO WS-BC2-CANT-12M.
001121
001122     WRITE REG-BCRA FROM WS-BCR-INHABIL.
001123     IF WS-BCR-CODE IS NOT EQUAL '00'
001124        DISPLAY '* ERROR EN WRITE BCRA = ' WS-BCR-CODE
001125        MOVE 9999 TO RETURN-CODE
001126        SET WS-FIN-LECTURA TO TRUE
001127     END-IF.
001128
001129     ADD 1 TO WS-BCT-CANT-INHABIL.
001130
001131 7500-F-INFORMAR-INHABIL. EXIT.
001132
001133**************************************
001134*                                    *
001135*  CUERPO FINAL CIERRE DE FILES      *
001136*                                    *
001137**************************************
001138 9999-I-FINAL.
001139
001140     IF RETURN-CODE EQUAL ZEROS
001141        EXEC SQL
001142           COMMIT
001143        END-EXEC
001144     ELSE
001145        EXEC SQL
001146           ROLLBACK
001147        END-EXEC
001148     END-IF.
001149
001150*    COLA DEL INFORME BCRA CON LOS TOTALES DE CONTROL
001151
001152     WRITE REG-BCRA FROM WS-BCR-COLA.
001153     IF WS-BCR-CODE IS NOT EQUAL '00'
001154        DISPLAY '* ERROR EN WRITE BCRA = ' WS-BCR-CODE
001155        MOVE 9999 TO RETURN-CODE
001156     END-IF.
001157
001158     CLOSE DEVUELTO
001159        IF WS-DEV-CODE IS NOT EQUAL '00'
001160          DISPLAY '* ERROR EN CLOSE DEVUELTO = ' WS-DEV-CODE
001161          MOVE 9999 TO RETURN-CODE
001162       END-IF.
001163
001164     CLOSE RECHCHQ
001165        IF WS-RCH-CODE IS NOT EQUAL '00'
001166          DISPLAY '* ERROR EN CLOSE RECHCHQ  = ' WS-RCH-CODE
001167          MOVE 9999 TO RETURN-CODE
001168       END-IF.
001169
001170     CLOSE INHABIL
001171        IF WS-INH-CODE IS NOT EQUAL '00'
001172          DISPLAY '* ERROR EN CLOSE INHABIL  = ' WS-INH-CODE
001173          MOVE 9999 TO RETURN-CODE
001174       END-IF.
001175
001176     CLOSE CHEQUES
001177        IF WS-REG-CODE IS NOT EQUAL '00'
001178          DISPLAY '* ERROR EN CLOSE CHEQUES  = ' WS-REG-CODE
001179          MOVE 9999 TO RETURN-CODE
001180       END-IF.
001181
001182     CLOSE PERSONA
001183        IF WS-PER-CODE IS NOT EQUAL '00'
001184          DISPLAY '* ERROR EN CLOSE PERSONA  = ' WS-PER-CODE
001185          MOVE 9999 TO RETURN-CODE
001186       END-IF.
001187
001188     CLOSE MOVCTA
001189        IF WS-MOV-CODE IS NOT EQUAL '00'
001190          DISPLAY '* ERROR EN CLOSE MOVCTA   = ' WS-MOV-CODE
001191          MOVE 9999 TO RETURN-CODE
001192       END-IF.
001193
001194     CLOSE BCRA
001195        IF WS-BCR-CODE IS NOT EQUAL '00'
001196          DISPLAY '* ERROR EN CLOSE BCRA     = ' WS-BCR-CODE
001197          MOVE 9999 TO RETURN-CODE
001198       END-IF.
001199
001200**********************************
001201*   MOSTRAR TOTALES DE CONTROL   *
001202**********************************
001203
001204     DISPLAY 'DEVOLUCIONES LEIDAS: '        WS-CONT-LEIDOS.
001205     DISPLAY 'CHEQUES RECHAZADOS: '         WS-CONT-RECHAZADOS.
001206     DISPLAY 'DEVOLUCIONES YA PROCESADAS: ' WS-CONT-REPETIDOS.
001207     DISPLAY 'OTRAS DEVOLUCIONES: '         WS-CONT-OTROS.
001208     DISPLAY 'MULTAS COBRADAS: '            WS-CONT-MULTAS.
001209     DISPLAY 'MULTAS CON ERROR: '           WS-CONT-MULTA-ERR.
001210     DISPLAY 'TITULARES INHABILITADOS: '    WS-CONT-INHABIL.
001211     DISPLAY 'CUENTAS INHABILITADAS: '      WS-CONT-CTAS-INH.
001212     DISPLAY 'CHEQUES SUSPENDIDOS: '        WS-CONT-SUSPENDIDOS.
001213
001214 9999-F-FINAL. EXIT.
