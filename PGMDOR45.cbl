000012*      LA ACTUALIZA)                                     *
000013*    - EL ULTIMO MOVIMIENTO DE LA CUENTA EN MOVCTA19     *
000014*    - EL ULTIMO MOVIMIENTO DEL TITULAR EN LA HISTORIA   *
000014*    - EL ULTIMO MOVIMIENTO EN LA HISTORIA DE CADA       *
000014*      TITULAR O COTITULAR ACTIVO DE COTITU19            *
000015*  LAS CUENTAS SIN ACTIVIDAD EN LOS ULTIMOS 'MESES=NN'   *
000016*  (SYSIN, DEFECTO 12) SE MARCAN DORMIDAS EN INACTI19;   *
000016*  DE LA HISTORIA SOLO SE LEEN (POR PGMHIS) LAS          *
000016*  GENERACIONES DESDE LA FECHA DE CORTE;                 *
000017*  LA T227 BLOQUEA SUS DEBITOS HASTA QUE UN SUPERVISOR   *
000018*  LAS REACTIVE POR LA T220 (PF9). EL INFORME AGRUPA     *
000019*  POR TIPO DE CUENTA PARA LA PRESENTACION REGULATORIA   *
000026* 01/09/2026  * DETECCION Y MARCA DE *
000027*             * CUENTAS DORMIDAS     *
000028**************************************
000028* 15/10/2026  * ACTIVIDAD DE TODOS   *
000028*             * LOS TITULARES DE LA  *
000028*             * CUENTA (COTITU19)    *
000028**************************************
000029* 15/10/2026  * HISTORIA POR PGMHIS  *
000029*             * DESDE LA FECHA DE    *
000029*             * CORTE (GENERACIONES  *
000029*             * DEL PERIODO)         *
000029**************************************
000029 AUTHOR. NAHUEL GATTARI.
000030 ENVIRONMENT DIVISION.
000031 CONFIGURATION SECTION.
000038       SELECT MOVCTA   ASSIGN DDMOV
000039              FILE STATUS IS WS-MOV-CODE.
000040
000044       SELECT INACTIVA ASSIGN DDINA
000045       ORGANIZATION   IS INDEXED
000046       ACCESS IS RANDOM
000062
000063       SELECT RUNCTL   ASSIGN DDRUN
000064              FILE STATUS IS WS-RUN-CODE.
000064
000064       SELECT COTITULAR ASSIGN DDCTI
000064       ORGANIZATION   IS INDEXED
000064       ACCESS IS DYNAMIC
000064       RECORD KEY IS CTI-CLAVE
000064       FILE STATUS IS WS-CTI-CODE.
000065
000066 DATA DIVISION.
000067 FILE SECTION.
000071
000072     COPY CPMOVCTA.
000073
000080 FD INACTIVA.
000081
000082     COPY CPINACTI.
000114      RECORDING MODE IS F.
000115
000116     COPY CPRUNCTL.
000116
000116 FD COTITULAR.
000116
000116     COPY CPCOTIT.
000117
000118**************************************
000119 WORKING-STORAGE SECTION.
000120**************************************
000121 77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000122 77  WS-MOV-CODE      PIC XX    VALUE SPACES.
000124 77  WS-INA-CODE      PIC XX    VALUE SPACES.
000125 77  WS-PER-CODE      PIC XX    VALUE SPACES.
000126 77  WS-LIS-CODE      PIC XX    VALUE SPACES.
000127 77  WS-PRM-CODE      PIC XX    VALUE SPACES.
000128 77  WS-RUN-CODE      PIC XX    VALUE SPACES.
000128 77  WS-CTI-CODE      PIC XX    VALUE SPACES.
000129 77  FS-SQLCODE       PIC -999  VALUE ZEROS.
000129 77  WS-PGMHIS        PIC X(8)  VALUE 'PGMHIS'.
000130
000131************
000132*CONTADORES*
000157     88  WS-ENCONTRO            VALUE 'Y'.
000158     88  WS-NO-ENCONTRO         VALUE 'N'.
000159
000159 01  WS-STA-CTI       PIC X     VALUE 'N'.
000159     88  WS-FIN-CTI             VALUE 'Y'.
000159     88  WS-NO-FIN-CTI          VALUE 'N'.
000159
000159**************************************
000159*   TITULARES DE LA CUENTA EN CURSO  *
000159*   (COTITU19)                       *
000159**************************************
000159
000159 77  WS-CTI-CLIENTE   PIC 9(05)     VALUE ZEROS.
000159
000159 01  WS-CTI-CUENTA.
000159     03  WS-CTI-TIPO  PIC X(02)     VALUE SPACES.
000159     03  WS-CTI-NRO   PIC X(15)     VALUE SPACES.
000159
000160**************************************
000161*   PARAMETRO: MESES SIN ACTIVIDAD   *
000162**************************************
000206 77  WS-RESTA-MESES       PIC 9(05)    VALUE ZEROS.
000207
000208 01  WS-ULTIMA-ACTIVIDAD  PIC 9(08)    VALUE ZEROS.
000208
000208**************************************
000208*   ACCESO A LA HISTORIA (PGMHIS)    *
000208**************************************
000208
000208     COPY CPLKHIS.
000208
000208     COPY CPMOVHIS.
000209
000210 01  WS-FECHA-MOV-NUM     PIC 9(08)    VALUE ZEROS.
000211 01  WS-FECHA-MOV-R REDEFINES WS-FECHA-MOV-NUM.
000328           MOVE 9999 TO RETURN-CODE
000329           SET  WS-FIN-LECTURA TO TRUE
000330        END-IF
000330
000330        OPEN INPUT COTITULAR
000330        IF WS-CTI-CODE IS NOT EQUAL '00'
000330           DISPLAY '* ERROR EN OPEN COTITULAR = ' WS-CTI-CODE
000330           MOVE 9999 TO RETURN-CODE
000330           SET  WS-FIN-LECTURA TO TRUE
000330        END-IF
000331     END-IF.
000332
000333     IF NOT WS-FIN-LECTURA
000495
000496 1300-I-CARGAR-HISTORIA.
000497
000498*    LA ACTIVIDAD ANTERIOR AL CORTE NO CAMBIA EL RESULTADO,
000499*    ASI QUE SOLO SE PIDEN LAS GENERACIONES DESDE EL CORTE
000500
000501     MOVE 'A'            TO LK-HIS-FUNCION.
000502     MOVE WS-FECHA-CORTE TO LK-HIS-DESDE.
000503     MOVE 99999999       TO LK-HIS-HASTA.
000504     CALL WS-PGMHIS USING LK-HIS-AREA REG-MOVHIS.
000505
000506     IF LK-HIS-RESULTADO NOT EQUAL 'S'
000507        DISPLAY '* AVISO: SIN HISTORIA PARA LA DETECCION'
000508        GO TO 1300-F-CARGAR-HISTORIA
000509     END-IF.
000509
000509     SET WS-NO-FIN-HIS TO TRUE.
000509     PERFORM 1350-I-LEER-HISTORIA THRU 1350-F-LEER-HISTORIA
000509        UNTIL WS-FIN-HIS.
000510
000511 1300-F-CARGAR-HISTORIA. EXIT.
000512
000513 1350-I-LEER-HISTORIA.
000514
000515     MOVE 'L' TO LK-HIS-FUNCION.
000516     CALL WS-PGMHIS USING LK-HIS-AREA REG-MOVHIS.
000517
000518     IF LK-HIS-RESULTADO EQUAL 'E'
000519        DISPLAY '* AVISO: HISTORIA INCOMPLETA = '
000519                LK-HIS-CODE
000519     END-IF.
000519
000519     IF LK-HIS-RESULTADO NOT EQUAL 'S'
000519        SET WS-FIN-HIS TO TRUE
000519        GO TO 1350-F-LEER-HISTORIA
000519     END-IF.
000520
000521     MOVE MOV-TIP-DOC TO WS-BUSCA-CLI(1:2).
000522     MOVE MOV-NRO-DOC TO WS-BUSCA-CLI(3:11).
000650*    CUENTA (SE UBICA SU DOCUMENTO POR EL INDICE
000651*    ALTERNATIVO DE PERSONA)
000652
000653     MOVE WS-CUE-NRO-CLIENTE TO WS-CTI-CLIENTE.
000653     PERFORM 4100-I-ACTIVIDAD-CLIENTE
000653        THRU 4100-F-ACTIVIDAD-CLIENTE.
000653
000653*    Y LA DE LOS DEMAS TITULARES Y COTITULARES DE LA
000653*    CUENTA (LOS FIRMANTES NO SON TITULARES)
000653
000653     PERFORM 4200-I-COTITULARES THRU 4200-F-COTITULARES.
000673
000674     IF WS-ULTIMA-ACTIVIDAD LESS THAN WS-FECHA-CORTE
000675        PERFORM 5000-I-MARCAR-DORMIDA
000678
000679 4000-F-EVALUAR-CUENTA. EXIT.
000680
000680**************************************
000680*  ULTIMA ACTIVIDAD EN LA HISTORIA   *
000680*  DEL CLIENTE WS-CTI-CLIENTE        *
000680**************************************
000680
000680 4100-I-ACTIVIDAD-CLIENTE.
000680
000680     MOVE WS-CTI-CLIENTE TO WS-CLAVE-PER-CLI.
000680
000680     READ PERSONA KEY IS WS-CLAVE-PER-CLI
000680        INVALID KEY
000680           CONTINUE
000680        NOT INVALID KEY
000680           MOVE PER-TIP-DOC TO WS-BUSCA-CLI(1:2)
000680           MOVE PER-NRO-DOC TO WS-BUSCA-CLI(3:11)
000680           SET WS-IDX-CLI TO 1
000680           SET WS-NO-ENCONTRO TO TRUE
000680           PERFORM 1360-I-BUSCAR-CLI THRU 1360-F-BUSCAR-CLI
000680              UNTIL WS-IDX-CLI > WS-CONT-CLI OR WS-ENCONTRO
000680           IF WS-ENCONTRO
000680              IF WS-CLI-FECHA(WS-IDX-CLI) GREATER
000680                 WS-ULTIMA-ACTIVIDAD
000680                 MOVE WS-CLI-FECHA(WS-IDX-CLI)
000680                      TO WS-ULTIMA-ACTIVIDAD
000680              END-IF
000680           END-IF
000680     END-READ.
000680
000680 4100-F-ACTIVIDAD-CLIENTE. EXIT.
000680
000680**************************************
000680*  RECORRE LOS VINCULOS DE LA CUENTA *
000680*  EN COTITU19 (CLAVE TIPO + NRO +   *
000680*  CLIENTE)                          *
000680**************************************
000680
000680 4200-I-COTITULARES.
000680
000680     MOVE WS-TIPO-CUENTA  TO WS-CTI-TIPO.
000680     MOVE WS-NRO-CUENTA   TO WS-CTI-NRO.
000680
000680     MOVE WS-CTI-TIPO     TO CTI-TIPO-CUENTA.
000680     MOVE WS-CTI-NRO      TO CTI-NRO-CUENTA.
000680     MOVE ZEROS           TO CTI-NRO-CLIENTE.
000680
000680     START COTITULAR KEY IS NOT LESS THAN CTI-CLAVE
000680        INVALID KEY
000680           GO TO 4200-F-COTITULARES
000680     END-START.
000680
000680     SET WS-NO-FIN-CTI TO TRUE.
000680
000680     PERFORM 4250-I-LEER-COTITULAR THRU 4250-F-LEER-COTITULAR
000680        UNTIL WS-FIN-CTI.
000680
000680 4200-F-COTITULARES. EXIT.
000680
000680 4250-I-LEER-COTITULAR.
000680
000680     READ COTITULAR NEXT RECORD
000680        AT END
000680           SET WS-FIN-CTI TO TRUE
000680           GO TO 4250-F-LEER-COTITULAR
000680     END-READ.
000680
000680     IF WS-CTI-CODE IS NOT EQUAL '00'
000680        DISPLAY '* ERROR EN LECTURA COTITULAR = ' WS-CTI-CODE
000680        MOVE 9999 TO RETURN-CODE
000680        SET WS-FIN-CTI TO TRUE
000680        GO TO 4250-F-LEER-COTITULAR
000680     END-IF.
000680
000680     IF CTI-TIPO-CUENTA NOT EQUAL WS-CTI-TIPO
000680        OR CTI-NRO-CUENTA NOT EQUAL WS-CTI-NRO
000680        SET WS-FIN-CTI TO TRUE
000680        GO TO 4250-F-LEER-COTITULAR
000680     END-IF.
000680
000680     IF CTI-ESTADO NOT EQUAL 'A'
000680        OR (CTI-ROL NOT EQUAL 'T' AND CTI-ROL NOT EQUAL 'C')
000680        GO TO 4250-F-LEER-COTITULAR
000680     END-IF.
000680
000680     MOVE CTI-NRO-CLIENTE TO WS-CTI-CLIENTE.
000680     PERFORM 4100-I-ACTIVIDAD-CLIENTE
000680        THRU 4100-F-ACTIVIDAD-CLIENTE.
000680
000680 4250-F-LEER-COTITULAR. EXIT.
000680
000681**************************************
000682*  MARCA DE LA CUENTA DORMIDA EN     *
000683*  INACTI19 (SI YA ESTABA MARCADA    *
000800          MOVE 9999 TO RETURN-CODE
000801       END-IF.
000802
000802     CLOSE COTITULAR
000802        IF WS-CTI-CODE IS NOT EQUAL '00'
000802          DISPLAY '* ERROR EN CLOSE COTITULAR = ' WS-CTI-CODE
000802          MOVE 9999 TO RETURN-CODE
000802       END-IF.
000802
000803     CLOSE LISTADO
000804        IF WS-LIS-CODE IS NOT EQUAL '00'
000805          DISPLAY '* ERROR EN CLOSE LISTADO  = ' WS-LIS-CODE
