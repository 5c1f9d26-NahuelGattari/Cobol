000007*                                                        *
000008*  DEBITA EL CAPITAL DE UNA CUENTA DE TBCUENTAS Y        *
000009*  GRABA EL CERTIFICADO VIGENTE EN PLAZOF19 (CPPLAZO).   *
000010*  LA TASA SE TOMA DEL ARCHIVO TASAS19 (CPTASAS, CLAVE   *
000011*  TIPO 'PF' + MONEDA + VIGENCIA), LA EN VIGOR A LA      *
000011*  FECHA DEL DIA. EL DEBITO QUEDA EN MOVCTA19 (TIPO      *
000012*  'PC', QUE PGMMOV34 PASA COMO 74 A LA HISTORIA). EL    *
000014*  VENCIMIENTO LO PAGA PGMPFV54 EN EL CICLO NOCTURNO     *
000015*                                                        *
000016**********************************************************
000023*             * OPERADOR EN EL       *
000023*             * MOVIMIENTO           *
000023**************************************
000023* 15/10/2026  * TASAS CON VIGENCIA:  *
000023*             * TOMA LA TASA EN      *
000023*             * VIGOR A LA FECHA     *
000023**************************************
000024 AUTHOR. NAHUEL GATTARI.
000025 ENVIRONMENT DIVISION.
000026 CONFIGURATION SECTION.
000052 01 WS-RIDFLD-TAS.
000053    03 WS-RID-TAS-TIPO     PIC X(02).
000054    03 WS-RID-TAS-MON      PIC X(02).
000054    03 WS-RID-TAS-VIG      PIC 9(08).
000055
000056**************************************
000057*   TASA EN VIGOR A LA FECHA         *
000059**************************************
000060
000061 01 WS-TASA-VIGENTE        PIC 9(02)V9(04) VALUE ZEROS.
000061
000061 01 WS-SW-BROWSE-TAS       PIC X           VALUE 'N'.
000061    88 WS-FIN-BROWSE-TAS                   VALUE 'S'.
000061    88 WS-SIGUE-BROWSE-TAS                 VALUE 'N'.
000061
000061 01 WS-SW-TASA             PIC X           VALUE 'N'.
000061    88 WS-HAY-TASA                         VALUE 'S'.
000061    88 WS-SIN-TASA                         VALUE 'N'.
000066
000067**************************************
000068*   IMPORTE Y CALCULO DE FECHAS      *
000113    COPY CPMOVCTA.
000114    COPY CPPLAZO.
000114    COPY CPOPER.
000114    COPY CPTASAS.
000115
000116**************************************
000117*      AREA DE COMUNICACION DB2       *
000365     MOVE NROCTAI          TO WS-COM-NROCTA NROCTAO.
000366     MOVE WS-CAPITAL       TO WS-COM-CAPITAL.
000367     MOVE PLAZOI           TO WS-COM-PLAZO PLAZOO.
000368     MOVE WS-TASA-VIGENTE  TO WS-COM-TASA TASAO.
000369     MOVE WS-FECHA-TRABAJO TO WS-COM-VENCE VENCEO.
000370     MOVE WS-CUE-NRO-CLIENTE TO WS-COM-CLIENTE.
000371     MOVE WS-MONEDA        TO WS-COM-MONEDA.
000441*                                    *
000442*  TASA DE PLAZO FIJO PARA LA        *
000443*  MONEDA DE LA CUENTA (TASAS19,     *
000444*  CLAVE 'PF' + MONEDA + VIGENCIA).  *
000444*  SE RECORREN LAS VIGENCIAS DE LA   *
000444*  MONEDA Y QUEDA LA ULTIMA QUE NO   *
000444*  SUPERA LA FECHA DEL DIA           *
000445*                                    *
000446**************************************
000447
000449
000450     MOVE 'PF'      TO WS-RID-TAS-TIPO.
000451     MOVE WS-MONEDA TO WS-RID-TAS-MON.
000451     MOVE ZEROS     TO WS-RID-TAS-VIG.
000451     MOVE ZEROS     TO WS-TASA-VIGENTE.
000451     SET WS-SIN-TASA         TO TRUE.
000451     SET WS-SIGUE-BROWSE-TAS TO TRUE.
000452
000453     EXEC CICS
000454          STARTBR DATASET (WS-TAS-DATASET)
000455          RIDFLD  (WS-RIDFLD-TAS)
000458          GTEQ
000459          RESP    (WS-RESP)
000460     END-EXEC.
000461
000462     EVALUATE WS-RESP
000463         WHEN DFHRESP(NORMAL)
000463              PERFORM 3455-I-LEER-VIGENCIA
000463                 THRU 3455-F-LEER-VIGENCIA
000463                UNTIL WS-FIN-BROWSE-TAS
000463              EXEC CICS
000463                   ENDBR DATASET (WS-TAS-DATASET)
000463                   RESP  (WS-RESP)
000463              END-EXEC
000470         WHEN DFHRESP(NOTFND)
000470              CONTINUE
000474         WHEN OTHER
000475              MOVE 'ERROR AL LEER EL ARCHIVO DE TASAS.' TO MSGO
000476              SET WS-DATOS-INVALIDOS TO TRUE
000476              GO TO 3450-F-LEER-TASA
000477     END-EVALUATE.
000477
000477     IF WS-SIN-TASA
000471        MOVE 'SIN TASA DE PLAZO FIJO PARA LA MONEDA.'
000472             TO MSGO
000473        SET WS-DATOS-INVALIDOS TO TRUE
000477        GO TO 3450-F-LEER-TASA
000477     END-IF.
000477
000464     IF WS-TASA-VIGENTE IS NOT NUMERIC
000465        OR WS-TASA-VIGENTE EQUAL ZEROS
000466        MOVE 'LA TASA DE PLAZO FIJO NO ESTA CARGADA.'
000467             TO MSGO
000468        SET WS-DATOS-INVALIDOS TO TRUE
000469     END-IF.
000478
000479 3450-F-LEER-TASA. EXIT.
000479
000479**************************************
000479*                                    *
000479*  PROXIMA VIGENCIA DE LA TASA       *
000479*                                    *
000479**************************************
000479
000479 3455-I-LEER-VIGENCIA.
000479
000479     EXEC CICS
000479          READNEXT DATASET (WS-TAS-DATASET)
000479          RIDFLD   (WS-RIDFLD-TAS)
000479          INTO     (REG-TASA)
000479          LENGTH   (WS-LEN-TAS)
000479          RESP     (WS-RESP)
000479     END-EXEC.
000479
000479     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
000479        SET WS-FIN-BROWSE-TAS TO TRUE
000479        GO TO 3455-F-LEER-VIGENCIA
000479     END-IF.
000479
000479*    LAS VIGENCIAS FUTURAS NO RIGEN TODAVIA
000479
000479     IF TAS-TIPO-CUENTA NOT EQUAL 'PF'
000479        OR TAS-MONEDA NOT EQUAL WS-MONEDA
000479        OR TAS-VIGENCIA GREATER THAN WS-AAAAMMDD
000479        SET WS-FIN-BROWSE-TAS TO TRUE
000479        GO TO 3455-F-LEER-VIGENCIA
000479     END-IF.
000479
000479     MOVE TAS-TASA TO WS-TASA-VIGENTE.
000479     SET WS-HAY-TASA TO TRUE.
000479
000479 3455-F-LEER-VIGENCIA. EXIT.
000480
000481**************************************
000482*                                    *
