000191* 22/08/2026  *  CONSULTA EN LINEA   *
000192*             *  DE SALDOS Y CUENTAS *
000193**************************************
000193* 15/10/2026  * CUENTAS EN COTITU-   *
000193*             * LARIDAD Y ROL DEL    *
000193*             * CLIENTE EN CADA UNA  *
000193**************************************
000194 AUTHOR. NAHUEL GATTARI.
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
002160 01 WS-DATASET-MAE         PIC X(08)       VALUE 'MAESTRO'.
002170 01 WS-LEN-DATA            PIC S9(04)      VALUE 160  COMP.
002180 01 WS-LEN-MAE             PIC S9(04)      VALUE 50   COMP.
002180 01 WS-CTI-DATASET         PIC X(08)       VALUE 'COTICLI'.
002180 01 WS-LEN-CTI             PIC S9(04)      VALUE 60   COMP.
002190
002200 01 WS-RIDFLD.
002210    03 WS-RIDFLD-TIP       PIC X(02).
002220    03 WS-RIDFLD-NUM       PIC 9(11).
002230 01 WS-RIDFLD-CLI          PIC 9(03).
002230 01 WS-RIDFLD-CTI-CLI      PIC 9(05).
002230
002230 01 WS-SW-BROWSE           PIC X           VALUE 'N'.
002230    88 WS-FIN-BROWSE                       VALUE 'S'.
002230    88 WS-NO-FIN-BROWSE                    VALUE 'N'.
002240
002250**************************************
002260*   LAYOUT MAESTRO DE SALDOS         *
002500     03  WS-CTA-SALDO     PIC -ZZZ.ZZZ.999,99 VALUE ZEROS.
002510     03  FILLER           PIC X(03)    VALUE SPACES.
002520     03  WS-CTA-CIERRE    PIC X(10)    VALUE SPACES.
002530     03  FILLER           PIC X(06)    VALUE SPACES.
002530     03  WS-CTA-ROL       PIC X(09)    VALUE SPACES.
002540
002550 01  WS-CONT-CTAS          PIC 9(02)    VALUE ZEROS.
002560
004700    COPY DFHBMSCA.
004800    COPY DFHAID.
004900    COPY CPPERSO.
004900    COPY CPCOTIT.
004910
004911**************************************
004912*      AREA DE COMUNICACION DB2       *
034300        CLOSE POSICION_CURSOR
034400     END-EXEC.
034500
034500*    AGOTADAS LAS CUENTAS PROPIAS SE AGREGAN AQUELLAS EN
034500*    LAS QUE EL CLIENTE ES TITULAR O COTITULAR (COTITU19)
034500
034500     IF WS-SQLCODE EQUAL +100
034500        PERFORM 3480-I-COTITULARIDAD
034500           THRU 3480-F-COTITULARIDAD
034500     END-IF.
034500
034600     IF WS-CONT-CTAS EQUAL ZEROS
034700        MOVE 'EL CLIENTE NO POSEE CUENTAS.' TO LINCT1O
034800     END-IF.
037000          MOVE WS-MONEDA              TO WS-CTA-MON
037100          MOVE WS-SALDO-ACTUAL        TO WS-CTA-SALDO
037200          MOVE WS-FECHA-ULTIMO-CIERRE TO WS-CTA-CIERRE
037200          MOVE 'TITULAR'              TO WS-CTA-ROL
037300          PERFORM 3490-I-AGREGAR-LINEA
037300             THRU 3490-F-AGREGAR-LINEA
038600       WHEN +100
038700          CONTINUE
038800       WHEN OTHER
039100
039200 3460-F-LEER-CUENTA. EXIT.
039300
039300**************************************
039300*                                    *
039300*  CUENTAS DE OTROS TITULARES EN     *
039300*  LAS QUE EL CLIENTE ES TITULAR O   *
039300*  COTITULAR (LOS FIRMANTES NO SE    *
039300*  MUESTRAN)                         *
039300*                                    *
039300**************************************
039300
039300 3480-I-COTITULARIDAD.
039300
039300     MOVE PER-CLI-NRO TO WS-RIDFLD-CTI-CLI.
039300
039300     EXEC CICS
039300          STARTBR DATASET (WS-CTI-DATASET)
039300          RIDFLD  (WS-RIDFLD-CTI-CLI)
039300          GTEQ
039300          RESP    (WS-RESP)
039300     END-EXEC.
039300
039300     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
039300        GO TO 3480-F-COTITULARIDAD
039300     END-IF.
039300
039300     SET WS-NO-FIN-BROWSE TO TRUE.
039300
039300     PERFORM 3485-I-LEER-COTITULAR THRU 3485-F-LEER-COTITULAR
039300        UNTIL WS-FIN-BROWSE.
039300
039300     EXEC CICS
039300          ENDBR DATASET (WS-CTI-DATASET)
039300          RESP  (WS-RESP)
039300     END-EXEC.
039300
039300 3480-F-COTITULARIDAD. EXIT.
039300
039300 3485-I-LEER-COTITULAR.
039300
039300     EXEC CICS
039300          READNEXT DATASET (WS-CTI-DATASET)
039300          RIDFLD   (WS-RIDFLD-CTI-CLI)
039300          INTO     (REG-COTITULAR)
039300          LENGTH   (WS-LEN-CTI)
039300          RESP     (WS-RESP)
039300     END-EXEC.
039300
039300     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
039300        AND WS-RESP NOT EQUAL DFHRESP(DUPKEY)
039300        SET WS-FIN-BROWSE TO TRUE
039300        GO TO 3485-F-LEER-COTITULAR
039300     END-IF.
039300
039300     IF CTI-NRO-CLIENTE NOT EQUAL PER-CLI-NRO
039300        SET WS-FIN-BROWSE TO TRUE
039300        GO TO 3485-F-LEER-COTITULAR
039300     END-IF.
039300
039300     IF CTI-ESTADO NOT EQUAL 'A'
039300        OR (CTI-ROL NOT EQUAL 'T' AND CTI-ROL NOT EQUAL 'C')
039300        GO TO 3485-F-LEER-COTITULAR
039300     END-IF.
039300
039300*    LA CUENTA DEBE SEGUIR EXISTIENDO EN TBCUENTAS
039300
039300     MOVE CTI-TIPO-CUENTA TO WS-TIPO-CUENTA.
039300     MOVE CTI-NRO-CUENTA  TO WS-NRO-CUENTA.
039300
039300     EXEC SQL
039300        SELECT MONEDA,
039300               SALDO_ACTUAL,
039300               FECHA_ULTIMO_CIERRE
039300          INTO :DCLTBCUENTAS.WS-MONEDA,
039300               :DCLTBCUENTAS.WS-SALDO-ACTUAL,
039300               :DCLTBCUENTAS.WS-FECHA-ULTIMO-CIERRE
039300          FROM  ITPFBIO.TBCUENTAS
039300         WHERE  TIPO_CUENTA = :DCLTBCUENTAS.WS-TIPO-CUENTA
039300           AND  NRO_CUENTA  = :DCLTBCUENTAS.WS-NRO-CUENTA
039300     END-EXEC.
039300
039300     MOVE SQLCODE TO WS-SQLCODE.
039300
039300     IF WS-SQLCODE NOT EQUAL ZEROS
039300        GO TO 3485-F-LEER-COTITULAR
039300     END-IF.
039300
039300     IF WS-CONT-CTAS NOT LESS THAN 5
039300        MOVE 'HAY MAS CUENTAS NO MOSTRADAS.' TO MSGO
039300        SET WS-FIN-BROWSE TO TRUE
039300        GO TO 3485-F-LEER-COTITULAR
039300     END-IF.
039300
039300     MOVE WS-TIPO-CUENTA         TO WS-CTA-TIPO.
039300     MOVE WS-NRO-CUENTA          TO WS-CTA-NRO.
039300     MOVE WS-MONEDA              TO WS-CTA-MON.
039300     MOVE WS-SALDO-ACTUAL        TO WS-CTA-SALDO.
039300     MOVE WS-FECHA-ULTIMO-CIERRE TO WS-CTA-CIERRE.
039300
039300     IF CTI-ROL EQUAL 'T'
039300        MOVE 'TITULAR'           TO WS-CTA-ROL
039300     ELSE
039300        MOVE 'COTITULAR'         TO WS-CTA-ROL
039300     END-IF.
039300
039300     PERFORM 3490-I-AGREGAR-LINEA
039300        THRU 3490-F-AGREGAR-LINEA.
039300
039300 3485-F-LEER-COTITULAR. EXIT.
039300
039300**************************************
039300*  UBICA LA LINEA DE CUENTA EN LA    *
039300*  PROXIMA POSICION LIBRE            *
039300**************************************
039300
039300 3490-I-AGREGAR-LINEA.
039300
039300     ADD 1 TO WS-CONT-CTAS.
039300
039300     EVALUATE WS-CONT-CTAS
039300       WHEN 1
039300          MOVE WS-CTA-LINEA TO LINCT1O
039300       WHEN 2
039300          MOVE WS-CTA-LINEA TO LINCT2O
039300       WHEN 3
039300          MOVE WS-CTA-LINEA TO LINCT3O
039300       WHEN 4
039300          MOVE WS-CTA-LINEA TO LINCT4O
039300       WHEN 5
039300          MOVE WS-CTA-LINEA TO LINCT5O
039300     END-EVALUATE.
039300
039300 3490-F-AGREGAR-LINEA. EXIT.
039300
039400 3500-I-CLEAN.
039500
039600        INITIALIZE MAP0125O.
