000193*             * CUENTAS DORMIDAS     *
000193*             * (PF9, SUPERVISOR)    *
000193**************************************
000193* 15/10/2026  * TITULARES, COTITU-   *
000193*             * LARES Y FIRMANTES    *
000193*             * DE LA CUENTA (PF10)  *
000193**************************************
000193* 15/10/2026  * CAMBIO DE CBU O DE   *
000193*             * CLIENTE PENDIENTE DE *
000193*             * APROBACION (T272)    *
000193**************************************
000193* 15/10/2026  * CIERRE DE CUENTA CON *
000193*             * LIQUIDACION DE       *
000193*             * INTERES, TRASPASO DE *
000193*             * SALDO, BAJA DE       *
000193*             * ORDENES, CHEQUES Y   *
000193*             * ACUERDO (BAJCTA19)   *
000193**************************************
000194 AUTHOR. NAHUEL GATTARI.
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
002399 01 WS-ACU-LIMITE-CTVOS    PIC 9(13)       VALUE ZEROS.
002399 01 WS-ACU-LIMITE          PIC S9(09)V99 COMP-3 VALUE ZEROS.
002399 01 WS-ACU-LIMITE-ANT      PIC S9(09)V99 COMP-3 VALUE ZEROS.
002399 01 WS-CTI-DATASET         PIC X(08)       VALUE 'COTITU19'.
002399 01 WS-LEN-CTI             PIC S9(04)      VALUE 60   COMP.
002399 01 WS-RIDFLD-CTI.
002399    03 WS-RIDFLD-CTI-TIP   PIC X(02).
002399    03 WS-RIDFLD-CTI-NRO   PIC X(15).
002399    03 WS-RIDFLD-CTI-CLI   PIC 9(05).
002399 01 WS-CTI-CLIENTE         PIC 9(05)       VALUE ZEROS.
002399 01 WS-PAP-DATASET         PIC X(08)       VALUE 'PENAPR19'.
002399 01 WS-LEN-PAP             PIC S9(04)      VALUE 400  COMP.
002399
002399**************************************
002399*      CIERRE DE CUENTA: ORDENES,    *
002399*      PLAZOS FIJOS, CHEQUES, TASAS, *
002399*      MOVIMIENTOS Y REGISTRO DE LA  *
002399*      BAJA (BAJCTA19)               *
002399**************************************
002399
002399 01 WS-ORD-DATASET         PIC X(08)       VALUE 'ORDPER19'.
002399 01 WS-LEN-ORD             PIC S9(04)      VALUE 80   COMP.
002399 01 WS-RIDFLD-ORD          PIC 9(05)       VALUE ZEROS.
002399 01 WS-PFJ-DATASET         PIC X(08)       VALUE 'PLAZOF19'.
002399 01 WS-LEN-PFJ             PIC S9(04)      VALUE 80   COMP.
002399 01 WS-RIDFLD-PFJ          PIC 9(08)       VALUE ZEROS.
002399 01 WS-CHQ-DATASET         PIC X(08)       VALUE 'CHEQUE19'.
002399 01 WS-LEN-CHQ             PIC S9(04)      VALUE 50   COMP.
002399 01 WS-RIDFLD-CHQ.
002399    03 WS-RID-CHQ-TIPO     PIC X(02).
002399    03 WS-RID-CHQ-NRO      PIC X(15).
002399    03 WS-RID-CHQ-CHEQUE   PIC 9(08).
002399 01 WS-TAS-DATASET         PIC X(08)       VALUE 'TASAS19 '.
002399 01 WS-LEN-TAS             PIC S9(04)      VALUE 80   COMP.
002399 01 WS-RIDFLD-TAS.
002399    03 WS-RID-TAS-TIPO     PIC X(02).
002399    03 WS-RID-TAS-MON      PIC X(02).
002399    03 WS-RID-TAS-VIG      PIC 9(08).
002399 01 WS-MOV-DATASET         PIC X(08)       VALUE 'MOVCTA19'.
002399 01 WS-LEN-MOV             PIC S9(04)      VALUE 80   COMP.
002399 01 WS-BAJ-DATASET         PIC X(08)       VALUE 'BAJCTA19'.
002399 01 WS-LEN-BAJ             PIC S9(04)      VALUE 200  COMP.
002399
002399 01 WS-SW-BROWSE           PIC X           VALUE 'N'.
002399    88 WS-FIN-BROWSE                       VALUE 'S'.
002399    88 WS-SIGUE-BROWSE                     VALUE 'N'.
002399
002399**************************************
002399*      LIQUIDACION DE LA BAJA        *
002399**************************************
002399
002399 01 WS-BAJ-CLIENTE         PIC S9(05) COMP-3 VALUE ZEROS.
002399 01 WS-BAJ-MONEDA          PIC X(02)       VALUE SPACES.
002399 01 WS-BAJ-CBU             PIC X(11)       VALUE SPACES.
002399 01 WS-BAJ-SALDO           PIC S9(09)V99 COMP-3 VALUE ZEROS.
002399 01 WS-BAJ-INTERES         PIC S9(09)V99 COMP-3 VALUE ZEROS.
002399 01 WS-BAJ-TRANSFERIR      PIC S9(09)V99 COMP-3 VALUE ZEROS.
002399 01 WS-BAJ-TASA            PIC 9(02)V9(04) VALUE ZEROS.
002399 01 WS-BAJ-DIAS            PIC S9(05)      VALUE ZEROS.
002399 01 WS-BAJ-TIPO-DESTINO    PIC X(02)       VALUE SPACES.
002399 01 WS-BAJ-CTA-DESTINO     PIC X(15)       VALUE SPACES.
002399 01 WS-BAJ-ACUERDO         PIC X(01)       VALUE 'N'.
002399 01 WS-BAJ-LIMITE          PIC S9(09)V99 COMP-3 VALUE ZEROS.
002399 01 WS-BAJ-IDX             PIC 9(03)  COMP VALUE ZEROS.
002399
002399*    FECHA DESDE LA QUE SE DEVENGA EL INTERES: ULTIMO
002399*    CIERRE MENSUAL O, SI NO LO HUBO, ULTIMO MOVIMIENTO
002399*    (DD-MM-AAAA EN TBCUENTAS)
002399
002399 01 WS-BAJ-FEC-GUION.
002399    03 WS-BAJ-FG-DD        PIC 9(02).
002399    03 FILLER              PIC X(01).
002399    03 WS-BAJ-FG-MM        PIC 9(02).
002399    03 FILLER              PIC X(01).
002399    03 WS-BAJ-FG-AAAA      PIC 9(04).
002399 01 WS-BAJ-DESDE.
002399    03 WS-BAJ-DESDE-AAAA   PIC 9(04).
002399    03 WS-BAJ-DESDE-MM     PIC 9(02).
002399    03 WS-BAJ-DESDE-DD     PIC 9(02).
002399 01 WS-BAJ-DESDE-N REDEFINES WS-BAJ-DESDE PIC 9(08).
002399 01 WS-BAJ-HASTA.
002399    03 WS-BAJ-HASTA-AAAA   PIC 9(04).
002399    03 WS-BAJ-HASTA-MM     PIC 9(02).
002399    03 WS-BAJ-HASTA-DD     PIC 9(02).
002399 01 WS-BAJ-HASTA-N REDEFINES WS-BAJ-HASTA PIC 9(08).
002399
002399*    ORDENES PERMANENTES Y CHEQUES EN CARTERA QUE SE DAN
002399*    DE BAJA CON LA CUENTA
002399
002399 01 WS-BAJ-CANT-ORD        PIC 9(03)       VALUE ZEROS.
002399 01 WS-BAJ-TABLA-ORD.
002399    03 WS-BAJ-ORD-NRO      PIC 9(05) OCCURS 50 TIMES.
002399 01 WS-BAJ-CANT-CHQ        PIC 9(03)       VALUE ZEROS.
002399 01 WS-BAJ-TABLA-CHQ.
002399    03 WS-BAJ-CHQ-NRO      PIC 9(08) OCCURS 300 TIMES.
002399
002399*    MOVIMIENTO A GRABAR EN MOVCTA19
002399
002399 01 WS-BAJ-MOV-CUENTA      PIC X(15)       VALUE SPACES.
002399 01 WS-BAJ-MOV-TIPO        PIC X(02)       VALUE SPACES.
002399 01 WS-BAJ-MOV-IMPORTE     PIC S9(09)V99 COMP-3 VALUE ZEROS.
002399 01 WS-BAJ-MOV-CONTRA      PIC X(15)       VALUE SPACES.
002399
002399*    RESUMEN DE LA LIQUIDACION PARA LA CONFIRMACION
002399
002399 01 WS-BAJ-MENSAJE.
002399    03 FILLER              PIC X(04)       VALUE 'INT '.
002399    03 WS-BAJ-MSG-INTERES  PIC Z.ZZZ.ZZ9,99.
002399    03 FILLER              PIC X(03)       VALUE ' A '.
002399    03 WS-BAJ-MSG-TIPO     PIC X(02).
002399    03 FILLER              PIC X(01)       VALUE '-'.
002399    03 WS-BAJ-MSG-CUENTA   PIC X(15).
002399    03 FILLER              PIC X(05)       VALUE ' ORD '.
002399    03 WS-BAJ-MSG-ORD      PIC ZZ9.
002399    03 FILLER              PIC X(05)       VALUE ' CHQ '.
002399    03 WS-BAJ-MSG-CHQ      PIC ZZ9.
002399    03 FILLER              PIC X(05)       VALUE ' ACU '.
002399    03 WS-BAJ-MSG-ACU      PIC X(01).
002399    03 FILLER              PIC X(04)       VALUE ' S/N'.
002399    03 FILLER              PIC X(09)       VALUE SPACES.
002399
002399**************************************
002399*      ROL Y ORDEN DE FIRMA ANTES/   *
002399*      DESPUES (AUDITORIA)           *
002399**************************************
002399
002399 01 WS-CTI-ANTES.
002399    03 WS-CTI-ANT-ROL        PIC X(01)       VALUE SPACES.
002399    03 WS-CTI-ANT-ORDEN      PIC X(01)       VALUE SPACES.
002399 01 WS-CTI-DESPUES.
002399    03 WS-CTI-DES-ROL        PIC X(01)       VALUE SPACES.
002399    03 WS-CTI-DES-ORDEN      PIC X(01)       VALUE SPACES.
002399
002399 01 WS-SW-CTI-EXISTE       PIC X           VALUE 'N'.
002399    88 WS-CTI-EXISTE                       VALUE 'S'.
002399    88 WS-CTI-NO-EXISTE                    VALUE 'N'.
002399
002399 01 WS-SW-ACU-EXISTE       PIC X           VALUE 'N'.
002399    88 WS-ACU-EXISTE                       VALUE 'S'.
003500           88 WS-ERASE                    VALUE 5.
003550           88 WS-ACUERDO                  VALUE 6.
003550           88 WS-MODIFY                   VALUE 7.
003550           88 WS-COTITULAR                VALUE 8.
003600           88 WS-REGISTER                 VALUE 9.
003610
003620     03 WS-COM-OPER        PIC X(08).
004906    COPY CPAUDCTA.
004907    COPY CPACUERD.
004908    COPY CPINACTI.
004908    COPY CPCOTIT.
004908    COPY CPPENAPR.
004908    COPY CPORDPER.
004908    COPY CPPLAZO.
004908    COPY CPCHEQUE.
004908    COPY CPTASAS.
004908    COPY CPMOVCTA.
004908    COPY CPBAJCTA.
004910
004911**************************************
004912*      AREA DE COMUNICACION DB2       *
004919    EXEC SQL
004920      INCLUDE TBCUE
004921    END-EXEC.
004921
004921    EXEC SQL
004921      DECLARE DESTINO_CURSOR CURSOR
004921      FOR
004921      SELECT TIPO_CUENTA,
004921             NRO_CUENTA
004921        FROM ITPFBIO.TBCUENTAS
004921       WHERE NRO_CLIENTE = :DCLTBCUENTAS.WS-CUE-NRO-CLIENTE
004921         AND MONEDA      = :DCLTBCUENTAS.WS-MONEDA
004921         AND TIPO_CUENTA IN ('CA', 'CC')
004921       ORDER BY TIPO_CUENTA, NRO_CUENTA
004921    END-EXEC.
004922
005000 LINKAGE SECTION.
005100
016760               THRU 3250-F-NO-AUTORIZADO
016770            END-IF
016780
016780        WHEN DFHPF10
016780            IF WS-NIVEL-SUPERVISOR
016780               PERFORM 3610-I-COTITULAR-INICIAR
016780               THRU 3610-F-COTITULAR-INICIAR
016780            ELSE
016780               PERFORM 3250-I-NO-AUTORIZADO
016780               THRU 3250-F-NO-AUTORIZADO
016780            END-IF
016780
016800        WHEN DFHPF5
016810            IF WS-NIVEL-SUPERVISOR
016820               PERFORM 3660-I-ACUERDO-INICIAR
019670        PERFORM 3720-I-MODIFICAR
019680        THRU 3720-F-MODIFICAR
019690
019690     WHEN 8
019690
019690        PERFORM 3620-I-COTITULAR-GRABAR
019690        THRU 3620-F-COTITULAR-GRABAR
019690
019800     WHEN 9
019900
020000        PERFORM 3700-I-REGISTER
029000
029100     MOVE WS-DATE TO FECHAO
029200
029300     MOVE TIPCTAI       TO WS-COM-TIPCTA
029400     MOVE NROCTAI       TO WS-COM-NROCTA
029500
029600*    ANTES DE PEDIR LA CONFIRMACION SE LIQUIDA LA BAJA:
029700*    INTERES A LA FECHA, CUENTA QUE RECIBE EL SALDO Y
029800*    ORDENES, CHEQUES Y ACUERDO QUE SE DAN DE BAJA
029900
030000     PERFORM 3560-I-ANALIZAR-BAJA
030100        THRU 3560-F-ANALIZAR-BAJA
030200
030300     IF WS-DATOS-INVALIDOS
030400        SET WS-INICIO TO TRUE
030500        EXEC CICS SEND MAP (WS-MAP)
030600              MAPSET (WS-MAPSET)
030700              FROM (MAP0120O)
030800              LENGTH (WS-LONG)
030900              ERASE
031000              FREEKB
031100        END-EXEC
031200        GO TO 3550-F-PREGUNTA
031300     END-IF
031400
031400     MOVE WS-BAJ-INTERES     TO WS-BAJ-MSG-INTERES
031400     MOVE WS-BAJ-TIPO-DESTINO TO WS-BAJ-MSG-TIPO
031400     MOVE WS-BAJ-CTA-DESTINO TO WS-BAJ-MSG-CUENTA
031400     MOVE WS-BAJ-CANT-ORD    TO WS-BAJ-MSG-ORD
031400     MOVE WS-BAJ-CANT-CHQ    TO WS-BAJ-MSG-CHQ
031400     MOVE WS-BAJ-ACUERDO     TO WS-BAJ-MSG-ACU
031400     MOVE WS-BAJ-MENSAJE     TO MSGO
031400     MOVE WS-BAJ-TRANSFERIR  TO SALDOO
031400     MOVE WS-BAJ-MONEDA      TO MONEDAO
031400
031400     MOVE '_'           TO CAMPO
031400     MOVE -1            TO CAMPL
031400     MOVE DFHBMUNP      TO CAMPA
031400     MOVE DFHBMPRO      TO NROCTAA
031400     MOVE DFHBMPRO      TO TIPCTAA
031400
031400     SET WS-ERASE TO TRUE
031400
031400     EXEC CICS SEND MAP (WS-MAP)
031400           MAPSET (WS-MAPSET)
031400           FROM (MAP0120O)
031400           LENGTH (WS-LONG)
031400           CURSOR
031400           ERASE
031400     END-EXEC.
031400
031400 3550-F-PREGUNTA. EXIT.
031500
031600 3600-I-ERASE.
032110        ELSE IF CAMPI = 'S'
032120
032130          MOVE    WS-COM-TIPCTA  TO TIPCTAO
032140          MOVE    WS-COM-NROCTA  TO NROCTAO
032150
032160*         LA LIQUIDACION SE REHACE AL CONFIRMAR: EL SALDO,
032170*         LAS ORDENES O LOS CHEQUES PUDIERON CAMBIAR
032171
032172          PERFORM 3560-I-ANALIZAR-BAJA
032173             THRU 3560-F-ANALIZAR-BAJA
032174
032175          IF WS-DATOS-VALIDOS
032176             PERFORM 3580-I-LIQUIDAR-BAJA
032177                THRU 3580-F-LIQUIDAR-BAJA
032178          END-IF
032190        ELSE
032212        MOVE 'ERROR, INGRESE UNICAMENTE  S / N, PULSE PF6' TO MSGO
032213
032214        END-IF
036200      END-EXEC.
036300
036400 3600-F-ERASE. EXIT.
036400
036400**************************************
036400*                                    *
036400*  LIQUIDACION PREVIA A LA BAJA DE   *
036400*  LA CUENTA. NO SE CIERRA CON SALDO *
036400*  DEUDOR NI CON PLAZOS FIJOS        *
036400*  VIGENTES, Y EL SALDO DEBE PASAR   *
036400*  A OTRA CA/CC DEL CLIENTE EN LA    *
036400*  MISMA MONEDA                      *
036400*                                    *
036400**************************************
036400
036400 3560-I-ANALIZAR-BAJA.
036400
036400     SET WS-DATOS-VALIDOS TO TRUE.
036400
036400     MOVE ZEROS          TO WS-BAJ-INTERES.
036400     MOVE ZEROS          TO WS-BAJ-TRANSFERIR.
036400     MOVE ZEROS          TO WS-BAJ-TASA.
036400     MOVE ZEROS          TO WS-BAJ-DIAS.
036400     MOVE ZEROS          TO WS-BAJ-DESDE-N.
036400     MOVE ZEROS          TO WS-BAJ-CANT-ORD.
036400     MOVE ZEROS          TO WS-BAJ-CANT-CHQ.
036400     MOVE ZEROS          TO WS-BAJ-LIMITE.
036400     MOVE 'N'            TO WS-BAJ-ACUERDO.
036400     MOVE SPACES         TO WS-BAJ-TIPO-DESTINO.
036400     MOVE SPACES         TO WS-BAJ-CTA-DESTINO.
036400
036400     MOVE WS-COM-TIPCTA  TO WS-TIPO-CUENTA.
036400     MOVE WS-COM-NROCTA  TO WS-NRO-CUENTA.
036400
036400     PERFORM 3410-I-LEER-CUENTA
036400        THRU 3410-F-LEER-CUENTA.
036400
036400     EVALUATE WS-SQLCODE
036400         WHEN ZEROS
036400              CONTINUE
036400         WHEN +100
036400              MOVE 'ERROR AL CERRAR, LA CUENTA NO EXISTE ' TO MSGO
036400              SET WS-DATOS-INVALIDOS TO TRUE
036400              GO TO 3560-F-ANALIZAR-BAJA
036400         WHEN OTHER
036400              MOVE 'ERROR EN LA BASE DE DATOS' TO MSGO
036400              SET WS-DATOS-INVALIDOS TO TRUE
036400              GO TO 3560-F-ANALIZAR-BAJA
036400     END-EVALUATE.
036400
036400     MOVE WS-CUE-NRO-CLIENTE TO WS-BAJ-CLIENTE.
036400     MOVE WS-MONEDA          TO WS-BAJ-MONEDA.
036400     MOVE WS-CBU             TO WS-BAJ-CBU.
036400     MOVE WS-SALDO-ACTUAL    TO WS-BAJ-SALDO.
036400
036400     IF WS-BAJ-SALDO LESS THAN ZEROS
036400        MOVE 'LA CUENTA TIENE SALDO DEUDOR, NO SE PUEDE CERRAR.'
036400             TO MSGO
036400        SET WS-DATOS-INVALIDOS TO TRUE
036400        GO TO 3560-F-ANALIZAR-BAJA
036400     END-IF.
036400
036400     PERFORM 3561-I-PLAZOS-FIJOS
036400        THRU 3561-F-PLAZOS-FIJOS.
036400
036400     IF WS-DATOS-INVALIDOS
036400        GO TO 3560-F-ANALIZAR-BAJA
036400     END-IF.
036400
036400     PERFORM 3563-I-INTERES
036400        THRU 3563-F-INTERES.
036400
036400     COMPUTE WS-BAJ-TRANSFERIR = WS-BAJ-SALDO + WS-BAJ-INTERES.
036400
036400     IF WS-BAJ-TRANSFERIR GREATER THAN ZEROS
036400        PERFORM 3565-I-CUENTA-DESTINO
036400           THRU 3565-F-CUENTA-DESTINO
036400        IF WS-DATOS-INVALIDOS
036400           GO TO 3560-F-ANALIZAR-BAJA
036400        END-IF
036400     END-IF.
036400
036400     PERFORM 3566-I-ORDENES
036400        THRU 3566-F-ORDENES.
036400
036400     IF WS-DATOS-INVALIDOS
036400        GO TO 3560-F-ANALIZAR-BAJA
036400     END-IF.
036400
036400     PERFORM 3568-I-CHEQUES
036400        THRU 3568-F-CHEQUES.
036400
036400     IF WS-DATOS-INVALIDOS
036400        GO TO 3560-F-ANALIZAR-BAJA
036400     END-IF.
036400
036400     PERFORM 3680-I-LEER-ACUERDO
036400        THRU 3680-F-LEER-ACUERDO.
036400
036400     IF WS-ACU-EXISTE
036400        AND ACU-ESTADO EQUAL 'A'
036400        MOVE 'S'        TO WS-BAJ-ACUERDO
036400        MOVE ACU-LIMITE TO WS-BAJ-LIMITE
036400     END-IF.
036400
036400 3560-F-ANALIZAR-BAJA. EXIT.
036400
036400**************************************
036400*                                    *
036400*  PLAZOS FIJOS VIGENTES QUE SE      *
036400*  ACREDITAN AL VENCIMIENTO EN LA    *
036400*  CUENTA (PLAZOF19)                 *
036400*                                    *
036400**************************************
036400
036400 3561-I-PLAZOS-FIJOS.
036400
036400     MOVE ZEROS TO WS-RIDFLD-PFJ.
036400     SET WS-SIGUE-BROWSE TO TRUE.
036400
036400     EXEC CICS
036400          STARTBR DATASET (WS-PFJ-DATASET)
036400          RIDFLD  (WS-RIDFLD-PFJ)
036400          GTEQ
036400          RESP    (WS-RESP)
036400     END-EXEC.
036400
036400     EVALUATE WS-RESP
036400         WHEN DFHRESP(NORMAL)
036400              PERFORM 3562-I-LEER-PLAZO
036400                 THRU 3562-F-LEER-PLAZO
036400                UNTIL WS-FIN-BROWSE
036400              EXEC CICS
036400                   ENDBR DATASET (WS-PFJ-DATASET)
036400                   RESP  (WS-RESP)
036400              END-EXEC
036400         WHEN DFHRESP(NOTFND)
036400              CONTINUE
036400         WHEN OTHER
036400              MOVE 'ERROR AL LEER EL ARCHIVO DE PLAZOS FIJOS.'
036400                   TO MSGO
036400              SET WS-DATOS-INVALIDOS TO TRUE
036400     END-EVALUATE.
036400
036400 3561-F-PLAZOS-FIJOS. EXIT.
036400
036400 3562-I-LEER-PLAZO.
036400
036400     EXEC CICS
036400          READNEXT DATASET (WS-PFJ-DATASET)
036400          RIDFLD   (WS-RIDFLD-PFJ)
036400          INTO     (REG-PLAZOFIJO)
036400          LENGTH   (WS-LEN-PFJ)
036400          RESP     (WS-RESP)
036400     END-EXEC.
036400
036400     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
036400        SET WS-FIN-BROWSE TO TRUE
036400        GO TO 3562-F-LEER-PLAZO
036400     END-IF.
036400
036400     IF PFJ-ESTADO EQUAL 'V'
036400        AND PFJ-TIPO-CUENTA EQUAL WS-COM-TIPCTA
036400        AND PFJ-NRO-CUENTA  EQUAL WS-COM-NROCTA
036400        MOVE 'TIENE PLAZO FIJO VIGENTE, NO SE PUEDE CERRAR.'
036400             TO MSGO
036400        SET WS-DATOS-INVALIDOS TO TRUE
036400        SET WS-FIN-BROWSE TO TRUE
036400     END-IF.
036400
036400 3562-F-LEER-PLAZO. EXIT.
036400
036400**************************************
036400*                                    *
036400*  INTERES DEVENGADO DESDE EL ULTIMO *
036400*  CIERRE: LA TASA DE TASAS19 ES LA  *
036400*  DEL PERIODO MENSUAL (PGMCIE23) Y  *
036400*  SE PRORRATEA POR DIAS 30/360      *
036400*                                    *
036400**************************************
036400
036400 3563-I-INTERES.
036400
036400     IF WS-BAJ-SALDO NOT GREATER THAN ZEROS
036400        GO TO 3563-F-INTERES
036400     END-IF.
036400
036400     IF WS-FECHA-ULTIMO-CIERRE NOT EQUAL SPACES
036400        MOVE WS-FECHA-ULTIMO-CIERRE TO WS-BAJ-FEC-GUION
036400     ELSE
036400        MOVE WS-FECHA-ACTUAL        TO WS-BAJ-FEC-GUION
036400     END-IF.
036400
036400     IF WS-BAJ-FG-DD   IS NOT NUMERIC
036400        OR WS-BAJ-FG-MM   IS NOT NUMERIC
036400        OR WS-BAJ-FG-AAAA IS NOT NUMERIC
036400        GO TO 3563-F-INTERES
036400     END-IF.
036400
036400     MOVE WS-BAJ-FG-AAAA TO WS-BAJ-DESDE-AAAA.
036400     MOVE WS-BAJ-FG-MM   TO WS-BAJ-DESDE-MM.
036400     MOVE WS-BAJ-FG-DD   TO WS-BAJ-DESDE-DD.
036400     MOVE WS-AAAAMMDD    TO WS-BAJ-HASTA-N.
036400
036400     IF WS-BAJ-DESDE-DD GREATER THAN 30
036400        MOVE 30 TO WS-BAJ-DESDE-DD
036400     END-IF.
036400     IF WS-BAJ-HASTA-DD GREATER THAN 30
036400        MOVE 30 TO WS-BAJ-HASTA-DD
036400     END-IF.
036400
036400     COMPUTE WS-BAJ-DIAS =
036400             (WS-BAJ-HASTA-AAAA - WS-BAJ-DESDE-AAAA) * 360
036400           + (WS-BAJ-HASTA-MM   - WS-BAJ-DESDE-MM)   * 30
036400           + (WS-BAJ-HASTA-DD   - WS-BAJ-DESDE-DD).
036400
036400     IF WS-BAJ-DIAS NOT GREATER THAN ZEROS
036400        MOVE ZEROS TO WS-BAJ-DIAS
036400        GO TO 3563-F-INTERES
036400     END-IF.
036400     IF WS-BAJ-DIAS GREATER THAN 999
036400        MOVE 999 TO WS-BAJ-DIAS
036400     END-IF.
036400
036400     MOVE WS-COM-TIPCTA TO WS-RID-TAS-TIPO.
036400     MOVE WS-BAJ-MONEDA TO WS-RID-TAS-MON.
036400     MOVE ZEROS         TO WS-RID-TAS-VIG.
036400     SET WS-SIGUE-BROWSE TO TRUE.
036400
036400     EXEC CICS
036400          STARTBR DATASET (WS-TAS-DATASET)
036400          RIDFLD  (WS-RIDFLD-TAS)
036400          GTEQ
036400          RESP    (WS-RESP)
036400     END-EXEC.
036400
036400     IF WS-RESP EQUAL DFHRESP(NORMAL)
036400        PERFORM 3564-I-LEER-VIGENCIA
036400           THRU 3564-F-LEER-VIGENCIA
036400          UNTIL WS-FIN-BROWSE
036400        EXEC CICS
036400             ENDBR DATASET (WS-TAS-DATASET)
036400             RESP  (WS-RESP)
036400        END-EXEC
036400     END-IF.
036400
036400*    SIN TASA CARGADA PARA EL TIPO Y MONEDA NO HAY INTERES,
036400*    IGUAL QUE EN EL CIERRE MENSUAL
036400
036400     COMPUTE WS-BAJ-INTERES ROUNDED =
036400             WS-BAJ-SALDO * WS-BAJ-TASA / 100 * WS-BAJ-DIAS / 30.
036400
036400 3563-F-INTERES. EXIT.
036400
036400 3564-I-LEER-VIGENCIA.
036400
036400     EXEC CICS
036400          READNEXT DATASET (WS-TAS-DATASET)
036400          RIDFLD   (WS-RIDFLD-TAS)
036400          INTO     (REG-TASA)
036400          LENGTH   (WS-LEN-TAS)
036400          RESP     (WS-RESP)
036400     END-EXEC.
036400
036400     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
036400        SET WS-FIN-BROWSE TO TRUE
036400        GO TO 3564-F-LEER-VIGENCIA
036400     END-IF.
036400
036400     IF TAS-TIPO-CUENTA NOT EQUAL WS-COM-TIPCTA
036400        OR TAS-MONEDA NOT EQUAL WS-BAJ-MONEDA
036400        OR TAS-VIGENCIA GREATER THAN WS-AAAAMMDD
036400        SET WS-FIN-BROWSE TO TRUE
036400        GO TO 3564-F-LEER-VIGENCIA
036400     END-IF.
036400
036400     IF TAS-TASA IS NUMERIC
036400        MOVE TAS-TASA TO WS-BAJ-TASA
036400     END-IF.
036400
036400 3564-F-LEER-VIGENCIA. EXIT.
036400
036400**************************************
036400*                                    *
036400*  CUENTA QUE RECIBE EL SALDO: LA    *
036400*  PRIMERA CA/CC DEL MISMO CLIENTE   *
036400*  Y MONEDA QUE NO SEA LA QUE CIERRA *
036400*                                    *
036400**************************************
036400
036400 3565-I-CUENTA-DESTINO.
036400
036400     EXEC SQL
036400        OPEN DESTINO_CURSOR
036400     END-EXEC.
036400
036400     MOVE SQLCODE TO WS-SQLCODE.
036400
036400     IF WS-SQLCODE NOT EQUAL ZEROS
036400        MOVE 'ERROR EN LA BASE DE DATOS' TO MSGO
036400        SET WS-DATOS-INVALIDOS TO TRUE
036400        GO TO 3565-F-CUENTA-DESTINO
036400     END-IF.
036400
036400 3565-A-FETCH.
036400
036400     EXEC SQL
036400        FETCH  DESTINO_CURSOR
036400               INTO
036400                 :DCLTBCUENTAS.WS-TIPO-CUENTA,
036400                 :DCLTBCUENTAS.WS-NRO-CUENTA
036400     END-EXEC.
036400
036400     MOVE SQLCODE TO WS-SQLCODE.
036400
036400     IF WS-SQLCODE EQUAL ZEROS
036400        IF WS-TIPO-CUENTA EQUAL WS-COM-TIPCTA
036400           AND WS-NRO-CUENTA EQUAL WS-COM-NROCTA
036400           GO TO 3565-A-FETCH
036400        END-IF
036400        MOVE WS-TIPO-CUENTA TO WS-BAJ-TIPO-DESTINO
036400        MOVE WS-NRO-CUENTA  TO WS-BAJ-CTA-DESTINO
036400     END-IF.
036400
036400     EXEC SQL
036400        CLOSE DESTINO_CURSOR
036400     END-EXEC.
036400
036400     EVALUATE WS-SQLCODE
036400         WHEN ZEROS
036400              CONTINUE
036400         WHEN +100
036400              MOVE 'EL CLIENTE NO TIENE OTRA CA/CC EN LA MONEDA.'
036400                   TO MSGO
036400              SET WS-DATOS-INVALIDOS TO TRUE
036400         WHEN OTHER
036400              MOVE 'ERROR EN LA BASE DE DATOS' TO MSGO
036400              SET WS-DATOS-INVALIDOS TO TRUE
036400     END-EVALUATE.
036400
036400     MOVE WS-COM-TIPCTA TO WS-TIPO-CUENTA.
036400     MOVE WS-COM-NROCTA TO WS-NRO-CUENTA.
036400
036400 3565-F-CUENTA-DESTINO. EXIT.
036400
036400**************************************
036400*                                    *
036400*  ORDENES PERMANENTES ACTIVAS CON   *
036400*  LA CUENTA COMO ORIGEN O DESTINO   *
036400*                                    *
036400**************************************
036400
036400 3566-I-ORDENES.
036400
036400     MOVE ZEROS TO WS-RIDFLD-ORD.
036400     SET WS-SIGUE-BROWSE TO TRUE.
036400
036400     EXEC CICS
036400          STARTBR DATASET (WS-ORD-DATASET)
036400          RIDFLD  (WS-RIDFLD-ORD)
036400          GTEQ
036400          RESP    (WS-RESP)
036400     END-EXEC.
036400
036400     EVALUATE WS-RESP
036400         WHEN DFHRESP(NORMAL)
036400              PERFORM 3567-I-LEER-ORDEN
036400                 THRU 3567-F-LEER-ORDEN
036400                UNTIL WS-FIN-BROWSE
036400              EXEC CICS
036400                   ENDBR DATASET (WS-ORD-DATASET)
036400                   RESP  (WS-RESP)
036400              END-EXEC
036400         WHEN DFHRESP(NOTFND)
036400              CONTINUE
036400         WHEN OTHER
036400              MOVE 'ERROR AL LEER EL ARCHIVO DE ORDENES.' TO MSGO
036400              SET WS-DATOS-INVALIDOS TO TRUE
036400     END-EVALUATE.
036400
036400 3566-F-ORDENES. EXIT.
036400
036400 3567-I-LEER-ORDEN.
036400
036400     EXEC CICS
036400          READNEXT DATASET (WS-ORD-DATASET)
036400          RIDFLD   (WS-RIDFLD-ORD)
036400          INTO     (REG-ORDPER)
036400          LENGTH   (WS-LEN-ORD)
036400          RESP     (WS-RESP)
036400     END-EXEC.
036400
036400     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
036400        SET WS-FIN-BROWSE TO TRUE
036400        GO TO 3567-F-LEER-ORDEN
036400     END-IF.
036400
036400     IF ORD-ESTADO NOT EQUAL 'A'
036400        GO TO 3567-F-LEER-ORDEN
036400     END-IF.
036400
036400     IF (ORD-TIPO-ORIGEN EQUAL WS-COM-TIPCTA
036400         AND ORD-CTA-ORIGEN EQUAL WS-COM-NROCTA)
036400        OR (ORD-TIPO-DESTINO EQUAL WS-COM-TIPCTA
036400         AND ORD-CTA-DESTINO EQUAL WS-COM-NROCTA)
036400        IF WS-BAJ-CANT-ORD NOT LESS THAN 50
036400           MOVE 'DEMASIADAS ORDENES PERMANENTES, BAJA EN T236.'
036400                TO MSGO
036400           SET WS-DATOS-INVALIDOS TO TRUE
036400           SET WS-FIN-BROWSE TO TRUE
036400        ELSE
036400           ADD 1 TO WS-BAJ-CANT-ORD
036400           MOVE ORD-NRO TO WS-BAJ-ORD-NRO(WS-BAJ-CANT-ORD)
036400        END-IF
036400     END-IF.
036400
036400 3567-F-LEER-ORDEN. EXIT.
036400
036400**************************************
036400*                                    *
036400*  CHEQUES EMITIDOS EN CARTERA DE LA *
036400*  CUENTA (CHEQUE19, CLAVE TIPO +    *
036400*  NRO DE CUENTA + NRO DE CHEQUE)    *
036400*                                    *
036400**************************************
036400
036400 3568-I-CHEQUES.
036400
036400     MOVE WS-COM-TIPCTA TO WS-RID-CHQ-TIPO.
036400     MOVE WS-COM-NROCTA TO WS-RID-CHQ-NRO.
036400     MOVE ZEROS         TO WS-RID-CHQ-CHEQUE.
036400     SET WS-SIGUE-BROWSE TO TRUE.
036400
036400     EXEC CICS
036400          STARTBR DATASET (WS-CHQ-DATASET)
036400          RIDFLD  (WS-RIDFLD-CHQ)
036400          GTEQ
036400          RESP    (WS-RESP)
036400     END-EXEC.
036400
036400     EVALUATE WS-RESP
036400         WHEN DFHRESP(NORMAL)
036400              PERFORM 3569-I-LEER-CHEQUE
036400                 THRU 3569-F-LEER-CHEQUE
036400                UNTIL WS-FIN-BROWSE
036400              EXEC CICS
036400                   ENDBR DATASET (WS-CHQ-DATASET)
036400                   RESP  (WS-RESP)
036400              END-EXEC
036400         WHEN DFHRESP(NOTFND)
036400              CONTINUE
036400         WHEN OTHER
036400              MOVE 'ERROR AL LEER EL ARCHIVO DE CHEQUES.' TO MSGO
036400              SET WS-DATOS-INVALIDOS TO TRUE
036400     END-EVALUATE.
036400
036400 3568-F-CHEQUES. EXIT.
036400
036400 3569-I-LEER-CHEQUE.
036400
036400     EXEC CICS
036400          READNEXT DATASET (WS-CHQ-DATASET)
036400          RIDFLD   (WS-RIDFLD-CHQ)
036400          INTO     (REG-CHEQUE)
036400          LENGTH   (WS-LEN-CHQ)
036400          RESP     (WS-RESP)
036400     END-EXEC.
036400
036400     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
036400        SET WS-FIN-BROWSE TO TRUE
036400        GO TO 3569-F-LEER-CHEQUE
036400     END-IF.
036400
036400     IF CHQ-TIPO-CUENTA NOT EQUAL WS-COM-TIPCTA
036400        OR CHQ-NRO-CUENTA NOT EQUAL WS-COM-NROCTA
036400        SET WS-FIN-BROWSE TO TRUE
036400        GO TO 3569-F-LEER-CHEQUE
036400     END-IF.
036400
036400     IF CHQ-ESTADO NOT EQUAL 'E'
036400        GO TO 3569-F-LEER-CHEQUE
036400     END-IF.
036400
036400     IF WS-BAJ-CANT-CHQ NOT LESS THAN 300
036400        MOVE 'DEMASIADOS CHEQUES EN CARTERA PARA LA BAJA.' TO MSGO
036400        SET WS-DATOS-INVALIDOS TO TRUE
036400        SET WS-FIN-BROWSE TO TRUE
036400     ELSE
036400        ADD 1 TO WS-BAJ-CANT-CHQ
036400        MOVE CHQ-NRO-CHEQUE TO WS-BAJ-CHQ-NRO(WS-BAJ-CANT-CHQ)
036400     END-IF.
036400
036400 3569-F-LEER-CHEQUE. EXIT.
036400
036400**************************************
036400*                                    *
036400*  LIQUIDACION DE LA BAJA EN UNA     *
036400*  MISMA UNIDAD DE TRABAJO: INTERES, *
036400*  TRASPASO DEL SALDO, BAJA DE       *
036400*  ORDENES, ANULACION DE CHEQUES,    *
036400*  CANCELACION DEL ACUERDO, BORRADO  *
036400*  DE LA CUENTA Y REGISTRO DE LA     *
036400*  BAJA. ANTE CUALQUIER ERROR SE     *
036400*  DESHACE TODO                      *
036400*                                    *
036400**************************************
036400
036400 3580-I-LIQUIDAR-BAJA.
036400
036400*    IMAGEN ANTERIOR PARA LA AUDITORIA
036400
036400     MOVE WS-BAJ-MONEDA      TO WS-MONEDA.
036400     MOVE WS-BAJ-CBU         TO WS-CBU.
036400     MOVE WS-BAJ-CLIENTE     TO WS-CUE-NRO-CLIENTE.
036400     MOVE WS-BAJ-SALDO       TO WS-SALDO-ACTUAL.
036400
036400     PERFORM 3940-I-GUARDAR-ANTES
036400        THRU 3940-F-GUARDAR-ANTES.
036400
036400     IF WS-BAJ-INTERES GREATER THAN ZEROS
036400        MOVE WS-COM-NROCTA   TO WS-BAJ-MOV-CUENTA
036400        MOVE 'IN'            TO WS-BAJ-MOV-TIPO
036400        MOVE WS-BAJ-INTERES  TO WS-BAJ-MOV-IMPORTE
036400        MOVE SPACES          TO WS-BAJ-MOV-CONTRA
036400        PERFORM 3582-I-GRABAR-MOV
036400           THRU 3582-F-GRABAR-MOV
036400        IF WS-DATOS-INVALIDOS
036400           GO TO 3580-A-ERROR
036400        END-IF
036400     END-IF.
036400
036400     IF WS-BAJ-TRANSFERIR GREATER THAN ZEROS
036400        PERFORM 3584-I-TRASPASAR-SALDO
036400           THRU 3584-F-TRASPASAR-SALDO
036400        IF WS-DATOS-INVALIDOS
036400           GO TO 3580-A-ERROR
036400        END-IF
036400     END-IF.
036400
036400     MOVE 1 TO WS-BAJ-IDX.
036400     PERFORM 3586-I-BAJA-ORDEN
036400        THRU 3586-F-BAJA-ORDEN
036400       UNTIL WS-BAJ-IDX GREATER THAN WS-BAJ-CANT-ORD
036400          OR WS-DATOS-INVALIDOS.
036400
036400     IF WS-DATOS-INVALIDOS
036400        GO TO 3580-A-ERROR
036400     END-IF.
036400
036400     MOVE 1 TO WS-BAJ-IDX.
036400     PERFORM 3587-I-ANULAR-CHEQUE
036400        THRU 3587-F-ANULAR-CHEQUE
036400       UNTIL WS-BAJ-IDX GREATER THAN WS-BAJ-CANT-CHQ
036400          OR WS-DATOS-INVALIDOS.
036400
036400     IF WS-DATOS-INVALIDOS
036400        GO TO 3580-A-ERROR
036400     END-IF.
036400
036400     IF WS-BAJ-ACUERDO EQUAL 'S'
036400        PERFORM 3588-I-CANCELAR-ACUERDO
036400           THRU 3588-F-CANCELAR-ACUERDO
036400        IF WS-DATOS-INVALIDOS
036400           GO TO 3580-A-ERROR
036400        END-IF
036400     END-IF.
036400
036400     MOVE WS-COM-TIPCTA TO WS-TIPO-CUENTA.
036400     MOVE WS-COM-NROCTA TO WS-NRO-CUENTA.
036400
036400     EXEC SQL
036400        DELETE FROM ITPFBIO.TBCUENTAS
036400         WHERE TIPO_CUENTA = :DCLTBCUENTAS.WS-TIPO-CUENTA
036400           AND NRO_CUENTA  = :DCLTBCUENTAS.WS-NRO-CUENTA
036400     END-EXEC.
036400
036400     MOVE SQLCODE TO WS-SQLCODE.
036400
036400     EVALUATE WS-SQLCODE
036400         WHEN ZEROS
036400              CONTINUE
036400         WHEN +100
036400              MOVE 'ERROR AL CERRAR, LA CUENTA NO EXISTE ' TO MSGO
036400              GO TO 3580-A-ERROR
036400         WHEN OTHER
036400              MOVE 'ERROR EN LA BASE DE DATOS' TO MSGO
036400              GO TO 3580-A-ERROR
036400     END-EVALUATE.
036400
036400     PERFORM 3590-I-GRABAR-CIERRE
036400        THRU 3590-F-GRABAR-CIERRE.
036400
036400     IF WS-DATOS-INVALIDOS
036400        GO TO 3580-A-ERROR
036400     END-IF.
036400
036400     MOVE 'BAJA'          TO WS-AUD-OPER.
036400     MOVE SPACES          TO WS-MONEDA.
036400     MOVE SPACES          TO WS-CBU.
036400     MOVE ZEROS           TO WS-CUE-NRO-CLIENTE.
036400     MOVE ZEROS           TO WS-SALDO-ACTUAL.
036400     PERFORM 3950-I-AUDITAR
036400        THRU 3950-F-AUDITAR.
036400
036400     EXEC CICS
036400          SYNCPOINT
036400     END-EXEC.
036400
036400     MOVE 'LA CUENTA SE CERRO EXITOSAMENTE, PULSE PF4' TO MSGO.
036400
036400     GO TO 3580-F-LIQUIDAR-BAJA.
036400
036400 3580-A-ERROR.
036400
036400     EXEC CICS
036400          SYNCPOINT ROLLBACK
036400     END-EXEC.
036400
036400 3580-F-LIQUIDAR-BAJA. EXIT.
036400
036400**************************************
036400*                                    *
036400*  MOVIMIENTO DE LA BAJA EN MOVCTA19 *
036400*  (EL PASE NOCTURNO LO LLEVA AL     *
036400*  MAESTRO Y A LA HISTORIA)          *
036400*                                    *
036400**************************************
036400
036400 3582-I-GRABAR-MOV.
036400
036400     MOVE SPACES             TO REG-MOVCTA.
036400     MOVE WS-BAJ-MOV-CUENTA  TO MCT-NRO-CUENTA.
036400     MOVE WS-BAJ-MOV-TIPO    TO MCT-TIPO-MOV.
036400     MOVE WS-BAJ-MOV-IMPORTE TO MCT-IMPORTE.
036400     MOVE WS-BAJ-MOV-CONTRA  TO MCT-CONTRAPARTE.
036400     MOVE WS-DATE            TO MCT-FECHA.
036400     MOVE WS-TIME            TO MCT-HORA.
036400     MOVE EIBTRMID           TO MCT-TERMINAL.
036400     MOVE WS-BAJ-CLIENTE     TO MCT-NRO-CLIENTE.
036400     MOVE WS-COM-OPER        TO MCT-OPERADOR.
036400     MOVE WS-BAJ-MONEDA      TO MCT-MONEDA.
036400
036400     EXEC CICS
036400          WRITE DATASET (WS-MOV-DATASET)
036400          FROM   (REG-MOVCTA)
036400          LENGTH (WS-LEN-MOV)
036400          RESP   (WS-RESP)
036400     END-EXEC.
036400
036400     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
036400        MOVE 'ERROR AL GRABAR LOS MOVIMIENTOS, PULSE PF4' TO MSGO
036400        SET WS-DATOS-INVALIDOS TO TRUE
036400     END-IF.
036400
036400 3582-F-GRABAR-MOV. EXIT.
036400
036400**************************************
036400*                                    *
036400*  TRASPASO DEL SALDO MAS EL INTERES *
036400*  A LA CUENTA DESTINO: CREDITO EN   *
036400*  DB2 Y DEBITO/CREDITO EN MOVCTA19  *
036400*                                    *
036400**************************************
036400
036400 3584-I-TRASPASAR-SALDO.
036400
036400     MOVE WS-BAJ-TIPO-DESTINO TO WS-TIPO-CUENTA.
036400     MOVE WS-BAJ-CTA-DESTINO  TO WS-NRO-CUENTA.
036400     MOVE WS-BAJ-TRANSFERIR   TO WS-SALDO-ACTUAL.
036400     MOVE WS-DATE             TO WS-FECHA-ACTUAL.
036400
036400     EXEC SQL
036400        UPDATE ITPFBIO.TBCUENTAS
036400           SET SALDO_ACTUAL = SALDO_ACTUAL +
036400                 :DCLTBCUENTAS.WS-SALDO-ACTUAL,
036400               FECHA_ACTUAL =
036400                 :DCLTBCUENTAS.WS-FECHA-ACTUAL
036400         WHERE TIPO_CUENTA  =
036400                 :DCLTBCUENTAS.WS-TIPO-CUENTA
036400           AND NRO_CUENTA   =
036400                 :DCLTBCUENTAS.WS-NRO-CUENTA
036400     END-EXEC.
036400
036400     MOVE SQLCODE TO WS-SQLCODE.
036400
036400     IF WS-SQLCODE NOT EQUAL ZEROS
036400        MOVE 'ERROR AL ACREDITAR LA CUENTA DESTINO, PULSE PF4'
036400             TO MSGO
036400        SET WS-DATOS-INVALIDOS TO TRUE
036400        GO TO 3584-F-TRASPASAR-SALDO
036400     END-IF.
036400
036400     MOVE WS-COM-NROCTA      TO WS-BAJ-MOV-CUENTA.
036400     MOVE 'DB'               TO WS-BAJ-MOV-TIPO.
036400     MOVE WS-BAJ-TRANSFERIR  TO WS-BAJ-MOV-IMPORTE.
036400     MOVE WS-BAJ-CTA-DESTINO TO WS-BAJ-MOV-CONTRA.
036400     PERFORM 3582-I-GRABAR-MOV
036400        THRU 3582-F-GRABAR-MOV.
036400
036400     IF WS-DATOS-INVALIDOS
036400        GO TO 3584-F-TRASPASAR-SALDO
036400     END-IF.
036400
036400     MOVE WS-BAJ-CTA-DESTINO TO WS-BAJ-MOV-CUENTA.
036400     MOVE 'CR'               TO WS-BAJ-MOV-TIPO.
036400     MOVE WS-BAJ-TRANSFERIR  TO WS-BAJ-MOV-IMPORTE.
036400     MOVE WS-COM-NROCTA      TO WS-BAJ-MOV-CONTRA.
036400     PERFORM 3582-I-GRABAR-MOV
036400        THRU 3582-F-GRABAR-MOV.
036400
036400 3584-F-TRASPASAR-SALDO. EXIT.
036400
036400**************************************
036400*                                    *
036400*  BAJA DE UNA ORDEN PERMANENTE      *
036400*                                    *
036400**************************************
036400
036400 3586-I-BAJA-ORDEN.
036400
036400     MOVE WS-BAJ-ORD-NRO(WS-BAJ-IDX) TO WS-RIDFLD-ORD.
036400
036400     EXEC CICS
036400          READ DATASET (WS-ORD-DATASET)
036400          RIDFLD (WS-RIDFLD-ORD)
036400          INTO   (REG-ORDPER)
036400          LENGTH (WS-LEN-ORD)
036400          UPDATE
036400          EQUAL
036400          RESP   (WS-RESP)
036400     END-EXEC.
036400
036400     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
036400        MOVE 'ERROR AL DAR DE BAJA LAS ORDENES, PULSE PF4' TO MSGO
036400        SET WS-DATOS-INVALIDOS TO TRUE
036400        GO TO 3586-F-BAJA-ORDEN
036400     END-IF.
036400
036400     MOVE 'B' TO ORD-ESTADO.
036400
036400     EXEC CICS
036400          REWRITE DATASET(WS-ORD-DATASET)
036400          FROM   (REG-ORDPER)
036400          LENGTH (WS-LEN-ORD)
036400          RESP   (WS-RESP)
036400     END-EXEC.
036400
036400     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
036400        MOVE 'ERROR AL DAR DE BAJA LAS ORDENES, PULSE PF4' TO MSGO
036400        SET WS-DATOS-INVALIDOS TO TRUE
036400     END-IF.
036400
036400     ADD 1 TO WS-BAJ-IDX.
036400
036400 3586-F-BAJA-ORDEN. EXIT.
036400
036400**************************************
036400*                                    *
036400*  ANULACION DE UN CHEQUE EN CARTERA *
036400*  (ESTADO A: LA CAMARA LO RECHAZA)  *
036400*                                    *
036400**************************************
036400
036400 3587-I-ANULAR-CHEQUE.
036400
036400     MOVE WS-COM-TIPCTA              TO WS-RID-CHQ-TIPO.
036400     MOVE WS-COM-NROCTA              TO WS-RID-CHQ-NRO.
036400     MOVE WS-BAJ-CHQ-NRO(WS-BAJ-IDX) TO WS-RID-CHQ-CHEQUE.
036400
036400     EXEC CICS
036400          READ DATASET (WS-CHQ-DATASET)
036400          RIDFLD (WS-RIDFLD-CHQ)
036400          INTO   (REG-CHEQUE)
036400          LENGTH (WS-LEN-CHQ)
036400          UPDATE
036400          EQUAL
036400          RESP   (WS-RESP)
036400     END-EXEC.
036400
036400     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
036400        MOVE 'ERROR AL ANULAR LOS CHEQUES, PULSE PF4' TO MSGO
036400        SET WS-DATOS-INVALIDOS TO TRUE
036400        GO TO 3587-F-ANULAR-CHEQUE
036400     END-IF.
036400
036400     MOVE 'A' TO CHQ-ESTADO.
036400
036400     EXEC CICS
036400          REWRITE DATASET(WS-CHQ-DATASET)
036400          FROM   (REG-CHEQUE)
036400          LENGTH (WS-LEN-CHQ)
036400          RESP   (WS-RESP)
036400     END-EXEC.
036400
036400     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
036400        MOVE 'ERROR AL ANULAR LOS CHEQUES, PULSE PF4' TO MSGO
036400        SET WS-DATOS-INVALIDOS TO TRUE
036400     END-IF.
036400
036400     ADD 1 TO WS-BAJ-IDX.
036400
036400 3587-F-ANULAR-CHEQUE. EXIT.
036400
036400**************************************
036400*                                    *
036400*  CANCELACION DEL ACUERDO DE        *
036400*  SOBREGIRO (ESTADO B)              *
036400*                                    *
036400**************************************
036400
036400 3588-I-CANCELAR-ACUERDO.
036400
036400     MOVE WS-COM-TIPCTA TO WS-RIDFLD-ACU-TIP.
036400     MOVE WS-COM-NROCTA TO WS-RIDFLD-ACU-NRO.
036400
036400     EXEC CICS
036400          READ DATASET (WS-ACU-DATASET)
036400          RIDFLD (WS-RIDFLD-ACU)
036400          INTO   (REG-ACUERDO)
036400          LENGTH (WS-LEN-ACU)
036400          UPDATE
036400          EQUAL
036400          RESP   (WS-RESP)
036400     END-EXEC.
036400
036400     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
036400        MOVE 'ERROR AL CANCELAR EL ACUERDO, PULSE PF4' TO MSGO
036400        SET WS-DATOS-INVALIDOS TO TRUE
036400        GO TO 3588-F-CANCELAR-ACUERDO
036400     END-IF.
036400
036400     MOVE 'B' TO ACU-ESTADO.
036400
036400     EXEC CICS
036400          REWRITE DATASET(WS-ACU-DATASET)
036400          FROM   (REG-ACUERDO)
036400          LENGTH (WS-LEN-ACU)
036400          RESP   (WS-RESP)
036400     END-EXEC.
036400
036400     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
036400        MOVE 'ERROR AL CANCELAR EL ACUERDO, PULSE PF4' TO MSGO
036400        SET WS-DATOS-INVALIDOS TO TRUE
036400     END-IF.
036400
036400 3588-F-CANCELAR-ACUERDO. EXIT.
036400
036400**************************************
036400*                                    *
036400*  REGISTRO DE LA BAJA (BAJCTA19)    *
036400*  PARA EL CERTIFICADO Y EL LISTADO  *
036400*  NOCTURNO (PGMBAJ74)               *
036400*                                    *
036400**************************************
036400
036400 3590-I-GRABAR-CIERRE.
036400
036400     MOVE SPACES               TO REG-BAJCTA.
036400     MOVE WS-AAAAMMDD          TO BAJ-FECHA.
036400     MOVE WS-COM-TIPCTA        TO BAJ-TIPO-CUENTA.
036400     MOVE WS-COM-NROCTA        TO BAJ-NRO-CUENTA.
036400     MOVE WS-TIME              TO BAJ-HORA.
036400     MOVE EIBTRMID             TO BAJ-TERMINAL.
036400     MOVE WS-COM-OPER          TO BAJ-OPERADOR.
036400     MOVE WS-BAJ-CLIENTE       TO BAJ-NRO-CLIENTE.
036400     MOVE SPACES               TO BAJ-TIP-DOC.
036400     MOVE ZEROS                TO BAJ-NRO-DOC.
036400     MOVE WS-BAJ-MONEDA        TO BAJ-MONEDA.
036400     MOVE WS-BAJ-CBU           TO BAJ-CBU.
036400     MOVE WS-BAJ-SALDO         TO BAJ-SALDO-ANTERIOR.
036400     MOVE WS-BAJ-DESDE-N       TO BAJ-FECHA-DESDE-INT.
036400     MOVE WS-BAJ-DIAS          TO BAJ-DIAS-INTERES.
036400     MOVE WS-BAJ-TASA          TO BAJ-TASA.
036400     MOVE WS-BAJ-INTERES       TO BAJ-INTERES.
036400     MOVE WS-BAJ-TRANSFERIR    TO BAJ-SALDO-TRANSFERIDO.
036400     MOVE WS-BAJ-TIPO-DESTINO  TO BAJ-TIPO-DESTINO.
036400     MOVE WS-BAJ-CTA-DESTINO   TO BAJ-CTA-DESTINO.
036400     MOVE WS-BAJ-CANT-ORD      TO BAJ-ORDENES.
036400     MOVE WS-BAJ-CANT-CHQ      TO BAJ-CHEQUES.
036400     MOVE WS-BAJ-ACUERDO       TO BAJ-ACUERDO.
036400     MOVE WS-BAJ-LIMITE        TO BAJ-LIMITE-ACUERDO.
036400
036400*    DOCUMENTO DEL TITULAR PARA UBICARLO EN PERSONA
036400
036400     MOVE WS-BAJ-CLIENTE TO WS-RIDFLD-CLI.
036400
036400     EXEC CICS
036400          READ DATASET (WS-DATASET-ALT)
036400          RIDFLD (WS-RIDFLD-CLI)
036400          INTO   (REG-PERSONA)
036400          LENGTH (WS-LEN-DATA)
036400          EQUAL
036400          RESP   (WS-RESP)
036400     END-EXEC.
036400
036400     IF WS-RESP EQUAL DFHRESP(NORMAL)
036400        MOVE PER-TIP-DOC TO BAJ-TIP-DOC
036400        MOVE PER-NRO-DOC TO BAJ-NRO-DOC
036400     END-IF.
036400
036400     EXEC CICS
036400          WRITE DATASET (WS-BAJ-DATASET)
036400          FROM   (REG-BAJCTA)
036400          RIDFLD (BAJ-CLAVE)
036400          LENGTH (WS-LEN-BAJ)
036400          RESP   (WS-RESP)
036400     END-EXEC.
036400
036400     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
036400        MOVE 'ERROR AL REGISTRAR LA BAJA, PULSE PF4' TO MSGO
036400        SET WS-DATOS-INVALIDOS TO TRUE
036400     END-IF.
036400
036400 3590-F-GRABAR-CIERRE. EXIT.
036500
036600 3650-I-PREGUNTO.
036700
043780
043790      IF WS-DATOS-VALIDOS
043800
043810*       EL CAMBIO DE CBU O DE TITULAR NO SE APLICA: QUEDA
043810*       PENDIENTE HASTA QUE LO APRUEBE UN SUPERVISOR (T272)
043810
043810       IF WS-CBU NOT EQUAL WS-ANT-CBU
043810          OR WS-CUE-NRO-CLIENTE NOT EQUAL WS-ANT-CLIENTE
043810        PERFORM 3970-I-PENDIENTE
043810           THRU 3970-F-PENDIENTE
043810       ELSE
043810
043810       MOVE WS-DATE TO WS-FECHA-ACTUAL
043820
043830       EXEC SQL
044110            SYNCPOINT ROLLBACK
044120         END-EXEC
044130       END-EVALUATE
044140       END-IF
044150      END-IF
044160
044170     ELSE
044170      MOVE 'ERROR, INGRESE UNICAMENTE  S / N, PULSE PF3' TO MSGO
044180     END-IF
044190     END-IF
048601
048601 3670-F-ACUERDO-GRABAR. EXIT.
048601
048601**************************************
048601*                                    *
048601*  INICIO DEL MANTENIMIENTO DE       *
048601*  TITULARES, COTITULARES Y          *
048601*  FIRMANTES DE LA CUENTA (PF10)     *
048601*                                    *
048601**************************************
048601
048601 3610-I-COTITULAR-INICIAR.
048601
048601     MOVE TIPCTAI TO WS-TIPO-CTA.
048601
048601     IF NOT WS-TIP-CTA-BOOLEANO
048601        OR NROCTAI EQUAL SPACES
048601        MOVE 'INGRESE TIPO Y NUMERO DE CUENTA.' TO MSGO
048601        MOVE WS-DATE TO FECHAO
048601        EXEC CICS SEND MAP (WS-MAP)
048601              MAPSET (WS-MAPSET)
048601              FROM (MAP0120O)
048601              LENGTH (WS-LONG)
048601              ERASE
048601              FREEKB
048601        END-EXEC
048601        GO TO 3610-F-COTITULAR-INICIAR
048601     END-IF.
048601
048601     MOVE TIPCTAI  TO WS-TIPO-CUENTA.
048601     MOVE NROCTAI  TO WS-NRO-CUENTA.
048601
048601     PERFORM 3410-I-LEER-CUENTA
048601        THRU 3410-F-LEER-CUENTA.
048601
048601     IF WS-SQLCODE NOT EQUAL ZEROS
048601        MOVE 'CUENTA NO ENCONTRADA' TO MSGO
048601        MOVE WS-DATE TO FECHAO
048601        EXEC CICS SEND MAP (WS-MAP)
048601              MAPSET (WS-MAPSET)
048601              FROM (MAP0120O)
048601              LENGTH (WS-LONG)
048601              ERASE
048601              FREEKB
048601        END-EXEC
048601        GO TO 3610-F-COTITULAR-INICIAR
048601     END-IF.
048601
048601     MOVE WS-MONEDA           TO MONEDAO.
048601     MOVE WS-CBU              TO CBUO.
048601     MOVE WS-CUE-NRO-CLIENTE  TO NROCLIO.
048601     MOVE WS-SALDO-ACTUAL     TO SALDOO.
048601     MOVE WS-FECHA-ACTUAL     TO FECACTO.
048601     MOVE TIPCTAI             TO WS-COM-TIPCTA.
048601     MOVE NROCTAI             TO WS-COM-NROCTA.
048601
048601*    SI YA SE INGRESO EL CLIENTE SE MUESTRA SU VINCULO
048601*    VIGENTE CON LA CUENTA
048601
048601     IF COTCLII IS NUMERIC
048601        MOVE COTCLII TO WS-CTI-CLIENTE
048601        MOVE COTCLII TO COTCLIO
048601        PERFORM 3630-I-LEER-COTITULAR
048601           THRU 3630-F-LEER-COTITULAR
048601        IF WS-CTI-EXISTE AND CTI-ESTADO EQUAL 'A'
048601           MOVE CTI-ROL         TO COTROLO
048601           MOVE CTI-ORDEN-FIRMA TO COTORDO
048601        END-IF
048601     END-IF.
048601
048601     MOVE DFHBMPRO      TO TIPCTAA
048601     MOVE DFHBMPRO      TO NROCTAA
048601     MOVE DFHBMUNN      TO COTCLIA
048601     MOVE DFHBMUNP      TO COTROLA
048601     MOVE DFHBMUNN      TO COTORDA
048601     MOVE -1            TO COTCLIL
048601     MOVE '_'           TO CAMPO
048601     MOVE DFHBMUNP      TO CAMPA
048601     MOVE
048601     'CLIENTE, ROL Y ORDEN. S=ALTA/MODIF, B=BAJA, N=CANCELAR.'
048601          TO MSGO.
048601
048601     SET WS-COTITULAR TO TRUE.
048601
048601     MOVE WS-DATE TO FECHAO.
048601
048601     EXEC CICS SEND MAP (WS-MAP)
048601           MAPSET (WS-MAPSET)
048601           FROM (MAP0120O)
048601           LENGTH (WS-LONG)
048601           CURSOR
048601           ERASE
048601           FREEKB
048601     END-EXEC.
048601
048601 3610-F-COTITULAR-INICIAR. EXIT.
048601
048601**************************************
048601*                                    *
048601*  CONFIRMACION DEL VINCULO:         *
048601*  S = ALTA O MODIFICACION           *
048601*  B = BAJA (ESTADO B)               *
048601*                                    *
048601**************************************
048601
048601 3620-I-COTITULAR-GRABAR.
048601
048601     PERFORM 3625-I-COTITULAR-APLICAR
048601        THRU 3625-F-COTITULAR-APLICAR.
048601
048601     SET WS-INICIO TO TRUE.
048601
048601     MOVE WS-DATE TO FECHAO.
048601
048601     EXEC CICS SEND MAP (WS-MAP)
048601           MAPSET (WS-MAPSET)
048601           FROM (MAP0120O)
048601           LENGTH (WS-LONG)
048601           ERASE
048601           FREEKB
048601     END-EXEC.
048601
048601 3620-F-COTITULAR-GRABAR. EXIT.
048601
048601 3625-I-COTITULAR-APLICAR.
048601
048601     IF CAMPI = 'N'
048601        MOVE 'SE CANCELO EL CAMBIO DE COTITULAR. PULSE PF4'
048601             TO MSGO
048601        GO TO 3625-F-COTITULAR-APLICAR
048601     END-IF.
048601
048601     IF CAMPI NOT EQUAL 'S' AND CAMPI NOT EQUAL 'B'
048601        MOVE 'ERROR, INGRESE UNICAMENTE  S / B / N, PULSE PF10'
048601             TO MSGO
048601        GO TO 3625-F-COTITULAR-APLICAR
048601     END-IF.
048601
048601     IF COTCLII IS NOT NUMERIC
048601        MOVE 'EL NUMERO DE CLIENTE ES INVALIDO.' TO MSGO
048601        GO TO 3625-F-COTITULAR-APLICAR
048601     END-IF.
048601
048601     MOVE COTCLII       TO WS-CTI-CLIENTE.
048601     MOVE WS-COM-TIPCTA TO WS-TIPO-CUENTA.
048601     MOVE WS-COM-NROCTA TO WS-NRO-CUENTA.
048601
048601     PERFORM 3410-I-LEER-CUENTA
048601        THRU 3410-F-LEER-CUENTA.
048601
048601     IF WS-SQLCODE NOT EQUAL ZEROS
048601        MOVE 'CUENTA NO ENCONTRADA' TO MSGO
048601        GO TO 3625-F-COTITULAR-APLICAR
048601     END-IF.
048601
048601*    EL TITULAR PRINCIPAL ES EL NRO_CLIENTE DE LA CUENTA
048601*    Y SE CAMBIA POR LA MODIFICACION (PF3)
048601
048601     IF WS-CTI-CLIENTE EQUAL WS-CUE-NRO-CLIENTE
048601        MOVE 'EL CLIENTE ES EL TITULAR PRINCIPAL DE LA CUENTA.'
048601             TO MSGO
048601        GO TO 3625-F-COTITULAR-APLICAR
048601     END-IF.
048601
048601     PERFORM 3630-I-LEER-COTITULAR
048601        THRU 3630-F-LEER-COTITULAR.
048601
048601     MOVE SPACES TO WS-CTI-ANTES.
048601     MOVE SPACES TO WS-CTI-DESPUES.
048601
048601     IF WS-CTI-EXISTE AND CTI-ESTADO EQUAL 'A'
048601        MOVE CTI-ROL         TO WS-CTI-ANT-ROL
048601        MOVE CTI-ORDEN-FIRMA TO WS-CTI-ANT-ORDEN
048601     END-IF.
048601
048601     IF CAMPI EQUAL 'B'
048601        PERFORM 3640-I-COTITULAR-BAJA
048601           THRU 3640-F-COTITULAR-BAJA
048601     ELSE
048601        PERFORM 3645-I-COTITULAR-ALTA
048601           THRU 3645-F-COTITULAR-ALTA
048601     END-IF.
048601
048601 3625-F-COTITULAR-APLICAR. EXIT.
048601
048601**************************************
048601*  LECTURA DEL VINCULO CUENTA +      *
048601*  CLIENTE EN COTITU19               *
048601**************************************
048601
048601 3630-I-LEER-COTITULAR.
048601
048601     SET WS-CTI-NO-EXISTE TO TRUE.
048601
048601     MOVE WS-COM-TIPCTA  TO WS-RIDFLD-CTI-TIP.
048601     MOVE WS-COM-NROCTA  TO WS-RIDFLD-CTI-NRO.
048601     MOVE WS-CTI-CLIENTE TO WS-RIDFLD-CTI-CLI.
048601
048601     EXEC CICS
048601          READ DATASET (WS-CTI-DATASET)
048601          RIDFLD (WS-RIDFLD-CTI)
048601          INTO   (REG-COTITULAR)
048601          LENGTH (WS-LEN-CTI)
048601          EQUAL
048601          RESP   (WS-RESP)
048601     END-EXEC.
048601
048601     IF WS-RESP EQUAL DFHRESP(NORMAL)
048601        SET WS-CTI-EXISTE TO TRUE
048601     END-IF.
048601
048601 3630-F-LEER-COTITULAR. EXIT.
048601
048601**************************************
048601*  BAJA DEL VINCULO (QUEDA EN EL     *
048601*  ARCHIVO CON ESTADO B)             *
048601**************************************
048601
048601 3640-I-COTITULAR-BAJA.
048601
048601     IF WS-CTI-ANTES EQUAL SPACES
048601        MOVE 'EL CLIENTE NO ESTA VINCULADO A LA CUENTA.' TO MSGO
048601        GO TO 3640-F-COTITULAR-BAJA
048601     END-IF.
048601
048601     EXEC CICS
048601          READ DATASET (WS-CTI-DATASET)
048601          RIDFLD (WS-RIDFLD-CTI)
048601          INTO   (REG-COTITULAR)
048601          LENGTH (WS-LEN-CTI)
048601          UPDATE
048601          EQUAL
048601          RESP   (WS-RESP)
048601     END-EXEC.
048601
048601     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
048601        MOVE 'ERROR AL LEER EL ARCHIVO DE COTITULARES.' TO MSGO
048601        GO TO 3640-F-COTITULAR-BAJA
048601     END-IF.
048601
048601     MOVE 'B'            TO CTI-ESTADO.
048601     MOVE WS-AAAAMMDD    TO CTI-FECHA-BAJA.
048601     MOVE WS-COM-OPER    TO CTI-OPERADOR.
048601
048601     EXEC CICS
048601          REWRITE DATASET(WS-CTI-DATASET)
048601          FROM   (REG-COTITULAR)
048601          LENGTH (WS-LEN-CTI)
048601          RESP   (WS-RESP)
048601     END-EXEC.
048601
048601     IF WS-RESP EQUAL DFHRESP(NORMAL)
048601        MOVE 'EL CLIENTE FUE DESVINCULADO DE LA CUENTA. PULSE PF4'
048601             TO MSGO
048601        MOVE 'BAJA COTITUL'  TO WS-AUD-OPER
048601        PERFORM 3960-I-AUDITAR-COTITULAR
048601           THRU 3960-F-AUDITAR-COTITULAR
048601     ELSE
048601        MOVE 'ERROR AL GRABAR EL COTITULAR, PULSE PF10' TO MSGO
048601     END-IF.
048601
048601 3640-F-COTITULAR-BAJA. EXIT.
048601
048601**************************************
048601*  ALTA O MODIFICACION DEL VINCULO   *
048601*  (UNA BAJA ANTERIOR SE REACTIVA)   *
048601**************************************
048601
048601 3645-I-COTITULAR-ALTA.
048601
048601     IF COTROLI NOT EQUAL 'T'
048601        AND COTROLI NOT EQUAL 'C'
048601        AND COTROLI NOT EQUAL 'F'
048601        MOVE 'EL ROL DEBE SER T (TITULAR), C (COTITULAR) O F.'
048601             TO MSGO
048601        GO TO 3645-F-COTITULAR-ALTA
048601     END-IF.
048601
048601     IF COTORDI IS NOT NUMERIC
048601        MOVE 'EL ORDEN DE FIRMA DEBE SER NUMERICO (0 A 9).'
048601             TO MSGO
048601        GO TO 3645-F-COTITULAR-ALTA
048601     END-IF.
048601
048601     SET WS-DATOS-VALIDOS TO TRUE.
048601     MOVE WS-CTI-CLIENTE TO WS-CUE-NRO-CLIENTE.
048601
048601     PERFORM 3770-I-VERIFICAR-CLI
048601        THRU 3770-F-VERIFICAR-CLI.
048601
048601     IF WS-DATOS-INVALIDOS
048601        GO TO 3645-F-COTITULAR-ALTA
048601     END-IF.
048601
048601     MOVE COTROLI TO WS-CTI-DES-ROL.
048601     MOVE COTORDI TO WS-CTI-DES-ORDEN.
048601
048601     IF WS-CTI-EXISTE
048601        EXEC CICS
048601             READ DATASET (WS-CTI-DATASET)
048601             RIDFLD (WS-RIDFLD-CTI)
048601             INTO   (REG-COTITULAR)
048601             LENGTH (WS-LEN-CTI)
048601             UPDATE
048601             EQUAL
048601             RESP   (WS-RESP)
048601        END-EXEC
048601        IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
048601           MOVE 'ERROR AL LEER EL ARCHIVO DE COTITULARES.'
048601                TO MSGO
048601           GO TO 3645-F-COTITULAR-ALTA
048601        END-IF
048601     ELSE
048601        MOVE SPACES         TO REG-COTITULAR
048601        MOVE WS-COM-TIPCTA  TO CTI-TIPO-CUENTA
048601        MOVE WS-COM-NROCTA  TO CTI-NRO-CUENTA
048601        MOVE WS-CTI-CLIENTE TO CTI-NRO-CLIENTE
048601     END-IF.
048601
048601     MOVE COTROLI        TO CTI-ROL.
048601     MOVE COTORDI        TO CTI-ORDEN-FIRMA.
048601     MOVE 'A'            TO CTI-ESTADO.
048601     MOVE WS-COM-OPER    TO CTI-OPERADOR.
048601
048601     IF WS-CTI-ANTES EQUAL SPACES
048601        MOVE WS-AAAAMMDD TO CTI-FECHA-ALTA
048601        MOVE ZEROS       TO CTI-FECHA-BAJA
048601        MOVE 'ALTA COTITUL'  TO WS-AUD-OPER
048601     ELSE
048601        MOVE 'MODIF COTITUL' TO WS-AUD-OPER
048601     END-IF.
048601
048601     IF WS-CTI-EXISTE
048601        EXEC CICS
048601             REWRITE DATASET(WS-CTI-DATASET)
048601             FROM   (REG-COTITULAR)
048601             LENGTH (WS-LEN-CTI)
048601             RESP   (WS-RESP)
048601        END-EXEC
048601     ELSE
048601        EXEC CICS
048601             WRITE DATASET(WS-CTI-DATASET)
048601             RIDFLD (WS-RIDFLD-CTI)
048601             FROM   (REG-COTITULAR)
048601             LENGTH (WS-LEN-CTI)
048601             RESP   (WS-RESP)
048601        END-EXEC
048601     END-IF.
048601
048601     IF WS-RESP EQUAL DFHRESP(NORMAL)
048601        MOVE 'EL VINCULO CON LA CUENTA FUE REGISTRADO. PULSE PF4'
048601             TO MSGO
048601        PERFORM 3960-I-AUDITAR-COTITULAR
048601           THRU 3960-F-AUDITAR-COTITULAR
048601     ELSE
048601        MOVE 'ERROR AL GRABAR EL COTITULAR, PULSE PF10' TO MSGO
048601     END-IF.
048601
048601 3645-F-COTITULAR-ALTA. EXIT.
048601
048610**************************************
048611*                                    *
048612*  GUARDA LA IMAGEN ANTERIOR DE LA   *
048669
048670 3950-F-AUDITAR. EXIT.
048671
048671**************************************
048671*                                    *
048671*  AUDITORIA DEL VINCULO CON LA      *
048671*  CUENTA: EL CLIENTE VINCULADO VA   *
048671*  EN EL CAMPO DE CLIENTE Y EL ROL   *
048671*  MAS EL ORDEN DE FIRMA EN EL DE    *
048671*  MONEDA                            *
048671*                                    *
048671**************************************
048671
048671 3960-I-AUDITAR-COTITULAR.
048671
048671     MOVE WS-CTI-ANTES    TO WS-ANT-MONEDA.
048671     MOVE SPACES          TO WS-ANT-CBU.
048671     MOVE ZEROS           TO WS-ANT-CLIENTE.
048671     MOVE ZEROS           TO WS-ANT-SALDO.
048671     IF WS-CTI-ANTES NOT EQUAL SPACES
048671        MOVE WS-CTI-CLIENTE TO WS-ANT-CLIENTE
048671     END-IF.
048671
048671     MOVE WS-CTI-DESPUES  TO WS-MONEDA.
048671     MOVE SPACES          TO WS-CBU.
048671     MOVE ZEROS           TO WS-CUE-NRO-CLIENTE.
048671     MOVE ZEROS           TO WS-SALDO-ACTUAL.
048671     IF WS-CTI-DESPUES NOT EQUAL SPACES
048671        MOVE WS-CTI-CLIENTE TO WS-CUE-NRO-CLIENTE
048671     END-IF.
048671
048671     PERFORM 3950-I-AUDITAR
048671        THRU 3950-F-AUDITAR.
048671
048671 3960-F-AUDITAR-COTITULAR. EXIT.
048671
048671**************************************
048671*                                    *
048671*  SOLICITUD DE APROBACION DEL       *
048671*  CAMBIO DE CBU / NRO DE CLIENTE    *
048671*  (PENAPR19, SE RESUELVE EN T272)   *
048671*                                    *
048671**************************************
048671
048671 3970-I-PENDIENTE.
048671
048671     MOVE SPACES          TO REG-PENAPR.
048671     MOVE WS-AAAAMMDD     TO PAP-FECHA.
048671     MOVE EIBTRMID        TO PAP-TERMINAL.
048671     MOVE EIBTASKN        TO PAP-TASKN.
048671     MOVE 'T220'          TO PAP-TRANSACCION.
048671     MOVE 'MODIFICACION'  TO PAP-OPERACION.
048671     MOVE WS-COM-TIPCTA   TO PAP-OBJ-TIPO-CUENTA.
048671     MOVE WS-COM-NROCTA   TO PAP-OBJ-NRO-CUENTA.
048671     MOVE 3               TO PAP-NIVEL-REQUERIDO.
048671     SET PAP-PENDIENTE    TO TRUE.
048671     MOVE WS-COM-OPER     TO PAP-SOLICITANTE.
048671     MOVE WS-TIME         TO PAP-HORA.
048671     MOVE ZEROS           TO PAP-FECHA-RESOL.
048671
048671     MOVE WS-ANT-MONEDA   TO PAP-ANT-MONEDA.
048671     MOVE WS-ANT-CBU      TO PAP-ANT-CBU.
048671     MOVE WS-ANT-CLIENTE  TO PAP-ANT-CLIENTE.
048671     MOVE WS-ANT-SALDO    TO PAP-ANT-SALDO.
048671
048671     MOVE WS-MONEDA          TO PAP-DES-MONEDA.
048671     MOVE WS-CBU             TO PAP-DES-CBU.
048671     MOVE WS-CUE-NRO-CLIENTE TO PAP-DES-CLIENTE.
048671     MOVE WS-ANT-SALDO       TO PAP-DES-SALDO.
048671
048671     EXEC CICS
048671          WRITE DATASET (WS-PAP-DATASET)
048671          FROM   (REG-PENAPR)
048671          RIDFLD (PAP-CLAVE)
048671          LENGTH (WS-LEN-PAP)
048671          RESP   (WS-RESP)
048671     END-EXEC.
048671
048671     EVALUATE WS-RESP
048671         WHEN DFHRESP(NORMAL)
048671             MOVE 'PENDIENTE DE APROBACION EN T272. PULSE PF4'
048671                 TO MSGO
048671         WHEN OTHER
048671             MOVE 'ERROR AL GRABAR LA SOLICITUD, PULSE PF4'
048671                 TO MSGO
048671             DISPLAY '* ERROR EN WRITE DE PENAPR19. RESP = '
048671                     WS-RESP
048671     END-EVALUATE.
048671
048671 3970-F-PENDIENTE. EXIT.
048671
048700 3800-I-ESC.
048800
048900      EXEC CICS
