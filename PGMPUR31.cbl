000028*             * CLIENTES DADOS DE    *
000029*             * BAJA                 *
000030**************************************
000030* 15/10/2026  * NO SE DEPURAN LOS    *
000030*             * TITULARES DE CUENTAS *
000030*             * VIGENTES (COTITU19)  *
000030**************************************
000031 AUTHOR. NAHUEL GATTARI.
000032 ENVIRONMENT DIVISION.
000033 CONFIGURATION SECTION.
000049       RECORD KEY IS WS-CLAVE-MAE
000050       FILE STATUS IS WS-MAE-CODE.
000051
000051       SELECT COTITULAR ASSIGN DDCTI
000051       ORGANIZATION   IS INDEXED
000051       ACCESS IS DYNAMIC
000051       RECORD KEY IS CTI-CLAVE
000051       ALTERNATE RECORD KEY IS CTI-NRO-CLIENTE WITH DUPLICATES
000051       FILE STATUS IS WS-CTI-CODE.
000051
000052       SELECT AUDITORIA ASSIGN DDAUD
000053              FILE STATUS IS WS-AUD-CODE.
000054
000091    03 WS-CLAVE-MAE PIC X(13).
000092    03 FILLER       PIC X(37).
000093
000093 FD COTITULAR.
000093
000093     COPY CPCOTIT.
000093
000094 FD AUDITORIA
000095      BLOCK CONTAINS 0 RECORDS
000096      RECORDING MODE IS F.
000160 77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000161 77  WS-PER-CODE      PIC XX    VALUE SPACES.
000162 77  WS-MAE-CODE      PIC XX    VALUE SPACES.
000162 77  WS-CTI-CODE      PIC XX    VALUE SPACES.
000163 77  WS-AUD-CODE      PIC XX    VALUE SPACES.
000164 77  WS-APE-CODE      PIC XX    VALUE SPACES.
000165 77  WS-AMA-CODE      PIC XX    VALUE SPACES.
000186 77  WS-CONT-DEL-PER      PIC 9(5)     VALUE ZEROS.
000187 77  WS-CONT-DEL-MAE      PIC 9(5)     VALUE ZEROS.
000188 77  WS-CONT-DEL-CLI      PIC 9(5)     VALUE ZEROS.
000188 77  WS-CONT-RET-COTIT    PIC 9(5)     VALUE ZEROS.
000189
000190 01  WS-STATUS-FIN    PIC X.
000191     88  WS-FIN-LECTURA         VALUE 'Y'.
000203     88  WS-ES-CANDIDATO        VALUE 'S'.
000204     88  WS-NO-ES-CANDIDATO     VALUE 'N'.
000205
000205 01  WS-SW-COTITULAR  PIC X     VALUE 'N'.
000205     88  WS-ES-COTITULAR        VALUE 'S'.
000205     88  WS-NO-ES-COTITULAR     VALUE 'N'.
000205
000205 01  WS-STA-CTI       PIC X     VALUE 'N'.
000205     88  WS-FIN-CTI             VALUE 'Y'.
000205     88  WS-NO-FIN-CTI          VALUE 'N'.
000205
000205 77  WS-CTI-CLIENTE   PIC 9(05)    VALUE ZEROS.
000205
000206**************************************
000207*   PARAMETRO DE RETENCION (ANIOS)   *
000208**************************************
000282      EXEC SQL
000283        INCLUDE TBCLI
000284      END-EXEC.
000284
000284      EXEC SQL
000284        INCLUDE TBCUE
000284      END-EXEC.
000285
000286      EXEC SQL
000287        DECLARE BAJAS_CURSOR CURSOR
000361        SET  WS-FIN-LECTURA TO TRUE
000362     END-IF.
000363
000363     OPEN INPUT COTITULAR.
000363     IF WS-CTI-CODE IS NOT EQUAL '00'
000363        DISPLAY '* ERROR EN OPEN COTITULAR = ' WS-CTI-CODE
000363        MOVE 9999 TO RETURN-CODE
000363        SET  WS-FIN-LECTURA TO TRUE
000363     END-IF.
000363
000363     OPEN OUTPUT ARCHPER.
000363     IF WS-APE-CODE IS NOT EQUAL '00'
000363        DISPLAY '* ERROR EN OPEN ARCHPER  = ' WS-APE-CODE
000476     MOVE WS-BAJ-MM   TO WS-BAM-MM.
000477     MOVE WS-BAJ-DD   TO WS-BAM-DD.
000478
000478*    EL CLIENTE QUE SIGUE SIENDO TITULAR O COTITULAR DE
000478*    UNA CUENTA VIGENTE NO SE DEPURA
000478
000478     IF WS-FECHA-BAJA-N LESS THAN WS-FECHA-CORTE
000478        PERFORM 3350-I-VERIFICAR-COTITULAR
000478           THRU 3350-F-VERIFICAR-COTITULAR
000478        IF WS-ES-COTITULAR
000478           GO TO 3300-F-EVALUAR-BAJA
000478        END-IF
000478     END-IF.
000478
000479     IF WS-FECHA-BAJA-N LESS THAN WS-FECHA-CORTE
000480        IF WS-CONT-CANDIDATOS LESS THAN WS-MAX-CAND
000481           SET WS-ES-CANDIDATO TO TRUE
000492
000493 3300-F-EVALUAR-BAJA. EXIT.
000494
000494**************************************
000494*  BUSCA EN COTITU19 (INDICE POR     *
000494*  CLIENTE) UN VINCULO ACTIVO COMO   *
000494*  TITULAR O COTITULAR DE UNA        *
000494*  CUENTA QUE SIGA EN TBCUENTAS      *
000494**************************************
000494
000494 3350-I-VERIFICAR-COTITULAR.
000494
000494     SET WS-NO-ES-COTITULAR TO TRUE.
000494
000494     MOVE WS-NRO-CLIENTE TO WS-CTI-CLIENTE.
000494     MOVE WS-CTI-CLIENTE TO CTI-NRO-CLIENTE.
000494
000494     START COTITULAR KEY IS EQUAL CTI-NRO-CLIENTE
000494        INVALID KEY
000494           GO TO 3350-F-VERIFICAR-COTITULAR
000494     END-START.
000494
000494     SET WS-NO-FIN-CTI TO TRUE.
000494
000494     PERFORM 3360-I-LEER-COTITULAR THRU 3360-F-LEER-COTITULAR
000494        UNTIL WS-FIN-CTI.
000494
000494     IF WS-ES-COTITULAR
000494        ADD 1 TO WS-CONT-RET-COTIT
000494        DISPLAY '* CLIENTE ' WS-CTI-CLIENTE
000494                ' NO SE DEPURA: TITULAR DE LA CUENTA '
000494                CTI-TIPO-CUENTA ' ' CTI-NRO-CUENTA
000494     END-IF.
000494
000494 3350-F-VERIFICAR-COTITULAR. EXIT.
000494
000494 3360-I-LEER-COTITULAR.
000494
000494     READ COTITULAR NEXT RECORD
000494        AT END
000494           SET WS-FIN-CTI TO TRUE
000494           GO TO 3360-F-LEER-COTITULAR
000494     END-READ.
000494
000494     IF WS-CTI-CODE IS NOT EQUAL '00'
000494        AND WS-CTI-CODE IS NOT EQUAL '02'
000494        DISPLAY '* ERROR EN LECTURA COTITULAR = ' WS-CTI-CODE
000494        MOVE 9999 TO RETURN-CODE
000494        SET WS-FIN-CTI       TO TRUE
000494        SET WS-ES-COTITULAR  TO TRUE
000494        GO TO 3360-F-LEER-COTITULAR
000494     END-IF.
000494
000494     IF CTI-NRO-CLIENTE NOT EQUAL WS-CTI-CLIENTE
000494        SET WS-FIN-CTI TO TRUE
000494        GO TO 3360-F-LEER-COTITULAR
000494     END-IF.
000494
000494     IF CTI-ESTADO NOT EQUAL 'A'
000494        OR (CTI-ROL NOT EQUAL 'T' AND CTI-ROL NOT EQUAL 'C')
000494        GO TO 3360-F-LEER-COTITULAR
000494     END-IF.
000494
000494     MOVE CTI-TIPO-CUENTA TO WS-TIPO-CUENTA.
000494     MOVE CTI-NRO-CUENTA  TO WS-NRO-CUENTA.
000494
000494     EXEC SQL
000494        SELECT NRO_CLIENTE
000494          INTO :DCLTBCUENTAS.WS-CUE-NRO-CLIENTE
000494          FROM ITPFBIO.TBCUENTAS
000494         WHERE TIPO_CUENTA = :DCLTBCUENTAS.WS-TIPO-CUENTA
000494           AND NRO_CUENTA  = :DCLTBCUENTAS.WS-NRO-CUENTA
000494     END-EXEC.
000494
000494     MOVE SQLCODE TO FS-SQLCODE.
000494
000494     EVALUATE SQLCODE
000494       WHEN ZEROS
000494          SET WS-ES-COTITULAR TO TRUE
000494          SET WS-FIN-CTI      TO TRUE
000494       WHEN +100
000494          CONTINUE
000494       WHEN OTHER
000494          DISPLAY '* ERROR SELECT TBCUENTAS = ' FS-SQLCODE
000494          MOVE 9999 TO RETURN-CODE
000494          SET WS-ES-COTITULAR TO TRUE
000494          SET WS-FIN-CTI      TO TRUE
000494     END-EVALUATE.
000494
000494 3360-F-LEER-COTITULAR. EXIT.
000494
000495**************************************
000496*  ARCHIVO DE PERSONA, MAESTRO Y     *
000497*  TBCLIENT DEL CANDIDATO            *
000798     MOVE WS-CONT-CANDIDATOS TO WS-CER-CANT.
000799     WRITE REG-LISTADO FROM WS-LIN-CERT.
000800
000800     MOVE 'RETENIDOS POR TITULARIDAD DE CUENTAS'
000800                                    TO WS-CER-CONCEPTO.
000800     MOVE WS-CONT-RET-COTIT  TO WS-CER-CANT.
000800     WRITE REG-LISTADO FROM WS-LIN-CERT.
000800
000801     MOVE 'REGISTROS PERSONA ARCHIVADOS'   TO WS-CER-CONCEPTO.
000802     MOVE WS-CONT-ARCH-PER   TO WS-CER-CANT.
000803     WRITE REG-LISTADO FROM WS-LIN-CERT.
000887          MOVE 9999 TO RETURN-CODE
000888       END-IF.
000889
000889     CLOSE COTITULAR
000889        IF WS-CTI-CODE IS NOT EQUAL '00'
000889          DISPLAY '* ERROR EN CLOSE COTITULAR = ' WS-CTI-CODE
000889          MOVE 9999 TO RETURN-CODE
000889       END-IF.
000889
000890     CLOSE MAESTRO
000891        IF WS-MAE-CODE IS NOT EQUAL '00'
000892          DISPLAY '* ERROR EN CLOSE MAESTRO = ' WS-MAE-CODE
000904**********************************
000905
000906     DISPLAY 'CANDIDATOS A DEPURAR: '   WS-CONT-CANDIDATOS.
000906     DISPLAY 'RETENIDOS POR TITULARIDAD: ' WS-CONT-RET-COTIT.
000907     DISPLAY 'PERSONA ARCHIVADOS: '     WS-CONT-ARCH-PER.
000908     DISPLAY 'MAESTRO ARCHIVADOS: '     WS-CONT-ARCH-MAE.
000909     DISPLAY 'TBCLIENT ARCHIVADOS: '    WS-CONT-ARCH-CLI.
