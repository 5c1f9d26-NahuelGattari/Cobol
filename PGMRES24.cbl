000011*  DEL PERIODO CON SALDO PARCIAL Y EL SALDO FINAL        *
000012*  CONTRASTADO CONTRA EL MAESTRO                         *
000013*                                                        *
000013*  LA HISTORIA CLASIFICADA ES EL EXTRACTO DE PGMEXH70    *
000013*  CON LAS MISMAS FECHAS DESDE/HASTA DEL SYSIN: SOLO SE  *
000013*  LEEN LAS GENERACIONES MENSUALES DEL PERIODO           *
000013*                                                        *
000014**********************************************************
000015*      MANTENIMIENTO DE PROGRAMA                         *
000016**********************************************************
000021*             * DESDE LA TABLA DE    *
000021*             * TIPOS DE MOVIMIENTO  *
000021**************************************
000021* 15/10/2026  * CUENTAS DE LAS QUE   *
000021*             * EL CLIENTE ES TITU-  *
000021*             * LAR O COTITULAR      *
000021*             * (COTITU19)           *
000021**************************************
000022* 15/10/2026  * HISTORIA DEL PERIODO *
000022*             * EXTRAIDA POR         *
000022*             * PGMEXH70             *
000022**************************************
000022 AUTHOR. NAHUEL GATTARI.
000023 ENVIRONMENT DIVISION.
000024 CONFIGURATION SECTION.
000050
000050       SELECT TIPOMOV  ASSIGN DDTIP
000050              FILE STATUS IS WS-TIP-CODE.
000050
000050       SELECT COTITULAR ASSIGN DDCTI
000050       ORGANIZATION   IS INDEXED
000050       ACCESS IS DYNAMIC
000050       RECORD KEY IS CTI-CLAVE
000050       ALTERNATE RECORD KEY IS CTI-NRO-CLIENTE WITH DUPLICATES
000050       FILE STATUS IS WS-CTI-CODE.
000051
000052 DATA DIVISION.
000053 FILE SECTION.
000086      RECORDING MODE IS F.
000086
000086     COPY CPTIPMOV.
000086
000086 FD COTITULAR.
000086
000086     COPY CPCOTIT.
000087
000088**************************************
000089 WORKING-STORAGE SECTION.
000097 77  WS-PRM-CODE      PIC XX    VALUE SPACES.
000097 77  WS-COT-CODE      PIC XX    VALUE SPACES.
000097 77  WS-TIP-CODE      PIC XX    VALUE SPACES.
000097 77  WS-CTI-CODE      PIC XX    VALUE SPACES.
000098
000099************
000100*CONTADORES*
000153             INDEXED BY WS-IDX-TIP.
000153         10  WS-TIP-COD      PIC 9(02).
000153         10  WS-TIP-DESC     PIC X(20).
000153
000153**************************************
000153*   CUENTAS EN COTITULARIDAD         *
000153*   (COTITU19 POR NRO DE CLIENTE)    *
000153**************************************
000153
000153 01  WS-SW-CTI        PIC X     VALUE 'N'.
000153     88  WS-CTI-DISPONIBLE      VALUE 'S'.
000153     88  WS-CTI-NO-DISPONIBLE   VALUE 'N'.
000153
000153 01  WS-STA-CTI       PIC X     VALUE 'N'.
000153     88  WS-FIN-CTI             VALUE 'Y'.
000153     88  WS-NO-FIN-CTI          VALUE 'N'.
000153
000153 77  WS-CTI-CLIENTE   PIC 9(05)     VALUE ZEROS.
000155
000156**************************************
000157*         LAYOUT MAESTRO CLIENTES    *
000216     03  WS-ENC-LOCALIDAD PIC X(20)   VALUE SPACES.
000217     03  FILLER    PIC X(67)    VALUE SPACES.
000218
000218 01  WS-ENC-CUENTA.
000218     03  FILLER    PIC X(02)    VALUE SPACES.
000218     03  FILLER    PIC X(08)    VALUE 'CUENTA: '.
000218     03  WS-ENC-CTA-TIPO  PIC X(02)   VALUE SPACES.
000218     03  FILLER    PIC X(01)    VALUE SPACES.
000218     03  WS-ENC-CTA-NRO   PIC X(15)   VALUE SPACES.
000218     03  FILLER    PIC X(02)    VALUE SPACES.
000218     03  FILLER    PIC X(05)    VALUE 'ROL: '.
000218     03  WS-ENC-CTA-ROL   PIC X(09)   VALUE SPACES.
000218     03  FILLER    PIC X(02)    VALUE SPACES.
000218     03  FILLER    PIC X(13)    VALUE 'ORDEN FIRMA: '.
000218     03  WS-ENC-CTA-ORDEN PIC 9(01)   VALUE ZEROS.
000218     03  FILLER    PIC X(72)    VALUE SPACES.
000218
000219 01  WS-SUB-DETALLE.
000220     03  FILLER    PIC X(02)    VALUE SPACES.
000221     03  FILLER    PIC X(08)    VALUE 'FECHA   '.
000311     PERFORM 1200-CARGAR-COTIZA THRU F-1200-CARGAR-COTIZA.
000311
000311     PERFORM 1300-CARGAR-TIPOS THRU F-1300-CARGAR-TIPOS.
000311
000311     OPEN INPUT COTITULAR.
000311     IF WS-CTI-CODE EQUAL '00'
000311        SET WS-CTI-DISPONIBLE TO TRUE
000311     ELSE
000311        DISPLAY '* AVISO: SIN ARCHIVO DE COTITULARES, EL RESUMEN'
000311                ' SALE SIN LAS CUENTAS DEL CLIENTE'
000311     END-IF.
000312
000313     IF NOT WS-FIN-LECTURA
000314        PERFORM 3000-LEER-HISTORIA THRU F-3000-LEER-HISTORIA
000442     WRITE REG-LISTADO FROM WS-CORTA-LINEA.
000443     WRITE REG-LISTADO FROM WS-ENC-CLIENTE.
000444     WRITE REG-LISTADO FROM WS-ENC-DOMICILIO.
000444
000444     IF WS-ENCONTRO-PERSONA AND WS-CTI-DISPONIBLE
000444        PERFORM 4600-CUENTAS-CLIENTE THRU F-4600-CUENTAS-CLIENTE
000444     END-IF.
000444
000445     WRITE REG-LISTADO FROM WS-SUB-DETALLE.
000446
000447     IF WS-LIS-CODE IS NOT EQUAL '00'
000494
000495 F-4500-BUSCAR-PERSONA. EXIT.
000496
000496**************************************
000496*  CUENTAS DE LAS QUE EL CLIENTE ES  *
000496*  TITULAR O COTITULAR SEGUN         *
000496*  COTITU19 (LOS FIRMANTES Y LOS     *
000496*  VINCULOS DADOS DE BAJA NO SALEN)  *
000496**************************************
000496
000496 4600-CUENTAS-CLIENTE.
000496
000496     MOVE PER-CLI-NRO    TO WS-CTI-CLIENTE.
000496     MOVE WS-CTI-CLIENTE TO CTI-NRO-CLIENTE.
000496
000496     START COTITULAR KEY IS EQUAL CTI-NRO-CLIENTE
000496        INVALID KEY
000496           GO TO F-4600-CUENTAS-CLIENTE
000496     END-START.
000496
000496     SET WS-NO-FIN-CTI TO TRUE.
000496
000496     PERFORM 4650-LEER-COTITULAR THRU F-4650-LEER-COTITULAR
000496        UNTIL WS-FIN-CTI.
000496
000496 F-4600-CUENTAS-CLIENTE. EXIT.
000496
000496 4650-LEER-COTITULAR.
000496
000496     READ COTITULAR NEXT RECORD
000496        AT END
000496           SET WS-FIN-CTI TO TRUE
000496           GO TO F-4650-LEER-COTITULAR
000496     END-READ.
000496
000496     IF WS-CTI-CODE IS NOT EQUAL '00'
000496        AND WS-CTI-CODE IS NOT EQUAL '02'
000496        DISPLAY '* ERROR EN LECTURA COTITULAR = ' WS-CTI-CODE
000496        MOVE 9999 TO RETURN-CODE
000496        SET WS-FIN-CTI TO TRUE
000496        GO TO F-4650-LEER-COTITULAR
000496     END-IF.
000496
000496     IF CTI-NRO-CLIENTE NOT EQUAL WS-CTI-CLIENTE
000496        SET WS-FIN-CTI TO TRUE
000496        GO TO F-4650-LEER-COTITULAR
000496     END-IF.
000496
000496     IF CTI-ESTADO NOT EQUAL 'A'
000496        OR (CTI-ROL NOT EQUAL 'T' AND CTI-ROL NOT EQUAL 'C')
000496        GO TO F-4650-LEER-COTITULAR
000496     END-IF.
000496
000496     MOVE CTI-TIPO-CUENTA TO WS-ENC-CTA-TIPO.
000496     MOVE CTI-NRO-CUENTA  TO WS-ENC-CTA-NRO.
000496     IF CTI-ROL EQUAL 'T'
000496        MOVE 'TITULAR'   TO WS-ENC-CTA-ROL
000496     ELSE
000496        MOVE 'COTITULAR' TO WS-ENC-CTA-ROL
000496     END-IF.
000496     MOVE CTI-ORDEN-FIRMA TO WS-ENC-CTA-ORDEN.
000496
000496     WRITE REG-LISTADO FROM WS-ENC-CUENTA.
000496     ADD 1 TO WS-LINEA.
000496
000496 F-4650-LEER-COTITULAR. EXIT.
000496
000497**************************************
000498*  LINEA DE MOVIMIENTO CON SALDO     *
000499*  PARCIAL                           *
000622          MOVE 9999 TO RETURN-CODE
000623       END-IF.
000624
000624     IF WS-CTI-DISPONIBLE
000624        CLOSE COTITULAR
000624        IF WS-CTI-CODE IS NOT EQUAL '00'
000624          DISPLAY '* ERROR EN CLOSE COTITULAR = ' WS-CTI-CODE
000624          MOVE 9999 TO RETURN-CODE
000624        END-IF
000624     END-IF.
000624
000625     CLOSE LISTADO
000626        IF WS-LIS-CODE IS NOT EQUAL '00'
000627          DISPLAY '* ERROR EN CLOSE LISTADO  = ' WS-LIS-CODE
