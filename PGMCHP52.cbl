000018*  DEVOLUCIONES CON CODIGO Y MOTIVO, COMO HACE           *
000019*  CPRECHAZ CON LAS NOVEDADES                            *
000020*                                                        *
000020*  LAS DEVOLUCIONES (CPDEVCHQ) LAS TOMA PGMINH55 PARA    *
000020*  LAS MULTAS Y LOS INHABILITADOS DEL BCRA               *
000020*                                                        *
000021*  CODIGOS DE DEVOLUCION:                                *
000022*    001 SIN FONDOS          002 FUERA DE REGISTRO       *
000023*    003 YA PAGADO           004 SUSPENDIDO              *
000024*    005 CUENTA INEXISTENTE  006 ERROR DE PROCESO        *
000024*    007 CHEQUE ANULADO POR CIERRE DE LA CUENTA          *
000025*                                                        *
000026**********************************************************
000027*      MANTENIMIENTO DE PROGRAMA                         *
000031* 01/09/2026  * PRESENTACION DE      *
000032*             * CHEQUES DE CAMARA    *
000033**************************************
000033* 15/10/2026  * DEVOLUCIONES EN      *
000033*             * COPY CPDEVCHQ        *
000033**************************************
000033* 15/10/2026  * CHEQUE ANULADO POR   *
000033*             * CIERRE DE LA CUENTA  *
000033*             * (CODIGO 007)         *
000033**************************************
000034 AUTHOR. NAHUEL GATTARI.
000035 ENVIRONMENT DIVISION.
000036 CONFIGURATION SECTION.
000098      BLOCK CONTAINS 0 RECORDS
000099      RECORDING MODE IS F.
000100
000101     COPY CPDEVCHQ.
000107
000108 FD LISTADO
000109      BLOCK CONTAINS 0 RECORDS
000465        PERFORM 4800-I-DEVOLVER THRU 4800-F-DEVOLVER
000466        GO TO 4000-F-PROCESAR-CHEQUE
000467     END-IF.
000467
000467     IF CHQ-ESTADO EQUAL 'A'
000467        MOVE '007' TO WS-CODIGO
000467        MOVE 'CHEQUE ANULADO (CTA CERRADA)' TO WS-MOTIVO
000467        PERFORM 4800-I-DEVOLVER THRU 4800-F-DEVOLVER
000467        GO TO 4000-F-PROCESAR-CHEQUE
000467     END-IF.
000468
000469     PERFORM 5000-I-DEBITAR THRU 5000-F-DEBITAR.
000470
