000014*  ENTER = CONSULTA   PF3 = NIVEL/NOMBRE   PF6 = BAJA    *
000015*  PF7   = ALTA       PF4 = LIMPIAR        PF12 = SALIR  *
000016*                                                        *
000016*  EL CAMBIO DE NIVEL Y EL DESBLOQUEO NO SE APLICAN:     *
000016*  QUEDAN PENDIENTES (PENAPR19) HASTA QUE OTRO           *
000016*  SUPERVISOR LOS APRUEBE EN LA T272 (PGMAPR72)          *
000016*                                                        *
000017**********************************************************
000018*      MANTENIMIENTO DE PROGRAMA                         *
000019**********************************************************
000025*             * DESBLOQUEO DE        *
000025*             * PERFILES BLOQUEADOS  *
000025**************************************
000025* 15/10/2026  * CAMBIO DE NIVEL Y    *
000025*             * DESBLOQUEO PENDIEN-  *
000025*             * TES DE APROBACION    *
000025*             * (T272)               *
000025**************************************
000026 AUTHOR. NAHUEL GATTARI.
000027 ENVIRONMENT DIVISION.
000028 CONFIGURATION SECTION.
000041 01 WS-RESP                PIC S9(4)  COMP.
000042 01 WS-TIME                PIC X(8)        VALUE SPACES.
000043 01 WS-TIMESEP             PIC X           VALUE ':'.
000043 01 WS-AAAAMMDD            PIC 9(08)       VALUE ZEROS.
000044
000045 01 WS-OPER-DATASET        PIC X(08)       VALUE 'OPERADOR'.
000046 01 WS-LEN-OPER            PIC S9(04)      VALUE 50   COMP.
000050 01 WS-AUD-OPER            PIC X(13)       VALUE SPACES.
000051 01 WS-NIVEL-ANTES         PIC 9(01)       VALUE ZEROS.
000051 01 WS-ESTADO-ANTES        PIC X(01)       VALUE SPACES.
000051 01 WS-NOMBRE-ANTES        PIC X(30)       VALUE SPACES.
000051 01 WS-CLAVE-ANTES         PIC X(04)       VALUE SPACES.
000051 01 WS-INTENTOS-ANTES      PIC 9(02)       VALUE ZEROS.
000051 01 WS-PAP-DATASET         PIC X(08)       VALUE 'PENAPR19'.
000051 01 WS-LEN-PAP             PIC S9(04)      VALUE 400  COMP.
000052
000053**************************************
000054*      SWITCH DE VALIDACION          *
000080                 OPE-ESTADO     BY ADM-OPE-ESTADO
000080                 OPE-INTENTOS   BY ADM-OPE-INTENTOS.
000081    COPY CPAUDOPE.
000081    COPY CPPENAPR.
000082
000083 LINKAGE SECTION.
000084
000117         EXEC CICS FORMATTIME
000118            ABSTIME (WS-ABSTIME)
000119            DDMMYYYY(WS-DATE) DATESEP(WS-SEP)
000120            YYYYMMDD(WS-AAAAMMDD)
000120            TIME (WS-TIME) TIMESEP (WS-TIMESEP)
000121         END-EXEC.
000122
000487
000488         MOVE ADM-OPE-NIVEL  TO WS-NIVEL-ANTES
000488         MOVE ADM-OPE-ESTADO TO WS-ESTADO-ANTES
000488         MOVE ADM-OPE-NOMBRE TO WS-NOMBRE-ANTES
000488         MOVE ADM-OPE-CLAVE  TO WS-CLAVE-ANTES
000488         MOVE ADM-OPE-INTENTOS TO WS-INTENTOS-ANTES
000489
000490         PERFORM 3750-I-VALIDACION
000491            THRU 3750-F-VALIDACION
000492            MOVE CLAVEI TO ADM-OPE-CLAVE
000492         END-IF
000492
000493*        EL CAMBIO DE NIVEL O EL DESBLOQUEO QUEDAN PENDIENTES
000494*        DE APROBACION POR OTRO SUPERVISOR (T272)
000495
000495         IF WS-DATOS-VALIDOS
000495            AND (ADM-OPE-NIVEL NOT EQUAL WS-NIVEL-ANTES
000495             OR  WS-ESTADO-ANTES EQUAL 'B')
000495         EXEC CICS
000495           UNLOCK DATASET (WS-OPER-DATASET)
000495         END-EXEC
000495         PERFORM 3970-I-PENDIENTE
000495            THRU 3970-F-PENDIENTE
000495         ELSE IF WS-DATOS-VALIDOS
000495         EXEC CICS
000495           REWRITE DATASET(WS-OPER-DATASET)
000496           FROM   (REG-OPERADOR-ADM)
000497           LENGTH (WS-LEN-OPER)
000502          WHEN DFHRESP(NORMAL)
000503           MOVE 'EL PERFIL FUE MODIFICADO. PULSE PF4'
000504               TO MSGO
000505           MOVE 'MODIFICACION' TO WS-AUD-OPER
000506           PERFORM 3950-I-AUDITAR
000507              THRU 3950-F-AUDITAR
000508          WHEN OTHER
000514             UNLOCK DATASET (WS-OPER-DATASET)
000515           END-EXEC
000516         END-IF
000516         END-IF
000517
000518       WHEN DFHRESP(NOTFND)
000519         MOVE 'EL PERFIL NO EXISTE, PULSE PF4' TO MSGO
000830     END-EVALUATE.
000831
000832 3950-F-AUDITAR. EXIT.
000832
000832**************************************
000832*                                    *
000832*  SOLICITUD DE APROBACION DEL       *
000832*  CAMBIO DE NIVEL / DESBLOQUEO      *
000832*  (PENAPR19, SE RESUELVE EN T272)   *
000832*                                    *
000832**************************************
000832
000832 3970-I-PENDIENTE.
000832
000832     MOVE SPACES          TO REG-PENAPR.
000832     MOVE WS-AAAAMMDD     TO PAP-FECHA.
000832     MOVE EIBTRMID        TO PAP-TERMINAL.
000832     MOVE EIBTASKN        TO PAP-TASKN.
000832     MOVE 'T240'          TO PAP-TRANSACCION.
000832     IF WS-ESTADO-ANTES EQUAL 'B'
000832        MOVE 'DESBLOQUEO'   TO PAP-OPERACION
000832     ELSE
000832        MOVE 'MODIFICACION' TO PAP-OPERACION
000832     END-IF.
000832     MOVE WS-COM-OPEID    TO PAP-OBJ-OPE-ID.
000832     MOVE 3               TO PAP-NIVEL-REQUERIDO.
000832     SET PAP-PENDIENTE    TO TRUE.
000832     MOVE WS-COM-OPER     TO PAP-SOLICITANTE.
000832     MOVE WS-TIME         TO PAP-HORA.
000832     MOVE ZEROS           TO PAP-FECHA-RESOL.
000832
000832     MOVE WS-NOMBRE-ANTES   TO PAP-ANT-NOMBRE.
000832     MOVE WS-NIVEL-ANTES    TO PAP-ANT-NIVEL.
000832     MOVE WS-CLAVE-ANTES    TO PAP-ANT-CLAVE.
000832     MOVE WS-ESTADO-ANTES   TO PAP-ANT-OPE-ESTADO.
000832     MOVE WS-INTENTOS-ANTES TO PAP-ANT-INTENTOS.
000832
000832     MOVE ADM-OPE-NOMBRE    TO PAP-DES-NOMBRE.
000832     MOVE ADM-OPE-NIVEL     TO PAP-DES-NIVEL.
000832     MOVE ADM-OPE-CLAVE     TO PAP-DES-CLAVE.
000832     MOVE ADM-OPE-ESTADO    TO PAP-DES-OPE-ESTADO.
000832     MOVE ADM-OPE-INTENTOS  TO PAP-DES-INTENTOS.
000832
000832     EXEC CICS
000832          WRITE DATASET (WS-PAP-DATASET)
000832          FROM   (REG-PENAPR)
000832          RIDFLD (PAP-CLAVE)
000832          LENGTH (WS-LEN-PAP)
000832          RESP   (WS-RESP)
000832     END-EXEC.
000832
000832     EVALUATE WS-RESP
000832         WHEN DFHRESP(NORMAL)
000832             MOVE 'PENDIENTE DE APROBACION EN T272. PULSE PF4'
000832                 TO MSGO
000832         WHEN OTHER
000832             MOVE 'ERROR AL GRABAR LA SOLICITUD, PULSE PF4'
000832                 TO MSGO
000832             DISPLAY '* ERROR EN WRITE DE PENAPR19. RESP = '
000832                     WS-RESP
000832     END-EVALUATE.
000832
000832 3970-F-PENDIENTE. EXIT.
000833
000834 3500-I-CLEAN.
000835
