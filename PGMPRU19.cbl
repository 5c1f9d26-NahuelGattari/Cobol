000193*             * Y BLOQUEO POR        *
000193*             * INTENTOS FALLIDOS    *
000193**************************************
000193* 15/10/2026  * CAMBIO DE DIRECCION, *
000193*             * EMAIL O TELEFONO     *
000193*             * PENDIENTE DE         *
000193*             * APROBACION (T272)    *
000193**************************************
000194* 15/10/2026  * REVISION KYC: AVISO  *
000194*             * DE VENCIDA Y CONFIR- *
000194*             * MACION POR PF10      *
000194**************************************
000194 AUTHOR. NAHUEL GATTARI.
000300 DATA DIVISION.
000400 FILE SECTION.
002217 01 WS-MAX-INTENTOS        PIC 9(02)       VALUE 03.
002220 01 WS-LEN-AUDIT           PIC S9(04)      VALUE 302  COMP.
002230 01 WS-AUD-OPER            PIC X(13)       VALUE SPACES.
002230 01 WS-PAP-DATASET         PIC X(08)       VALUE 'PENAPR19'.
002230 01 WS-LEN-PAP             PIC S9(04)      VALUE 400  COMP.
002230 01 WS-KYC-DATASET         PIC X(08)       VALUE 'KYCCLI19'.
002230 01 WS-LEN-KYC             PIC S9(04)      VALUE 80   COMP.
002230 01 WS-RIDFLD-KYC          PIC 9(05)       VALUE ZEROS.
002300
002310 01 WS-RIDFLD.
002320    03 WS-RIDFLD-TIP       PIC X(02).
003200                                                'PE'.
003300     03 WS-FLAG            PIC 9(01).
003400           88 WS-INICIO                   VALUE 0.
003400           88 WS-KYC-CONFIRMA             VALUE 1.
003450           88 WS-BROWSE                   VALUE 3.
003460           88 WS-REACTIVATE                VALUE 4.
003500           88 WS-ERASE                    VALUE 5.
004913    COPY CPAUDIT.
004913    COPY CPOPER.
004913    COPY CPSIGLOG.
004913    COPY CPPENAPR.
004913    COPY CPKYCCLI.
004914
004915**************************************
004916*      IMAGEN ANTERIOR A LA           *
004924    03 WS-ANT-TELEFONO       PIC 9(10)       VALUE ZEROS.
004925    03 WS-ANT-LOCALIDAD      PIC X(20)       VALUE SPACES.
004926    03 WS-ANT-SEXO           PIC X(01)       VALUE SPACES.
004926    03 WS-ANT-CLI-NRO        PIC 9(03)       VALUE ZEROS.
004910
004911**************************************
004912*      AREA DE COMUNICACION DB2       *
017270               THRU 3250-F-NO-AUTORIZADO
017280            END-IF
017290
017400        WHEN DFHPF10
017500            IF WS-NIVEL-ACTUALIZA
017600               PERFORM 3570-I-PREG-KYC
017600               THRU 3570-F-PREG-KYC
017600            ELSE
017600               PERFORM 3250-I-NO-AUTORIZADO
017600               THRU 3250-F-NO-AUTORIZADO
017600            END-IF
017600
017600        WHEN DFHPF12
017600            PERFORM 3800-I-ESC
017600            THRU 3800-F-ESC
017700
017800        WHEN OTHER
019630
019640        PERFORM 3610-I-REACTIVAR
019650        THRU 3610-F-REACTIVAR
019650
019650     WHEN 1
019650
019650        PERFORM 3620-I-CONFIRMAR-KYC
019650        THRU 3620-F-CONFIRMAR-KYC
019700
019650     WHEN 7
019660
024200                      TO MSGO
024200              ELSE
024201                 MOVE 'CLIENTE ENCONTRADO'    TO MSGO
024201                 PERFORM 3410-I-LEER-KYC
024201                    THRU 3410-F-LEER-KYC
024201              END-IF
024202              MOVE LENGTH OF MAP0119O      TO WS-LONG
024203         WHEN DFHRESP(NOTFND)
026900              END-EXEC.
027000
027100 3400-F-INICIAR. EXIT.
027100
027100**************************************
027100*                                    *
027100*  SITUACION DE LA REVISION KYC DEL  *
027100*  CLIENTE (KYCCLI19, PGMKYC81)      *
027100*                                    *
027100**************************************
027100
027100 3410-I-LEER-KYC.
027100
027100     MOVE PER-CLI-NRO  TO WS-RIDFLD-KYC.
027100
027100     EXEC CICS
027100          READ DATASET (WS-KYC-DATASET)
027100          RIDFLD (WS-RIDFLD-KYC)
027100          INTO   (REG-KYCCLI)
027100          LENGTH (WS-LEN-KYC)
027100          EQUAL
027100          RESP   (WS-RESP)
027100     END-EXEC.
027100
027100     IF WS-RESP EQUAL DFHRESP(NORMAL)
027100        IF KYC-VENCIDA
027100           MOVE 'CLIENTE ENCONTRADO - KYC VENCIDA (PF10).'
027100                TO MSGO
027100        END-IF
027100        IF KYC-PENDIENTE
027100           MOVE 'CLIENTE ENCONTRADO - KYC PENDIENTE (PF10).'
027100                TO MSGO
027100        END-IF
027100     END-IF.
027100
027100 3410-F-LEER-KYC. EXIT.
027200
027300
027400 3500-I-CLEAN.
036522      END-EXEC.
036523
036524 3610-F-REACTIVAR. EXIT.
036524
036524**************************************
036524*                                    *
036524*  PREGUNTA DE CONFIRMACION DE LA    *
036524*  REVISION KYC (PF10)               *
036524*                                    *
036524**************************************
036524
036524 3570-I-PREG-KYC.
036524
036524     MOVE TIPDOCI TO WS-TIPO-DOC.
036524
036524     IF NOT WS-TIP-DOC-BOOLEANO OR NRODOCI IS NOT NUMERIC
036524        MOVE 'INGRESE TIPO Y NRO DE DOCUMENTO Y PULSE PF10.'
036524             TO MSGO
036524        MOVE WS-DATE TO FECHAO
036524        EXEC CICS SEND MAP (WS-MAP)
036524               MAPSET (WS-MAPSET)
036524               FROM (MAP0119O)
036524               LENGTH (WS-LONG)
036524               ERASE
036524               FREEKB
036524        END-EXEC
036524        GO TO 3570-F-PREG-KYC
036524     END-IF.
036524
036524     MOVE TIPDOCI  TO WS-RIDFLD-TIP.
036524     MOVE NRODOCI  TO WS-RIDFLD-NUM.
036524
036524     EXEC CICS
036524          READ DATASET (WS-DATASET)
036524          RIDFLD (WS-RIDFLD)
036524          INTO   (REG-PERSONA)
036524          LENGTH (WS-LEN-DATA)
036524          EQUAL
036524          RESP   (WS-RESP)
036524     END-EXEC.
036524
036524     EVALUATE WS-RESP
036524         WHEN DFHRESP(NORMAL)
036524              MOVE PER-CLI-NRO   TO NROCLIO
036524              MOVE PER-NOMAPE    TO NOMAPEO
036524              MOVE PER-DIRECCION TO DIRECO
036524              MOVE PER-EMAIL     TO EMAILO
036524              MOVE PER-TELEFONO  TO TELO
036524              MOVE PER-LOCALIDAD TO LOCALO
036524              MOVE PER-SEXO      TO SEXOO
036524              IF PER-ESTADO EQUAL 'I'
036524                 MOVE 'CLIENTE INACTIVO. REACTIVELO CON PF9.'
036524                      TO MSGO
036524              ELSE
036524                 MOVE
036524      'VERIFIQUE LOS DATOS CON EL CLIENTE. S CONFIRMA, N CANCELA.'
036524                                 TO MSGO
036524                 MOVE WS-RIDFLD-TIP TO WS-COM-TIP
036524                 MOVE WS-RIDFLD-NUM TO WS-COM-NRO
036524                 MOVE '_'           TO CAMPO
036524                 MOVE -1            TO CAMPL
036524                 MOVE DFHBMUNP      TO CAMPA
036524                 MOVE DFHBMPRO      TO NRODOCA
036524                 MOVE DFHBMPRO      TO TIPDOCA
036524                 SET WS-KYC-CONFIRMA TO TRUE
036524              END-IF
036524         WHEN DFHRESP(NOTFND)
036524              INITIALIZE MAP0119O
036524              MOVE 'CLIENTE NO ENCONTRADO' TO MSGO
036524         WHEN OTHER
036524              MOVE 'ERROR AL LEER ' TO MSGO
036524     END-EVALUATE.
036524
036524     MOVE WS-DATE TO FECHAO.
036524
036524     EXEC CICS SEND MAP (WS-MAP)
036524           MAPSET (WS-MAPSET)
036524           FROM (MAP0119O)
036524           LENGTH (WS-LONG)
036524           CURSOR
036524           ERASE
036524           FREEKB
036524     END-EXEC.
036524
036524 3570-F-PREG-KYC. EXIT.
036524
036524**************************************
036524*                                    *
036524*  CONFIRMACION DE LA REVISION KYC:  *
036524*  QUEDA VIGENTE DESDE HOY Y SE      *
036524*  AUDITA COMO 'REVISION KYC'        *
036524*                                    *
036524**************************************
036524
036524 3620-I-CONFIRMAR-KYC.
036524
036524       IF CAMPI = 'N'
036524
036524         MOVE 'LA REVISION KYC NO FUE REGISTRADA. PULSE PF3'
036524              TO MSGO
036524
036524        ELSE IF CAMPI = 'S'
036524
036524          MOVE    WS-COM-TIP  TO TIPDOCO
036524                                 WS-RIDFLD-TIP
036524
036524          MOVE    WS-COM-NRO  TO NRODOCO
036524                                 WS-RIDFLD-NUM
036524
036524          EXEC CICS
036524            READ DATASET (WS-DATASET)
036524            RIDFLD (WS-RIDFLD)
036524            INTO   (REG-PERSONA)
036524            LENGTH (WS-LEN-DATA)
036524            EQUAL
036524            RESP   (WS-RESP)
036524          END-EXEC
036524
036524          IF WS-RESP EQUAL DFHRESP(NORMAL)
036524             PERFORM 3630-I-GRABAR-KYC
036524                THRU 3630-F-GRABAR-KYC
036524          END-IF
036524
036524          EVALUATE WS-RESP
036524           WHEN DFHRESP(NORMAL)
036524            MOVE 'REVISION KYC REGISTRADA. PULSE PF3' TO MSGO
036524            MOVE 'REVISION KYC' TO WS-AUD-OPER
036524            PERFORM 3950-I-AUDITAR
036524               THRU 3950-F-AUDITAR
036524           WHEN DFHRESP(NOTFND)
036524            MOVE 'EL REGISTRO NO EXISTE, PULSE PF3' TO MSGO
036524           WHEN OTHER
036524            MOVE 'ERROR AL REGISTRAR LA REVISION KYC. PULSE PF3'
036524                 TO MSGO
036524          END-EVALUATE
036524
036524         ELSE
036524         MOVE 'ERROR, INGRESE UNICAMENTE  S / N, PULSE PF10'
036524              TO MSGO
036524
036524         END-IF
036524       END-IF
036524
036524      SET WS-INICIO TO TRUE
036524
036524      EXEC CICS SEND MAP (WS-MAP)
036524           MAPSET (WS-MAPSET)
036524           FROM (MAP0119O)
036524           LENGTH (WS-LONG)
036524           ERASE
036524           FREEKB
036524      END-EXEC.
036524
036524 3620-F-CONFIRMAR-KYC. EXIT.
036524
036524 3630-I-GRABAR-KYC.
036524
036524     MOVE PER-CLI-NRO  TO WS-RIDFLD-KYC.
036524
036524     EXEC CICS
036524          READ DATASET (WS-KYC-DATASET)
036524          RIDFLD (WS-RIDFLD-KYC)
036524          INTO   (REG-KYCCLI)
036524          LENGTH (WS-LEN-KYC)
036524          UPDATE
036524          EQUAL
036524          RESP   (WS-RESP)
036524     END-EXEC.
036524
036524     EVALUATE WS-RESP
036524         WHEN DFHRESP(NORMAL)
036524              PERFORM 3640-I-DATOS-KYC
036524                 THRU 3640-F-DATOS-KYC
036524              EXEC CICS
036524                   REWRITE DATASET(WS-KYC-DATASET)
036524                   FROM   (REG-KYCCLI)
036524                   LENGTH (WS-LEN-KYC)
036524                   RESP   (WS-RESP)
036524              END-EXEC
036524         WHEN DFHRESP(NOTFND)
036524*            SIN REGISTRO: EL RIESGO Y LA SUCURSAL LOS
036524*            COMPLETA EL PROCESO MENSUAL (PGMKYC81)
036524              MOVE SPACES       TO REG-KYCCLI
036524              MOVE PER-CLI-NRO  TO KYC-NRO-CLIENTE
036524              MOVE ZEROS        TO KYC-FECHA-PROXIMA
036524                                   KYC-SUC
036524              PERFORM 3640-I-DATOS-KYC
036524                 THRU 3640-F-DATOS-KYC
036524              EXEC CICS
036524                   WRITE DATASET(WS-KYC-DATASET)
036524                   FROM   (REG-KYCCLI)
036524                   RIDFLD (WS-RIDFLD-KYC)
036524                   LENGTH (WS-LEN-KYC)
036524                   RESP   (WS-RESP)
036524              END-EXEC
036524         WHEN OTHER
036524              CONTINUE
036524     END-EVALUATE.
036524
036524 3630-F-GRABAR-KYC. EXIT.
036524
036524 3640-I-DATOS-KYC.
036524
036524     MOVE PER-TIP-DOC     TO KYC-TIP-DOC.
036524     MOVE PER-NRO-DOC     TO KYC-NRO-DOC.
036524     MOVE WS-AAAAMMDD     TO KYC-FECHA-REVISION.
036524     MOVE ZEROS           TO KYC-FECHA-AVISO
036524                             KYC-FECHA-VENCIDA
036524                             KYC-CANT-AVISOS.
036524     MOVE 'V'             TO KYC-ESTADO.
036524     MOVE WS-COM-OPER     TO KYC-OPERADOR.
036524
036524 3640-F-DATOS-KYC. EXIT.
036525
036600 3650-I-PREGUNTO.
036700
043838         MOVE PER-TELEFONO  TO WS-ANT-TELEFONO
043839         MOVE PER-LOCALIDAD TO WS-ANT-LOCALIDAD
043841         MOVE PER-SEXO      TO WS-ANT-SEXO
043842         MOVE PER-CLI-NRO   TO WS-ANT-CLI-NRO
043842
043840         PERFORM 3750-I-VALIDACION
043850            THRU 3750-F-VALIDACION
043860         MOVE WS-COM-TIP TO PER-TIP-DOC
043870         MOVE WS-COM-NRO TO PER-NRO-DOC
043871
043875*        DIRECCION, EMAIL Y TELEFONO NO SE APLICAN: EL CAMBIO
043880*        QUEDA PENDIENTE HASTA QUE OTRO OPERADOR LO APRUEBE (T272)
043890
043890         IF WS-DATOS-VALIDOS
043890            AND (PER-DIRECCION NOT EQUAL WS-ANT-DIRECCION
043890             OR  PER-EMAIL     NOT EQUAL WS-ANT-EMAIL
043890             OR  PER-TELEFONO  NOT EQUAL WS-ANT-TELEFONO)
043890         EXEC CICS
043890           UNLOCK DATASET (WS-DATASET)
043890         END-EXEC
043890         PERFORM 3970-I-PENDIENTE
043890            THRU 3970-F-PENDIENTE
043890         ELSE IF WS-DATOS-VALIDOS
043890         EXEC CICS
043890           REWRITE DATASET(WS-DATASET)
043900           FROM   (REG-PERSONA)
043910           LENGTH (WS-LEN-DATA)
043995               TO MSGO
044000         END-EVALUATE
044005         END-IF
044005         END-IF
044006
044010       WHEN DFHRESP(NOTFND)
044020         MOVE 'EL REGISTRO NO EXISTE, PULSE PF3' TO MSGO
050687              MOVE PER-SEXO         TO AUD-DES-SEXO
050688
050686         WHEN 'REACTIVACION'
050686         WHEN 'REVISION KYC'
050686              MOVE PER-NOMAPE    TO AUD-ANT-NOMAPE
050686              MOVE PER-DIRECCION TO AUD-ANT-DIRECCION
050686              MOVE PER-EMAIL     TO AUD-ANT-EMAIL
050784     END-IF.
050785
050785 3960-F-DB2-SYNC. EXIT.
050785
050785**************************************
050785*                                    *
050785*  SOLICITUD DE APROBACION DEL       *
050785*  CAMBIO DE DIRECCION / EMAIL /     *
050785*  TELEFONO (PENAPR19, SE RESUELVE   *
050785*  EN LA T272)                       *
050785*                                    *
050785**************************************
050785
050785 3970-I-PENDIENTE.
050785
050785     MOVE SPACES          TO REG-PENAPR.
050785     MOVE WS-AAAAMMDD     TO PAP-FECHA.
050785     MOVE EIBTRMID        TO PAP-TERMINAL.
050785     MOVE EIBTASKN        TO PAP-TASKN.
050785     MOVE 'T219'          TO PAP-TRANSACCION.
050785     MOVE 'MODIFICACION'  TO PAP-OPERACION.
050785     MOVE WS-COM-TIP      TO PAP-OBJ-TIP-DOC.
050785     MOVE WS-COM-NRO      TO PAP-OBJ-NRO-DOC.
050785     MOVE 2               TO PAP-NIVEL-REQUERIDO.
050785     SET PAP-PENDIENTE    TO TRUE.
050785     MOVE WS-COM-OPER     TO PAP-SOLICITANTE.
050785     MOVE WS-TIME         TO PAP-HORA.
050785     MOVE ZEROS           TO PAP-FECHA-RESOL.
050785
050785     MOVE WS-ANT-NOMAPE    TO PAP-ANT-NOMAPE.
050785     MOVE WS-ANT-DIRECCION TO PAP-ANT-DIRECCION.
050785     MOVE WS-ANT-EMAIL     TO PAP-ANT-EMAIL.
050785     MOVE WS-ANT-TELEFONO  TO PAP-ANT-TELEFONO.
050785     MOVE WS-ANT-LOCALIDAD TO PAP-ANT-LOCALIDAD.
050785     MOVE WS-ANT-SEXO      TO PAP-ANT-SEXO.
050785     MOVE WS-ANT-CLI-NRO   TO PAP-ANT-CLI-NRO.
050785
050785     MOVE PER-NOMAPE       TO PAP-DES-NOMAPE.
050785     MOVE PER-DIRECCION    TO PAP-DES-DIRECCION.
050785     MOVE PER-EMAIL        TO PAP-DES-EMAIL.
050785     MOVE PER-TELEFONO     TO PAP-DES-TELEFONO.
050785     MOVE PER-LOCALIDAD    TO PAP-DES-LOCALIDAD.
050785     MOVE PER-SEXO         TO PAP-DES-SEXO.
050785     MOVE PER-CLI-NRO      TO PAP-DES-CLI-NRO.
050785
050785     EXEC CICS
050785          WRITE DATASET (WS-PAP-DATASET)
050785          FROM   (REG-PENAPR)
050785          RIDFLD (PAP-CLAVE)
050785          LENGTH (WS-LEN-PAP)
050785          RESP   (WS-RESP)
050785     END-EXEC.
050785
050785     EVALUATE WS-RESP
050785         WHEN DFHRESP(NORMAL)
050785             MOVE 'PENDIENTE DE APROBACION EN T272. PULSE PF3'
050785                 TO MSGO
050785         WHEN OTHER
050785             MOVE 'ERROR AL GRABAR LA SOLICITUD, PULSE PF3'
050785                 TO MSGO
050785             DISPLAY '* ERROR EN WRITE DE PENAPR19. RESP = '
050785                     WS-RESP
050785     END-EVALUATE.
050785
050785 3970-F-PENDIENTE. EXIT.
050786
050695 3999-I-LOOP.
050696     EXEC CICS
