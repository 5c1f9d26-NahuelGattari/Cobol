000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. PGMAPR72.
000003*********************************************************
000004*                                                        *
000005*  PROGRAMA PARA SQL EMBEBIDO                            *
000006*  APROBACION DE CAMBIOS PENDIENTES (PENAPR19)           *
000007*                                                        *
000008*  LOS CAMBIOS SENSIBLES DE LA T219 (DIRECCION, EMAIL,   *
000009*  TELEFONO), DE LA T220 (CBU, NRO DE CLIENTE) Y DE LA   *
000010*  T240 (NIVEL, DESBLOQUEO) NO SE APLICAN AL CONFIRMAR-  *
000011*  LOS: QUEDAN EN PENAPR19 CON LA IMAGEN ANTES/DESPUES.  *
000012*  ESTA TRANSACCION LOS MUESTRA DE A UNO Y OTRO          *
000013*  OPERADOR LOS APRUEBA O LOS RECHAZA.                   *
000014*                                                        *
000015*  QUIEN RESUELVE DEBE SER DISTINTO DEL SOLICITANTE,     *
000016*  TENER EL NIVEL REQUERIDO (T219 = 2, T220 Y T240 = 3)  *
000017*  Y, EN LA T240, NO SER EL OPERADOR AFECTADO.           *
000018*                                                        *
000019*  AL APROBAR SE RELEE EL REGISTRO: SI YA NO COINCIDE    *
000020*  CON LA IMAGEN ANTES DE LA SOLICITUD, LA SOLICITUD SE  *
000021*  RECHAZA SOLA. SI COINCIDE SE APLICA LA IMAGEN         *
000022*  DESPUES Y SE AUDITA COMO LO HARIA LA TRANSACCION DE   *
000023*  ORIGEN (AUDIT19 / AUDCTA19 / AUDOPE19), A NOMBRE DEL  *
000024*  SOLICITANTE Y CON EL APROBADOR, EN UNA SOLA UNIDAD    *
000025*  DE TRABAJO CON LA SOLICITUD.                          *
000026*                                                        *
000027*  LAS PENDIENTES AL CIERRE LAS VENCE PGMAPR73.          *
000028*                                                        *
000029*  ENTER / PF8 = SIGUIENTE PENDIENTE                     *
000030*  PF5   = APROBAR      PF6  = RECHAZAR (CON MOTIVO)     *
000031*  PF4   = LIMPIAR      PF12 = SALIR                     *
000032*                                                        *
000033**********************************************************
000034*      MANTENIMIENTO DE PROGRAMA                         *
000035**********************************************************
000036*  FECHA      *       DETALLE        *
000037**************************************
000038* 15/10/2026  * APROBACION DE       *
000039*             * CAMBIOS SENSIBLES   *
000040*             * POR UN SEGUNDO      *
000041*             * OPERADOR (T272)     *
000042**************************************
000043 AUTHOR. NAHUEL GATTARI.
000044 ENVIRONMENT DIVISION.
000045 CONFIGURATION SECTION.
000046 SPECIAL-NAMES.
000047     DECIMAL-POINT IS COMMA.
000048 DATA DIVISION.
000049 FILE SECTION.
000050 WORKING-STORAGE SECTION.
000051
000052 01 WS-MAP                 PIC X(08)       VALUE 'MAP0172'.
000053 01 WS-MAPSET              PIC X(08)       VALUE 'MAP0272'.
000054 01 WS-LONG                PIC S9(04) COMP.
000055 01 WS-DATE                PIC X(10)       VALUE SPACES.
000056 01 WS-SEP                 PIC X           VALUE '-'.
000057 01 WS-ABSTIME             PIC S9(16) COMP VALUE +0.
000058 01 WS-RESP                PIC S9(4)  COMP.
000059 01 WS-TIME                PIC X(8)        VALUE SPACES.
000060 01 WS-TIMESEP             PIC X           VALUE ':'.
000061 01 WS-AAAAMMDD            PIC 9(08)       VALUE ZEROS.
000062 01 WS-SQLCODE             PIC S9(03)      VALUE ZEROS.
000063
000064 01 WS-PAP-DATASET         PIC X(08)       VALUE 'PENAPR19'.
000065 01 WS-LEN-PAP             PIC S9(04)      VALUE 400  COMP.
000066 01 WS-RIDFLD-PAP          PIC X(19)       VALUE LOW-VALUES.
000067 01 WS-OPER-DATASET        PIC X(08)       VALUE 'OPERADOR'.
000068 01 WS-LEN-OPER            PIC S9(04)      VALUE 50   COMP.
000069 01 WS-RIDFLD-OPE          PIC X(08)       VALUE SPACES.
000070 01 WS-DATASET             PIC X(08)       VALUE 'PERSONA'.
000071 01 WS-LEN-DATA            PIC S9(04)      VALUE 160  COMP.
000072 01 WS-RIDFLD.
000073    03 WS-RIDFLD-TIP       PIC X(02).
000074    03 WS-RIDFLD-NUM       PIC 9(11).
000075
000076**************************************
000077*      AUDITORIAS DE ORIGEN          *
000078**************************************
000079
000080 01 WS-AUDIT-DATASET       PIC X(08)       VALUE 'AUDIT19'.
000081 01 WS-LEN-AUDIT           PIC S9(04)      VALUE 302  COMP.
000082 01 WS-AUC-DATASET         PIC X(08)       VALUE 'AUDCTA19'.
000083 01 WS-LEN-AUC             PIC S9(04)      VALUE 120  COMP.
000084 01 WS-AUO-DATASET         PIC X(08)       VALUE 'AUDOPE19'.
000085 01 WS-LEN-AUO             PIC S9(04)      VALUE 100  COMP.
000086
000087**************************************
000088*      RESULTADO DE LA APROBACION    *
000089**************************************
000090
000091 01 WS-SW-APLICA           PIC X           VALUE 'S'.
000092    88 WS-APLICADO                         VALUE 'S'.
000093    88 WS-CAMBIADO                         VALUE 'C'.
000094    88 WS-ERROR-APLICA                     VALUE 'E'.
000095
000096 01 WS-MOTIVO-AUTO         PIC X(30)       VALUE SPACES.
000097
000098**************************************
000099*      SWITCH DE VALIDACION          *
000100**************************************
000101
000102 01 WS-SW-VALIDO            PIC X           VALUE 'S'.
000103    88 WS-DATOS-VALIDOS                     VALUE 'S'.
000104    88 WS-DATOS-INVALIDOS                   VALUE 'N'.
000105
000106 01 WS-SW-ENCONTRADA        PIC X           VALUE 'N'.
000107    88 WS-SOL-ENCONTRADA                    VALUE 'S'.
000108    88 WS-SOL-NO-ENCONTRADA                 VALUE 'N'.
000109
000110**************************************
000111*      EDICION DE LA SOLICITUD       *
000112**************************************
000113
000114 01 WS-FECHA-NUM           PIC 9(08)       VALUE ZEROS.
000115 01 WS-FECHA-NUM-R REDEFINES WS-FECHA-NUM.
000116    03 WS-FNU-AAAA         PIC 9(04).
000117    03 WS-FNU-MM           PIC 9(02).
000118    03 WS-FNU-DD           PIC 9(02).
000119
000120 01 WS-FECHA-ED.
000121    03 WS-FED-DD           PIC 9(02).
000122    03 FILLER              PIC X(01)       VALUE '-'.
000123    03 WS-FED-MM           PIC 9(02).
000124    03 FILLER              PIC X(01)       VALUE '-'.
000125    03 WS-FED-AAAA         PIC 9(04).
000126
000127 01 WS-OBJETO-ED.
000128    03 WS-OBJ-ED-DESC      PIC X(09)       VALUE SPACES.
000129    03 WS-OBJ-ED-TIPO      PIC X(02)       VALUE SPACES.
000130    03 FILLER              PIC X(01)       VALUE SPACES.
000131    03 WS-OBJ-ED-NRO       PIC X(15)       VALUE SPACES.
000132    03 FILLER              PIC X(03)       VALUE SPACES.
000133
000134 01 WS-SALDO-ED            PIC -ZZZ.ZZZ.ZZ9,99.
000135 01 WS-NUMERO-ED           PIC Z(10)9.
000136
000137**************************************
000138*      LINEAS DE DETALLE ANTES /     *
000139*      DESPUES (MARCA = CAMBIA)      *
000140**************************************
000141
000142 01 WS-DETALLES.
000143    03 WS-DET-LINEA        OCCURS 7 TIMES.
000144       05 WS-DET-MARCA     PIC X(01).
000145       05 WS-DET-DATO      PIC X(11).
000146       05 FILLER           PIC X(01).
000147       05 WS-DET-ANTES     PIC X(30).
000148       05 FILLER           PIC X(01).
000149       05 WS-DET-DESPUES   PIC X(30).
000150 01 WS-DET-IDX             PIC 9(02) COMP  VALUE ZEROS.
000151
000152 01  WS-COMMAREA.
000153     03  WS-COM-CLAVE      PIC X(19).
000154     03  WS-FLAG           PIC 9(01).
000155           88 WS-INICIO                   VALUE 0.
000156           88 WS-APROBAR                  VALUE 5.
000157           88 WS-RECHAZAR                 VALUE 6.
000158     03  WS-COM-OPER       PIC X(08).
000159     03  WS-COM-NIVEL      PIC 9(01).
000160           88 WS-NIVEL-CONSULTA           VALUE 1.
000161           88 WS-NIVEL-ACTUALIZA          VALUE 2 3.
000162           88 WS-NIVEL-SUPERVISOR         VALUE 3.
000163     03  WS-COM-MOTIVO     PIC X(30).
000164
000165    COPY MAP0272.
000166    COPY DFHBMSCA.
000167    COPY DFHAID.
000168    COPY CPPENAPR.
000169    COPY CPOPER.
000170    COPY CPOPER
000171       REPLACING REG-OPERADOR   BY REG-OPERADOR-ADM
000172                 OPE-ID         BY ADM-OPE-ID
000173                 OPE-NOMBRE     BY ADM-OPE-NOMBRE
000174                 OPE-NIVEL      BY ADM-OPE-NIVEL
000175                 OPE-CLAVE      BY ADM-OPE-CLAVE
000176                 OPE-ESTADO     BY ADM-OPE-ESTADO
000177                 OPE-INTENTOS   BY ADM-OPE-INTENTOS.
000178    COPY CPPERSO.
000179    COPY CPAUDIT.
000180    COPY CPAUDCTA.
000181    COPY CPAUDOPE.
000182
000183**************************************
000184*      AREA DE COMUNICACION DB2       *
000185**************************************
000186
000187    EXEC SQL
000188      INCLUDE SQLCA
000189    END-EXEC.
000190
000191    EXEC SQL
000192      INCLUDE TBCUE
000193    END-EXEC.
000194
000195    EXEC SQL
000196      INCLUDE TBCLI
000197    END-EXEC.
000198
000199 LINKAGE SECTION.
000200
000201 01 DFHCOMMAREA            PIC X(59).
000202
000203 PROCEDURE DIVISION.
000204
000205 MAIN-PROGRAM.
000206
000207     PERFORM 1000-I-INICIO  THRU  1000-F-INICIO.
000208
000209     PERFORM 2000-I-PROCESO THRU  2000-F-PROCESO.
000210
000211     PERFORM 3999-I-LOOP    THRU  3999-F-LOOP.
000212
000213
000214**************************************
000215*                                    *
000216*  CUERPO INICIO                     *
000217*                                    *
000218**************************************
000219
000220 1000-I-INICIO.
000221
000222         EXEC CICS
000223              HANDLE ABEND
000224              LABEL (9000-I-ABEND)
000225         END-EXEC.
000226
000227        MOVE LENGTH OF MAP0172O TO WS-LONG
000228
000229         EXEC CICS ASKTIME
000230            ABSTIME (WS-ABSTIME)
000231         END-EXEC.
000232
000233         EXEC CICS FORMATTIME
000234            ABSTIME (WS-ABSTIME)
000235            DDMMYYYY(WS-DATE) DATESEP(WS-SEP)
000236            YYYYMMDD(WS-AAAAMMDD)
000237            TIME (WS-TIME) TIMESEP (WS-TIMESEP)
000238         END-EXEC.
000239
000240        MOVE DFHCOMMAREA TO WS-COMMAREA.
000241
000242 1000-F-INICIO. EXIT.
000243
000244**************************************
000245*                                    *
000246*  CUERPO PRINCIPAL DE PROCESOS      *
000247*                                    *
000248**************************************
000249
000250 2000-I-PROCESO.
000251
000252        MOVE WS-DATE TO FECHAO
000253
000254        EXEC CICS
000255             RECEIVE MAP(WS-MAP)
000256             MAPSET(WS-MAPSET)
000257             INTO(MAP0172I)
000258             RESP(WS-RESP)
000259        END-EXEC
000260
000261      EVALUATE WS-RESP
000262      WHEN DFHRESP(NORMAL)
000263
000264        PERFORM 3300-I-KEYS  THRU 3300-F-KEYS
000265
000266      WHEN DFHRESP(MAPFAIL)
000267        INITIALIZE MAP0172O
000268        MOVE LENGTH OF MAP0172O     TO WS-LONG
000269        MOVE WS-DATE                TO FECHAO
000270        MOVE 'DATOS INCORRECTOS'    TO MSGO
000271        IF EIBAID = DFHPF12
000272            PERFORM 3800-I-ESC
000273              THRU  3800-F-ESC
000274        END-IF
000275        EXEC CICS SEND MAP (WS-MAP)
000276             MAPSET (WS-MAPSET)
000277             FROM (MAP0172O)
000278             LENGTH (WS-LONG)
000279             ERASE
000280             FREEKB
000281        END-EXEC
000282
000283        WHEN OTHER
000284          INITIALIZE MAP0172O
000285          MOVE LENGTH OF MAP0172O     TO WS-LONG
000286          MOVE WS-DATE                TO FECHAO
000287          MOVE 'ERROR DE COMUNICACION. REINTENTE.' TO MSGO
000288          EXEC CICS SEND MAP (WS-MAP)
000289               MAPSET (WS-MAPSET)
000290               FROM (MAP0172O)
000291               LENGTH (WS-LONG)
000292               ERASE
000293               FREEKB
000294          END-EXEC
000295      END-EVALUATE.
000296
000297 2000-F-PROCESO. EXIT.
000298
000299 3300-I-KEYS.
000300
000301     IF WS-FLAG EQUAL 0 AND EIBAID NOT EQUAL DFHPF12
000302        IF WS-COM-OPER EQUAL SPACES
000303           OR WS-COM-OPER EQUAL LOW-VALUES
000304           MOVE LOW-VALUES TO WS-COM-CLAVE
000305           PERFORM 3200-I-SIGNON
000306              THRU 3200-F-SIGNON
000307        END-IF
000308        IF WS-COM-OPER EQUAL SPACES
000309           OR WS-COM-OPER EQUAL LOW-VALUES
000310           GO TO 3300-F-KEYS
000311        END-IF
000312     END-IF.
000313
000314     EVALUATE WS-FLAG
000315
000316     WHEN 0
000317
000318      EVALUATE EIBAID
000319
000320        WHEN DFHENTER
000321        WHEN DFHPF8
000322            IF WS-NIVEL-ACTUALIZA
000323               PERFORM 3400-I-SIGUIENTE
000324               THRU 3400-F-SIGUIENTE
000325            ELSE
000326               PERFORM 3250-I-NO-AUTORIZADO
000327               THRU 3250-F-NO-AUTORIZADO
000328            END-IF
000329
000330        WHEN DFHPF5
000331            IF WS-NIVEL-ACTUALIZA
000332               PERFORM 3450-I-PREG-APROBAR
000333               THRU 3450-F-PREG-APROBAR
000334            ELSE
000335               PERFORM 3250-I-NO-AUTORIZADO
000336               THRU 3250-F-NO-AUTORIZADO
000337            END-IF
000338
000339        WHEN DFHPF6
000340            IF WS-NIVEL-ACTUALIZA
000341               PERFORM 3460-I-PREG-RECHAZAR
000342               THRU 3460-F-PREG-RECHAZAR
000343            ELSE
000344               PERFORM 3250-I-NO-AUTORIZADO
000345               THRU 3250-F-NO-AUTORIZADO
000346            END-IF
000347
000348        WHEN DFHPF4
000349            PERFORM 3500-I-CLEAN
000350            THRU 3500-F-CLEAN
000351
000352        WHEN DFHPF12
000353            PERFORM 3800-I-ESC
000354            THRU 3800-F-ESC
000355
000356        WHEN OTHER
000357
000358            MOVE 'SE PULSO UNA TECLA INCORRECTA.' TO MSGO
000359            PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000360
000361      END-EVALUATE
000362
000363     WHEN 5
000364
000365        PERFORM 3700-I-APROBAR
000366        THRU 3700-F-APROBAR
000367
000368     WHEN 6
000369
000370        PERFORM 3750-I-RECHAZAR
000371        THRU 3750-F-RECHAZAR
000372
000373     END-EVALUATE.
000374
000375 3300-F-KEYS. EXIT.
000376
000377**************************************
000378*                                    *
000379*  IDENTIFICACION DEL OPERADOR       *
000380*  CONTRA EL ARCHIVO OPERADOR        *
000381*                                    *
000382**************************************
000383
000384 3200-I-SIGNON.
000385
000386     IF OPERI EQUAL SPACES OR OPERI EQUAL LOW-VALUES
000387        MOVE 'IDENTIFIQUESE: INGRESE SU CODIGO DE OPERADOR.'
000388             TO MSGO
000389        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000390        GO TO 3200-F-SIGNON
000391     END-IF.
000392
000393     MOVE OPERI TO WS-RIDFLD-OPE.
000394
000395     EXEC CICS
000396          READ DATASET (WS-OPER-DATASET)
000397          RIDFLD (WS-RIDFLD-OPE)
000398          INTO   (REG-OPERADOR)
000399          LENGTH (WS-LEN-OPER)
000400          EQUAL
000401          RESP   (WS-RESP)
000402     END-EXEC.
000403
000404     EVALUATE WS-RESP
000405         WHEN DFHRESP(NORMAL)
000406              IF OPE-ESTADO EQUAL 'B'
000407                 MOVE
000408               'OPERADOR BLOQUEADO. SOLICITE EL DESBLOQUEO.'
000409                      TO MSGO
000410                 PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000411                 GO TO 3200-F-SIGNON
000412              END-IF
000413              MOVE OPE-ID    TO WS-COM-OPER
000414              MOVE OPE-NIVEL TO WS-COM-NIVEL
000415         WHEN DFHRESP(NOTFND)
000416              MOVE 'OPERADOR NO REGISTRADO. VERIFIQUE EL CODIGO.'
000417                   TO MSGO
000418              PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000419         WHEN OTHER
000420              MOVE 'ERROR AL LEER EL ARCHIVO DE OPERADORES.'
000421                   TO MSGO
000422              PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000423     END-EVALUATE.
000424
000425 3200-F-SIGNON. EXIT.
000426
000427**************************************
000428*                                    *
000429*  OPERACION RECHAZADA POR NIVEL     *
000430*  DE AUTORIZACION INSUFICIENTE      *
000431*                                    *
000432**************************************
000433
000434 3250-I-NO-AUTORIZADO.
000435
000436     MOVE 'OPERACION NO AUTORIZADA PARA SU NIVEL DE OPERADOR.'
000437          TO MSGO.
000438     PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR.
000439
000440 3250-F-NO-AUTORIZADO. EXIT.
000441
000442**************************************
000443*                                    *
000444*  SIGUIENTE SOLICITUD PENDIENTE     *
000445*  DESPUES DE LA QUE ESTA EN         *
000446*  PANTALLA (ENTER / PF8). AL        *
000447*  LLEGAR AL FINAL VUELVE A EMPEZAR  *
000448*                                    *
000449**************************************
000450
000451 3400-I-SIGUIENTE.
000452
000453     SET WS-SOL-NO-ENCONTRADA TO TRUE.
000454     MOVE WS-COM-CLAVE TO WS-RIDFLD-PAP.
000455
000456     EXEC CICS
000457          STARTBR DATASET (WS-PAP-DATASET)
000458          RIDFLD  (WS-RIDFLD-PAP)
000459          GTEQ
000460          RESP    (WS-RESP)
000461     END-EXEC.
000462
000463     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
000464        GO TO 3400-A-FIN
000465     END-IF.
000466
000467 3400-A-LEER.
000468
000469     EXEC CICS
000470          READNEXT DATASET (WS-PAP-DATASET)
000471          RIDFLD   (WS-RIDFLD-PAP)
000472          INTO     (REG-PENAPR)
000473          LENGTH   (WS-LEN-PAP)
000474          RESP     (WS-RESP)
000475     END-EXEC.
000476
000477     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
000478        GO TO 3400-A-ENDBR
000479     END-IF.
000480
000481     IF PAP-CLAVE EQUAL WS-COM-CLAVE
000482        OR NOT PAP-PENDIENTE
000483        GO TO 3400-A-LEER
000484     END-IF.
000485
000486     SET WS-SOL-ENCONTRADA TO TRUE.
000487
000488 3400-A-ENDBR.
000489
000490     EXEC CICS
000491          ENDBR DATASET (WS-PAP-DATASET)
000492     END-EXEC.
000493
000494 3400-A-FIN.
000495
000496     INITIALIZE MAP0172O.
000497
000498     IF WS-SOL-ENCONTRADA
000499        MOVE PAP-CLAVE TO WS-COM-CLAVE
000500        PERFORM 4700-I-MOSTRAR-SOLICITUD
000501           THRU 4700-F-MOSTRAR-SOLICITUD
000502        MOVE 'PF5 APRUEBA, PF6 RECHAZA, ENTER SIGUIENTE.' TO MSGO
000503     ELSE
000504        MOVE LOW-VALUES TO WS-COM-CLAVE
000505        MOVE 'NO HAY MAS SOLICITUDES PENDIENTES.' TO MSGO
000506     END-IF.
000507
000508     PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR.
000509
000510 3400-F-SIGUIENTE. EXIT.
000511
000512**************************************
000513*                                    *
000514*  LECTURA DE LA SOLICITUD QUE ESTA  *
000515*  EN PANTALLA Y CONTROL DE QUIEN LA *
000516*  RESUELVE                          *
000517*                                    *
000518**************************************
000519
000520 3420-I-LEER-SOLICITUD.
000521
000522     SET WS-DATOS-VALIDOS TO TRUE.
000523
000524     IF WS-COM-CLAVE EQUAL LOW-VALUES
000525        OR WS-COM-CLAVE EQUAL SPACES
000526        MOVE 'PULSE ENTER PARA VER UNA SOLICITUD PENDIENTE.'
000527             TO MSGO
000528        SET WS-DATOS-INVALIDOS TO TRUE
000529        GO TO 3420-F-LEER-SOLICITUD
000530     END-IF.
000531
000532     MOVE WS-COM-CLAVE TO WS-RIDFLD-PAP.
000533
000534     EXEC CICS
000535          READ DATASET (WS-PAP-DATASET)
000536          RIDFLD (WS-RIDFLD-PAP)
000537          INTO   (REG-PENAPR)
000538          LENGTH (WS-LEN-PAP)
000539          EQUAL
000540          RESP   (WS-RESP)
000541     END-EXEC.
000542
000543     EVALUATE WS-RESP
000544         WHEN DFHRESP(NORMAL)
000545              CONTINUE
000546         WHEN DFHRESP(NOTFND)
000547              MOVE 'LA SOLICITUD NO EXISTE. PULSE ENTER.' TO MSGO
000548              SET WS-DATOS-INVALIDOS TO TRUE
000549              GO TO 3420-F-LEER-SOLICITUD
000550         WHEN OTHER
000551              MOVE 'ERROR AL LEER LAS SOLICITUDES PENDIENTES.'
000552                   TO MSGO
000553              SET WS-DATOS-INVALIDOS TO TRUE
000554              GO TO 3420-F-LEER-SOLICITUD
000555     END-EVALUATE.
000556
000557     PERFORM 4700-I-MOSTRAR-SOLICITUD
000558        THRU 4700-F-MOSTRAR-SOLICITUD.
000559
000560     IF NOT PAP-PENDIENTE
000561        MOVE 'LA SOLICITUD YA FUE RESUELTA. PULSE ENTER.' TO MSGO
000562        SET WS-DATOS-INVALIDOS TO TRUE
000563        GO TO 3420-F-LEER-SOLICITUD
000564     END-IF.
000565
000566     PERFORM 3430-I-CONTROL-RESOLUTOR
000567        THRU 3430-F-CONTROL-RESOLUTOR.
000568
000569 3420-F-LEER-SOLICITUD. EXIT.
000570
000571**************************************
000572*                                    *
000573*  CONTROL DEL OPERADOR QUE RESUELVE *
000574*  (SOBRE LA SOLICITUD EN REG-PENAPR)*
000575*                                    *
000576**************************************
000577
000578 3430-I-CONTROL-RESOLUTOR.
000579
000580     IF PAP-SOLICITANTE EQUAL WS-COM-OPER
000581        MOVE 'NO PUEDE RESOLVER UNA SOLICITUD PROPIA.' TO MSGO
000582        SET WS-DATOS-INVALIDOS TO TRUE
000583        GO TO 3430-F-CONTROL-RESOLUTOR
000584     END-IF.
000585
000586     IF WS-COM-NIVEL LESS THAN PAP-NIVEL-REQUERIDO
000587        MOVE 'LA SOLICITUD REQUIERE UN NIVEL SUPERIOR.' TO MSGO
000588        SET WS-DATOS-INVALIDOS TO TRUE
000589        GO TO 3430-F-CONTROL-RESOLUTOR
000590     END-IF.
000591
000592     IF PAP-TRANSACCION EQUAL 'T240'
000593        AND PAP-OBJ-OPE-ID EQUAL WS-COM-OPER
000594        MOVE 'NO PUEDE RESOLVER UN CAMBIO DE SU PROPIO PERFIL.'
000595             TO MSGO
000596        SET WS-DATOS-INVALIDOS TO TRUE
000597     END-IF.
000598
000599 3430-F-CONTROL-RESOLUTOR. EXIT.
000600
000601**************************************
000602*                                    *
000603*  PEDIDO DE CONFIRMACION DE LA      *
000604*  APROBACION (PF5)                  *
000605*                                    *
000606**************************************
000607
000608 3450-I-PREG-APROBAR.
000609
000610     INITIALIZE MAP0172O.
000611
000612     PERFORM 3420-I-LEER-SOLICITUD
000613        THRU 3420-F-LEER-SOLICITUD.
000614
000615     IF WS-DATOS-INVALIDOS
000616        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000617        GO TO 3450-F-PREG-APROBAR
000618     END-IF.
000619
000620     MOVE '_'      TO CAMPO.
000621     MOVE -1       TO CAMPL.
000622     MOVE DFHBMUNP TO CAMPA.
000623     MOVE DFHBMPRO TO MOTIVOA.
000624     MOVE 'SE APLICARA LA IMAGEN DESPUES. S CONFIRMA, N CANCELA.'
000625          TO MSGO.
000626
000627     SET WS-APROBAR TO TRUE.
000628
000629     PERFORM 4950-I-ENVIAR-CURSOR THRU 4950-F-ENVIAR-CURSOR.
000630
000631 3450-F-PREG-APROBAR. EXIT.
000632
000633**************************************
000634*                                    *
000635*  PEDIDO DE CONFIRMACION DEL        *
000636*  RECHAZO (PF6, CON MOTIVO)         *
000637*                                    *
000638**************************************
000639
000640 3460-I-PREG-RECHAZAR.
000641
000642     IF MOTIVOI EQUAL SPACES OR MOTIVOI EQUAL LOW-VALUES
000643        MOVE SPACES TO WS-COM-MOTIVO
000644     ELSE
000645        MOVE MOTIVOI TO WS-COM-MOTIVO
000646     END-IF.
000647
000648     INITIALIZE MAP0172O.
000649
000650     PERFORM 3420-I-LEER-SOLICITUD
000651        THRU 3420-F-LEER-SOLICITUD.
000652
000653     IF WS-DATOS-VALIDOS AND WS-COM-MOTIVO EQUAL SPACES
000654        MOVE 'INGRESE EL MOTIVO DEL RECHAZO Y PULSE PF6.' TO MSGO
000655        SET WS-DATOS-INVALIDOS TO TRUE
000656     END-IF.
000657
000658     IF WS-DATOS-INVALIDOS
000659        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000660        GO TO 3460-F-PREG-RECHAZAR
000661     END-IF.
000662
000663     MOVE WS-COM-MOTIVO TO MOTIVOO.
000664     MOVE '_'           TO CAMPO.
000665     MOVE -1            TO CAMPL.
000666     MOVE DFHBMUNP      TO CAMPA.
000667     MOVE DFHBMPRO      TO MOTIVOA.
000668     MOVE 'LA SOLICITUD SE RECHAZARA. S CONFIRMA, N CANCELA.'
000669          TO MSGO.
000670
000671     SET WS-RECHAZAR TO TRUE.
000672
000673     PERFORM 4950-I-ENVIAR-CURSOR THRU 4950-F-ENVIAR-CURSOR.
000674
000675 3460-F-PREG-RECHAZAR. EXIT.
000676
000677**************************************
000678*                                    *
000679*  APROBACION: SE TOMA LA SOLICITUD  *
000680*  CON UPDATE, SE APLICA EL CAMBIO   *
000681*  SOBRE EL REGISTRO DE ORIGEN Y SE  *
000682*  CIERRA LA SOLICITUD EN LA MISMA   *
000683*  UNIDAD DE TRABAJO                 *
000684*                                    *
000685**************************************
000686
000687 3700-I-APROBAR.
000688
000689     SET WS-INICIO TO TRUE.
000690     INITIALIZE MAP0172O.
000691
000692     IF CAMPI = 'N'
000693        MOVE 'SE CANCELO LA APROBACION. PULSE ENTER.' TO MSGO
000694        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000695        GO TO 3700-F-APROBAR
000696     END-IF.
000697
000698     IF CAMPI NOT EQUAL 'S'
000699        MOVE 'ERROR, INGRESE UNICAMENTE  S / N. PULSE ENTER.'
000700             TO MSGO
000701        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000702        GO TO 3700-F-APROBAR
000703     END-IF.
000704
000705     PERFORM 3710-I-TOMAR-SOLICITUD
000706        THRU 3710-F-TOMAR-SOLICITUD.
000707
000708     IF WS-DATOS-INVALIDOS
000709        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000710        GO TO 3700-F-APROBAR
000711     END-IF.
000712
000713     SET WS-APLICADO TO TRUE.
000714     MOVE SPACES TO WS-MOTIVO-AUTO.
000715
000716     EVALUATE PAP-TRANSACCION
000717         WHEN 'T219'
000718              PERFORM 3720-I-APLICAR-PERSONA
000719                 THRU 3720-F-APLICAR-PERSONA
000720         WHEN 'T220'
000721              PERFORM 3730-I-APLICAR-CUENTA
000722                 THRU 3730-F-APLICAR-CUENTA
000723         WHEN 'T240'
000724              PERFORM 3740-I-APLICAR-OPERADOR
000725                 THRU 3740-F-APLICAR-OPERADOR
000726         WHEN OTHER
000727              SET WS-ERROR-APLICA TO TRUE
000728     END-EVALUATE.
000729
000730     IF WS-ERROR-APLICA
000731        PERFORM 3790-I-DESHACER THRU 3790-F-DESHACER
000732        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000733        GO TO 3700-F-APROBAR
000734     END-IF.
000735
000736*    SI EL REGISTRO CAMBIO DESDE LA SOLICITUD NO SE APLICA
000737*    NADA: LA SOLICITUD QUEDA RECHAZADA CON EL MOTIVO
000738
000739     IF WS-CAMBIADO
000740        SET PAP-RECHAZADA     TO TRUE
000741        MOVE WS-MOTIVO-AUTO   TO PAP-MOTIVO
000742     ELSE
000743        SET PAP-APROBADA      TO TRUE
000744     END-IF.
000745
000746     PERFORM 3780-I-CERRAR-SOLICITUD
000747        THRU 3780-F-CERRAR-SOLICITUD.
000748
000749     IF WS-DATOS-INVALIDOS
000750        PERFORM 3790-I-DESHACER THRU 3790-F-DESHACER
000751        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
000752        GO TO 3700-F-APROBAR
000753     END-IF.
000754
000755     EXEC CICS
000756          SYNCPOINT
000757     END-EXEC.
000758
000759     PERFORM 4700-I-MOSTRAR-SOLICITUD
000760        THRU 4700-F-MOSTRAR-SOLICITUD.
000761
000762     IF WS-CAMBIADO
000763        MOVE 'LOS DATOS CAMBIARON. SOLICITUD RECHAZADA.' TO MSGO
000764     ELSE
000765        MOVE 'CAMBIO APROBADO Y APLICADO. PULSE ENTER.' TO MSGO
000766     END-IF.
000767
000768     PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR.
000769
000770 3700-F-APROBAR. EXIT.
000771
000772**************************************
000773*                                    *
000774*  TOMA DE LA SOLICITUD CON UPDATE   *
000775*  (OTRO OPERADOR PUDO RESOLVERLA    *
000776*  ENTRE LA PREGUNTA Y LA RESPUESTA) *
000777*                                    *
000778**************************************
000779
000780 3710-I-TOMAR-SOLICITUD.
000781
000782     SET WS-DATOS-VALIDOS TO TRUE.
000783     MOVE WS-COM-CLAVE TO WS-RIDFLD-PAP.
000784
000785     EXEC CICS
000786          READ DATASET (WS-PAP-DATASET)
000787          RIDFLD (WS-RIDFLD-PAP)
000788          INTO   (REG-PENAPR)
000789          LENGTH (WS-LEN-PAP)
000790          UPDATE
000791          EQUAL
000792          RESP   (WS-RESP)
000793     END-EXEC.
000794
000795     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
000796        MOVE 'ERROR AL LEER LA SOLICITUD. PULSE ENTER.' TO MSGO
000797        SET WS-DATOS-INVALIDOS TO TRUE
000798        GO TO 3710-F-TOMAR-SOLICITUD
000799     END-IF.
000800
000801     IF NOT PAP-PENDIENTE
000802        EXEC CICS
000803             UNLOCK DATASET (WS-PAP-DATASET)
000804        END-EXEC
000805        PERFORM 4700-I-MOSTRAR-SOLICITUD
000806           THRU 4700-F-MOSTRAR-SOLICITUD
000807        MOVE 'LA SOLICITUD YA FUE RESUELTA. PULSE ENTER.' TO MSGO
000808        SET WS-DATOS-INVALIDOS TO TRUE
000809        GO TO 3710-F-TOMAR-SOLICITUD
000810     END-IF.
000811
000812     PERFORM 3430-I-CONTROL-RESOLUTOR
000813        THRU 3430-F-CONTROL-RESOLUTOR.
000814
000815     IF WS-DATOS-INVALIDOS
000816        EXEC CICS
000817             UNLOCK DATASET (WS-PAP-DATASET)
000818        END-EXEC
000819     END-IF.
000820
000821 3710-F-TOMAR-SOLICITUD. EXIT.
000822
000823**************************************
000824*                                    *
000825*  T219: DIRECCION / EMAIL /         *
000826*  TELEFONO DE LA PERSONA, AUDIT19   *
000827*  Y TBCLIENT (COMO LA T219)         *
000828*                                    *
000829**************************************
000830
000831 3720-I-APLICAR-PERSONA.
000832
000833     MOVE PAP-OBJ-TIP-DOC TO WS-RIDFLD-TIP.
000834     MOVE PAP-OBJ-NRO-DOC TO WS-RIDFLD-NUM.
000835
000836     EXEC CICS
000837          READ DATASET (WS-DATASET)
000838          RIDFLD (WS-RIDFLD)
000839          INTO   (REG-PERSONA)
000840          LENGTH (WS-LEN-DATA)
000841          UPDATE
000842          EQUAL
000843          RESP   (WS-RESP)
000844     END-EXEC.
000845
000846     EVALUATE WS-RESP
000847         WHEN DFHRESP(NORMAL)
000848              CONTINUE
000849         WHEN DFHRESP(NOTFND)
000850              SET WS-CAMBIADO TO TRUE
000851              MOVE 'LA PERSONA YA NO EXISTE' TO WS-MOTIVO-AUTO
000852              GO TO 3720-F-APLICAR-PERSONA
000853         WHEN OTHER
000854              SET WS-ERROR-APLICA TO TRUE
000855              GO TO 3720-F-APLICAR-PERSONA
000856     END-EVALUATE.
000857
000858     IF PER-NOMAPE    NOT EQUAL PAP-ANT-NOMAPE
000859        OR PER-DIRECCION NOT EQUAL PAP-ANT-DIRECCION
000860        OR PER-EMAIL     NOT EQUAL PAP-ANT-EMAIL
000861        OR PER-TELEFONO  NOT EQUAL PAP-ANT-TELEFONO
000862        OR PER-LOCALIDAD NOT EQUAL PAP-ANT-LOCALIDAD
000863        OR PER-SEXO      NOT EQUAL PAP-ANT-SEXO
000864        OR PER-CLI-NRO   NOT EQUAL PAP-ANT-CLI-NRO
000865        OR PER-ESTADO    EQUAL 'I'
000866        EXEC CICS
000867             UNLOCK DATASET (WS-DATASET)
000868        END-EXEC
000869        SET WS-CAMBIADO TO TRUE
000870        MOVE 'DATOS CAMBIARON DESDE LA SOLIC.' TO WS-MOTIVO-AUTO
000871        GO TO 3720-F-APLICAR-PERSONA
000872     END-IF.
000873
000874     MOVE PAP-DES-NOMAPE    TO PER-NOMAPE.
000875     MOVE PAP-DES-DIRECCION TO PER-DIRECCION.
000876     MOVE PAP-DES-EMAIL     TO PER-EMAIL.
000877     MOVE PAP-DES-TELEFONO  TO PER-TELEFONO.
000878     MOVE PAP-DES-LOCALIDAD TO PER-LOCALIDAD.
000879     MOVE PAP-DES-SEXO      TO PER-SEXO.
000880     MOVE PAP-DES-CLI-NRO   TO PER-CLI-NRO.
000881
000882     EXEC CICS
000883          REWRITE DATASET (WS-DATASET)
000884          FROM   (REG-PERSONA)
000885          LENGTH (WS-LEN-DATA)
000886          RESP   (WS-RESP)
000887     END-EXEC.
000888
000889     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
000890        SET WS-ERROR-APLICA TO TRUE
000891        GO TO 3720-F-APLICAR-PERSONA
000892     END-IF.
000893
000894*    AUDITORIA DE LA MODIFICACION A NOMBRE DEL SOLICITANTE
000895
000896     MOVE PAP-OBJ-TIP-DOC   TO AUD-TIP-DOC.
000897     MOVE PAP-OBJ-NRO-DOC   TO AUD-NRO-DOC.
000898     MOVE 'MODIFICACION'    TO AUD-OPERACION.
000899     MOVE WS-DATE           TO AUD-FECHA.
000900     MOVE WS-TIME           TO AUD-HORA.
000901     MOVE EIBTRMID          TO AUD-TERMINAL.
000902     MOVE EIBTASKN          TO AUD-TASKN.
000903     MOVE PAP-SOLICITANTE   TO AUD-OPERADOR.
000904     MOVE PAP-ANT-NOMAPE    TO AUD-ANT-NOMAPE.
000905     MOVE PAP-ANT-DIRECCION TO AUD-ANT-DIRECCION.
000906     MOVE PAP-ANT-EMAIL     TO AUD-ANT-EMAIL.
000907     MOVE PAP-ANT-TELEFONO  TO AUD-ANT-TELEFONO.
000908     MOVE PAP-ANT-LOCALIDAD TO AUD-ANT-LOCALIDAD.
000909     MOVE PAP-ANT-SEXO      TO AUD-ANT-SEXO.
000910     MOVE PER-NOMAPE        TO AUD-DES-NOMAPE.
000911     MOVE PER-DIRECCION     TO AUD-DES-DIRECCION.
000912     MOVE PER-EMAIL         TO AUD-DES-EMAIL.
000913     MOVE PER-TELEFONO      TO AUD-DES-TELEFONO.
000914     MOVE PER-LOCALIDAD     TO AUD-DES-LOCALIDAD.
000915     MOVE PER-SEXO          TO AUD-DES-SEXO.
000916
000917     EXEC CICS
000918          WRITE DATASET (WS-AUDIT-DATASET)
000919          FROM   (REG-AUDITORIA)
000920          LENGTH (WS-LEN-AUDIT)
000921          RESP   (WS-RESP)
000922     END-EXEC.
000923
000924     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
000925        DISPLAY '* ERROR EN WRITE DE AUDITORIA. RESP = '
000926                WS-RESP
000927     END-IF.
000928
000929*    SINCRONIZACION CON TBCLIENT
000930
000931     MOVE PAP-OBJ-TIP-DOC TO WS-TIPO-DOCUMENTO.
000932     MOVE PAP-OBJ-NRO-DOC TO WS-NRO-DOCUMENTO.
000933     MOVE PER-CLI-NRO     TO WS-NRO-CLIENTE.
000934     MOVE PER-NOMAPE      TO WS-NOMBRE-CLIENTE.
000935     MOVE PER-DIRECCION   TO WS-DOMICILIO.
000936     MOVE PER-LOCALIDAD   TO WS-CIUDAD.
000937     MOVE PER-SEXO        TO WS-SEXO.
000938     MOVE PER-EMAIL       TO WS-CORREO-ELECTRONICO.
000939
000940     EXEC SQL
000941        UPDATE ITPFBIO.TBCLIENT
000942           SET NRO_CLIENTE    =
000943                 :DCLTBCLIENT.WS-NRO-CLIENTE,
000944               NOMBRE_CLIENTE =
000945                 :DCLTBCLIENT.WS-NOMBRE-CLIENTE,
000946               DOMICILIO      =
000947                 :DCLTBCLIENT.WS-DOMICILIO,
000948               CIUDAD         =
000949                 :DCLTBCLIENT.WS-CIUDAD,
000950               SEXO           =
000951                 :DCLTBCLIENT.WS-SEXO,
000952               CORREO_ELECTRONICO =
000953                 :DCLTBCLIENT.WS-CORREO-ELECTRONICO
000954         WHERE TIPO_DOCUMENTO =
000955                 :DCLTBCLIENT.WS-TIPO-DOCUMENTO
000956           AND NRO_DOCUMENTO  =
000957                 :DCLTBCLIENT.WS-NRO-DOCUMENTO
000958     END-EXEC.
000959
000960     MOVE SQLCODE TO WS-SQLCODE.
000961
000962     IF WS-SQLCODE NOT EQUAL ZEROS
000963        DISPLAY '* ERROR DB2 EN SINCRONIZACION. SQLCODE = '
000964                WS-SQLCODE
000965        SET WS-ERROR-APLICA TO TRUE
000966     END-IF.
000967
000968 3720-F-APLICAR-PERSONA. EXIT.
000969
000970**************************************
000971*                                    *
000972*  T220: CBU / NRO DE CLIENTE DE LA  *
000973*  CUENTA Y AUDCTA19 (COMO LA T220)  *
000974*                                    *
000975**************************************
000976
000977 3730-I-APLICAR-CUENTA.
000978
000979     MOVE PAP-OBJ-TIPO-CUENTA TO WS-TIPO-CUENTA.
000980     MOVE PAP-OBJ-NRO-CUENTA  TO WS-NRO-CUENTA.
000981
000982     EXEC SQL
000983        SELECT MONEDA,
000984               CBU,
000985               NRO_CLIENTE,
000986               SALDO_ACTUAL
000987          INTO :DCLTBCUENTAS.WS-MONEDA,
000988               :DCLTBCUENTAS.WS-CBU,
000989               :DCLTBCUENTAS.WS-CUE-NRO-CLIENTE,
000990               :DCLTBCUENTAS.WS-SALDO-ACTUAL
000991          FROM  ITPFBIO.TBCUENTAS
000992         WHERE  TIPO_CUENTA = :DCLTBCUENTAS.WS-TIPO-CUENTA
000993           AND  NRO_CUENTA  = :DCLTBCUENTAS.WS-NRO-CUENTA
000994     END-EXEC.
000995
000996     MOVE SQLCODE TO WS-SQLCODE.
000997
000998     EVALUATE WS-SQLCODE
000999         WHEN ZEROS
001000              CONTINUE
001001         WHEN +100
001002              SET WS-CAMBIADO TO TRUE
001003              MOVE 'LA CUENTA YA NO EXISTE' TO WS-MOTIVO-AUTO
001004              GO TO 3730-F-APLICAR-CUENTA
001005         WHEN OTHER
001006              SET WS-ERROR-APLICA TO TRUE
001007              GO TO 3730-F-APLICAR-CUENTA
001008     END-EVALUATE.
001009
001010*    EL SALDO SE MUEVE CON LA OPERATORIA: SOLO SE COMPARAN
001011*    LOS DATOS QUE LA SOLICITUD MODIFICA
001012
001013     IF WS-MONEDA             NOT EQUAL PAP-ANT-MONEDA
001014        OR WS-CBU             NOT EQUAL PAP-ANT-CBU
001015        OR WS-CUE-NRO-CLIENTE NOT EQUAL PAP-ANT-CLIENTE
001016        SET WS-CAMBIADO TO TRUE
001017        MOVE 'DATOS CAMBIARON DESDE LA SOLIC.' TO WS-MOTIVO-AUTO
001018        GO TO 3730-F-APLICAR-CUENTA
001019     END-IF.
001020
001021     MOVE SPACES              TO REG-AUDCTA.
001022     MOVE PAP-ANT-MONEDA      TO ACA-ANT-MONEDA.
001023     MOVE PAP-ANT-CBU         TO ACA-ANT-CBU.
001024     MOVE PAP-ANT-CLIENTE     TO ACA-ANT-CLIENTE.
001025     MOVE WS-SALDO-ACTUAL     TO ACA-ANT-SALDO.
001026
001027     MOVE PAP-DES-MONEDA      TO WS-MONEDA.
001028     MOVE PAP-DES-CBU         TO WS-CBU.
001029     MOVE PAP-DES-CLIENTE     TO WS-CUE-NRO-CLIENTE.
001030     MOVE WS-DATE             TO WS-FECHA-ACTUAL.
001031
001032     EXEC SQL
001033        UPDATE ITPFBIO.TBCUENTAS
001034           SET MONEDA        =
001035                 :DCLTBCUENTAS.WS-MONEDA,
001036               CBU           =
001037                 :DCLTBCUENTAS.WS-CBU,
001038               NRO_CLIENTE   =
001039                 :DCLTBCUENTAS.WS-CUE-NRO-CLIENTE,
001040               FECHA_ACTUAL  =
001041                 :DCLTBCUENTAS.WS-FECHA-ACTUAL
001042         WHERE TIPO_CUENTA   =
001043                 :DCLTBCUENTAS.WS-TIPO-CUENTA
001044           AND NRO_CUENTA    =
001045                 :DCLTBCUENTAS.WS-NRO-CUENTA
001046     END-EXEC.
001047
001048     MOVE SQLCODE TO WS-SQLCODE.
001049
001050     IF WS-SQLCODE NOT EQUAL ZEROS
001051        DISPLAY '* ERROR DB2 AL MODIFICAR LA CUENTA. SQLCODE = '
001052                WS-SQLCODE
001053        SET WS-ERROR-APLICA TO TRUE
001054        GO TO 3730-F-APLICAR-CUENTA
001055     END-IF.
001056
001057*    AUDITORIA A NOMBRE DEL SOLICITANTE CON EL APROBADOR
001058
001059     MOVE PAP-OBJ-TIPO-CUENTA TO ACA-TIPO-CUENTA.
001060     MOVE PAP-OBJ-NRO-CUENTA  TO ACA-NRO-CUENTA.
001061     MOVE 'MODIFICACION'      TO ACA-OPERACION.
001062     MOVE WS-DATE             TO ACA-FECHA.
001063     MOVE WS-TIME             TO ACA-HORA.
001064     MOVE EIBTRMID            TO ACA-TERMINAL.
001065     MOVE EIBTASKN            TO ACA-TASKN.
001066     MOVE PAP-SOLICITANTE     TO ACA-OPERADOR.
001067     MOVE WS-COM-OPER         TO ACA-APROBADOR.
001068     MOVE WS-MONEDA           TO ACA-DES-MONEDA.
001069     MOVE WS-CBU              TO ACA-DES-CBU.
001070     MOVE WS-CUE-NRO-CLIENTE  TO ACA-DES-CLIENTE.
001071     MOVE WS-SALDO-ACTUAL     TO ACA-DES-SALDO.
001072
001073     EXEC CICS
001074          WRITE DATASET (WS-AUC-DATASET)
001075          FROM   (REG-AUDCTA)
001076          LENGTH (WS-LEN-AUC)
001077          RESP   (WS-RESP)
001078     END-EXEC.
001079
001080     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
001081        DISPLAY '* ERROR EN WRITE DE AUDITORIA. RESP = '
001082                WS-RESP
001083     END-IF.
001084
001085 3730-F-APLICAR-CUENTA. EXIT.
001086
001087**************************************
001088*                                    *
001089*  T240: NIVEL / DESBLOQUEO DEL      *
001090*  OPERADOR Y AUDOPE19 (COMO LA      *
001091*  T240)                             *
001092*                                    *
001093**************************************
001094
001095 3740-I-APLICAR-OPERADOR.
001096
001097     MOVE PAP-OBJ-OPE-ID TO WS-RIDFLD-OPE.
001098
001099     EXEC CICS
001100          READ DATASET (WS-OPER-DATASET)
001101          RIDFLD (WS-RIDFLD-OPE)
001102          INTO   (REG-OPERADOR-ADM)
001103          LENGTH (WS-LEN-OPER)
001104          UPDATE
001105          EQUAL
001106          RESP   (WS-RESP)
001107     END-EXEC.
001108
001109     EVALUATE WS-RESP
001110         WHEN DFHRESP(NORMAL)
001111              CONTINUE
001112         WHEN DFHRESP(NOTFND)
001113              SET WS-CAMBIADO TO TRUE
001114              MOVE 'EL PERFIL YA NO EXISTE' TO WS-MOTIVO-AUTO
001115              GO TO 3740-F-APLICAR-OPERADOR
001116         WHEN OTHER
001117              SET WS-ERROR-APLICA TO TRUE
001118              GO TO 3740-F-APLICAR-OPERADOR
001119     END-EVALUATE.
001120
001121*    LOS INTENTOS FALLIDOS NO SE COMPARAN: PUEDEN SUBIR
001122*    MIENTRAS LA SOLICITUD ESPERA
001123
001124     IF ADM-OPE-NOMBRE    NOT EQUAL PAP-ANT-NOMBRE
001125        OR ADM-OPE-NIVEL  NOT EQUAL PAP-ANT-NIVEL
001126        OR ADM-OPE-CLAVE  NOT EQUAL PAP-ANT-CLAVE
001127        OR ADM-OPE-ESTADO NOT EQUAL PAP-ANT-OPE-ESTADO
001128        EXEC CICS
001129             UNLOCK DATASET (WS-OPER-DATASET)
001130        END-EXEC
001131        SET WS-CAMBIADO TO TRUE
001132        MOVE 'DATOS CAMBIARON DESDE LA SOLIC.' TO WS-MOTIVO-AUTO
001133        GO TO 3740-F-APLICAR-OPERADOR
001134     END-IF.
001135
001136     MOVE PAP-DES-NOMBRE     TO ADM-OPE-NOMBRE.
001137     MOVE PAP-DES-NIVEL      TO ADM-OPE-NIVEL.
001138     MOVE PAP-DES-CLAVE      TO ADM-OPE-CLAVE.
001139     MOVE PAP-DES-OPE-ESTADO TO ADM-OPE-ESTADO.
001140     MOVE PAP-DES-INTENTOS   TO ADM-OPE-INTENTOS.
001141
001142     EXEC CICS
001143          REWRITE DATASET (WS-OPER-DATASET)
001144          FROM   (REG-OPERADOR-ADM)
001145          LENGTH (WS-LEN-OPER)
001146          RESP   (WS-RESP)
001147     END-EXEC.
001148
001149     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
001150        SET WS-ERROR-APLICA TO TRUE
001151        GO TO 3740-F-APLICAR-OPERADOR
001152     END-IF.
001153
001154*    AUDITORIA A NOMBRE DEL SOLICITANTE CON EL APROBADOR
001155
001156     MOVE SPACES          TO REG-AUDOPER.
001157     MOVE PAP-OBJ-OPE-ID  TO AOP-OPE-ID.
001158     MOVE PAP-OPERACION   TO AOP-OPERACION.
001159     MOVE PAP-ANT-NIVEL   TO AOP-NIVEL-ANTES.
001160     MOVE ADM-OPE-NIVEL   TO AOP-NIVEL-DESPUES.
001161     MOVE WS-DATE         TO AOP-FECHA.
001162     MOVE WS-TIME         TO AOP-HORA.
001163     MOVE EIBTRMID        TO AOP-TERMINAL.
001164     MOVE EIBTASKN        TO AOP-TASKN.
001165     MOVE PAP-SOLICITANTE TO AOP-OPERADOR.
001166     MOVE WS-COM-OPER     TO AOP-APROBADOR.
001167
001168     EXEC CICS
001169          WRITE DATASET (WS-AUO-DATASET)
001170          FROM   (REG-AUDOPER)
001171          LENGTH (WS-LEN-AUO)
001172          RESP   (WS-RESP)
001173     END-EXEC.
001174
001175     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
001176        DISPLAY '* ERROR EN WRITE DE AUDITORIA. RESP = '
001177                WS-RESP
001178     END-IF.
001179
001180 3740-F-APLICAR-OPERADOR. EXIT.
001181
001182**************************************
001183*                                    *
001184*  RECHAZO: SE CIERRA LA SOLICITUD   *
001185*  CON EL MOTIVO, SIN TOCAR NADA     *
001186*                                    *
001187**************************************
001188
001189 3750-I-RECHAZAR.
001190
001191     SET WS-INICIO TO TRUE.
001192     INITIALIZE MAP0172O.
001193
001194     IF CAMPI = 'N'
001195        MOVE 'SE CANCELO EL RECHAZO. PULSE ENTER.' TO MSGO
001196        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
001197        GO TO 3750-F-RECHAZAR
001198     END-IF.
001199
001200     IF CAMPI NOT EQUAL 'S'
001201        MOVE 'ERROR, INGRESE UNICAMENTE  S / N. PULSE ENTER.'
001202             TO MSGO
001203        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
001204        GO TO 3750-F-RECHAZAR
001205     END-IF.
001206
001207     PERFORM 3710-I-TOMAR-SOLICITUD
001208        THRU 3710-F-TOMAR-SOLICITUD.
001209
001210     IF WS-DATOS-INVALIDOS
001211        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
001212        GO TO 3750-F-RECHAZAR
001213     END-IF.
001214
001215     SET PAP-RECHAZADA    TO TRUE.
001216     MOVE WS-COM-MOTIVO   TO PAP-MOTIVO.
001217
001218     PERFORM 3780-I-CERRAR-SOLICITUD
001219        THRU 3780-F-CERRAR-SOLICITUD.
001220
001221     IF WS-DATOS-INVALIDOS
001222        PERFORM 3790-I-DESHACER THRU 3790-F-DESHACER
001223        PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR
001224        GO TO 3750-F-RECHAZAR
001225     END-IF.
001226
001227     PERFORM 4700-I-MOSTRAR-SOLICITUD
001228        THRU 4700-F-MOSTRAR-SOLICITUD.
001229     MOVE 'SOLICITUD RECHAZADA. PULSE ENTER PARA SEGUIR.' TO MSGO.
001230
001231     PERFORM 4900-I-ENVIAR THRU 4900-F-ENVIAR.
001232
001233 3750-F-RECHAZAR. EXIT.
001234
001235**************************************
001236*                                    *
001237*  CIERRE DE LA SOLICITUD TOMADA     *
001238*  CON UPDATE (ESTADO YA PUESTO)     *
001239*                                    *
001240**************************************
001241
001242 3780-I-CERRAR-SOLICITUD.
001243
001244     SET WS-DATOS-VALIDOS TO TRUE.
001245
001246     MOVE WS-COM-OPER TO PAP-RESOLUTOR.
001247     MOVE WS-AAAAMMDD TO PAP-FECHA-RESOL.
001248     MOVE WS-TIME     TO PAP-HORA-RESOL.
001249
001250     EXEC CICS
001251          REWRITE DATASET (WS-PAP-DATASET)
001252          FROM   (REG-PENAPR)
001253          LENGTH (WS-LEN-PAP)
001254          RESP   (WS-RESP)
001255     END-EXEC.
001256
001257     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
001258        SET WS-DATOS-INVALIDOS TO TRUE
001259     END-IF.
001260
001261 3780-F-CERRAR-SOLICITUD. EXIT.
001262
001263**************************************
001264*                                    *
001265*  DESHACER LA UNIDAD DE TRABAJO     *
001266*                                    *
001267**************************************
001268
001269 3790-I-DESHACER.
001270
001271     EXEC CICS
001272          SYNCPOINT ROLLBACK
001273     END-EXEC.
001274
001275     MOVE 'ERROR AL RESOLVER. NO SE APLICO NINGUN CAMBIO.'
001276          TO MSGO.
001277     SET WS-INICIO TO TRUE.
001278
001279 3790-F-DESHACER. EXIT.
001280
001281**************************************
001282*                                    *
001283*  SOLICITUD EN PANTALLA (CABECERA   *
001284*  Y DETALLE ANTES / DESPUES)        *
001285*                                    *
001286**************************************
001287
001288 4700-I-MOSTRAR-SOLICITUD.
001289
001290     MOVE PAP-FECHA       TO WS-FECHA-NUM.
001291     MOVE WS-FNU-DD       TO WS-FED-DD.
001292     MOVE WS-FNU-MM       TO WS-FED-MM.
001293     MOVE WS-FNU-AAAA     TO WS-FED-AAAA.
001294     MOVE WS-FECHA-ED     TO FECSOLO.
001295     MOVE PAP-HORA        TO HORSOLO.
001296     MOVE PAP-TERMINAL    TO TERSOLO.
001297     MOVE PAP-TASKN       TO TAREAO.
001298     MOVE PAP-TRANSACCION TO TRANSO.
001299     MOVE PAP-OPERACION   TO OPERACO.
001300     MOVE PAP-SOLICITANTE TO SOLICO.
001301     MOVE PAP-NIVEL-REQUERIDO TO NIVREQO.
001302     MOVE PAP-MOTIVO      TO MOTIVOO.
001303
001304     MOVE SPACES TO WS-DETALLES.
001305     MOVE SPACES TO WS-OBJETO-ED.
001306
001307     EVALUATE PAP-TRANSACCION
001308         WHEN 'T219'
001309              PERFORM 4710-I-DETALLE-PERSONA
001310                 THRU 4710-F-DETALLE-PERSONA
001311         WHEN 'T220'
001312              PERFORM 4720-I-DETALLE-CUENTA
001313                 THRU 4720-F-DETALLE-CUENTA
001314         WHEN 'T240'
001315              PERFORM 4730-I-DETALLE-OPERADOR
001316                 THRU 4730-F-DETALLE-OPERADOR
001317     END-EVALUATE.
001318
001319     PERFORM 4790-I-MARCAR THRU 4790-F-MARCAR
001320        VARYING WS-DET-IDX FROM 1 BY 1
001321          UNTIL WS-DET-IDX GREATER THAN 7.
001322
001323     MOVE WS-OBJETO-ED     TO OBJETOO.
001324     MOVE WS-DET-LINEA (1) TO DET1O.
001325     MOVE WS-DET-LINEA (2) TO DET2O.
001326     MOVE WS-DET-LINEA (3) TO DET3O.
001327     MOVE WS-DET-LINEA (4) TO DET4O.
001328     MOVE WS-DET-LINEA (5) TO DET5O.
001329     MOVE WS-DET-LINEA (6) TO DET6O.
001330     MOVE WS-DET-LINEA (7) TO DET7O.
001331
001332 4700-F-MOSTRAR-SOLICITUD. EXIT.
001333
001334 4710-I-DETALLE-PERSONA.
001335
001336     MOVE 'PERSONA'          TO WS-OBJ-ED-DESC.
001337     MOVE PAP-OBJ-TIP-DOC    TO WS-OBJ-ED-TIPO.
001338     MOVE PAP-OBJ-NRO-DOC    TO WS-OBJ-ED-NRO.
001339
001340     MOVE 'NOMBRE'           TO WS-DET-DATO (1).
001341     MOVE PAP-ANT-NOMAPE     TO WS-DET-ANTES (1).
001342     MOVE PAP-DES-NOMAPE     TO WS-DET-DESPUES (1).
001343     MOVE 'DIRECCION'        TO WS-DET-DATO (2).
001344     MOVE PAP-ANT-DIRECCION  TO WS-DET-ANTES (2).
001345     MOVE PAP-DES-DIRECCION  TO WS-DET-DESPUES (2).
001346     MOVE 'EMAIL'            TO WS-DET-DATO (3).
001347     MOVE PAP-ANT-EMAIL      TO WS-DET-ANTES (3).
001348     MOVE PAP-DES-EMAIL      TO WS-DET-DESPUES (3).
001349     MOVE 'TELEFONO'         TO WS-DET-DATO (4).
001350     MOVE PAP-ANT-TELEFONO   TO WS-DET-ANTES (4).
001351     MOVE PAP-DES-TELEFONO   TO WS-DET-DESPUES (4).
001352     MOVE 'LOCALIDAD'        TO WS-DET-DATO (5).
001353     MOVE PAP-ANT-LOCALIDAD  TO WS-DET-ANTES (5).
001354     MOVE PAP-DES-LOCALIDAD  TO WS-DET-DESPUES (5).
001355     MOVE 'SEXO'             TO WS-DET-DATO (6).
001356     MOVE PAP-ANT-SEXO       TO WS-DET-ANTES (6).
001357     MOVE PAP-DES-SEXO       TO WS-DET-DESPUES (6).
001358     MOVE 'NRO CLIENTE'      TO WS-DET-DATO (7).
001359     MOVE PAP-ANT-CLI-NRO    TO WS-DET-ANTES (7).
001360     MOVE PAP-DES-CLI-NRO    TO WS-DET-DESPUES (7).
001361
001362 4710-F-DETALLE-PERSONA. EXIT.
001363
001364 4720-I-DETALLE-CUENTA.
001365
001366     MOVE 'CUENTA'            TO WS-OBJ-ED-DESC.
001367     MOVE PAP-OBJ-TIPO-CUENTA TO WS-OBJ-ED-TIPO.
001368     MOVE PAP-OBJ-NRO-CUENTA  TO WS-OBJ-ED-NRO.
001369
001370     MOVE 'MONEDA'            TO WS-DET-DATO (1).
001371     MOVE PAP-ANT-MONEDA      TO WS-DET-ANTES (1).
001372     MOVE PAP-DES-MONEDA      TO WS-DET-DESPUES (1).
001373     MOVE 'CBU'               TO WS-DET-DATO (2).
001374     MOVE PAP-ANT-CBU         TO WS-DET-ANTES (2).
001375     MOVE PAP-DES-CBU         TO WS-DET-DESPUES (2).
001376     MOVE 'NRO CLIENTE'       TO WS-DET-DATO (3).
001377     MOVE PAP-ANT-CLIENTE     TO WS-DET-ANTES (3).
001378     MOVE PAP-DES-CLIENTE     TO WS-DET-DESPUES (3).
001379     MOVE 'SALDO'             TO WS-DET-DATO (4).
001380     MOVE PAP-ANT-SALDO       TO WS-SALDO-ED.
001381     MOVE WS-SALDO-ED         TO WS-DET-ANTES (4).
001382     MOVE WS-SALDO-ED         TO WS-DET-DESPUES (4).
001383
001384 4720-F-DETALLE-CUENTA. EXIT.
001385
001386 4730-I-DETALLE-OPERADOR.
001387
001388     MOVE 'OPERADOR'          TO WS-OBJ-ED-DESC.
001389     MOVE PAP-OBJ-OPE-ID      TO WS-OBJ-ED-NRO.
001390
001391     MOVE 'NOMBRE'            TO WS-DET-DATO (1).
001392     MOVE PAP-ANT-NOMBRE      TO WS-DET-ANTES (1).
001393     MOVE PAP-DES-NOMBRE      TO WS-DET-DESPUES (1).
001394     MOVE 'NIVEL'             TO WS-DET-DATO (2).
001395     MOVE PAP-ANT-NIVEL       TO WS-DET-ANTES (2).
001396     MOVE PAP-DES-NIVEL       TO WS-DET-DESPUES (2).
001397     MOVE 'ESTADO'            TO WS-DET-DATO (3).
001398     MOVE PAP-ANT-OPE-ESTADO  TO WS-DET-ANTES (3).
001399     MOVE PAP-DES-OPE-ESTADO  TO WS-DET-DESPUES (3).
001400     MOVE 'INTENTOS'          TO WS-DET-DATO (4).
001401     MOVE PAP-ANT-INTENTOS    TO WS-DET-ANTES (4).
001402     MOVE PAP-DES-INTENTOS    TO WS-DET-DESPUES (4).
001403
001404*    LA CLAVE NO SE MUESTRA: SOLO SI CAMBIA
001405
001406     MOVE 'CLAVE'             TO WS-DET-DATO (5).
001407     MOVE '****'              TO WS-DET-ANTES (5).
001408     IF PAP-DES-CLAVE EQUAL PAP-ANT-CLAVE
001409        MOVE '****'           TO WS-DET-DESPUES (5)
001410     ELSE
001411        MOVE 'NUEVA CLAVE'    TO WS-DET-DESPUES (5)
001412     END-IF.
001413
001414 4730-F-DETALLE-OPERADOR. EXIT.
001415
001416 4790-I-MARCAR.
001417
001418     IF WS-DET-DATO (WS-DET-IDX) NOT EQUAL SPACES
001419        AND WS-DET-ANTES (WS-DET-IDX)
001420            NOT EQUAL WS-DET-DESPUES (WS-DET-IDX)
001421        MOVE '*' TO WS-DET-MARCA (WS-DET-IDX)
001422     END-IF.
001423
001424 4790-F-MARCAR. EXIT.
001425
001426**************************************
001427*                                    *
001428*  ENVIO DE LA PANTALLA              *
001429*                                    *
001430**************************************
001431
001432 4900-I-ENVIAR.
001433
001434     MOVE WS-COM-OPER   TO OPERO.
001435     MOVE EIBTRMID      TO TERMO.
001436     MOVE WS-DATE       TO FECHAO.
001437
001438     EXEC CICS SEND MAP (WS-MAP)
001439           MAPSET (WS-MAPSET)
001440           FROM (MAP0172O)
001441           LENGTH (WS-LONG)
001442           ERASE
001443           FREEKB
001444     END-EXEC.
001445
001446 4900-F-ENVIAR. EXIT.
001447
001448 4950-I-ENVIAR-CURSOR.
001449
001450     MOVE WS-COM-OPER   TO OPERO.
001451     MOVE EIBTRMID      TO TERMO.
001452     MOVE WS-DATE       TO FECHAO.
001453
001454     EXEC CICS SEND MAP (WS-MAP)
001455           MAPSET (WS-MAPSET)
001456           FROM (MAP0172O)
001457           LENGTH (WS-LONG)
001458           CURSOR
001459           ERASE
001460           FREEKB
001461     END-EXEC.
001462
001463 4950-F-ENVIAR-CURSOR. EXIT.
001464
001465 3500-I-CLEAN.
001466
001467        INITIALIZE MAP0172O.
001468        SET WS-INICIO TO TRUE
001469        MOVE LOW-VALUES  TO WS-COM-CLAVE
001470        MOVE SPACES      TO WS-COM-MOTIVO
001471        MOVE WS-COM-OPER TO OPERO
001472        MOVE EIBTRMID    TO TERMO
001473        MOVE WS-DATE     TO FECHAO
001474
001475     EXEC CICS SEND MAP (WS-MAP)
001476           MAPSET (WS-MAPSET)
001477           FROM (MAP0172O)
001478           LENGTH (WS-LONG)
001479           ERASE
001480     END-EXEC.
001481
001482 3500-F-CLEAN. EXIT.
001483
001484 3800-I-ESC.
001485
001486      EXEC CICS
001487         SEND CONTROL ERASE
001488      END-EXEC
001489
001490      EXEC CICS
001491         RETURN
001492      END-EXEC.
001493
001494 3800-F-ESC. EXIT.
001495
001496 3999-I-LOOP.
001497     EXEC CICS
001498          RETURN TRANSID('T272')
001499          COMMAREA (WS-COMMAREA)
001500     END-EXEC.
001501
001502 3999-F-LOOP. EXIT.
001503
001504**************************************
001505*                                    *
001506*  RECUPERACION DE ABEND             *
001507*                                    *
001508**************************************
001509
001510 9000-I-ABEND.
001511
001512     DISPLAY '* ABEND EN PGMAPR72. EIBFN = ' EIBFN
001513             ' WS-RESP = ' WS-RESP.
001514
001515     EXEC CICS
001516          SYNCPOINT ROLLBACK
001517     END-EXEC.
001518
001519     INITIALIZE MAP0172O.
001520     MOVE LENGTH OF MAP0172O        TO WS-LONG.
001521     MOVE WS-DATE                   TO FECHAO.
001522     MOVE 'OCURRIO UN ERROR. NO SE APLICO NINGUN CAMBIO.' TO MSGO.
001523
001524     EXEC CICS
001525          SEND MAP (WS-MAP)
001526          MAPSET (WS-MAPSET)
001527          FROM (MAP0172O)
001528          LENGTH (WS-LONG)
001529          ERASE
001530          FREEKB
001531     END-EXEC.
001532
001533     SET WS-INICIO TO TRUE.
001534
001535     EXEC CICS
001536          RETURN TRANSID('T272')
001537          COMMAREA (WS-COMMAREA)
001538     END-EXEC.
001539
001540 9000-F-ABEND. EXIT.
