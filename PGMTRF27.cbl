000199*             * DE CUENTAS DORMIDAS  *
000199*             * (INACTI19)           *
000199**************************************
000200* 15/10/2026  * BLOQUEO POR REVISION *
000200*             * KYC VENCIDA DEL      *
000200*             * TITULAR (KYCCLI19)   *
000200**************************************
000200 AUTHOR. NAHUEL GATTARI.
000201 ENVIRONMENT DIVISION.
000202 CONFIGURATION SECTION.
002119 01 WS-LEN-TRQ             PIC S9(04)      VALUE 80   COMP.
002119 01 WS-INA-DATASET         PIC X(08)       VALUE 'INACTI19'.
002119 01 WS-LEN-INA             PIC S9(04)      VALUE 50   COMP.
002119 01 WS-KYC-DATASET         PIC X(08)       VALUE 'KYCCLI19'.
002119 01 WS-LEN-KYC             PIC S9(04)      VALUE 80   COMP.
002119 01 WS-RIDFLD-KYC          PIC 9(05)       VALUE ZEROS.
002119 01 WS-ACU-DATASET         PIC X(08)       VALUE 'ACUERD19'.
002119 01 WS-LEN-ACU             PIC S9(04)      VALUE 80   COMP.
002119 01 WS-RIDFLD-ACU.
004908    COPY CPINTERC.
004909    COPY CPACUERD.
004909    COPY CPINACTI.
004909    COPY CPKYCCLI.
004910
004911**************************************
004912*      AREA DE COMUNICACION DB2       *
033958     IF WS-DATOS-INVALIDOS
033959        GO TO 3400-F-LEER-CUENTAS
033959     END-IF.
033959
033959*    EL TITULAR CON LA REVISION KYC VENCIDA NO PUEDE
033959*    TRANSFERIR HASTA CONFIRMAR SUS DATOS (T219 PF10)
033959
033959     PERFORM 3447-I-CONTROL-KYC
033959        THRU 3447-F-CONTROL-KYC.
033959
033959     IF WS-DATOS-INVALIDOS
033959        GO TO 3400-F-LEER-CUENTAS
033959     END-IF.
033960
033960*    UN ACUERDO DE SOBREGIRO VIGENTE PERMITE QUE EL SALDO
033960*    BAJE HASTA SU LIMITE
034607     END-IF.
034608
034609 3445-F-CONTROL-DORMIDA. EXIT.
034609
034609**************************************
034609*                                    *
034609*  REVISION KYC DEL TITULAR DE LA    *
034609*  CUENTA ORIGEN VENCIDA ?           *
034609*                                    *
034609**************************************
034609
034609 3447-I-CONTROL-KYC.
034609
034609     MOVE WS-CLIENTE-ORIGEN TO WS-RIDFLD-KYC.
034609
034609     EXEC CICS
034609          READ DATASET (WS-KYC-DATASET)
034609          RIDFLD (WS-RIDFLD-KYC)
034609          INTO   (REG-KYCCLI)
034609          LENGTH (WS-LEN-KYC)
034609          EQUAL
034609          RESP   (WS-RESP)
034609     END-EXEC.
034609
034609     IF WS-RESP EQUAL DFHRESP(NORMAL)
034609        AND KYC-VENCIDA
034609        MOVE
034609     'REVISION KYC VENCIDA. CONFIRME DATOS DEL CLIENTE (T219).'
034609             TO MSGO
034609        SET WS-DATOS-INVALIDOS TO TRUE
034609     END-IF.
034609
034609 3447-F-CONTROL-KYC. EXIT.
034610
034511**************************************
034512*                                    *
