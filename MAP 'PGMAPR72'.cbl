000911          TITLE 'APROBACION DE CAMBIOS PENDIENTES'
000912 MAP0272  DFHMSD TYPE=&SYSPARM,MODE=INOUT,CTRL=(FREEKB,FRSET),          *
000913                LANG=COBOL,TIOAPFX=YES,COLOR=BLUE
000914 MAP0172  DFHMDI SIZE=(24,80)
000915          DFHMDF POS=(1,7),LENGTH=32,                                   *
000916                INITIAL='APROBACION DE CAMBIOS PENDIENTES',             *
000917                HILIGHT=UNDERLINE
000918          DFHMDF POS=(1,40),LENGTH=1,ATTRB=PROT
000919 MAPA     DFHMDF POS=(1,60),LENGTH=12,INITIAL='T272-MAP0272',           *
000920                HILIGHT=UNDERLINE,ATTRB=PROT
000921          DFHMDF POS=(1,73),LENGTH=1,ATTRB=PROT
000922
000923 FECHA    DFHMDF POS=(2,61),LENGTH=10,ATTRB=PROT
000924
000925          DFHMDF POS=(2,6),LENGTH=10,INITIAL='OPERADOR :'
000926 OPER     DFHMDF POS=(2,17),LENGTH=8,ATTRB=(IC,UNPROT,FSET),           *
000927                COLOR=YELLOW,HILIGHT=UNDERLINE
000928          DFHMDF POS=(2,26),LENGTH=1,ATTRB=(ASKIP,PROT)
000929          DFHMDF POS=(2,30),LENGTH=10,INITIAL='TERMINAL :'
000930 TERM     DFHMDF POS=(2,41),LENGTH=4,ATTRB=(ASKIP,PROT),               *
000931                COLOR=TURQUOISE
000932          DFHMDF POS=(2,46),LENGTH=1,ATTRB=PROT
000933
000934          DFHMDF POS=(4,6),LENGTH=15,INITIAL='SOLICITUD     :'
000935 FECSOL   DFHMDF POS=(4,22),LENGTH=10,ATTRB=(ASKIP,PROT),               *
000936                COLOR=TURQUOISE
000937 HORSOL   DFHMDF POS=(4,33),LENGTH=8,ATTRB=(ASKIP,PROT),                *
000938                COLOR=TURQUOISE
000939          DFHMDF POS=(4,43),LENGTH=10,INITIAL='TERMINAL :'
000940 TERSOL   DFHMDF POS=(4,54),LENGTH=4,ATTRB=(ASKIP,PROT),                *
000941                COLOR=TURQUOISE
000942          DFHMDF POS=(4,60),LENGTH=7,INITIAL='TAREA :'
000943 TAREA    DFHMDF POS=(4,68),LENGTH=7,ATTRB=(ASKIP,PROT),                *
000944                COLOR=TURQUOISE
000945          DFHMDF POS=(4,76),LENGTH=1,ATTRB=PROT
000946
000947          DFHMDF POS=(5,6),LENGTH=15,INITIAL='TRANSACCION   :'
000948 TRANS    DFHMDF POS=(5,22),LENGTH=4,ATTRB=(ASKIP,PROT),                *
000949                COLOR=TURQUOISE
000950          DFHMDF POS=(5,28),LENGTH=11,INITIAL='OPERACION :'
000951 OPERAC   DFHMDF POS=(5,40),LENGTH=13,ATTRB=(ASKIP,PROT),               *
000952                COLOR=TURQUOISE
000953          DFHMDF POS=(5,54),LENGTH=1,ATTRB=PROT
000954
000955          DFHMDF POS=(6,6),LENGTH=15,INITIAL='OBJETO        :'
000956 OBJETO   DFHMDF POS=(6,22),LENGTH=30,ATTRB=(ASKIP,PROT),               *
000957                COLOR=TURQUOISE
000958          DFHMDF POS=(6,53),LENGTH=1,ATTRB=PROT
000959
000960          DFHMDF POS=(7,6),LENGTH=15,INITIAL='SOLICITANTE   :'
000961 SOLIC    DFHMDF POS=(7,22),LENGTH=8,ATTRB=(ASKIP,PROT),                *
000962                COLOR=TURQUOISE
000963          DFHMDF POS=(7,32),LENGTH=17,INITIAL='NIVEL REQUERIDO :'
000964 NIVREQ   DFHMDF POS=(7,50),LENGTH=1,ATTRB=(ASKIP,PROT),                *
000965                COLOR=TURQUOISE
000966          DFHMDF POS=(7,52),LENGTH=1,ATTRB=PROT
000967
000968          DFHMDF POS=(9,3),LENGTH=74,                                   *
000969                INITIAL=' DATO        ANTES                          DES*
000970                PUESTO',HILIGHT=UNDERLINE
000971 DET1     DFHMDF POS=(10,3),LENGTH=74,ATTRB=(ASKIP,PROT),               *
000972                COLOR=TURQUOISE
000973 DET2     DFHMDF POS=(11,3),LENGTH=74,ATTRB=(ASKIP,PROT),               *
000974                COLOR=TURQUOISE
000975 DET3     DFHMDF POS=(12,3),LENGTH=74,ATTRB=(ASKIP,PROT),               *
000976                COLOR=TURQUOISE
000977 DET4     DFHMDF POS=(13,3),LENGTH=74,ATTRB=(ASKIP,PROT),               *
000978                COLOR=TURQUOISE
000979 DET5     DFHMDF POS=(14,3),LENGTH=74,ATTRB=(ASKIP,PROT),               *
000980                COLOR=TURQUOISE
000981 DET6     DFHMDF POS=(15,3),LENGTH=74,ATTRB=(ASKIP,PROT),               *
000982                COLOR=TURQUOISE
000983 DET7     DFHMDF POS=(16,3),LENGTH=74,ATTRB=(ASKIP,PROT),               *
000984                COLOR=TURQUOISE
000985
000986          DFHMDF POS=(18,6),LENGTH=15,INITIAL='CONFIRMA S/N  :'
000987 CAMP     DFHMDF POS=(18,22),LENGTH=1,ATTRB=(ASKIP,PROT,FSET),          *
000988                COLOR=YELLOW,HILIGHT=UNDERLINE
000989          DFHMDF POS=(18,24),LENGTH=1,ATTRB=PROT
000990
000991          DFHMDF POS=(19,6),LENGTH=15,INITIAL='MOTIVO RECHAZO:'
000992 MOTIVO   DFHMDF POS=(19,22),LENGTH=30,ATTRB=(UNPROT,FSET),             *
000993                COLOR=YELLOW,HILIGHT=UNDERLINE
000994          DFHMDF POS=(19,53),LENGTH=1,ATTRB=PROT
000995
000996 MSG      DFHMDF POS=(22,4),LENGTH=72,PICOUT='X(72)',COLOR=GREEN,       *
000997                ATTRB=(FSET,PROT)
000998          DFHMDF POS=(22,77),LENGTH=1,ATTRB=(ASKIP,PROT)
000999
001000          DFHMDF POS=(23,3),LENGTH=75,INITIAL='ENTER/PF8:SIGUIENTE PEND*
001001                IENTE  PF5:APROBAR  PF6:RECHAZAR (CON MOTIVO)'
001002          DFHMDF POS=(24,3),LENGTH=75,INITIAL='PF4:LIMPIAR  PF12:SALIR'
001003          DFHMDF POS=(24,79),LENGTH=1,ATTRB=(ASKIP,PROT)
001004
001005          DFHMSD TYPE=FINAL
001006          END
