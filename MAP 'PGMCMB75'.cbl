000911          TITLE 'COMPRA-VENTA DE MONEDA EXTRANJERA'
000912 MAP0275  DFHMSD TYPE=&SYSPARM,MODE=INOUT,CTRL=(FREEKB,FRSET),          *
000913                LANG=COBOL,TIOAPFX=YES,COLOR=BLUE
000914 MAP0275  DFHMDI SIZE=(24,80)
000915          DFHMDF POS=(1,7),LENGTH=33,                                   *
000916                INITIAL='COMPRA-VENTA DE MONEDA EXTRANJERA',            *
000917                HILIGHT=UNDERLINE
000918          DFHMDF POS=(1,41),LENGTH=1,ATTRB=PROT
000919 MAPA     DFHMDF POS=(1,60),LENGTH=12,INITIAL='T275-MAP0275',           *
000920                HILIGHT=UNDERLINE,ATTRB=PROT
000921          DFHMDF POS=(1,73),LENGTH=1,ATTRB=PROT
000922
000923 FECHA    DFHMDF POS=(2,61),LENGTH=10,ATTRB=PROT
000924
000925          DFHMDF POS=(2,6),LENGTH=10,INITIAL='OPERADOR :'
000926 OPER     DFHMDF POS=(2,17),LENGTH=8,ATTRB=(UNPROT,FSET),               *
000927                COLOR=YELLOW,HILIGHT=UNDERLINE
000928          DFHMDF POS=(2,26),LENGTH=1,ATTRB=(ASKIP,PROT)
000929          DFHMDF POS=(2,30),LENGTH=10,INITIAL='TERMINAL :'
000930 TERM     DFHMDF POS=(2,41),LENGTH=4,ATTRB=(ASKIP,PROT),                *
000931                COLOR=TURQUOISE
000932          DFHMDF POS=(2,46),LENGTH=1,ATTRB=PROT
000933
000934          DFHMDF POS=(4,6),LENGTH=20,INITIAL='OPERACION (C/V)    :'
000935 OPERAC   DFHMDF POS=(4,27),LENGTH=1,ATTRB=(IC,UNPROT,FSET),            *
000936                COLOR=YELLOW,HILIGHT=UNDERLINE
000937          DFHMDF POS=(4,29),LENGTH=1,ATTRB=(ASKIP,PROT)
000938          DFHMDF POS=(4,31),LENGTH=44,                                  *
000939                INITIAL='C = EL CLIENTE COMPRA  V = EL CLIENTE VENDE'
000940
000941          DFHMDF POS=(6,6),LENGTH=20,INITIAL='CUENTA EN PESOS    :'
000942 TIPPES   DFHMDF POS=(6,27),LENGTH=2,ATTRB=(UNPROT,FSET),               *
000943                PICIN='XX',COLOR=YELLOW,HILIGHT=UNDERLINE
000944          DFHMDF POS=(6,30),LENGTH=1,ATTRB=(ASKIP,PROT)
000945 CTAPES   DFHMDF POS=(6,32),LENGTH=15,ATTRB=(UNPROT,FSET),              *
000946                COLOR=YELLOW,HILIGHT=UNDERLINE
000947          DFHMDF POS=(6,48),LENGTH=1,ATTRB=(ASKIP,PROT)
000948
000949          DFHMDF POS=(7,6),LENGTH=20,INITIAL='CUENTA EN DOLARES  :'
000950 TIPDOL   DFHMDF POS=(7,27),LENGTH=2,ATTRB=(UNPROT,FSET),               *
000951                PICIN='XX',COLOR=YELLOW,HILIGHT=UNDERLINE
000952          DFHMDF POS=(7,30),LENGTH=1,ATTRB=(ASKIP,PROT)
000953 CTADOL   DFHMDF POS=(7,32),LENGTH=15,ATTRB=(UNPROT,FSET),              *
000954                COLOR=YELLOW,HILIGHT=UNDERLINE
000955          DFHMDF POS=(7,48),LENGTH=1,ATTRB=(ASKIP,PROT)
000956
000957          DFHMDF POS=(9,6),LENGTH=20,INITIAL='DOLARES EN CENTAVOS:'
000958 IMPORT   DFHMDF POS=(9,27),LENGTH=13,ATTRB=(NUM,UNPROT,FSET),          *
000959                COLOR=YELLOW,HILIGHT=UNDERLINE
000960          DFHMDF POS=(9,41),LENGTH=1,ATTRB=PROT
000961
000962          DFHMDF POS=(11,6),LENGTH=15,INITIAL='CONFIRMA S/N  :'
000963 CAMP     DFHMDF POS=(11,22),LENGTH=1,ATTRB=(UNPROT,FSET),              *
000964                COLOR=YELLOW,HILIGHT=UNDERLINE
000965          DFHMDF POS=(11,24),LENGTH=1,ATTRB=PROT
000966
000967          DFHMDF POS=(13,6),LENGTH=20,INITIAL='COTIZACION DEL DIA :'
000968 COTBAS   DFHMDF POS=(13,27),LENGTH=12,ATTRB=(ASKIP,PROT),              *
000969                PICOUT='ZZZ.ZZ9,9999',COLOR=TURQUOISE
000970          DFHMDF POS=(13,40),LENGTH=1,ATTRB=PROT
000971          DFHMDF POS=(13,46),LENGTH=9,INITIAL='SPREAD %:'
000972 SPREAD   DFHMDF POS=(13,56),LENGTH=7,ATTRB=(ASKIP,PROT),               *
000973                PICOUT='Z9,9999',COLOR=TURQUOISE
000974          DFHMDF POS=(13,64),LENGTH=1,ATTRB=PROT
000975
000976          DFHMDF POS=(14,6),LENGTH=20,INITIAL='COTIZACION APLICADA:'
000977 COTAPL   DFHMDF POS=(14,27),LENGTH=12,ATTRB=(ASKIP,PROT),              *
000978                PICOUT='ZZZ.ZZ9,9999',COLOR=TURQUOISE
000979          DFHMDF POS=(14,40),LENGTH=1,ATTRB=PROT
000980
000981          DFHMDF POS=(15,6),LENGTH=20,INITIAL='IMPORTE EN PESOS   :'
000982 PESOS    DFHMDF POS=(15,27),LENGTH=15,ATTRB=(ASKIP,PROT),              *
000983                PICOUT='-ZZZ.ZZZ.999,99',COLOR=TURQUOISE
000984          DFHMDF POS=(15,43),LENGTH=1,ATTRB=PROT
000985
000986          DFHMDF POS=(17,6),LENGTH=20,INITIAL='SALDO CTA PESOS    :'
000987 SALPES   DFHMDF POS=(17,27),LENGTH=15,ATTRB=(ASKIP,PROT),              *
000988                PICOUT='-ZZZ.ZZZ.999,99',COLOR=TURQUOISE
000989          DFHMDF POS=(17,43),LENGTH=1,ATTRB=PROT
000990
000991          DFHMDF POS=(18,6),LENGTH=20,INITIAL='SALDO CTA DOLARES  :'
000992 SALDOL   DFHMDF POS=(18,27),LENGTH=15,ATTRB=(ASKIP,PROT),              *
000993                PICOUT='-ZZZ.ZZZ.999,99',COLOR=TURQUOISE
000994          DFHMDF POS=(18,43),LENGTH=1,ATTRB=PROT
000995
000996          DFHMDF POS=(19,6),LENGTH=20,INITIAL='COMPRADO EN EL MES :'
000997 COMMES   DFHMDF POS=(19,27),LENGTH=15,ATTRB=(ASKIP,PROT),              *
000998                PICOUT='-ZZZ.ZZZ.999,99',COLOR=TURQUOISE
000999          DFHMDF POS=(19,43),LENGTH=1,ATTRB=PROT
001000          DFHMDF POS=(19,46),LENGTH=7,INITIAL='TOPE :'
001001 TOPE     DFHMDF POS=(19,54),LENGTH=15,ATTRB=(ASKIP,PROT),              *
001002                PICOUT='-ZZZ.ZZZ.999,99',COLOR=TURQUOISE
001003          DFHMDF POS=(19,70),LENGTH=1,ATTRB=PROT
001004
001005 MSG      DFHMDF POS=(22,4),LENGTH=72,PICOUT='X(72)',COLOR=GREEN,       *
001006                ATTRB=(FSET,PROT)
001007          DFHMDF POS=(22,77),LENGTH=1,ATTRB=(ASKIP,PROT)
001008
001009          DFHMDF POS=(23,3),LENGTH=75,INITIAL='ENTER:VALIDAR Y CONFIRMA *
001010                R  PF4:LIMPIAR  PF12:SALIR'
001011          DFHMDF POS=(24,3),LENGTH=75,INITIAL='IMPORTE Y TOPE EN DOLARES*
001012                , COTIZACION EN PESOS POR DOLAR'
001013          DFHMDF POS=(24,79),LENGTH=1,ATTRB=(ASKIP,PROT)
001014
001015          DFHMSD TYPE=FINAL
001016          END
