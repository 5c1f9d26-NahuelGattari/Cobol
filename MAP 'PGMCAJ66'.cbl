000911          TITLE 'CAJA DE VENTANILLA - EFECTIVO'
000912 MAP0266  DFHMSD TYPE=&SYSPARM,MODE=INOUT,CTRL=(FREEKB,FRSET),          *
000913                LANG=COBOL,TIOAPFX=YES,COLOR=BLUE
000914 MAP0266  DFHMDI SIZE=(24,80)
000915          DFHMDF POS=(1,7),LENGTH=29,                                   *
000916                INITIAL='CAJA DE VENTANILLA - EFECTIVO',                *
000917                HILIGHT=UNDERLINE
000918          DFHMDF POS=(1,37),LENGTH=1,ATTRB=PROT
000919 MAPA     DFHMDF POS=(1,60),LENGTH=12,INITIAL='T266-MAP0266',           *
000920                HILIGHT=UNDERLINE,ATTRB=PROT
000921          DFHMDF POS=(1,73),LENGTH=1,ATTRB=PROT
000922
000923 FECHA    DFHMDF POS=(2,61),LENGTH=10,ATTRB=PROT
000924
000925          DFHMDF POS=(2,6),LENGTH=10,INITIAL='OPERADOR :'
000926 OPER     DFHMDF POS=(2,17),LENGTH=8,ATTRB=(UNPROT,FSET),              *
000927                COLOR=YELLOW,HILIGHT=UNDERLINE
000928          DFHMDF POS=(2,26),LENGTH=1,ATTRB=(ASKIP,PROT)
000929          DFHMDF POS=(2,30),LENGTH=10,INITIAL='TERMINAL :'
000930 TERM     DFHMDF POS=(2,41),LENGTH=4,ATTRB=(ASKIP,PROT),               *
000931                COLOR=TURQUOISE
000932          DFHMDF POS=(2,46),LENGTH=1,ATTRB=PROT
000933
000934          DFHMDF POS=(3,6),LENGTH=10,INITIAL='SUCURSAL :'
000935 SUC      DFHMDF POS=(3,17),LENGTH=2,ATTRB=(NUM,UNPROT,FSET),          *
000936                COLOR=YELLOW,HILIGHT=UNDERLINE
000937          DFHMDF POS=(3,20),LENGTH=1,ATTRB=(ASKIP,PROT)
000938          DFHMDF POS=(3,22),LENGTH=26,                                  *
000939                INITIAL='(SOLO PARA ABRIR LA CAJA)'
000940
000941          DFHMDF POS=(5,6),LENGTH=20,INITIAL='OPERACION (D/E)    :'
000942 OPERAC   DFHMDF POS=(5,27),LENGTH=1,ATTRB=(IC,UNPROT,FSET),            *
000943                COLOR=YELLOW,HILIGHT=UNDERLINE
000944          DFHMDF POS=(5,29),LENGTH=1,ATTRB=(ASKIP,PROT)
000945          DFHMDF POS=(5,31),LENGTH=30,                                  *
000946                INITIAL='D = DEPOSITO  E = EXTRACCION'
000947
000948          DFHMDF POS=(6,6),LENGTH=20,INITIAL='TIPO DE CUENTA     :'
000949 TIPCTA   DFHMDF POS=(6,27),LENGTH=2,ATTRB=(UNPROT,FSET),               *
000950                PICIN='XX',COLOR=YELLOW,HILIGHT=UNDERLINE
000951          DFHMDF POS=(6,30),LENGTH=1,ATTRB=(ASKIP,PROT)
000952
000953          DFHMDF POS=(7,6),LENGTH=20,INITIAL='NRO DE CUENTA      :'
000954 NROCTA   DFHMDF POS=(7,27),LENGTH=15,ATTRB=(UNPROT,FSET),              *
000955                COLOR=YELLOW,HILIGHT=UNDERLINE
000956          DFHMDF POS=(7,43),LENGTH=1,ATTRB=(ASKIP,PROT)
000957
000958          DFHMDF POS=(8,6),LENGTH=20,INITIAL='MONEDA (01/02)     :'
000959 MONEDA   DFHMDF POS=(8,27),LENGTH=2,ATTRB=(UNPROT,FSET),               *
000960                PICIN='XX',COLOR=YELLOW,HILIGHT=UNDERLINE
000961          DFHMDF POS=(8,30),LENGTH=1,ATTRB=(ASKIP,PROT)
000962          DFHMDF POS=(8,32),LENGTH=34,                                  *
000963                INITIAL='(APERTURA/CIERRE; EN OPERACIONES,'
000964          DFHMDF POS=(9,32),LENGTH=29,                                  *
000965                INITIAL=' LA DE LA CUENTA)'
000966
000967          DFHMDF POS=(10,6),LENGTH=20,INITIAL='IMPORTE EN CENTAVOS:'
000968 IMPORT   DFHMDF POS=(10,27),LENGTH=13,ATTRB=(NUM,UNPROT,FSET),         *
000969                COLOR=YELLOW,HILIGHT=UNDERLINE
000970          DFHMDF POS=(10,41),LENGTH=1,ATTRB=PROT
000971
000972          DFHMDF POS=(12,6),LENGTH=15,INITIAL='CONFIRMA S/N  :'
000973 CAMP     DFHMDF POS=(12,22),LENGTH=1,ATTRB=(UNPROT,FSET),              *
000974                COLOR=YELLOW,HILIGHT=UNDERLINE
000975          DFHMDF POS=(12,24),LENGTH=1,ATTRB=PROT
000976
000977          DFHMDF POS=(14,6),LENGTH=20,INITIAL='SALDO DE LA CUENTA :'
000978 SALCTA   DFHMDF POS=(14,27),LENGTH=15,ATTRB=(ASKIP,PROT),              *
000979                PICOUT='-ZZZ.ZZZ.999,99',COLOR=TURQUOISE
000980          DFHMDF POS=(14,43),LENGTH=1,ATTRB=PROT
000981
000982          DFHMDF POS=(16,6),LENGTH=20,INITIAL='CAJA  APERTURA     :'
000983 APERT    DFHMDF POS=(16,27),LENGTH=15,ATTRB=(ASKIP,PROT),              *
000984                PICOUT='-ZZZ.ZZZ.999,99',COLOR=TURQUOISE
000985          DFHMDF POS=(16,43),LENGTH=1,ATTRB=PROT
000986          DFHMDF POS=(16,46),LENGTH=9,INITIAL='ESTADO :'
000987 ESTCAJ   DFHMDF POS=(16,56),LENGTH=10,ATTRB=(ASKIP,PROT),              *
000988                COLOR=TURQUOISE
000989          DFHMDF POS=(16,67),LENGTH=1,ATTRB=PROT
000990
000991          DFHMDF POS=(17,6),LENGTH=20,INITIAL='      INGRESOS     :'
000992 INGRE    DFHMDF POS=(17,27),LENGTH=15,ATTRB=(ASKIP,PROT),              *
000993                PICOUT='-ZZZ.ZZZ.999,99',COLOR=TURQUOISE
000994          DFHMDF POS=(17,43),LENGTH=1,ATTRB=PROT
000995
000996          DFHMDF POS=(18,6),LENGTH=20,INITIAL='      EGRESOS      :'
000997 EGRE     DFHMDF POS=(18,27),LENGTH=15,ATTRB=(ASKIP,PROT),              *
000998                PICOUT='-ZZZ.ZZZ.999,99',COLOR=TURQUOISE
000999          DFHMDF POS=(18,43),LENGTH=1,ATTRB=PROT
001000
001001          DFHMDF POS=(19,6),LENGTH=20,INITIAL='      EN CAJA      :'
001002 ENCAJA   DFHMDF POS=(19,27),LENGTH=15,ATTRB=(ASKIP,PROT),              *
001003                PICOUT='-ZZZ.ZZZ.999,99',COLOR=TURQUOISE
001004          DFHMDF POS=(19,43),LENGTH=1,ATTRB=PROT
001005
001006 MSG      DFHMDF POS=(22,4),LENGTH=72,PICOUT='X(72)',COLOR=GREEN,       *
001007                ATTRB=(FSET,PROT)
001008          DFHMDF POS=(22,77),LENGTH=1,ATTRB=(ASKIP,PROT)
001009
001010          DFHMDF POS=(23,3),LENGTH=75,INITIAL='ENTER:VALIDAR Y CONFIRMA*
001011                R  PF3:CONSULTAR CAJA  PF4:LIMPIAR  PF12:SALIR'
001012          DFHMDF POS=(24,3),LENGTH=75,INITIAL='PF5:ABRIR CAJA (IMPORTE *
001013                INICIAL)  PF6:CERRAR CAJA (EFECTIVO CONTADO)'
001014          DFHMDF POS=(24,79),LENGTH=1,ATTRB=(ASKIP,PROT)
001015
001016          DFHMSD TYPE=FINAL
001017          END
