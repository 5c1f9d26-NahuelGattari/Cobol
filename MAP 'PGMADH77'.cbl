000911          TITLE 'DEBITO AUTOMATICO - ADHESIONES'
000912 MAP0277  DFHMSD TYPE=&SYSPARM,MODE=INOUT,CTRL=(FREEKB,FRSET),          *
000913                LANG=COBOL,TIOAPFX=YES,COLOR=BLUE
000914 MAP0277  DFHMDI SIZE=(24,80)
000915          DFHMDF POS=(1,7),LENGTH=30,                                   *
000916                INITIAL='DEBITO AUTOMATICO - ADHESIONES',               *
000917                HILIGHT=UNDERLINE
000918          DFHMDF POS=(1,38),LENGTH=1,ATTRB=PROT
000919 MAPA     DFHMDF POS=(1,60),LENGTH=12,INITIAL='T277-MAP0277',           *
000920                HILIGHT=UNDERLINE,ATTRB=PROT
000921          DFHMDF POS=(1,73),LENGTH=1,ATTRB=PROT
000922
000923 FECHA    DFHMDF POS=(2,61),LENGTH=10,ATTRB=PROT
000924
000925          DFHMDF POS=(2,6),LENGTH=10,INITIAL='OPERADOR :'
000926 OPER     DFHMDF POS=(2,17),LENGTH=8,ATTRB=(UNPROT,FSET),               *
000927                COLOR=YELLOW,HILIGHT=UNDERLINE
000928          DFHMDF POS=(2,26),LENGTH=1,ATTRB=(ASKIP,PROT)
000929
000930          DFHMDF POS=(4,6),LENGTH=20,INITIAL='EMPRESA            :'
000931 EMPRES   DFHMDF POS=(4,27),LENGTH=5,ATTRB=(IC,UNPROT,FSET),            *
000932                COLOR=YELLOW,HILIGHT=UNDERLINE
000933          DFHMDF POS=(4,33),LENGTH=1,ATTRB=(ASKIP,PROT)
000934 NOMEMP   DFHMDF POS=(4,36),LENGTH=30,ATTRB=(ASKIP,PROT),               *
000935                COLOR=TURQUOISE
000936          DFHMDF POS=(4,67),LENGTH=1,ATTRB=PROT
000937
000938          DFHMDF POS=(5,6),LENGTH=20,INITIAL='REFERENCIA CLIENTE :'
000939 REFER    DFHMDF POS=(5,27),LENGTH=20,ATTRB=(UNPROT,FSET),              *
000940                COLOR=YELLOW,HILIGHT=UNDERLINE
000941          DFHMDF POS=(5,48),LENGTH=1,ATTRB=(ASKIP,PROT)
000942
000943          DFHMDF POS=(7,6),LENGTH=20,INITIAL='CUENTA A DEBITAR   :'
000944 TIPCTA   DFHMDF POS=(7,27),LENGTH=2,ATTRB=(UNPROT,FSET),               *
000945                PICIN='XX',COLOR=YELLOW,HILIGHT=UNDERLINE
000946          DFHMDF POS=(7,30),LENGTH=1,ATTRB=(ASKIP,PROT)
000947 NROCTA   DFHMDF POS=(7,32),LENGTH=15,ATTRB=(UNPROT,FSET),              *
000948                COLOR=YELLOW,HILIGHT=UNDERLINE
000949          DFHMDF POS=(7,48),LENGTH=1,ATTRB=(ASKIP,PROT)
000950
000951          DFHMDF POS=(8,6),LENGTH=20,INITIAL='TOPE EN CENTAVOS   :'
000952 TOPE     DFHMDF POS=(8,27),LENGTH=13,ATTRB=(NUM,UNPROT,FSET),          *
000953                COLOR=YELLOW,HILIGHT=UNDERLINE
000954          DFHMDF POS=(8,41),LENGTH=1,ATTRB=PROT
000955          DFHMDF POS=(8,44),LENGTH=15,INITIAL='(CERO SIN TOPE)'
000956
000957          DFHMDF POS=(10,6),LENGTH=38,                                  *
000958                INITIAL='REVERSION DE UN DEBITO (PLAZO 30 DIAS)'
000959          DFHMDF POS=(11,6),LENGTH=20,INITIAL='FACTURA DEBITADA   :'
000960 FACTUR   DFHMDF POS=(11,27),LENGTH=10,ATTRB=(UNPROT,FSET),             *
000961                COLOR=YELLOW,HILIGHT=UNDERLINE
000962          DFHMDF POS=(11,38),LENGTH=1,ATTRB=(ASKIP,PROT)
000963
000964          DFHMDF POS=(13,6),LENGTH=15,INITIAL='CONFIRMA S/N  :'
000965 CAMP     DFHMDF POS=(13,22),LENGTH=1,ATTRB=(UNPROT,FSET),              *
000966                COLOR=YELLOW,HILIGHT=UNDERLINE
000967          DFHMDF POS=(13,24),LENGTH=1,ATTRB=PROT
000968
000969          DFHMDF POS=(15,6),LENGTH=20,INITIAL='ESTADO             :'
000970 ESTADO   DFHMDF POS=(15,27),LENGTH=1,ATTRB=(ASKIP,PROT),               *
000971                COLOR=TURQUOISE
000972          DFHMDF POS=(15,29),LENGTH=1,ATTRB=PROT
000973          DFHMDF POS=(16,6),LENGTH=20,INITIAL='FECHA DE ALTA      :'
000974 FECALT   DFHMDF POS=(16,27),LENGTH=8,ATTRB=(ASKIP,PROT),               *
000975                COLOR=TURQUOISE
000976          DFHMDF POS=(16,36),LENGTH=1,ATTRB=PROT
000977          DFHMDF POS=(17,6),LENGTH=20,INITIAL='FECHA DE BAJA      :'
000978 FECBAJ   DFHMDF POS=(17,27),LENGTH=8,ATTRB=(ASKIP,PROT),               *
000979                COLOR=TURQUOISE
000980          DFHMDF POS=(17,36),LENGTH=1,ATTRB=PROT
000981
000982 MSG      DFHMDF POS=(22,4),LENGTH=72,PICOUT='X(72)',COLOR=GREEN,       *
000983                ATTRB=(FSET,PROT)
000984          DFHMDF POS=(22,77),LENGTH=1,ATTRB=(ASKIP,PROT)
000985
000986          DFHMDF POS=(23,3),LENGTH=75,INITIAL='ENTER:CONSULTAR  PF6:BAJ *
000987                A  PF7:ALTA  PF8:REVERSION'
000988          DFHMDF POS=(24,3),LENGTH=75,INITIAL='PF4:LIMPIAR  PF12:SALIR'
000989          DFHMDF POS=(24,79),LENGTH=1,ATTRB=(ASKIP,PROT)
000990
000991          DFHMSD TYPE=FINAL
000992          END
