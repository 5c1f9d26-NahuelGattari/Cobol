000911          TITLE 'CONSULTA Y SUSPENSION DE CHEQUES'
000912 MAP0256  DFHMSD TYPE=&SYSPARM,MODE=INOUT,CTRL=(FREEKB,FRSET),          *
000913                LANG=COBOL,TIOAPFX=YES,COLOR=BLUE
000914 MAP0256  DFHMDI SIZE=(24,80)
000915          DFHMDF POS=(1,7),LENGTH=32,                                   *
000916                INITIAL='CONSULTA Y SUSPENSION DE CHEQUES',             *
000917                HILIGHT=UNDERLINE
000918          DFHMDF POS=(1,40),LENGTH=1,ATTRB=PROT
000919 MAPA     DFHMDF POS=(1,60),LENGTH=12,INITIAL='T256-MAP0256',           *
000920                HILIGHT=UNDERLINE,ATTRB=PROT
000921          DFHMDF POS=(1,73),LENGTH=1,ATTRB=PROT
000922
000923 FECHA    DFHMDF POS=(2,61),LENGTH=10,ATTRB=PROT
000924
000925          DFHMDF POS=(3,2),LENGTH=9,INITIAL='TIP CTA :'
000926 TIPCTA   DFHMDF POS=(3,12),LENGTH=2,ATTRB=(IC,UNPROT,FSET),            *
000927                PICIN='XX',COLOR=YELLOW,HILIGHT=UNDERLINE
000928          DFHMDF POS=(3,15),LENGTH=1,ATTRB=(ASKIP,PROT)
000929          DFHMDF POS=(3,17),LENGTH=9,INITIAL='NRO CTA :'
000930 NROCTA   DFHMDF POS=(3,27),LENGTH=15,ATTRB=(UNPROT,FSET),              *
000931                COLOR=YELLOW,HILIGHT=UNDERLINE
000932          DFHMDF POS=(3,43),LENGTH=1,ATTRB=(ASKIP,PROT)
000933
000934          DFHMDF POS=(4,2),LENGTH=13,INITIAL='CHEQUE DESDE:'
000935 CHQDES   DFHMDF POS=(4,16),LENGTH=8,ATTRB=(NUM,UNPROT,FSET),           *
000936                COLOR=YELLOW,HILIGHT=UNDERLINE
000937          DFHMDF POS=(4,25),LENGTH=1,ATTRB=(ASKIP,PROT)
000938          DFHMDF POS=(4,27),LENGTH=7,INITIAL='HASTA :'
000939 CHQHAS   DFHMDF POS=(4,35),LENGTH=8,ATTRB=(NUM,UNPROT,FSET),           *
000940                COLOR=YELLOW,HILIGHT=UNDERLINE
000941          DFHMDF POS=(4,44),LENGTH=1,ATTRB=(ASKIP,PROT)
000942          DFHMDF POS=(4,46),LENGTH=29,                                  *
000943                INITIAL='(HASTA EN BLANCO = UN CHEQUE)'
000944
000945          DFHMDF POS=(5,2),LENGTH=7,INITIAL='PAGINA:'
000946 PAGINA   DFHMDF POS=(5,10),LENGTH=3,ATTRB=(ASKIP,PROT),                *
000947                PICOUT='ZZ9',COLOR=TURQUOISE
000948          DFHMDF POS=(5,14),LENGTH=1,ATTRB=PROT
000949
000950          DFHMDF POS=(6,2),LENGTH=75,INITIAL='NRO CHEQUE  ESTADO      *
000951                          F.EMISION   F.PAGO'
000952
000953 LINM01   DFHMDF POS=(8,2),LENGTH=75,ATTRB=(ASKIP,PROT),                *
000954                COLOR=TURQUOISE
000955 LINM02   DFHMDF POS=(9,2),LENGTH=75,ATTRB=(ASKIP,PROT),                *
000956                COLOR=TURQUOISE
000957 LINM03   DFHMDF POS=(10,2),LENGTH=75,ATTRB=(ASKIP,PROT),               *
000958                COLOR=TURQUOISE
000959 LINM04   DFHMDF POS=(11,2),LENGTH=75,ATTRB=(ASKIP,PROT),               *
000960                COLOR=TURQUOISE
000961 LINM05   DFHMDF POS=(12,2),LENGTH=75,ATTRB=(ASKIP,PROT),               *
000962                COLOR=TURQUOISE
000963 LINM06   DFHMDF POS=(13,2),LENGTH=75,ATTRB=(ASKIP,PROT),               *
000964                COLOR=TURQUOISE
000965 LINM07   DFHMDF POS=(14,2),LENGTH=75,ATTRB=(ASKIP,PROT),               *
000966                COLOR=TURQUOISE
000967 LINM08   DFHMDF POS=(15,2),LENGTH=75,ATTRB=(ASKIP,PROT),               *
000968                COLOR=TURQUOISE
000969 LINM09   DFHMDF POS=(16,2),LENGTH=75,ATTRB=(ASKIP,PROT),               *
000970                COLOR=TURQUOISE
000971 LINM10   DFHMDF POS=(17,2),LENGTH=75,ATTRB=(ASKIP,PROT),               *
000972                COLOR=TURQUOISE
000973
000974          DFHMDF POS=(20,10),LENGTH=15,INITIAL='OPERADOR      :'
000975 OPER     DFHMDF POS=(20,26),LENGTH=8,ATTRB=(UNPROT,FSET),              *
000976                COLOR=YELLOW,HILIGHT=UNDERLINE
000977          DFHMDF POS=(20,35),LENGTH=1,ATTRB=PROT
000978
000979 MSG      DFHMDF POS=(22,4),LENGTH=72,PICOUT='X(72)',COLOR=GREEN,       *
000980                ATTRB=(FSET,PROT)
000981          DFHMDF POS=(22,77),LENGTH=1,ATTRB=(ASKIP,PROT)
000982
000983          DFHMDF POS=(23,3),LENGTH=75,INITIAL='ENTER:CONSULTAR  PF7:PAG*
000984                 ANTERIOR  PF8:PAG SIGUIENTE  PF4:LIMPIAR  PF12:SALIR'
000985          DFHMDF POS=(24,3),LENGTH=75,INITIAL='PF5:SUSPENDER (ORDEN DE *
000986                NO PAGAR)  PF6:LEVANTAR SUSPENSION (SUPERVISOR)'
000987          DFHMDF POS=(24,79),LENGTH=1,ATTRB=(ASKIP,PROT)
000988
000989          DFHMSD TYPE=FINAL
000990          END
