000947          DFHMDF POS=(9,41),LENGTH=1,ATTRB=PROT
000948
000949          DFHMDF POS=(11,4),LENGTH=70,ATTRB=PROT,INITIAL='TIPO  NRO CUE*
000950                NTA       MON    SALDO ACTUAL   ULT.CIERRE      ROL      '
000951
000952 LINCT1   DFHMDF POS=(12,4),LENGTH=70,ATTRB=(ASKIP,PROT),               *
000953                COLOR=TURQUOISE
