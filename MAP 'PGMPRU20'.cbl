000961                COLOR=TURQUOISE
000962          DFHMDF POS=(17,42),LENGTH=1,ATTRB=PROT
000963
000963          DFHMDF POS=(18,10),LENGTH=19,INITIAL='COTITULAR CLIENTE :'
000963 COTCLI   DFHMDF POS=(18,31),LENGTH=3,ATTRB=(NUM,PROT,FSET),            *
000963                COLOR=YELLOW,HILIGHT=UNDERLINE
000963          DFHMDF POS=(18,35),LENGTH=1,ATTRB=PROT
000963          DFHMDF POS=(18,38),LENGTH=10,INITIAL='ROL T/C/F:'
000963 COTROL   DFHMDF POS=(18,49),LENGTH=1,ATTRB=(PROT,FSET),                *
000963                COLOR=YELLOW,HILIGHT=UNDERLINE
000963          DFHMDF POS=(18,51),LENGTH=1,ATTRB=PROT
000963          DFHMDF POS=(18,54),LENGTH=12,INITIAL='ORDEN FIRMA:'
000963 COTORD   DFHMDF POS=(18,67),LENGTH=1,ATTRB=(NUM,PROT,FSET),            *
000963                COLOR=YELLOW,HILIGHT=UNDERLINE
000963          DFHMDF POS=(18,69),LENGTH=1,ATTRB=PROT
000963
000974          DFHMDF POS=(19,10),LENGTH=15,INITIAL='CONFIRMA S/N  :'
000975 CAMP     DFHMDF POS=(19,26),LENGTH=1,ATTRB=(IC,UNPROT,FSET),           *
000976                COLOR=YELLOW,HILIGHT=UNDERLINE
