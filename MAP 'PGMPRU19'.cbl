000980                ATTRB=(FSET,PROT)
000981          DFHMDF POS=(22,77),LENGTH=1,ATTRB=(ASKIP,PROT)
000982
000982          DFHMDF POS=(23,3),LENGTH=17,INITIAL='PF10:CONFIRMA KYC'
000983          DFHMDF POS=(24,3),LENGTH=75,INITIAL='ENTER:CONS PF3:MODIF PF4:*
000984                LIMPIAR PF6:BAJA PF7:ALTA PF8:BUSQ PF9:REACT PF12:SALIR'
000985          DFHMDF POS=(24,79),LENGTH=1,ATTRB=(ASKIP,PROT)
