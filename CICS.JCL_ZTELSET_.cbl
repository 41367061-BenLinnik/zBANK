               INITIAL='AMOUNT (D.CC):'
TMNAMT   DFHMDF POS=(17,31),LENGTH=10,ATTRB=(UNPROT,NUM,NORM),         X
               PICIN='9(8)V99'
         DFHMDF POS=(17,44),LENGTH=4,ATTRB=(ASKIP,NORM),               X
               INITIAL='CCY:'
TMNCCY   DFHMDF POS=(17,49),LENGTH=3,ATTRB=(UNPROT,NORM)
         DFHMDF POS=(18,10),LENGTH=16,ATTRB=(ASKIP,NORM),              X
               INITIAL='SUPV ID/PIN:'
TMNSUP   DFHMDF POS=(18,31),LENGTH=8,ATTRB=(UNPROT,NORM)
TMNSPN   DFHMDF POS=(18,42),LENGTH=4,ATTRB=(UNPROT,NUM,DRK)
         DFHMDF POS=(19,10),LENGTH=43,ATTRB=(ASKIP,NORM),              X
               INITIAL='L - LOOK, D - DEPOSIT, W - WITHDRAW'
         DFHMDF POS=(20,10),LENGTH=40,ATTRB=(ASKIP,NORM),              X
               INITIAL='B - BUY FROM VAULT, S - SELL TO VAULT'
         DFHMDF POS=(20,52),LENGTH=10,ATTRB=(ASKIP,NORM),              X
               INITIAL='Q - EXIT'
TMNACT   DFHMDF POS=(21,31),LENGTH=1,ATTRB=(UNPROT,NORM,IC)
         DFHMDF POS=(22,10),LENGTH=45,ATTRB=(ASKIP,NORM),              X
               INITIAL='E - BUY FCY FROM CUST, X - SELL FCY TO CUST'
         DFHMDF POS=(23,10),LENGTH=40,ATTRB=(ASKIP,NORM),              X
               INITIAL='R - RECOVERY ON CHARGED-OFF DEBT'
         DFHMSD TYPE=FINAL
         END
/*
