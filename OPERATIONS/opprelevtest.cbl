           05  I-TYPEOP         PIC X(20).
           05  I-LIBELLE        PIC X(25).
           05  I-LIBELLE-EXP    PIC X(25).
           05  I-COMPTEID       PIC 9(5).
              

       LINKAGE SECTION. 
