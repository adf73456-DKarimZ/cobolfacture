       FD RECLAM.
       01 RECLAM-RECORD.
           05 RCL-ID                   PIC 9(5).
           05 RCL-IDCLIENT             PIC 9(5).
           05 RCL-SUJET                PIC X(40).
           05 RCL-CATEGORIE            PIC X(12).
           05 RCL-DATE-RECUE           PIC X(10).
