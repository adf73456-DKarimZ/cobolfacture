       FD TITULAIRES.
       01 TITULAIRES-RECORD.
           05 TIT-CLE.
              10 TIT-COMPTEID    PIC 9(5).
              10 TIT-IDCLIENT    PIC 9(5).
           05 TIT-ROLE           PIC X(20).

       FD PROCURATIONS.
       01 PROCURATIONS-RECORD.
           05 PX-COMPTEID        PIC 9(5).
           05 PX-MANDANT         PIC 9(5).
           05 PX-MANDATAIRE      PIC 9(5).
           05 PX-PORTEE          PIC X(12).
           05 PX-PLAFOND         PIC 9(5)V99.
           05 PX-DATE-DEBUT      PIC X(10).
       01 WS-PROC-TODAY-ISO      PIC X(10).

       LINKAGE SECTION.
        77 L-COMPTEID        PIC 9(5).
        77 L-CLIENTID         PIC 9(5).
        77 L-ROLE             PIC X(20).
        77 L-SUCCESS          PIC X(3).

