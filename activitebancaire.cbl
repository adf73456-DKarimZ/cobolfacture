
       FD SFRABON.
       01 SFRABON-RECORD.
           05 SA-COMPTE-ID              PIC 9(5).
           05 SA-MONTANT                PIC 9(5)V99.
           05 SA-JOUR-EXEC              PIC 99.
           05 SA-DATE-DERNIERE-EXEC     PIC X(10).
       FD PRINT-FILE.
           01 DETAILS-LINE.
            88 ENDOffiLE                 VALUE HIGH-VALUES.
            05 D-CLIENT-ID               PIC S9(5).
            05 D-CLIENT-NOM              PIC X(20).
            05 D-CLIENT-PRENOM           PIC X(20).
            05 D-CLIENT-RSOCIALE         PIC X(20).
            05 D-CLIENT-TYPECLIENT       PIC X(20).
            05 D-CLIENT-EXTERNE          PIC 9.
            05 D-COMPTE-ID               PIC S9(5).
            05 D-COMPTE-IBAN             PIC X(25).
            05 D-COMPTE-DTOUV            PIC X(14).
            05 D-COMPTE-SOLDE            PIC 9(5)V99.
            05 FILLER                    PIC X(3).
            05 D-COMPTE-CLIENTID         PIC S9(5).
            05 D-COMPTE-AGENCE           PIC X(10).

       WORKING-STORAGE SECTION. 


          01 WS-FIELDS2.
             05 CLIENT-ID               PIC S9(5).
             05 CLIENT-NOM              PIC X(20).
             05 CLIENT-PRENOM           PIC X(20).
             05 CLIENT-RSOCIALE         PIC X(20).
             05 CLIENT-TYPECLIENT       PIC X(20).
             05 CLIENT-EXTERNE          PIC 9.
             05 COMPTE-ID               PIC S9(5).
             05 COMPTE-IBAN             PIC X(25).
             05 COMPTE-DTOUV            PIC X(14).
             05 COMPTE-SOLDE            PIC 9(5)V99.
             05 FILLER                  PIC X(3).
             05 COMPTE-CLIENTID         PIC S9(5).
            

       
      *> begins/ends - same 38-byte width as RELEVE-OP detail records
       01 RELEVE-HEADER.
           05 RH-MARKER          PIC X(4) VALUE "HDR:".
           05 RH-CLIENT-ID       PIC S9(5).
           05 RH-COMPTE-ID       PIC S9(5).
           05 RH-PERIOD          PIC X(6).
           05 FILLER             PIC X(22) VALUE SPACES.

           05 FILLER              PIC X VALUE ','.
           05 DET-MONTANT         PIC 9(6)V9(2). 
           05 FILLER              PIC X VALUE ','.
           05 DET-COMPTEID        PIC 9(5).
           05 FILLER              PIC X VALUE ','.
           05 DET-CLIENTID        PIC 9(5). 
           05 FILLER              PIC X VALUE ','.
           05 DET-DATEOP          PIC X(10).
           05 FILLER              PIC X(2) VALUE ');'. 

           copy SCREENIO.

      *> cloture des intentions de postage d'un mouvement sans
      *> ligne journal, voir le module postintent
       01 WS-PI-ACTION          PIC X VALUE 'T'.
       01 WS-PI-MODULE          PIC X(20) VALUE 'activitebancaire'.
       01 WS-PI-COMPTEID        PIC 9(5).
       01 WS-PI-AVANT           PIC S9(9)V99 VALUE ZEROES.
       01 WS-PI-APRES           PIC S9(9)V99 VALUE ZEROES.
       01 WS-PI-SEQ             PIC 9(10) VALUE ZEROES.

       SCREEN SECTION.

         01 HEADER-SCREEN.
                 MOVE DETAIL-LINE TO RELEVE-OP
                 WRITE RELEVE-OP
                 ADD 1 TO WS-RELEVE-OP-COUNT
                 MOVE COMPTE-ID TO WS-PI-COMPTEID
                 CALL 'postintent' USING WS-PI-ACTION, WS-PI-MODULE,
                    WS-PI-COMPTEID, WS-PI-AVANT, WS-PI-APRES, WS-PI-SEQ
              END-IF
           END-IF.

                 MOVE DETAIL-LINE TO RELEVE-OP
                 WRITE RELEVE-OP
                 ADD 1 TO WS-RELEVE-OP-COUNT
                 MOVE COMPTE-ID TO WS-PI-COMPTEID
                 CALL 'postintent' USING WS-PI-ACTION, WS-PI-MODULE,
                    WS-PI-COMPTEID, WS-PI-AVANT, WS-PI-APRES, WS-PI-SEQ
              END-IF
           END-IF.

                 MOVE DETAIL-LINE TO RELEVE-OP
                 WRITE RELEVE-OP
                 ADD 1 TO WS-RELEVE-OP-COUNT
                 MOVE COMPTE-ID TO WS-PI-COMPTEID
                 CALL 'postintent' USING WS-PI-ACTION, WS-PI-MODULE,
                    WS-PI-COMPTEID, WS-PI-AVANT, WS-PI-APRES, WS-PI-SEQ
              END-IF
           END-IF.

                 MOVE DETAIL-LINE TO RELEVE-OP
                 WRITE RELEVE-OP
                 ADD 1 TO WS-RELEVE-OP-COUNT
                 MOVE COMPTE-ID TO WS-PI-COMPTEID
                 CALL 'postintent' USING WS-PI-ACTION, WS-PI-MODULE,
                    WS-PI-COMPTEID, WS-PI-AVANT, WS-PI-APRES, WS-PI-SEQ

                 IF REPONSESFR = 'OUI'
                    PERFORM 0255-ABONNER-SFR
                 MOVE DETAIL-LINE TO RELEVE-OP
                 WRITE RELEVE-OP
                 ADD 1 TO WS-RELEVE-OP-COUNT
                 MOVE COMPTE-ID TO WS-PI-COMPTEID
                 CALL 'postintent' USING WS-PI-ACTION, WS-PI-MODULE,
                    WS-PI-COMPTEID, WS-PI-AVANT, WS-PI-APRES, WS-PI-SEQ
              END-IF
           END-IF.

