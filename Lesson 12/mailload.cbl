      *>                    RESPONSE-TOTAL added to MAILING-RECORD
      *>                    for campaign response tracking; a fresh
      *>                    load starts them all at zero.
      *>   10/15/2026  DK   COUNTRY-CODE and POSTAL-CODE added to
      *>                    MAILING-RECORD and to the extract
      *>                    (LX-COUNTRY-CODE, LX-POSTAL-CODE) so
      *>                    Canadian and overseas companies can be
      *>                    carried; a foreign company is keyed with
      *>                    a zero ZIP and its own postal code in
      *>                    POSTAL-CODE. A blank country is domestic.
      *>***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     MAILLOAD.
           MOVE LX-PADTEST1        TO PADTEST1
           MOVE LX-ACCOUNT-BALANCE  TO ACCOUNT-BALANCE
           MOVE LX-ACCOUNT-BALANCE2 TO ACCOUNT-BALANCE2
           MOVE LX-COUNTRY-CODE    TO COUNTRY-CODE
           MOVE LX-POSTAL-CODE     TO POSTAL-CODE
           MOVE ZERO               TO ALT-CONTACT-COUNT
           SET MAIL-ACTIVE         TO TRUE
           MOVE ZERO               TO DEACTIVATED-DATE
