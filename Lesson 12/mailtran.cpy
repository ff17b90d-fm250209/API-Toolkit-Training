               88  MT-DEACTIVATE-COMPANY       VALUE 'D'.
               88  MT-REINSTATE-COMPANY        VALUE 'R'.
               88  MT-MERGE-COMPANY            VALUE 'G'.
               88  MT-ADD-COMPANY              VALUE 'N'.
           05  MT-ALT-CONTACT.
               10  MT-CONTACT-TITLE    PIC X(10).
               10  MT-LAST-NAME        PIC X(15).
               10  MT-MERGE-COMPANY-NAME
                                       PIC X(30).
               10  FILLER              PIC X(4).
           05  MT-NEW-COMPANY.
               10  MT-NC-PRES-LAST-NAME
                                       PIC X(15).
               10  MT-NC-PRES-FIRST-NAME
                                       PIC X(8).
               10  MT-NC-AMT           PIC 999V99.
               10  MT-NC-AMT2          PIC 9(3).9(2).
               10  MT-NC-AMT3          PIC 9(3).99.
               10  MT-NC-AMT4          PIC -999.9(2).
               10  MT-NC-ZIP-CODE      PIC +99999.
               10  MT-NC-MIDDLE-NAME   PIC A(15).
               10  MT-NC-VP-LAST-NAME  PIC X(15).
               10  MT-NC-VP-FIRST-NAME PIC X(8).
               10  MT-NC-ZIP-PLUS-9    PIC 9(5)X9(4).
               10  MT-NC-MAIL-ADDRESS  PIC X(15).
               10  MT-NC-CITY          PIC X(15).
               10  MT-NC-STATE         PIC XX.
               10  MT-NC-NUM           PIC 9.
               10  MT-NC-SIGNED-AMT    PIC S9(3)V9(2).
               10  MT-NC-ZIP-PLUS-92   PIC 99999X9999.
               10  MT-NC-AME           PIC X(15).
               10  MT-NC-SEX           PIC X.
               10  MT-NC-PADTEST1      PIC 999PPP.
               10  MT-NC-ACCOUNT-BALANCE
                                       PIC S9(6)V99.
               10  MT-NC-ACCOUNT-BALANCE2
                                       PIC S9(5)V99.
               10  MT-NC-COUNTRY-CODE  PIC XX.
               10  MT-NC-POSTAL-CODE   PIC X(10).
