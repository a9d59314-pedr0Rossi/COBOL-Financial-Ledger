           RECORD KEY IS ES-CUST-ID
           FILE STATUS IS ESTATE-CHECK-STATUS.

       SELECT CUSTODIAL ASSIGN TO "custodial.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CU-ACC-ID
           FILE STATUS IS CUSTODIAL-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05 ES-EXECUTOR            PIC X(30).
           05 ES-STATUS              PIC X(8).

       FD  CUSTODIAL.
       01  CU-DETAILS.
           05 CU-ACC-ID              PIC 9(8).
           05 CU-MINOR-ID            PIC 9(6).
           05 CU-CUSTODIAN-ID        PIC 9(6).
           05 CU-MAJORITY-DATE       PIC X(10).
           05 CU-OPENED              PIC X(10).
           05 CU-STATUS              PIC X(10).
           05 CU-NOTIFIED            PIC X(10).
           05 CU-CONVERTED-AT        PIC X(10).

       WORKING-STORAGE SECTION.

       01  NOTICES-CHECK-STATUS   PIC XX.
       01  ACCOUNTS-CHECK-STATUS  PIC XX.
       01  ESTATE-CHECK-STATUS    PIC XX.
       01  CUSTODIAL-CHECK-STATUS PIC XX.

       01  WS-EOF-NOTICES         PIC X VALUE "N".
           88  EOF-NOTICES        VALUE "Y".
              CLOSE ACCOUNTS
           END-IF

           IF LS-EVENT = "CUSTODIAN"
              OPEN INPUT CUSTODIAL
              IF CUSTODIAL-CHECK-STATUS = "00"
                 MOVE LS-ACC-ID TO CU-ACC-ID
                 READ CUSTODIAL KEY IS CU-ACC-ID
                    NOT INVALID KEY
                       MOVE CU-CUSTODIAN-ID TO WS-CUST-ID
                 END-READ
                 CLOSE CUSTODIAL
              END-IF
           END-IF

           IF LS-EVENT = "INTEREST" AND WS-CUST-ID > ZEROES
              OPEN INPUT ESTATE
              IF ESTATE-CHECK-STATUS = "00"
