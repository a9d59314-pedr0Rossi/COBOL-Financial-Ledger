           RECORD KEY IS CB-KEY
           FILE STATUS IS CHECK-BOOKS-CHECK-STATUS.

       SELECT ACH-STOPS ASSIGN TO "achstops.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACS-KEY
           FILE STATUS IS ACH-STOPS-CHECK-STATUS.

       SELECT AUDIT-LOG ASSIGN TO "audit.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-CHECK-STATUS.
           05 CB-ISSUED-AT           PIC X(10).
           05 CB-STATUS              PIC X(8).

       FD  ACH-STOPS.
       01  ACS-DETAILS.
           05 ACS-KEY.
               10 ACS-ACC-ID         PIC 9(8).
               10 ACS-COMPANY-ID     PIC X(10).
           05 ACS-AMOUNT             PIC 9(9)V99.
           05 ACS-PLACED-AT          PIC X(10).
           05 ACS-STATUS             PIC X(8).

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD      PIC X(120).

       01  CHECK-REG-CHECK-STATUS  PIC XX.
       01  CHECK-BOOKS-CHECK-STATUS PIC XX.
       01  ACCOUNTS-CHECK-STATUS   PIC XX.
       01  ACH-STOPS-CHECK-STATUS  PIC XX.
       01  AUDIT-LOG-CHECK-STATUS  PIC XX.

       01  WS-EOF-BOOKS            PIC X VALUE "N".
       01  WS-CHECK-NO-IN          PIC 9(6).
       01  WS-CONFIRM              PIC X.
       01  WS-CHECK-COUNT          PIC 9(5).
       01  WS-COMPANY-ID-IN        PIC X(10).
       01  WS-STOP-AMOUNT-IN       PIC 9(9)V99.

       01  WS-SYSTEM-DATE.
           02 WS-DATE-YYYYMMDD     PIC 9(8).
                                   VALUE "5 - Issue Check-Book Range".
           02 WS-CHECK-MENU-OPT6   PIC X(28)
                                   VALUE "6 - List Check-Book Ranges".
           02 WS-CHECK-MENU-OPT7   PIC X(24)
                                   VALUE "7 - Add ACH Stop Payment".
           02 WS-CHECK-MENU-OPT8   PIC X(28)
                                   VALUE "8 - Release ACH Stop Payment".
           02 WS-CHECK-MENU-OPT0   PIC X(8)
                                   VALUE "0 - Exit".

           DISPLAY WS-CHECK-MENU-OPT4
           DISPLAY WS-CHECK-MENU-OPT5
           DISPLAY WS-CHECK-MENU-OPT6
           DISPLAY WS-CHECK-MENU-OPT7
           DISPLAY WS-CHECK-MENU-OPT8
           DISPLAY WS-CHECK-MENU-OPT0
           DISPLAY WS-CHECK-MENU-LINE
           ACCEPT WS-MENU-OPT
              GO TO 0900-END-PROGRAM
           END-IF

           IF WS-MENU-OPT < 1 OR WS-MENU-OPT > 8
              DISPLAY "INVALID ENTRY! TYPE A VALID NUMBER."
              GO TO 0900-END-PROGRAM
           END-IF
              WHEN 1
                 PERFORM 0200-REGISTER-INQUIRY
              WHEN 2
                 PERFORM 0300-ADD-STOP-PAYMENT THRU 0300-END
              WHEN 3
                 PERFORM 0400-RELEASE-STOP-PAYMENT THRU 0400-END
              WHEN 4
                 PERFORM 0500-MARK-CLEARED THRU 0500-END
              WHEN 5
                 PERFORM 0600-ISSUE-BOOK-RANGE THRU 0600-END
              WHEN 6
                 PERFORM 0700-LIST-BOOK-RANGES THRU 0700-END
              WHEN 7
                 PERFORM 0750-ADD-ACH-STOP THRU 0750-END
              WHEN 8
                 PERFORM 0770-RELEASE-ACH-STOP THRU 0770-END
           END-EVALUATE

           CLOSE CHECK-REGISTER
           CLOSE CHECK-BOOKS.
       0700-END.

       0750-ADD-ACH-STOP.
           DISPLAY "INSERT THE ACCOUNT ID: "
           ACCEPT WS-ACC-ID-IN

           OPEN INPUT ACCOUNTS
           IF ACCOUNTS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ACCOUNTS FILE: "
                      ACCOUNTS-CHECK-STATUS
              GO TO 0750-END
           END-IF

           MOVE WS-ACC-ID-IN TO FS-ID
           READ ACCOUNTS KEY IS FS-ID
              INVALID KEY
                 DISPLAY "ACCOUNT NOT FOUND."
                 CLOSE ACCOUNTS
                 GO TO 0750-END
           END-READ
           CLOSE ACCOUNTS

           DISPLAY "INSERT THE ORIGINATOR COMPANY ID TO STOP: "
           ACCEPT WS-COMPANY-ID-IN
           MOVE FUNCTION UPPER-CASE (WS-COMPANY-ID-IN)
              TO WS-COMPANY-ID-IN

           IF WS-COMPANY-ID-IN = SPACES
              DISPLAY "A COMPANY ID IS REQUIRED."
              GO TO 0750-END
           END-IF

           DISPLAY "INSERT THE DEBIT AMOUNT TO STOP (0 FOR ANY "
                   "AMOUNT): "
           ACCEPT WS-STOP-AMOUNT-IN

           DISPLAY "CONFIRM ACH STOP ON COMPANY " WS-COMPANY-ID-IN
                   " FOR ACCOUNT " WS-ACC-ID-IN "? (Y/N): "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE (WS-CONFIRM) TO WS-CONFIRM

           IF WS-CONFIRM NOT = "Y"
              DISPLAY "NO ACH STOP PAYMENT PLACED."
              GO TO 0750-END
           END-IF

           OPEN I-O ACH-STOPS
           IF ACH-STOPS-CHECK-STATUS = "35"
              OPEN OUTPUT ACH-STOPS
              CLOSE ACH-STOPS
              OPEN I-O ACH-STOPS
           END-IF

           IF ACH-STOPS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ACH STOPS FILE: "
                      ACH-STOPS-CHECK-STATUS
              GO TO 0750-END
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-YYYYMMDD
           MOVE WS-DATE-YYYYMMDD(1:4) TO WS-TODAY-YEAR
           MOVE WS-DATE-YYYYMMDD(5:2) TO WS-TODAY-MONTH
           MOVE WS-DATE-YYYYMMDD(7:2) TO WS-TODAY-DAY

           MOVE WS-ACC-ID-IN TO ACS-ACC-ID
           MOVE WS-COMPANY-ID-IN TO ACS-COMPANY-ID
           READ ACH-STOPS KEY IS ACS-KEY
              INVALID KEY
                 MOVE WS-ACC-ID-IN TO ACS-ACC-ID
                 MOVE WS-COMPANY-ID-IN TO ACS-COMPANY-ID
                 MOVE WS-STOP-AMOUNT-IN TO ACS-AMOUNT
                 MOVE WS-TODAY TO ACS-PLACED-AT
                 MOVE "ACTIVE" TO ACS-STATUS
                 WRITE ACS-DETAILS
              NOT INVALID KEY
                 MOVE WS-STOP-AMOUNT-IN TO ACS-AMOUNT
                 MOVE WS-TODAY TO ACS-PLACED-AT
                 MOVE "ACTIVE" TO ACS-STATUS
                 REWRITE ACS-DETAILS
           END-READ

           CLOSE ACH-STOPS

           STRING "ACH STOP COMPANY " WS-COMPANY-ID-IN " ON ACCT "
                  WS-ACC-ID-IN " AMT " WS-STOP-AMOUNT-IN
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "ACH STOP PAYMENT PLACED.".
       0750-END.

       0770-RELEASE-ACH-STOP.
           DISPLAY "INSERT THE ACCOUNT ID: "
           ACCEPT WS-ACC-ID-IN
           DISPLAY "INSERT THE ORIGINATOR COMPANY ID: "
           ACCEPT WS-COMPANY-ID-IN
           MOVE FUNCTION UPPER-CASE (WS-COMPANY-ID-IN)
              TO WS-COMPANY-ID-IN

           OPEN I-O ACH-STOPS
           IF ACH-STOPS-CHECK-STATUS NOT = "00"
              DISPLAY "NO ACH STOP PAYMENTS ARE ON FILE."
              GO TO 0770-END
           END-IF

           MOVE WS-ACC-ID-IN TO ACS-ACC-ID
           MOVE WS-COMPANY-ID-IN TO ACS-COMPANY-ID
           READ ACH-STOPS KEY IS ACS-KEY
              INVALID KEY
                 DISPLAY "NO ACH STOP ON FILE FOR THAT COMPANY."
                 CLOSE ACH-STOPS
                 GO TO 0770-END
           END-READ

           DISPLAY "RELEASE THE ACH STOP PLACED " ACS-PLACED-AT
                   "? (Y/N): "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE (WS-CONFIRM) TO WS-CONFIRM

           IF WS-CONFIRM NOT = "Y"
              DISPLAY "THE ACH STOP REMAINS IN PLACE."
              CLOSE ACH-STOPS
              GO TO 0770-END
           END-IF

           DELETE ACH-STOPS RECORD
           CLOSE ACH-STOPS

           STRING "RELEASED ACH STOP COMPANY " WS-COMPANY-ID-IN
                  " ACCT " WS-ACC-ID-IN
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "ACH STOP PAYMENT RELEASED.".
       0770-END.

       0880-WRITE-AUDIT.
           MOVE "UNKNOWN" TO WS-AUDIT-OPERATOR
           IF SESSION-OPERATOR-ID NOT = SPACES
