       IDENTIFICATION DIVISION.
       PROGRAM-ID. householdMailing.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT HOUSEHOLDS ASSIGN TO "households.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HH-ID
           FILE STATUS IS HOUSEHOLDS-CHECK-STATUS.

       SELECT HH-MEMBERS ASSIGN TO "hhmembers.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HM-CUST-ID
           ALTERNATE RECORD KEY IS HM-HH-ID
               WITH DUPLICATES
           FILE STATUS IS HH-MEMBERS-CHECK-STATUS.

       SELECT CUSTOMERS ASSIGN TO "customers.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUST-ID
           FILE STATUS IS CUSTOMERS-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  HOUSEHOLDS.
       01  HH-DETAILS.
           05 HH-ID                  PIC 9(6).
           05 HH-NAME                PIC X(30).
           05 HH-HEAD-ID             PIC 9(6).
           05 HH-CREATED             PIC X(10).
           05 HH-STATUS              PIC X(8).

       FD  HH-MEMBERS.
       01  HM-DETAILS.
           05 HM-CUST-ID             PIC 9(6).
           05 HM-HH-ID               PIC 9(6).
           05 HM-OPT-IN              PIC X(1).
           05 HM-ADDED               PIC X(10).

       FD  CUSTOMERS.
       01  CUST-DETAILS.
           02 CUST-ID           PIC 9(6).
           02 CUST-NAME         PIC X(30).
           02 CUST-CREATED-AT   PIC X(10).
           02 CUST-ADDRESS      PIC X(30).
           02 CUST-CITY         PIC X(20).
           02 CUST-POSTAL-CODE  PIC X(10).
           02 CUST-PHONE        PIC X(15).
           02 CUST-TAX-ID       PIC X(11).
           02 CUST-BIRTH-DATE   PIC X(10).
           02 CUST-ID-DOC-TYPE  PIC X(10).
           02 CUST-ID-DOC-NO    PIC X(15).
           02 CUST-WHT-FLAG     PIC X(1).
           02 CUST-WHT-RATE     PIC V9(4).

       WORKING-STORAGE SECTION.

       01  HOUSEHOLDS-CHECK-STATUS   PIC XX.
       01  HH-MEMBERS-CHECK-STATUS   PIC XX.
       01  CUSTOMERS-CHECK-STATUS    PIC XX.

       01  WS-EOF-MEMBERS            PIC X VALUE "N".
           88  EOF-MEMBERS           VALUE "Y".
           88  NOT-EOF-MEMBERS       VALUE "N".

       01  WS-MEMBER-COUNT           PIC 9(3).
       01  WS-OPTED-COUNT            PIC 9(3).

       LINKAGE SECTION.

       01  LS-CUST-ID                PIC 9(6).
       01  LS-HH-ID                  PIC 9(6).
       01  LS-COMBINED               PIC X(1).
       01  LS-MAIL-BLOCK.
           05 LS-MAIL-NAME           PIC X(30).
           05 LS-MAIL-ADDRESS        PIC X(30).
           05 LS-MAIL-CITY           PIC X(20).
           05 LS-MAIL-POSTAL         PIC X(10).

       PROCEDURE DIVISION USING LS-CUST-ID LS-HH-ID LS-COMBINED
                                LS-MAIL-BLOCK.

       0100-MAIN.
           MOVE ZEROES TO LS-HH-ID
           MOVE "N" TO LS-COMBINED
           MOVE SPACES TO LS-MAIL-BLOCK

           OPEN INPUT HH-MEMBERS
           IF HH-MEMBERS-CHECK-STATUS NOT = "00"
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE LS-CUST-ID TO HM-CUST-ID
           READ HH-MEMBERS KEY IS HM-CUST-ID
              INVALID KEY
                 CLOSE HH-MEMBERS
                 GO TO 0900-END-PROGRAM
           END-READ

           MOVE HM-HH-ID TO LS-HH-ID

           OPEN INPUT HOUSEHOLDS
           IF HOUSEHOLDS-CHECK-STATUS NOT = "00"
              CLOSE HH-MEMBERS
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE HM-HH-ID TO HH-ID
           READ HOUSEHOLDS KEY IS HH-ID
              INVALID KEY
                 CLOSE HOUSEHOLDS
                 CLOSE HH-MEMBERS
                 GO TO 0900-END-PROGRAM
           END-READ
           CLOSE HOUSEHOLDS

           IF HH-STATUS NOT = "ACTIVE"
              CLOSE HH-MEMBERS
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE ZEROES TO WS-MEMBER-COUNT
           MOVE ZEROES TO WS-OPTED-COUNT
           SET NOT-EOF-MEMBERS TO TRUE
           START HH-MEMBERS KEY IS = HM-HH-ID
              INVALID KEY
                 SET EOF-MEMBERS TO TRUE
           END-START

           PERFORM UNTIL EOF-MEMBERS
              READ HH-MEMBERS NEXT RECORD
                 AT END
                    SET EOF-MEMBERS TO TRUE
                 NOT AT END
                    IF HM-HH-ID NOT = HH-ID
                       SET EOF-MEMBERS TO TRUE
                    ELSE
                       ADD 1 TO WS-MEMBER-COUNT
                       IF HM-OPT-IN = "Y"
                          ADD 1 TO WS-OPTED-COUNT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE HH-MEMBERS

           IF WS-MEMBER-COUNT < 2
              OR WS-OPTED-COUNT NOT = WS-MEMBER-COUNT
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN INPUT CUSTOMERS
           IF CUSTOMERS-CHECK-STATUS NOT = "00"
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE HH-HEAD-ID TO CUST-ID
           READ CUSTOMERS KEY IS CUST-ID
              INVALID KEY
                 CLOSE CUSTOMERS
                 GO TO 0900-END-PROGRAM
           END-READ
           CLOSE CUSTOMERS

           MOVE HH-NAME TO LS-MAIL-NAME
           MOVE CUST-ADDRESS TO LS-MAIL-ADDRESS
           MOVE CUST-CITY TO LS-MAIL-CITY
           MOVE CUST-POSTAL-CODE TO LS-MAIL-POSTAL
           MOVE "Y" TO LS-COMBINED.
       0100-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
