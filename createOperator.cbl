           02 OP-BRANCH            PIC X(4).
           02 OP-POST-LIMIT        PIC 9(7)V99.
           02 OP-TRAINEE           PIC X(1).
           02 OP-CUST-ID           PIC 9(6).

       FD  BRANCHES.
       01  BR-DETAILS.
           02 WS-OP-BRANCH-IN      PIC X(4).
           02 WS-OP-LIMIT-IN       PIC 9(7)V99.
           02 WS-OP-TRAINEE-IN     PIC X(1).
           02 WS-OP-CUST-ID-IN     PIC 9(6).

       01  WS-HASH-MODE            PIC X(1).
       01  WS-STORED-PWD           PIC X(10).
           MOVE WS-OP-BRANCH-IN   TO OP-BRANCH
           MOVE WS-OP-LIMIT-IN    TO OP-POST-LIMIT
           MOVE WS-OP-TRAINEE-IN  TO OP-TRAINEE
           MOVE WS-OP-CUST-ID-IN  TO OP-CUST-ID

           WRITE OP-DETAILS


           PERFORM 0160-PROMPT-ROLE UNTIL WS-OP-ROLE-VALID

           PERFORM 0165-PROMPT-BRANCH THRU 0165-END

           DISPLAY "INSERT THE OPERATOR'S POSTING LIMIT "
                   "(0 FOR THE ROLE DEFAULT): "
                TO WS-OP-TRAINEE-IN
           IF WS-OP-TRAINEE-IN NOT = "Y"
              MOVE "N" TO WS-OP-TRAINEE-IN
           END-IF

           DISPLAY "INSERT THE OPERATOR'S OWN CUSTOMER ID "
                   "(0 IF NOT A CUSTOMER): "
           ACCEPT WS-OP-CUST-ID-IN.
       0150-END.

       0165-PROMPT-BRANCH.
