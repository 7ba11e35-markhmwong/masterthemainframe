               RECORD KEY IS RP-PLAN-CODE
               FILE STATUS IS WS-RATEPLAN-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT-REF
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT PORTING-HISTORY ASSIGN TO "PORTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PORTHIST-STATUS.
       01  RATE-PLAN-RECORD.
           COPY RPLAN.

       FD  ACCOUNT-MASTER
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ACCOUNT-MASTER-RECORD.
           COPY ACCTMST.

      *> permanent porting record - every P and I lands here and
      *> nothing ever deletes it, so the carrier and date survive
      *> even after the number ports back and PORTXREF forgets.
               88 WS-RATEPLAN-NOT-FOUND      VALUE "23".
               88 WS-RATEPLAN-FILE-NOT-FOUND  VALUE "35".

           01 WS-ACCTMAST-STATUS      PIC X(2)  VALUE "00".
               88 WS-ACCTMAST-OK            VALUE "00".
               88 WS-ACCTMAST-NOT-FOUND      VALUE "23".
               88 WS-ACCTMAST-FILE-NOT-FOUND  VALUE "35".
           01 WS-ACCOUNT-ERROR-TEXT   PIC X(11) VALUE SPACES.

           01 WS-PORTHIST-STATUS      PIC X(2)  VALUE "00".
               88 WS-PORTHIST-OK            VALUE "00".
               88 WS-PORTHIST-FILE-NOT-FOUND  VALUE "35".
           PERFORM 1000-OPEN-SUBSCRIBER-MASTER
           PERFORM 1005-OPEN-PORTED-XREF
           PERFORM 1007-OPEN-RATE-PLAN-FILE
           PERFORM 1006-OPEN-ACCOUNT-MASTER
           PERFORM 1008-OPEN-PORTING-HISTORY
           PERFORM 1009-OPEN-ACCOUNT-XREF
           PERFORM 1010-OPEN-ERROR-REPORT
           PERFORM 1900-CLOSE-SUBSCRIBER-MASTER
           PERFORM 1905-CLOSE-PORTED-XREF
           PERFORM 1907-CLOSE-RATE-PLAN-FILE
           PERFORM 1906-CLOSE-ACCOUNT-MASTER
           PERFORM 1908-CLOSE-PORTING-HISTORY
           PERFORM 1909-CLOSE-ACCOUNT-XREF
           PERFORM 1910-CLOSE-ERROR-REPORT
               OPEN I-O PORTED-XREF
           END-IF.

       1006-OPEN-ACCOUNT-MASTER.
      *> LIKE THE RATE-PLAN FILE, THE ACCOUNT MASTER IS ENFORCED
      *> HERE - AN A/R/I AGAINST AN UNKNOWN OR CLOSED ACCOUNT MUST
      *> NOT REACH SUBMAST, SO WITHOUT IT THE RUN STOPS.
           OPEN INPUT ACCOUNT-MASTER
           IF NOT WS-ACCTMAST-OK
               DISPLAY "OPEN-ACCOUNT-MASTER: OPEN FAILED - STATUS " WS-ACCTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1007-OPEN-RATE-PLAN-FILE.
      *> THE NIGHT RUN IS THE ENFORCEMENT POINT FOR PLAN CODES -
      *> WITHOUT THE REFERENCE FILE EVERY A/R/I WOULD EITHER WAVE
       1905-CLOSE-PORTED-XREF.
           CLOSE PORTED-XREF.

       1906-CLOSE-ACCOUNT-MASTER.
           CLOSE ACCOUNT-MASTER.

       1907-CLOSE-RATE-PLAN-FILE.
           CLOSE RATE-PLAN-FILE.

           END-IF
           IF WS-PROFILE-IS-VALID
               PERFORM 3525-EDIT-RATE-PLAN-CODE
           END-IF
           IF WS-PROFILE-IS-VALID
               PERFORM 3527-EDIT-ACCOUNT-REF
           END-IF.

       3525-EDIT-RATE-PLAN-CODE.
                   END-IF
           END-READ.

       3527-EDIT-ACCOUNT-REF.
      *> THE ACCOUNT MUST BE ON THE ACCOUNT MASTER AND OPEN - A
      *> CLOSED ACCOUNT TAKES NO NEW NUMBER AND NO NUMBER IS MOVED
      *> ONTO IT. AN R THAT DISCONNECTS A NUMBER STILL ON A CLOSED
      *> ACCOUNT IS ALLOWED THROUGH. SAME RULE AS SUBEDIT.
           MOVE SPACES TO WS-ACCOUNT-ERROR-TEXT
           IF WS-ACCOUNT-REF = SPACES
               MOVE "MISSING" TO WS-ACCOUNT-ERROR-TEXT
           ELSE
               MOVE WS-ACCOUNT-REF TO AM-ACCOUNT-REF
               READ ACCOUNT-MASTER
                   INVALID KEY
                       MOVE "NOT ON FILE" TO WS-ACCOUNT-ERROR-TEXT
                   NOT INVALID KEY
                       IF AM-ACCOUNT-CLOSED
                        AND NOT (TR-OPERATION-CODE = "R"
                                 AND WS-ACCOUNT-STATUS = "D")
                           MOVE "CLOSED" TO WS-ACCOUNT-ERROR-TEXT
                       END-IF
               END-READ
           END-IF
           IF WS-ACCOUNT-ERROR-TEXT NOT = SPACES
               SET WS-PROFILE-IS-INVALID TO TRUE
               PERFORM 2940-WRITE-ACCOUNT-ERROR-REPORT-LINE
           END-IF.

       3530-FETCH-PROFILE-FOR-CHANGE.
           MOVE COUNTRYCODE TO SM-COUNTRYCODE
           MOVE NUM TO SM-NUM
           MOVE WS-AUDIT-NEW-MOBILENUMBER TO AJ-NEW-MOBILENUMBER
           MOVE WS-AUDIT-OLD-RECORD-IMAGE TO AJ-OLD-RECORD-IMAGE
           MOVE WS-AUDIT-NEW-RECORD-IMAGE TO AJ-NEW-RECORD-IMAGE
           MOVE TR-OPERATION-CODE TO AJ-TRANSACTION-CODE
           MOVE SPACES TO AJ-ENTERED-BY
           MOVE SPACES TO AJ-APPROVED-BY
           WRITE AUDIT-JOURNAL-RECORD.

       9000-CONTROL-TOTALS-BALANCING.
           END-STRING
           WRITE ERROR-REPORT-LINE.

       2940-WRITE-ACCOUNT-ERROR-REPORT-LINE.
           SET WS-CARD-HAD-ERROR TO TRUE
           MOVE SPACES TO ERROR-REPORT-LINE
           STRING "ACCOUNT REF " DELIMITED BY SIZE
                   WS-ACCOUNT-REF DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ACCOUNT-ERROR-TEXT DELIMITED BY SIZE
                   " - TRANSACTION REJECTED: " DELIMITED BY SIZE
                   COUNTRYCODE DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   NUM DELIMITED BY SIZE
                   INTO ERROR-REPORT-LINE
           END-STRING
           WRITE ERROR-REPORT-LINE.

       8100-ADD-SUBSCRIBER-RECORD.
           MOVE COUNTRYCODE TO SM-COUNTRYCODE
           MOVE NUM TO SM-NUM
