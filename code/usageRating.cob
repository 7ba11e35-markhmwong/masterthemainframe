      *> AGAINST THE ABEND POINT WHEN THE RUN MATTERS TO THE
      *> PENNY. A CLEAN FINISH CLEARS THE CHECKPOINT FOR THE NEXT
      *> DAY.
      *> EVERY BILLING MONTH HAS A RECORD ON THE PRDCTL FILE, WRITTEN
      *> OPEN HERE THE FIRST TIME A CALL IN THE MONTH IS RATED. ONCE
      *> INVEXT HAS STARTED CLOSING OR HAS CLOSED A MONTH, A CALL
      *> DATED IN IT IS NO LONGER ADDED TO USAGESUM - THE INVOICE
      *> HAS ALREADY GONE TO FINANCE - BUT DIVERTED TO THE LATEUSG
      *> FILE AND COUNTED ON THE MONTH'S PRDCTL RECORD, FOR THE NEXT
      *> INVEXT TO BILL AS A PRIOR-PERIOD ADJUSTMENT. THE BUCKET IN
      *> FLIGHT IS FLUSHED AND THE RUN CHECKPOINTED AROUND EVERY
      *> DIVERTED CALL, AND LATEUSG IS KEYED ON THE SWITCH FILE AND
      *> RECORD NUMBER, SO A RESTART NEVER DIVERTS THE SAME CALL
      *> TWICE.
      *> RETURN CODE 0 = ALL RATED, 4 = EXCEPTIONS WRITTEN,
      *> 8 = NO USAGE FILE, 12 = BATCH CONTROLS REFUSED THE FILE
      *> (MISSING/BAD HEADER OR TRAILER, COUNTS DISAGREE,
               RECORD KEY IS RG-SWITCH-ID
               FILE STATUS IS WS-RATEDREG-STATUS.

           SELECT PERIOD-CONTROL ASSIGN TO "PRDCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-BILLING-MONTH
               FILE STATUS IS WS-PERIODCTL-STATUS.

           SELECT LATE-USAGE ASSIGN TO "LATEUSG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LU-LATE-KEY
               FILE STATUS IS WS-LATEUSG-STATUS.

           SELECT USAGE-REPORT ASSIGN TO "USGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USGRPT-STATUS.
      *> THAN SILENTLY SKIPPING INTO THE WRONG FILE.
           02  UC-SWITCH-ID            PIC X(4).
           02  UC-FILE-SEQUENCE        PIC 9(6).
           02  UC-LATE-COUNT           PIC 9(9).
           02  FILLER                  PIC X(23).

      *> ONE RECORD PER SWITCH: THE LAST FILE SEQUENCE RATED INTO
      *> USAGESUM AND WHEN. ADVANCED ONLY AFTER A CLEAN FINISH.
           02  RG-RATED-DATE           PIC 9(8).
           02  FILLER                  PIC X(54).

       FD  PERIOD-CONTROL
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PERIOD-CONTROL-RECORD.
           COPY PRDCTL.

       FD  LATE-USAGE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  LATE-USAGE-RECORD.
           COPY LATUSG.

       FD  USAGE-REPORT
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           01 WS-USGRPT-STATUS        PIC X(2)  VALUE "00".
               88 WS-USGRPT-OK              VALUE "00".

           01 WS-PERIODCTL-STATUS     PIC X(2)  VALUE "00".
               88 WS-PERIODCTL-OK           VALUE "00".
               88 WS-PERIODCTL-NOT-FOUND     VALUE "23".
               88 WS-PERIODCTL-FILE-NOT-FOUND VALUE "35".

           01 WS-LATEUSG-STATUS       PIC X(2)  VALUE "00".
               88 WS-LATEUSG-OK             VALUE "00".
               88 WS-LATEUSG-DUPLICATE       VALUE "22".
               88 WS-LATEUSG-FILE-NOT-FOUND  VALUE "35".

      *> THE LAST BILLING MONTH LOOKED UP ON PRDCTL AND WHETHER
      *> IT WAS LOCKED - A DAY'S FILE IS NEARLY ALL ONE MONTH, SO
      *> THIS SAVES A READ PER CALL.
           01 WS-PERIOD-MONTH         PIC 9(6)  VALUE ZEROS.
           01 WS-PERIOD-SWITCH        PIC X(1)  VALUE "N".
               88 WS-PERIOD-KNOWN           VALUE "Y".
               88 WS-PERIOD-UNKNOWN         VALUE "N".
           01 WS-PERIOD-LOCK-SWITCH   PIC X(1)  VALUE "N".
               88 WS-PERIOD-IS-LOCKED       VALUE "Y".
               88 WS-PERIOD-IS-OPEN         VALUE "N".

      *> REQUEST/REPLY AREAS FOR THE CALLABLE LOOKUP IN DIVEXMPL -
      *> THESE MIRROR ITS LINKAGE SECTION FIELD FOR FIELD.
           01 WS-LOOKUP-REQUEST-AREA.
           01 WS-RATED-COUNT          PIC 9(9)  VALUE ZEROS.
           01 WS-EXCEPTION-COUNT      PIC 9(9)  VALUE ZEROS.
           01 WS-FLUSH-COUNT          PIC 9(9)  VALUE ZEROS.
           01 WS-LATE-COUNT           PIC 9(9)  VALUE ZEROS.
           01 WS-LATE-MINUTES         PIC 9(9)  VALUE ZEROS.
           01 WS-LATE-REPEAT-COUNT    PIC 9(9)  VALUE ZEROS.
           01 WS-SUBSCRIBER-COUNT     PIC 9(9)  VALUE ZEROS.
           01 WS-TOTAL-CALLS          PIC 9(9)  VALUE ZEROS.
           01 WS-TOTAL-MINUTES        PIC 9(9)  VALUE ZEROS.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O PERIOD-CONTROL
           IF WS-PERIODCTL-FILE-NOT-FOUND
               OPEN OUTPUT PERIOD-CONTROL
               CLOSE PERIOD-CONTROL
               OPEN I-O PERIOD-CONTROL
           END-IF
           IF NOT WS-PERIODCTL-OK
               DISPLAY "OPEN-FILES: PRDCTL OPEN FAILED - STATUS "
                   WS-PERIODCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O LATE-USAGE
           IF WS-LATEUSG-FILE-NOT-FOUND
               OPEN OUTPUT LATE-USAGE
               CLOSE LATE-USAGE
               OPEN I-O LATE-USAGE
           END-IF
           IF NOT WS-LATEUSG-OK
               DISPLAY "OPEN-FILES: LATEUSG OPEN FAILED - STATUS "
                   WS-LATEUSG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT USAGE-REPORT
           IF NOT WS-USGRPT-OK
               DISPLAY "OPEN-FILES: USGRPT OPEN FAILED - STATUS "
                               MOVE UC-RATED-COUNT TO WS-RATED-COUNT
                               MOVE UC-EXCEPTION-COUNT
                                   TO WS-EXCEPTION-COUNT
                               IF UC-LATE-COUNT NUMERIC
                                   MOVE UC-LATE-COUNT TO WS-LATE-COUNT
                               END-IF
                               MOVE UC-SWITCH-ID
                                   TO WS-RESTART-SWITCH-ID
                               MOVE UC-FILE-SEQUENCE
       1900-CLOSE-FILES.
           CLOSE USAGE-INPUT
           CLOSE USAGE-EXCEPTIONS
           CLOSE PERIOD-CONTROL
           CLOSE LATE-USAGE
           CLOSE USAGE-REPORT.

       3000-RATE-USAGE-RECORDS.
               PERFORM 3150-LOOKUP-SUBSCRIBER
               EVALUATE TRUE
                   WHEN WS-LOOKUP-FOUND
                       PERFORM 3160-CHECK-BILLING-PERIOD
                       IF WS-PERIOD-IS-LOCKED
                           PERFORM 3400-DIVERT-LATE-USAGE
                       ELSE
                           PERFORM 3200-ACCUMULATE-USAGE
                       END-IF
                   WHEN WS-LOOKUP-PORTED
                       MOVE SPACES TO WS-EXCEPTION-REASON
                       STRING "PORTED TO CARRIER " WS-LAST-CARRIER
               SET WS-LAST-VERDICT-VALID TO TRUE
           END-IF.

       3160-CHECK-BILLING-PERIOD.
      *> A MONTH NOT YET ON PRDCTL IS BEING RATED FOR THE FIRST
      *> TIME - RECORD IT AS OPEN FROM TODAY.
           IF WS-PERIOD-UNKNOWN
            OR UR-CALL-DATE(1:6) NOT = WS-PERIOD-MONTH
               MOVE UR-CALL-DATE(1:6) TO WS-PERIOD-MONTH
               SET WS-PERIOD-KNOWN TO TRUE
               MOVE WS-PERIOD-MONTH TO PC-BILLING-MONTH
               READ PERIOD-CONTROL
               IF WS-PERIODCTL-NOT-FOUND
                   PERFORM 3170-OPEN-BILLING-PERIOD
               ELSE
                   IF NOT WS-PERIODCTL-OK
                       DISPLAY "CHECK-BILLING-PERIOD: PRDCTL READ "
                           "FAILED - STATUS " WS-PERIODCTL-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               IF PC-PERIOD-LOCKED
                   SET WS-PERIOD-IS-LOCKED TO TRUE
               ELSE
                   SET WS-PERIOD-IS-OPEN TO TRUE
               END-IF
           END-IF.

       3170-OPEN-BILLING-PERIOD.
           MOVE SPACES TO PERIOD-CONTROL-RECORD
           MOVE WS-PERIOD-MONTH TO PC-BILLING-MONTH
           SET PC-PERIOD-OPEN TO TRUE
           MOVE WS-RUN-DATE TO PC-OPENED-DATE
           MOVE ZEROS TO PC-CLOSE-STARTED-DATE
           MOVE ZEROS TO PC-CLOSED-DATE
           MOVE ZEROS TO PC-INVOICED-MINUTES
           MOVE ZEROS TO PC-LATE-CALLS
           MOVE ZEROS TO PC-LATE-MINUTES
           MOVE ZEROS TO PC-LAST-LATE-DATE
           MOVE ZEROS TO PC-LATE-BILLED-MINUTES
           WRITE PERIOD-CONTROL-RECORD
           IF NOT WS-PERIODCTL-OK
               DISPLAY "CHECK-BILLING-PERIOD: PRDCTL WRITE FAILED "
                   "- STATUS " WS-PERIODCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3200-ACCUMULATE-USAGE.
           ADD 1 TO WS-RATED-COUNT
           IF WS-BUCKET-OPEN
           MOVE UR-CALL-MINUTES TO UE-CALL-MINUTES
           WRITE USAGE-EXCEPTION-RECORD.

       3400-DIVERT-LATE-USAGE.
      *> EVERYTHING BEFORE THIS CALL GOES TO USAGESUM AND IS
      *> CHECKPOINTED FIRST, THEN THE CALL ITSELF IS CHECKPOINTED
      *> ONCE IT IS ON LATEUSG. A CALL A RESTART HAS ALREADY
      *> DIVERTED COMES BACK AS A DUPLICATE KEY AND IS NOT COUNTED
      *> AGAIN.
           PERFORM 3250-FLUSH-CURRENT-BUCKET
           MOVE SPACES TO LATE-USAGE-RECORD
           MOVE UR-MOBILENUMBER TO LU-MOBILENUMBER
           MOVE UR-CALL-DATE TO LU-CALL-DATE
           MOVE WS-SWITCH-ID TO LU-SWITCH-ID
           MOVE WS-FILE-SEQUENCE TO LU-FILE-SEQUENCE
           MOVE WS-READ-COUNT TO LU-RECORD-NUMBER
           MOVE UR-CALL-MINUTES TO LU-CALL-MINUTES
           MOVE WS-RUN-DATE TO LU-ARRIVAL-DATE
           MOVE ZEROS TO LU-BILLED-MONTH
           MOVE ZEROS TO LU-BILLED-DATE
           WRITE LATE-USAGE-RECORD
           EVALUATE TRUE
               WHEN WS-LATEUSG-OK
                   ADD 1 TO WS-LATE-COUNT
                   ADD UR-CALL-MINUTES TO WS-LATE-MINUTES
                   PERFORM 3410-COUNT-LATE-ON-PERIOD
               WHEN WS-LATEUSG-DUPLICATE
                   ADD 1 TO WS-LATE-REPEAT-COUNT
               WHEN OTHER
                   DISPLAY "DIVERT-LATE-USAGE: LATEUSG WRITE FAILED - "
                       "STATUS " WS-LATEUSG-STATUS " NUMBER "
                       UR-MOBILENUMBER
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           PERFORM 5110-WRITE-LATE-CHECKPOINT.

       3410-COUNT-LATE-ON-PERIOD.
           MOVE WS-PERIOD-MONTH TO PC-BILLING-MONTH
           READ PERIOD-CONTROL
           IF WS-PERIODCTL-OK
               ADD 1 TO PC-LATE-CALLS
               ADD UR-CALL-MINUTES TO PC-LATE-MINUTES
               MOVE WS-RUN-DATE TO PC-LAST-LATE-DATE
               REWRITE PERIOD-CONTROL-RECORD
           END-IF
           IF NOT WS-PERIODCTL-OK
               DISPLAY "DIVERT-LATE-USAGE: PRDCTL UPDATE FAILED - "
                   "STATUS " WS-PERIODCTL-STATUS " MONTH "
                   WS-PERIOD-MONTH
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       5100-WRITE-CHECKPOINT-RECORD.
      *> EVERYTHING READ SO FAR IS ON USAGESUM EXCEPT THE RECORD
      *> THAT JUST OPENED THE NEXT BUCKET (WHEN THE FLUSH CAME OFF
           MOVE WS-EXCEPTION-COUNT TO UC-EXCEPTION-COUNT
           MOVE WS-SWITCH-ID TO UC-SWITCH-ID
           MOVE WS-FILE-SEQUENCE TO UC-FILE-SEQUENCE
           MOVE WS-LATE-COUNT TO UC-LATE-COUNT
           WRITE USAGE-CHECKPOINT-RECORD.

       5110-WRITE-LATE-CHECKPOINT.
      *> A DIVERTED CALL IS FINISHED WITH AS SOON AS IT IS ON
      *> LATEUSG, SO THIS CHECKPOINT COVERS EVERY RECORD READ.
           MOVE SPACES TO USAGE-CHECKPOINT-RECORD
           MOVE WS-READ-COUNT TO UC-RECORDS-PROCESSED
           MOVE WS-RATED-COUNT TO UC-RATED-COUNT
           MOVE UR-MOBILENUMBER TO UC-LAST-NUMBER
           MOVE WS-EXCEPTION-COUNT TO UC-EXCEPTION-COUNT
           MOVE WS-SWITCH-ID TO UC-SWITCH-ID
           MOVE WS-FILE-SEQUENCE TO UC-FILE-SEQUENCE
           MOVE WS-LATE-COUNT TO UC-LATE-COUNT
           WRITE USAGE-CHECKPOINT-RECORD.

       5200-UPDATE-RATED-REGISTER.
           MOVE "USAGE RECORDS EXCEPTED     :" TO WS-SUMMARY-LABEL
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "LATE - MONTH ALREADY CLOSED:" TO WS-SUMMARY-LABEL
           MOVE WS-LATE-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  LATE MINUTES DIVERTED    :" TO WS-SUMMARY-LABEL
           MOVE WS-LATE-MINUTES TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  ALREADY DIVERTED, SKIPPED:" TO WS-SUMMARY-LABEL
           MOVE WS-LATE-REPEAT-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "NUMBERS FLUSHED TO SUMMARY :" TO WS-SUMMARY-LABEL
           MOVE WS-FLUSH-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
