      *> OFF THE ACCTXREF CROSS-REFERENCE) OR THE BATCH OPERATION
      *> CODES A/R/D/C,
      *> APPLIED WITH THE SAME SEMANTICS AS 3510-APPLY-TRANSACTION
      *> IN DIVISIONEXAMPLE, INCLUDING THE CCODES COUNTRY-CODE EDIT,
      *> THE RATEPLAN AND ACCTMAST (UNKNOWN OR CLOSED ACCOUNT) EDITS
      *> AND THE SAME 160-BYTE AUDJRN JOURNAL RECORD (FULL BEFORE
      *> AND AFTER IMAGES INCLUDED). THE JOURNAL IS
      *> WRITTEN THROUGH EXTRAPARTITION TD QUEUE AJRN, WHICH THE DCT
      *> ASSIGNS TO THE SAME DATASET THE BATCH RUN EXTENDS.
      *> DUAL CONTROL: AN A/R/D/C IS EDITED WHEN KEYED BUT NOT
      *> APPLIED - IT GOES TO THE PENDCHG QUEUE WITH THE KEYING
      *> OPERATOR'S USERID AND THE BEFORE AND AFTER IMAGES. OP V IS
      *> THE SECOND OPERATOR'S FUNCTION: SINQ V<MOBILENUMBER> SHOWS
      *> THE CHANGE PENDING ON THE NUMBER, AND WITH A OR R IN THE
      *> NEXT BYTE APPROVES OR REJECTS IT. THE OPERATOR WHO KEYED A
      *> CHANGE CANNOT DECIDE IT. AN APPROVED CHANGE IS APPLIED AS
      *> ABOVE AND JOURNALED WITH BOTH USERIDS. A STATUS-ONLY R TO A
      *> STATUS IN THE EXEMPT CLASS ON THE QUEUE CONTROL RECORD IS
      *> APPLIED AT ONCE, JOURNALED AS APPROVED BY *EXEMPT*. THE
      *> NIGHTLY PENDRPT RUN REPORTS AND EXPIRES THE QUEUE.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
               02 FILLER               PIC X(6).
               02 WS-RCV-REQUEST-ACCOUNT-REF PIC X(10).
               02 FILLER               PIC X(43).
      *> THE V (DECIDE PENDING CHANGE) VIEW: THE BYTE BEHIND THE
      *> NUMBER IS THE DECISION - A APPROVE, R REJECT, BLANK SHOW.
           01 WS-DECISION-REQUEST-AREA REDEFINES WS-RECEIVE-AREA.
               02 FILLER               PIC X(17).
               02 WS-RCV-DECISION      PIC X(1).
               02 FILLER               PIC X(41).
           01 WS-RECEIVE-LENGTH       PIC S9(4) COMP VALUE +59.

           01 WS-SUBSCRIBER-RECORD.
               COPY RPLAN.
           01 WS-PLAN-KEY             PIC X(4)  VALUE SPACES.

           01 WS-ACCOUNT-MASTER-RECORD.
               COPY ACCTMST.
           01 WS-ACCOUNT-KEY          PIC X(10) VALUE SPACES.

           01 WS-PENDING-RECORD.
               COPY PENDCHG.
           01 WS-PENDING-KEY.
               02 WS-PEND-KEY-MOBILENUMBER PIC 9(11).
               02 WS-PEND-KEY-TIMESTAMP    PIC X(16).

      *> THE MASTER RECORD AS IT STANDS AND AS THE KEYED CHANGE
      *> WOULD LEAVE IT - SPACES FOR THE SIDE THAT DOES NOT EXIST.
           01 WS-PROPOSED-BEFORE.
               COPY MOBNUM REPLACING
                   ==MOBILENUMBER== BY ==PB-MOBILENUMBER==
                   ==COUNTRYCODE==  BY ==PB-COUNTRYCODE==
                   ==NUM==          BY ==PB-NUM==.
               COPY SUBPROF REPLACING
                   ==PROFILE==         BY ==PB-PROFILE==
                   ==ACCOUNT-STATUS==  BY ==PB-ACCOUNT-STATUS==
                   ==ACTIVATION-DATE== BY ==PB-ACTIVATION-DATE==
                   ==RATE-PLAN-CODE==  BY ==PB-RATE-PLAN-CODE==
                   ==ACCOUNT-REF==     BY ==PB-ACCOUNT-REF==
                   ==STATUS-DATE==     BY ==PB-STATUS-DATE==.
           01 WS-PROPOSED-AFTER.
               COPY MOBNUM REPLACING
                   ==MOBILENUMBER== BY ==PA-MOBILENUMBER==
                   ==COUNTRYCODE==  BY ==PA-COUNTRYCODE==
                   ==NUM==          BY ==PA-NUM==.
               COPY SUBPROF REPLACING
                   ==PROFILE==         BY ==PA-PROFILE==
                   ==ACCOUNT-STATUS==  BY ==PA-ACCOUNT-STATUS==
                   ==ACTIVATION-DATE== BY ==PA-ACTIVATION-DATE==
                   ==RATE-PLAN-CODE==  BY ==PA-RATE-PLAN-CODE==
                   ==ACCOUNT-REF==     BY ==PA-ACCOUNT-REF==
                   ==STATUS-DATE==     BY ==PA-STATUS-DATE==.
      *> ONE IMAGE FROM THE QUEUE, LAID OUT FOR THE V DISPLAY.
           01 WS-IMAGE-VIEW.
               COPY MOBNUM REPLACING
                   ==MOBILENUMBER== BY ==IV-MOBILENUMBER==
                   ==COUNTRYCODE==  BY ==IV-COUNTRYCODE==
                   ==NUM==          BY ==IV-NUM==.
               COPY SUBPROF REPLACING
                   ==PROFILE==         BY ==IV-PROFILE==
                   ==ACCOUNT-STATUS==  BY ==IV-ACCOUNT-STATUS==
                   ==ACTIVATION-DATE== BY ==IV-ACTIVATION-DATE==
                   ==RATE-PLAN-CODE==  BY ==IV-RATE-PLAN-CODE==
                   ==ACCOUNT-REF==     BY ==IV-ACCOUNT-REF==
                   ==STATUS-DATE==     BY ==IV-STATUS-DATE==.
           01 WS-IMAGE-LABEL          PIC X(7)  VALUE SPACES.
           01 WS-CURRENT-IMAGE        PIC X(42) VALUE SPACES.

           01 WS-PROPOSAL-SWITCH      PIC X(1)  VALUE "Y".
               88 WS-PROPOSAL-IS-VALID      VALUE "Y".
               88 WS-PROPOSAL-IS-INVALID    VALUE "N".
           01 WS-PENDING-SWITCH       PIC X(1)  VALUE "N".
               88 WS-PENDING-WAS-FOUND      VALUE "Y".
               88 WS-PENDING-NOT-FOUND      VALUE "N".
           01 WS-EXEMPT-SWITCH        PIC X(1)  VALUE "N".
               88 WS-CHANGE-IS-EXEMPT       VALUE "Y".
               88 WS-CHANGE-NOT-EXEMPT      VALUE "N".
           01 WS-EXEMPT-INDEX         PIC 9(4)  COMP VALUE ZEROS.
           01 WS-APPLIED-SWITCH       PIC X(1)  VALUE "N".
               88 WS-CHANGE-IS-APPLIED      VALUE "Y".
               88 WS-CHANGE-NOT-APPLIED     VALUE "N".
           01 WS-NEW-NUMBER-SWITCH    PIC X(1)  VALUE "N".
               88 WS-NEW-NUMBER-ON-FILE     VALUE "Y".
               88 WS-NEW-NUMBER-FREE        VALUE "N".
           01 WS-DECISION             PIC X(1)  VALUE SPACES.
               88 WS-DECISION-SHOW          VALUE SPACE.
               88 WS-DECISION-APPROVE       VALUE "A".
               88 WS-DECISION-REJECT        VALUE "R".

      *> THE SIGNED-ON USERID, AND THE TWO THAT GO ON THE JOURNAL:
      *> WHO KEYED THE CHANGE AND WHO APPROVED IT.
           01 WS-OPERATOR-ID          PIC X(8)  VALUE SPACES.
           01 WS-ENTERED-BY           PIC X(8)  VALUE SPACES.
           01 WS-APPROVED-BY          PIC X(8)  VALUE SPACES.
           01 WS-CURRENT-TIMESTAMP    PIC X(21) VALUE SPACES.

           01 WS-RUN-DATE             PIC 9(8)  VALUE ZEROS.
           01 WS-RESPONSE             PIC S9(8) COMP VALUE ZEROS.

                   TO WS-SEND-MESSAGE
               PERFORM 7000-SEND-RESPONSE
           END-IF
           EXEC CICS ASSIGN
               USERID(WS-OPERATOR-ID)
           END-EXEC
      *> AN X CARRIES AN ACCOUNT REFERENCE, NOT A NUMBER, SO THE
      *> COUNTRY-CODE EDIT DOES NOT APPLY TO IT.
           IF WS-RCV-OPERATION NOT = "X"
               WHEN "Q"
                   PERFORM 3000-INQUIRE-SUBSCRIBER
               WHEN "A"
               WHEN "R"
               WHEN "D"
               WHEN "C"
                   PERFORM 4000-QUEUE-CHANGE
               WHEN "X"
                   PERFORM 3500-INQUIRE-ACCOUNT
               WHEN "V"
                   PERFORM 4500-DECIDE-PENDING-CHANGE
               WHEN OTHER
                   STRING "SINQ - INVALID OPERATION CODE: "
                           WS-RCV-OPERATION DELIMITED BY SIZE
           END-IF
           IF WS-PROFILE-IS-VALID
               PERFORM 3120-EDIT-RATE-PLAN-CODE
           END-IF
           IF WS-PROFILE-IS-VALID
               PERFORM 3130-EDIT-ACCOUNT-REF
           END-IF.

       3120-EDIT-RATE-PLAN-CODE.
               END-IF
           END-IF.

       3130-EDIT-ACCOUNT-REF.
      *> THE SAME ACCOUNT EDIT THE BATCH PATHS APPLY: THE ACCOUNT
      *> MUST BE ON ACCTMAST, AND A CLOSED ONE TAKES NO NEW NUMBER
      *> AND NO NUMBER MOVED ONTO IT - ONLY AN R THAT DISCONNECTS
      *> A NUMBER STILL ON IT GETS THROUGH.
           IF WS-ACCOUNT-REF = SPACES
               SET WS-PROFILE-IS-INVALID TO TRUE
               MOVE "SINQ - MISSING ACCOUNT REF" TO WS-SEND-MESSAGE
           ELSE
               MOVE WS-ACCOUNT-REF TO WS-ACCOUNT-KEY
               EXEC CICS READ
                   FILE('ACCTMAST')
                   INTO(WS-ACCOUNT-MASTER-RECORD)
                   RIDFLD(WS-ACCOUNT-KEY)
                   RESP(WS-RESPONSE)
               END-EXEC
               IF WS-RESPONSE NOT = DFHRESP(NORMAL)
                   SET WS-PROFILE-IS-INVALID TO TRUE
                   STRING "SINQ - ACCOUNT NOT ON ACCOUNT MASTER: "
                           WS-ACCOUNT-REF DELIMITED BY SIZE
                           INTO WS-SEND-MESSAGE
                   END-STRING
               ELSE
                   IF AM-ACCOUNT-CLOSED
                    AND NOT (WS-RCV-OPERATION = "R"
                             AND WS-ACCOUNT-STATUS = "D")
                       SET WS-PROFILE-IS-INVALID TO TRUE
                       STRING "SINQ - ACCOUNT CLOSED: "
                               WS-ACCOUNT-REF DELIMITED BY SIZE
                               INTO WS-SEND-MESSAGE
                       END-STRING
                   END-IF
               END-IF
           END-IF.

       3200-REWRITE-SUBSCRIBER.
      *> CICS REQUIRES READ UPDATE BEFORE REWRITE; THE BATCH
      *> PROGRAM'S DYNAMIC-ACCESS REWRITE HAS NO SUCH STEP.

       3400-CHANGE-SUBSCRIBER-NUMBER.
      *> A NUMBER CHANGE KEEPS THE SUBSCRIBER'S EXISTING PROFILE,
      *> AS 3510-APPLY-TRANSACTION DOES IN THE NIGHTLY RUN. THE
      *> RECORD IS ADDED UNDER THE NEW KEY BEFORE THE OLD ONE IS
      *> DELETED, AND NEITHER IS JOURNALED UNTIL BOTH HAVE WORKED -
      *> AJRN CANNOT BE BACKED OUT, SO A FAILURE PART-WAY MUST
      *> LEAVE NOTHING ON IT FOR THE CALLER'S ROLLBACK TO CONTRADICT.
           MOVE WS-RCV-NEW-COUNTRYCODE TO WS-VALID-COUNTRYCODE
           IF NOT WS-COUNTRYCODE-IS-ASSIGNED
               STRING "SINQ - INVALID NEW COUNTRY CODE: "
           ELSE
               PERFORM 8000-READ-SUBSCRIBER
               IF WS-RESPONSE = DFHRESP(NORMAL)
                   MOVE SM-ACCOUNT-REF TO WS-OLD-ACCOUNT-REF
                   MOVE WS-SUBSCRIBER-RECORD TO WS-OLD-RECORD-IMAGE
                   MOVE WS-RCV-NEW-MOBILENUMBER TO SM-MOBILENUMBER
                   PERFORM 8100-WRITE-SUBSCRIBER
                   IF WS-RESPONSE = DFHRESP(NORMAL)
                       PERFORM 3410-REMOVE-OLD-NUMBER
                   ELSE
                       PERFORM 7200-FORMAT-FILE-ERROR-MESSAGE
                   END-IF
               END-IF
           END-IF.

       3410-REMOVE-OLD-NUMBER.
      *> THE NEW KEY IS ON FILE. ONCE THE OLD ONE IS GONE TOO,
      *> JOURNAL OLD-TO-ZEROS THEN ZEROS-TO-NEW, EXACTLY AS THE
      *> BATCH C PATH DOES, AND MOVE THE CROSS-REFERENCE ACROSS.
           MOVE WS-RCV-MOBILENUMBER TO WS-KEY-MOBILENUMBER
           EXEC CICS DELETE
               FILE('SUBMAST')
               RIDFLD(WS-RECORD-KEY)
               RESP(WS-RESPONSE)
           END-EXEC
           IF WS-RESPONSE = DFHRESP(NORMAL)
               MOVE WS-RCV-MOBILENUMBER TO AJ-OLD-MOBILENUMBER
               MOVE ZEROS TO AJ-NEW-MOBILENUMBER
               MOVE WS-OLD-RECORD-IMAGE TO AJ-OLD-RECORD-IMAGE
               MOVE SPACES TO AJ-NEW-RECORD-IMAGE
               MOVE "D" TO AJ-OPERATION-CODE
               PERFORM 6000-WRITE-AUDIT-RECORD
               MOVE ZEROS TO AJ-OLD-MOBILENUMBER
               MOVE SM-MOBILENUMBER TO AJ-NEW-MOBILENUMBER
               MOVE SPACES TO AJ-OLD-RECORD-IMAGE
               MOVE WS-SUBSCRIBER-RECORD TO AJ-NEW-RECORD-IMAGE
               MOVE "A" TO AJ-OPERATION-CODE
               PERFORM 6000-WRITE-AUDIT-RECORD
               PERFORM 8210-DELETE-ACCOUNT-XREF
               PERFORM 8200-WRITE-ACCOUNT-XREF
               STRING "SINQ - CHANGED TO " SM-COUNTRYCODE
                       "-" SM-NUM
                       DELIMITED BY SIZE INTO WS-SEND-MESSAGE
               END-STRING
           ELSE
               STRING "SINQ - SUBSCRIBER MASTER ERROR ON "
                       WS-RCV-COUNTRYCODE "-" WS-RCV-NUM
                       DELIMITED BY SIZE INTO WS-SEND-MESSAGE
               END-STRING
           END-IF.

       3500-INQUIRE-ACCOUNT.
      *> BROWSE THE CROSS-REFERENCE FROM THE ACCOUNT'S LOW KEY AND
      *> LIST EVERY NUMBER UNDER IT - STATUS AND PLAN COME OFF THE
               END-IF
           END-IF.

       4000-QUEUE-CHANGE.
      *> NOTHING KEYED AT SINQ TOUCHES THE MASTER UNTIL A SECOND
      *> OPERATOR APPROVES IT. THE SAME EDITS RUN NOW, SO A BAD LINE
      *> IS TURNED AWAY AT THE COUNTER, AND AGAIN WHEN IT IS
      *> APPROVED AND APPLIED.
           SET WS-PROPOSAL-IS-VALID TO TRUE
           SET WS-CHANGE-NOT-EXEMPT TO TRUE
           EVALUATE WS-RCV-OPERATION
               WHEN "A"
                   PERFORM 4100-PROPOSE-ADD
               WHEN "R"
                   PERFORM 4200-PROPOSE-REWRITE
               WHEN "D"
                   PERFORM 4300-PROPOSE-DELETE
               WHEN "C"
                   PERFORM 4400-PROPOSE-NUMBER-CHANGE
           END-EVALUATE
           IF WS-PROPOSAL-IS-VALID
            AND WS-RCV-OPERATION = "R"
               PERFORM 4060-CHECK-EXEMPT-CHANGE
           END-IF
           IF WS-PROPOSAL-IS-VALID
               IF WS-CHANGE-IS-EXEMPT
                   MOVE WS-OPERATOR-ID TO WS-ENTERED-BY
                   MOVE "*EXEMPT*" TO WS-APPROVED-BY
                   PERFORM 3200-REWRITE-SUBSCRIBER
               ELSE
                   PERFORM 4050-FIND-PENDING-CHANGE
                   IF WS-PENDING-WAS-FOUND
                       STRING "SINQ - " PC-OPERATION-CODE
                               " ALREADY PENDING ON "
                               WS-RCV-COUNTRYCODE "-" WS-RCV-NUM
                               " KEYED BY " PC-ENTERED-BY
                               DELIMITED BY SIZE INTO WS-SEND-MESSAGE
                       END-STRING
                   ELSE
                       PERFORM 4070-WRITE-PENDING-CHANGE
                   END-IF
               END-IF
           END-IF.

       4050-FIND-PENDING-CHANGE.
      *> BROWSE THE QUEUE ENTRIES FOR THE NUMBER, OLDEST FIRST, FOR
      *> ONE STILL PENDING. DECIDED ENTRIES STAY ON THE QUEUE UNTIL
      *> THE NIGHTLY RUN REPORTS THEM.
           SET WS-PENDING-NOT-FOUND TO TRUE
           SET WS-BROWSE-MORE TO TRUE
           MOVE WS-RCV-MOBILENUMBER TO WS-PEND-KEY-MOBILENUMBER
           MOVE LOW-VALUES TO WS-PEND-KEY-TIMESTAMP
           EXEC CICS STARTBR
               FILE('PENDCHG')
               RIDFLD(WS-PENDING-KEY)
               GTEQ
               RESP(WS-RESPONSE)
           END-EXEC
           IF WS-RESPONSE = DFHRESP(NORMAL)
               PERFORM 4055-BROWSE-NUMBER-CHANGES
                   UNTIL WS-BROWSE-DONE
               EXEC CICS ENDBR
                   FILE('PENDCHG')
               END-EXEC
           END-IF.

       4055-BROWSE-NUMBER-CHANGES.
           EXEC CICS READNEXT
               FILE('PENDCHG')
               INTO(WS-PENDING-RECORD)
               RIDFLD(WS-PENDING-KEY)
               RESP(WS-RESPONSE)
           END-EXEC
           IF WS-RESPONSE NOT = DFHRESP(NORMAL)
            OR PC-MOBILENUMBER NOT = WS-RCV-MOBILENUMBER
               SET WS-BROWSE-DONE TO TRUE
           ELSE
               IF PC-CHANGE-PENDING
                   SET WS-PENDING-WAS-FOUND TO TRUE
                   SET WS-BROWSE-DONE TO TRUE
               END-IF
           END-IF.

       4060-CHECK-EXEMPT-CHANGE.
      *> A STATUS-ONLY R - SAME ACTIVATION DATE, PLAN AND ACCOUNT,
      *> NEW STATUS - TO A STATUS IN THE EXEMPT CLASS ON THE QUEUE
      *> CONTROL RECORD NEEDS NO SECOND OPERATOR. NO CONTROL RECORD
      *> MEANS NOTHING IS EXEMPT.
           IF PA-ACCOUNT-STATUS NOT = PB-ACCOUNT-STATUS
            AND PA-ACTIVATION-DATE = PB-ACTIVATION-DATE
            AND PA-RATE-PLAN-CODE = PB-RATE-PLAN-CODE
            AND PA-ACCOUNT-REF = PB-ACCOUNT-REF
               MOVE ZEROS TO WS-PEND-KEY-MOBILENUMBER
               MOVE ZEROS TO WS-PEND-KEY-TIMESTAMP
               EXEC CICS READ
                   FILE('PENDCHG')
                   INTO(WS-PENDING-RECORD)
                   RIDFLD(WS-PENDING-KEY)
                   RESP(WS-RESPONSE)
               END-EXEC
               IF WS-RESPONSE = DFHRESP(NORMAL)
                   MOVE ZEROS TO WS-EXEMPT-INDEX
                   PERFORM 4065-TEST-EXEMPT-STATUS
                       UNTIL WS-EXEMPT-INDEX = 4
                          OR WS-CHANGE-IS-EXEMPT
               END-IF
           END-IF.

       4065-TEST-EXEMPT-STATUS.
           ADD 1 TO WS-EXEMPT-INDEX
           IF PC-EXEMPT-STATUS(WS-EXEMPT-INDEX) = PA-ACCOUNT-STATUS
               SET WS-CHANGE-IS-EXEMPT TO TRUE
           END-IF.

       4070-WRITE-PENDING-CHANGE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE SPACES TO WS-PENDING-RECORD
           MOVE WS-RCV-MOBILENUMBER TO PC-MOBILENUMBER
           MOVE WS-CURRENT-TIMESTAMP(1:16) TO PC-QUEUED-TIMESTAMP
           SET PC-CHANGE-PENDING TO TRUE
           MOVE WS-RCV-OPERATION TO PC-OPERATION-CODE
           MOVE WS-OPERATOR-ID TO PC-ENTERED-BY
           MOVE EIBTRMID TO PC-ENTERED-TERMINAL
           MOVE ZEROS TO PC-DECIDED-DATE
           MOVE ZEROS TO PC-DECIDED-TIME
           MOVE WS-RECEIVE-AREA TO PC-INPUT-LINE
           MOVE WS-PROPOSED-BEFORE TO PC-BEFORE-IMAGE
           MOVE WS-PROPOSED-AFTER TO PC-AFTER-IMAGE
           MOVE PC-PENDING-KEY TO WS-PENDING-KEY
           EXEC CICS WRITE
               FILE('PENDCHG')
               FROM(WS-PENDING-RECORD)
               RIDFLD(WS-PENDING-KEY)
               RESP(WS-RESPONSE)
           END-EXEC
           IF WS-RESPONSE = DFHRESP(NORMAL)
               STRING "SINQ - " WS-RCV-OPERATION " ON "
                       WS-RCV-COUNTRYCODE "-" WS-RCV-NUM
                       " QUEUED FOR A SECOND OPERATOR TO APPROVE"
                       DELIMITED BY SIZE INTO WS-SEND-MESSAGE
               END-STRING
           ELSE
               STRING "SINQ - PENDING-CHANGE QUEUE ERROR ON "
                       WS-RCV-COUNTRYCODE "-" WS-RCV-NUM
                       DELIMITED BY SIZE INTO WS-SEND-MESSAGE
               END-STRING
           END-IF.

       4100-PROPOSE-ADD.
           MOVE WS-RCV-PROFILE TO WS-PROFILE
           PERFORM 3110-EDIT-PROFILE
           IF WS-PROFILE-IS-INVALID
               SET WS-PROPOSAL-IS-INVALID TO TRUE
           ELSE
               PERFORM 8000-READ-SUBSCRIBER
               IF WS-RESPONSE = DFHRESP(NORMAL)
                   SET WS-PROPOSAL-IS-INVALID TO TRUE
                   STRING "SINQ - DUPLICATE MOBILENUMBER: "
                           SM-COUNTRYCODE "-" SM-NUM
                           DELIMITED BY SIZE INTO WS-SEND-MESSAGE
                   END-STRING
               ELSE
                   MOVE SPACES TO WS-PROPOSED-BEFORE
                   MOVE WS-RCV-MOBILENUMBER TO PA-MOBILENUMBER
                   MOVE WS-PROFILE TO PA-PROFILE
               END-IF
           END-IF.

       4200-PROPOSE-REWRITE.
      *> THE AFTER IMAGE FOLLOWS THE 3200 RULE FOR THE STATUS DATE,
      *> SO THE APPROVER SEES WHAT THE REWRITE WILL ACTUALLY STORE.
           MOVE WS-RCV-PROFILE TO WS-PROFILE
           PERFORM 3110-EDIT-PROFILE
           IF WS-PROFILE-IS-INVALID
               SET WS-PROPOSAL-IS-INVALID TO TRUE
           ELSE
               PERFORM 8000-READ-SUBSCRIBER
               IF WS-RESPONSE = DFHRESP(NORMAL)
                   MOVE WS-SUBSCRIBER-RECORD TO WS-PROPOSED-BEFORE
                   IF WS-STATUS-DATE-DEFAULTED
                    AND SM-ACCOUNT-STATUS = WS-ACCOUNT-STATUS
                    AND SM-STATUS-DATE NUMERIC
                    AND SM-STATUS-DATE > ZEROS
                       MOVE SM-STATUS-DATE TO WS-STATUS-DATE
                   END-IF
                   MOVE SM-MOBILENUMBER TO PA-MOBILENUMBER
                   MOVE WS-PROFILE TO PA-PROFILE
               ELSE
                   SET WS-PROPOSAL-IS-INVALID TO TRUE
                   PERFORM 7100-FORMAT-NOT-FOUND-MESSAGE
               END-IF
           END-IF.

       4300-PROPOSE-DELETE.
           PERFORM 8000-READ-SUBSCRIBER
           IF WS-RESPONSE = DFHRESP(NORMAL)
               MOVE WS-SUBSCRIBER-RECORD TO WS-PROPOSED-BEFORE
               MOVE SPACES TO WS-PROPOSED-AFTER
           ELSE
               SET WS-PROPOSAL-IS-INVALID TO TRUE
               PERFORM 7100-FORMAT-NOT-FOUND-MESSAGE
           END-IF.

       4400-PROPOSE-NUMBER-CHANGE.
           MOVE WS-RCV-NEW-COUNTRYCODE TO WS-VALID-COUNTRYCODE
           IF NOT WS-COUNTRYCODE-IS-ASSIGNED
               SET WS-PROPOSAL-IS-INVALID TO TRUE
               STRING "SINQ - INVALID NEW COUNTRY CODE: "
                       WS-RCV-NEW-COUNTRYCODE DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       WS-RCV-NEW-NUM DELIMITED BY SIZE
                       INTO WS-SEND-MESSAGE
               END-STRING
           ELSE
               PERFORM 4410-READ-NEW-NUMBER
               IF WS-NEW-NUMBER-ON-FILE
                   SET WS-PROPOSAL-IS-INVALID TO TRUE
                   STRING "SINQ - NEW NUMBER ALREADY ON FILE: "
                           SM-COUNTRYCODE "-" SM-NUM
                           DELIMITED BY SIZE INTO WS-SEND-MESSAGE
                   END-STRING
               ELSE
                   PERFORM 8000-READ-SUBSCRIBER
                   IF WS-RESPONSE = DFHRESP(NORMAL)
                       MOVE WS-SUBSCRIBER-RECORD
                           TO WS-PROPOSED-BEFORE
                       MOVE WS-RCV-NEW-MOBILENUMBER
                           TO PA-MOBILENUMBER
                       MOVE SM-PROFILE TO PA-PROFILE
                   ELSE
                       SET WS-PROPOSAL-IS-INVALID TO TRUE
                       PERFORM 7100-FORMAT-NOT-FOUND-MESSAGE
                   END-IF
               END-IF
           END-IF.

      *> A C ONTO A NUMBER ALREADY ON THE MASTER COULD ONLY FAIL
      *> AFTER THE OLD NUMBER HAD GONE - TURN IT AWAY WHEN KEYED.
       4410-READ-NEW-NUMBER.
           MOVE WS-RCV-NEW-MOBILENUMBER TO WS-KEY-MOBILENUMBER
           EXEC CICS READ
               FILE('SUBMAST')
               INTO(WS-SUBSCRIBER-RECORD)
               RIDFLD(WS-RECORD-KEY)
               RESP(WS-RESPONSE)
           END-EXEC
           IF WS-RESPONSE = DFHRESP(NORMAL)
               SET WS-NEW-NUMBER-ON-FILE TO TRUE
           ELSE
               SET WS-NEW-NUMBER-FREE TO TRUE
           END-IF.

       4500-DECIDE-PENDING-CHANGE.
      *> THE SECOND HALF OF DUAL CONTROL. ANY OPERATOR MAY LOOK AT A
      *> PENDING CHANGE; ONLY A DIFFERENT ONE FROM THE OPERATOR WHO
      *> KEYED IT MAY APPROVE OR REJECT IT.
           MOVE WS-RCV-DECISION TO WS-DECISION
           PERFORM 4050-FIND-PENDING-CHANGE
           EVALUATE TRUE
               WHEN WS-PENDING-NOT-FOUND
                   STRING "SINQ - NO CHANGE PENDING ON "
                           WS-RCV-COUNTRYCODE "-" WS-RCV-NUM
                           DELIMITED BY SIZE INTO WS-SEND-MESSAGE
                   END-STRING
               WHEN WS-DECISION-SHOW
                   PERFORM 4510-SHOW-PENDING-CHANGE
               WHEN PC-ENTERED-BY = WS-OPERATOR-ID
                   STRING "SINQ - KEYED BY " PC-ENTERED-BY
                           " - A SECOND OPERATOR MUST DECIDE IT"
                           DELIMITED BY SIZE INTO WS-SEND-MESSAGE
                   END-STRING
               WHEN WS-DECISION-APPROVE
                   PERFORM 4600-APPROVE-PENDING-CHANGE
               WHEN WS-DECISION-REJECT
                   PERFORM 4700-REJECT-PENDING-CHANGE
               WHEN OTHER
                   STRING "SINQ - DECISION MUST BE A (APPROVE) OR "
                           "R (REJECT): " WS-DECISION
                           DELIMITED BY SIZE INTO WS-SEND-MESSAGE
                   END-STRING
           END-EVALUATE.

       4510-SHOW-PENDING-CHANGE.
           MOVE SPACES TO WS-ACCOUNT-MESSAGE-AREA
           STRING "SINQ - PENDING " PC-OPERATION-CODE " ON "
                   PC-COUNTRYCODE "-" PC-NUM " KEYED BY "
                   PC-ENTERED-BY " AT " PC-QUEUED-DATE " "
                   PC-QUEUED-TIME
                   DELIMITED BY SIZE
                   INTO WS-ACCOUNT-MESSAGE-LINE(1)
           END-STRING
           MOVE "BEFORE " TO WS-IMAGE-LABEL
           MOVE PC-BEFORE-IMAGE TO WS-IMAGE-VIEW
           MOVE 2 TO WS-ACCOUNT-LINE-INDEX
           PERFORM 4520-FORMAT-IMAGE-LINE
           MOVE "AFTER  " TO WS-IMAGE-LABEL
           MOVE PC-AFTER-IMAGE TO WS-IMAGE-VIEW
           MOVE 3 TO WS-ACCOUNT-LINE-INDEX
           PERFORM 4520-FORMAT-IMAGE-LINE
           STRING "SINQ V" PC-COUNTRYCODE PC-NUM "A APPROVES, SINQ V"
                   PC-COUNTRYCODE PC-NUM "R REJECTS"
                   DELIMITED BY SIZE
                   INTO WS-ACCOUNT-MESSAGE-LINE(4)
           END-STRING
           PERFORM 7300-SEND-ACCOUNT-RESPONSE.

       4520-FORMAT-IMAGE-LINE.
           IF WS-IMAGE-VIEW = SPACES
               STRING WS-IMAGE-LABEL "- NONE"
                       DELIMITED BY SIZE
                       INTO WS-ACCOUNT-MESSAGE-LINE
                           (WS-ACCOUNT-LINE-INDEX)
               END-STRING
           ELSE
               STRING WS-IMAGE-LABEL IV-COUNTRYCODE "-" IV-NUM
                       " STATUS " IV-ACCOUNT-STATUS
                       " PLAN " IV-RATE-PLAN-CODE
                       " ACCOUNT " IV-ACCOUNT-REF
                       " SINCE " IV-STATUS-DATE
                       DELIMITED BY SIZE
                       INTO WS-ACCOUNT-MESSAGE-LINE
                           (WS-ACCOUNT-LINE-INDEX)
               END-STRING
           END-IF.

       4600-APPROVE-PENDING-CHANGE.
      *> THE QUEUE ENTRY IS HELD FOR UPDATE ACROSS THE APPLY SO TWO
      *> APPROVERS CANNOT BOTH APPLY IT. THE MASTER MUST STILL BE AS
      *> IT WAS WHEN THE CHANGE WAS KEYED, OR THE APPROVER WOULD BE
      *> PASSING A CHANGE THEY HAVE NOT SEEN. THE KEYED LINE IS THEN
      *> REPLAYED THROUGH THE NORMAL APPLY PATH, EDITS AND JOURNAL
      *> INCLUDED. A C WHOSE NEW NUMBER HAS BEEN ADDED SINCE IT WAS
      *> KEYED IS REFUSED BEFORE THE OLD NUMBER IS TOUCHED. EVERY
      *> APPLY PATH JOURNALS ONLY AFTER ALL ITS MASTER UPDATES HAVE
      *> WORKED, SO IF THE APPLY TURNS IT AWAY OR FAILS PART-WAY
      *> NOTHING IS ON AJRN YET: THE TASK'S FILE UPDATES ARE ROLLED
      *> BACK AND THE ENTRY STAYS PENDING.
           PERFORM 4610-LOCK-PENDING-CHANGE
           IF WS-PENDING-WAS-FOUND
               MOVE PC-INPUT-LINE TO WS-RECEIVE-AREA
               SET WS-NEW-NUMBER-FREE TO TRUE
               IF WS-RCV-OPERATION = "C"
                   PERFORM 4410-READ-NEW-NUMBER
               END-IF
               PERFORM 8000-READ-SUBSCRIBER
               IF WS-RESPONSE = DFHRESP(NORMAL)
                   MOVE WS-SUBSCRIBER-RECORD TO WS-CURRENT-IMAGE
               ELSE
                   MOVE SPACES TO WS-CURRENT-IMAGE
               END-IF
               EVALUATE TRUE
                   WHEN WS-CURRENT-IMAGE NOT = PC-BEFORE-IMAGE
                       STRING "SINQ - MASTER CHANGED SINCE "
                               PC-COUNTRYCODE "-" PC-NUM
                               " WAS KEYED - REJECT IT AND RE-KEY"
                               DELIMITED BY SIZE INTO WS-SEND-MESSAGE
                       END-STRING
                   WHEN WS-NEW-NUMBER-ON-FILE
                       STRING "SINQ - NEW NUMBER "
                               WS-RCV-NEW-COUNTRYCODE "-"
                               WS-RCV-NEW-NUM
                               " NOW ON FILE - REJECT IT"
                               DELIMITED BY SIZE INTO WS-SEND-MESSAGE
                       END-STRING
                   WHEN OTHER
                       PERFORM 4620-APPLY-PENDING-CHANGE
               END-EVALUATE
           END-IF.

       4610-LOCK-PENDING-CHANGE.
           EXEC CICS READ
               FILE('PENDCHG')
               INTO(WS-PENDING-RECORD)
               RIDFLD(WS-PENDING-KEY)
               UPDATE
               RESP(WS-RESPONSE)
           END-EXEC
           IF WS-RESPONSE NOT = DFHRESP(NORMAL)
            OR NOT PC-CHANGE-PENDING
               SET WS-PENDING-NOT-FOUND TO TRUE
               STRING "SINQ - CHANGE ON " WS-RCV-COUNTRYCODE "-"
                       WS-RCV-NUM " IS NO LONGER PENDING"
                       DELIMITED BY SIZE INTO WS-SEND-MESSAGE
               END-STRING
           END-IF.

       4620-APPLY-PENDING-CHANGE.
           MOVE PC-ENTERED-BY TO WS-ENTERED-BY
           MOVE WS-OPERATOR-ID TO WS-APPROVED-BY
           SET WS-CHANGE-NOT-APPLIED TO TRUE
           EVALUATE WS-RCV-OPERATION
               WHEN "A"
                   PERFORM 3100-ADD-SUBSCRIBER
               WHEN "R"
                   PERFORM 3200-REWRITE-SUBSCRIBER
               WHEN "D"
                   PERFORM 3300-DELETE-SUBSCRIBER
               WHEN "C"
                   PERFORM 3400-CHANGE-SUBSCRIBER-NUMBER
           END-EVALUATE
      *> A JOURNALED CHANGE IS NEVER ROLLED BACK UNDER AJRN - IF ONE
      *> EVER FAILED AFTER JOURNALING, ABEND AS 6000 DOES.
           EVALUATE TRUE
               WHEN WS-CHANGE-IS-APPLIED
                AND WS-RESPONSE = DFHRESP(NORMAL)
                   SET PC-CHANGE-APPROVED TO TRUE
                   PERFORM 4800-RECORD-DECISION
               WHEN WS-CHANGE-IS-APPLIED
                   EXEC CICS ABEND ABCODE('SJRN') END-EXEC
               WHEN OTHER
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-EVALUATE.

       4700-REJECT-PENDING-CHANGE.
           PERFORM 4610-LOCK-PENDING-CHANGE
           IF WS-PENDING-WAS-FOUND
               SET PC-CHANGE-REJECTED TO TRUE
               PERFORM 4800-RECORD-DECISION
               STRING "SINQ - REJECTED " PC-OPERATION-CODE " ON "
                       PC-COUNTRYCODE "-" PC-NUM " KEYED BY "
                       PC-ENTERED-BY
                       DELIMITED BY SIZE INTO WS-SEND-MESSAGE
               END-STRING
           END-IF.

       4800-RECORD-DECISION.
      *> AN APPROVED CHANGE THE QUEUE STILL SHOWED AS PENDING COULD
      *> BE APPROVED AGAIN - ABEND SO THE TASK BACKS OUT THE MASTER
      *> UPDATE RATHER THAN LEAVE THE TWO OUT OF STEP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-OPERATOR-ID TO PC-DECIDED-BY
           MOVE WS-CURRENT-TIMESTAMP(1:16) TO PC-DECIDED-TIMESTAMP
           EXEC CICS REWRITE
               FILE('PENDCHG')
               FROM(WS-PENDING-RECORD)
               RESP(WS-RESPONSE)
           END-EXEC
           IF WS-RESPONSE NOT = DFHRESP(NORMAL)
               EXEC CICS ABEND ABCODE('SPND') END-EXEC
           END-IF.

       6000-WRITE-AUDIT-RECORD.
      *> AN UNJOURNALED MASTER UPDATE IS WORSE THAN NO UPDATE -
      *> ABEND SO THE TASK BACKS OUT THE FILE CHANGE RATHER THAN
      *> LETTING THE MASTER AND THE JOURNAL DISAGREE.
           MOVE FUNCTION CURRENT-DATE TO AJ-TIMESTAMP
           MOVE WS-RCV-OPERATION TO AJ-TRANSACTION-CODE
           MOVE WS-ENTERED-BY TO AJ-ENTERED-BY
           MOVE WS-APPROVED-BY TO AJ-APPROVED-BY
           EXEC CICS WRITEQ TD
               QUEUE('AJRN')
               FROM(WS-AUDIT-JOURNAL-RECORD)
           END-EXEC
           IF WS-RESPONSE NOT = DFHRESP(NORMAL)
               EXEC CICS ABEND ABCODE('SJRN') END-EXEC
           END-IF
           SET WS-CHANGE-IS-APPLIED TO TRUE.

       7000-SEND-RESPONSE.
           EXEC CICS SEND TEXT
