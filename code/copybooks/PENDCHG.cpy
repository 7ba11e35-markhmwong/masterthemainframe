      *> PENDCHG - SINQ PENDING-CHANGE RECORD (240 BYTES), KEYED ON
      *> THE NUMBER AND THE MOMENT THE CHANGE WAS KEYED. AN A/R/D/C
      *> KEYED AT SINQ IS HELD HERE UNTIL A SECOND, DIFFERENT
      *> OPERATOR APPROVES OR REJECTS IT; ONLY AN APPROVED CHANGE
      *> TOUCHES SUBMAST. PC-INPUT-LINE IS THE SINQ LINE AS KEYED,
      *> REPLAYED THROUGH THE NORMAL EDITS ON APPROVAL. THE BEFORE
      *> AND AFTER IMAGES ARE THE 42-BYTE MASTER RECORD AS IT STOOD
      *> AND AS THE CHANGE WOULD LEAVE IT (SPACES FOR THE SIDE THAT
      *> DOES NOT EXIST, AS ON AUDJRN) - THE APPROVER SEES THEM AND
      *> APPROVAL IS REFUSED IF THE MASTER NO LONGER MATCHES THE
      *> BEFORE IMAGE. AT MOST ONE CHANGE PER NUMBER IS PENDING.
      *> PC-CHANGE-STATUS: P = PENDING, A = APPROVED (APPLIED),
      *> R = REJECTED, E = EXPIRED UNDECIDED BY THE NIGHTLY PENDRPT
      *> RUN, WHICH REPORTS EVERY DECIDED ITEM ONCE, MOVES IT TO
      *> PENDHIST AND DELETES IT FROM THE QUEUE.
      *> THE RECORD KEYED ON ZERO NUMBER AND ZERO TIMESTAMP IS THE
      *> QUEUE CONTROL RECORD, WRITTEN BY PENDRPT FROM ITS CARD: A
      *> STATUS-ONLY R WHOSE NEW STATUS IS IN PC-EXEMPT-STATUS IS
      *> APPLIED AT ONCE BY ONE OPERATOR INSTEAD OF BEING QUEUED.
       02 PC-PENDING-KEY.
           03 PC-MOBILENUMBER.
               04 PC-COUNTRYCODE  PIC 99.
               04 PC-NUM          PIC 9(9).
           03 PC-QUEUED-TIMESTAMP.
               04 PC-QUEUED-DATE  PIC 9(8).
               04 PC-QUEUED-TIME  PIC 9(8).
       02 PC-CHANGE-DETAIL.
           03 PC-CHANGE-STATUS    PIC X(1).
               88 PC-CHANGE-PENDING       VALUE "P".
               88 PC-CHANGE-APPROVED      VALUE "A".
               88 PC-CHANGE-REJECTED      VALUE "R".
               88 PC-CHANGE-EXPIRED       VALUE "E".
           03 PC-OPERATION-CODE   PIC X(1).
           03 PC-ENTERED-BY       PIC X(8).
           03 PC-ENTERED-TERMINAL PIC X(4).
           03 PC-DECIDED-BY       PIC X(8).
           03 PC-DECIDED-TIMESTAMP.
               04 PC-DECIDED-DATE PIC 9(8).
               04 PC-DECIDED-TIME PIC 9(8).
           03 PC-INPUT-LINE       PIC X(59).
           03 PC-BEFORE-IMAGE     PIC X(42).
           03 PC-AFTER-IMAGE      PIC X(42).
           03 FILLER              PIC X(32).
       02 PC-CONTROL-DETAIL REDEFINES PC-CHANGE-DETAIL.
           03 PC-EXEMPT-CLASS.
               04 PC-EXEMPT-STATUS PIC X(1) OCCURS 4 TIMES.
           03 PC-CUTOFF-DAYS      PIC 9(3).
           03 PC-CONTROL-DATE     PIC 9(8).
           03 FILLER              PIC X(198).
