      *> PASSES THE SELECTION CARD: A DATE RANGE, AN OPERATION CODE
      *> (SPACE SELECTS ALL), AND A MOBILENUMBER RANGE MATCHED
      *> AGAINST THE OLD OR THE NEW NUMBER ON THE RECORD. ZERO
      *> RANGE BOUNDS DEFAULT TO WIDE OPEN. SINQ ENTRIES SHOW THE
      *> OPERATOR WHO KEYED THE CHANGE AND THE ONE WHO APPROVED IT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               03  COLUMN 24  PIC X(2)  VALUE "OP".
               03  COLUMN 28  PIC X(10) VALUE "OLD NUMBER".
               03  COLUMN 42  PIC X(10) VALUE "NEW NUMBER".
               03  COLUMN 56  PIC X(7)  VALUE "ENTERED".
               03  COLUMN 66  PIC X(8)  VALUE "APPROVED".

       01  ACTIVITY-RD-DETAIL TYPE DETAIL LINE PLUS 1.
           02  COLUMN 1   PIC X(21) SOURCE AJ-TIMESTAMP.
           02  COLUMN 42  PIC 99    SOURCE AJ-NEW-COUNTRYCODE.
           02  COLUMN 44  PIC X(1)  VALUE "-".
           02  COLUMN 45  PIC 9(9)  SOURCE AJ-NEW-NUM.
           02  COLUMN 56  PIC X(8)  SOURCE AJ-ENTERED-BY.
           02  COLUMN 66  PIC X(8)  SOURCE AJ-APPROVED-BY.

       01  TYPE CONTROL FOOTING FINAL.
           02  LINE PLUS 2.
