      *                      STAYS FLAT FOR THE IDCAMS RELOAD.
      *     09/02/2026  DO   AUDIT-COUNT ACTION M (MERGE) WRITTEN BY
      *                      THE 17B-MRGE MERGE TRANSACTION.
      *     10/15/2026  DO   AUDIT-COUNT ACTION L (ALTERNATE ADDRESS)
      *                      WRITTEN BY 26B-ALTA.
      *     10/15/2026  DO   ARCHHIST AND NEWHIST GROW TO 433 BYTES WITH
      *                      CUSTHIST (CH-APPROVED-OPID ADDED).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  12B-ARCH.

       FD  ARCHHIST
           LABEL RECORDS ARE STANDARD.
       01  ARCHHIST-RECORD                 PIC X(433).

       FD  NEWHIST
           LABEL RECORDS ARE STANDARD.
       01  NEWHIST-RECORD                  PIC X(433).

       FD  ARCH-RPT
           LABEL RECORDS ARE STANDARD.
       77  AR-REACT-COUNT                  PIC 9(07)  COMP-3 VALUE ZERO.
       77  AR-RESTORE-COUNT                PIC 9(07)  COMP-3 VALUE ZERO.
       77  AR-MERGE-COUNT                  PIC 9(07)  COMP-3 VALUE ZERO.
       77  AR-ALTADDR-COUNT                PIC 9(07)  COMP-3 VALUE ZERO.
       77  AR-OTHER-COUNT                  PIC 9(07)  COMP-3 VALUE ZERO.

       01  AR-PARM-CARD.
                   ADD 1 TO AR-RESTORE-COUNT
               WHEN CH-ACTION-MERGE
                   ADD 1 TO AR-MERGE-COUNT
               WHEN CH-ACTION-ALT-ADDRESS
                   ADD 1 TO AR-ALTADDR-COUNT
               WHEN OTHER
                   ADD 1 TO AR-OTHER-COUNT
           END-EVALUATE.
           MOVE AR-MERGE-COUNT TO AR-TL-COUNT.
           WRITE RPT-LINE FROM AR-TOTAL-LINE.

           MOVE 'ALT ADDRS ARCHIVED   - ' TO AR-TL-LABEL.
           MOVE AR-ALTADDR-COUNT TO AR-TL-COUNT.
           WRITE RPT-LINE FROM AR-TOTAL-LINE.

           IF AR-OTHER-COUNT NOT = ZERO
               MOVE 'OTHER ACTIONS        - ' TO AR-TL-LABEL
               MOVE AR-OTHER-COUNT TO AR-TL-COUNT
