      *-----------------------------------------------------------------
      * MODIFICATION HISTORY.
      *     09/02/2026  DO   INITIAL VERSION.
      *     10/15/2026  DO   REPORT A DELINQUENCY RECORD WHOSE
      *                      CUSTOMER NUMBER FAILS THE MOD-11 CHECK
      *                      DIGIT AS AN EXCEPTION.
      *     10/15/2026  DO   CLEAR CH-APPROVED-OPID (NEW ON CUSTHIST)
      *                      ON EVERY HISTORY WRITE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  19B-DLNQ.
       77  DL-SUSPEND-COUNT                PIC 9(07)  COMP-3 VALUE ZERO.
       77  DL-REACT-COUNT                  PIC 9(07)  COMP-3 VALUE ZERO.
       77  DL-EXCP-COUNT                   PIC 9(07)  COMP-3 VALUE ZERO.
       77  DL-CHECK-DIGIT-SW               PIC X(01)  VALUE 'N'.
           88  DL-CHECK-DIGIT-OK                      VALUE 'Y'.
       77  DL-CD-SUM                       PIC 9(03)  COMP.
       77  DL-CD-QUOT                      PIC 9(03)  COMP.
       77  DL-CD-REM                       PIC 9(02)  COMP.
       77  DL-CD-RESULT                    PIC 9(02)  COMP.

       01  DL-CD-CUSTNO.
           05  DL-CD-DIGIT-1               PIC 9(01).
           05  DL-CD-DIGIT-2               PIC 9(01).
           05  DL-CD-DIGIT-3               PIC 9(01).
           05  DL-CD-DIGIT-4               PIC 9(01).
           05  DL-CD-DIGIT-5               PIC 9(01).
           05  DL-CD-CHECK                 PIC 9(01).

       01  DL-BEFORE-IMAGE                 PIC X(201).

               GO TO 2000-EXIT
           END-IF.

           PERFORM 2050-VERIFY-CHECK-DIGIT
               THRU 2050-EXIT.
           IF NOT DL-CHECK-DIGIT-OK
               MOVE 'INVALID CUSTOMER NUMBER - CHECK DIGIT'
                   TO DL-EXCP-REASON
               PERFORM 8000-WRITE-EXCEPTION
                   THRU 8000-EXIT
               PERFORM 1100-READ-DELQFILE
                   THRU 1100-EXIT
               GO TO 2000-EXIT
           END-IF.

           MOVE DQ-CUSTNO TO CM-CUSTNO.
           READ CUSTMAST
               INVALID KEY
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2050-VERIFY-CHECK-DIGIT - THE SIXTH POSITION OF A CUSTOMER
      * NUMBER IS A MOD-11 CHECK DIGIT OVER THE FIVE-DIGIT BASE -
      * WEIGHTS 6-5-4-3-2, SUM MOD 11, CHECK = 11 - REMAINDER (SEE
      * NEXTNO).  A NUMBER THAT IS NOT ALL DIGITS, OR WHOSE LAST
      * DIGIT DOES NOT MATCH THE ONE COMPUTED, FAILS.
      *-----------------------------------------------------------------
       2050-VERIFY-CHECK-DIGIT.
           MOVE 'N' TO DL-CHECK-DIGIT-SW.
           IF DQ-CUSTNO NOT NUMERIC
               GO TO 2050-EXIT
           END-IF.

           MOVE DQ-CUSTNO TO DL-CD-CUSTNO.
           COMPUTE DL-CD-SUM = DL-CD-DIGIT-1 * 6
                             + DL-CD-DIGIT-2 * 5
                             + DL-CD-DIGIT-3 * 4
                             + DL-CD-DIGIT-4 * 3
                             + DL-CD-DIGIT-5 * 2.
           DIVIDE DL-CD-SUM BY 11 GIVING DL-CD-QUOT
               REMAINDER DL-CD-REM.
           IF DL-CD-REM = ZERO
               MOVE ZERO TO DL-CD-RESULT
           ELSE
               COMPUTE DL-CD-RESULT = 11 - DL-CD-REM
           END-IF.

           IF DL-CD-RESULT = DL-CD-CHECK
               SET DL-CHECK-DIGIT-OK TO TRUE
           END-IF.
       2050-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5000-WRITE-HISTORY - LOGS THE STATUS FLIP WITH THE BEFORE/
      * AFTER IMAGES, STAMPED WITH THE BILLING-FEED SYSTEM IDS SO THE
           MOVE DL-HIST-OPID    TO CH-OPID.
           MOVE DL-BEFORE-IMAGE TO CH-BEFORE-IMAGE.
           MOVE CUSTOMER-RECORD TO CH-AFTER-IMAGE.
           MOVE SPACES          TO CH-APPROVED-OPID.

           MOVE 'N'  TO DL-HIST-WRITTEN-SW.
           MOVE ZERO TO DL-HIST-TRIES.
