      *-----------------------------------------------------------------
      * MODIFICATION HISTORY.
      *     09/02/2026  DO   INITIAL VERSION.
      *     10/15/2026  DO   REJECT A RETURNED-MAIL RECORD WHOSE
      *                      CUSTOMER NUMBER FAILS THE MOD-11 CHECK
      *                      DIGIT INSTEAD OF LOOKING IT UP.
      *     10/15/2026  DO   CLEAR CH-APPROVED-OPID (NEW ON CUSTHIST)
      *                      ON EVERY HISTORY WRITE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  18B-RMAIL.
       77  RM-READ-COUNT                   PIC 9(07)  COMP-3 VALUE ZERO.
       77  RM-FLAGGED-COUNT                PIC 9(07)  COMP-3 VALUE ZERO.
       77  RM-REJECT-COUNT                 PIC 9(07)  COMP-3 VALUE ZERO.
       77  RM-CHECK-DIGIT-SW               PIC X(01)  VALUE 'N'.
           88  RM-CHECK-DIGIT-OK                      VALUE 'Y'.
       77  RM-CD-SUM                       PIC 9(03)  COMP.
       77  RM-CD-QUOT                      PIC 9(03)  COMP.
       77  RM-CD-REM                       PIC 9(02)  COMP.
       77  RM-CD-RESULT                    PIC 9(02)  COMP.

       01  RM-CD-CUSTNO.
           05  RM-CD-DIGIT-1               PIC 9(01).
           05  RM-CD-DIGIT-2               PIC 9(01).
           05  RM-CD-DIGIT-3               PIC 9(01).
           05  RM-CD-DIGIT-4               PIC 9(01).
           05  RM-CD-DIGIT-5               PIC 9(01).
           05  RM-CD-CHECK                 PIC 9(01).

       01  RM-BEFORE-IMAGE                 PIC X(201).

           MOVE SPACES    TO RM-DETAIL-LINE.
           MOVE RT-CUSTNO TO RM-D-CUSTNO.

           PERFORM 2050-VERIFY-CHECK-DIGIT
               THRU 2050-EXIT.
           IF NOT RM-CHECK-DIGIT-OK
               MOVE 'INVALID NUMBER - CHECK DIGIT' TO RM-D-RESULT
               WRITE RPT-LINE FROM RM-DETAIL-LINE
               ADD 1 TO RM-REJECT-COUNT
               PERFORM 1100-READ-RETMAIL
                   THRU 1100-EXIT
               GO TO 2000-EXIT
           END-IF.

           MOVE RT-CUSTNO TO CM-CUSTNO.
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
           MOVE 'N' TO RM-CHECK-DIGIT-SW.
           IF RT-CUSTNO NOT NUMERIC
               GO TO 2050-EXIT
           END-IF.

           MOVE RT-CUSTNO TO RM-CD-CUSTNO.
           COMPUTE RM-CD-SUM = RM-CD-DIGIT-1 * 6
                             + RM-CD-DIGIT-2 * 5
                             + RM-CD-DIGIT-3 * 4
                             + RM-CD-DIGIT-4 * 3
                             + RM-CD-DIGIT-5 * 2.
           DIVIDE RM-CD-SUM BY 11 GIVING RM-CD-QUOT
               REMAINDER RM-CD-REM.
           IF RM-CD-REM = ZERO
               MOVE ZERO TO RM-CD-RESULT
           ELSE
               COMPUTE RM-CD-RESULT = 11 - RM-CD-REM
           END-IF.

           IF RM-CD-RESULT = RM-CD-CHECK
               SET RM-CHECK-DIGIT-OK TO TRUE
           END-IF.
       2050-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2100-DECODE-REASON - SPELLS OUT THE LETTER-SHOP REASON CODE
      * FOR THE WORKLIST.
           MOVE RM-HIST-OPID    TO CH-OPID.
           MOVE RM-BEFORE-IMAGE TO CH-BEFORE-IMAGE.
           MOVE CUSTOMER-RECORD TO CH-AFTER-IMAGE.
           MOVE SPACES          TO CH-APPROVED-OPID.

           MOVE 'N'  TO RM-HIST-WRITTEN-SW.
           MOVE ZERO TO RM-HIST-TRIES.
