      *     REFUSED WITH A MESSAGE INSTEAD OF QUIETLY DOUBLE-POSTING.
      *     THE ERROR-REPORT TRAILER SAYS WHETHER THE RUN WAS FRESH,
      *     RESTARTED OR REFUSED.
      *
      *     AN ADD SENT WITH NO CUSTOMER NUMBER IS GIVEN THE NEXT ONE
      *     FROM THE NEXTNO CONTROL RECORD, THE SAME WAY 2B-MAIN ISSUES
      *     THEM, AND THE NUMBER IS PRINTED ON THE REPORT SO THE
      *     BRANCH CAN PASS IT ON.  EVERY KEYED NUMBER MUST CARRY A
      *     VALID CHECK DIGIT.
      *
      *     ADDS AND CHANGES ARE ALSO HELD TO THE QUALRULE DATA-
      *     QUALITY RULES - A PHONE THAT IS NOT TEN DIGITS OR HAS AREA
      *     CODE 000, AN EMAIL WITH NO @, A FIRST NAME KEYED IN THE
      *     LAST-NAME FIELD - AND AN ADD THAT CARRIES AN OPEN DATE
      *     MUST HAVE A REAL ONE, NOT IN THE FUTURE AND NOT BEFORE
      *     THE COMPANY WAS FOUNDED.  AN ADD WITH NO OPEN DATE IS
      *     STILL OPENED TODAY.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY.
      *     08/22/2026  DO   INITIAL VERSION.
      *                      THE RUN AGAINST TRNCTL - RESTART PICKS UP
      *                      AFTER THE LAST TRANSACTION APPLIED AND A
      *                      COMPLETED RUN-DATE IS REFUSED ON RESUBMIT.
      *     10/15/2026  DO   AN ADD WITH A BLANK CUSTOMER NUMBER TAKES
      *                      THE NEXT NUMBER FROM NEXTNO AND THE NUMBER
      *                      IS PRINTED ON THE REPORT.  A KEYED NUMBER
      *                      WHOSE MOD-11 CHECK DIGIT FAILS IS REJECTED.
      *     10/15/2026  DO   CLEAR CH-APPROVED-OPID (NEW ON CUSTHIST)
      *                      ON EVERY HISTORY WRITE.
      *     10/15/2026  DO   EDIT PHONE, EMAIL, NAMES AND (ON ADD) THE
      *                      OPEN DATE AGAINST THE QUALRULE DATA-
      *                      QUALITY RULES THAT 31B-QUAL SWEEPS
      *                      CUSTMAST FOR.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  7B-TRAN.
               RECORD KEY IS TC-RUN-DATE
               FILE STATUS IS TA-TRNCTL-STATUS.

           SELECT NEXTNO ASSIGN TO NEXTNO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NX-KEY
               FILE STATUS IS TA-NEXTNO-STATUS.

           SELECT ERR-RPT ASSIGN TO ERRRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TA-ERRRPT-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY TRNCTL.

       FD  NEXTNO
           LABEL RECORDS ARE STANDARD.
           COPY NEXTNO.

       FD  ERR-RPT
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                        PIC X(132).
       77  TA-STATEZIP-STATUS              PIC X(02).
       77  TA-CUSTHIST-STATUS              PIC X(02).
       77  TA-TRNCTL-STATUS                PIC X(02).
       77  TA-NEXTNO-STATUS                PIC X(02).
       77  TA-ERRRPT-STATUS                PIC X(02).
       77  TA-TRAN-EOF-SW                  PIC X(01)  VALUE 'N'.
           88  TA-TRAN-EOF                            VALUE 'Y'.
       77  TA-HIST-WRITTEN-SW              PIC X(01)  VALUE 'N'.
           88  TA-HIST-WRITTEN                        VALUE 'Y'.
       77  TA-HIST-TRIES                   PIC 9(02)  COMP VALUE ZERO.
       77  TA-CHECK-DIGIT-SW               PIC X(01)  VALUE 'N'.
           88  TA-CHECK-DIGIT-OK                      VALUE 'Y'.
       77  TA-ASSIGNED-SW                  PIC X(01)  VALUE 'N'.
           88  TA-CUSTNO-ASSIGNED                     VALUE 'Y'.
       77  TA-ASSIGN-TRIES                 PIC 9(02)  COMP VALUE ZERO.
       77  TA-CD-SUM                       PIC 9(03)  COMP.
       77  TA-CD-QUOT                      PIC 9(03)  COMP.
       77  TA-CD-REM                       PIC 9(02)  COMP.
       77  TA-CD-RESULT                    PIC 9(02)  COMP.
       77  TA-ZIP3                         PIC X(03).
       77  TA-AT-COUNT                     PIC 9(03)  COMP.
       77  TA-LNAME-WORD                   PIC X(30).
       77  TA-FNAME-WORD                   PIC X(20).
       77  TA-NAME-ARG                     PIC X(30).
       77  TA-NAME-SUB                     PIC S9(04) COMP.
       77  TA-NAME-FOUND-SW                PIC X(01)  VALUE 'N'.
           88  TA-NAME-FOUND                          VALUE 'Y'.
       77  TA-REJECT-REASON                PIC X(40).
       77  TA-READ-COUNT                   PIC 9(07)  COMP-3 VALUE ZERO.
       77  TA-APPLIED-COUNT                PIC 9(07)  COMP-3 VALUE ZERO.
       77  TA-REJECT-COUNT                 PIC 9(07)  COMP-3 VALUE ZERO.
       77  TA-SKIP-COUNT                   PIC 9(07)  COMP-3 VALUE ZERO.
       77  TA-ASSIGN-COUNT                 PIC 9(07)  COMP-3 VALUE ZERO.
       77  TA-RUN-DATE                     PIC 9(08).
       77  TA-RESUME-SEQNO                 PIC 9(06)  VALUE ZERO.
       77  TA-CURRENT-DATE                 PIC 9(08).

       01  TA-BEFORE-IMAGE                 PIC X(201).

       01  TA-CD-CUSTNO.
           05  TA-CD-BASE.
               10  TA-CD-DIGIT-1           PIC 9(01).
               10  TA-CD-DIGIT-2           PIC 9(01).
               10  TA-CD-DIGIT-3           PIC 9(01).
               10  TA-CD-DIGIT-4           PIC 9(01).
               10  TA-CD-DIGIT-5           PIC 9(01).
           05  TA-CD-BASE-NUM REDEFINES TA-CD-BASE
                                           PIC 9(05).
           05  TA-CD-CHECK                 PIC 9(01).

       01  TA-OD-DATE                      PIC 9(08).
       01  TA-OD-PARTS REDEFINES TA-OD-DATE.
           05  TA-OD-YYYY                  PIC 9(04).
           05  TA-OD-MM                    PIC 9(02).
           05  TA-OD-DD                    PIC 9(02).

       COPY QUALRULE.

       01  TA-RUN-DATE-CARD.
           05  RD-RUN-DATE                 PIC 9(08).
           05  FILLER                      PIC X(72).
           05  FILLER                      PIC X(32)  VALUE
                   'LAST NAME'.
           05  FILLER                      PIC X(40)  VALUE
                   'REASON REJECTED / NUMBER ASSIGNED'.
           05  FILLER                      PIC X(41)  VALUE SPACES.

       01  TA-DETAIL-LINE.
               STOP RUN
           END-IF.

           OPEN I-O NEXTNO.
           IF TA-NEXTNO-STATUS NOT = '00'
               DISPLAY 'NEXTNO OPEN FAILED - STATUS ' TA-NEXTNO-STATUS
               CLOSE TRANFILE
               CLOSE CUSTMAST
               CLOSE STATEZIP
               CLOSE CUSTHIST
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT ERR-RPT.
           IF TA-ERRRPT-STATUS NOT = '00'
               DISPLAY 'ERRRPT OPEN FAILED - STATUS ' TA-ERRRPT-STATUS
               CLOSE CUSTMAST
               CLOSE STATEZIP
               CLOSE CUSTHIST
               CLOSE NEXTNO
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

      *-----------------------------------------------------------------
      * 2100-APPLY-ADD - RUNS THE ONLINE-SIDE EDITS (REQUIRED FIELDS,
      * STATE/ZIP CROSS-EDIT, DATA-QUALITY EDITS, LIKELY-DUPLICATE
      * CHECK) AND THE OPEN-DATE EDIT, THEN BUILDS AND
      * WRITES THE NEW MASTER RECORD AND LOGS IT TO CUSTHIST.  AN ADD
      * WITH NO CUSTOMER NUMBER IS GIVEN ONE FROM NEXTNO ONCE THE
      * EDITS HAVE PASSED, SO A REJECTED ADD NEVER USES UP A NUMBER.
      *-----------------------------------------------------------------
       2100-APPLY-ADD.
           MOVE 'N' TO TA-ASSIGNED-SW.
           IF TA-CUSTNO NOT = SPACES
               PERFORM 4000-VERIFY-CHECK-DIGIT
                   THRU 4000-EXIT
               IF NOT TA-CHECK-DIGIT-OK
                   MOVE 'INVALID CUSTOMER NUMBER - CHECK DIGIT'
                       TO TA-REJECT-REASON
                   PERFORM 8000-REJECT-TRAN
                       THRU 8000-EXIT
                   GO TO 2100-EXIT
               END-IF
               MOVE TA-CUSTNO TO CM-CUSTNO
               READ CUSTMAST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'CUSTOMER NUMBER ALREADY ON FILE'
                           TO TA-REJECT-REASON
                       PERFORM 8000-REJECT-TRAN
                           THRU 8000-EXIT
                       GO TO 2100-EXIT
               END-READ
           END-IF.

           PERFORM 3000-EDIT-REQUIRED-FIELDS
               THRU 3000-EXIT.
               GO TO 2100-EXIT
           END-IF.

           PERFORM 3300-EDIT-QUALITY
               THRU 3300-EXIT.
           IF TA-EDIT-FAILED
               PERFORM 8000-REJECT-TRAN
                   THRU 8000-EXIT
               GO TO 2100-EXIT
           END-IF.

           PERFORM 3400-EDIT-OPEN-DATE
               THRU 3400-EXIT.
           IF TA-EDIT-FAILED
               PERFORM 8000-REJECT-TRAN
                   THRU 8000-EXIT
               GO TO 2100-EXIT
           END-IF.

           PERFORM 3200-CHECK-DUPLICATE
               THRU 3200-EXIT.
           IF TA-DUP-FOUND
               GO TO 2100-EXIT
           END-IF.

           IF TA-CUSTNO = SPACES
               PERFORM 4100-ASSIGN-CUSTNO
                   THRU 4100-EXIT
               IF NOT TA-CUSTNO-ASSIGNED
                   PERFORM 8000-REJECT-TRAN
                       THRU 8000-EXIT
                   GO TO 2100-EXIT
               END-IF
               MOVE TA-CD-CUSTNO TO TA-CUSTNO
           END-IF.

           INITIALIZE CUSTOMER-RECORD.
           MOVE TA-CUSTNO TO CM-CUSTNO.
           SET CM-ACTIVE TO TRUE.
           PERFORM 5000-WRITE-HISTORY
               THRU 5000-EXIT.
           ADD 1 TO TA-APPLIED-COUNT.

           IF TA-CUSTNO-ASSIGNED
               PERFORM 8100-REPORT-ASSIGNED
                   THRU 8100-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      * THE BEFORE/AFTER IMAGES TO CUSTHIST.
      *-----------------------------------------------------------------
       2200-APPLY-CHANGE.
           PERFORM 4000-VERIFY-CHECK-DIGIT
               THRU 4000-EXIT.
           IF NOT TA-CHECK-DIGIT-OK
               MOVE 'INVALID CUSTOMER NUMBER - CHECK DIGIT'
                   TO TA-REJECT-REASON
               PERFORM 8000-REJECT-TRAN
                   THRU 8000-EXIT
               GO TO 2200-EXIT
           END-IF.

           MOVE TA-CUSTNO TO CM-CUSTNO.
           READ CUSTMAST
               INVALID KEY
               GO TO 2200-EXIT
           END-IF.

           PERFORM 3300-EDIT-QUALITY
               THRU 3300-EXIT.
           IF TA-EDIT-FAILED
               PERFORM 8000-REJECT-TRAN
                   THRU 8000-EXIT
               GO TO 2200-EXIT
           END-IF.

           MOVE CUSTOMER-RECORD TO TA-BEFORE-IMAGE.

           MOVE TA-LNAME    TO CM-LNAME.
      * 6000-SUSPEND-REACTIVATE DOES.
      *-----------------------------------------------------------------
       2300-APPLY-STATUS.
           PERFORM 4000-VERIFY-CHECK-DIGIT
               THRU 4000-EXIT.
           IF NOT TA-CHECK-DIGIT-OK
               MOVE 'INVALID CUSTOMER NUMBER - CHECK DIGIT'
                   TO TA-REJECT-REASON
               PERFORM 8000-REJECT-TRAN
                   THRU 8000-EXIT
               GO TO 2300-EXIT
           END-IF.

           MOVE TA-CUSTNO TO CM-CUSTNO.
           READ CUSTMAST
               INVALID KEY
       3210-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3300-EDIT-QUALITY - THE QUALRULE PHONE, EMAIL AND NAME RULES,
      * AS 2B-MAIN EDITS THEM ONLINE.  A BLANK PHONE OR EMAIL IS
      * ALLOWED; ONE THAT IS SENT MUST BE TEN DIGITS WITH A REAL AREA
      * CODE, OR CONTAIN AN @.
      *-----------------------------------------------------------------
       3300-EDIT-QUALITY.
           SET TA-EDIT-OK TO TRUE.

           IF TA-PHONE NOT = SPACES
               IF TA-PHONE NOT NUMERIC
                   SET TA-EDIT-FAILED TO TRUE
                   MOVE 'PHONE MUST BE 10 DIGITS' TO TA-REJECT-REASON
                   GO TO 3300-EXIT
               END-IF
               IF TA-PHONE(1:3) = '000'
                   SET TA-EDIT-FAILED TO TRUE
                   MOVE 'PHONE AREA CODE CANNOT BE 000'
                       TO TA-REJECT-REASON
                   GO TO 3300-EXIT
               END-IF
           END-IF.

           IF TA-EMAIL NOT = SPACES
               MOVE ZERO TO TA-AT-COUNT
               INSPECT TA-EMAIL TALLYING TA-AT-COUNT FOR ALL '@'
               IF TA-AT-COUNT = ZERO
                   SET TA-EDIT-FAILED TO TRUE
                   MOVE 'EMAIL ADDRESS HAS NO @' TO TA-REJECT-REASON
                   GO TO 3300-EXIT
               END-IF
           END-IF.

           PERFORM 3310-EDIT-NAMES
               THRU 3310-EXIT.
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3310-EDIT-NAMES - REJECTS A LAST NAME WHOSE FIRST WORD IS THE
      * FIRST NAME (FULL NAME SENT IN TA-LNAME), OR IS ON THE QUALRULE
      * FIRST-NAME LIST WHEN THE FIRST NAME SENT IS NOT (SWAPPED).
      *-----------------------------------------------------------------
       3310-EDIT-NAMES.
           MOVE SPACES TO TA-LNAME-WORD TA-FNAME-WORD.
           UNSTRING TA-LNAME DELIMITED BY ALL SPACE
               INTO TA-LNAME-WORD
           END-UNSTRING.
           UNSTRING TA-FNAME DELIMITED BY ALL SPACE
               INTO TA-FNAME-WORD
           END-UNSTRING.

           IF TA-LNAME-WORD = SPACES
               GO TO 3310-EXIT
           END-IF.

           IF TA-LNAME-WORD = TA-FNAME-WORD
               SET TA-EDIT-FAILED TO TRUE
               MOVE 'FIRST NAME KEYED IN LAST NAME'
                   TO TA-REJECT-REASON
               GO TO 3310-EXIT
           END-IF.

           MOVE TA-LNAME-WORD TO TA-NAME-ARG.
           PERFORM 3320-LOOKUP-FIRST-NAME
               THRU 3320-EXIT.
           IF NOT TA-NAME-FOUND
               GO TO 3310-EXIT
           END-IF.

           MOVE TA-FNAME-WORD TO TA-NAME-ARG.
           PERFORM 3320-LOOKUP-FIRST-NAME
               THRU 3320-EXIT.
           IF NOT TA-NAME-FOUND
               SET TA-EDIT-FAILED TO TRUE
               MOVE 'NAMES SWAPPED - FIRST NAME IN LAST NAME'
                   TO TA-REJECT-REASON
           END-IF.
       3310-EXIT.
           EXIT.

       3320-LOOKUP-FIRST-NAME.
           MOVE 'N' TO TA-NAME-FOUND-SW.
           MOVE ZERO TO TA-NAME-SUB.
           PERFORM 3330-TEST-FIRST-NAME
               THRU 3330-EXIT
               UNTIL TA-NAME-FOUND
                  OR TA-NAME-SUB = QR-FIRST-NAME-COUNT.
       3320-EXIT.
           EXIT.

       3330-TEST-FIRST-NAME.
           ADD 1 TO TA-NAME-SUB.
           IF QR-FIRST-NAME (TA-NAME-SUB) = TA-NAME-ARG
               SET TA-NAME-FOUND TO TRUE
           END-IF.
       3330-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3400-EDIT-OPEN-DATE - AN ADD THAT CARRIES AN OPEN DATE MUST
      * HAVE A REAL YYYYMMDD DATE, NO LATER THAN TODAY AND NO EARLIER
      * THAN QR-FOUNDED-DATE.  AN ADD WITH NO OPEN DATE IS OPENED
      * TODAY BY 2100 AND IS NOT EDITED.
      *-----------------------------------------------------------------
       3400-EDIT-OPEN-DATE.
           SET TA-EDIT-OK TO TRUE.
           IF TA-OPEN-DATE NOT NUMERIC OR TA-OPEN-DATE = ZERO
               GO TO 3400-EXIT
           END-IF.

           MOVE TA-OPEN-DATE TO TA-OD-DATE.
           IF TA-OD-MM < 1 OR TA-OD-MM > 12
                   OR TA-OD-DD < 1 OR TA-OD-DD > 31
               SET TA-EDIT-FAILED TO TRUE
               MOVE 'OPEN DATE IS NOT A VALID DATE'
                   TO TA-REJECT-REASON
               GO TO 3400-EXIT
           END-IF.

           IF TA-OD-DATE > TA-CURRENT-DATE
               SET TA-EDIT-FAILED TO TRUE
               MOVE 'OPEN DATE IS IN THE FUTURE' TO TA-REJECT-REASON
               GO TO 3400-EXIT
           END-IF.

           IF TA-OD-DATE < QR-FOUNDED-DATE
               SET TA-EDIT-FAILED TO TRUE
               MOVE 'OPEN DATE BEFORE COMPANY FOUNDED'
                   TO TA-REJECT-REASON
           END-IF.
       3400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4000-VERIFY-CHECK-DIGIT - THE SIXTH POSITION OF A CUSTOMER
      * NUMBER IS A MOD-11 CHECK DIGIT OVER THE FIVE-DIGIT BASE (SEE
      * NEXTNO).  A NUMBER THAT IS NOT ALL DIGITS, OR WHOSE LAST
      * DIGIT DOES NOT MATCH THE ONE COMPUTED, FAILS.
      *-----------------------------------------------------------------
       4000-VERIFY-CHECK-DIGIT.
           MOVE 'N' TO TA-CHECK-DIGIT-SW.
           IF TA-CUSTNO NOT NUMERIC
               GO TO 4000-EXIT
           END-IF.

           MOVE TA-CUSTNO TO TA-CD-CUSTNO.
           PERFORM 4010-COMPUTE-CHECK-DIGIT
               THRU 4010-EXIT.
           IF TA-CD-RESULT = TA-CD-CHECK
               SET TA-CHECK-DIGIT-OK TO TRUE
           END-IF.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4010-COMPUTE-CHECK-DIGIT - WEIGHTS 6-5-4-3-2 OVER TA-CD-BASE,
      * SUM MOD 11, CHECK = 11 - REMAINDER.  A REMAINDER OF ZERO GIVES
      * A CHECK OF ZERO; A REMAINDER OF ONE GIVES 10, WHICH NO SINGLE
      * DIGIT MATCHES - THAT BASE IS NEVER ISSUED.
      *-----------------------------------------------------------------
       4010-COMPUTE-CHECK-DIGIT.
           COMPUTE TA-CD-SUM = TA-CD-DIGIT-1 * 6
                             + TA-CD-DIGIT-2 * 5
                             + TA-CD-DIGIT-3 * 4
                             + TA-CD-DIGIT-4 * 3
                             + TA-CD-DIGIT-5 * 2.
           DIVIDE TA-CD-SUM BY 11 GIVING TA-CD-QUOT
               REMAINDER TA-CD-REM.
           IF TA-CD-REM = ZERO
               MOVE ZERO TO TA-CD-RESULT
           ELSE
               COMPUTE TA-CD-RESULT = 11 - TA-CD-REM
           END-IF.
       4010-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4100-ASSIGN-CUSTNO - TAKES THE NEXT CUSTOMER NUMBER FROM THE
      * NEXTNO CONTROL RECORD, THE SAME WAY THE ONLINE ADD DOES.  THE
      * ADVANCED BASE IS ALWAYS REWRITTEN - A BASE PASSED OVER IS
      * NEVER REVISITED.
      *-----------------------------------------------------------------
       4100-ASSIGN-CUSTNO.
           MOVE 'N' TO TA-ASSIGNED-SW.
           MOVE 'CUSTNO' TO NX-KEY.
           READ NEXTNO
               INVALID KEY
                   MOVE 'NUMBER CONTROL RECORD NOT ON NEXTNO'
                       TO TA-REJECT-REASON
                   GO TO 4100-EXIT
           END-READ.

           MOVE ZERO TO TA-ASSIGN-TRIES.
           PERFORM 4110-TRY-NEXT-NUMBER
               THRU 4110-EXIT
               UNTIL TA-CUSTNO-ASSIGNED OR TA-ASSIGN-TRIES = 50.

           ACCEPT TA-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE TA-CURRENT-DATE TO NX-LAST-DATE.
           MOVE TA-HIST-OPID    TO NX-LAST-OPID.
           IF TA-CUSTNO-ASSIGNED
               ADD 1 TO NX-ISSUED-COUNT
           END-IF.

           REWRITE NEXTNO-RECORD
               INVALID KEY
                   MOVE 'N' TO TA-ASSIGNED-SW
                   MOVE 'NEXTNO REWRITE FAILED' TO TA-REJECT-REASON
                   GO TO 4100-EXIT
           END-REWRITE.

           IF NOT TA-CUSTNO-ASSIGNED
               MOVE 'NO CUSTOMER NUMBER AVAILABLE' TO TA-REJECT-REASON
           END-IF.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4110-TRY-NEXT-NUMBER - STEPS THE BASE ONE, SKIPS A BASE WHOSE
      * CHECK DIGIT WORKS OUT TO 10, AND TAKES THE NUMBER ONLY WHEN
      * IT IS NOT ALREADY ON CUSTMAST.  THE TOP OF THE RANGE ENDS THE
      * TRIES.
      *-----------------------------------------------------------------
       4110-TRY-NEXT-NUMBER.
           ADD 1 TO TA-ASSIGN-TRIES.
           IF NX-LAST-BASE = 99999
               MOVE 50 TO TA-ASSIGN-TRIES
               GO TO 4110-EXIT
           END-IF.

           ADD 1 TO NX-LAST-BASE.
           MOVE NX-LAST-BASE TO TA-CD-BASE-NUM.
           PERFORM 4010-COMPUTE-CHECK-DIGIT
               THRU 4010-EXIT.
           IF TA-CD-RESULT = 10
               GO TO 4110-EXIT
           END-IF.
           MOVE TA-CD-RESULT TO TA-CD-CHECK.

           MOVE TA-CD-CUSTNO TO CM-CUSTNO.
           READ CUSTMAST
               INVALID KEY
                   SET TA-CUSTNO-ASSIGNED TO TRUE
           END-READ.
       4110-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5000-WRITE-HISTORY - LOGS THE BEFORE IMAGE CAPTURED BY THE
      * HANDLER AND THE CURRENT CUSTOMER-RECORD (THE AFTER IMAGE) TO
           MOVE TA-HIST-OPID     TO CH-OPID.
           MOVE TA-BEFORE-IMAGE  TO CH-BEFORE-IMAGE.
           MOVE CUSTOMER-RECORD  TO CH-AFTER-IMAGE.
           MOVE SPACES           TO CH-APPROVED-OPID.

           MOVE 'N'  TO TA-HIST-WRITTEN-SW.
           MOVE ZERO TO TA-HIST-TRIES.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8100-REPORT-ASSIGNED - PRINTS AN ADD THAT WAS GIVEN A NUMBER
      * FROM NEXTNO SO THE BRANCH CAN PASS THE NUMBER TO THE CUSTOMER.
      * NOT A REJECT - COUNTED ON ITS OWN TOTAL LINE.
      *-----------------------------------------------------------------
       8100-REPORT-ASSIGNED.
           MOVE TA-CUSTNO        TO TA-D-CUSTNO.
           MOVE TR-ACTION        TO TA-D-ACTION.
           MOVE TA-LNAME         TO TA-D-LNAME.
           MOVE 'ADDED - CUSTOMER NUMBER ASSIGNED' TO TA-D-REASON.
           WRITE RPT-LINE FROM TA-DETAIL-LINE.
           ADD 1 TO TA-ASSIGN-COUNT.
       8100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 9000-TERMINATE - MARKS THE RUN COMPLETE ON TRNCTL, PRINTS THE
      * RUN TOTALS AND THE RUN-TYPE TRAILER AND CLOSES THE FILES.  A
           MOVE TA-REJECT-COUNT TO TA-TL-COUNT.
           WRITE RPT-LINE FROM TA-TOTAL-LINE.

           MOVE 'NUMBERS ASSIGNED  -' TO TA-TL-LABEL.
           MOVE TA-ASSIGN-COUNT TO TA-TL-COUNT.
           WRITE RPT-LINE FROM TA-TOTAL-LINE.

           IF TA-IS-RESTART
               MOVE 'SKIPPED ON RESTART-' TO TA-TL-LABEL
               MOVE TA-SKIP-COUNT TO TA-TL-COUNT
           CLOSE CUSTMAST.
           CLOSE STATEZIP.
           CLOSE CUSTHIST.
           CLOSE NEXTNO.
           CLOSE ERR-RPT.
       9000-EXIT.
           EXIT.
