      *     NOW COULD ONLY BE SEEN ONE CUSTOMER AT A TIME.  THIS JOB
      *     ROLLS THE RUN DATE'S RECORDS UP BY OPERATOR: PER-OPID
      *     COUNTS OF ADDS, CHANGES, DELETES, SUSPENDS, REACTIVATES,
      *     RESTORES, MERGES, ALTERNATE-ADDRESS MAINTENANCE (26B-ALTA)
      *     AND NOTES; FLAGGED LINES FOR ACTIVITY
      *     OUTSIDE BUSINESS HOURS (BEFORE 08:00 OR AFTER 17:59) OR
      *     FROM A TERMINAL OTHER THAN THE FIRST ONE ENCOUNTERED FOR
      *     THE OPERATOR ON THE DAY'S FILES - CUSTHIST IS SCANNED IN
      *     CUSTOMER-NUMBER ORDER AND NOTEFILE AFTER IT, SO THE
      *     BASELINE TERMINAL IS NOT NECESSARILY THE OPERATOR'S
      *     EARLIEST BY CLOCK TIME; AND A SECTION
      *     LISTING THE DAY'S AUTHLOG AUTHORITY CHANGES.  THE LOCKS
      *     COLUMN COUNTS THE 2B-MAIN ACTIONS REFUSED BECAUSE ANOTHER
      *     USER HAD CHANGED THE RECORD FIRST (LOCKLOG).  THIS IS THE
      *     ROLL-UP THE AUDITORS ASK FOR EVERY REVIEW.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY.
      *                      REAL FLAGS.  DECODE AUTHLOG ACTION C AS
      *                      AUTH CHANGE - A CHANGE MAY TOUCH THE
      *                      PERMISSION BYTES AND NOT THE LEVEL.
      *     10/15/2026  DO   COUNT THE DAY'S 2B-MAIN RECORD-CHANGED
      *                      COLLISIONS FROM LOCKLOG BY OPERATOR.
      *     10/15/2026  DO   DECODE AND COUNT ACTION L (ALTERNATE
      *                      ADDRESS) WRITTEN BY 26B-ALTA - NEW ALTADR
      *                      COLUMN.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  20B-OPRPT.
               RECORD KEY IS AL-LOG-KEY
               FILE STATUS IS OP-AUTHLOG-STATUS.

           SELECT LOCKLOG ASSIGN TO LOCKLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LL-LOG-KEY
               FILE STATUS IS OP-LOCKLOG-STATUS.

           SELECT OPER-RPT ASSIGN TO OPERRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OP-OPERRPT-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY AUTHLOG.

       FD  LOCKLOG
           LABEL RECORDS ARE STANDARD.
           COPY LOCKLOG.

       FD  OPER-RPT
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                        PIC X(132).
       77  OP-CUSTHIST-STATUS              PIC X(02).
       77  OP-NOTEFILE-STATUS              PIC X(02).
       77  OP-AUTHLOG-STATUS               PIC X(02).
       77  OP-LOCKLOG-STATUS               PIC X(02).
       77  OP-OPERRPT-STATUS               PIC X(02).
       77  OP-HIST-EOF-SW                  PIC X(01)  VALUE 'N'.
           88  OP-HIST-EOF                            VALUE 'Y'.
           88  OP-NOTE-EOF                            VALUE 'Y'.
       77  OP-AUTH-EOF-SW                  PIC X(01)  VALUE 'N'.
           88  OP-AUTH-EOF                            VALUE 'Y'.
       77  OP-LOCK-EOF-SW                  PIC X(01)  VALUE 'N'.
           88  OP-LOCK-EOF                            VALUE 'Y'.
       77  OP-ENTRY-FOUND-SW               PIC X(01)  VALUE 'N'.
           88  OP-ENTRY-FOUND                         VALUE 'Y'.
       77  OP-TABLE-FULL-SW                PIC X(01)  VALUE 'N'.
       77  OP-NOTE-COUNT                   PIC 9(09)  COMP-3 VALUE ZERO.
       77  OP-AUTH-COUNT                   PIC 9(07)  COMP-3 VALUE ZERO.
       77  OP-FLAG-COUNT                   PIC 9(07)  COMP-3 VALUE ZERO.
       77  OP-LOCK-COUNT                   PIC 9(07)  COMP-3 VALUE ZERO.

       01  OP-RUN-DATE-CARD.
           05  RD-RUN-DATE                 PIC 9(08).
               10  OP-T-REACTS             PIC 9(05) COMP-3.
               10  OP-T-RESTORES           PIC 9(05) COMP-3.
               10  OP-T-MERGES             PIC 9(05) COMP-3.
               10  OP-T-ALTADDRS           PIC 9(05) COMP-3.
               10  OP-T-NOTES              PIC 9(05) COMP-3.
               10  OP-T-FLAGS              PIC 9(05) COMP-3.
               10  OP-T-LOCKS              PIC 9(05) COMP-3.

       01  OP-HEADING-1.
           05  FILLER                      PIC X(01)  VALUE '1'.
                   '    REST'.
           05  FILLER                      PIC X(08)  VALUE
                   '    MERG'.
           05  FILLER                      PIC X(08)  VALUE
                   '  ALTADR'.
           05  FILLER                      PIC X(08)  VALUE
                   '   NOTES'.
           05  FILLER                      PIC X(08)  VALUE
                   '   FLAGS'.
           05  FILLER                      PIC X(08)  VALUE
                   '   LOCKS'.
           05  FILLER                      PIC X(38)  VALUE SPACES.

       01  OP-SUMMARY-LINE.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  OP-S-MERGES                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  OP-S-ALTADDRS               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  OP-S-NOTES                  PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  OP-S-FLAGS                  PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  OP-S-LOCKS                  PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(39)  VALUE SPACES.

       01  OP-SECT-C-LINE.
           05  FILLER                      PIC X(01)  VALUE SPACE.
               THRU 3000-EXIT
               UNTIL OP-NOTE-EOF.

           PERFORM 3500-SCAN-LOCKLOG
               THRU 3500-EXIT
               UNTIL OP-LOCK-EOF.

           IF OP-FLAG-COUNT = ZERO
               WRITE RPT-LINE FROM OP-NONE-LINE
           END-IF.
               STOP RUN
           END-IF.

           OPEN INPUT LOCKLOG.
           IF OP-LOCKLOG-STATUS NOT = '00'
               DISPLAY 'LOCKLOG OPEN FAILED - STATUS '
                   OP-LOCKLOG-STATUS
               CLOSE CUSTHIST
               CLOSE NOTEFILE
               CLOSE AUTHLOG
               CLOSE OPER-RPT
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE OP-RUN-DATE TO OP-H1-DATE.
           WRITE RPT-LINE FROM OP-HEADING-1.
           MOVE SPACES TO RPT-LINE.
                   MOVE 'RESTORE' TO OP-WORK-DESC
               WHEN CH-ACTION-MERGE
                   MOVE 'MERGE' TO OP-WORK-DESC
               WHEN CH-ACTION-ALT-ADDRESS
                   MOVE 'ALT ADDRESS' TO OP-WORK-DESC
               WHEN OTHER
                   MOVE '?' TO OP-WORK-DESC
           END-EVALUATE.
                   ADD 1 TO OP-T-RESTORES(OP-ENTRY-SUB)
               WHEN CH-ACTION-MERGE
                   ADD 1 TO OP-T-MERGES(OP-ENTRY-SUB)
               WHEN CH-ACTION-ALT-ADDRESS
                   ADD 1 TO OP-T-ALTADDRS(OP-ENTRY-SUB)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
                        OP-T-REACTS(OP-ENTRY-SUB)
                        OP-T-RESTORES(OP-ENTRY-SUB)
                        OP-T-MERGES(OP-ENTRY-SUB)
                        OP-T-ALTADDRS(OP-ENTRY-SUB)
                        OP-T-NOTES(OP-ENTRY-SUB)
                        OP-T-FLAGS(OP-ENTRY-SUB)
                        OP-T-LOCKS(OP-ENTRY-SUB).
           SET OP-ENTRY-FOUND TO TRUE.
       2500-EXIT.
           EXIT.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3500-SCAN-LOCKLOG - COUNTS THE DAY'S RECORD-CHANGED
      * COLLISIONS AGAINST THE OPERATOR WHOSE ACTION WAS REFUSED.
      * NOTHING WAS CHANGED, SO THEY ARE NOT PUT THROUGH THE FLAG
      * CHECKS.
      *-----------------------------------------------------------------
       3500-SCAN-LOCKLOG.
           READ LOCKLOG NEXT RECORD
               AT END
                   MOVE 'Y' TO OP-LOCK-EOF-SW
                   GO TO 3500-EXIT
           END-READ.

           IF LL-TIMESTAMP(1:8) NOT = OP-RUN-DATE
               GO TO 3500-EXIT
           END-IF.

           ADD 1 TO OP-LOCK-COUNT.

           MOVE LL-OPID   TO OP-WORK-OPID.
           MOVE LL-TERMID TO OP-WORK-TERMID.

           PERFORM 2500-FIND-OPERATOR
               THRU 2500-EXIT.
           IF NOT OP-ENTRY-FOUND
               GO TO 3500-EXIT
           END-IF.

           ADD 1 TO OP-T-LOCKS(OP-ENTRY-SUB).
       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4000-PRINT-SUMMARY - ONE LINE PER OPERATOR WITH THE DAY'S
      * COUNTS BY ACTION.
           MOVE OP-T-REACTS(OP-SUB)   TO OP-S-REACTS.
           MOVE OP-T-RESTORES(OP-SUB) TO OP-S-RESTORES.
           MOVE OP-T-MERGES(OP-SUB)   TO OP-S-MERGES.
           MOVE OP-T-ALTADDRS(OP-SUB) TO OP-S-ALTADDRS.
           MOVE OP-T-NOTES(OP-SUB)    TO OP-S-NOTES.
           MOVE OP-T-FLAGS(OP-SUB)    TO OP-S-FLAGS.
           MOVE OP-T-LOCKS(OP-SUB)    TO OP-S-LOCKS.
           WRITE RPT-LINE FROM OP-SUMMARY-LINE.
       4100-EXIT.
           EXIT.
           MOVE OP-FLAG-COUNT TO OP-TL-COUNT.
           WRITE RPT-LINE FROM OP-TOTAL-LINE.

           MOVE 'LOCK COLLISIONS         - ' TO OP-TL-LABEL.
           MOVE OP-LOCK-COUNT TO OP-TL-COUNT.
           WRITE RPT-LINE FROM OP-TOTAL-LINE.

           CLOSE CUSTHIST.
           CLOSE NOTEFILE.
           CLOSE AUTHLOG.
           CLOSE LOCKLOG.
           CLOSE OPER-RPT.
       9000-EXIT.
           EXIT.
