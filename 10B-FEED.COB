      *     AND THE CUSTOMER NUMBER ALONE FOR DELETES, SUSPENDS AND
      *     REACTIVATES.  THE FEED IS WRAPPED IN A HEADER CARRYING
      *     THE RUN DATE AND A TRAILER CARRYING PER-ACTION COUNTS SO
      *     BOTH SIDES CAN BALANCE THE HANDOFF.  THE SAME COUNTS ARE
      *     KEPT ON FEEDCTL UNDER THE RUN DATE, MARKED NOT YET
      *     ACKNOWLEDGED UNTIL 25B-BACK RECONCILES BILLING'S REPLY.
      *
      *     BILLFEED RECORD - 129 BYTES:
      *         'H' + RUN DATE                        HEADER
      *                      UNCHANGED; THE SURVIVOR-SIDE RECORD OF
      *                      THE PAIR IS NOT FED, THE SURVIVOR IS
      *                      UNCHANGED ON BILLING'S SIDE.
      *     10/15/2026  DO   RECORD EACH FEED CUT ON FEEDCTL - COUNTS
      *                      SENT AND DATE SENT - SO 25B-BACK CAN
      *                      RECONCILE BILLING'S ACKNOWLEDGMENT AND
      *                      CHASE FEED DATES NEVER ACKNOWLEDGED.
      *     10/15/2026  DO   SKIP ACTION L (ALTERNATE ADDRESS) WRITTEN
      *                      BY 26B-ALTA - BILLING KEEPS THE MASTER
      *                      ADDRESS ONLY, SO NOTHING IS FED.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  10B-FEED.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FE-BILLFEED-STATUS.

           SELECT FEEDCTL ASSIGN TO FEEDCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FC-FEED-DATE
               FILE STATUS IS FE-FEEDCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTHIST
           LABEL RECORDS ARE STANDARD.
       01  BILLFEED-RECORD                 PIC X(129).

       FD  FEEDCTL
           LABEL RECORDS ARE STANDARD.
           COPY FEEDCTL.

       WORKING-STORAGE SECTION.
       77  FE-CUSTHIST-STATUS              PIC X(02).
       77  FE-BILLFEED-STATUS              PIC X(02).
       77  FE-FEEDCTL-STATUS               PIC X(02).
       77  FE-CTL-FOUND-SW                 PIC X(01)  VALUE 'N'.
           88  FE-CTL-FOUND                           VALUE 'Y'.
       77  FE-CURRENT-DATE                 PIC 9(08).
       77  FE-HIST-EOF-SW                  PIC X(01)  VALUE 'N'.
           88  FE-HIST-EOF                            VALUE 'Y'.
       77  FE-RUN-DATE                     PIC X(08).
               STOP RUN
           END-IF.

           OPEN I-O FEEDCTL.
           IF FE-FEEDCTL-STATUS = '35'
               CLOSE FEEDCTL
               OPEN OUTPUT FEEDCTL
               CLOSE FEEDCTL
               OPEN I-O FEEDCTL
           END-IF.
           IF FE-FEEDCTL-STATUS NOT = '00'
               DISPLAY 'FEEDCTL OPEN FAILED - STATUS '
                   FE-FEEDCTL-STATUS
               CLOSE CUSTHIST
               CLOSE BILLFEED
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FE-RUN-DATE TO FE-HD-RUN-DATE.
           WRITE BILLFEED-RECORD FROM FE-HEADER-RECORD.
       1000-EXIT.
                   END-IF
                   MOVE 'D' TO FE-DT-ACTION
                   ADD 1 TO FE-DELETE-COUNT
               WHEN CH-ACTION-ALT-ADDRESS
                   GO TO 2100-EXIT
               WHEN OTHER
                   DISPLAY 'UNKNOWN ACTION ' CH-ACTION ' ON CUSTHIST '
                       'FOR CUSTNO ' CH-CUSTNO ' - NOT FED'
           EXIT.

      *-----------------------------------------------------------------
      * 9000-TERMINATE - WRITES THE BALANCING TRAILER, RECORDS THE
      * HANDOFF ON FEEDCTL, ECHOES THE COUNTS TO THE JOB LOG AND
      * CLOSES THE FILES.
      *-----------------------------------------------------------------
       9000-TERMINATE.
           MOVE FE-RUN-DATE      TO FE-TR-RUN-DATE.
               MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM 9100-RECORD-HANDOFF
               THRU 9100-EXIT.

           DISPLAY 'BILLING FEED FOR RUN DATE ' FE-RUN-DATE.
           DISPLAY 'HISTORY RECORDS READ - ' FE-READ-COUNT.
           DISPLAY 'ADDS FED             - ' FE-TR-ADDS.

           CLOSE CUSTHIST.
           CLOSE BILLFEED.
           CLOSE FEEDCTL.
       9000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 9100-RECORD-HANDOFF - WRITES (OR, ON A RERUN FOR THE SAME
      * DATE, REWRITES) THE FEEDCTL RECORD FOR THE RUN DATE WITH THE
      * TRAILER COUNTS, MARKED NOT YET ACKNOWLEDGED.
      *-----------------------------------------------------------------
       9100-RECORD-HANDOFF.
           ACCEPT FE-CURRENT-DATE FROM DATE YYYYMMDD.

           MOVE FE-RUN-DATE TO FC-FEED-DATE.
           MOVE 'N' TO FE-CTL-FOUND-SW.
           READ FEEDCTL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO FE-CTL-FOUND-SW
           END-READ.

           MOVE SPACES            TO FEEDCTL-RECORD.
           MOVE FE-RUN-DATE       TO FC-FEED-DATE.
           MOVE FE-CURRENT-DATE   TO FC-SENT-DATE.
           MOVE FE-ADD-COUNT      TO FC-SENT-ADDS.
           MOVE FE-CHANGE-COUNT   TO FC-SENT-CHANGES.
           MOVE FE-DELETE-COUNT   TO FC-SENT-DELETES.
           MOVE FE-SUSPEND-COUNT  TO FC-SENT-SUSPENDS.
           MOVE FE-REACT-COUNT    TO FC-SENT-REACTIVATES.
           MOVE FE-RESTORE-COUNT  TO FC-SENT-RESTORES.
           MOVE FE-TOTAL-COUNT    TO FC-SENT-TOTAL.
           SET FC-NOT-ACKED       TO TRUE.
           MOVE ZERO              TO FC-ACK-DATE.
           MOVE ZERO              TO FC-ACK-REJECTS.

           IF FE-CTL-FOUND
               REWRITE FEEDCTL-RECORD
                   INVALID KEY
                       DISPLAY 'FEEDCTL REWRITE FAILED - STATUS '
                           FE-FEEDCTL-STATUS
                       MOVE 4 TO RETURN-CODE
               END-REWRITE
           ELSE
               WRITE FEEDCTL-RECORD
                   INVALID KEY
                       DISPLAY 'FEEDCTL WRITE FAILED - STATUS '
                           FE-FEEDCTL-STATUS
                       MOVE 4 TO RETURN-CODE
               END-WRITE
           END-IF.
       9100-EXIT.
           EXIT.
