      *****************************************************************
      * PROGRAM-ID   : 25B-BACK
      * AUTHOR       : D. OKAFOR - APPLICATIONS PROGRAMMING
      * INSTALLATION : CUSTOMER SERVICES DATA CENTER
      * DATE-WRITTEN : 10/15/2026
      * DATE-COMPILED:
      *-----------------------------------------------------------------
      * REMARKS.
      *     BILLING ACKNOWLEDGMENT RECONCILIATION.  10B-FEED SENDS
      *     BILLING ONE BILLFEED A DAY, BUT UNTIL NOW NOTHING TOLD US
      *     WHETHER BILLING LOADED IT - A CUSTOMER MISSING FROM
      *     BILLING SURFACED WEEKS LATER.  BILLING RETURNS A BILLACK
      *     FILE FOR EACH FEED DATE: THEIR RECEIVED COUNTS BY ACTION
      *     AND ONE REJECT RECORD PER CUSTOMER NUMBER THEY COULD NOT
      *     LOAD.  THIS JOB MATCHES THAT FILE AGAINST THE BILLFEED
      *     GENERATION WE SENT FOR THE RUN DATE AND PRINTS:
      *         - EACH REJECTED CUSTOMER WITH BILLING'S REASON, ITS
      *           CURRENT CUSTMAST NAME AND STATUS AND ITS LAST
      *           CUSTHIST ACTION, SO THE CSRS CAN FIX THE RECORD;
      *         - SENT AGAINST RECEIVED COUNTS BY ACTION, WITH EVERY
      *           MISMATCH MARKED;
      *         - EVERY FEED DATE ON FEEDCTL STILL NOT ACKNOWLEDGED
      *           MORE THAN THE CHASE PERIOD AFTER IT WAS SENT, SO A
      *           MISSING HANDOFF IS CHASED THE NEXT MORNING.
      *     THE FEEDCTL RECORD FOR THE RUN DATE IS MARKED
      *     ACKNOWLEDGED - BALANCED OR MISMATCHED - WHEN AN
      *     ACKNOWLEDGMENT FOR THE DATE IS PRESENT.  RC 4 WHEN
      *     ANYTHING NEEDS FOLLOWING UP.
      *
      *     PARAMETER CARD LAYOUT:
      *         COLS 1-8    FEED DATE TO RECONCILE (YYYYMMDD)
      *         COLS 9-11   CHASE PERIOD IN DAYS (999) - BLANK OR
      *                     ZERO DEFAULTS TO 3
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY.
      *     10/15/2026  DO   INITIAL VERSION.
      *     10/15/2026  DO   IGNORE ACTION L (ALTERNATE ADDRESS) WHEN
      *                      FINDING A REJECT'S LAST ACTION.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  25B-BACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLFEED ASSIGN TO BILLFEED
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS BK-BILLFEED-STATUS.

           SELECT BILLACK ASSIGN TO BILLACK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS BK-BILLACK-STATUS.

           SELECT CUSTMAST ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTNO
               FILE STATUS IS BK-CUSTMAST-STATUS.

           SELECT CUSTHIST ASSIGN TO CUSTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-HIST-KEY
               FILE STATUS IS BK-CUSTHIST-STATUS.

           SELECT FEEDCTL ASSIGN TO FEEDCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-FEED-DATE
               FILE STATUS IS BK-FEEDCTL-STATUS.

           SELECT BACK-RPT ASSIGN TO BACKRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BK-BACKRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      * BILLFEED AS 10B-FEED WRITES IT - HEADER, ONE DETAIL PER
      * ACTION, TRAILER.  ONLY THE FIELDS NEEDED TO COUNT IT ARE
      * NAMED.
      *-----------------------------------------------------------------
       FD  BILLFEED
           LABEL RECORDS ARE STANDARD.
       01  BILLFEED-RECORD.
           05  BF-REC-TYPE                 PIC X(01).
               88  BF-HEADER               VALUE 'H'.
               88  BF-DETAIL               VALUE 'D'.
               88  BF-TRAILER              VALUE 'T'.
           05  BF-BODY                     PIC X(128).
           05  BF-HEADER-BODY REDEFINES BF-BODY.
               10  BF-HD-RUN-DATE          PIC X(08).
               10  FILLER                  PIC X(120).
           05  BF-DETAIL-BODY REDEFINES BF-BODY.
               10  BF-DT-ACTION            PIC X(01).
               10  BF-DT-CUSTNO            PIC X(06).
               10  FILLER                  PIC X(121).
           05  BF-TRAILER-BODY REDEFINES BF-BODY.
               10  BF-TR-RUN-DATE          PIC X(08).
               10  BF-TR-COUNTS            PIC X(51).
               10  FILLER                  PIC X(69).

       FD  BILLACK
           LABEL RECORDS ARE STANDARD.
           COPY BILLACK.

       FD  CUSTMAST
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

       FD  CUSTHIST
           LABEL RECORDS ARE STANDARD.
           COPY CUSTHIST.

       FD  FEEDCTL
           LABEL RECORDS ARE STANDARD.
           COPY FEEDCTL.

       FD  BACK-RPT
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                        PIC X(132).

       WORKING-STORAGE SECTION.
       77  BK-BILLFEED-STATUS              PIC X(02).
       77  BK-BILLACK-STATUS               PIC X(02).
       77  BK-CUSTMAST-STATUS              PIC X(02).
       77  BK-CUSTHIST-STATUS              PIC X(02).
       77  BK-FEEDCTL-STATUS               PIC X(02).
       77  BK-BACKRPT-STATUS               PIC X(02).
       77  BK-FEED-EOF-SW                  PIC X(01)  VALUE 'N'.
           88  BK-FEED-EOF                            VALUE 'Y'.
       77  BK-ACK-EOF-SW                   PIC X(01)  VALUE 'N'.
           88  BK-ACK-EOF                             VALUE 'Y'.
       77  BK-CTL-EOF-SW                   PIC X(01)  VALUE 'N'.
           88  BK-CTL-EOF                             VALUE 'Y'.
       77  BK-HIST-END-SW                  PIC X(01)  VALUE 'N'.
           88  BK-HIST-END                            VALUE 'Y'.
       77  BK-ACK-HEADER-SW                PIC X(01)  VALUE 'N'.
           88  BK-ACK-HEADER-SEEN                     VALUE 'Y'.
       77  BK-ACK-COUNTS-SW                PIC X(01)  VALUE 'N'.
           88  BK-ACK-COUNTS-SEEN                     VALUE 'Y'.
       77  BK-ACK-WRONG-DATE-SW            PIC X(01)  VALUE 'N'.
           88  BK-ACK-WRONG-DATE                      VALUE 'Y'.
       77  BK-MISMATCH-SW                  PIC X(01)  VALUE 'N'.
           88  BK-MISMATCH                            VALUE 'Y'.
       77  BK-TRAILER-SW                   PIC X(01)  VALUE 'N'.
           88  BK-TRAILER-SEEN                        VALUE 'Y'.
       77  BK-CTL-FOUND-SW                 PIC X(01)  VALUE 'N'.
           88  BK-CTL-FOUND                           VALUE 'Y'.
       77  BK-RUN-DATE                     PIC X(08).
       77  BK-CHASE-DAYS                   PIC 9(03)  VALUE 3.
       77  BK-CURRENT-DATE                 PIC 9(08).
       77  BK-TODAY-INT                    PIC S9(09) COMP.
       77  BK-SENT-INT                     PIC S9(09) COMP.
       77  BK-DAYS-OUT                     PIC S9(09) COMP.
       77  BK-LAST-ACTION                  PIC X(01).
       77  BK-LAST-DATE                    PIC X(08).
       77  BK-REJECT-COUNT                 PIC 9(07)  COMP-3 VALUE ZERO.
       77  BK-OVERDUE-COUNT                PIC 9(07)  COMP-3 VALUE ZERO.
       77  BK-UNKNOWN-COUNT                PIC 9(07)  COMP-3 VALUE ZERO.

       01  BK-PARM-CARD.
           05  PC-RUN-DATE                 PIC 9(08).
           05  PC-CHASE-DAYS               PIC X(03).
           05  FILLER                      PIC X(69).

      *-----------------------------------------------------------------
      * SENT (COUNTED FROM THE BILLFEED DETAIL RECORDS) AND RECEIVED
      * (FROM THE BILLACK COUNTS RECORD) TOTALS, ONE ROW PER ACTION
      * IN BILLFEED TRAILER ORDER, TOTAL LAST.
      *-----------------------------------------------------------------
       01  BK-COUNT-TABLE.
           05  BK-COUNT-ENTRY OCCURS 7 TIMES.
               10  BK-SENT                 PIC 9(09)  COMP-3.
               10  BK-RCVD                 PIC 9(09)  COMP-3.
       77  BK-SUB                          PIC S9(04) COMP VALUE ZERO.
       77  BK-DIFFERENCE                   PIC S9(09) COMP-3.

       01  BK-ACTION-NAMES.
           05  FILLER                      PIC X(12)  VALUE
                   'ADDS'.
           05  FILLER                      PIC X(12)  VALUE
                   'CHANGES'.
           05  FILLER                      PIC X(12)  VALUE
                   'DELETES'.
           05  FILLER                      PIC X(12)  VALUE
                   'SUSPENDS'.
           05  FILLER                      PIC X(12)  VALUE
                   'REACTIVATES'.
           05  FILLER                      PIC X(12)  VALUE
                   'RESTORES'.
           05  FILLER                      PIC X(12)  VALUE
                   'TOTAL'.
       01  BK-ACTION-NAME-TABLE REDEFINES BK-ACTION-NAMES.
           05  BK-ACTION-NAME              PIC X(12)  OCCURS 7 TIMES.

       01  BK-HEADING-1.
           05  FILLER                      PIC X(01)  VALUE '1'.
           05  FILLER                      PIC X(45)  VALUE
                   'BILLING ACKNOWLEDGMENT RECONCILIATION'.
           05  FILLER                      PIC X(12)  VALUE
                   'FEED DATE - '.
           05  BK-H1-DATE                  PIC X(08).
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  FILLER                      PIC X(20)  VALUE
                   'LOADED BY BILLING - '.
           05  BK-H1-LOAD-DATE             PIC X(08).
           05  FILLER                      PIC X(34)  VALUE SPACES.

       01  BK-SECT-A-LINE.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  FILLER                      PIC X(40)  VALUE
                   'CUSTOMERS REJECTED BY BILLING'.
           05  FILLER                      PIC X(91)  VALUE SPACES.

       01  BK-SECT-A-HEAD.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  FILLER                      PIC X(08)  VALUE 'CUSTNO'.
           05  FILLER                      PIC X(04)  VALUE 'ACT'.
           05  FILLER                      PIC X(42)  VALUE
                   'BILLING REASON'.
           05  FILLER                      PIC X(32)  VALUE
                   'CURRENT NAME'.
           05  FILLER                      PIC X(13)  VALUE 'STATUS'.
           05  FILLER                      PIC X(22)  VALUE
                   'LAST HISTORY ACTION'.
           05  FILLER                      PIC X(10)  VALUE SPACES.

       01  BK-REJECT-LINE.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  BK-R-CUSTNO                 PIC X(06).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  BK-R-ACTION                 PIC X(01).
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  BK-R-REASON                 PIC X(40).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  BK-R-NAME                   PIC X(30).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  BK-R-STATUS                 PIC X(11).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  BK-R-LAST-ACTION            PIC X(11).
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  BK-R-LAST-DATE              PIC X(08).
           05  FILLER                      PIC X(12)  VALUE SPACES.

       01  BK-SECT-B-LINE.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  FILLER                      PIC X(40)  VALUE
                   'COUNTS SENT AGAINST COUNTS RECEIVED'.
           05  FILLER                      PIC X(91)  VALUE SPACES.

       01  BK-SECT-B-HEAD.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  FILLER                      PIC X(14)  VALUE 'ACTION'.
           05  FILLER                      PIC X(13)  VALUE
                   '         SENT'.
           05  FILLER                      PIC X(13)  VALUE
                   '     RECEIVED'.
           05  FILLER                      PIC X(13)  VALUE
                   '   DIFFERENCE'.
           05  FILLER                      PIC X(78)  VALUE SPACES.

       01  BK-COUNT-LINE.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  BK-C-ACTION                 PIC X(12).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  BK-C-SENT                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  BK-C-RCVD                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  BK-C-DIFF                   PIC ---,---,--9.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  BK-C-FLAG                   PIC X(16).
           05  FILLER                      PIC X(62)  VALUE SPACES.

       01  BK-SECT-C-LINE.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  FILLER                      PIC X(50)  VALUE
                   'FEED DATES NOT ACKNOWLEDGED PAST THE CHASE PERIOD'.
           05  FILLER                      PIC X(81)  VALUE SPACES.

       01  BK-SECT-C-HEAD.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  FILLER                      PIC X(12)  VALUE
                   'FEED DATE'.
           05  FILLER                      PIC X(12)  VALUE
                   'SENT'.
           05  FILLER                      PIC X(10)  VALUE
                   'DAYS OUT'.
           05  FILLER                      PIC X(14)  VALUE
                   'ACTIONS SENT'.
           05  FILLER                      PIC X(83)  VALUE SPACES.

       01  BK-OVERDUE-LINE.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  BK-O-FEED-DATE              PIC 9(08).
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  BK-O-SENT-DATE              PIC 9(08).
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  BK-O-DAYS                   PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  BK-O-TOTAL                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(86)  VALUE SPACES.

       01  BK-MESSAGE-LINE.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  BK-M-TEXT                   PIC X(60).
           05  FILLER                      PIC X(71)  VALUE SPACES.

       01  BK-TOTAL-LINE.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  BK-TL-LABEL                 PIC X(26).
           05  BK-TL-COUNT                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(94)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-COUNT-BILLFEED
               THRU 2000-EXIT
               UNTIL BK-FEED-EOF.

           PERFORM 3000-READ-BILLACK
               THRU 3000-EXIT
               UNTIL BK-ACK-EOF.

           PERFORM 4000-COMPARE-COUNTS
               THRU 4000-EXIT.

           PERFORM 5000-MARK-FEEDCTL
               THRU 5000-EXIT.

           PERFORM 6000-LIST-OVERDUE
               THRU 6000-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE - READS THE PARAMETER CARD, OPENS THE FILES
      * AND PRINTS THE REJECT SECTION HEADINGS.  FEEDCTL IS CREATED
      * EMPTY IF IT DOES NOT EXIST YET.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT BK-PARM-CARD FROM SYSIN.
           IF PC-RUN-DATE NOT NUMERIC
               DISPLAY 'INVALID FEED DATE ON SYSIN - ' PC-RUN-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PC-RUN-DATE TO BK-RUN-DATE.
           IF PC-CHASE-DAYS NUMERIC
               IF PC-CHASE-DAYS NOT = '000'
                   MOVE PC-CHASE-DAYS TO BK-CHASE-DAYS
               END-IF
           END-IF.

           ACCEPT BK-CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE BK-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(BK-CURRENT-DATE).

           OPEN OUTPUT BACK-RPT.
           IF BK-BACKRPT-STATUS NOT = '00'
               DISPLAY 'BACKRPT OPEN FAILED - STATUS '
                   BK-BACKRPT-STATUS
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT BILLFEED.
           IF BK-BILLFEED-STATUS NOT = '00'
               DISPLAY 'BILLFEED OPEN FAILED - STATUS '
                   BK-BILLFEED-STATUS
               CLOSE BACK-RPT
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT BILLACK.
           IF BK-BILLACK-STATUS NOT = '00'
               DISPLAY 'BILLACK OPEN FAILED - STATUS '
                   BK-BILLACK-STATUS
               CLOSE BILLFEED
               CLOSE BACK-RPT
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CUSTMAST.
           IF BK-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'CUSTMAST OPEN FAILED - STATUS '
                   BK-CUSTMAST-STATUS
               CLOSE BILLFEED
               CLOSE BILLACK
               CLOSE BACK-RPT
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CUSTHIST.
           IF BK-CUSTHIST-STATUS NOT = '00'
               DISPLAY 'CUSTHIST OPEN FAILED - STATUS '
                   BK-CUSTHIST-STATUS
               CLOSE BILLFEED
               CLOSE BILLACK
               CLOSE CUSTMAST
               CLOSE BACK-RPT
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O FEEDCTL.
           IF BK-FEEDCTL-STATUS = '35'
               CLOSE FEEDCTL
               OPEN OUTPUT FEEDCTL
               CLOSE FEEDCTL
               OPEN I-O FEEDCTL
           END-IF.
           IF BK-FEEDCTL-STATUS NOT = '00'
               DISPLAY 'FEEDCTL OPEN FAILED - STATUS '
                   BK-FEEDCTL-STATUS
               CLOSE BILLFEED
               CLOSE BILLACK
               CLOSE CUSTMAST
               CLOSE CUSTHIST
               CLOSE BACK-RPT
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           INITIALIZE BK-COUNT-TABLE.
           MOVE SPACES TO BK-H1-LOAD-DATE.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-COUNT-BILLFEED - COUNTS THE DETAIL RECORDS WE SENT BY
      * ACTION.  THE HEADER MUST CARRY THE RUN DATE OR THE JCL HAS
      * PICKED UP THE WRONG GENERATION AND THE RUN STOPS.  A
      * TRAILER THAT DOES NOT AGREE WITH THE DETAIL IS NOTED.
      *-----------------------------------------------------------------
       2000-COUNT-BILLFEED.
           READ BILLFEED
               AT END
                   MOVE 'Y' TO BK-FEED-EOF-SW
                   GO TO 2000-EXIT
           END-READ.

           EVALUATE TRUE
               WHEN BF-HEADER
                   IF BF-HD-RUN-DATE NOT = BK-RUN-DATE
                       DISPLAY 'BILLFEED IS FOR ' BF-HD-RUN-DATE
                           ' NOT ' BK-RUN-DATE
                       CLOSE BILLFEED
                       CLOSE BILLACK
                       CLOSE CUSTMAST
                       CLOSE CUSTHIST
                       CLOSE FEEDCTL
                       CLOSE BACK-RPT
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN BF-DETAIL
                   PERFORM 2100-COUNT-DETAIL
                       THRU 2100-EXIT
               WHEN BF-TRAILER
                   SET BK-TRAILER-SEEN TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       2100-COUNT-DETAIL.
           EVALUATE BF-DT-ACTION
               WHEN 'A'
                   ADD 1 TO BK-SENT(1)
               WHEN 'C'
                   ADD 1 TO BK-SENT(2)
               WHEN 'D'
                   ADD 1 TO BK-SENT(3)
               WHEN 'S'
                   ADD 1 TO BK-SENT(4)
               WHEN 'R'
                   ADD 1 TO BK-SENT(5)
               WHEN 'U'
                   ADD 1 TO BK-SENT(6)
               WHEN OTHER
                   ADD 1 TO BK-UNKNOWN-COUNT
           END-EVALUATE.
           ADD 1 TO BK-SENT(7).
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-READ-BILLACK - READS BILLING'S ACKNOWLEDGMENT.  THE
      * HEADER MUST NAME THE RUN DATE; AN ACKNOWLEDGMENT FOR ANY
      * OTHER DATE IS IGNORED AND THE RUN DATE STAYS UNACKNOWLEDGED.
      * REJECTS ARE LISTED AS THEY ARE READ.
      *-----------------------------------------------------------------
       3000-READ-BILLACK.
           READ BILLACK
               AT END
                   MOVE 'Y' TO BK-ACK-EOF-SW
                   GO TO 3000-EXIT
           END-READ.

           IF BA-HEADER
               IF BA-FEED-DATE NOT = BK-RUN-DATE
                   SET BK-ACK-WRONG-DATE TO TRUE
                   MOVE 'Y' TO BK-ACK-EOF-SW
                   GO TO 3000-EXIT
               END-IF
               SET BK-ACK-HEADER-SEEN TO TRUE
               MOVE BA-LOAD-DATE TO BK-H1-LOAD-DATE
               MOVE BK-RUN-DATE  TO BK-H1-DATE
               WRITE RPT-LINE FROM BK-HEADING-1
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               WRITE RPT-LINE FROM BK-SECT-A-LINE
               WRITE RPT-LINE FROM BK-SECT-A-HEAD
               GO TO 3000-EXIT
           END-IF.

           IF NOT BK-ACK-HEADER-SEEN
               GO TO 3000-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN BA-COUNTS
                   SET BK-ACK-COUNTS-SEEN TO TRUE
                   MOVE BA-RCVD-ADDS        TO BK-RCVD(1)
                   MOVE BA-RCVD-CHANGES     TO BK-RCVD(2)
                   MOVE BA-RCVD-DELETES     TO BK-RCVD(3)
                   MOVE BA-RCVD-SUSPENDS    TO BK-RCVD(4)
                   MOVE BA-RCVD-REACTIVATES TO BK-RCVD(5)
                   MOVE BA-RCVD-RESTORES    TO BK-RCVD(6)
                   MOVE BA-RCVD-TOTAL       TO BK-RCVD(7)
               WHEN BA-REJECT
                   PERFORM 3100-LIST-REJECT
                       THRU 3100-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3100-LIST-REJECT - ONE LINE PER REJECTED CUSTOMER WITH ITS
      * CURRENT MASTER NAME AND STATUS AND ITS LAST HISTORY ACTION.
      *-----------------------------------------------------------------
       3100-LIST-REJECT.
           ADD 1 TO BK-REJECT-COUNT.
           MOVE SPACES        TO BK-REJECT-LINE.
           MOVE BA-RJ-CUSTNO  TO BK-R-CUSTNO.
           MOVE BA-RJ-ACTION  TO BK-R-ACTION.
           MOVE BA-RJ-REASON  TO BK-R-REASON.

           MOVE BA-RJ-CUSTNO TO CM-CUSTNO.
           READ CUSTMAST
               INVALID KEY
                   MOVE 'NOT ON FILE' TO BK-R-STATUS
               NOT INVALID KEY
                   STRING CM-LNAME DELIMITED BY '  '
                           ', ' DELIMITED BY SIZE
                           CM-FNAME DELIMITED BY '  '
                       INTO BK-R-NAME
                   END-STRING
                   IF CM-SUSPENDED
                       MOVE 'SUSPENDED' TO BK-R-STATUS
                   ELSE
                       MOVE 'ACTIVE' TO BK-R-STATUS
                   END-IF
           END-READ.

           PERFORM 3200-LAST-HISTORY
               THRU 3200-EXIT.

           EVALUATE BK-LAST-ACTION
               WHEN 'A'
                   MOVE 'ADD' TO BK-R-LAST-ACTION
               WHEN 'C'
                   MOVE 'CHANGE' TO BK-R-LAST-ACTION
               WHEN 'D'
                   MOVE 'DELETE' TO BK-R-LAST-ACTION
               WHEN 'S'
                   MOVE 'SUSPEND' TO BK-R-LAST-ACTION
               WHEN 'R'
                   MOVE 'REACTIVATE' TO BK-R-LAST-ACTION
               WHEN 'U'
                   MOVE 'RESTORE' TO BK-R-LAST-ACTION
               WHEN 'M'
                   MOVE 'MERGE' TO BK-R-LAST-ACTION
               WHEN SPACE
                   MOVE 'NO HISTORY' TO BK-R-LAST-ACTION
               WHEN OTHER
                   MOVE BK-LAST-ACTION TO BK-R-LAST-ACTION
           END-EVALUATE.
           MOVE BK-LAST-DATE TO BK-R-LAST-DATE.

           WRITE RPT-LINE FROM BK-REJECT-LINE.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3200-LAST-HISTORY - POSITIONS CUSTHIST AT THE FIRST RECORD
      * FOR THE REJECTED NUMBER AND READS FORWARD TO ITS LAST ONE.
      *-----------------------------------------------------------------
       3200-LAST-HISTORY.
           MOVE SPACE  TO BK-LAST-ACTION.
           MOVE SPACES TO BK-LAST-DATE.
           MOVE 'N'    TO BK-HIST-END-SW.

           MOVE BA-RJ-CUSTNO TO CH-CUSTNO.
           MOVE ZERO         TO CH-TIMESTAMP.
           START CUSTHIST KEY NOT LESS THAN CH-HIST-KEY
               INVALID KEY
                   GO TO 3200-EXIT
           END-START.

           PERFORM 3210-READ-HISTORY
               THRU 3210-EXIT
               UNTIL BK-HIST-END.
       3200-EXIT.
           EXIT.

       3210-READ-HISTORY.
           READ CUSTHIST NEXT RECORD
               AT END
                   SET BK-HIST-END TO TRUE
                   GO TO 3210-EXIT
           END-READ.

           IF CH-CUSTNO NOT = BA-RJ-CUSTNO
               SET BK-HIST-END TO TRUE
               GO TO 3210-EXIT
           END-IF.

           IF CH-ACTION-ALT-ADDRESS
               GO TO 3210-EXIT
           END-IF.

           MOVE CH-ACTION          TO BK-LAST-ACTION.
           MOVE CH-TIMESTAMP(1:8)  TO BK-LAST-DATE.
       3210-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4000-COMPARE-COUNTS - PRINTS SENT AGAINST RECEIVED FOR EACH
      * ACTION AND MARKS EVERY ROW THAT DOES NOT AGREE.  WITH NO
      * ACKNOWLEDGMENT FOR THE RUN DATE THE SECTION SAYS SO INSTEAD.
      *-----------------------------------------------------------------
       4000-COMPARE-COUNTS.
           IF NOT BK-ACK-HEADER-SEEN
               MOVE BK-RUN-DATE TO BK-H1-DATE
               WRITE RPT-LINE FROM BK-HEADING-1
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               IF BK-ACK-WRONG-DATE
                   MOVE 'BILLACK IS FOR A DIFFERENT FEED DATE - IGNORED'
                       TO BK-M-TEXT
               ELSE
                   MOVE 'NO ACKNOWLEDGMENT RECEIVED FOR THIS FEED DATE'
                       TO BK-M-TEXT
               END-IF
               WRITE RPT-LINE FROM BK-MESSAGE-LINE
               MOVE 4 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.

           IF BK-REJECT-COUNT = ZERO
               MOVE 'NONE' TO BK-M-TEXT
               WRITE RPT-LINE FROM BK-MESSAGE-LINE
           END-IF.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM BK-SECT-B-LINE.
           WRITE RPT-LINE FROM BK-SECT-B-HEAD.

           IF NOT BK-ACK-COUNTS-SEEN
               MOVE 'NO COUNTS RECORD ON BILLACK - RECEIVED SHOWN AS 0'
                   TO BK-M-TEXT
               WRITE RPT-LINE FROM BK-MESSAGE-LINE
               SET BK-MISMATCH TO TRUE
           END-IF.

           MOVE ZERO TO BK-SUB.
           PERFORM 4100-PRINT-ONE-COUNT
               THRU 4100-EXIT
               UNTIL BK-SUB = 7.

           IF NOT BK-TRAILER-SEEN
               MOVE 'NO TRAILER ON BILLFEED - FEED MAY BE INCOMPLETE'
                   TO BK-M-TEXT
               WRITE RPT-LINE FROM BK-MESSAGE-LINE
               SET BK-MISMATCH TO TRUE
           END-IF.

           IF BK-MISMATCH OR BK-REJECT-COUNT NOT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.

       4100-PRINT-ONE-COUNT.
           ADD 1 TO BK-SUB.
           MOVE BK-ACTION-NAME(BK-SUB) TO BK-C-ACTION.
           MOVE BK-SENT(BK-SUB)        TO BK-C-SENT.
           MOVE BK-RCVD(BK-SUB)        TO BK-C-RCVD.
           COMPUTE BK-DIFFERENCE = BK-RCVD(BK-SUB) - BK-SENT(BK-SUB).
           MOVE BK-DIFFERENCE          TO BK-C-DIFF.
           IF BK-DIFFERENCE = ZERO
               MOVE SPACES TO BK-C-FLAG
           ELSE
               MOVE '*** MISMATCH ***' TO BK-C-FLAG
               SET BK-MISMATCH TO TRUE
           END-IF.
           WRITE RPT-LINE FROM BK-COUNT-LINE.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5000-MARK-FEEDCTL - RECORDS THE ACKNOWLEDGMENT AGAINST THE
      * RUN DATE.  A FEED DATE CUT BEFORE FEEDCTL EXISTED GETS A
      * RECORD BUILT FROM THE BILLFEED COUNTS.
      *-----------------------------------------------------------------
       5000-MARK-FEEDCTL.
           IF NOT BK-ACK-HEADER-SEEN
               GO TO 5000-EXIT
           END-IF.

           MOVE BK-RUN-DATE TO FC-FEED-DATE.
           MOVE 'N' TO BK-CTL-FOUND-SW.
           READ FEEDCTL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO BK-CTL-FOUND-SW
           END-READ.

           IF NOT BK-CTL-FOUND
               MOVE SPACES       TO FEEDCTL-RECORD
               MOVE BK-RUN-DATE  TO FC-FEED-DATE
               MOVE BK-RUN-DATE  TO FC-SENT-DATE
               MOVE BK-SENT(1)   TO FC-SENT-ADDS
               MOVE BK-SENT(2)   TO FC-SENT-CHANGES
               MOVE BK-SENT(3)   TO FC-SENT-DELETES
               MOVE BK-SENT(4)   TO FC-SENT-SUSPENDS
               MOVE BK-SENT(5)   TO FC-SENT-REACTIVATES
               MOVE BK-SENT(6)   TO FC-SENT-RESTORES
               MOVE BK-SENT(7)   TO FC-SENT-TOTAL
           END-IF.

           IF BK-MISMATCH
               SET FC-ACKED-MISMATCH TO TRUE
           ELSE
               SET FC-ACKED-BALANCED TO TRUE
           END-IF.
           MOVE BK-CURRENT-DATE TO FC-ACK-DATE.
           MOVE BK-REJECT-COUNT TO FC-ACK-REJECTS.

           IF BK-CTL-FOUND
               REWRITE FEEDCTL-RECORD
                   INVALID KEY
                       DISPLAY 'FEEDCTL REWRITE FAILED - STATUS '
                           BK-FEEDCTL-STATUS
                       MOVE 4 TO RETURN-CODE
               END-REWRITE
           ELSE
               WRITE FEEDCTL-RECORD
                   INVALID KEY
                       DISPLAY 'FEEDCTL WRITE FAILED - STATUS '
                           BK-FEEDCTL-STATUS
                       MOVE 4 TO RETURN-CODE
               END-WRITE
           END-IF.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 6000-LIST-OVERDUE - BROWSES FEEDCTL FROM THE TOP AND LISTS
      * EVERY FEED DATE STILL NOT ACKNOWLEDGED MORE THAN THE CHASE
      * PERIOD AFTER IT WAS SENT.
      *-----------------------------------------------------------------
       6000-LIST-OVERDUE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM BK-SECT-C-LINE.
           WRITE RPT-LINE FROM BK-SECT-C-HEAD.

           MOVE ZERO TO FC-FEED-DATE.
           START FEEDCTL KEY NOT LESS THAN FC-FEED-DATE
               INVALID KEY
                   MOVE 'Y' TO BK-CTL-EOF-SW
           END-START.

           PERFORM 6100-CHECK-ONE-FEED
               THRU 6100-EXIT
               UNTIL BK-CTL-EOF.

           IF BK-OVERDUE-COUNT = ZERO
               MOVE 'NONE' TO BK-M-TEXT
               WRITE RPT-LINE FROM BK-MESSAGE-LINE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.
       6000-EXIT.
           EXIT.

       6100-CHECK-ONE-FEED.
           READ FEEDCTL NEXT RECORD
               AT END
                   MOVE 'Y' TO BK-CTL-EOF-SW
                   GO TO 6100-EXIT
           END-READ.

           IF NOT FC-NOT-ACKED
               GO TO 6100-EXIT
           END-IF.

           COMPUTE BK-SENT-INT =
               FUNCTION INTEGER-OF-DATE(FC-SENT-DATE).
           COMPUTE BK-DAYS-OUT = BK-TODAY-INT - BK-SENT-INT.
           IF BK-DAYS-OUT NOT > BK-CHASE-DAYS
               GO TO 6100-EXIT
           END-IF.

           ADD 1 TO BK-OVERDUE-COUNT.
           MOVE FC-FEED-DATE  TO BK-O-FEED-DATE.
           MOVE FC-SENT-DATE  TO BK-O-SENT-DATE.
           MOVE BK-DAYS-OUT   TO BK-O-DAYS.
           MOVE FC-SENT-TOTAL TO BK-O-TOTAL.
           WRITE RPT-LINE FROM BK-OVERDUE-LINE.
       6100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 9000-TERMINATE - PRINTS THE RUN TOTALS AND CLOSES THE FILES.
      *-----------------------------------------------------------------
       9000-TERMINATE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE 'REJECTS LISTED          - ' TO BK-TL-LABEL.
           MOVE BK-REJECT-COUNT TO BK-TL-COUNT.
           WRITE RPT-LINE FROM BK-TOTAL-LINE.

           MOVE 'UNKNOWN FEED ACTIONS    - ' TO BK-TL-LABEL.
           MOVE BK-UNKNOWN-COUNT TO BK-TL-COUNT.
           WRITE RPT-LINE FROM BK-TOTAL-LINE.

           MOVE 'FEED DATES OVERDUE      - ' TO BK-TL-LABEL.
           MOVE BK-OVERDUE-COUNT TO BK-TL-COUNT.
           WRITE RPT-LINE FROM BK-TOTAL-LINE.

           CLOSE BILLFEED.
           CLOSE BILLACK.
           CLOSE CUSTMAST.
           CLOSE CUSTHIST.
           CLOSE FEEDCTL.
           CLOSE BACK-RPT.
       9000-EXIT.
           EXIT.
