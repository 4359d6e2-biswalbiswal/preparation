      *****************************************************************
      * PROGRAM-ID   : 29B-PAGE
      * AUTHOR       : D. OKAFOR - APPLICATIONS PROGRAMMING
      * INSTALLATION : CUSTOMER SERVICES DATA CENTER
      * DATE-WRITTEN : 10/15/2026
      * DATE-COMPILED:
      *-----------------------------------------------------------------
      * REMARKS.
      *     MORNING AGING REPORT OF THE SUPERVISOR APPROVAL QUEUE.
      *     READS PENDCHG FROM THE TOP AND LISTS EVERY NAME/ADDRESS
      *     CHANGE STILL PENDING (STATUS P) THAT HAS WAITED AT LEAST
      *     THE CUT-OFF NUMBER OF DAYS SINCE 2B-MAIN QUEUED IT, WITH
      *     THE REQUESTING OPERATOR, HOW MANY DAYS IT HAS WAITED AND
      *     WHAT IT CHANGES, SO NOTHING SITS UNDECIDED IN 28B-APRV.
      *     TOTALS GIVE THE PENDING, OVERDUE, APPROVED AND REJECTED
      *     COUNTS ON FILE.  RC 4 WHEN ANY CHANGE IS OVERDUE.
      *
      *     PARAMETER CARD LAYOUT:
      *         COLS 1-3    CUT-OFF IN DAYS (999) - BLANK DEFAULTS
      *                     TO 1
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY.
      *     10/15/2026  DO   INITIAL VERSION.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  29B-PAGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDCHG ASSIGN TO PENDCHG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PD-PEND-KEY
               FILE STATUS IS PG-PENDCHG-STATUS.

           SELECT PAGE-RPT ASSIGN TO PAGERPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PG-PAGERPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDCHG
           LABEL RECORDS ARE STANDARD.
           COPY PENDCHG.

       FD  PAGE-RPT
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                        PIC X(132).

       WORKING-STORAGE SECTION.
       77  PG-PENDCHG-STATUS               PIC X(02).
       77  PG-PAGERPT-STATUS               PIC X(02).
       77  PG-EOF-SW                       PIC X(01)  VALUE 'N'.
           88  PG-EOF                                 VALUE 'Y'.
       77  PG-CUTOFF-DAYS                  PIC 9(03)  VALUE 1.
       77  PG-CURRENT-DATE                 PIC 9(08).
       77  PG-TODAY-INT                    PIC S9(09) COMP.
       77  PG-REQ-DATE                     PIC 9(08).
       77  PG-REQ-INT                      PIC S9(09) COMP.
       77  PG-DAYS-WAITING                 PIC S9(09) COMP.
       77  PG-READ-COUNT                   PIC 9(07)  COMP-3 VALUE ZERO.
       77  PG-PENDING-COUNT                PIC 9(07)  COMP-3 VALUE ZERO.
       77  PG-OVERDUE-COUNT                PIC 9(07)  COMP-3 VALUE ZERO.
       77  PG-APPROVED-COUNT               PIC 9(07)  COMP-3 VALUE ZERO.
       77  PG-REJECTED-COUNT               PIC 9(07)  COMP-3 VALUE ZERO.

       01  PG-PARM-CARD.
           05  PC-CUTOFF-DAYS              PIC X(03).
           05  FILLER                      PIC X(77).

      *-----------------------------------------------------------------
      * THE NAME AND ADDRESS FIELDS OF THE PENDCHG BEFORE AND AFTER
      * IMAGES, LAID OUT AS ON CUSTREC.
      *-----------------------------------------------------------------
       01  PG-BEFORE-WORK.
           05  FILLER                      PIC X(06).
           05  PG-BW-LNAME                 PIC X(30).
           05  PG-BW-ZIPCODE               PIC X(10).
           05  PG-BW-FNAME                 PIC X(20).
           05  PG-BW-ADDR                  PIC X(30).
           05  PG-BW-CITY                  PIC X(20).
           05  PG-BW-STATE                 PIC X(02).
           05  FILLER                      PIC X(83).

       01  PG-AFTER-WORK.
           05  FILLER                      PIC X(06).
           05  PG-AW-LNAME                 PIC X(30).
           05  PG-AW-ZIPCODE               PIC X(10).
           05  PG-AW-FNAME                 PIC X(20).
           05  PG-AW-ADDR                  PIC X(30).
           05  PG-AW-CITY                  PIC X(20).
           05  PG-AW-STATE                 PIC X(02).
           05  FILLER                      PIC X(83).

       01  PG-HEADING-1.
           05  FILLER                      PIC X(01)  VALUE '1'.
           05  FILLER                      PIC X(45)  VALUE
                   'PENDING NAME/ADDRESS CHANGE AGING REPORT'.
           05  FILLER                      PIC X(11)  VALUE
                   'RUN DATE - '.
           05  PG-H1-DATE                  PIC 9(08).
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  FILLER                      PIC X(15)  VALUE
                   'CUT-OFF DAYS - '.
           05  PG-H1-CUTOFF                PIC ZZ9.
           05  FILLER                      PIC X(45)  VALUE SPACES.

       01  PG-HEADING-2.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  FILLER                      PIC X(08)  VALUE 'CUSTNO'.
           05  FILLER                      PIC X(18)  VALUE
                   'REQUESTED'.
           05  FILLER                      PIC X(05)  VALUE 'BY'.
           05  FILLER                      PIC X(06)  VALUE 'TERM'.
           05  FILLER                      PIC X(07)  VALUE 'WAITING'.
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  FILLER                      PIC X(08)  VALUE 'CHANGE'.
           05  FILLER                      PIC X(32)  VALUE
                   'NEW NAME'.
           05  FILLER                      PIC X(43)  VALUE
                   'NEW ADDRESS'.

       01  PG-DETAIL-LINE.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  PG-D-CUSTNO                 PIC X(06).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  PG-D-MM                     PIC X(02).
           05  FILLER                      PIC X(01)  VALUE '/'.
           05  PG-D-DD                     PIC X(02).
           05  FILLER                      PIC X(01)  VALUE '/'.
           05  PG-D-YYYY                   PIC X(04).
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  PG-D-HH                     PIC X(02).
           05  FILLER                      PIC X(01)  VALUE ':'.
           05  PG-D-MI                     PIC X(02).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  PG-D-OPID                   PIC X(03).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  PG-D-TERMID                 PIC X(04).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  PG-D-DAYS                   PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  PG-D-CHANGE                 PIC X(04).
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  PG-D-NAME                   PIC X(30).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  PG-D-ADDR                   PIC X(30).
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  PG-D-STATE                  PIC X(02).
           05  FILLER                      PIC X(10)  VALUE SPACES.

       01  PG-TS-WORK.
           05  PG-TS-YYYY                  PIC X(04).
           05  PG-TS-MM                    PIC X(02).
           05  PG-TS-DD                    PIC X(02).
           05  PG-TS-HH                    PIC X(02).
           05  PG-TS-MI                    PIC X(02).
           05  PG-TS-SS                    PIC X(02).

       01  PG-MESSAGE-LINE.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  PG-M-TEXT                   PIC X(60).
           05  FILLER                      PIC X(71)  VALUE SPACES.

       01  PG-TOTAL-LINE.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  PG-TL-LABEL                 PIC X(26).
           05  PG-TL-COUNT                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(94)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-READ-PENDCHG
               THRU 2000-EXIT
               UNTIL PG-EOF.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE - READS THE PARAMETER CARD, OPENS THE FILES
      * AND PRINTS THE HEADINGS.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT PG-PARM-CARD FROM SYSIN.
           IF PC-CUTOFF-DAYS NOT = SPACES
               IF PC-CUTOFF-DAYS NOT NUMERIC
                   DISPLAY 'INVALID CUT-OFF DAYS ON SYSIN - '
                       PC-CUTOFF-DAYS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PC-CUTOFF-DAYS TO PG-CUTOFF-DAYS
           END-IF.

           ACCEPT PG-CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE PG-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(PG-CURRENT-DATE).

           OPEN OUTPUT PAGE-RPT.
           IF PG-PAGERPT-STATUS NOT = '00'
               DISPLAY 'PAGERPT OPEN FAILED - STATUS '
                   PG-PAGERPT-STATUS
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT PENDCHG.
           IF PG-PENDCHG-STATUS NOT = '00'
               DISPLAY 'PENDCHG OPEN FAILED - STATUS '
                   PG-PENDCHG-STATUS
               CLOSE PAGE-RPT
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE PG-CURRENT-DATE TO PG-H1-DATE.
           MOVE PG-CUTOFF-DAYS  TO PG-H1-CUTOFF.
           WRITE RPT-LINE FROM PG-HEADING-1.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM PG-HEADING-2.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-READ-PENDCHG - COUNTS EVERY RECORD BY STATUS AND LISTS
      * EACH PENDING CHANGE THAT HAS WAITED THE CUT-OFF OR LONGER.
      *-----------------------------------------------------------------
       2000-READ-PENDCHG.
           READ PENDCHG NEXT RECORD
               AT END
                   MOVE 'Y' TO PG-EOF-SW
                   GO TO 2000-EXIT
           END-READ.

           ADD 1 TO PG-READ-COUNT.
           EVALUATE TRUE
               WHEN PD-APPROVED
                   ADD 1 TO PG-APPROVED-COUNT
                   GO TO 2000-EXIT
               WHEN PD-REJECTED
                   ADD 1 TO PG-REJECTED-COUNT
                   GO TO 2000-EXIT
               WHEN PD-PENDING
                   ADD 1 TO PG-PENDING-COUNT
               WHEN OTHER
                   GO TO 2000-EXIT
           END-EVALUATE.

           MOVE PD-TIMESTAMP(1:8) TO PG-REQ-DATE.
           COMPUTE PG-REQ-INT =
               FUNCTION INTEGER-OF-DATE(PG-REQ-DATE).
           COMPUTE PG-DAYS-WAITING = PG-TODAY-INT - PG-REQ-INT.
           IF PG-DAYS-WAITING < PG-CUTOFF-DAYS
               GO TO 2000-EXIT
           END-IF.

           ADD 1 TO PG-OVERDUE-COUNT.
           PERFORM 2100-PRINT-DETAIL
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2100-PRINT-DETAIL - ONE LINE PER OVERDUE CHANGE SHOWING THE
      * NAME AND ADDRESS AS REQUESTED AND WHETHER THE NAME, THE
      * ADDRESS OR BOTH CHANGE.
      *-----------------------------------------------------------------
       2100-PRINT-DETAIL.
           MOVE PD-BEFORE-IMAGE TO PG-BEFORE-WORK.
           MOVE PD-AFTER-IMAGE  TO PG-AFTER-WORK.
           MOVE PD-TIMESTAMP    TO PG-TS-WORK.

           MOVE SPACES TO PG-D-CHANGE.
           IF PG-BW-LNAME NOT = PG-AW-LNAME
                   OR PG-BW-FNAME NOT = PG-AW-FNAME
               MOVE 'NAME' TO PG-D-CHANGE
           END-IF.
           IF PG-BW-ADDR NOT = PG-AW-ADDR
                   OR PG-BW-CITY NOT = PG-AW-CITY
                   OR PG-BW-STATE NOT = PG-AW-STATE
                   OR PG-BW-ZIPCODE NOT = PG-AW-ZIPCODE
               IF PG-D-CHANGE = SPACES
                   MOVE 'ADDR' TO PG-D-CHANGE
               ELSE
                   MOVE 'BOTH' TO PG-D-CHANGE
               END-IF
           END-IF.

           MOVE PD-CUSTNO       TO PG-D-CUSTNO.
           MOVE PG-TS-MM        TO PG-D-MM.
           MOVE PG-TS-DD        TO PG-D-DD.
           MOVE PG-TS-YYYY      TO PG-D-YYYY.
           MOVE PG-TS-HH        TO PG-D-HH.
           MOVE PG-TS-MI        TO PG-D-MI.
           MOVE PD-REQ-OPID     TO PG-D-OPID.
           MOVE PD-REQ-TERMID   TO PG-D-TERMID.
           MOVE PG-DAYS-WAITING TO PG-D-DAYS.
           MOVE SPACES          TO PG-D-NAME.
           STRING PG-AW-LNAME DELIMITED BY '  '
                   ', ' DELIMITED BY SIZE
                   PG-AW-FNAME DELIMITED BY '  '
               INTO PG-D-NAME
           END-STRING.
           MOVE PG-AW-ADDR      TO PG-D-ADDR.
           MOVE PG-AW-STATE     TO PG-D-STATE.
           WRITE RPT-LINE FROM PG-DETAIL-LINE.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 9000-TERMINATE - PRINTS THE RUN TOTALS AND CLOSES THE FILES.
      *-----------------------------------------------------------------
       9000-TERMINATE.
           IF PG-OVERDUE-COUNT = ZERO
               MOVE 'NONE' TO PG-M-TEXT
               WRITE RPT-LINE FROM PG-MESSAGE-LINE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE 'PENDCHG RECORDS READ    - ' TO PG-TL-LABEL.
           MOVE PG-READ-COUNT TO PG-TL-COUNT.
           WRITE RPT-LINE FROM PG-TOTAL-LINE.

           MOVE 'CHANGES PENDING         - ' TO PG-TL-LABEL.
           MOVE PG-PENDING-COUNT TO PG-TL-COUNT.
           WRITE RPT-LINE FROM PG-TOTAL-LINE.

           MOVE 'PENDING PAST CUT-OFF    - ' TO PG-TL-LABEL.
           MOVE PG-OVERDUE-COUNT TO PG-TL-COUNT.
           WRITE RPT-LINE FROM PG-TOTAL-LINE.

           MOVE 'CHANGES APPROVED        - ' TO PG-TL-LABEL.
           MOVE PG-APPROVED-COUNT TO PG-TL-COUNT.
           WRITE RPT-LINE FROM PG-TOTAL-LINE.

           MOVE 'CHANGES REJECTED        - ' TO PG-TL-LABEL.
           MOVE PG-REJECTED-COUNT TO PG-TL-COUNT.
           WRITE RPT-LINE FROM PG-TOTAL-LINE.

           CLOSE PENDCHG.
           CLOSE PAGE-RPT.
       9000-EXIT.
           EXIT.
