      *                      SEVEN CHARACTERS PLUS THE DEVICE SUFFIX.
      *     09/02/2026  DO   DECODE ACTION M (MERGE) WRITTEN BY THE
      *                      17B-MRGE MERGE TRANSACTION.
      *     10/15/2026  DO   REJECT A CUSTOMER NUMBER WHOSE MOD-11
      *                      CHECK DIGIT FAILS BEFORE BROWSING CUSTHIST.
      *     10/15/2026  DO   DECODE ACTION L (ALTERNATE ADDRESS)
      *                      WRITTEN BY 26B-ALTA - THE IMAGES ARE
      *                      CUSTADDR RECORDS, SO THE ADDRESS AND CITY
      *                      SHOW IN THE NAME AND CITY COLUMNS.
      *     10/15/2026  DO   JOIN THE 32B-MENU CUSTOMER SERVICE
      *                      SESSION - PF KEYS GO TO THE MENU, THE
      *                      PREVIOUS SCREEN OR ANOTHER FUNCTION WITH
      *                      THE CUSTOMER IN HAND (MENU-LINK CARRIED
      *                      BEHIND HQ-COMMAREA), AND A HAND-OVER FROM
      *                      THE MENU SHOWS THE CURRENT CUSTOMER'S
      *                      NEWEST HISTORY PAGE AT ONCE.
      *     10/15/2026  DO   SEND THE CHECK-DIGIT REJECTION WITH ERASE
      *                      AND SHOW THE NUMBER REFUSED - A HAND-OVER
      *                      FROM THE MENU STILL HAS ANOTHER SCREEN UP.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  13B-HINQ.
      * SHARED RECORD LAYOUTS.
      *-----------------------------------------------------------------
       COPY CUSTHIST.
       COPY MENULINK.
       COPY DFHAID.

      *-----------------------------------------------------------------
      * PROGRAM WORKING-STORAGE.
           05  HQ-MAPSET                   PIC X(08) VALUE 'HINQSET'.
           05  HQ-MAPNAME                  PIC X(08) VALUE 'HINQMAP'.
           05  HQ-FILE-CUSTHIST            PIC X(08) VALUE 'CUSTHIST'.
           05  HQ-PROGRAM                  PIC X(08) VALUE '13B-HINQ'.
           05  HQ-TRANSID                  PIC X(04) VALUE 'CHIS'.
           05  HQ-MENU-PROGRAM             PIC X(08) VALUE '32B-MENU'.

       77  HQ-RESP                         PIC S9(8) COMP.
       77  HQ-NEXT-TRANSID                 PIC X(04).
       77  HQ-PF-KEY-SW                    PIC X(01) VALUE 'N'.
           88  HQ-PF-KEY-USED                        VALUE 'Y'.
       77  HQ-LIST-COUNT                   PIC 9(02) VALUE ZERO.
       77  HQ-BROWSE-SW                    PIC X(01) VALUE 'N'.
           88  HQ-BROWSE-OPEN                        VALUE 'Y'.
       77  HQ-SKIP-FIRST-SW                PIC X(01) VALUE 'N'.
           88  HQ-SKIP-FIRST                         VALUE 'Y'.
       77  HQ-ACTION-DESC                  PIC X(10).
       77  HQ-CHECK-DIGIT-SW               PIC X(01) VALUE 'N'.
           88  HQ-CHECK-DIGIT-OK                     VALUE 'Y'.
       77  HQ-REFUSED-CUSTNO               PIC X(06).
       77  HQ-CD-SUM                       PIC 9(03) COMP.
       77  HQ-CD-QUOT                      PIC 9(03) COMP.
       77  HQ-CD-REM                       PIC 9(02) COMP.
       77  HQ-CD-RESULT                    PIC 9(02) COMP.

       01  HQ-CD-CUSTNO.
           05  HQ-CD-DIGIT-1               PIC 9(01).
           05  HQ-CD-DIGIT-2               PIC 9(01).
           05  HQ-CD-DIGIT-3               PIC 9(01).
           05  HQ-CD-DIGIT-4               PIC 9(01).
           05  HQ-CD-DIGIT-5               PIC 9(01).
           05  HQ-CD-CHECK                 PIC 9(01).

       01  HQ-HIST-KEY.
           05  HQ-HK-CUSTNO                PIC X(06).
           05  HQ-CA-MORE-SW               PIC X(01).
               88  HQ-CA-MORE                        VALUE 'Y'.

      *-----------------------------------------------------------------
      * WHAT GOES BACK TO CICS ON EVERY RETURN - THE COMMAREA ABOVE
      * FOLLOWED BY THE MENU SESSION (SEE MENULINK).
      *-----------------------------------------------------------------
       01  HQ-SESSION-AREA.
           05  HQ-SS-COMMAREA              PIC X(28).
           05  HQ-SS-MENU-LINK             PIC X(64).

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(92).

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      * EITHER PAGES ON DOWN THE TRAIL ALREADY ON SCREEN (SAME
      * CUSTOMER NUMBER, MORE TO SHOW) OR STARTS A FRESH INQUIRY AT
      * THE NEWEST ENTRY FOR THE KEYED CUSTOMER NUMBER.
      * A COMMAREA THE LENGTH OF MENU-LINK IS A HAND-OVER FROM
      * 32B-MENU; A MENU PF KEY IS PASSED TO 32B-MENU INSTEAD OF
      * BEING PROCESSED.  ONCE HANDED OVER THE TRANSACTION RETURNS
      * UNDER ITS OWN TRANSID, SINCE EIBTRNID IS THEN THE TRANSACTION
      * THAT STARTED THE TASK.
      *-----------------------------------------------------------------
       0000-MAINLINE.
           MOVE EIBTRNID TO HQ-NEXT-TRANSID.
           IF EIBCALEN = 0
               INITIALIZE MENU-LINK
               PERFORM 1000-SEND-BLANK-MAP THRU 1000-EXIT
           ELSE
               IF EIBCALEN = LENGTH OF MENU-LINK
                   MOVE DFHCOMMAREA(1:LENGTH OF MENU-LINK) TO MENU-LINK
                   MOVE HQ-TRANSID TO HQ-NEXT-TRANSID
                   PERFORM 1100-ARRIVE-FROM-MENU THRU 1100-EXIT
               ELSE
                   PERFORM 1050-RESUME-SESSION THRU 1050-EXIT
               END-IF
           END-IF.

           MOVE HQ-COMMAREA TO HQ-SS-COMMAREA.
           MOVE MENU-LINK   TO HQ-SS-MENU-LINK.
           EXEC CICS RETURN
               TRANSID(HQ-NEXT-TRANSID)
               COMMAREA(HQ-SESSION-AREA)
           END-EXEC.
       0000-EXIT.
           EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1050-RESUME-SESSION - RE-ENTRY.  PAGES ON OR STARTS A FRESH
      * INQUIRY UNLESS A MENU PF KEY WAS PRESSED.
      *-----------------------------------------------------------------
       1050-RESUME-SESSION.
           IF EIBCALEN = LENGTH OF HQ-SESSION-AREA
               MOVE DFHCOMMAREA TO HQ-SESSION-AREA
               MOVE HQ-SS-COMMAREA  TO HQ-COMMAREA
               MOVE HQ-SS-MENU-LINK TO MENU-LINK
           ELSE
               INITIALIZE HQ-COMMAREA
               INITIALIZE MENU-LINK
           END-IF.

           PERFORM 1200-CHECK-PF-KEY THRU 1200-EXIT.
           IF HQ-PF-KEY-USED
               GO TO 1050-EXIT
           END-IF.

           EXEC CICS RECEIVE MAP(HQ-MAPNAME) MAPSET(HQ-MAPSET)
               INTO(HINQMAPI)
               RESP(HQ-RESP)
           END-EXEC.

           EVALUATE TRUE
               WHEN CUSTNO4I = SPACES OR CUSTNO4I = LOW-VALUES
                   MOVE LOW-VALUES TO HINQMAPO
                   MOVE 'ENTER A CUSTOMER NUMBER' TO MSG4O
                   PERFORM 8100-SEND-MAP-DATAONLY THRU 8100-EXIT
               WHEN CUSTNO4I = HQ-CA-CUSTNO AND HQ-STEP-LIST
                       AND HQ-CA-MORE
                   PERFORM 3000-NEXT-PAGE THRU 3000-EXIT
               WHEN OTHER
                   PERFORM 2000-FIRST-PAGE THRU 2000-EXIT
           END-EVALUATE.
       1050-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1100-ARRIVE-FROM-MENU - HANDED OVER BY 32B-MENU.  STARTS THE
      * INQUIRY FOR THE CURRENT CUSTOMER AS IF IT HAD BEEN KEYED, OR
      * SENDS THE BLANK MAP WHEN THERE IS NONE.
      *-----------------------------------------------------------------
       1100-ARRIVE-FROM-MENU.
           IF ML-CUSTNO = SPACES
               PERFORM 1000-SEND-BLANK-MAP THRU 1000-EXIT
               GO TO 1100-EXIT
           END-IF.

           MOVE ML-CUSTNO TO CUSTNO4I.
           PERFORM 2000-FIRST-PAGE THRU 2000-EXIT.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1200-CHECK-PF-KEY - THE MENU PF KEYS (SEE MENULINK) ARE
      * HANDED TO 32B-MENU WITH THE CURRENT CUSTOMER.  ANY OTHER KEY
      * IS LEFT TO THE HISTORY INQUIRY AS BEFORE.
      *-----------------------------------------------------------------
       1200-CHECK-PF-KEY.
           MOVE 'N' TO HQ-PF-KEY-SW.
           MOVE SPACES TO ML-REQUEST.
           MOVE SPACES TO ML-FUNCTION.
           EVALUATE EIBAID
               WHEN DFHPF3
                   SET ML-REQ-MENU TO TRUE
               WHEN DFHPF12
                   SET ML-REQ-PREVIOUS TO TRUE
               WHEN DFHPF2
                   SET ML-REQ-FUNCTION TO TRUE
                   SET ML-FN-INQUIRY TO TRUE
               WHEN DFHPF4
                   SET ML-REQ-FUNCTION TO TRUE
                   SET ML-FN-MAINTENANCE TO TRUE
               WHEN DFHPF5
                   SET ML-REQ-FUNCTION TO TRUE
                   SET ML-FN-NOTES TO TRUE
               WHEN DFHPF6
                   SET ML-REQ-FUNCTION TO TRUE
                   SET ML-FN-HISTORY TO TRUE
               WHEN DFHPF9
                   SET ML-REQ-FUNCTION TO TRUE
                   SET ML-FN-MERGE TO TRUE
               WHEN DFHPF10
                   SET ML-REQ-FUNCTION TO TRUE
                   SET ML-FN-AUTHORITY TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF ML-REQ-NONE
               GO TO 1200-EXIT
           END-IF.

           SET HQ-PF-KEY-USED TO TRUE.
           MOVE HQ-PROGRAM TO ML-CALLER.
           EXEC CICS XCTL PROGRAM(HQ-MENU-PROGRAM)
               COMMAREA(MENU-LINK)
               RESP(HQ-RESP)
           END-EXEC.

           MOVE SPACES TO ML-REQUEST.
           MOVE SPACES TO ML-FUNCTION.
           MOVE SPACES TO ML-CALLER.
           MOVE LOW-VALUES TO HINQMAPO.
           MOVE 'MENU NOT AVAILABLE - PF KEY IGNORED' TO MSG4O.
           PERFORM 8100-SEND-MAP-DATAONLY THRU 8100-EXIT.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-FIRST-PAGE - STARTS A FRESH INQUIRY AT THE NEWEST
      * HISTORY ENTRY FOR THE KEYED CUSTOMER NUMBER.  A CUSTOMER WITH
      * HISTORY BECOMES THE SESSION'S CURRENT CUSTOMER.
      *-----------------------------------------------------------------
       2000-FIRST-PAGE.
           INITIALIZE HQ-COMMAREA.

           PERFORM 2010-VERIFY-CHECK-DIGIT THRU 2010-EXIT.
           IF NOT HQ-CHECK-DIGIT-OK
               MOVE CUSTNO4I TO HQ-REFUSED-CUSTNO
               MOVE LOW-VALUES TO HINQMAPO
               MOVE HQ-REFUSED-CUSTNO TO CUSTNO4O
               MOVE 'INVALID CUSTOMER NUMBER - CHECK DIGIT FAILED'
                   TO MSG4O
               PERFORM 8000-SEND-MAP THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF.

           MOVE CUSTNO4I TO HQ-CA-CUSTNO.

           MOVE HQ-CA-CUSTNO   TO HQ-HK-CUSTNO.
           IF HQ-LIST-COUNT = ZERO
               MOVE 'NO HISTORY ON FILE FOR CUSTOMER' TO MSG4O
               INITIALIZE HQ-COMMAREA
           ELSE
               MOVE HQ-CA-CUSTNO TO ML-CUSTNO
           END-IF.

           PERFORM 8000-SEND-MAP THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2010-VERIFY-CHECK-DIGIT - THE SIXTH POSITION OF A CUSTOMER
      * NUMBER IS A MOD-11 CHECK DIGIT OVER THE FIVE-DIGIT BASE -
      * WEIGHTS 6-5-4-3-2, SUM MOD 11, CHECK = 11 - REMAINDER (SEE
      * NEXTNO).  A NUMBER THAT IS NOT ALL DIGITS, OR WHOSE LAST
      * DIGIT DOES NOT MATCH THE ONE COMPUTED, FAILS.
      *-----------------------------------------------------------------
       2010-VERIFY-CHECK-DIGIT.
           MOVE 'N' TO HQ-CHECK-DIGIT-SW.
           IF CUSTNO4I NOT NUMERIC
               GO TO 2010-EXIT
           END-IF.

           MOVE CUSTNO4I TO HQ-CD-CUSTNO.
           COMPUTE HQ-CD-SUM = HQ-CD-DIGIT-1 * 6
                             + HQ-CD-DIGIT-2 * 5
                             + HQ-CD-DIGIT-3 * 4
                             + HQ-CD-DIGIT-4 * 3
                             + HQ-CD-DIGIT-5 * 2.
           DIVIDE HQ-CD-SUM BY 11 GIVING HQ-CD-QUOT
               REMAINDER HQ-CD-REM.
           IF HQ-CD-REM = ZERO
               MOVE ZERO TO HQ-CD-RESULT
           ELSE
               COMPUTE HQ-CD-RESULT = 11 - HQ-CD-REM
           END-IF.

           IF HQ-CD-RESULT = HQ-CD-CHECK
               SET HQ-CHECK-DIGIT-OK TO TRUE
           END-IF.
       2010-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-NEXT-PAGE - CONTINUES THE BROWSE BELOW THE LAST ENTRY
      * SHOWN ON THE PRIOR TRIP.  THE BROWSE REPOSITIONS ON THAT
                   MOVE 'RESTORE' TO HQ-ACTION-DESC
               WHEN CH-ACTION-MERGE
                   MOVE 'MERGE' TO HQ-ACTION-DESC
               WHEN CH-ACTION-ALT-ADDRESS
                   MOVE 'ALT ADDR' TO HQ-ACTION-DESC
               WHEN OTHER
                   MOVE '?' TO HQ-ACTION-DESC
           END-EVALUATE.
           MOVE HQ-ACTION-DESC TO HQ-D-ACTION.

           MOVE CH-OPID                TO HQ-D-OPID.
           IF CH-ACTION-ALT-ADDRESS
               MOVE CH-BEFORE-IMAGE(24:12) TO HQ-D-LNAME-BEFORE
               MOVE CH-BEFORE-IMAGE(54:8)  TO HQ-D-CITY-BEFORE
               MOVE CH-AFTER-IMAGE(24:12)  TO HQ-D-LNAME-AFTER
               MOVE CH-AFTER-IMAGE(54:8)   TO HQ-D-CITY-AFTER
           ELSE
               MOVE CH-BEFORE-IMAGE(7:12)  TO HQ-D-LNAME-BEFORE
               MOVE CH-BEFORE-IMAGE(97:8)  TO HQ-D-CITY-BEFORE
               MOVE CH-AFTER-IMAGE(7:12)   TO HQ-D-LNAME-AFTER
               MOVE CH-AFTER-IMAGE(97:8)   TO HQ-D-CITY-AFTER
           END-IF.

           MOVE HQ-DETAIL-LINE TO LHISTO(HQ-LIST-COUNT).
       4150-EXIT.
