      *                      RECORD, SO IT RIDES THE DELETE
      *                      PERMISSION.  A BLANK BYTE FALLS BACK TO
      *                      SUPERVISOR LEVEL, THE ORIGINAL RULE.
      *     10/15/2026  DO   REJECT A SURVIVOR OR DUPLICATE NUMBER
      *                      WHOSE MOD-11 CHECK DIGIT FAILS.
      *     10/15/2026  DO   CLEAR CH-APPROVED-OPID (NEW ON CUSTHIST)
      *                      ON EVERY HISTORY WRITE.
      *     10/15/2026  DO   JOIN THE 32B-MENU CUSTOMER SERVICE
      *                      SESSION - PF KEYS GO TO THE MENU, THE
      *                      PREVIOUS SCREEN OR ANOTHER FUNCTION WITH
      *                      THE CUSTOMER IN HAND (MENU-LINK CARRIED
      *                      BEHIND MG-COMMAREA).  A HAND-OVER FROM THE
      *                      MENU OFFERS THE CURRENT CUSTOMER AS THE
      *                      SURVIVOR, AND THE SURVIVOR OF A MERGE
      *                      BECOMES THE CURRENT CUSTOMER.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  17B-MRGE.
       COPY CUSTNOTE.
       COPY CUSTHIST.
       COPY OPAUTH.
       COPY MENULINK.
       COPY DFHAID.
       COPY DFHBMSCA.

      *-----------------------------------------------------------------
      * PROGRAM WORKING-STORAGE.
           05  MG-FILE-NOTEFILE            PIC X(08) VALUE 'NOTEFILE'.
           05  MG-FILE-CUSTHIST            PIC X(08) VALUE 'CUSTHIST'.
           05  MG-FILE-OPAUTH              PIC X(08) VALUE 'OPAUTH'.
           05  MG-PROGRAM                  PIC X(08) VALUE '17B-MRGE'.
           05  MG-TRANSID                  PIC X(04) VALUE 'CMRG'.
           05  MG-MENU-PROGRAM             PIC X(08) VALUE '32B-MENU'.

       77  MG-RESP                         PIC S9(8) COMP.
       77  MG-NEXT-TRANSID                 PIC X(04).
       77  MG-PF-KEY-SW                    PIC X(01) VALUE 'N'.
           88  MG-PF-KEY-USED                        VALUE 'Y'.
       77  MG-ABSTIME                      PIC S9(15) COMP-3.
       77  MG-DATE-OUT                     PIC X(08).
       77  MG-TIME-OUT                     PIC X(06).
       77  MG-HIST-FAILED-SW               PIC X(01) VALUE 'N'.
           88  MG-HIST-FAILED                        VALUE 'Y'.
       77  MG-HIST-TRIES                   PIC 9(02) COMP VALUE ZERO.
       77  MG-CD-INPUT                     PIC X(06).
       77  MG-CHECK-DIGIT-SW               PIC X(01) VALUE 'N'.
           88  MG-CHECK-DIGIT-OK                     VALUE 'Y'.
       77  MG-CD-SUM                       PIC 9(03) COMP.
       77  MG-CD-QUOT                      PIC 9(03) COMP.
       77  MG-CD-REM                       PIC 9(02) COMP.
       77  MG-CD-RESULT                    PIC 9(02) COMP.

       01  MG-CD-CUSTNO.
           05  MG-CD-DIGIT-1               PIC 9(01).
           05  MG-CD-DIGIT-2               PIC 9(01).
           05  MG-CD-DIGIT-3               PIC 9(01).
           05  MG-CD-DIGIT-4               PIC 9(01).
           05  MG-CD-DIGIT-5               PIC 9(01).
           05  MG-CD-CHECK                 PIC 9(01).

       01  MG-SURV-IMAGE                   PIC X(201).
       01  MG-DUP-IMAGE                    PIC X(201).
           05  MG-CA-STEP                  PIC X(01).
               88  MG-STEP-ACTIVE                    VALUE 'M'.

      *-----------------------------------------------------------------
      * WHAT GOES BACK TO CICS ON EVERY RETURN - THE COMMAREA ABOVE
      * FOLLOWED BY THE MENU SESSION (SEE MENULINK).
      *-----------------------------------------------------------------
       01  MG-SESSION-AREA.
           05  MG-SS-COMMAREA              PIC X(01).
           05  MG-SS-MENU-LINK             PIC X(64).

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(65).

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      * 0000-MAINLINE - FIRST-TIME ENTRY SENDS A BLANK MAP; RE-ENTRY
      * VERIFIES THE SIGNED-ON OPERATOR'S AUTHORITY AND RUNS THE
      * MERGE FOR THE KEYED PAIR.
      * A COMMAREA THE LENGTH OF MENU-LINK IS A HAND-OVER FROM
      * 32B-MENU; A MENU PF KEY IS PASSED TO 32B-MENU INSTEAD OF
      * BEING PROCESSED.  ONCE HANDED OVER THE TRANSACTION RETURNS
      * UNDER ITS OWN TRANSID, SINCE EIBTRNID IS THEN THE TRANSACTION
      * THAT STARTED THE TASK.
      *-----------------------------------------------------------------
       0000-MAINLINE.
           MOVE EIBTRNID TO MG-NEXT-TRANSID.
           IF EIBCALEN = 0
               INITIALIZE MENU-LINK
               PERFORM 1000-SEND-BLANK-MAP THRU 1000-EXIT
           ELSE
               IF EIBCALEN = LENGTH OF MENU-LINK
                   MOVE DFHCOMMAREA(1:LENGTH OF MENU-LINK) TO MENU-LINK
                   MOVE MG-TRANSID TO MG-NEXT-TRANSID
                   PERFORM 1100-ARRIVE-FROM-MENU THRU 1100-EXIT
               ELSE
                   PERFORM 1050-RESUME-SESSION THRU 1050-EXIT
               END-IF
           END-IF.

           MOVE MG-COMMAREA TO MG-SS-COMMAREA.
           MOVE MENU-LINK   TO MG-SS-MENU-LINK.
           EXEC CICS RETURN
               TRANSID(MG-NEXT-TRANSID)
               COMMAREA(MG-SESSION-AREA)
           END-EXEC.
       0000-EXIT.
           EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1050-RESUME-SESSION - RE-ENTRY.  RUNS THE MERGE FOR THE
      * KEYED PAIR UNLESS A MENU PF KEY WAS PRESSED.
      *-----------------------------------------------------------------
       1050-RESUME-SESSION.
           IF EIBCALEN = LENGTH OF MG-SESSION-AREA
               MOVE DFHCOMMAREA TO MG-SESSION-AREA
               MOVE MG-SS-COMMAREA  TO MG-COMMAREA
               MOVE MG-SS-MENU-LINK TO MENU-LINK
           ELSE
               INITIALIZE MG-COMMAREA
               INITIALIZE MENU-LINK
           END-IF.

           PERFORM 1200-CHECK-PF-KEY THRU 1200-EXIT.
           IF MG-PF-KEY-USED
               GO TO 1050-EXIT
           END-IF.

           PERFORM 2000-PROCESS-MAP THRU 2000-EXIT.
       1050-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1100-ARRIVE-FROM-MENU - HANDED OVER BY 32B-MENU.  SENDS THE
      * MAP WITH THE CURRENT CUSTOMER ALREADY IN SURVNO6, TAGGED
      * MODIFIED SO IT COMES BACK WITH THE DUPLICATE NUMBER.
      *-----------------------------------------------------------------
       1100-ARRIVE-FROM-MENU.
           MOVE LOW-VALUES TO MRGEMAPO.
           IF ML-CUSTNO = SPACES
               MOVE 'ENTER SURVIVING AND DUPLICATE CUSTOMER NUMBERS'
                   TO MSG6O
           ELSE
               MOVE ML-CUSTNO TO SURVNO6O
               MOVE DFHBMFSE  TO SURVNO6A
               MOVE 'ENTER THE DUPLICATE TO MERGE INTO THIS CUSTOMER'
                   TO MSG6O
           END-IF.
           SET MG-STEP-ACTIVE TO TRUE.
           EXEC CICS SEND MAP(MG-MAPNAME) MAPSET(MG-MAPSET)
               ERASE
           END-EXEC.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1200-CHECK-PF-KEY - THE MENU PF KEYS (SEE MENULINK) ARE
      * HANDED TO 32B-MENU WITH THE CURRENT CUSTOMER.  ANY OTHER KEY
      * IS LEFT TO THE MERGE SCREEN AS BEFORE.
      *-----------------------------------------------------------------
       1200-CHECK-PF-KEY.
           MOVE 'N' TO MG-PF-KEY-SW.
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

           SET MG-PF-KEY-USED TO TRUE.
           MOVE MG-PROGRAM TO ML-CALLER.
           EXEC CICS XCTL PROGRAM(MG-MENU-PROGRAM)
               COMMAREA(MENU-LINK)
               RESP(MG-RESP)
           END-EXEC.

           MOVE SPACES TO ML-REQUEST.
           MOVE SPACES TO ML-FUNCTION.
           MOVE SPACES TO ML-CALLER.
           MOVE LOW-VALUES TO MRGEMAPO.
           MOVE 'MENU NOT AVAILABLE - PF KEY IGNORED' TO MSG6O.
           PERFORM 1500-SEND-MAP-DATAONLY THRU 1500-EXIT.
       1200-EXIT.
           EXIT.

       1500-SEND-MAP-DATAONLY.
           EXEC CICS SEND MAP(MG-MAPNAME) MAPSET(MG-MAPSET)
               DATAONLY
               GO TO 2000-EXIT
           END-IF.

           MOVE SURVNO6I TO MG-CD-INPUT.
           PERFORM 2010-VERIFY-CHECK-DIGIT THRU 2010-EXIT.
           IF NOT MG-CHECK-DIGIT-OK
               MOVE LOW-VALUES TO MRGEMAPO
               MOVE 'INVALID SURVIVING NUMBER - CHECK DIGIT FAILED'
                   TO MSG6O
               PERFORM 1500-SEND-MAP-DATAONLY THRU 1500-EXIT
               GO TO 2000-EXIT
           END-IF.

           MOVE DUPNO6I TO MG-CD-INPUT.
           PERFORM 2010-VERIFY-CHECK-DIGIT THRU 2010-EXIT.
           IF NOT MG-CHECK-DIGIT-OK
               MOVE LOW-VALUES TO MRGEMAPO
               MOVE 'INVALID DUPLICATE NUMBER - CHECK DIGIT FAILED'
                   TO MSG6O
               PERFORM 1500-SEND-MAP-DATAONLY THRU 1500-EXIT
               GO TO 2000-EXIT
           END-IF.

           MOVE SURVNO6I TO MG-SURV-CUSTNO.
           MOVE DUPNO6I  TO MG-DUP-CUSTNO.

           MOVE MG-SURV-CUSTNO TO CH-CUSTNO.
           PERFORM 9000-WRITE-HISTORY THRU 9000-EXIT.

           MOVE MG-SURV-CUSTNO TO ML-CUSTNO.
           MOVE LOW-VALUES TO MRGEMAPO.
           IF MG-HIST-FAILED
               MOVE 'CUSTOMERS MERGED - HISTORY LOG WRITE FAILED'
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
           MOVE 'N' TO MG-CHECK-DIGIT-SW.
           IF MG-CD-INPUT NOT NUMERIC
               GO TO 2010-EXIT
           END-IF.

           MOVE MG-CD-INPUT TO MG-CD-CUSTNO.
           COMPUTE MG-CD-SUM = MG-CD-DIGIT-1 * 6
                             + MG-CD-DIGIT-2 * 5
                             + MG-CD-DIGIT-3 * 4
                             + MG-CD-DIGIT-4 * 3
                             + MG-CD-DIGIT-5 * 2.
           DIVIDE MG-CD-SUM BY 11 GIVING MG-CD-QUOT
               REMAINDER MG-CD-REM.
           IF MG-CD-REM = ZERO
               MOVE ZERO TO MG-CD-RESULT
           ELSE
               COMPUTE MG-CD-RESULT = 11 - MG-CD-REM
           END-IF.

           IF MG-CD-RESULT = MG-CD-CHECK
               SET MG-CHECK-DIGIT-OK TO TRUE
           END-IF.
       2010-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2100-CHECK-CALLER-AUTHORITY - THE SIGNED-ON OPERATOR MUST
      * HOLD THE DELETE PERMISSION ON OPAUTH - A MERGE REMOVES A
           MOVE EIBOPID      TO CH-OPID.
           MOVE MG-DUP-IMAGE  TO CH-BEFORE-IMAGE.
           MOVE MG-SURV-IMAGE TO CH-AFTER-IMAGE.
           MOVE SPACES        TO CH-APPROVED-OPID.

           MOVE 'N'  TO MG-HIST-LOGGED-SW.
           MOVE ZERO TO MG-HIST-TRIES.
