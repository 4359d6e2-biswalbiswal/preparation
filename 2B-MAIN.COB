      *     (A/C/D/I/S/R/U).  DATAMAP TAKES THE NAME/ADDRESS/PHONE/
      *     EMAIL FIELDS FOR ADD AND CHANGE.  EVERY A/C/D/S/R/U IS
      *     EDITED, LOGGED TO CUSTHIST WITH A BEFORE/AFTER IMAGE,
      *     AND APPLIED TO CUSTMAST.  A NAME/ADDRESS CHANGE BY AN
      *     OPERATOR FLAGGED OA-APPROVAL-REQD ON OPAUTH IS HELD ON
      *     PENDCHG FOR 28B-APRV INSTEAD OF BEING APPLIED.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY.
      *     03/14/2019  DO   INITIAL VERSION - ADD/CHANGE/DELETE/
      *                      (RECORD FROM BEFORE THE BYTES EXISTED)
      *                      FALLS BACK TO THE LEVEL SO EXISTING
      *                      OPERATORS CARRY FORWARD.
      *     10/15/2026  DO   ASSIGN THE CUSTOMER NUMBER FROM THE
      *                      NEXTNO CONTROL RECORD WHEN AN ADD IS
      *                      KEYED WITH CUSTNO1I BLANK, AND REJECT ANY
      *                      KEYED NUMBER WHOSE MOD-11 CHECK DIGIT
      *                      FAILS.
      *     10/15/2026  DO   REFUSE A CHANGE, DELETE, SUSPEND OR
      *                      REACTIVATE WHEN THE RECORD ON FILE NO
      *                      LONGER MATCHES THE IMAGE THE OPERATOR
      *                      STARTED FROM, AND LOG EACH COLLISION TO
      *                      LOCKLOG FOR THE 20B-OPRPT REPORT.  AN
      *                      INQUIRY DISPLAY IS KEPT AS THE STARTING
      *                      IMAGE FOR A D/S/R KEYED NEXT.
      *     10/15/2026  DO   HOLD A NAME/ADDRESS CHANGE BY AN OPERATOR
      *                      FLAGGED OA-APPROVAL-REQD ON PENDCHG FOR
      *                      SUPERVISOR APPROVAL (28B-APRV); PHONE AND
      *                      EMAIL STILL APPLY AT ONCE.  ONLY ONE
      *                      PENDING CHANGE PER CUSTOMER.  CLEAR
      *                      CH-APPROVED-OPID ON EVERY HISTORY WRITE.
      *     10/15/2026  DO   REFUSE TO RESTORE A CUSTOMER WHOSE DELETE
      *                      IMAGE HAS BEEN BLANKED BY THE 30B-SCRB
      *                      PRIVACY SCRUB.
      *     10/15/2026  DO   EDIT PHONE, EMAIL AND NAMES ON ADD AND
      *                      CHANGE AGAINST THE QUALRULE DATA-QUALITY
      *                      RULES THAT 31B-QUAL SWEEPS CUSTMAST FOR.
      *     10/15/2026  DO   JOIN THE 32B-MENU CUSTOMER SERVICE
      *                      SESSION - PF KEYS GO TO THE MENU, THE
      *                      PREVIOUS SCREEN OR ANOTHER FUNCTION WITH
      *                      THE CUSTOMER IN HAND (MENU-LINK CARRIED
      *                      BEHIND MN-COMMAREA), AND A HAND-OVER FROM
      *                      THE MENU PREFILLS CUSTNO1 ON THE KEYMAP.
      *     10/15/2026  DO   CARRY THE CUSTOMER NUMBER OF THE STARTING
      *                      IMAGE WITH THE IMAGE (MN-CA-IMAGE-CUSTNO)
      *                      SO A KEYMAP EDIT THAT FAILS CANNOT PAIR
      *                      ONE CUSTOMER'S NUMBER WITH ANOTHER'S IMAGE
      *                      AND LOG A FALSE LOCK CONFLICT.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  2B-MAIN.
       COPY CUSTHIST.
       COPY OPAUTH.
       COPY STATEZIP.
       COPY NEXTNO.
       COPY LOCKLOG.
       COPY PENDCHG.
       COPY QUALRULE.
       COPY MENULINK.
       COPY DFHAID.
       COPY DFHBMSCA.

      *-----------------------------------------------------------------
      * PROGRAM WORKING-STORAGE.
           05  MN-FILE-CUSTHIST            PIC X(08) VALUE 'CUSTHIST'.
           05  MN-FILE-OPAUTH              PIC X(08) VALUE 'OPAUTH'.
           05  MN-FILE-STATEZIP            PIC X(08) VALUE 'STATEZIP'.
           05  MN-FILE-NEXTNO              PIC X(08) VALUE 'NEXTNO'.
           05  MN-NEXTNO-KEY               PIC X(08) VALUE 'CUSTNO'.
           05  MN-FILE-LOCKLOG             PIC X(08) VALUE 'LOCKLOG'.
           05  MN-FILE-PENDCHG             PIC X(08) VALUE 'PENDCHG'.
           05  MN-PROGRAM                  PIC X(08) VALUE '2B-MAIN'.
           05  MN-TRANSID                  PIC X(04) VALUE 'CMNT'.
           05  MN-MENU-PROGRAM             PIC X(08) VALUE '32B-MENU'.

       77  MN-RESP                         PIC S9(8) COMP.
       77  MN-NEXT-TRANSID                 PIC X(04).
       77  MN-PF-KEY-SW                    PIC X(01) VALUE 'N'.
           88  MN-PF-KEY-USED                         VALUE 'Y'.
       77  MN-ZIP3                         PIC X(03).
       77  MN-ABSTIME                      PIC S9(15) COMP-3.
       77  MN-DATE-OUT                     PIC X(08).
       77  MN-HIST-LOGGED-SW               PIC X(01) VALUE 'N'.
           88  MN-HIST-LOGGED                         VALUE 'Y'.
       77  MN-HIST-TRIES                   PIC 9(02) COMP VALUE ZERO.
       77  MN-CHECK-DIGIT-SW               PIC X(01) VALUE 'N'.
           88  MN-CHECK-DIGIT-OK                      VALUE 'Y'.
       77  MN-ASSIGNED-SW                  PIC X(01) VALUE 'N'.
           88  MN-CUSTNO-ASSIGNED                     VALUE 'Y'.
       77  MN-ASSIGN-TRIES                 PIC 9(02) COMP VALUE ZERO.
       77  MN-LOCK-LOGGED-SW               PIC X(01) VALUE 'N'.
           88  MN-LOCK-LOGGED                         VALUE 'Y'.
       77  MN-LOCK-TRIES                   PIC 9(02) COMP VALUE ZERO.
       77  MN-APPROVAL-SW                  PIC X(01) VALUE 'N'.
           88  MN-APPROVAL-NEEDED                     VALUE 'Y'.
       77  MN-PEND-FOUND-SW                PIC X(01) VALUE 'N'.
           88  MN-PEND-FOUND                          VALUE 'Y'.
       77  MN-PHONE-CHANGED-SW             PIC X(01) VALUE 'N'.
           88  MN-PHONE-CHANGED                       VALUE 'Y'.
       77  MN-PEND-LOGGED-SW               PIC X(01) VALUE 'N'.
           88  MN-PEND-LOGGED                         VALUE 'Y'.
       77  MN-PEND-TRIES                   PIC 9(02) COMP VALUE ZERO.
       77  MN-PRIOR-CUSTNO                 PIC X(06).
       77  MN-PRIOR-IMAGE-CUSTNO           PIC X(06).
       77  MN-AT-COUNT                     PIC 9(03) COMP.
       77  MN-LNAME-WORD                   PIC X(30).
       77  MN-FNAME-WORD                   PIC X(20).
       77  MN-NAME-ARG                     PIC X(30).
       77  MN-NAME-SUB                     PIC S9(04) COMP.
       77  MN-NAME-FOUND-SW                PIC X(01) VALUE 'N'.
           88  MN-NAME-FOUND                          VALUE 'Y'.
       77  MN-CD-SUM                       PIC 9(03) COMP.
       77  MN-CD-QUOT                      PIC 9(03) COMP.
       77  MN-CD-REM                       PIC 9(02) COMP.
       77  MN-CD-RESULT                    PIC 9(02) COMP.

       01  MN-CD-CUSTNO.
           05  MN-CD-BASE.
               10  MN-CD-DIGIT-1           PIC 9(01).
               10  MN-CD-DIGIT-2           PIC 9(01).
               10  MN-CD-DIGIT-3           PIC 9(01).
               10  MN-CD-DIGIT-4           PIC 9(01).
               10  MN-CD-DIGIT-5           PIC 9(01).
           05  MN-CD-BASE-NUM REDEFINES MN-CD-BASE
                                           PIC 9(05).
           05  MN-CD-CHECK                 PIC 9(01).

       01  MN-PRIOR-IMAGE                  PIC X(201).

       01  MN-HIST-KEY.
           05  MN-HK-CUSTNO                PIC X(06).
           05  MN-HK-TIMESTAMP             PIC 9(14).

       01  MN-PEND-KEY.
           05  MN-PK-CUSTNO                PIC X(06).
           05  MN-PK-TIMESTAMP             PIC 9(14).

       01  MN-COMMAREA.
           05  MN-CA-STEP                  PIC X(01).
               88  MN-STEP-DATAMAP                    VALUE '2'.
           05  MN-CA-ACTION                PIC X(01).
           05  MN-CA-CUSTNO                PIC X(06).
           05  MN-CA-BEFORE-IMAGE          PIC X(201).
           05  MN-CA-IMAGE-CUSTNO          PIC X(06).

      *-----------------------------------------------------------------
      * WHAT GOES BACK TO CICS ON EVERY RETURN - THE COMMAREA ABOVE
      * FOLLOWED BY THE MENU SESSION (SEE MENULINK).
      *-----------------------------------------------------------------
       01  MN-SESSION-AREA.
           05  MN-SS-COMMAREA              PIC X(215).
           05  MN-SS-MENU-LINK             PIC X(64).

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(279).

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      * 0000-MAINLINE - FIRST-TIME ENTRY SENDS KEYMAP; RE-ENTRY
      * DISPATCHES TO THE KEYMAP OR DATAMAP HANDLER BASED ON WHERE
      * THE COMMAREA SAYS THE OPERATOR LEFT OFF.  A COMMAREA THE
      * LENGTH OF MENU-LINK IS A HAND-OVER FROM 32B-MENU; A MENU PF
      * KEY IS PASSED TO 32B-MENU INSTEAD OF BEING PROCESSED.  ONCE
      * HANDED OVER THE TRANSACTION RETURNS UNDER ITS OWN TRANSID,
      * SINCE EIBTRNID IS THEN THE TRANSACTION THAT STARTED THE TASK.
      *-----------------------------------------------------------------
       0000-MAINLINE.
           MOVE EIBTRNID TO MN-NEXT-TRANSID.
           IF EIBCALEN = 0
               INITIALIZE MENU-LINK
               PERFORM 1000-SEND-KEYMAP THRU 1000-EXIT
           ELSE
               IF EIBCALEN = LENGTH OF MENU-LINK
                   MOVE DFHCOMMAREA(1:LENGTH OF MENU-LINK) TO MENU-LINK
                   MOVE MN-TRANSID TO MN-NEXT-TRANSID
                   PERFORM 1100-ARRIVE-FROM-MENU THRU 1100-EXIT
               ELSE
                   PERFORM 1050-RESUME-SESSION THRU 1050-EXIT
               END-IF
           END-IF.

           MOVE MN-COMMAREA TO MN-SS-COMMAREA.
           MOVE MENU-LINK   TO MN-SS-MENU-LINK.
           EXEC CICS RETURN
               TRANSID(MN-NEXT-TRANSID)
               COMMAREA(MN-SESSION-AREA)
           END-EXEC.
       0000-EXIT.
           EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1050-RESUME-SESSION - RE-ENTRY.  DISPATCHES TO THE KEYMAP OR
      * DATAMAP HANDLER UNLESS A MENU PF KEY WAS PRESSED.
      *-----------------------------------------------------------------
       1050-RESUME-SESSION.
           IF EIBCALEN = LENGTH OF MN-SESSION-AREA
               MOVE DFHCOMMAREA TO MN-SESSION-AREA
               MOVE MN-SS-COMMAREA  TO MN-COMMAREA
               MOVE MN-SS-MENU-LINK TO MENU-LINK
           ELSE
               INITIALIZE MN-COMMAREA
               INITIALIZE MENU-LINK
           END-IF.

           PERFORM 1200-CHECK-PF-KEY THRU 1200-EXIT.
           IF MN-PF-KEY-USED
               GO TO 1050-EXIT
           END-IF.

           IF MN-STEP-DATAMAP
               PERFORM 3000-PROCESS-DATAMAP THRU 3000-EXIT
           ELSE
               PERFORM 2000-PROCESS-KEYMAP THRU 2000-EXIT
           END-IF.
       1050-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1100-ARRIVE-FROM-MENU - HANDED OVER BY 32B-MENU.  SENDS THE
      * KEYMAP WITH THE CURRENT CUSTOMER ALREADY IN CUSTNO1, TAGGED
      * MODIFIED SO IT COMES BACK WITH THE ACTION.
      *-----------------------------------------------------------------
       1100-ARRIVE-FROM-MENU.
           MOVE LOW-VALUES TO KEYMAPO.
           IF ML-CUSTNO = SPACES
               MOVE 'ENTER CUSTOMER NUMBER AND ACTION (A/C/D/I/S/R/U)'
                   TO MSG1O
           ELSE
               MOVE ML-CUSTNO TO CUSTNO1O
               MOVE DFHBMFSE  TO CUSTNO1A
               MOVE 'ENTER ACTION (A/C/D/I/S/R/U) FOR THIS CUSTOMER'
                   TO MSG1O
           END-IF.
           INITIALIZE MN-COMMAREA.
           EXEC CICS SEND MAP(MN-KEYMAP-NAME) MAPSET(MN-MAPSET)
               ERASE
           END-EXEC.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1200-CHECK-PF-KEY - THE MENU PF KEYS (SEE MENULINK) ARE
      * HANDED TO 32B-MENU WITH THE CURRENT CUSTOMER.  AN ADD OR
      * CHANGE LEFT ON THE DATAMAP IS ABANDONED, AS WITH CLEAR.  ANY
      * OTHER KEY IS LEFT TO THE MAINTENANCE SCREENS AS BEFORE.
      *-----------------------------------------------------------------
       1200-CHECK-PF-KEY.
           MOVE 'N' TO MN-PF-KEY-SW.
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

           SET MN-PF-KEY-USED TO TRUE.
           MOVE MN-PROGRAM TO ML-CALLER.
           EXEC CICS XCTL PROGRAM(MN-MENU-PROGRAM)
               COMMAREA(MENU-LINK)
               RESP(MN-RESP)
           END-EXEC.

           MOVE SPACES TO ML-REQUEST.
           MOVE SPACES TO ML-FUNCTION.
           MOVE SPACES TO ML-CALLER.
           IF MN-STEP-DATAMAP
               MOVE LOW-VALUES TO DATAMAPO
               MOVE 'MENU NOT AVAILABLE - PF KEY IGNORED' TO MSG2O
               PERFORM 3900-RESEND-DATAMAP THRU 3900-EXIT
           ELSE
               MOVE LOW-VALUES TO KEYMAPO
               MOVE 'MENU NOT AVAILABLE - PF KEY IGNORED' TO MSG1O
               PERFORM 1500-SEND-KEYMAP-DATAONLY THRU 1500-EXIT
           END-IF.
       1200-EXIT.
           EXIT.

       1500-SEND-KEYMAP-DATAONLY.
           EXEC CICS SEND MAP(MN-KEYMAP-NAME) MAPSET(MN-MAPSET)
               DATAONLY
               RESP(MN-RESP)
           END-EXEC.

           MOVE MN-CA-CUSTNO       TO MN-PRIOR-CUSTNO.
           MOVE MN-CA-BEFORE-IMAGE TO MN-PRIOR-IMAGE.
           MOVE MN-CA-IMAGE-CUSTNO TO MN-PRIOR-IMAGE-CUSTNO.
           MOVE ACTIONI  TO MN-CA-ACTION.
           MOVE CUSTNO1I TO MN-CA-CUSTNO.

               END-IF
           END-IF.

           IF ACTIONI = 'A'
                   AND (CUSTNO1I = SPACES OR CUSTNO1I = LOW-VALUES)
               MOVE SPACES TO CUSTNO1I
               MOVE SPACES TO MN-CA-CUSTNO
           ELSE
               PERFORM 2200-VERIFY-CHECK-DIGIT THRU 2200-EXIT
               IF NOT MN-CHECK-DIGIT-OK
                   MOVE LOW-VALUES TO KEYMAPO
                   MOVE 'INVALID CUSTOMER NUMBER - CHECK DIGIT FAILED'
                       TO MSG1O
                   PERFORM 1500-SEND-KEYMAP-DATAONLY THRU 1500-EXIT
                   GO TO 2000-EXIT
               END-IF
           END-IF.

           IF ACTIONI = 'A' OR ACTIONI = 'U'
               MOVE DFHRESP(NOTFND) TO MN-RESP
               IF CUSTNO1I NOT = SPACES
                   EXEC CICS READ FILE(MN-FILE-CUSTMAST)
                       INTO(CUSTOMER-RECORD)
                       RIDFLD(CUSTNO1I)
                       RESP(MN-RESP)
                   END-EXEC
               END-IF
               IF MN-RESP = DFHRESP(NORMAL)
                   MOVE LOW-VALUES TO KEYMAPO
                   IF ACTIONI = 'A'
                   PERFORM 1500-SEND-KEYMAP-DATAONLY THRU 1500-EXIT
                   GO TO 2000-EXIT
               END-IF
               MOVE CUSTNO1I TO ML-CUSTNO
           END-IF.

           EVALUATE ACTIONI
           END-EVALUATE.

           MOVE CUSTOMER-RECORD TO MN-CA-BEFORE-IMAGE.
           MOVE CUSTNO1I        TO MN-CA-IMAGE-CUSTNO.
           IF ACTIONI = 'D' OR ACTIONI = 'S' OR ACTIONI = 'R'
               IF MN-PRIOR-IMAGE-CUSTNO = CUSTNO1I
                       AND MN-PRIOR-IMAGE NOT = SPACES
                       AND MN-PRIOR-IMAGE NOT = LOW-VALUES
                   MOVE MN-PRIOR-IMAGE TO MN-CA-BEFORE-IMAGE
               END-IF
           END-IF.

           EVALUATE ACTIONI
               WHEN 'D'
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-VERIFY-CHECK-DIGIT - THE SIXTH POSITION OF A CUSTOMER
      * NUMBER IS A MOD-11 CHECK DIGIT OVER THE FIVE-DIGIT BASE (SEE
      * NEXTNO).  A NUMBER THAT IS NOT ALL DIGITS, OR WHOSE LAST
      * DIGIT DOES NOT MATCH THE ONE COMPUTED, FAILS.
      *-----------------------------------------------------------------
       2200-VERIFY-CHECK-DIGIT.
           MOVE 'N' TO MN-CHECK-DIGIT-SW.
           IF CUSTNO1I NOT NUMERIC
               GO TO 2200-EXIT
           END-IF.

           MOVE CUSTNO1I TO MN-CD-CUSTNO.
           PERFORM 2210-COMPUTE-CHECK-DIGIT THRU 2210-EXIT.
           IF MN-CD-RESULT = MN-CD-CHECK
               SET MN-CHECK-DIGIT-OK TO TRUE
           END-IF.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2210-COMPUTE-CHECK-DIGIT - WEIGHTS 6-5-4-3-2 OVER MN-CD-BASE,
      * SUM MOD 11, CHECK = 11 - REMAINDER.  A REMAINDER OF ZERO GIVES
      * A CHECK OF ZERO; A REMAINDER OF ONE GIVES 10, WHICH NO SINGLE
      * DIGIT MATCHES - THAT BASE IS NEVER ISSUED.
      *-----------------------------------------------------------------
       2210-COMPUTE-CHECK-DIGIT.
           COMPUTE MN-CD-SUM = MN-CD-DIGIT-1 * 6
                             + MN-CD-DIGIT-2 * 5
                             + MN-CD-DIGIT-3 * 4
                             + MN-CD-DIGIT-4 * 3
                             + MN-CD-DIGIT-5 * 2.
           DIVIDE MN-CD-SUM BY 11 GIVING MN-CD-QUOT
               REMAINDER MN-CD-REM.
           IF MN-CD-REM = ZERO
               MOVE ZERO TO MN-CD-RESULT
           ELSE
               COMPUTE MN-CD-RESULT = 11 - MN-CD-REM
           END-IF.
       2210-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-PROCESS-DATAMAP - RECEIVES THE ADD/CHANGE DATA, RUNS THE
      * STATE/ZIP CROSS-EDIT, THE DATA-QUALITY EDITS AND (ON ADD) THE
      * DUPLICATE-CUSTOMER CHECK, THEN COMMITS TO CUSTMAST AND LOGS
      * THE HISTORY RECORD.
      * A CHANGE THAT NEEDS SUPERVISOR APPROVAL IS QUEUED BY 3600.
      *-----------------------------------------------------------------
       3000-PROCESS-DATAMAP.
           EXEC CICS RECEIVE MAP(MN-DATAMAP-NAME) MAPSET(MN-MAPSET)
               RESP(MN-RESP)
           END-EXEC.

           MOVE 'N' TO MN-ASSIGNED-SW.

           IF MN-CA-ACTION = 'I'
               MOVE MN-CA-CUSTNO       TO MN-PRIOR-CUSTNO
               MOVE MN-CA-BEFORE-IMAGE TO MN-PRIOR-IMAGE
               MOVE MN-CA-IMAGE-CUSTNO TO MN-PRIOR-IMAGE-CUSTNO
               PERFORM 1000-SEND-KEYMAP THRU 1000-EXIT
               MOVE MN-PRIOR-CUSTNO    TO MN-CA-CUSTNO
               MOVE MN-PRIOR-IMAGE     TO MN-CA-BEFORE-IMAGE
               MOVE MN-PRIOR-IMAGE-CUSTNO TO MN-CA-IMAGE-CUSTNO
               GO TO 3000-EXIT
           END-IF.

               GO TO 3000-EXIT
           END-IF.

           PERFORM 3700-EDIT-QUALITY THRU 3700-EXIT.
           IF MN-EDIT-FAILED
               PERFORM 3900-RESEND-DATAMAP THRU 3900-EXIT
               GO TO 3000-EXIT
           END-IF.

           MOVE 'N' TO MN-APPROVAL-SW.
           IF MN-CA-ACTION = 'C'
               PERFORM 3500-CHECK-APPROVAL THRU 3500-EXIT
               IF MN-EDIT-FAILED
                   PERFORM 3900-RESEND-DATAMAP THRU 3900-EXIT
                   GO TO 3000-EXIT
               END-IF
           END-IF.

           IF MN-CA-ACTION = 'A'
               PERFORM 3200-CHECK-DUPLICATE THRU 3200-EXIT
               IF MN-DUP-FOUND
               END-IF
           END-IF.

           IF MN-CA-ACTION = 'A' AND MN-CA-CUSTNO = SPACES
               PERFORM 3400-ASSIGN-CUSTNO THRU 3400-EXIT
               IF NOT MN-CUSTNO-ASSIGNED
                   PERFORM 3900-RESEND-DATAMAP THRU 3900-EXIT
                   GO TO 3000-EXIT
               END-IF
           END-IF.

           IF MN-CA-ACTION = 'A'
               INITIALIZE CUSTOMER-RECORD
               MOVE MN-CA-CUSTNO TO CM-CUSTNO
                   PERFORM 3900-RESEND-DATAMAP THRU 3900-EXIT
                   GO TO 3000-EXIT
               END-IF
               IF CUSTOMER-RECORD NOT = MN-CA-BEFORE-IMAGE
                   EXEC CICS UNLOCK FILE(MN-FILE-CUSTMAST) END-EXEC
                   PERFORM 8000-RECORD-CHANGED THRU 8000-EXIT
                   GO TO 3000-EXIT
               END-IF
               IF MN-APPROVAL-NEEDED
                   PERFORM 3600-QUEUE-CHANGE THRU 3600-EXIT
                   GO TO 3000-EXIT
               END-IF
           END-IF.

           MOVE LNAMEI    TO CM-LNAME.
               GO TO 3000-EXIT
           END-IF.

           MOVE CM-CUSTNO TO ML-CUSTNO.
           PERFORM 9000-WRITE-HISTORY THRU 9000-EXIT.

           MOVE LOW-VALUES TO KEYMAPO.
           IF MN-CA-ACTION = 'A'
               IF MN-CUSTNO-ASSIGNED
                   MOVE CM-CUSTNO TO CUSTNO1O
                   IF MN-HIST-LOGGED
                       STRING 'CUSTOMER ADDED - NUMBER ASSIGNED '
                               CM-CUSTNO
                           DELIMITED BY SIZE
                           INTO MSG1O
                       END-STRING
                   ELSE
                       STRING 'CUSTOMER ADDED AS ' CM-CUSTNO
                               ' - HISTORY LOG WRITE FAILED'
                           DELIMITED BY SIZE
                           INTO MSG1O
                       END-STRING
                   END-IF
               ELSE
                   IF MN-HIST-LOGGED
                       MOVE 'CUSTOMER ADDED' TO MSG1O
                   ELSE
                       MOVE 'CUSTOMER ADDED - HISTORY LOG WRITE FAILED'
                           TO MSG1O
                   END-IF
               END-IF
           ELSE
               IF MN-HIST-LOGGED
           EXIT.

      *-----------------------------------------------------------------
      * 3400-ASSIGN-CUSTNO - AN ADD KEYED WITH NO CUSTOMER NUMBER TAKES
      * THE NEXT ONE FROM THE NEXTNO CONTROL RECORD.  THE RECORD IS
      * HELD FOR UPDATE WHILE THE BASE IS STEPPED, SO TWO TERMINALS
      * ADDING AT ONCE CANNOT DRAW THE SAME NUMBER.  THE ADVANCED BASE
      * IS ALWAYS REWRITTEN - A BASE PASSED OVER IS NEVER REVISITED.
      *-----------------------------------------------------------------
       3400-ASSIGN-CUSTNO.
           MOVE 'N' TO MN-ASSIGNED-SW.

           EXEC CICS READ FILE(MN-FILE-NEXTNO)
               INTO(NEXTNO-RECORD)
               RIDFLD(MN-NEXTNO-KEY)
               UPDATE
               RESP(MN-RESP)
           END-EXEC.

           IF MN-RESP NOT = DFHRESP(NORMAL)
               MOVE 'NUMBER CONTROL RECORD UNAVAILABLE - CALL SUPPORT'
                   TO MSG2O
               GO TO 3400-EXIT
           END-IF.

           MOVE ZERO TO MN-ASSIGN-TRIES.
           PERFORM 3410-TRY-NEXT-NUMBER THRU 3410-EXIT
               UNTIL MN-CUSTNO-ASSIGNED OR MN-ASSIGN-TRIES = 50.

           EXEC CICS ASKTIME ABSTIME(MN-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(MN-ABSTIME)
               YYYYMMDD(MN-DATE-OUT)
           END-EXEC.
           MOVE MN-DATE-OUT TO NX-LAST-DATE.
           MOVE EIBOPID     TO NX-LAST-OPID.
           IF MN-CUSTNO-ASSIGNED
               ADD 1 TO NX-ISSUED-COUNT
           END-IF.

           EXEC CICS REWRITE FILE(MN-FILE-NEXTNO)
               FROM(NEXTNO-RECORD)
               RESP(MN-RESP)
           END-EXEC.

           IF MN-RESP NOT = DFHRESP(NORMAL)
               MOVE 'N' TO MN-ASSIGNED-SW
               MOVE 'NUMBER CONTROL RECORD UNAVAILABLE - CALL SUPPORT'
                   TO MSG2O
               GO TO 3400-EXIT
           END-IF.

           IF MN-CUSTNO-ASSIGNED
               MOVE MN-CD-CUSTNO TO MN-CA-CUSTNO
           ELSE
               MOVE 'NO CUSTOMER NUMBER AVAILABLE - CALL SUPPORT'
                   TO MSG2O
           END-IF.
       3400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3410-TRY-NEXT-NUMBER - STEPS THE BASE ONE, SKIPS A BASE WHOSE
      * CHECK DIGIT WORKS OUT TO 10, AND TAKES THE NUMBER ONLY WHEN
      * IT IS NOT ALREADY ON CUSTMAST.  THE TOP OF THE RANGE, OR A
      * CUSTMAST READ ERROR, ENDS THE TRIES.
      *-----------------------------------------------------------------
       3410-TRY-NEXT-NUMBER.
           ADD 1 TO MN-ASSIGN-TRIES.
           IF NX-LAST-BASE = 99999
               MOVE 50 TO MN-ASSIGN-TRIES
               GO TO 3410-EXIT
           END-IF.

           ADD 1 TO NX-LAST-BASE.
           MOVE NX-LAST-BASE TO MN-CD-BASE-NUM.
           PERFORM 2210-COMPUTE-CHECK-DIGIT THRU 2210-EXIT.
           IF MN-CD-RESULT = 10
               GO TO 3410-EXIT
           END-IF.
           MOVE MN-CD-RESULT TO MN-CD-CHECK.

           EXEC CICS READ FILE(MN-FILE-CUSTMAST)
               INTO(CUSTOMER-RECORD)
               RIDFLD(MN-CD-CUSTNO)
               RESP(MN-RESP)
           END-EXEC.

           EVALUATE MN-RESP
               WHEN DFHRESP(NOTFND)
                   SET MN-CUSTNO-ASSIGNED TO TRUE
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN OTHER
                   MOVE 50 TO MN-ASSIGN-TRIES
           END-EVALUATE.
       3410-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3500-CHECK-APPROVAL - A CHANGE TO THE NAME OR ANY ADDRESS
      * FIELD BY AN OPERATOR FLAGGED OA-APPROVAL-REQD ON OPAUTH MUST
      * GO THROUGH THE SUPERVISOR APPROVAL QUEUE.  AN OPERATOR NOT ON
      * OPAUTH IS NOT FLAGGED.  ONLY ONE CHANGE PER CUSTOMER MAY BE
      * PENDING AT A TIME, SO A SECOND ONE IS REFUSED ON MSG2O.
      *-----------------------------------------------------------------
       3500-CHECK-APPROVAL.
           MOVE 'N' TO MN-APPROVAL-SW.
           MOVE MN-CA-BEFORE-IMAGE TO CUSTOMER-RECORD.
           IF LNAMEI = CM-LNAME AND FNAMEI = CM-FNAME
                   AND ADDRI = CM-ADDR AND CITYI = CM-CITY
                   AND STATEI = CM-STATE AND ZIPCODEI = CM-ZIPCODE
               GO TO 3500-EXIT
           END-IF.

           MOVE EIBOPID TO OA-OPID.
           EXEC CICS READ FILE(MN-FILE-OPAUTH)
               INTO(OPAUTH-RECORD)
               RIDFLD(OA-OPID)
               RESP(MN-RESP)
           END-EXEC.
           IF MN-RESP NOT = DFHRESP(NORMAL)
               GO TO 3500-EXIT
           END-IF.
           IF NOT OA-NEEDS-APPROVAL
               GO TO 3500-EXIT
           END-IF.

           SET MN-APPROVAL-NEEDED TO TRUE.
           PERFORM 3510-FIND-PENDING THRU 3510-EXIT.
           IF MN-PEND-FOUND
               SET MN-EDIT-FAILED TO TRUE
               MOVE 'CHANGE ALREADY AWAITING APPROVAL FOR CUSTOMER'
                   TO MSG2O
           END-IF.
       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3510-FIND-PENDING - BROWSES PENDCHG FROM THE FIRST KEY FOR
      * THE CUSTOMER LOOKING FOR A REQUEST STILL IN STATUS P.
      *-----------------------------------------------------------------
       3510-FIND-PENDING.
           MOVE 'N' TO MN-PEND-FOUND-SW.
           MOVE MN-CA-CUSTNO TO MN-PK-CUSTNO.
           MOVE ZERO         TO MN-PK-TIMESTAMP.

           EXEC CICS STARTBR FILE(MN-FILE-PENDCHG)
               RIDFLD(MN-PEND-KEY)
               GTEQ
               RESP(MN-RESP)
           END-EXEC.

           IF MN-RESP = DFHRESP(NORMAL)
               SET MN-BROWSE-OPEN TO TRUE
               PERFORM 3520-SCAN-PENDING THRU 3520-EXIT
                   UNTIL NOT MN-BROWSE-OPEN OR MN-PEND-FOUND
               EXEC CICS ENDBR FILE(MN-FILE-PENDCHG) END-EXEC
           END-IF.
       3510-EXIT.
           EXIT.

       3520-SCAN-PENDING.
           EXEC CICS READNEXT FILE(MN-FILE-PENDCHG)
               INTO(PENDCHG-RECORD)
               RIDFLD(MN-PEND-KEY)
               RESP(MN-RESP)
           END-EXEC.

           IF MN-RESP NOT = DFHRESP(NORMAL)
               MOVE 'N' TO MN-BROWSE-SW
               GO TO 3520-EXIT
           END-IF.

           IF PD-CUSTNO NOT = MN-CA-CUSTNO
               MOVE 'N' TO MN-BROWSE-SW
               GO TO 3520-EXIT
           END-IF.

           IF PD-PENDING
               SET MN-PEND-FOUND TO TRUE
           END-IF.
       3520-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3600-QUEUE-CHANGE - CUSTMAST IS HELD FOR UPDATE AND MATCHES
      * THE STARTING IMAGE.  A PHONE OR EMAIL CHANGE IS APPLIED AND
      * LOGGED NOW; THE NAME/ADDRESS PART GOES TO PENDCHG WITH THE
      * RECORD AS IT NOW STANDS AS THE BEFORE-IMAGE AND THE RECORD
      * AS KEYED AS THE AFTER-IMAGE.
      *-----------------------------------------------------------------
       3600-QUEUE-CHANGE.
           MOVE 'N' TO MN-PHONE-CHANGED-SW.
           IF PHONEI NOT = CM-PHONE OR EMAILI NOT = CM-EMAIL
               SET MN-PHONE-CHANGED TO TRUE
               MOVE PHONEI TO CM-PHONE
               MOVE EMAILI TO CM-EMAIL
               EXEC CICS REWRITE FILE(MN-FILE-CUSTMAST)
                   FROM(CUSTOMER-RECORD)
                   RESP(MN-RESP)
               END-EXEC
               IF MN-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'UPDATE FAILED - PLEASE TRY AGAIN' TO MSG2O
                   PERFORM 3900-RESEND-DATAMAP THRU 3900-EXIT
                   GO TO 3600-EXIT
               END-IF
               PERFORM 9000-WRITE-HISTORY THRU 9000-EXIT
           ELSE
               EXEC CICS UNLOCK FILE(MN-FILE-CUSTMAST) END-EXEC
           END-IF.

           EXEC CICS ASKTIME ABSTIME(MN-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(MN-ABSTIME)
               YYYYMMDD(MN-DATE-OUT)
               TIME(MN-TIME-OUT)
           END-EXEC.

           MOVE SPACES TO PENDCHG-RECORD.
           MOVE MN-CA-CUSTNO TO PD-CUSTNO.
           STRING MN-DATE-OUT MN-TIME-OUT
               DELIMITED BY SIZE
               INTO PD-TIMESTAMP
           END-STRING.
           SET PD-PENDING TO TRUE.
           MOVE EIBOPID         TO PD-REQ-OPID.
           MOVE EIBTRMID        TO PD-REQ-TERMID.
           MOVE ZERO            TO PD-DECIDED-TIMESTAMP.
           MOVE CUSTOMER-RECORD TO PD-BEFORE-IMAGE.

           MOVE LNAMEI    TO CM-LNAME.
           MOVE FNAMEI    TO CM-FNAME.
           MOVE ADDRI     TO CM-ADDR.
           MOVE CITYI     TO CM-CITY.
           MOVE STATEI    TO CM-STATE.
           MOVE ZIPCODEI  TO CM-ZIPCODE.
           SET CM-ADDR-NOT-CHECKED TO TRUE.
           MOVE CUSTOMER-RECORD TO PD-AFTER-IMAGE.

           MOVE 'N'  TO MN-PEND-LOGGED-SW.
           MOVE ZERO TO MN-PEND-TRIES.
           PERFORM 3610-WRITE-ONE-PENDCHG THRU 3610-EXIT
               UNTIL MN-PEND-LOGGED OR MN-PEND-TRIES = 10.

           MOVE LOW-VALUES TO KEYMAPO.
           EVALUATE TRUE
               WHEN NOT MN-PEND-LOGGED AND MN-PHONE-CHANGED
                   MOVE 'PHONE/EMAIL CHANGED - APPROVAL QUEUE FAILED'
                       TO MSG1O
               WHEN NOT MN-PEND-LOGGED
                   MOVE 'APPROVAL QUEUE WRITE FAILED - NOTHING CHANGED'
                       TO MSG1O
               WHEN MN-PHONE-CHANGED AND NOT MN-HIST-LOGGED
                   MOVE 'SENT FOR APPROVAL - HISTORY LOG WRITE FAILED'
                       TO MSG1O
               WHEN MN-PHONE-CHANGED
                   MOVE 'PHONE/EMAIL CHANGED, NAME/ADDRESS QUEUED'
                       TO MSG1O
               WHEN OTHER
                   MOVE 'NAME/ADDRESS CHANGE SENT FOR APPROVAL'
                       TO MSG1O
           END-EVALUATE.
           INITIALIZE MN-COMMAREA.
           EXEC CICS SEND MAP(MN-KEYMAP-NAME) MAPSET(MN-MAPSET)
               ERASE
           END-EXEC.
       3600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3610-WRITE-ONE-PENDCHG - A DUPLICATE KEY IS RETRIED WITH THE
      * TIMESTAMP BUMPED, THE WAY THE CUSTHIST WRITE IS.
      *-----------------------------------------------------------------
       3610-WRITE-ONE-PENDCHG.
           ADD 1 TO MN-PEND-TRIES.
           EXEC CICS WRITE FILE(MN-FILE-PENDCHG)
               FROM(PENDCHG-RECORD)
               RIDFLD(PD-PEND-KEY)
               RESP(MN-RESP)
           END-EXEC.

           EVALUATE MN-RESP
               WHEN DFHRESP(NORMAL)
                   SET MN-PEND-LOGGED TO TRUE
               WHEN DFHRESP(DUPREC)
                   ADD 1 TO PD-TIMESTAMP
               WHEN OTHER
                   MOVE 10 TO MN-PEND-TRIES
           END-EVALUATE.
       3610-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3700-EDIT-QUALITY - THE QUALRULE PHONE, EMAIL AND NAME RULES.
      * A BLANK PHONE OR EMAIL IS ALLOWED; ONE THAT IS KEYED MUST BE
      * TEN DIGITS WITH A REAL AREA CODE, OR CONTAIN AN @.  THE OPEN
      * DATE IS STAMPED BY 3300, SO ITS RULES DO NOT APPLY HERE.
      *-----------------------------------------------------------------
       3700-EDIT-QUALITY.
           SET MN-EDIT-OK TO TRUE.

           IF PHONEI NOT = SPACES AND PHONEI NOT = LOW-VALUES
               IF PHONEI NOT NUMERIC
                   SET MN-EDIT-FAILED TO TRUE
                   MOVE 'PHONE MUST BE 10 DIGITS' TO MSG2O
                   GO TO 3700-EXIT
               END-IF
               IF PHONEI(1:3) = '000'
                   SET MN-EDIT-FAILED TO TRUE
                   MOVE 'PHONE AREA CODE CANNOT BE 000' TO MSG2O
                   GO TO 3700-EXIT
               END-IF
           END-IF.

           IF EMAILI NOT = SPACES AND EMAILI NOT = LOW-VALUES
               MOVE ZERO TO MN-AT-COUNT
               INSPECT EMAILI TALLYING MN-AT-COUNT FOR ALL '@'
               IF MN-AT-COUNT = ZERO
                   SET MN-EDIT-FAILED TO TRUE
                   MOVE 'EMAIL ADDRESS HAS NO @' TO MSG2O
                   GO TO 3700-EXIT
               END-IF
           END-IF.

           PERFORM 3710-EDIT-NAMES THRU 3710-EXIT.
       3700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3710-EDIT-NAMES - REJECTS A LAST NAME WHOSE FIRST WORD IS THE
      * FIRST NAME (FULL NAME KEYED IN LNAMEI), OR IS ON THE QUALRULE
      * FIRST-NAME LIST WHEN THE FIRST NAME KEYED IS NOT (SWAPPED).
      *-----------------------------------------------------------------
       3710-EDIT-NAMES.
           MOVE SPACES TO MN-LNAME-WORD MN-FNAME-WORD.
           UNSTRING LNAMEI DELIMITED BY ALL SPACE
               INTO MN-LNAME-WORD
           END-UNSTRING.
           UNSTRING FNAMEI DELIMITED BY ALL SPACE
               INTO MN-FNAME-WORD
           END-UNSTRING.

           IF MN-LNAME-WORD = SPACES
               GO TO 3710-EXIT
           END-IF.

           IF MN-LNAME-WORD = MN-FNAME-WORD
               SET MN-EDIT-FAILED TO TRUE
               MOVE 'FIRST NAME KEYED IN LAST NAME' TO MSG2O
               GO TO 3710-EXIT
           END-IF.

           MOVE MN-LNAME-WORD TO MN-NAME-ARG.
           PERFORM 3720-LOOKUP-FIRST-NAME THRU 3720-EXIT.
           IF NOT MN-NAME-FOUND
               GO TO 3710-EXIT
           END-IF.

           MOVE MN-FNAME-WORD TO MN-NAME-ARG.
           PERFORM 3720-LOOKUP-FIRST-NAME THRU 3720-EXIT.
           IF NOT MN-NAME-FOUND
               SET MN-EDIT-FAILED TO TRUE
               MOVE 'NAMES SWAPPED - FIRST NAME IN LAST NAME' TO MSG2O
           END-IF.
       3710-EXIT.
           EXIT.

       3720-LOOKUP-FIRST-NAME.
           MOVE 'N' TO MN-NAME-FOUND-SW.
           MOVE ZERO TO MN-NAME-SUB.
           PERFORM 3730-TEST-FIRST-NAME THRU 3730-EXIT
               UNTIL MN-NAME-FOUND
                  OR MN-NAME-SUB = QR-FIRST-NAME-COUNT.
       3720-EXIT.
           EXIT.

       3730-TEST-FIRST-NAME.
           ADD 1 TO MN-NAME-SUB.
           IF QR-FIRST-NAME (MN-NAME-SUB) = MN-NAME-ARG
               SET MN-NAME-FOUND TO TRUE
           END-IF.
       3730-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5000-DELETE-CUSTOMER - THE RECORD IS HELD FOR UPDATE AND
      * COMPARED WITH THE IMAGE THE OPERATOR STARTED FROM BEFORE IT
      * IS REMOVED.
      *-----------------------------------------------------------------
       5000-DELETE-CUSTOMER.
           EXEC CICS READ FILE(MN-FILE-CUSTMAST)
               INTO(CUSTOMER-RECORD)
               RIDFLD(CUSTNO1I)
               UPDATE
               RESP(MN-RESP)
           END-EXEC.

           IF MN-RESP NOT = DFHRESP(NORMAL)
               MOVE LOW-VALUES TO KEYMAPO
               MOVE 'CUSTOMER NOT ON FILE' TO MSG1O
               PERFORM 1500-SEND-KEYMAP-DATAONLY THRU 1500-EXIT
               GO TO 5000-EXIT
           END-IF.

           IF CUSTOMER-RECORD NOT = MN-CA-BEFORE-IMAGE
               EXEC CICS UNLOCK FILE(MN-FILE-CUSTMAST) END-EXEC
               PERFORM 8000-RECORD-CHANGED THRU 8000-EXIT
               GO TO 5000-EXIT
           END-IF.

           EXEC CICS DELETE FILE(MN-FILE-CUSTMAST)
               RESP(MN-RESP)
           END-EXEC.


      *-----------------------------------------------------------------
      * 6000-SUSPEND-REACTIVATE - FLIPS CM-STATUS WITHOUT TOUCHING
      * NAME/ADDRESS DATA.  REFUSED LIKE A CHANGE WHEN THE RECORD NO
      * LONGER MATCHES THE IMAGE THE OPERATOR STARTED FROM.
      *-----------------------------------------------------------------
       6000-SUSPEND-REACTIVATE.
           EXEC CICS READ FILE(MN-FILE-CUSTMAST)
               GO TO 6000-EXIT
           END-IF.

           IF CUSTOMER-RECORD NOT = MN-CA-BEFORE-IMAGE
               EXEC CICS UNLOCK FILE(MN-FILE-CUSTMAST) END-EXEC
               PERFORM 8000-RECORD-CHANGED THRU 8000-EXIT
               GO TO 6000-EXIT
           END-IF.

           IF ACTIONI = 'S'
               SET CM-SUSPENDED TO TRUE
           ELSE
      * THE REBUILT RECORD KEEPS THE ORIGINAL CM-OPEN-DATE AND
      * CM-ADDR-VALID FLAG.  THE RESTORE IS LOGGED TO CUSTHIST AS
      * ITS OWN ACTION SO THE TRAIL SHOWS BOTH THE DELETE AND THE
      * RECOVERY.  A DELETE WHOSE BEFORE-IMAGE HAS NO NAME LEFT HAS
      * BEEN THROUGH THE 30B-SCRB PRIVACY SCRUB AND IS NEVER RESTORED.
      *-----------------------------------------------------------------
       6500-RESTORE-CUSTOMER.
           MOVE 'N' TO MN-DELETE-FOUND-SW.

           MOVE CH-BEFORE-IMAGE TO CUSTOMER-RECORD.

           IF CM-LNAME = SPACES AND CM-FNAME = SPACES
               MOVE LOW-VALUES TO KEYMAPO
               MOVE 'PERSONAL DATA SCRUBBED - CANNOT BE RESTORED'
                   TO MSG1O
               PERFORM 1500-SEND-KEYMAP-DATAONLY THRU 1500-EXIT
               GO TO 6500-EXIT
           END-IF.

           EXEC CICS WRITE FILE(MN-FILE-CUSTMAST)
               FROM(CUSTOMER-RECORD)
               RIDFLD(CM-CUSTNO)
               GO TO 6500-EXIT
           END-IF.

           MOVE CM-CUSTNO TO ML-CUSTNO.
           PERFORM 9000-WRITE-HISTORY THRU 9000-EXIT.

           MOVE LOW-VALUES TO KEYMAPO.

           EVALUATE ACTIONI
               WHEN 'A'
                   IF CUSTNO1I = SPACES
                       MOVE 'NEW CUSTOMER - NUMBER WILL BE ASSIGNED'
                           TO INSTR2O
                   ELSE
                       MOVE
                       'ENTER NEW CUSTOMER INFORMATION AND PRESS ENTER'
                           TO INSTR2O
                   END-IF
               WHEN 'C'
                   MOVE 'CHANGE THE DATA BELOW AND PRESS ENTER'
                       TO INSTR2O
       7000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8000-RECORD-CHANGED - THE RECORD ON CUSTMAST NO LONGER
      * MATCHES MN-CA-BEFORE-IMAGE: SOMEONE ELSE - ANOTHER CSR OR ONE
      * OF THE BATCH JOBS - CHANGED IT SINCE THE OPERATOR PULLED IT
      * UP.  APPLYING THE SCREEN WOULD SILENTLY UNDO THEIR CHANGE AND
      * LOG A STALE BEFORE-IMAGE, SO THE ACTION IS REFUSED, THE
      * COLLISION IS LOGGED TO LOCKLOG AND THE KEYMAP COMES BACK SET
      * UP TO RE-DISPLAY THE CURRENT RECORD.
      *-----------------------------------------------------------------
       8000-RECORD-CHANGED.
           PERFORM 8100-WRITE-LOCKLOG THRU 8100-EXIT.

           MOVE LOW-VALUES   TO KEYMAPO.
           MOVE MN-CA-CUSTNO TO CUSTNO1O.
           MOVE 'I'          TO ACTIONO.
           MOVE 'RECORD CHANGED BY ANOTHER USER - RE-DISPLAY'
               TO MSG1O.
           INITIALIZE MN-COMMAREA.
           EXEC CICS SEND MAP(MN-KEYMAP-NAME) MAPSET(MN-MAPSET)
               ERASE
           END-EXEC.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8100-WRITE-LOCKLOG - ONE LOCKLOG RECORD PER REFUSED ACTION.
      * A DUPLICATE KEY IS RETRIED WITH THE TIMESTAMP BUMPED, THE WAY
      * THE CUSTHIST WRITE IS; A FAILED LOG WRITE DOES NOT STOP THE
      * REFUSAL REACHING THE OPERATOR.
      *-----------------------------------------------------------------
       8100-WRITE-LOCKLOG.
           EXEC CICS ASKTIME ABSTIME(MN-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(MN-ABSTIME)
               YYYYMMDD(MN-DATE-OUT)
               TIME(MN-TIME-OUT)
           END-EXEC.

           MOVE SPACES TO LOCKLOG-RECORD.
           STRING MN-DATE-OUT MN-TIME-OUT
               DELIMITED BY SIZE
               INTO LL-TIMESTAMP
           END-STRING.
           MOVE MN-CA-CUSTNO TO LL-CUSTNO.
           MOVE MN-CA-ACTION TO LL-ACTION.
           MOVE EIBOPID      TO LL-OPID.
           MOVE EIBTRMID     TO LL-TERMID.

           MOVE 'N'  TO MN-LOCK-LOGGED-SW.
           MOVE ZERO TO MN-LOCK-TRIES.
           PERFORM 8110-WRITE-ONE-LOCKLOG THRU 8110-EXIT
               UNTIL MN-LOCK-LOGGED OR MN-LOCK-TRIES = 10.
       8100-EXIT.
           EXIT.

       8110-WRITE-ONE-LOCKLOG.
           ADD 1 TO MN-LOCK-TRIES.
           EXEC CICS WRITE FILE(MN-FILE-LOCKLOG)
               FROM(LOCKLOG-RECORD)
               RIDFLD(LL-LOG-KEY)
               RESP(MN-RESP)
           END-EXEC.

           EVALUATE MN-RESP
               WHEN DFHRESP(NORMAL)
                   SET MN-LOCK-LOGGED TO TRUE
               WHEN DFHRESP(DUPREC)
                   ADD 1 TO LL-TIMESTAMP
               WHEN OTHER
                   MOVE 10 TO MN-LOCK-TRIES
           END-EVALUATE.
       8110-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 9000-WRITE-HISTORY - LOGS THE BEFORE-IMAGE CAPTURED IN THE
      * COMMAREA AND THE CURRENT CUSTOMER-RECORD (THE AFTER-IMAGE) TO
           MOVE EIBOPID            TO CH-OPID.
           MOVE MN-CA-BEFORE-IMAGE TO CH-BEFORE-IMAGE.
           MOVE CUSTOMER-RECORD    TO CH-AFTER-IMAGE.
           MOVE SPACES             TO CH-APPROVED-OPID.

           MOVE 'N'  TO MN-HIST-LOGGED-SW.
           MOVE ZERO TO MN-HIST-TRIES.
