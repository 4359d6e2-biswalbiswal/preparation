      *****************************************************************
      * PROGRAM-ID   : 28B-APRV
      * AUTHOR       : D. OKAFOR - APPLICATIONS PROGRAMMING
      * INSTALLATION : CUSTOMER SERVICES DATA CENTER
      * DATE-WRITTEN : 10/15/2026
      * DATE-COMPILED:
      *-----------------------------------------------------------------
      * REMARKS.
      *     CICS PSEUDO-CONVERSATIONAL SUPERVISOR APPROVAL QUEUE.
      *     2B-MAIN HOLDS A NAME/ADDRESS CHANGE KEYED BY AN OPERATOR
      *     FLAGGED OA-APPROVAL-REQD ON OPAUTH AS A PENDCHG RECORD
      *     IN STATUS P.  THIS TRANSACTION LISTS THE PENDING CHANGES
      *     (ACTION L OR BLANK, FROM THE CUSTOMER KEYED), SHOWS ONE
      *     CHANGE BEFORE AND AFTER (V), AND APPROVES (A) OR REJECTS
      *     (R, WITH A REASON) THE CHANGE LAST VIEWED.  AN APPROVED
      *     CHANGE IS APPLIED TO CUSTMAST AND LOGGED TO CUSTHIST AS
      *     ACTION C UNDER THE REQUESTING OPERATOR, WITH THE APPROVER
      *     IN CH-APPROVED-OPID.  IT IS REFUSED WHEN THE NAME OR
      *     ADDRESS ON FILE NO LONGER MATCHES THE REQUEST'S BEFORE-
      *     IMAGE - SOMEONE HAS CHANGED IT SINCE - AND MUST THEN BE
      *     REJECTED AND KEYED AGAIN.  EITHER DECISION STAYS ON
      *     PENDCHG WITH THE DECIDING SUPERVISOR AND TIMESTAMP.
      *     ONLY SUPERVISOR-LEVEL OPERATORS WITH THE CHANGE
      *     PERMISSION MAY USE THE SCREEN, AND NO ONE MAY DECIDE A
      *     CHANGE THEY REQUESTED.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY.
      *     10/15/2026  DO   INITIAL VERSION.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  28B-APRV.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * SYMBOLIC MAP of 28B-APRV Created by CACXBMS Version 6.1.0002
       01  APRVMAPI.
	   02  FILLER				      PIC X(12).
	   02  TRANID7L 			      PIC S9(4) COMP-4.
	   02  TRANID7F 			      PIC X.
	   02  FILLER REDEFINES TRANID7F.
	       03  TRANID7A			      PIC X.
	   02  TRANID7I 			      PIC X(004).
	   02  CUSTNO7L 			      PIC S9(4) COMP-4.
	   02  CUSTNO7F 			      PIC X.
	   02  FILLER REDEFINES CUSTNO7F.
	       03  CUSTNO7A			      PIC X.
	   02  CUSTNO7I 			      PIC X(006).
	   02  ACTION7L 			      PIC S9(4) COMP-4.
	   02  ACTION7F 			      PIC X.
	   02  FILLER REDEFINES ACTION7F.
	       03  ACTION7A			      PIC X.
	   02  ACTION7I 			      PIC X(001).
	   02  REASON7L 			      PIC S9(4) COMP-4.
	   02  REASON7F 			      PIC X.
	   02  FILLER REDEFINES REASON7F.
	       03  REASON7A			      PIC X.
	   02  REASON7I 			      PIC X(040).
	   02  REQBY7L				      PIC S9(4) COMP-4.
	   02  REQBY7F				      PIC X.
	   02  FILLER REDEFINES REQBY7F.
	       03  REQBY7A			      PIC X.
	   02  REQBY7I				      PIC X(079).
	   02  BLNAM7L				      PIC S9(4) COMP-4.
	   02  BLNAM7F				      PIC X.
	   02  FILLER REDEFINES BLNAM7F.
	       03  BLNAM7A			      PIC X.
	   02  BLNAM7I				      PIC X(030).
	   02  ALNAM7L				      PIC S9(4) COMP-4.
	   02  ALNAM7F				      PIC X.
	   02  FILLER REDEFINES ALNAM7F.
	       03  ALNAM7A			      PIC X.
	   02  ALNAM7I				      PIC X(030).
	   02  BFNAM7L				      PIC S9(4) COMP-4.
	   02  BFNAM7F				      PIC X.
	   02  FILLER REDEFINES BFNAM7F.
	       03  BFNAM7A			      PIC X.
	   02  BFNAM7I				      PIC X(020).
	   02  AFNAM7L				      PIC S9(4) COMP-4.
	   02  AFNAM7F				      PIC X.
	   02  FILLER REDEFINES AFNAM7F.
	       03  AFNAM7A			      PIC X.
	   02  AFNAM7I				      PIC X(020).
	   02  BADDR7L				      PIC S9(4) COMP-4.
	   02  BADDR7F				      PIC X.
	   02  FILLER REDEFINES BADDR7F.
	       03  BADDR7A			      PIC X.
	   02  BADDR7I				      PIC X(030).
	   02  AADDR7L				      PIC S9(4) COMP-4.
	   02  AADDR7F				      PIC X.
	   02  FILLER REDEFINES AADDR7F.
	       03  AADDR7A			      PIC X.
	   02  AADDR7I				      PIC X(030).
	   02  BCITY7L				      PIC S9(4) COMP-4.
	   02  BCITY7F				      PIC X.
	   02  FILLER REDEFINES BCITY7F.
	       03  BCITY7A			      PIC X.
	   02  BCITY7I				      PIC X(020).
	   02  ACITY7L				      PIC S9(4) COMP-4.
	   02  ACITY7F				      PIC X.
	   02  FILLER REDEFINES ACITY7F.
	       03  ACITY7A			      PIC X.
	   02  ACITY7I				      PIC X(020).
	   02  BSTAT7L				      PIC S9(4) COMP-4.
	   02  BSTAT7F				      PIC X.
	   02  FILLER REDEFINES BSTAT7F.
	       03  BSTAT7A			      PIC X.
	   02  BSTAT7I				      PIC X(002).
	   02  ASTAT7L				      PIC S9(4) COMP-4.
	   02  ASTAT7F				      PIC X.
	   02  FILLER REDEFINES ASTAT7F.
	       03  ASTAT7A			      PIC X.
	   02  ASTAT7I				      PIC X(002).
	   02  BZIP7L				      PIC S9(4) COMP-4.
	   02  BZIP7F				      PIC X.
	   02  FILLER REDEFINES BZIP7F.
	       03  BZIP7A			      PIC X.
	   02  BZIP7I				      PIC X(010).
	   02  AZIP7L				      PIC S9(4) COMP-4.
	   02  AZIP7F				      PIC X.
	   02  FILLER REDEFINES AZIP7F.
	       03  AZIP7A			      PIC X.
	   02  AZIP7I				      PIC X(010).
	   02  MSG7L				      PIC S9(4) COMP-4.
	   02  MSG7F				      PIC X.
	   02  FILLER REDEFINES MSG7F.
	       03  MSG7A			      PIC X.
	   02  MSG7I				      PIC X(079).
	   02  DUMMY7L				      PIC S9(4) COMP-4.
	   02  DUMMY7F				      PIC X.
	   02  FILLER REDEFINES DUMMY7F.
	       03  DUMMY7A			      PIC X.
	   02  DUMMY7I				      PIC X(001).
	   02  LISTAREA OCCURS 10 TIMES.
	       03  LPENDL			      PIC S9(4) COMP-4.
	       03  LPENDF			      PIC X.
	       03  FILLER REDEFINES LPENDF.
	           04  LPENDA			      PIC X.
	       03  LPENDI			      PIC X(078).
       01  APRVMAPO REDEFINES APRVMAPI.
	   02  FILLER				      PIC X(12).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  TRANID7O 			      PIC X(004).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  CUSTNO7O 			      PIC X(006).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  ACTION7O 			      PIC X(001).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  REASON7O 			      PIC X(040).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  REQBY7O				      PIC X(079).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  BLNAM7O				      PIC X(030).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  ALNAM7O				      PIC X(030).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  BFNAM7O				      PIC X(020).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  AFNAM7O				      PIC X(020).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  BADDR7O				      PIC X(030).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  AADDR7O				      PIC X(030).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  BCITY7O				      PIC X(020).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  ACITY7O				      PIC X(020).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  BSTAT7O				      PIC X(002).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  ASTAT7O				      PIC X(002).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  BZIP7O				      PIC X(010).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  AZIP7O				      PIC X(010).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  MSG7O				      PIC X(079).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  DUMMY7O				      PIC X(001).
	   02  LISTAREAO OCCURS 10 TIMES.
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  LPENDO			      PIC X(078).

      *-----------------------------------------------------------------
      * SHARED RECORD LAYOUTS.
      *-----------------------------------------------------------------
       COPY CUSTREC.
       COPY CUSTHIST.
       COPY OPAUTH.
       COPY PENDCHG.

      *-----------------------------------------------------------------
      * PROGRAM WORKING-STORAGE.
      *-----------------------------------------------------------------
       01  AP-CONSTANTS.
           05  AP-MAPSET                   PIC X(08) VALUE 'APRVSET'.
           05  AP-MAPNAME                  PIC X(08) VALUE 'APRVMAP'.
           05  AP-FILE-CUSTMAST            PIC X(08) VALUE 'CUSTMAST'.
           05  AP-FILE-CUSTHIST            PIC X(08) VALUE 'CUSTHIST'.
           05  AP-FILE-OPAUTH              PIC X(08) VALUE 'OPAUTH'.
           05  AP-FILE-PENDCHG             PIC X(08) VALUE 'PENDCHG'.

       77  AP-RESP                         PIC S9(8) COMP.
       77  AP-ABSTIME                      PIC S9(15) COMP-3.
       77  AP-DATE-OUT                     PIC X(08).
       77  AP-TIME-OUT                     PIC X(06).
       77  AP-ACTION                       PIC X(01) VALUE SPACE.
       77  AP-MSG                          PIC X(79) VALUE SPACES.
       77  AP-AUTH-SW                      PIC X(01) VALUE 'N'.
           88  AP-SUPERVISOR-OK                      VALUE 'Y'.
       77  AP-EDIT-SW                      PIC X(01) VALUE 'Y'.
           88  AP-EDIT-OK                            VALUE 'Y'.
           88  AP-EDIT-FAILED                        VALUE 'N'.
       77  AP-SHOW-CHANGE-SW               PIC X(01) VALUE 'N'.
           88  AP-SHOW-CHANGE                        VALUE 'Y'.
       77  AP-BROWSE-SW                    PIC X(01) VALUE 'N'.
           88  AP-BROWSE-OPEN                        VALUE 'Y'.
       77  AP-PEND-FOUND-SW                PIC X(01) VALUE 'N'.
           88  AP-PEND-FOUND                         VALUE 'Y'.
       77  AP-MORE-SW                      PIC X(01) VALUE 'N'.
           88  AP-MORE-PENDING                       VALUE 'Y'.
       77  AP-PEND-MARKED-SW               PIC X(01) VALUE 'N'.
           88  AP-PEND-MARKED                        VALUE 'Y'.
       77  AP-LIST-COUNT                   PIC 9(02) VALUE ZERO.
       77  AP-HIST-LOGGED-SW               PIC X(01) VALUE 'N'.
           88  AP-HIST-LOGGED                        VALUE 'Y'.
       77  AP-HIST-TRIES                   PIC 9(02) COMP VALUE ZERO.
       77  AP-CHECK-DIGIT-SW               PIC X(01) VALUE 'N'.
           88  AP-CHECK-DIGIT-OK                     VALUE 'Y'.
       77  AP-CD-SUM                       PIC 9(03) COMP.
       77  AP-CD-QUOT                      PIC 9(03) COMP.
       77  AP-CD-REM                       PIC 9(02) COMP.
       77  AP-CD-RESULT                    PIC 9(02) COMP.
       77  AP-TS-DISP                      PIC X(16).
       77  AP-CHANGE-DESC                  PIC X(04).

       01  AP-CD-CUSTNO.
           05  AP-CD-DIGIT-1               PIC 9(01).
           05  AP-CD-DIGIT-2               PIC 9(01).
           05  AP-CD-DIGIT-3               PIC 9(01).
           05  AP-CD-DIGIT-4               PIC 9(01).
           05  AP-CD-DIGIT-5               PIC 9(01).
           05  AP-CD-CHECK                 PIC 9(01).

       01  AP-TS-WORK.
           05  AP-TS-YYYY                  PIC X(04).
           05  AP-TS-MM                    PIC X(02).
           05  AP-TS-DD                    PIC X(02).
           05  AP-TS-HH                    PIC X(02).
           05  AP-TS-MI                    PIC X(02).
           05  AP-TS-SS                    PIC X(02).

       01  AP-PEND-KEY.
           05  AP-PK-CUSTNO                PIC X(06).
           05  AP-PK-TIMESTAMP             PIC 9(14).

      *-----------------------------------------------------------------
      * THE NAME AND ADDRESS FIELDS OF THE PENDCHG BEFORE AND AFTER
      * IMAGES, LAID OUT AS ON CUSTREC.
      *-----------------------------------------------------------------
       01  AP-BEFORE-WORK.
           05  FILLER                      PIC X(06).
           05  AP-BW-LNAME                 PIC X(30).
           05  AP-BW-ZIPCODE               PIC X(10).
           05  AP-BW-FNAME                 PIC X(20).
           05  AP-BW-ADDR                  PIC X(30).
           05  AP-BW-CITY                  PIC X(20).
           05  AP-BW-STATE                 PIC X(02).
           05  FILLER                      PIC X(83).

       01  AP-AFTER-WORK.
           05  FILLER                      PIC X(06).
           05  AP-AW-LNAME                 PIC X(30).
           05  AP-AW-ZIPCODE               PIC X(10).
           05  AP-AW-FNAME                 PIC X(20).
           05  AP-AW-ADDR                  PIC X(30).
           05  AP-AW-CITY                  PIC X(20).
           05  AP-AW-STATE                 PIC X(02).
           05  FILLER                      PIC X(83).

       01  AP-HIST-BEFORE                  PIC X(201).

       01  AP-COMMAREA.
           05  AP-CA-STEP                  PIC X(01).
               88  AP-STEP-ACTIVE                    VALUE 'A'.
               88  AP-STEP-VIEWED                    VALUE 'V'.
           05  AP-CA-PEND-KEY.
               10  AP-CA-CUSTNO            PIC X(06).
               10  AP-CA-TIMESTAMP         PIC 9(14).

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(21).

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      * 0000-MAINLINE - FIRST-TIME ENTRY LISTS THE QUEUE; RE-ENTRY
      * RECEIVES THE MAP AND RUNS THE KEYED ACTION.
      *-----------------------------------------------------------------
       0000-MAINLINE.
           IF EIBCALEN = 0
               PERFORM 1000-FIRST-ENTRY THRU 1000-EXIT
           ELSE
               IF EIBCALEN = LENGTH OF AP-COMMAREA
                   MOVE DFHCOMMAREA TO AP-COMMAREA
               ELSE
                   INITIALIZE AP-COMMAREA
               END-IF

               PERFORM 2000-PROCESS-MAP THRU 2000-EXIT
           END-IF.

           EXEC CICS RETURN
               TRANSID(EIBTRNID)
               COMMAREA(AP-COMMAREA)
           END-EXEC.
       0000-EXIT.
           EXIT.
           GOBACK.

      *-----------------------------------------------------------------
      * 1000-FIRST-ENTRY - A SUPERVISOR STARTS ON THE LIST OF CHANGES
      * AWAITING APPROVAL; ANYONE ELSE GETS A BLANK SCREEN AND THE
      * REFUSAL.
      *-----------------------------------------------------------------
       1000-FIRST-ENTRY.
           INITIALIZE AP-COMMAREA.
           SET AP-STEP-ACTIVE TO TRUE.

           PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT.
           IF NOT AP-SUPERVISOR-OK
               MOVE LOW-VALUES TO APRVMAPO
               MOVE 'NOT AUTHORIZED - SUPERVISORS ONLY' TO MSG7O
               PERFORM 1600-SEND-MAP-ERASE THRU 1600-EXIT
               GO TO 1000-EXIT
           END-IF.

           MOVE LOW-VALUES TO AP-PEND-KEY.
           PERFORM 7000-SEND-RESULT THRU 7000-EXIT.
       1000-EXIT.
           EXIT.

       1500-SEND-MAP-DATAONLY.
           EXEC CICS SEND MAP(AP-MAPNAME) MAPSET(AP-MAPSET)
               DATAONLY
           END-EXEC.
       1500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1600-SEND-MAP-ERASE - FULL SEND FOR A REBUILT SCREEN SO AN
      * EARLIER CHANGE OR LIST LINES DO NOT SHOW THROUGH.
      *-----------------------------------------------------------------
       1600-SEND-MAP-ERASE.
           EXEC CICS SEND MAP(AP-MAPNAME) MAPSET(AP-MAPSET)
               ERASE
           END-EXEC.
       1600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-PROCESS-MAP - CHECKS THE OPERATOR IS A SUPERVISOR, EDITS
      * THE ACTION AND CUSTOMER NUMBER AND DISPATCHES.  APPROVE AND
      * REJECT ACT ONLY ON THE CHANGE LAST VIEWED FOR THE CUSTOMER
      * KEYED, SO THE SUPERVISOR DECIDES WHAT THEY HAVE SEEN.
      *-----------------------------------------------------------------
       2000-PROCESS-MAP.
           EXEC CICS RECEIVE MAP(AP-MAPNAME) MAPSET(AP-MAPSET)
               INTO(APRVMAPI)
               RESP(AP-RESP)
           END-EXEC.

           MOVE SPACES TO AP-MSG.
           MOVE 'N'    TO AP-SHOW-CHANGE-SW.

           PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT.
           IF NOT AP-SUPERVISOR-OK
               MOVE LOW-VALUES TO APRVMAPO
               MOVE 'NOT AUTHORIZED - SUPERVISORS ONLY' TO MSG7O
               PERFORM 1500-SEND-MAP-DATAONLY THRU 1500-EXIT
               GO TO 2000-EXIT
           END-IF.

           IF CUSTNO7I = LOW-VALUES
               MOVE SPACES TO CUSTNO7I
           END-IF.
           IF ACTION7I = SPACES OR ACTION7I = LOW-VALUES
               MOVE 'L' TO AP-ACTION
           ELSE
               MOVE ACTION7I TO AP-ACTION
           END-IF.
           IF AP-ACTION NOT = 'L' AND AP-ACTION NOT = 'V'
                   AND AP-ACTION NOT = 'A' AND AP-ACTION NOT = 'R'
               MOVE LOW-VALUES TO APRVMAPO
               MOVE 'ACTION MUST BE L, V, A OR R' TO MSG7O
               PERFORM 1500-SEND-MAP-DATAONLY THRU 1500-EXIT
               GO TO 2000-EXIT
           END-IF.

           IF AP-ACTION = 'L'
               PERFORM 3000-LIST-PENDING THRU 3000-EXIT
               GO TO 2000-EXIT
           END-IF.

           IF CUSTNO7I = SPACES
               MOVE LOW-VALUES TO APRVMAPO
               MOVE 'ENTER A CUSTOMER NUMBER' TO MSG7O
               PERFORM 1500-SEND-MAP-DATAONLY THRU 1500-EXIT
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2010-VERIFY-CHECK-DIGIT THRU 2010-EXIT.
           IF NOT AP-CHECK-DIGIT-OK
               MOVE LOW-VALUES TO APRVMAPO
               MOVE 'INVALID CUSTOMER NUMBER - CHECK DIGIT FAILED'
                   TO MSG7O
               PERFORM 1500-SEND-MAP-DATAONLY THRU 1500-EXIT
               GO TO 2000-EXIT
           END-IF.

           IF AP-ACTION = 'A' OR AP-ACTION = 'R'
               IF NOT AP-STEP-VIEWED OR AP-CA-CUSTNO NOT = CUSTNO7I
                   MOVE LOW-VALUES TO APRVMAPO
                   MOVE 'VIEW THE CHANGE (V) BEFORE DECIDING IT'
                       TO MSG7O
                   PERFORM 1500-SEND-MAP-DATAONLY THRU 1500-EXIT
                   GO TO 2000-EXIT
               END-IF
           END-IF.

           IF AP-ACTION = 'R'
                   AND (REASON7I = SPACES OR REASON7I = LOW-VALUES)
               MOVE LOW-VALUES TO APRVMAPO
               MOVE 'ENTER A REASON FOR THE REJECTION' TO MSG7O
               PERFORM 1500-SEND-MAP-DATAONLY THRU 1500-EXIT
               GO TO 2000-EXIT
           END-IF.

           EVALUATE AP-ACTION
               WHEN 'V'
                   PERFORM 4000-VIEW-CHANGE THRU 4000-EXIT
               WHEN 'A'
                   PERFORM 5000-APPROVE-CHANGE THRU 5000-EXIT
               WHEN 'R'
                   PERFORM 6000-REJECT-CHANGE THRU 6000-EXIT
           END-EVALUATE.
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
           MOVE 'N' TO AP-CHECK-DIGIT-SW.
           IF CUSTNO7I NOT NUMERIC
               GO TO 2010-EXIT
           END-IF.

           MOVE CUSTNO7I TO AP-CD-CUSTNO.
           COMPUTE AP-CD-SUM = AP-CD-DIGIT-1 * 6
                             + AP-CD-DIGIT-2 * 5
                             + AP-CD-DIGIT-3 * 4
                             + AP-CD-DIGIT-4 * 3
                             + AP-CD-DIGIT-5 * 2.
           DIVIDE AP-CD-SUM BY 11 GIVING AP-CD-QUOT
               REMAINDER AP-CD-REM.
           IF AP-CD-REM = ZERO
               MOVE ZERO TO AP-CD-RESULT
           ELSE
               COMPUTE AP-CD-RESULT = 11 - AP-CD-REM
           END-IF.

           IF AP-CD-RESULT = AP-CD-CHECK
               SET AP-CHECK-DIGIT-OK TO TRUE
           END-IF.
       2010-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2100-CHECK-AUTHORITY - THE QUEUE IS FOR SUPERVISOR-LEVEL
      * OPERATORS WHOSE CHANGE PERMISSION IS NOT EXPLICITLY N.  AN
      * OPERATOR NOT ON OPAUTH IS TREATED AS A REGULAR, AS 2B-MAIN
      * DOES, AND IS REFUSED.
      *-----------------------------------------------------------------
       2100-CHECK-AUTHORITY.
           MOVE 'N' TO AP-AUTH-SW.
           MOVE EIBOPID TO OA-OPID.

           EXEC CICS READ FILE(AP-FILE-OPAUTH)
               INTO(OPAUTH-RECORD)
               RIDFLD(OA-OPID)
               RESP(AP-RESP)
           END-EXEC.

           IF AP-RESP NOT = DFHRESP(NORMAL)
               GO TO 2100-EXIT
           END-IF.

           IF OA-SUPERVISOR AND OA-PERM-CHANGE NOT = 'N'
               SET AP-SUPERVISOR-OK TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-LIST-PENDING - LISTS THE QUEUE FROM THE CUSTOMER KEYED,
      * OR FROM THE START WHEN NONE IS KEYED.
      *-----------------------------------------------------------------
       3000-LIST-PENDING.
           INITIALIZE AP-COMMAREA.
           SET AP-STEP-ACTIVE TO TRUE.
           IF CUSTNO7I = SPACES
               MOVE LOW-VALUES TO AP-PEND-KEY
           ELSE
               MOVE CUSTNO7I TO AP-PK-CUSTNO
               MOVE ZERO     TO AP-PK-TIMESTAMP
           END-IF.
           PERFORM 7000-SEND-RESULT THRU 7000-EXIT.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4000-VIEW-CHANGE - SHOWS THE CUSTOMER'S PENDING CHANGE BEFORE
      * AND AFTER, AND REMEMBERS ITS KEY IN THE COMMAREA FOR THE
      * APPROVE OR REJECT THAT FOLLOWS.
      *-----------------------------------------------------------------
       4000-VIEW-CHANGE.
           INITIALIZE AP-COMMAREA.
           SET AP-STEP-ACTIVE TO TRUE.
           PERFORM 4100-FIND-PENDING THRU 4100-EXIT.

           IF NOT AP-PEND-FOUND
               MOVE CUSTNO7I TO AP-PK-CUSTNO
               MOVE ZERO     TO AP-PK-TIMESTAMP
               MOVE 'NO CHANGE PENDING FOR THIS CUSTOMER' TO AP-MSG
               PERFORM 7000-SEND-RESULT THRU 7000-EXIT
               GO TO 4000-EXIT
           END-IF.

           SET AP-SHOW-CHANGE TO TRUE.
           SET AP-STEP-VIEWED TO TRUE.
           MOVE PD-PEND-KEY TO AP-CA-PEND-KEY.
           IF PD-REQ-OPID = EIBOPID
               MOVE 'YOUR OWN REQUEST - ANOTHER SUPERVISOR MUST DECIDE'
                   TO AP-MSG
           ELSE
               MOVE 'KEY A TO APPROVE, OR R AND A REASON TO REJECT'
                   TO AP-MSG
           END-IF.
           PERFORM 7000-SEND-RESULT THRU 7000-EXIT.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4100-FIND-PENDING - BROWSES PENDCHG FROM THE CUSTOMER'S FIRST
      * KEY FOR THE REQUEST STILL IN STATUS P; 2B-MAIN ALLOWS ONLY
      * ONE AT A TIME.
      *-----------------------------------------------------------------
       4100-FIND-PENDING.
           MOVE 'N' TO AP-PEND-FOUND-SW.
           MOVE CUSTNO7I TO AP-PK-CUSTNO.
           MOVE ZERO     TO AP-PK-TIMESTAMP.

           EXEC CICS STARTBR FILE(AP-FILE-PENDCHG)
               RIDFLD(AP-PEND-KEY)
               GTEQ
               RESP(AP-RESP)
           END-EXEC.

           IF AP-RESP = DFHRESP(NORMAL)
               SET AP-BROWSE-OPEN TO TRUE
               PERFORM 4110-SCAN-PENDING THRU 4110-EXIT
                   UNTIL NOT AP-BROWSE-OPEN OR AP-PEND-FOUND
               EXEC CICS ENDBR FILE(AP-FILE-PENDCHG) END-EXEC
           END-IF.
       4100-EXIT.
           EXIT.

       4110-SCAN-PENDING.
           EXEC CICS READNEXT FILE(AP-FILE-PENDCHG)
               INTO(PENDCHG-RECORD)
               RIDFLD(AP-PEND-KEY)
               RESP(AP-RESP)
           END-EXEC.

           IF AP-RESP NOT = DFHRESP(NORMAL)
                   OR PD-CUSTNO NOT = CUSTNO7I
               MOVE 'N' TO AP-BROWSE-SW
               GO TO 4110-EXIT
           END-IF.

           IF PD-PENDING
               SET AP-PEND-FOUND TO TRUE
           END-IF.
       4110-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5000-APPROVE-CHANGE - APPLIES THE NAME AND ADDRESS FIELDS OF
      * THE REQUEST TO CUSTMAST.  ONLY THOSE FIELDS ARE COMPARED WITH
      * THE REQUEST'S BEFORE-IMAGE AND ONLY THOSE ARE APPLIED, SO A
      * PHONE OR EMAIL CHANGE SINCE THE REQUEST IS KEPT.  THE
      * CUSTHIST RECORD CARRIES THE REQUESTING OPERATOR AND TERMINAL
      * AND THE APPROVING SUPERVISOR.
      *-----------------------------------------------------------------
       5000-APPROVE-CHANGE.
           PERFORM 5100-READ-PENDING-UPDATE THRU 5100-EXIT.
           IF AP-EDIT-FAILED
               PERFORM 7900-BACK-TO-LIST THRU 7900-EXIT
               GO TO 5000-EXIT
           END-IF.

           MOVE PD-BEFORE-IMAGE TO AP-BEFORE-WORK.
           MOVE PD-AFTER-IMAGE  TO AP-AFTER-WORK.

           EXEC CICS READ FILE(AP-FILE-CUSTMAST)
               INTO(CUSTOMER-RECORD)
               RIDFLD(PD-CUSTNO)
               UPDATE
               RESP(AP-RESP)
           END-EXEC.
           IF AP-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS UNLOCK FILE(AP-FILE-PENDCHG) END-EXEC
               MOVE 'CUSTOMER NO LONGER ON FILE - REJECT THE CHANGE'
                   TO AP-MSG
               SET AP-SHOW-CHANGE TO TRUE
               PERFORM 7000-SEND-RESULT THRU 7000-EXIT
               GO TO 5000-EXIT
           END-IF.

           IF CM-LNAME NOT = AP-BW-LNAME OR CM-FNAME NOT = AP-BW-FNAME
                   OR CM-ADDR NOT = AP-BW-ADDR
                   OR CM-CITY NOT = AP-BW-CITY
                   OR CM-STATE NOT = AP-BW-STATE
                   OR CM-ZIPCODE NOT = AP-BW-ZIPCODE
               EXEC CICS UNLOCK FILE(AP-FILE-CUSTMAST) END-EXEC
               EXEC CICS UNLOCK FILE(AP-FILE-PENDCHG) END-EXEC
               MOVE 'RECORD CHANGED SINCE REQUEST - REJECT THE CHANGE'
                   TO AP-MSG
               SET AP-SHOW-CHANGE TO TRUE
               PERFORM 7000-SEND-RESULT THRU 7000-EXIT
               GO TO 5000-EXIT
           END-IF.

           MOVE CUSTOMER-RECORD TO AP-HIST-BEFORE.
           MOVE AP-AW-LNAME   TO CM-LNAME.
           MOVE AP-AW-FNAME   TO CM-FNAME.
           MOVE AP-AW-ADDR    TO CM-ADDR.
           MOVE AP-AW-CITY    TO CM-CITY.
           MOVE AP-AW-STATE   TO CM-STATE.
           MOVE AP-AW-ZIPCODE TO CM-ZIPCODE.
           SET CM-ADDR-NOT-CHECKED TO TRUE.

           EXEC CICS REWRITE FILE(AP-FILE-CUSTMAST)
               FROM(CUSTOMER-RECORD)
               RESP(AP-RESP)
           END-EXEC.
           IF AP-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS UNLOCK FILE(AP-FILE-PENDCHG) END-EXEC
               MOVE 'UPDATE FAILED - PLEASE TRY AGAIN' TO AP-MSG
               SET AP-SHOW-CHANGE TO TRUE
               PERFORM 7000-SEND-RESULT THRU 7000-EXIT
               GO TO 5000-EXIT
           END-IF.

           PERFORM 9000-WRITE-HISTORY THRU 9000-EXIT.

           SET PD-APPROVED TO TRUE.
           PERFORM 8000-MARK-DECIDED THRU 8000-EXIT.

           EVALUATE TRUE
               WHEN NOT AP-PEND-MARKED
                   MOVE 'APPROVED AND APPLIED - QUEUE NOT MARKED'
                       TO AP-MSG
               WHEN NOT AP-HIST-LOGGED
                   MOVE 'APPROVED AND APPLIED - HISTORY LOG FAILED'
                       TO AP-MSG
               WHEN OTHER
                   MOVE 'CHANGE APPROVED AND APPLIED TO CUSTOMER'
                       TO AP-MSG
           END-EVALUATE.
           PERFORM 7900-BACK-TO-LIST THRU 7900-EXIT.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5100-READ-PENDING-UPDATE - RE-READS THE CHANGE LAST VIEWED
      * FOR UPDATE.  IT MUST STILL BE PENDING - ANOTHER SUPERVISOR
      * MAY HAVE DECIDED IT MEANWHILE - AND MUST NOT BE THE
      * SUPERVISOR'S OWN REQUEST.
      *-----------------------------------------------------------------
       5100-READ-PENDING-UPDATE.
           SET AP-EDIT-OK TO TRUE.

           EXEC CICS READ FILE(AP-FILE-PENDCHG)
               INTO(PENDCHG-RECORD)
               RIDFLD(AP-CA-PEND-KEY)
               UPDATE
               RESP(AP-RESP)
           END-EXEC.
           IF AP-RESP NOT = DFHRESP(NORMAL)
               SET AP-EDIT-FAILED TO TRUE
               MOVE 'PENDING CHANGE NO LONGER ON FILE' TO AP-MSG
               GO TO 5100-EXIT
           END-IF.

           IF NOT PD-PENDING
               EXEC CICS UNLOCK FILE(AP-FILE-PENDCHG) END-EXEC
               SET AP-EDIT-FAILED TO TRUE
               MOVE 'CHANGE HAS ALREADY BEEN DECIDED' TO AP-MSG
               GO TO 5100-EXIT
           END-IF.

           IF PD-REQ-OPID = EIBOPID
               EXEC CICS UNLOCK FILE(AP-FILE-PENDCHG) END-EXEC
               SET AP-EDIT-FAILED TO TRUE
               MOVE 'YOUR OWN REQUEST - ANOTHER SUPERVISOR MUST DECIDE'
                   TO AP-MSG
           END-IF.
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 6000-REJECT-CHANGE - MARKS THE CHANGE REJECTED WITH THE
      * REASON KEYED; CUSTMAST IS NOT TOUCHED.
      *-----------------------------------------------------------------
       6000-REJECT-CHANGE.
           PERFORM 5100-READ-PENDING-UPDATE THRU 5100-EXIT.
           IF AP-EDIT-FAILED
               PERFORM 7900-BACK-TO-LIST THRU 7900-EXIT
               GO TO 6000-EXIT
           END-IF.

           SET PD-REJECTED TO TRUE.
           MOVE REASON7I TO PD-REJECT-REASON.
           PERFORM 8000-MARK-DECIDED THRU 8000-EXIT.

           IF AP-PEND-MARKED
               MOVE 'CHANGE REJECTED - CUSTOMER NOT CHANGED' TO AP-MSG
           ELSE
               MOVE 'REJECT FAILED - PLEASE TRY AGAIN' TO AP-MSG
           END-IF.
           PERFORM 7900-BACK-TO-LIST THRU 7900-EXIT.
       6000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7000-SEND-RESULT - REBUILDS THE SCREEN WITH EITHER ONE CHANGE
      * BEFORE AND AFTER OR THE LIST OF PENDING CHANGES FROM
      * AP-PEND-KEY, AND THE MESSAGE.
      *-----------------------------------------------------------------
       7000-SEND-RESULT.
           MOVE LOW-VALUES TO APRVMAPO.

           IF AP-SHOW-CHANGE
               MOVE PD-CUSTNO       TO CUSTNO7O
               MOVE PD-BEFORE-IMAGE TO AP-BEFORE-WORK
               MOVE PD-AFTER-IMAGE  TO AP-AFTER-WORK
               MOVE PD-TIMESTAMP    TO AP-TS-WORK
               PERFORM 7050-FORMAT-TIMESTAMP THRU 7050-EXIT
               STRING 'REQUESTED BY ' PD-REQ-OPID ' ON TERMINAL '
                       PD-REQ-TERMID ' AT ' AP-TS-DISP
                   DELIMITED BY SIZE
                   INTO REQBY7O
               END-STRING
               MOVE AP-BW-LNAME   TO BLNAM7O
               MOVE AP-AW-LNAME   TO ALNAM7O
               MOVE AP-BW-FNAME   TO BFNAM7O
               MOVE AP-AW-FNAME   TO AFNAM7O
               MOVE AP-BW-ADDR    TO BADDR7O
               MOVE AP-AW-ADDR    TO AADDR7O
               MOVE AP-BW-CITY    TO BCITY7O
               MOVE AP-AW-CITY    TO ACITY7O
               MOVE AP-BW-STATE   TO BSTAT7O
               MOVE AP-AW-STATE   TO ASTAT7O
               MOVE AP-BW-ZIPCODE TO BZIP7O
               MOVE AP-AW-ZIPCODE TO AZIP7O
           ELSE
               PERFORM 7100-LIST-PENDING THRU 7100-EXIT
               IF AP-MSG = SPACES
                   EVALUATE TRUE
                       WHEN AP-LIST-COUNT = ZERO
                           MOVE 'NO CHANGES AWAITING APPROVAL'
                               TO AP-MSG
                       WHEN AP-MORE-PENDING
                           MOVE 'MORE PENDING - KEY A CUSTOMER TO LIST'
                               TO AP-MSG
                       WHEN OTHER
                           MOVE 'KEY V AND A CUSTOMER TO VIEW A CHANGE'
                               TO AP-MSG
                   END-EVALUATE
               END-IF
           END-IF.

           MOVE AP-MSG TO MSG7O.
           PERFORM 1600-SEND-MAP-ERASE THRU 1600-EXIT.
       7000-EXIT.
           EXIT.

       7050-FORMAT-TIMESTAMP.
           STRING AP-TS-MM '/' AP-TS-DD '/' AP-TS-YYYY ' '
                   AP-TS-HH ':' AP-TS-MI
               DELIMITED BY SIZE
               INTO AP-TS-DISP
           END-STRING.
       7050-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7100-LIST-PENDING - BROWSES PENDCHG FROM AP-PEND-KEY, PASSING
      * OVER DECIDED RECORDS, AND FILLS UP TO TEN LIST LINES.  ONE
      * MORE PENDING RECORD BEYOND THE TENTH SETS AP-MORE-PENDING.
      *-----------------------------------------------------------------
       7100-LIST-PENDING.
           MOVE ZERO TO AP-LIST-COUNT.
           MOVE 'N'  TO AP-MORE-SW.
           MOVE 'N'  TO AP-BROWSE-SW.

           EXEC CICS STARTBR FILE(AP-FILE-PENDCHG)
               RIDFLD(AP-PEND-KEY)
               GTEQ
               RESP(AP-RESP)
           END-EXEC.

           IF AP-RESP = DFHRESP(NORMAL)
               SET AP-BROWSE-OPEN TO TRUE
               PERFORM 7110-READ-NEXT-PENDING THRU 7110-EXIT
                   UNTIL NOT AP-BROWSE-OPEN OR AP-MORE-PENDING
               EXEC CICS ENDBR FILE(AP-FILE-PENDCHG) END-EXEC
           END-IF.
       7100-EXIT.
           EXIT.

       7110-READ-NEXT-PENDING.
           EXEC CICS READNEXT FILE(AP-FILE-PENDCHG)
               INTO(PENDCHG-RECORD)
               RIDFLD(AP-PEND-KEY)
               RESP(AP-RESP)
           END-EXEC.

           IF AP-RESP NOT = DFHRESP(NORMAL)
               MOVE 'N' TO AP-BROWSE-SW
               GO TO 7110-EXIT
           END-IF.

           IF NOT PD-PENDING
               GO TO 7110-EXIT
           END-IF.

           IF AP-LIST-COUNT = 10
               SET AP-MORE-PENDING TO TRUE
               GO TO 7110-EXIT
           END-IF.

           ADD 1 TO AP-LIST-COUNT.
           MOVE PD-BEFORE-IMAGE TO AP-BEFORE-WORK.
           MOVE PD-AFTER-IMAGE  TO AP-AFTER-WORK.
           MOVE PD-TIMESTAMP    TO AP-TS-WORK.
           PERFORM 7050-FORMAT-TIMESTAMP THRU 7050-EXIT.
           PERFORM 7150-DESCRIBE-CHANGE THRU 7150-EXIT.

           STRING PD-CUSTNO ' ' AP-TS-DISP ' ' PD-REQ-OPID ' '
                   AP-CHANGE-DESC ' ' AP-AW-LNAME(1:15) ' '
                   AP-AW-ADDR(1:20) ' ' AP-AW-STATE
               DELIMITED BY SIZE
               INTO LPENDO(AP-LIST-COUNT)
           END-STRING.
       7110-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7150-DESCRIBE-CHANGE - NAME, ADDR OR BOTH, FROM WHICH FIELDS
      * DIFFER BETWEEN THE BEFORE AND AFTER IMAGES.
      *-----------------------------------------------------------------
       7150-DESCRIBE-CHANGE.
           MOVE SPACES TO AP-CHANGE-DESC.
           IF AP-BW-LNAME NOT = AP-AW-LNAME
                   OR AP-BW-FNAME NOT = AP-AW-FNAME
               MOVE 'NAME' TO AP-CHANGE-DESC
           END-IF.
           IF AP-BW-ADDR NOT = AP-AW-ADDR
                   OR AP-BW-CITY NOT = AP-AW-CITY
                   OR AP-BW-STATE NOT = AP-AW-STATE
                   OR AP-BW-ZIPCODE NOT = AP-AW-ZIPCODE
               IF AP-CHANGE-DESC = SPACES
                   MOVE 'ADDR' TO AP-CHANGE-DESC
               ELSE
                   MOVE 'BOTH' TO AP-CHANGE-DESC
               END-IF
           END-IF.
       7150-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7900-BACK-TO-LIST - AFTER A DECISION, OR WHEN THE CHANGE
      * VIEWED CAN NO LONGER BE DECIDED, THE SCREEN GOES BACK TO THE
      * QUEUE FROM THE START WITH THE MESSAGE SET BY THE CALLER.
      *-----------------------------------------------------------------
       7900-BACK-TO-LIST.
           INITIALIZE AP-COMMAREA.
           SET AP-STEP-ACTIVE TO TRUE.
           MOVE 'N' TO AP-SHOW-CHANGE-SW.
           MOVE LOW-VALUES TO AP-PEND-KEY.
           PERFORM 7000-SEND-RESULT THRU 7000-EXIT.
       7900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8000-MARK-DECIDED - STAMPS THE DECIDING SUPERVISOR AND TIME
      * ON THE PENDCHG RECORD HELD FOR UPDATE (THE CALLER HAS SET
      * THE STATUS) AND REWRITES IT.
      *-----------------------------------------------------------------
       8000-MARK-DECIDED.
           EXEC CICS ASKTIME ABSTIME(AP-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(AP-ABSTIME)
               YYYYMMDD(AP-DATE-OUT)
               TIME(AP-TIME-OUT)
           END-EXEC.

           MOVE EIBOPID TO PD-DECIDED-OPID.
           STRING AP-DATE-OUT AP-TIME-OUT
               DELIMITED BY SIZE
               INTO PD-DECIDED-TIMESTAMP
           END-STRING.

           MOVE 'N' TO AP-PEND-MARKED-SW.
           EXEC CICS REWRITE FILE(AP-FILE-PENDCHG)
               FROM(PENDCHG-RECORD)
               RESP(AP-RESP)
           END-EXEC.
           IF AP-RESP = DFHRESP(NORMAL)
               SET AP-PEND-MARKED TO TRUE
           END-IF.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 9000-WRITE-HISTORY - LOGS THE APPROVED CHANGE TO CUSTHIST AS
      * ACTION C.  CH-OPID AND CH-TERMID ARE THE OPERATOR AND
      * TERMINAL THAT KEYED THE CHANGE; CH-APPROVED-OPID IS THE
      * SUPERVISOR.  THE TIMESTAMP IS WHEN IT WAS APPLIED.
      *-----------------------------------------------------------------
       9000-WRITE-HISTORY.
           EXEC CICS ASKTIME ABSTIME(AP-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(AP-ABSTIME)
               YYYYMMDD(AP-DATE-OUT)
               TIME(AP-TIME-OUT)
           END-EXEC.

           MOVE PD-CUSTNO TO CH-CUSTNO.
           STRING AP-DATE-OUT AP-TIME-OUT
               DELIMITED BY SIZE
               INTO CH-TIMESTAMP
           END-STRING.
           SET CH-ACTION-CHANGE TO TRUE.
           MOVE PD-REQ-TERMID   TO CH-TERMID.
           MOVE PD-REQ-OPID     TO CH-OPID.
           MOVE AP-HIST-BEFORE  TO CH-BEFORE-IMAGE.
           MOVE CUSTOMER-RECORD TO CH-AFTER-IMAGE.
           MOVE EIBOPID         TO CH-APPROVED-OPID.

           MOVE 'N'  TO AP-HIST-LOGGED-SW.
           MOVE ZERO TO AP-HIST-TRIES.
           PERFORM 9100-WRITE-ONE-HISTORY THRU 9100-EXIT
               UNTIL AP-HIST-LOGGED OR AP-HIST-TRIES = 10.
       9000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 9100-WRITE-ONE-HISTORY - A DUPLICATE KEY (TWO ACTIONS ON ONE
      * CUSTOMER IN THE SAME SECOND) IS RETRIED WITH THE TIMESTAMP
      * BUMPED; ANY OTHER FAILURE ENDS THE RETRIES SO THE CALLER CAN
      * REPORT THE HISTORY WRITE ON ITS MESSAGE LINE.
      *-----------------------------------------------------------------
       9100-WRITE-ONE-HISTORY.
           ADD 1 TO AP-HIST-TRIES.
           EXEC CICS WRITE FILE(AP-FILE-CUSTHIST)
               FROM(CUSTHIST-RECORD)
               RIDFLD(CH-HIST-KEY)
               RESP(AP-RESP)
           END-EXEC.

           EVALUATE AP-RESP
               WHEN DFHRESP(NORMAL)
                   SET AP-HIST-LOGGED TO TRUE
               WHEN DFHRESP(DUPREC)
                   ADD 1 TO CH-TIMESTAMP
               WHEN OTHER
                   MOVE 10 TO AP-HIST-TRIES
           END-EVALUATE.
       9100-EXIT.
           EXIT.
