      *                      OPAUTH RECORD ALLOWS THE NOTE, THE WAY
      *                      EVERY OPERATOR COULD ADD NOTES BEFORE
      *                      THE PER-FUNCTION PERMISSIONS EXISTED.
      *     10/15/2026  DO   REJECT A CUSTOMER NUMBER WHOSE MOD-11
      *                      CHECK DIGIT FAILS BEFORE READING CUSTMAST.
      *     10/15/2026  DO   JOIN THE 32B-MENU CUSTOMER SERVICE
      *                      SESSION - PF KEYS GO TO THE MENU, THE
      *                      PREVIOUS SCREEN OR ANOTHER FUNCTION WITH
      *                      THE CUSTOMER IN HAND (MENU-LINK CARRIED
      *                      BEHIND NE-COMMAREA), AND A HAND-OVER FROM
      *                      THE MENU LISTS THE CURRENT CUSTOMER'S
      *                      NOTES AT ONCE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  8B-NOTE.
       COPY CUSTREC.
       COPY CUSTNOTE.
       COPY OPAUTH.
       COPY MENULINK.
       COPY DFHAID.
       COPY DFHBMSCA.

      *-----------------------------------------------------------------
      * PROGRAM WORKING-STORAGE.
           05  NE-FILE-CUSTMAST            PIC X(08) VALUE 'CUSTMAST'.
           05  NE-FILE-NOTEFILE            PIC X(08) VALUE 'NOTEFILE'.
           05  NE-FILE-OPAUTH              PIC X(08) VALUE 'OPAUTH'.
           05  NE-PROGRAM                  PIC X(08) VALUE '8B-NOTE'.
           05  NE-TRANSID                  PIC X(04) VALUE 'CNOT'.
           05  NE-MENU-PROGRAM             PIC X(08) VALUE '32B-MENU'.

       77  NE-RESP                         PIC S9(8) COMP.
       77  NE-NEXT-TRANSID                 PIC X(04).
       77  NE-PF-KEY-SW                    PIC X(01) VALUE 'N'.
           88  NE-PF-KEY-USED                        VALUE 'Y'.
       77  NE-ABSTIME                      PIC S9(15) COMP-3.
       77  NE-DATE-OUT                     PIC X(08).
       77  NE-TIME-OUT                     PIC X(06).
       77  NE-FOLLOWUP-DATE                PIC 9(08) VALUE ZERO.
       77  NE-DATE-WORK                    PIC X(08).
       77  NE-EDIT-MSG                     PIC X(79).
       77  NE-CHECK-DIGIT-SW               PIC X(01) VALUE 'N'.
           88  NE-CHECK-DIGIT-OK                     VALUE 'Y'.
       77  NE-CD-SUM                       PIC 9(03) COMP.
       77  NE-CD-QUOT                      PIC 9(03) COMP.
       77  NE-CD-REM                       PIC 9(02) COMP.
       77  NE-CD-RESULT                    PIC 9(02) COMP.

       01  NE-CD-CUSTNO.
           05  NE-CD-DIGIT-1               PIC 9(01).
           05  NE-CD-DIGIT-2               PIC 9(01).
           05  NE-CD-DIGIT-3               PIC 9(01).
           05  NE-CD-DIGIT-4               PIC 9(01).
           05  NE-CD-DIGIT-5               PIC 9(01).
           05  NE-CD-CHECK                 PIC 9(01).

       01  NE-NOTE-KEY.
           05  NE-NK-CUSTNO                PIC X(06).
           05  NE-CA-STEP                  PIC X(01).
               88  NE-STEP-ACTIVE                    VALUE 'N'.

      *-----------------------------------------------------------------
      * WHAT GOES BACK TO CICS ON EVERY RETURN - THE COMMAREA ABOVE
      * FOLLOWED BY THE MENU SESSION (SEE MENULINK).
      *-----------------------------------------------------------------
       01  NE-SESSION-AREA.
           05  NE-SS-COMMAREA              PIC X(01).
           05  NE-SS-MENU-LINK             PIC X(64).

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(65).

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      * RE-ENTRY RECEIVES THE MAP, ADDS THE KEYED NOTE WHEN ONE WAS
      * ENTERED, AND REDISPLAYS THE MOST RECENT NOTES FOR THE
      * CUSTOMER.
      * A COMMAREA THE LENGTH OF MENU-LINK IS A HAND-OVER FROM
      * 32B-MENU; A MENU PF KEY IS PASSED TO 32B-MENU INSTEAD OF
      * BEING PROCESSED.  ONCE HANDED OVER THE TRANSACTION RETURNS
      * UNDER ITS OWN TRANSID, SINCE EIBTRNID IS THEN THE TRANSACTION
      * THAT STARTED THE TASK.
      *-----------------------------------------------------------------
       0000-MAINLINE.
           MOVE EIBTRNID TO NE-NEXT-TRANSID.
           IF EIBCALEN = 0
               INITIALIZE MENU-LINK
               PERFORM 1000-SEND-BLANK-MAP THRU 1000-EXIT
           ELSE
               IF EIBCALEN = LENGTH OF MENU-LINK
                   MOVE DFHCOMMAREA(1:LENGTH OF MENU-LINK) TO MENU-LINK
                   MOVE NE-TRANSID TO NE-NEXT-TRANSID
                   PERFORM 1100-ARRIVE-FROM-MENU THRU 1100-EXIT
               ELSE
                   PERFORM 1050-RESUME-SESSION THRU 1050-EXIT
               END-IF
           END-IF.

           MOVE NE-COMMAREA TO NE-SS-COMMAREA.
           MOVE MENU-LINK   TO NE-SS-MENU-LINK.
           EXEC CICS RETURN
               TRANSID(NE-NEXT-TRANSID)
               COMMAREA(NE-SESSION-AREA)
           END-EXEC.
       0000-EXIT.
           EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1050-RESUME-SESSION - RE-ENTRY.  PROCESSES THE NOTE MAP
      * UNLESS A MENU PF KEY WAS PRESSED.
      *-----------------------------------------------------------------
       1050-RESUME-SESSION.
           IF EIBCALEN = LENGTH OF NE-SESSION-AREA
               MOVE DFHCOMMAREA TO NE-SESSION-AREA
               MOVE NE-SS-COMMAREA  TO NE-COMMAREA
               MOVE NE-SS-MENU-LINK TO MENU-LINK
           ELSE
               INITIALIZE NE-COMMAREA
               INITIALIZE MENU-LINK
           END-IF.

           PERFORM 1200-CHECK-PF-KEY THRU 1200-EXIT.
           IF NE-PF-KEY-USED
               GO TO 1050-EXIT
           END-IF.

           PERFORM 2000-PROCESS-MAP THRU 2000-EXIT.
       1050-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1100-ARRIVE-FROM-MENU - HANDED OVER BY 32B-MENU.  LISTS THE
      * CURRENT CUSTOMER'S MOST RECENT NOTES WITH THE NUMBER ALREADY
      * IN CUSTNO3, TAGGED MODIFIED SO IT COMES BACK WITH A NOTE.
      * WITH NO CURRENT CUSTOMER THE BLANK MAP IS SENT.
      *-----------------------------------------------------------------
       1100-ARRIVE-FROM-MENU.
           IF ML-CUSTNO = SPACES
               PERFORM 1000-SEND-BLANK-MAP THRU 1000-EXIT
               GO TO 1100-EXIT
           END-IF.

           SET NE-STEP-ACTIVE TO TRUE.
           MOVE ML-CUSTNO TO NE-CUSTNO-WANTED.
           MOVE LOW-VALUES TO NOTEMAPO.
           MOVE NE-CUSTNO-WANTED TO CUSTNO3O.
           MOVE DFHBMFSE TO CUSTNO3A.
           PERFORM 3000-BROWSE-NOTES THRU 3000-EXIT.

           IF NE-LIST-COUNT = ZERO
               MOVE 'NO NOTES ON FILE - KEY A NOTE TO ADD ONE'
                   TO MSG3O
           ELSE
               MOVE 'MOST RECENT NOTES SHOWN - KEY A NOTE TO ADD'
                   TO MSG3O
           END-IF.
           PERFORM 1600-SEND-MAP-ERASE THRU 1600-EXIT.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1200-CHECK-PF-KEY - THE MENU PF KEYS (SEE MENULINK) ARE
      * HANDED TO 32B-MENU WITH THE CURRENT CUSTOMER.  ANY OTHER KEY
      * IS LEFT TO THE NOTE SCREEN AS BEFORE.
      *-----------------------------------------------------------------
       1200-CHECK-PF-KEY.
           MOVE 'N' TO NE-PF-KEY-SW.
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

           SET NE-PF-KEY-USED TO TRUE.
           MOVE NE-PROGRAM TO ML-CALLER.
           EXEC CICS XCTL PROGRAM(NE-MENU-PROGRAM)
               COMMAREA(MENU-LINK)
               RESP(NE-RESP)
           END-EXEC.

           MOVE SPACES TO ML-REQUEST.
           MOVE SPACES TO ML-FUNCTION.
           MOVE SPACES TO ML-CALLER.
           MOVE LOW-VALUES TO NOTEMAPO.
           MOVE 'MENU NOT AVAILABLE - PF KEY IGNORED' TO MSG3O.
           PERFORM 1500-SEND-MAP-DATAONLY THRU 1500-EXIT.
       1200-EXIT.
           EXIT.

       1500-SEND-MAP-DATAONLY.
           EXEC CICS SEND MAP(NE-MAPNAME) MAPSET(NE-MAPSET)
               DATAONLY
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2010-VERIFY-CHECK-DIGIT THRU 2010-EXIT.
           IF NOT NE-CHECK-DIGIT-OK
               MOVE LOW-VALUES TO NOTEMAPO
               MOVE CUSTNO3I TO CUSTNO3O
               MOVE 'INVALID CUSTOMER NUMBER - CHECK DIGIT FAILED'
                   TO MSG3O
               PERFORM 1500-SEND-MAP-DATAONLY THRU 1500-EXIT
               GO TO 2000-EXIT
           END-IF.

           MOVE CUSTNO3I TO NE-CUSTNO-WANTED.
           EXEC CICS READ FILE(NE-FILE-CUSTMAST)
               INTO(CUSTOMER-RECORD)
               GO TO 2000-EXIT
           END-IF.

           MOVE NE-CUSTNO-WANTED TO ML-CUSTNO.
           MOVE 'N' TO NE-NOTE-ADDED-SW.
           MOVE 'N' TO NE-NOTE-FAILED-SW.
           MOVE 'N' TO NE-NOTE-DENIED-SW.
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
           MOVE 'N' TO NE-CHECK-DIGIT-SW.
           IF CUSTNO3I NOT NUMERIC
               GO TO 2010-EXIT
           END-IF.

           MOVE CUSTNO3I TO NE-CD-CUSTNO.
           COMPUTE NE-CD-SUM = NE-CD-DIGIT-1 * 6
                             + NE-CD-DIGIT-2 * 5
                             + NE-CD-DIGIT-3 * 4
                             + NE-CD-DIGIT-4 * 3
                             + NE-CD-DIGIT-5 * 2.
           DIVIDE NE-CD-SUM BY 11 GIVING NE-CD-QUOT
               REMAINDER NE-CD-REM.
           IF NE-CD-REM = ZERO
               MOVE ZERO TO NE-CD-RESULT
           ELSE
               COMPUTE NE-CD-RESULT = 11 - NE-CD-REM
           END-IF.

           IF NE-CD-RESULT = NE-CD-CHECK
               SET NE-CHECK-DIGIT-OK TO TRUE
           END-IF.
       2010-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2025-CHECK-NOTE-AUTHORITY - TESTS OA-PERM-NOTE FOR THE
      * SIGNED-ON OPERATOR.  A BLANK BYTE OR A MISSING OPAUTH RECORD
