      *     MAINTENANCE PERMISSION MAY USE IT, AND EVERY CHANGE IS
      *     LOGGED TO AUTHLOG WITH THE OLD AND NEW LEVELS AND
      *     PERMISSION SETS, THE OPERATOR WHO MADE IT, THE TERMINAL
      *     AND A TIMESTAMP.  APPRV5 SETS OA-APPROVAL-REQD - Y SENDS
      *     THE OPERATOR'S 2B-MAIN NAME/ADDRESS CHANGES TO THE
      *     28B-APRV SUPERVISOR APPROVAL QUEUE.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY.
      *     08/23/2026  DO   INITIAL VERSION.
      *                      LEVEL CHANGES.  SIGN-ON REQUIRES THE
      *                      AUTHORITY-MAINTENANCE PERMISSION, WITH A
      *                      BLANK-BYTE FALLBACK TO SUPERVISOR LEVEL.
      *     10/15/2026  DO   DISPLAY AND UPDATE THE OA-APPROVAL-REQD
      *                      FLAG (APPRV5) - Y, N, OR BLANK TO KEEP ON
      *                      CHANGE AND TAKE N ON ADD.  AUTHLOG
      *                      CAPTURES THE OLD AND NEW FLAG.
      *     10/15/2026  DO   JOIN THE 32B-MENU CUSTOMER SERVICE
      *                      SESSION - PF KEYS GO TO THE MENU, THE
      *                      PREVIOUS SCREEN OR ANOTHER FUNCTION, AND
      *                      THE CURRENT CUSTOMER RIDES THROUGH
      *                      UNTOUCHED (MENU-LINK CARRIED BEHIND
      *                      AU-COMMAREA).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  14B-AUTH.
	   02  FILLER REDEFINES PERMS5F.
	       03  PERMS5A			      PIC X.
	   02  PERMS5I				      PIC X(007).
	   02  APPRV5L				      PIC S9(4) COMP-4.
	   02  APPRV5F				      PIC X.
	   02  FILLER REDEFINES APPRV5F.
	       03  APPRV5A			      PIC X.
	   02  APPRV5I				      PIC X(001).
	   02  MSG5L				      PIC S9(4) COMP-4.
	   02  MSG5F				      PIC X.
	   02  FILLER REDEFINES MSG5F.
	   02  PERMS5O				      PIC X(007).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  APPRV5O				      PIC X(001).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  MSG5O				      PIC X(079).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
      *-----------------------------------------------------------------
       COPY OPAUTH.
       COPY AUTHLOG.
       COPY MENULINK.
       COPY DFHAID.

      *-----------------------------------------------------------------
      * PROGRAM WORKING-STORAGE.
           05  AU-MAPNAME                  PIC X(08) VALUE 'AUTHMAP'.
           05  AU-FILE-OPAUTH              PIC X(08) VALUE 'OPAUTH'.
           05  AU-FILE-AUTHLOG             PIC X(08) VALUE 'AUTHLOG'.
           05  AU-PROGRAM                  PIC X(08) VALUE '14B-AUTH'.
           05  AU-TRANSID                  PIC X(04) VALUE 'CAUT'.
           05  AU-MENU-PROGRAM             PIC X(08) VALUE '32B-MENU'.

       77  AU-RESP                         PIC S9(8) COMP.
       77  AU-NEXT-TRANSID                 PIC X(04).
       77  AU-PF-KEY-SW                    PIC X(01) VALUE 'N'.
           88  AU-PF-KEY-USED                        VALUE 'Y'.
       77  AU-ABSTIME                      PIC S9(15) COMP-3.
       77  AU-DATE-OUT                     PIC X(08).
       77  AU-TIME-OUT                     PIC X(06).
       77  AU-TARGET-OPID                  PIC X(03).
       77  AU-OLD-LEVEL                    PIC X(01).
       77  AU-OLD-PERMS                    PIC X(07).
       77  AU-OLD-APPROVAL                 PIC X(01).
       77  AU-NEW-PERMS                    PIC X(07).
       77  AU-PERM-SUB                     PIC 9(02) COMP VALUE ZERO.
       77  AU-PERMS-EDIT-SW                PIC X(01) VALUE 'Y'.
           05  AU-CA-STEP                  PIC X(01).
               88  AU-STEP-ACTIVE                    VALUE 'M'.

      *-----------------------------------------------------------------
      * WHAT GOES BACK TO CICS ON EVERY RETURN - THE COMMAREA ABOVE
      * FOLLOWED BY THE MENU SESSION (SEE MENULINK).
      *-----------------------------------------------------------------
       01  AU-SESSION-AREA.
           05  AU-SS-COMMAREA              PIC X(01).
           05  AU-SS-MENU-LINK             PIC X(64).

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(65).

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      * 0000-MAINLINE - FIRST-TIME ENTRY SENDS A BLANK MAP; RE-ENTRY
      * VERIFIES THE SIGNED-ON OPERATOR IS A SUPERVISOR AND APPLIES
      * THE KEYED ADD/CHANGE/REVOKE TO OPAUTH.
      * A COMMAREA THE LENGTH OF MENU-LINK IS A HAND-OVER FROM
      * 32B-MENU; A MENU PF KEY IS PASSED TO 32B-MENU INSTEAD OF
      * BEING PROCESSED.  ONCE HANDED OVER THE TRANSACTION RETURNS
      * UNDER ITS OWN TRANSID, SINCE EIBTRNID IS THEN THE TRANSACTION
      * THAT STARTED THE TASK.
      *-----------------------------------------------------------------
       0000-MAINLINE.
           MOVE EIBTRNID TO AU-NEXT-TRANSID.
           IF EIBCALEN = 0
               INITIALIZE MENU-LINK
               PERFORM 1000-SEND-BLANK-MAP THRU 1000-EXIT
           ELSE
               IF EIBCALEN = LENGTH OF MENU-LINK
                   MOVE DFHCOMMAREA(1:LENGTH OF MENU-LINK) TO MENU-LINK
                   MOVE AU-TRANSID TO AU-NEXT-TRANSID
                   PERFORM 1100-ARRIVE-FROM-MENU THRU 1100-EXIT
               ELSE
                   PERFORM 1050-RESUME-SESSION THRU 1050-EXIT
               END-IF
           END-IF.

           MOVE AU-COMMAREA TO AU-SS-COMMAREA.
           MOVE MENU-LINK   TO AU-SS-MENU-LINK.
           EXEC CICS RETURN
               TRANSID(AU-NEXT-TRANSID)
               COMMAREA(AU-SESSION-AREA)
           END-EXEC.
       0000-EXIT.
           EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1050-RESUME-SESSION - RE-ENTRY.  APPLIES THE KEYED ACTION
      * UNLESS A MENU PF KEY WAS PRESSED.
      *-----------------------------------------------------------------
       1050-RESUME-SESSION.
           IF EIBCALEN = LENGTH OF AU-SESSION-AREA
               MOVE DFHCOMMAREA TO AU-SESSION-AREA
               MOVE AU-SS-COMMAREA  TO AU-COMMAREA
               MOVE AU-SS-MENU-LINK TO MENU-LINK
           ELSE
               INITIALIZE AU-COMMAREA
               INITIALIZE MENU-LINK
           END-IF.

           PERFORM 1200-CHECK-PF-KEY THRU 1200-EXIT.
           IF AU-PF-KEY-USED
               GO TO 1050-EXIT
           END-IF.

           PERFORM 2000-PROCESS-MAP THRU 2000-EXIT.
       1050-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1100-ARRIVE-FROM-MENU - HANDED OVER BY 32B-MENU.  THE SCREEN
      * HAS NO CUSTOMER, SO IT STARTS BLANK AS ON A DIRECT START.
      *-----------------------------------------------------------------
       1100-ARRIVE-FROM-MENU.
           PERFORM 1000-SEND-BLANK-MAP THRU 1000-EXIT.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1200-CHECK-PF-KEY - THE MENU PF KEYS (SEE MENULINK) ARE
      * HANDED TO 32B-MENU WITH THE CURRENT CUSTOMER.  ANY OTHER KEY
      * IS LEFT TO THE AUTHORITY SCREEN AS BEFORE.
      *-----------------------------------------------------------------
       1200-CHECK-PF-KEY.
           MOVE 'N' TO AU-PF-KEY-SW.
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

           SET AU-PF-KEY-USED TO TRUE.
           MOVE AU-PROGRAM TO ML-CALLER.
           EXEC CICS XCTL PROGRAM(AU-MENU-PROGRAM)
               COMMAREA(MENU-LINK)
               RESP(AU-RESP)
           END-EXEC.

           MOVE SPACES TO ML-REQUEST.
           MOVE SPACES TO ML-FUNCTION.
           MOVE SPACES TO ML-CALLER.
           MOVE LOW-VALUES TO AUTHMAPO.
           MOVE 'MENU NOT AVAILABLE - PF KEY IGNORED' TO MSG5O.
           PERFORM 1500-SEND-MAP-DATAONLY THRU 1500-EXIT.
       1200-EXIT.
           EXIT.

       1500-SEND-MAP-DATAONLY.
           EXEC CICS SEND MAP(AU-MAPNAME) MAPSET(AU-MAPSET)
               DATAONLY
               GO TO 3000-EXIT
           END-IF.

           IF APPRV5I NOT = 'Y' AND APPRV5I NOT = 'N'
                   AND APPRV5I NOT = SPACE AND APPRV5I NOT = LOW-VALUE
               MOVE LOW-VALUES TO AUTHMAPO
               MOVE 'APPROVAL FLAG MUST BE Y, N OR BLANK' TO MSG5O
               PERFORM 1500-SEND-MAP-DATAONLY THRU 1500-EXIT
               GO TO 3000-EXIT
           END-IF.

           MOVE AU-TARGET-OPID TO OA-OPID.
           EXEC CICS READ FILE(AU-FILE-OPAUTH)
               INTO(OPAUTH-RECORD)
               MOVE 'YYNYNYN' TO OA-PERMISSIONS
           END-IF.
           PERFORM 6100-APPLY-KEYED-PERMS THRU 6100-EXIT.
           IF APPRV5I = 'Y'
               MOVE 'Y' TO OA-APPROVAL-REQD
           ELSE
               MOVE 'N' TO OA-APPROVAL-REQD
           END-IF.

           EXEC CICS WRITE FILE(AU-FILE-OPAUTH)
               FROM(OPAUTH-RECORD)

           MOVE SPACES         TO AU-OLD-LEVEL.
           MOVE SPACES         TO AU-OLD-PERMS.
           MOVE SPACE          TO AU-OLD-APPROVAL.
           MOVE LEVEL5I        TO AL-NEW-LEVEL.
           MOVE OA-PERMISSIONS TO AU-NEW-PERMS.
           MOVE OA-APPROVAL-REQD TO AL-NEW-APPROVAL.
           PERFORM 9000-WRITE-AUTHLOG THRU 9000-EXIT.

           MOVE LOW-VALUES TO AUTHMAPO.
           MOVE OA-PERMISSIONS TO PERMS5O.
           MOVE OA-APPROVAL-REQD TO APPRV5O.
           IF AU-LOG-WRITTEN
               MOVE 'OPERATOR ADDED' TO MSG5O
           ELSE
               GO TO 4000-EXIT
           END-IF.

           IF APPRV5I NOT = 'Y' AND APPRV5I NOT = 'N'
                   AND APPRV5I NOT = SPACE AND APPRV5I NOT = LOW-VALUE
               MOVE LOW-VALUES TO AUTHMAPO
               MOVE 'APPROVAL FLAG MUST BE Y, N OR BLANK' TO MSG5O
               PERFORM 1500-SEND-MAP-DATAONLY THRU 1500-EXIT
               GO TO 4000-EXIT
           END-IF.

           MOVE AU-TARGET-OPID TO OA-OPID.
           EXEC CICS READ FILE(AU-FILE-OPAUTH)
               INTO(OPAUTH-RECORD)

           MOVE OA-AUTH-LEVEL  TO AU-OLD-LEVEL.
           MOVE OA-PERMISSIONS TO AU-OLD-PERMS.
           MOVE OA-APPROVAL-REQD TO AU-OLD-APPROVAL.
           MOVE LEVEL5I TO OA-AUTH-LEVEL.
           PERFORM 6100-APPLY-KEYED-PERMS THRU 6100-EXIT.
           IF APPRV5I = 'Y' OR APPRV5I = 'N'
               MOVE APPRV5I TO OA-APPROVAL-REQD
           END-IF.
           IF OPNAME5I NOT = SPACES AND OPNAME5I NOT = LOW-VALUES
               MOVE OPNAME5I TO OA-OPNAME
           END-IF.

           MOVE LEVEL5I        TO AL-NEW-LEVEL.
           MOVE OA-PERMISSIONS TO AU-NEW-PERMS.
           MOVE OA-APPROVAL-REQD TO AL-NEW-APPROVAL.
           PERFORM 9000-WRITE-AUTHLOG THRU 9000-EXIT.

           MOVE LOW-VALUES TO AUTHMAPO.
           MOVE OA-PERMISSIONS TO PERMS5O.
           MOVE OA-APPROVAL-REQD TO APPRV5O.
           IF AU-LOG-WRITTEN
               MOVE 'AUTHORITY CHANGED' TO MSG5O
           ELSE

           MOVE OA-AUTH-LEVEL  TO AU-OLD-LEVEL.
           MOVE OA-PERMISSIONS TO AU-OLD-PERMS.
           MOVE OA-APPROVAL-REQD TO AU-OLD-APPROVAL.

           EXEC CICS DELETE FILE(AU-FILE-OPAUTH)
               RIDFLD(AU-TARGET-OPID)

           MOVE SPACES TO AL-NEW-LEVEL.
           MOVE SPACES TO AU-NEW-PERMS.
           MOVE SPACE  TO AL-NEW-APPROVAL.
           PERFORM 9000-WRITE-AUTHLOG THRU 9000-EXIT.

           MOVE LOW-VALUES TO AUTHMAPO.

      *-----------------------------------------------------------------
      * 9000-WRITE-AUTHLOG - LOGS ONE AUTHORITY CHANGE WITH WHO MADE
      * IT AND WHEN.  AL-NEW-LEVEL, AU-NEW-PERMS AND AL-NEW-APPROVAL
      * ARE SET BY THE CALLER; THE OLD VALUES COME FROM AU-OLD-LEVEL,
      * AU-OLD-PERMS AND AU-OLD-APPROVAL.
      *-----------------------------------------------------------------
       9000-WRITE-AUTHLOG.
           EXEC CICS ASKTIME ABSTIME(AU-ABSTIME) END-EXEC.
           MOVE AU-OLD-LEVEL   TO AL-OLD-LEVEL.
           MOVE AU-OLD-PERMS   TO AL-OLD-PERMS.
           MOVE AU-NEW-PERMS   TO AL-NEW-PERMS.
           MOVE AU-OLD-APPROVAL TO AL-OLD-APPROVAL.
           MOVE EIBOPID        TO AL-BY-OPID.
           MOVE EIBTRMID       TO AL-TERMID.

