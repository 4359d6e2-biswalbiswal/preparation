      *****************************************************************
      * PROGRAM-ID   : 32B-MENU
      * AUTHOR       : D. OKAFOR - APPLICATIONS PROGRAMMING
      * INSTALLATION : CUSTOMER SERVICES DATA CENTER
      * DATE-WRITTEN : 10/15/2026
      * DATE-COMPILED:
      *-----------------------------------------------------------------
      * REMARKS.
      *     CICS PSEUDO-CONVERSATIONAL CUSTOMER SERVICE MENU.  ONE
      *     SIGN-ON POINT FOR THE CSR TRANSACTIONS - INQUIRY (1B-INQ),
      *     MAINTENANCE (2B-MAIN), CONTACT NOTES (8B-NOTE), HISTORY
      *     (13B-HINQ), MERGE (17B-MRGE) AND OPERATOR AUTHORITY
      *     (14B-AUTH).  THE MENU LISTS ONLY THE FUNCTIONS THE SIGNED-
      *     ON OPERATOR'S OPAUTH PERMISSIONS ALLOW, USING THE SAME
      *     BLANK-BYTE FALLBACK TO OA-AUTH-LEVEL AS THE TRANSACTIONS
      *     THEMSELVES, AND TAKES AN OPTIONAL CURRENT CUSTOMER NUMBER.
      *
      *     THE CURRENT CUSTOMER AND A STACK OF SCREENS TO GO BACK TO
      *     TRAVEL IN MENU-LINK (SEE MENULINK).  EACH TRANSACTION
      *     HANDS ITS PF KEYS TO THIS PROGRAM BY XCTL WITH A REQUEST
      *     IN ML-REQUEST; THIS PROGRAM CHECKS AUTHORITY, STACKS THE
      *     CALLER AND XCTLS TO THE TARGET, WHICH PICKS UP ML-CUSTNO
      *     SO THE CUSTOMER IS NEVER RE-KEYED.  EVERY TRANSACTION
      *     STILL RUNS ON ITS OWN WHEN STARTED DIRECTLY.
      *
      *     PF3 ON THE MENU ENDS THE SESSION, PF12 GOES BACK TO THE
      *     PREVIOUS SCREEN, AND THE FUNCTION PF KEYS (OR AN OPTION
      *     NUMBER AND ENTER) START A FUNCTION.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY.
      *     10/15/2026  DO   INITIAL VERSION.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  32B-MENU.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * SYMBOLIC MAP of 32B-MENU Created by CACXBMS Version 6.1.0002
       01  MENUMAPI.
	   02  FILLER				      PIC X(12).
	   02  TRANID8L 			      PIC S9(4) COMP-4.
	   02  TRANID8F 			      PIC X.
	   02  FILLER REDEFINES TRANID8F.
	       03  TRANID8A			      PIC X.
	   02  TRANID8I 			      PIC X(004).
	   02  OPNAME8L 			      PIC S9(4) COMP-4.
	   02  OPNAME8F 			      PIC X.
	   02  FILLER REDEFINES OPNAME8F.
	       03  OPNAME8A			      PIC X.
	   02  OPNAME8I 			      PIC X(020).
	   02  CUSTNO8L 			      PIC S9(4) COMP-4.
	   02  CUSTNO8F 			      PIC X.
	   02  FILLER REDEFINES CUSTNO8F.
	       03  CUSTNO8A			      PIC X.
	   02  CUSTNO8I 			      PIC X(006).
	   02  CNAME8L				      PIC S9(4) COMP-4.
	   02  CNAME8F				      PIC X.
	   02  FILLER REDEFINES CNAME8F.
	       03  CNAME8A			      PIC X.
	   02  CNAME8I				      PIC X(040).
	   02  OPTAREA OCCURS 6 TIMES.
	       03  LOPT8L			      PIC S9(4) COMP-4.
	       03  LOPT8F			      PIC X.
	       03  FILLER REDEFINES LOPT8F.
	           04  LOPT8A			      PIC X.
	       03  LOPT8I			      PIC X(040).
	   02  SELECT8L 			      PIC S9(4) COMP-4.
	   02  SELECT8F 			      PIC X.
	   02  FILLER REDEFINES SELECT8F.
	       03  SELECT8A			      PIC X.
	   02  SELECT8I 			      PIC X(001).
	   02  MSG8L				      PIC S9(4) COMP-4.
	   02  MSG8F				      PIC X.
	   02  FILLER REDEFINES MSG8F.
	       03  MSG8A			      PIC X.
	   02  MSG8I				      PIC X(079).
	   02  DUMMY8L				      PIC S9(4) COMP-4.
	   02  DUMMY8F				      PIC X.
	   02  FILLER REDEFINES DUMMY8F.
	       03  DUMMY8A			      PIC X.
	   02  DUMMY8I				      PIC X(001).
       01  MENUMAPO REDEFINES MENUMAPI.
	   02  FILLER				      PIC X(12).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  TRANID8O 			      PIC X(004).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  OPNAME8O 			      PIC X(020).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  CUSTNO8O 			      PIC X(006).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  CNAME8O				      PIC X(040).
	   02  OPTAREAO OCCURS 6 TIMES.
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  LOPT8O			      PIC X(040).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  SELECT8O 			      PIC X(001).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  MSG8O				      PIC X(079).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  DUMMY8O				      PIC X(001).

      *-----------------------------------------------------------------
      * SHARED RECORD LAYOUTS.
      *-----------------------------------------------------------------
       COPY CUSTREC.
       COPY OPAUTH.
       COPY MENULINK.
       COPY DFHAID.
       COPY DFHBMSCA.

      *-----------------------------------------------------------------
      * PROGRAM WORKING-STORAGE.
      *-----------------------------------------------------------------
       01  MU-CONSTANTS.
           05  MU-MAPSET                   PIC X(08) VALUE 'MENUSET'.
           05  MU-MAPNAME                  PIC X(08) VALUE 'MENUMAP'.
           05  MU-FILE-CUSTMAST            PIC X(08) VALUE 'CUSTMAST'.
           05  MU-FILE-OPAUTH              PIC X(08) VALUE 'OPAUTH'.
           05  MU-PROGRAM                  PIC X(08) VALUE '32B-MENU'.
           05  MU-TRANSID                  PIC X(04) VALUE 'CMNU'.
           05  MU-END-TEXT                 PIC X(40)
                   VALUE 'CUSTOMER SERVICE SESSION ENDED'.

      *-----------------------------------------------------------------
      * MENU FUNCTIONS IN OPTION-NUMBER ORDER - ML-FUNCTION CODE,
      * PROGRAM XCTL-ED TO, AND THE LINE SHOWN ON THE MENU.
      *-----------------------------------------------------------------
       01  MU-FUNCTION-VALUES.
           05  FILLER                      PIC X(49) VALUE
               'I1B-INQ  1  CUSTOMER INQUIRY               PF2   '.
           05  FILLER                      PIC X(49) VALUE
               'M2B-MAIN 2  CUSTOMER MAINTENANCE           PF4   '.
           05  FILLER                      PIC X(49) VALUE
               'N8B-NOTE 3  CONTACT NOTES                  PF5   '.
           05  FILLER                      PIC X(49) VALUE
               'H13B-HINQ4  CUSTOMER HISTORY               PF6   '.
           05  FILLER                      PIC X(49) VALUE
               'G17B-MRGE5  MERGE DUPLICATE CUSTOMERS      PF9   '.
           05  FILLER                      PIC X(49) VALUE
               'A14B-AUTH6  OPERATOR AUTHORITY             PF10  '.
       01  MU-FUNCTION-TABLE REDEFINES MU-FUNCTION-VALUES.
           05  MU-FN-ENTRY OCCURS 6 TIMES.
               10  MU-FN-CODE              PIC X(01).
               10  MU-FN-PROGRAM           PIC X(08).
               10  MU-FN-LINE              PIC X(40).

       01  MU-ALLOWED-TABLE.
           05  MU-ALLOWED                  PIC X(01) OCCURS 6 TIMES.

       77  MU-RESP                         PIC S9(8) COMP.
       77  MU-NEXT-TRANSID                 PIC X(04).
       77  MU-TARGET-PGM                   PIC X(08).
       77  MU-MSG                          PIC X(79) VALUE SPACES.
       77  MU-FN-SUB                       PIC 9(02) VALUE ZERO.
       77  MU-LINE-SUB                     PIC 9(02) VALUE ZERO.
       77  MU-SUB                          PIC 9(02) VALUE ZERO.
       77  MU-SELECT                       PIC 9(01) VALUE ZERO.
       77  MU-NAME-PTR                     PIC 9(03) VALUE 1.
       77  MU-FN-FOUND-SW                  PIC X(01) VALUE 'N'.
           88  MU-FN-FOUND                           VALUE 'Y'.
       77  MU-END-SW                       PIC X(01) VALUE 'N'.
           88  MU-SESSION-ENDED                      VALUE 'Y'.
       77  MU-OPAUTH-SW                    PIC X(01) VALUE 'N'.
           88  MU-OPAUTH-FOUND                       VALUE 'Y'.
       77  MU-PERM-BYTE                    PIC X(01) VALUE SPACE.
       77  MU-REGULAR-DEFAULT              PIC X(01) VALUE SPACE.
       77  MU-PERM-SW                      PIC X(01) VALUE 'N'.
           88  MU-PERM-GRANTED                       VALUE 'Y'.
       77  MU-CUST-SW                      PIC X(01) VALUE 'Y'.
           88  MU-CUST-OK                            VALUE 'Y'.
           88  MU-CUST-FAILED                        VALUE 'N'.
       77  MU-CHECK-DIGIT-SW               PIC X(01) VALUE 'N'.
           88  MU-CHECK-DIGIT-OK                     VALUE 'Y'.
       77  MU-CD-SUM                       PIC 9(03) COMP.
       77  MU-CD-QUOT                      PIC 9(03) COMP.
       77  MU-CD-REM                       PIC 9(02) COMP.
       77  MU-CD-RESULT                    PIC 9(02) COMP.

       01  MU-CD-CUSTNO.
           05  MU-CD-DIGIT-1               PIC 9(01).
           05  MU-CD-DIGIT-2               PIC 9(01).
           05  MU-CD-DIGIT-3               PIC 9(01).
           05  MU-CD-DIGIT-4               PIC 9(01).
           05  MU-CD-DIGIT-5               PIC 9(01).
           05  MU-CD-CHECK                 PIC 9(01).

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(64).

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      * 0000-MAINLINE - FIRST-TIME ENTRY STARTS A SESSION AND SENDS
      * THE MENU.  A COMMAREA WITH ML-REQUEST SET IS A PF KEY HANDED
      * OVER BY ONE OF THE TRANSACTIONS; ONE WITH ML-REQUEST BLANK IS
      * THE OPERATOR ANSWERING THE MENU.
      *-----------------------------------------------------------------
       0000-MAINLINE.
           MOVE EIBTRNID TO MU-NEXT-TRANSID.
           IF EIBCALEN = 0
               INITIALIZE MENU-LINK
               PERFORM 1000-SEND-MENU THRU 1000-EXIT
           ELSE
               IF EIBCALEN = LENGTH OF MENU-LINK
                   MOVE DFHCOMMAREA TO MENU-LINK
               ELSE
                   INITIALIZE MENU-LINK
               END-IF

               IF ML-REQ-NONE
                   PERFORM 2000-PROCESS-MENU-MAP THRU 2000-EXIT
               ELSE
                   MOVE MU-TRANSID TO MU-NEXT-TRANSID
                   PERFORM 3000-PROCESS-REQUEST THRU 3000-EXIT
               END-IF
           END-IF.

           IF MU-SESSION-ENDED
               EXEC CICS RETURN
               END-EXEC
           END-IF.

           MOVE SPACES TO ML-REQUEST.
           MOVE SPACES TO ML-FUNCTION.
           MOVE SPACES TO ML-CALLER.
           EXEC CICS RETURN
               TRANSID(MU-NEXT-TRANSID)
               COMMAREA(MENU-LINK)
           END-EXEC.
       0000-EXIT.
           EXIT.
           GOBACK.

      *-----------------------------------------------------------------
      * 1000-SEND-MENU - BUILDS THE WHOLE MENU - OPERATOR, CURRENT
      * CUSTOMER AND THE OPTIONS THIS OPERATOR MAY USE, NUMBERED AS
      * IN MU-FUNCTION-VALUES SO AN OPTION KEEPS ITS NUMBER WHETHER
      * OR NOT THE ONES ABOVE IT ARE SHOWN.  CUSTNO8 GOES OUT WITH
      * ITS MODIFIED TAG ON SO IT COMES BACK UNLESS CLEARED.
      *-----------------------------------------------------------------
       1000-SEND-MENU.
           PERFORM 1100-LOAD-AUTHORITY THRU 1100-EXIT.

           MOVE LOW-VALUES TO MENUMAPO.
           IF MU-OPAUTH-FOUND
               MOVE OA-OPNAME TO OPNAME8O
           ELSE
               MOVE EIBOPID TO OPNAME8O
           END-IF.
           MOVE ML-CUSTNO TO CUSTNO8O.
           MOVE DFHBMFSE  TO CUSTNO8A.
           PERFORM 1200-SHOW-CUSTOMER THRU 1200-EXIT.

           MOVE ZERO TO MU-FN-SUB.
           MOVE ZERO TO MU-LINE-SUB.
           PERFORM 1300-LIST-ONE-OPTION THRU 1300-EXIT
               UNTIL MU-FN-SUB = 6.

           IF MU-MSG = SPACES
               MOVE 'KEY AN OPTION OR PRESS ITS PF KEY - PF3 ENDS'
                   TO MU-MSG
           END-IF.
           MOVE MU-MSG TO MSG8O.

           EXEC CICS SEND MAP(MU-MAPNAME) MAPSET(MU-MAPSET)
               ERASE
           END-EXEC.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1100-LOAD-AUTHORITY - SETS MU-ALLOWED Y FOR EACH FUNCTION THE
      * SIGNED-ON OPERATOR MAY USE.  INQUIRY, NOTES AND HISTORY ARE
      * OPEN TO EVERY OPERATOR (8B-NOTE STILL CHECKS THE NOTE
      * PERMISSION BEFORE A NOTE IS WRITTEN).  MAINTENANCE NEEDS AT
      * LEAST ONE OF THE 2B-MAIN UPDATE PERMISSIONS, MERGE THE DELETE
      * PERMISSION (AS 17B-MRGE) AND AUTHORITY THE AUTH PERMISSION
      * (AS 14B-AUTH).  AN OPERATOR NOT ON OPAUTH IS TREATED AS A
      * REGULAR WITH BLANK PERMISSION BYTES, AS 2B-MAIN DOES.
      *-----------------------------------------------------------------
       1100-LOAD-AUTHORITY.
           MOVE ALL 'N' TO MU-ALLOWED-TABLE.
           MOVE EIBOPID TO OA-OPID.
           EXEC CICS READ FILE(MU-FILE-OPAUTH)
               INTO(OPAUTH-RECORD)
               RIDFLD(OA-OPID)
               RESP(MU-RESP)
           END-EXEC.

           IF MU-RESP = DFHRESP(NORMAL)
               SET MU-OPAUTH-FOUND TO TRUE
           ELSE
               MOVE 'N' TO MU-OPAUTH-SW
               MOVE SPACES TO OPAUTH-RECORD
               MOVE EIBOPID TO OA-OPID
               SET OA-REGULAR TO TRUE
           END-IF.

           MOVE 'Y' TO MU-ALLOWED(1).
           MOVE 'Y' TO MU-ALLOWED(3).
           MOVE 'Y' TO MU-ALLOWED(4).

           MOVE OA-PERM-ADD TO MU-PERM-BYTE.
           MOVE 'Y' TO MU-REGULAR-DEFAULT.
           PERFORM 1150-TEST-PERMISSION THRU 1150-EXIT.
           IF MU-PERM-GRANTED
               MOVE 'Y' TO MU-ALLOWED(2)
           END-IF.
           MOVE OA-PERM-CHANGE TO MU-PERM-BYTE.
           PERFORM 1150-TEST-PERMISSION THRU 1150-EXIT.
           IF MU-PERM-GRANTED
               MOVE 'Y' TO MU-ALLOWED(2)
           END-IF.
           MOVE OA-PERM-SUSPEND TO MU-PERM-BYTE.
           PERFORM 1150-TEST-PERMISSION THRU 1150-EXIT.
           IF MU-PERM-GRANTED
               MOVE 'Y' TO MU-ALLOWED(2)
           END-IF.

           MOVE 'N' TO MU-REGULAR-DEFAULT.
           MOVE OA-PERM-RESTORE TO MU-PERM-BYTE.
           PERFORM 1150-TEST-PERMISSION THRU 1150-EXIT.
           IF MU-PERM-GRANTED
               MOVE 'Y' TO MU-ALLOWED(2)
           END-IF.
           MOVE OA-PERM-DELETE TO MU-PERM-BYTE.
           PERFORM 1150-TEST-PERMISSION THRU 1150-EXIT.
           IF MU-PERM-GRANTED
               MOVE 'Y' TO MU-ALLOWED(2)
               MOVE 'Y' TO MU-ALLOWED(5)
           END-IF.
           MOVE OA-PERM-AUTH TO MU-PERM-BYTE.
           PERFORM 1150-TEST-PERMISSION THRU 1150-EXIT.
           IF MU-PERM-GRANTED
               MOVE 'Y' TO MU-ALLOWED(6)
           END-IF.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1150-TEST-PERMISSION - ONE OPAUTH PERMISSION BYTE.  Y GRANTS
      * AND N REFUSES; A BLANK BYTE FALLS BACK TO THE LEVEL RULES -
      * SUPERVISORS MAY DO EVERYTHING, REGULARS GET MU-REGULAR-DEFAULT.
      *-----------------------------------------------------------------
       1150-TEST-PERMISSION.
           MOVE 'N' TO MU-PERM-SW.
           EVALUATE TRUE
               WHEN MU-PERM-BYTE = 'Y'
                   SET MU-PERM-GRANTED TO TRUE
               WHEN MU-PERM-BYTE = 'N'
                   CONTINUE
               WHEN OA-SUPERVISOR
                   SET MU-PERM-GRANTED TO TRUE
               WHEN MU-REGULAR-DEFAULT = 'Y'
                   SET MU-PERM-GRANTED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1150-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1200-SHOW-CUSTOMER - NAME OF THE CURRENT CUSTOMER ON CNAME8O
      * SO THE CSR CAN CONFIRM THE ACCOUNT BEFORE MOVING ON.
      *-----------------------------------------------------------------
       1200-SHOW-CUSTOMER.
           MOVE SPACES TO CNAME8O.
           IF ML-CUSTNO = SPACES
               GO TO 1200-EXIT
           END-IF.

           EXEC CICS READ FILE(MU-FILE-CUSTMAST)
               INTO(CUSTOMER-RECORD)
               RIDFLD(ML-CUSTNO)
               RESP(MU-RESP)
           END-EXEC.

           IF MU-RESP NOT = DFHRESP(NORMAL)
               MOVE 'CUSTOMER NOT ON FILE' TO CNAME8O
               GO TO 1200-EXIT
           END-IF.

           MOVE 1 TO MU-NAME-PTR.
           STRING CM-LNAME DELIMITED BY '  '
                   ', '     DELIMITED BY SIZE
                   CM-FNAME DELIMITED BY '  '
               INTO CNAME8O
               WITH POINTER MU-NAME-PTR
           END-STRING.
           IF CM-SUSPENDED
               STRING ' - SUSPENDED' DELIMITED BY SIZE
                   INTO CNAME8O
                   WITH POINTER MU-NAME-PTR
               END-STRING
           END-IF.
       1200-EXIT.
           EXIT.

       1300-LIST-ONE-OPTION.
           ADD 1 TO MU-FN-SUB.
           IF MU-ALLOWED(MU-FN-SUB) = 'Y'
               ADD 1 TO MU-LINE-SUB
               MOVE MU-FN-LINE(MU-FN-SUB) TO LOPT8O(MU-LINE-SUB)
           END-IF.
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-PROCESS-MENU-MAP - THE OPERATOR ANSWERED THE MENU.  PF3
      * ENDS THE SESSION AND PF12 GOES BACK A SCREEN; OTHERWISE A
      * CHANGED CUSTOMER NUMBER IS EDITED AND TAKEN AS THE CURRENT
      * CUSTOMER, AND A FUNCTION PF KEY OR OPTION NUMBER STARTS THAT
      * FUNCTION.
      *-----------------------------------------------------------------
       2000-PROCESS-MENU-MAP.
           EVALUATE EIBAID
               WHEN DFHPF3
                   EXEC CICS SEND TEXT FROM(MU-END-TEXT)
                       LENGTH(LENGTH OF MU-END-TEXT)
                       ERASE
                       FREEKB
                   END-EXEC
                   SET MU-SESSION-ENDED TO TRUE
                   GO TO 2000-EXIT
               WHEN DFHPF12
                   MOVE MU-PROGRAM TO ML-CALLER
                   PERFORM 3200-GO-BACK THRU 3200-EXIT
                   GO TO 2000-EXIT
               WHEN DFHCLEAR
                   PERFORM 1000-SEND-MENU THRU 1000-EXIT
                   GO TO 2000-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           MOVE LOW-VALUES TO MENUMAPI.
           EXEC CICS RECEIVE MAP(MU-MAPNAME) MAPSET(MU-MAPSET)
               INTO(MENUMAPI)
               RESP(MU-RESP)
           END-EXEC.

           IF MU-RESP = DFHRESP(NORMAL)
                   AND CUSTNO8I NOT = ML-CUSTNO
               IF CUSTNO8I = SPACES OR CUSTNO8I = LOW-VALUES
                   MOVE SPACES TO ML-CUSTNO
               ELSE
                   PERFORM 2100-SET-CUSTOMER THRU 2100-EXIT
                   IF MU-CUST-FAILED
                       PERFORM 1000-SEND-MENU THRU 1000-EXIT
                       GO TO 2000-EXIT
                   END-IF
               END-IF
           END-IF.

           MOVE SPACES TO ML-FUNCTION.
           EVALUATE EIBAID
               WHEN DFHPF2
                   SET ML-FN-INQUIRY TO TRUE
               WHEN DFHPF4
                   SET ML-FN-MAINTENANCE TO TRUE
               WHEN DFHPF5
                   SET ML-FN-NOTES TO TRUE
               WHEN DFHPF6
                   SET ML-FN-HISTORY TO TRUE
               WHEN DFHPF9
                   SET ML-FN-MERGE TO TRUE
               WHEN DFHPF10
                   SET ML-FN-AUTHORITY TO TRUE
               WHEN OTHER
                   IF SELECT8I NOT = SPACES
                           AND SELECT8I NOT = LOW-VALUES
                       IF SELECT8I >= '1' AND SELECT8I <= '6'
                           MOVE SELECT8I TO MU-SELECT
                           MOVE MU-FN-CODE(MU-SELECT) TO ML-FUNCTION
                       ELSE
                           MOVE 'INVALID OPTION - KEY 1 TO 6' TO MU-MSG
                       END-IF
                   END-IF
           END-EVALUATE.

           IF ML-FUNCTION = SPACES
               PERFORM 1000-SEND-MENU THRU 1000-EXIT
               GO TO 2000-EXIT
           END-IF.

           MOVE MU-PROGRAM TO ML-CALLER.
           PERFORM 3100-START-FUNCTION THRU 3100-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2100-SET-CUSTOMER - A CUSTOMER NUMBER KEYED ON THE MENU MUST
      * CARRY A VALID MOD-11 CHECK DIGIT (SEE NEXTNO) AND BE ON
      * CUSTMAST BEFORE IT BECOMES THE CURRENT CUSTOMER.
      *-----------------------------------------------------------------
       2100-SET-CUSTOMER.
           SET MU-CUST-OK TO TRUE.
           PERFORM 2110-VERIFY-CHECK-DIGIT THRU 2110-EXIT.
           IF NOT MU-CHECK-DIGIT-OK
               MOVE 'INVALID CUSTOMER NUMBER - CHECK DIGIT FAILED'
                   TO MU-MSG
               SET MU-CUST-FAILED TO TRUE
               GO TO 2100-EXIT
           END-IF.

           EXEC CICS READ FILE(MU-FILE-CUSTMAST)
               INTO(CUSTOMER-RECORD)
               RIDFLD(CUSTNO8I)
               RESP(MU-RESP)
           END-EXEC.

           IF MU-RESP NOT = DFHRESP(NORMAL)
               MOVE 'CUSTOMER NOT ON FILE - CURRENT CUSTOMER UNCHANGED'
                   TO MU-MSG
               SET MU-CUST-FAILED TO TRUE
               GO TO 2100-EXIT
           END-IF.

           MOVE CUSTNO8I TO ML-CUSTNO.
       2100-EXIT.
           EXIT.

       2110-VERIFY-CHECK-DIGIT.
           MOVE 'N' TO MU-CHECK-DIGIT-SW.
           IF CUSTNO8I NOT NUMERIC
               GO TO 2110-EXIT
           END-IF.

           MOVE CUSTNO8I TO MU-CD-CUSTNO.
           COMPUTE MU-CD-SUM = MU-CD-DIGIT-1 * 6
                             + MU-CD-DIGIT-2 * 5
                             + MU-CD-DIGIT-3 * 4
                             + MU-CD-DIGIT-4 * 3
                             + MU-CD-DIGIT-5 * 2.
           DIVIDE MU-CD-SUM BY 11 GIVING MU-CD-QUOT
               REMAINDER MU-CD-REM.
           IF MU-CD-REM = ZERO
               MOVE ZERO TO MU-CD-RESULT
           ELSE
               COMPUTE MU-CD-RESULT = 11 - MU-CD-REM
           END-IF.

           IF MU-CD-RESULT = MU-CD-CHECK
               SET MU-CHECK-DIGIT-OK TO TRUE
           END-IF.
       2110-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-PROCESS-REQUEST - A PF KEY HANDED OVER BY A TRANSACTION.
      * THE MENU KEY STACKS THE CALLER, SO PF12 ON THE MENU RETURNS
      * TO THE SCREEN THE OPERATOR CAME FROM.
      *-----------------------------------------------------------------
       3000-PROCESS-REQUEST.
           EVALUATE TRUE
               WHEN ML-REQ-MENU
                   PERFORM 3300-PUSH-CALLER THRU 3300-EXIT
                   PERFORM 1000-SEND-MENU THRU 1000-EXIT
               WHEN ML-REQ-PREVIOUS
                   PERFORM 3200-GO-BACK THRU 3200-EXIT
               WHEN ML-REQ-FUNCTION
                   PERFORM 3100-START-FUNCTION THRU 3100-EXIT
               WHEN OTHER
                   PERFORM 1000-SEND-MENU THRU 1000-EXIT
           END-EVALUATE.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3100-START-FUNCTION - STARTS THE FUNCTION IN ML-FUNCTION FOR
      * THE PROGRAM IN ML-CALLER.  A FUNCTION THE OPERATOR MAY NOT
      * USE LEAVES THEM ON THE MENU (WITH THE CALLER STACKED FOR
      * PF12).  ASKING FOR THE SCREEN ALREADY IN USE RE-STARTS IT
      * WITHOUT STACKING IT A SECOND TIME.
      *-----------------------------------------------------------------
       3100-START-FUNCTION.
           MOVE ZERO TO MU-FN-SUB.
           MOVE 'N' TO MU-FN-FOUND-SW.
           PERFORM 3110-FIND-FUNCTION THRU 3110-EXIT
               UNTIL MU-FN-FOUND OR MU-FN-SUB = 6.

           IF NOT MU-FN-FOUND
               PERFORM 3300-PUSH-CALLER THRU 3300-EXIT
               MOVE 'FUNCTION NOT ON THE MENU' TO MU-MSG
               PERFORM 1000-SEND-MENU THRU 1000-EXIT
               GO TO 3100-EXIT
           END-IF.

           PERFORM 1100-LOAD-AUTHORITY THRU 1100-EXIT.
           IF MU-ALLOWED(MU-FN-SUB) NOT = 'Y'
               PERFORM 3300-PUSH-CALLER THRU 3300-EXIT
               MOVE 'NOT AUTHORIZED - SEE YOUR SUPERVISOR' TO MU-MSG
               PERFORM 1000-SEND-MENU THRU 1000-EXIT
               GO TO 3100-EXIT
           END-IF.

           IF ML-CALLER NOT = MU-FN-PROGRAM(MU-FN-SUB)
               PERFORM 3300-PUSH-CALLER THRU 3300-EXIT
           END-IF.
           MOVE MU-FN-PROGRAM(MU-FN-SUB) TO MU-TARGET-PGM.
           PERFORM 3400-TRANSFER THRU 3400-EXIT.
       3100-EXIT.
           EXIT.

       3110-FIND-FUNCTION.
           ADD 1 TO MU-FN-SUB.
           IF MU-FN-CODE(MU-FN-SUB) = ML-FUNCTION
               SET MU-FN-FOUND TO TRUE
           END-IF.
       3110-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3200-GO-BACK - PREVIOUS SCREEN.  TAKES THE LATEST ENTRY OFF
      * THE STACK; THE MENU ITSELF OR AN EMPTY STACK SHOWS THE MENU.
      *-----------------------------------------------------------------
       3200-GO-BACK.
           IF ML-STACK-COUNT NOT NUMERIC
                   OR ML-STACK-COUNT = ZERO
               MOVE ZERO TO ML-STACK-COUNT
               IF ML-CALLER = MU-PROGRAM
                   MOVE 'NO PREVIOUS SCREEN' TO MU-MSG
               END-IF
               PERFORM 1000-SEND-MENU THRU 1000-EXIT
               GO TO 3200-EXIT
           END-IF.

           MOVE ML-STACK-PGM(ML-STACK-COUNT) TO MU-TARGET-PGM.
           MOVE SPACES TO ML-STACK-PGM(ML-STACK-COUNT).
           SUBTRACT 1 FROM ML-STACK-COUNT.

           IF MU-TARGET-PGM = MU-PROGRAM
               PERFORM 1000-SEND-MENU THRU 1000-EXIT
               GO TO 3200-EXIT
           END-IF.

           PERFORM 3400-TRANSFER THRU 3400-EXIT.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3300-PUSH-CALLER - STACKS ML-CALLER FOR THE PREVIOUS-SCREEN
      * KEY.  THE SAME SCREEN IS NOT STACKED TWICE IN A ROW, AND A
      * FULL STACK DROPS ITS OLDEST ENTRY.
      *-----------------------------------------------------------------
       3300-PUSH-CALLER.
           IF ML-CALLER = SPACES
               GO TO 3300-EXIT
           END-IF.
           IF ML-STACK-COUNT NOT NUMERIC
               MOVE ZERO TO ML-STACK-COUNT
           END-IF.
           IF ML-STACK-COUNT > ZERO
               IF ML-STACK-PGM(ML-STACK-COUNT) = ML-CALLER
                   GO TO 3300-EXIT
               END-IF
           END-IF.

           IF ML-STACK-COUNT = 5
               MOVE 1 TO MU-SUB
               PERFORM 3310-DROP-OLDEST THRU 3310-EXIT
                   UNTIL MU-SUB = 5
               MOVE 4 TO ML-STACK-COUNT
           END-IF.

           ADD 1 TO ML-STACK-COUNT.
           MOVE ML-CALLER TO ML-STACK-PGM(ML-STACK-COUNT).
       3300-EXIT.
           EXIT.

       3310-DROP-OLDEST.
           MOVE ML-STACK-PGM(MU-SUB + 1) TO ML-STACK-PGM(MU-SUB).
           ADD 1 TO MU-SUB.
       3310-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3400-TRANSFER - XCTL TO MU-TARGET-PGM WITH MENU-LINK, REQUEST
      * FIELDS CLEARED SO THE TARGET TAKES IT AS A HAND-OVER.  CONTROL
      * COMES BACK HERE ONLY IF THE PROGRAM COULD NOT BE STARTED.
      *-----------------------------------------------------------------
       3400-TRANSFER.
           MOVE SPACES TO ML-REQUEST.
           MOVE SPACES TO ML-FUNCTION.
           MOVE SPACES TO ML-CALLER.
           EXEC CICS XCTL PROGRAM(MU-TARGET-PGM)
               COMMAREA(MENU-LINK)
               RESP(MU-RESP)
           END-EXEC.

           MOVE SPACES TO MU-MSG.
           STRING MU-TARGET-PGM DELIMITED BY SPACE
                   ' IS NOT AVAILABLE - PLEASE TRY AGAIN'
                       DELIMITED BY SIZE
               INTO MU-MSG
           END-STRING.
           PERFORM 1000-SEND-MENU THRU 1000-EXIT.
       3400-EXIT.
           EXIT.
