      *     09/02/2026  DO   SHOW FOLLOW-UP DUE INSTEAD OF NOTES ON
      *                      FILE WHEN A NOTE'S FOLLOW-UP DATE HAS
      *                      ARRIVED (SEE 8B-NOTE AND 21B-CALL).
      *     10/15/2026  DO   REJECT A KEYED CUSTNOI WHOSE MOD-11 CHECK
      *                      DIGIT FAILS BEFORE READING CUSTMAST.
      *     10/15/2026  DO   SHOW THE SEASONAL OR MAIL-TO ADDRESS IN
      *                      EFFECT TODAY (CUSTADDR, SEE 26B-ALTA) ON
      *                      NEW LINE ALTADDRO.  MAP REGENERATED - THE
      *                      OUTPUT AREA WAS MISSING THE LENGTH/ATTR
      *                      FILLER AHEAD OF MESSAGEO.
      *     10/15/2026  DO   JOIN THE 32B-MENU CUSTOMER SERVICE
      *                      SESSION - PF KEYS GO TO THE MENU, THE
      *                      PREVIOUS SCREEN OR ANOTHER FUNCTION WITH
      *                      THE CUSTOMER ON DISPLAY (MENU-LINK
      *                      CARRIED BEHIND IQ-COMMAREA), AND A
      *                      HAND-OVER FROM THE MENU SHOWS THE
      *                      CURRENT CUSTOMER AT ONCE.
      *     10/15/2026  DO   HOLD A CHECK-DIGIT REJECTED CUSTNOI OVER
      *                      THE MAP CLEAR SO THE REFUSED NUMBER SHOWS.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  1B-INQ.
	       03  FILLER REDEFINES LLNAMEF.
	           04  LLNAMEA		      PIC X.
	       03  LLNAMEI			      PIC X(030).
	   02  ALTADDRL 			      PIC S9(4) COMP-4.
	   02  ALTADDRF 			      PIC X.
	   02  FILLER REDEFINES ALTADDRF.
	       03  ALTADDRA			      PIC X.
	   02  ALTADDRI 			      PIC X(079).
       01  INQMAP1O REDEFINES INQMAP1I.
	   02  FILLER				      PIC X(12).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  OPENDATO			      PIC X(010).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  MESSAGEO 			      PIC X(079).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  LLNAMEO			      PIC X(030).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  ALTADDRO 			      PIC X(079).

      *-----------------------------------------------------------------
      * SHARED RECORD LAYOUTS.
      *-----------------------------------------------------------------
       COPY CUSTREC.
       COPY CUSTNOTE.
       COPY CUSTADDR.
       COPY MENULINK.
       COPY DFHAID.

      *-----------------------------------------------------------------
      * PROGRAM WORKING-STORAGE.
           05  IQ-FILE-CUSTMAST            PIC X(08) VALUE 'CUSTMAST'.
           05  IQ-FILE-CUSTNAME            PIC X(08) VALUE 'CUSTNAME'.
           05  IQ-FILE-NOTEFILE            PIC X(08) VALUE 'NOTEFILE'.
           05  IQ-FILE-CUSTADDR            PIC X(08) VALUE 'CUSTADDR'.
           05  IQ-PROGRAM                  PIC X(08) VALUE '1B-INQ'.
           05  IQ-TRANSID                  PIC X(04) VALUE 'CINQ'.
           05  IQ-MENU-PROGRAM             PIC X(08) VALUE '32B-MENU'.

       77  IQ-RESP                         PIC S9(8) COMP.
       77  IQ-NEXT-TRANSID                 PIC X(04).
       77  IQ-PF-KEY-SW                    PIC X(01) VALUE 'N'.
           88  IQ-PF-KEY-USED                        VALUE 'Y'.
       77  IQ-MSG-PTR                      PIC 9(03) VALUE 1.
       77  IQ-LIST-COUNT                   PIC 9(02) VALUE ZERO.
       77  IQ-LNAME-LEN                    PIC 9(02) VALUE ZERO.
       77  IQ-ABSTIME                      PIC S9(15) COMP-3.
       77  IQ-DATE-OUT                     PIC X(08).
       77  IQ-TODAY                        PIC 9(08) VALUE ZERO.
       77  IQ-ALT-SW                       PIC X(01) VALUE 'N'.
           88  IQ-ALT-IN-EFFECT                      VALUE 'Y'.
       77  IQ-ALT-PTR                      PIC 9(03) VALUE 1.
       77  IQ-CHECK-DIGIT-SW               PIC X(01) VALUE 'N'.
           88  IQ-CHECK-DIGIT-OK                     VALUE 'Y'.
       77  IQ-REFUSED-CUSTNO               PIC X(06).
       77  IQ-CD-SUM                       PIC 9(03) COMP.
       77  IQ-CD-QUOT                      PIC 9(03) COMP.
       77  IQ-CD-REM                       PIC 9(02) COMP.
       77  IQ-CD-RESULT                    PIC 9(02) COMP.

       01  IQ-CD-CUSTNO.
           05  IQ-CD-DIGIT-1               PIC 9(01).
           05  IQ-CD-DIGIT-2               PIC 9(01).
           05  IQ-CD-DIGIT-3               PIC 9(01).
           05  IQ-CD-DIGIT-4               PIC 9(01).
           05  IQ-CD-DIGIT-5               PIC 9(01).
           05  IQ-CD-CHECK                 PIC 9(01).

       01  IQ-ADDR-KEY.
           05  IQ-AK-CUSTNO                PIC X(06).
           05  IQ-AK-TYPE                  PIC X(01).

       01  IQ-NOTE-KEY.
           05  IQ-NK-CUSTNO                PIC X(06).
           05  IQ-CA-CUSTNO-TAB OCCURS 10 TIMES.
               10  IQ-CA-CUSTNO            PIC X(06).

      *-----------------------------------------------------------------
      * WHAT GOES BACK TO CICS ON EVERY RETURN - THE COMMAREA ABOVE
      * FOLLOWED BY THE MENU SESSION (SEE MENULINK).
      *-----------------------------------------------------------------
       01  IQ-SESSION-AREA.
           05  IQ-SS-COMMAREA              PIC X(61).
           05  IQ-SS-MENU-LINK             PIC X(64).

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(125).

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      * 0000-MAINLINE - FIRST-TIME ENTRY SENDS A BLANK INQUIRY MAP;
      * RE-ENTRY RECEIVES THE MAP AND DISPATCHES ON WHAT THE OPERATOR
      * KEYED - A LIST-LINE SELECTION, A CUSTNOI LOOKUP, OR AN LNAMEI
      * SEARCH.  A COMMAREA THE LENGTH OF MENU-LINK IS A HAND-OVER
      * FROM 32B-MENU; A MENU PF KEY IS PASSED TO 32B-MENU BEFORE
      * THE MAP IS RECEIVED.  ONCE HANDED OVER THE TRANSACTION
      * RETURNS UNDER ITS OWN TRANSID, SINCE EIBTRNID IS THEN THE
      * TRANSACTION THAT STARTED THE TASK.
      *-----------------------------------------------------------------
       0000-MAINLINE.
           MOVE EIBTRNID TO IQ-NEXT-TRANSID.
           IF EIBCALEN = 0
               INITIALIZE MENU-LINK
               PERFORM 1000-SEND-BLANK-MAP THRU 1000-EXIT
           ELSE
               IF EIBCALEN = LENGTH OF MENU-LINK
                   MOVE DFHCOMMAREA(1:LENGTH OF MENU-LINK) TO MENU-LINK
                   MOVE IQ-TRANSID TO IQ-NEXT-TRANSID
                   PERFORM 1100-ARRIVE-FROM-MENU THRU 1100-EXIT
               ELSE
                   PERFORM 1050-RESUME-SESSION THRU 1050-EXIT
               END-IF
           END-IF.

           MOVE IQ-COMMAREA TO IQ-SS-COMMAREA.
           MOVE MENU-LINK   TO IQ-SS-MENU-LINK.
           EXEC CICS RETURN
               TRANSID(IQ-NEXT-TRANSID)
               COMMAREA(IQ-SESSION-AREA)
           END-EXEC.

       0000-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1050-RESUME-SESSION - RE-ENTRY.  RECEIVES THE MAP AND
      * DISPATCHES ON WHAT THE OPERATOR KEYED - A LIST-LINE
      * SELECTION, A CUSTNOI LOOKUP, OR AN LNAMEI SEARCH - UNLESS A
      * MENU PF KEY WAS PRESSED.
      *-----------------------------------------------------------------
       1050-RESUME-SESSION.
           IF EIBCALEN = LENGTH OF IQ-SESSION-AREA
               MOVE DFHCOMMAREA TO IQ-SESSION-AREA
               MOVE IQ-SS-COMMAREA  TO IQ-COMMAREA
               MOVE IQ-SS-MENU-LINK TO MENU-LINK
           ELSE
               INITIALIZE IQ-COMMAREA
               INITIALIZE MENU-LINK
           END-IF.

           PERFORM 1200-CHECK-PF-KEY THRU 1200-EXIT.
           IF IQ-PF-KEY-USED
               GO TO 1050-EXIT
           END-IF.

           EXEC CICS RECEIVE MAP(IQ-MAPNAME) MAPSET(IQ-MAPSET)
               INTO(INQMAP1I)
               RESP(IQ-RESP)
           END-EXEC.

           EVALUATE TRUE
               WHEN LISTSELI NOT = SPACES AND
                       LISTSELI NOT = LOW-VALUES AND IQ-STEP-LIST
                   PERFORM 3000-SELECT-FROM-LIST THRU 3000-EXIT
               WHEN CUSTNOI NOT = SPACES AND
                       CUSTNOI NOT = LOW-VALUES
                   PERFORM 1900-EDIT-KEYED-CUSTNO THRU 1900-EXIT
               WHEN LNAMEI NOT = SPACES AND LNAMEI NOT = LOW-VALUES
                   PERFORM 4000-LOOKUP-BY-NAME THRU 4000-EXIT
               WHEN OTHER
                   MOVE 'ENTER A CUSTOMER NUMBER OR A LAST NAME'
                       TO MESSAGEO
                   PERFORM 8000-SEND-MAP THRU 8000-EXIT
           END-EVALUATE.
       1050-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1100-ARRIVE-FROM-MENU - HANDED OVER BY 32B-MENU.  SHOWS THE
      * CURRENT CUSTOMER IN FULL, OR A BLANK MAP WHEN THERE IS NONE.
      *-----------------------------------------------------------------
       1100-ARRIVE-FROM-MENU.
           IF ML-CUSTNO = SPACES
               PERFORM 1000-SEND-BLANK-MAP THRU 1000-EXIT
               GO TO 1100-EXIT
           END-IF.

           EXEC CICS READ FILE(IQ-FILE-CUSTMAST)
               INTO(CUSTOMER-RECORD)
               RIDFLD(ML-CUSTNO)
               RESP(IQ-RESP)
           END-EXEC.

           IF IQ-RESP = DFHRESP(NORMAL)
               PERFORM 2500-FORMAT-CUSTOMER THRU 2500-EXIT
           ELSE
               MOVE LOW-VALUES TO INQMAP1O
               MOVE ML-CUSTNO TO CUSTNOO
               MOVE 'CUSTOMER NOT ON FILE' TO MESSAGEO
           END-IF.
           INITIALIZE IQ-COMMAREA.

           EXEC CICS SEND MAP(IQ-MAPNAME) MAPSET(IQ-MAPSET)
               ERASE
           END-EXEC.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1200-CHECK-PF-KEY - THE MENU PF KEYS (SEE MENULINK) ARE
      * HANDED TO 32B-MENU WITH THE CURRENT CUSTOMER.  ANY OTHER KEY
      * IS LEFT TO THE INQUIRY AS BEFORE.
      *-----------------------------------------------------------------
       1200-CHECK-PF-KEY.
           MOVE 'N' TO IQ-PF-KEY-SW.
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

           SET IQ-PF-KEY-USED TO TRUE.
           MOVE IQ-PROGRAM TO ML-CALLER.
           EXEC CICS XCTL PROGRAM(IQ-MENU-PROGRAM)
               COMMAREA(MENU-LINK)
               RESP(IQ-RESP)
           END-EXEC.

           MOVE SPACES TO ML-REQUEST.
           MOVE SPACES TO ML-FUNCTION.
           MOVE SPACES TO ML-CALLER.
           MOVE LOW-VALUES TO INQMAP1O.
           MOVE 'MENU NOT AVAILABLE - PF KEY IGNORED' TO MESSAGEO.
           EXEC CICS SEND MAP(IQ-MAPNAME) MAPSET(IQ-MAPSET)
               DATAONLY
           END-EXEC.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1900-EDIT-KEYED-CUSTNO - A CUSTOMER NUMBER KEYED BY THE
      * OPERATOR MUST CARRY A VALID MOD-11 CHECK DIGIT IN ITS SIXTH
      * POSITION (SEE NEXTNO) BEFORE CUSTMAST IS READ.  NUMBERS
      * PICKED FROM THE LIST CAME OFF THE FILE AND ARE NOT RE-EDITED.
      *-----------------------------------------------------------------
       1900-EDIT-KEYED-CUSTNO.
           MOVE 'N' TO IQ-CHECK-DIGIT-SW.
           IF CUSTNOI NUMERIC
               MOVE CUSTNOI TO IQ-CD-CUSTNO
               COMPUTE IQ-CD-SUM = IQ-CD-DIGIT-1 * 6
                                 + IQ-CD-DIGIT-2 * 5
                                 + IQ-CD-DIGIT-3 * 4
                                 + IQ-CD-DIGIT-4 * 3
                                 + IQ-CD-DIGIT-5 * 2
               DIVIDE IQ-CD-SUM BY 11 GIVING IQ-CD-QUOT
                   REMAINDER IQ-CD-REM
               IF IQ-CD-REM = ZERO
                   MOVE ZERO TO IQ-CD-RESULT
               ELSE
                   COMPUTE IQ-CD-RESULT = 11 - IQ-CD-REM
               END-IF
               IF IQ-CD-RESULT = IQ-CD-CHECK
                   SET IQ-CHECK-DIGIT-OK TO TRUE
               END-IF
           END-IF.

           IF NOT IQ-CHECK-DIGIT-OK
               MOVE CUSTNOI TO IQ-REFUSED-CUSTNO
               MOVE LOW-VALUES TO INQMAP1O
               MOVE IQ-REFUSED-CUSTNO TO CUSTNOO
               MOVE 'INVALID CUSTOMER NUMBER - CHECK DIGIT FAILED'
                   TO MESSAGEO
               INITIALIZE IQ-COMMAREA
               PERFORM 8000-SEND-MAP THRU 8000-EXIT
               GO TO 1900-EXIT
           END-IF.

           PERFORM 2000-LOOKUP-BY-CUSTNO THRU 2000-EXIT.
       1900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-LOOKUP-BY-CUSTNO - EXACT CUSTNOI LOOKUP (ORIGINAL PATH).
      * THE CUSTOMER FOUND BECOMES THE SESSION'S CURRENT CUSTOMER.
      *-----------------------------------------------------------------
       2000-LOOKUP-BY-CUSTNO.
           EXEC CICS READ FILE(IQ-FILE-CUSTMAST)
           END-IF.

           PERFORM 2500-FORMAT-CUSTOMER THRU 2500-EXIT.
           MOVE CM-CUSTNO TO ML-CUSTNO.
           INITIALIZE IQ-COMMAREA.
           PERFORM 8000-SEND-MAP THRU 8000-EXIT.
       2000-EXIT.
           END-STRING.

           PERFORM 2600-CHECK-NOTES THRU 2600-EXIT.
           PERFORM 2700-CHECK-ALT-ADDRESS THRU 2700-EXIT.

           MOVE SPACES TO MESSAGEO.
           MOVE 1 TO IQ-MSG-PTR.
       2610-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2700-CHECK-ALT-ADDRESS - BROWSES THE CUSTOMER'S ALTERNATE
      * ADDRESSES ON CUSTADDR (MAINTAINED BY 26B-ALTA) AND SHOWS THE
      * FIRST ONE IN EFFECT TODAY ON ALTADDRO.  MAIL-TO (M) SORTS
      * AHEAD OF SEASONAL (S), SO A MAIL-TO ADDRESS WINS WHEN BOTH
      * ARE IN EFFECT, THE WAY 9B-EXTR CHOOSES.  THE MASTER ADDRESS
      * ABOVE IS UNCHANGED.  RUNS AFTER 2600, WHICH SETS IQ-TODAY.
      *-----------------------------------------------------------------
       2700-CHECK-ALT-ADDRESS.
           MOVE 'N' TO IQ-ALT-SW.
           MOVE 'N' TO IQ-BROWSE-SW.
           MOVE CM-CUSTNO  TO IQ-AK-CUSTNO.
           MOVE LOW-VALUES TO IQ-AK-TYPE.

           EXEC CICS STARTBR FILE(IQ-FILE-CUSTADDR)
               RIDFLD(IQ-ADDR-KEY)
               GTEQ
               RESP(IQ-RESP)
           END-EXEC.

           IF IQ-RESP = DFHRESP(NORMAL)
               SET IQ-BROWSE-OPEN TO TRUE
               PERFORM 2710-SCAN-ONE-ADDRESS THRU 2710-EXIT
                   UNTIL NOT IQ-BROWSE-OPEN OR IQ-ALT-IN-EFFECT
               EXEC CICS ENDBR FILE(IQ-FILE-CUSTADDR) END-EXEC
           END-IF.

           IF NOT IQ-ALT-IN-EFFECT
               GO TO 2700-EXIT
           END-IF.

           MOVE SPACES TO ALTADDRO.
           MOVE 1 TO IQ-ALT-PTR.
           IF AD-TYPE-MAIL-TO
               STRING 'MAIL-TO' DELIMITED BY SIZE
                   INTO ALTADDRO
                   WITH POINTER IQ-ALT-PTR
               END-STRING
           ELSE
               STRING 'SEASONAL' DELIMITED BY SIZE
                   INTO ALTADDRO
                   WITH POINTER IQ-ALT-PTR
               END-STRING
           END-IF.
           IF AD-THRU-DATE NOT = 99999999
               STRING ' THRU ' AD-THRU-DATE(5:2) '/'
                       AD-THRU-DATE(7:2) '/' AD-THRU-DATE(1:4)
                   DELIMITED BY SIZE
                   INTO ALTADDRO
                   WITH POINTER IQ-ALT-PTR
               END-STRING
           END-IF.
           STRING ': '       DELIMITED BY SIZE
                   AD-ADDR    DELIMITED BY '  '
                   ', '       DELIMITED BY SIZE
                   AD-CITY    DELIMITED BY '  '
                   ' '        DELIMITED BY SIZE
                   AD-STATE   DELIMITED BY SIZE
                   ' '        DELIMITED BY SIZE
                   AD-ZIPCODE DELIMITED BY SPACE
               INTO ALTADDRO
               WITH POINTER IQ-ALT-PTR
           END-STRING.
       2700-EXIT.
           EXIT.

       2710-SCAN-ONE-ADDRESS.
           EXEC CICS READNEXT FILE(IQ-FILE-CUSTADDR)
               INTO(CUSTADDR-RECORD)
               RIDFLD(IQ-ADDR-KEY)
               RESP(IQ-RESP)
           END-EXEC.

           IF IQ-RESP NOT = DFHRESP(NORMAL)
               MOVE 'N' TO IQ-BROWSE-SW
               GO TO 2710-EXIT
           END-IF.

           IF AD-CUSTNO NOT = CM-CUSTNO
               MOVE 'N' TO IQ-BROWSE-SW
               GO TO 2710-EXIT
           END-IF.

           IF AD-FROM-DATE NOT > IQ-TODAY
                   AND AD-THRU-DATE NOT < IQ-TODAY
               SET IQ-ALT-IN-EFFECT TO TRUE
           END-IF.
       2710-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-SELECT-FROM-LIST - OPERATOR KEYED A LINE NUMBER AGAINST
      * THE RESULT LIST BUILT BY 4000-LOOKUP-BY-NAME.
