      *****************************************************************
      * PROGRAM-ID   : 26B-ALTA
      * AUTHOR       : D. OKAFOR - APPLICATIONS PROGRAMMING
      * INSTALLATION : CUSTOMER SERVICES DATA CENTER
      * DATE-WRITTEN : 10/15/2026
      * DATE-COMPILED:
      *-----------------------------------------------------------------
      * REMARKS.
      *     CICS PSEUDO-CONVERSATIONAL ALTERNATE-ADDRESS MAINTENANCE
      *     TRANSACTION.  A CUSTOMER MAY CARRY A SEASONAL (S) ADDRESS
      *     AND A SEPARATE MAIL-TO (M) ADDRESS ON CUSTADDR, EACH IN
      *     EFFECT FROM ITS FROM-DATE THROUGH ITS THRU-DATE, WITHOUT
      *     TOUCHING THE MASTER ADDRESS ON CUSTMAST.  THE OPERATOR
      *     KEYS A CUSTOMER NUMBER, AN ACTION (A ADD, C CHANGE,
      *     D DELETE, I OR BLANK INQUIRE) AND THE ADDRESS TYPE.
      *     A CHANGE OR DELETE MUST FOLLOW AN INQUIRY OF THE SAME
      *     ENTRY; THE ENTRY AS SHOWN IS KEPT IN THE COMMAREA AND
      *     COMPARED WITH THE FILE BEFORE THE UPDATE, THE WAY 2B-MAIN
      *     GUARDS CUSTMAST.  ADDRESSES GET THE SAME STATE/ZIP
      *     CROSS-EDIT AS 2B-MAIN.  EVERY ADD, CHANGE AND DELETE IS
      *     LOGGED TO CUSTHIST AS ACTION L WITH THE CUSTADDR RECORD
      *     AS THE BEFORE/AFTER IMAGE.  EVERY TRIP LISTS THE
      *     CUSTOMER'S ALTERNATE ADDRESSES, * MARKING THOSE IN
      *     EFFECT TODAY.  1B-INQ SHOWS THE ONE IN EFFECT AND 9B-EXTR
      *     MAILS TO IT.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY.
      *     10/15/2026  DO   INITIAL VERSION.
      *     10/15/2026  DO   CLEAR CH-APPROVED-OPID (NEW ON CUSTHIST)
      *                      ON EVERY HISTORY WRITE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  26B-ALTA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * SYMBOLIC MAP of 26B-ALTA Created by CACXBMS Version 6.1.0002
       01  ALTAMAPI.
	   02  FILLER				      PIC X(12).
	   02  TRANID4L 			      PIC S9(4) COMP-4.
	   02  TRANID4F 			      PIC X.
	   02  FILLER REDEFINES TRANID4F.
	       03  TRANID4A			      PIC X.
	   02  TRANID4I 			      PIC X(004).
	   02  CUSTNO4L 			      PIC S9(4) COMP-4.
	   02  CUSTNO4F 			      PIC X.
	   02  FILLER REDEFINES CUSTNO4F.
	       03  CUSTNO4A			      PIC X.
	   02  CUSTNO4I 			      PIC X(006).
	   02  ACTION4L 			      PIC S9(4) COMP-4.
	   02  ACTION4F 			      PIC X.
	   02  FILLER REDEFINES ACTION4F.
	       03  ACTION4A			      PIC X.
	   02  ACTION4I 			      PIC X(001).
	   02  ADRTYP4L 			      PIC S9(4) COMP-4.
	   02  ADRTYP4F 			      PIC X.
	   02  FILLER REDEFINES ADRTYP4F.
	       03  ADRTYP4A			      PIC X.
	   02  ADRTYP4I 			      PIC X(001).
	   02  FROMDT4L 			      PIC S9(4) COMP-4.
	   02  FROMDT4F 			      PIC X.
	   02  FILLER REDEFINES FROMDT4F.
	       03  FROMDT4A			      PIC X.
	   02  FROMDT4I 			      PIC X(010).
	   02  THRUDT4L 			      PIC S9(4) COMP-4.
	   02  THRUDT4F 			      PIC X.
	   02  FILLER REDEFINES THRUDT4F.
	       03  THRUDT4A			      PIC X.
	   02  THRUDT4I 			      PIC X(010).
	   02  ADDR4L				      PIC S9(4) COMP-4.
	   02  ADDR4F				      PIC X.
	   02  FILLER REDEFINES ADDR4F.
	       03  ADDR4A			      PIC X.
	   02  ADDR4I				      PIC X(030).
	   02  CITY4L				      PIC S9(4) COMP-4.
	   02  CITY4F				      PIC X.
	   02  FILLER REDEFINES CITY4F.
	       03  CITY4A			      PIC X.
	   02  CITY4I				      PIC X(020).
	   02  STATE4L				      PIC S9(4) COMP-4.
	   02  STATE4F				      PIC X.
	   02  FILLER REDEFINES STATE4F.
	       03  STATE4A			      PIC X.
	   02  STATE4I				      PIC X(002).
	   02  ZIPCOD4L 			      PIC S9(4) COMP-4.
	   02  ZIPCOD4F 			      PIC X.
	   02  FILLER REDEFINES ZIPCOD4F.
	       03  ZIPCOD4A			      PIC X.
	   02  ZIPCOD4I 			      PIC X(010).
	   02  MSG4L				      PIC S9(4) COMP-4.
	   02  MSG4F				      PIC X.
	   02  FILLER REDEFINES MSG4F.
	       03  MSG4A			      PIC X.
	   02  MSG4I				      PIC X(079).
	   02  DUMMY4L				      PIC S9(4) COMP-4.
	   02  DUMMY4F				      PIC X.
	   02  FILLER REDEFINES DUMMY4F.
	       03  DUMMY4A			      PIC X.
	   02  DUMMY4I				      PIC X(001).
	   02  LISTAREA OCCURS 2 TIMES.
	       03  LALTL			      PIC S9(4) COMP-4.
	       03  LALTF			      PIC X.
	       03  FILLER REDEFINES LALTF.
	           04  LALTA			      PIC X.
	       03  LALTI			      PIC X(078).
       01  ALTAMAPO REDEFINES ALTAMAPI.
	   02  FILLER				      PIC X(12).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  TRANID4O 			      PIC X(004).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  CUSTNO4O 			      PIC X(006).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  ACTION4O 			      PIC X(001).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  ADRTYP4O 			      PIC X(001).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  FROMDT4O 			      PIC X(010).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  THRUDT4O 			      PIC X(010).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  ADDR4O				      PIC X(030).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  CITY4O				      PIC X(020).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  STATE4O				      PIC X(002).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  ZIPCOD4O 			      PIC X(010).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  MSG4O				      PIC X(079).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  DUMMY4O				      PIC X(001).
	   02  LISTAREAO OCCURS 2 TIMES.
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  LALTO			      PIC X(078).

      *-----------------------------------------------------------------
      * SHARED RECORD LAYOUTS.
      *-----------------------------------------------------------------
       COPY CUSTREC.
       COPY CUSTADDR.
       COPY CUSTHIST.
       COPY OPAUTH.
       COPY STATEZIP.

      *-----------------------------------------------------------------
      * PROGRAM WORKING-STORAGE.
      *-----------------------------------------------------------------
       01  AL-CONSTANTS.
           05  AL-MAPSET                   PIC X(08) VALUE 'ALTASET'.
           05  AL-MAPNAME                  PIC X(08) VALUE 'ALTAMAP'.
           05  AL-FILE-CUSTMAST            PIC X(08) VALUE 'CUSTMAST'.
           05  AL-FILE-CUSTADDR            PIC X(08) VALUE 'CUSTADDR'.
           05  AL-FILE-CUSTHIST            PIC X(08) VALUE 'CUSTHIST'.
           05  AL-FILE-OPAUTH              PIC X(08) VALUE 'OPAUTH'.
           05  AL-FILE-STATEZIP            PIC X(08) VALUE 'STATEZIP'.

       77  AL-RESP                         PIC S9(8) COMP.
       77  AL-ZIP3                         PIC X(03).
       77  AL-ABSTIME                      PIC S9(15) COMP-3.
       77  AL-DATE-OUT                     PIC X(08).
       77  AL-TIME-OUT                     PIC X(06).
       77  AL-TODAY                        PIC 9(08) VALUE ZERO.
       77  AL-ACTION                       PIC X(01) VALUE SPACE.
       77  AL-NEXT-ACTION                  PIC X(01) VALUE SPACE.
       77  AL-MSG                          PIC X(79) VALUE SPACES.
       77  AL-AUTH-SW                      PIC X(01) VALUE 'N'.
           88  AL-ACTION-AUTHORIZED                  VALUE 'Y'.
       77  AL-PERM-BYTE                    PIC X(01) VALUE SPACE.
       77  AL-EDIT-SW                      PIC X(01) VALUE 'Y'.
           88  AL-EDIT-OK                            VALUE 'Y'.
           88  AL-EDIT-FAILED                        VALUE 'N'.
       77  AL-DATE-SW                      PIC X(01) VALUE 'N'.
           88  AL-DATE-OK                            VALUE 'Y'.
       77  AL-SHOW-ENTRY-SW                PIC X(01) VALUE 'N'.
           88  AL-SHOW-ENTRY                         VALUE 'Y'.
       77  AL-BROWSE-SW                    PIC X(01) VALUE 'N'.
           88  AL-BROWSE-OPEN                        VALUE 'Y'.
       77  AL-LIST-COUNT                   PIC 9(02) VALUE ZERO.
       77  AL-HIST-LOGGED-SW               PIC X(01) VALUE 'N'.
           88  AL-HIST-LOGGED                        VALUE 'Y'.
       77  AL-HIST-TRIES                   PIC 9(02) COMP VALUE ZERO.
       77  AL-CHECK-DIGIT-SW               PIC X(01) VALUE 'N'.
           88  AL-CHECK-DIGIT-OK                     VALUE 'Y'.
       77  AL-CD-SUM                       PIC 9(03) COMP.
       77  AL-CD-QUOT                      PIC 9(03) COMP.
       77  AL-CD-REM                       PIC 9(02) COMP.
       77  AL-CD-RESULT                    PIC 9(02) COMP.
       77  AL-DATE-IN                      PIC X(10).
       77  AL-DATE-WORK                    PIC X(08).
       77  AL-DATE-NUM                     PIC 9(08).
       77  AL-DATE-DISP                    PIC X(10).
       77  AL-FROM-DISP                    PIC X(10).
       77  AL-THRU-DISP                    PIC X(10).
       77  AL-TYPE-DESC                    PIC X(08).
       77  AL-EFFECT-FLAG                  PIC X(01).

       01  AL-CD-CUSTNO.
           05  AL-CD-DIGIT-1               PIC 9(01).
           05  AL-CD-DIGIT-2               PIC 9(01).
           05  AL-CD-DIGIT-3               PIC 9(01).
           05  AL-CD-DIGIT-4               PIC 9(01).
           05  AL-CD-DIGIT-5               PIC 9(01).
           05  AL-CD-CHECK                 PIC 9(01).

       01  AL-DATE-PARTS.
           05  AL-DP-YYYY                  PIC X(04).
           05  AL-DP-MM                    PIC X(02).
           05  AL-DP-DD                    PIC X(02).

       01  AL-ADDR-KEY.
           05  AL-AK-CUSTNO                PIC X(06).
           05  AL-AK-TYPE                  PIC X(01).

       01  AL-BROWSE-KEY.
           05  AL-BK-CUSTNO                PIC X(06).
           05  AL-BK-TYPE                  PIC X(01).

       01  AL-NEW-IMAGE                    PIC X(120).
       01  AL-HIST-BEFORE                  PIC X(120).
       01  AL-HIST-AFTER                   PIC X(120).

       01  AL-COMMAREA.
           05  AL-CA-STEP                  PIC X(01).
               88  AL-STEP-ACTIVE                    VALUE 'A'.
               88  AL-STEP-SHOWN                     VALUE 'S'.
           05  AL-CA-CUSTNO                PIC X(06).
           05  AL-CA-TYPE                  PIC X(01).
           05  AL-CA-IMAGE                 PIC X(120).

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(128).

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      * 0000-MAINLINE - FIRST-TIME ENTRY SENDS A BLANK MAP; RE-ENTRY
      * RECEIVES THE MAP AND RUNS THE KEYED ACTION.
      *-----------------------------------------------------------------
       0000-MAINLINE.
           IF EIBCALEN = 0
               PERFORM 1000-SEND-BLANK-MAP THRU 1000-EXIT
           ELSE
               IF EIBCALEN = LENGTH OF AL-COMMAREA
                   MOVE DFHCOMMAREA TO AL-COMMAREA
               ELSE
                   INITIALIZE AL-COMMAREA
               END-IF

               PERFORM 2000-PROCESS-MAP THRU 2000-EXIT
           END-IF.

           EXEC CICS RETURN
               TRANSID(EIBTRNID)
               COMMAREA(AL-COMMAREA)
           END-EXEC.
       0000-EXIT.
           EXIT.
           GOBACK.

      *-----------------------------------------------------------------
      * 1000-SEND-BLANK-MAP - VERY FIRST ENTRY TO THE TRANSACTION.
      *-----------------------------------------------------------------
       1000-SEND-BLANK-MAP.
           MOVE LOW-VALUES TO ALTAMAPO.
           MOVE 'ENTER CUSTOMER, ACTION A/C/D/I AND TYPE S OR M'
               TO MSG4O.
           SET AL-STEP-ACTIVE TO TRUE.
           EXEC CICS SEND MAP(AL-MAPNAME) MAPSET(AL-MAPSET)
               ERASE
           END-EXEC.
       1000-EXIT.
           EXIT.

       1500-SEND-MAP-DATAONLY.
           EXEC CICS SEND MAP(AL-MAPNAME) MAPSET(AL-MAPSET)
               DATAONLY
           END-EXEC.
       1500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1600-SEND-MAP-ERASE - FULL SEND FOR A REBUILT SCREEN SO AN
      * EARLIER CUSTOMER'S ENTRY OR LIST LINES DO NOT SHOW THROUGH.
      *-----------------------------------------------------------------
       1600-SEND-MAP-ERASE.
           EXEC CICS SEND MAP(AL-MAPNAME) MAPSET(AL-MAPSET)
               ERASE
           END-EXEC.
       1600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-PROCESS-MAP - EDITS THE CUSTOMER NUMBER, ACTION AND
      * ADDRESS TYPE, CHECKS THE OPERATOR'S AUTHORITY FOR AN UPDATE
      * AND DISPATCHES TO THE ACTION.
      *-----------------------------------------------------------------
       2000-PROCESS-MAP.
           EXEC CICS RECEIVE MAP(AL-MAPNAME) MAPSET(AL-MAPSET)
               INTO(ALTAMAPI)
               RESP(AL-RESP)
           END-EXEC.

           PERFORM 2900-GET-TODAY THRU 2900-EXIT.
           MOVE SPACES TO AL-MSG.
           MOVE SPACE  TO AL-NEXT-ACTION.
           MOVE 'N'    TO AL-SHOW-ENTRY-SW.

           IF CUSTNO4I = SPACES OR CUSTNO4I = LOW-VALUES
               MOVE 'ENTER A CUSTOMER NUMBER' TO MSG4O
               PERFORM 1500-SEND-MAP-DATAONLY THRU 1500-EXIT
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2010-VERIFY-CHECK-DIGIT THRU 2010-EXIT.
           IF NOT AL-CHECK-DIGIT-OK
               MOVE 'INVALID CUSTOMER NUMBER - CHECK DIGIT FAILED'
                   TO MSG4O
               PERFORM 1500-SEND-MAP-DATAONLY THRU 1500-EXIT
               GO TO 2000-EXIT
           END-IF.

           MOVE CUSTNO4I TO AL-AK-CUSTNO.
           EXEC CICS READ FILE(AL-FILE-CUSTMAST)
               INTO(CUSTOMER-RECORD)
               RIDFLD(AL-AK-CUSTNO)
               RESP(AL-RESP)
           END-EXEC.
           IF AL-RESP NOT = DFHRESP(NORMAL)
               MOVE 'CUSTOMER NOT ON FILE' TO MSG4O
               PERFORM 1500-SEND-MAP-DATAONLY THRU 1500-EXIT
               GO TO 2000-EXIT
           END-IF.

           IF ACTION4I = SPACES OR ACTION4I = LOW-VALUES
               MOVE 'I' TO AL-ACTION
           ELSE
               MOVE ACTION4I TO AL-ACTION
           END-IF.
           IF AL-ACTION NOT = 'A' AND AL-ACTION NOT = 'C'
                   AND AL-ACTION NOT = 'D' AND AL-ACTION NOT = 'I'
               MOVE 'ACTION MUST BE A, C, D OR I' TO MSG4O
               PERFORM 1500-SEND-MAP-DATAONLY THRU 1500-EXIT
               GO TO 2000-EXIT
           END-IF.

           IF ADRTYP4I = SPACES OR ADRTYP4I = LOW-VALUES
               MOVE SPACE TO AL-AK-TYPE
           ELSE
               MOVE ADRTYP4I TO AL-AK-TYPE
           END-IF.
           IF (AL-AK-TYPE = SPACE AND AL-ACTION NOT = 'I')
                   OR (AL-AK-TYPE NOT = SPACE AND AL-AK-TYPE NOT = 'S'
                       AND AL-AK-TYPE NOT = 'M')
               MOVE 'ADDRESS TYPE MUST BE S (SEASONAL) OR M (MAIL-TO)'
                   TO MSG4O
               PERFORM 1500-SEND-MAP-DATAONLY THRU 1500-EXIT
               GO TO 2000-EXIT
           END-IF.

           IF AL-ACTION NOT = 'I'
               PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT
               IF NOT AL-ACTION-AUTHORIZED
                   MOVE 'NOT AUTHORIZED TO MAINTAIN ALTERNATE ADDRESSES'
                       TO MSG4O
                   PERFORM 1500-SEND-MAP-DATAONLY THRU 1500-EXIT
                   GO TO 2000-EXIT
               END-IF
           END-IF.

           EVALUATE AL-ACTION
               WHEN 'A'
                   PERFORM 4000-ADD-ADDRESS THRU 4000-EXIT
               WHEN 'C'
                   PERFORM 5000-CHANGE-ADDRESS THRU 5000-EXIT
               WHEN 'D'
                   PERFORM 6000-DELETE-ADDRESS THRU 6000-EXIT
               WHEN OTHER
                   PERFORM 3000-INQUIRE-ADDRESS THRU 3000-EXIT
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
           MOVE 'N' TO AL-CHECK-DIGIT-SW.
           IF CUSTNO4I NOT NUMERIC
               GO TO 2010-EXIT
           END-IF.

           MOVE CUSTNO4I TO AL-CD-CUSTNO.
           COMPUTE AL-CD-SUM = AL-CD-DIGIT-1 * 6
                             + AL-CD-DIGIT-2 * 5
                             + AL-CD-DIGIT-3 * 4
                             + AL-CD-DIGIT-4 * 3
                             + AL-CD-DIGIT-5 * 2.
           DIVIDE AL-CD-SUM BY 11 GIVING AL-CD-QUOT
               REMAINDER AL-CD-REM.
           IF AL-CD-REM = ZERO
               MOVE ZERO TO AL-CD-RESULT
           ELSE
               COMPUTE AL-CD-RESULT = 11 - AL-CD-REM
           END-IF.

           IF AL-CD-RESULT = AL-CD-CHECK
               SET AL-CHECK-DIGIT-OK TO TRUE
           END-IF.
       2010-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2100-CHECK-AUTHORITY - AN ALTERNATE ADDRESS IS PART OF THE
      * CUSTOMER'S ADDRESS, SO ADD, CHANGE AND DELETE ALL RIDE
      * OA-PERM-CHANGE.  A BLANK BYTE FALLS BACK TO THE LEVEL RULES,
      * UNDER WHICH SUPERVISORS AND REGULARS MAY BOTH CHANGE; AN
      * OPERATOR NOT ON OPAUTH IS TREATED AS A REGULAR, AS 2B-MAIN
      * DOES.
      *-----------------------------------------------------------------
       2100-CHECK-AUTHORITY.
           MOVE 'N' TO AL-AUTH-SW.
           MOVE EIBOPID TO OA-OPID.

           EXEC CICS READ FILE(AL-FILE-OPAUTH)
               INTO(OPAUTH-RECORD)
               RIDFLD(OA-OPID)
               RESP(AL-RESP)
           END-EXEC.

           IF AL-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO OPAUTH-RECORD
               MOVE 'R' TO OA-AUTH-LEVEL
           END-IF.

           MOVE OA-PERM-CHANGE TO AL-PERM-BYTE.
           EVALUATE TRUE
               WHEN AL-PERM-BYTE = 'Y'
                   SET AL-ACTION-AUTHORIZED TO TRUE
               WHEN AL-PERM-BYTE = 'N'
                   CONTINUE
               WHEN OA-SUPERVISOR OR OA-REGULAR
                   SET AL-ACTION-AUTHORIZED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2900-GET-TODAY - TODAY'S DATE FOR THE IN-EFFECT TEST, THE
      * DEFAULT FROM-DATE AND THE LAST-MAINTAINED STAMP.
      *-----------------------------------------------------------------
       2900-GET-TODAY.
           EXEC CICS ASKTIME ABSTIME(AL-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(AL-ABSTIME)
               YYYYMMDD(AL-DATE-OUT)
           END-EXEC.
           MOVE AL-DATE-OUT TO AL-TODAY.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-INQUIRE-ADDRESS - WITH A TYPE KEYED, SHOWS THAT ENTRY AND
      * REMEMBERS IT IN THE COMMAREA AS THE IMAGE A CHANGE OR DELETE
      * MUST START FROM.  WITHOUT A TYPE, JUST LISTS THE CUSTOMER'S
      * ALTERNATE ADDRESSES.  A CALLER'S MESSAGE IN AL-MSG WINS OVER
      * THE DEFAULT WHEN THE ENTRY IS FOUND.
      *-----------------------------------------------------------------
       3000-INQUIRE-ADDRESS.
           INITIALIZE AL-COMMAREA.
           SET AL-STEP-ACTIVE TO TRUE.

           IF AL-AK-TYPE = SPACE
               PERFORM 7000-SEND-RESULT THRU 7000-EXIT
               GO TO 3000-EXIT
           END-IF.

           EXEC CICS READ FILE(AL-FILE-CUSTADDR)
               INTO(CUSTADDR-RECORD)
               RIDFLD(AL-ADDR-KEY)
               RESP(AL-RESP)
           END-EXEC.

           IF AL-RESP NOT = DFHRESP(NORMAL)
               MOVE 'A' TO AL-NEXT-ACTION
               MOVE 'NO ADDRESS OF THAT TYPE ON FILE - KEY A TO ADD ONE'
                   TO AL-MSG
               PERFORM 7000-SEND-RESULT THRU 7000-EXIT
               GO TO 3000-EXIT
           END-IF.

           SET AL-STEP-SHOWN    TO TRUE.
           MOVE AL-AK-CUSTNO    TO AL-CA-CUSTNO.
           MOVE AL-AK-TYPE      TO AL-CA-TYPE.
           MOVE CUSTADDR-RECORD TO AL-CA-IMAGE.
           SET AL-SHOW-ENTRY    TO TRUE.
           IF AL-MSG = SPACES
               MOVE 'ENTRY SHOWN - KEY C TO CHANGE IT OR D TO DELETE IT'
                   TO AL-MSG
           END-IF.
           PERFORM 7000-SEND-RESULT THRU 7000-EXIT.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4000-ADD-ADDRESS - EDITS THE KEYED ENTRY AND WRITES IT.  AN
      * ENTRY OF THE SAME TYPE ALREADY ON FILE IS REFUSED - IT MUST
      * BE CHANGED INSTEAD.  THE NEW ENTRY IS KEPT IN THE COMMAREA
      * SO THE OPERATOR CAN CORRECT IT STRAIGHT AWAY WITH A C.
      *-----------------------------------------------------------------
       4000-ADD-ADDRESS.
           PERFORM 4500-EDIT-ADDRESS-FIELDS THRU 4500-EXIT.
           IF AL-EDIT-FAILED
               MOVE AL-MSG TO MSG4O
               PERFORM 1500-SEND-MAP-DATAONLY THRU 1500-EXIT
               GO TO 4000-EXIT
           END-IF.

           EXEC CICS WRITE FILE(AL-FILE-CUSTADDR)
               FROM(CUSTADDR-RECORD)
               RIDFLD(AD-ADDR-KEY)
               RESP(AL-RESP)
           END-EXEC.

           IF AL-RESP = DFHRESP(DUPREC)
               MOVE 'ADDRESS OF THAT TYPE ALREADY ON FILE - CHANGE IT'
                   TO MSG4O
               PERFORM 1500-SEND-MAP-DATAONLY THRU 1500-EXIT
               GO TO 4000-EXIT
           END-IF.
           IF AL-RESP NOT = DFHRESP(NORMAL)
               MOVE 'UPDATE FAILED - PLEASE TRY AGAIN' TO MSG4O
               PERFORM 1500-SEND-MAP-DATAONLY THRU 1500-EXIT
               GO TO 4000-EXIT
           END-IF.

           MOVE SPACES          TO AL-HIST-BEFORE.
           MOVE CUSTADDR-RECORD TO AL-HIST-AFTER.
           PERFORM 9000-WRITE-HISTORY THRU 9000-EXIT.

           SET AL-STEP-SHOWN    TO TRUE.
           MOVE AL-AK-CUSTNO    TO AL-CA-CUSTNO.
           MOVE AL-AK-TYPE      TO AL-CA-TYPE.
           MOVE CUSTADDR-RECORD TO AL-CA-IMAGE.
           SET AL-SHOW-ENTRY    TO TRUE.
           IF AL-HIST-LOGGED
               MOVE 'ALTERNATE ADDRESS ADDED' TO AL-MSG
           ELSE
               MOVE 'ALT ADDRESS ADDED - HISTORY LOG WRITE FAILED'
                   TO AL-MSG
           END-IF.
           PERFORM 7000-SEND-RESULT THRU 7000-EXIT.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4500-EDIT-ADDRESS-FIELDS - BUILDS THE NEW ENTRY IN
      * CUSTADDR-RECORD FROM THE SCREEN.  ADDRESS, CITY, STATE AND
      * ZIP ARE REQUIRED AND MUST PASS THE STATE/ZIP CROSS-EDIT.  A
      * BLANK FROM-DATE MEANS TODAY ON AN ADD AND IS LEFT AS IT WAS
      * ON A CHANGE; A BLANK THRU-DATE MEANS NO END DATE.
      *-----------------------------------------------------------------
       4500-EDIT-ADDRESS-FIELDS.
           SET AL-EDIT-OK TO TRUE.

           IF AL-ACTION = 'C'
               MOVE AL-CA-IMAGE TO CUSTADDR-RECORD
           ELSE
               MOVE SPACES   TO CUSTADDR-RECORD
               MOVE AL-TODAY TO AD-FROM-DATE
           END-IF.
           MOVE AL-AK-CUSTNO TO AD-CUSTNO.
           MOVE AL-AK-TYPE   TO AD-ADDR-TYPE.

           IF ADDR4I = SPACES OR ADDR4I = LOW-VALUES
                   OR CITY4I = SPACES OR CITY4I = LOW-VALUES
                   OR STATE4I = SPACES OR STATE4I = LOW-VALUES
                   OR ZIPCOD4I = SPACES OR ZIPCOD4I = LOW-VALUES
               SET AL-EDIT-FAILED TO TRUE
               MOVE 'ADDRESS, CITY, STATE AND ZIP ARE ALL REQUIRED'
                   TO AL-MSG
               GO TO 4500-EXIT
           END-IF.
           MOVE ADDR4I   TO AD-ADDR.
           MOVE CITY4I   TO AD-CITY.
           MOVE STATE4I  TO AD-STATE.
           MOVE ZIPCOD4I TO AD-ZIPCODE.

           IF FROMDT4I NOT = SPACES AND FROMDT4I NOT = LOW-VALUES
               MOVE FROMDT4I TO AL-DATE-IN
               PERFORM 4600-EDIT-DATE THRU 4600-EXIT
               IF NOT AL-DATE-OK
                   SET AL-EDIT-FAILED TO TRUE
                   MOVE 'FROM DATE MUST BE A VALID MM/DD/YYYY' TO AL-MSG
                   GO TO 4500-EXIT
               END-IF
               MOVE AL-DATE-NUM TO AD-FROM-DATE
           END-IF.

           IF THRUDT4I = SPACES OR THRUDT4I = LOW-VALUES
               MOVE 99999999 TO AD-THRU-DATE
           ELSE
               MOVE THRUDT4I TO AL-DATE-IN
               PERFORM 4600-EDIT-DATE THRU 4600-EXIT
               IF NOT AL-DATE-OK
                   SET AL-EDIT-FAILED TO TRUE
                   MOVE 'THRU DATE MUST BE A VALID MM/DD/YYYY OR BLANK'
                       TO AL-MSG
                   GO TO 4500-EXIT
               END-IF
               MOVE AL-DATE-NUM TO AD-THRU-DATE
           END-IF.

           IF AD-THRU-DATE < AD-FROM-DATE
               SET AL-EDIT-FAILED TO TRUE
               MOVE 'THRU DATE IS BEFORE FROM DATE' TO AL-MSG
               GO TO 4500-EXIT
           END-IF.

           PERFORM 4700-EDIT-STATE-ZIP THRU 4700-EXIT.
           IF AL-EDIT-FAILED
               GO TO 4500-EXIT
           END-IF.

           MOVE AL-TODAY TO AD-LAST-DATE.
           MOVE EIBOPID  TO AD-LAST-OPID.
       4500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4600-EDIT-DATE - EDITS AL-DATE-IN AS MM/DD/YYYY AND RETURNS
      * IT AS YYYYMMDD IN AL-DATE-NUM.
      *-----------------------------------------------------------------
       4600-EDIT-DATE.
           MOVE 'N' TO AL-DATE-SW.

           IF AL-DATE-IN(1:2) NOT NUMERIC
                   OR AL-DATE-IN(3:1) NOT = '/'
                   OR AL-DATE-IN(4:2) NOT NUMERIC
                   OR AL-DATE-IN(6:1) NOT = '/'
                   OR AL-DATE-IN(7:4) NOT NUMERIC
               GO TO 4600-EXIT
           END-IF.

           IF AL-DATE-IN(1:2) < '01' OR AL-DATE-IN(1:2) > '12'
                   OR AL-DATE-IN(4:2) < '01' OR AL-DATE-IN(4:2) > '31'
               GO TO 4600-EXIT
           END-IF.

           STRING AL-DATE-IN(7:4) AL-DATE-IN(1:2) AL-DATE-IN(4:2)
               DELIMITED BY SIZE
               INTO AL-DATE-WORK
           END-STRING.
           MOVE AL-DATE-WORK TO AL-DATE-NUM.
           SET AL-DATE-OK TO TRUE.
       4600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4700-EDIT-STATE-ZIP - THE 2B-MAIN CROSS-EDIT: A ZIP3 PREFIX
      * NOT ON STATEZIP CANNOT BE VALIDATED AND IS ALLOWED THROUGH; A
      * ZIP3 ON FILE THAT NAMES A DIFFERENT STATE IS REJECTED.
      *-----------------------------------------------------------------
       4700-EDIT-STATE-ZIP.
           MOVE AD-ZIPCODE(1:3) TO AL-ZIP3.

           EXEC CICS READ FILE(AL-FILE-STATEZIP)
               INTO(STATEZIP-RECORD)
               RIDFLD(AL-ZIP3)
               RESP(AL-RESP)
           END-EXEC.

           IF AL-RESP = DFHRESP(NORMAL)
               IF SZ-STATE NOT = AD-STATE
                   SET AL-EDIT-FAILED TO TRUE
                   MOVE 'STATE DOES NOT MATCH ZIP CODE - VERIFY ADDRESS'
                       TO AL-MSG
               END-IF
           END-IF.
       4700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5000-CHANGE-ADDRESS - ONLY AN ENTRY JUST SHOWN BY AN INQUIRY
      * CAN BE CHANGED; OTHERWISE IT IS SHOWN NOW FOR THE OPERATOR TO
      * VERIFY.  THE EDITED ENTRY IS HELD ASIDE WHILE THE FILE RECORD
      * IS READ FOR UPDATE AND COMPARED WITH THE IMAGE SHOWN.
      *-----------------------------------------------------------------
       5000-CHANGE-ADDRESS.
           IF NOT AL-STEP-SHOWN OR AL-CA-CUSTNO NOT = AL-AK-CUSTNO
                   OR AL-CA-TYPE NOT = AL-AK-TYPE
               MOVE 'ENTRY SHOWN - VERIFY IT AND KEY C AGAIN TO CHANGE'
                   TO AL-MSG
               PERFORM 3000-INQUIRE-ADDRESS THRU 3000-EXIT
               GO TO 5000-EXIT
           END-IF.

           PERFORM 4500-EDIT-ADDRESS-FIELDS THRU 4500-EXIT.
           IF AL-EDIT-FAILED
               MOVE AL-MSG TO MSG4O
               PERFORM 1500-SEND-MAP-DATAONLY THRU 1500-EXIT
               GO TO 5000-EXIT
           END-IF.
           MOVE CUSTADDR-RECORD TO AL-NEW-IMAGE.

           EXEC CICS READ FILE(AL-FILE-CUSTADDR)
               INTO(CUSTADDR-RECORD)
               RIDFLD(AL-ADDR-KEY)
               UPDATE
               RESP(AL-RESP)
           END-EXEC.
           IF AL-RESP NOT = DFHRESP(NORMAL)
               PERFORM 8000-RECORD-CHANGED THRU 8000-EXIT
               GO TO 5000-EXIT
           END-IF.
           IF CUSTADDR-RECORD NOT = AL-CA-IMAGE
               EXEC CICS UNLOCK FILE(AL-FILE-CUSTADDR) END-EXEC
               PERFORM 8000-RECORD-CHANGED THRU 8000-EXIT
               GO TO 5000-EXIT
           END-IF.

           MOVE AL-NEW-IMAGE TO CUSTADDR-RECORD.
           EXEC CICS REWRITE FILE(AL-FILE-CUSTADDR)
               FROM(CUSTADDR-RECORD)
               RESP(AL-RESP)
           END-EXEC.
           IF AL-RESP NOT = DFHRESP(NORMAL)
               MOVE 'UPDATE FAILED - PLEASE TRY AGAIN' TO MSG4O
               PERFORM 1500-SEND-MAP-DATAONLY THRU 1500-EXIT
               GO TO 5000-EXIT
           END-IF.

           MOVE AL-CA-IMAGE     TO AL-HIST-BEFORE.
           MOVE CUSTADDR-RECORD TO AL-HIST-AFTER.
           PERFORM 9000-WRITE-HISTORY THRU 9000-EXIT.

           MOVE CUSTADDR-RECORD TO AL-CA-IMAGE.
           SET AL-SHOW-ENTRY    TO TRUE.
           IF AL-HIST-LOGGED
               MOVE 'ALTERNATE ADDRESS CHANGED' TO AL-MSG
           ELSE
               MOVE 'ALT ADDRESS CHANGED - HISTORY LOG WRITE FAILED'
                   TO AL-MSG
           END-IF.
           PERFORM 7000-SEND-RESULT THRU 7000-EXIT.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 6000-DELETE-ADDRESS - ONLY AN ENTRY JUST SHOWN BY AN INQUIRY
      * CAN BE DELETED.  THE RECORD IS HELD FOR UPDATE AND COMPARED
      * WITH THE IMAGE SHOWN BEFORE IT IS REMOVED.
      *-----------------------------------------------------------------
       6000-DELETE-ADDRESS.
           IF NOT AL-STEP-SHOWN OR AL-CA-CUSTNO NOT = AL-AK-CUSTNO
                   OR AL-CA-TYPE NOT = AL-AK-TYPE
               MOVE 'ENTRY SHOWN - VERIFY IT AND KEY D AGAIN TO DELETE'
                   TO AL-MSG
               PERFORM 3000-INQUIRE-ADDRESS THRU 3000-EXIT
               GO TO 6000-EXIT
           END-IF.

           EXEC CICS READ FILE(AL-FILE-CUSTADDR)
               INTO(CUSTADDR-RECORD)
               RIDFLD(AL-ADDR-KEY)
               UPDATE
               RESP(AL-RESP)
           END-EXEC.
           IF AL-RESP NOT = DFHRESP(NORMAL)
               PERFORM 8000-RECORD-CHANGED THRU 8000-EXIT
               GO TO 6000-EXIT
           END-IF.
           IF CUSTADDR-RECORD NOT = AL-CA-IMAGE
               EXEC CICS UNLOCK FILE(AL-FILE-CUSTADDR) END-EXEC
               PERFORM 8000-RECORD-CHANGED THRU 8000-EXIT
               GO TO 6000-EXIT
           END-IF.

           EXEC CICS DELETE FILE(AL-FILE-CUSTADDR)
               RESP(AL-RESP)
           END-EXEC.
           IF AL-RESP NOT = DFHRESP(NORMAL)
               MOVE 'DELETE FAILED - PLEASE TRY AGAIN' TO MSG4O
               PERFORM 1500-SEND-MAP-DATAONLY THRU 1500-EXIT
               GO TO 6000-EXIT
           END-IF.

           MOVE AL-CA-IMAGE TO AL-HIST-BEFORE.
           MOVE SPACES      TO AL-HIST-AFTER.
           PERFORM 9000-WRITE-HISTORY THRU 9000-EXIT.

           INITIALIZE AL-COMMAREA.
           SET AL-STEP-ACTIVE TO TRUE.
           IF AL-HIST-LOGGED
               MOVE 'ALTERNATE ADDRESS DELETED' TO AL-MSG
           ELSE
               MOVE 'ALT ADDRESS DELETED - HISTORY LOG WRITE FAILED'
                   TO AL-MSG
           END-IF.
           PERFORM 7000-SEND-RESULT THRU 7000-EXIT.
       6000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7000-SEND-RESULT - REBUILDS THE SCREEN: THE CUSTOMER, THE
      * ENTRY WHEN ONE IS TO BE SHOWN, THE LIST OF THE CUSTOMER'S
      * ALTERNATE ADDRESSES AND THE MESSAGE.  A NO-END THRU-DATE
      * SHOWS BLANK.
      *-----------------------------------------------------------------
       7000-SEND-RESULT.
           MOVE LOW-VALUES   TO ALTAMAPO.
           MOVE AL-AK-CUSTNO TO CUSTNO4O.
           IF AL-NEXT-ACTION NOT = SPACE
               MOVE AL-NEXT-ACTION TO ACTION4O
           END-IF.
           IF AL-AK-TYPE NOT = SPACE
               MOVE AL-AK-TYPE TO ADRTYP4O
           END-IF.

           IF AL-SHOW-ENTRY
               MOVE AD-FROM-DATE TO AL-DATE-NUM
               PERFORM 7050-FORMAT-DATE THRU 7050-EXIT
               MOVE AL-DATE-DISP TO FROMDT4O
               IF AD-THRU-DATE NOT = 99999999
                   MOVE AD-THRU-DATE TO AL-DATE-NUM
                   PERFORM 7050-FORMAT-DATE THRU 7050-EXIT
                   MOVE AL-DATE-DISP TO THRUDT4O
               END-IF
               MOVE AD-ADDR    TO ADDR4O
               MOVE AD-CITY    TO CITY4O
               MOVE AD-STATE   TO STATE4O
               MOVE AD-ZIPCODE TO ZIPCOD4O
           END-IF.

           PERFORM 7100-LIST-ADDRESSES THRU 7100-EXIT.

           IF AL-MSG = SPACES
               IF AL-LIST-COUNT = ZERO
                   MOVE 'NO ALTERNATE ADDRESSES ON FILE - KEY A TO ADD'
                       TO AL-MSG
               ELSE
                   MOVE 'ALTERNATE ADDRESSES SHOWN - * IN EFFECT TODAY'
                       TO AL-MSG
               END-IF
           END-IF.
           MOVE AL-MSG TO MSG4O.
           PERFORM 1600-SEND-MAP-ERASE THRU 1600-EXIT.
       7000-EXIT.
           EXIT.

       7050-FORMAT-DATE.
           MOVE AL-DATE-NUM TO AL-DATE-PARTS.
           STRING AL-DP-MM '/' AL-DP-DD '/' AL-DP-YYYY
               DELIMITED BY SIZE
               INTO AL-DATE-DISP
           END-STRING.
       7050-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7100-LIST-ADDRESSES - BROWSES CUSTADDR FROM THE CUSTOMER'S
      * FIRST KEY; THERE IS AT MOST ONE ENTRY PER ADDRESS TYPE.
      *-----------------------------------------------------------------
       7100-LIST-ADDRESSES.
           MOVE ZERO TO AL-LIST-COUNT.
           MOVE 'N'  TO AL-BROWSE-SW.
           MOVE AL-AK-CUSTNO TO AL-BK-CUSTNO.
           MOVE LOW-VALUES   TO AL-BK-TYPE.

           EXEC CICS STARTBR FILE(AL-FILE-CUSTADDR)
               RIDFLD(AL-BROWSE-KEY)
               GTEQ
               RESP(AL-RESP)
           END-EXEC.

           IF AL-RESP = DFHRESP(NORMAL)
               SET AL-BROWSE-OPEN TO TRUE
               PERFORM 7110-READ-NEXT-ADDRESS THRU 7110-EXIT
                   UNTIL NOT AL-BROWSE-OPEN OR AL-LIST-COUNT = 2
               EXEC CICS ENDBR FILE(AL-FILE-CUSTADDR) END-EXEC
           END-IF.
       7100-EXIT.
           EXIT.

       7110-READ-NEXT-ADDRESS.
           EXEC CICS READNEXT FILE(AL-FILE-CUSTADDR)
               INTO(CUSTADDR-RECORD)
               RIDFLD(AL-BROWSE-KEY)
               RESP(AL-RESP)
           END-EXEC.

           IF AL-RESP NOT = DFHRESP(NORMAL)
                   OR AD-CUSTNO NOT = AL-AK-CUSTNO
               MOVE 'N' TO AL-BROWSE-SW
               GO TO 7110-EXIT
           END-IF.

           ADD 1 TO AL-LIST-COUNT.
           IF AD-FROM-DATE NOT > AL-TODAY
                   AND AD-THRU-DATE NOT < AL-TODAY
               MOVE '*' TO AL-EFFECT-FLAG
           ELSE
               MOVE SPACE TO AL-EFFECT-FLAG
           END-IF.
           IF AD-TYPE-MAIL-TO
               MOVE 'MAIL-TO ' TO AL-TYPE-DESC
           ELSE
               MOVE 'SEASONAL' TO AL-TYPE-DESC
           END-IF.

           MOVE AD-FROM-DATE TO AL-DATE-NUM.
           PERFORM 7050-FORMAT-DATE THRU 7050-EXIT.
           MOVE AL-DATE-DISP TO AL-FROM-DISP.
           IF AD-THRU-DATE = 99999999
               MOVE 'NO END    ' TO AL-THRU-DISP
           ELSE
               MOVE AD-THRU-DATE TO AL-DATE-NUM
               PERFORM 7050-FORMAT-DATE THRU 7050-EXIT
               MOVE AL-DATE-DISP TO AL-THRU-DISP
           END-IF.

           STRING AL-EFFECT-FLAG ' ' AL-TYPE-DESC ' ' AL-FROM-DISP
                   '-' AL-THRU-DISP ' ' AD-ADDR(1:20) ' '
                   AD-CITY(1:12) ' ' AD-STATE ' ' AD-ZIPCODE(1:5)
               DELIMITED BY SIZE
               INTO LALTO(AL-LIST-COUNT)
           END-STRING.
       7110-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8000-RECORD-CHANGED - THE ENTRY ON CUSTADDR IS GONE OR NO
      * LONGER MATCHES THE IMAGE THE OPERATOR STARTED FROM - ANOTHER
      * CSR GOT THERE FIRST.  THE ACTION IS REFUSED AND THE SCREEN
      * COMES BACK SET UP TO RE-DISPLAY THE CURRENT ENTRY.
      *-----------------------------------------------------------------
       8000-RECORD-CHANGED.
           INITIALIZE AL-COMMAREA.
           SET AL-STEP-ACTIVE TO TRUE.
           MOVE 'N' TO AL-SHOW-ENTRY-SW.
           MOVE 'I' TO AL-NEXT-ACTION.
           MOVE 'RECORD CHANGED BY ANOTHER USER - RE-DISPLAY' TO AL-MSG.
           PERFORM 7000-SEND-RESULT THRU 7000-EXIT.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 9000-WRITE-HISTORY - LOGS THE ALTERNATE-ADDRESS ACTION TO
      * CUSTHIST AS ACTION L UNDER THE CUSTOMER NUMBER, WITH THE
      * CUSTADDR RECORD BEFORE AND AFTER AS THE IMAGES.
      *-----------------------------------------------------------------
       9000-WRITE-HISTORY.
           EXEC CICS ASKTIME ABSTIME(AL-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(AL-ABSTIME)
               YYYYMMDD(AL-DATE-OUT)
               TIME(AL-TIME-OUT)
           END-EXEC.

           MOVE AL-AK-CUSTNO TO CH-CUSTNO.
           STRING AL-DATE-OUT AL-TIME-OUT
               DELIMITED BY SIZE
               INTO CH-TIMESTAMP
           END-STRING.
           SET CH-ACTION-ALT-ADDRESS TO TRUE.
           MOVE EIBTRMID       TO CH-TERMID.
           MOVE EIBOPID        TO CH-OPID.
           MOVE AL-HIST-BEFORE TO CH-BEFORE-IMAGE.
           MOVE AL-HIST-AFTER  TO CH-AFTER-IMAGE.
           MOVE SPACES         TO CH-APPROVED-OPID.

           MOVE 'N'  TO AL-HIST-LOGGED-SW.
           MOVE ZERO TO AL-HIST-TRIES.
           PERFORM 9100-WRITE-ONE-HISTORY THRU 9100-EXIT
               UNTIL AL-HIST-LOGGED OR AL-HIST-TRIES = 10.
       9000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 9100-WRITE-ONE-HISTORY - A DUPLICATE KEY (TWO ACTIONS ON ONE
      * CUSTOMER IN THE SAME SECOND) IS RETRIED WITH THE TIMESTAMP
      * BUMPED; ANY OTHER FAILURE ENDS THE RETRIES SO THE CALLER CAN
      * REPORT THE HISTORY WRITE ON ITS MESSAGE LINE.
      *-----------------------------------------------------------------
       9100-WRITE-ONE-HISTORY.
           ADD 1 TO AL-HIST-TRIES.
           EXEC CICS WRITE FILE(AL-FILE-CUSTHIST)
               FROM(CUSTHIST-RECORD)
               RIDFLD(CH-HIST-KEY)
               RESP(AL-RESP)
           END-EXEC.

           EVALUATE AL-RESP
               WHEN DFHRESP(NORMAL)
                   SET AL-HIST-LOGGED TO TRUE
               WHEN DFHRESP(DUPREC)
                   ADD 1 TO CH-TIMESTAMP
               WHEN OTHER
                   MOVE 10 TO AL-HIST-TRIES
           END-EVALUATE.
       9100-EXIT.
           EXIT.
