      *****************************************************************
      * PROGRAM-ID   : 24B-RCOV
      * AUTHOR       : D. OKAFOR - APPLICATIONS PROGRAMMING
      * INSTALLATION : CUSTOMER SERVICES DATA CENTER
      * DATE-WRITTEN : 10/15/2026
      * DATE-COMPILED:
      *-----------------------------------------------------------------
      * REMARKS.
      *     CUSTMAST FORWARD RECOVERY.  WHEN THE MASTER IS DAMAGED
      *     MID-DAY THE LAST BACKUP IS NO LONGER ENOUGH - EVERYTHING
      *     KEYED OR APPLIED SINCE IT WAS TAKEN WOULD HAVE TO BE
      *     RE-KEYED.  EVERY ACTION THAT TOUCHES CUSTMAST IS ALREADY
      *     ON CUSTHIST WITH A FULL CH-AFTER-IMAGE, SO THIS JOB LOADS
      *     THE FLAT BACKUP UNLOAD OF CUSTMAST (CUSTBKUP) INTO THE
      *     FRESHLY DEFINED, EMPTY CUSTMAST CLUSTER, THEN SORTS THE
      *     CUSTHIST RECORDS STAMPED AFTER THE BACKUP WAS TAKEN AND
      *     NO LATER THAN THE CUT-OFF INTO TIMESTAMP ORDER AND
      *     REPLAYS THEM ONE BY ONE - ONLINE ACTIONS AND THE SYSTEM
      *     STAMPED ONES FROM 7B-TRAN, 18B-RMAIL, 19B-DLNQ AND
      *     23B-MASS ALIKE:
      *         A, U        WRITE CH-AFTER-IMAGE (NUMBER MUST NOT BE
      *                     ON FILE)
      *         C, S, R     REWRITE FROM CH-AFTER-IMAGE (NUMBER MUST
      *                     BE ON FILE)
      *         D           DELETE THE NUMBER
      *         M           ON THE ABSORBED NUMBER'S TRAIL (AFTER-
      *                     IMAGE IS THE SURVIVOR) DELETE THE NUMBER;
      *                     ON THE SURVIVOR'S TRAIL THE SURVIVOR IS
      *                     ONLY CHECKED TO BE ON FILE.
      *         L           NOT REPLAYED - AN ALTERNATE-ADDRESS
      *                     ACTION (26B-ALTA) NEVER TOUCHES CUSTMAST;
      *                     COUNTED ONLY.
      *     A HISTORY RECORD THAT CANNOT BE APPLIED IS LISTED AND
      *     SKIPPED.  A CHANGE WHOSE CH-BEFORE-IMAGE DOES NOT MATCH
      *     THE RECORD BEING REBUILT IS STILL APPLIED - THE AFTER-
      *     IMAGE IS WHAT WAS ON FILE - BUT IS LISTED SO THE GAP CAN
      *     BE LOOKED AT.  THE REPORT CARRIES COUNTS BY CH-ACTION AND
      *     FINISHES WITH THE 5B-BAL RECORD COUNT OF THE REBUILT FILE
      *     AGAINST THE COUNT EXPECTED FROM THE BACKUP AND THE
      *     ACTIONS APPLIED, SO THE FILE IS PROVED BEFORE THE REGION
      *     IS OPENED.  RC 4 IF ANYTHING WAS NOT APPLIED CLEANLY OR
      *     THE FILE IS OUT OF BALANCE.
      *
      *     PARAMETER CARD LAYOUT:
      *         COLS  1-14  BACKUP TAKEN - YYYYMMDDHHMMSS.  HISTORY
      *                     STAMPED AT OR BEFORE THIS IS ALREADY IN
      *                     THE BACKUP AND IS NOT REPLAYED.
      *         COLS 15-28  CUT-OFF - YYYYMMDDHHMMSS.  HISTORY
      *                     STAMPED AFTER THIS IS NOT REPLAYED.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY.
      *     10/15/2026  DO   INITIAL VERSION.
      *     10/15/2026  DO   SKIP ACTION L (ALTERNATE ADDRESS) - ITS
      *                      IMAGES ARE CUSTADDR RECORDS, NOT CUSTREC.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  24B-RCOV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTBKUP ASSIGN TO CUSTBKUP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RV-CUSTBKUP-STATUS.

           SELECT CUSTMAST ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTNO
               FILE STATUS IS RV-CUSTMAST-STATUS.

           SELECT CUSTHIST ASSIGN TO CUSTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CH-HIST-KEY
               FILE STATUS IS RV-CUSTHIST-STATUS.

           SELECT SORT-WORK ASSIGN TO SORTWK1.

           SELECT RCOV-RPT ASSIGN TO RCOVRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RV-RCOVRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTBKUP
           LABEL RECORDS ARE STANDARD.
       01  CUSTBKUP-RECORD                 PIC X(201).

       FD  CUSTMAST
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

       FD  CUSTHIST
           LABEL RECORDS ARE STANDARD.
           COPY CUSTHIST.

       SD  SORT-WORK
           DATA RECORD IS SORT-RECORD.
       01  SORT-RECORD.
           05  SR-TIMESTAMP                PIC 9(14).
           05  SR-CUSTNO                   PIC X(06).
           05  SR-ACTION                   PIC X(01).
           05  SR-TERMID                   PIC X(04).
           05  SR-OPID                     PIC X(03).
           05  SR-BEFORE-IMAGE             PIC X(201).
           05  SR-AFTER-IMAGE              PIC X(201).

       FD  RCOV-RPT
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                        PIC X(132).

       WORKING-STORAGE SECTION.
       77  RV-CUSTBKUP-STATUS              PIC X(02).
       77  RV-CUSTMAST-STATUS              PIC X(02).
       77  RV-CUSTHIST-STATUS              PIC X(02).
       77  RV-RCOVRPT-STATUS               PIC X(02).
       77  RV-BKUP-EOF-SW                  PIC X(01)  VALUE 'N'.
           88  RV-BKUP-EOF                            VALUE 'Y'.
       77  RV-HIST-EOF-SW                  PIC X(01)  VALUE 'N'.
           88  RV-HIST-EOF                            VALUE 'Y'.
       77  RV-SORT-EOF-SW                  PIC X(01)  VALUE 'N'.
           88  RV-SORT-EOF                            VALUE 'Y'.
       77  RV-CUST-EOF-SW                  PIC X(01)  VALUE 'N'.
           88  RV-CUST-EOF                            VALUE 'Y'.
       77  RV-ON-FILE-SW                   PIC X(01)  VALUE 'N'.
           88  RV-ON-FILE                             VALUE 'Y'.
       77  RV-BACKUP-STAMP                 PIC 9(14)  VALUE ZERO.
       77  RV-CUTOFF-STAMP                 PIC 9(14)  VALUE ZERO.
       77  RV-BKUP-COUNT                   PIC 9(09)  COMP-3 VALUE ZERO.
       77  RV-LOAD-REJECT-COUNT            PIC 9(07)  COMP-3 VALUE ZERO.
       77  RV-HIST-READ-COUNT              PIC 9(09)  COMP-3 VALUE ZERO.
       77  RV-WINDOW-COUNT                 PIC 9(09)  COMP-3 VALUE ZERO.
       77  RV-ADD-COUNT                    PIC 9(07)  COMP-3 VALUE ZERO.
       77  RV-CHANGE-COUNT                 PIC 9(07)  COMP-3 VALUE ZERO.
       77  RV-DELETE-COUNT                 PIC 9(07)  COMP-3 VALUE ZERO.
       77  RV-SUSPEND-COUNT                PIC 9(07)  COMP-3 VALUE ZERO.
       77  RV-REACT-COUNT                  PIC 9(07)  COMP-3 VALUE ZERO.
       77  RV-RESTORE-COUNT                PIC 9(07)  COMP-3 VALUE ZERO.
       77  RV-MERGE-AWAY-COUNT             PIC 9(07)  COMP-3 VALUE ZERO.
       77  RV-MERGE-SURV-COUNT             PIC 9(07)  COMP-3 VALUE ZERO.
       77  RV-ALTADDR-COUNT                PIC 9(07)  COMP-3 VALUE ZERO.
       77  RV-REJECT-COUNT                 PIC 9(07)  COMP-3 VALUE ZERO.
       77  RV-MISMATCH-COUNT               PIC 9(07)  COMP-3 VALUE ZERO.
       77  RV-EXPECTED-COUNT               PIC 9(09)  COMP-3 VALUE ZERO.
       77  RV-RUN-COUNT                    PIC 9(09)  COMP-3 VALUE ZERO.
       77  RV-REASON                       PIC X(40).

       01  RV-PARM-CARD.
           05  PC-BACKUP-STAMP             PIC X(14).
           05  PC-CUTOFF-STAMP             PIC X(14).
           05  FILLER                      PIC X(52).

       01  RV-HEADING-1.
           05  FILLER                      PIC X(01)  VALUE '1'.
           05  FILLER                      PIC X(40)  VALUE
                   'CUSTMAST FORWARD RECOVERY'.
           05  FILLER                      PIC X(16)  VALUE
                   'BACKUP TAKEN - '.
           05  RV-H1-BACKUP                PIC 9(14).
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  FILLER                      PIC X(11)  VALUE
                   'CUT-OFF - '.
           05  RV-H1-CUTOFF                PIC 9(14).
           05  FILLER                      PIC X(32)  VALUE SPACES.

       01  RV-SECT-LINE.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  FILLER                      PIC X(40)  VALUE
                   'RECORDS NOT APPLIED CLEANLY'.
           05  FILLER                      PIC X(91)  VALUE SPACES.

       01  RV-HEADING-2.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  FILLER                      PIC X(08)  VALUE 'CUSTNO'.
           05  FILLER                      PIC X(16)  VALUE
                   'TIMESTAMP'.
           05  FILLER                      PIC X(05)  VALUE 'ACT'.
           05  FILLER                      PIC X(05)  VALUE 'OPID'.
           05  FILLER                      PIC X(06)  VALUE 'TERM'.
           05  FILLER                      PIC X(40)  VALUE 'REASON'.
           05  FILLER                      PIC X(51)  VALUE SPACES.

       01  RV-DETAIL-LINE.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  RV-D-CUSTNO                 PIC X(06).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  RV-D-TIMESTAMP              PIC 9(14).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  RV-D-ACTION                 PIC X(01).
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  RV-D-OPID                   PIC X(03).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  RV-D-TERMID                 PIC X(04).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  RV-D-REASON                 PIC X(40).
           05  FILLER                      PIC X(51)  VALUE SPACES.

       01  RV-NONE-LINE.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  FILLER                      PIC X(30)  VALUE
                   'NONE - ALL RECORDS APPLIED'.
           05  FILLER                      PIC X(101) VALUE SPACES.

       01  RV-TOTAL-LINE.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  RV-TL-LABEL                 PIC X(30).
           05  RV-TL-COUNT                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(90)  VALUE SPACES.

       01  RV-BALANCED-LINE.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  FILLER                      PIC X(35)  VALUE
                   'MASTER FILE BALANCING - IN BALANCE'.
           05  FILLER                      PIC X(96)  VALUE SPACES.

       01  RV-OUT-OF-BALANCE-LINE.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  FILLER                      PIC X(35)  VALUE
                   '*** MASTER FILE OUT OF BALANCE ***'.
           05  FILLER                      PIC X(96)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-LOAD-BACKUP
               THRU 2000-EXIT
               UNTIL RV-BKUP-EOF.

           PERFORM 2500-REOPEN-CUSTMAST
               THRU 2500-EXIT.

           SORT SORT-WORK
               ON ASCENDING KEY SR-TIMESTAMP SR-CUSTNO
               INPUT PROCEDURE 3000-SORT-IN THRU 3000-EXIT
               OUTPUT PROCEDURE 4000-SORT-OUT THRU 4000-EXIT.

           PERFORM 5000-COUNT-CUSTMAST
               THRU 5000-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE - READS AND EDITS THE PARAMETER CARD, OPENS
      * THE FILES AND PRINTS THE HEADINGS.  CUSTMAST IS OPENED
      * OUTPUT - THE JCL DELETES AND RE-DEFINES THE CLUSTER FIRST -
      * AND LOADED FROM THE BACKUP IN KEY ORDER.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT RV-PARM-CARD FROM SYSIN.
           IF PC-BACKUP-STAMP NOT NUMERIC
                   OR PC-CUTOFF-STAMP NOT NUMERIC
               DISPLAY 'INVALID PARAMETER CARD - ' RV-PARM-CARD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PC-BACKUP-STAMP TO RV-BACKUP-STAMP.
           MOVE PC-CUTOFF-STAMP TO RV-CUTOFF-STAMP.
           IF RV-CUTOFF-STAMP NOT > RV-BACKUP-STAMP
               DISPLAY 'CUT-OFF MUST BE LATER THAN BACKUP - '
                   RV-PARM-CARD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT RCOV-RPT.
           IF RV-RCOVRPT-STATUS NOT = '00'
               DISPLAY 'RCOVRPT OPEN FAILED - STATUS '
                   RV-RCOVRPT-STATUS
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CUSTBKUP.
           IF RV-CUSTBKUP-STATUS NOT = '00'
               DISPLAY 'CUSTBKUP OPEN FAILED - STATUS '
                   RV-CUSTBKUP-STATUS
               CLOSE RCOV-RPT
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT CUSTMAST.
           IF RV-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'CUSTMAST OPEN FAILED - STATUS '
                   RV-CUSTMAST-STATUS
               CLOSE CUSTBKUP
               CLOSE RCOV-RPT
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE RV-BACKUP-STAMP TO RV-H1-BACKUP.
           MOVE RV-CUTOFF-STAMP TO RV-H1-CUTOFF.
           WRITE RPT-LINE FROM RV-HEADING-1.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM RV-SECT-LINE.
           WRITE RPT-LINE FROM RV-HEADING-2.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-LOAD-BACKUP - COPIES ONE BACKUP RECORD TO CUSTMAST.  A
      * RECORD THE CLUSTER WILL NOT TAKE (OUT OF SEQUENCE OR A
      * DUPLICATE KEY ON THE UNLOAD) IS DISPLAYED AND COUNTED.
      *-----------------------------------------------------------------
       2000-LOAD-BACKUP.
           READ CUSTBKUP
               AT END
                   MOVE 'Y' TO RV-BKUP-EOF-SW
                   GO TO 2000-EXIT
           END-READ.

           MOVE CUSTBKUP-RECORD TO CUSTOMER-RECORD.
           WRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY 'CUSTMAST LOAD FAILED - STATUS '
                       RV-CUSTMAST-STATUS ' CUSTNO ' CM-CUSTNO
                   ADD 1 TO RV-LOAD-REJECT-COUNT
                   MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO RV-BKUP-COUNT
           END-WRITE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2500-REOPEN-CUSTMAST - THE LOADED MASTER IS REOPENED I-O FOR
      * THE REPLAY.
      *-----------------------------------------------------------------
       2500-REOPEN-CUSTMAST.
           CLOSE CUSTBKUP.
           CLOSE CUSTMAST.
           OPEN I-O CUSTMAST.
           IF RV-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'CUSTMAST REOPEN FAILED - STATUS '
                   RV-CUSTMAST-STATUS
               CLOSE RCOV-RPT
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-SORT-IN - READS CUSTHIST AND RELEASES EVERY RECORD
      * STAMPED AFTER THE BACKUP AND NO LATER THAN THE CUT-OFF.
      * CUSTHIST IS KEYED BY CUSTOMER, SO THE SORT PUTS THE DAY BACK
      * INTO CLOCK ORDER - A MERGE OR A RESTORE DEPENDS ON WHAT
      * HAPPENED TO THE OTHER NUMBER FIRST.
      *-----------------------------------------------------------------
       3000-SORT-IN.
           OPEN INPUT CUSTHIST.
           IF RV-CUSTHIST-STATUS NOT = '00'
               DISPLAY 'CUSTHIST OPEN FAILED - STATUS '
                   RV-CUSTHIST-STATUS
               MOVE 'Y' TO RV-HIST-EOF-SW
               MOVE 4 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3100-READ-CUSTHIST
               THRU 3100-EXIT
               UNTIL RV-HIST-EOF.

           CLOSE CUSTHIST.
       3000-EXIT.
           EXIT.

       3100-READ-CUSTHIST.
           READ CUSTHIST NEXT RECORD
               AT END
                   MOVE 'Y' TO RV-HIST-EOF-SW
                   GO TO 3100-EXIT
           END-READ.

           ADD 1 TO RV-HIST-READ-COUNT.

           IF CH-TIMESTAMP NOT > RV-BACKUP-STAMP
                   OR CH-TIMESTAMP > RV-CUTOFF-STAMP
               GO TO 3100-EXIT
           END-IF.

           IF CH-ACTION-ALT-ADDRESS
               ADD 1 TO RV-ALTADDR-COUNT
               GO TO 3100-EXIT
           END-IF.

           ADD 1 TO RV-WINDOW-COUNT.
           MOVE CH-TIMESTAMP    TO SR-TIMESTAMP.
           MOVE CH-CUSTNO       TO SR-CUSTNO.
           MOVE CH-ACTION       TO SR-ACTION.
           MOVE CH-TERMID       TO SR-TERMID.
           MOVE CH-OPID         TO SR-OPID.
           MOVE CH-BEFORE-IMAGE TO SR-BEFORE-IMAGE.
           MOVE CH-AFTER-IMAGE  TO SR-AFTER-IMAGE.

           RELEASE SORT-RECORD.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4000-SORT-OUT - RETURNS THE HISTORY IN TIMESTAMP ORDER AND
      * REPLAYS EACH RECORD AGAINST THE REBUILT MASTER.
      *-----------------------------------------------------------------
       4000-SORT-OUT.
           PERFORM 4100-RETURN-SORT
               THRU 4100-EXIT
               UNTIL RV-SORT-EOF.

           IF RV-REJECT-COUNT = ZERO AND RV-MISMATCH-COUNT = ZERO
               WRITE RPT-LINE FROM RV-NONE-LINE
           END-IF.
       4000-EXIT.
           EXIT.

       4100-RETURN-SORT.
           RETURN SORT-WORK
               AT END
                   MOVE 'Y' TO RV-SORT-EOF-SW
                   GO TO 4100-EXIT
           END-RETURN.

           MOVE SPACES TO RV-REASON.

           EVALUATE SR-ACTION
               WHEN 'A'
               WHEN 'U'
                   PERFORM 4200-APPLY-ADD
                       THRU 4200-EXIT
               WHEN 'C'
               WHEN 'S'
               WHEN 'R'
                   PERFORM 4300-APPLY-REWRITE
                       THRU 4300-EXIT
               WHEN 'D'
                   PERFORM 4400-APPLY-DELETE
                       THRU 4400-EXIT
               WHEN 'M'
                   PERFORM 4500-APPLY-MERGE
                       THRU 4500-EXIT
               WHEN OTHER
                   MOVE 'UNKNOWN ACTION - NOT APPLIED' TO RV-REASON
                   ADD 1 TO RV-REJECT-COUNT
           END-EVALUATE.

           IF RV-REASON NOT = SPACES
               PERFORM 8000-PRINT-EXCEPTION
                   THRU 8000-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4200-APPLY-ADD - AN ADD OR A RESTORE PUTS THE AFTER-IMAGE
      * BACK ON FILE.  THE NUMBER MUST NOT ALREADY BE THERE.
      *-----------------------------------------------------------------
       4200-APPLY-ADD.
           IF SR-AFTER-IMAGE(1:6) NOT = SR-CUSTNO
               MOVE 'AFTER-IMAGE NUMBER DIFFERS - NOT APPLIED'
                   TO RV-REASON
               ADD 1 TO RV-REJECT-COUNT
               GO TO 4200-EXIT
           END-IF.

           MOVE SR-AFTER-IMAGE TO CUSTOMER-RECORD.
           WRITE CUSTOMER-RECORD
               INVALID KEY
                   MOVE 'NUMBER ALREADY ON FILE - NOT APPLIED'
                       TO RV-REASON
                   ADD 1 TO RV-REJECT-COUNT
                   GO TO 4200-EXIT
           END-WRITE.

           IF SR-ACTION = 'A'
               ADD 1 TO RV-ADD-COUNT
           ELSE
               ADD 1 TO RV-RESTORE-COUNT
           END-IF.
       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4300-APPLY-REWRITE - A CHANGE, SUSPEND OR REACTIVATE REPLACES
      * THE RECORD WITH THE AFTER-IMAGE.  THE NUMBER MUST BE ON FILE.
      *-----------------------------------------------------------------
       4300-APPLY-REWRITE.
           IF SR-AFTER-IMAGE(1:6) NOT = SR-CUSTNO
               MOVE 'AFTER-IMAGE NUMBER DIFFERS - NOT APPLIED'
                   TO RV-REASON
               ADD 1 TO RV-REJECT-COUNT
               GO TO 4300-EXIT
           END-IF.

           PERFORM 4900-READ-CUSTMAST
               THRU 4900-EXIT.
           IF NOT RV-ON-FILE
               MOVE 'NUMBER NOT ON FILE - NOT APPLIED' TO RV-REASON
               ADD 1 TO RV-REJECT-COUNT
               GO TO 4300-EXIT
           END-IF.

           IF CUSTOMER-RECORD NOT = SR-BEFORE-IMAGE
               MOVE 'BEFORE-IMAGE DID NOT MATCH - APPLIED'
                   TO RV-REASON
               ADD 1 TO RV-MISMATCH-COUNT
           END-IF.

           MOVE SR-AFTER-IMAGE TO CUSTOMER-RECORD.
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   MOVE 'CUSTMAST REWRITE FAILED - NOT APPLIED'
                       TO RV-REASON
                   ADD 1 TO RV-REJECT-COUNT
                   GO TO 4300-EXIT
           END-REWRITE.

           EVALUATE SR-ACTION
               WHEN 'C'
                   ADD 1 TO RV-CHANGE-COUNT
               WHEN 'S'
                   ADD 1 TO RV-SUSPEND-COUNT
               WHEN OTHER
                   ADD 1 TO RV-REACT-COUNT
           END-EVALUATE.
       4300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4400-APPLY-DELETE - REMOVES THE NUMBER.  IT MUST BE ON FILE.
      *-----------------------------------------------------------------
       4400-APPLY-DELETE.
           PERFORM 4900-READ-CUSTMAST
               THRU 4900-EXIT.
           IF NOT RV-ON-FILE
               MOVE 'NUMBER NOT ON FILE - NOT APPLIED' TO RV-REASON
               ADD 1 TO RV-REJECT-COUNT
               GO TO 4400-EXIT
           END-IF.

           IF CUSTOMER-RECORD NOT = SR-BEFORE-IMAGE
               MOVE 'BEFORE-IMAGE DID NOT MATCH - APPLIED'
                   TO RV-REASON
               ADD 1 TO RV-MISMATCH-COUNT
           END-IF.

           DELETE CUSTMAST RECORD
               INVALID KEY
                   MOVE 'CUSTMAST DELETE FAILED - NOT APPLIED'
                       TO RV-REASON
                   ADD 1 TO RV-REJECT-COUNT
                   GO TO 4400-EXIT
           END-DELETE.

           ADD 1 TO RV-DELETE-COUNT.
       4400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4500-APPLY-MERGE - 17B-MRGE WRITES ACTION M ON BOTH NUMBERS
      * WITH THE SURVIVOR AS THE AFTER-IMAGE.  ON THE ABSORBED
      * NUMBER'S TRAIL THE AFTER-IMAGE CARRIES ANOTHER NUMBER AND THE
      * ABSORBED RECORD IS REMOVED; ON THE SURVIVOR'S OWN TRAIL THE
      * SURVIVOR WAS NOT CHANGED AND IS ONLY CHECKED TO BE ON FILE.
      *-----------------------------------------------------------------
       4500-APPLY-MERGE.
           PERFORM 4900-READ-CUSTMAST
               THRU 4900-EXIT.
           IF NOT RV-ON-FILE
               MOVE 'NUMBER NOT ON FILE - NOT APPLIED' TO RV-REASON
               ADD 1 TO RV-REJECT-COUNT
               GO TO 4500-EXIT
           END-IF.

           IF SR-AFTER-IMAGE(1:6) = SR-CUSTNO
               ADD 1 TO RV-MERGE-SURV-COUNT
               GO TO 4500-EXIT
           END-IF.

           DELETE CUSTMAST RECORD
               INVALID KEY
                   MOVE 'CUSTMAST DELETE FAILED - NOT APPLIED'
                       TO RV-REASON
                   ADD 1 TO RV-REJECT-COUNT
                   GO TO 4500-EXIT
           END-DELETE.

           ADD 1 TO RV-MERGE-AWAY-COUNT.
       4500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4900-READ-CUSTMAST - RANDOM READ OF SR-CUSTNO ON THE MASTER
      * BEING REBUILT.
      *-----------------------------------------------------------------
       4900-READ-CUSTMAST.
           MOVE 'N' TO RV-ON-FILE-SW.
           MOVE SR-CUSTNO TO CM-CUSTNO.
           READ CUSTMAST
               INVALID KEY
                   GO TO 4900-EXIT
           END-READ.
           SET RV-ON-FILE TO TRUE.
       4900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5000-COUNT-CUSTMAST - THE 5B-BAL RECORD COUNT OVER THE
      * REBUILT FILE, FROM THE TOP.
      *-----------------------------------------------------------------
       5000-COUNT-CUSTMAST.
           CLOSE CUSTMAST.
           OPEN INPUT CUSTMAST.
           IF RV-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'CUSTMAST COUNT OPEN FAILED - STATUS '
                   RV-CUSTMAST-STATUS
               MOVE 'Y' TO RV-CUST-EOF-SW
               MOVE 4 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF.

           MOVE ZERO TO RV-RUN-COUNT.
           PERFORM 5100-COUNT-ONE
               THRU 5100-EXIT
               UNTIL RV-CUST-EOF.
       5000-EXIT.
           EXIT.

       5100-COUNT-ONE.
           READ CUSTMAST NEXT RECORD
               AT END
                   MOVE 'Y' TO RV-CUST-EOF-SW
                   GO TO 5100-EXIT
           END-READ.
           ADD 1 TO RV-RUN-COUNT.
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8000-PRINT-EXCEPTION - ONE LINE PER HISTORY RECORD THAT WAS
      * NOT APPLIED, OR WAS APPLIED OVER A DIFFERENT BEFORE-IMAGE.
      *-----------------------------------------------------------------
       8000-PRINT-EXCEPTION.
           MOVE SR-CUSTNO    TO RV-D-CUSTNO.
           MOVE SR-TIMESTAMP TO RV-D-TIMESTAMP.
           MOVE SR-ACTION    TO RV-D-ACTION.
           MOVE SR-OPID      TO RV-D-OPID.
           MOVE SR-TERMID    TO RV-D-TERMID.
           MOVE RV-REASON    TO RV-D-REASON.
           WRITE RPT-LINE FROM RV-DETAIL-LINE.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 9000-TERMINATE - PRINTS THE COUNTS BY ACTION AND THE BALANCE
      * OF THE REBUILT FILE, AND CLOSES THE FILES.
      *-----------------------------------------------------------------
       9000-TERMINATE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE 'BACKUP RECORDS LOADED       - ' TO RV-TL-LABEL.
           MOVE RV-BKUP-COUNT TO RV-TL-COUNT.
           WRITE RPT-LINE FROM RV-TOTAL-LINE.

           MOVE 'BACKUP RECORDS NOT LOADED   - ' TO RV-TL-LABEL.
           MOVE RV-LOAD-REJECT-COUNT TO RV-TL-COUNT.
           WRITE RPT-LINE FROM RV-TOTAL-LINE.

           MOVE 'HISTORY RECORDS READ        - ' TO RV-TL-LABEL.
           MOVE RV-HIST-READ-COUNT TO RV-TL-COUNT.
           WRITE RPT-LINE FROM RV-TOTAL-LINE.

           MOVE 'HISTORY RECORDS TO REPLAY   - ' TO RV-TL-LABEL.
           MOVE RV-WINDOW-COUNT TO RV-TL-COUNT.
           WRITE RPT-LINE FROM RV-TOTAL-LINE.

           MOVE 'ADDS APPLIED           (A)  - ' TO RV-TL-LABEL.
           MOVE RV-ADD-COUNT TO RV-TL-COUNT.
           WRITE RPT-LINE FROM RV-TOTAL-LINE.

           MOVE 'CHANGES APPLIED        (C)  - ' TO RV-TL-LABEL.
           MOVE RV-CHANGE-COUNT TO RV-TL-COUNT.
           WRITE RPT-LINE FROM RV-TOTAL-LINE.

           MOVE 'DELETES APPLIED        (D)  - ' TO RV-TL-LABEL.
           MOVE RV-DELETE-COUNT TO RV-TL-COUNT.
           WRITE RPT-LINE FROM RV-TOTAL-LINE.

           MOVE 'SUSPENDS APPLIED       (S)  - ' TO RV-TL-LABEL.
           MOVE RV-SUSPEND-COUNT TO RV-TL-COUNT.
           WRITE RPT-LINE FROM RV-TOTAL-LINE.

           MOVE 'REACTIVATES APPLIED    (R)  - ' TO RV-TL-LABEL.
           MOVE RV-REACT-COUNT TO RV-TL-COUNT.
           WRITE RPT-LINE FROM RV-TOTAL-LINE.

           MOVE 'RESTORES APPLIED       (U)  - ' TO RV-TL-LABEL.
           MOVE RV-RESTORE-COUNT TO RV-TL-COUNT.
           WRITE RPT-LINE FROM RV-TOTAL-LINE.

           MOVE 'MERGED AWAY            (M)  - ' TO RV-TL-LABEL.
           MOVE RV-MERGE-AWAY-COUNT TO RV-TL-COUNT.
           WRITE RPT-LINE FROM RV-TOTAL-LINE.

           MOVE 'MERGE SURVIVORS        (M)  - ' TO RV-TL-LABEL.
           MOVE RV-MERGE-SURV-COUNT TO RV-TL-COUNT.
           WRITE RPT-LINE FROM RV-TOTAL-LINE.

           MOVE 'ALT ADDRESSES SKIPPED  (L)  - ' TO RV-TL-LABEL.
           MOVE RV-ALTADDR-COUNT TO RV-TL-COUNT.
           WRITE RPT-LINE FROM RV-TOTAL-LINE.

           MOVE 'NOT APPLIED                 - ' TO RV-TL-LABEL.
           MOVE RV-REJECT-COUNT TO RV-TL-COUNT.
           WRITE RPT-LINE FROM RV-TOTAL-LINE.

           MOVE 'APPLIED OVER IMAGE MISMATCH - ' TO RV-TL-LABEL.
           MOVE RV-MISMATCH-COUNT TO RV-TL-COUNT.
           WRITE RPT-LINE FROM RV-TOTAL-LINE.

           COMPUTE RV-EXPECTED-COUNT = RV-BKUP-COUNT
               + RV-ADD-COUNT + RV-RESTORE-COUNT
               - RV-DELETE-COUNT - RV-MERGE-AWAY-COUNT.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE 'EXPECTED COUNT              - ' TO RV-TL-LABEL.
           MOVE RV-EXPECTED-COUNT TO RV-TL-COUNT.
           WRITE RPT-LINE FROM RV-TOTAL-LINE.

           MOVE 'RECORDS PROCESSED           - ' TO RV-TL-LABEL.
           MOVE RV-RUN-COUNT TO RV-TL-COUNT.
           WRITE RPT-LINE FROM RV-TOTAL-LINE.

           IF RV-RUN-COUNT = RV-EXPECTED-COUNT
               WRITE RPT-LINE FROM RV-BALANCED-LINE
           ELSE
               WRITE RPT-LINE FROM RV-OUT-OF-BALANCE-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.

           IF RV-REJECT-COUNT NOT = ZERO
                   OR RV-MISMATCH-COUNT NOT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE CUSTMAST.
           CLOSE RCOV-RPT.
       9000-EXIT.
           EXIT.
