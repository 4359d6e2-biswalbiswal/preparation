      *****************************************************************
      * PROGRAM-ID   : 27B-LTRS
      * AUTHOR       : D. OKAFOR - APPLICATIONS PROGRAMMING
      * INSTALLATION : CUSTOMER SERVICES DATA CENTER
      * DATE-WRITTEN : 10/15/2026
      * DATE-COMPILED:
      *-----------------------------------------------------------------
      * REMARKS.
      *     NIGHTLY ADDRESS-CHANGE LETTER RUN.  PULLS THE DAY'S
      *     CUSTHIST RECORDS (CH-TIMESTAMP DATE EQUAL TO THE RUN DATE
      *     ON SYSIN) AND WRITES THE LETTER-SHOP FILE SO A CUSTOMER
      *     HEARS ABOUT EVERY MOVE OF THEIR ADDRESS, WHOEVER KEYED
      *     IT - A FRAUDULENT CHANGE IS THEN REPORTED BY THE CUSTOMER
      *     INSTEAD OF FOUND WHEN STATEMENTS STOP ARRIVING.
      *         C  WHEN CM-ADDR, CM-CITY, CM-STATE OR CM-ZIPCODE
      *            DIFFER BETWEEN THE BEFORE- AND AFTER-IMAGE - ONE
      *            CONFIRMATION TO THE NEW ADDRESS (LETTER TYPE C)
      *            AND ONE "YOUR ADDRESS WAS CHANGED" NOTICE TO THE
      *            OLD ADDRESS (LETTER TYPE N).  A CHANGE THAT LEAVES
      *            THE ADDRESS ALONE GETS NO LETTER.
      *         A  ONE WELCOME LETTER TO THE ADDRESS ADDED (TYPE W).
      *     OTHER ACTIONS ARE PASSED OVER.  CHANGES WRITTEN BY THE
      *     23B-MASS CITY/ZIP3 RENAMES (OPERATOR ID MAS) ARE NOT A
      *     REAL MOVE AND ARE SKIPPED AND COUNTED UNLESS COL 9 OF THE
      *     CARD ASKS FOR THEM.  LETTERS GO TO THE MASTER ADDRESS IN
      *     THE IMAGES, NOT TO A CUSTADDR ALTERNATE - THE POINT IS TO
      *     REACH THE ADDRESS THAT WAS CHANGED.
      *
      *     THE FILE ENDS WITH A CONTROL-TOTALS TRAILER (READ/
      *     SELECTED/WRITTEN AND THE COUNT OF EACH LETTER TYPE) AND
      *     EVERY LETTER IS LISTED ON THE PRINTED REGISTER, SO THE
      *     LETTER SHOP AND WE CAN BALANCE THE HANDOFF.
      *
      *     PARAMETER CARD LAYOUT:
      *         COLS  1-8   RUN DATE (YYYYMMDD)
      *         COL   9     Y = ALSO WRITE LETTERS FOR 23B-MASS
      *                     RENAMES, N OR BLANK = SKIP THEM
      *
      *     LETTER RECORD - 128 BYTES, REC-TYPE D FOR EACH LETTER AND
      *     T FOR THE SINGLE TRAILER CARRYING THE CONTROL TOTALS.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY.
      *     10/15/2026  DO   INITIAL VERSION.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  27B-LTRS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTHIST ASSIGN TO CUSTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CH-HIST-KEY
               FILE STATUS IS LT-CUSTHIST-STATUS.

           SELECT LETTER-FILE ASSIGN TO LETTERS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS LT-LETTERS-STATUS.

           SELECT LTR-RPT ASSIGN TO LTRRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LT-LTRRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTHIST
           LABEL RECORDS ARE STANDARD.
           COPY CUSTHIST.

       FD  LETTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  LETTER-RECORD                   PIC X(128).

       FD  LTR-RPT
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                        PIC X(132).

       WORKING-STORAGE SECTION.
       77  LT-CUSTHIST-STATUS              PIC X(02).
       77  LT-LETTERS-STATUS               PIC X(02).
       77  LT-LTRRPT-STATUS                PIC X(02).
       77  LT-HIST-EOF-SW                  PIC X(01)  VALUE 'N'.
           88  LT-HIST-EOF                            VALUE 'Y'.
       77  LT-MASS-OPID                    PIC X(03)  VALUE 'MAS'.
       77  LT-READ-COUNT                   PIC 9(09)  COMP-3 VALUE ZERO.
       77  LT-DAY-COUNT                    PIC 9(09)  COMP-3 VALUE ZERO.
       77  LT-SELECT-COUNT                 PIC 9(09)  COMP-3 VALUE ZERO.
       77  LT-WRITE-COUNT                  PIC 9(09)  COMP-3 VALUE ZERO.
       77  LT-WELCOME-COUNT                PIC 9(07)  COMP-3 VALUE ZERO.
       77  LT-CONFIRM-COUNT                PIC 9(07)  COMP-3 VALUE ZERO.
       77  LT-NOTICE-COUNT                 PIC 9(07)  COMP-3 VALUE ZERO.
       77  LT-NOMOVE-COUNT                 PIC 9(07)  COMP-3 VALUE ZERO.
       77  LT-MASS-COUNT                   PIC 9(07)  COMP-3 VALUE ZERO.

       01  LT-PARM-CARD.
           05  PC-RUN-DATE                 PIC X(08).
           05  PC-MASS-OPTION              PIC X(01).
               88  PC-INCLUDE-MASS                    VALUE 'Y'.
               88  PC-OPTION-VALID                    VALUE 'Y' 'N' ' '.
           05  FILLER                      PIC X(71).

      *-----------------------------------------------------------------
      * THE IMAGES ARE CARRIED ON CUSTHIST AS 201-BYTE STRINGS; EACH
      * IS MAPPED BACK THROUGH THE SHARED CUSTOMER-RECORD LAYOUT.  THE
      * BEFORE-IMAGE FIELDS A LETTER NEEDS ARE SAVED HERE FIRST.
      *-----------------------------------------------------------------
       COPY CUSTREC.

       01  LT-OLD-ADDRESS.
           05  LT-OLD-LNAME                PIC X(30).
           05  LT-OLD-FNAME                PIC X(20).
           05  LT-OLD-ADDR                 PIC X(30).
           05  LT-OLD-CITY                 PIC X(20).
           05  LT-OLD-STATE                PIC X(02).
           05  LT-OLD-ZIPCODE              PIC X(10).

       01  LT-DETAIL-RECORD.
           05  LT-DT-REC-TYPE              PIC X(01)  VALUE 'D'.
           05  LT-DT-LETTER-TYPE           PIC X(01).
               88  LT-LETTER-WELCOME                  VALUE 'W'.
               88  LT-LETTER-CONFIRM                  VALUE 'C'.
               88  LT-LETTER-NOTICE                   VALUE 'N'.
           05  LT-DT-CUSTNO                PIC X(06).
           05  LT-DT-LNAME                 PIC X(30).
           05  LT-DT-FNAME                 PIC X(20).
           05  LT-DT-ADDR                  PIC X(30).
           05  LT-DT-CITY                  PIC X(20).
           05  LT-DT-STATE                 PIC X(02).
           05  LT-DT-ZIPCODE               PIC X(10).
           05  LT-DT-ACTION-DATE           PIC X(08).

       01  LT-TRAILER-RECORD.
           05  LT-TR-REC-TYPE              PIC X(01)  VALUE 'T'.
           05  LT-TR-RUN-DATE              PIC X(08).
           05  LT-TR-READ                  PIC 9(09).
           05  LT-TR-SELECTED              PIC 9(09).
           05  LT-TR-WRITTEN               PIC 9(09).
           05  LT-TR-WELCOMES              PIC 9(07).
           05  LT-TR-CONFIRMS              PIC 9(07).
           05  LT-TR-NOTICES               PIC 9(07).
           05  FILLER                      PIC X(71)  VALUE SPACES.

       01  LT-HEADING-1.
           05  FILLER                      PIC X(01)  VALUE '1'.
           05  FILLER                      PIC X(40)  VALUE
                   'ADDRESS-CHANGE LETTER REGISTER'.
           05  FILLER                      PIC X(11)  VALUE
                   'RUN DATE - '.
           05  LT-H1-RUN-DATE              PIC X(08).
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  LT-H1-MASS-NOTE             PIC X(30).
           05  FILLER                      PIC X(38)  VALUE SPACES.

       01  LT-HEADING-2.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  FILLER                      PIC X(08)  VALUE 'CUSTNO'.
           05  FILLER                      PIC X(12)  VALUE 'LETTER'.
           05  FILLER                      PIC X(05)  VALUE 'OPID'.
           05  FILLER                      PIC X(34)  VALUE 'NAME'.
           05  FILLER                      PIC X(31)  VALUE 'ADDRESS'.
           05  FILLER                      PIC X(41)  VALUE
                   'CITY / STATE / ZIP'.

       01  LT-REG-LINE.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  LT-RL-CUSTNO                PIC X(06).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  LT-RL-LETTER                PIC X(10).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  LT-RL-OPID                  PIC X(03).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  LT-RL-LNAME                 PIC X(20).
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  LT-RL-FNAME                 PIC X(12).
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  LT-RL-ADDR                  PIC X(30).
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  LT-RL-CITY                  PIC X(20).
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  LT-RL-STATE                 PIC X(02).
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  LT-RL-ZIPCODE               PIC X(10).
           05  FILLER                      PIC X(07)  VALUE SPACES.

       01  LT-TOTAL-LINE.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  LT-TL-LABEL                 PIC X(30).
           05  LT-TL-COUNT                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(90)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-PROCESS-CUSTHIST
               THRU 2000-EXIT
               UNTIL LT-HIST-EOF.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE - READS AND EDITS THE PARAMETER CARD, OPENS
      * THE FILES AND PRINTS THE REGISTER HEADINGS.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT LT-PARM-CARD FROM SYSIN.
           IF PC-RUN-DATE NOT NUMERIC
               DISPLAY 'INVALID RUN DATE ON SYSIN - ' PC-RUN-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF NOT PC-OPTION-VALID
               DISPLAY 'INVALID MASS-RENAME OPTION ON SYSIN - '
                   PC-MASS-OPTION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CUSTHIST.
           IF LT-CUSTHIST-STATUS NOT = '00'
               DISPLAY 'CUSTHIST OPEN FAILED - STATUS '
                   LT-CUSTHIST-STATUS
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT LETTER-FILE.
           IF LT-LETTERS-STATUS NOT = '00'
               DISPLAY 'LETTERS OPEN FAILED - STATUS '
                   LT-LETTERS-STATUS
               CLOSE CUSTHIST
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT LTR-RPT.
           IF LT-LTRRPT-STATUS NOT = '00'
               DISPLAY 'LTRRPT OPEN FAILED - STATUS '
                   LT-LTRRPT-STATUS
               CLOSE CUSTHIST
               CLOSE LETTER-FILE
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE PC-RUN-DATE TO LT-H1-RUN-DATE.
           IF PC-INCLUDE-MASS
               MOVE '23B-MASS RENAMES INCLUDED' TO LT-H1-MASS-NOTE
           ELSE
               MOVE '23B-MASS RENAMES SKIPPED' TO LT-H1-MASS-NOTE
           END-IF.
           WRITE RPT-LINE FROM LT-HEADING-1.
           WRITE RPT-LINE FROM LT-HEADING-2.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-PROCESS-CUSTHIST - READS THE HISTORY FILE AND PASSES
      * EVERY ADD AND CHANGE STAMPED WITH THE RUN DATE ON FOR ITS
      * LETTERS.
      *-----------------------------------------------------------------
       2000-PROCESS-CUSTHIST.
           READ CUSTHIST NEXT RECORD
               AT END
                   MOVE 'Y' TO LT-HIST-EOF-SW
                   GO TO 2000-EXIT
           END-READ.

           ADD 1 TO LT-READ-COUNT.

           IF CH-TIMESTAMP(1:8) NOT = PC-RUN-DATE
               GO TO 2000-EXIT
           END-IF.

           ADD 1 TO LT-DAY-COUNT.

           EVALUATE TRUE
               WHEN CH-ACTION-ADD
                   PERFORM 2100-WELCOME-LETTER
                       THRU 2100-EXIT
               WHEN CH-ACTION-CHANGE
                   PERFORM 2200-CHANGE-LETTERS
                       THRU 2200-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2100-WELCOME-LETTER - ONE WELCOME LETTER TO THE ADDRESS IN THE
      * AFTER-IMAGE OF AN ADD.
      *-----------------------------------------------------------------
       2100-WELCOME-LETTER.
           ADD 1 TO LT-SELECT-COUNT.
           MOVE CH-AFTER-IMAGE TO CUSTOMER-RECORD.

           MOVE SPACES       TO LT-DETAIL-RECORD.
           MOVE 'D'          TO LT-DT-REC-TYPE.
           SET LT-LETTER-WELCOME TO TRUE.
           PERFORM 2300-MOVE-NEW-ADDRESS
               THRU 2300-EXIT.
           PERFORM 8000-WRITE-LETTER
               THRU 8000-EXIT.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-CHANGE-LETTERS - COMPARES THE ADDRESS FIELDS OF THE TWO
      * IMAGES AND, WHEN THEY DIFFER, WRITES THE CONFIRMATION TO THE
      * NEW ADDRESS AND THE NOTICE TO THE OLD ONE.
      *-----------------------------------------------------------------
       2200-CHANGE-LETTERS.
           IF CH-OPID = LT-MASS-OPID AND NOT PC-INCLUDE-MASS
               ADD 1 TO LT-MASS-COUNT
               GO TO 2200-EXIT
           END-IF.

           MOVE CH-BEFORE-IMAGE TO CUSTOMER-RECORD.
           MOVE CM-LNAME   TO LT-OLD-LNAME.
           MOVE CM-FNAME   TO LT-OLD-FNAME.
           MOVE CM-ADDR    TO LT-OLD-ADDR.
           MOVE CM-CITY    TO LT-OLD-CITY.
           MOVE CM-STATE   TO LT-OLD-STATE.
           MOVE CM-ZIPCODE TO LT-OLD-ZIPCODE.

           MOVE CH-AFTER-IMAGE TO CUSTOMER-RECORD.
           IF CM-ADDR    = LT-OLD-ADDR
                   AND CM-CITY    = LT-OLD-CITY
                   AND CM-STATE   = LT-OLD-STATE
                   AND CM-ZIPCODE = LT-OLD-ZIPCODE
               ADD 1 TO LT-NOMOVE-COUNT
               GO TO 2200-EXIT
           END-IF.

           ADD 1 TO LT-SELECT-COUNT.

           MOVE SPACES       TO LT-DETAIL-RECORD.
           MOVE 'D'          TO LT-DT-REC-TYPE.
           SET LT-LETTER-CONFIRM TO TRUE.
           PERFORM 2300-MOVE-NEW-ADDRESS
               THRU 2300-EXIT.
           PERFORM 8000-WRITE-LETTER
               THRU 8000-EXIT.

           MOVE SPACES       TO LT-DETAIL-RECORD.
           MOVE 'D'          TO LT-DT-REC-TYPE.
           SET LT-LETTER-NOTICE TO TRUE.
           MOVE CH-CUSTNO         TO LT-DT-CUSTNO.
           MOVE LT-OLD-LNAME      TO LT-DT-LNAME.
           MOVE LT-OLD-FNAME      TO LT-DT-FNAME.
           MOVE LT-OLD-ADDR       TO LT-DT-ADDR.
           MOVE LT-OLD-CITY       TO LT-DT-CITY.
           MOVE LT-OLD-STATE      TO LT-DT-STATE.
           MOVE LT-OLD-ZIPCODE    TO LT-DT-ZIPCODE.
           MOVE CH-TIMESTAMP(1:8) TO LT-DT-ACTION-DATE.
           PERFORM 8000-WRITE-LETTER
               THRU 8000-EXIT.
       2200-EXIT.
           EXIT.

       2300-MOVE-NEW-ADDRESS.
           MOVE CH-CUSTNO         TO LT-DT-CUSTNO.
           MOVE CM-LNAME          TO LT-DT-LNAME.
           MOVE CM-FNAME          TO LT-DT-FNAME.
           MOVE CM-ADDR           TO LT-DT-ADDR.
           MOVE CM-CITY           TO LT-DT-CITY.
           MOVE CM-STATE          TO LT-DT-STATE.
           MOVE CM-ZIPCODE        TO LT-DT-ZIPCODE.
           MOVE CH-TIMESTAMP(1:8) TO LT-DT-ACTION-DATE.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8000-WRITE-LETTER - WRITES ONE LETTER RECORD, COUNTS IT BY
      * TYPE AND LISTS IT ON THE REGISTER.
      *-----------------------------------------------------------------
       8000-WRITE-LETTER.
           WRITE LETTER-RECORD FROM LT-DETAIL-RECORD.
           IF LT-LETTERS-STATUS NOT = '00'
               DISPLAY 'LETTERS WRITE FAILED - STATUS '
                   LT-LETTERS-STATUS ' CUSTNO ' CH-CUSTNO
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO LT-HIST-EOF-SW
               GO TO 8000-EXIT
           END-IF.

           ADD 1 TO LT-WRITE-COUNT.

           EVALUATE TRUE
               WHEN LT-LETTER-WELCOME
                   ADD 1 TO LT-WELCOME-COUNT
                   MOVE 'WELCOME'    TO LT-RL-LETTER
               WHEN LT-LETTER-CONFIRM
                   ADD 1 TO LT-CONFIRM-COUNT
                   MOVE 'CONFIRM'    TO LT-RL-LETTER
               WHEN LT-LETTER-NOTICE
                   ADD 1 TO LT-NOTICE-COUNT
                   MOVE 'OLD ADDR'   TO LT-RL-LETTER
           END-EVALUATE.

           MOVE LT-DT-CUSTNO  TO LT-RL-CUSTNO.
           MOVE CH-OPID       TO LT-RL-OPID.
           MOVE LT-DT-LNAME   TO LT-RL-LNAME.
           MOVE LT-DT-FNAME   TO LT-RL-FNAME.
           MOVE LT-DT-ADDR    TO LT-RL-ADDR.
           MOVE LT-DT-CITY    TO LT-RL-CITY.
           MOVE LT-DT-STATE   TO LT-RL-STATE.
           MOVE LT-DT-ZIPCODE TO LT-RL-ZIPCODE.
           WRITE RPT-LINE FROM LT-REG-LINE.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 9000-TERMINATE - WRITES THE CONTROL-TOTALS TRAILER, PRINTS THE
      * REGISTER TOTALS, ECHOES THEM TO THE JOB LOG AND CLOSES THE
      * FILES.
      *-----------------------------------------------------------------
       9000-TERMINATE.
           MOVE PC-RUN-DATE      TO LT-TR-RUN-DATE.
           MOVE LT-READ-COUNT    TO LT-TR-READ.
           MOVE LT-SELECT-COUNT  TO LT-TR-SELECTED.
           MOVE LT-WRITE-COUNT   TO LT-TR-WRITTEN.
           MOVE LT-WELCOME-COUNT TO LT-TR-WELCOMES.
           MOVE LT-CONFIRM-COUNT TO LT-TR-CONFIRMS.
           MOVE LT-NOTICE-COUNT  TO LT-TR-NOTICES.
           WRITE LETTER-RECORD FROM LT-TRAILER-RECORD.
           IF LT-LETTERS-STATUS NOT = '00'
               DISPLAY 'LETTERS TRAILER WRITE FAILED - STATUS '
                   LT-LETTERS-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE 'HISTORY RECORDS READ        - ' TO LT-TL-LABEL.
           MOVE LT-READ-COUNT TO LT-TL-COUNT.
           WRITE RPT-LINE FROM LT-TOTAL-LINE.

           MOVE 'STAMPED WITH THE RUN DATE   - ' TO LT-TL-LABEL.
           MOVE LT-DAY-COUNT TO LT-TL-COUNT.
           WRITE RPT-LINE FROM LT-TOTAL-LINE.

           MOVE 'CHANGES - ADDRESS UNCHANGED - ' TO LT-TL-LABEL.
           MOVE LT-NOMOVE-COUNT TO LT-TL-COUNT.
           WRITE RPT-LINE FROM LT-TOTAL-LINE.

           MOVE '23B-MASS RENAMES SKIPPED    - ' TO LT-TL-LABEL.
           MOVE LT-MASS-COUNT TO LT-TL-COUNT.
           WRITE RPT-LINE FROM LT-TOTAL-LINE.

           MOVE 'ADDS AND MOVES SELECTED     - ' TO LT-TL-LABEL.
           MOVE LT-SELECT-COUNT TO LT-TL-COUNT.
           WRITE RPT-LINE FROM LT-TOTAL-LINE.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE 'WELCOME LETTERS         (W) - ' TO LT-TL-LABEL.
           MOVE LT-WELCOME-COUNT TO LT-TL-COUNT.
           WRITE RPT-LINE FROM LT-TOTAL-LINE.

           MOVE 'NEW-ADDRESS CONFIRMS    (C) - ' TO LT-TL-LABEL.
           MOVE LT-CONFIRM-COUNT TO LT-TL-COUNT.
           WRITE RPT-LINE FROM LT-TOTAL-LINE.

           MOVE 'OLD-ADDRESS NOTICES     (N) - ' TO LT-TL-LABEL.
           MOVE LT-NOTICE-COUNT TO LT-TL-COUNT.
           WRITE RPT-LINE FROM LT-TOTAL-LINE.

           MOVE 'LETTERS WRITTEN             - ' TO LT-TL-LABEL.
           MOVE LT-WRITE-COUNT TO LT-TL-COUNT.
           WRITE RPT-LINE FROM LT-TOTAL-LINE.

           DISPLAY 'LETTER RUN FOR RUN DATE ' PC-RUN-DATE.
           DISPLAY 'HISTORY RECORDS READ - ' LT-TR-READ.
           DISPLAY 'RECORDS SELECTED     - ' LT-TR-SELECTED.
           DISPLAY 'LETTERS WRITTEN      - ' LT-TR-WRITTEN.

           CLOSE CUSTHIST.
           CLOSE LETTER-FILE.
           CLOSE LTR-RPT.
       9000-EXIT.
           EXIT.
