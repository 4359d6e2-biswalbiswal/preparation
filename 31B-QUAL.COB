      *****************************************************************
      * PROGRAM-ID   : 31B-QUAL
      * AUTHOR       : D. OKAFOR - APPLICATIONS PROGRAMMING
      * INSTALLATION : CUSTOMER SERVICES DATA CENTER
      * DATE-WRITTEN : 10/15/2026
      * DATE-COMPILED:
      *-----------------------------------------------------------------
      * REMARKS.
      *     CUSTOMER DATA-QUALITY SWEEP.  2B-MAIN AND 7B-TRAN HAVE
      *     ALWAYS EDITED STATE AGAINST ZIP, BUT NOTHING CHECKED WHAT
      *     WENT INTO CM-PHONE, CM-EMAIL, CM-OPEN-DATE OR THE NAME
      *     FIELDS.  THIS JOB READS CUSTMAST FROM THE TOP, APPLIES
      *     THE FIELD-LEVEL RULES IN QUALRULE TO EVERY RECORD AND
      *     WRITES ONE QUALEXC EXCEPTION RECORD PER CUSTOMER PER RULE
      *     FAILED, WITH THE RULE CODE AND THE OFFENDING VALUE.  THE
      *     REPORT SUMMARIZES THE FAILURES BY RULE AND BY CM-STATE,
      *     WITH THE PERCENTAGE OF CUSTOMERS THAT PASSED EVERY RULE.
      *     THE SAME RULES ARE EDITS ON ADDS AND CHANGES IN 2B-MAIN
      *     AND 7B-TRAN, SO NO NEW FAILURES ARE KEYED AND THE COUNTS
      *     FALL AS THE OLD ONES ARE CLEANED UP.  THE OPEN-DATE RULES
      *     ARE TESTED AGAINST TODAY'S DATE.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY.
      *     10/15/2026  DO   INITIAL VERSION.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  31B-QUAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTNO
               FILE STATUS IS DQ-CUSTMAST-STATUS.

           SELECT QUALEXC ASSIGN TO QUALEXC
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS DQ-QUALEXC-STATUS.

           SELECT QUAL-RPT ASSIGN TO QUALRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DQ-QUALRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

       FD  QUALEXC
           LABEL RECORDS ARE STANDARD.
           COPY QUALEXC.

       FD  QUAL-RPT
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                        PIC X(132).

       WORKING-STORAGE SECTION.
       77  DQ-CUSTMAST-STATUS              PIC X(02).
       77  DQ-QUALEXC-STATUS               PIC X(02).
       77  DQ-QUALRPT-STATUS               PIC X(02).
       77  DQ-CUST-EOF-SW                  PIC X(01)  VALUE 'N'.
           88  DQ-CUST-EOF                            VALUE 'Y'.
       77  DQ-CUST-FAILED-SW               PIC X(01)  VALUE 'N'.
           88  DQ-CUST-FAILED                         VALUE 'Y'.
       77  DQ-ENTRY-FOUND-SW               PIC X(01)  VALUE 'N'.
           88  DQ-ENTRY-FOUND                         VALUE 'Y'.
       77  DQ-NAME-FOUND-SW                PIC X(01)  VALUE 'N'.
           88  DQ-NAME-FOUND                          VALUE 'Y'.
       77  DQ-TODAY                        PIC 9(08).
       77  DQ-AT-COUNT                     PIC 9(03)  COMP VALUE ZERO.
       77  DQ-LNAME-WORD                   PIC X(30).
       77  DQ-FNAME-WORD                   PIC X(20).
       77  DQ-NAME-ARG                     PIC X(30).
       77  DQ-NAME-SUB                     PIC S9(04) COMP VALUE ZERO.
       77  DQ-RULE-SUB                     PIC S9(04) COMP VALUE ZERO.
       77  DQ-SUB                          PIC S9(04) COMP VALUE ZERO.
       77  DQ-ENTRY-SUB                    PIC S9(04) COMP VALUE ZERO.
       77  DQ-STATE-COUNT                  PIC S9(04) COMP VALUE ZERO.
       77  DQ-STATE-MAX                    PIC S9(04) COMP VALUE 60.
       77  DQ-READ-COUNT                   PIC 9(09)  COMP-3 VALUE ZERO.
       77  DQ-CLEAN-COUNT                  PIC 9(09)  COMP-3 VALUE ZERO.
       77  DQ-FAILED-COUNT                 PIC 9(09)  COMP-3 VALUE ZERO.
       77  DQ-EXCEPTION-COUNT              PIC 9(09)  COMP-3 VALUE ZERO.
       77  DQ-PCT-CLEAN                    PIC 9(03)V9 VALUE ZERO.

       01  DQ-DATE-X                       PIC X(08).
       01  DQ-DATE-PARTS REDEFINES DQ-DATE-X.
           05  DQ-DATE-YYYY                PIC 9(04).
           05  DQ-DATE-MM                  PIC 9(02).
           05  DQ-DATE-DD                  PIC 9(02).
       01  DQ-DATE-NUM REDEFINES DQ-DATE-X PIC 9(08).

       COPY QUALRULE.

      *-----------------------------------------------------------------
      * RULE CODES AND REPORT DESCRIPTIONS, IN THE ORDER THE RULES
      * ARE APPLIED, WITH THE FAILURE COUNT FOR EACH.
      *-----------------------------------------------------------------
       01  DQ-RULE-VALUES.
           05  FILLER                      PIC X(44)  VALUE
               'PH01PHONE NOT ALL DIGITS'.
           05  FILLER                      PIC X(44)  VALUE
               'PH02PHONE AREA CODE 000'.
           05  FILLER                      PIC X(44)  VALUE
               'EM01EMAIL HAS NO @'.
           05  FILLER                      PIC X(44)  VALUE
               'OD01OPEN DATE NOT A VALID DATE'.
           05  FILLER                      PIC X(44)  VALUE
               'OD02OPEN DATE IN THE FUTURE'.
           05  FILLER                      PIC X(44)  VALUE
               'OD03OPEN DATE BEFORE COMPANY FOUNDED'.
           05  FILLER                      PIC X(44)  VALUE
               'NM01FULL NAME IN LAST-NAME FIELD'.
           05  FILLER                      PIC X(44)  VALUE
               'NM02FIRST AND LAST NAMES SWAPPED'.
       01  DQ-RULE-TABLE REDEFINES DQ-RULE-VALUES.
           05  DQ-RULE-ENTRY OCCURS 8 TIMES.
               10  DQ-RULE-CODE            PIC X(04).
               10  DQ-RULE-DESC            PIC X(40).

       01  DQ-RULE-COUNTS.
           05  DQ-RULE-FAILS               PIC 9(09)  COMP-3
                                           OCCURS 8 TIMES.

      *-----------------------------------------------------------------
      * ONE ENTRY PER CM-STATE MET ON THE FILE, IN THE ORDER MET.
      * THE 50 STATES AND THE TERRITORIES FIT WITH ROOM TO SPARE; AN
      * OVERFLOW IS COUNTED IN THE FILE TOTALS ONLY AND SETS RC 4.
      *-----------------------------------------------------------------
       01  DQ-STATE-TABLE.
           05  DQ-STATE-ENTRY OCCURS 60 TIMES.
               10  DQ-ST-STATE             PIC X(02).
               10  DQ-ST-READ              PIC 9(09)  COMP-3.
               10  DQ-ST-FAILED            PIC 9(09)  COMP-3.
               10  DQ-ST-EXCEPTIONS        PIC 9(09)  COMP-3.

       01  DQ-HEADING-1.
           05  FILLER                      PIC X(01)  VALUE '1'.
           05  FILLER                      PIC X(40)  VALUE
                   'CUSTOMER DATA-QUALITY SWEEP'.
           05  FILLER                      PIC X(11)  VALUE
                   'RUN DATE - '.
           05  DQ-H1-TODAY                 PIC 9(08).
           05  FILLER                      PIC X(72)  VALUE SPACES.

       01  DQ-RULE-TITLE.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  FILLER                      PIC X(50)  VALUE
                   'FAILURES BY RULE'.
           05  FILLER                      PIC X(81)  VALUE SPACES.

       01  DQ-RULE-HEAD.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  FILLER                      PIC X(06)  VALUE 'RULE'.
           05  FILLER                      PIC X(40)  VALUE
                   'DESCRIPTION'.
           05  FILLER                      PIC X(12)  VALUE
                   '   FAILURES'.
           05  FILLER                      PIC X(73)  VALUE SPACES.

       01  DQ-RULE-LINE.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  DQ-R-CODE                   PIC X(04).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  DQ-R-DESC                   PIC X(40).
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  DQ-R-COUNT                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(73)  VALUE SPACES.

       01  DQ-STATE-TITLE.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  FILLER                      PIC X(50)  VALUE
                   'FAILURES BY STATE'.
           05  FILLER                      PIC X(81)  VALUE SPACES.

       01  DQ-STATE-HEAD.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  FILLER                      PIC X(06)  VALUE 'STATE'.
           05  FILLER                      PIC X(12)  VALUE
                   '  CUSTOMERS'.
           05  FILLER                      PIC X(12)  VALUE
                   '     FAILED'.
           05  FILLER                      PIC X(12)  VALUE
                   ' EXCEPTIONS'.
           05  FILLER                      PIC X(10)  VALUE
                   '   % CLEAN'.
           05  FILLER                      PIC X(79)  VALUE SPACES.

       01  DQ-STATE-LINE.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  DQ-S-STATE                  PIC X(02).
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  DQ-S-READ                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  DQ-S-FAILED                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  DQ-S-EXCEPTIONS             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  DQ-S-PCT                    PIC ZZ9.9.
           05  FILLER                      PIC X(80)  VALUE SPACES.

       01  DQ-TOTAL-LINE.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  DQ-TL-LABEL                 PIC X(30).
           05  DQ-TL-COUNT                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(90)  VALUE SPACES.

       01  DQ-PCT-LINE.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  FILLER                      PIC X(30)  VALUE
                   'PERCENT OF FILE CLEAN       - '.
           05  FILLER                      PIC X(06)  VALUE SPACES.
           05  DQ-PL-PCT                   PIC ZZ9.9.
           05  FILLER                      PIC X(90)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-SWEEP-CUSTMAST
               THRU 2000-EXIT
               UNTIL DQ-CUST-EOF.

           PERFORM 8000-PRINT-SUMMARY
               THRU 8000-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE - OPENS THE FILES AND CLEARS THE COUNTS.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT DQ-TODAY FROM DATE YYYYMMDD.

           OPEN INPUT CUSTMAST.
           IF DQ-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'CUSTMAST OPEN FAILED - STATUS '
                   DQ-CUSTMAST-STATUS
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT QUALEXC.
           IF DQ-QUALEXC-STATUS NOT = '00'
               DISPLAY 'QUALEXC OPEN FAILED - STATUS '
                   DQ-QUALEXC-STATUS
               CLOSE CUSTMAST
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT QUAL-RPT.
           IF DQ-QUALRPT-STATUS NOT = '00'
               DISPLAY 'QUALRPT OPEN FAILED - STATUS '
                   DQ-QUALRPT-STATUS
               CLOSE CUSTMAST
               CLOSE QUALEXC
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE ZERO TO DQ-SUB.
           PERFORM 1100-CLEAR-RULE-COUNT
               THRU 1100-EXIT
               UNTIL DQ-SUB = 8.
       1000-EXIT.
           EXIT.

       1100-CLEAR-RULE-COUNT.
           ADD 1 TO DQ-SUB.
           MOVE ZERO TO DQ-RULE-FAILS (DQ-SUB).
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-SWEEP-CUSTMAST - RUNS ONE MASTER RECORD THROUGH EVERY
      * RULE AND COUNTS IT CLEAN OR FAILED, FOR THE FILE AND FOR ITS
      * STATE.
      *-----------------------------------------------------------------
       2000-SWEEP-CUSTMAST.
           READ CUSTMAST NEXT RECORD
               AT END
                   MOVE 'Y' TO DQ-CUST-EOF-SW
                   GO TO 2000-EXIT
           END-READ.

           ADD 1 TO DQ-READ-COUNT.
           MOVE 'N' TO DQ-CUST-FAILED-SW.

           PERFORM 2100-FIND-STATE-ENTRY
               THRU 2100-EXIT.
           IF DQ-ENTRY-FOUND
               ADD 1 TO DQ-ST-READ (DQ-ENTRY-SUB)
           END-IF.

           PERFORM 3100-CHECK-PHONE
               THRU 3100-EXIT.
           PERFORM 3200-CHECK-EMAIL
               THRU 3200-EXIT.
           PERFORM 3300-CHECK-OPEN-DATE
               THRU 3300-EXIT.
           PERFORM 3400-CHECK-NAMES
               THRU 3400-EXIT.

           IF DQ-CUST-FAILED
               ADD 1 TO DQ-FAILED-COUNT
               IF DQ-ENTRY-FOUND
                   ADD 1 TO DQ-ST-FAILED (DQ-ENTRY-SUB)
               END-IF
           ELSE
               ADD 1 TO DQ-CLEAN-COUNT
           END-IF.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2100-FIND-STATE-ENTRY - LOCATES OR ADDS THE ENTRY FOR
      * CM-STATE, LEAVING DQ-ENTRY-SUB POINTING AT IT.
      *-----------------------------------------------------------------
       2100-FIND-STATE-ENTRY.
           MOVE 'N' TO DQ-ENTRY-FOUND-SW.
           MOVE ZERO TO DQ-SUB.
           PERFORM 2110-TEST-STATE-ENTRY
               THRU 2110-EXIT
               UNTIL DQ-ENTRY-FOUND OR DQ-SUB = DQ-STATE-COUNT.

           IF DQ-ENTRY-FOUND
               GO TO 2100-EXIT
           END-IF.

           IF DQ-STATE-COUNT = DQ-STATE-MAX
               MOVE 4 TO RETURN-CODE
               GO TO 2100-EXIT
           END-IF.

           ADD 1 TO DQ-STATE-COUNT.
           MOVE DQ-STATE-COUNT TO DQ-ENTRY-SUB.
           MOVE CM-STATE TO DQ-ST-STATE (DQ-ENTRY-SUB).
           MOVE ZERO TO DQ-ST-READ (DQ-ENTRY-SUB).
           MOVE ZERO TO DQ-ST-FAILED (DQ-ENTRY-SUB).
           MOVE ZERO TO DQ-ST-EXCEPTIONS (DQ-ENTRY-SUB).
           SET DQ-ENTRY-FOUND TO TRUE.
       2100-EXIT.
           EXIT.

       2110-TEST-STATE-ENTRY.
           ADD 1 TO DQ-SUB.
           IF DQ-ST-STATE (DQ-SUB) = CM-STATE
               SET DQ-ENTRY-FOUND TO TRUE
               MOVE DQ-SUB TO DQ-ENTRY-SUB
           END-IF.
       2110-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3100-CHECK-PHONE - RULES PH01 AND PH02.  A BLANK PHONE IS
      * ALLOWED; ONE THAT IS THERE MUST BE TEN DIGITS WITH A REAL
      * AREA CODE.
      *-----------------------------------------------------------------
       3100-CHECK-PHONE.
           IF CM-PHONE = SPACES
               GO TO 3100-EXIT
           END-IF.

           MOVE 'CM-PHONE' TO QX-FIELD-NAME.
           MOVE CM-PHONE   TO QX-VALUE.

           IF CM-PHONE NOT NUMERIC
               MOVE 1 TO DQ-RULE-SUB
               PERFORM 3900-WRITE-EXCEPTION
                   THRU 3900-EXIT
               GO TO 3100-EXIT
           END-IF.

           IF CM-PHONE(1:3) = '000'
               MOVE 2 TO DQ-RULE-SUB
               PERFORM 3900-WRITE-EXCEPTION
                   THRU 3900-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3200-CHECK-EMAIL - RULE EM01.  A BLANK EMAIL IS ALLOWED.
      *-----------------------------------------------------------------
       3200-CHECK-EMAIL.
           IF CM-EMAIL = SPACES
               GO TO 3200-EXIT
           END-IF.

           MOVE ZERO TO DQ-AT-COUNT.
           INSPECT CM-EMAIL TALLYING DQ-AT-COUNT FOR ALL '@'.
           IF DQ-AT-COUNT = ZERO
               MOVE 'CM-EMAIL' TO QX-FIELD-NAME
               MOVE CM-EMAIL   TO QX-VALUE
               MOVE 3 TO DQ-RULE-SUB
               PERFORM 3900-WRITE-EXCEPTION
                   THRU 3900-EXIT
           END-IF.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3300-CHECK-OPEN-DATE - RULES OD01, OD02 AND OD03.  A DATE
      * THAT IS NOT A DATE AT ALL IS ONLY REPORTED AS OD01.
      *-----------------------------------------------------------------
       3300-CHECK-OPEN-DATE.
           MOVE CM-OPEN-DATE(1:8) TO DQ-DATE-X.
           MOVE 'CM-OPEN-DATE'    TO QX-FIELD-NAME.
           MOVE DQ-DATE-X         TO QX-VALUE.

           IF DQ-DATE-X NOT NUMERIC
                   OR DQ-DATE-MM < 1 OR DQ-DATE-MM > 12
                   OR DQ-DATE-DD < 1 OR DQ-DATE-DD > 31
               MOVE 4 TO DQ-RULE-SUB
               PERFORM 3900-WRITE-EXCEPTION
                   THRU 3900-EXIT
               GO TO 3300-EXIT
           END-IF.

           IF DQ-DATE-NUM > DQ-TODAY
               MOVE 5 TO DQ-RULE-SUB
               PERFORM 3900-WRITE-EXCEPTION
                   THRU 3900-EXIT
           END-IF.

           IF DQ-DATE-NUM < QR-FOUNDED-DATE
               MOVE 6 TO DQ-RULE-SUB
               PERFORM 3900-WRITE-EXCEPTION
                   THRU 3900-EXIT
           END-IF.
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3400-CHECK-NAMES - RULES NM01 AND NM02 ON THE FIRST WORD OF
      * EACH NAME FIELD.  A RECORD CAUGHT BY NM01 IS NOT ALSO TESTED
      * FOR NM02 - IT IS THE SAME MISTAKE.
      *-----------------------------------------------------------------
       3400-CHECK-NAMES.
           MOVE SPACES TO DQ-LNAME-WORD DQ-FNAME-WORD.
           UNSTRING CM-LNAME DELIMITED BY ALL SPACE
               INTO DQ-LNAME-WORD
           END-UNSTRING.
           UNSTRING CM-FNAME DELIMITED BY ALL SPACE
               INTO DQ-FNAME-WORD
           END-UNSTRING.

           IF DQ-LNAME-WORD = SPACES
               GO TO 3400-EXIT
           END-IF.

           MOVE 'CM-LNAME' TO QX-FIELD-NAME.
           MOVE CM-LNAME   TO QX-VALUE.

           IF DQ-LNAME-WORD = DQ-FNAME-WORD
               MOVE 7 TO DQ-RULE-SUB
               PERFORM 3900-WRITE-EXCEPTION
                   THRU 3900-EXIT
               GO TO 3400-EXIT
           END-IF.

           MOVE DQ-LNAME-WORD TO DQ-NAME-ARG.
           PERFORM 3450-LOOKUP-FIRST-NAME
               THRU 3450-EXIT.
           IF NOT DQ-NAME-FOUND
               GO TO 3400-EXIT
           END-IF.

           IF DQ-FNAME-WORD NOT = SPACES
               MOVE DQ-FNAME-WORD TO DQ-NAME-ARG
               PERFORM 3450-LOOKUP-FIRST-NAME
                   THRU 3450-EXIT
               IF DQ-NAME-FOUND
                   GO TO 3400-EXIT
               END-IF
           END-IF.

           MOVE 8 TO DQ-RULE-SUB.
           PERFORM 3900-WRITE-EXCEPTION
               THRU 3900-EXIT.
       3400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3450-LOOKUP-FIRST-NAME - SETS DQ-NAME-FOUND WHEN DQ-NAME-ARG
      * IS ON THE QUALRULE COMMON FIRST-NAME LIST.
      *-----------------------------------------------------------------
       3450-LOOKUP-FIRST-NAME.
           MOVE 'N' TO DQ-NAME-FOUND-SW.
           MOVE ZERO TO DQ-NAME-SUB.
           PERFORM 3460-TEST-FIRST-NAME
               THRU 3460-EXIT
               UNTIL DQ-NAME-FOUND
                  OR DQ-NAME-SUB = QR-FIRST-NAME-COUNT.
       3450-EXIT.
           EXIT.

       3460-TEST-FIRST-NAME.
           ADD 1 TO DQ-NAME-SUB.
           IF QR-FIRST-NAME (DQ-NAME-SUB) = DQ-NAME-ARG
               SET DQ-NAME-FOUND TO TRUE
           END-IF.
       3460-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3900-WRITE-EXCEPTION - WRITES ONE QUALEXC RECORD FOR RULE
      * DQ-RULE-SUB.  THE CALLER HAS FILLED QX-FIELD-NAME AND
      * QX-VALUE.
      *-----------------------------------------------------------------
       3900-WRITE-EXCEPTION.
           MOVE CM-CUSTNO                  TO QX-CUSTNO.
           MOVE DQ-RULE-CODE (DQ-RULE-SUB) TO QX-RULE-CODE.
           MOVE CM-STATE                   TO QX-STATE.
           MOVE DQ-TODAY                   TO QX-RUN-DATE.
           WRITE QUALEXC-RECORD.
           IF DQ-QUALEXC-STATUS NOT = '00'
               DISPLAY 'QUALEXC WRITE FAILED - STATUS '
                   DQ-QUALEXC-STATUS ' CUSTNO ' CM-CUSTNO
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO DQ-CUST-EOF-SW
               GO TO 3900-EXIT
           END-IF.

           SET DQ-CUST-FAILED TO TRUE.
           ADD 1 TO DQ-EXCEPTION-COUNT.
           ADD 1 TO DQ-RULE-FAILS (DQ-RULE-SUB).
           IF DQ-ENTRY-FOUND
               ADD 1 TO DQ-ST-EXCEPTIONS (DQ-ENTRY-SUB)
           END-IF.
       3900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8000-PRINT-SUMMARY - FAILURES BY RULE, THEN BY STATE WITH
      * EACH STATE'S PERCENTAGE CLEAN.
      *-----------------------------------------------------------------
       8000-PRINT-SUMMARY.
           MOVE DQ-TODAY TO DQ-H1-TODAY.
           WRITE RPT-LINE FROM DQ-HEADING-1.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM DQ-RULE-TITLE.
           WRITE RPT-LINE FROM DQ-RULE-HEAD.

           MOVE ZERO TO DQ-SUB.
           PERFORM 8100-PRINT-ONE-RULE
               THRU 8100-EXIT
               UNTIL DQ-SUB = 8.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM DQ-STATE-TITLE.
           WRITE RPT-LINE FROM DQ-STATE-HEAD.

           MOVE ZERO TO DQ-SUB.
           PERFORM 8200-PRINT-ONE-STATE
               THRU 8200-EXIT
               UNTIL DQ-SUB = DQ-STATE-COUNT.
       8000-EXIT.
           EXIT.

       8100-PRINT-ONE-RULE.
           ADD 1 TO DQ-SUB.
           MOVE DQ-RULE-CODE (DQ-SUB)  TO DQ-R-CODE.
           MOVE DQ-RULE-DESC (DQ-SUB)  TO DQ-R-DESC.
           MOVE DQ-RULE-FAILS (DQ-SUB) TO DQ-R-COUNT.
           WRITE RPT-LINE FROM DQ-RULE-LINE.
       8100-EXIT.
           EXIT.

       8200-PRINT-ONE-STATE.
           ADD 1 TO DQ-SUB.
           MOVE DQ-ST-STATE (DQ-SUB)      TO DQ-S-STATE.
           MOVE DQ-ST-READ (DQ-SUB)       TO DQ-S-READ.
           MOVE DQ-ST-FAILED (DQ-SUB)     TO DQ-S-FAILED.
           MOVE DQ-ST-EXCEPTIONS (DQ-SUB) TO DQ-S-EXCEPTIONS.
           IF DQ-ST-READ (DQ-SUB) = ZERO
               MOVE ZERO TO DQ-PCT-CLEAN
           ELSE
               COMPUTE DQ-PCT-CLEAN ROUNDED =
                   (DQ-ST-READ (DQ-SUB) - DQ-ST-FAILED (DQ-SUB))
                   * 100 / DQ-ST-READ (DQ-SUB)
           END-IF.
           MOVE DQ-PCT-CLEAN TO DQ-S-PCT.
           WRITE RPT-LINE FROM DQ-STATE-LINE.
       8200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 9000-TERMINATE - PRINTS THE FILE TOTALS AND THE PERCENTAGE OF
      * THE FILE THAT PASSED EVERY RULE, AND CLOSES THE FILES.
      *-----------------------------------------------------------------
       9000-TERMINATE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE 'CUSTOMERS READ              - ' TO DQ-TL-LABEL.
           MOVE DQ-READ-COUNT TO DQ-TL-COUNT.
           WRITE RPT-LINE FROM DQ-TOTAL-LINE.

           MOVE 'CUSTOMERS CLEAN             - ' TO DQ-TL-LABEL.
           MOVE DQ-CLEAN-COUNT TO DQ-TL-COUNT.
           WRITE RPT-LINE FROM DQ-TOTAL-LINE.

           MOVE 'CUSTOMERS FAILING A RULE    - ' TO DQ-TL-LABEL.
           MOVE DQ-FAILED-COUNT TO DQ-TL-COUNT.
           WRITE RPT-LINE FROM DQ-TOTAL-LINE.

           MOVE 'EXCEPTION RECORDS WRITTEN   - ' TO DQ-TL-LABEL.
           MOVE DQ-EXCEPTION-COUNT TO DQ-TL-COUNT.
           WRITE RPT-LINE FROM DQ-TOTAL-LINE.

           IF DQ-READ-COUNT = ZERO
               MOVE ZERO TO DQ-PCT-CLEAN
           ELSE
               COMPUTE DQ-PCT-CLEAN ROUNDED =
                   DQ-CLEAN-COUNT * 100 / DQ-READ-COUNT
           END-IF.
           MOVE DQ-PCT-CLEAN TO DQ-PL-PCT.
           WRITE RPT-LINE FROM DQ-PCT-LINE.

           DISPLAY 'MASTER RECORDS SWEPT - ' DQ-READ-COUNT.

           CLOSE CUSTMAST.
           CLOSE QUALEXC.
           CLOSE QUAL-RPT.
       9000-EXIT.
           EXIT.
