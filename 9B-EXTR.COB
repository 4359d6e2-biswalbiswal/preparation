      *     TAKE ONLY CM-ADDR-STANDARD RECORDS SO UNVERIFIED
      *     ADDRESSES ARE NOT MAILED.  THE FILE ENDS WITH A CONTROL-
      *     TOTALS TRAILER (READ/SELECTED/WRITTEN) SO THE RECEIVING
      *     SIDE CAN BALANCE THE HANDOFF.  A CUSTOMER WITH A
      *     SEASONAL OR MAIL-TO ADDRESS ON CUSTADDR IN EFFECT ON THE
      *     RUN DATE IS MAILED THERE INSTEAD OF AT THE MASTER ADDRESS
      *     (MAIL-TO WINS WHEN BOTH ARE IN EFFECT); SELECTION STILL
      *     TESTS THE MASTER FIELDS.
      *
      *     PARAMETER CARD LAYOUT:
      *         COLS  1-20  UP TO 10 TWO-BYTE STATE CODES, BLANK = ALL
      *         COLS 22-29  OPEN-DATE FROM (YYYYMMDD), BLANK = OPEN
      *         COLS 30-37  OPEN-DATE THRU (YYYYMMDD), BLANK = OPEN
      *         COL  38     Y = CM-ADDR-STANDARD RECORDS ONLY
      *         COLS 39-46  RUN DATE FOR THE ALTERNATE-ADDRESS TEST
      *                     (YYYYMMDD), BLANK = TODAY
      *
      *     EXTRACT RECORD - 178 BYTES, REC-TYPE D FOR DETAILS AND T
      *     FOR THE SINGLE TRAILER CARRYING THE CONTROL TOTALS.
      *     08/23/2026  DO   COPY THE PARAMETER CARD TO WORKING
      *                      STORAGE BEFORE CLOSING SYSIN - THE FD
      *                      RECORD AREA IS UNDEFINED AFTER CLOSE.
      *     10/15/2026  DO   MAIL TO THE SEASONAL OR MAIL-TO ADDRESS
      *                      ON CUSTADDR (SEE 26B-ALTA) IN EFFECT ON
      *                      THE RUN DATE - NEW PARAMETER COLS 39-46.
      *                      COUNT OF ALTERNATE ADDRESSES USED ON THE
      *                      JOB LOG.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  9B-EXTR.
               RECORD KEY IS CM-CUSTNO
               FILE STATUS IS EX-CUSTMAST-STATUS.

           SELECT CUSTADDR ASSIGN TO CUSTADDR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-ADDR-KEY
               FILE STATUS IS EX-CUSTADDR-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO EXTRACT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

       FD  CUSTADDR
           LABEL RECORDS ARE STANDARD.
           COPY CUSTADDR.

       FD  EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXTRACT-RECORD                  PIC X(178).
       77  EX-SYSIN-STATUS                 PIC X(02).
       77  EX-CUSTMAST-STATUS              PIC X(02).
       77  EX-EXTRACT-STATUS               PIC X(02).
       77  EX-CUSTADDR-STATUS              PIC X(02).
       77  EX-ALT-FILE-SW                  PIC X(01)  VALUE 'N'.
           88  EX-ALT-FILE-OPEN                       VALUE 'Y'.
       77  EX-ALT-FOUND-SW                 PIC X(01)  VALUE 'N'.
           88  EX-ALT-FOUND                           VALUE 'Y'.
       77  EX-RUN-DATE                     PIC 9(08)  VALUE ZERO.
       77  EX-CUST-EOF-SW                  PIC X(01)  VALUE 'N'.
           88  EX-CUST-EOF                            VALUE 'Y'.
       77  EX-SELECT-SW                    PIC X(01)  VALUE 'N'.
       77  EX-READ-COUNT                   PIC 9(09)  COMP-3 VALUE ZERO.
       77  EX-SELECT-COUNT                 PIC 9(09)  COMP-3 VALUE ZERO.
       77  EX-WRITE-COUNT                  PIC 9(09)  COMP-3 VALUE ZERO.
       77  EX-ALT-COUNT                    PIC 9(09)  COMP-3 VALUE ZERO.
       77  EX-ALT-DISPLAY                  PIC 9(09).

      * THE CARD IS COPIED HERE BEFORE PARM-CARD IS CLOSED - THE FD
      * RECORD AREA IS UNDEFINED ONCE THE FILE IS CLOSED AND THE
           05  PC-FROM-DATE                PIC X(08).
           05  PC-THRU-DATE                PIC X(08).
           05  PC-STD-ONLY                 PIC X(01).
           05  PC-RUN-DATE                 PIC X(08).
           05  FILLER                      PIC X(34).

       01  EX-DETAIL-RECORD.
           05  EX-DT-REC-TYPE              PIC X(01)  VALUE 'D'.
               MOVE PC-THRU-DATE TO EX-THRU-DATE
           END-IF.

           IF PC-RUN-DATE = SPACES OR PC-RUN-DATE = '00000000'
               ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD
           ELSE
               IF PC-RUN-DATE NOT NUMERIC
                   DISPLAY 'INVALID RUN DATE ON PARAMETER CARD - '
                       PC-RUN-DATE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PC-RUN-DATE TO EX-RUN-DATE
           END-IF.

           OPEN INPUT CUSTMAST.
           IF EX-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'CUSTMAST OPEN FAILED - STATUS '
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

      * NO CUSTADDR CLUSTER YET MEANS NO CUSTOMER HAS AN ALTERNATE
      * ADDRESS - EVERY RECORD GOES TO ITS MASTER ADDRESS.
           OPEN INPUT CUSTADDR.
           EVALUATE EX-CUSTADDR-STATUS
               WHEN '00'
                   SET EX-ALT-FILE-OPEN TO TRUE
               WHEN '35'
                   DISPLAY 'CUSTADDR NOT FOUND - MASTER ADDRESSES USED'
               WHEN OTHER
                   DISPLAY 'CUSTADDR OPEN FAILED - STATUS '
                       EX-CUSTADDR-STATUS
                   CLOSE CUSTMAST
                   CLOSE EXTRACT-FILE
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       1000-EXIT.
           EXIT.

           MOVE CM-OPEN-DATE TO EX-DT-OPEN-DATE.
           MOVE CM-STATUS    TO EX-DT-STATUS.

           IF EX-ALT-FILE-OPEN
               PERFORM 2200-APPLY-ALT-ADDRESS
                   THRU 2200-EXIT
           END-IF.

           WRITE EXTRACT-RECORD FROM EX-DETAIL-RECORD.
           IF EX-EXTRACT-STATUS = '00'
               ADD 1 TO EX-WRITE-COUNT
       2120-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-APPLY-ALT-ADDRESS - LOOKS FOR A MAIL-TO, THEN A SEASONAL,
      * ALTERNATE ADDRESS IN EFFECT ON THE RUN DATE AND, WHEN ONE IS
      * FOUND, PUTS IT ON THE EXTRACT IN PLACE OF THE MASTER ADDRESS.
      *-----------------------------------------------------------------
       2200-APPLY-ALT-ADDRESS.
           MOVE 'N' TO EX-ALT-FOUND-SW.
           MOVE CM-CUSTNO TO AD-CUSTNO.
           SET AD-TYPE-MAIL-TO TO TRUE.
           PERFORM 2210-READ-ALT-ADDRESS
               THRU 2210-EXIT.

           IF NOT EX-ALT-FOUND
               MOVE CM-CUSTNO TO AD-CUSTNO
               SET AD-TYPE-SEASONAL TO TRUE
               PERFORM 2210-READ-ALT-ADDRESS
                   THRU 2210-EXIT
           END-IF.

           IF NOT EX-ALT-FOUND
               GO TO 2200-EXIT
           END-IF.

           MOVE AD-ADDR    TO EX-DT-ADDR.
           MOVE AD-CITY    TO EX-DT-CITY.
           MOVE AD-STATE   TO EX-DT-STATE.
           MOVE AD-ZIPCODE TO EX-DT-ZIPCODE.
           ADD 1 TO EX-ALT-COUNT.
       2200-EXIT.
           EXIT.

       2210-READ-ALT-ADDRESS.
           READ CUSTADDR
               INVALID KEY
                   GO TO 2210-EXIT
           END-READ.

           IF EX-CUSTADDR-STATUS NOT = '00'
               DISPLAY 'CUSTADDR READ FAILED - STATUS '
                   EX-CUSTADDR-STATUS ' CUSTNO ' CM-CUSTNO
               MOVE 4 TO RETURN-CODE
               GO TO 2210-EXIT
           END-IF.

           IF AD-FROM-DATE NOT > EX-RUN-DATE
                   AND AD-THRU-DATE NOT < EX-RUN-DATE
               SET EX-ALT-FOUND TO TRUE
           END-IF.
       2210-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 9000-TERMINATE - WRITES THE CONTROL-TOTALS TRAILER AND CLOSES
      * THE FILES.  THE TOTALS ARE ALSO DISPLAYED FOR THE JOB LOG.
           DISPLAY 'EXTRACT RECORDS READ     - ' EX-TR-READ.
           DISPLAY 'EXTRACT RECORDS SELECTED - ' EX-TR-SELECTED.
           DISPLAY 'EXTRACT RECORDS WRITTEN  - ' EX-TR-WRITTEN.
           MOVE EX-ALT-COUNT TO EX-ALT-DISPLAY.
           DISPLAY 'ALTERNATE ADDRESSES USED - ' EX-ALT-DISPLAY.

           CLOSE CUSTMAST.
           IF EX-ALT-FILE-OPEN
               CLOSE CUSTADDR
           END-IF.
           CLOSE EXTRACT-FILE.
       9000-EXIT.
           EXIT.
