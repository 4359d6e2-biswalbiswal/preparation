      *****************************************************************
      * PROGRAM-ID   : 30B-SCRB
      * AUTHOR       : D. OKAFOR - APPLICATIONS PROGRAMMING
      * INSTALLATION : CUSTOMER SERVICES DATA CENTER
      * DATE-WRITTEN : 10/15/2026
      * DATE-COMPILED:
      *-----------------------------------------------------------------
      * REMARKS.
      *     PRIVACY SCRUB OF CUSTOMERS WHO ARE GONE.  A DELETED OR
      *     MERGED-AWAY CUSTOMER LEAVES CUSTMAST, BUT THE NAME,
      *     ADDRESS, PHONE AND EMAIL STAY ON FOR EVER IN THE CUSTHIST
      *     AND ARCHHIST IMAGES, THE CONTACT NOTES AND THE ALTERNATE
      *     ADDRESSES.  THIS JOB FINDS EVERY CUSTOMER NUMBER WHOSE
      *     LAST ACTION (IGNORING ALTERNATE-ADDRESS ACTIONS L) IS A
      *     DELETE (D) OR A MERGE-AWAY (M WHOSE AFTER-IMAGE IS THE
      *     SURVIVOR'S NUMBER) DATED MORE THAN THE RETENTION YEARS
      *     AGO, PLUS ANY NUMBER PUNCHED ON THE SCRBCARD FILE (AN
      *     ERASURE REQUEST - SCRUBBED REGARDLESS OF AGE, BUT ONLY
      *     ONCE THE NUMBER IS OFF CUSTMAST), AND FOR EACH ONE:
      *         CUSTHIST    BLANKS THE PERSONAL FIELDS IN EVERY
      *                     BEFORE/AFTER IMAGE ON THE NUMBER'S TRAIL
      *         ARCHHIST    THE SAME, COPYING THE ARCHIVE TO ARCHNEW
      *                     (THE JCL CATALOGS ARCHNEW IN PLACE OF
      *                     THE GENERATIONS READ)
      *         NOTEFILE    BLANKS THE NOTE TEXT
      *         CUSTADDR    DELETES THE ALTERNATE ADDRESSES
      *         PENDCHG     BLANKS THE PERSONAL FIELDS IN THE IMAGES
      *                     AND THE REJECT REASON
      *     THE CUSTOMER NUMBER, ACTION CODES, TIMESTAMPS, OPERATOR
      *     AND TERMINAL IDS, OPEN DATE AND STATUS ARE KEPT SO THE
      *     TRAIL STILL SHOWS WHAT WAS DONE, WHEN AND BY WHOM.  A
      *     CUSTREC IMAGE LOSES CM-LNAME, CM-ZIPCODE, CM-FNAME,
      *     CM-ADDR, CM-CITY, CM-STATE, CM-PHONE AND CM-EMAIL; AN
      *     ALTERNATE-ADDRESS (L) IMAGE LOSES AD-ADDR, AD-CITY,
      *     AD-STATE AND AD-ZIPCODE.  A DELETE WHOSE BEFORE-IMAGE HAS
      *     NO NAME LEFT CAN NO LONGER BE RESTORED BY 2B-MAIN.
      *     17B-MRGE ALSO LOGS THE MERGE ON THE SURVIVOR'S TRAIL WITH
      *     THE MERGED-AWAY RECORD AS THE BEFORE-IMAGE, SO FOR A
      *     MERGED-AWAY NUMBER THAT ONE BEFORE-IMAGE ON THE SURVIVOR'S
      *     M RECORD IS BLANKED TOO (IN CUSTHIST OR ARCHHIST) AND
      *     COUNTED AGAINST THE MERGED-AWAY NUMBER.  THE REST OF THE
      *     SURVIVOR'S TRAIL IS NOT TOUCHED.
      *
      *     THE SELECTION SORTS THE CUSTHIST AND ARCHHIST RECORDS
      *     WITH THE REQUEST CARDS BY CUSTOMER NUMBER AND TIMESTAMP,
      *     SINCE 12B-ARCH MAY ALREADY HAVE MOVED AN OLD CUSTOMER'S
      *     WHOLE TRAIL TO THE ARCHIVE.  A RETENTION CUSTOMER WHOSE
      *     IMAGES ARE ALREADY BLANK WAS SCRUBBED ON AN EARLIER RUN
      *     AND IS ONLY COUNTED.  THE REPORT IS THE CERTIFICATE - ONE
      *     LINE PER NUMBER SCRUBBED WITH THE RECORDS CHANGED ON EACH
      *     FILE - PRECEDED BY THE NUMBERS THAT WERE NOT SCRUBBED AND
      *     WHY.  RC 4 IF ANY NUMBER WAS NOT SCRUBBED.
      *
      *     PARAMETER CARD LAYOUT:
      *         COLS 1-2    RETENTION IN YEARS (99) - BLANK SCRUBS
      *                     THE SCRBCARD NUMBERS ONLY
      *     SCRBCARD LAYOUT:
      *         COLS 1-6    CUSTOMER NUMBER TO SCRUB
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY.
      *     10/15/2026  DO   INITIAL VERSION.
      *     10/15/2026  DO   ALSO BLANK THE MERGED-AWAY CUSTOMER'S
      *                      IMAGE ON THE SURVIVOR'S M RECORD IN
      *                      CUSTHIST AND ARCHNEW, AND COUNT IT ON THE
      *                      CERTIFICATE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  30B-SCRB.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTNO
               FILE STATUS IS SC-CUSTMAST-STATUS.

           SELECT CUSTHIST ASSIGN TO CUSTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-HIST-KEY
               FILE STATUS IS SC-CUSTHIST-STATUS.

           SELECT ARCHHIST ASSIGN TO ARCHHIST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS SC-ARCHHIST-STATUS.

           SELECT ARCHNEW ASSIGN TO ARCHNEW
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS SC-ARCHNEW-STATUS.

           SELECT NOTEFILE ASSIGN TO NOTEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NT-NOTE-KEY
               FILE STATUS IS SC-NOTEFILE-STATUS.

           SELECT CUSTADDR ASSIGN TO CUSTADDR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-ADDR-KEY
               FILE STATUS IS SC-CUSTADDR-STATUS.

           SELECT PENDCHG ASSIGN TO PENDCHG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-PEND-KEY
               FILE STATUS IS SC-PENDCHG-STATUS.

           SELECT SCRB-CARD ASSIGN TO SCRBCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SC-SCRBCARD-STATUS.

           SELECT SORT-WORK ASSIGN TO SORTWK1.

           SELECT SCRB-RPT ASSIGN TO SCRBRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SC-SCRBRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

       FD  CUSTHIST
           LABEL RECORDS ARE STANDARD.
           COPY CUSTHIST.

       FD  ARCHHIST
           LABEL RECORDS ARE STANDARD.
       01  ARCHHIST-RECORD                 PIC X(433).

       FD  ARCHNEW
           LABEL RECORDS ARE STANDARD.
       01  ARCHNEW-RECORD                  PIC X(433).

       FD  NOTEFILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTNOTE.

       FD  CUSTADDR
           LABEL RECORDS ARE STANDARD.
           COPY CUSTADDR.

       FD  PENDCHG
           LABEL RECORDS ARE STANDARD.
           COPY PENDCHG.

       FD  SCRB-CARD
           LABEL RECORDS ARE STANDARD.
       01  SCRB-CARD-RECORD.
           05  SK-CUSTNO                   PIC X(06).
           05  FILLER                      PIC X(74).

       SD  SORT-WORK
           DATA RECORD IS SORT-RECORD.
       01  SORT-RECORD.
           05  SR-CUSTNO                   PIC X(06).
           05  SR-TIMESTAMP                PIC 9(14).
           05  SR-SOURCE                   PIC X(01).
               88  SR-FROM-CARD                       VALUE 'C'.
               88  SR-FROM-PARTNER                    VALUE 'P'.
           05  SR-ACTION                   PIC X(01).
           05  SR-MERGED-AWAY              PIC X(01).
           05  SR-HAS-DATA                 PIC X(01).
           05  SR-SURVIVOR                 PIC X(06).

       FD  SCRB-RPT
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                        PIC X(132).

       WORKING-STORAGE SECTION.
       77  SC-CUSTMAST-STATUS              PIC X(02).
       77  SC-CUSTHIST-STATUS              PIC X(02).
       77  SC-ARCHHIST-STATUS              PIC X(02).
       77  SC-ARCHNEW-STATUS               PIC X(02).
       77  SC-NOTEFILE-STATUS              PIC X(02).
       77  SC-CUSTADDR-STATUS              PIC X(02).
       77  SC-PENDCHG-STATUS               PIC X(02).
       77  SC-SCRBCARD-STATUS              PIC X(02).
       77  SC-SCRBRPT-STATUS               PIC X(02).
       77  SC-HIST-EOF-SW                  PIC X(01)  VALUE 'N'.
           88  SC-HIST-EOF                            VALUE 'Y'.
       77  SC-ARCH-EOF-SW                  PIC X(01)  VALUE 'N'.
           88  SC-ARCH-EOF                            VALUE 'Y'.
       77  SC-CARD-EOF-SW                  PIC X(01)  VALUE 'N'.
           88  SC-CARD-EOF                            VALUE 'Y'.
       77  SC-SORT-EOF-SW                  PIC X(01)  VALUE 'N'.
           88  SC-SORT-EOF                            VALUE 'Y'.
       77  SC-BROWSE-END-SW                PIC X(01)  VALUE 'N'.
           88  SC-BROWSE-END                          VALUE 'Y'.
       77  SC-NO-CUSTADDR-SW               PIC X(01)  VALUE 'N'.
           88  SC-NO-CUSTADDR                         VALUE 'Y'.
       77  SC-NO-PENDCHG-SW                PIC X(01)  VALUE 'N'.
           88  SC-NO-PENDCHG                          VALUE 'Y'.
       77  SC-CHANGED-SW                   PIC X(01)  VALUE 'N'.
           88  SC-CHANGED                             VALUE 'Y'.
       77  SC-ON-FILE-SW                   PIC X(01)  VALUE 'N'.
           88  SC-ON-FILE                             VALUE 'Y'.
       77  SC-ENTRY-FOUND-SW               PIC X(01)  VALUE 'N'.
           88  SC-ENTRY-FOUND                         VALUE 'Y'.
       77  SC-G-CARD-SW                    PIC X(01)  VALUE 'N'.
           88  SC-G-CARD                              VALUE 'Y'.
       77  SC-G-DATA-SW                    PIC X(01)  VALUE 'N'.
           88  SC-G-HAS-DATA                          VALUE 'Y'.
       77  SC-G-MERGED-AWAY-SW             PIC X(01)  VALUE 'N'.
           88  SC-G-MERGED-AWAY                       VALUE 'Y'.
       77  SC-G-CUSTNO                     PIC X(06)  VALUE SPACES.
       77  SC-G-LAST-ACTION                PIC X(01)  VALUE SPACE.
       77  SC-G-LAST-DATE                  PIC 9(08)  VALUE ZERO.
       77  SC-G-LAST-TIMESTAMP             PIC 9(14)  VALUE ZERO.
       77  SC-G-SURVIVOR                   PIC X(06)  VALUE SPACES.
       77  SC-LOOK-CUSTNO                  PIC X(06)  VALUE SPACES.
       77  SC-TODAY                        PIC 9(08).
       77  SC-CUTOFF-DATE                  PIC 9(08)  VALUE ZERO.
       77  SC-RETAIN-YEARS                 PIC 9(02)  VALUE ZERO.
       77  SC-REASON                       PIC X(50).
       77  SC-SUB                          PIC S9(05) COMP VALUE ZERO.
       77  SC-ENTRY-SUB                    PIC S9(05) COMP VALUE ZERO.
       77  SC-HOLD-ENTRY-SUB               PIC S9(05) COMP VALUE ZERO.
       77  SC-HOLD-FOUND-SW                PIC X(01)  VALUE 'N'.
       77  SC-TABLE-COUNT                  PIC S9(05) COMP VALUE ZERO.
       77  SC-TABLE-MAX                    PIC S9(05) COMP VALUE 5000.
       77  SC-HIST-READ-COUNT              PIC 9(09)  COMP-3 VALUE ZERO.
       77  SC-ARCH-READ-COUNT              PIC 9(09)  COMP-3 VALUE ZERO.
       77  SC-CARD-COUNT                   PIC 9(07)  COMP-3 VALUE ZERO.
       77  SC-RETAIN-SCRUB-COUNT           PIC 9(07)  COMP-3 VALUE ZERO.
       77  SC-CARD-SCRUB-COUNT             PIC 9(07)  COMP-3 VALUE ZERO.
       77  SC-ALREADY-COUNT                PIC 9(07)  COMP-3 VALUE ZERO.
       77  SC-REFUSED-COUNT                PIC 9(07)  COMP-3 VALUE ZERO.
       77  SC-HIST-SCRUB-COUNT             PIC 9(09)  COMP-3 VALUE ZERO.
       77  SC-ARCH-SCRUB-COUNT             PIC 9(09)  COMP-3 VALUE ZERO.
       77  SC-NOTE-SCRUB-COUNT             PIC 9(07)  COMP-3 VALUE ZERO.
       77  SC-ADDR-DELETE-COUNT            PIC 9(07)  COMP-3 VALUE ZERO.
       77  SC-PEND-SCRUB-COUNT             PIC 9(07)  COMP-3 VALUE ZERO.

       01  SC-PARM-CARD.
           05  PC-RETAIN-YEARS             PIC X(02).
           05  FILLER                      PIC X(78).

      *-----------------------------------------------------------------
      * ONE IMAGE BEING SCRUBBED - A CUSTREC IMAGE OR, ON ACTION L
      * AND NOWHERE ELSE, A CUSTADDR IMAGE.
      *-----------------------------------------------------------------
       01  SC-SAVE-RECORD                  PIC X(500).

       01  SC-IMAGE-WORK                   PIC X(201).
       01  SC-CUST-WORK REDEFINES SC-IMAGE-WORK.
           05  FILLER                      PIC X(06).
           05  SC-CW-LNAME                 PIC X(30).
           05  SC-CW-ZIPCODE               PIC X(10).
           05  SC-CW-FNAME                 PIC X(20).
           05  SC-CW-ADDR                  PIC X(30).
           05  SC-CW-CITY                  PIC X(20).
           05  SC-CW-STATE                 PIC X(02).
           05  SC-CW-PHONE                 PIC X(10).
           05  SC-CW-EMAIL                 PIC X(40).
           05  FILLER                      PIC X(33).
       01  SC-ADDR-WORK REDEFINES SC-IMAGE-WORK.
           05  FILLER                      PIC X(23).
           05  SC-AW-ADDR                  PIC X(30).
           05  SC-AW-CITY                  PIC X(20).
           05  SC-AW-STATE                 PIC X(02).
           05  SC-AW-ZIPCODE               PIC X(10).
           05  FILLER                      PIC X(116).

      *-----------------------------------------------------------------
      * NUMBERS SCRUBBED THIS RUN, IN CUSTOMER NUMBER ORDER AS THE
      * SORT RETURNS THEM, WITH THE RECORDS CHANGED ON EACH FILE.
      * A MERGED-AWAY NUMBER ALSO HOLDS ITS SURVIVOR AND THE MERGE
      * TIMESTAMP, TO FIND THE SURVIVOR'S M RECORD.
      * THE ARCHIVE PASS LOOKS NUMBERS UP HERE AND THE CERTIFICATE
      * IS PRINTED FROM IT.  WHEN IT IS FULL THE REST WAIT FOR THE
      * NEXT RUN.
      *-----------------------------------------------------------------
       01  SC-SCRUB-TABLE.
           05  SC-ENTRY OCCURS 5000 TIMES.
               10  SC-T-CUSTNO             PIC X(06).
               10  SC-T-BASIS              PIC X(01).
                   88  SC-T-RETENTION                 VALUE 'R'.
                   88  SC-T-REQUEST                   VALUE 'C'.
               10  SC-T-LAST-ACTION        PIC X(01).
               10  SC-T-LAST-DATE          PIC 9(08).
               10  SC-T-SURVIVOR           PIC X(06).
               10  SC-T-MERGE-TIMESTAMP    PIC 9(14).
               10  SC-T-HIST-COUNT         PIC 9(07)  COMP-3.
               10  SC-T-ARCH-COUNT         PIC 9(07)  COMP-3.
               10  SC-T-NOTE-COUNT         PIC 9(07)  COMP-3.
               10  SC-T-ADDR-COUNT         PIC 9(07)  COMP-3.
               10  SC-T-PEND-COUNT         PIC 9(07)  COMP-3.

       01  SC-HEADING-1.
           05  FILLER                      PIC X(01)  VALUE '1'.
           05  FILLER                      PIC X(30)  VALUE
                   'PRIVACY SCRUB CERTIFICATE'.
           05  FILLER                      PIC X(11)  VALUE
                   'RUN DATE - '.
           05  SC-H1-TODAY                 PIC 9(08).
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  FILLER                      PIC X(20)  VALUE
                   'RETENTION YEARS - '.
           05  SC-H1-YEARS                 PIC X(10).
           05  FILLER                      PIC X(20)  VALUE
                   'GONE BEFORE - '.
           05  SC-H1-CUTOFF                PIC X(08).
           05  FILLER                      PIC X(20)  VALUE SPACES.

       01  SC-REFUSED-SECT-LINE.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  FILLER                      PIC X(40)  VALUE
                   'CUSTOMER NUMBERS NOT SCRUBBED'.
           05  FILLER                      PIC X(91)  VALUE SPACES.

       01  SC-REFUSED-HEADING.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  FILLER                      PIC X(08)  VALUE 'CUSTNO'.
           05  FILLER                      PIC X(10)  VALUE 'BASIS'.
           05  FILLER                      PIC X(50)  VALUE 'REASON'.
           05  FILLER                      PIC X(63)  VALUE SPACES.

       01  SC-REFUSED-LINE.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  SC-RL-CUSTNO                PIC X(06).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  SC-RL-BASIS                 PIC X(10).
           05  SC-RL-REASON                PIC X(50).
           05  FILLER                      PIC X(63)  VALUE SPACES.

       01  SC-SCRUB-SECT-LINE.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  FILLER                      PIC X(40)  VALUE
                   'CUSTOMER NUMBERS SCRUBBED'.
           05  FILLER                      PIC X(91)  VALUE SPACES.

       01  SC-SCRUB-HEADING.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  FILLER                      PIC X(08)  VALUE 'CUSTNO'.
           05  FILLER                      PIC X(10)  VALUE 'BASIS'.
           05  FILLER                      PIC X(05)  VALUE 'ACT'.
           05  FILLER                      PIC X(10)  VALUE 'DATE'.
           05  FILLER                      PIC X(10)  VALUE
                   '  CUSTHIST'.
           05  FILLER                      PIC X(10)  VALUE
                   '  ARCHHIST'.
           05  FILLER                      PIC X(10)  VALUE
                   '     NOTES'.
           05  FILLER                      PIC X(10)  VALUE
                   '  ALT ADDR'.
           05  FILLER                      PIC X(10)  VALUE
                   '   PENDING'.
           05  FILLER                      PIC X(48)  VALUE SPACES.

       01  SC-SCRUB-LINE.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  SC-SL-CUSTNO                PIC X(06).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  SC-SL-BASIS                 PIC X(10).
           05  SC-SL-ACTION                PIC X(01).
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  SC-SL-DATE                  PIC X(08).
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  SC-SL-HIST                  PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  SC-SL-ARCH                  PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  SC-SL-NOTE                  PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  SC-SL-ADDR                  PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  SC-SL-PEND                  PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(48)  VALUE SPACES.

       01  SC-NONE-LINE.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  FILLER                      PIC X(30)  VALUE 'NONE'.
           05  FILLER                      PIC X(101) VALUE SPACES.

       01  SC-TOTAL-LINE.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  SC-TL-LABEL                 PIC X(30).
           05  SC-TL-COUNT                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(90)  VALUE SPACES.

       01  SC-CERT-LINE.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  SC-CL-TEXT                  PIC X(70).
           05  FILLER                      PIC X(61)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           SORT SORT-WORK
               ON ASCENDING KEY SR-CUSTNO SR-TIMESTAMP
               INPUT PROCEDURE 3000-SORT-IN THRU 3000-EXIT
               OUTPUT PROCEDURE 4000-SORT-OUT THRU 4000-EXIT.

           PERFORM 7000-SCRUB-ARCHIVE
               THRU 7000-EXIT.

           PERFORM 8000-PRINT-CERTIFICATE
               THRU 8000-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE - READS THE RETENTION CARD, WORKS OUT THE
      * CUT-OFF DATE (THE RUN DATE THE GIVEN NUMBER OF YEARS BACK -
      * 29 FEBRUARY FALLS BACK TO THE 28TH), OPENS THE FILES AND
      * STARTS THE LIST OF NUMBERS NOT SCRUBBED.  CUSTADDR AND
      * PENDCHG ARE LATER FILES AND MAY NOT BE DEFINED YET AT EVERY
      * SITE - STATUS 35 SIMPLY SKIPS THEM.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT SC-PARM-CARD FROM SYSIN.
           IF PC-RETAIN-YEARS NOT = SPACES
               IF PC-RETAIN-YEARS NOT NUMERIC
                       OR PC-RETAIN-YEARS = '00'
                   DISPLAY 'INVALID RETENTION YEARS ON SYSIN - '
                       PC-RETAIN-YEARS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PC-RETAIN-YEARS TO SC-RETAIN-YEARS
           END-IF.

           ACCEPT SC-TODAY FROM DATE YYYYMMDD.
           IF SC-RETAIN-YEARS NOT = ZERO
               COMPUTE SC-CUTOFF-DATE =
                   SC-TODAY - (SC-RETAIN-YEARS * 10000)
               IF SC-CUTOFF-DATE(5:4) = '0229'
                   SUBTRACT 1 FROM SC-CUTOFF-DATE
               END-IF
           END-IF.

           OPEN OUTPUT SCRB-RPT.
           IF SC-SCRBRPT-STATUS NOT = '00'
               DISPLAY 'SCRBRPT OPEN FAILED - STATUS '
                   SC-SCRBRPT-STATUS
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CUSTMAST.
           IF SC-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'CUSTMAST OPEN FAILED - STATUS '
                   SC-CUSTMAST-STATUS
               CLOSE SCRB-RPT
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O CUSTHIST.
           IF SC-CUSTHIST-STATUS NOT = '00'
               DISPLAY 'CUSTHIST OPEN FAILED - STATUS '
                   SC-CUSTHIST-STATUS
               CLOSE CUSTMAST
               CLOSE SCRB-RPT
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ARCHHIST.
           IF SC-ARCHHIST-STATUS NOT = '00'
               DISPLAY 'ARCHHIST OPEN FAILED - STATUS '
                   SC-ARCHHIST-STATUS
               CLOSE CUSTMAST
               CLOSE CUSTHIST
               CLOSE SCRB-RPT
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT ARCHNEW.
           IF SC-ARCHNEW-STATUS NOT = '00'
               DISPLAY 'ARCHNEW OPEN FAILED - STATUS '
                   SC-ARCHNEW-STATUS
               CLOSE CUSTMAST
               CLOSE CUSTHIST
               CLOSE ARCHHIST
               CLOSE SCRB-RPT
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O NOTEFILE.
           IF SC-NOTEFILE-STATUS NOT = '00'
               DISPLAY 'NOTEFILE OPEN FAILED - STATUS '
                   SC-NOTEFILE-STATUS
               CLOSE CUSTMAST
               CLOSE CUSTHIST
               CLOSE ARCHHIST
               CLOSE ARCHNEW
               CLOSE SCRB-RPT
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT SCRB-CARD.
           IF SC-SCRBCARD-STATUS NOT = '00'
               DISPLAY 'SCRBCARD OPEN FAILED - STATUS '
                   SC-SCRBCARD-STATUS
               CLOSE CUSTMAST
               CLOSE CUSTHIST
               CLOSE ARCHHIST
               CLOSE ARCHNEW
               CLOSE NOTEFILE
               CLOSE SCRB-RPT
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O CUSTADDR.
           IF SC-CUSTADDR-STATUS = '35'
               DISPLAY 'CUSTADDR NOT DEFINED - NOT SCRUBBED'
               SET SC-NO-CUSTADDR TO TRUE
           ELSE
               IF SC-CUSTADDR-STATUS NOT = '00'
                   DISPLAY 'CUSTADDR OPEN FAILED - STATUS '
                       SC-CUSTADDR-STATUS
                   CLOSE CUSTMAST
                   CLOSE CUSTHIST
                   CLOSE ARCHHIST
                   CLOSE ARCHNEW
                   CLOSE NOTEFILE
                   CLOSE SCRB-CARD
                   CLOSE SCRB-RPT
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN I-O PENDCHG.
           IF SC-PENDCHG-STATUS = '35'
               DISPLAY 'PENDCHG NOT DEFINED - NOT SCRUBBED'
               SET SC-NO-PENDCHG TO TRUE
           ELSE
               IF SC-PENDCHG-STATUS NOT = '00'
                   DISPLAY 'PENDCHG OPEN FAILED - STATUS '
                       SC-PENDCHG-STATUS
                   CLOSE CUSTMAST
                   CLOSE CUSTHIST
                   CLOSE ARCHHIST
                   CLOSE ARCHNEW
                   CLOSE NOTEFILE
                   CLOSE SCRB-CARD
                   IF NOT SC-NO-CUSTADDR
                       CLOSE CUSTADDR
                   END-IF
                   CLOSE SCRB-RPT
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           MOVE SC-TODAY TO SC-H1-TODAY.
           IF SC-RETAIN-YEARS = ZERO
               MOVE 'CARDS ONLY' TO SC-H1-YEARS
               MOVE SPACES TO SC-H1-CUTOFF
           ELSE
               MOVE SC-RETAIN-YEARS TO SC-H1-YEARS
               MOVE SC-CUTOFF-DATE TO SC-H1-CUTOFF
           END-IF.
           WRITE RPT-LINE FROM SC-HEADING-1.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM SC-REFUSED-SECT-LINE.
           WRITE RPT-LINE FROM SC-REFUSED-HEADING.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-SORT-IN - RELEASES ONE SORT RECORD PER CUSTHIST AND
      * ARCHHIST RECORD AND ONE PER REQUEST CARD.  EACH HISTORY
      * RECORD CARRIES ITS ACTION, WHETHER IT IS A MERGE-AWAY AND
      * WHETHER ITS IMAGES STILL HOLD ANY PERSONAL DATA.  A CARD
      * SORTS AHEAD OF ITS NUMBER'S HISTORY (TIMESTAMP ZERO).  THE
      * SURVIVOR'S SIDE OF A MERGE ALSO RELEASES A PARTNER RECORD
      * UNDER THE MERGED-AWAY NUMBER, SAYING ONLY WHETHER THAT
      * NUMBER'S IMAGE THERE STILL HOLDS PERSONAL DATA.
      *-----------------------------------------------------------------
       3000-SORT-IN.
           PERFORM 3100-READ-CUSTHIST
               THRU 3100-EXIT
               UNTIL SC-HIST-EOF.

           PERFORM 3200-READ-ARCHHIST
               THRU 3200-EXIT
               UNTIL SC-ARCH-EOF.

           PERFORM 3300-READ-CARD
               THRU 3300-EXIT
               UNTIL SC-CARD-EOF.
       3000-EXIT.
           EXIT.

       3100-READ-CUSTHIST.
           READ CUSTHIST NEXT RECORD
               AT END
                   MOVE 'Y' TO SC-HIST-EOF-SW
                   GO TO 3100-EXIT
           END-READ.

           ADD 1 TO SC-HIST-READ-COUNT.
           PERFORM 3400-RELEASE-HISTORY
               THRU 3400-EXIT.
       3100-EXIT.
           EXIT.

       3200-READ-ARCHHIST.
           READ ARCHHIST
               AT END
                   MOVE 'Y' TO SC-ARCH-EOF-SW
                   GO TO 3200-EXIT
           END-READ.

           ADD 1 TO SC-ARCH-READ-COUNT.
           MOVE ARCHHIST-RECORD TO CUSTHIST-RECORD.
           PERFORM 3400-RELEASE-HISTORY
               THRU 3400-EXIT.
       3200-EXIT.
           EXIT.

       3300-READ-CARD.
           READ SCRB-CARD
               AT END
                   MOVE 'Y' TO SC-CARD-EOF-SW
                   GO TO 3300-EXIT
           END-READ.

           IF SCRB-CARD-RECORD = SPACES
               GO TO 3300-EXIT
           END-IF.

           ADD 1 TO SC-CARD-COUNT.
           IF SK-CUSTNO NOT NUMERIC
               MOVE SK-CUSTNO TO SC-RL-CUSTNO
               MOVE 'REQUEST' TO SC-RL-BASIS
               MOVE 'NOT A VALID CUSTOMER NUMBER' TO SC-REASON
               PERFORM 8500-PRINT-REFUSED
                   THRU 8500-EXIT
               GO TO 3300-EXIT
           END-IF.

           MOVE SK-CUSTNO TO SR-CUSTNO.
           MOVE ZERO      TO SR-TIMESTAMP.
           MOVE 'C'       TO SR-SOURCE.
           MOVE SPACE     TO SR-ACTION.
           MOVE 'N'       TO SR-MERGED-AWAY.
           MOVE 'N'       TO SR-HAS-DATA.
           MOVE SPACES    TO SR-SURVIVOR.
           RELEASE SORT-RECORD.
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3400-RELEASE-HISTORY - THE IMAGES ARE BLANKED IN THE RECORD
      * AREA ONLY TO SEE WHETHER ANYTHING WOULD CHANGE; NOTHING IS
      * WRITTEN BACK HERE.
      *-----------------------------------------------------------------
       3400-RELEASE-HISTORY.
           IF CH-ACTION-MERGE
                   AND CH-BEFORE-IMAGE(1:6) NOT = CH-CUSTNO
                   AND CH-BEFORE-IMAGE(1:6) NOT = SPACES
               PERFORM 3410-RELEASE-PARTNER
                   THRU 3410-EXIT
           END-IF.

           MOVE CH-CUSTNO    TO SR-CUSTNO.
           MOVE CH-TIMESTAMP TO SR-TIMESTAMP.
           MOVE 'H'          TO SR-SOURCE.
           MOVE CH-ACTION    TO SR-ACTION.
           MOVE 'N'          TO SR-MERGED-AWAY.
           MOVE SPACES       TO SR-SURVIVOR.
           IF CH-ACTION-MERGE
                   AND CH-AFTER-IMAGE(1:6) NOT = CH-CUSTNO
               MOVE 'Y' TO SR-MERGED-AWAY
               MOVE CH-AFTER-IMAGE(1:6) TO SR-SURVIVOR
           END-IF.

           PERFORM 6000-BLANK-HIST-IMAGES
               THRU 6000-EXIT.
           IF SC-CHANGED
               MOVE 'Y' TO SR-HAS-DATA
           ELSE
               MOVE 'N' TO SR-HAS-DATA
           END-IF.

           RELEASE SORT-RECORD.
       3400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3410-RELEASE-PARTNER - THE RECORD IN CUSTHIST-RECORD IS THE
      * SURVIVOR'S SIDE OF A MERGE.  ITS BEFORE-IMAGE IS THE
      * MERGED-AWAY CUSTOMER, SO IT IS RELEASED UNDER THAT NUMBER
      * TOO - A NUMBER ALREADY BLANKED ON ITS OWN TRAIL IS NOT DONE
      * WHILE THIS IMAGE STILL HOLDS ITS PERSONAL DATA.
      *-----------------------------------------------------------------
       3410-RELEASE-PARTNER.
           MOVE CH-BEFORE-IMAGE(1:6) TO SR-CUSTNO.
           MOVE CH-TIMESTAMP         TO SR-TIMESTAMP.
           MOVE 'P'                  TO SR-SOURCE.
           MOVE CH-ACTION            TO SR-ACTION.
           MOVE 'N'                  TO SR-MERGED-AWAY.
           MOVE SPACES               TO SR-SURVIVOR.

           MOVE CH-BEFORE-IMAGE TO SC-IMAGE-WORK.
           PERFORM 6100-BLANK-CUST-WORK
               THRU 6100-EXIT.
           IF SC-IMAGE-WORK NOT = CH-BEFORE-IMAGE
               MOVE 'Y' TO SR-HAS-DATA
           ELSE
               MOVE 'N' TO SR-HAS-DATA
           END-IF.

           RELEASE SORT-RECORD.
       3410-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4000-SORT-OUT - RETURNS THE RECORDS IN CUSTOMER NUMBER AND
      * TIMESTAMP ORDER AND DECIDES EACH NUMBER ON ITS BREAK.
      *-----------------------------------------------------------------
       4000-SORT-OUT.
           PERFORM 4100-RETURN-SORT
               THRU 4100-EXIT
               UNTIL SC-SORT-EOF.

           IF SC-G-CUSTNO NOT = SPACES
               PERFORM 4200-DECIDE-CUSTOMER
                   THRU 4200-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

       4100-RETURN-SORT.
           RETURN SORT-WORK
               AT END
                   MOVE 'Y' TO SC-SORT-EOF-SW
                   GO TO 4100-EXIT
           END-RETURN.

           IF SR-CUSTNO NOT = SC-G-CUSTNO
               IF SC-G-CUSTNO NOT = SPACES
                   PERFORM 4200-DECIDE-CUSTOMER
                       THRU 4200-EXIT
               END-IF
               MOVE SR-CUSTNO TO SC-G-CUSTNO
               MOVE 'N'       TO SC-G-CARD-SW
               MOVE 'N'       TO SC-G-DATA-SW
               MOVE 'N'       TO SC-G-MERGED-AWAY-SW
               MOVE SPACE     TO SC-G-LAST-ACTION
               MOVE ZERO      TO SC-G-LAST-DATE
               MOVE ZERO      TO SC-G-LAST-TIMESTAMP
               MOVE SPACES    TO SC-G-SURVIVOR
           END-IF.

           IF SR-FROM-CARD
               SET SC-G-CARD TO TRUE
               GO TO 4100-EXIT
           END-IF.

           IF SR-HAS-DATA = 'Y'
               SET SC-G-HAS-DATA TO TRUE
           END-IF.

           IF SR-FROM-PARTNER
               GO TO 4100-EXIT
           END-IF.

           IF SR-ACTION = 'L'
               GO TO 4100-EXIT
           END-IF.

           MOVE SR-ACTION            TO SC-G-LAST-ACTION.
           MOVE SR-TIMESTAMP(1:8)    TO SC-G-LAST-DATE.
           MOVE SR-TIMESTAMP         TO SC-G-LAST-TIMESTAMP.
           MOVE SR-MERGED-AWAY       TO SC-G-MERGED-AWAY-SW.
           MOVE SR-SURVIVOR          TO SC-G-SURVIVOR.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4200-DECIDE-CUSTOMER - A REQUEST CARD IS SCRUBBED WHATEVER
      * THE HISTORY SAYS, PROVIDED THE NUMBER IS OFF CUSTMAST.
      * OTHERWISE THE NUMBER IS SCRUBBED WHEN ITS LAST ACTION IS A
      * DELETE OR A MERGE-AWAY OLDER THAN THE CUT-OFF AND SOME IMAGE
      * STILL HOLDS PERSONAL DATA.  A RETENTION NUMBER STILL ON
      * CUSTMAST MEANS THE HISTORY IS INCOMPLETE - IT IS LISTED, NOT
      * SCRUBBED.
      *-----------------------------------------------------------------
       4200-DECIDE-CUSTOMER.
           MOVE SC-G-CUSTNO TO SC-RL-CUSTNO.

           IF SC-G-CARD
               MOVE 'REQUEST' TO SC-RL-BASIS
               PERFORM 4900-READ-CUSTMAST
                   THRU 4900-EXIT
               IF SC-ON-FILE
                   MOVE 'STILL ON CUSTMAST - DELETE OR MERGE IT FIRST'
                       TO SC-REASON
                   PERFORM 8500-PRINT-REFUSED
                       THRU 8500-EXIT
                   GO TO 4200-EXIT
               END-IF
               PERFORM 4300-ADD-ENTRY
                   THRU 4300-EXIT
               GO TO 4200-EXIT
           END-IF.

           IF SC-RETAIN-YEARS = ZERO
               GO TO 4200-EXIT
           END-IF.

           IF SC-G-LAST-ACTION NOT = 'D' AND NOT SC-G-MERGED-AWAY
               GO TO 4200-EXIT
           END-IF.

           IF SC-G-LAST-DATE NOT < SC-CUTOFF-DATE
               GO TO 4200-EXIT
           END-IF.

           IF NOT SC-G-HAS-DATA
               ADD 1 TO SC-ALREADY-COUNT
               GO TO 4200-EXIT
           END-IF.

           MOVE 'RETENTION' TO SC-RL-BASIS.
           PERFORM 4900-READ-CUSTMAST
               THRU 4900-EXIT.
           IF SC-ON-FILE
               MOVE 'ON CUSTMAST DESPITE LAST ACTION - NOT SCRUBBED'
                   TO SC-REASON
               PERFORM 8500-PRINT-REFUSED
                   THRU 8500-EXIT
               GO TO 4200-EXIT
           END-IF.

           PERFORM 4300-ADD-ENTRY
               THRU 4300-EXIT.
       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4300-ADD-ENTRY - TAKES A TABLE ENTRY FOR THE NUMBER AND
      * SCRUBS ITS KEYED FILES.  THE ARCHIVE IS DONE LATER IN ONE
      * PASS FOR ALL NUMBERS.
      *-----------------------------------------------------------------
       4300-ADD-ENTRY.
           IF SC-TABLE-COUNT = SC-TABLE-MAX
               IF SC-G-CARD
                   MOVE 'RUN LIMIT REACHED - RESUBMIT THE CARD'
                       TO SC-REASON
               ELSE
                   MOVE 'RUN LIMIT REACHED - PICKED UP NEXT RUN'
                       TO SC-REASON
               END-IF
               PERFORM 8500-PRINT-REFUSED
                   THRU 8500-EXIT
               GO TO 4300-EXIT
           END-IF.

           ADD 1 TO SC-TABLE-COUNT.
           MOVE SC-TABLE-COUNT   TO SC-ENTRY-SUB.
           MOVE SC-G-CUSTNO      TO SC-T-CUSTNO(SC-ENTRY-SUB).
           MOVE SC-G-LAST-ACTION TO SC-T-LAST-ACTION(SC-ENTRY-SUB).
           MOVE SC-G-LAST-DATE   TO SC-T-LAST-DATE(SC-ENTRY-SUB).
           IF SC-G-MERGED-AWAY
               MOVE SC-G-SURVIVOR
                   TO SC-T-SURVIVOR(SC-ENTRY-SUB)
               MOVE SC-G-LAST-TIMESTAMP
                   TO SC-T-MERGE-TIMESTAMP(SC-ENTRY-SUB)
           ELSE
               MOVE SPACES TO SC-T-SURVIVOR(SC-ENTRY-SUB)
               MOVE ZERO   TO SC-T-MERGE-TIMESTAMP(SC-ENTRY-SUB)
           END-IF.
           MOVE ZERO TO SC-T-HIST-COUNT(SC-ENTRY-SUB)
                        SC-T-ARCH-COUNT(SC-ENTRY-SUB)
                        SC-T-NOTE-COUNT(SC-ENTRY-SUB)
                        SC-T-ADDR-COUNT(SC-ENTRY-SUB)
                        SC-T-PEND-COUNT(SC-ENTRY-SUB).
           IF SC-G-CARD
               MOVE 'C' TO SC-T-BASIS(SC-ENTRY-SUB)
               ADD 1 TO SC-CARD-SCRUB-COUNT
           ELSE
               MOVE 'R' TO SC-T-BASIS(SC-ENTRY-SUB)
               ADD 1 TO SC-RETAIN-SCRUB-COUNT
           END-IF.

           PERFORM 5100-SCRUB-CUSTHIST
               THRU 5100-EXIT.
           PERFORM 5200-SCRUB-NOTES
               THRU 5200-EXIT.
           IF NOT SC-NO-CUSTADDR
               PERFORM 5300-REMOVE-ALT-ADDRESSES
                   THRU 5300-EXIT
           END-IF.
           IF NOT SC-NO-PENDCHG
               PERFORM 5400-SCRUB-PENDING
                   THRU 5400-EXIT
           END-IF.
       4300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4900-READ-CUSTMAST - RANDOM READ OF THE NUMBER BEING DECIDED.
      *-----------------------------------------------------------------
       4900-READ-CUSTMAST.
           MOVE 'N' TO SC-ON-FILE-SW.
           MOVE SC-G-CUSTNO TO CM-CUSTNO.
           READ CUSTMAST
               INVALID KEY
                   GO TO 4900-EXIT
           END-READ.
           SET SC-ON-FILE TO TRUE.
       4900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5100-SCRUB-CUSTHIST - BROWSES THE NUMBER'S CUSTHIST TRAIL AND
      * REWRITES EVERY RECORD WHOSE IMAGES STILL HELD PERSONAL DATA.
      * FOR A MERGED-AWAY NUMBER IT THEN BROWSES THE SURVIVOR'S
      * TRAIL FOR THE SURVIVOR'S M RECORD.  THE TWO M RECORDS ARE
      * STAMPED SEPARATELY AND A KEY COLLISION BUMPS EITHER ONE, SO
      * THE BROWSE STARTS AT THE BEGINNING OF THE MERGE DAY.
      *-----------------------------------------------------------------
       5100-SCRUB-CUSTHIST.
           MOVE 'N' TO SC-BROWSE-END-SW.
           MOVE SC-G-CUSTNO TO CH-CUSTNO.
           MOVE ZERO        TO CH-TIMESTAMP.
           START CUSTHIST KEY NOT LESS THAN CH-HIST-KEY
               INVALID KEY
                   SET SC-BROWSE-END TO TRUE
           END-START.

           PERFORM 5110-SCRUB-HIST-RECORD
               THRU 5110-EXIT
               UNTIL SC-BROWSE-END.

           IF SC-T-SURVIVOR(SC-ENTRY-SUB) = SPACES
               GO TO 5100-EXIT
           END-IF.

           MOVE SC-T-SURVIVOR(SC-ENTRY-SUB) TO CH-CUSTNO.
           MOVE SC-T-MERGE-TIMESTAMP(SC-ENTRY-SUB) TO CH-TIMESTAMP.
           MOVE ZERO TO CH-TIMESTAMP(9:6).
           START CUSTHIST KEY NOT LESS THAN CH-HIST-KEY
               INVALID KEY
                   GO TO 5100-EXIT
           END-START.

           MOVE 'N' TO SC-BROWSE-END-SW.
           PERFORM 5120-SCRUB-SURVIVOR-MERGE
               THRU 5120-EXIT
               UNTIL SC-BROWSE-END.
       5100-EXIT.
           EXIT.

       5110-SCRUB-HIST-RECORD.
           READ CUSTHIST NEXT RECORD
               AT END
                   SET SC-BROWSE-END TO TRUE
                   GO TO 5110-EXIT
           END-READ.

           IF CH-CUSTNO NOT = SC-G-CUSTNO
               SET SC-BROWSE-END TO TRUE
               GO TO 5110-EXIT
           END-IF.

           PERFORM 6000-BLANK-HIST-IMAGES
               THRU 6000-EXIT.
           IF NOT SC-CHANGED
               GO TO 5110-EXIT
           END-IF.

           REWRITE CUSTHIST-RECORD
               INVALID KEY
                   DISPLAY 'CUSTHIST REWRITE FAILED - STATUS '
                       SC-CUSTHIST-STATUS ' KEY ' CH-HIST-KEY
                   MOVE 8 TO RETURN-CODE
                   GO TO 5110-EXIT
           END-REWRITE.

           ADD 1 TO SC-T-HIST-COUNT(SC-ENTRY-SUB).
           ADD 1 TO SC-HIST-SCRUB-COUNT.
       5110-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5120-SCRUB-SURVIVOR-MERGE - LOOKS FOR THE SURVIVOR'S M RECORD
      * WHOSE BEFORE-IMAGE IS THE NUMBER BEING SCRUBBED AND BLANKS
      * THE PERSONAL FIELDS OF THAT IMAGE ONLY - THE AFTER-IMAGE IS
      * THE SURVIVOR'S OWN.  THE BROWSE ENDS ON THE FIRST ONE FOUND
      * OR AT THE END OF THE SURVIVOR'S TRAIL (THE RECORD MAY HAVE
      * GONE TO THE ARCHIVE - 7100 DEALS WITH IT THERE).
      *-----------------------------------------------------------------
       5120-SCRUB-SURVIVOR-MERGE.
           READ CUSTHIST NEXT RECORD
               AT END
                   SET SC-BROWSE-END TO TRUE
                   GO TO 5120-EXIT
           END-READ.

           IF CH-CUSTNO NOT = SC-T-SURVIVOR(SC-ENTRY-SUB)
               SET SC-BROWSE-END TO TRUE
               GO TO 5120-EXIT
           END-IF.

           IF NOT CH-ACTION-MERGE
                   OR CH-BEFORE-IMAGE(1:6) NOT = SC-G-CUSTNO
               GO TO 5120-EXIT
           END-IF.

           SET SC-BROWSE-END TO TRUE.
           MOVE CH-BEFORE-IMAGE TO SC-IMAGE-WORK.
           PERFORM 6100-BLANK-CUST-WORK
               THRU 6100-EXIT.
           IF SC-IMAGE-WORK = CH-BEFORE-IMAGE
               GO TO 5120-EXIT
           END-IF.

           MOVE SC-IMAGE-WORK TO CH-BEFORE-IMAGE.
           REWRITE CUSTHIST-RECORD
               INVALID KEY
                   DISPLAY 'CUSTHIST REWRITE FAILED - STATUS '
                       SC-CUSTHIST-STATUS ' KEY ' CH-HIST-KEY
                   MOVE 8 TO RETURN-CODE
                   GO TO 5120-EXIT
           END-REWRITE.

           ADD 1 TO SC-T-HIST-COUNT(SC-ENTRY-SUB).
           ADD 1 TO SC-HIST-SCRUB-COUNT.
       5120-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5200-SCRUB-NOTES - BLANKS THE TEXT OF EVERY CONTACT NOTE ON
      * THE NUMBER.  THE KEY, OPERATOR, TERMINAL, CATEGORY AND
      * FOLLOW-UP DATE STAY AS THE RECORD THAT A CONTACT WAS MADE.
      *-----------------------------------------------------------------
       5200-SCRUB-NOTES.
           MOVE SC-G-CUSTNO TO NT-CUSTNO.
           MOVE ZERO        TO NT-TIMESTAMP.
           START NOTEFILE KEY NOT LESS THAN NT-NOTE-KEY
               INVALID KEY
                   GO TO 5200-EXIT
           END-START.

           MOVE 'N' TO SC-BROWSE-END-SW.
           PERFORM 5210-SCRUB-NOTE
               THRU 5210-EXIT
               UNTIL SC-BROWSE-END.
       5200-EXIT.
           EXIT.

       5210-SCRUB-NOTE.
           READ NOTEFILE NEXT RECORD
               AT END
                   SET SC-BROWSE-END TO TRUE
                   GO TO 5210-EXIT
           END-READ.

           IF NT-CUSTNO NOT = SC-G-CUSTNO
               SET SC-BROWSE-END TO TRUE
               GO TO 5210-EXIT
           END-IF.

           IF NT-NOTE-TEXT = SPACES
               GO TO 5210-EXIT
           END-IF.

           MOVE SPACES TO NT-NOTE-TEXT.
           REWRITE CUSTNOTE-RECORD
               INVALID KEY
                   DISPLAY 'NOTEFILE REWRITE FAILED - STATUS '
                       SC-NOTEFILE-STATUS ' KEY ' NT-NOTE-KEY
                   MOVE 8 TO RETURN-CODE
                   GO TO 5210-EXIT
           END-REWRITE.

           ADD 1 TO SC-T-NOTE-COUNT(SC-ENTRY-SUB).
           ADD 1 TO SC-NOTE-SCRUB-COUNT.
       5210-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5300-REMOVE-ALT-ADDRESSES - DELETES THE NUMBER'S CUSTADDR
      * ENTRIES.  THE L RECORDS ON ITS TRAIL STILL SHOW THAT THEY
      * EXISTED, WHEN AND WHO KEYED THEM.
      *-----------------------------------------------------------------
       5300-REMOVE-ALT-ADDRESSES.
           MOVE SC-G-CUSTNO TO AD-CUSTNO.
           MOVE LOW-VALUES  TO AD-ADDR-TYPE.
           START CUSTADDR KEY NOT LESS THAN AD-ADDR-KEY
               INVALID KEY
                   GO TO 5300-EXIT
           END-START.

           MOVE 'N' TO SC-BROWSE-END-SW.
           PERFORM 5310-REMOVE-ADDRESS
               THRU 5310-EXIT
               UNTIL SC-BROWSE-END.
       5300-EXIT.
           EXIT.

       5310-REMOVE-ADDRESS.
           READ CUSTADDR NEXT RECORD
               AT END
                   SET SC-BROWSE-END TO TRUE
                   GO TO 5310-EXIT
           END-READ.

           IF AD-CUSTNO NOT = SC-G-CUSTNO
               SET SC-BROWSE-END TO TRUE
               GO TO 5310-EXIT
           END-IF.

           DELETE CUSTADDR RECORD
               INVALID KEY
                   DISPLAY 'CUSTADDR DELETE FAILED - STATUS '
                       SC-CUSTADDR-STATUS ' KEY ' AD-ADDR-KEY
                   MOVE 8 TO RETURN-CODE
                   GO TO 5310-EXIT
           END-DELETE.

           ADD 1 TO SC-T-ADDR-COUNT(SC-ENTRY-SUB).
           ADD 1 TO SC-ADDR-DELETE-COUNT.
       5310-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5400-SCRUB-PENDING - BLANKS THE PERSONAL FIELDS IN BOTH
      * IMAGES OF EVERY PENDCHG REQUEST ON THE NUMBER, AND THE
      * SUPERVISOR'S FREE-TEXT REJECT REASON.  THE STATUS AND THE
      * REQUESTING AND DECIDING OPERATORS STAY.
      *-----------------------------------------------------------------
       5400-SCRUB-PENDING.
           MOVE SC-G-CUSTNO TO PD-CUSTNO.
           MOVE ZERO        TO PD-TIMESTAMP.
           START PENDCHG KEY NOT LESS THAN PD-PEND-KEY
               INVALID KEY
                   GO TO 5400-EXIT
           END-START.

           MOVE 'N' TO SC-BROWSE-END-SW.
           PERFORM 5410-SCRUB-REQUEST
               THRU 5410-EXIT
               UNTIL SC-BROWSE-END.
       5400-EXIT.
           EXIT.

       5410-SCRUB-REQUEST.
           READ PENDCHG NEXT RECORD
               AT END
                   SET SC-BROWSE-END TO TRUE
                   GO TO 5410-EXIT
           END-READ.

           IF PD-CUSTNO NOT = SC-G-CUSTNO
               SET SC-BROWSE-END TO TRUE
               GO TO 5410-EXIT
           END-IF.

           MOVE PENDCHG-RECORD TO SC-SAVE-RECORD.
           MOVE PD-BEFORE-IMAGE TO SC-IMAGE-WORK.
           PERFORM 6100-BLANK-CUST-WORK
               THRU 6100-EXIT.
           MOVE SC-IMAGE-WORK TO PD-BEFORE-IMAGE.
           MOVE PD-AFTER-IMAGE TO SC-IMAGE-WORK.
           PERFORM 6100-BLANK-CUST-WORK
               THRU 6100-EXIT.
           MOVE SC-IMAGE-WORK TO PD-AFTER-IMAGE.
           MOVE SPACES TO PD-REJECT-REASON.
           IF PENDCHG-RECORD = SC-SAVE-RECORD
               GO TO 5410-EXIT
           END-IF.

           REWRITE PENDCHG-RECORD
               INVALID KEY
                   DISPLAY 'PENDCHG REWRITE FAILED - STATUS '
                       SC-PENDCHG-STATUS ' KEY ' PD-PEND-KEY
                   MOVE 8 TO RETURN-CODE
                   GO TO 5410-EXIT
           END-REWRITE.

           ADD 1 TO SC-T-PEND-COUNT(SC-ENTRY-SUB).
           ADD 1 TO SC-PEND-SCRUB-COUNT.
       5410-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 6000-BLANK-HIST-IMAGES - BLANKS THE PERSONAL FIELDS IN BOTH
      * IMAGES OF THE RECORD IN CUSTHIST-RECORD AND SETS SC-CHANGED
      * WHEN ANYTHING WAS THERE TO BLANK.  ACTION L IMAGES ARE
      * CUSTADDR RECORDS; EVERY OTHER ACTION CARRIES CUSTREC IMAGES.
      * AN IMAGE OF SPACES (BEFORE AN ADD) COMES THROUGH UNCHANGED.
      *-----------------------------------------------------------------
       6000-BLANK-HIST-IMAGES.
           MOVE 'N' TO SC-CHANGED-SW.
           MOVE CUSTHIST-RECORD TO SC-SAVE-RECORD.

           MOVE CH-BEFORE-IMAGE TO SC-IMAGE-WORK.
           IF CH-ACTION-ALT-ADDRESS
               PERFORM 6200-BLANK-ADDR-WORK
                   THRU 6200-EXIT
           ELSE
               PERFORM 6100-BLANK-CUST-WORK
                   THRU 6100-EXIT
           END-IF.
           MOVE SC-IMAGE-WORK TO CH-BEFORE-IMAGE.

           MOVE CH-AFTER-IMAGE TO SC-IMAGE-WORK.
           IF CH-ACTION-ALT-ADDRESS
               PERFORM 6200-BLANK-ADDR-WORK
                   THRU 6200-EXIT
           ELSE
               PERFORM 6100-BLANK-CUST-WORK
                   THRU 6100-EXIT
           END-IF.
           MOVE SC-IMAGE-WORK TO CH-AFTER-IMAGE.

           IF CUSTHIST-RECORD NOT = SC-SAVE-RECORD(1:433)
               SET SC-CHANGED TO TRUE
           END-IF.
       6000-EXIT.
           EXIT.

       6100-BLANK-CUST-WORK.
           MOVE SPACES TO SC-CW-LNAME
                          SC-CW-ZIPCODE
                          SC-CW-FNAME
                          SC-CW-ADDR
                          SC-CW-CITY
                          SC-CW-STATE
                          SC-CW-PHONE
                          SC-CW-EMAIL.
       6100-EXIT.
           EXIT.

       6200-BLANK-ADDR-WORK.
           MOVE SPACES TO SC-AW-ADDR
                          SC-AW-CITY
                          SC-AW-STATE
                          SC-AW-ZIPCODE.
       6200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7000-SCRUB-ARCHIVE - COPIES THE WHOLE ARCHIVE TO ARCHNEW,
      * BLANKING THE IMAGES OF EVERY RECORD WHOSE NUMBER IS IN THE
      * TABLE.  THE ARCHIVE IS GROUPED BY NUMBER, SO THE LAST LOOKUP
      * IS KEPT AND THE TABLE IS ONLY SEARCHED ON A NEW NUMBER.  A
      * SURVIVOR'S M RECORD IS ALSO LOOKED UP UNDER ITS BEFORE-IMAGE
      * NUMBER (SEE 7300).
      *-----------------------------------------------------------------
       7000-SCRUB-ARCHIVE.
           CLOSE ARCHHIST.
           OPEN INPUT ARCHHIST.
           IF SC-ARCHHIST-STATUS NOT = '00'
               DISPLAY 'ARCHHIST REOPEN FAILED - STATUS '
                   SC-ARCHHIST-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 7000-EXIT
           END-IF.

           MOVE 'N' TO SC-ARCH-EOF-SW.
           MOVE SPACES TO SC-LOOK-CUSTNO.
           PERFORM 7100-COPY-ARCHIVE-RECORD
               THRU 7100-EXIT
               UNTIL SC-ARCH-EOF.
       7000-EXIT.
           EXIT.

       7100-COPY-ARCHIVE-RECORD.
           READ ARCHHIST
               AT END
                   MOVE 'Y' TO SC-ARCH-EOF-SW
                   GO TO 7100-EXIT
           END-READ.

           MOVE ARCHHIST-RECORD TO CUSTHIST-RECORD.
           IF CH-CUSTNO NOT = SC-LOOK-CUSTNO
               MOVE CH-CUSTNO TO SC-LOOK-CUSTNO
               PERFORM 7200-FIND-ENTRY
                   THRU 7200-EXIT
           END-IF.

           IF SC-ENTRY-FOUND
               PERFORM 6000-BLANK-HIST-IMAGES
                   THRU 6000-EXIT
               IF SC-CHANGED
                   ADD 1 TO SC-T-ARCH-COUNT(SC-ENTRY-SUB)
                   ADD 1 TO SC-ARCH-SCRUB-COUNT
               END-IF
           END-IF.

           IF CH-ACTION-MERGE
                   AND CH-BEFORE-IMAGE(1:6) NOT = CH-CUSTNO
               PERFORM 7300-SCRUB-PARTNER-IMAGE
                   THRU 7300-EXIT
           END-IF.

           WRITE ARCHNEW-RECORD FROM CUSTHIST-RECORD.
           IF SC-ARCHNEW-STATUS NOT = '00'
               DISPLAY 'ARCHNEW WRITE FAILED - STATUS '
                   SC-ARCHNEW-STATUS
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO SC-ARCH-EOF-SW
           END-IF.
       7100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7200-FIND-ENTRY - SEARCHES THE TABLE FOR SC-LOOK-CUSTNO,
      * LEAVING SC-ENTRY-SUB POINTING AT IT WHEN FOUND.  THE TABLE IS
      * IN NUMBER ORDER, SO THE SEARCH STOPS AT THE FIRST HIGHER ONE.
      *-----------------------------------------------------------------
       7200-FIND-ENTRY.
           MOVE 'N' TO SC-ENTRY-FOUND-SW.
           MOVE ZERO TO SC-SUB.
           PERFORM 7210-SEARCH-STEP
               THRU 7210-EXIT
               UNTIL SC-ENTRY-FOUND OR SC-SUB = SC-TABLE-COUNT.
       7200-EXIT.
           EXIT.

       7210-SEARCH-STEP.
           ADD 1 TO SC-SUB.
           IF SC-T-CUSTNO(SC-SUB) = SC-LOOK-CUSTNO
               SET SC-ENTRY-FOUND TO TRUE
               MOVE SC-SUB TO SC-ENTRY-SUB
               GO TO 7210-EXIT
           END-IF.
           IF SC-T-CUSTNO(SC-SUB) > SC-LOOK-CUSTNO
               MOVE SC-TABLE-COUNT TO SC-SUB
           END-IF.
       7210-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7300-SCRUB-PARTNER-IMAGE - THE ARCHIVE RECORD IS A SURVIVOR'S
      * M RECORD.  WHEN ITS BEFORE-IMAGE NUMBER WAS SCRUBBED AS
      * MERGED AWAY INTO THIS SURVIVOR, THAT IMAGE'S PERSONAL FIELDS
      * ARE BLANKED AND COUNTED AGAINST THE MERGED-AWAY NUMBER.  THE
      * LOOKUP KEPT FOR THE SURVIVOR'S OWN NUMBER IS PUT BACK AFTER.
      *-----------------------------------------------------------------
       7300-SCRUB-PARTNER-IMAGE.
           MOVE SC-ENTRY-SUB      TO SC-HOLD-ENTRY-SUB.
           MOVE SC-ENTRY-FOUND-SW TO SC-HOLD-FOUND-SW.
           MOVE CH-BEFORE-IMAGE(1:6) TO SC-LOOK-CUSTNO.
           PERFORM 7200-FIND-ENTRY
               THRU 7200-EXIT.

           IF NOT SC-ENTRY-FOUND
               GO TO 7300-RESTORE
           END-IF.
           IF SC-T-SURVIVOR(SC-ENTRY-SUB) NOT = CH-CUSTNO
               GO TO 7300-RESTORE
           END-IF.

           MOVE CH-BEFORE-IMAGE TO SC-IMAGE-WORK.
           PERFORM 6100-BLANK-CUST-WORK
               THRU 6100-EXIT.
           IF SC-IMAGE-WORK NOT = CH-BEFORE-IMAGE
               MOVE SC-IMAGE-WORK TO CH-BEFORE-IMAGE
               ADD 1 TO SC-T-ARCH-COUNT(SC-ENTRY-SUB)
               ADD 1 TO SC-ARCH-SCRUB-COUNT
           END-IF.

       7300-RESTORE.
           MOVE CH-CUSTNO         TO SC-LOOK-CUSTNO.
           MOVE SC-HOLD-ENTRY-SUB TO SC-ENTRY-SUB.
           MOVE SC-HOLD-FOUND-SW  TO SC-ENTRY-FOUND-SW.
       7300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8000-PRINT-CERTIFICATE - ONE LINE PER NUMBER SCRUBBED WITH
      * THE RECORDS CHANGED ON EACH FILE.
      *-----------------------------------------------------------------
       8000-PRINT-CERTIFICATE.
           IF SC-REFUSED-COUNT = ZERO
               WRITE RPT-LINE FROM SC-NONE-LINE
           END-IF.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM SC-SCRUB-SECT-LINE.
           WRITE RPT-LINE FROM SC-SCRUB-HEADING.

           IF SC-TABLE-COUNT = ZERO
               WRITE RPT-LINE FROM SC-NONE-LINE
               GO TO 8000-EXIT
           END-IF.

           MOVE ZERO TO SC-SUB.
           PERFORM 8100-PRINT-SCRUBBED
               THRU 8100-EXIT
               UNTIL SC-SUB = SC-TABLE-COUNT.
       8000-EXIT.
           EXIT.

       8100-PRINT-SCRUBBED.
           ADD 1 TO SC-SUB.
           MOVE SC-T-CUSTNO(SC-SUB) TO SC-SL-CUSTNO.
           IF SC-T-REQUEST(SC-SUB)
               MOVE 'REQUEST' TO SC-SL-BASIS
           ELSE
               MOVE 'RETENTION' TO SC-SL-BASIS
           END-IF.
           MOVE SC-T-LAST-ACTION(SC-SUB) TO SC-SL-ACTION.
           IF SC-T-LAST-DATE(SC-SUB) = ZERO
               MOVE SPACES TO SC-SL-DATE
           ELSE
               MOVE SC-T-LAST-DATE(SC-SUB) TO SC-SL-DATE
           END-IF.
           MOVE SC-T-HIST-COUNT(SC-SUB) TO SC-SL-HIST.
           MOVE SC-T-ARCH-COUNT(SC-SUB) TO SC-SL-ARCH.
           MOVE SC-T-NOTE-COUNT(SC-SUB) TO SC-SL-NOTE.
           MOVE SC-T-ADDR-COUNT(SC-SUB) TO SC-SL-ADDR.
           MOVE SC-T-PEND-COUNT(SC-SUB) TO SC-SL-PEND.
           WRITE RPT-LINE FROM SC-SCRUB-LINE.
       8100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8500-PRINT-REFUSED - ONE LINE PER NUMBER NOT SCRUBBED.  THE
      * CALLER HAS FILLED SC-RL-CUSTNO, SC-RL-BASIS AND SC-REASON.
      *-----------------------------------------------------------------
       8500-PRINT-REFUSED.
           MOVE SC-REASON TO SC-RL-REASON.
           WRITE RPT-LINE FROM SC-REFUSED-LINE.
           ADD 1 TO SC-REFUSED-COUNT.
       8500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 9000-TERMINATE - PRINTS THE RUN TOTALS AND THE CERTIFYING
      * STATEMENT, AND CLOSES THE FILES.
      *-----------------------------------------------------------------
       9000-TERMINATE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE 'CUSTHIST RECORDS READ       - ' TO SC-TL-LABEL.
           MOVE SC-HIST-READ-COUNT TO SC-TL-COUNT.
           WRITE RPT-LINE FROM SC-TOTAL-LINE.

           MOVE 'ARCHHIST RECORDS READ       - ' TO SC-TL-LABEL.
           MOVE SC-ARCH-READ-COUNT TO SC-TL-COUNT.
           WRITE RPT-LINE FROM SC-TOTAL-LINE.

           MOVE 'REQUEST CARDS READ          - ' TO SC-TL-LABEL.
           MOVE SC-CARD-COUNT TO SC-TL-COUNT.
           WRITE RPT-LINE FROM SC-TOTAL-LINE.

           MOVE 'SCRUBBED FOR RETENTION      - ' TO SC-TL-LABEL.
           MOVE SC-RETAIN-SCRUB-COUNT TO SC-TL-COUNT.
           WRITE RPT-LINE FROM SC-TOTAL-LINE.

           MOVE 'SCRUBBED ON REQUEST         - ' TO SC-TL-LABEL.
           MOVE SC-CARD-SCRUB-COUNT TO SC-TL-COUNT.
           WRITE RPT-LINE FROM SC-TOTAL-LINE.

           MOVE 'SCRUBBED ON AN EARLIER RUN  - ' TO SC-TL-LABEL.
           MOVE SC-ALREADY-COUNT TO SC-TL-COUNT.
           WRITE RPT-LINE FROM SC-TOTAL-LINE.

           MOVE 'NOT SCRUBBED                - ' TO SC-TL-LABEL.
           MOVE SC-REFUSED-COUNT TO SC-TL-COUNT.
           WRITE RPT-LINE FROM SC-TOTAL-LINE.

           MOVE 'CUSTHIST RECORDS SCRUBBED   - ' TO SC-TL-LABEL.
           MOVE SC-HIST-SCRUB-COUNT TO SC-TL-COUNT.
           WRITE RPT-LINE FROM SC-TOTAL-LINE.

           MOVE 'ARCHHIST RECORDS SCRUBBED   - ' TO SC-TL-LABEL.
           MOVE SC-ARCH-SCRUB-COUNT TO SC-TL-COUNT.
           WRITE RPT-LINE FROM SC-TOTAL-LINE.

           MOVE 'NOTES BLANKED               - ' TO SC-TL-LABEL.
           MOVE SC-NOTE-SCRUB-COUNT TO SC-TL-COUNT.
           WRITE RPT-LINE FROM SC-TOTAL-LINE.

           MOVE 'ALT ADDRESSES REMOVED       - ' TO SC-TL-LABEL.
           MOVE SC-ADDR-DELETE-COUNT TO SC-TL-COUNT.
           WRITE RPT-LINE FROM SC-TOTAL-LINE.

           MOVE 'PENDING CHANGES SCRUBBED    - ' TO SC-TL-LABEL.
           MOVE SC-PEND-SCRUB-COUNT TO SC-TL-COUNT.
           WRITE RPT-LINE FROM SC-TOTAL-LINE.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'PERSONAL DATA FOR THE NUMBERS SCRUBBED ABOVE HAS BEEN'
               TO SC-CL-TEXT.
           WRITE RPT-LINE FROM SC-CERT-LINE.
           MOVE 'REMOVED FROM CUSTHIST, ARCHHIST, NOTEFILE, CUSTADDR'
               TO SC-CL-TEXT.
           WRITE RPT-LINE FROM SC-CERT-LINE.
           MOVE 'AND PENDCHG.  NUMBERS, ACTIONS, DATES AND OPERATOR'
               TO SC-CL-TEXT.
           WRITE RPT-LINE FROM SC-CERT-LINE.
           MOVE 'IDS ARE KEPT.' TO SC-CL-TEXT.
           WRITE RPT-LINE FROM SC-CERT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'CERTIFIED BY ____________________   DATE __________'
               TO SC-CL-TEXT.
           WRITE RPT-LINE FROM SC-CERT-LINE.

           IF SC-REFUSED-COUNT NOT = ZERO AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE CUSTMAST.
           CLOSE CUSTHIST.
           CLOSE ARCHHIST.
           CLOSE ARCHNEW.
           CLOSE NOTEFILE.
           CLOSE SCRB-CARD.
           IF NOT SC-NO-CUSTADDR
               CLOSE CUSTADDR
           END-IF.
           IF NOT SC-NO-PENDCHG
               CLOSE PENDCHG
           END-IF.
           CLOSE SCRB-RPT.
       9000-EXIT.
           EXIT.
