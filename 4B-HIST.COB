      *                      CH-HIST-KEY - DECLARED INDEXED.
      *     09/02/2026  DO   DECODE ACTION M (MERGE) WRITTEN BY THE
      *                      17B-MRGE MERGE TRANSACTION.
      *     10/15/2026  DO   DECODE ACTION L (ALTERNATE ADDRESS)
      *                      WRITTEN BY 26B-ALTA - THE IMAGES ARE
      *                      CUSTADDR RECORDS, SO THE ADDRESS AND CITY
      *                      PRINT IN THE NAME AND CITY COLUMNS.
      *     10/15/2026  DO   PRINT CH-APPROVED-OPID - THE SUPERVISOR
      *                      WHO APPROVED A CHANGE HELD FOR APPROVAL.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  4B-HIST.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  FILLER                      PIC X(15)  VALUE
                   'CITY AFTER'.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  FILLER                      PIC X(08)  VALUE
                   'APPROVED'.

       01  HS-DETAIL-LINE.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  HS-D-LNAME                  PIC X(20).
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  HS-D-CITY                   PIC X(15).
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  HS-D-APPROVED               PIC X(08).

       01  HS-NOT-FOUND-LINE.
           05  FILLER                      PIC X(01)  VALUE SPACE.
                   MOVE 'RESTORE' TO HS-D-ACTION
               WHEN CH-ACTION-MERGE
                   MOVE 'MERGE' TO HS-D-ACTION
               WHEN CH-ACTION-ALT-ADDRESS
                   MOVE 'ALT ADDRESS' TO HS-D-ACTION
               WHEN OTHER
                   MOVE '?' TO HS-D-ACTION
           END-EVALUATE.

           MOVE CH-TERMID TO HS-D-TERMID.
           MOVE CH-OPID   TO HS-D-OPID.
           MOVE CH-APPROVED-OPID TO HS-D-APPROVED.
           IF CH-ACTION-ALT-ADDRESS
               MOVE CH-BEFORE-IMAGE(24:20) TO HS-D-LNAME-BEFORE
               MOVE CH-BEFORE-IMAGE(54:15) TO HS-D-CITY-BEFORE
               MOVE CH-AFTER-IMAGE(24:20)  TO HS-D-LNAME
               MOVE CH-AFTER-IMAGE(54:15)  TO HS-D-CITY
           ELSE
               MOVE CH-BEFORE-IMAGE(7:20)  TO HS-D-LNAME-BEFORE
               MOVE CH-BEFORE-IMAGE(97:15) TO HS-D-CITY-BEFORE
               MOVE CH-AFTER-IMAGE(7:20)  TO HS-D-LNAME
               MOVE CH-AFTER-IMAGE(97:15) TO HS-D-CITY
           END-IF.

           WRITE RPT-LINE FROM HS-DETAIL-LINE.
       2200-EXIT.
