      *-----------------------------------------------------------------
      * MODIFICATION HISTORY.
      *     09/02/2026  DO   INITIAL VERSION.
      *     10/15/2026  DO   CLEAR CH-APPROVED-OPID (NEW ON CUSTHIST)
      *                      ON EVERY HISTORY WRITE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  23B-MASS.
           MOVE MC-HIST-TERMID  TO CH-TERMID.
           MOVE MC-HIST-OPID    TO CH-OPID.
           MOVE CUSTOMER-RECORD TO CH-AFTER-IMAGE.
           MOVE SPACES          TO CH-APPROVED-OPID.

           MOVE 'N'  TO MC-HIST-WRITTEN-SW.
           MOVE ZERO TO MC-HIST-TRIES.
