      *                      WHOSE AFTER-IMAGE NAMES A DIFFERENT
      *                      CUSTOMER LEFT THE FILE.  THE SURVIVOR-
      *                      SIDE RECORD IS ACTIVITY ONLY.
      *     10/15/2026  DO   IGNORE ACTION L (ALTERNATE ADDRESS) -
      *                      26B-ALTA DOES NOT TOUCH CUSTMAST, AND AN
      *                      L AFTER A DELETE MUST NOT HIDE IT.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  11B-RECN.
               GO TO 2000-EXIT
           END-IF.

           IF CH-ACTION-ALT-ADDRESS
               GO TO 2000-EXIT
           END-IF.

           IF CH-ACTION-ADD OR CH-ACTION-RESTORE
               ADD 1 TO RN-ADD-COUNT
           END-IF.
