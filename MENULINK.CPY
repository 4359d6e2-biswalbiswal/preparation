      * MENULINK - CUSTOMER SERVICE MENU SESSION AREA
      * PASSED ON EVERY XCTL BETWEEN 32B-MENU AND THE CUSTOMER
      * SERVICE TRANSACTIONS (1B-INQ, 2B-MAIN, 8B-NOTE, 13B-HINQ,
      * 17B-MRGE, 14B-AUTH) AND CARRIED BY EACH OF THEM BEHIND ITS
      * OWN COMMAREA, SO THE CUSTOMER IN HAND TRAVELS WITH THE
      * OPERATOR FROM SCREEN TO SCREEN WITHOUT BEING RE-KEYED.
      *
      * A TRANSACTION ASKS 32B-MENU FOR SOMETHING BY SETTING
      * ML-REQUEST (AND ML-FUNCTION FOR ML-REQ-FUNCTION), PUTTING
      * ITS OWN PROGRAM NAME IN ML-CALLER AND XCTL-ING TO 32B-MENU
      * WITH THIS AREA.  32B-MENU CHECKS OPAUTH, STACKS THE CALLER
      * FOR THE PREVIOUS-SCREEN KEY AND XCTLS TO THE TARGET WITH
      * ML-REQUEST BLANK.  A TRANSACTION RECOGNISES THE HAND-OFF BY
      * A COMMAREA EXACTLY THE LENGTH OF MENU-LINK; EVERY OTHER
      * LENGTH IS ITS OWN PSEUDO-CONVERSATION, SO EACH ONE STILL
      * RUNS WHEN STARTED DIRECTLY FROM A CLEAR SCREEN.
      *
      * ML-CUSTNO IS THE CURRENT CUSTOMER - SET WHENEVER A SCREEN
      * SUCCESSFULLY SHOWS OR UPDATES A CUSTOMER, SPACES FOR NONE.
      * ML-STACK-PGM HOLDS THE SCREENS TO GO BACK TO, LATEST AT
      * ML-STACK-COUNT; WHEN FULL THE OLDEST ENTRY IS DROPPED.
      *
      * PF KEYS HONOURED BY EVERY TRANSACTION IN THE SESSION -
      *     PF2  INQUIRY        PF3  MENU           PF4  MAINTENANCE
      *     PF5  NOTES          PF6  HISTORY        PF9  MERGE
      *     PF10 AUTHORITY      PF12 PREVIOUS SCREEN
       01  MENU-LINK.
           05  ML-REQUEST                  PIC X(01).
               88  ML-REQ-NONE             VALUE SPACE.
               88  ML-REQ-MENU             VALUE 'M'.
               88  ML-REQ-PREVIOUS         VALUE 'P'.
               88  ML-REQ-FUNCTION         VALUE 'F'.
           05  ML-FUNCTION                 PIC X(01).
               88  ML-FN-INQUIRY           VALUE 'I'.
               88  ML-FN-MAINTENANCE       VALUE 'M'.
               88  ML-FN-NOTES             VALUE 'N'.
               88  ML-FN-HISTORY           VALUE 'H'.
               88  ML-FN-MERGE             VALUE 'G'.
               88  ML-FN-AUTHORITY         VALUE 'A'.
           05  ML-CUSTNO                   PIC X(06).
           05  ML-CALLER                   PIC X(08).
           05  ML-STACK-COUNT              PIC 9(01).
           05  ML-STACK-PGM                PIC X(08) OCCURS 5 TIMES.
           05  FILLER                      PIC X(07).
