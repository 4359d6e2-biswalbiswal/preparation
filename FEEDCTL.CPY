      * FEEDCTL - BILLING FEED HANDOFF CONTROL RECORD
      * ONE RECORD PER FEED DATE, KEYED ON FC-FEED-DATE.  WRITTEN BY
      * 10B-FEED WHEN THE DAY'S BILLFEED IS CUT - THE COUNTS SENT BY
      * ACTION AND THE DATE IT WENT OUT - AND MARKED BY 25B-BACK WHEN
      * BILLING'S ACKNOWLEDGMENT FOR THE DATE HAS BEEN RECONCILED.
      * A FEED DATE STILL FC-NOT-ACKED PAST THE CHASE PERIOD IS
      * LISTED ON EVERY 25B-BACK RUN UNTIL BILLING ANSWERS.  A RERUN
      * OF 10B-FEED FOR A DATE RESETS IT TO FC-NOT-ACKED.
       01  FEEDCTL-RECORD.
           05  FC-FEED-DATE                PIC 9(08).
           05  FC-SENT-DATE                PIC 9(08).
           05  FC-SENT-ADDS                PIC 9(07) COMP-3.
           05  FC-SENT-CHANGES             PIC 9(07) COMP-3.
           05  FC-SENT-DELETES             PIC 9(07) COMP-3.
           05  FC-SENT-SUSPENDS            PIC 9(07) COMP-3.
           05  FC-SENT-REACTIVATES         PIC 9(07) COMP-3.
           05  FC-SENT-RESTORES            PIC 9(07) COMP-3.
           05  FC-SENT-TOTAL               PIC 9(09) COMP-3.
           05  FC-ACK-STATUS               PIC X(01).
               88  FC-NOT-ACKED            VALUE 'N'.
               88  FC-ACKED-BALANCED       VALUE 'B'.
               88  FC-ACKED-MISMATCH       VALUE 'M'.
           05  FC-ACK-DATE                 PIC 9(08).
           05  FC-ACK-REJECTS              PIC 9(07) COMP-3.
           05  FILLER                      PIC X(10).
