      * BILLACK - BILLING ACKNOWLEDGMENT RECORD LAYOUT
      * SENT BACK BY THE BILLING LOAD FOR EACH BILLFEED IT PROCESSES
      * AND RECONCILED BY 25B-BACK AGAINST THE FEED 10B-FEED CUT FOR
      * THE SAME DATE.  129 BYTES, THE SAME LENGTH AS BILLFEED:
      *     'H' + FEED DATE + DATE BILLING LOADED IT      HEADER
      *     'T' + FEED DATE + RECEIVED COUNTS BY ACTION   COUNTS
      *     'R' + FEED DATE + ACTION + CUSTNO + REASON    ONE PER
      *                                                   REJECT
      * THE RECEIVED COUNTS ARE LAID OUT IN THE SAME ORDER AS THE
      * BILLFEED TRAILER SO THE TWO BALANCE FIELD FOR FIELD.
       01  BILLACK-RECORD.
           05  BA-REC-TYPE                 PIC X(01).
               88  BA-HEADER               VALUE 'H'.
               88  BA-COUNTS               VALUE 'T'.
               88  BA-REJECT               VALUE 'R'.
           05  BA-FEED-DATE                PIC X(08).
           05  BA-BODY                     PIC X(120).
           05  BA-HEADER-BODY REDEFINES BA-BODY.
               10  BA-LOAD-DATE            PIC X(08).
               10  FILLER                  PIC X(112).
           05  BA-COUNTS-BODY REDEFINES BA-BODY.
               10  BA-RCVD-ADDS            PIC 9(07).
               10  BA-RCVD-CHANGES         PIC 9(07).
               10  BA-RCVD-DELETES         PIC 9(07).
               10  BA-RCVD-SUSPENDS        PIC 9(07).
               10  BA-RCVD-REACTIVATES     PIC 9(07).
               10  BA-RCVD-RESTORES        PIC 9(07).
               10  BA-RCVD-TOTAL           PIC 9(09).
               10  FILLER                  PIC X(69).
           05  BA-REJECT-BODY REDEFINES BA-BODY.
               10  BA-RJ-ACTION            PIC X(01).
               10  BA-RJ-CUSTNO            PIC X(06).
               10  BA-RJ-REASON            PIC X(40).
               10  FILLER                  PIC X(73).
