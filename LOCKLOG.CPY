      * LOCKLOG - RECORD-CHANGED COLLISION LOG RECORD LAYOUT
      * ONE RECORD IS WRITTEN BY 2B-MAIN EVERY TIME A CHANGE, DELETE,
      * SUSPEND OR REACTIVATE IS REFUSED BECAUSE THE CUSTMAST RECORD
      * NO LONGER MATCHES THE IMAGE THE OPERATOR STARTED FROM -
      * ANOTHER CSR, A 19B-DLNQ SUSPEND, AN 18B-RMAIL FLAG OR A
      * 23B-MASS RULE GOT THERE FIRST.  THE FILE IS A KSDS KEYED ON
      * LL-LOG-KEY, TIMESTAMP FIRST THE WAY AUTHLOG IS, SO THE DAY'S
      * COLLISIONS READ OUT IN CLOCK ORDER.  READ BY THE 20B-OPRPT
      * DAILY OPERATOR ACTIVITY REPORT, WHICH COUNTS THEM BY OPERATOR.
       01  LOCKLOG-RECORD.
           05  LL-LOG-KEY.
               10  LL-TIMESTAMP            PIC 9(14).
               10  LL-CUSTNO               PIC X(06).
           05  LL-ACTION                   PIC X(01).
           05  LL-OPID                     PIC X(03).
           05  LL-TERMID                   PIC X(04).
           05  FILLER                      PIC X(12).
