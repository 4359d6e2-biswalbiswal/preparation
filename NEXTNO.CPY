      * NEXTNO - CUSTOMER NUMBER ASSIGNMENT CONTROL RECORD
      * ONE RECORD, KEYED 'CUSTNO', HOLDING THE LAST FIVE-DIGIT BASE
      * HANDED OUT.  READ FOR UPDATE BY 2B-MAIN AND 7B-TRAN WHEN AN
      * ADD ARRIVES WITH NO CUSTOMER NUMBER; THE BASE IS ADVANCED,
      * THE MOD-11 CHECK DIGIT IS APPENDED AS THE SIXTH POSITION OF
      * CM-CUSTNO AND THE RECORD IS REWRITTEN.  A BASE WHOSE CHECK
      * DIGIT WORKS OUT TO 10 IS NEVER ISSUED, AND A BASE WHOSE FULL
      * NUMBER IS ALREADY ON CUSTMAST IS STEPPED OVER.  LOADED ONCE
      * BY OPERATIONS WITH A STARTING BASE ABOVE THE NUMBERS ALREADY
      * IN USE.
      *
      * CHECK DIGIT: WEIGHTS 6-5-4-3-2 OVER THE FIVE BASE DIGITS,
      * SUM MOD 11, CHECK = 11 - REMAINDER (REMAINDER 0 GIVES 0).
       01  NEXTNO-RECORD.
           05  NX-KEY                      PIC X(08).
           05  NX-LAST-BASE                PIC 9(05).
           05  NX-ISSUED-COUNT             PIC 9(09) COMP-3.
           05  NX-LAST-DATE                PIC 9(08).
           05  NX-LAST-OPID                PIC X(03).
           05  FILLER                      PIC X(20).
