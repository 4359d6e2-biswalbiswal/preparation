      * PENDCHG - PENDING NAME/ADDRESS CHANGE RECORD LAYOUT
      * ONE RECORD IS WRITTEN BY 2B-MAIN WHEN AN OPERATOR FLAGGED ON
      * OPAUTH AS NEEDING APPROVAL CHANGES CM-LNAME, CM-FNAME OR THE
      * ADDRESS FIELDS - THE CHANGE IS HELD HERE INSTEAD OF BEING
      * APPLIED TO CUSTMAST.  PD-BEFORE-IMAGE IS THE CUSTMAST RECORD
      * AS IT STOOD WHEN THE CHANGE WAS KEYED, PD-AFTER-IMAGE THE
      * RECORD AS THE OPERATOR WANTS IT.  28B-APRV LISTS THE PENDING
      * RECORDS FOR A SUPERVISOR, WHO APPROVES (APPLIED TO CUSTMAST
      * AND LOGGED TO CUSTHIST WITH BOTH OPERATOR IDS) OR REJECTS
      * WITH A REASON; EITHER WAY THE RECORD STAYS ON FILE WITH THE
      * DECISION AS THE AUDIT OF WHAT WAS ASKED AND WHO DECIDED IT.
      * THE FILE IS A KSDS KEYED ON PD-PEND-KEY (CUSTOMER NUMBER AND
      * TIMESTAMP REQUESTED), SO A CUSTOMER'S REQUESTS READ TOGETHER
      * IN CLOCK ORDER.  2B-MAIN ALLOWS ONLY ONE PENDING CHANGE PER
      * CUSTOMER AT A TIME.  29B-PAGE PRINTS THE MORNING AGING REPORT.
       01  PENDCHG-RECORD.
           05  PD-PEND-KEY.
               10  PD-CUSTNO               PIC X(06).
               10  PD-TIMESTAMP            PIC 9(14).
           05  PD-STATUS                   PIC X(01).
               88  PD-PENDING              VALUE 'P'.
               88  PD-APPROVED             VALUE 'A'.
               88  PD-REJECTED             VALUE 'R'.
           05  PD-REQ-OPID                 PIC X(03).
           05  PD-REQ-TERMID               PIC X(04).
           05  PD-DECIDED-OPID             PIC X(03).
           05  PD-DECIDED-TIMESTAMP        PIC 9(14).
           05  PD-REJECT-REASON            PIC X(40).
           05  PD-BEFORE-IMAGE             PIC X(201).
           05  PD-AFTER-IMAGE              PIC X(201).
           05  FILLER                      PIC X(13).
