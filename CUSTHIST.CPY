      * FOR ACTION M - ONE RECORD ON EACH NUMBER OF A MERGED PAIR,
      * WITH THE ABSORBED RECORD AS THE BEFORE-IMAGE AND THE SURVIVOR
      * AS THE AFTER-IMAGE SO EACH TRAIL IDENTIFIES THE MERGE PARTNER
      * BY ITS CUSTOMER NUMBER IN THE OPPOSITE IMAGE.  26B-ALTA
      * WRITES ACTION L FOR EVERY ADD/CHANGE/DELETE OF AN ALTERNATE
      * ADDRESS (CUSTADDR) - THE IMAGES THEN HOLD THE CUSTADDR RECORD
      * (SPACES BEFORE AN ADD AND AFTER A DELETE), NOT A CUSTREC, AND
      * CUSTMAST ITSELF IS UNTOUCHED.  THE FILE IS A
      * KSDS KEYED ON CH-HIST-KEY (CH-CUSTNO/CH-TIMESTAMP), SO THE
      * BATCH SUITE READS IT SEQUENTIALLY IN THAT ORDER, 4B-HIST CAN
      * PULL THE FULL HISTORY FOR ONE CUSTOMER NUMBER AND 13B-HINQ
      * AND THE 2B-MAIN RESTORE FUNCTION CAN BROWSE IT ONLINE BY KEY.
      * CH-APPROVED-OPID IS THE SUPERVISOR WHO APPROVED A CHANGE HELD
      * ON PENDCHG (28B-APRV) - CH-OPID IS THEN THE OPERATOR WHO
      * KEYED IT - AND IS BLANK ON EVERY OTHER RECORD.  THE RECORD
      * GREW FROM 430 TO 433 BYTES WHEN IT WAS ADDED - THE FILE MUST
      * BE REDEFINED AND RELOADED WITH THE NEW LENGTH.
      * ONCE A CUSTOMER HAS BEEN GONE PAST RETENTION (OR ASKS TO BE
      * FORGOTTEN) 30B-SCRB BLANKS THE NAME, ADDRESS, PHONE AND EMAIL
      * IN BOTH IMAGES; THE KEY, ACTION AND OPERATOR FIELDS ARE KEPT.
       01  CUSTHIST-RECORD.
           05  CH-HIST-KEY.
               10  CH-CUSTNO               PIC X(06).
               88  CH-ACTION-REACTIVATE    VALUE 'R'.
               88  CH-ACTION-RESTORE       VALUE 'U'.
               88  CH-ACTION-MERGE         VALUE 'M'.
               88  CH-ACTION-ALT-ADDRESS   VALUE 'L'.
           05  CH-TERMID                   PIC X(04).
           05  CH-OPID                     PIC X(03).
           05  CH-BEFORE-IMAGE             PIC X(201).
           05  CH-AFTER-IMAGE              PIC X(201).
           05  CH-APPROVED-OPID            PIC X(03).
