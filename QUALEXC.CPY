      * QUALEXC - CUSTOMER DATA-QUALITY EXCEPTION RECORD LAYOUT
      * WRITTEN BY THE 31B-QUAL SWEEP OF CUSTMAST - ONE RECORD PER
      * CUSTOMER PER RULE FAILED, CARRYING THE RULE CODE (SEE
      * QUALRULE), THE NAME OF THE FIELD AT FAULT AND ITS CONTENT AS
      * FOUND, SO THE CLEAN-UP CAN BE WORKED CUSTOMER BY CUSTOMER OR
      * SORTED BY RULE.  QX-STATE IS CM-STATE FOR SORTING BY REGION.
      * THE FILE IS FLAT SEQUENTIAL, REPLACED EACH RUN.
       01  QUALEXC-RECORD.
           05  QX-CUSTNO                   PIC X(06).
           05  QX-RULE-CODE                PIC X(04).
               88  QX-PHONE-NOT-DIGITS     VALUE 'PH01'.
               88  QX-PHONE-AREA-000       VALUE 'PH02'.
               88  QX-EMAIL-NO-AT          VALUE 'EM01'.
               88  QX-OPEN-DATE-INVALID    VALUE 'OD01'.
               88  QX-OPEN-DATE-FUTURE     VALUE 'OD02'.
               88  QX-OPEN-DATE-TOO-OLD    VALUE 'OD03'.
               88  QX-FULL-NAME-IN-LNAME   VALUE 'NM01'.
               88  QX-NAMES-SWAPPED        VALUE 'NM02'.
           05  QX-STATE                    PIC X(02).
           05  QX-FIELD-NAME               PIC X(12).
           05  QX-VALUE                    PIC X(40).
           05  QX-RUN-DATE                 PIC 9(08).
           05  FILLER                      PIC X(28).
