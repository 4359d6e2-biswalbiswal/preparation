      * CUSTADDR - ALTERNATE CUSTOMER ADDRESS RECORD LAYOUT
      * ONE RECORD PER CUSTOMER PER ADDRESS TYPE - A SEASONAL (S)
      * ADDRESS FOR THE SNOWBIRDS OR A SEPARATE MAIL-TO (M) ADDRESS
      * FOR BUSINESS CUSTOMERS - IN EFFECT FROM AD-FROM-DATE THROUGH
      * AD-THRU-DATE (99999999 = NO END DATE).  THE MASTER ADDRESS
      * ON CUSTREC IS UNCHANGED.  THE FILE IS A KSDS KEYED ON
      * AD-ADDR-KEY (AD-CUSTNO/AD-ADDR-TYPE) SO ALL OF A CUSTOMER'S
      * ALTERNATE ADDRESSES READ TOGETHER.  MAINTAINED ONLINE BY
      * 26B-ALTA, WHICH LOGS EVERY ADD, CHANGE AND DELETE TO CUSTHIST
      * AS ACTION L WITH THIS RECORD AS THE BEFORE/AFTER IMAGE.
      * SHOWN ON THE 1B-INQ INQUIRY WHILE IN EFFECT AND USED BY THE
      * 9B-EXTR MAILING EXTRACT IN PLACE OF THE MASTER ADDRESS.  WHEN
      * BOTH TYPES ARE IN EFFECT THE MAIL-TO ADDRESS IS USED.
       01  CUSTADDR-RECORD.
           05  AD-ADDR-KEY.
               10  AD-CUSTNO               PIC X(06).
               10  AD-ADDR-TYPE            PIC X(01).
                   88  AD-TYPE-MAIL-TO     VALUE 'M'.
                   88  AD-TYPE-SEASONAL    VALUE 'S'.
           05  AD-FROM-DATE                PIC 9(08).
           05  AD-THRU-DATE                PIC 9(08).
           05  AD-ADDR                     PIC X(30).
           05  AD-CITY                     PIC X(20).
           05  AD-STATE                    PIC X(02).
           05  AD-ZIPCODE                  PIC X(10).
           05  AD-LAST-DATE                PIC 9(08).
           05  AD-LAST-OPID                PIC X(03).
           05  FILLER                      PIC X(24).
