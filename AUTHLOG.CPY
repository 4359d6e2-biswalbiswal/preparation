      * CHANGE, DELETE, SUSPEND/REACTIVATE, RESTORE, NOTE, AUTHORITY
      * MAINTENANCE.  THE RECORD GREW FROM 40 TO 48 BYTES WHEN THE
      * PERMISSION SETS WERE ADDED - THE FILE MUST BE REDEFINED AND
      * RELOADED WITH THE NEW LENGTH.  THE OLD/NEW APPROVAL FLAGS
      * MIRROR OA-APPROVAL-REQD AND TOOK TWO BYTES OF THE FILLER.
       01  AUTHLOG-RECORD.
           05  AL-LOG-KEY.
               10  AL-TIMESTAMP            PIC 9(14).
           05  AL-NEW-PERMS                PIC X(07).
           05  AL-BY-OPID                  PIC X(03).
           05  AL-TERMID                   PIC X(04).
           05  AL-OLD-APPROVAL             PIC X(01).
           05  AL-NEW-APPROVAL             PIC X(01).
           05  FILLER                      PIC X(05).
