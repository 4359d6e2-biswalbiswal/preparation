      * OPAUTH - OPERATOR AUTHORITY RECORD LAYOUT
      * KEYED BY OA-OPID (CICS EIBOPID).  CHECKED BY 2B-MAIN BEFORE
      * EVERY KEYMAP ACTION, BY 8B-NOTE BEFORE A NOTE WRITE, BY
      * 17B-MRGE BEFORE A MERGE, BY 28B-APRV (SUPERVISORS ONLY) AND
      * BY 14B-AUTH AT SIGN-ON TO THE AUTHORITY SCREEN, AND BY
      * 32B-MENU TO LIST ONLY THE FUNCTIONS THE OPERATOR MAY USE.
      * MAINTAINED ONLINE BY 14B-AUTH, WHICH LOGS EVERY ADD, CHANGE
      * AND REVOKE TO AUTHLOG.
      *
      * OA-PERMISSIONS CARRIES ONE Y/N BYTE PER FUNCTION.  RECORDS
      * WRITTEN BEFORE THE PERMISSION BYTES EXISTED CARRY SPACES
      * BYTE - SUPERVISORS MAY DO EVERYTHING, REGULARS MAY ADD,
      * CHANGE, SUSPEND/REACTIVATE AND ADD NOTES - SO EXISTING
      * RECORDS CARRY FORWARD UNCHANGED ON DAY ONE.
      *
      * OA-APPROVAL-REQD = Y SENDS THE OPERATOR'S 2B-MAIN NAME AND
      * ADDRESS CHANGES TO THE PENDCHG APPROVAL QUEUE INSTEAD OF
      * CUSTMAST (SEE 28B-APRV).  BLANK OR N - AS ON EVERY RECORD
      * WRITTEN BEFORE THE FLAG EXISTED - APPLIES THEM AT ONCE.
       01  OPAUTH-RECORD.
           05  OA-OPID                     PIC X(03).
           05  OA-OPNAME                   PIC X(20).
                   88  OA-MAY-NOTE         VALUE 'Y'.
               10  OA-PERM-AUTH            PIC X(01).
                   88  OA-MAY-AUTH         VALUE 'Y'.
           05  OA-APPROVAL-REQD            PIC X(01).
               88  OA-NEEDS-APPROVAL       VALUE 'Y'.
           05  FILLER                      PIC X(02).
