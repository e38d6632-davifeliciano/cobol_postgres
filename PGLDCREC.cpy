      *                  PGLDIREC IMAGE PER RECORD THAT PASSED EVERY
      *                  EDIT -- TYPE-1 ACCOUNT OR TYPE-2 CONTACT --
      *                  READY TO BE FED TO THE LOAD SUBSYSTEM
      *                  UNCHANGED, BEHIND THE VERIFIED HDR RECORD.
      *****************************************************************
       01  PGLDC-RECORD                    PIC X(120).
