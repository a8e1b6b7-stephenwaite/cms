      * one line here every time an incoming extract row is skipped
      * or rejected during a load, so a reason-code summary can be
      * run across a whole load cycle instead of grepping each
      * program's own free-text ERRFILE by hand. The RRMC loads key
      * the row by the hospital's account and visit number so
      * rrmcack.cob can send the reject back to their desk.
       01  REJECTLOG01.
           02 RJ-PROGRAM PIC X(8).
           02 RJ-KEY PIC X(15).
           02 RJ-RRMC-KEY REDEFINES RJ-KEY.
             03 RJ-ACCT PIC X(8).
             03 RJ-VISIT PIC X(7).
           02 RJ-REASON-CODE PIC XX.
           02 RJ-REASON-TEXT PIC X(50).
           02 RJ-DATE PIC X(8).
