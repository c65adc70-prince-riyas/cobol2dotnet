001099***                   INPUT RECORD, SO REJECTS CAN BE COUNTED   **
001101***                   BACK TO THE SOURCE SYSTEM THAT SENT THE   **
001102***                   FAILING TRANSACTION                       **
      ***  2026-10-15  JWM  ADDED 88 EXC-REVERSAL-REJECT - THE        **
      ***                   REASON CODES ADDNUMS GIVES A REJECTED V   **
      ***                   (REVERSAL), WHICH ADDMAINT MAY ONLY       **
      ***                   CANCEL.                                   **
001103***                                                              **
001200******************************************************************
001300 01  CPYEXC01-EXCEPTION-RECORD.
001500     05  EXC-NUM2            PIC S9(04)V99
001550                             SIGN IS LEADING SEPARATE.
001600     05  EXC-REASON-CODE     PIC X(04).
001601         88  EXC-REVERSAL-REJECT     VALUES "NORG" "RVSD" "RVRV".
001700     05  EXC-REASON-TEXT     PIC X(40).
001750     05  EXC-SOURCE-ID       PIC X(08).
001800     05  FILLER              PIC X(06).
