001197***                   WITH TWO ASSUMED DECIMALS, LEADING        **
001198***                   SEPARATE SIGN - THE GRAND TOTAL CAN GO    **
001199***                   NEGATIVE NOW THAT SUBTRACTS CAN           **
      ***  2026-10-15  JWM  ADDED CKP-LAST-REVERSED AND CKP-LAST-     **
      ***                   REV-TOTAL (FROM FILLER, RECORD LENGTH     **
      ***                   UNCHANGED) SO A RESTARTED RUN'S           **
      ***                   REVERSAL LINES BALANCE AGAINST THE        **
      ***                   WHOLE RUN.                                **
001200***                                                              **
001300******************************************************************
001400 01  CPYCKP01-CHECKPOINT-RECORD.
001560     05  CKP-LAST-REJECTED   PIC 9(07).
001570     05  CKP-LAST-TOTAL      PIC S9(11)V99
001580                             SIGN IS LEADING SEPARATE.
001581     05  CKP-LAST-REVERSED   PIC 9(07).
001582     05  CKP-LAST-REV-TOTAL  PIC S9(11)V99
001583                             SIGN IS LEADING SEPARATE.
001600     05  CKP-JOB-ID          PIC X(08).
001700     05  FILLER              PIC X(15).
