001235***                   PROCESSING CYCLES A DAY NOW AND THE       **
001236***                   HISTORY ROLL KEYS ON (DATE, CYCLE,        **
001237***                   TRANS-ID).                                **
      ***  2026-10-15  JWM  RECORD WIDENED FROM 80 TO 100 BYTES FOR   **
      ***                   AUD-ORIG-KEY AND AUD-ORIG-TRANS-CODE -    **
      ***                   ON A V (REVERSAL) ROW, THE HISTORY ROW    **
      ***                   IT BACKS OUT AND THAT ROW'S TRANS-CODE.   **
      ***                   SPACES ON EVERY OTHER ROW.                **
001238***                                                              **
001300******************************************************************
001400 01  CPYAUD01-AUDIT-RECORD.
001980     05  AUD-RATE-EFF-DATE   PIC 9(08).
001990     05  AUD-CYCLE-NO        PIC 9(02).
002000     05  FILLER              PIC X(03).
002001     05  AUD-ORIG-KEY.
002002         10  AUD-ORIG-RUN-DATE   PIC 9(08).
002003         10  AUD-ORIG-CYCLE-NO   PIC 9(02).
002004         10  AUD-ORIG-TRANS-ID   PIC 9(08).
002005     05  AUD-ORIG-TRANS-CODE PIC X(01).
002006     05  FILLER              PIC X(01).
