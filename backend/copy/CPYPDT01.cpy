000100******************************************************************
000110***                                                              **
000120***  CPYPDT01 - PROCESSING-DATE CONTROL RECORD                   **
000130***                                                              **
000140***  THE ONE RECORD THE WHOLE SUITE TAKES "TODAY" FROM, IN       **
000150***  PLACE OF THE SYSTEM CLOCK - SO A BATCH THAT RUNS PAST       **
000160***  MIDNIGHT, OR A MISSED DAY BEING CAUGHT UP, STILL STAMPS     **
000170***  AND SELECTS THE BUSINESS DAY IT IS PROCESSING. HELD ON A    **
000180***  SMALL KSDS UNDER THE FIXED KEY "PROCDATE". ONLY ADDEOD      **
000190***  WRITES IT - ROLLING IT FORWARD TO THE NEXT BUSINESS DAY     **
000200***  ON THE CPYCAL01 CALENDAR AT THE END OF EACH DAY - EVERY     **
000210***  OTHER PROGRAM OPENS IT READ-ONLY.                           **
000220***                                                              **
000230***  PDT-RUN-DATE       THE PROCESSING (BUSINESS) DATE           **
000240***  PDT-PREV-BUS-DATE  THE BUSINESS DAY BEFORE IT               **
000250***  PDT-MONTH-ENDED    THE MONTH JUST ENDED (YYYYMM) - THE      **
000260***                     MONTH BEFORE THE RUN DATE'S MONTH        **
000270***  PDT-MONTH-END-SW   THE RUN DATE IS MONTH END (LAST          **
000280***                     BUSINESS DAY OF ITS MONTH)               **
000290***  PDT-YEAR-END-SW    THE RUN DATE IS YEAR END                 **
000300***                                                              **
000310***  MOD HISTORY                                                **
000320***  --------------------------------------------------------   **
000330***  2026-10-15  JWM  ORIGINAL RECORD                           **
000340***                                                              **
000350******************************************************************
000360 01  CPYPDT01-PROC-DATE-RECORD.
000370     05  PDT-KEY             PIC X(08).
000380     05  PDT-RUN-DATE        PIC 9(08).
000390     05  PDT-PREV-BUS-DATE   PIC 9(08).
000400     05  PDT-MONTH-ENDED     PIC 9(06).
000410     05  PDT-MONTH-END-SW    PIC X(01).
000420         88  PDT-MONTH-END               VALUE "Y".
000430     05  PDT-YEAR-END-SW     PIC X(01).
000440         88  PDT-YEAR-END                VALUE "Y".
000450     05  PDT-ROLLED-TIMESTAMP
000460                             PIC X(14).
000470     05  PDT-ROLLED-FROM     PIC 9(08).
000480     05  FILLER              PIC X(26).
