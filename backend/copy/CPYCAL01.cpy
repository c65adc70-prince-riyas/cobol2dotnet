000100******************************************************************
000110***                                                              **
000120***  CPYCAL01 - BUSINESS-DAY CALENDAR MASTER RECORD              **
000130***                                                              **
000140***  ONE RECORD PER CALENDAR DATE, KEYED BY THE DATE, SO A       **
000150***  WHOLE YEAR SITS ON FILE IN DATE ORDER. EVERY DATE IS        **
000160***  EITHER A BUSINESS DAY, A WEEKEND DAY OR A HOLIDAY. THE      **
000170***  MONTH-END FLAG MARKS THE LAST BUSINESS DAY OF ITS MONTH     **
000180***  AND THE YEAR-END FLAG THE LAST BUSINESS DAY OF DECEMBER -   **
000190***  NEITHER IS EVER SET ON A NON-BUSINESS DAY. YEARS ARE        **
000200***  GENERATED AND HOLIDAYS KEYED THROUGH ADDCMNT, WHICH         **
000210***  RESETS THE MONTH'S FLAGS ON EVERY CHANGE; ADDEOD READS      **
000220***  THE MASTER TO ROLL THE PROCESSING DATE (CPYPDT01).          **
000230***                                                              **
000240***  MOD HISTORY                                                **
000250***  --------------------------------------------------------   **
000260***  2026-10-15  JWM  ORIGINAL RECORD                           **
000270***                                                              **
000280******************************************************************
000290 01  CPYCAL01-CALENDAR-RECORD.
000300     05  CAL-DATE            PIC 9(08).
000310     05  CAL-DAY-OF-WEEK     PIC 9(01).
000320     05  CAL-DAY-TYPE        PIC X(01).
000330         88  CAL-BUSINESS-DAY            VALUE "B".
000340         88  CAL-WEEKEND                 VALUE "W".
000350         88  CAL-HOLIDAY                 VALUE "H".
000360     05  CAL-MONTH-END-SW    PIC X(01).
000370         88  CAL-MONTH-END               VALUE "Y".
000380     05  CAL-YEAR-END-SW     PIC X(01).
000390         88  CAL-YEAR-END                VALUE "Y".
000400     05  CAL-DESCRIPTION     PIC X(20).
000410     05  FILLER              PIC X(48).
