001168***                   ADDEDIT STAMPS THE CYCLE FROM ITS EXEC    **
001169***                   PARM; EVERY DOWNSTREAM LAYOUT CARRIES     **
001171***                   IT IN STEP.                               **
      ***  2026-10-15  JWM  ADDED TRANS-CODE V (REVERSAL) AND IN-     **
      ***                   ORIG-KEY (FROM FILLER, RECORD LENGTH      **
      ***                   UNCHANGED) - THE RUN DATE, CYCLE AND      **
      ***                   TRANS-ID OF THE HISTORY ROW A V DETAIL    **
      ***                   BACKS OUT. ZEROS OR SPACES - IGNORED -    **
      ***                   ON EVERY OTHER CODE.                      **
001172***                                                              **
001200******************************************************************
001300 01  CPYIN01-INPUT-RECORD.
001530         88  IN-TRANS-SUBTRACT            VALUE "S".
001540         88  IN-TRANS-MULTIPLY            VALUE "M".
001542         88  IN-TRANS-RATE                VALUE "R".
001543         88  IN-TRANS-REVERSAL            VALUE "V".
001545     05  IN-RATE-CODE        PIC X(04).
001550     05  IN-SOURCE-ID        PIC X(08).
001560     05  IN-CYCLE-NO         PIC 9(02).
001561     05  IN-ORIG-KEY.
001562         10  IN-ORIG-RUN-DATE    PIC 9(08).
001563         10  IN-ORIG-CYCLE-NO    PIC 9(02).
001564         10  IN-ORIG-TRANS-ID    PIC 9(08).
001600     05  FILLER              PIC X(25).
