001306***                   TO TWO PROCESSING CYCLES A DAY NOW AND    **
001307***                   THE ACKNOWLEDGMENT MATCH PAIRS ON THE     **
001308***                   (DATE, CYCLE) THE EXTRACT DECLARES.       **
      ***  2026-10-15  JWM  ADDED EXT-ORIG-KEY (FROM FILLER, RECORD   **
      ***                   LENGTH UNCHANGED) - ON A REVERSAL, THE    **
      ***                   RUN DATE, CYCLE AND TRANS-ID OF THE       **
      ***                   RESULT IT BACKS OUT. SPACES ON EVERY      **
      ***                   OTHER RECORD, SO DOWNSTREAM CAN TELL A    **
      ***                   REVERSAL FROM AN ORDINARY RESULT.         **
001309***                                                              **
001400******************************************************************
001500 01  CPYEXT01-EXTRACT-RECORD.
001900     05  EXT-RUN-DATE        PIC 9(08).
001950     05  EXT-SOURCE-ID       PIC X(08).
001960     05  EXT-CYCLE-NO        PIC 9(02).
001961     05  EXT-ORIG-KEY.
001962         10  EXT-ORIG-RUN-DATE   PIC 9(08).
001963         10  EXT-ORIG-CYCLE-NO   PIC 9(02).
001964         10  EXT-ORIG-TRANS-ID   PIC 9(08).
002000     05  FILLER              PIC X(12).
