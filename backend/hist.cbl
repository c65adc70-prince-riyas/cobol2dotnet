000413***                   FROM THE AUDIT RECORD SO AN EXPEDITED     **
000414***                   AFTERNOON CYCLE'S ROLL NO LONGER          **
000415***                   REPLACES THE MORNING'S RECORDS.           **
      ***  2026-10-15  JWM  THE PURGE CUTOFF IS NOW COUNTED BACK       **
      ***                   FROM THE PROCESSING DATE ON THE CPYPDT01   **
      ***                   CONTROL RECORD (PDTFILE), NOT THE SYSTEM   **
      ***                   CLOCK DATE.                                **
      ***  2026-10-15  JWM  THE RATE CODE AND RATE-ROW EFFECTIVE       **
      ***                   DATE FROM THE AUDIT TRAIL ARE NOW ROLLED   **
      ***                   INTO HISTORY (HST-RATE-CODE, HST-RATE-     **
      ***                   EFF-DATE) FOR RETROACTIVE RE-RATING BY     **
      ***                   ADDRRATE.                                  **
      ***  2026-10-15  JWM  A V (REVERSAL) AUDIT RECORD CARRIES ITS    **
      ***                   LINK TO THE ORIGINAL ONTO THE HISTORY      **
      ***                   ROW (HST-REVERSAL-LINK). ADDNUMS POSTS     **
      ***                   THAT ROW ITSELF, SO FINDING IT ON FILE     **
      ***                   IS COUNTED APART FROM A RERUN              **
      ***                   REPLACEMENT. A RERUN NO LONGER CLEARS      **
      ***                   THE REVERSED FLAG ON AN ORIGINAL IT        **
      ***                   REPLACES.                                  **
000416***                                                              **
000417******************************************************************
000420 IDENTIFICATION DIVISION.
000608         ORGANIZATION IS LINE SEQUENTIAL
000609         FILE STATUS IS WS-ACT-FILE-STATUS.
000610
000611     SELECT PROC-DATE-FILE ASSIGN TO "PDTFILE"
000612         ORGANIZATION IS INDEXED
000613         ACCESS MODE IS RANDOM
000614         RECORD KEY IS PDT-KEY
000615         FILE STATUS IS WS-PDT-FILE-STATUS.
000616
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  AUDIT-FILE
000708     LABEL RECORDS ARE STANDARD.
000709 COPY CPYARC01.
000710
000711 FD  PROC-DATE-FILE
000712     LABEL RECORDS ARE STANDARD.
000713 COPY CPYPDT01.
000714
000720 WORKING-STORAGE SECTION.
000730******************************************************************
000740***  SWITCHES                                                    *
000850 77  WS-HST-FILE-STATUS      PIC X(02)   VALUE "00".
000852 77  WS-ARC-FILE-STATUS      PIC X(02)   VALUE "00".
000854 77  WS-ACT-FILE-STATUS      PIC X(02)   VALUE "00".
000855 77  WS-PDT-FILE-STATUS      PIC X(02)   VALUE "00".
000860
000870******************************************************************
000880***  CONTROL TOTALS                                              *
000890******************************************************************
000900 77  WS-RECS-ROLLED          PIC 9(7) COMP   VALUE 0.
000910 77  WS-RECS-REPLACED        PIC 9(7) COMP   VALUE 0.
000911 77  WS-REVERSALS-ON-FILE    PIC 9(7) COMP   VALUE 0.
000920 77  WS-RECS-PURGED          PIC 9(7) COMP   VALUE 0.
000922 77  WS-RECS-ARCHIVED        PIC 9(7) COMP   VALUE 0.
000924 77  WS-ARC-HASH-TOTAL       PIC S9(13)V99 COMP  VALUE 0.
000930
000940******************************************************************
      ***  REPLACE CONTROLS - A RERUN REPLACES A ROW ALREADY ON FILE   *
      ***  BUT KEEPS ITS REVERSED FLAG; A V ROW ADDNUMS POSTED ITSELF  *
      ***  IS COUNTED APART FROM THE RERUN REPLACEMENTS.               *
      ******************************************************************
       01  WS-HST-NEW-RECORD       PIC X(80)   VALUE SPACES.
       77  WS-HOLD-REVERSED-SW     PIC X(01)   VALUE 'N'.
           88  WS-HOLD-REVERSED                VALUE 'Y'.
       77  WS-HOLD-REVERSED-BY-ID  PIC 9(08)       VALUE 0.
      
      ******************************************************************
000950***  RETENTION CONTROLS - THE EXEC PARM CARRIES THE RETENTION    *
000960***  IN DAYS (DDDD). THE PURGE CUTOFF IS THE PROCESSING DATE     *
000961***  (CPYPDT01) MINUS RETENTION, CONVERTED THROUGH DAY NUMBERS   *
000962***  SO MONTH AND YEAR BOUNDARIES COME OUT RIGHT.                *
000990******************************************************************
001000 77  WS-PARM-CARD            PIC X(32)   VALUE SPACES.
001010 77  WS-PARM-LENGTH          PIC S9(04) COMP  VALUE 0.
001370     DISPLAY "ADDHIST HISTORY ROLL COMPLETE"
001380     DISPLAY "  RECORDS ROLLED IN ........... " WS-RECS-ROLLED
001390     DISPLAY "  RECORDS REPLACED (RERUN) .... " WS-RECS-REPLACED
001391     DISPLAY "  REVERSALS ALREADY POSTED .... "
001392         WS-REVERSALS-ON-FILE
001400     DISPLAY "  RECORDS PURGED .............. " WS-RECS-PURGED
001402     DISPLAY "  RECORDS ARCHIVED ............ " WS-RECS-ARCHIVED
001410     DISPLAY "  PURGE CUTOFF DATE ........... " WS-CUTOFF-DATE
001438         MOVE 8 TO RETURN-CODE
001439     END-IF
001440     STOP RUN.
      
      ******************************************************************
      ***  0300-READ-PROCESSING-DATE - FETCH THE PROCESSING DATE       *
      ***  FROM THE CPYPDT01 CONTROL RECORD ROLLED BY ADDEOD. NO       *
      ***  RECORD MEANS THE SUITE HAS NOT BEEN SEEDED - THE RUN STOPS. *
      ******************************************************************
       0300-READ-PROCESSING-DATE.
           OPEN INPUT PROC-DATE-FILE
           IF WS-PDT-FILE-STATUS NOT = "00"
               DISPLAY "ADDHIST ABEND - PDTFILE OPEN FAILED, STATUS = "
                   WS-PDT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "PROCDATE" TO PDT-KEY
           READ PROC-DATE-FILE
               INVALID KEY
                   DISPLAY "ADDHIST ABEND - NO PROCESSING-DATE RECORD "
                       "ON PDTFILE - SEED IT WITH ADDEOD"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE PROC-DATE-FILE.
       0300-EXIT.
           EXIT.
001450
001460******************************************************************
001470***  0400-ESTABLISH-RETENTION - PICK UP THE RETENTION DAYS FROM  *
001660         END-IF
001670     END-IF
001680
001681     PERFORM 0300-READ-PROCESSING-DATE THRU 0300-EXIT
001682     MOVE PDT-RUN-DATE TO WS-RUN-DATE
001700     COMPUTE WS-RUN-DAY-NUMBER =
001710         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
001720     SUBTRACT WS-RETENTION-DAYS FROM WS-RUN-DAY-NUMBER
002260     MOVE AUD-RESULT TO HST-RESULT
002270     MOVE AUD-JOB-ID TO HST-JOB-ID
002275     MOVE AUD-SOURCE-ID TO HST-SOURCE-ID
           IF AUD-TRANS-CODE = "V"
               MOVE AUD-ORIG-KEY TO HST-ORIG-KEY
               MOVE AUD-ORIG-TRANS-CODE TO HST-ORIG-TRANS-CODE
           ELSE
               MOVE AUD-RATE-CODE TO HST-RATE-CODE
               MOVE AUD-RATE-EFF-DATE TO HST-RATE-EFF-DATE
               MOVE "N" TO HST-REVERSED-SW
               MOVE 0 TO HST-REVERSED-BY-ID
           END-IF
002280     WRITE CPYHST01-HISTORY-RECORD
002290         INVALID KEY
002291             PERFORM 2100-REPLACE-HISTORY THRU 2100-EXIT
002380         NOT INVALID KEY
002390             ADD 1 TO WS-RECS-ROLLED
002400     END-WRITE
002410     PERFORM 1000-READ-AUDIT-FILE THRU 1000-EXIT.
002420 2000-EXIT.
           EXIT.
      
      ******************************************************************
      ***  2100-REPLACE-HISTORY - THE ROW IS ALREADY ON FILE. A V ROW  *
      ***  IS ONE ADDNUMS POSTED WHEN IT PROCESSED THE REVERSAL; ANY   *
      ***  OTHER IS A RERUN OF THE ROLL. EITHER WAY THE ROW IS REPLACED*
      ***  FROM THE AUDIT RECORD, EXCEPT THAT AN ORIGINAL ALREADY      *
      ***  FLAGGED REVERSED STAYS REVERSED - THE AUDIT RECORD KNOWS    *
      ***  NOTHING OF A REVERSAL POSTED AFTER IT WAS WRITTEN.          *
      ******************************************************************
       2100-REPLACE-HISTORY.
           MOVE CPYHST01-HISTORY-RECORD TO WS-HST-NEW-RECORD
           READ HISTORY-FILE
           IF WS-HST-FILE-STATUS NOT = "00"
               DISPLAY "ADDHIST ABEND - HSTFILE READ FAILED"
                   ", STATUS = " WS-HST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-HOLD-REVERSED-SW
           IF HST-TRANS-CODE = "V"
               ADD 1 TO WS-REVERSALS-ON-FILE
           ELSE
               IF HST-REVERSED
                   SET WS-HOLD-REVERSED TO TRUE
                   MOVE HST-REVERSED-BY-ID TO WS-HOLD-REVERSED-BY-ID
               END-IF
               ADD 1 TO WS-RECS-REPLACED
           END-IF
           MOVE WS-HST-NEW-RECORD TO CPYHST01-HISTORY-RECORD
           IF WS-HOLD-REVERSED
               SET HST-REVERSED TO TRUE
               MOVE WS-HOLD-REVERSED-BY-ID TO HST-REVERSED-BY-ID
           END-IF
           REWRITE CPYHST01-HISTORY-RECORD
           IF WS-HST-FILE-STATUS NOT = "00"
               DISPLAY "ADDHIST ABEND - HSTFILE REWRITE FAILED"
                   ", STATUS = " WS-HST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       2100-EXIT.
002430     EXIT.
002440
002450******************************************************************
