000577***                   CYCLE IS COUNTED OFF-CYCLE - ITS OWN      **
000578***                   OUT-OF-BALANCE CONDITION, SO MIXED        **
000579***                   CYCLE FILES CANNOT BALANCE BY ACCIDENT.   **
      ***  2026-10-15  JWM  THE RUN DATE USED FOR THE RATE LOOKUP IS   **
      ***                   NOW THE PROCESSING DATE FROM THE           **
      ***                   CPYPDT01 CONTROL RECORD (PDTFILE),         **
      ***                   MATCHING ADDNUMS, NOT THE SYSTEM CLOCK     **
      ***                   DATE.                                      **
      ***  2026-10-15  JWM  A V (REVERSAL) TRANSACTION IS PROVEN       **
      ***                   APART AGAINST THE HISTORY MASTER           **
      ***                   (HSTFILE, READ-ONLY) - THE ROW IT NAMES    **
      ***                   MUST BE FLAGGED REVERSED BY IT AND ITS     **
      ***                   NEGATED RESULT IS THE RECOMPUTED ONE.      **
      ***                   REVERSALS ARE KEPT OUT OF THE AUDIT,       **
      ***                   EXTRACT AND PER-SOURCE TOTALS AND          **
      ***                   BALANCED ON THEIR OWN COMPARISON LINES.    **
000580***                                                              **
000581******************************************************************
000582 IDENTIFICATION DIVISION.
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-RPT-FILE-STATUS.
000930
           SELECT PROC-DATE-FILE ASSIGN TO "PDTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PDT-KEY
               FILE STATUS IS WS-PDT-FILE-STATUS.
      
           SELECT HISTORY-FILE ASSIGN TO "HSTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HST-KEY
               FILE STATUS IS WS-HST-FILE-STATUS.
      
000940 DATA DIVISION.
000950 FILE SECTION.
000960 FD  INPUT-FILE
001170     LABEL RECORDS ARE STANDARD.
001180 01  RECON-REPORT-LINE       PIC X(80).
001190
001191 FD  PROC-DATE-FILE
001192     LABEL RECORDS ARE STANDARD.
001193 COPY CPYPDT01.
001194
001195 FD  HISTORY-FILE
001196     LABEL RECORDS ARE STANDARD.
001197 COPY CPYHST01.
001198
001200 WORKING-STORAGE SECTION.
001210******************************************************************
001220***  SWITCHES                                                    *
001460 77  WS-CKP-FILE-STATUS      PIC X(02)   VALUE "00".
001470 77  WS-RPT-FILE-STATUS      PIC X(02)   VALUE "00".
001472 77  WS-RAT-FILE-STATUS      PIC X(02)   VALUE "00".
001473 77  WS-PDT-FILE-STATUS      PIC X(02)   VALUE "00".
001474 77  WS-HST-FILE-STATUS      PIC X(02)   VALUE "00".
001480
001490******************************************************************
001500***  WORK AREAS - THE RESULT RECOMPUTATION BELOW MUST STAY IN    *
001730 77  WS-AUD-RESULT-TOTAL     PIC S9(11)V99 COMP  VALUE 0.
001740 77  WS-EXT-RECS             PIC 9(7) COMP   VALUE 0.
001750 77  WS-EXT-RESULT-TOTAL     PIC S9(11)V99 COMP  VALUE 0.
      
      ******************************************************************
      ***  REVERSAL TOTALS - A V TRANSACTION IS PROVEN ON ITS OWN      *
      ***  LINES AND KEPT OUT OF THE TOTALS ABOVE, THE SAME WAY        *
      ***  ADDNUMS KEEPS IT OUT OF ITS GRAND TOTAL. THE RECOMPUTED     *
      ***  SIDE IS THE NEGATED RESULT OF THE HISTORY ROW IT NAMES.     *
      ******************************************************************
       77  WS-INF-REV-RECS         PIC 9(7) COMP   VALUE 0.
       77  WS-INF-REV-TOTAL        PIC S9(11)V99 COMP  VALUE 0.
       77  WS-AUD-REV-RECS         PIC 9(7) COMP   VALUE 0.
       77  WS-AUD-REV-TOTAL        PIC S9(11)V99 COMP  VALUE 0.
       77  WS-EXT-REV-RECS         PIC 9(7) COMP   VALUE 0.
       77  WS-EXT-REV-TOTAL        PIC S9(11)V99 COMP  VALUE 0.
       77  WS-REV-LINK-ERRS        PIC 9(7) COMP   VALUE 0.
001760
001770******************************************************************
001780***  TOTALS ADDNUMS ITSELF REPORTED, RECOVERED FROM THE          *
002200***  BEGIN - PROGRAM MAINLINE                                     *
002210******************************************************************
002220 BEGIN.
002221     PERFORM 0300-READ-PROCESSING-DATE THRU 0300-EXIT
002222     MOVE PDT-RUN-DATE TO WS-RUN-DATE
002230     PERFORM 0100-OPEN-FILES THRU 0100-EXIT
002240
002250     PERFORM 1200-READ-EXCEPTION-FILE THRU 1200-EXIT
002530         MOVE 0 TO RETURN-CODE
002540     END-IF
002550     STOP RUN.
      
      ******************************************************************
      ***  0300-READ-PROCESSING-DATE - FETCH THE PROCESSING DATE       *
      ***  FROM THE CPYPDT01 CONTROL RECORD ROLLED BY ADDEOD. NO       *
      ***  RECORD MEANS THE SUITE HAS NOT BEEN SEEDED - THE RUN STOPS. *
      ******************************************************************
       0300-READ-PROCESSING-DATE.
           OPEN INPUT PROC-DATE-FILE
           IF WS-PDT-FILE-STATUS NOT = "00"
               DISPLAY "ADDRECON ABEND - PDTFILE OPEN FAILED, STATUS = "
                   WS-PDT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "PROCDATE" TO PDT-KEY
           READ PROC-DATE-FILE
               INVALID KEY
                   DISPLAY "ADDRECON ABEND - NO PROCESSING-DATE RECORD "
                       "ON PDTFILE - SEED IT WITH ADDEOD"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE PROC-DATE-FILE.
       0300-EXIT.
           EXIT.
002560
002570******************************************************************
002580***  0100-OPEN-FILES - OPEN EVERY FILE, CHECKING EACH OPEN'S     *
002980     IF WS-RAT-FILE-STATUS NOT = "00"
002990         DISPLAY "ADDRECON ABEND - RATFILE OPEN FAILED, STATUS ="
003000             " " WS-RAT-FILE-STATUS
003001         MOVE 8 TO RETURN-CODE
003002         STOP RUN
003003     END-IF
003004     OPEN INPUT HISTORY-FILE
003005     IF WS-HST-FILE-STATUS NOT = "00"
003006         DISPLAY "ADDRECON ABEND - HSTFILE OPEN FAILED, STATUS = "
003007             WS-HST-FILE-STATUS
003010         MOVE 8 TO RETURN-CODE
003020         STOP RUN
003030     END-IF
004000***  INDEPENDENTLY AND CONTRIBUTES TO THE EXPECTED RESULT        *
004010***  TOTAL. A PAIR THAT FAILS THE ARITHMETIC BUT IS NOT ON       *
004020***  EXCFILE IS A MISSED REJECT - AN OUT-OF-BALANCE CONDITION.   *
004021***  A REVERSAL IS PROVEN APART, AGAINST THE HISTORY MASTER.     *
004030******************************************************************
004040 2000-RECOMPUTE-RECORD.
004050     PERFORM 1500-MATCH-EXCEPTION THRU 1500-EXIT
004270             END-MULTIPLY
004280         WHEN IN-TRANS-RATE
004290             PERFORM 2500-APPLY-RATE THRU 2500-EXIT
004291         WHEN IN-TRANS-REVERSAL
004292             PERFORM 2600-REDERIVE-REVERSAL THRU 2600-EXIT
004300         WHEN OTHER
004310             SET WS-RECORD-REJECTED TO TRUE
004320     END-EVALUATE
004330
004331     IF IN-TRANS-REVERSAL
004332         IF WS-RECORD-REJECTED
004333             ADD 1 TO WS-REV-LINK-ERRS
004334         ELSE
004335             ADD 1 TO WS-INF-REV-RECS
004336             ADD RESULT TO WS-INF-REV-TOTAL
004337         END-IF
004338         GO TO 2000-NEXT
004339     END-IF
004340     IF WS-RECORD-REJECTED
004350         ADD 1 TO WS-MISSED-REJECTS
004360     ELSE
005090     EXIT.
005100
005110******************************************************************
      ***  2600-REDERIVE-REVERSAL - PROVE ONE REVERSAL ADDNUMS RAN     *
      ***  CLEAN: THE HISTORY ROW IT NAMES MUST BE ON FILE, MUST       *
      ***  NOT BE A REVERSAL ITSELF, AND MUST BE FLAGGED REVERSED BY   *
      ***  THIS VERY TRANS-ID - AND, SINCE TRANS-IDS REPEAT ACROSS     *
      ***  CYCLES AND DAYS, THIS RUN'S OWN V ROW (RUN DATE, CYCLE,     *
      ***  TRANS-ID) MUST BE ON FILE LINKED BACK TO THAT SAME ROW.     *
      ***  THE NAMED ROW'S RESULT NEGATED IS THE RECOMPUTED RESULT;    *
      ***  ANYTHING ELSE IS A REVERSAL ADDNUMS SHOULD HAVE REJECTED.   *
      ******************************************************************
       2600-REDERIVE-REVERSAL.
           MOVE IN-ORIG-RUN-DATE TO HST-RUN-DATE
           MOVE IN-ORIG-CYCLE-NO TO HST-CYCLE-NO
           MOVE IN-ORIG-TRANS-ID TO HST-TRANS-ID
           READ HISTORY-FILE
               INVALID KEY
                   SET WS-RECORD-REJECTED TO TRUE
               NOT INVALID KEY
                   IF HST-TRANS-CODE = "V"
                       OR NOT HST-REVERSED
                       OR HST-REVERSED-BY-ID NOT = IN-TRANS-ID
                       SET WS-RECORD-REJECTED TO TRUE
                   ELSE
                       COMPUTE RESULT = 0 - HST-RESULT
                   END-IF
           END-READ
           IF NOT WS-RECORD-REJECTED
               MOVE WS-RUN-DATE TO HST-RUN-DATE
               MOVE IN-CYCLE-NO TO HST-CYCLE-NO
               MOVE IN-TRANS-ID TO HST-TRANS-ID
               READ HISTORY-FILE
                   INVALID KEY
                       SET WS-RECORD-REJECTED TO TRUE
                   NOT INVALID KEY
                       IF HST-TRANS-CODE NOT = "V"
                           OR HST-ORIG-KEY NOT = IN-ORIG-KEY
                           SET WS-RECORD-REJECTED TO TRUE
                       END-IF
               END-READ
           END-IF.
       2600-EXIT.
           EXIT.
      
      ******************************************************************
005120***  3000-READ-AUDIT-FILE - READ ONE AUDIT TRAIL RECORD          *
005130******************************************************************
005140 3000-READ-AUDIT-FILE.
005200     EXIT.
005210
005220******************************************************************
005230***  3100-TALLY-AUDIT-RECORD - COUNT AND SUM THE AUDIT TRAIL,    *
005231***  REVERSALS ON THEIR OWN                                      *
005240******************************************************************
005250 3100-TALLY-AUDIT-RECORD.
005251     IF AUD-TRANS-CODE = "V"
005260         ADD 1 TO WS-AUD-REV-RECS
005270         ADD AUD-RESULT TO WS-AUD-REV-TOTAL
005271     ELSE
005272         ADD 1 TO WS-AUD-RECS
005273         ADD AUD-RESULT TO WS-AUD-RESULT-TOTAL
005280         MOVE AUD-SOURCE-ID TO WS-SRC-LOOKUP-ID
005290         PERFORM 6000-FIND-SOURCE-SLOT THRU 6000-EXIT
005300         ADD 1 TO WS-SRC-AUD-RECS (WS-SRC-IX)
005310         ADD AUD-RESULT TO WS-SRC-AUD-TOTAL (WS-SRC-IX)
005311     END-IF
005312     IF NOT WS-RUN-CYCLE-SET
005313         MOVE AUD-CYCLE-NO TO WS-RUN-CYCLE
005314         SET WS-RUN-CYCLE-SET TO TRUE
005490     EXIT.
005500
005510******************************************************************
005520***  4100-TALLY-EXTRACT-RECORD - COUNT AND SUM THE EXTRACT, A    *
005521***  RECORD LINKED TO AN ORIGINAL (A REVERSAL) ON ITS OWN        *
005530******************************************************************
005540 4100-TALLY-EXTRACT-RECORD.
005541     IF EXT-ORIG-KEY NOT = SPACES
005550         ADD 1 TO WS-EXT-REV-RECS
005560         ADD EXT-RESULT TO WS-EXT-REV-TOTAL
005561     ELSE
005562         ADD 1 TO WS-EXT-RECS
005563         ADD EXT-RESULT TO WS-EXT-RESULT-TOTAL
005570         MOVE EXT-SOURCE-ID TO WS-SRC-LOOKUP-ID
005580         PERFORM 6000-FIND-SOURCE-SLOT THRU 6000-EXIT
005590         ADD 1 TO WS-SRC-EXT-RECS (WS-SRC-IX)
005600         ADD EXT-RESULT TO WS-SRC-EXT-TOTAL (WS-SRC-IX)
005601     END-IF
005602     IF WS-RUN-CYCLE-SET
005603         AND EXT-CYCLE-NO NOT = WS-RUN-CYCLE
005604         ADD 1 TO WS-EXT-OFF-CYCLE
007130     MOVE WS-AUD-RESULT-TOTAL TO WS-CMP-VALUE-B
007140     PERFORM 8000-COMPARE-AND-PRINT THRU 8000-EXIT
007150
           MOVE "REVERSALS NOT LINKED ON HIST" TO WS-RPT-CMP-LABEL
           MOVE WS-REV-LINK-ERRS TO WS-CMP-VALUE-A
           MOVE 0 TO WS-CMP-VALUE-B
           PERFORM 8000-COMPARE-AND-PRINT THRU 8000-EXIT
      
           MOVE "REV AUDIT RECS VS RECOMP" TO WS-RPT-CMP-LABEL
           MOVE WS-AUD-REV-RECS TO WS-CMP-VALUE-A
           MOVE WS-INF-REV-RECS TO WS-CMP-VALUE-B
           PERFORM 8000-COMPARE-AND-PRINT THRU 8000-EXIT
      
           MOVE "REV AUDIT TOTAL VS RECOMP" TO WS-RPT-CMP-LABEL
           MOVE WS-AUD-REV-TOTAL TO WS-CMP-VALUE-A
           MOVE WS-INF-REV-TOTAL TO WS-CMP-VALUE-B
           PERFORM 8000-COMPARE-AND-PRINT THRU 8000-EXIT
      
           MOVE "REV EXTRACT RECS VS AUDIT" TO WS-RPT-CMP-LABEL
           MOVE WS-EXT-REV-RECS TO WS-CMP-VALUE-A
           MOVE WS-AUD-REV-RECS TO WS-CMP-VALUE-B
           PERFORM 8000-COMPARE-AND-PRINT THRU 8000-EXIT
      
           MOVE "REV EXTRACT TOTAL VS AUDIT" TO WS-RPT-CMP-LABEL
           MOVE WS-EXT-REV-TOTAL TO WS-CMP-VALUE-A
           MOVE WS-AUD-REV-TOTAL TO WS-CMP-VALUE-B
           PERFORM 8000-COMPARE-AND-PRINT THRU 8000-EXIT
      
007160     PERFORM 7100-WRITE-ONE-SOURCE THRU 7100-EXIT
007170         VARYING WS-SRC-SUB FROM 1 BY 1
007180         UNTIL WS-SRC-SUB > WS-SRC-USED
007920     CLOSE EXTRACT-FILE
007930     CLOSE CHECKPOINT-FILE
007935     CLOSE RATE-FILE
007936     CLOSE HISTORY-FILE
007940     CLOSE RECON-REPORT.
007950 9000-EXIT.
007960     EXIT.
