001266***                   RECORDS (RUN-CYCLE-NO) SO ADDGATE CAN     **
001267***                   GATE ONE (DATE, CYCLE) OUT OF THE         **
001268***                   CUMULATIVE LOG ON A TWO-CYCLE DAY.        **
      ***  2026-10-15  JWM  THE RUN DATE STAMPED ON AUD-TIMESTAMP,     **
      ***                   EXT-RUN-DATE AND THE RUN LOG, AND USED     **
      ***                   FOR THE RATE AND DUPLICATE-WINDOW          **
      ***                   LOOKUPS, IS NOW THE PROCESSING DATE FROM   **
      ***                   THE CPYPDT01 CONTROL RECORD (PDTFILE,      **
      ***                   ROLLED BY ADDEOD), NOT THE SYSTEM CLOCK    **
      ***                   - A RUN PAST MIDNIGHT OR A CATCH-UP DAY    **
      ***                   STAMPS THE BUSINESS DAY IT IS              **
      ***                   PROCESSING. THE CLOCK STILL SUPPLIES THE   **
      ***                   TIME OF DAY.                               **
      ***  2026-10-15  JWM  A SUSPENSE ITEM RETURNED TO ITS SOURCE     **
      ***                   (ADDRTRN) OR RESUBMITTED BY IT (ADDRSUB)   **
      ***                   IS FLAGGED REPROCESSED WHEN ITS            **
      ***                   TRANSACTION COMES BACK THROUGH CLEANLY,    **
      ***                   THE SAME AS AN OPEN OR CORRECTED ONE.      **
      ***  2026-10-15  JWM  NEW TRANSACTION CODE V (REVERSAL) BACKS    **
      ***                   OUT ONE RESULT ALREADY ON THE HISTORY      **
      ***                   MASTER (HSTFILE, NOW OPENED I-O), NAMED    **
      ***                   BY IN-ORIG-KEY. THE ORIGINAL'S OPERANDS    **
      ***                   AND RESULT ARE POSTED NEGATED TO THE       **
      ***                   AUDIT, EXTRACT AND HISTORY, LINKED BACK    **
      ***                   TO IT, AND THE ORIGINAL IS FLAGGED         **
      ***                   REVERSED. NEW REJECT REASONS NORG (NOT     **
      ***                   ON HISTORY), RVSD (ALREADY REVERSED) AND   **
      ***                   RVRV (A REVERSAL). REVERSALS HAVE THEIR    **
      ***                   OWN COUNT AND TOTAL ON THE CONTROL         **
      ***                   REPORT AND ARE KEPT OUT OF THE GRAND AND   **
      ***                   PER-SOURCE TOTALS.                         **
      ***  2026-10-15  JWM  THE CHECKPOINT CARRIES THE REVERSAL        **
      ***                   COUNT AND TOTAL (CKP-LAST-REVERSED, CKP-   **
      ***                   LAST-REV-TOTAL) AND A RESTART RESTORES     **
      ***                   THEM, SO THE CONTROL REPORT'S REVERSAL     **
      ***                   LINES COVER THE WHOLE RUN, NOT JUST THE    **
      ***                   POST-RESTART SEGMENT.                      **
001269***                                                              **
001270******************************************************************
001271 IDENTIFICATION DIVISION.
001756         RECORD KEY IS RAT-KEY
001757         FILE STATUS IS WS-RAT-FILE-STATUS.
001760
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
      
001770 DATA DIVISION.
001780 FILE SECTION.
001790 FD  INPUT-FILE
002134 FD  RATE-FILE
002136     LABEL RECORDS ARE STANDARD.
002138 COPY CPYRAT01.
      
       FD  PROC-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CPYPDT01.
      
       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CPYHST01.
002140
002150 WORKING-STORAGE SECTION.
002160******************************************************************
002530 77  WS-RESTART-KEY          PIC 9(08)       VALUE 0.
002540 77  WS-RESTART-REJECTED     PIC 9(7) COMP   VALUE 0.
002550 77  WS-RESTART-TOTAL        PIC S9(11)V99 COMP  VALUE 0.
002551 77  WS-RESTART-REVERSED     PIC 9(7) COMP   VALUE 0.
002552 77  WS-RESTART-REV-TOTAL    PIC S9(11)V99 COMP  VALUE 0.
002560 77  WS-LAST-KEY-PROCESSED   PIC 9(08)       VALUE 0.
002570 77  WS-START-KEY            PIC 9(08)       VALUE 0.
002580 77  WS-JOB-ID               PIC X(08)   VALUE "ADDNUMS1".
002930     05  WS-END-TIME-HHMMSS  PIC 9(06).
002940     05  WS-END-TIME-CC      PIC 9(02).
002950 77  WS-END-TIMESTAMP        PIC X(14)   VALUE SPACES.
002951 77  WS-CLOCK-DATE           PIC 9(08)   VALUE 0.
002952 77  WS-END-DAY-NUMBER       PIC S9(7) COMP  VALUE 0.
002953 77  WS-PDT-FILE-STATUS      PIC X(02)   VALUE "00".
002960
002970******************************************************************
002980***  DUPLICATE-SUBMISSION CONTROLS - A TRANSACTION ID THAT       *
003086 77  WS-RATE-VALUE           PIC S9(03)V9(04) COMP VALUE 0.
003087 77  WS-USED-RATE-CODE       PIC X(04)   VALUE SPACES.
003088 77  WS-USED-RATE-EFF-DATE   PIC 9(08)       VALUE 0.
      
      ******************************************************************
      ***  REVERSAL CONTROLS - A V TRANSACTION BACKS OUT ONE RESULT    *
      ***  ALREADY ON THE HISTORY MASTER, NAMED BY IN-ORIG-KEY. THE    *
      ***  ORIGINAL'S OPERANDS AND RESULT ARE POSTED NEGATED AND THE   *
      ***  ORIGINAL IS FLAGGED REVERSED, SO A SECOND REVERSAL REJECTS. *
      ***  REVERSALS ARE COUNTED AND TOTALLED ON THEIR OWN, NOT NETTED *
      ***  INTO THE GRAND TOTAL, AND RIDE ON THE CHECKPOINT SO THEY    *
      ***  BALANCE ACROSS A RESTART AS THE GRAND TOTALS DO.            *
      ******************************************************************
       77  WS-HST-FILE-STATUS      PIC X(02)   VALUE "00".
       77  WS-RECS-REVERSED        PIC 9(7) COMP   VALUE 0.
       77  WS-REVERSAL-TOTAL       PIC S9(11)V99 COMP  VALUE 0.
       77  WS-REV-NUM1             PIC S9(04)V99   VALUE 0.
       77  WS-REV-NUM2             PIC S9(04)V99   VALUE 0.
       77  WS-REV-ORIG-CODE        PIC X(01)   VALUE SPACES.
       77  WS-REV-RESTART-SW       PIC X(01)   VALUE 'N'.
           88  WS-REV-RESTART                  VALUE 'Y'.
003089
003090 LINKAGE SECTION.
003100******************************************************************
003575         MOVE 8 TO RETURN-CODE
003576         STOP RUN
003577     END-IF
           OPEN I-O HISTORY-FILE
           IF WS-HST-FILE-STATUS NOT = "00"
               DISPLAY "ADDNUMS ABEND - HSTFILE OPEN FAILED, STATUS = "
                   WS-HST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
003578     PERFORM 9100-WRITE-RUN-START THRU 9100-EXIT
003580     IF WS-RESTART-KEY > 0 OR WS-RESTART-COUNT > 0
003590         DISPLAY "ADDNUMS RESTARTING AFTER TRANS-ID "
003610         MOVE WS-RESTART-COUNT TO WS-RECS-READ
003620         MOVE WS-RESTART-REJECTED TO WS-RECS-REJECTED
003630         MOVE WS-RESTART-TOTAL TO WS-GRAND-TOTAL
003631         MOVE WS-RESTART-REVERSED TO WS-RECS-REVERSED
003632         MOVE WS-RESTART-REV-TOTAL TO WS-REVERSAL-TOTAL
003640         PERFORM 0460-OPEN-RESTART-FILES THRU 0460-EXIT
003650     ELSE
003660         PERFORM 0470-OPEN-FRESH-FILES THRU 0470-EXIT
003800     CLOSE SUSPENSE-FILE
003810     CLOSE DUP-CONTROL-FILE
003815     CLOSE RATE-FILE
003816     CLOSE HISTORY-FILE
003820
003830     PERFORM 9000-WRITE-CONTROL-REPORT THRU 9000-EXIT
003840
003940     STOP RUN.
003950
003960******************************************************************
      ***  0300-READ-PROCESSING-DATE - FETCH THE SUITE'S PROCESSING     *
      ***  DATE FROM THE CPYPDT01 CONTROL RECORD ROLLED BY ADDEOD. NO    *
      ***  RECORD MEANS THE SUITE HAS NOT BEEN SEEDED - NOTHING CAN      *
      ***  SAFELY BE STAMPED, SO THE RUN STOPS.                          *
      ******************************************************************
       0300-READ-PROCESSING-DATE.
           OPEN INPUT PROC-DATE-FILE
           IF WS-PDT-FILE-STATUS NOT = "00"
               DISPLAY "ADDNUMS ABEND - PDTFILE OPEN FAILED, STATUS = "
                   WS-PDT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "PROCDATE" TO PDT-KEY
           READ PROC-DATE-FILE
               INVALID KEY
                   DISPLAY "ADDNUMS ABEND - NO PROCESSING-DATE RECORD "
                       "ON PDTFILE - SEED IT WITH ADDEOD"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE PROC-DATE-FILE.
       0300-EXIT.
           EXIT.
      
      ******************************************************************
003970***  0400-ESTABLISH-RUN-TIMESTAMP - STAMP FOR THIS RUN'S AUDIT     *
003980***  TRAIL - SAME STAMP IS USED ON EVERY AUDIT RECORD THIS RUN     *
003990***  WRITES SO ALL OF THEM TIE BACK TO ONE JOB EXECUTION. THE      *
003991***  DATE IS THE PROCESSING DATE FROM THE CPYPDT01 CONTROL         *
003992***  RECORD, NOT THE CLOCK, SO A RUN PAST MIDNIGHT STILL STAMPS    *
003993***  THE BUSINESS DAY IT IS PROCESSING; THE TIME IS THE CLOCK'S.   *
003994***  THE CLOCK DATE IS KEPT SO THE END STAMP CAN CARRY THE SAME    *
003995***  ELAPSED DAYS (SEE 9200-WRITE-RUN-END).                        *
004000******************************************************************
004010 0400-ESTABLISH-RUN-TIMESTAMP.
004011     PERFORM 0300-READ-PROCESSING-DATE THRU 0300-EXIT
004012     MOVE PDT-RUN-DATE TO WS-RUN-DATE
004020     ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD
004030     ACCEPT WS-RUN-TIME FROM TIME
004040     MOVE WS-RUN-DATE TO WS-RUN-TIMESTAMP(1:8)
004050     MOVE WS-RUN-TIME-HHMMSS TO WS-RUN-TIMESTAMP(9:6)
005360     MOVE 0 TO WS-RESTART-KEY
005370     MOVE 0 TO WS-RESTART-REJECTED
005380     MOVE 0 TO WS-RESTART-TOTAL
005381     MOVE 0 TO WS-RESTART-REVERSED
005382     MOVE 0 TO WS-RESTART-REV-TOTAL
005390     OPEN INPUT CHECKPOINT-FILE
005400     IF WS-CKP-FILE-STATUS = "00"
005410         PERFORM 0510-READ-CHECKPOINT THRU 0510-EXIT
005570             MOVE CKP-LAST-KEY TO WS-RESTART-KEY
005580             MOVE CKP-LAST-REJECTED TO WS-RESTART-REJECTED
005590             MOVE CKP-LAST-TOTAL TO WS-RESTART-TOTAL
005591             MOVE CKP-LAST-REVERSED TO WS-RESTART-REVERSED
005592             MOVE CKP-LAST-REV-TOTAL TO WS-RESTART-REV-TOTAL
005600     END-READ.
005610 0510-EXIT.
005620     EXIT.
006320             END-MULTIPLY
006322         WHEN IN-TRANS-RATE
006324             PERFORM 2020-APPLY-RATE THRU 2020-EXIT
006325         WHEN IN-TRANS-REVERSAL
006326             PERFORM 2050-REVERSE-ORIGINAL THRU 2050-EXIT
006330         WHEN OTHER
006340             MOVE "BDCD" TO WS-REASON-CODE
006350             MOVE "UNKNOWN TRANSACTION CODE - MUST BE A/S/M/R/V"
006360                 TO WS-REASON-TEXT
006370             SET WS-RECORD-REJECTED TO TRUE
006380     END-EVALUATE
006480     ELSE
006490         DISPLAY "THE RESULT OF " IN-TRANS-CODE " ON " IN-NUM1
006500             " AND " IN-NUM2 " IS " RESULT
006501         IF IN-TRANS-REVERSAL
006502             ADD 1 TO WS-RECS-REVERSED
006510             ADD RESULT TO WS-REVERSAL-TOTAL
006511             PERFORM 2060-POST-REVERSAL THRU 2060-EXIT
006512         ELSE
006513             ADD RESULT TO WS-GRAND-TOTAL
006514         END-IF
006520         PERFORM 2150-WRITE-AUDIT-RECORD THRU 2150-EXIT
006530         PERFORM 2160-WRITE-EXTRACT-RECORD THRU 2160-EXIT
006540         PERFORM 2170-FLAG-SUSPENSE-REPROCESSED THRU 2170-EXIT
007590     EXIT.
007600
007610******************************************************************
      ***  2050-REVERSE-ORIGINAL - THE REVERSAL TRANSACTION: FETCH THE *
      ***  RESULT IN-ORIG-KEY NAMES FROM THE HISTORY MASTER AND NEGATE *
      ***  ITS OPERANDS AND RESULT. NO SUCH ROW REJECTS WITH REASON    *
      ***  NORG, A ROW THAT IS ITSELF A REVERSAL WITH RVRV, AND A ROW  *
      ***  ANOTHER TRANSACTION HAS ALREADY REVERSED WITH RVSD - ALL    *
      ***  THROUGH THE SUSPENSE CYCLE LIKE ANY OTHER REJECT. A ROW     *
      ***  ALREADY REVERSED GOES THROUGH AGAIN ONLY ON A RESTART       *
      ***  REPROCESSING THE VERY REVERSAL THAT FLAGGED IT (SEE 2055).  *
      ******************************************************************
       2050-REVERSE-ORIGINAL.
           MOVE IN-ORIG-RUN-DATE TO HST-RUN-DATE
           MOVE IN-ORIG-CYCLE-NO TO HST-CYCLE-NO
           MOVE IN-ORIG-TRANS-ID TO HST-TRANS-ID
           READ HISTORY-FILE
               INVALID KEY
                   MOVE "NORG" TO WS-REASON-CODE
                   MOVE "ORIGINAL NOT ON HISTORY - CANNOT REVERSE"
                       TO WS-REASON-TEXT
                   SET WS-RECORD-REJECTED TO TRUE
           END-READ
           IF NOT WS-RECORD-REJECTED
               IF HST-TRANS-CODE = "V"
                   MOVE "RVRV" TO WS-REASON-CODE
                   MOVE "A REVERSAL CANNOT ITSELF BE REVERSED"
                       TO WS-REASON-TEXT
                   SET WS-RECORD-REJECTED TO TRUE
               ELSE
                   IF HST-REVERSED
                       PERFORM 2055-CHECK-RESTART THRU 2055-EXIT
                   END-IF
               END-IF
           END-IF
           IF NOT WS-RECORD-REJECTED
               COMPUTE WS-REV-NUM1 = 0 - HST-NUM1
               COMPUTE WS-REV-NUM2 = 0 - HST-NUM2
               COMPUTE RESULT = 0 - HST-RESULT
               MOVE HST-TRANS-CODE TO WS-REV-ORIG-CODE
           END-IF.
       2050-EXIT.
           EXIT.
      
      ******************************************************************
      ***  2055-CHECK-RESTART - THE ORIGINAL IS ALREADY FLAGGED        *
      ***  REVERSED. THAT IS ONLY A RESTART REPROCESSING THE REVERSAL  *
      ***  THAT FLAGGED IT WHEN THE FLAG NAMES THIS TRANS-ID AND THIS  *
      ***  RUN'S OWN V ROW (RUN DATE, THIS CYCLE, THIS TRANS-ID) IS ON *
      ***  FILE LINKED TO THIS SAME ORIGINAL - TRANS-IDS REPEAT ACROSS *
      ***  CYCLES AND DAYS, SO THE ID ALONE PROVES NOTHING. A RESTART  *
      ***  RE-READS THE ORIGINAL FOR 2050 TO NEGATE; ANYTHING ELSE IS  *
      ***  A SECOND REVERSAL AND REJECTS WITH REASON RVSD.             *
      ******************************************************************
       2055-CHECK-RESTART.
           MOVE 'N' TO WS-REV-RESTART-SW
           IF HST-REVERSED-BY-ID = IN-TRANS-ID
               MOVE WS-RUN-DATE TO HST-RUN-DATE
               MOVE IN-CYCLE-NO TO HST-CYCLE-NO
               MOVE IN-TRANS-ID TO HST-TRANS-ID
               READ HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HST-TRANS-CODE = "V"
                               AND HST-ORIG-KEY = IN-ORIG-KEY
                           SET WS-REV-RESTART TO TRUE
                       END-IF
               END-READ
           END-IF
           IF WS-REV-RESTART
               MOVE IN-ORIG-RUN-DATE TO HST-RUN-DATE
               MOVE IN-ORIG-CYCLE-NO TO HST-CYCLE-NO
               MOVE IN-ORIG-TRANS-ID TO HST-TRANS-ID
               READ HISTORY-FILE
               IF WS-HST-FILE-STATUS NOT = "00"
                   DISPLAY "ADDNUMS ABEND - HSTFILE READ OF ORIGINAL "
                       "FAILED, STATUS = " WS-HST-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               MOVE "RVSD" TO WS-REASON-CODE
               MOVE "ORIGINAL ALREADY REVERSED" TO WS-REASON-TEXT
               SET WS-RECORD-REJECTED TO TRUE
           END-IF.
       2055-EXIT.
           EXIT.
      
      ******************************************************************
      ***  2060-POST-REVERSAL - POST A CLEAN REVERSAL TO THE HISTORY   *
      ***  MASTER STRAIGHT AWAY RATHER THAN WAITING FOR ADDHIST'S ROLL:*
      ***  WRITE THE NEGATED V ROW, LINKED TO ITS ORIGINAL, THEN FLAG  *
      ***  THE ORIGINAL REVERSED BY THIS TRANS-ID - SO A SECOND        *
      ***  REVERSAL LATER THE SAME DAY IS REFUSED, NOT JUST ONE ON A   *
      ***  LATER DAY. A ROW ALREADY THERE (A RESTART, PROVEN BY 2055)  *
      ***  IS REPLACED.                                                *
      ******************************************************************
       2060-POST-REVERSAL.
           MOVE SPACES TO CPYHST01-HISTORY-RECORD
           MOVE WS-RUN-DATE TO HST-RUN-DATE
           MOVE IN-CYCLE-NO TO HST-CYCLE-NO
           MOVE IN-TRANS-ID TO HST-TRANS-ID
           MOVE IN-TRANS-CODE TO HST-TRANS-CODE
           MOVE WS-REV-NUM1 TO HST-NUM1
           MOVE WS-REV-NUM2 TO HST-NUM2
           MOVE RESULT TO HST-RESULT
           MOVE WS-JOB-ID TO HST-JOB-ID
           MOVE IN-SOURCE-ID TO HST-SOURCE-ID
           MOVE IN-ORIG-KEY TO HST-ORIG-KEY
           MOVE WS-REV-ORIG-CODE TO HST-ORIG-TRANS-CODE
           WRITE CPYHST01-HISTORY-RECORD
               INVALID KEY
                   REWRITE CPYHST01-HISTORY-RECORD
                   IF WS-HST-FILE-STATUS NOT = "00"
                       DISPLAY "ADDNUMS ABEND - HSTFILE REWRITE "
                           "FAILED, STATUS = " WS-HST-FILE-STATUS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-WRITE
           IF WS-HST-FILE-STATUS NOT = "00"
               DISPLAY "ADDNUMS ABEND - HSTFILE WRITE FAILED, STATUS = "
                   WS-HST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      
           MOVE IN-ORIG-RUN-DATE TO HST-RUN-DATE
           MOVE IN-ORIG-CYCLE-NO TO HST-CYCLE-NO
           MOVE IN-ORIG-TRANS-ID TO HST-TRANS-ID
           READ HISTORY-FILE
           IF WS-HST-FILE-STATUS NOT = "00"
               DISPLAY "ADDNUMS ABEND - HSTFILE READ OF ORIGINAL "
                   "FAILED, STATUS = " WS-HST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           SET HST-REVERSED TO TRUE
           MOVE IN-TRANS-ID TO HST-REVERSED-BY-ID
           REWRITE CPYHST01-HISTORY-RECORD
           IF WS-HST-FILE-STATUS NOT = "00"
               DISPLAY "ADDNUMS ABEND - HSTFILE REWRITE OF ORIGINAL "
                   "FAILED, STATUS = " WS-HST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       2060-EXIT.
           EXIT.
      
      ******************************************************************
007620***  2100-WRITE-EXCEPTION - LOG A REJECTED INPUT PAIR             *
007630******************************************************************
007640 2100-WRITE-EXCEPTION.
007890     MOVE WS-USED-RATE-CODE TO AUD-RATE-CODE
007900     MOVE WS-USED-RATE-EFF-DATE TO AUD-RATE-EFF-DATE
007905     MOVE IN-CYCLE-NO TO AUD-CYCLE-NO
           IF IN-TRANS-REVERSAL
               MOVE WS-REV-NUM1 TO AUD-NUM1
               MOVE WS-REV-NUM2 TO AUD-NUM2
               MOVE IN-ORIG-KEY TO AUD-ORIG-KEY
               MOVE WS-REV-ORIG-CODE TO AUD-ORIG-TRANS-CODE
           END-IF
007910     WRITE CPYAUD01-AUDIT-RECORD.
007920 2150-EXIT.
007930     EXIT.
008040     MOVE WS-RUN-DATE TO EXT-RUN-DATE
008050     MOVE IN-SOURCE-ID TO EXT-SOURCE-ID
008055     MOVE IN-CYCLE-NO TO EXT-CYCLE-NO
           IF IN-TRANS-REVERSAL
               MOVE WS-REV-NUM1 TO EXT-NUM1
               MOVE WS-REV-NUM2 TO EXT-NUM2
               MOVE IN-ORIG-KEY TO EXT-ORIG-KEY
           END-IF
008060     WRITE CPYEXT01-EXTRACT-RECORD.
008070 2160-EXIT.
008080     EXIT.
008110***  2170-FLAG-SUSPENSE-REPROCESSED - IF THIS TRANSACTION WAS    *
008120***  ON THE REJECT SUSPENSE MASTER FROM AN EARLIER CYCLE, ITS    *
008130***  CLEAN PASS THROUGH TODAY'S RUN CLOSES THE SUSPENSE ITEM -   *
008131***  OPEN, CORRECTED, RETURNED TO SOURCE OR RESUBMITTED BY THE   *
008140***  SOURCE ROLLS FORWARD TO REPROCESSED. A CANCELLED OR         *
008150***  ALREADY-REPROCESSED ITEM IS LEFT ALONE.                     *
008160******************************************************************
008170 2170-FLAG-SUSPENSE-REPROCESSED.
008180     MOVE IN-TRANS-ID TO SUS-TRANS-ID
008200         INVALID KEY
008210             CONTINUE
008220         NOT INVALID KEY
008230             IF SUS-OPEN OR SUS-CORRECTED OR SUS-RETURNED
008231                OR SUS-RESUBMITTED
008240                 SET SUS-REPROCESSED TO TRUE
008250                 MOVE WS-RUN-DATE TO SUS-DATE-STATUS
008260                 REWRITE CPYSUS01-SUSPENSE-RECORD
008590***  SYSTEM'S SLOT OF THE PER-SOURCE CONTROL TOTALS, FINDING     *
008600***  OR ADDING THE SLOT THE SAME WAY ADDHRPT'S BY-JOB TABLE      *
008610***  DOES. REJECTS COUNT AGAINST THE SOURCE; CLEAN RESULTS       *
008620***  ROLL INTO ITS RESULT TOTAL - EXCEPT A REVERSAL, WHICH THE   *
008621***  CONTROL REPORT TOTALS ON ITS OWN LINE.                      *
008630******************************************************************
008640 2190-TALLY-SOURCE.
008650     MOVE 0 TO WS-SRC-SLOT
008860     IF WS-RECORD-REJECTED
008870         ADD 1 TO WS-SRC-REJECTED (WS-SRC-IX)
008880     ELSE
008881         IF NOT IN-TRANS-REVERSAL
008890             ADD RESULT TO WS-SRC-TOTAL (WS-SRC-IX)
008891         END-IF
008900     END-IF.
008910 2190-EXIT.
008920     EXIT.
009220     MOVE WS-LAST-KEY-PROCESSED TO CKP-LAST-KEY
009230     MOVE WS-RECS-REJECTED TO CKP-LAST-REJECTED
009240     MOVE WS-GRAND-TOTAL TO CKP-LAST-TOTAL
009241     MOVE WS-RECS-REVERSED TO CKP-LAST-REVERSED
009242     MOVE WS-REVERSAL-TOTAL TO CKP-LAST-REV-TOTAL
009250     MOVE WS-JOB-ID  TO CKP-JOB-ID
009260     WRITE CPYCKP01-CHECKPOINT-RECORD.
009270 2300-EXIT.
009360     MOVE 0 TO CKP-LAST-KEY
009370     MOVE 0 TO CKP-LAST-REJECTED
009380     MOVE 0 TO CKP-LAST-TOTAL
009381     MOVE 0 TO CKP-LAST-REVERSED
009382     MOVE 0 TO CKP-LAST-REV-TOTAL
009390     MOVE WS-JOB-ID TO CKP-JOB-ID
009400     WRITE CPYCKP01-CHECKPOINT-RECORD.
009410 2400-EXIT.
009700     MOVE WS-GRAND-TOTAL TO RPT-AMOUNT-VALUE
009710     WRITE CPYRPT01-REPORT-RECORD
009720
009721     MOVE "REVERSALS POSTED" TO RPT-LABEL
009722     MOVE WS-RECS-REVERSED TO RPT-NUMERIC-VALUE
009723     WRITE CPYRPT01-REPORT-RECORD
009724
009725     MOVE "REVERSAL TOTAL" TO RPT-LABEL
009726     MOVE WS-REVERSAL-TOTAL TO RPT-AMOUNT-VALUE
009727     WRITE CPYRPT01-REPORT-RECORD
009728
009730     PERFORM 9050-WRITE-ONE-SOURCE THRU 9050-EXIT
009740         VARYING WS-SRC-SUB FROM 1 BY 1
009750         UNTIL WS-SRC-SUB > WS-SRC-USED
009790     DISPLAY "ADDNUMS CONTROL TOTALS"
009800     DISPLAY "  RECORDS READ .............. " WS-RECS-READ
009810     DISPLAY "  RECORDS REJECTED .......... " WS-RECS-REJECTED
009820     DISPLAY "  GRAND TOTAL OF RESULTS ..... " WS-GRAND-TOTAL
009821     DISPLAY "  REVERSALS POSTED .......... " WS-RECS-REVERSED
009822     DISPLAY "  REVERSAL TOTAL ............. " WS-REVERSAL-TOTAL.
009830 9000-EXIT.
009840     EXIT.
009850
010390***  9200-WRITE-RUN-END - POST THIS EXECUTION'S END RECORD,      *
010400***  REPEATING THE START TIMESTAMP SO THE OPERATIONS REPORT      *
010410***  CAN PAIR THE TWO, WITH THE CLOSING COUNTS, GRAND TOTAL      *
010411***  AND FINAL RETURN CODE. THE END DATE IS THE PROCESSING DATE *
010412***  MOVED ON BY HOWEVER MANY CLOCK DAYS THE RUN SPANNED, SO A   *
010413***  RUN ACROSS MIDNIGHT STILL SHOWS ITS TRUE ELAPSED TIME.      *
010430******************************************************************
010440 9200-WRITE-RUN-END.
010450     ACCEPT WS-END-DATE FROM DATE YYYYMMDD
010460     ACCEPT WS-END-TIME FROM TIME
010461     COMPUTE WS-END-DAY-NUMBER = WS-RUN-DAY-NUMBER
010462         + FUNCTION INTEGER-OF-DATE(WS-END-DATE)
010463         - FUNCTION INTEGER-OF-DATE(WS-CLOCK-DATE)
010464     COMPUTE WS-END-DATE =
010465         FUNCTION DATE-OF-INTEGER(WS-END-DAY-NUMBER)
010470     MOVE WS-END-DATE TO WS-END-TIMESTAMP(1:8)
010480     MOVE WS-END-TIME-HHMMSS TO WS-END-TIMESTAMP(9:6)
010490     MOVE SPACES TO CPYRUN01-RUN-LOG-RECORD
