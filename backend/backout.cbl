000270***        STILL BELONGS TO THE BACKED-OUT (DATE, CYCLE), SO     **
000280***        THE TRANSACTION CAN BE RESUBMITTED; AN ENTRY A        **
000290***        LATER RUN HAS SINCE REWRITTEN IS LEFT ALONE           **
000291***      - FOR A V (REVERSAL) RECORD, CLEARS THE REVERSED FLAG   **
000292***        ON THE HISTORY ROW IT BACKED OUT, SO THAT ROW CAN BE  **
000293***        REVERSED AGAIN IF NEED BE                             **
000300***      - WRITES A REVERSAL EXTRACT RECORD (CPYEXT01 LAYOUT,    **
000310***        AMOUNTS NEGATED) FOR THE DOWNSTREAM POSTING SYSTEM    **
000320***        TO BACK OUT WHAT WE SENT                              **
000430***    RC=0  EVERY SELECTED RECORD FULLY BACKED OUT              **
000440***    RC=4  BACKOUT COMPLETE BUT SOME ROWS WERE ALREADY GONE    **
000450***          (HISTORY NOT YET ROLLED, OR DUP ENTRY REWRITTEN     **
000451***          BY A LATER RUN, OR A REVERSED ROW NOT REINSTATED)   **
000460***          - SEE BKORPT                                        **
000470***    RC=8  BAD PARM, NOTHING SELECTED, OR UNRECOVERABLE        **
000480***          ERROR                                               **
000490***                                                              **
000500***  MOD HISTORY                                                 **
000510***  ----------------------------------------------------------  **
000520***  2026-09-01  JWM  ORIGINAL VERSION                           **
000521***  2026-10-15  JWM  BACKING OUT A V (REVERSAL) RECORD NOW      **
000522***                   CLEARS THE REVERSED FLAG ON THE HISTORY    **
000523***                   ROW IT NAMED, AND ITS EXTRACT REVERSAL     **
000524***                   CARRIES THE ORIGINAL'S KEY. A ROW THAT     **
000525***                   CANNOT BE REINSTATED IS COUNTED AND ENDS   **
000526***                   THE JOB RC=4.                              **
000530***                                                              **
000540******************************************************************
000550 IDENTIFICATION DIVISION.
001440 77  WS-RECS-SELECTED        PIC 9(7) COMP   VALUE 0.
001450 77  WS-HST-DELETED          PIC 9(7) COMP   VALUE 0.
001460 77  WS-HST-NOT-FOUND        PIC 9(7) COMP   VALUE 0.
001461 77  WS-ORIG-REINSTATED      PIC 9(7) COMP   VALUE 0.
001462 77  WS-ORIG-NOT-REINSTATED  PIC 9(7) COMP   VALUE 0.
001470 77  WS-DUP-DELETED          PIC 9(7) COMP   VALUE 0.
001480 77  WS-DUP-LEFT-ALONE       PIC 9(7) COMP   VALUE 0.
001490 77  WS-REV-WRITTEN          PIC 9(7) COMP   VALUE 0.
002040                 "JOB/TIMESTAMP - NOTHING BACKED OUT"
002050             MOVE 8 TO RETURN-CODE
002060         WHEN WS-HST-NOT-FOUND > 0 OR WS-DUP-LEFT-ALONE > 0
002061                         OR WS-ORIG-NOT-REINSTATED > 0
002070             DISPLAY "ADDBKOUT - BACKOUT COMPLETE WITH "
002080                 "EXCEPTIONS - SEE BKORPT"
002090             MOVE 4 TO RETURN-CODE
003090         AND AUD-TIMESTAMP = WS-BKO-TIMESTAMP
003100         ADD 1 TO WS-RECS-SELECTED
003110         ADD AUD-RESULT TO WS-ORIG-TOTAL
003111         IF AUD-TRANS-CODE = "V"
003112             PERFORM 2150-REINSTATE-ORIGINAL THRU 2150-EXIT
003113         END-IF
003120         PERFORM 2100-DELETE-HISTORY-ROW THRU 2100-EXIT
003130         PERFORM 2200-DELETE-DUP-ENTRY THRU 2200-EXIT
003140         PERFORM 2300-WRITE-REVERSAL THRU 2300-EXIT
003410             ADD 1 TO WS-HST-DELETED
003420     END-READ.
003430 2100-EXIT.
           EXIT.
      
      ******************************************************************
      ***  2150-REINSTATE-ORIGINAL - A BACKED-OUT REVERSAL NO LONGER   *
      ***  REVERSES ANYTHING: CLEAR THE REVERSED FLAG ON THE HISTORY   *
      ***  ROW IT NAMED. RUN BEFORE 2100 DELETES THE REVERSAL'S OWN V  *
      ***  ROW, WHICH MUST STILL BE ON FILE LINKED TO THAT SAME ROW -  *
      ***  TRANS-IDS REPEAT ACROSS CYCLES AND DAYS, SO A MATCHING      *
      ***  REVERSED-BY ID ALONE PROVES NOTHING. A ROW NOT ON FILE, OR  *
      ***  ONE FLAGGED BY A DIFFERENT REVERSAL, IS COUNTED AND         *
      ***  REPORTED AND LEFT ALONE.                                    *
      ******************************************************************
       2150-REINSTATE-ORIGINAL.
           MOVE AUD-TIMESTAMP(1:8) TO HST-RUN-DATE
           MOVE AUD-CYCLE-NO TO HST-CYCLE-NO
           MOVE AUD-TRANS-ID TO HST-TRANS-ID
           READ HISTORY-FILE
               INVALID KEY
                   ADD 1 TO WS-ORIG-NOT-REINSTATED
                   GO TO 2150-EXIT
           END-READ
           IF HST-TRANS-CODE NOT = "V"
                   OR HST-ORIG-KEY NOT = AUD-ORIG-KEY
               ADD 1 TO WS-ORIG-NOT-REINSTATED
               GO TO 2150-EXIT
           END-IF
           MOVE AUD-ORIG-RUN-DATE TO HST-RUN-DATE
           MOVE AUD-ORIG-CYCLE-NO TO HST-CYCLE-NO
           MOVE AUD-ORIG-TRANS-ID TO HST-TRANS-ID
           READ HISTORY-FILE
               INVALID KEY
                   ADD 1 TO WS-ORIG-NOT-REINSTATED
                   GO TO 2150-EXIT
           END-READ
           IF NOT HST-REVERSED
                   OR HST-REVERSED-BY-ID NOT = AUD-TRANS-ID
               ADD 1 TO WS-ORIG-NOT-REINSTATED
               GO TO 2150-EXIT
           END-IF
           MOVE "N" TO HST-REVERSED-SW
           MOVE 0 TO HST-REVERSED-BY-ID
           REWRITE CPYHST01-HISTORY-RECORD
           IF WS-HST-FILE-STATUS NOT = "00"
               DISPLAY "ADDBKOUT ABEND - HSTFILE REWRITE FAILED, "
                   "STATUS = " WS-HST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ORIG-REINSTATED.
       2150-EXIT.
003440     EXIT.
003450
003460******************************************************************
003870     MOVE AUD-TIMESTAMP(1:8) TO EXT-RUN-DATE
003880     MOVE AUD-SOURCE-ID TO EXT-SOURCE-ID
003890     MOVE AUD-CYCLE-NO TO EXT-CYCLE-NO
003891     IF AUD-TRANS-CODE = "V"
003892         MOVE AUD-ORIG-KEY TO EXT-ORIG-KEY
003893     END-IF
003900     WRITE CPYEXT01-EXTRACT-RECORD
003910     ADD 1 TO WS-REV-WRITTEN
003920     SUBTRACT AUD-RESULT FROM WS-REV-TOTAL.
004140     MOVE "HISTORY ROWS NOT ON FILE" TO WS-RPT-TOTAL-LABEL
004150     MOVE WS-HST-NOT-FOUND TO WS-RPT-TOTAL-VALUE
004160     WRITE BACKOUT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
004161     MOVE "REVERSED ROWS REINSTATED" TO WS-RPT-TOTAL-LABEL
004162     MOVE WS-ORIG-REINSTATED TO WS-RPT-TOTAL-VALUE
004163     WRITE BACKOUT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
004164     MOVE "REVERSED ROWS NOT REINSTATED" TO WS-RPT-TOTAL-LABEL
004165     MOVE WS-ORIG-NOT-REINSTATED TO WS-RPT-TOTAL-VALUE
004166     WRITE BACKOUT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
004170     MOVE "DUP ENTRIES DELETED" TO WS-RPT-TOTAL-LABEL
004180     MOVE WS-DUP-DELETED TO WS-RPT-TOTAL-VALUE
004190     WRITE BACKOUT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
004350             MOVE "*** NOTHING MATCHED THE JOB/TIMESTAMP ***"
004360                 TO WS-RPT-VERDICT
004370         WHEN WS-HST-NOT-FOUND > 0 OR WS-DUP-LEFT-ALONE > 0
004371                         OR WS-ORIG-NOT-REINSTATED > 0
004380             MOVE "BACKOUT COMPLETE WITH EXCEPTIONS - SEE ABOVE"
004390                 TO WS-RPT-VERDICT
004400         WHEN OTHER
