000170***  ABSTRACT                                                    **
000180***    MONTH-END SUMMARY OF THE CUMULATIVE RESULT HISTORY        **
000190***    MASTER (CPYHST01). FOR THE MONTH GIVEN ON THE EXEC PARM   **
000200***    (YYYYMM; BLANK DEFAULTS TO THE MONTH JUST ENDED, AS       **
000201***    CARRIED ON THE CPYPDT01 PROCESSING-DATE RECORD), SWEEPS   **
000210***    THE HISTORY KEY RANGE FOR THAT CALENDAR MONTH AND PRINTS  **
000220***    VOLUMES AND RESULT TOTALS BY DAY, BY TRANSACTION CODE     **
000230***    AND BY JOB/INSTANCE - SO "HOW MANY MULTIPLIES DID WE      **
000387***                   NOW - THE MONTH POSITIONING CLEARS IT;     **
000388***                   BOTH CYCLES OF A DAY ROLL INTO THAT        **
000389***                   DAY'S LINE.                                **
      ***  2026-10-15  JWM  A BLANK PARM NOW REPORTS THE MONTH JUST    **
      ***                   ENDED AS CARRIED ON THE CPYPDT01           **
      ***                   PROCESSING-DATE RECORD (PDTFILE), NOT      **
      ***                   THE MONTH BEFORE THE SYSTEM CLOCK DATE -   **
      ***                   A MONTH-END RUN AFTER MIDNIGHT ON THE      **
      ***                   FIRST NO LONGER SKIPS A MONTH.             **
      ***  2026-10-15  JWM  TRANSACTION CODE V (REVERSAL) GETS ITS     **
      ***                   OWN LINE IN THE BY-CODE SECTION, SO A      **
      ***                   MONTH'S REVERSALS SHOW APART FROM THE      **
      ***                   CODES THEY BACKED OUT.                     **
000390***                                                              **
000400******************************************************************
000410 IDENTIFICATION DIVISION.
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-RPT-FILE-STATUS.
000600
000601     SELECT PROC-DATE-FILE ASSIGN TO "PDTFILE"
000602         ORGANIZATION IS INDEXED
000603         ACCESS MODE IS RANDOM
000604         RECORD KEY IS PDT-KEY
000605         FILE STATUS IS WS-PDT-FILE-STATUS.
000606
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  HISTORY-FILE
000670 FD  HISTORY-REPORT
000680     LABEL RECORDS ARE STANDARD.
000690 01  HISTORY-REPORT-LINE     PIC X(80).
000691
000692 FD  PROC-DATE-FILE
000693     LABEL RECORDS ARE STANDARD.
000694 COPY CPYPDT01.
000700
000710 WORKING-STORAGE SECTION.
000720******************************************************************
000800******************************************************************
000810 77  WS-HST-FILE-STATUS      PIC X(02)   VALUE "00".
000820 77  WS-RPT-FILE-STATUS      PIC X(02)   VALUE "00".
000821 77  WS-PDT-FILE-STATUS      PIC X(02)   VALUE "00".
000830
000840******************************************************************
000850***  REPORT MONTH CONTROLS - THE EXEC PARM NAMES THE MONTH       *
000860***  (YYYYMM). A BLANK PARM REPORTS THE MONTH JUST ENDED         *
000861***  (PDT-MONTH-ENDED ON THE CPYPDT01 PROCESSING-DATE RECORD),   *
000870***  WHICH IS WHAT THE SCHEDULED MONTH-END RUN WANTS.            *
000880******************************************************************
000890 77  WS-PARM-CARD            PIC X(32)   VALUE SPACES.
000950 01  WS-REPORT-MONTH-SPLIT REDEFINES WS-REPORT-MONTH.
000960     05  WS-REPORT-YYYY      PIC 9(04).
000970     05  WS-REPORT-MM        PIC 9(02).
001030 77  WS-RECORD-MONTH         PIC 9(06)   VALUE 0.
001040 77  WS-RECORD-DAY           PIC 9(02)   VALUE 0.
001050
001190     05  WS-MUL-TOTAL        PIC S9(11)V99 COMP  VALUE 0.
001192     05  WS-RTE-COUNT        PIC 9(7)  COMP  VALUE 0.
001194     05  WS-RTE-TOTAL        PIC S9(11)V99 COMP  VALUE 0.
001195     05  WS-REV-COUNT        PIC 9(7)  COMP  VALUE 0.
001196     05  WS-REV-TOTAL        PIC S9(11)V99 COMP  VALUE 0.
001200 01  WS-JOB-TABLE.
001210     05  WS-JOB-USED         PIC 9(3)  COMP  VALUE 0.
001220     05  WS-JOB-ENTRY OCCURS 50 TIMES INDEXED BY WS-JOB-IX.
001790     STOP RUN.
001800
001810******************************************************************
      ***  0300-READ-PROCESSING-DATE - FETCH THE PROCESSING DATE       *
      ***  FROM THE CPYPDT01 CONTROL RECORD ROLLED BY ADDEOD. NO       *
      ***  RECORD MEANS THE SUITE HAS NOT BEEN SEEDED - THE RUN STOPS. *
      ******************************************************************
       0300-READ-PROCESSING-DATE.
           OPEN INPUT PROC-DATE-FILE
           IF WS-PDT-FILE-STATUS NOT = "00"
               DISPLAY "ADDHRPT ABEND - PDTFILE OPEN FAILED, STATUS = "
                   WS-PDT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "PROCDATE" TO PDT-KEY
           READ PROC-DATE-FILE
               INVALID KEY
                   DISPLAY "ADDHRPT ABEND - NO PROCESSING-DATE RECORD "
                       "ON PDTFILE - SEED IT WITH ADDEOD"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE PROC-DATE-FILE.
       0300-EXIT.
           EXIT.
      
      ******************************************************************
001820***  0400-ESTABLISH-REPORT-MONTH - TAKE THE MONTH FROM THE EXEC  *
001830***  PARM, OR DEFAULT TO THE MONTH JUST ENDED AS ROLLED BY       *
001831***  ADDEOD ONTO THE PROCESSING-DATE RECORD                      *
001840******************************************************************
001850 0400-ESTABLISH-REPORT-MONTH.
001860     MOVE SPACES TO WS-PARM-CARD
001950     IF WS-PARM-MONTH IS NUMERIC
001960         MOVE WS-PARM-MONTH-NUM TO WS-REPORT-MONTH
001970     ELSE
001971         PERFORM 0300-READ-PROCESSING-DATE THRU 0300-EXIT
001990         MOVE PDT-MONTH-ENDED TO WS-REPORT-MONTH
002070     END-IF.
002080 0400-EXIT.
002090     EXIT.
003132         WHEN "R"
003134             ADD 1 TO WS-RTE-COUNT
003136             ADD HST-RESULT TO WS-RTE-TOTAL
003137         WHEN "V"
003138             ADD 1 TO WS-REV-COUNT
003139             ADD HST-RESULT TO WS-REV-TOTAL
003140     END-EVALUATE
003150
003160     PERFORM 2100-TALLY-BY-JOB THRU 2100-EXIT
003974     MOVE WS-RTE-COUNT TO WS-RPT-DTL-COUNT
003976     MOVE WS-RTE-TOTAL TO WS-RPT-DTL-TOTAL
003978     WRITE HISTORY-REPORT-LINE FROM WS-RPT-DETAIL-LINE
           MOVE "  V - REVERSAL" TO WS-RPT-DTL-LABEL
           MOVE WS-REV-COUNT TO WS-RPT-DTL-COUNT
           MOVE WS-REV-TOTAL TO WS-RPT-DTL-TOTAL
           WRITE HISTORY-REPORT-LINE FROM WS-RPT-DETAIL-LINE
003980
003990     MOVE "VOLUME AND RESULT TOTAL BY JOB/INSTANCE"
004000         TO WS-RPT-SECTION
