000170***  ABSTRACT                                                    **
000180***    DAILY REPORT OVER THE MAINTENANCE ACTIVITY LOG            **
000190***    (CPYACT01). FOR THE DAY ON THE EXEC PARM (YYYYMMDD;       **
000200***    BLANK IS THE PROCESSING DATE ON CPYPDT01), LISTS EVERY    **
000201***    ACTION ADDMAINT AND ADDAPPR LOGGED -                      **
000210***    TIMESTAMP, OPERATOR, ACTION, TRANSACTION, OLD AND NEW     **
000220***    VALUES - AND TOTALS BY ACTION CODE, SO AUDIT READS ONE    **
000230***    PAGE INSTEAD OF PULLING THE KSDS. THE LOG IS OPENED       **
000240***    READ-ONLY; THE KEY LEADS WITH THE SESSION TIMESTAMP, SO   **
000250***    ONE DAY IS ONE KEY RANGE.                                 **
000251***    MAKER-CHECKER ACTIONS (P SUBMITTED, A APPROVED, D         **
000252***    DECLINED) CARRY A SECOND LINE NAMING WHAT WAS SUBMITTED   **
000253***    AND, ON A/D, THE MAKER WHO KEYED IT.                      **
000260***                                                              **
000270***  RETURN CODES                                                **
000280***    RC=0  REPORT PRINTED (A DAY WITH NO ACTIVITY PRINTS A     **
000320***  MOD HISTORY                                                 **
000330***  ----------------------------------------------------------  **
000340***  2026-09-01  JWM  ORIGINAL VERSION                           **
000341***  2026-10-15  JWM  A BLANK PARM NOW REPORTS THE PROCESSING    **
000342***                   DATE FROM THE CPYPDT01 CONTROL RECORD      **
000343***                   (PDTFILE) - THE DATE ADDMAINT NOW STAMPS   **
000344***                   ON ITS LOG - NOT THE SYSTEM CLOCK.         **
000345***  2026-10-15  JWM  MAKER-CHECKER ACTIONS P/A/D ARE TOTALLED   **
000346***                   AND EACH GETS A SECOND LINE WITH THE       **
000347***                   SUBMITTED ACTION AND THE MAKER'S           **
000348***                   OPERATOR ID.                               **
000350***                                                              **
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-RPT-FILE-STATUS.
000560
000561     SELECT PROC-DATE-FILE ASSIGN TO "PDTFILE"
000562         ORGANIZATION IS INDEXED
000563         ACCESS MODE IS RANDOM
000564         RECORD KEY IS PDT-KEY
000565         FILE STATUS IS WS-PDT-FILE-STATUS.
000566
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  ACTIVITY-FILE
000630 FD  ACTIVITY-REPORT
000640     LABEL RECORDS ARE STANDARD.
000650 01  ACTIVITY-REPORT-LINE    PIC X(80).
000651
000652 FD  PROC-DATE-FILE
000653     LABEL RECORDS ARE STANDARD.
000654 COPY CPYPDT01.
000660
000670 WORKING-STORAGE SECTION.
000680******************************************************************
000760******************************************************************
000770 77  WS-ACT-FILE-STATUS      PIC X(02)   VALUE "00".
000780 77  WS-RPT-FILE-STATUS      PIC X(02)   VALUE "00".
000781 77  WS-PDT-FILE-STATUS      PIC X(02)   VALUE "00".
000790
000800******************************************************************
000810***  REPORT DAY CONTROLS                                         *
000940 77  WS-CORRECTIONS          PIC 9(7) COMP   VALUE 0.
000950 77  WS-CANCELS              PIC 9(7) COMP   VALUE 0.
000960 77  WS-OVERRIDES            PIC 9(7) COMP   VALUE 0.
000961 77  WS-SUBMISSIONS          PIC 9(7) COMP   VALUE 0.
000962 77  WS-APPROVALS            PIC 9(7) COMP   VALUE 0.
000963 77  WS-DECLINES             PIC 9(7) COMP   VALUE 0.
000970
000980******************************************************************
000990***  REPORT LINE LAYOUTS                                         *
001350     05  FILLER              PIC X(39)   VALUE SPACES.
001360 01  WS-RPT-NOTE-LINE.
001370     05  WS-RPT-NOTE         PIC X(80)   VALUE SPACES.
001371 01  WS-RPT-MAKER-LINE.
001372     05  FILLER              PIC X(24)   VALUE SPACES.
001373     05  WS-RPT-MKR-ACTION   PIC X(12).
001374     05  FILLER              PIC X(10)   VALUE " KEYED BY ".
001375     05  WS-RPT-MKR-ID       PIC X(08).
001376     05  FILLER              PIC X(26)   VALUE SPACES.
001380
001390 LINKAGE SECTION.
001400******************************************************************
001720     STOP RUN.
001730
001740******************************************************************
      ***  0300-READ-PROCESSING-DATE - FETCH THE PROCESSING DATE       *
      ***  FROM THE CPYPDT01 CONTROL RECORD ROLLED BY ADDEOD. NO       *
      ***  RECORD MEANS THE SUITE HAS NOT BEEN SEEDED - THE RUN STOPS. *
      ******************************************************************
       0300-READ-PROCESSING-DATE.
           OPEN INPUT PROC-DATE-FILE
           IF WS-PDT-FILE-STATUS NOT = "00"
               DISPLAY "ADDACTRP ABEND - PDTFILE OPEN FAILED, STATUS = "
                   WS-PDT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "PROCDATE" TO PDT-KEY
           READ PROC-DATE-FILE
               INVALID KEY
                   DISPLAY "ADDACTRP ABEND - NO PROCESSING-DATE RECORD "
                       "ON PDTFILE - SEED IT WITH ADDEOD"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE PROC-DATE-FILE.
       0300-EXIT.
           EXIT.
      
      ******************************************************************
001750***  0400-ESTABLISH-REPORT-DATE - TAKE THE DAY FROM THE EXEC     *
001760***  PARM, OR DEFAULT TO THE PROCESSING DATE                     *
001770******************************************************************
001780 0400-ESTABLISH-REPORT-DATE.
001781     PERFORM 0300-READ-PROCESSING-DATE THRU 0300-EXIT
001782     MOVE PDT-RUN-DATE TO WS-REPORT-DATE
001800     MOVE SPACES TO WS-PARM-CARD
001810     MOVE LK-PARM-LENGTH TO WS-PARM-LENGTH
001820     IF WS-PARM-LENGTH > 32
002760             ADD 1 TO WS-CANCELS
002770         WHEN ACT-OVERRIDE-SET
002780             ADD 1 TO WS-OVERRIDES
002781         WHEN ACT-SUBMITTED
002782             ADD 1 TO WS-SUBMISSIONS
002783         WHEN ACT-APPROVED
002784             ADD 1 TO WS-APPROVALS
002785         WHEN ACT-DECLINED
002786             ADD 1 TO WS-DECLINES
002790     END-EVALUATE
002791     IF ACT-SUBMITTED OR ACT-APPROVED OR ACT-DECLINED
002792         PERFORM 2100-LIST-MAKER-LINE THRU 2100-EXIT
002793     END-IF
002800     PERFORM 1100-READ-ACTIVITY-FILE THRU 1100-EXIT.
002810 2000-EXIT.
           EXIT.
      
      ******************************************************************
      ***  2100-LIST-MAKER-LINE - SECOND LINE FOR A MAKER-CHECKER      *
      ***  ACTION: WHAT WAS SUBMITTED AND WHO KEYED IT. ON A P RECORD  *
      ***  THE MAKER IS THE OPERATOR ON THE LINE ABOVE.                *
      ******************************************************************
       2100-LIST-MAKER-LINE.
           IF ACT-APPROVAL-CANCEL
               MOVE "CANCEL" TO WS-RPT-MKR-ACTION
           ELSE
               MOVE "CORRECTION" TO WS-RPT-MKR-ACTION
           END-IF
           IF ACT-SUBMITTED
               MOVE ACT-OPERATOR-ID TO WS-RPT-MKR-ID
           ELSE
               MOVE ACT-MAKER-ID TO WS-RPT-MKR-ID
           END-IF
           WRITE ACTIVITY-REPORT-LINE FROM WS-RPT-MAKER-LINE.
       2100-EXIT.
002820     EXIT.
002830
002840******************************************************************
002990     MOVE "DUP OVERRIDES SET (O)" TO WS-RPT-TOTAL-LABEL
003000     MOVE WS-OVERRIDES TO WS-RPT-TOTAL-VALUE
003010     WRITE ACTIVITY-REPORT-LINE FROM WS-RPT-TOTAL-LINE
003011     MOVE "SUBMITTED FOR APPROVAL (P)" TO WS-RPT-TOTAL-LABEL
003012     MOVE WS-SUBMISSIONS TO WS-RPT-TOTAL-VALUE
003013     WRITE ACTIVITY-REPORT-LINE FROM WS-RPT-TOTAL-LINE
003014     MOVE "APPROVED BY CHECKER (A)" TO WS-RPT-TOTAL-LABEL
003015     MOVE WS-APPROVALS TO WS-RPT-TOTAL-VALUE
003016     WRITE ACTIVITY-REPORT-LINE FROM WS-RPT-TOTAL-LINE
003017     MOVE "DECLINED BY CHECKER (D)" TO WS-RPT-TOTAL-LABEL
003018     MOVE WS-DECLINES TO WS-RPT-TOTAL-VALUE
003019     WRITE ACTIVITY-REPORT-LINE FROM WS-RPT-TOTAL-LINE
003020     MOVE "ACTIONS LISTED" TO WS-RPT-TOTAL-LABEL
003030     MOVE WS-ACTIONS-LISTED TO WS-RPT-TOTAL-VALUE
003040     WRITE ACTIVITY-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
