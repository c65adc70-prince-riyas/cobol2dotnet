000200***    CONCATENATED RUN-HISTORY LOGS (CPYRUN01, THE .Pn RUNLOG   **
000210***    FILES) AND PER-INSTANCE CHECKPOINT FILES AND PROVES,      **
000220***    FOR THE (DATE, CYCLE) ON THE EXEC PARM (YYYYMMDD,CC;      **
000230***    BLANK IS THE PROCESSING DATE ON CPYPDT01, CYCLE 01):      **
000240***      - EVERY INSTANCE THAT STARTED ALSO ENDED               **
000250***      - NO INSTANCE ENDED WITH RC=8 OR HIGHER                **
000260***      - EVERY ENDED INSTANCE WROTE ITS ALL-ZERO FINAL        **
000448***                   DEFAULT 01) AND MATCHES RUN-CYCLE-NO,     **
000449***                   WHICH ADDNUMS NOW STAMPS ON EVERY RUN-    **
000451***                   LOG RECORD FROM ITS OWN PARM.             **
      ***  2026-10-15  JWM  A BLANK PARM NOW GATES THE PROCESSING      **
      ***                   DATE FROM THE CPYPDT01 CONTROL RECORD      **
      ***                   (PDTFILE) - THE DATE ADDNUMS NOW STAMPS    **
      ***                   ON THE RUN LOG - NOT THE SYSTEM CLOCK.     **
000452***                                                              **
000453******************************************************************
000460 IDENTIFICATION DIVISION.
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-RPT-FILE-STATUS.
000670
000671     SELECT PROC-DATE-FILE ASSIGN TO "PDTFILE"
000672         ORGANIZATION IS INDEXED
000673         ACCESS MODE IS RANDOM
000674         RECORD KEY IS PDT-KEY
000675         FILE STATUS IS WS-PDT-FILE-STATUS.
000676
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  RUN-LOG-FILE
000780 FD  GATE-REPORT
000790     LABEL RECORDS ARE STANDARD.
000800 01  GATE-REPORT-LINE        PIC X(80).
000801
000802 FD  PROC-DATE-FILE
000803     LABEL RECORDS ARE STANDARD.
000804 COPY CPYPDT01.
000810
000820 WORKING-STORAGE SECTION.
000830******************************************************************
000940 77  WS-RUN-FILE-STATUS      PIC X(02)   VALUE "00".
000950 77  WS-CKP-FILE-STATUS      PIC X(02)   VALUE "00".
000960 77  WS-RPT-FILE-STATUS      PIC X(02)   VALUE "00".
000961 77  WS-PDT-FILE-STATUS      PIC X(02)   VALUE "00".
000970
000980******************************************************************
000990***  GATE DATE/CYCLE CONTROLS - THE EXEC PARM NAMES THE DAY      *
001000***  AND CYCLE BEING GATED (YYYYMMDD,CC); A BLANK OR             *
001005***  UNPARSEABLE PARM GATES THE PROCESSING DATE, CYCLE 01.       *
001010******************************************************************
001020 77  WS-PARM-CARD            PIC X(32)   VALUE SPACES.
001030 77  WS-PARM-LENGTH          PIC S9(04) COMP  VALUE 0.
002320     STOP RUN.
002330
002340******************************************************************
      ***  0300-READ-PROCESSING-DATE - FETCH THE PROCESSING DATE       *
      ***  FROM THE CPYPDT01 CONTROL RECORD ROLLED BY ADDEOD. NO       *
      ***  RECORD MEANS THE SUITE HAS NOT BEEN SEEDED - THE RUN STOPS. *
      ******************************************************************
       0300-READ-PROCESSING-DATE.
           OPEN INPUT PROC-DATE-FILE
           IF WS-PDT-FILE-STATUS NOT = "00"
               DISPLAY "ADDGATE ABEND - PDTFILE OPEN FAILED, STATUS = "
                   WS-PDT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "PROCDATE" TO PDT-KEY
           READ PROC-DATE-FILE
               INVALID KEY
                   DISPLAY "ADDGATE ABEND - NO PROCESSING-DATE RECORD "
                       "ON PDTFILE - SEED IT WITH ADDEOD"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE PROC-DATE-FILE.
       0300-EXIT.
           EXIT.
      
      ******************************************************************
002350***  0400-ESTABLISH-GATE-DATE - TAKE THE DATE AND CYCLE FROM     *
002360***  THE EXEC PARM (YYYYMMDD,CC), OR DEFAULT TO THE PROCESSING   *
002361***  DATE ON THE CPYPDT01 CONTROL RECORD, CYCLE 01               *
002370******************************************************************
002380 0400-ESTABLISH-GATE-DATE.
002381     PERFORM 0300-READ-PROCESSING-DATE THRU 0300-EXIT
002382     MOVE PDT-RUN-DATE TO WS-GATE-DATE
002400     MOVE SPACES TO WS-PARM-CARD
002410     MOVE LK-PARM-LENGTH TO WS-PARM-LENGTH
002420     IF WS-PARM-LENGTH > 32
