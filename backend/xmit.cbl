000330***    HEADER; BLANK DEFAULTS TO DAYLIGHT. THE HEADER DATE      **
000340***    AND CYCLE ARE TAKEN FROM THE FIRST EXTRACT RECORD SO A    **
000350***    LATE (AFTER-MIDNIGHT) TRANSMISSION STILL DECLARES THE     **
000360***    PROCESSING DATE; AN EMPTY EXTRACT DECLARES THE            **
000362***    CPYPDT01 PROCESSING DATE, CYCLE 01.                       **
000370***                                                              **
000380***  RETURN CODES                                                **
000390***    RC=0  TRANSMISSION FILE BUILT                             **
000442***  2026-09-01  JWM  THE HEADER NOW DECLARES THE PROCESSING    **
000444***                   CYCLE (CTL-HDR-CYCLE-NO) SO TWO CYCLES    **
000446***                   A DAY TRANSMIT AND MATCH INDEPENDENTLY.   **
      ***  2026-10-15  JWM  THE RUN DATE DECLARED FOR AN EMPTY         **
      ***                   EXTRACT IS NOW THE PROCESSING DATE FROM    **
      ***                   THE CPYPDT01 CONTROL RECORD (PDTFILE),     **
      ***                   NOT THE SYSTEM CLOCK.                      **
000450***                                                              **
000460******************************************************************
000470 IDENTIFICATION DIVISION.
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-XMT-FILE-STATUS.
000640
000641     SELECT PROC-DATE-FILE ASSIGN TO "PDTFILE"
000642         ORGANIZATION IS INDEXED
000643         ACCESS MODE IS RANDOM
000644         RECORD KEY IS PDT-KEY
000645         FILE STATUS IS WS-PDT-FILE-STATUS.
000646
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  EXTRACT-FILE
000710 FD  TRANSMIT-FILE
000720     LABEL RECORDS ARE STANDARD.
000730 01  TRANSMIT-RECORD         PIC X(80).
000731
000732 FD  PROC-DATE-FILE
000733     LABEL RECORDS ARE STANDARD.
000734 COPY CPYPDT01.
000740
000750 WORKING-STORAGE SECTION.
000760******************************************************************
000860******************************************************************
000870 77  WS-EXT-FILE-STATUS      PIC X(02)   VALUE "00".
000880 77  WS-XMT-FILE-STATUS      PIC X(02)   VALUE "00".
000881 77  WS-PDT-FILE-STATUS      PIC X(02)   VALUE "00".
000890
000900******************************************************************
000910***  CONTROL RECORD LAYOUTS AND TRANSMISSION TOTALS              *
001360     STOP RUN.
001370
001380******************************************************************
      ***  0300-READ-PROCESSING-DATE - FETCH THE PROCESSING DATE       *
      ***  FROM THE CPYPDT01 CONTROL RECORD ROLLED BY ADDEOD. NO       *
      ***  RECORD MEANS THE SUITE HAS NOT BEEN SEEDED - THE RUN STOPS. *
      ******************************************************************
       0300-READ-PROCESSING-DATE.
           OPEN INPUT PROC-DATE-FILE
           IF WS-PDT-FILE-STATUS NOT = "00"
               DISPLAY "ADDXMIT ABEND - PDTFILE OPEN FAILED, STATUS = "
                   WS-PDT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "PROCDATE" TO PDT-KEY
           READ PROC-DATE-FILE
               INVALID KEY
                   DISPLAY "ADDXMIT ABEND - NO PROCESSING-DATE RECORD "
                       "ON PDTFILE - SEED IT WITH ADDEOD"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE PROC-DATE-FILE.
       0300-EXIT.
           EXIT.
      
      ******************************************************************
001390***  0400-ESTABLISH-SOURCE-ID - OUR SOURCE ID FOR THE HEADER,    *
001400***  FROM THE EXEC PARM; BLANK KEEPS THE DEFAULT                 *
001410******************************************************************
001420 0400-ESTABLISH-SOURCE-ID.
001421     PERFORM 0300-READ-PROCESSING-DATE THRU 0300-EXIT
001422     MOVE PDT-RUN-DATE TO WS-RUN-DATE
001440     MOVE SPACES TO WS-PARM-CARD
001450     MOVE LK-PARM-LENGTH TO WS-PARM-LENGTH
001460     IF WS-PARM-LENGTH > 32
001910******************************************************************
001920***  1500-WRITE-HEADER - THE TRANSMISSION'S HEADER CONTROL       *
001930***  RECORD. THE DECLARED DATE IS THE FIRST DETAIL'S RUN DATE    *
001940***  (THE PROCESSING DATE), OR THE CPYPDT01 PROCESSING DATE      *
001950***  WHEN THE EXTRACT IS EMPTY.                                  *
001960******************************************************************
001970 1500-WRITE-HEADER.
001980     IF END-OF-EXTRACT-FILE
