000200***    TRANSACTION ID, SO A REJECT NOBODY CORRECTS BEFORE THE    **
000210***    NEXT CYCLE IS NO LONGER LOST WHEN THE NEXT RUN'S OPEN     **
000220***    OUTPUT TRUNCATES EXCFILE. A REJECT POSTED FOR THE FIRST   **
000230***    TIME GOES ON FILE AS STATUS OPEN WITH THE PROCESSING      **
000240***    DATE (CPYPDT01) AS ITS REJECT DATE; ONE THAT REJECTS      **
000250***    AGAIN IS RE-OPENED BUT KEEPS ITS ORIGINAL REJECT DATE     **
000251***    SO THE AGING IS HONEST.                                   **
000260***                                                              **
000270***    AFTER POSTING, PRINTS THE DAILY AGING REPORT OF EVERY     **
000280***    ITEM STILL OPEN - TRANSACTION, REASON CODE, SOURCE, DATE  **
000290***    REJECTED AND DAYS OUTSTANDING - IN TWO PARTS: ITEMS WITH  **
000291***    US (OPEN, WITH TOTALS BY REASON CODE SZER, BDCD, OTHER)   **
000292***    AND ITEMS WITH THE SOURCE (RETURNED BY ADDRTRN AND NOT    **
000293***    YET RESUBMITTED, WITH THE DATE THEY WENT BACK).           **
000310***                                                              **
000320***  RETURN CODES                                                **
000330***    RC=0  SUSPENSE POSTED AND AGING PRINTED, NO OPEN ITEMS    **
000340***    RC=4  SUSPENSE POSTED AND AGING PRINTED, ONE OR MORE      **
000350***          ITEMS STILL OPEN WITH US - RUN ADDMAINT. ITEMS      **
000351***          WITH THE SOURCE DO NOT RAISE THE RETURN CODE.       **
000360***    RC=8  ABEND / UNRECOVERABLE ERROR                         **
000370***                                                              **
000380***  MOD HISTORY                                                 **
000410***  2026-08-22  JWM  SUSPENSE AMOUNTS ARE SIGNED WITH TWO       **
000420***                   ASSUMED DECIMALS NOW - THE AGING REPORT    **
000430***                   PRINTS SIGN AND DECIMALS.                  **
      ***  2026-10-15  JWM  REJECT, STATUS AND AGING DATES NOW COME    **
      ***                   FROM THE PROCESSING DATE ON THE CPYPDT01   **
      ***                   CONTROL RECORD (PDTFILE), NOT THE SYSTEM   **
      ***                   CLOCK DATE.                                **
      ***  2026-10-15  JWM  EVERY POSTING CARRIES THE REJECT'S         **
      ***                   SOURCE ID ONTO THE SUSPENSE MASTER (FOR    **
      ***                   ADDRTRN'S REJECT RETURN FEED), AND THE     **
      ***                   AGING REPORT PRINTS IN TWO PARTS - ITEMS   **
      ***                   OPEN WITH US AND ITEMS RETURNED TO THE     **
      ***                   SOURCE AND AWAITING ITS RESUBMISSION       **
      ***                   (ADDRSUB). ONLY ITEMS WITH US RAISE        **
      ***                   RC=4.                                      **
000440***                                                              **
000450******************************************************************
000460 IDENTIFICATION DIVISION.
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-RPT-FILE-STATUS.
000690
000691     SELECT PROC-DATE-FILE ASSIGN TO "PDTFILE"
000692         ORGANIZATION IS INDEXED
000693         ACCESS MODE IS RANDOM
000694         RECORD KEY IS PDT-KEY
000695         FILE STATUS IS WS-PDT-FILE-STATUS.
000696
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  EXCEPTION-FILE
000810     LABEL RECORDS ARE STANDARD.
000820 01  AGING-REPORT-LINE       PIC X(80).
000830
000831 FD  PROC-DATE-FILE
000832     LABEL RECORDS ARE STANDARD.
000833 COPY CPYPDT01.
000834
000840 WORKING-STORAGE SECTION.
000850******************************************************************
000860***  SWITCHES                                                    *
000890     88  END-OF-EXCEPTION-FILE           VALUE 'Y'.
000900 77  WS-SUS-EOF-SW           PIC X(01)   VALUE 'N'.
000910     88  END-OF-SUSPENSE-FILE            VALUE 'Y'.
000911 77  WS-AGING-PART-SW        PIC X(01)   VALUE 'U'.
000912     88  AGING-WITH-US                   VALUE 'U'.
000913     88  AGING-WITH-SOURCE               VALUE 'S'.
000920
000930******************************************************************
000940***  FILE STATUS FIELDS                                          *
000960 77  WS-EXC-FILE-STATUS      PIC X(02)   VALUE "00".
000970 77  WS-SUS-FILE-STATUS      PIC X(02)   VALUE "00".
000980 77  WS-RPT-FILE-STATUS      PIC X(02)   VALUE "00".
000981 77  WS-PDT-FILE-STATUS      PIC X(02)   VALUE "00".
000990
001000******************************************************************
001010***  CONTROL TOTALS                                              *
001060 77  WS-OPEN-BDCD            PIC 9(7) COMP   VALUE 0.
001070 77  WS-OPEN-OTHER           PIC 9(7) COMP   VALUE 0.
001080 77  WS-OPEN-TOTAL           PIC 9(7) COMP   VALUE 0.
001081 77  WS-RETURNED-TOTAL       PIC 9(7) COMP   VALUE 0.
001090
001100******************************************************************
001110***  RUN DATE AND DAY ARITHMETIC - DAYS OUTSTANDING IS THE       *
001230 01  WS-RPT-HEADING-LINE.
001240     05  FILLER              PIC X(80)   VALUE
001250         "ADDSUSP REJECT SUSPENSE AGING - ITEMS STILL OPEN".
001251 01  WS-RPT-PART-LINE.
001252     05  WS-RPT-PART-TITLE   PIC X(80)   VALUE SPACES.
001260 01  WS-RPT-COLUMN-LINE.
001270     05  FILLER              PIC X(40)   VALUE
001280         "TRANS-ID  RSN   SOURCE    REJECTED  RETU".
001281     05  FILLER              PIC X(40)   VALUE
001282         "RNED   DAYS      NUM1      NUM2".
001290 01  WS-RPT-DETAIL-LINE.
001300     05  WS-RPT-TRANS-ID     PIC 9(08).
001310     05  FILLER              PIC X(02)   VALUE SPACES.
001320     05  WS-RPT-REASON-CODE  PIC X(04).
001330     05  FILLER              PIC X(02)   VALUE SPACES.
001331     05  WS-RPT-SOURCE-ID    PIC X(08).
001332     05  FILLER              PIC X(02)   VALUE SPACES.
001340     05  WS-RPT-DATE-REJ     PIC 9(08).
001341     05  FILLER              PIC X(02)   VALUE SPACES.
001342     05  WS-RPT-DATE-RTN     PIC X(08).
001350     05  FILLER              PIC X(02)   VALUE SPACES.
001360     05  WS-RPT-DAYS         PIC ZZZZ9.
001370     05  FILLER              PIC X(02)   VALUE SPACES.
001380     05  WS-RPT-NUM1         PIC -(4)9.99.
001390     05  FILLER              PIC X(02)   VALUE SPACES.
001400     05  WS-RPT-NUM2         PIC -(4)9.99.
001410     05  FILLER              PIC X(09)   VALUE SPACES.
001420 01  WS-RPT-TOTAL-LINE.
001430     05  WS-RPT-TOTAL-LABEL  PIC X(30)   VALUE SPACES.
001440     05  WS-RPT-TOTAL-VALUE  PIC Z(6)9.
001490***  BEGIN - PROGRAM MAINLINE                                     *
001500******************************************************************
001510 BEGIN.
001511     PERFORM 0300-READ-PROCESSING-DATE THRU 0300-EXIT
001512     MOVE PDT-RUN-DATE TO WS-RUN-DATE
001530     COMPUTE WS-RUN-DAY-NUMBER =
001540         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
001550
001690     DISPLAY "  REJECTS POSTED NEW ......... " WS-RECS-POSTED-NEW
001700     DISPLAY "  REJECTS RE-OPENED .......... " WS-RECS-REOPENED
001710     DISPLAY "  ITEMS STILL OPEN ........... " WS-OPEN-TOTAL
001711     DISPLAY "  ITEMS WITH THE SOURCE ...... " WS-RETURNED-TOTAL
001720
001730     IF WS-OPEN-TOTAL > 0
001740         MOVE 4 TO RETURN-CODE
001760         MOVE 0 TO RETURN-CODE
001770     END-IF
001780     STOP RUN.
      
      ******************************************************************
      ***  0300-READ-PROCESSING-DATE - FETCH THE PROCESSING DATE       *
      ***  FROM THE CPYPDT01 CONTROL RECORD ROLLED BY ADDEOD. NO       *
      ***  RECORD MEANS THE SUITE HAS NOT BEEN SEEDED - THE RUN STOPS. *
      ******************************************************************
       0300-READ-PROCESSING-DATE.
           OPEN INPUT PROC-DATE-FILE
           IF WS-PDT-FILE-STATUS NOT = "00"
               DISPLAY "ADDSUSP ABEND - PDTFILE OPEN FAILED, STATUS = "
                   WS-PDT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "PROCDATE" TO PDT-KEY
           READ PROC-DATE-FILE
               INVALID KEY
                   DISPLAY "ADDSUSP ABEND - NO PROCESSING-DATE RECORD "
                       "ON PDTFILE - SEED IT WITH ADDEOD"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE PROC-DATE-FILE.
       0300-EXIT.
           EXIT.
001790
001800******************************************************************
001810***  0100-OPEN-FILES - OPEN EVERY FILE, CHECKING EACH OPEN'S     *
002480     MOVE EXC-NUM2 TO SUS-NUM2
002490     MOVE EXC-REASON-CODE TO SUS-REASON-CODE
002500     MOVE EXC-REASON-TEXT TO SUS-REASON-TEXT
002501     MOVE EXC-SOURCE-ID TO SUS-SOURCE-ID
002510     SET SUS-OPEN TO TRUE
002520     MOVE WS-RUN-DATE TO SUS-DATE-REJECTED
002530     MOVE WS-RUN-DATE TO SUS-DATE-STATUS
002640
002650******************************************************************
002660***  2200-REOPEN-SUSPENSE - THE TRANSACTION IS ALREADY ON FILE   *
002670***  (CORRECTED, REPROCESSED, CANCELLED, RESUBMITTED BY THE      *
002671***  SOURCE OR STILL OPEN) AND HAS REJECTED AGAIN - CARRY        *
002672***  TODAY'S VALUES, REASON AND SOURCE, FLIP IT BACK TO OPEN     *
002690***  (ADDRTRN RETURNS IT AGAIN), KEEP THE ORIGINAL REJECT DATE   *
002700******************************************************************
002710 2200-REOPEN-SUSPENSE.
002720     MOVE EXC-NUM1 TO SUS-NUM1
002730     MOVE EXC-NUM2 TO SUS-NUM2
002740     MOVE EXC-REASON-CODE TO SUS-REASON-CODE
002750     MOVE EXC-REASON-TEXT TO SUS-REASON-TEXT
002751     MOVE EXC-SOURCE-ID TO SUS-SOURCE-ID
002760     SET SUS-OPEN TO TRUE
002770     MOVE WS-RUN-DATE TO SUS-DATE-STATUS
002780     REWRITE CPYSUS01-SUSPENSE-RECORD
002880
002890******************************************************************
002900***  3000-WRITE-AGING-REPORT - SWEEP THE WHOLE SUSPENSE MASTER   *
002910***  IN KEY SEQUENCE TWICE: FIRST FOR EVERY ITEM STILL OPEN      *
002920***  WITH US, WITH THE TOTALS BY REASON CODE, THEN FOR EVERY     *
002921***  ITEM RETURNED TO ITS SOURCE AND NOT YET RESUBMITTED         *
002930******************************************************************
002940 3000-WRITE-AGING-REPORT.
002950     WRITE AGING-REPORT-LINE FROM WS-RPT-HEADING-LINE
002951
002952     MOVE "WITH US - OPEN, AWAITING ADDMAINT"
002953         TO WS-RPT-PART-TITLE
002954     WRITE AGING-REPORT-LINE FROM WS-RPT-PART-LINE
002960     WRITE AGING-REPORT-LINE FROM WS-RPT-COLUMN-LINE
002961     SET AGING-WITH-US TO TRUE
003040     PERFORM 3050-SWEEP-SUSPENSE THRU 3050-EXIT
003080
003090     MOVE "OPEN ITEMS - SZER" TO WS-RPT-TOTAL-LABEL
003100     MOVE WS-OPEN-SZER TO WS-RPT-TOTAL-VALUE
003170     WRITE AGING-REPORT-LINE FROM WS-RPT-TOTAL-LINE
003180     MOVE "OPEN ITEMS - TOTAL" TO WS-RPT-TOTAL-LABEL
003190     MOVE WS-OPEN-TOTAL TO WS-RPT-TOTAL-VALUE
           WRITE AGING-REPORT-LINE FROM WS-RPT-TOTAL-LINE
      
           MOVE "WITH THE SOURCE - RETURNED, AWAITING RESUBMISSION"
               TO WS-RPT-PART-TITLE
           WRITE AGING-REPORT-LINE FROM WS-RPT-PART-LINE
           WRITE AGING-REPORT-LINE FROM WS-RPT-COLUMN-LINE
           SET AGING-WITH-SOURCE TO TRUE
           PERFORM 3050-SWEEP-SUSPENSE THRU 3050-EXIT
      
           MOVE "RETURNED ITEMS - TOTAL" TO WS-RPT-TOTAL-LABEL
           MOVE WS-RETURNED-TOTAL TO WS-RPT-TOTAL-VALUE
003200     WRITE AGING-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
003210 3000-EXIT.
           EXIT.
      
      ******************************************************************
      ***  3050-SWEEP-SUSPENSE - ONE PASS OF THE SUSPENSE MASTER IN    *
      ***  KEY SEQUENCE FOR THE PART OF THE REPORT NOW PRINTING        *
      ******************************************************************
       3050-SWEEP-SUSPENSE.
           MOVE 'N' TO WS-SUS-EOF-SW
           MOVE 0 TO SUS-TRANS-ID
           START SUSPENSE-FILE KEY IS >= SUS-TRANS-ID
               INVALID KEY
                   SET END-OF-SUSPENSE-FILE TO TRUE
           END-START
           IF NOT END-OF-SUSPENSE-FILE
               PERFORM 3100-READ-SUSPENSE-FILE THRU 3100-EXIT
               PERFORM 3200-AGE-ONE-ITEM THRU 3200-EXIT
                   UNTIL END-OF-SUSPENSE-FILE
           END-IF.
       3050-EXIT.
003220     EXIT.
003230
003240******************************************************************
003330     EXIT.
003340
003350******************************************************************
003360***  3200-AGE-ONE-ITEM - PRINT ONE SUSPENSE ITEM BELONGING TO    *
003370***  THE PART NOW PRINTING WITH ITS DAYS OUTSTANDING (STILL      *
003371***  COUNTED FROM THE ORIGINAL REJECT DATE) AND BUMP THAT        *
003372***  PART'S TOTALS. A RETURNED ITEM ALSO SHOWS THE DATE IT       *
003373***  WENT BACK TO THE SOURCE.                                    *
003380******************************************************************
003390 3200-AGE-ONE-ITEM.
003391     IF AGING-WITH-US AND NOT SUS-OPEN
003392         GO TO 3200-NEXT
003393     END-IF
003394     IF AGING-WITH-SOURCE AND NOT SUS-RETURNED
003395         GO TO 3200-NEXT
003396     END-IF
003410     COMPUTE WS-REJ-DAY-NUMBER =
003420         FUNCTION INTEGER-OF-DATE(SUS-DATE-REJECTED)
003430     SUBTRACT WS-REJ-DAY-NUMBER FROM WS-RUN-DAY-NUMBER
003440         GIVING WS-DAYS-OUTSTANDING
003450     MOVE SUS-TRANS-ID TO WS-RPT-TRANS-ID
003460     MOVE SUS-REASON-CODE TO WS-RPT-REASON-CODE
003470     MOVE SUS-SOURCE-ID TO WS-RPT-SOURCE-ID
003480     MOVE SUS-DATE-REJECTED TO WS-RPT-DATE-REJ
003490     MOVE SPACES TO WS-RPT-DATE-RTN
003491     MOVE WS-DAYS-OUTSTANDING TO WS-RPT-DAYS
003500     MOVE SUS-NUM1 TO WS-RPT-NUM1
003501     MOVE SUS-NUM2 TO WS-RPT-NUM2
003502     IF AGING-WITH-SOURCE
003503         MOVE SUS-DATE-STATUS TO WS-RPT-DATE-RTN
003510         WRITE AGING-REPORT-LINE FROM WS-RPT-DETAIL-LINE
003520         ADD 1 TO WS-RETURNED-TOTAL
003521         GO TO 3200-NEXT
003610     END-IF
           WRITE AGING-REPORT-LINE FROM WS-RPT-DETAIL-LINE
           ADD 1 TO WS-OPEN-TOTAL
           EVALUATE SUS-REASON-CODE
               WHEN "SZER"
                   ADD 1 TO WS-OPEN-SZER
               WHEN "BDCD"
                   ADD 1 TO WS-OPEN-BDCD
               WHEN OTHER
                   ADD 1 TO WS-OPEN-OTHER
           END-EVALUATE.
       3200-NEXT.
003620     PERFORM 3100-READ-SUSPENSE-FILE THRU 3100-EXIT.
003630 3200-EXIT.
003640     EXIT.
