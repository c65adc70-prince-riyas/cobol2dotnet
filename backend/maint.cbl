000220***    REJECT'S RECORD ON THE SUSPENSE MASTER IS FLAGGED WITH    **
000230***    THE DISPOSITION THE OPERATOR CHOSE - CORRECTED WHEN A     **
000240***    FIX IS KEYED, CANCELLED WHEN THE REJECT IS WRITTEN OFF.   **
000241***                                                              **
000242***    MAKER-CHECKER: A CANCEL, AND A CORRECTION WHOSE           **
000243***    RECOMPUTED RESULT IS OVER THE APPROVAL THRESHOLD (EXEC    **
000244***    PARM, WHOLE UNITS NNNNNNN; BLANK IS 1000), IS NOT         **
000245***    WRITTEN TO NEWIN OR THE SUSPENSE MASTER. IT IS QUEUED     **
000246***    PENDING ON THE APPROVAL FILE (CPYAPR01) FOR A SECOND,     **
000247***    DIFFERENT OPERATOR TO APPROVE OR DECLINE IN ADDAPPR.      **
000248***    CORRECTIONS AT OR UNDER THE THRESHOLD GO STRAIGHT TO      **
000249***    NEWIN AS BEFORE.                                          **
000250***                                                              **
000260***  MOD HISTORY                                                 **
000270***  ----------------------------------------------------------  **
000516***                   - IS WRITTEN TO THE KEYED ACTIVITY LOG    **
000517***                   (CPYACT01). SEE ADDACTRP FOR THE DAILY    **
000518***                   REPORT.                                   **
      ***  2026-10-15  JWM  THE SESSION DATE STAMPED ON THE ACTIVITY   **
      ***                   LOG AND ON SUSPENSE STATUS CHANGES IS      **
      ***                   NOW THE PROCESSING DATE FROM THE           **
      ***                   CPYPDT01 CONTROL RECORD (PDTFILE), NOT     **
      ***                   THE SYSTEM CLOCK DATE; THE CLOCK STILL     **
      ***                   SUPPLIES THE TIME OF DAY.                  **
      ***  2026-10-15  JWM  MAKER-CHECKER - CANCELS AND CORRECTIONS    **
      ***                   WHOSE RECOMPUTED RESULT IS OVER THE PARM   **
      ***                   THRESHOLD ARE QUEUED ON APRFILE FOR        **
      ***                   ADDAPPR INSTEAD OF GOING TO                **
      ***                   NEWIN/SUSFILE; QUEUED TOTAL REPLACES       **
      ***                   CANCELLED TOTAL.                           **
      ***  2026-10-15  JWM  A REJECT WHOSE SOURCE HAS ALREADY          **
      ***                   RESUBMITTED IT THROUGH ADDRSUB IS SHOWN    **
      ***                   AND PASSED OVER, AND ONE RETURNED TO ITS   **
      ***                   SOURCE BY ADDRTRN SAYS SO - A FIX KEYED    **
      ***                   HERE FLAGS IT CORRECTED AND ADDRSUB THEN   **
      ***                   REFUSES THE SOURCE'S COPY.                 **
      ***  2026-10-15  JWM  A REJECT WITH A CANCEL OR CORRECTION       **
      ***                   STILL PENDING APPROVAL IS TURNED AWAY AT   **
      ***                   THE TOP OF 2000, BEFORE ANY DISPOSITION    **
      ***                   - A DIRECT CORRECTION USED TO GO THROUGH   **
      ***                   REGARDLESS, AND ADDAPPR COULD THEN LOAD    **
      ***                   THE QUEUED ONE AS WELL.                    **
      ***  2026-10-15  JWM  A REJECTED REVERSAL (REASON NORG, RVSD     **
      ***                   OR RVRV) CAN NO LONGER BE CORRECTED INTO   **
      ***                   AN ORDINARY TRANSACTION - ONLY A CANCEL    **
      ***                   IS OFFERED (2070), QUEUED FOR APPROVAL     **
      ***                   AS ANY CANCEL IS, AND THE SOURCE RE-       **
      ***                   FEEDS IT AS A FRESH V.                     **
000519***                                                              **
000521******************************************************************
000522 IDENTIFICATION DIVISION.
000793         RECORD KEY IS ACT-KEY
000794         FILE STATUS IS WS-ACT-FILE-STATUS.
000796
           SELECT PROC-DATE-FILE ASSIGN TO "PDTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PDT-KEY
               FILE STATUS IS WS-PDT-FILE-STATUS.
      
           SELECT APPROVAL-FILE ASSIGN TO "APRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS APR-TRANS-ID
               FILE STATUS IS WS-APR-FILE-STATUS.
      
           SELECT RATE-FILE ASSIGN TO "RATFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAT-KEY
               FILE STATUS IS WS-RAT-FILE-STATUS.
      
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  EXCEPTION-FILE
000967 FD  ACTIVITY-FILE
000968     LABEL RECORDS ARE STANDARD.
000969 COPY CPYACT01.
      
       FD  PROC-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CPYPDT01.
      
       FD  APPROVAL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CPYAPR01.
      
       FD  RATE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CPYRAT01.
000970
000980 WORKING-STORAGE SECTION.
000990******************************************************************
001240***  CONTROL TOTALS                                              *
001250******************************************************************
001260 77  WS-RECS-CORRECTED       PIC 9(7) COMP   VALUE 0.
001270 77  WS-RECS-QUEUED          PIC 9(7) COMP   VALUE 0.
001271 77  WS-RECS-RESUBMITTED     PIC 9(7) COMP   VALUE 0.
001272
001273******************************************************************
001274***  OPERATOR SIGN-ON AND ACTIVITY-LOG CONTROLS - THE SESSION    *
001277******************************************************************
001278 77  WS-OPR-FILE-STATUS      PIC X(02)   VALUE "00".
001279 77  WS-ACT-FILE-STATUS      PIC X(02)   VALUE "00".
       77  WS-PDT-FILE-STATUS      PIC X(02)   VALUE "00".
001280 77  WS-OPERATOR-SIGNON      PIC X(08)   VALUE SPACES.
001281 77  WS-SIGNON-LEVEL         PIC X(01)   VALUE SPACE.
001282     88  WS-SIGNON-MAY-CANCEL            VALUE "3".
001293                             SIGN IS LEADING SEPARATE.
001294 77  WS-LOG-NEW-CODE         PIC X(01)   VALUE SPACE.
001295 77  WS-LOG-NEW-STATUS       PIC X(01)   VALUE SPACE.
       77  WS-LOG-APPROVAL-ACTION  PIC X(01)   VALUE SPACE.
001296
      ******************************************************************
      ***  MAKER-CHECKER CONTROLS - THE EXEC PARM CARRIES THE APPROVAL *
      ***  THRESHOLD IN WHOLE UNITS (NNNNNNN). A CORRECTION WHOSE      *
      ***  RECOMPUTED RESULT IS OVER IT, IN EITHER DIRECTION, AND      *
      ***  EVERY CANCEL, IS QUEUED FOR A SECOND OPERATOR'S APPROVAL.   *
      ******************************************************************
       77  WS-APR-FILE-STATUS      PIC X(02)   VALUE "00".
       77  WS-RAT-FILE-STATUS      PIC X(02)   VALUE "00".
       77  WS-PARM-CARD            PIC X(32)   VALUE SPACES.
       77  WS-PARM-LENGTH          PIC S9(04) COMP  VALUE 0.
       77  WS-PARM-THRESHOLD       PIC X(07)   VALUE SPACES.
       77  WS-PARM-THRESHOLD-NUM REDEFINES WS-PARM-THRESHOLD
                                   PIC 9(07).
       77  WS-APPROVAL-THRESHOLD   PIC 9(07)V99    VALUE 1000.
       77  WS-THRESHOLD-DISPLAY    PIC Z(6)9.99.
       77  WS-APPROVAL-SW          PIC X(01)   VALUE 'N'.
           88  WS-NEEDS-APPROVAL               VALUE 'Y'.
       77  WS-APR-ON-FILE-SW       PIC X(01)   VALUE 'N'.
           88  WS-APR-ON-FILE                  VALUE 'Y'.
       77  WS-CORRECTED-RESULT     PIC S9(07)V99   VALUE 0.
       77  WS-RESULT-MAGNITUDE     PIC 9(07)V99    VALUE 0.
       77  WS-RESULT-DISPLAY       PIC -(7)9.99.
       77  WS-RATE-FOUND-SW        PIC X(01)   VALUE 'N'.
           88  WS-RATE-FOUND                   VALUE 'Y'.
       77  WS-RATE-SCAN-SW         PIC X(01)   VALUE 'N'.
           88  WS-RATE-SCAN-DONE               VALUE 'Y'.
       77  WS-RATE-VALUE           PIC S9(03)V9(04) COMP VALUE 0.
      
       LINKAGE SECTION.
      ******************************************************************
      ***  LK-PARM-AREA - THE EXEC PARM, PASSED BY THE SYSTEM LOADER   *
      ***  AS A HALFWORD LENGTH FOLLOWED BY THE PARM TEXT.             *
      ******************************************************************
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH      PIC S9(04) COMP.
           05  LK-PARM-TEXT        PIC X(32).
      
001297 PROCEDURE DIVISION USING LK-PARM-AREA.
001300******************************************************************
001310***  BEGIN - PROGRAM MAINLINE                                     *
001320******************************************************************
001330 BEGIN.
001331     PERFORM 0300-READ-PROCESSING-DATE THRU 0300-EXIT
001332     MOVE PDT-RUN-DATE TO WS-RUN-DATE
001341     ACCEPT WS-SESSION-TIME FROM TIME
001342     MOVE WS-RUN-DATE TO WS-SESSION-TIMESTAMP(1:8)
001343     MOVE WS-SESSION-HHMMSS TO WS-SESSION-TIMESTAMP(9:6)
           PERFORM 0400-ESTABLISH-THRESHOLD THRU 0400-EXIT
001344     PERFORM 0100-SIGN-ON THRU 0100-EXIT
001350     OPEN INPUT EXCEPTION-FILE
001360     OPEN OUTPUT NEW-INPUT-FILE
001506         MOVE 8 TO RETURN-CODE
001507         STOP RUN
001508     END-IF
           OPEN I-O APPROVAL-FILE
           IF WS-APR-FILE-STATUS NOT = "00"
               DISPLAY "ADDMAINT ABEND - APRFILE OPEN FAILED, STATUS = "
                   WS-APR-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT RATE-FILE
           IF WS-RAT-FILE-STATUS NOT = "00"
               DISPLAY "ADDMAINT ABEND - RATFILE OPEN FAILED, STATUS = "
                   WS-RAT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
001510
001520     PERFORM 1000-READ-EXCEPTION-FILE THRU 1000-EXIT
001530
001590     CLOSE SUSPENSE-FILE
001600     CLOSE DUP-CONTROL-FILE
001602     CLOSE ACTIVITY-FILE
001603     CLOSE APPROVAL-FILE
001604     CLOSE RATE-FILE
001610
001620     DISPLAY "ADDMAINT MAINTENANCE RUN COMPLETE"
001625     DISPLAY "  OPERATOR ................... " WS-OPERATOR-SIGNON
001630     DISPLAY "  RECORDS CORRECTED .......... " WS-RECS-CORRECTED
001640     DISPLAY "  QUEUED FOR APPROVAL ........ " WS-RECS-QUEUED
001641     DISPLAY "  RESUBMITTED BY SOURCE ...... " WS-RECS-RESUBMITTED
001642     IF WS-RECS-QUEUED > 0
001643         DISPLAY "  RUN ADDAPPR UNDER A SECOND OPERATOR TO "
001644             "APPROVE OR DECLINE THE QUEUED ITEMS"
001645     END-IF
001650
001660     STOP RUN.
001662
001715     EXIT.
001716
001717******************************************************************
      ***  0300-READ-PROCESSING-DATE - FETCH THE PROCESSING DATE       *
      ***  FROM THE CPYPDT01 CONTROL RECORD ROLLED BY ADDEOD. NO       *
      ***  RECORD MEANS THE SUITE HAS NOT BEEN SEEDED - THE RUN STOPS. *
      ******************************************************************
       0300-READ-PROCESSING-DATE.
           OPEN INPUT PROC-DATE-FILE
           IF WS-PDT-FILE-STATUS NOT = "00"
               DISPLAY "ADDMAINT ABEND - PDTFILE OPEN FAILED, STATUS = "
                   WS-PDT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "PROCDATE" TO PDT-KEY
           READ PROC-DATE-FILE
               INVALID KEY
                   DISPLAY "ADDMAINT ABEND - NO PROCESSING-DATE RECORD "
                       "ON PDTFILE - SEED IT WITH ADDEOD"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE PROC-DATE-FILE.
       0300-EXIT.
           EXIT.
      
      ******************************************************************
      ***  0400-ESTABLISH-THRESHOLD - PICK UP THE APPROVAL THRESHOLD   *
      ***  (WHOLE UNITS) FROM THE EXEC PARM. A BLANK PARM KEEPS THE    *
      ***  DEFAULT; A NON-NUMERIC ONE IS REPORTED AND IGNORED.         *
      ******************************************************************
       0400-ESTABLISH-THRESHOLD.
           MOVE SPACES TO WS-PARM-CARD
           MOVE LK-PARM-LENGTH TO WS-PARM-LENGTH
           IF WS-PARM-LENGTH > 32
               MOVE 32 TO WS-PARM-LENGTH
           END-IF
           IF WS-PARM-LENGTH > 0
               MOVE LK-PARM-TEXT(1:WS-PARM-LENGTH) TO WS-PARM-CARD
           END-IF
           IF WS-PARM-CARD NOT = SPACES
               MOVE WS-PARM-CARD(1:7) TO WS-PARM-THRESHOLD
               IF WS-PARM-THRESHOLD IS NUMERIC
                   MOVE WS-PARM-THRESHOLD-NUM TO WS-APPROVAL-THRESHOLD
               ELSE
                   MOVE WS-APPROVAL-THRESHOLD TO WS-THRESHOLD-DISPLAY
                   DISPLAY "ADDMAINT - PARM NOT NUMERIC - USING "
                       "DEFAULT THRESHOLD OF " WS-THRESHOLD-DISPLAY
               END-IF
           END-IF
           MOVE WS-APPROVAL-THRESHOLD TO WS-THRESHOLD-DISPLAY
           DISPLAY "APPROVAL THRESHOLD ......... " WS-THRESHOLD-DISPLAY.
       0400-EXIT.
           EXIT.
      
      ******************************************************************
001718***  1000-READ-EXCEPTION-FILE - READ ONE REJECTED RECORD          *
001719******************************************************************
001720 1000-READ-EXCEPTION-FILE.
001780
001790******************************************************************
001800***  2000-CORRECT-RECORD - SHOW A REJECT AND DISPOSITION IT -    *
001810***  EITHER KEY A CORRECTION OR CANCEL THE REJECT OUTRIGHT.      *
      ***  EVERY CANCEL, AND A CORRECTION THAT RECOMPUTES OVER THE     *
      ***  APPROVAL THRESHOLD, IS QUEUED FOR A SECOND OPERATOR BY      *
      ***  2800-QUEUE-FOR-APPROVAL INSTEAD OF BEING APPLIED HERE.      *
      ***  A REJECT ITS SOURCE HAS ALREADY RESUBMITTED (ADDRSUB) IS    *
      ***  SHOWN AND PASSED OVER - THE SOURCE'S RECORD IS ALREADY      *
      ***  BOUND FOR THE NEXT CYCLE. A REJECT WITH A CANCEL OR         *
      ***  CORRECTION STILL PENDING APPROVAL IS TURNED AWAY BEFORE ANY *
      ***  DISPOSITION - APPLYING OR QUEUING A SECOND ONE WOULD LET    *
      ***  ADDAPPR LOAD THE TRANSACTION TWICE. A REJECTED REVERSAL     *
      ***  (NORG, RVSD, RVRV) IS NEVER CORRECTED HERE - THE EXCEPTION  *
      ***  RECORD DOES NOT CARRY IN-ORIG-KEY, SO A CORRECTION WOULD    *
      ***  POST AN UNRELATED TRANSACTION. ONLY A CANCEL IS OFFERED     *
      ***  (2070), AND THE SOURCE RE-FEEDS THE REVERSAL AS A FRESH V.  *
001820******************************************************************
001830 2000-CORRECT-RECORD.
001840     DISPLAY "----------------------------------------------"
001880     DISPLAY "  NUM2 ............. " EXC-NUM2
001890     DISPLAY "  REASON CODE ...... " EXC-REASON-CODE
001900     DISPLAY "  REASON TEXT ...... " EXC-REASON-TEXT
           MOVE 'N' TO WS-APR-ON-FILE-SW
           MOVE EXC-TRANS-ID TO APR-TRANS-ID
           READ APPROVAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-APR-ON-FILE TO TRUE
           END-READ
           IF WS-APR-ON-FILE AND APR-PENDING
               DISPLAY "  TRANS " EXC-TRANS-ID " IS ALREADY PENDING "
                   "APPROVAL - NOT CORRECTED OR QUEUED AGAIN"
               GO TO 2000-NEXT
           END-IF
           MOVE EXC-TRANS-ID TO SUS-TRANS-ID
           READ SUSPENSE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SUS-RESUBMITTED
                       DISPLAY "  RESUBMITTED BY SOURCE " SUS-SOURCE-ID
                           " ON " SUS-DATE-STATUS " - PASSED OVER"
                       ADD 1 TO WS-RECS-RESUBMITTED
                       GO TO 2000-NEXT
                   END-IF
                   IF SUS-RETURNED
                       DISPLAY "  RETURNED TO SOURCE " SUS-SOURCE-ID
                           " ON " SUS-DATE-STATUS " - A FIX KEYED HERE"
                       DISPLAY "  REFUSES THE SOURCE'S RESUBMISSION"
                   END-IF
           END-READ
           IF EXC-REVERSAL-REJECT
               DISPLAY "  REJECTED REVERSAL - IT CANNOT BE CORRECTED "
                   "HERE; THE SOURCE MUST RE-FEED IT AS A FRESH V"
               IF NOT WS-SIGNON-MAY-CANCEL
                   DISPLAY "  ONLY A CANCEL APPLIES - AUTHORITY LEVEL "
                       "3 REQUIRED - PASSED OVER"
                   GO TO 2000-NEXT
               END-IF
001920         PERFORM 2070-ACCEPT-REVERSAL-DISP THRU 2070-EXIT
001921     ELSE
001922         PERFORM 2050-ACCEPT-DISPOSITION THRU 2050-EXIT
001923     END-IF
001930
001940     IF WS-OPERATOR-DISP = "X"
001950         MOVE 0 TO WS-OPERATOR-NUM1
001951         MOVE 0 TO WS-OPERATOR-NUM2
001952         MOVE SPACE TO WS-OPERATOR-CODE
001953         MOVE SPACES TO WS-OPERATOR-RATE-CODE
001954         MOVE 0 TO WS-CORRECTED-RESULT
001955         MOVE "X" TO WS-LOG-APPROVAL-ACTION
001960         PERFORM 2800-QUEUE-FOR-APPROVAL THRU 2800-EXIT
001980     ELSE
001990         PERFORM 2100-ACCEPT-CORRECTED-NUM1 THRU 2100-EXIT
002000         PERFORM 2200-ACCEPT-CORRECTED-NUM2 THRU 2200-EXIT
002010         PERFORM 2300-ACCEPT-CORRECTED-CODE THRU 2300-EXIT
002020         PERFORM 2900-RECOMPUTE-RESULT THRU 2900-EXIT
002021         IF WS-NEEDS-APPROVAL
002030             MOVE "C" TO WS-LOG-APPROVAL-ACTION
002040             PERFORM 2800-QUEUE-FOR-APPROVAL THRU 2800-EXIT
               ELSE
                   PERFORM 2400-WRITE-CORRECTED-RECORD THRU 2400-EXIT
002042             MOVE "C" TO WS-SUS-NEW-STATUS
                   PERFORM 2500-FLAG-SUSPENSE THRU 2500-EXIT
                   MOVE "C" TO WS-LOG-ACTION
002043             MOVE WS-OPERATOR-NUM1 TO WS-LOG-NEW-NUM1
002044             MOVE WS-OPERATOR-NUM2 TO WS-LOG-NEW-NUM2
002045             MOVE WS-OPERATOR-CODE TO WS-LOG-NEW-CODE
002046             MOVE "C" TO WS-LOG-NEW-STATUS
002047             PERFORM 2700-LOG-ACTIVITY THRU 2700-EXIT
002050             PERFORM 2600-SET-DUP-OVERRIDE THRU 2600-EXIT
002060             ADD 1 TO WS-RECS-CORRECTED
002070         END-IF
002071     END-IF.
002080
002081 2000-NEXT.
002090     PERFORM 1000-READ-EXCEPTION-FILE THRU 1000-EXIT.
002100 2000-EXIT.
002110     EXIT.
002304         DISPLAY "CANCEL/WRITE-OFF REQUIRES AUTHORITY LEVEL 3"
002306     END-IF.
002310 2060-EXIT.
           EXIT.
      
      ******************************************************************
      ***  2070-ACCEPT-REVERSAL-DISP - A REJECTED REVERSAL MAY ONLY BE *
      ***  CANCELLED: KEY X, WHICH GOES TO THE APPROVAL QUEUE LIKE ANY *
      ***  OTHER CANCEL.                                               *
      ******************************************************************
       2070-ACCEPT-REVERSAL-DISP.
           MOVE SPACE TO WS-OPERATOR-DISP
           PERFORM 2080-PROMPT-FOR-REV-DISP THRU 2080-EXIT
               UNTIL WS-OPERATOR-DISP = "X".
       2070-EXIT.
           EXIT.
      
      ******************************************************************
      ***  2080-PROMPT-FOR-REV-DISP - ONE KEYING ATTEMPT AT THE CANCEL *
      ******************************************************************
       2080-PROMPT-FOR-REV-DISP.
           DISPLAY "ENTER DISPOSITION (X=CANCEL): "
               WITH NO ADVANCING
           ACCEPT WS-OPERATOR-DISP.
       2080-EXIT.
002320     EXIT.
002330
002340******************************************************************
003403     MOVE WS-LOG-NEW-NUM2 TO ACT-NEW-NUM2
003404     MOVE WS-LOG-NEW-CODE TO ACT-NEW-CODE
003405     MOVE WS-LOG-NEW-STATUS TO ACT-NEW-STATUS
           MOVE WS-LOG-APPROVAL-ACTION TO ACT-APPROVAL-ACTION
003406     WRITE CPYACT01-ACTIVITY-RECORD
003407         INVALID KEY
003408             DISPLAY "ADDMAINT ABEND - ACTFILE WRITE FAILED, "
003412     END-WRITE.
003413 2700-EXIT.
003414     EXIT.
003415
003416******************************************************************
003417***  2800-QUEUE-FOR-APPROVAL - HOLD THE KEYED CANCEL OR          *
003418***  CORRECTION ON THE PENDING-APPROVAL FILE FOR A SECOND        *
003419***  OPERATOR. NOTHING GOES TO NEWIN AND THE SUSPENSE ITEM IS    *
003420***  LEFT OPEN UNTIL ADDAPPR APPROVES IT. 2000 HAS ALREADY       *
003421***  TURNED AWAY AN ITEM STILL PENDING AND LEFT WS-APR-ON-FILE   *
003422***  SET FOR A RESOLVED ONE, WHICH IS OVERWRITTEN BY THE NEW     *
003423***  ACTION.                                                     *
003424******************************************************************
003425 2800-QUEUE-FOR-APPROVAL.
003426     MOVE SPACES TO CPYAPR01-APPROVAL-RECORD
003427     MOVE EXC-TRANS-ID TO APR-TRANS-ID
003428     MOVE WS-LOG-APPROVAL-ACTION TO APR-ACTION
003429     SET APR-PENDING TO TRUE
003430     MOVE EXC-NUM1 TO APR-OLD-NUM1
003431     MOVE EXC-NUM2 TO APR-OLD-NUM2
003432     MOVE EXC-REASON-CODE TO APR-REASON-CODE
003433     MOVE EXC-SOURCE-ID TO APR-SOURCE-ID
003434     MOVE WS-OPERATOR-NUM1 TO APR-NEW-NUM1
003435     MOVE WS-OPERATOR-NUM2 TO APR-NEW-NUM2
003436     MOVE WS-OPERATOR-CODE TO APR-NEW-CODE
003437     MOVE WS-OPERATOR-RATE-CODE TO APR-RATE-CODE
003438     MOVE WS-CORRECTED-RESULT TO APR-RESULT
003439     MOVE WS-OPERATOR-SIGNON TO APR-MAKER-ID
003440     MOVE WS-SESSION-TIMESTAMP TO APR-MAKER-TIMESTAMP
003441     MOVE SPACES TO APR-CHECKER-ID
003442     MOVE SPACES TO APR-CHECKER-TIMESTAMP
003443     IF WS-APR-ON-FILE
003444         REWRITE CPYAPR01-APPROVAL-RECORD
003445             INVALID KEY
003446                 DISPLAY "ADDMAINT ABEND - APRFILE REWRITE "
003447                     "FAILED, STATUS = " WS-APR-FILE-STATUS
003448                 MOVE 8 TO RETURN-CODE
003449                 STOP RUN
003450         END-REWRITE
003451     ELSE
003452         WRITE CPYAPR01-APPROVAL-RECORD
003453             INVALID KEY
003454                 DISPLAY "ADDMAINT ABEND - APRFILE WRITE "
003455                     "FAILED, STATUS = " WS-APR-FILE-STATUS
003456                 MOVE 8 TO RETURN-CODE
003457                 STOP RUN
003458         END-WRITE
003459     END-IF
003460
003461     MOVE EXC-TRANS-ID TO SUS-TRANS-ID
003462     READ SUSPENSE-FILE
003463         INVALID KEY
003464             MOVE SPACE TO WS-LOG-OLD-STATUS
003465         NOT INVALID KEY
003466             MOVE SUS-STATUS TO WS-LOG-OLD-STATUS
003467     END-READ
003468     MOVE "P" TO WS-LOG-ACTION
003469     MOVE WS-OPERATOR-NUM1 TO WS-LOG-NEW-NUM1
003470     MOVE WS-OPERATOR-NUM2 TO WS-LOG-NEW-NUM2
003471     MOVE WS-OPERATOR-CODE TO WS-LOG-NEW-CODE
003472     MOVE WS-LOG-OLD-STATUS TO WS-LOG-NEW-STATUS
003473     PERFORM 2700-LOG-ACTIVITY THRU 2700-EXIT
003474     MOVE SPACE TO WS-LOG-APPROVAL-ACTION
003475     ADD 1 TO WS-RECS-QUEUED
003476     DISPLAY "  QUEUED FOR APPROVAL - A DIFFERENT OPERATOR MUST "
003477         "APPROVE IT IN ADDAPPR".
003478 2800-EXIT.
003479     EXIT.
003480
003481******************************************************************
003482***  2900-RECOMPUTE-RESULT - WORK OUT THE RESULT THE CORRECTION  *
003483***  WILL PRODUCE IN ADDNUMS (SAME ARITHMETIC, RATE AS OF THE    *
003484***  PROCESSING DATE) AND FLAG IT FOR APPROVAL WHEN ITS SIZE,    *
003485***  EITHER SIGN, IS OVER THE THRESHOLD. A RESULT TOO BIG TO     *
003486***  HOLD, OR A RATE CODE WITH NO ROW IN RANGE, ALSO NEEDS A     *
003487***  SECOND PAIR OF EYES.                                        *
003488******************************************************************
003489 2900-RECOMPUTE-RESULT.
003490     MOVE 'N' TO WS-APPROVAL-SW
003491     MOVE 0 TO WS-CORRECTED-RESULT
003492     EVALUATE WS-OPERATOR-CODE
003493         WHEN "A"
003494             COMPUTE WS-CORRECTED-RESULT =
003495                 WS-OPERATOR-NUM1 + WS-OPERATOR-NUM2
003496                 ON SIZE ERROR
003497                     SET WS-NEEDS-APPROVAL TO TRUE
003498             END-COMPUTE
003499         WHEN "S"
003500             COMPUTE WS-CORRECTED-RESULT =
003501                 WS-OPERATOR-NUM1 - WS-OPERATOR-NUM2
003502                 ON SIZE ERROR
003503                     SET WS-NEEDS-APPROVAL TO TRUE
003504             END-COMPUTE
003505         WHEN "M"
003506             COMPUTE WS-CORRECTED-RESULT =
003507                 WS-OPERATOR-NUM1 * WS-OPERATOR-NUM2
003508                 ON SIZE ERROR
003509                     SET WS-NEEDS-APPROVAL TO TRUE
003510             END-COMPUTE
003511         WHEN "R"
003512             PERFORM 2910-LOOKUP-RATE THRU 2910-EXIT
003513             IF WS-RATE-FOUND
003514                 COMPUTE WS-CORRECTED-RESULT ROUNDED =
003515                     WS-OPERATOR-NUM1 * WS-RATE-VALUE
003516                     ON SIZE ERROR
003517                         SET WS-NEEDS-APPROVAL TO TRUE
003518                 END-COMPUTE
003519             ELSE
003520                 DISPLAY "  NO RATE ON FILE FOR CODE "
003521                     WS-OPERATOR-RATE-CODE " ON THE PROCESSING "
003522                     "DATE"
003523                 SET WS-NEEDS-APPROVAL TO TRUE
003524             END-IF
003525     END-EVALUATE
003526     IF WS-CORRECTED-RESULT < 0
003527         COMPUTE WS-RESULT-MAGNITUDE = 0 - WS-CORRECTED-RESULT
003528     ELSE
003529         MOVE WS-CORRECTED-RESULT TO WS-RESULT-MAGNITUDE
003530     END-IF
003531     IF WS-RESULT-MAGNITUDE > WS-APPROVAL-THRESHOLD
003532         SET WS-NEEDS-APPROVAL TO TRUE
003533     END-IF
003534     MOVE WS-CORRECTED-RESULT TO WS-RESULT-DISPLAY
003535     DISPLAY "  CORRECTED RESULT ......... " WS-RESULT-DISPLAY.
003536 2900-EXIT.
003537     EXIT.
003538
003539******************************************************************
003540***  2910-LOOKUP-RATE - FIND THE RATE ROW EFFECTIVE ON THE       *
003541***  PROCESSING DATE, THE SAME WALK ADDNUMS MAKES: START AT THE  *
003542***  CODE'S FIRST ROW AND KEEP THE LAST ONE NOT AFTER THE DATE.  *
003543******************************************************************
003544 2910-LOOKUP-RATE.
003545     MOVE 'N' TO WS-RATE-FOUND-SW
003546     MOVE 'N' TO WS-RATE-SCAN-SW
003547     MOVE WS-OPERATOR-RATE-CODE TO RAT-RATE-CODE
003548     MOVE 0 TO RAT-EFF-DATE
003549     START RATE-FILE KEY IS >= RAT-KEY
003550         INVALID KEY
003551             SET WS-RATE-SCAN-DONE TO TRUE
003552     END-START
003553     PERFORM 2920-SCAN-ONE-RATE THRU 2920-EXIT
003554         UNTIL WS-RATE-SCAN-DONE.
003555 2910-EXIT.
003556     EXIT.
003557
003558******************************************************************
003559***  2920-SCAN-ONE-RATE - ONE STEP OF THE EFFECTIVE-DATE SCAN    *
003560******************************************************************
003561 2920-SCAN-ONE-RATE.
003562     READ RATE-FILE NEXT RECORD
003563         AT END
003564             SET WS-RATE-SCAN-DONE TO TRUE
003565     END-READ
003566     IF NOT WS-RATE-SCAN-DONE
003567         IF RAT-RATE-CODE NOT = WS-OPERATOR-RATE-CODE
003568             OR RAT-EFF-DATE > WS-RUN-DATE
003569             SET WS-RATE-SCAN-DONE TO TRUE
003570         ELSE
003571             SET WS-RATE-FOUND TO TRUE
003572             MOVE RAT-RATE-VALUE TO WS-RATE-VALUE
003573         END-IF
003574     END-IF.
003575 2920-EXIT.
003576     EXIT.
