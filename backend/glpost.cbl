000180***    GENERAL-LEDGER POSTING INTERFACE FROM THE RESULT          **
000190***    HISTORY MASTER (CPYHST01). SWEEPS THE RUN-DATE RANGE      **
000200***    GIVEN ON THE EXEC PARM (FROMDATE,TODATE YYYYMMDD; A       **
000210***    BLANK PARM SWEEPS THE CPYPDT01 PROCESSING DATE ONLY),     **
000211***    ROLLS THE RESULT TOTALS                                   **
000220***    UP BY TRANSACTION CODE, MAPS EACH CODE TO ITS DEBIT       **
000230***    AND CREDIT ACCOUNTS THROUGH THE KEYED CROSS-REFERENCE     **
000240***    MASTER (CPYXRF01, MAINTAINED THROUGH ADDXMNT), AND        **
000330***    THE MONTHLY HAND-REKEYING OF ADDHRPT TOTALS INTO THE      **
000340***    LEDGER.                                                   **
000350***                                                              **
000351***    EVERY RUN-DATE + CYCLE POSTED IS RECORDED ON THE          **
000352***    POSTING-PERIOD CONTROL FILE (CPYGLP01) WITH ITS TOTALS    **
000353***    BY CODE. A PERIOD ALREADY ON THAT FILE IS NOT POSTED      **
000354***    AGAIN - IT IS LISTED AND LEFT OUT OF THE JOURNAL - UNLESS **
000355***    THE PARM CARRIES THE REPOST OVERRIDE                      **
000356***    (FROMDATE,TODATE,REPOST). CHANGES TO A POSTED PERIOD ARE  **
000357***    POSTED BY ADDGLADJ, NOT BY RE-RUNNING THIS JOB.           **
000358***                                                              **
000360***  RETURN CODES                                                **
000370***    RC=0  JOURNAL BUILT AND PROVEN - SAFE TO TRANSMIT         **
000371***    RC=4  JOURNAL BUILT AND PROVEN, BUT SOME PERIODS IN THE   **
000372***          RANGE WERE ALREADY POSTED AND WERE LEFT OUT -      **
000373***          SAFE TO TRANSMIT. SEE GLPRPT.                      **
000380***    RC=8  OUT OF BALANCE OR MISSING CROSS-REFERENCE - DO      **
000390***          NOT TRANSMIT. SEE GLPRPT.                           **
000391***          ALSO WHEN EVERY PERIOD IN THE RANGE WAS ALREADY    **
000392***          POSTED - THERE IS NOTHING TO SEND.                 **
000400***                                                              **
000410***  MOD HISTORY                                                 **
000420***  ----------------------------------------------------------  **
000432***  2026-09-01  JWM  THE HISTORY KEY CARRIES A CYCLE NUMBER     **
000434***                   NOW - THE RANGE POSITIONING CLEARS IT;     **
000436***                   A SWEPT DAY'S LEGS COVER BOTH CYCLES.      **
      ***  2026-10-15  JWM  A BLANK PARM NOW SWEEPS THE PROCESSING     **
      ***                   DATE FROM THE CPYPDT01 CONTROL RECORD      **
      ***                   (PDTFILE), NOT THE SYSTEM CLOCK DATE.      **
      ***  2026-10-15  JWM  EACH RUN DATE + CYCLE POSTED IS NOW        **
      ***                   RECORDED, WITH ITS TOTALS BY CODE, ON      **
      ***                   THE POSTING-PERIOD FILE (CPYGLP01,         **
      ***                   GLPFILE). A PERIOD ALREADY POSTED IS       **
      ***                   LISTED AND LEFT OUT OF THE JOURNAL         **
      ***                   UNLESS THE PARM ENDS ,REPOST (RC=4; RC=8   **
      ***                   WHEN NOTHING IS LEFT TO POST). THE         **
      ***                   REPORT HEADING NOW PRINTS FIRST.           **
      ***  2026-10-15  JWM  A V (REVERSAL) HISTORY ROW POSTS UNDER     **
      ***                   ITS OWN CODE, MAPPED THROUGH ITS OWN       **
      ***                   CPYXRF01 RECORD, AND THE REPORT SHOWS      **
      ***                   THE REVERSALS SWEPT AND THEIR RESULT       **
      ***                   TOTAL ON THEIR OWN LINES.                  **
000440***                                                              **
000450******************************************************************
000460 IDENTIFICATION DIVISION.
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-RPT-FILE-STATUS.
000750
           SELECT PROC-DATE-FILE ASSIGN TO "PDTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PDT-KEY
               FILE STATUS IS WS-PDT-FILE-STATUS.
           SELECT PERIOD-FILE ASSIGN TO "GLPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLP-KEY
               FILE STATUS IS WS-GLP-FILE-STATUS.
      
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  HISTORY-FILE
000910     LABEL RECORDS ARE STANDARD.
000920 01  POSTING-REPORT-LINE     PIC X(80).
000930
000931 FD  PROC-DATE-FILE
000932     LABEL RECORDS ARE STANDARD.
000933 COPY CPYPDT01.
000934
000935 FD  PERIOD-FILE
000936     LABEL RECORDS ARE STANDARD.
000937 COPY CPYGLP01.
000938
000940 WORKING-STORAGE SECTION.
000950******************************************************************
000960***  SWITCHES                                                    *
000990     88  END-OF-HISTORY-FILE             VALUE 'Y'.
001000 77  WS-BALANCE-SW           PIC X(01)   VALUE 'N'.
001010     88  WS-OUT-OF-BALANCE               VALUE 'Y'.
001011 77  WS-PERIOD-SW            PIC X(01)   VALUE 'N'.
001012     88  WS-PERIOD-REFUSED               VALUE 'Y'.
001013 77  WS-PERIOD-ON-FILE-SW    PIC X(01)   VALUE 'N'.
001014     88  WS-PERIOD-ON-FILE               VALUE 'Y'.
001015 77  WS-REPOST-SW            PIC X(01)   VALUE 'N'.
001016     88  WS-REPOST-OVERRIDE              VALUE 'Y'.
001020
001030******************************************************************
001040***  FILE STATUS FIELDS                                          *
001070 77  WS-XRF-FILE-STATUS      PIC X(02)   VALUE "00".
001080 77  WS-JRN-FILE-STATUS      PIC X(02)   VALUE "00".
001090 77  WS-RPT-FILE-STATUS      PIC X(02)   VALUE "00".
001091 77  WS-PDT-FILE-STATUS      PIC X(02)   VALUE "00".
001092 77  WS-GLP-FILE-STATUS      PIC X(02)   VALUE "00".
001100
001110******************************************************************
001120***  SWEEP DATE-RANGE CONTROLS - THE EXEC PARM NAMES THE RANGE   *
001130***  (FROMDATE,TODATE). A BLANK OR UNPARSEABLE PARM SWEEPS       *
001140***  THE CPYPDT01 PROCESSING DATE ONLY, WHICH IS WHAT THE        *
001141***  SCHEDULED DAILY RUN WANTS.                                  *
001150******************************************************************
001160 77  WS-PARM-CARD            PIC X(32)   VALUE SPACES.
001170 77  WS-PARM-LENGTH          PIC S9(04) COMP  VALUE 0.
001210 77  WS-PARM-TO              PIC X(08)   VALUE SPACES.
001220 77  WS-PARM-TO-N REDEFINES WS-PARM-TO
001230                             PIC 9(08).
001231 77  WS-PARM-OPTION          PIC X(08)   VALUE SPACES.
001240 77  WS-RUN-DATE             PIC 9(08)   VALUE 0.
001250 77  WS-FROM-DATE            PIC 9(08)   VALUE 0.
001260 77  WS-TO-DATE              PIC 9(08)   VALUE 0.
001290***  BY-CODE ACCUMULATORS AND POSTING TOTALS - ONE SLOT PER      *
001300***  DISTINCT TRANSACTION CODE SWEPT. THE JOURNAL IS BUILT       *
001310***  FROM THESE SLOTS AFTER THE SWEEP SO EACH CODE POSTS AS      *
001320***  ONE DEBIT LEG AND ONE CREDIT LEG. ONLY A/S/M/R/V ARE VALID  *
001322***  CODES, SO AN ELEVENTH DISTINCT CODE BYTE MEANS THE MASTER   *
001324***  IS CORRUPT - THE SWEEP ABENDS RATHER THAN POSTING FROM      *
001326***  BAD DATA (SEE 2000-TALLY-HISTORY-RECORD).                   *
001450 77  WS-TOTAL-CREDITS        PIC S9(11)V99 COMP  VALUE 0.
001460 77  WS-XREF-MISSING         PIC 9(3)  COMP  VALUE 0.
001470 77  WS-JRN-LEGS-WRITTEN     PIC 9(7)  COMP  VALUE 0.
       77  WS-REV-SWEPT-RECS       PIC 9(7)  COMP  VALUE 0.
       77  WS-REV-SWEPT-TOTAL      PIC S9(11)V99 COMP  VALUE 0.
      ******************************************************************
      ***  POSTING-PERIOD CONTROLS - THE PERIOD (RUN DATE + CYCLE) THE *
      ***  SWEEP IS IN, AND ITS BY-CODE TOTALS FOR THE CPYGLP01 RECORD *
      ***  WRITTEN ONCE THE JOURNAL HAS PROVEN. A PERIOD HOLDS AT MOST *
      ***  THE FEW VALID CODES, SO SIX SLOTS IS GENEROUS.              *
      ******************************************************************
       77  WS-CUR-RUN-DATE         PIC 9(08)   VALUE 0.
       77  WS-CUR-CYCLE-NO         PIC 9(02)   VALUE 0.
       77  WS-CUR-FIRST-POST-DATE  PIC 9(08)   VALUE 0.
       77  WS-CUR-POST-COUNT       PIC 9(03)   VALUE 0.
       77  WS-PERIODS-TO-POST      PIC 9(5)  COMP  VALUE 0.
       77  WS-PERIODS-REFUSED      PIC 9(5)  COMP  VALUE 0.
       77  WS-PERIODS-RECORDED     PIC 9(5)  COMP  VALUE 0.
       01  WS-PERIOD-TABLE.
           05  WS-PRD-USED         PIC 9(3)  COMP  VALUE 0.
           05  WS-PRD-RECS         PIC 9(7)  COMP  VALUE 0.
           05  WS-PRD-RESULT-TOTAL PIC S9(11)V99 COMP VALUE 0.
           05  WS-PRD-ENTRY OCCURS 6 TIMES INDEXED BY WS-PRD-IX.
               10  WS-PRD-CODE     PIC X(01).
               10  WS-PRD-COUNT    PIC 9(7)  COMP.
               10  WS-PRD-TOTAL    PIC S9(11)V99 COMP.
       77  WS-PRD-SLOT             PIC 9(3)  COMP  VALUE 0.
       77  WS-PRD-SUB              PIC 9(3)  COMP  VALUE 0.
001480
001490******************************************************************
001500***  REPORT LINE LAYOUTS                                         *
001720         "ERROR - NO ACCOUNT XREF FOR CODE ".
001730     05  WS-RPT-ERR-CODE     PIC X(01).
001740     05  FILLER              PIC X(46)   VALUE SPACES.
001741 01  WS-RPT-REFUSED-LINE.
001742     05  FILLER              PIC X(07)   VALUE "PERIOD ".
001743     05  WS-RPT-REF-DATE     PIC 9(08).
001744     05  FILLER              PIC X(07)   VALUE " CYCLE ".
001745     05  WS-RPT-REF-CYCLE    PIC 9(02).
001746     05  FILLER              PIC X(16)   VALUE " ALREADY POSTED ".
001747     05  WS-RPT-REF-POSTED   PIC 9(08).
001748     05  FILLER              PIC X(16)   VALUE " - NOT RE-POSTED".
001749     05  FILLER              PIC X(16)   VALUE SPACES.
001750 01  WS-RPT-TOTAL-LINE.
001760     05  WS-RPT-TOTAL-LABEL  PIC X(34)   VALUE SPACES.
001770     05  WS-RPT-TOTAL-VALUE  PIC Z(14)9.
001970 BEGIN.
001980     PERFORM 0400-ESTABLISH-DATE-RANGE THRU 0400-EXIT
001990     PERFORM 0500-OPEN-FILES THRU 0500-EXIT
001991     MOVE WS-FROM-DATE TO WS-RPT-HDG-FROM
001992     MOVE WS-TO-DATE TO WS-RPT-HDG-TO
001993     WRITE POSTING-REPORT-LINE FROM WS-RPT-HEADING-LINE
002000
002010     PERFORM 1000-POSITION-ON-RANGE THRU 1000-EXIT
002020     PERFORM 2000-TALLY-HISTORY-RECORD THRU 2000-EXIT
002040
002050     PERFORM 3000-BUILD-JOURNAL THRU 3000-EXIT
002060     PERFORM 7000-WRITE-POST-REPORT THRU 7000-EXIT
002061     IF NOT WS-OUT-OF-BALANCE AND WS-XREF-MISSING = 0
002062         PERFORM 5000-RECORD-PERIODS THRU 5000-EXIT
002063     END-IF
002070
002080     CLOSE HISTORY-FILE
002090     CLOSE XREF-FILE
002100     CLOSE JOURNAL-FILE
002110     CLOSE POSTING-REPORT
002111     CLOSE PERIOD-FILE
002120
002121     EVALUATE TRUE
002130         WHEN WS-OUT-OF-BALANCE OR WS-XREF-MISSING > 0
002140             DISPLAY "ADDGLPST - JOURNAL DID NOT PROVE - DO NOT "
002150                 "TRANSMIT - SEE GLPRPT"
002160             MOVE 8 TO RETURN-CODE
               WHEN WS-PERIODS-REFUSED > 0 AND WS-PERIODS-TO-POST = 0
                   DISPLAY "ADDGLPST - EVERY PERIOD IN THE RANGE WAS "
                       "ALREADY POSTED - NOTHING TO TRANSMIT"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-PERIODS-REFUSED > 0
                   DISPLAY "ADDGLPST - JOURNAL PROVEN - " WS-SWEPT-RECS
                       " RECORD(S) SWEPT, " WS-PERIODS-REFUSED
                       " PERIOD(S) ALREADY POSTED LEFT OUT - SEE GLPRPT"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "ADDGLPST - JOURNAL PROVEN - " WS-SWEPT-RECS
                       " RECORD(S) SWEPT, " WS-JRN-LEGS-WRITTEN
                       " POSTING LEG(S) WRITTEN"
                   MOVE 0 TO RETURN-CODE
002170     END-EVALUATE
002230     STOP RUN.
002240
002250******************************************************************
      ***  0300-READ-PROCESSING-DATE - FETCH THE PROCESSING DATE       *
      ***  FROM THE CPYPDT01 CONTROL RECORD ROLLED BY ADDEOD. NO       *
      ***  RECORD MEANS THE SUITE HAS NOT BEEN SEEDED - THE RUN STOPS. *
      ******************************************************************
       0300-READ-PROCESSING-DATE.
           OPEN INPUT PROC-DATE-FILE
           IF WS-PDT-FILE-STATUS NOT = "00"
               DISPLAY "ADDGLPST ABEND - PDTFILE OPEN FAILED, STATUS = "
                   WS-PDT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "PROCDATE" TO PDT-KEY
           READ PROC-DATE-FILE
               INVALID KEY
                   DISPLAY "ADDGLPST ABEND - NO PROCESSING-DATE RECORD "
                       "ON PDTFILE - SEED IT WITH ADDEOD"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE PROC-DATE-FILE.
       0300-EXIT.
           EXIT.
      
      ******************************************************************
002260***  0400-ESTABLISH-DATE-RANGE - TAKE THE SWEEP RANGE FROM THE   *
002270***  EXEC PARM, OR DEFAULT TO THE PROCESSING DATE ONLY           *
002280******************************************************************
002290 0400-ESTABLISH-DATE-RANGE.
002291     PERFORM 0300-READ-PROCESSING-DATE THRU 0300-EXIT
002292     MOVE PDT-RUN-DATE TO WS-RUN-DATE
002310     MOVE WS-RUN-DATE TO WS-FROM-DATE
002320     MOVE WS-RUN-DATE TO WS-TO-DATE
002330     MOVE SPACES TO WS-PARM-CARD
002410     IF WS-PARM-CARD NOT = SPACES
002420         UNSTRING WS-PARM-CARD DELIMITED BY ","
002430             INTO WS-PARM-FROM WS-PARM-TO
002431                  WS-PARM-OPTION
002440         END-UNSTRING
002450         IF WS-PARM-FROM IS NUMERIC AND WS-PARM-TO IS NUMERIC
002460             MOVE WS-PARM-FROM-N TO WS-FROM-DATE
002470             MOVE WS-PARM-TO-N TO WS-TO-DATE
002480         ELSE
002490             DISPLAY "ADDGLPST - PARM NOT FROMDATE,TODATE - "
002500                 "SWEEPING THE PROCESSING DATE ONLY"
002501         END-IF
002502         IF WS-PARM-OPTION = "REPOST"
002503             SET WS-REPOST-OVERRIDE TO TRUE
002504             DISPLAY "ADDGLPST - REPOST OVERRIDE - PERIODS "
002505                 "ALREADY POSTED WILL BE POSTED AGAIN"
002510         END-IF
002520     END-IF.
002530 0400-EXIT.
002840     IF WS-RPT-FILE-STATUS NOT = "00"
002850         DISPLAY "ADDGLPST ABEND - GLPRPT OPEN FAILED, STATUS = "
002860             WS-RPT-FILE-STATUS
002861         MOVE 8 TO RETURN-CODE
002862         STOP RUN
002863     END-IF
002864     OPEN I-O PERIOD-FILE
002865     IF WS-GLP-FILE-STATUS NOT = "00"
002866         DISPLAY "ADDGLPST ABEND - GLPFILE OPEN FAILED, STATUS = "
002867             WS-GLP-FILE-STATUS
002870         MOVE 8 TO RETURN-CODE
002880         STOP RUN
002890     END-IF.
003270
003280******************************************************************
003290***  2000-TALLY-HISTORY-RECORD - ROLL ONE SWEPT RECORD INTO      *
003300***  THE SWEEP TOTALS AND ITS TRANSACTION CODE'S SLOT. A V       *
003301***  (REVERSAL) ROW KEEPS ITS OWN SLOT - IT POSTS AS ITS OWN     *
003302***  LEGS THROUGH THE V CROSS-REFERENCE, NEVER NETTED INTO THE   *
003303***  CODE IT REVERSED - AND IS COUNTED FOR THE REPORT AS WELL.   *
003310******************************************************************
003320 2000-TALLY-HISTORY-RECORD.
           IF HST-RUN-DATE NOT = WS-CUR-RUN-DATE
                   OR HST-CYCLE-NO NOT = WS-CUR-CYCLE-NO
               PERFORM 2050-CHECK-PERIOD THRU 2050-EXIT
               IF WS-PERIOD-REFUSED
                   ADD 1 TO WS-PERIODS-REFUSED
                   MOVE WS-CUR-RUN-DATE TO WS-RPT-REF-DATE
                   MOVE WS-CUR-CYCLE-NO TO WS-RPT-REF-CYCLE
                   MOVE GLP-FIRST-POST-DATE TO WS-RPT-REF-POSTED
                   WRITE POSTING-REPORT-LINE FROM WS-RPT-REFUSED-LINE
               ELSE
                   ADD 1 TO WS-PERIODS-TO-POST
               END-IF
           END-IF
           IF WS-PERIOD-REFUSED
               GO TO 2000-NEXT
           END-IF
003330     ADD 1 TO WS-SWEPT-RECS
003340     ADD HST-RESULT TO WS-SWEPT-TOTAL
003341     IF HST-TRANS-CODE = "V"
003342         ADD 1 TO WS-REV-SWEPT-RECS
003343         ADD HST-RESULT TO WS-REV-SWEPT-TOTAL
003344     END-IF
003350     MOVE 0 TO WS-CDE-SLOT
003360     PERFORM 2100-MATCH-ONE-CODE THRU 2100-EXIT
003370         VARYING WS-CDE-SUB FROM 1 BY 1
003460     END-IF
003470     SET WS-CDE-IX TO WS-CDE-SLOT
003480     ADD 1 TO WS-CDE-COUNT (WS-CDE-IX)
003490     ADD HST-RESULT TO WS-CDE-TOTAL (WS-CDE-IX).
003491 2000-NEXT.
003500     PERFORM 1100-READ-HISTORY-FILE THRU 1100-EXIT.
003510 2000-EXIT.
           EXIT.
      
      ******************************************************************
      ***  2050-CHECK-PERIOD - A NEW PERIOD (RUN DATE + CYCLE) STARTS. *
      ***  LOOK IT UP ON THE POSTING-PERIOD FILE: ONE ALREADY POSTED   *
      ***  IS REFUSED UNLESS THE REPOST OVERRIDE WAS GIVEN.            *
      ******************************************************************
       2050-CHECK-PERIOD.
           MOVE HST-RUN-DATE TO WS-CUR-RUN-DATE
           MOVE HST-CYCLE-NO TO WS-CUR-CYCLE-NO
           MOVE 'N' TO WS-PERIOD-SW
           MOVE 'N' TO WS-PERIOD-ON-FILE-SW
           MOVE 0 TO WS-CUR-FIRST-POST-DATE
           MOVE 0 TO WS-CUR-POST-COUNT
           MOVE WS-CUR-RUN-DATE TO GLP-RUN-DATE
           MOVE WS-CUR-CYCLE-NO TO GLP-CYCLE-NO
           READ PERIOD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-PERIOD-ON-FILE TO TRUE
                   MOVE GLP-FIRST-POST-DATE TO WS-CUR-FIRST-POST-DATE
                   MOVE GLP-POST-COUNT TO WS-CUR-POST-COUNT
                   IF NOT WS-REPOST-OVERRIDE
                       SET WS-PERIOD-REFUSED TO TRUE
                   END-IF
           END-READ.
       2050-EXIT.
003520     EXIT.
003530
003540******************************************************************
004270     EXIT.
004280
004290******************************************************************
      ***  5000-RECORD-PERIODS - THE JOURNAL HAS PROVEN: SWEEP THE     *
      ***  RANGE AGAIN AND RECORD EACH PERIOD POSTED, WITH ITS TOTALS  *
      ***  BY CODE, ON THE POSTING-PERIOD FILE. REFUSED PERIODS ARE    *
      ***  SKIPPED EXACTLY AS THEY WERE ON THE FIRST SWEEP.            *
      ******************************************************************
       5000-RECORD-PERIODS.
           MOVE 'N' TO WS-HST-EOF-SW
           MOVE 0 TO WS-CUR-RUN-DATE
           MOVE 0 TO WS-CUR-CYCLE-NO
           MOVE 0 TO WS-PRD-RECS
           PERFORM 1000-POSITION-ON-RANGE THRU 1000-EXIT
           PERFORM 5100-TALLY-PERIOD-RECORD THRU 5100-EXIT
               UNTIL END-OF-HISTORY-FILE
           PERFORM 5300-WRITE-PERIOD-RECORD THRU 5300-EXIT.
       5000-EXIT.
           EXIT.
      
      ******************************************************************
      ***  5100-TALLY-PERIOD-RECORD - ROLL ONE RECORD INTO ITS         *
      ***  PERIOD'S BY-CODE SLOTS, WRITING THE PREVIOUS PERIOD'S       *
      ***  CONTROL RECORD WHEN THE PERIOD CHANGES                      *
      ******************************************************************
       5100-TALLY-PERIOD-RECORD.
           IF HST-RUN-DATE NOT = WS-CUR-RUN-DATE
                   OR HST-CYCLE-NO NOT = WS-CUR-CYCLE-NO
               PERFORM 5300-WRITE-PERIOD-RECORD THRU 5300-EXIT
               PERFORM 2050-CHECK-PERIOD THRU 2050-EXIT
               MOVE 0 TO WS-PRD-USED
               MOVE 0 TO WS-PRD-RECS
               MOVE 0 TO WS-PRD-RESULT-TOTAL
           END-IF
           IF WS-PERIOD-REFUSED
               GO TO 5100-NEXT
           END-IF
           ADD 1 TO WS-PRD-RECS
           ADD HST-RESULT TO WS-PRD-RESULT-TOTAL
           MOVE 0 TO WS-PRD-SLOT
           PERFORM 5200-MATCH-PERIOD-CODE THRU 5200-EXIT
               VARYING WS-PRD-SUB FROM 1 BY 1
               UNTIL WS-PRD-SLOT > 0 OR WS-PRD-SUB > WS-PRD-USED
           IF WS-PRD-SLOT = 0
               IF WS-PRD-USED >= 6
                   DISPLAY "ADDGLPST ABEND - MORE THAN 6 DISTINCT "
                       "TRANS-CODES IN PERIOD " WS-CUR-RUN-DATE
                       " CYCLE " WS-CUR-CYCLE-NO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PRD-USED
               MOVE WS-PRD-USED TO WS-PRD-SLOT
               SET WS-PRD-IX TO WS-PRD-SLOT
               MOVE HST-TRANS-CODE TO WS-PRD-CODE (WS-PRD-IX)
               MOVE 0 TO WS-PRD-COUNT (WS-PRD-IX)
               MOVE 0 TO WS-PRD-TOTAL (WS-PRD-IX)
           END-IF
           SET WS-PRD-IX TO WS-PRD-SLOT
           ADD 1 TO WS-PRD-COUNT (WS-PRD-IX)
           ADD HST-RESULT TO WS-PRD-TOTAL (WS-PRD-IX).
       5100-NEXT.
           PERFORM 1100-READ-HISTORY-FILE THRU 1100-EXIT.
       5100-EXIT.
           EXIT.
      
      ******************************************************************
      ***  5200-MATCH-PERIOD-CODE - COMPARE ONE PERIOD CODE SLOT       *
      ******************************************************************
       5200-MATCH-PERIOD-CODE.
           SET WS-PRD-IX TO WS-PRD-SUB
           IF WS-PRD-CODE (WS-PRD-IX) = HST-TRANS-CODE
               MOVE WS-PRD-SUB TO WS-PRD-SLOT
           END-IF.
       5200-EXIT.
           EXIT.
      
      ******************************************************************
      ***  5300-WRITE-PERIOD-RECORD - WRITE (OR, UNDER THE REPOST      *
      ***  OVERRIDE, REWRITE) THE CONTROL RECORD FOR THE PERIOD JUST   *
      ***  SWEPT. NOTHING IS WRITTEN FOR A REFUSED OR EMPTY PERIOD.    *
      ******************************************************************
       5300-WRITE-PERIOD-RECORD.
           IF WS-PERIOD-REFUSED OR WS-PRD-RECS = 0
               GO TO 5300-EXIT
           END-IF
           MOVE SPACES TO CPYGLP01-PERIOD-RECORD
           MOVE WS-CUR-RUN-DATE TO GLP-RUN-DATE
           MOVE WS-CUR-CYCLE-NO TO GLP-CYCLE-NO
           IF WS-PERIOD-ON-FILE
               MOVE WS-CUR-FIRST-POST-DATE TO GLP-FIRST-POST-DATE
               SET GLP-REPOSTED TO TRUE
           ELSE
               MOVE WS-RUN-DATE TO GLP-FIRST-POST-DATE
               SET GLP-POSTED TO TRUE
           END-IF
           MOVE WS-RUN-DATE TO GLP-LAST-POST-DATE
           COMPUTE GLP-POST-COUNT = WS-CUR-POST-COUNT + 1
           MOVE WS-PRD-RECS TO GLP-REC-COUNT
           MOVE WS-PRD-RESULT-TOTAL TO GLP-RESULT-TOTAL
           PERFORM 5400-FILL-ONE-SLOT THRU 5400-EXIT
               VARYING WS-PRD-SUB FROM 1 BY 1
               UNTIL WS-PRD-SUB > 6
           IF WS-PERIOD-ON-FILE
               REWRITE CPYGLP01-PERIOD-RECORD
                   INVALID KEY
                       DISPLAY "ADDGLPST ABEND - GLPFILE REWRITE "
                           "FAILED, STATUS = " WS-GLP-FILE-STATUS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-REWRITE
           ELSE
               WRITE CPYGLP01-PERIOD-RECORD
                   INVALID KEY
                       DISPLAY "ADDGLPST ABEND - GLPFILE WRITE FAILED, "
                           "STATUS = " WS-GLP-FILE-STATUS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-WRITE
           END-IF
           ADD 1 TO WS-PERIODS-RECORDED.
       5300-EXIT.
           EXIT.
      
      ******************************************************************
      ***  5400-FILL-ONE-SLOT - COPY ONE PERIOD CODE SLOT TO THE       *
      ***  CONTROL RECORD; SLOTS PAST THE LAST CODE ARE CLEARED        *
      ******************************************************************
       5400-FILL-ONE-SLOT.
           IF WS-PRD-SUB > WS-PRD-USED
               MOVE SPACES TO GLP-CODE (WS-PRD-SUB)
               MOVE 0 TO GLP-CODE-COUNT (WS-PRD-SUB)
               MOVE 0 TO GLP-CODE-TOTAL (WS-PRD-SUB)
           ELSE
               SET WS-PRD-IX TO WS-PRD-SUB
               MOVE WS-PRD-CODE (WS-PRD-IX) TO GLP-CODE (WS-PRD-SUB)
               MOVE WS-PRD-COUNT (WS-PRD-IX)
                   TO GLP-CODE-COUNT (WS-PRD-SUB)
               MOVE WS-PRD-TOTAL (WS-PRD-IX)
                   TO GLP-CODE-TOTAL (WS-PRD-SUB)
           END-IF.
       5400-EXIT.
           EXIT.
      
      ******************************************************************
004300***  7000-WRITE-POST-REPORT - THE BALANCING PROOF: DEBITS        *
004310***  EQUAL CREDITS AND BOTH TIE TO THE SWEPT RESULT TOTAL        *
004320******************************************************************
004330 7000-WRITE-POST-REPORT.
004331     MOVE "PERIODS POSTED" TO WS-RPT-TOTAL-LABEL
004340     MOVE WS-PERIODS-TO-POST TO WS-RPT-TOTAL-VALUE
004341     WRITE POSTING-REPORT-LINE FROM WS-RPT-TOTAL-LINE
004342     MOVE "PERIODS ALREADY POSTED - LEFT OUT"
004343         TO WS-RPT-TOTAL-LABEL
004350     MOVE WS-PERIODS-REFUSED TO WS-RPT-TOTAL-VALUE
004360     WRITE POSTING-REPORT-LINE FROM WS-RPT-TOTAL-LINE
004380     MOVE "HISTORY RECORDS SWEPT" TO WS-RPT-TOTAL-LABEL
004390     MOVE WS-SWEPT-RECS TO WS-RPT-TOTAL-VALUE
004400     WRITE POSTING-REPORT-LINE FROM WS-RPT-TOTAL-LINE
004410     MOVE "SWEPT RESULT TOTAL" TO WS-RPT-TOTAL-LABEL
004420     MOVE WS-SWEPT-TOTAL TO WS-RPT-AMOUNT-VALUE
004421     WRITE POSTING-REPORT-LINE FROM WS-RPT-TOTAL-LINE
004422     MOVE "  OF WHICH REVERSALS (CODE V)" TO WS-RPT-TOTAL-LABEL
004423     MOVE WS-REV-SWEPT-RECS TO WS-RPT-TOTAL-VALUE
004424     WRITE POSTING-REPORT-LINE FROM WS-RPT-TOTAL-LINE
004425     MOVE "  REVERSAL RESULT TOTAL" TO WS-RPT-TOTAL-LABEL
004426     MOVE WS-REV-SWEPT-TOTAL TO WS-RPT-AMOUNT-VALUE
004430     WRITE POSTING-REPORT-LINE FROM WS-RPT-TOTAL-LINE
004440     MOVE "JOURNAL LEGS WRITTEN" TO WS-RPT-TOTAL-LABEL
004450     MOVE WS-JRN-LEGS-WRITTEN TO WS-RPT-TOTAL-VALUE
