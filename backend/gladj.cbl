000100******************************************************************
000110***                                                              **
000120***  PROGRAM    : ADDGLADJ                                       **
000130***  AUTHOR     : J W MARTIN                                     **
000140***  INSTALLATN : DAYLIGHT FINANCIAL SERVICES - BATCH SYSTEMS    **
000150***  DATE-WRTN  : 2026-10-15                                     **
000160***                                                              **
000170***  ABSTRACT                                                    **
000180***    POST-CLOSE GL ADJUSTMENT PASS. ADDGLPST RECORDS EVERY     **
000190***    PERIOD (RUN DATE + CYCLE) IT POSTS ON THE POSTING-PERIOD  **
000200***    FILE (CPYGLP01) WITH THE TOTALS IT POSTED BY TRANSACTION  **
000210***    CODE. AFTER THAT THE HISTORY MASTER CAN STILL CHANGE      **
000220***    UNDER A POSTED PERIOD - ADDBKOUT DELETES ROWS, ADDHREST   **
000230***    RESTORES THEM, A LATE ADDHIST ROLL ADDS THEM - AND THE    **
000240***    LEDGER SILENTLY STOPS AGREEING WITH CPYHST01.             **
000250***                                                              **
000260***    THIS JOB READS THE POSTING-PERIOD FILE (EVERY PERIOD, OR  **
000270***    THE RUN-DATE RANGE ON THE EXEC PARM, FROMDATE,TODATE),    **
000280***    RE-TOTALS EACH PERIOD'S HISTORY ROWS BY CODE, AND FOR     **
000290***    EVERY CODE WHOSE CURRENT TOTAL DIFFERS FROM WHAT WAS      **
000300***    POSTED WRITES A CORRECTING DEBIT AND CREDIT CPYJRN01 LEG  **
000310***    FOR THE DIFFERENCE (CURRENT LESS POSTED) TO THE ACCOUNTS  **
000320***    CPYXRF01 NAMES. ITS CONTROL REPORT LISTS EACH PERIOD AND  **
000330***    CODE ADJUSTED AND PROVES DEBITS = CREDITS = THE NET       **
000340***    DIFFERENCE. ONLY ONCE THE JOURNAL HAS PROVEN ARE THE      **
000350***    PERIOD RECORDS BROUGHT UP TO THE CURRENT TOTALS (A SECOND **
000360***    PASS), SO A RERUN FINDS NOTHING LEFT TO POST.             **
000370***                                                              **
000380***    A PERIOD WITH A CHANGED CODE THAT HAS NO CROSS-REFERENCE  **
000390***    IS LISTED AND LEFT WHOLLY ALONE - NO LEGS, NO UPDATE - SO **
000400***    A RERUN AFTER THE MAPPING IS KEYED PICKS IT UP.           **
000410***                                                              **
000420***  RETURN CODES                                                **
000430***    RC=0  JOURNAL PROVEN (OR NOTHING TO ADJUST) - SAFE TO     **
000440***          TRANSMIT                                            **
000450***    RC=4  JOURNAL PROVEN BUT SOME PERIODS WERE SKIPPED FOR A  **
000460***          MISSING CROSS-REFERENCE - SAFE TO TRANSMIT; KEY THE **
000470***          MAPPING THROUGH ADDXMNT AND RERUN. SEE GLARPT.      **
000480***    RC=8  OUT OF BALANCE - THE PERIOD FILE IS NOT UPDATED. DO **
000490***          NOT TRANSMIT.                                       **
000500***                                                              **
000510***  MOD HISTORY                                                 **
000520***  ----------------------------------------------------------  **
000530***  2026-10-15  JWM  ORIGINAL VERSION                           **
000540***                                                              **
000550******************************************************************
000560 IDENTIFICATION DIVISION.
000570 PROGRAM-ID.     ADDGLADJ.
000580 AUTHOR.         J W MARTIN.
000590 INSTALLATION.   DAYLIGHT FINANCIAL SERVICES.
000600 DATE-WRITTEN.   2026-10-15.
000610 DATE-COMPILED.
000620
000630 ENVIRONMENT DIVISION.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT PERIOD-FILE ASSIGN TO "GLPFILE"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS GLP-KEY
000700         FILE STATUS IS WS-GLP-FILE-STATUS.
000710
000720     SELECT HISTORY-FILE ASSIGN TO "HSTFILE"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS HST-KEY
000760         FILE STATUS IS WS-HST-FILE-STATUS.
000770
000780     SELECT XREF-FILE ASSIGN TO "XRFFILE"
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS RANDOM
000810         RECORD KEY IS XRF-TRANS-CODE
000820         FILE STATUS IS WS-XRF-FILE-STATUS.
000830
000840     SELECT JOURNAL-FILE ASSIGN TO "GLAJRN"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-JRN-FILE-STATUS.
000870
000880     SELECT ADJUST-REPORT ASSIGN TO "GLARPT"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-RPT-FILE-STATUS.
000910
000920     SELECT PROC-DATE-FILE ASSIGN TO "PDTFILE"
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS RANDOM
000950         RECORD KEY IS PDT-KEY
000960         FILE STATUS IS WS-PDT-FILE-STATUS.
000970
000980 DATA DIVISION.
000990 FILE SECTION.
001000 FD  PERIOD-FILE
001010     LABEL RECORDS ARE STANDARD.
001020 COPY CPYGLP01.
001030
001040 FD  HISTORY-FILE
001050     LABEL RECORDS ARE STANDARD.
001060 COPY CPYHST01.
001070
001080 FD  XREF-FILE
001090     LABEL RECORDS ARE STANDARD.
001100 COPY CPYXRF01.
001110
001120 FD  JOURNAL-FILE
001130     LABEL RECORDS ARE STANDARD.
001140 COPY CPYJRN01.
001150
001160 FD  ADJUST-REPORT
001170     LABEL RECORDS ARE STANDARD.
001180 01  ADJUST-REPORT-LINE      PIC X(80).
001190
001200 FD  PROC-DATE-FILE
001210     LABEL RECORDS ARE STANDARD.
001220 COPY CPYPDT01.
001230
001240 WORKING-STORAGE SECTION.
001250******************************************************************
001260***  SWITCHES                                                    *
001270******************************************************************
001280 77  WS-GLP-EOF-SW           PIC X(01)   VALUE 'N'.
001290     88  END-OF-PERIOD-FILE              VALUE 'Y'.
001300 77  WS-HST-EOF-SW           PIC X(01)   VALUE 'N'.
001310     88  END-OF-PERIOD-HISTORY           VALUE 'Y'.
001320 77  WS-BALANCE-SW           PIC X(01)   VALUE 'N'.
001330     88  WS-OUT-OF-BALANCE               VALUE 'Y'.
001340 77  WS-CHANGED-SW           PIC X(01)   VALUE 'N'.
001350     88  WS-PERIOD-CHANGED               VALUE 'Y'.
001360 77  WS-PASS-SW              PIC X(01)   VALUE '1'.
001370     88  WS-POSTING-PASS                 VALUE '1'.
001380     88  WS-UPDATE-PASS                  VALUE '2'.
001390
001400******************************************************************
001410***  FILE STATUS FIELDS                                          *
001420******************************************************************
001430 77  WS-GLP-FILE-STATUS      PIC X(02)   VALUE "00".
001440 77  WS-HST-FILE-STATUS      PIC X(02)   VALUE "00".
001450 77  WS-XRF-FILE-STATUS      PIC X(02)   VALUE "00".
001460 77  WS-JRN-FILE-STATUS      PIC X(02)   VALUE "00".
001470 77  WS-RPT-FILE-STATUS      PIC X(02)   VALUE "00".
001480 77  WS-PDT-FILE-STATUS      PIC X(02)   VALUE "00".
001490
001500******************************************************************
001510***  PERIOD RANGE CONTROLS - THE EXEC PARM NAMES A RUN-DATE      *
001520***  RANGE (FROMDATE,TODATE). A BLANK OR UNPARSEABLE PARM CHECKS *
001530***  EVERY PERIOD ON THE POSTING-PERIOD FILE.                    *
001540******************************************************************
001550 77  WS-PARM-CARD            PIC X(32)   VALUE SPACES.
001560 77  WS-PARM-LENGTH          PIC S9(04) COMP  VALUE 0.
001570 77  WS-PARM-FROM            PIC X(08)   VALUE SPACES.
001580 77  WS-PARM-FROM-N REDEFINES WS-PARM-FROM
001590                             PIC 9(08).
001600 77  WS-PARM-TO              PIC X(08)   VALUE SPACES.
001610 77  WS-PARM-TO-N REDEFINES WS-PARM-TO
001620                             PIC 9(08).
001630 77  WS-RUN-DATE             PIC 9(08)   VALUE 0.
001640 77  WS-FROM-DATE            PIC 9(08)   VALUE 0.
001650 77  WS-TO-DATE              PIC 9(08)   VALUE 99999999.
001660
001670******************************************************************
001680***  COMPARISON TABLE - ONE SLOT PER CODE IN THE PERIOD, POSTED  *
001690***  (FROM CPYGLP01) AGAINST CURRENT (FROM CPYHST01). ONLY A FEW *
001700***  CODES ARE VALID, SO AN ELEVENTH MEANS A CORRUPT MASTER.     *
001710******************************************************************
001720 01  WS-COMPARE-TABLE.
001730     05  WS-CMP-USED         PIC 9(3)  COMP  VALUE 0.
001740     05  WS-CMP-ENTRY OCCURS 10 TIMES INDEXED BY WS-CMP-IX.
001750         10  WS-CMP-CODE     PIC X(01).
001760         10  WS-CMP-POSTED-COUNT
001770                             PIC 9(7)  COMP.
001780         10  WS-CMP-POSTED-TOTAL
001790                             PIC S9(11)V99 COMP.
001800         10  WS-CMP-CUR-COUNT
001810                             PIC 9(7)  COMP.
001820         10  WS-CMP-CUR-TOTAL
001830                             PIC S9(11)V99 COMP.
001840         10  WS-CMP-DIFF     PIC S9(11)V99 COMP.
001850 77  WS-CMP-SLOT             PIC 9(3)  COMP  VALUE 0.
001860 77  WS-CMP-SUB              PIC 9(3)  COMP  VALUE 0.
001870 77  WS-GLP-SUB              PIC 9(3)  COMP  VALUE 0.
001880 77  WS-CUR-RECS             PIC 9(7)  COMP  VALUE 0.
001890 77  WS-CUR-RESULT-TOTAL     PIC S9(11)V99 COMP  VALUE 0.
001900 77  WS-PERIOD-XREF-MISSING  PIC 9(3)  COMP  VALUE 0.
001910
001920******************************************************************
001930***  RUN TOTALS                                                  *
001940******************************************************************
001950 77  WS-PERIODS-CHECKED      PIC 9(5)  COMP  VALUE 0.
001960 77  WS-PERIODS-ADJUSTED     PIC 9(5)  COMP  VALUE 0.
001970 77  WS-PERIODS-SKIPPED      PIC 9(5)  COMP  VALUE 0.
001980 77  WS-PERIODS-UPDATED      PIC 9(5)  COMP  VALUE 0.
001990 77  WS-NET-DIFFERENCE       PIC S9(11)V99 COMP  VALUE 0.
002000 77  WS-TOTAL-DEBITS         PIC S9(11)V99 COMP  VALUE 0.
002010 77  WS-TOTAL-CREDITS        PIC S9(11)V99 COMP  VALUE 0.
002020 77  WS-JRN-LEGS-WRITTEN     PIC 9(7)  COMP  VALUE 0.
002030
002040******************************************************************
002050***  REPORT LINE LAYOUTS                                         *
002060******************************************************************
002070 01  WS-RPT-HEADING-LINE.
002080     05  FILLER              PIC X(35)   VALUE
002090         "ADDGLADJ POST-CLOSE GL ADJUSTMENTS ".
002100     05  WS-RPT-HDG-FROM     PIC 9(08).
002110     05  FILLER              PIC X(03)   VALUE " - ".
002120     05  WS-RPT-HDG-TO       PIC 9(08).
002130     05  FILLER              PIC X(05)   VALUE " RUN ".
002140     05  WS-RPT-HDG-RUN      PIC 9(08).
002150     05  FILLER              PIC X(13)   VALUE SPACES.
002160 01  WS-RPT-COLUMN-LINE.
002170     05  FILLER              PIC X(31)   VALUE
002180         "RUN-DATE CY CODE         POSTED".
002190     05  FILLER              PIC X(30)   VALUE
002200         "        CURRENT     DIFFERENCE".
002210     05  FILLER              PIC X(19)   VALUE SPACES.
002220 01  WS-RPT-DETAIL-LINE.
002230     05  WS-RPT-DTL-DATE     PIC 9(08).
002240     05  FILLER              PIC X(01)   VALUE SPACES.
002250     05  WS-RPT-DTL-CYCLE    PIC 9(02).
002260     05  FILLER              PIC X(03)   VALUE SPACES.
002270     05  WS-RPT-DTL-CODE     PIC X(01).
002280     05  FILLER              PIC X(02)   VALUE SPACES.
002290     05  WS-RPT-DTL-POSTED   PIC -(10)9.99.
002300     05  FILLER              PIC X(01)   VALUE SPACES.
002310     05  WS-RPT-DTL-CURRENT  PIC -(10)9.99.
002320     05  FILLER              PIC X(01)   VALUE SPACES.
002330     05  WS-RPT-DTL-DIFF     PIC -(10)9.99.
002340     05  FILLER              PIC X(19)   VALUE SPACES.
002350 01  WS-RPT-ERROR-LINE.
002360     05  FILLER              PIC X(33)   VALUE
002370         "ERROR - NO ACCOUNT XREF FOR CODE ".
002380     05  WS-RPT-ERR-CODE     PIC X(01).
002390     05  FILLER              PIC X(08)   VALUE " PERIOD ".
002400     05  WS-RPT-ERR-DATE     PIC 9(08).
002410     05  FILLER              PIC X(01)   VALUE SPACES.
002420     05  WS-RPT-ERR-CYCLE    PIC 9(02).
002430     05  FILLER              PIC X(27)   VALUE
002440         " - PERIOD NOT ADJUSTED".
002450 01  WS-RPT-TOTAL-LINE.
002460     05  WS-RPT-TOTAL-LABEL  PIC X(34)   VALUE SPACES.
002470     05  WS-RPT-TOTAL-VALUE  PIC Z(14)9.
002480     05  WS-RPT-AMOUNT-VALUE REDEFINES WS-RPT-TOTAL-VALUE
002490                             PIC -(11)9.99.
002500     05  FILLER              PIC X(31)   VALUE SPACES.
002510 01  WS-RPT-VERDICT-LINE.
002520     05  WS-RPT-VERDICT      PIC X(80)   VALUE SPACES.
002530
002540 LINKAGE SECTION.
002550******************************************************************
002560***  LK-PARM-AREA - THE EXEC PARM, PASSED BY THE SYSTEM LOADER   *
002570***  AS A HALFWORD LENGTH FOLLOWED BY THE PARM TEXT.             *
002580******************************************************************
002590 01  LK-PARM-AREA.
002600     05  LK-PARM-LENGTH      PIC S9(04) COMP.
002610     05  LK-PARM-TEXT        PIC X(32).
002620
002630 PROCEDURE DIVISION USING LK-PARM-AREA.
002640******************************************************************
002650***  BEGIN - PROGRAM MAINLINE                                    *
002660******************************************************************
002670 BEGIN.
002680     PERFORM 0400-ESTABLISH-DATE-RANGE THRU 0400-EXIT
002690     PERFORM 0500-OPEN-FILES THRU 0500-EXIT
002700     MOVE WS-FROM-DATE TO WS-RPT-HDG-FROM
002710     MOVE WS-TO-DATE TO WS-RPT-HDG-TO
002720     MOVE WS-RUN-DATE TO WS-RPT-HDG-RUN
002730     WRITE ADJUST-REPORT-LINE FROM WS-RPT-HEADING-LINE
002740     WRITE ADJUST-REPORT-LINE FROM WS-RPT-COLUMN-LINE
002750
002760     SET WS-POSTING-PASS TO TRUE
002770     PERFORM 1000-POSITION-ON-PERIODS THRU 1000-EXIT
002780     PERFORM 2000-CHECK-ONE-PERIOD THRU 2000-EXIT
002790         UNTIL END-OF-PERIOD-FILE
002800
002810     PERFORM 7000-WRITE-CONTROL-TOTALS THRU 7000-EXIT
002820
002830     IF NOT WS-OUT-OF-BALANCE AND WS-PERIODS-ADJUSTED > 0
002840         SET WS-UPDATE-PASS TO TRUE
002850         MOVE 'N' TO WS-GLP-EOF-SW
002860         PERFORM 1000-POSITION-ON-PERIODS THRU 1000-EXIT
002870         PERFORM 2000-CHECK-ONE-PERIOD THRU 2000-EXIT
002880             UNTIL END-OF-PERIOD-FILE
002890     END-IF
002900
002910     CLOSE PERIOD-FILE
002920     CLOSE HISTORY-FILE
002930     CLOSE XREF-FILE
002940     CLOSE JOURNAL-FILE
002950     CLOSE ADJUST-REPORT
002960
002970     EVALUATE TRUE
002980         WHEN WS-OUT-OF-BALANCE
002990             DISPLAY "ADDGLADJ - JOURNAL DID NOT PROVE - DO NOT "
003000                 "TRANSMIT - SEE GLARPT"
003010             MOVE 8 TO RETURN-CODE
003020         WHEN WS-PERIODS-SKIPPED > 0
003030             DISPLAY "ADDGLADJ - " WS-PERIODS-ADJUSTED
003040                 " PERIOD(S) ADJUSTED, " WS-PERIODS-SKIPPED
003050                 " SKIPPED FOR MISSING XREF - SEE GLARPT"
003060             MOVE 4 TO RETURN-CODE
003070         WHEN OTHER
003080             DISPLAY "ADDGLADJ - " WS-PERIODS-CHECKED
003090                 " PERIOD(S) CHECKED, " WS-PERIODS-ADJUSTED
003100                 " ADJUSTED, " WS-JRN-LEGS-WRITTEN
003110                 " POSTING LEG(S) WRITTEN"
003120             MOVE 0 TO RETURN-CODE
003130     END-EVALUATE
003140     STOP RUN.
003150
003160******************************************************************
003170***  0300-READ-PROCESSING-DATE - FETCH THE PROCESSING DATE       *
003180***  FROM THE CPYPDT01 CONTROL RECORD ROLLED BY ADDEOD. NO       *
003190***  RECORD MEANS THE SUITE HAS NOT BEEN SEEDED - THE RUN STOPS. *
003200******************************************************************
003210 0300-READ-PROCESSING-DATE.
003220     OPEN INPUT PROC-DATE-FILE
003230     IF WS-PDT-FILE-STATUS NOT = "00"
003240         DISPLAY "ADDGLADJ ABEND - PDTFILE OPEN FAILED, STATUS = "
003250             WS-PDT-FILE-STATUS
003260         MOVE 8 TO RETURN-CODE
003270         STOP RUN
003280     END-IF
003290     MOVE "PROCDATE" TO PDT-KEY
003300     READ PROC-DATE-FILE
003310         INVALID KEY
003320             DISPLAY "ADDGLADJ ABEND - NO PROCESSING-DATE RECORD "
003330                 "ON PDTFILE - SEED IT WITH ADDEOD"
003340             MOVE 8 TO RETURN-CODE
003350             STOP RUN
003360     END-READ
003370     CLOSE PROC-DATE-FILE.
003380 0300-EXIT.
003390     EXIT.
003400
003410******************************************************************
003420***  0400-ESTABLISH-DATE-RANGE - TAKE THE PERIOD RANGE FROM THE  *
003430***  EXEC PARM, OR DEFAULT TO EVERY PERIOD ON FILE               *
003440******************************************************************
003450 0400-ESTABLISH-DATE-RANGE.
003460     PERFORM 0300-READ-PROCESSING-DATE THRU 0300-EXIT
003470     MOVE PDT-RUN-DATE TO WS-RUN-DATE
003480     MOVE SPACES TO WS-PARM-CARD
003490     MOVE LK-PARM-LENGTH TO WS-PARM-LENGTH
003500     IF WS-PARM-LENGTH > 32
003510         MOVE 32 TO WS-PARM-LENGTH
003520     END-IF
003530     IF WS-PARM-LENGTH > 0
003540         MOVE LK-PARM-TEXT(1:WS-PARM-LENGTH) TO WS-PARM-CARD
003550     END-IF
003560     IF WS-PARM-CARD NOT = SPACES
003570         UNSTRING WS-PARM-CARD DELIMITED BY ","
003580             INTO WS-PARM-FROM WS-PARM-TO
003590         END-UNSTRING
003600         IF WS-PARM-FROM IS NUMERIC AND WS-PARM-TO IS NUMERIC
003610             MOVE WS-PARM-FROM-N TO WS-FROM-DATE
003620             MOVE WS-PARM-TO-N TO WS-TO-DATE
003630         ELSE
003640             DISPLAY "ADDGLADJ - PARM NOT FROMDATE,TODATE - "
003650                 "CHECKING EVERY POSTED PERIOD"
003660         END-IF
003670     END-IF.
003680 0400-EXIT.
003690     EXIT.
003700
003710******************************************************************
003720***  0500-OPEN-FILES - OPEN EVERY FILE, CHECKING EACH OPEN'S     *
003730***  FILE STATUS THE SAME WAY ADDNUMS DOES. THE PERIOD FILE IS   *
003740***  OPENED I-O FOR THE UPDATE PASS; THE MASTERS READ-ONLY.      *
003750******************************************************************
003760 0500-OPEN-FILES.
003770     OPEN I-O PERIOD-FILE
003780     IF WS-GLP-FILE-STATUS NOT = "00"
003790         DISPLAY "ADDGLADJ ABEND - GLPFILE OPEN FAILED, STATUS = "
003800             WS-GLP-FILE-STATUS
003810         MOVE 8 TO RETURN-CODE
003820         STOP RUN
003830     END-IF
003840     OPEN INPUT HISTORY-FILE
003850     IF WS-HST-FILE-STATUS NOT = "00"
003860         DISPLAY "ADDGLADJ ABEND - HSTFILE OPEN FAILED, STATUS ="
003870             " " WS-HST-FILE-STATUS
003880         MOVE 8 TO RETURN-CODE
003890         STOP RUN
003900     END-IF
003910     OPEN INPUT XREF-FILE
003920     IF WS-XRF-FILE-STATUS NOT = "00"
003930         DISPLAY "ADDGLADJ ABEND - XRFFILE OPEN FAILED, STATUS ="
003940             " " WS-XRF-FILE-STATUS
003950         MOVE 8 TO RETURN-CODE
003960         STOP RUN
003970     END-IF
003980     OPEN OUTPUT JOURNAL-FILE
003990     IF WS-JRN-FILE-STATUS NOT = "00"
004000         DISPLAY "ADDGLADJ ABEND - GLAJRN OPEN FAILED, STATUS = "
004010             WS-JRN-FILE-STATUS
004020         MOVE 8 TO RETURN-CODE
004030         STOP RUN
004040     END-IF
004050     OPEN OUTPUT ADJUST-REPORT
004060     IF WS-RPT-FILE-STATUS NOT = "00"
004070         DISPLAY "ADDGLADJ ABEND - GLARPT OPEN FAILED, STATUS = "
004080             WS-RPT-FILE-STATUS
004090         MOVE 8 TO RETURN-CODE
004100         STOP RUN
004110     END-IF.
004120 0500-EXIT.
004130     EXIT.
004140
004150******************************************************************
004160***  1000-POSITION-ON-PERIODS - START THE PERIOD FILE AT THE     *
004170***  FIRST DAY OF THE RANGE AND PRIME THE FIRST READ             *
004180******************************************************************
004190 1000-POSITION-ON-PERIODS.
004200     MOVE WS-FROM-DATE TO GLP-RUN-DATE
004210     MOVE 0 TO GLP-CYCLE-NO
004220     START PERIOD-FILE KEY IS >= GLP-KEY
004230         INVALID KEY
004240             SET END-OF-PERIOD-FILE TO TRUE
004250     END-START
004260     IF NOT END-OF-PERIOD-FILE
004270         PERFORM 1100-READ-PERIOD-FILE THRU 1100-EXIT
004280     END-IF.
004290 1000-EXIT.
004300     EXIT.
004310
004320******************************************************************
004330***  1100-READ-PERIOD-FILE - READ THE NEXT POSTED PERIOD. ONE    *
004340***  PAST THE TO-DATE ENDS THE PASS.                             *
004350******************************************************************
004360 1100-READ-PERIOD-FILE.
004370     READ PERIOD-FILE NEXT RECORD
004380         AT END
004390             SET END-OF-PERIOD-FILE TO TRUE
004400     END-READ
004410     IF NOT END-OF-PERIOD-FILE
004420         IF GLP-RUN-DATE > WS-TO-DATE
004430             SET END-OF-PERIOD-FILE TO TRUE
004440         END-IF
004450     END-IF.
004460 1100-EXIT.
004470     EXIT.
004480
004490******************************************************************
004500***  2000-CHECK-ONE-PERIOD - COMPARE ONE POSTED PERIOD WITH THE  *
004510***  HISTORY MASTER. ON THE POSTING PASS A CHANGED PERIOD GETS   *
004520***  ITS CORRECTING LEGS; ON THE UPDATE PASS ITS CONTROL RECORD  *
004530***  IS BROUGHT UP TO THE CURRENT TOTALS. A PERIOD WITH AN       *
004540***  UNMAPPED CHANGED CODE IS SKIPPED ON BOTH PASSES.            *
004550******************************************************************
004560 2000-CHECK-ONE-PERIOD.
004570     IF WS-POSTING-PASS
004580         ADD 1 TO WS-PERIODS-CHECKED
004590     END-IF
004600     MOVE 0 TO WS-CMP-USED
004610     PERFORM 2100-LOAD-POSTED-SLOT THRU 2100-EXIT
004620         VARYING WS-GLP-SUB FROM 1 BY 1
004630         UNTIL WS-GLP-SUB > 6
004640     PERFORM 2200-TALLY-CURRENT-HISTORY THRU 2200-EXIT
004650
004660     MOVE 'N' TO WS-CHANGED-SW
004670     MOVE 0 TO WS-PERIOD-XREF-MISSING
004680     PERFORM 2400-COMPARE-ONE-CODE THRU 2400-EXIT
004690         VARYING WS-CMP-SUB FROM 1 BY 1
004700         UNTIL WS-CMP-SUB > WS-CMP-USED
004710     IF WS-CUR-RECS NOT = GLP-REC-COUNT
004720         SET WS-PERIOD-CHANGED TO TRUE
004730     END-IF
004740     IF NOT WS-PERIOD-CHANGED
004750         GO TO 2000-NEXT
004760     END-IF
004770     IF WS-PERIOD-XREF-MISSING > 0
004780         IF WS-POSTING-PASS
004790             ADD 1 TO WS-PERIODS-SKIPPED
004800         END-IF
004810         GO TO 2000-NEXT
004820     END-IF
004830
004840     IF WS-POSTING-PASS
004850         ADD 1 TO WS-PERIODS-ADJUSTED
004860         PERFORM 2500-POST-ONE-CODE THRU 2500-EXIT
004870             VARYING WS-CMP-SUB FROM 1 BY 1
004880             UNTIL WS-CMP-SUB > WS-CMP-USED
004890     ELSE
004900         PERFORM 2700-UPDATE-PERIOD THRU 2700-EXIT
004910     END-IF.
004920 2000-NEXT.
004930     PERFORM 1100-READ-PERIOD-FILE THRU 1100-EXIT.
004940 2000-EXIT.
004950     EXIT.
004960
004970******************************************************************
004980***  2100-LOAD-POSTED-SLOT - ONE CODE SLOT OF THE PERIOD RECORD  *
004990***  INTO THE COMPARISON TABLE (BLANK SLOTS ARE UNUSED)          *
005000******************************************************************
005010 2100-LOAD-POSTED-SLOT.
005020     IF GLP-CODE (WS-GLP-SUB) = SPACES
005030         GO TO 2100-EXIT
005040     END-IF
005050     ADD 1 TO WS-CMP-USED
005060     SET WS-CMP-IX TO WS-CMP-USED
005070     MOVE GLP-CODE (WS-GLP-SUB) TO WS-CMP-CODE (WS-CMP-IX)
005080     MOVE GLP-CODE-COUNT (WS-GLP-SUB)
005090         TO WS-CMP-POSTED-COUNT (WS-CMP-IX)
005100     MOVE GLP-CODE-TOTAL (WS-GLP-SUB)
005110         TO WS-CMP-POSTED-TOTAL (WS-CMP-IX)
005120     MOVE 0 TO WS-CMP-CUR-COUNT (WS-CMP-IX)
005130     MOVE 0 TO WS-CMP-CUR-TOTAL (WS-CMP-IX)
005140     MOVE 0 TO WS-CMP-DIFF (WS-CMP-IX).
005150 2100-EXIT.
005160     EXIT.
005170
005180******************************************************************
005190***  2200-TALLY-CURRENT-HISTORY - TOTAL THE PERIOD'S HISTORY     *
005200***  ROWS BY CODE AS THEY STAND TODAY. THE HISTORY KEY LEADS     *
005210***  WITH RUN DATE + CYCLE, SO THE PERIOD IS ONE KEY RANGE.      *
005220******************************************************************
005230 2200-TALLY-CURRENT-HISTORY.
005240     MOVE 0 TO WS-CUR-RECS
005250     MOVE 0 TO WS-CUR-RESULT-TOTAL
005260     MOVE 'N' TO WS-HST-EOF-SW
005270     MOVE GLP-RUN-DATE TO HST-RUN-DATE
005280     MOVE GLP-CYCLE-NO TO HST-CYCLE-NO
005290     MOVE 0 TO HST-TRANS-ID
005300     START HISTORY-FILE KEY IS >= HST-KEY
005310         INVALID KEY
005320             SET END-OF-PERIOD-HISTORY TO TRUE
005330     END-START
005340     IF NOT END-OF-PERIOD-HISTORY
005350         PERFORM 2210-READ-PERIOD-HISTORY THRU 2210-EXIT
005360     END-IF
005370     PERFORM 2300-TALLY-ONE-HISTORY-RECORD THRU 2300-EXIT
005380         UNTIL END-OF-PERIOD-HISTORY.
005390 2200-EXIT.
005400     EXIT.
005410
005420******************************************************************
005430***  2210-READ-PERIOD-HISTORY - READ THE NEXT HISTORY RECORD; A  *
005440***  RECORD OF ANOTHER RUN DATE OR CYCLE ENDS THE PERIOD         *
005450******************************************************************
005460 2210-READ-PERIOD-HISTORY.
005470     READ HISTORY-FILE NEXT RECORD
005480         AT END
005490             SET END-OF-PERIOD-HISTORY TO TRUE
005500     END-READ
005510     IF NOT END-OF-PERIOD-HISTORY
005520         IF HST-RUN-DATE NOT = GLP-RUN-DATE
005530                 OR HST-CYCLE-NO NOT = GLP-CYCLE-NO
005540             SET END-OF-PERIOD-HISTORY TO TRUE
005550         END-IF
005560     END-IF.
005570 2210-EXIT.
005580     EXIT.
005590
005600******************************************************************
005610***  2300-TALLY-ONE-HISTORY-RECORD - ADD ONE HISTORY RECORD TO   *
005620***  ITS CODE'S CURRENT COLUMN, OPENING A SLOT FOR A CODE THAT   *
005630***  WAS NOT IN THE PERIOD WHEN IT WAS POSTED                    *
005640******************************************************************
005650 2300-TALLY-ONE-HISTORY-RECORD.
005660     ADD 1 TO WS-CUR-RECS
005670     ADD HST-RESULT TO WS-CUR-RESULT-TOTAL
005680     MOVE 0 TO WS-CMP-SLOT
005690     PERFORM 2310-MATCH-ONE-CODE THRU 2310-EXIT
005700         VARYING WS-CMP-SUB FROM 1 BY 1
005710         UNTIL WS-CMP-SLOT > 0 OR WS-CMP-SUB > WS-CMP-USED
005720     IF WS-CMP-SLOT = 0
005730         IF WS-CMP-USED >= 10
005740             DISPLAY "ADDGLADJ ABEND - MORE THAN 10 DISTINCT "
005750                 "TRANS-CODES IN ONE PERIOD - MASTER IS CORRUPT"
005760             MOVE 8 TO RETURN-CODE
005770             STOP RUN
005780         END-IF
005790         ADD 1 TO WS-CMP-USED
005800         MOVE WS-CMP-USED TO WS-CMP-SLOT
005810         SET WS-CMP-IX TO WS-CMP-SLOT
005820         MOVE HST-TRANS-CODE TO WS-CMP-CODE (WS-CMP-IX)
005830         MOVE 0 TO WS-CMP-POSTED-COUNT (WS-CMP-IX)
005840         MOVE 0 TO WS-CMP-POSTED-TOTAL (WS-CMP-IX)
005850         MOVE 0 TO WS-CMP-CUR-COUNT (WS-CMP-IX)
005860         MOVE 0 TO WS-CMP-CUR-TOTAL (WS-CMP-IX)
005870         MOVE 0 TO WS-CMP-DIFF (WS-CMP-IX)
005880     END-IF
005890     SET WS-CMP-IX TO WS-CMP-SLOT
005900     ADD 1 TO WS-CMP-CUR-COUNT (WS-CMP-IX)
005910     ADD HST-RESULT TO WS-CMP-CUR-TOTAL (WS-CMP-IX)
005920     PERFORM 2210-READ-PERIOD-HISTORY THRU 2210-EXIT.
005930 2300-EXIT.
005940     EXIT.
005950
005960******************************************************************
005970***  2310-MATCH-ONE-CODE - COMPARE ONE COMPARISON TABLE SLOT     *
005980******************************************************************
005990 2310-MATCH-ONE-CODE.
006000     SET WS-CMP-IX TO WS-CMP-SUB
006010     IF WS-CMP-CODE (WS-CMP-IX) = HST-TRANS-CODE
006020         MOVE WS-CMP-SUB TO WS-CMP-SLOT
006030     END-IF.
006040 2310-EXIT.
006050     EXIT.
006060
006070******************************************************************
006080***  2400-COMPARE-ONE-CODE - THE DIFFERENCE FOR ONE CODE. A      *
006090***  CHANGED CODE MUST HAVE A CROSS-REFERENCE; ON THE POSTING    *
006100***  PASS EACH MISSING ONE IS LISTED.                            *
006110******************************************************************
006120 2400-COMPARE-ONE-CODE.
006130     SET WS-CMP-IX TO WS-CMP-SUB
006140     COMPUTE WS-CMP-DIFF (WS-CMP-IX) =
006150         WS-CMP-CUR-TOTAL (WS-CMP-IX)
006160         - WS-CMP-POSTED-TOTAL (WS-CMP-IX)
006170     IF WS-CMP-CUR-COUNT (WS-CMP-IX)
006180             NOT = WS-CMP-POSTED-COUNT (WS-CMP-IX)
006190         SET WS-PERIOD-CHANGED TO TRUE
006200     END-IF
006210     IF WS-CMP-DIFF (WS-CMP-IX) = 0
006220         GO TO 2400-EXIT
006230     END-IF
006240     SET WS-PERIOD-CHANGED TO TRUE
006250     MOVE WS-CMP-CODE (WS-CMP-IX) TO XRF-TRANS-CODE
006260     READ XREF-FILE
006270         INVALID KEY
006280             ADD 1 TO WS-PERIOD-XREF-MISSING
006290             IF WS-POSTING-PASS
006300                 MOVE WS-CMP-CODE (WS-CMP-IX) TO WS-RPT-ERR-CODE
006310                 MOVE GLP-RUN-DATE TO WS-RPT-ERR-DATE
006320                 MOVE GLP-CYCLE-NO TO WS-RPT-ERR-CYCLE
006330                 WRITE ADJUST-REPORT-LINE FROM WS-RPT-ERROR-LINE
006340             END-IF
006350     END-READ.
006360 2400-EXIT.
006370     EXIT.
006380
006390******************************************************************
006400***  2500-POST-ONE-CODE - THE CORRECTING DEBIT AND CREDIT LEGS   *
006410***  FOR ONE CHANGED CODE, DATED TO THE PERIOD THEY CORRECT      *
006420******************************************************************
006430 2500-POST-ONE-CODE.
006440     SET WS-CMP-IX TO WS-CMP-SUB
006450     IF WS-CMP-DIFF (WS-CMP-IX) = 0
006460         GO TO 2500-EXIT
006470     END-IF
006480     MOVE WS-CMP-CODE (WS-CMP-IX) TO XRF-TRANS-CODE
006490     READ XREF-FILE
006500         INVALID KEY
006510             DISPLAY "ADDGLADJ ABEND - XRFFILE READ FAILED FOR "
006520                 "CODE " XRF-TRANS-CODE ", STATUS = "
006530                 WS-XRF-FILE-STATUS
006540             MOVE 8 TO RETURN-CODE
006550             STOP RUN
006560     END-READ
006570     MOVE SPACES TO CPYJRN01-JOURNAL-RECORD
006580     MOVE WS-RUN-DATE TO JRN-POST-DATE
006590     MOVE XRF-DEBIT-ACCT TO JRN-ACCOUNT
006600     SET JRN-DEBIT-LEG TO TRUE
006610     MOVE WS-CMP-DIFF (WS-CMP-IX) TO JRN-AMOUNT
006620     MOVE WS-CMP-CODE (WS-CMP-IX) TO JRN-TRANS-CODE
006630     MOVE GLP-RUN-DATE TO JRN-SWEPT-FROM
006640     MOVE GLP-RUN-DATE TO JRN-SWEPT-TO
006650     WRITE CPYJRN01-JOURNAL-RECORD
006660     ADD 1 TO WS-JRN-LEGS-WRITTEN
006670     ADD WS-CMP-DIFF (WS-CMP-IX) TO WS-TOTAL-DEBITS
006680
006690     MOVE XRF-CREDIT-ACCT TO JRN-ACCOUNT
006700     SET JRN-CREDIT-LEG TO TRUE
006710     WRITE CPYJRN01-JOURNAL-RECORD
006720     ADD 1 TO WS-JRN-LEGS-WRITTEN
006730     ADD WS-CMP-DIFF (WS-CMP-IX) TO WS-TOTAL-CREDITS
006740     ADD WS-CMP-DIFF (WS-CMP-IX) TO WS-NET-DIFFERENCE
006750
006760     MOVE GLP-RUN-DATE TO WS-RPT-DTL-DATE
006770     MOVE GLP-CYCLE-NO TO WS-RPT-DTL-CYCLE
006780     MOVE WS-CMP-CODE (WS-CMP-IX) TO WS-RPT-DTL-CODE
006790     MOVE WS-CMP-POSTED-TOTAL (WS-CMP-IX) TO WS-RPT-DTL-POSTED
006800     MOVE WS-CMP-CUR-TOTAL (WS-CMP-IX) TO WS-RPT-DTL-CURRENT
006810     MOVE WS-CMP-DIFF (WS-CMP-IX) TO WS-RPT-DTL-DIFF
006820     WRITE ADJUST-REPORT-LINE FROM WS-RPT-DETAIL-LINE.
006830 2500-EXIT.
006840     EXIT.
006850
006860******************************************************************
006870***  2700-UPDATE-PERIOD - BRING THE PERIOD RECORD UP TO THE      *
006880***  CURRENT TOTALS. A CODE NO LONGER ON HISTORY DROPS OUT; A    *
006890***  PERIOD WHOSE ROWS ARE ALL GONE STAYS ON FILE AT ZERO SO IT  *
006900***  IS STILL KNOWN TO HAVE BEEN POSTED.                         *
006910******************************************************************
006920 2700-UPDATE-PERIOD.
006930     MOVE 0 TO WS-GLP-SUB
006940     PERFORM 2710-CLEAR-ONE-SLOT THRU 2710-EXIT
006950         VARYING WS-CMP-SUB FROM 1 BY 1
006960         UNTIL WS-CMP-SUB > 6
006970     PERFORM 2720-STORE-ONE-CODE THRU 2720-EXIT
006980         VARYING WS-CMP-SUB FROM 1 BY 1
006990         UNTIL WS-CMP-SUB > WS-CMP-USED
007000     MOVE WS-CUR-RECS TO GLP-REC-COUNT
007010     MOVE WS-CUR-RESULT-TOTAL TO GLP-RESULT-TOTAL
007020     MOVE WS-RUN-DATE TO GLP-LAST-POST-DATE
007030     SET GLP-ADJUSTED TO TRUE
007040     ADD 1 TO GLP-POST-COUNT
007050     REWRITE CPYGLP01-PERIOD-RECORD
007060         INVALID KEY
007070             DISPLAY "ADDGLADJ ABEND - GLPFILE REWRITE FAILED, "
007080                 "STATUS = " WS-GLP-FILE-STATUS
007090             MOVE 8 TO RETURN-CODE
007100             STOP RUN
007110     END-REWRITE
007120     ADD 1 TO WS-PERIODS-UPDATED.
007130 2700-EXIT.
007140     EXIT.
007150
007160******************************************************************
007170***  2710-CLEAR-ONE-SLOT - EMPTY ONE CODE SLOT OF THE RECORD     *
007180******************************************************************
007190 2710-CLEAR-ONE-SLOT.
007200     MOVE SPACES TO GLP-CODE (WS-CMP-SUB)
007210     MOVE 0 TO GLP-CODE-COUNT (WS-CMP-SUB)
007220     MOVE 0 TO GLP-CODE-TOTAL (WS-CMP-SUB).
007230 2710-EXIT.
007240     EXIT.
007250
007260******************************************************************
007270***  2720-STORE-ONE-CODE - ONE CODE STILL ON HISTORY INTO THE    *
007280***  NEXT FREE SLOT OF THE RECORD                                *
007290******************************************************************
007300 2720-STORE-ONE-CODE.
007310     SET WS-CMP-IX TO WS-CMP-SUB
007320     IF WS-CMP-CUR-COUNT (WS-CMP-IX) = 0
007330         GO TO 2720-EXIT
007340     END-IF
007350     IF WS-GLP-SUB >= 6
007360         DISPLAY "ADDGLADJ ABEND - MORE THAN 6 DISTINCT "
007370             "TRANS-CODES IN PERIOD " GLP-RUN-DATE
007380             " CYCLE " GLP-CYCLE-NO
007390         MOVE 8 TO RETURN-CODE
007400         STOP RUN
007410     END-IF
007420     ADD 1 TO WS-GLP-SUB
007430     MOVE WS-CMP-CODE (WS-CMP-IX) TO GLP-CODE (WS-GLP-SUB)
007440     MOVE WS-CMP-CUR-COUNT (WS-CMP-IX)
007450         TO GLP-CODE-COUNT (WS-GLP-SUB)
007460     MOVE WS-CMP-CUR-TOTAL (WS-CMP-IX)
007470         TO GLP-CODE-TOTAL (WS-GLP-SUB).
007480 2720-EXIT.
007490     EXIT.
007500
007510******************************************************************
007520***  7000-WRITE-CONTROL-TOTALS - THE BALANCING PROOF: DEBITS     *
007530***  EQUAL CREDITS AND BOTH TIE TO THE NET DIFFERENCE POSTED     *
007540******************************************************************
007550 7000-WRITE-CONTROL-TOTALS.
007560     MOVE "POSTED PERIODS CHECKED" TO WS-RPT-TOTAL-LABEL
007570     MOVE WS-PERIODS-CHECKED TO WS-RPT-TOTAL-VALUE
007580     WRITE ADJUST-REPORT-LINE FROM WS-RPT-TOTAL-LINE
007590     MOVE "PERIODS ADJUSTED" TO WS-RPT-TOTAL-LABEL
007600     MOVE WS-PERIODS-ADJUSTED TO WS-RPT-TOTAL-VALUE
007610     WRITE ADJUST-REPORT-LINE FROM WS-RPT-TOTAL-LINE
007620     MOVE "PERIODS SKIPPED - MISSING XREF" TO WS-RPT-TOTAL-LABEL
007630     MOVE WS-PERIODS-SKIPPED TO WS-RPT-TOTAL-VALUE
007640     WRITE ADJUST-REPORT-LINE FROM WS-RPT-TOTAL-LINE
007650     MOVE "JOURNAL LEGS WRITTEN" TO WS-RPT-TOTAL-LABEL
007660     MOVE WS-JRN-LEGS-WRITTEN TO WS-RPT-TOTAL-VALUE
007670     WRITE ADJUST-REPORT-LINE FROM WS-RPT-TOTAL-LINE
007680     MOVE "NET DIFFERENCE POSTED" TO WS-RPT-TOTAL-LABEL
007690     MOVE WS-NET-DIFFERENCE TO WS-RPT-AMOUNT-VALUE
007700     WRITE ADJUST-REPORT-LINE FROM WS-RPT-TOTAL-LINE
007710     MOVE "TOTAL DEBITS" TO WS-RPT-TOTAL-LABEL
007720     MOVE WS-TOTAL-DEBITS TO WS-RPT-AMOUNT-VALUE
007730     WRITE ADJUST-REPORT-LINE FROM WS-RPT-TOTAL-LINE
007740     MOVE "TOTAL CREDITS" TO WS-RPT-TOTAL-LABEL
007750     MOVE WS-TOTAL-CREDITS TO WS-RPT-AMOUNT-VALUE
007760     WRITE ADJUST-REPORT-LINE FROM WS-RPT-TOTAL-LINE
007770
007780     IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
007790         SET WS-OUT-OF-BALANCE TO TRUE
007800     END-IF
007810     IF WS-TOTAL-DEBITS NOT = WS-NET-DIFFERENCE
007820         SET WS-OUT-OF-BALANCE TO TRUE
007830     END-IF
007840
007850     EVALUATE TRUE
007860         WHEN WS-OUT-OF-BALANCE
007870             MOVE "*** NOT PROVEN - DO NOT TRANSMIT ***"
007880                 TO WS-RPT-VERDICT
007890         WHEN WS-PERIODS-ADJUSTED = 0
007900             MOVE "NO POSTED PERIOD HAS CHANGED - NOTHING TO POST"
007910                 TO WS-RPT-VERDICT
007920         WHEN OTHER
007930             MOVE "PROVEN - DEBITS = CREDITS = NET DIFFERENCE"
007940                 TO WS-RPT-VERDICT
007950     END-EVALUATE
007960     WRITE ADJUST-REPORT-LINE FROM WS-RPT-VERDICT-LINE.
007970 7000-EXIT.
007980     EXIT.
