000100******************************************************************
000110***                                                              **
000120***  PROGRAM    : ADDSTRM                                        **
000130***  AUTHOR     : J W MARTIN                                     **
000140***  INSTALLATN : DAYLIGHT FINANCIAL SERVICES - BATCH SYSTEMS    **
000150***  DATE-WRTN  : 2026-10-15                                     **
000160***                                                              **
000170***  ABSTRACT                                                    **
000180***    JOB-STREAM CONTROL FOR THE DAILY CHAIN. EVERY CHAIN JOB   **
000190***    (ADDNUMS, ADDBKOUT, ADDRECON, ADDHIST, ADDOUTL, ADDXMIT,  **
000200***    ADDGLPST, ADDEOD) RUNS THIS PROGRAM AS ITS FIRST STEP     **
000210***    AND AGAIN AS ITS LAST, AGAINST THE STREAM LEDGER          **
000220***    (STMFILE, CPYSTM01) KEYED BY PROCESSING DATE AND CYCLE.   **
000230***    THE EXEC PARM NAMES THE FUNCTION:                         **
000240***      BEGIN,JOBNAME,CC   - ON ENTRY. PROVES THE JOB'S         **
000250***                           PREREQUISITES COMPLETED (OR WERE   **
000260***                           WAIVED) FOR THE PROCESSING DATE    **
000270***                           AND CYCLE AND THAT THE JOB HAS NOT **
000280***                           ALREADY RUN, THEN LEDGERS IT       **
000290***                           STARTED. ANY FAILURE NAMES THE     **
000300***                           REASON ON SYSOUT AND ENDS RC=8 SO  **
000310***                           EVERY LATER STEP IS BYPASSED.      **
000320***      END,JOBNAME,CC,RC  - ON EXIT. LEDGERS THE JOB COMPLETED **
000330***                           WITH THE RETURN CODE GIVEN.        **
000340***      REPORT[,FROM[,TO]] - PRINTS WHERE EACH DATE AND CYCLE   **
000350***                           STANDS IN THE STREAM ON STMRPT.    **
000360***                           BLANK DATES ARE THE PROCESSING     **
000370***                           DATE ON CPYPDT01.                  **
000380***    THE STREAM, IN ORDER, AND WHAT EACH JOB WAITS FOR:        **
000390***      ADDNUMS   CYCLE 02 ON WAITS FOR THE CYCLE BEFORE IT     **
000400***      ADDBKOUT  WAITS FOR THE CYCLE'S ADDNUMS, AND IS REFUSED **
000410***                ONCE THE NEXT CYCLE'S ADDNUMS HAS STARTED -   **
000420***                THE BAD RUN'S AUDFILE IS NO LONGER CURRENT    **
000430***      ADDRECON  WAITS FOR ADDNUMS                             **
000440***      ADDHIST   WAITS FOR ADDRECON                            **
000450***      ADDOUTL   WAITS FOR ADDHIST                             **
000460***      ADDXMIT   WAITS FOR ADDRECON, ADDHIST AND ADDOUTL       **
000470***      ADDGLPST  WAITS FOR ADDRECON AND ADDHIST                **
000480***      ADDEOD    (CYCLE 00) WAITS FOR ADDRECON, ADDHIST,       **
000490***                ADDXMIT AND ADDGLPST OF EVERY CYCLE THAT RAN; **
000500***                ITS END IS LEDGERED AGAINST THE DAY IT        **
000510***                ROLLED FROM (PDT-ROLLED-FROM)                 **
000520***    A JOB ALREADY STARTED OR COMPLETED FOR THE DATE AND CYCLE **
000530***    IS REFUSED UNLESS AN OPERATOR HAS KEYED A RERUN           **
000540***    AUTHORIZATION THROUGH ADDJMNT; THE START CONSUMES IT.     **
000550***                                                              **
000560***  RETURN CODES                                                **
000570***    RC=0  BEGIN/END LEDGERED; REPORT - NOTHING HELD           **
000580***    RC=4  REPORT ONLY - A JOB STANDS STARTED BUT NOT COMPLETED**
000590***    RC=8  BEGIN REFUSED - THE JOB MUST NOT RUN - OR ABEND     **
000600***                                                              **
000610***  MOD HISTORY                                                 **
000620***  ----------------------------------------------------------  **
000630***  2026-10-15  JWM  ORIGINAL VERSION                           **
000640***                                                              **
000650******************************************************************
000660 IDENTIFICATION DIVISION.
000670 PROGRAM-ID.     ADDSTRM.
000680 AUTHOR.         J W MARTIN.
000690 INSTALLATION.   DAYLIGHT FINANCIAL SERVICES.
000700 DATE-WRITTEN.   2026-10-15.
000710 DATE-COMPILED.
000720
000730 ENVIRONMENT DIVISION.
000740 INPUT-OUTPUT SECTION.
000750 FILE-CONTROL.
000760     SELECT STREAM-FILE ASSIGN TO "STMFILE"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS STM-KEY
000800         FILE STATUS IS WS-STM-FILE-STATUS.
000810
000820     SELECT PROC-DATE-FILE ASSIGN TO "PDTFILE"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS RANDOM
000850         RECORD KEY IS PDT-KEY
000860         FILE STATUS IS WS-PDT-FILE-STATUS.
000870
000880     SELECT STREAM-REPORT ASSIGN TO "STMRPT"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-RPT-FILE-STATUS.
000910
000920 DATA DIVISION.
000930 FILE SECTION.
000940 FD  STREAM-FILE
000950     LABEL RECORDS ARE STANDARD.
000960 COPY CPYSTM01.
000970
000980 FD  PROC-DATE-FILE
000990     LABEL RECORDS ARE STANDARD.
001000 COPY CPYPDT01.
001010
001020 FD  STREAM-REPORT
001030     LABEL RECORDS ARE STANDARD.
001040 01  STREAM-REPORT-LINE      PIC X(80).
001050
001060 WORKING-STORAGE SECTION.
001070******************************************************************
001080***  SWITCHES                                                    *
001090******************************************************************
001100 77  WS-FUNCTION             PIC X(06)   VALUE SPACES.
001110     88  WS-FUNCTION-BEGIN               VALUE "BEGIN".
001120     88  WS-FUNCTION-END                 VALUE "END".
001130     88  WS-FUNCTION-REPORT              VALUE "REPORT".
001140 77  WS-STM-EOF-SW           PIC X(01)   VALUE 'N'.
001150     88  END-OF-STREAM-FILE              VALUE 'Y'.
001160 77  WS-CYCLES-DONE-SW       PIC X(01)   VALUE 'N'.
001170     88  WS-NO-MORE-CYCLES               VALUE 'Y'.
001180 77  WS-START-OK-SW          PIC X(01)   VALUE 'N'.
001190     88  WS-START-OK                     VALUE 'Y'.
001200 77  WS-PDT-SEEDED-SW        PIC X(01)   VALUE 'Y'.
001210     88  WS-PDT-NOT-SEEDED               VALUE 'N'.
001220
001230******************************************************************
001240***  FILE STATUS FIELDS                                          *
001250******************************************************************
001260 77  WS-STM-FILE-STATUS      PIC X(02)   VALUE "00".
001270 77  WS-PDT-FILE-STATUS      PIC X(02)   VALUE "00".
001280 77  WS-RPT-FILE-STATUS      PIC X(02)   VALUE "00".
001290
001300******************************************************************
001310***  EXEC PARM - FUNCTION,JOBNAME,CC[,RC] OR REPORT[,FROM[,TO]]  *
001320******************************************************************
001330 77  WS-PARM-CARD            PIC X(32)   VALUE SPACES.
001340 77  WS-PARM-LENGTH          PIC S9(04) COMP  VALUE 0.
001350 77  WS-PARM-FIELD-A         PIC X(08)   VALUE SPACES.
001360 77  WS-PARM-FIELD-A-N REDEFINES WS-PARM-FIELD-A
001370                             PIC 9(08).
001380 77  WS-PARM-FIELD-B         PIC X(08)   VALUE SPACES.
001390 77  WS-PARM-FIELD-B-N REDEFINES WS-PARM-FIELD-B
001400                             PIC 9(08).
001410 77  WS-PARM-FIELD-C         PIC X(08)   VALUE SPACES.
001420
001430******************************************************************
001440***  THE JOB, DATE AND CYCLE BEING LEDGERED, AND THE CLOCK       *
001450***  STAMPED ON ITS START AND END                                *
001460******************************************************************
001470 77  WS-RUN-DATE             PIC 9(08)   VALUE 0.
001480 77  WS-JOB-NAME             PIC X(08)   VALUE SPACES.
001490 77  WS-JOB-CYCLE            PIC 9(02)   VALUE 0.
001500 77  WS-JOB-RC               PIC 9(02)   VALUE 0.
001510 77  WS-NEXT-CYCLE           PIC 9(02)   VALUE 0.
001520 77  WS-CLOCK-DATE           PIC 9(08)   VALUE 0.
001530 01  WS-CLOCK-TIME.
001540     05  WS-CLOCK-HHMMSS     PIC 9(06).
001550     05  FILLER              PIC 9(02).
001560 01  WS-NOW-TIMESTAMP.
001570     05  WS-NOW-DATE         PIC 9(08).
001580     05  WS-NOW-HHMMSS       PIC 9(06).
001590
001600******************************************************************
001610***  PREREQUISITE CHECK CONTROLS                                 *
001620******************************************************************
001630 77  WS-REQ-JOB              PIC X(08)   VALUE SPACES.
001640 77  WS-REQ-CYCLE            PIC 9(02)   VALUE 0.
001650 77  WS-CYCLE-SUB            PIC 9(3)  COMP  VALUE 0.
001660 77  WS-CYCLES-RUN           PIC 9(3)  COMP  VALUE 0.
001670 77  WS-BLOCK-COUNT          PIC 9(7)  COMP  VALUE 0.
001680
001690******************************************************************
001700***  THE CHAIN, IN STREAM ORDER. ADDEOD IS THE LAST SLOT AND IS  *
001710***  LEDGERED UNDER CYCLE 00; THE OTHERS UNDER THEIR CYCLE.      *
001720******************************************************************
001730 01  WS-CHAIN-VALUES.
001740     05  FILLER              PIC X(08)   VALUE "ADDNUMS".
001750     05  FILLER              PIC X(08)   VALUE "ADDBKOUT".
001760     05  FILLER              PIC X(08)   VALUE "ADDRECON".
001770     05  FILLER              PIC X(08)   VALUE "ADDHIST".
001780     05  FILLER              PIC X(08)   VALUE "ADDOUTL".
001790     05  FILLER              PIC X(08)   VALUE "ADDXMIT".
001800     05  FILLER              PIC X(08)   VALUE "ADDGLPST".
001810     05  FILLER              PIC X(08)   VALUE "ADDEOD".
001820 01  WS-CHAIN-TABLE REDEFINES WS-CHAIN-VALUES.
001830     05  WS-CHAIN-JOB        PIC X(08)   OCCURS 8 TIMES.
001840 77  WS-CHAIN-SIZE           PIC 9(3)  COMP  VALUE 8.
001850 77  WS-EOD-SLOT             PIC 9(3)  COMP  VALUE 8.
001860 77  WS-BKOUT-SLOT           PIC 9(3)  COMP  VALUE 2.
001870
001880******************************************************************
001890***  REPORT CONTROLS - ONE SLOT PER CHAIN JOB FOR THE DATE AND   *
001900***  CYCLE IN HAND, FILLED AS ITS LEDGER RECORDS ARE READ AND    *
001910***  PRINTED AT THE CONTROL BREAK. A JOB WITH NO RECORD PRINTS   *
001920***  AS NOT RUN. THE DAY'S ADDEOD SLOT IS HELD TO THE DATE       *
001930***  BREAK, SINCE CYCLE 00 READS FIRST.                          *
001940******************************************************************
001950 77  WS-FROM-DATE            PIC 9(08)   VALUE 0.
001960 77  WS-TO-DATE              PIC 9(08)   VALUE 0.
001970 77  WS-GROUP-DATE           PIC 9(08)   VALUE 0.
001980 77  WS-GROUP-CYCLE          PIC 9(02)   VALUE 0.
001990 77  WS-SLOT-SUB             PIC 9(3)  COMP  VALUE 0.
002000 77  WS-SLOT-FOUND           PIC 9(3)  COMP  VALUE 0.
002010 77  WS-STANDS-SLOT          PIC 9(3)  COMP  VALUE 0.
002020 77  WS-HELD-SLOT            PIC 9(3)  COMP  VALUE 0.
002030 01  WS-SLOT-TABLE.
002040     05  WS-SLOT-ENTRY OCCURS 8 TIMES.
002050         10  WS-SLOT-STATUS  PIC X(01).
002060             88  WS-SLOT-NOT-RUN         VALUE SPACE.
002070             88  WS-SLOT-STARTED         VALUE "S".
002080             88  WS-SLOT-SATISFIED       VALUES "C" "W".
002090             88  WS-SLOT-WAIVED          VALUE "W".
002100         10  WS-SLOT-RC      PIC 9(02).
002110         10  WS-SLOT-RUNS    PIC 9(02).
002120         10  WS-SLOT-START   PIC X(14).
002130         10  WS-SLOT-END     PIC X(14).
002140         10  WS-SLOT-RERUN-SW
002150                             PIC X(01).
002160         10  WS-SLOT-OPERATOR
002170                             PIC X(08).
002180 77  WS-ENTRIES-READ         PIC 9(7)  COMP  VALUE 0.
002190 77  WS-GROUPS-LISTED        PIC 9(7)  COMP  VALUE 0.
002200 77  WS-HELD-COUNT           PIC 9(7)  COMP  VALUE 0.
002210 77  WS-DAYS-OPEN            PIC 9(7)  COMP  VALUE 0.
002220
002230******************************************************************
002240***  REPORT LINE LAYOUTS                                         *
002250******************************************************************
002260 01  WS-RPT-HEADING-LINE.
002270     05  FILLER              PIC X(37)   VALUE
002280         "ADDSTRM JOB-STREAM STATUS - DATES ".
002290     05  WS-RPT-HDG-FROM     PIC 9(08).
002300     05  FILLER              PIC X(04)   VALUE " TO ".
002310     05  WS-RPT-HDG-TO       PIC 9(08).
002320     05  FILLER              PIC X(23)   VALUE SPACES.
002330 01  WS-RPT-GROUP-LINE.
002340     05  FILLER              PIC X(16)   VALUE "PROCESSING DATE ".
002350     05  WS-RPT-GRP-DATE     PIC 9(08).
002360     05  FILLER              PIC X(08)   VALUE "  CYCLE ".
002370     05  WS-RPT-GRP-CYCLE    PIC 9(02).
002380     05  FILLER              PIC X(46)   VALUE SPACES.
002390 01  WS-RPT-JOB-LINE.
002400     05  FILLER              PIC X(04)   VALUE SPACES.
002410     05  WS-RPT-JOB-NAME     PIC X(08).
002420     05  FILLER              PIC X(02)   VALUE SPACES.
002430     05  WS-RPT-JOB-STATUS   PIC X(12).
002440     05  FILLER              PIC X(04)   VALUE " RC ".
002450     05  WS-RPT-JOB-RC       PIC X(02).
002460     05  FILLER              PIC X(06)   VALUE " RUNS ".
002470     05  WS-RPT-JOB-RUNS     PIC X(02).
002480     05  FILLER              PIC X(02)   VALUE SPACES.
002490     05  WS-RPT-JOB-NOTE-LABEL
002500                             PIC X(20).
002510     05  WS-RPT-JOB-NOTE-VALUE
002520                             PIC X(14).
002530     05  FILLER              PIC X(04)   VALUE SPACES.
002540 01  WS-RPT-STANDS-LINE.
002550     05  FILLER              PIC X(04)   VALUE SPACES.
002560     05  FILLER              PIC X(11)   VALUE "STANDS AT: ".
002570     05  WS-RPT-STANDS-TEXT  PIC X(30).
002580     05  WS-RPT-STANDS-JOB   PIC X(08).
002590     05  FILLER              PIC X(27)   VALUE SPACES.
002600 01  WS-RPT-DAY-LINE.
002610     05  FILLER              PIC X(02)   VALUE SPACES.
002620     05  WS-RPT-DAY-TEXT     PIC X(40).
002630     05  WS-RPT-DAY-DATE     PIC 9(08).
002640     05  FILLER              PIC X(02)   VALUE SPACES.
002650     05  WS-RPT-DAY-STAMP    PIC X(14).
002660     05  FILLER              PIC X(14)   VALUE SPACES.
002670 01  WS-RPT-TOTAL-LINE.
002680     05  WS-RPT-TOTAL-LABEL  PIC X(34).
002690     05  WS-RPT-TOTAL-VALUE  PIC Z(14)9.
002700     05  FILLER              PIC X(31)   VALUE SPACES.
002710 01  WS-RPT-VERDICT-LINE.
002720     05  WS-RPT-VERDICT      PIC X(80)   VALUE SPACES.
002730
002740 LINKAGE SECTION.
002750******************************************************************
002760***  LK-PARM-AREA - THE EXEC PARM, PASSED BY THE SYSTEM LOADER   *
002770***  AS A HALFWORD LENGTH FOLLOWED BY THE PARM TEXT.             *
002780******************************************************************
002790 01  LK-PARM-AREA.
002800     05  LK-PARM-LENGTH      PIC S9(04) COMP.
002810     05  LK-PARM-TEXT        PIC X(32).
002820
002830 PROCEDURE DIVISION USING LK-PARM-AREA.
002840******************************************************************
002850***  BEGIN - PROGRAM MAINLINE                                    *
002860******************************************************************
002870 BEGIN.
002880     PERFORM 0300-READ-PROCESSING-DATE THRU 0300-EXIT
002890     PERFORM 0400-ESTABLISH-FUNCTION THRU 0400-EXIT
002900     PERFORM 0450-SETTLE-RUN-DATE THRU 0450-EXIT
002910     ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD
002920     ACCEPT WS-CLOCK-TIME FROM TIME
002930     MOVE WS-CLOCK-DATE TO WS-NOW-DATE
002940     MOVE WS-CLOCK-HHMMSS TO WS-NOW-HHMMSS
002950     PERFORM 0500-OPEN-FILES THRU 0500-EXIT
002960
002970     EVALUATE TRUE
002980         WHEN WS-FUNCTION-BEGIN
002990             PERFORM 2000-BEGIN-JOB THRU 2000-EXIT
003000         WHEN WS-FUNCTION-END
003010             PERFORM 4000-END-JOB THRU 4000-EXIT
003020         WHEN OTHER
003030             PERFORM 6000-REPORT-STREAM THRU 6000-EXIT
003040     END-EVALUATE
003050
003060     CLOSE STREAM-FILE
003070     STOP RUN.
003080
003090******************************************************************
003100***  0300-READ-PROCESSING-DATE - FETCH THE PROCESSING DATE       *
003110***  FROM THE CPYPDT01 CONTROL RECORD ROLLED BY ADDEOD. EVERY    *
003120***  JOB IS LEDGERED AGAINST IT. NO RECORD MEANS THE SUITE HAS   *
003130***  NOT BEEN SEEDED - 0450 DECIDES WHAT THAT MEANS FOR THE RUN. *
003140******************************************************************
003150 0300-READ-PROCESSING-DATE.
003160     OPEN INPUT PROC-DATE-FILE
003170     IF WS-PDT-FILE-STATUS NOT = "00"
003180         DISPLAY "ADDSTRM ABEND - PDTFILE OPEN FAILED, STATUS = "
003190             WS-PDT-FILE-STATUS
003200         MOVE 8 TO RETURN-CODE
003210         STOP RUN
003220     END-IF
003230     MOVE "PROCDATE" TO PDT-KEY
003240     READ PROC-DATE-FILE
003250         INVALID KEY
003260             SET WS-PDT-NOT-SEEDED TO TRUE
003270             MOVE SPACES TO CPYPDT01-PROC-DATE-RECORD
003280             MOVE 0 TO PDT-RUN-DATE PDT-ROLLED-FROM
003290     END-READ
003300     MOVE PDT-RUN-DATE TO WS-RUN-DATE
003310     CLOSE PROC-DATE-FILE.
003320 0300-EXIT.
003330     EXIT.
003340
003350******************************************************************
003360***  0400-ESTABLISH-FUNCTION - SPLIT THE EXEC PARM. BEGIN AND    *
003370***  END NEED A JOB NAME AND A CYCLE (00 FOR ADDEOD, 01-99 FOR   *
003380***  THE REST); END ALSO NEEDS THE RETURN CODE TO LEDGER.        *
003390***  REPORT TAKES AN OPTIONAL DATE RANGE. ANYTHING ELSE IS A     *
003400***  JCL ERROR AND STOPS THE JOB HERE.                           *
003410******************************************************************
003420 0400-ESTABLISH-FUNCTION.
003430     MOVE SPACES TO WS-PARM-CARD
003440     MOVE LK-PARM-LENGTH TO WS-PARM-LENGTH
003450     IF WS-PARM-LENGTH > 32
003460         MOVE 32 TO WS-PARM-LENGTH
003470     END-IF
003480     IF WS-PARM-LENGTH > 0
003490         MOVE LK-PARM-TEXT(1:WS-PARM-LENGTH) TO WS-PARM-CARD
003500     END-IF
003510     UNSTRING WS-PARM-CARD DELIMITED BY ","
003520         INTO WS-FUNCTION WS-PARM-FIELD-A WS-PARM-FIELD-B
003530             WS-PARM-FIELD-C
003540     END-UNSTRING
003550
003560     IF WS-FUNCTION-REPORT
003570         MOVE WS-RUN-DATE TO WS-FROM-DATE
003580         IF WS-PARM-FIELD-A IS NUMERIC
003590             MOVE WS-PARM-FIELD-A-N TO WS-FROM-DATE
003600         END-IF
003610         MOVE WS-FROM-DATE TO WS-TO-DATE
003620         IF WS-PARM-FIELD-B IS NUMERIC
003630             MOVE WS-PARM-FIELD-B-N TO WS-TO-DATE
003640         END-IF
003650         IF WS-TO-DATE < WS-FROM-DATE
003660             DISPLAY "ADDSTRM ABEND - REPORT TO-DATE IS BEFORE "
003670                 "ITS FROM-DATE"
003680             MOVE 8 TO RETURN-CODE
003690             STOP RUN
003700         END-IF
003710         GO TO 0400-EXIT
003720     END-IF
003730
003740     IF NOT WS-FUNCTION-BEGIN AND NOT WS-FUNCTION-END
003750         GO TO 0400-BAD-PARM
003760     END-IF
003770     MOVE WS-PARM-FIELD-A TO WS-JOB-NAME
003780     IF WS-PARM-FIELD-B(1:2) IS NOT NUMERIC
003790         OR WS-PARM-FIELD-B(3:6) NOT = SPACES
003800         GO TO 0400-BAD-PARM
003810     END-IF
003820     MOVE WS-PARM-FIELD-B(1:2) TO WS-JOB-CYCLE
003830     IF WS-JOB-NAME = "ADDEOD"
003840         IF WS-JOB-CYCLE NOT = 0
003850             DISPLAY "ADDSTRM ABEND - ADDEOD CLOSES THE WHOLE "
003860                 "DAY AND IS LEDGERED UNDER CYCLE 00"
003870             MOVE 8 TO RETURN-CODE
003880             STOP RUN
003890         END-IF
003900     ELSE
003910         IF WS-JOB-CYCLE = 0
003920             DISPLAY "ADDSTRM ABEND - CYCLE 00 IS ADDEOD'S "
003930                 "ALONE - " WS-JOB-NAME
003940                 " RUNS IN CYCLE 01 OR LATER"
003950             MOVE 8 TO RETURN-CODE
003960             STOP RUN
003970         END-IF
003980     END-IF
003990     IF WS-FUNCTION-END
004000         IF WS-PARM-FIELD-C(1:2) IS NOT NUMERIC
004010             OR WS-PARM-FIELD-C(3:6) NOT = SPACES
004020             GO TO 0400-BAD-PARM
004030         END-IF
004040         MOVE WS-PARM-FIELD-C(1:2) TO WS-JOB-RC
004050     END-IF
004060     GO TO 0400-EXIT.
004070 0400-BAD-PARM.
004080     DISPLAY "ADDSTRM ABEND - PARM MUST BE BEGIN,JOBNAME,CC OR "
004090         "END,JOBNAME,CC,RC OR REPORT[,YYYYMMDD[,YYYYMMDD]]"
004100     MOVE 8 TO RETURN-CODE
004110     STOP RUN.
004120 0400-EXIT.
004130     EXIT.
004140
004150******************************************************************
004160***  0450-SETTLE-RUN-DATE - ADDEOD IS THE ONE JOB THAT MOVES THE *
004170***  PROCESSING DATE. BY THE TIME ITS END STEP RUNS THE RECORD   *
004180***  ALREADY CARRIES THE NEXT BUSINESS DAY, SO THE DAY IT CLOSED *
004190***  IS TAKEN FROM PDT-ROLLED-FROM. THE ADDEOD RUN THAT SEEDS THE*
004200***  RECORD THE FIRST TIME HAS NO DAY TO CLOSE AND IS LET THROUGH*
004210***  UNLEDGERED; ANY OTHER JOB WITH NO RECORD STOPS HERE.        *
004220******************************************************************
004230 0450-SETTLE-RUN-DATE.
004240     IF WS-FUNCTION-REPORT
004250         IF WS-PDT-NOT-SEEDED
004260             GO TO 0450-NOT-SEEDED
004270         END-IF
004280         GO TO 0450-EXIT
004290     END-IF
004300     IF WS-JOB-NAME NOT = "ADDEOD"
004310         IF WS-PDT-NOT-SEEDED
004320             GO TO 0450-NOT-SEEDED
004330         END-IF
004340         GO TO 0450-EXIT
004350     END-IF
004360     IF WS-FUNCTION-END
004370         MOVE PDT-ROLLED-FROM TO WS-RUN-DATE
004380     END-IF
004390     IF WS-RUN-DATE = 0
004400         DISPLAY "ADDSTRM - ADDEOD IS SEEDING THE PROCESSING "
004410             "DATE - THERE IS NO DAY TO CLOSE, NOTHING LEDGERED"
004420         MOVE 0 TO RETURN-CODE
004430         STOP RUN
004440     END-IF
004450     GO TO 0450-EXIT.
004460 0450-NOT-SEEDED.
004470     DISPLAY "ADDSTRM ABEND - NO PROCESSING-DATE RECORD "
004480         "ON PDTFILE - SEED IT WITH ADDEOD"
004490     MOVE 8 TO RETURN-CODE
004500     STOP RUN.
004510 0450-EXIT.
004520     EXIT.
004530
004540******************************************************************
004550***  0500-OPEN-FILES - THE LEDGER IS OPENED I-O FOR BEGIN AND    *
004560***  END AND INPUT FOR THE REPORT, WHICH ALSO OPENS STMRPT       *
004570******************************************************************
004580 0500-OPEN-FILES.
004590     IF WS-FUNCTION-REPORT
004600         OPEN INPUT STREAM-FILE
004610     ELSE
004620         OPEN I-O STREAM-FILE
004630     END-IF
004640     IF WS-STM-FILE-STATUS NOT = "00"
004650         DISPLAY "ADDSTRM ABEND - STMFILE OPEN FAILED, STATUS = "
004660             WS-STM-FILE-STATUS
004670         MOVE 8 TO RETURN-CODE
004680         STOP RUN
004690     END-IF
004700     IF NOT WS-FUNCTION-REPORT
004710         GO TO 0500-EXIT
004720     END-IF
004730     OPEN OUTPUT STREAM-REPORT
004740     IF WS-RPT-FILE-STATUS NOT = "00"
004750         DISPLAY "ADDSTRM ABEND - STMRPT OPEN FAILED, STATUS = "
004760             WS-RPT-FILE-STATUS
004770         MOVE 8 TO RETURN-CODE
004780         STOP RUN
004790     END-IF.
004800 0500-EXIT.
004810     EXIT.
004820
004830******************************************************************
004840***  0600-VALIDATE-JOB - THE JOB NAME ON THE PARM MUST BE ONE    *
004850***  OF THE CHAIN'S JOBS (STM-CHAIN-JOB ON CPYSTM01)             *
004860******************************************************************
004870 0600-VALIDATE-JOB.
004880     MOVE WS-JOB-NAME TO STM-JOB-NAME
004890     IF NOT STM-CHAIN-JOB
004900         DISPLAY "ADDSTRM ABEND - " WS-JOB-NAME
004910             " IS NOT A JOB OF THE DAILY CHAIN"
004920         CLOSE STREAM-FILE
004930         MOVE 8 TO RETURN-CODE
004940         STOP RUN
004950     END-IF.
004960 0600-EXIT.
004970     EXIT.
004980
004990******************************************************************
005000***  2000-BEGIN-JOB - THE JOB'S ENTRY STEP. EVERY PREREQUISITE   *
005010***  IS CHECKED, SO THE OPERATOR SEES EVERY REASON AT ONCE;      *
005020***  THE JOB'S OWN RECORD IS ONLY TOUCHED WHEN NONE BLOCKS IT.   *
005030******************************************************************
005040 2000-BEGIN-JOB.
005050     PERFORM 0600-VALIDATE-JOB THRU 0600-EXIT
005060     MOVE 0 TO WS-BLOCK-COUNT
005070     MOVE WS-JOB-CYCLE TO WS-REQ-CYCLE
005080     EVALUATE WS-JOB-NAME
005090         WHEN "ADDNUMS"
005100             IF WS-JOB-CYCLE > 1
005110                 SUBTRACT 1 FROM WS-REQ-CYCLE
005120                 MOVE "ADDNUMS" TO WS-REQ-JOB
005130                 PERFORM 3000-REQUIRE-STEP THRU 3000-EXIT
005140             END-IF
005150         WHEN "ADDBKOUT"
005160             PERFORM 3200-CHECK-BACKOUT-WINDOW THRU 3200-EXIT
005170         WHEN "ADDRECON"
005180             MOVE "ADDNUMS" TO WS-REQ-JOB
005190             PERFORM 3000-REQUIRE-STEP THRU 3000-EXIT
005200         WHEN "ADDHIST"
005210             MOVE "ADDRECON" TO WS-REQ-JOB
005220             PERFORM 3000-REQUIRE-STEP THRU 3000-EXIT
005230         WHEN "ADDOUTL"
005240             MOVE "ADDHIST" TO WS-REQ-JOB
005250             PERFORM 3000-REQUIRE-STEP THRU 3000-EXIT
005260         WHEN "ADDXMIT"
005270             MOVE "ADDRECON" TO WS-REQ-JOB
005280             PERFORM 3000-REQUIRE-STEP THRU 3000-EXIT
005290             MOVE "ADDHIST" TO WS-REQ-JOB
005300             PERFORM 3000-REQUIRE-STEP THRU 3000-EXIT
005310             MOVE "ADDOUTL" TO WS-REQ-JOB
005320             PERFORM 3000-REQUIRE-STEP THRU 3000-EXIT
005330         WHEN "ADDGLPST"
005340             MOVE "ADDRECON" TO WS-REQ-JOB
005350             PERFORM 3000-REQUIRE-STEP THRU 3000-EXIT
005360             MOVE "ADDHIST" TO WS-REQ-JOB
005370             PERFORM 3000-REQUIRE-STEP THRU 3000-EXIT
005380         WHEN "ADDEOD"
005390             PERFORM 3400-CHECK-DAY-COMPLETE THRU 3400-EXIT
005400     END-EVALUATE
005410
005420     IF WS-BLOCK-COUNT = 0
005430         PERFORM 2500-START-OWN-RECORD THRU 2500-EXIT
005440     END-IF
005450
005460     IF WS-BLOCK-COUNT > 0
005470         DISPLAY "ADDSTRM - " WS-JOB-NAME " CYCLE " WS-JOB-CYCLE
005480             " FOR " WS-RUN-DATE " REFUSED - " WS-BLOCK-COUNT
005490             " REASON(S) ABOVE"
005500         DISPLAY "ADDSTRM - NO FURTHER STEP OF " WS-JOB-NAME
005510             " WILL RUN"
005520         MOVE 8 TO RETURN-CODE
005530     ELSE
005540         DISPLAY "ADDSTRM - " WS-JOB-NAME " CYCLE " WS-JOB-CYCLE
005550             " FOR " WS-RUN-DATE " STARTED ON THE STREAM LEDGER"
005560             " (RUN " STM-RUN-COUNT ")"
005570         MOVE 0 TO RETURN-CODE
005580     END-IF.
005590 2000-EXIT.
005600     EXIT.
005610
005620******************************************************************
005630***  2500-START-OWN-RECORD - LEDGER THE JOB STARTED. A FIRST     *
005640***  RUN WRITES THE RECORD. A JOB ALREADY ON THE LEDGER FOR      *
005650***  THE DATE AND CYCLE STARTS AGAIN ONLY ON A RERUN             *
005660***  AUTHORIZATION, WHICH THE START CONSUMES, OR WHEN THE STEP   *
005670***  WAS WAIVED AND IS NOW BEING RUN AFTER ALL.                  *
005680******************************************************************
005690 2500-START-OWN-RECORD.
005700     MOVE WS-RUN-DATE TO STM-RUN-DATE
005710     MOVE WS-JOB-CYCLE TO STM-CYCLE-NO
005720     MOVE WS-JOB-NAME TO STM-JOB-NAME
005730     READ STREAM-FILE
005740         INVALID KEY
005750             PERFORM 2600-WRITE-FIRST-START THRU 2600-EXIT
005760             GO TO 2500-EXIT
005770     END-READ
005780     MOVE 'N' TO WS-START-OK-SW
005790     EVALUATE TRUE
005800         WHEN STM-WAIVED
005810             DISPLAY "ADDSTRM - " WS-JOB-NAME " WAS WAIVED BY "
005820                 STM-AUTH-OPERATOR " - RUNNING IT WITHDRAWS "
005830                 "THE WAIVER"
005840             SET WS-START-OK TO TRUE
005850         WHEN STM-RERUN-AUTHORIZED
005860             DISPLAY "ADDSTRM - RERUN OF " WS-JOB-NAME
005870                 " AUTHORIZED BY " STM-AUTH-OPERATOR " - "
005880                 STM-AUTH-REASON
005890             SET WS-START-OK TO TRUE
005900         WHEN STM-STARTED
005910             DISPLAY "ADDSTRM - " WS-JOB-NAME " ALREADY STARTED "
005920                 STM-START-TIMESTAMP " AND NEVER COMPLETED -"
005930                 " FAILED OR STILL RUNNING"
005940             DISPLAY "ADDSTRM - CLEAN UP THE FAILED RUN, THEN "
005950                 "KEY A RERUN AUTHORIZATION THROUGH ADDJMNT"
005960             ADD 1 TO WS-BLOCK-COUNT
005970         WHEN OTHER
005980             DISPLAY "ADDSTRM - " WS-JOB-NAME
005990                 " ALREADY COMPLETED " STM-END-TIMESTAMP
006000                 " RC " STM-RETURN-CODE
006010                 " - A SECOND RUN IS REFUSED"
006020             DISPLAY "ADDSTRM - A DELIBERATE RERUN NEEDS A RERUN "
006030                 "AUTHORIZATION KEYED THROUGH ADDJMNT"
006040             ADD 1 TO WS-BLOCK-COUNT
006050     END-EVALUATE
006060     IF NOT WS-START-OK
006070         GO TO 2500-EXIT
006080     END-IF
006090     SET STM-STARTED TO TRUE
006100     MOVE 0 TO STM-RETURN-CODE
006110     ADD 1 TO STM-RUN-COUNT
006120     MOVE WS-NOW-TIMESTAMP TO STM-START-TIMESTAMP
006130     MOVE SPACES TO STM-END-TIMESTAMP
006140     MOVE 'N' TO STM-RERUN-SW
006150     REWRITE CPYSTM01-STREAM-RECORD
006160     IF WS-STM-FILE-STATUS NOT = "00"
006170         DISPLAY "ADDSTRM ABEND - STMFILE REWRITE FAILED, "
006180             "STATUS = " WS-STM-FILE-STATUS
006190         CLOSE STREAM-FILE
006200         MOVE 8 TO RETURN-CODE
006210         STOP RUN
006220     END-IF.
006230 2500-EXIT.
006240     EXIT.
006250
006260******************************************************************
006270***  2600-WRITE-FIRST-START - THE JOB'S FIRST START FOR THE      *
006280***  DATE AND CYCLE                                              *
006290******************************************************************
006300 2600-WRITE-FIRST-START.
006310     MOVE SPACES TO CPYSTM01-STREAM-RECORD
006320     MOVE WS-RUN-DATE TO STM-RUN-DATE
006330     MOVE WS-JOB-CYCLE TO STM-CYCLE-NO
006340     MOVE WS-JOB-NAME TO STM-JOB-NAME
006350     SET STM-STARTED TO TRUE
006360     MOVE 0 TO STM-RETURN-CODE
006370     MOVE 1 TO STM-RUN-COUNT
006380     MOVE WS-NOW-TIMESTAMP TO STM-START-TIMESTAMP
006390     MOVE 'N' TO STM-RERUN-SW
006400     WRITE CPYSTM01-STREAM-RECORD
006410     IF WS-STM-FILE-STATUS NOT = "00"
006420         DISPLAY "ADDSTRM ABEND - STMFILE WRITE FAILED, "
006430             "STATUS = " WS-STM-FILE-STATUS
006440         CLOSE STREAM-FILE
006450         MOVE 8 TO RETURN-CODE
006460         STOP RUN
006470     END-IF.
006480 2600-EXIT.
006490     EXIT.
006500
006510******************************************************************
006520***  3000-REQUIRE-STEP - ONE PREREQUISITE (WS-REQ-JOB IN CYCLE   *
006530***  WS-REQ-CYCLE) MUST BE COMPLETED OR WAIVED. NO RECORD IS     *
006540***  AN OUT-OF-SEQUENCE START; A RECORD LEFT STARTED IS A        *
006550***  PREREQUISITE THAT FAILED OR IS STILL RUNNING.               *
006560******************************************************************
006570 3000-REQUIRE-STEP.
006580     MOVE WS-RUN-DATE TO STM-RUN-DATE
006590     MOVE WS-REQ-CYCLE TO STM-CYCLE-NO
006600     MOVE WS-REQ-JOB TO STM-JOB-NAME
006610     READ STREAM-FILE
006620         INVALID KEY
006630             DISPLAY "ADDSTRM - OUT OF SEQUENCE - " WS-REQ-JOB
006640                 " HAS NOT RUN FOR " WS-RUN-DATE " CYCLE "
006650                 WS-REQ-CYCLE
006660             ADD 1 TO WS-BLOCK-COUNT
006670             GO TO 3000-EXIT
006680     END-READ
006690     IF STM-STARTED
006700         DISPLAY "ADDSTRM - PREREQUISITE " WS-REQ-JOB " CYCLE "
006710             WS-REQ-CYCLE " STARTED " STM-START-TIMESTAMP
006720             " BUT NEVER COMPLETED"
006730         DISPLAY "ADDSTRM - IT FAILED OR IS STILL RUNNING - "
006740             "RESOLVE IT BEFORE " WS-JOB-NAME " RUNS"
006750         ADD 1 TO WS-BLOCK-COUNT
006760     END-IF.
006770 3000-EXIT.
006780     EXIT.
006790
006800******************************************************************
006810***  3200-CHECK-BACKOUT-WINDOW - ADDBKOUT REVERSES A RUN FROM    *
006820***  THE RUN'S OWN AUDFILE, SO THE CYCLE'S ADDNUMS MUST BE ON    *
006830***  THE LEDGER (COMPLETED OR NOT - A FAILED RUN MAY BE BACKED   *
006840***  OUT) AND THE NEXT CYCLE'S ADDNUMS MUST NOT HAVE STARTED,    *
006850***  SINCE IT REBUILDS AUDFILE. A LATER DATE NEVER QUALIFIES -   *
006860***  ADDNUMS HAS NOT RUN ON A DATE ADDEOD HAS ONLY JUST OPENED.  *
006870******************************************************************
006880 3200-CHECK-BACKOUT-WINDOW.
006890     MOVE WS-RUN-DATE TO STM-RUN-DATE
006900     MOVE WS-JOB-CYCLE TO STM-CYCLE-NO
006910     MOVE "ADDNUMS" TO STM-JOB-NAME
006920     READ STREAM-FILE
006930         INVALID KEY
006940             DISPLAY "ADDSTRM - OUT OF SEQUENCE - ADDNUMS HAS "
006950                 "NOT RUN FOR " WS-RUN-DATE " CYCLE " WS-JOB-CYCLE
006960                 " - NOTHING TO BACK OUT"
006970             ADD 1 TO WS-BLOCK-COUNT
006980     END-READ
006990     IF WS-JOB-CYCLE = 99
007000         GO TO 3200-EXIT
007010     END-IF
007020     COMPUTE WS-NEXT-CYCLE = WS-JOB-CYCLE + 1
007030     MOVE WS-RUN-DATE TO STM-RUN-DATE
007040     MOVE WS-NEXT-CYCLE TO STM-CYCLE-NO
007050     MOVE "ADDNUMS" TO STM-JOB-NAME
007060     READ STREAM-FILE
007070         INVALID KEY
007080             GO TO 3200-EXIT
007090     END-READ
007100     DISPLAY "ADDSTRM - ADDNUMS CYCLE " WS-NEXT-CYCLE
007110         " STARTED " STM-START-TIMESTAMP " - CYCLE "
007120         WS-JOB-CYCLE "'S AUDFILE IS NO LONGER CURRENT"
007130     DISPLAY "ADDSTRM - THE BACKOUT IS REFUSED - REVERSE THE "
007140         "BAD ITEMS INDIVIDUALLY INSTEAD"
007150     ADD 1 TO WS-BLOCK-COUNT.
007160 3200-EXIT.
007170     EXIT.
007180
007190******************************************************************
007200***  3400-CHECK-DAY-COMPLETE - ADDEOD ROLLS THE PROCESSING       *
007210***  DATE, SO EVERY CYCLE THAT RAN ADDNUMS TODAY MUST HAVE BEEN  *
007220***  RECONCILED, ROLLED TO HISTORY, TRANSMITTED AND POSTED.      *
007230***  CYCLES ARE CONSECUTIVE (ADDNUMS CYCLE 02 WAITS FOR 01),     *
007240***  SO THE WALK STOPS AT THE FIRST CYCLE WITH NO ADDNUMS.       *
007250******************************************************************
007260 3400-CHECK-DAY-COMPLETE.
007270     MOVE 0 TO WS-CYCLES-RUN
007280     MOVE 'N' TO WS-CYCLES-DONE-SW
007290     PERFORM 3410-CHECK-ONE-CYCLE THRU 3410-EXIT
007300         VARYING WS-CYCLE-SUB FROM 1 BY 1
007310         UNTIL WS-NO-MORE-CYCLES OR WS-CYCLE-SUB > 99
007320     IF WS-CYCLES-RUN = 0
007330         DISPLAY "ADDSTRM - OUT OF SEQUENCE - NO ADDNUMS CYCLE "
007340             "HAS RUN FOR " WS-RUN-DATE " - NOTHING TO CLOSE"
007350         DISPLAY "ADDSTRM - A DAY WITH NO FEED IS CLOSED BY "
007360             "WAIVING ADDNUMS CYCLE 01 THROUGH ADDJMNT"
007370         ADD 1 TO WS-BLOCK-COUNT
007380     END-IF.
007390 3400-EXIT.
007400     EXIT.
007410
007420******************************************************************
007430***  3410-CHECK-ONE-CYCLE - ONE CYCLE'S CHAIN MUST BE THROUGH.   *
007440***  A CYCLE WHOSE ADDNUMS WAS WAIVED NEVER RAN, SO NOTHING      *
007450***  BEHIND IT IS OWED.                                          *
007460******************************************************************
007470 3410-CHECK-ONE-CYCLE.
007480     MOVE WS-CYCLE-SUB TO WS-REQ-CYCLE
007490     MOVE WS-RUN-DATE TO STM-RUN-DATE
007500     MOVE WS-REQ-CYCLE TO STM-CYCLE-NO
007510     MOVE "ADDNUMS" TO STM-JOB-NAME
007520     READ STREAM-FILE
007530         INVALID KEY
007540             SET WS-NO-MORE-CYCLES TO TRUE
007550             GO TO 3410-EXIT
007560     END-READ
007570     ADD 1 TO WS-CYCLES-RUN
007580     IF STM-WAIVED
007590         GO TO 3410-EXIT
007600     END-IF
007610     MOVE "ADDNUMS" TO WS-REQ-JOB
007620     PERFORM 3000-REQUIRE-STEP THRU 3000-EXIT
007630     MOVE "ADDRECON" TO WS-REQ-JOB
007640     PERFORM 3000-REQUIRE-STEP THRU 3000-EXIT
007650     MOVE "ADDHIST" TO WS-REQ-JOB
007660     PERFORM 3000-REQUIRE-STEP THRU 3000-EXIT
007670     MOVE "ADDXMIT" TO WS-REQ-JOB
007680     PERFORM 3000-REQUIRE-STEP THRU 3000-EXIT
007690     MOVE "ADDGLPST" TO WS-REQ-JOB
007700     PERFORM 3000-REQUIRE-STEP THRU 3000-EXIT.
007710 3410-EXIT.
007720     EXIT.
007730
007740******************************************************************
007750***  4000-END-JOB - THE JOB'S EXIT STEP. THE CHAIN JCL RUNS TWO  *
007760***  OF THEM: ONE LEDGERING RC 04 WHENEVER NO STEP REACHED RC=8, *
007770***  THEN ONE LEDGERING RC 00 WHENEVER NO STEP REACHED RC=4 -    *
007780***  SO A CLEAN RUN ENDS COMPLETED 00 AND A RUN WITH WARNINGS    *
007790***  ENDS COMPLETED 04. A JOB THAT HITS RC=8 RUNS NEITHER AND    *
007800***  STAYS STARTED, WHICH IS WHAT HOLDS THE JOBS BEHIND IT.      *
007810******************************************************************
007820 4000-END-JOB.
007830     PERFORM 0600-VALIDATE-JOB THRU 0600-EXIT
007840     MOVE WS-RUN-DATE TO STM-RUN-DATE
007850     MOVE WS-JOB-CYCLE TO STM-CYCLE-NO
007860     MOVE WS-JOB-NAME TO STM-JOB-NAME
007870     READ STREAM-FILE
007880         INVALID KEY
007890             DISPLAY "ADDSTRM ABEND - " WS-JOB-NAME " CYCLE "
007900                 WS-JOB-CYCLE " HAS NO START ON THE STREAM LEDGER"
007910                 " FOR " WS-RUN-DATE
007920             CLOSE STREAM-FILE
007930             MOVE 8 TO RETURN-CODE
007940             STOP RUN
007950     END-READ
007960     EVALUATE TRUE
007970         WHEN STM-STARTED
007980             CONTINUE
007990         WHEN STM-COMPLETED AND WS-JOB-RC < STM-RETURN-CODE
008000             CONTINUE
008010         WHEN STM-COMPLETED
008020             DISPLAY "ADDSTRM - " WS-JOB-NAME " CYCLE "
008030                 WS-JOB-CYCLE " ALREADY LEDGERED COMPLETED RC "
008040                 STM-RETURN-CODE
008050             MOVE 0 TO RETURN-CODE
008060             GO TO 4000-EXIT
008070         WHEN OTHER
008080             DISPLAY "ADDSTRM ABEND - " WS-JOB-NAME " CYCLE "
008090                 WS-JOB-CYCLE " IS NOT IN FLIGHT - STATUS "
008100                 STM-STATUS
008110             CLOSE STREAM-FILE
008120             MOVE 8 TO RETURN-CODE
008130             STOP RUN
008140     END-EVALUATE
008150     SET STM-COMPLETED TO TRUE
008160     MOVE WS-JOB-RC TO STM-RETURN-CODE
008170     MOVE WS-NOW-TIMESTAMP TO STM-END-TIMESTAMP
008180     REWRITE CPYSTM01-STREAM-RECORD
008190     IF WS-STM-FILE-STATUS NOT = "00"
008200         DISPLAY "ADDSTRM ABEND - STMFILE REWRITE FAILED, "
008210             "STATUS = " WS-STM-FILE-STATUS
008220         CLOSE STREAM-FILE
008230         MOVE 8 TO RETURN-CODE
008240         STOP RUN
008250     END-IF
008260     DISPLAY "ADDSTRM - " WS-JOB-NAME " CYCLE " WS-JOB-CYCLE
008270         " FOR " WS-RUN-DATE " COMPLETED RC " STM-RETURN-CODE
008280     MOVE 0 TO RETURN-CODE.
008290 4000-EXIT.
008300     EXIT.
008310
008320******************************************************************
008330***  6000-REPORT-STREAM - LIST THE LEDGER FOR THE DATE RANGE,    *
008340***  ONE GROUP PER DATE AND CYCLE, EVERY CHAIN JOB IN STREAM     *
008350***  ORDER WHETHER IT HAS RUN OR NOT, AND WHERE THE CYCLE        *
008360***  STANDS. EACH DATE ENDS WITH WHETHER ADDEOD HAS CLOSED IT.   *
008370******************************************************************
008380 6000-REPORT-STREAM.
008390     MOVE WS-FROM-DATE TO WS-RPT-HDG-FROM
008400     MOVE WS-TO-DATE TO WS-RPT-HDG-TO
008410     WRITE STREAM-REPORT-LINE FROM WS-RPT-HEADING-LINE
008420     MOVE SPACES TO STREAM-REPORT-LINE
008430     WRITE STREAM-REPORT-LINE
008440
008450     MOVE SPACES TO WS-SLOT-TABLE
008460     MOVE 0 TO WS-GROUP-DATE
008470     MOVE 0 TO WS-GROUP-CYCLE
008480     MOVE LOW-VALUES TO STM-KEY
008490     MOVE WS-FROM-DATE TO STM-RUN-DATE
008500     MOVE 0 TO STM-CYCLE-NO
008510     START STREAM-FILE KEY IS >= STM-KEY
008520         INVALID KEY
008530             SET END-OF-STREAM-FILE TO TRUE
008540     END-START
008550     IF NOT END-OF-STREAM-FILE
008560         PERFORM 6100-READ-STREAM THRU 6100-EXIT
008570     END-IF
008580     PERFORM 6200-POST-ONE-ENTRY THRU 6200-EXIT
008590         UNTIL END-OF-STREAM-FILE
008600     IF WS-GROUP-DATE NOT = 0
008610         PERFORM 6400-PRINT-GROUP THRU 6400-EXIT
008620         PERFORM 6600-PRINT-DAY-CLOSE THRU 6600-EXIT
008630     END-IF
008640
008650     PERFORM 7000-WRITE-TOTALS THRU 7000-EXIT
008660     CLOSE STREAM-REPORT
008670     IF WS-HELD-COUNT > 0
008680         DISPLAY "ADDSTRM - " WS-HELD-COUNT " JOB(S) STARTED BUT "
008690             "NOT COMPLETED - SEE STMRPT"
008700         MOVE 4 TO RETURN-CODE
008710     ELSE
008720         DISPLAY "ADDSTRM - STREAM REPORT WRITTEN - NOTHING HELD"
008730         MOVE 0 TO RETURN-CODE
008740     END-IF.
008750 6000-EXIT.
008760     EXIT.
008770
008780******************************************************************
008790***  6100-READ-STREAM - NEXT LEDGER RECORD; PAST THE TO-DATE     *
008800***  IS THE END OF THE REPORT                                    *
008810******************************************************************
008820 6100-READ-STREAM.
008830     READ STREAM-FILE NEXT RECORD
008840         AT END
008850             SET END-OF-STREAM-FILE TO TRUE
008860             GO TO 6100-EXIT
008870     END-READ
008880     IF STM-RUN-DATE > WS-TO-DATE
008890         SET END-OF-STREAM-FILE TO TRUE
008900     END-IF.
008910 6100-EXIT.
008920     EXIT.
008930
008940******************************************************************
008950***  6200-POST-ONE-ENTRY - BREAK ON CYCLE AND DATE, THEN POST    *
008960***  THE RECORD INTO ITS JOB'S SLOT. CYCLE 00 (ADDEOD) OPENS     *
008970***  THE DATE AND PRINTS NO GROUP OF ITS OWN.                    *
008980******************************************************************
008990 6200-POST-ONE-ENTRY.
009000     IF WS-GROUP-DATE NOT = 0
009010         IF STM-RUN-DATE NOT = WS-GROUP-DATE
009020             OR STM-CYCLE-NO NOT = WS-GROUP-CYCLE
009030             PERFORM 6400-PRINT-GROUP THRU 6400-EXIT
009040         END-IF
009050         IF STM-RUN-DATE NOT = WS-GROUP-DATE
009060             PERFORM 6600-PRINT-DAY-CLOSE THRU 6600-EXIT
009070         END-IF
009080     END-IF
009090     MOVE STM-RUN-DATE TO WS-GROUP-DATE
009100     MOVE STM-CYCLE-NO TO WS-GROUP-CYCLE
009110     ADD 1 TO WS-ENTRIES-READ
009120     MOVE 0 TO WS-SLOT-FOUND
009130     PERFORM 6210-MATCH-ONE-SLOT THRU 6210-EXIT
009140         VARYING WS-SLOT-SUB FROM 1 BY 1
009150         UNTIL WS-SLOT-FOUND > 0 OR WS-SLOT-SUB > WS-CHAIN-SIZE
009160     IF WS-SLOT-FOUND > 0
009170         MOVE STM-STATUS TO WS-SLOT-STATUS (WS-SLOT-FOUND)
009180         MOVE STM-RETURN-CODE TO WS-SLOT-RC (WS-SLOT-FOUND)
009190         MOVE STM-RUN-COUNT TO WS-SLOT-RUNS (WS-SLOT-FOUND)
009200         MOVE STM-START-TIMESTAMP TO WS-SLOT-START (WS-SLOT-FOUND)
009210         MOVE STM-END-TIMESTAMP TO WS-SLOT-END (WS-SLOT-FOUND)
009220         MOVE STM-RERUN-SW TO WS-SLOT-RERUN-SW (WS-SLOT-FOUND)
009230         MOVE STM-AUTH-OPERATOR
009240             TO WS-SLOT-OPERATOR (WS-SLOT-FOUND)
009250     END-IF
009260     PERFORM 6100-READ-STREAM THRU 6100-EXIT.
009270 6200-EXIT.
009280     EXIT.
009290
009300******************************************************************
009310***  6210-MATCH-ONE-SLOT - FIND THE RECORD'S JOB IN THE CHAIN    *
009320******************************************************************
009330 6210-MATCH-ONE-SLOT.
009340     IF WS-CHAIN-JOB (WS-SLOT-SUB) = STM-JOB-NAME
009350         MOVE WS-SLOT-SUB TO WS-SLOT-FOUND
009360     END-IF.
009370 6210-EXIT.
009380     EXIT.
009390
009400******************************************************************
009410***  6400-PRINT-GROUP - PRINT ONE DATE AND CYCLE: EVERY CHAIN    *
009420***  JOB BUT ADDEOD, THEN WHERE THE CYCLE STANDS - HELD ON THE   *
009430***  FIRST JOB LEFT STARTED, ELSE NEXT DUE ON THE FIRST JOB NOT  *
009440***  YET RUN (ADDBKOUT ONLY RUNS WHEN A RUN IS BACKED OUT AND IS *
009450***  NEVER DUE), ELSE COMPLETE. CYCLE 00 PRINTS NOTHING HERE.    *
009460***  EVERY SLOT BUT ADDEOD'S IS CLEARED FOR THE NEXT GROUP.      *
009470******************************************************************
009480 6400-PRINT-GROUP.
009490     IF WS-GROUP-CYCLE = 0
009500         GO TO 6400-EXIT
009510     END-IF
009520     ADD 1 TO WS-GROUPS-LISTED
009530     MOVE WS-GROUP-DATE TO WS-RPT-GRP-DATE
009540     MOVE WS-GROUP-CYCLE TO WS-RPT-GRP-CYCLE
009550     WRITE STREAM-REPORT-LINE FROM WS-RPT-GROUP-LINE
009560     MOVE 0 TO WS-STANDS-SLOT
009570     MOVE 0 TO WS-HELD-SLOT
009580     PERFORM 6410-PRINT-ONE-JOB THRU 6410-EXIT
009590         VARYING WS-SLOT-SUB FROM 1 BY 1
009600         UNTIL WS-SLOT-SUB >= WS-EOD-SLOT
009610     EVALUATE TRUE
009620         WHEN WS-HELD-SLOT > 0
009630             MOVE "HELD - STARTED, NOT COMPLETED"
009640                 TO WS-RPT-STANDS-TEXT
009650             MOVE WS-CHAIN-JOB (WS-HELD-SLOT) TO WS-RPT-STANDS-JOB
009660         WHEN WS-STANDS-SLOT > 0
009670             MOVE "NEXT DUE IN THE STREAM IS"
009680                 TO WS-RPT-STANDS-TEXT
009690             MOVE WS-CHAIN-JOB (WS-STANDS-SLOT)
009700                 TO WS-RPT-STANDS-JOB
009710         WHEN OTHER
009720             MOVE "CYCLE COMPLETE THROUGH"
009730                 TO WS-RPT-STANDS-TEXT
009740             MOVE "ADDGLPST" TO WS-RPT-STANDS-JOB
009750     END-EVALUATE
009760     WRITE STREAM-REPORT-LINE FROM WS-RPT-STANDS-LINE
009770     MOVE SPACES TO STREAM-REPORT-LINE
009780     WRITE STREAM-REPORT-LINE
009790     PERFORM 6420-CLEAR-ONE-SLOT THRU 6420-EXIT
009800         VARYING WS-SLOT-SUB FROM 1 BY 1
009810         UNTIL WS-SLOT-SUB >= WS-EOD-SLOT.
009820 6400-EXIT.
009830     EXIT.
009840
009850******************************************************************
009860***  6410-PRINT-ONE-JOB - ONE CHAIN JOB'S LINE FOR THE GROUP     *
009870******************************************************************
009880 6410-PRINT-ONE-JOB.
009890     MOVE WS-CHAIN-JOB (WS-SLOT-SUB) TO WS-RPT-JOB-NAME
009900     MOVE SPACES TO WS-RPT-JOB-RC
009910     MOVE SPACES TO WS-RPT-JOB-RUNS
009920     MOVE SPACES TO WS-RPT-JOB-NOTE-LABEL
009930     MOVE SPACES TO WS-RPT-JOB-NOTE-VALUE
009940     IF NOT WS-SLOT-NOT-RUN (WS-SLOT-SUB)
009950         MOVE WS-SLOT-RUNS (WS-SLOT-SUB) TO WS-RPT-JOB-RUNS
009960     END-IF
009970     EVALUATE TRUE
009980         WHEN WS-SLOT-NOT-RUN (WS-SLOT-SUB)
009990             MOVE "NOT RUN" TO WS-RPT-JOB-STATUS
010000             IF WS-STANDS-SLOT = 0
010010                 AND WS-SLOT-SUB NOT = WS-BKOUT-SLOT
010020                 MOVE WS-SLOT-SUB TO WS-STANDS-SLOT
010030             END-IF
010040         WHEN WS-SLOT-STARTED (WS-SLOT-SUB)
010050             MOVE "STARTED" TO WS-RPT-JOB-STATUS
010060             MOVE "NOT COMPLETED - SINCE" TO WS-RPT-JOB-NOTE-LABEL
010070             MOVE WS-SLOT-START (WS-SLOT-SUB)
010080                 TO WS-RPT-JOB-NOTE-VALUE
010090             ADD 1 TO WS-HELD-COUNT
010100             IF WS-HELD-SLOT = 0
010110                 MOVE WS-SLOT-SUB TO WS-HELD-SLOT
010120             END-IF
010130         WHEN WS-SLOT-WAIVED (WS-SLOT-SUB)
010140             MOVE "WAIVED" TO WS-RPT-JOB-STATUS
010150             MOVE "WAIVED BY" TO WS-RPT-JOB-NOTE-LABEL
010160             MOVE WS-SLOT-OPERATOR (WS-SLOT-SUB)
010170                 TO WS-RPT-JOB-NOTE-VALUE
010180         WHEN OTHER
010190             MOVE "COMPLETED" TO WS-RPT-JOB-STATUS
010200             MOVE WS-SLOT-RC (WS-SLOT-SUB) TO WS-RPT-JOB-RC
010210             MOVE "ENDED" TO WS-RPT-JOB-NOTE-LABEL
010220             MOVE WS-SLOT-END (WS-SLOT-SUB)
010230                 TO WS-RPT-JOB-NOTE-VALUE
010240     END-EVALUATE
010250     IF WS-SLOT-RERUN-SW (WS-SLOT-SUB) = "Y"
010260         MOVE "RERUN AUTHORIZED BY" TO WS-RPT-JOB-NOTE-LABEL
010270         MOVE WS-SLOT-OPERATOR (WS-SLOT-SUB)
010280             TO WS-RPT-JOB-NOTE-VALUE
010290     END-IF
010300     WRITE STREAM-REPORT-LINE FROM WS-RPT-JOB-LINE.
010310 6410-EXIT.
010320     EXIT.
010330
010340******************************************************************
010350***  6420-CLEAR-ONE-SLOT - EMPTY ONE SLOT FOR THE NEXT GROUP     *
010360******************************************************************
010370 6420-CLEAR-ONE-SLOT.
010380     MOVE SPACES TO WS-SLOT-ENTRY (WS-SLOT-SUB).
010390 6420-EXIT.
010400     EXIT.
010410
010420******************************************************************
010430***  6600-PRINT-DAY-CLOSE - WHETHER ADDEOD HAS CLOSED THE DATE   *
010440***  NOW ENDING, THEN CLEAR ITS SLOT FOR THE NEXT DATE           *
010450******************************************************************
010460 6600-PRINT-DAY-CLOSE.
010470     MOVE WS-GROUP-DATE TO WS-RPT-DAY-DATE
010480     MOVE SPACES TO WS-RPT-DAY-STAMP
010490     EVALUATE TRUE
010500         WHEN WS-SLOT-SATISFIED (WS-EOD-SLOT)
010510             MOVE "DAY CLOSED BY ADDEOD - PROCESSING DATE"
010520                 TO WS-RPT-DAY-TEXT
010530             MOVE WS-SLOT-END (WS-EOD-SLOT) TO WS-RPT-DAY-STAMP
010540         WHEN WS-SLOT-STARTED (WS-EOD-SLOT)
010550             MOVE "ADDEOD STARTED, NOT COMPLETED - DATE"
010560                 TO WS-RPT-DAY-TEXT
010570             MOVE WS-SLOT-START (WS-EOD-SLOT) TO WS-RPT-DAY-STAMP
010580             ADD 1 TO WS-HELD-COUNT
010590             ADD 1 TO WS-DAYS-OPEN
010600         WHEN OTHER
010610             MOVE "DAY NOT YET CLOSED BY ADDEOD - DATE"
010620                 TO WS-RPT-DAY-TEXT
010630             ADD 1 TO WS-DAYS-OPEN
010640     END-EVALUATE
010650     WRITE STREAM-REPORT-LINE FROM WS-RPT-DAY-LINE
010660     MOVE SPACES TO STREAM-REPORT-LINE
010670     WRITE STREAM-REPORT-LINE
010680     MOVE SPACES TO WS-SLOT-ENTRY (WS-EOD-SLOT).
010690 6600-EXIT.
010700     EXIT.
010710
010720******************************************************************
010730***  7000-WRITE-TOTALS - REPORT CONTROL TOTALS                   *
010740******************************************************************
010750 7000-WRITE-TOTALS.
010760     IF WS-ENTRIES-READ = 0
010770         MOVE "NO STREAM LEDGER ENTRIES FOR THE DATES REQUESTED"
010780             TO WS-RPT-VERDICT
010790         WRITE STREAM-REPORT-LINE FROM WS-RPT-VERDICT-LINE
010800     END-IF
010810     MOVE "LEDGER ENTRIES READ" TO WS-RPT-TOTAL-LABEL
010820     MOVE WS-ENTRIES-READ TO WS-RPT-TOTAL-VALUE
010830     WRITE STREAM-REPORT-LINE FROM WS-RPT-TOTAL-LINE
010840     MOVE "DATE/CYCLES LISTED" TO WS-RPT-TOTAL-LABEL
010850     MOVE WS-GROUPS-LISTED TO WS-RPT-TOTAL-VALUE
010860     WRITE STREAM-REPORT-LINE FROM WS-RPT-TOTAL-LINE
010870     MOVE "JOBS STARTED, NOT COMPLETED" TO WS-RPT-TOTAL-LABEL
010880     MOVE WS-HELD-COUNT TO WS-RPT-TOTAL-VALUE
010890     WRITE STREAM-REPORT-LINE FROM WS-RPT-TOTAL-LINE
010900     MOVE "DATES NOT YET CLOSED BY ADDEOD" TO WS-RPT-TOTAL-LABEL
010910     MOVE WS-DAYS-OPEN TO WS-RPT-TOTAL-VALUE
010920     WRITE STREAM-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
010930 7000-EXIT.
010940     EXIT.
