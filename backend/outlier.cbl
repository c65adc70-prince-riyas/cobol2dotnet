000100******************************************************************
000110***                                                              **
000120***  PROGRAM    : ADDOUTL                                        **
000130***  AUTHOR     : J W MARTIN                                     **
000140***  INSTALLATN : DAYLIGHT FINANCIAL SERVICES - BATCH SYSTEMS    **
000150***  DATE-WRTN  : 2026-10-15                                     **
000160***                                                              **
000170***  ABSTRACT                                                    **
000180***    POST-RUN OUTLIER REVIEW OF ONE PROCESSING DATE AND CYCLE  **
000190***    ON THE RESULT HISTORY MASTER (CPYHST01), RUN AFTER ADDHIST**
000200***    HAS ROLLED THE DAY IN AND BEFORE ADDXMIT SENDS IT. ADDNUMS**
000210***    REJECTS ONLY WHAT BREAKS AN EDIT; THIS REPORT CATCHES THE **
000220***    FAT-FINGERED AMOUNT AND THE SOURCE WHOSE VOLUME SUDDENLY  **
000230***    TRIPLES.                                                  **
000240***                                                              **
000250***    LARGE VALUES - EVERY TRANSACTION OF THE DAY AND CYCLE     **
000260***    WHOSE RESULT, EITHER SIGN, IS OVER ITS SOURCE'S THRESHOLD **
000270***    OR ITS TRANSACTION CODE'S THRESHOLD IS LISTED. A          **
000280***    TRANSACTION WITH NEITHER IS HELD TO THE DEFAULT THRESHOLD,**
000290***    IF ONE IS GIVEN.                                          **
000300***                                                              **
000310***    VOLUMES - EACH SOURCE'S DETAIL COUNT AND HST-RESULT TOTAL **
000320***    FOR THE DAY AND CYCLE ARE COMPARED WITH ITS AVERAGE OVER  **
000330***    THE TRAILING BUSINESS DAYS (CPYCAL01) THE SAME CYCLE RAN, **
000340***    AND FLAGGED WHEN EITHER IS OFF BY MORE THAN THE TOLERANCE **
000350***    PERCENTAGE. A SOURCE WITH NOTHING IN THE TRAILING WINDOW  **
000360***    IS FLAGGED AS NEW.                                        **
000370***                                                              **
000380***    THE THRESHOLDS, TOLERANCE AND WINDOW ARE CARDS ON THE     **
000390***    OUTLPARM DATASET (KEYWORD IN 1-8, VALUES IN 10-19 AND     **
000400***    21-30, * IN COLUMN 1 FOR A COMMENT):                      **
000410***      TOLERANC PPP         - PERCENT, DEFAULT 050             **
000420***      TRAILING NN          - BUSINESS DAYS, 01-60, DEFAULT 20 **
000430***      DEFAULT  SNNNNNNNVV  - DEFAULT LARGE-VALUE THRESHOLD    **
000440***      SOURCE   SOURCEID SNNNNNNNVV - ONE SOURCE'S THRESHOLD   **
000450***      TRANCODE C        SNNNNNNNVV - ONE CODE'S THRESHOLD     **
000460***    THE DATE COMES FROM PDTFILE, THE CYCLE FROM THE EXEC PARM **
000470***    (CC, DEFAULT 01).                                         **
000480***                                                              **
000490***  RETURN CODES                                                **
000500***    RC=0  NOTHING FLAGGED                                     **
000510***    RC=4  ONE OR MORE LARGE VALUES OR VOLUME DEVIATIONS -     **
000520***          TREASURY SIGNS OFF OUTLRPT BEFORE ADDXMIT RUNS      **
000530***    RC=8  BAD PARAMETER CARD / UNRECOVERABLE ERROR            **
000540***                                                              **
000550***  MOD HISTORY                                                 **
000560***  ----------------------------------------------------------  **
000570***  2026-10-15  JWM  ORIGINAL VERSION                           **
000580***                                                              **
000590******************************************************************
000600 IDENTIFICATION DIVISION.
000610 PROGRAM-ID.     ADDOUTL.
000620 AUTHOR.         J W MARTIN.
000630 INSTALLATION.   DAYLIGHT FINANCIAL SERVICES.
000640 DATE-WRITTEN.   2026-10-15.
000650 DATE-COMPILED.
000660
000670 ENVIRONMENT DIVISION.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT OUTLIER-PARM-FILE ASSIGN TO "OUTLPARM"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-PRM-FILE-STATUS.
000730
000740     SELECT HISTORY-FILE ASSIGN TO "HSTFILE"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS HST-KEY
000780         FILE STATUS IS WS-HST-FILE-STATUS.
000790
000800     SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS CAL-DATE
000840         FILE STATUS IS WS-CAL-FILE-STATUS.
000850
000860     SELECT PROC-DATE-FILE ASSIGN TO "PDTFILE"
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS RANDOM
000890         RECORD KEY IS PDT-KEY
000900         FILE STATUS IS WS-PDT-FILE-STATUS.
000910
000920     SELECT OUTLIER-REPORT ASSIGN TO "OUTLRPT"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-RPT-FILE-STATUS.
000950
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  OUTLIER-PARM-FILE
000990     LABEL RECORDS ARE STANDARD.
001000 01  OUTLIER-PARM-CARD       PIC X(80).
001010
001020 FD  HISTORY-FILE
001030     LABEL RECORDS ARE STANDARD.
001040 COPY CPYHST01.
001050
001060 FD  CALENDAR-FILE
001070     LABEL RECORDS ARE STANDARD.
001080 COPY CPYCAL01.
001090
001100 FD  PROC-DATE-FILE
001110     LABEL RECORDS ARE STANDARD.
001120 COPY CPYPDT01.
001130
001140 FD  OUTLIER-REPORT
001150     LABEL RECORDS ARE STANDARD.
001160 01  OUTLIER-REPORT-LINE     PIC X(80).
001170
001180 WORKING-STORAGE SECTION.
001190******************************************************************
001200***  SWITCHES                                                    *
001210******************************************************************
001220 77  WS-PRM-EOF-SW           PIC X(01)   VALUE 'N'.
001230     88  END-OF-PARM-FILE                VALUE 'Y'.
001240 77  WS-HST-EOF-SW           PIC X(01)   VALUE 'N'.
001250     88  END-OF-HISTORY-FILE             VALUE 'Y'.
001260 77  WS-CAL-EOF-SW           PIC X(01)   VALUE 'N'.
001270     88  END-OF-CALENDAR-FILE            VALUE 'Y'.
001280 77  WS-COUNT-OFF-SW         PIC X(01)   VALUE 'N'.
001290     88  WS-COUNT-OFF                    VALUE 'Y'.
001300 77  WS-TOTAL-OFF-SW         PIC X(01)   VALUE 'N'.
001310     88  WS-TOTAL-OFF                    VALUE 'Y'.
001320 77  WS-THR-FOUND-SW         PIC X(01)   VALUE 'N'.
001330     88  WS-THR-FOUND                    VALUE 'Y'.
001340
001350******************************************************************
001360***  FILE STATUS FIELDS                                          *
001370******************************************************************
001380 77  WS-PRM-FILE-STATUS      PIC X(02)   VALUE "00".
001390 77  WS-HST-FILE-STATUS      PIC X(02)   VALUE "00".
001400 77  WS-CAL-FILE-STATUS      PIC X(02)   VALUE "00".
001410 77  WS-PDT-FILE-STATUS      PIC X(02)   VALUE "00".
001420 77  WS-RPT-FILE-STATUS      PIC X(02)   VALUE "00".
001430
001440******************************************************************
001450***  PARAMETER CARD LAYOUT - KEYWORD IN 1-8, UP TO TWO VALUES    *
001460***  IN 10-19 AND 21-30, AS ON THE ADDSRCH SRCHPARM CARDS        *
001470******************************************************************
001480 01  WS-PARM-CARD-REC.
001490     05  WS-CRD-KEYWORD      PIC X(08).
001500     05  FILLER              PIC X(01).
001510     05  WS-CRD-VALUE-1      PIC X(10).
001520     05  WS-CRD-VALUE-1-AMT REDEFINES WS-CRD-VALUE-1
001530                             PIC S9(07)V99
001540                             SIGN IS LEADING SEPARATE.
001550     05  FILLER              PIC X(01).
001560     05  WS-CRD-VALUE-2      PIC X(10).
001570     05  WS-CRD-VALUE-2-AMT REDEFINES WS-CRD-VALUE-2
001580                             PIC S9(07)V99
001590                             SIGN IS LEADING SEPARATE.
001600     05  FILLER              PIC X(50).
001610 01  WS-CRD-NUMBER-VIEW.
001620     05  WS-CRD-PERCENT      PIC X(03).
001630     05  WS-CRD-PERCENT-N REDEFINES WS-CRD-PERCENT
001640                             PIC 9(03).
001650     05  WS-CRD-DAYS         PIC X(02).
001660     05  WS-CRD-DAYS-N REDEFINES WS-CRD-DAYS
001670                             PIC 9(02).
001680
001690******************************************************************
001700***  REVIEW CONTROLS - TOLERANCE, WINDOW AND THRESHOLDS AS SET   *
001710***  BY THE OUTLPARM CARDS                                       *
001720******************************************************************
001730 77  WS-TOLERANCE-PCT        PIC 9(03)       VALUE 50.
001740 77  WS-TRAILING-DAYS        PIC 9(02)       VALUE 20.
001750 77  WS-DEFAULT-THRESHOLD    PIC S9(07)V99 COMP VALUE 0.
001760 77  WS-SRC-THR-USED         PIC 9(3)  COMP  VALUE 0.
001770 01  WS-SOURCE-THRESHOLD-TABLE.
001780     05  WS-SRC-THR-ENTRY OCCURS 50 TIMES
001790             INDEXED BY WS-SRC-THR-IX.
001800         10  WS-SRC-THR-ID   PIC X(08).
001810         10  WS-SRC-THR-AMOUNT
001820                             PIC S9(07)V99 COMP.
001830 77  WS-CDE-THR-USED         PIC 9(3)  COMP  VALUE 0.
001840 01  WS-CODE-THRESHOLD-TABLE.
001850     05  WS-CDE-THR-ENTRY OCCURS 10 TIMES
001860             INDEXED BY WS-CDE-THR-IX.
001870         10  WS-CDE-THR-CODE PIC X(01).
001880         10  WS-CDE-THR-AMOUNT
001890                             PIC S9(07)V99 COMP.
001900 77  WS-THR-SUB              PIC 9(3)  COMP  VALUE 0.
001910 77  WS-THR-SLOT             PIC 9(3)  COMP  VALUE 0.
001920
001930******************************************************************
001940***  TRAILING WINDOW - THE LAST WS-TRAILING-DAYS BUSINESS DAYS   *
001950***  BEFORE THE PROCESSING DATE, KEPT AS A RING WHILE THE        *
001960***  CALENDAR IS READ FORWARD FROM A YEAR BACK. THE OLDEST DAY   *
001970***  LEFT IN THE RING IS WHERE THE HISTORY SWEEP STARTS.         *
001980******************************************************************
001990 01  WS-DAY-RING.
002000     05  WS-RING-DATE        PIC 9(08) OCCURS 60 TIMES
002010             INDEXED BY WS-RING-IX.
002020 77  WS-RING-POS             PIC 9(3)  COMP  VALUE 0.
002030 77  WS-RING-USED            PIC 9(3)  COMP  VALUE 0.
002040 77  WS-WINDOW-START         PIC 9(08)       VALUE 0.
002050 77  WS-CAL-START            PIC 9(08)       VALUE 0.
002060 77  WS-TRAIL-DAYS-SEEN      PIC 9(3)  COMP  VALUE 0.
002070 77  WS-LAST-TRAIL-DATE      PIC 9(08)       VALUE 0.
002080
002090******************************************************************
002100***  SOURCE TABLE - THE DAY'S AND THE TRAILING WINDOW'S COUNT    *
002110***  AND RESULT TOTAL FOR EACH SOURCE SEEN ON EITHER             *
002120******************************************************************
002130 77  WS-SOURCES-USED         PIC 9(3)  COMP  VALUE 0.
002140 01  WS-SOURCE-TABLE.
002150     05  WS-SOURCE-ENTRY OCCURS 100 TIMES
002160             INDEXED BY WS-SOURCE-IX.
002170         10  WS-TBL-SOURCE-ID
002180                             PIC X(08).
002190         10  WS-TBL-DAY-COUNT
002200                             PIC 9(7)  COMP.
002210         10  WS-TBL-DAY-TOTAL
002220                             PIC S9(13)V99 COMP.
002230         10  WS-TBL-TRAIL-COUNT
002240                             PIC 9(9)  COMP.
002250         10  WS-TBL-TRAIL-TOTAL
002260                             PIC S9(13)V99 COMP.
002270 77  WS-SOURCE-SUB           PIC 9(3)  COMP  VALUE 0.
002280 77  WS-SOURCE-SLOT          PIC 9(3)  COMP  VALUE 0.
002290
002300******************************************************************
002310***  WORK FIELDS FOR THE COMPARISONS                             *
002320******************************************************************
002330 77  WS-ABS-RESULT           PIC S9(07)V99 COMP VALUE 0.
002340 77  WS-HIT-THRESHOLD        PIC S9(07)V99 COMP VALUE 0.
002350 77  WS-HIT-BASIS            PIC X(07)   VALUE SPACES.
002360 77  WS-AVG-COUNT            PIC 9(7)  COMP  VALUE 0.
002370 77  WS-AVG-TOTAL            PIC S9(13)V99 COMP VALUE 0.
002380 77  WS-DEVIATION            PIC S9(13)V99 COMP VALUE 0.
002390 77  WS-ALLOWANCE            PIC S9(15)V99 COMP VALUE 0.
002400
002410******************************************************************
002420***  PROCESSING DATE AND CYCLE                                   *
002430******************************************************************
002440 77  WS-PARM-CARD            PIC X(32)   VALUE SPACES.
002450 77  WS-PARM-LENGTH          PIC S9(04) COMP  VALUE 0.
002460 77  WS-PARM-CYCLE           PIC X(02)   VALUE SPACES.
002470 77  WS-PARM-CYCLE-N REDEFINES WS-PARM-CYCLE
002480                             PIC 9(02).
002490 77  WS-CYCLE-NO             PIC 9(02)       VALUE 1.
002500 77  WS-RUN-DATE             PIC 9(08)       VALUE 0.
002510
002520******************************************************************
002530***  CONTROL TOTALS                                              *
002540******************************************************************
002550 77  WS-HST-READ             PIC 9(9)  COMP  VALUE 0.
002560 77  WS-DAY-RECS             PIC 9(7)  COMP  VALUE 0.
002570 77  WS-LARGE-COUNT          PIC 9(7)  COMP  VALUE 0.
002580 77  WS-VOLUME-COUNT         PIC 9(7)  COMP  VALUE 0.
002590
002600******************************************************************
002610***  REPORT LINE LAYOUTS                                         *
002620******************************************************************
002630 01  WS-RPT-HEADING-LINE.
002640     05  FILLER              PIC X(80)   VALUE
002650         "ADDOUTL LARGE-VALUE AND VOLUME OUTLIER REVIEW".
002660 01  WS-RPT-RUN-LINE.
002670     05  FILLER              PIC X(16)   VALUE
002680         "PROCESSING DATE ".
002690     05  WS-RPT-RUN-DATE     PIC 9(08).
002700     05  FILLER              PIC X(08)   VALUE "  CYCLE ".
002710     05  WS-RPT-RUN-CYCLE    PIC 9(02).
002720     05  FILLER              PIC X(14)   VALUE
002730         "  WINDOW FROM ".
002740     05  WS-RPT-RUN-WINDOW   PIC 9(08).
002750     05  FILLER              PIC X(13)   VALUE
002760         "  TOLERANCE ".
002770     05  WS-RPT-RUN-TOL      PIC ZZ9.
002780     05  FILLER              PIC X(08)   VALUE "%".
002790 01  WS-RPT-SECTION-LINE.
002800     05  WS-RPT-SECTION      PIC X(80)   VALUE SPACES.
002810 01  WS-RPT-LARGE-HEAD-LINE.
002820     05  FILLER              PIC X(37)   VALUE
002830         "TRANS-ID SOURCE   C     NUM1     NUM2".
002840     05  FILLER              PIC X(43)   VALUE
002850         "      RESULT   THRESHOLD BASIS".
002860 01  WS-RPT-LARGE-LINE.
002870     05  WS-RPT-LRG-TRANS    PIC 9(08).
002880     05  FILLER              PIC X(01)   VALUE SPACE.
002890     05  WS-RPT-LRG-SOURCE   PIC X(08).
002900     05  FILLER              PIC X(01)   VALUE SPACE.
002910     05  WS-RPT-LRG-CODE     PIC X(01).
002920     05  FILLER              PIC X(01)   VALUE SPACE.
002930     05  WS-RPT-LRG-NUM1     PIC -(4)9.99.
002940     05  FILLER              PIC X(01)   VALUE SPACE.
002950     05  WS-RPT-LRG-NUM2     PIC -(4)9.99.
002960     05  FILLER              PIC X(01)   VALUE SPACE.
002970     05  WS-RPT-LRG-RESULT   PIC -(7)9.99.
002980     05  FILLER              PIC X(01)   VALUE SPACE.
002990     05  WS-RPT-LRG-THRESH   PIC -(7)9.99.
003000     05  FILLER              PIC X(01)   VALUE SPACE.
003010     05  WS-RPT-LRG-BASIS    PIC X(07).
003020     05  FILLER              PIC X(11)   VALUE SPACES.
003030 01  WS-RPT-VOLUME-HEAD-LINE.
003040     05  FILLER              PIC X(38)   VALUE
003050         "SOURCE     COUNT AVERAGE  RESULT TOTAL".
003060     05  FILLER              PIC X(42)   VALUE
003070         " AVERAGE TOTAL  FLAG".
003080 01  WS-RPT-VOLUME-LINE.
003090     05  WS-RPT-VOL-SOURCE   PIC X(08).
003100     05  FILLER              PIC X(01)   VALUE SPACE.
003110     05  WS-RPT-VOL-COUNT    PIC Z(6)9.
003120     05  FILLER              PIC X(01)   VALUE SPACE.
003130     05  WS-RPT-VOL-AVG-COUNT
003140                             PIC Z(6)9.
003150     05  FILLER              PIC X(01)   VALUE SPACE.
003160     05  WS-RPT-VOL-TOTAL    PIC -(9)9.99.
003170     05  FILLER              PIC X(01)   VALUE SPACE.
003180     05  WS-RPT-VOL-AVG-TOTAL
003190                             PIC -(9)9.99.
003200     05  FILLER              PIC X(02)   VALUE SPACES.
003210     05  WS-RPT-VOL-FLAG     PIC X(26).
003220 01  WS-RPT-TOTAL-LINE.
003230     05  WS-RPT-TOTAL-LABEL  PIC X(34)   VALUE SPACES.
003240     05  WS-RPT-TOTAL-VALUE  PIC Z(14)9.
003250     05  WS-RPT-AMOUNT-VALUE REDEFINES WS-RPT-TOTAL-VALUE
003260                             PIC -(11)9.99.
003270     05  FILLER              PIC X(31)   VALUE SPACES.
003280 01  WS-RPT-VERDICT-LINE.
003290     05  WS-RPT-VERDICT      PIC X(80)   VALUE SPACES.
003300
003310 LINKAGE SECTION.
003320******************************************************************
003330***  LK-PARM-AREA - THE EXEC PARM, PASSED BY THE SYSTEM LOADER   *
003340***  AS A HALFWORD LENGTH FOLLOWED BY THE PARM TEXT.             *
003350******************************************************************
003360 01  LK-PARM-AREA.
003370     05  LK-PARM-LENGTH      PIC S9(04) COMP.
003380     05  LK-PARM-TEXT        PIC X(32).
003390
003400 PROCEDURE DIVISION USING LK-PARM-AREA.
003410******************************************************************
003420***  BEGIN - PROGRAM MAINLINE                                    *
003430******************************************************************
003440 BEGIN.
003450     PERFORM 0050-ESTABLISH-CYCLE THRU 0050-EXIT
003460     PERFORM 0300-READ-PROCESSING-DATE THRU 0300-EXIT
003470     PERFORM 0400-READ-PARM-CARDS THRU 0400-EXIT
003480     PERFORM 0100-OPEN-FILES THRU 0100-EXIT
003490
003500     PERFORM 1000-FIND-TRAILING-WINDOW THRU 1000-EXIT
003510
003520     WRITE OUTLIER-REPORT-LINE FROM WS-RPT-HEADING-LINE
003530     MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE
003540     MOVE WS-CYCLE-NO TO WS-RPT-RUN-CYCLE
003550     MOVE WS-WINDOW-START TO WS-RPT-RUN-WINDOW
003560     MOVE WS-TOLERANCE-PCT TO WS-RPT-RUN-TOL
003570     WRITE OUTLIER-REPORT-LINE FROM WS-RPT-RUN-LINE
003580     MOVE "LARGE-VALUE TRANSACTIONS" TO WS-RPT-SECTION
003590     WRITE OUTLIER-REPORT-LINE FROM WS-RPT-SECTION-LINE
003600     WRITE OUTLIER-REPORT-LINE FROM WS-RPT-LARGE-HEAD-LINE
003610
003620     PERFORM 2000-POSITION-HISTORY THRU 2000-EXIT
003630     PERFORM 2200-TALLY-ONE-HISTORY THRU 2200-EXIT
003640         UNTIL END-OF-HISTORY-FILE
003650
003660     MOVE "SOURCE VOLUME AGAINST THE TRAILING AVERAGE"
003670         TO WS-RPT-SECTION
003680     WRITE OUTLIER-REPORT-LINE FROM WS-RPT-SECTION-LINE
003690     WRITE OUTLIER-REPORT-LINE FROM WS-RPT-VOLUME-HEAD-LINE
003700     PERFORM 3000-COMPARE-ONE-SOURCE THRU 3000-EXIT
003710         VARYING WS-SOURCE-SUB FROM 1 BY 1
003720         UNTIL WS-SOURCE-SUB > WS-SOURCES-USED
003730
003740     PERFORM 7000-WRITE-TOTALS THRU 7000-EXIT
003750
003760     CLOSE HISTORY-FILE
003770     CLOSE CALENDAR-FILE
003780     CLOSE OUTLIER-REPORT
003790
003800     IF WS-LARGE-COUNT > 0 OR WS-VOLUME-COUNT > 0
003810         DISPLAY "ADDOUTL - " WS-LARGE-COUNT " LARGE VALUE(S), "
003820             WS-VOLUME-COUNT " VOLUME DEVIATION(S) - TREASURY "
003830             "SIGN-OFF NEEDED - SEE OUTLRPT"
003840         MOVE 4 TO RETURN-CODE
003850     ELSE
003860         DISPLAY "ADDOUTL - " WS-DAY-RECS
003870             " TRANSACTION(S) REVIEWED, NOTHING FLAGGED"
003880         MOVE 0 TO RETURN-CODE
003890     END-IF
003900     STOP RUN.
003910
003920******************************************************************
003930***  0050-ESTABLISH-CYCLE - TAKE THE PROCESSING CYCLE FROM THE   *
003940***  EXEC PARM, OR DEFAULT TO 01                                 *
003950******************************************************************
003960 0050-ESTABLISH-CYCLE.
003970     MOVE SPACES TO WS-PARM-CARD
003980     MOVE LK-PARM-LENGTH TO WS-PARM-LENGTH
003990     IF WS-PARM-LENGTH > 32
004000         MOVE 32 TO WS-PARM-LENGTH
004010     END-IF
004020     IF WS-PARM-LENGTH > 0
004030         MOVE LK-PARM-TEXT(1:WS-PARM-LENGTH) TO WS-PARM-CARD
004040     END-IF
004050     MOVE WS-PARM-CARD(1:2) TO WS-PARM-CYCLE
004060     IF WS-PARM-CYCLE IS NUMERIC AND WS-PARM-CYCLE-N > 0
004070         MOVE WS-PARM-CYCLE-N TO WS-CYCLE-NO
004080     END-IF.
004090 0050-EXIT.
004100     EXIT.
004110
004120******************************************************************
004130***  0100-OPEN-FILES - OPEN EVERY FILE, CHECKING EACH OPEN'S     *
004140***  FILE STATUS THE SAME WAY ADDNUMS DOES                       *
004150******************************************************************
004160 0100-OPEN-FILES.
004170     OPEN INPUT HISTORY-FILE
004180     IF WS-HST-FILE-STATUS NOT = "00"
004190         DISPLAY "ADDOUTL ABEND - HSTFILE OPEN FAILED, STATUS = "
004200             WS-HST-FILE-STATUS
004210         MOVE 8 TO RETURN-CODE
004220         STOP RUN
004230     END-IF
004240     OPEN INPUT CALENDAR-FILE
004250     IF WS-CAL-FILE-STATUS NOT = "00"
004260         DISPLAY "ADDOUTL ABEND - CALFILE OPEN FAILED, STATUS = "
004270             WS-CAL-FILE-STATUS
004280         MOVE 8 TO RETURN-CODE
004290         STOP RUN
004300     END-IF
004310     OPEN OUTPUT OUTLIER-REPORT
004320     IF WS-RPT-FILE-STATUS NOT = "00"
004330         DISPLAY "ADDOUTL ABEND - OUTLRPT OPEN FAILED, STATUS = "
004340             WS-RPT-FILE-STATUS
004350         MOVE 8 TO RETURN-CODE
004360         STOP RUN
004370     END-IF.
004380 0100-EXIT.
004390     EXIT.
004400
004410******************************************************************
004420***  0300-READ-PROCESSING-DATE - FETCH THE PROCESSING DATE       *
004430***  FROM THE CPYPDT01 CONTROL RECORD ROLLED BY ADDEOD           *
004440******************************************************************
004450 0300-READ-PROCESSING-DATE.
004460     OPEN INPUT PROC-DATE-FILE
004470     IF WS-PDT-FILE-STATUS NOT = "00"
004480         DISPLAY "ADDOUTL ABEND - PDTFILE OPEN FAILED, STATUS = "
004490             WS-PDT-FILE-STATUS
004500         MOVE 8 TO RETURN-CODE
004510         STOP RUN
004520     END-IF
004530     MOVE "PROCDATE" TO PDT-KEY
004540     READ PROC-DATE-FILE
004550         INVALID KEY
004560             DISPLAY "ADDOUTL ABEND - NO PROCESSING-DATE RECORD "
004570                 "ON PDTFILE - SEED IT WITH ADDEOD"
004580             MOVE 8 TO RETURN-CODE
004590             STOP RUN
004600     END-READ
004610     MOVE PDT-RUN-DATE TO WS-RUN-DATE
004620     CLOSE PROC-DATE-FILE.
004630 0300-EXIT.
004640     EXIT.
004650
004660******************************************************************
004670***  0400-READ-PARM-CARDS - READ EVERY OUTLPARM CARD. A CARD     *
004680***  THAT DOES NOT PARSE FAILS THE RUN - A REVIEW THAT SILENTLY  *
004690***  DROPPED A THRESHOLD WOULD PASS WHAT IT SHOULD FLAG.         *
004700******************************************************************
004710 0400-READ-PARM-CARDS.
004720     OPEN INPUT OUTLIER-PARM-FILE
004730     IF WS-PRM-FILE-STATUS NOT = "00"
004740         DISPLAY "ADDOUTL ABEND - OUTLPARM OPEN FAILED, STATUS ="
004750             " " WS-PRM-FILE-STATUS
004760         MOVE 8 TO RETURN-CODE
004770         STOP RUN
004780     END-IF
004790     PERFORM 0410-READ-ONE-CARD THRU 0410-EXIT
004800     PERFORM 0420-APPLY-ONE-CARD THRU 0420-EXIT
004810         UNTIL END-OF-PARM-FILE
004820     CLOSE OUTLIER-PARM-FILE.
004830 0400-EXIT.
004840     EXIT.
004850
004860******************************************************************
004870***  0410-READ-ONE-CARD - READ ONE PARAMETER CARD                *
004880******************************************************************
004890 0410-READ-ONE-CARD.
004900     READ OUTLIER-PARM-FILE
004910         AT END
004920             SET END-OF-PARM-FILE TO TRUE
004930         NOT AT END
004940             MOVE OUTLIER-PARM-CARD TO WS-PARM-CARD-REC
004950     END-READ.
004960 0410-EXIT.
004970     EXIT.
004980
004990******************************************************************
005000***  0420-APPLY-ONE-CARD - TURN ONE CARD INTO ITS CONTROL        *
005010******************************************************************
005020 0420-APPLY-ONE-CARD.
005030     IF WS-CRD-KEYWORD(1:1) = "*"
005040         GO TO 0420-NEXT
005050     END-IF
005060     EVALUATE WS-CRD-KEYWORD
005070         WHEN "TOLERANC"
005080             MOVE WS-CRD-VALUE-1(1:3) TO WS-CRD-PERCENT
005090             IF WS-CRD-PERCENT IS NOT NUMERIC
005100                 DISPLAY "ADDOUTL ABEND - TOLERANC CARD MUST BE "
005110                     "PPP"
005120                 MOVE 8 TO RETURN-CODE
005130                 STOP RUN
005140             END-IF
005150             MOVE WS-CRD-PERCENT-N TO WS-TOLERANCE-PCT
005160         WHEN "TRAILING"
005170             MOVE WS-CRD-VALUE-1(1:2) TO WS-CRD-DAYS
005180             IF WS-CRD-DAYS IS NOT NUMERIC
005190                 OR WS-CRD-DAYS-N = 0 OR WS-CRD-DAYS-N > 60
005200                 DISPLAY "ADDOUTL ABEND - TRAILING CARD MUST BE "
005210                     "01 TO 60"
005220                 MOVE 8 TO RETURN-CODE
005230                 STOP RUN
005240             END-IF
005250             MOVE WS-CRD-DAYS-N TO WS-TRAILING-DAYS
005260         WHEN "DEFAULT"
005270             IF WS-CRD-VALUE-1-AMT IS NOT NUMERIC
005280                 DISPLAY "ADDOUTL ABEND - DEFAULT CARD AMOUNT "
005290                     "MUST BE SNNNNNNNVV"
005300                 MOVE 8 TO RETURN-CODE
005310                 STOP RUN
005320             END-IF
005330             MOVE WS-CRD-VALUE-1-AMT TO WS-DEFAULT-THRESHOLD
005340         WHEN "SOURCE"
005350             PERFORM 0430-EDIT-THRESHOLD THRU 0430-EXIT
005360             PERFORM 0440-TABLE-SOURCE-THRESHOLD THRU 0440-EXIT
005370         WHEN "TRANCODE"
005380             PERFORM 0430-EDIT-THRESHOLD THRU 0430-EXIT
005390             PERFORM 0450-TABLE-CODE-THRESHOLD THRU 0450-EXIT
005400         WHEN SPACES
005410             CONTINUE
005420         WHEN OTHER
005430             DISPLAY "ADDOUTL ABEND - UNKNOWN OUTLPARM KEYWORD "
005440                 WS-CRD-KEYWORD
005450             MOVE 8 TO RETURN-CODE
005460             STOP RUN
005470     END-EVALUATE.
005480 0420-NEXT.
005490     PERFORM 0410-READ-ONE-CARD THRU 0410-EXIT.
005500 0420-EXIT.
005510     EXIT.
005520
005530******************************************************************
005540***  0430-EDIT-THRESHOLD - A SOURCE OR TRANCODE CARD NEEDS ITS   *
005550***  KEY IN 10-19 AND A SIGN-FIRST AMOUNT IN 21-30               *
005560******************************************************************
005570 0430-EDIT-THRESHOLD.
005580     IF WS-CRD-VALUE-1 = SPACES
005590         OR WS-CRD-VALUE-2-AMT IS NOT NUMERIC
005600         DISPLAY "ADDOUTL ABEND - " WS-CRD-KEYWORD
005610             " CARD NEEDS A KEY AND A SNNNNNNNVV AMOUNT"
005620         MOVE 8 TO RETURN-CODE
005630         STOP RUN
005640     END-IF.
005650 0430-EXIT.
005660     EXIT.
005670
005680******************************************************************
005690***  0440-TABLE-SOURCE-THRESHOLD - ONE SOURCE'S THRESHOLD. MORE  *
005700***  THAN 50 FAILS THE RUN - WIDEN THE TABLE.                    *
005710******************************************************************
005720 0440-TABLE-SOURCE-THRESHOLD.
005730     IF WS-SRC-THR-USED NOT < 50
005740         DISPLAY "ADDOUTL ABEND - MORE THAN 50 SOURCE CARDS"
005750         MOVE 8 TO RETURN-CODE
005760         STOP RUN
005770     END-IF
005780     ADD 1 TO WS-SRC-THR-USED
005790     SET WS-SRC-THR-IX TO WS-SRC-THR-USED
005800     MOVE WS-CRD-VALUE-1(1:8) TO WS-SRC-THR-ID (WS-SRC-THR-IX)
005810     MOVE WS-CRD-VALUE-2-AMT TO WS-SRC-THR-AMOUNT (WS-SRC-THR-IX).
005820 0440-EXIT.
005830     EXIT.
005840
005850******************************************************************
005860***  0450-TABLE-CODE-THRESHOLD - ONE TRANSACTION CODE'S          *
005870***  THRESHOLD                                                   *
005880******************************************************************
005890 0450-TABLE-CODE-THRESHOLD.
005900     IF WS-CDE-THR-USED NOT < 10
005910         DISPLAY "ADDOUTL ABEND - MORE THAN 10 TRANCODE CARDS"
005920         MOVE 8 TO RETURN-CODE
005930         STOP RUN
005940     END-IF
005950     ADD 1 TO WS-CDE-THR-USED
005960     SET WS-CDE-THR-IX TO WS-CDE-THR-USED
005970     MOVE WS-CRD-VALUE-1(1:1) TO WS-CDE-THR-CODE (WS-CDE-THR-IX)
005980     MOVE WS-CRD-VALUE-2-AMT TO WS-CDE-THR-AMOUNT (WS-CDE-THR-IX).
005990 0450-EXIT.
006000     EXIT.
006010
006020******************************************************************
006030***  1000-FIND-TRAILING-WINDOW - READ THE CALENDAR FORWARD FROM  *
006040***  ONE YEAR BEFORE THE PROCESSING DATE, RINGING EACH BUSINESS  *
006050***  DAY, AND TAKE THE OLDEST DAY LEFT IN THE RING AS THE START  *
006060***  OF THE WINDOW. NO BUSINESS DAY ON THE CALENDAR LEAVES THE   *
006070***  WINDOW EMPTY AND THE VOLUMES UNCOMPARED.                    *
006080******************************************************************
006090 1000-FIND-TRAILING-WINDOW.
006100     COMPUTE WS-CAL-START = WS-RUN-DATE - 10000
006110     MOVE WS-CAL-START TO CAL-DATE
006120     START CALENDAR-FILE KEY IS >= CAL-DATE
006130         INVALID KEY
006140             SET END-OF-CALENDAR-FILE TO TRUE
006150     END-START
006160     IF NOT END-OF-CALENDAR-FILE
006170         PERFORM 1100-READ-CALENDAR THRU 1100-EXIT
006180     END-IF
006190     PERFORM 1200-RING-ONE-DAY THRU 1200-EXIT
006200         UNTIL END-OF-CALENDAR-FILE
006210     EVALUATE TRUE
006220         WHEN WS-RING-USED = 0
006230             MOVE WS-RUN-DATE TO WS-WINDOW-START
006240         WHEN WS-RING-USED < WS-TRAILING-DAYS
006250             SET WS-RING-IX TO 1
006260             MOVE WS-RING-DATE (WS-RING-IX) TO WS-WINDOW-START
006270         WHEN OTHER
006280             IF WS-RING-POS = WS-TRAILING-DAYS
006290                 SET WS-RING-IX TO 1
006300             ELSE
006310                 SET WS-RING-IX TO WS-RING-POS
006320                 SET WS-RING-IX UP BY 1
006330             END-IF
006340             MOVE WS-RING-DATE (WS-RING-IX) TO WS-WINDOW-START
006350     END-EVALUATE.
006360 1000-EXIT.
006370     EXIT.
006380
006390******************************************************************
006400***  1100-READ-CALENDAR - READ THE NEXT CALENDAR DAY; THE        *
006410***  PROCESSING DATE ITSELF ENDS THE READ                        *
006420******************************************************************
006430 1100-READ-CALENDAR.
006440     READ CALENDAR-FILE NEXT RECORD
006450         AT END
006460             SET END-OF-CALENDAR-FILE TO TRUE
006470     END-READ
006480     IF NOT END-OF-CALENDAR-FILE
006490        AND CAL-DATE NOT < WS-RUN-DATE
006500         SET END-OF-CALENDAR-FILE TO TRUE
006510     END-IF.
006520 1100-EXIT.
006530     EXIT.
006540
006550******************************************************************
006560***  1200-RING-ONE-DAY - A BUSINESS DAY GOES INTO THE RING,      *
006570***  OVERWRITING THE OLDEST ONCE THE RING IS FULL                *
006580******************************************************************
006590 1200-RING-ONE-DAY.
006600     IF CAL-BUSINESS-DAY
006610         ADD 1 TO WS-RING-POS
006620         IF WS-RING-POS > WS-TRAILING-DAYS
006630             MOVE 1 TO WS-RING-POS
006640         END-IF
006650         SET WS-RING-IX TO WS-RING-POS
006660         MOVE CAL-DATE TO WS-RING-DATE (WS-RING-IX)
006670         IF WS-RING-USED < WS-TRAILING-DAYS
006680             ADD 1 TO WS-RING-USED
006690         END-IF
006700     END-IF
006710     PERFORM 1100-READ-CALENDAR THRU 1100-EXIT.
006720 1200-EXIT.
006730     EXIT.
006740
006750******************************************************************
006760***  2000-POSITION-HISTORY - START THE HISTORY SWEEP AT THE      *
006770***  FIRST KEY OF THE TRAILING WINDOW                            *
006780******************************************************************
006790 2000-POSITION-HISTORY.
006800     MOVE WS-WINDOW-START TO HST-RUN-DATE
006810     MOVE 0 TO HST-CYCLE-NO
006820     MOVE 0 TO HST-TRANS-ID
006830     START HISTORY-FILE KEY IS >= HST-KEY
006840         INVALID KEY
006850             SET END-OF-HISTORY-FILE TO TRUE
006860     END-START
006870     IF NOT END-OF-HISTORY-FILE
006880         PERFORM 2100-READ-HISTORY THRU 2100-EXIT
006890     END-IF.
006900 2000-EXIT.
006910     EXIT.
006920
006930******************************************************************
006940***  2100-READ-HISTORY - READ THE NEXT HISTORY ROW; A ROW PAST   *
006950***  THE PROCESSING DATE ENDS THE SWEEP                          *
006960******************************************************************
006970 2100-READ-HISTORY.
006980     READ HISTORY-FILE NEXT RECORD
006990         AT END
007000             SET END-OF-HISTORY-FILE TO TRUE
007010     END-READ
007020     IF NOT END-OF-HISTORY-FILE
007030         IF HST-RUN-DATE > WS-RUN-DATE
007040             SET END-OF-HISTORY-FILE TO TRUE
007050         ELSE
007060             ADD 1 TO WS-HST-READ
007070         END-IF
007080     END-IF.
007090 2100-EXIT.
007100     EXIT.
007110
007120******************************************************************
007130***  2200-TALLY-ONE-HISTORY - ONLY ROWS OF THE CYCLE UNDER       *
007140***  REVIEW COUNT. A TRAILING ROW ADDS TO ITS SOURCE'S WINDOW    *
007150***  TOTALS (AND A NEW DATE TO THE DAYS SEEN); A ROW OF THE      *
007160***  PROCESSING DATE ADDS TO THE DAY'S TOTALS AND IS TESTED      *
007170***  AGAINST ITS LARGE-VALUE THRESHOLD.                          *
007180******************************************************************
007190 2200-TALLY-ONE-HISTORY.
007200     IF HST-CYCLE-NO NOT = WS-CYCLE-NO
007210         GO TO 2200-NEXT
007220     END-IF
007230     PERFORM 2300-FIND-SOURCE THRU 2300-EXIT
007240     SET WS-SOURCE-IX TO WS-SOURCE-SLOT
007250     IF HST-RUN-DATE < WS-RUN-DATE
007260         IF HST-RUN-DATE NOT = WS-LAST-TRAIL-DATE
007270             ADD 1 TO WS-TRAIL-DAYS-SEEN
007280             MOVE HST-RUN-DATE TO WS-LAST-TRAIL-DATE
007290         END-IF
007300         ADD 1 TO WS-TBL-TRAIL-COUNT (WS-SOURCE-IX)
007310         ADD HST-RESULT TO WS-TBL-TRAIL-TOTAL (WS-SOURCE-IX)
007320     ELSE
007330         ADD 1 TO WS-DAY-RECS
007340         ADD 1 TO WS-TBL-DAY-COUNT (WS-SOURCE-IX)
007350         ADD HST-RESULT TO WS-TBL-DAY-TOTAL (WS-SOURCE-IX)
007360         PERFORM 2400-CHECK-LARGE-VALUE THRU 2400-EXIT
007370     END-IF.
007380 2200-NEXT.
007390     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
007400 2200-EXIT.
007410     EXIT.
007420
007430******************************************************************
007440***  2300-FIND-SOURCE - THE TABLE SLOT FOR HST-SOURCE-ID,        *
007450***  OPENING ONE THE FIRST TIME THE SOURCE IS SEEN               *
007460******************************************************************
007470 2300-FIND-SOURCE.
007480     MOVE 0 TO WS-SOURCE-SLOT
007490     PERFORM 2310-MATCH-ONE-SOURCE THRU 2310-EXIT
007500         VARYING WS-SOURCE-SUB FROM 1 BY 1
007510         UNTIL WS-SOURCE-SUB > WS-SOURCES-USED
007520            OR WS-SOURCE-SLOT > 0
007530     IF WS-SOURCE-SLOT > 0
007540         GO TO 2300-EXIT
007550     END-IF
007560     IF WS-SOURCES-USED NOT < 100
007570         DISPLAY "ADDOUTL ABEND - MORE THAN 100 SOURCES - "
007580             "WIDEN WS-SOURCE-TABLE"
007590         MOVE 8 TO RETURN-CODE
007600         STOP RUN
007610     END-IF
007620     ADD 1 TO WS-SOURCES-USED
007630     MOVE WS-SOURCES-USED TO WS-SOURCE-SLOT
007640     SET WS-SOURCE-IX TO WS-SOURCE-SLOT
007650     MOVE HST-SOURCE-ID TO WS-TBL-SOURCE-ID (WS-SOURCE-IX)
007660     MOVE 0 TO WS-TBL-DAY-COUNT (WS-SOURCE-IX)
007670     MOVE 0 TO WS-TBL-DAY-TOTAL (WS-SOURCE-IX)
007680     MOVE 0 TO WS-TBL-TRAIL-COUNT (WS-SOURCE-IX)
007690     MOVE 0 TO WS-TBL-TRAIL-TOTAL (WS-SOURCE-IX).
007700 2300-EXIT.
007710     EXIT.
007720
007730******************************************************************
007740***  2310-MATCH-ONE-SOURCE - DOES THIS SLOT HOLD THE ROW'S       *
007750***  SOURCE                                                      *
007760******************************************************************
007770 2310-MATCH-ONE-SOURCE.
007780     SET WS-SOURCE-IX TO WS-SOURCE-SUB
007790     IF WS-TBL-SOURCE-ID (WS-SOURCE-IX) = HST-SOURCE-ID
007800         MOVE WS-SOURCE-SUB TO WS-SOURCE-SLOT
007810     END-IF.
007820 2310-EXIT.
007830     EXIT.
007840
007850******************************************************************
007860***  2400-CHECK-LARGE-VALUE - TEST THE RESULT, EITHER SIGN,      *
007870***  AGAINST THE SOURCE'S THRESHOLD, THEN THE CODE'S. ONLY A     *
007880***  TRANSACTION WITH NEITHER FALLS BACK TO THE DEFAULT.         *
007890******************************************************************
007900 2400-CHECK-LARGE-VALUE.
007910     MOVE HST-RESULT TO WS-ABS-RESULT
007920     IF WS-ABS-RESULT < 0
007930         MULTIPLY -1 BY WS-ABS-RESULT
007940     END-IF
007950     MOVE SPACES TO WS-HIT-BASIS
007960     MOVE 'N' TO WS-THR-FOUND-SW
007970     MOVE 0 TO WS-THR-SLOT
007980     PERFORM 2410-MATCH-SOURCE-THRESHOLD THRU 2410-EXIT
007990         VARYING WS-THR-SUB FROM 1 BY 1
008000         UNTIL WS-THR-SUB > WS-SRC-THR-USED
008010            OR WS-THR-SLOT > 0
008020     IF WS-THR-SLOT > 0
008030         SET WS-THR-FOUND TO TRUE
008040         SET WS-SRC-THR-IX TO WS-THR-SLOT
008050         IF WS-ABS-RESULT > WS-SRC-THR-AMOUNT (WS-SRC-THR-IX)
008060             MOVE WS-SRC-THR-AMOUNT (WS-SRC-THR-IX)
008070                 TO WS-HIT-THRESHOLD
008080             MOVE "SOURCE" TO WS-HIT-BASIS
008090             GO TO 2400-LIST
008100         END-IF
008110     END-IF
008120     MOVE 0 TO WS-THR-SLOT
008130     PERFORM 2420-MATCH-CODE-THRESHOLD THRU 2420-EXIT
008140         VARYING WS-THR-SUB FROM 1 BY 1
008150         UNTIL WS-THR-SUB > WS-CDE-THR-USED
008160            OR WS-THR-SLOT > 0
008170     IF WS-THR-SLOT > 0
008180         SET WS-THR-FOUND TO TRUE
008190         SET WS-CDE-THR-IX TO WS-THR-SLOT
008200         IF WS-ABS-RESULT > WS-CDE-THR-AMOUNT (WS-CDE-THR-IX)
008210             MOVE WS-CDE-THR-AMOUNT (WS-CDE-THR-IX)
008220                 TO WS-HIT-THRESHOLD
008230             MOVE "CODE" TO WS-HIT-BASIS
008240             GO TO 2400-LIST
008250         END-IF
008260     END-IF
008270     IF NOT WS-THR-FOUND AND WS-DEFAULT-THRESHOLD > 0
008280        AND WS-ABS-RESULT > WS-DEFAULT-THRESHOLD
008290         MOVE WS-DEFAULT-THRESHOLD TO WS-HIT-THRESHOLD
008300         MOVE "DEFAULT" TO WS-HIT-BASIS
008310     END-IF.
008320 2400-LIST.
008330     IF WS-HIT-BASIS NOT = SPACES
008340         PERFORM 2500-WRITE-LARGE-VALUE THRU 2500-EXIT
008350     END-IF.
008360 2400-EXIT.
008370     EXIT.
008380
008390******************************************************************
008400***  2410-MATCH-SOURCE-THRESHOLD - IS THIS THE ROW'S SOURCE      *
008410******************************************************************
008420 2410-MATCH-SOURCE-THRESHOLD.
008430     SET WS-SRC-THR-IX TO WS-THR-SUB
008440     IF WS-SRC-THR-ID (WS-SRC-THR-IX) = HST-SOURCE-ID
008450         MOVE WS-THR-SUB TO WS-THR-SLOT
008460     END-IF.
008470 2410-EXIT.
008480     EXIT.
008490
008500******************************************************************
008510***  2420-MATCH-CODE-THRESHOLD - IS THIS THE ROW'S CODE          *
008520******************************************************************
008530 2420-MATCH-CODE-THRESHOLD.
008540     SET WS-CDE-THR-IX TO WS-THR-SUB
008550     IF WS-CDE-THR-CODE (WS-CDE-THR-IX) = HST-TRANS-CODE
008560         MOVE WS-THR-SUB TO WS-THR-SLOT
008570     END-IF.
008580 2420-EXIT.
008590     EXIT.
008600
008610******************************************************************
008620***  2500-WRITE-LARGE-VALUE - LIST ONE LARGE-VALUE TRANSACTION   *
008630******************************************************************
008640 2500-WRITE-LARGE-VALUE.
008650     ADD 1 TO WS-LARGE-COUNT
008660     MOVE HST-TRANS-ID TO WS-RPT-LRG-TRANS
008670     MOVE HST-SOURCE-ID TO WS-RPT-LRG-SOURCE
008680     MOVE HST-TRANS-CODE TO WS-RPT-LRG-CODE
008690     MOVE HST-NUM1 TO WS-RPT-LRG-NUM1
008700     MOVE HST-NUM2 TO WS-RPT-LRG-NUM2
008710     MOVE HST-RESULT TO WS-RPT-LRG-RESULT
008720     MOVE WS-HIT-THRESHOLD TO WS-RPT-LRG-THRESH
008730     MOVE WS-HIT-BASIS TO WS-RPT-LRG-BASIS
008740     WRITE OUTLIER-REPORT-LINE FROM WS-RPT-LARGE-LINE.
008750 2500-EXIT.
008760     EXIT.
008770
008780******************************************************************
008790***  3000-COMPARE-ONE-SOURCE - THE SOURCE'S DAY AGAINST ITS      *
008800***  AVERAGE PER TRAILING DAY THE CYCLE RAN. A DEVIATION MORE    *
008810***  THAN THE TOLERANCE PERCENT OF THE AVERAGE, EITHER WAY, IS   *
008820***  FLAGGED. A SOURCE ABSENT FROM THE WHOLE WINDOW IS FLAGGED   *
008830***  AS NEW; WITH NO TRAILING DAYS AT ALL NOTHING IS COMPARED.   *
008840******************************************************************
008850 3000-COMPARE-ONE-SOURCE.
008860     SET WS-SOURCE-IX TO WS-SOURCE-SUB
008870     MOVE 0 TO WS-AVG-COUNT
008880     MOVE 0 TO WS-AVG-TOTAL
008890     MOVE SPACES TO WS-RPT-VOL-FLAG
008900     IF WS-TRAIL-DAYS-SEEN = 0
008910         MOVE "NOT COMPARED - NO HISTORY" TO WS-RPT-VOL-FLAG
008920         GO TO 3000-WRITE
008930     END-IF
008940     IF WS-TBL-TRAIL-COUNT (WS-SOURCE-IX) = 0
008950         MOVE "*** NEW - NO TRAILING VOLUME" TO WS-RPT-VOL-FLAG
008960         ADD 1 TO WS-VOLUME-COUNT
008970         GO TO 3000-WRITE
008980     END-IF
008990     COMPUTE WS-AVG-COUNT ROUNDED =
009000         WS-TBL-TRAIL-COUNT (WS-SOURCE-IX) / WS-TRAIL-DAYS-SEEN
009010     COMPUTE WS-AVG-TOTAL ROUNDED =
009020         WS-TBL-TRAIL-TOTAL (WS-SOURCE-IX) / WS-TRAIL-DAYS-SEEN
009030
009040     MOVE 'N' TO WS-COUNT-OFF-SW
009050     COMPUTE WS-DEVIATION =
009060         WS-TBL-DAY-COUNT (WS-SOURCE-IX) - WS-AVG-COUNT
009070     IF WS-DEVIATION < 0
009080         MULTIPLY -1 BY WS-DEVIATION
009090     END-IF
009100     COMPUTE WS-ALLOWANCE = WS-AVG-COUNT * WS-TOLERANCE-PCT / 100
009110     IF WS-DEVIATION > WS-ALLOWANCE
009120         SET WS-COUNT-OFF TO TRUE
009130     END-IF
009140
009150     MOVE 'N' TO WS-TOTAL-OFF-SW
009160     COMPUTE WS-DEVIATION =
009170         WS-TBL-DAY-TOTAL (WS-SOURCE-IX) - WS-AVG-TOTAL
009180     IF WS-DEVIATION < 0
009190         MULTIPLY -1 BY WS-DEVIATION
009200     END-IF
009210     COMPUTE WS-ALLOWANCE = WS-AVG-TOTAL * WS-TOLERANCE-PCT / 100
009220     IF WS-ALLOWANCE < 0
009230         MULTIPLY -1 BY WS-ALLOWANCE
009240     END-IF
009250     IF WS-DEVIATION > WS-ALLOWANCE
009260         SET WS-TOTAL-OFF TO TRUE
009270     END-IF
009280
009290     EVALUATE TRUE
009300         WHEN WS-COUNT-OFF AND WS-TOTAL-OFF
009310             MOVE "*** COUNT AND TOTAL OFF" TO WS-RPT-VOL-FLAG
009320             ADD 1 TO WS-VOLUME-COUNT
009330         WHEN WS-COUNT-OFF
009340             MOVE "*** COUNT OUT OF TOLERANCE" TO WS-RPT-VOL-FLAG
009350             ADD 1 TO WS-VOLUME-COUNT
009360         WHEN WS-TOTAL-OFF
009370             MOVE "*** TOTAL OUT OF TOLERANCE" TO WS-RPT-VOL-FLAG
009380             ADD 1 TO WS-VOLUME-COUNT
009390         WHEN OTHER
009400             CONTINUE
009410     END-EVALUATE.
009420 3000-WRITE.
009430     MOVE WS-TBL-SOURCE-ID (WS-SOURCE-IX) TO WS-RPT-VOL-SOURCE
009440     MOVE WS-TBL-DAY-COUNT (WS-SOURCE-IX) TO WS-RPT-VOL-COUNT
009450     MOVE WS-AVG-COUNT TO WS-RPT-VOL-AVG-COUNT
009460     MOVE WS-TBL-DAY-TOTAL (WS-SOURCE-IX) TO WS-RPT-VOL-TOTAL
009470     MOVE WS-AVG-TOTAL TO WS-RPT-VOL-AVG-TOTAL
009480     WRITE OUTLIER-REPORT-LINE FROM WS-RPT-VOLUME-LINE.
009490 3000-EXIT.
009500     EXIT.
009510
009520******************************************************************
009530***  7000-WRITE-TOTALS - SUMMARY COUNTS AND THE VERDICT          *
009540******************************************************************
009550 7000-WRITE-TOTALS.
009560     MOVE "TRAILING DAYS THE CYCLE RAN" TO WS-RPT-TOTAL-LABEL
009570     MOVE WS-TRAIL-DAYS-SEEN TO WS-RPT-TOTAL-VALUE
009580     WRITE OUTLIER-REPORT-LINE FROM WS-RPT-TOTAL-LINE
009590     MOVE "HISTORY ROWS READ" TO WS-RPT-TOTAL-LABEL
009600     MOVE WS-HST-READ TO WS-RPT-TOTAL-VALUE
009610     WRITE OUTLIER-REPORT-LINE FROM WS-RPT-TOTAL-LINE
009620     MOVE "TRANSACTIONS REVIEWED" TO WS-RPT-TOTAL-LABEL
009630     MOVE WS-DAY-RECS TO WS-RPT-TOTAL-VALUE
009640     WRITE OUTLIER-REPORT-LINE FROM WS-RPT-TOTAL-LINE
009650     MOVE "LARGE-VALUE TRANSACTIONS" TO WS-RPT-TOTAL-LABEL
009660     MOVE WS-LARGE-COUNT TO WS-RPT-TOTAL-VALUE
009670     WRITE OUTLIER-REPORT-LINE FROM WS-RPT-TOTAL-LINE
009680     MOVE "SOURCES OUT OF TOLERANCE OR NEW" TO WS-RPT-TOTAL-LABEL
009690     MOVE WS-VOLUME-COUNT TO WS-RPT-TOTAL-VALUE
009700     WRITE OUTLIER-REPORT-LINE FROM WS-RPT-TOTAL-LINE
009710     IF WS-LARGE-COUNT > 0 OR WS-VOLUME-COUNT > 0
009720         MOVE "*** OUTLIERS FLAGGED - TREASURY SIGN-OFF ***"
009730             TO WS-RPT-VERDICT
009740     ELSE
009750         MOVE "NOTHING FLAGGED" TO WS-RPT-VERDICT
009760     END-IF
009770     WRITE OUTLIER-REPORT-LINE FROM WS-RPT-VERDICT-LINE.
009780 7000-EXIT.
009790     EXIT.
