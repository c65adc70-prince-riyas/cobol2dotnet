000100******************************************************************
000110***                                                              **
000120***  PROGRAM    : ADDFEED                                        **
000130***  AUTHOR     : J W MARTIN                                     **
000140***  INSTALLATN : DAYLIGHT FINANCIAL SERVICES - BATCH SYSTEMS    **
000150***  DATE-WRTN  : 2026-10-15                                     **
000160***                                                              **
000170***  ABSTRACT                                                    **
000180***    EXPECTED-FEED CHECK, RUN AGAINST THE DAY'S INBOUND        **
000190***    TRANSMISSION AHEAD OF ADDNUMS.JCL. EVERY HEADER ON THE    **
000200***    RAWFEED DD (THE SAME CONCATENATION ADDEDIT EDITS) IS      **
000210***    TALLIED BY CTL-HDR-SOURCE-ID, WITH ITS DETAIL COUNT, AND  **
000220***    THE TALLY IS COMPARED WITH THE SOURCE-SYSTEM MASTER       **
000230***    (CPYSRC01, KEPT THROUGH ADDSMNT) FOR THE PROCESSING DATE  **
000240***    ON PDTFILE AND THE CYCLE ON THE EXEC PARM (CC, DEFAULT    **
000250***    01). ONE LINE PRINTS PER SOURCE:                          **
000260***                                                              **
000270***      RECEIVED      DUE THIS CYCLE AND ON THE TRANSMISSION    **
000280***      MISSING       DUE, ABSENT, ITS CUTOFF HAS PASSED        **
000290***      OUTSTANDING   DUE, ABSENT, CUTOFF NOT YET REACHED       **
000300***      RELEASED      DUE, ABSENT, RELEASED BY AN OPERATOR      **
000310***                    FOR THIS DATE AND CYCLE (ADDSMNT)         **
000320***      LATE          A PRIOR-DAY FEED DATE, OR A FEED DUE IN   **
000330***                    AN EARLIER CYCLE ONLY                     **
000340***      UNEXPECTED    NOT ON THE MASTER, INACTIVE, OR NOT DUE   **
000350***                    IN THIS CYCLE                             **
000360***    AND FLAGS A RECEIVED FEED WHOSE DETAIL COUNT FALLS        **
000370***    OUTSIDE THE SOURCE'S NORMAL BAND, OR A SOURCE THAT SENT   **
000380***    MORE THAN ONE FEED. EVERY EXCEPTION LINE IS FOLLOWED BY   **
000390***    THE SOURCE'S CONTACT AND CUTOFF.                          **
000400***                                                              **
000410***    THE SCHEDULER HOLDS ADDNUMS ON RC=8. WHEN A SOURCE IS     **
000420***    KNOWN TO BE ABSENT, OPERATIONS RELEASES IT IN ADDSMNT     **
000430***    (ACTION R) AND RERUNS THIS JOB, WHICH THEN ENDS RC=4.     **
000440***                                                              **
000450***  RETURN CODES                                                **
000460***    RC=0  EVERY DUE SOURCE RECEIVED, NOTHING OUT OF LINE      **
000470***    RC=4  RELEASED, LATE, UNEXPECTED, OUT-OF-BAND OR          **
000480***          DUPLICATE FEEDS - REVIEW FEEDRPT, ADDNUMS MAY RUN   **
000490***    RC=8  A DUE SOURCE IS MISSING OR OUTSTANDING - HOLD       **
000500***          ADDNUMS - OR ABEND / UNRECOVERABLE ERROR            **
000510***                                                              **
000520***  MOD HISTORY                                                 **
000530***  ----------------------------------------------------------  **
000540***  2026-10-15  JWM  ORIGINAL VERSION                           **
000550***                                                              **
000560******************************************************************
000570 IDENTIFICATION DIVISION.
000580 PROGRAM-ID.     ADDFEED.
000590 AUTHOR.         J W MARTIN.
000600 INSTALLATION.   DAYLIGHT FINANCIAL SERVICES.
000610 DATE-WRITTEN.   2026-10-15.
000620 DATE-COMPILED.
000630
000640 ENVIRONMENT DIVISION.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT RAW-FEED-FILE ASSIGN TO "RAWFEED"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-RAW-FILE-STATUS.
000700
000710     SELECT SOURCE-FILE ASSIGN TO "SRCFILE"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS SEQUENTIAL
000740         RECORD KEY IS SRC-SOURCE-ID
000750         FILE STATUS IS WS-SRC-FILE-STATUS.
000760
000770     SELECT PROC-DATE-FILE ASSIGN TO "PDTFILE"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS RANDOM
000800         RECORD KEY IS PDT-KEY
000810         FILE STATUS IS WS-PDT-FILE-STATUS.
000820
000830     SELECT FEED-REPORT ASSIGN TO "FEEDRPT"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-RPT-FILE-STATUS.
000860
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  RAW-FEED-FILE
000900     LABEL RECORDS ARE STANDARD.
000910 01  RAW-FEED-RECORD         PIC X(80).
000920
000930 FD  SOURCE-FILE
000940     LABEL RECORDS ARE STANDARD.
000950 COPY CPYSRC01.
000960
000970 FD  PROC-DATE-FILE
000980     LABEL RECORDS ARE STANDARD.
000990 COPY CPYPDT01.
001000
001010 FD  FEED-REPORT
001020     LABEL RECORDS ARE STANDARD.
001030 01  FEED-REPORT-LINE        PIC X(80).
001040
001050 WORKING-STORAGE SECTION.
001060******************************************************************
001070***  SWITCHES                                                    *
001080******************************************************************
001090 77  WS-EOF-SW               PIC X(01)   VALUE 'N'.
001100     88  END-OF-RAW-FEED                 VALUE 'Y'.
001110 77  WS-SRC-EOF-SW           PIC X(01)   VALUE 'N'.
001120     88  END-OF-SOURCE-FILE              VALUE 'Y'.
001130 77  WS-CUTOFF-SW            PIC X(01)   VALUE 'N'.
001140     88  WS-CUTOFF-PASSED                VALUE 'Y'.
001150 77  WS-EXCEPTION-SW         PIC X(01)   VALUE 'N'.
001160     88  WS-SOURCE-EXCEPTION             VALUE 'Y'.
001170
001180******************************************************************
001190***  FILE STATUS FIELDS                                          *
001200******************************************************************
001210 77  WS-RAW-FILE-STATUS      PIC X(02)   VALUE "00".
001220 77  WS-SRC-FILE-STATUS      PIC X(02)   VALUE "00".
001230 77  WS-PDT-FILE-STATUS      PIC X(02)   VALUE "00".
001240 77  WS-RPT-FILE-STATUS      PIC X(02)   VALUE "00".
001250
001260******************************************************************
001270***  FEED CONTROL RECORD LAYOUT - ONLY THE HEADER IS LOOKED AT;  *
001280***  ADDEDIT PROVES THE TRAILERS AND DETAILS                     *
001290******************************************************************
001300 COPY CPYCTL01.
001310
001320******************************************************************
001330***  SOURCE TABLE - ONE SLOT PER SOURCE ON THE MASTER, PLUS ONE  *
001340***  PER UNKNOWN SOURCE ID FOUND ON A HEADER. WS-TBL-CURRENT IS  *
001350***  THE SLOT THE OPEN FEED'S DETAILS ARE COUNTED AGAINST (ZERO  *
001360***  BETWEEN A TRAILER AND THE NEXT HEADER).                     *
001370******************************************************************
001380 77  WS-SOURCES-USED         PIC 9(3)  COMP  VALUE 0.
001390 01  WS-SOURCE-TABLE.
001400     05  WS-SOURCE-ENTRY OCCURS 100 TIMES
001410             INDEXED BY WS-SOURCE-IX.
001420         10  WS-TBL-SOURCE-ID
001430                             PIC X(08).
001440         10  WS-TBL-MASTER-SW
001450                             PIC X(01).
001460             88  WS-TBL-ON-MASTER        VALUE 'Y'.
001470         10  WS-TBL-NAME     PIC X(20).
001480         10  WS-TBL-STATUS   PIC X(01).
001490             88  WS-TBL-ACTIVE           VALUE "A".
001500         10  WS-TBL-DUE-SW   PIC X(01).
001510             88  WS-TBL-DUE              VALUE 'Y'.
001520         10  WS-TBL-EARLIER-SW
001530                             PIC X(01).
001540             88  WS-TBL-DUE-EARLIER      VALUE 'Y'.
001550         10  WS-TBL-RELEASE-SW
001560                             PIC X(01).
001570             88  WS-TBL-RELEASED         VALUE 'Y'.
001580         10  WS-TBL-CUTOFF   PIC 9(04).
001590         10  WS-TBL-VOL-LOW  PIC 9(07).
001600         10  WS-TBL-VOL-HIGH PIC 9(07).
001610         10  WS-TBL-CONTACT  PIC X(20).
001620         10  WS-TBL-PHONE    PIC X(15).
001630         10  WS-TBL-REL-OPERATOR
001640                             PIC X(08).
001650         10  WS-TBL-REL-REASON
001660                             PIC X(30).
001670         10  WS-TBL-FEEDS    PIC 9(3)  COMP.
001680         10  WS-TBL-DETAILS  PIC 9(7)  COMP.
001690         10  WS-TBL-FEED-DATE
001700                             PIC 9(08).
001710 77  WS-SOURCE-SUB           PIC 9(3)  COMP  VALUE 0.
001720 77  WS-SOURCE-SLOT          PIC 9(3)  COMP  VALUE 0.
001730 77  WS-TBL-CURRENT          PIC 9(3)  COMP  VALUE 0.
001740
001750******************************************************************
001760***  PROCESSING DATE, CYCLE AND CLOCK                            *
001770******************************************************************
001780 77  WS-PARM-CARD            PIC X(32)   VALUE SPACES.
001790 77  WS-PARM-LENGTH          PIC S9(04) COMP  VALUE 0.
001800 77  WS-PARM-CYCLE           PIC X(02)   VALUE SPACES.
001810 77  WS-PARM-CYCLE-N REDEFINES WS-PARM-CYCLE
001820                             PIC 9(02).
001830 77  WS-CYCLE-NO             PIC 9(02)       VALUE 1.
001840 77  WS-RUN-DATE             PIC 9(08)       VALUE 0.
001850 77  WS-CLOCK-DATE           PIC 9(08)       VALUE 0.
001860 01  WS-CLOCK-TIME.
001870     05  WS-CLOCK-HHMM       PIC 9(04).
001880     05  FILLER              PIC 9(04).
001890 77  WS-HOLD-FEED-DATE       PIC 9(08)       VALUE 0.
001900
001910******************************************************************
001920***  CONTROL TOTALS                                              *
001930******************************************************************
001940 77  WS-RECS-READ            PIC 9(7) COMP   VALUE 0.
001950 77  WS-FEED-COUNT           PIC 9(3) COMP   VALUE 0.
001960 77  WS-DUE-COUNT            PIC 9(3) COMP   VALUE 0.
001970 77  WS-RECEIVED-COUNT       PIC 9(3) COMP   VALUE 0.
001980 77  WS-MISSING-COUNT        PIC 9(3) COMP   VALUE 0.
001990 77  WS-OUTSTANDING-COUNT    PIC 9(3) COMP   VALUE 0.
002000 77  WS-RELEASED-COUNT       PIC 9(3) COMP   VALUE 0.
002010 77  WS-LATE-COUNT           PIC 9(3) COMP   VALUE 0.
002020 77  WS-UNEXPECTED-COUNT     PIC 9(3) COMP   VALUE 0.
002030 77  WS-BAND-COUNT           PIC 9(3) COMP   VALUE 0.
002040 77  WS-DUPLICATE-COUNT      PIC 9(3) COMP   VALUE 0.
002050
002060******************************************************************
002070***  REPORT LINE LAYOUTS                                         *
002080******************************************************************
002090 01  WS-RPT-HEADING-LINE.
002100     05  FILLER              PIC X(80)   VALUE
002110         "ADDFEED EXPECTED-FEED CHECK".
002120 01  WS-RPT-RUN-LINE.
002130     05  FILLER              PIC X(17)   VALUE
002140         "PROCESSING DATE ".
002150     05  WS-RPT-RUN-DATE     PIC 9(08).
002160     05  FILLER              PIC X(08)   VALUE "  CYCLE ".
002170     05  WS-RPT-RUN-CYCLE    PIC 9(02).
002180     05  FILLER              PIC X(10)   VALUE "  CLOCK ".
002190     05  WS-RPT-CLOCK-DATE   PIC 9(08).
002200     05  FILLER              PIC X(01)   VALUE SPACE.
002210     05  WS-RPT-CLOCK-HHMM   PIC 9(04).
002220     05  FILLER              PIC X(22)   VALUE SPACES.
002230 01  WS-RPT-COLUMN-LINE.
002240     05  FILLER              PIC X(80)   VALUE
002250         "SOURCE   NAME                 FDS  DETAILS  STATUS".
002260 01  WS-RPT-SOURCE-LINE.
002270     05  WS-RPT-SOURCE-ID    PIC X(08).
002280     05  FILLER              PIC X(01)   VALUE SPACE.
002290     05  WS-RPT-SOURCE-NAME  PIC X(20).
002300     05  FILLER              PIC X(01)   VALUE SPACE.
002310     05  WS-RPT-SOURCE-FEEDS PIC ZZ9.
002320     05  FILLER              PIC X(02)   VALUE SPACES.
002330     05  WS-RPT-SOURCE-DTLS  PIC Z(6)9.
002340     05  FILLER              PIC X(02)   VALUE SPACES.
002350     05  WS-RPT-SOURCE-STATUS
002360                             PIC X(36).
002370 01  WS-RPT-CONTACT-LINE.
002380     05  FILLER              PIC X(10)   VALUE
002390         "  CONTACT ".
002400     05  WS-RPT-CONTACT-NAME PIC X(20).
002410     05  FILLER              PIC X(01)   VALUE SPACE.
002420     05  WS-RPT-CONTACT-PHONE
002430                             PIC X(15).
002440     05  FILLER              PIC X(08)   VALUE " CUTOFF ".
002450     05  WS-RPT-CONTACT-CUTOFF
002460                             PIC 9(04).
002470     05  FILLER              PIC X(06)   VALUE " BAND ".
002480     05  WS-RPT-CONTACT-LOW  PIC Z(6)9.
002490     05  FILLER              PIC X(01)   VALUE "-".
002500     05  WS-RPT-CONTACT-HIGH PIC Z(6)9.
002510     05  FILLER              PIC X(01)   VALUE SPACE.
002520 01  WS-RPT-RELEASE-LINE.
002530     05  FILLER              PIC X(14)   VALUE
002540         "  RELEASED BY ".
002550     05  WS-RPT-REL-OPERATOR PIC X(08).
002560     05  FILLER              PIC X(03)   VALUE " - ".
002570     05  WS-RPT-REL-REASON   PIC X(30).
002580     05  FILLER              PIC X(25)   VALUE SPACES.
002590 01  WS-RPT-TOTAL-LINE.
002600     05  WS-RPT-TOTAL-LABEL  PIC X(34)   VALUE SPACES.
002610     05  WS-RPT-TOTAL-VALUE  PIC Z(14)9.
002620     05  WS-RPT-AMOUNT-VALUE REDEFINES WS-RPT-TOTAL-VALUE
002630                             PIC -(11)9.99.
002640     05  FILLER              PIC X(31)   VALUE SPACES.
002650 01  WS-RPT-VERDICT-LINE.
002660     05  WS-RPT-VERDICT      PIC X(80)   VALUE SPACES.
002670
002680 LINKAGE SECTION.
002690******************************************************************
002700***  LK-PARM-AREA - THE EXEC PARM, PASSED BY THE SYSTEM LOADER   *
002710***  AS A HALFWORD LENGTH FOLLOWED BY THE PARM TEXT.             *
002720******************************************************************
002730 01  LK-PARM-AREA.
002740     05  LK-PARM-LENGTH      PIC S9(04) COMP.
002750     05  LK-PARM-TEXT        PIC X(32).
002760
002770 PROCEDURE DIVISION USING LK-PARM-AREA.
002780******************************************************************
002790***  BEGIN - PROGRAM MAINLINE                                    *
002800******************************************************************
002810 BEGIN.
002820     PERFORM 0050-ESTABLISH-CYCLE THRU 0050-EXIT
002830     PERFORM 0300-READ-PROCESSING-DATE THRU 0300-EXIT
002840     ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD
002850     ACCEPT WS-CLOCK-TIME FROM TIME
002860     PERFORM 0100-OPEN-FILES THRU 0100-EXIT
002870
002880     PERFORM 1000-LOAD-SOURCE-MASTER THRU 1000-EXIT
002890     PERFORM 2000-READ-RAW-FEED THRU 2000-EXIT
002900     PERFORM 2100-TALLY-RECORD THRU 2100-EXIT
002910         UNTIL END-OF-RAW-FEED
002920
002930     PERFORM 3000-WRITE-HEADINGS THRU 3000-EXIT
002940     PERFORM 3100-CHECK-ONE-SOURCE THRU 3100-EXIT
002950         VARYING WS-SOURCE-SUB FROM 1 BY 1
002960         UNTIL WS-SOURCE-SUB > WS-SOURCES-USED
002970     PERFORM 7000-WRITE-TOTALS THRU 7000-EXIT
002980
002990     CLOSE RAW-FEED-FILE
003000     CLOSE SOURCE-FILE
003010     CLOSE FEED-REPORT
003020
003030     EVALUATE TRUE
003040         WHEN WS-MISSING-COUNT > 0 OR WS-OUTSTANDING-COUNT > 0
003050             DISPLAY "ADDFEED - " WS-MISSING-COUNT " MISSING, "
003060                 WS-OUTSTANDING-COUNT " OUTSTANDING SOURCE(S)"
003070                 " - HOLD ADDNUMS - SEE FEEDRPT"
003080             MOVE 8 TO RETURN-CODE
003090         WHEN WS-RELEASED-COUNT > 0 OR WS-LATE-COUNT > 0
003100           OR WS-UNEXPECTED-COUNT > 0 OR WS-BAND-COUNT > 0
003110           OR WS-DUPLICATE-COUNT > 0
003120             DISPLAY "ADDFEED - EVERY DUE SOURCE ACCOUNTED FOR"
003130                 " WITH EXCEPTIONS - SEE FEEDRPT"
003140             MOVE 4 TO RETURN-CODE
003150         WHEN OTHER
003160             DISPLAY "ADDFEED - " WS-RECEIVED-COUNT
003170                 " DUE SOURCE(S) RECEIVED"
003180             MOVE 0 TO RETURN-CODE
003190     END-EVALUATE
003200     STOP RUN.
003210
003220******************************************************************
003230***  0050-ESTABLISH-CYCLE - TAKE THE PROCESSING CYCLE FROM THE   *
003240***  EXEC PARM, OR DEFAULT TO 01. THE MASTER CARRIES A DUE FLAG  *
003250***  FOR CYCLES 01 AND 02 ONLY.                                  *
003260******************************************************************
003270 0050-ESTABLISH-CYCLE.
003280     MOVE SPACES TO WS-PARM-CARD
003290     MOVE LK-PARM-LENGTH TO WS-PARM-LENGTH
003300     IF WS-PARM-LENGTH > 32
003310         MOVE 32 TO WS-PARM-LENGTH
003320     END-IF
003330     IF WS-PARM-LENGTH > 0
003340         MOVE LK-PARM-TEXT(1:WS-PARM-LENGTH) TO WS-PARM-CARD
003350     END-IF
003360     MOVE WS-PARM-CARD(1:2) TO WS-PARM-CYCLE
003370     IF WS-PARM-CYCLE IS NUMERIC AND WS-PARM-CYCLE-N > 0
003380         MOVE WS-PARM-CYCLE-N TO WS-CYCLE-NO
003390     END-IF
003400     IF WS-CYCLE-NO > 2
003410         DISPLAY "ADDFEED ABEND - CYCLE " WS-CYCLE-NO
003420             " IS NOT 01 OR 02"
003430         MOVE 8 TO RETURN-CODE
003440         STOP RUN
003450     END-IF.
003460 0050-EXIT.
003470     EXIT.
003480
003490******************************************************************
003500***  0100-OPEN-FILES - OPEN EVERY FILE, CHECKING EACH OPEN'S     *
003510***  FILE STATUS THE SAME WAY ADDEDIT DOES                       *
003520******************************************************************
003530 0100-OPEN-FILES.
003540     OPEN INPUT RAW-FEED-FILE
003550     IF WS-RAW-FILE-STATUS NOT = "00"
003560         DISPLAY "ADDFEED ABEND - RAWFEED OPEN FAILED, STATUS = "
003570             WS-RAW-FILE-STATUS
003580         MOVE 8 TO RETURN-CODE
003590         STOP RUN
003600     END-IF
003610     OPEN INPUT SOURCE-FILE
003620     IF WS-SRC-FILE-STATUS NOT = "00"
003630         DISPLAY "ADDFEED ABEND - SRCFILE OPEN FAILED, STATUS = "
003640             WS-SRC-FILE-STATUS
003650         MOVE 8 TO RETURN-CODE
003660         STOP RUN
003670     END-IF
003680     OPEN OUTPUT FEED-REPORT
003690     IF WS-RPT-FILE-STATUS NOT = "00"
003700         DISPLAY "ADDFEED ABEND - FEEDRPT OPEN FAILED, STATUS = "
003710             WS-RPT-FILE-STATUS
003720         MOVE 8 TO RETURN-CODE
003730         STOP RUN
003740     END-IF.
003750 0100-EXIT.
003760     EXIT.
003770
003780******************************************************************
003790***  0300-READ-PROCESSING-DATE - FETCH THE PROCESSING DATE       *
003800***  FROM THE CPYPDT01 CONTROL RECORD ROLLED BY ADDEOD           *
003810******************************************************************
003820 0300-READ-PROCESSING-DATE.
003830     OPEN INPUT PROC-DATE-FILE
003840     IF WS-PDT-FILE-STATUS NOT = "00"
003850         DISPLAY "ADDFEED ABEND - PDTFILE OPEN FAILED, STATUS = "
003860             WS-PDT-FILE-STATUS
003870         MOVE 8 TO RETURN-CODE
003880         STOP RUN
003890     END-IF
003900     MOVE "PROCDATE" TO PDT-KEY
003910     READ PROC-DATE-FILE
003920         INVALID KEY
003930             DISPLAY "ADDFEED ABEND - NO PROCESSING-DATE RECORD "
003940                 "ON PDTFILE - SEED IT WITH ADDEOD"
003950             MOVE 8 TO RETURN-CODE
003960             STOP RUN
003970     END-READ
003980     MOVE PDT-RUN-DATE TO WS-RUN-DATE
003990     CLOSE PROC-DATE-FILE.
004000 0300-EXIT.
004010     EXIT.
004020
004030******************************************************************
004040***  1000-LOAD-SOURCE-MASTER - ONE TABLE SLOT PER SOURCE ON      *
004050***  THE MASTER, WITH ITS DUE FLAG FOR THIS CYCLE RESOLVED       *
004060******************************************************************
004070 1000-LOAD-SOURCE-MASTER.
004080     PERFORM 1100-READ-SOURCE-FILE THRU 1100-EXIT
004090     PERFORM 1200-LOAD-ONE-SOURCE THRU 1200-EXIT
004100         UNTIL END-OF-SOURCE-FILE.
004110 1000-EXIT.
004120     EXIT.
004130
004140******************************************************************
004150***  1100-READ-SOURCE-FILE - READ THE NEXT MASTER RECORD         *
004160******************************************************************
004170 1100-READ-SOURCE-FILE.
004180     READ SOURCE-FILE NEXT RECORD
004190         AT END
004200             SET END-OF-SOURCE-FILE TO TRUE
004210     END-READ.
004220 1100-EXIT.
004230     EXIT.
004240
004250******************************************************************
004260***  1200-LOAD-ONE-SOURCE - TABLE ONE MASTER RECORD. A RELEASE   *
004270***  COUNTS ONLY FOR THE PROCESSING DATE AND CYCLE IT NAMES.     *
004280******************************************************************
004290 1200-LOAD-ONE-SOURCE.
004300     PERFORM 1300-ADD-SOURCE-SLOT THRU 1300-EXIT
004310     SET WS-SOURCE-IX TO WS-SOURCE-SLOT
004320     MOVE 'Y' TO WS-TBL-MASTER-SW (WS-SOURCE-IX)
004330     MOVE SRC-NAME TO WS-TBL-NAME (WS-SOURCE-IX)
004340     MOVE SRC-STATUS TO WS-TBL-STATUS (WS-SOURCE-IX)
004350     IF SRC-ACTIVE AND SRC-DUE-IN-CYCLE (WS-CYCLE-NO)
004360         MOVE 'Y' TO WS-TBL-DUE-SW (WS-SOURCE-IX)
004370     END-IF
004380     IF WS-CYCLE-NO = 2 AND SRC-DUE-IN-CYCLE (1)
004390         MOVE 'Y' TO WS-TBL-EARLIER-SW (WS-SOURCE-IX)
004400     END-IF
004410     IF SRC-RELEASE-DATE = WS-RUN-DATE
004420        AND SRC-RELEASE-CYCLE = WS-CYCLE-NO
004430         MOVE 'Y' TO WS-TBL-RELEASE-SW (WS-SOURCE-IX)
004440     END-IF
004450     MOVE SRC-CUTOFF-TIME TO WS-TBL-CUTOFF (WS-SOURCE-IX)
004460     MOVE SRC-VOLUME-LOW TO WS-TBL-VOL-LOW (WS-SOURCE-IX)
004470     MOVE SRC-VOLUME-HIGH TO WS-TBL-VOL-HIGH (WS-SOURCE-IX)
004480     MOVE SRC-CONTACT-NAME TO WS-TBL-CONTACT (WS-SOURCE-IX)
004490     MOVE SRC-CONTACT-PHONE TO WS-TBL-PHONE (WS-SOURCE-IX)
004500     MOVE SRC-RELEASE-OPERATOR
004510         TO WS-TBL-REL-OPERATOR (WS-SOURCE-IX)
004520     MOVE SRC-RELEASE-REASON TO WS-TBL-REL-REASON (WS-SOURCE-IX)
004530     PERFORM 1100-READ-SOURCE-FILE THRU 1100-EXIT.
004540 1200-EXIT.
004550     EXIT.
004560
004570******************************************************************
004580***  1300-ADD-SOURCE-SLOT - OPEN THE NEXT TABLE SLOT FOR         *
004590***  SRC-SOURCE-ID. A FULL TABLE ABENDS - WIDEN THE OCCURS.      *
004600******************************************************************
004610 1300-ADD-SOURCE-SLOT.
004620     IF WS-SOURCES-USED NOT < 100
004630         DISPLAY "ADDFEED ABEND - MORE THAN 100 SOURCES - "
004640             "WIDEN WS-SOURCE-TABLE"
004650         MOVE 8 TO RETURN-CODE
004660         STOP RUN
004670     END-IF
004680     ADD 1 TO WS-SOURCES-USED
004690     MOVE WS-SOURCES-USED TO WS-SOURCE-SLOT
004700     SET WS-SOURCE-IX TO WS-SOURCE-SLOT
004710     MOVE SRC-SOURCE-ID TO WS-TBL-SOURCE-ID (WS-SOURCE-IX)
004720     MOVE 'N' TO WS-TBL-MASTER-SW (WS-SOURCE-IX)
004730     MOVE SPACES TO WS-TBL-NAME (WS-SOURCE-IX)
004740     MOVE SPACE TO WS-TBL-STATUS (WS-SOURCE-IX)
004750     MOVE 'N' TO WS-TBL-DUE-SW (WS-SOURCE-IX)
004760     MOVE 'N' TO WS-TBL-EARLIER-SW (WS-SOURCE-IX)
004770     MOVE 'N' TO WS-TBL-RELEASE-SW (WS-SOURCE-IX)
004780     MOVE 0 TO WS-TBL-CUTOFF (WS-SOURCE-IX)
004790     MOVE 0 TO WS-TBL-VOL-LOW (WS-SOURCE-IX)
004800     MOVE 0 TO WS-TBL-VOL-HIGH (WS-SOURCE-IX)
004810     MOVE SPACES TO WS-TBL-CONTACT (WS-SOURCE-IX)
004820     MOVE SPACES TO WS-TBL-PHONE (WS-SOURCE-IX)
004830     MOVE SPACES TO WS-TBL-REL-OPERATOR (WS-SOURCE-IX)
004840     MOVE SPACES TO WS-TBL-REL-REASON (WS-SOURCE-IX)
004850     MOVE 0 TO WS-TBL-FEEDS (WS-SOURCE-IX)
004860     MOVE 0 TO WS-TBL-DETAILS (WS-SOURCE-IX)
004870     MOVE 0 TO WS-TBL-FEED-DATE (WS-SOURCE-IX).
004880 1300-EXIT.
004890     EXIT.
004900
004910******************************************************************
004920***  2000-READ-RAW-FEED - READ ONE RAW TRANSMISSION RECORD       *
004930******************************************************************
004940 2000-READ-RAW-FEED.
004950     READ RAW-FEED-FILE
004960         AT END
004970             SET END-OF-RAW-FEED TO TRUE
004980     END-READ
004990     IF NOT END-OF-RAW-FEED
005000         ADD 1 TO WS-RECS-READ
005010     END-IF.
005020 2000-EXIT.
005030     EXIT.
005040
005050******************************************************************
005060***  2100-TALLY-RECORD - A HEADER STARTS COUNTING FOR ITS        *
005070***  SOURCE, A TRAILER STOPS IT, A DETAIL IS COUNTED AGAINST     *
005080***  THE SOURCE WHOSE FEED IS OPEN. DETAILS OUTSIDE ANY FEED     *
005090***  ARE ADDEDIT'S TO REJECT AND ARE NOT COUNTED HERE.           *
005100******************************************************************
005110 2100-TALLY-RECORD.
005120     EVALUATE TRUE
005130         WHEN RAW-FEED-RECORD(1:1) = "H"
005140             PERFORM 2200-TALLY-HEADER THRU 2200-EXIT
005150         WHEN RAW-FEED-RECORD(1:1) = "T"
005160             MOVE 0 TO WS-TBL-CURRENT
005170         WHEN WS-TBL-CURRENT > 0
005180             SET WS-SOURCE-IX TO WS-TBL-CURRENT
005190             ADD 1 TO WS-TBL-DETAILS (WS-SOURCE-IX)
005200         WHEN OTHER
005210             CONTINUE
005220     END-EVALUATE
005230     PERFORM 2000-READ-RAW-FEED THRU 2000-EXIT.
005240 2100-EXIT.
005250     EXIT.
005260
005270******************************************************************
005280***  2200-TALLY-HEADER - FIND THE HEADER'S SOURCE IN THE TABLE   *
005290***  (ADDING IT WHEN IT IS NOT ON THE MASTER), COUNT THE FEED    *
005300***  AND KEEP THE EARLIEST FEED DATE SEEN FOR THE SOURCE         *
005310******************************************************************
005320 2200-TALLY-HEADER.
005330     MOVE RAW-FEED-RECORD TO CPYCTL01-FEED-HEADER
005340     ADD 1 TO WS-FEED-COUNT
005350     MOVE 0 TO WS-SOURCE-SLOT
005360     PERFORM 2300-MATCH-ONE-SLOT THRU 2300-EXIT
005370         VARYING WS-SOURCE-SUB FROM 1 BY 1
005380         UNTIL WS-SOURCE-SUB > WS-SOURCES-USED
005390            OR WS-SOURCE-SLOT > 0
005400     IF WS-SOURCE-SLOT = 0
005410         MOVE CTL-HDR-SOURCE-ID TO SRC-SOURCE-ID
005420         PERFORM 1300-ADD-SOURCE-SLOT THRU 1300-EXIT
005430     END-IF
005440     MOVE WS-SOURCE-SLOT TO WS-TBL-CURRENT
005450     SET WS-SOURCE-IX TO WS-SOURCE-SLOT
005460     ADD 1 TO WS-TBL-FEEDS (WS-SOURCE-IX)
005470     MOVE 0 TO WS-HOLD-FEED-DATE
005480     IF CTL-HDR-FEED-DATE IS NUMERIC
005490         MOVE CTL-HDR-FEED-DATE TO WS-HOLD-FEED-DATE
005500     END-IF
005510     IF WS-TBL-FEED-DATE (WS-SOURCE-IX) = 0
005520        OR WS-HOLD-FEED-DATE < WS-TBL-FEED-DATE (WS-SOURCE-IX)
005530         MOVE WS-HOLD-FEED-DATE TO WS-TBL-FEED-DATE (WS-SOURCE-IX)
005540     END-IF.
005550 2200-EXIT.
005560     EXIT.
005570
005580******************************************************************
005590***  2300-MATCH-ONE-SLOT - DOES THIS SLOT HOLD THE HEADER'S      *
005600***  SOURCE ID                                                   *
005610******************************************************************
005620 2300-MATCH-ONE-SLOT.
005630     SET WS-SOURCE-IX TO WS-SOURCE-SUB
005640     IF WS-TBL-SOURCE-ID (WS-SOURCE-IX) = CTL-HDR-SOURCE-ID
005650         MOVE WS-SOURCE-SUB TO WS-SOURCE-SLOT
005660     END-IF.
005670 2300-EXIT.
005680     EXIT.
005690
005700******************************************************************
005710***  3000-WRITE-HEADINGS - REPORT TITLE, THE DATE/CYCLE BEING    *
005720***  CHECKED AND THE CLOCK THE CUTOFFS WERE JUDGED AGAINST       *
005730******************************************************************
005740 3000-WRITE-HEADINGS.
005750     WRITE FEED-REPORT-LINE FROM WS-RPT-HEADING-LINE
005760     MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE
005770     MOVE WS-CYCLE-NO TO WS-RPT-RUN-CYCLE
005780     MOVE WS-CLOCK-DATE TO WS-RPT-CLOCK-DATE
005790     MOVE WS-CLOCK-HHMM TO WS-RPT-CLOCK-HHMM
005800     WRITE FEED-REPORT-LINE FROM WS-RPT-RUN-LINE
005810     WRITE FEED-REPORT-LINE FROM WS-RPT-COLUMN-LINE.
005820 3000-EXIT.
005830     EXIT.
005840
005850******************************************************************
005860***  3100-CHECK-ONE-SOURCE - CLASSIFY ONE SOURCE AND PRINT ITS   *
005870***  LINE. A SOURCE ON THE MASTER THAT IS NEITHER DUE NOR        *
005880***  RECEIVED HAS NOTHING TO SAY AND DOES NOT PRINT.             *
005890******************************************************************
005900 3100-CHECK-ONE-SOURCE.
005910     SET WS-SOURCE-IX TO WS-SOURCE-SUB
005920     IF NOT WS-TBL-DUE (WS-SOURCE-IX)
005930        AND WS-TBL-FEEDS (WS-SOURCE-IX) = 0
005940         GO TO 3100-EXIT
005950     END-IF
005960     MOVE 'N' TO WS-EXCEPTION-SW
005970     MOVE SPACES TO WS-RPT-SOURCE-STATUS
005980     IF WS-TBL-DUE (WS-SOURCE-IX)
005990         ADD 1 TO WS-DUE-COUNT
006000         IF WS-TBL-FEEDS (WS-SOURCE-IX) = 0
006010             PERFORM 3200-CLASSIFY-ABSENT THRU 3200-EXIT
006020         ELSE
006030             PERFORM 3300-CLASSIFY-RECEIVED THRU 3300-EXIT
006040         END-IF
006050     ELSE
006060         PERFORM 3400-CLASSIFY-NOT-DUE THRU 3400-EXIT
006070     END-IF
006080     PERFORM 3500-WRITE-SOURCE-LINE THRU 3500-EXIT.
006090 3100-EXIT.
006100     EXIT.
006110
006120******************************************************************
006130***  3200-CLASSIFY-ABSENT - A DUE SOURCE WITH NO FEED. RELEASED  *
006140***  FOR THIS DATE AND CYCLE, MISSING ONCE ITS CUTOFF HAS        *
006150***  PASSED ON THE CLOCK, OTHERWISE STILL OUTSTANDING. A CLOCK   *
006160***  DATE PAST THE PROCESSING DATE MEANS EVERY CUTOFF HAS GONE.  *
006170******************************************************************
006180 3200-CLASSIFY-ABSENT.
006190     SET WS-SOURCE-EXCEPTION TO TRUE
006200     IF WS-TBL-RELEASED (WS-SOURCE-IX)
006210         ADD 1 TO WS-RELEASED-COUNT
006220         MOVE "RELEASED - KNOWN ABSENT"
006230             TO WS-RPT-SOURCE-STATUS
006240         GO TO 3200-EXIT
006250     END-IF
006260     MOVE 'N' TO WS-CUTOFF-SW
006270     IF WS-CLOCK-DATE > WS-RUN-DATE
006280         SET WS-CUTOFF-PASSED TO TRUE
006290     END-IF
006300     IF WS-CLOCK-DATE = WS-RUN-DATE
006310        AND WS-CLOCK-HHMM NOT < WS-TBL-CUTOFF (WS-SOURCE-IX)
006320         SET WS-CUTOFF-PASSED TO TRUE
006330     END-IF
006340     IF WS-CUTOFF-PASSED
006350         ADD 1 TO WS-MISSING-COUNT
006360         MOVE "*** MISSING - CUTOFF HAS PASSED"
006370             TO WS-RPT-SOURCE-STATUS
006380     ELSE
006390         ADD 1 TO WS-OUTSTANDING-COUNT
006400         MOVE "*** OUTSTANDING - BEFORE CUTOFF"
006410             TO WS-RPT-SOURCE-STATUS
006420     END-IF.
006430 3200-EXIT.
006440     EXIT.
006450
006460******************************************************************
006470***  3300-CLASSIFY-RECEIVED - A DUE SOURCE WITH ITS FEED. ONE    *
006480***  STATUS PRINTS, THE FIRST THAT APPLIES OF: MORE THAN ONE     *
006490***  FEED, A PRIOR-DAY FEED DATE, A DETAIL COUNT OUTSIDE THE     *
006500***  SOURCE'S NORMAL BAND.                                       *
006510******************************************************************
006520 3300-CLASSIFY-RECEIVED.
006530     ADD 1 TO WS-RECEIVED-COUNT
006540     EVALUATE TRUE
006550         WHEN WS-TBL-FEEDS (WS-SOURCE-IX) > 1
006560             SET WS-SOURCE-EXCEPTION TO TRUE
006570             ADD 1 TO WS-DUPLICATE-COUNT
006580             MOVE "MORE THAN ONE FEED RECEIVED"
006590                 TO WS-RPT-SOURCE-STATUS
006600         WHEN WS-TBL-FEED-DATE (WS-SOURCE-IX) < WS-RUN-DATE
006610             SET WS-SOURCE-EXCEPTION TO TRUE
006620             ADD 1 TO WS-LATE-COUNT
006630             MOVE "LATE - PRIOR-DAY FEED DATE"
006640                 TO WS-RPT-SOURCE-STATUS
006650         WHEN WS-TBL-DETAILS (WS-SOURCE-IX)
006660                 < WS-TBL-VOL-LOW (WS-SOURCE-IX)
006670           OR WS-TBL-DETAILS (WS-SOURCE-IX)
006680                 > WS-TBL-VOL-HIGH (WS-SOURCE-IX)
006690             SET WS-SOURCE-EXCEPTION TO TRUE
006700             ADD 1 TO WS-BAND-COUNT
006710             MOVE "VOLUME OUTSIDE NORMAL BAND"
006720                 TO WS-RPT-SOURCE-STATUS
006730         WHEN OTHER
006740             MOVE "RECEIVED" TO WS-RPT-SOURCE-STATUS
006750     END-EVALUATE.
006760 3300-EXIT.
006770     EXIT.
006780
006790******************************************************************
006800***  3400-CLASSIFY-NOT-DUE - A FEED FROM A SOURCE NOT DUE IN     *
006810***  THIS CYCLE. ONE DUE IN THE EARLIER CYCLE HAS ARRIVED LATE;  *
006820***  ANYTHING ELSE (UNKNOWN, INACTIVE, NOT SCHEDULED) IS         *
006830***  UNEXPECTED.                                                 *
006840******************************************************************
006850 3400-CLASSIFY-NOT-DUE.
006860     SET WS-SOURCE-EXCEPTION TO TRUE
006870     EVALUATE TRUE
006880         WHEN NOT WS-TBL-ON-MASTER (WS-SOURCE-IX)
006890             ADD 1 TO WS-UNEXPECTED-COUNT
006900             MOVE "*** UNEXPECTED - NOT ON THE MASTER"
006910                 TO WS-RPT-SOURCE-STATUS
006920         WHEN NOT WS-TBL-ACTIVE (WS-SOURCE-IX)
006930             ADD 1 TO WS-UNEXPECTED-COUNT
006940             MOVE "*** UNEXPECTED - SOURCE INACTIVE"
006950                 TO WS-RPT-SOURCE-STATUS
006960         WHEN WS-TBL-DUE-EARLIER (WS-SOURCE-IX)
006970             ADD 1 TO WS-LATE-COUNT
006980             MOVE "LATE - DUE IN CYCLE 01"
006990                 TO WS-RPT-SOURCE-STATUS
007000         WHEN OTHER
007010             ADD 1 TO WS-UNEXPECTED-COUNT
007020             MOVE "*** UNEXPECTED - NOT DUE THIS CYCLE"
007030                 TO WS-RPT-SOURCE-STATUS
007040     END-EVALUATE.
007050 3400-EXIT.
007060     EXIT.
007070
007080******************************************************************
007090***  3500-WRITE-SOURCE-LINE - THE SOURCE'S LINE, AND FOR AN      *
007100***  EXCEPTION ITS CONTACT AND ANY RELEASE IN FORCE              *
007110******************************************************************
007120 3500-WRITE-SOURCE-LINE.
007130     MOVE WS-TBL-SOURCE-ID (WS-SOURCE-IX) TO WS-RPT-SOURCE-ID
007140     MOVE WS-TBL-NAME (WS-SOURCE-IX) TO WS-RPT-SOURCE-NAME
007150     MOVE WS-TBL-FEEDS (WS-SOURCE-IX) TO WS-RPT-SOURCE-FEEDS
007160     MOVE WS-TBL-DETAILS (WS-SOURCE-IX) TO WS-RPT-SOURCE-DTLS
007170     WRITE FEED-REPORT-LINE FROM WS-RPT-SOURCE-LINE
007180     IF NOT WS-SOURCE-EXCEPTION
007190        OR NOT WS-TBL-ON-MASTER (WS-SOURCE-IX)
007200         GO TO 3500-EXIT
007210     END-IF
007220     MOVE WS-TBL-CONTACT (WS-SOURCE-IX) TO WS-RPT-CONTACT-NAME
007230     MOVE WS-TBL-PHONE (WS-SOURCE-IX) TO WS-RPT-CONTACT-PHONE
007240     MOVE WS-TBL-CUTOFF (WS-SOURCE-IX) TO WS-RPT-CONTACT-CUTOFF
007250     MOVE WS-TBL-VOL-LOW (WS-SOURCE-IX) TO WS-RPT-CONTACT-LOW
007260     MOVE WS-TBL-VOL-HIGH (WS-SOURCE-IX) TO WS-RPT-CONTACT-HIGH
007270     WRITE FEED-REPORT-LINE FROM WS-RPT-CONTACT-LINE
007280     IF WS-TBL-RELEASED (WS-SOURCE-IX)
007290        AND WS-TBL-FEEDS (WS-SOURCE-IX) = 0
007300         MOVE WS-TBL-REL-OPERATOR (WS-SOURCE-IX)
007310             TO WS-RPT-REL-OPERATOR
007320         MOVE WS-TBL-REL-REASON (WS-SOURCE-IX)
007330             TO WS-RPT-REL-REASON
007340         WRITE FEED-REPORT-LINE FROM WS-RPT-RELEASE-LINE
007350     END-IF.
007360 3500-EXIT.
007370     EXIT.
007380
007390******************************************************************
007400***  7000-WRITE-TOTALS - SUMMARY COUNTS AND THE VERDICT          *
007410******************************************************************
007420 7000-WRITE-TOTALS.
007430     MOVE "FEEDS ON THE TRANSMISSION" TO WS-RPT-TOTAL-LABEL
007440     MOVE WS-FEED-COUNT TO WS-RPT-TOTAL-VALUE
007450     WRITE FEED-REPORT-LINE FROM WS-RPT-TOTAL-LINE
007460     MOVE "SOURCES DUE THIS CYCLE" TO WS-RPT-TOTAL-LABEL
007470     MOVE WS-DUE-COUNT TO WS-RPT-TOTAL-VALUE
007480     WRITE FEED-REPORT-LINE FROM WS-RPT-TOTAL-LINE
007490     MOVE "  RECEIVED" TO WS-RPT-TOTAL-LABEL
007500     MOVE WS-RECEIVED-COUNT TO WS-RPT-TOTAL-VALUE
007510     WRITE FEED-REPORT-LINE FROM WS-RPT-TOTAL-LINE
007520     MOVE "  MISSING" TO WS-RPT-TOTAL-LABEL
007530     MOVE WS-MISSING-COUNT TO WS-RPT-TOTAL-VALUE
007540     WRITE FEED-REPORT-LINE FROM WS-RPT-TOTAL-LINE
007550     MOVE "  OUTSTANDING" TO WS-RPT-TOTAL-LABEL
007560     MOVE WS-OUTSTANDING-COUNT TO WS-RPT-TOTAL-VALUE
007570     WRITE FEED-REPORT-LINE FROM WS-RPT-TOTAL-LINE
007580     MOVE "  RELEASED" TO WS-RPT-TOTAL-LABEL
007590     MOVE WS-RELEASED-COUNT TO WS-RPT-TOTAL-VALUE
007600     WRITE FEED-REPORT-LINE FROM WS-RPT-TOTAL-LINE
007610     MOVE "LATE FEEDS" TO WS-RPT-TOTAL-LABEL
007620     MOVE WS-LATE-COUNT TO WS-RPT-TOTAL-VALUE
007630     WRITE FEED-REPORT-LINE FROM WS-RPT-TOTAL-LINE
007640     MOVE "UNEXPECTED SOURCES" TO WS-RPT-TOTAL-LABEL
007650     MOVE WS-UNEXPECTED-COUNT TO WS-RPT-TOTAL-VALUE
007660     WRITE FEED-REPORT-LINE FROM WS-RPT-TOTAL-LINE
007670     MOVE "VOLUME OUTSIDE NORMAL BAND" TO WS-RPT-TOTAL-LABEL
007680     MOVE WS-BAND-COUNT TO WS-RPT-TOTAL-VALUE
007690     WRITE FEED-REPORT-LINE FROM WS-RPT-TOTAL-LINE
007700     MOVE "SOURCES SENDING MORE THAN ONE FEED"
007710         TO WS-RPT-TOTAL-LABEL
007720     MOVE WS-DUPLICATE-COUNT TO WS-RPT-TOTAL-VALUE
007730     WRITE FEED-REPORT-LINE FROM WS-RPT-TOTAL-LINE
007740
007750     EVALUATE TRUE
007760         WHEN WS-MISSING-COUNT > 0 OR WS-OUTSTANDING-COUNT > 0
007770             MOVE "*** DUE SOURCE NOT RECEIVED - HOLD ADDNUMS ***"
007780                 TO WS-RPT-VERDICT
007790         WHEN WS-RELEASED-COUNT > 0 OR WS-LATE-COUNT > 0
007800           OR WS-UNEXPECTED-COUNT > 0 OR WS-BAND-COUNT > 0
007810           OR WS-DUPLICATE-COUNT > 0
007820             MOVE "DUE SOURCES ACCOUNTED FOR - SEE EXCEPTIONS"
007830                 TO WS-RPT-VERDICT
007840         WHEN OTHER
007850             MOVE "EVERY DUE SOURCE RECEIVED" TO WS-RPT-VERDICT
007860     END-EVALUATE
007870     WRITE FEED-REPORT-LINE FROM WS-RPT-VERDICT-LINE.
007880 7000-EXIT.
007890     EXIT.
