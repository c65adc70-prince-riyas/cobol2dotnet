000100******************************************************************
000110***                                                              **
000120***  PROGRAM    : ADDRSUB                                        **
000130***  AUTHOR     : J W MARTIN                                     **
000140***  INSTALLATN : DAYLIGHT FINANCIAL SERVICES - BATCH SYSTEMS    **
000150***  DATE-WRTN  : 2026-10-15                                     **
000160***                                                              **
000170***  ABSTRACT                                                    **
000180***    RESUBMISSION INTAKE - THE INBOUND SIDE OF THE REJECT      **
000190***    RETURN FEED (ADDRTRN). THE SOURCES' RESUBMISSION FEEDS    **
000200***    ARE PROVED IN BY ADDEDIT FIRST, EXACTLY AS THE DAILY      **
000210***    TRANSMISSION IS (HEADER/TRAILER CONTROLS, PER-RECORD      **
000220***    EDITS, SOURCE AND CYCLE STAMPED ON EVERY DETAIL); THIS    **
000230***    PROGRAM READS ADDEDIT'S PROVEN DETAILS (CPYIN01) AND      **
000240***    MATCHES EACH ONE BACK TO ITS REJECT ON THE SUSPENSE       **
000250***    MASTER (CPYSUS01). A RESUBMISSION IS ACCEPTED ONLY WHEN   **
000260***    THE ITEM IS ON FILE, CAME FROM THE SAME SOURCE, AND IS    **
000270***    STILL OPEN OR RETURNED TO THE SOURCE. AN ACCEPTED RECORD  **
000280***    IS APPENDED TO RESUBIN, WHICH ADDNUMS.JCL MERGES INTO     **
000290***    THE NEXT CYCLE'S LOAD ALONGSIDE NEWIN; THE SUSPENSE ITEM  **
000300***    IS FLAGGED RESUBMITTED, AND THE DUPLICATE-SUBMISSION      **
000310***    OVERRIDE IS SET THE WAY ADDMAINT SETS IT FOR A KEYED      **
000320***    CORRECTION. EVERY OTHER RECORD IS REFUSED AND LISTED ON   **
000330***    RSBRPT WITH THE REASON - NOTHING REFUSED REACHES RESUBIN. **
000340***                                                              **
000350***  RETURN CODES                                                **
000360***    RC=0  EVERY RESUBMISSION ACCEPTED                         **
000370***    RC=4  ONE OR MORE RESUBMISSIONS REFUSED - SEE RSBRPT      **
000380***    RC=8  ABEND / UNRECOVERABLE ERROR                         **
000390***                                                              **
000400***  MOD HISTORY                                                 **
000410***  ----------------------------------------------------------  **
000420***  2026-10-15  JWM  ORIGINAL VERSION                           **
000430***                                                              **
000440******************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID.     ADDRSUB.
000470 AUTHOR.         J W MARTIN.
000480 INSTALLATION.   DAYLIGHT FINANCIAL SERVICES.
000490 DATE-WRITTEN.   2026-10-15.
000500 DATE-COMPILED.
000510
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT PROVEN-FEED-FILE ASSIGN TO "RSBEDIT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-EDT-FILE-STATUS.
000580
000590     SELECT SUSPENSE-FILE ASSIGN TO "SUSFILE"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS SUS-TRANS-ID
000630         FILE STATUS IS WS-SUS-FILE-STATUS.
000640
000650     SELECT DUP-CONTROL-FILE ASSIGN TO "DUPFILE"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS DUP-TRANS-ID
000690         FILE STATUS IS WS-DUP-FILE-STATUS.
000700
000710     SELECT PROC-DATE-FILE ASSIGN TO "PDTFILE"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS RANDOM
000740         RECORD KEY IS PDT-KEY
000750         FILE STATUS IS WS-PDT-FILE-STATUS.
000760
000770     SELECT RESUBMIT-FILE ASSIGN TO "RESUBIN"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-RSB-FILE-STATUS.
000800
000810     SELECT RESUBMIT-REPORT ASSIGN TO "RSBRPT"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-RPT-FILE-STATUS.
000840
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  PROVEN-FEED-FILE
000880     LABEL RECORDS ARE STANDARD.
000890 COPY CPYIN01.
000900
000910 FD  SUSPENSE-FILE
000920     LABEL RECORDS ARE STANDARD.
000930 COPY CPYSUS01.
000940
000950 FD  DUP-CONTROL-FILE
000960     LABEL RECORDS ARE STANDARD.
000970 COPY CPYDUP01.
000980
000990 FD  PROC-DATE-FILE
001000     LABEL RECORDS ARE STANDARD.
001010 COPY CPYPDT01.
001020
001030 FD  RESUBMIT-FILE
001040     LABEL RECORDS ARE STANDARD.
001050 01  RESUBMIT-RECORD         PIC X(80).
001060
001070 FD  RESUBMIT-REPORT
001080     LABEL RECORDS ARE STANDARD.
001090 01  RESUBMIT-REPORT-LINE    PIC X(80).
001100
001110 WORKING-STORAGE SECTION.
001120******************************************************************
001130***  SWITCHES                                                    *
001140******************************************************************
001150 77  WS-EOF-SW               PIC X(01)   VALUE 'N'.
001160     88  END-OF-PROVEN-FEED              VALUE 'Y'.
001170
001180******************************************************************
001190***  FILE STATUS FIELDS                                          *
001200******************************************************************
001210 77  WS-EDT-FILE-STATUS      PIC X(02)   VALUE "00".
001220 77  WS-SUS-FILE-STATUS      PIC X(02)   VALUE "00".
001230 77  WS-DUP-FILE-STATUS      PIC X(02)   VALUE "00".
001240 77  WS-PDT-FILE-STATUS      PIC X(02)   VALUE "00".
001250 77  WS-RSB-FILE-STATUS      PIC X(02)   VALUE "00".
001260 77  WS-RPT-FILE-STATUS      PIC X(02)   VALUE "00".
001270
001280******************************************************************
001290***  CONTROL TOTALS AND RUN DATE                                 *
001300******************************************************************
001310 77  WS-RECS-READ            PIC 9(7) COMP   VALUE 0.
001320 77  WS-RECS-ACCEPTED        PIC 9(7) COMP   VALUE 0.
001330 77  WS-RECS-REFUSED         PIC 9(7) COMP   VALUE 0.
001340 77  WS-RECS-OVERRIDDEN      PIC 9(7) COMP   VALUE 0.
001350 77  WS-ACCEPTED-HASH        PIC S9(13)V99 COMP  VALUE 0.
001360 77  WS-RUN-DATE             PIC 9(08)   VALUE 0.
001370
001380******************************************************************
001390***  REPORT LINE LAYOUTS                                         *
001400******************************************************************
001410 01  WS-RPT-HEADING-LINE.
001420     05  FILLER              PIC X(80)   VALUE
001430         "ADDRSUB RESUBMISSION INTAKE - MATCH TO SUSPENSE".
001440 01  WS-RPT-DATE-LINE.
001450     05  FILLER              PIC X(17)   VALUE
001460         "PROCESSING DATE  ".
001470     05  WS-RPT-RUN-DATE     PIC 9(08).
001480     05  FILLER              PIC X(55)   VALUE SPACES.
001490 01  WS-RPT-COLUMN-LINE.
001500     05  FILLER              PIC X(40)   VALUE
001510         "TRANS-ID  SOURCE    C       NUM1      NU".
001520     05  FILLER              PIC X(40)   VALUE
001530         "M2  DISPOSITION".
001540 01  WS-RPT-DETAIL-LINE.
001550     05  WS-RPT-TRANS-ID     PIC 9(08).
001560     05  FILLER              PIC X(02)   VALUE SPACES.
001570     05  WS-RPT-SOURCE-ID    PIC X(08).
001580     05  FILLER              PIC X(02)   VALUE SPACES.
001590     05  WS-RPT-TRANS-CODE   PIC X(01).
001600     05  FILLER              PIC X(02)   VALUE SPACES.
001610     05  WS-RPT-NUM1         PIC -(4)9.99.
001620     05  FILLER              PIC X(02)   VALUE SPACES.
001630     05  WS-RPT-NUM2         PIC -(4)9.99.
001640     05  FILLER              PIC X(02)   VALUE SPACES.
001650     05  WS-RPT-DISPOSITION  PIC X(37).
001660 01  WS-RPT-TOTAL-LINE.
001670     05  WS-RPT-TOTAL-LABEL  PIC X(34)   VALUE SPACES.
001680     05  WS-RPT-TOTAL-VALUE  PIC Z(14)9.
001690     05  WS-RPT-AMOUNT-VALUE REDEFINES WS-RPT-TOTAL-VALUE
001700                             PIC -(11)9.99.
001710     05  FILLER              PIC X(31)   VALUE SPACES.
001720 01  WS-RPT-VERDICT-LINE.
001730     05  WS-RPT-VERDICT      PIC X(80)   VALUE SPACES.
001740
001750 PROCEDURE DIVISION.
001760******************************************************************
001770***  BEGIN - PROGRAM MAINLINE                                    *
001780******************************************************************
001790 BEGIN.
001800     PERFORM 0300-READ-PROCESSING-DATE THRU 0300-EXIT
001810     MOVE PDT-RUN-DATE TO WS-RUN-DATE
001820     PERFORM 0100-OPEN-FILES THRU 0100-EXIT
001830
001840     WRITE RESUBMIT-REPORT-LINE FROM WS-RPT-HEADING-LINE
001850     MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE
001860     WRITE RESUBMIT-REPORT-LINE FROM WS-RPT-DATE-LINE
001870     WRITE RESUBMIT-REPORT-LINE FROM WS-RPT-COLUMN-LINE
001880
001890     PERFORM 1000-READ-PROVEN-FEED THRU 1000-EXIT
001900     PERFORM 2000-MATCH-RESUBMISSION THRU 2000-EXIT
001910         UNTIL END-OF-PROVEN-FEED
001920
001930     PERFORM 7000-WRITE-INTAKE-TOTALS THRU 7000-EXIT
001940
001950     CLOSE PROVEN-FEED-FILE
001960     CLOSE SUSPENSE-FILE
001970     CLOSE DUP-CONTROL-FILE
001980     CLOSE RESUBMIT-FILE
001990     CLOSE RESUBMIT-REPORT
002000
002010     DISPLAY "ADDRSUB RESUBMISSION INTAKE COMPLETE"
002020     DISPLAY "  RESUBMISSIONS READ ......... " WS-RECS-READ
002030     DISPLAY "  ACCEPTED FOR NEXT CYCLE .... " WS-RECS-ACCEPTED
002040     DISPLAY "  REFUSED .................... " WS-RECS-REFUSED
002050
002060     IF WS-RECS-REFUSED > 0
002070         MOVE 4 TO RETURN-CODE
002080     ELSE
002090         MOVE 0 TO RETURN-CODE
002100     END-IF
002110     STOP RUN.
002120
002130******************************************************************
002140***  0300-READ-PROCESSING-DATE - FETCH THE PROCESSING DATE       *
002150***  FROM THE CPYPDT01 CONTROL RECORD ROLLED BY ADDEOD. NO       *
002160***  RECORD MEANS THE SUITE HAS NOT BEEN SEEDED - THE RUN STOPS. *
002170******************************************************************
002180 0300-READ-PROCESSING-DATE.
002190     OPEN INPUT PROC-DATE-FILE
002200     IF WS-PDT-FILE-STATUS NOT = "00"
002210         DISPLAY "ADDRSUB ABEND - PDTFILE OPEN FAILED, STATUS = "
002220             WS-PDT-FILE-STATUS
002230         MOVE 8 TO RETURN-CODE
002240         STOP RUN
002250     END-IF
002260     MOVE "PROCDATE" TO PDT-KEY
002270     READ PROC-DATE-FILE
002280         INVALID KEY
002290             DISPLAY "ADDRSUB ABEND - NO PROCESSING-DATE RECORD "
002300                 "ON PDTFILE - SEED IT WITH ADDEOD"
002310             MOVE 8 TO RETURN-CODE
002320             STOP RUN
002330     END-READ
002340     CLOSE PROC-DATE-FILE.
002350 0300-EXIT.
002360     EXIT.
002370
002380******************************************************************
002390***  0100-OPEN-FILES - OPEN EVERY FILE, CHECKING EACH OPEN'S     *
002400***  FILE STATUS THE SAME WAY ADDNUMS DOES. RESUBIN IS OPENED    *
002410***  FOR APPEND - SEVERAL INTAKES MAY LAND BEFORE ADDNUMS RUNS.  *
002420******************************************************************
002430 0100-OPEN-FILES.
002440     OPEN INPUT PROVEN-FEED-FILE
002450     IF WS-EDT-FILE-STATUS NOT = "00"
002460         DISPLAY "ADDRSUB ABEND - RSBEDIT OPEN FAILED, STATUS = "
002470             WS-EDT-FILE-STATUS
002480         MOVE 8 TO RETURN-CODE
002490         STOP RUN
002500     END-IF
002510     OPEN I-O SUSPENSE-FILE
002520     IF WS-SUS-FILE-STATUS NOT = "00"
002530         DISPLAY "ADDRSUB ABEND - SUSFILE OPEN FAILED, STATUS = "
002540             WS-SUS-FILE-STATUS
002550         MOVE 8 TO RETURN-CODE
002560         STOP RUN
002570     END-IF
002580     OPEN I-O DUP-CONTROL-FILE
002590     IF WS-DUP-FILE-STATUS NOT = "00"
002600         DISPLAY "ADDRSUB ABEND - DUPFILE OPEN FAILED, STATUS = "
002610             WS-DUP-FILE-STATUS
002620         MOVE 8 TO RETURN-CODE
002630         STOP RUN
002640     END-IF
002650     OPEN EXTEND RESUBMIT-FILE
002660     IF WS-RSB-FILE-STATUS NOT = "00"
002670         DISPLAY "ADDRSUB ABEND - RESUBIN OPEN FAILED, STATUS = "
002680             WS-RSB-FILE-STATUS
002690         MOVE 8 TO RETURN-CODE
002700         STOP RUN
002710     END-IF
002720     OPEN OUTPUT RESUBMIT-REPORT
002730     IF WS-RPT-FILE-STATUS NOT = "00"
002740         DISPLAY "ADDRSUB ABEND - RSBRPT OPEN FAILED, STATUS = "
002750             WS-RPT-FILE-STATUS
002760         MOVE 8 TO RETURN-CODE
002770         STOP RUN
002780     END-IF.
002790 0100-EXIT.
002800     EXIT.
002810
002820******************************************************************
002830***  1000-READ-PROVEN-FEED - READ ONE PROVEN RESUBMISSION        *
002840******************************************************************
002850 1000-READ-PROVEN-FEED.
002860     READ PROVEN-FEED-FILE
002870         AT END
002880             SET END-OF-PROVEN-FEED TO TRUE
002890     END-READ
002900     IF NOT END-OF-PROVEN-FEED
002910         ADD 1 TO WS-RECS-READ
002920     END-IF.
002930 1000-EXIT.
002940     EXIT.
002950
002960******************************************************************
002970***  2000-MATCH-RESUBMISSION - MATCH ONE RESUBMISSION TO ITS     *
002980***  SUSPENSE ITEM. ONLY AN ITEM FROM THE SAME SOURCE THAT IS    *
002990***  STILL OPEN OR RETURNED TO THE SOURCE MAY BE RESUBMITTED -   *
003000***  ONE CORRECTED IN ADDMAINT OR ALREADY RESUBMITTED WOULD      *
003010***  LOAD THE TRANS-ID TWICE.                                    *
003020******************************************************************
003030 2000-MATCH-RESUBMISSION.
003040     MOVE IN-TRANS-ID TO SUS-TRANS-ID
003050     READ SUSPENSE-FILE
003060         INVALID KEY
003070             MOVE "REFUSED - NOT ON THE SUSPENSE MASTER"
003080                 TO WS-RPT-DISPOSITION
003090             PERFORM 2900-REFUSE THRU 2900-EXIT
003100             GO TO 2000-NEXT
003110     END-READ
003120     IF SUS-SOURCE-ID NOT = IN-SOURCE-ID
003130         MOVE "REFUSED - REJECT CAME FROM " TO WS-RPT-DISPOSITION
003140         MOVE SUS-SOURCE-ID TO WS-RPT-DISPOSITION(28:8)
003150         PERFORM 2900-REFUSE THRU 2900-EXIT
003160         GO TO 2000-NEXT
003170     END-IF
003180     EVALUATE TRUE
003190         WHEN SUS-OPEN
003200         WHEN SUS-RETURNED
003210             PERFORM 2100-ACCEPT THRU 2100-EXIT
003220         WHEN SUS-CORRECTED
003230             MOVE "REFUSED - ALREADY CORRECTED (ADDMAINT)"
003240                 TO WS-RPT-DISPOSITION
003250             PERFORM 2900-REFUSE THRU 2900-EXIT
003260         WHEN SUS-RESUBMITTED
003270             MOVE "REFUSED - ALREADY RESUBMITTED"
003280                 TO WS-RPT-DISPOSITION
003290             PERFORM 2900-REFUSE THRU 2900-EXIT
003300         WHEN SUS-REPROCESSED
003310             MOVE "REFUSED - ALREADY REPROCESSED"
003320                 TO WS-RPT-DISPOSITION
003330             PERFORM 2900-REFUSE THRU 2900-EXIT
003340         WHEN SUS-CANCELLED
003350             MOVE "REFUSED - REJECT WAS CANCELLED"
003360                 TO WS-RPT-DISPOSITION
003370             PERFORM 2900-REFUSE THRU 2900-EXIT
003380         WHEN OTHER
003390             MOVE "REFUSED - SUSPENSE STATUS UNKNOWN"
003400                 TO WS-RPT-DISPOSITION
003410             PERFORM 2900-REFUSE THRU 2900-EXIT
003420     END-EVALUATE.
003430 2000-NEXT.
003440     PERFORM 1000-READ-PROVEN-FEED THRU 1000-EXIT.
003450 2000-EXIT.
003460     EXIT.
003470
003480******************************************************************
003490***  2100-ACCEPT - APPEND THE RESUBMISSION TO RESUBIN AS ADDEDIT *
003500***  STAMPED IT, FLAG THE SUSPENSE ITEM RESUBMITTED AND SET THE  *
003510***  DUPLICATE OVERRIDE                                          *
003520******************************************************************
003530 2100-ACCEPT.
003540     WRITE RESUBMIT-RECORD FROM CPYIN01-INPUT-RECORD
003550     IF WS-RSB-FILE-STATUS NOT = "00"
003560         DISPLAY "ADDRSUB ABEND - RESUBIN WRITE FAILED, STATUS = "
003570             WS-RSB-FILE-STATUS " TRANS " IN-TRANS-ID
003580         MOVE 8 TO RETURN-CODE
003590         STOP RUN
003600     END-IF
003610     SET SUS-RESUBMITTED TO TRUE
003620     MOVE WS-RUN-DATE TO SUS-DATE-STATUS
003630     MOVE "ADDRSUB" TO SUS-OPERATOR-ID
003640     REWRITE CPYSUS01-SUSPENSE-RECORD
003650     IF WS-SUS-FILE-STATUS NOT = "00"
003660         DISPLAY "ADDRSUB ABEND - SUSFILE REWRITE FAILED, STATUS "
003670             "= " WS-SUS-FILE-STATUS " TRANS " SUS-TRANS-ID
003680         MOVE 8 TO RETURN-CODE
003690         STOP RUN
003700     END-IF
003710     PERFORM 2600-SET-DUP-OVERRIDE THRU 2600-EXIT
003720     ADD 1 TO WS-RECS-ACCEPTED
003730     ADD IN-NUM1 TO WS-ACCEPTED-HASH
003740     ADD IN-NUM2 TO WS-ACCEPTED-HASH
003750     MOVE "ACCEPTED FOR THE NEXT CYCLE" TO WS-RPT-DISPOSITION
003760     PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT.
003770 2100-EXIT.
003780     EXIT.
003790
003800******************************************************************
003810***  2600-SET-DUP-OVERRIDE - IF THIS TRANSACTION ID IS ON THE    *
003820***  DUPLICATE-SUBMISSION CONTROL MASTER (IT ALREADY PROCESSED   *
003830***  CLEANLY ONCE), SET THE ONE-SHOT OVERRIDE SO THE             *
003840***  RESUBMISSION PASSES THE NEXT RUN'S DUPLICATE CHECK. AN ID   *
003850***  NOT ON THE MASTER NEEDS NO OVERRIDE.                        *
003860******************************************************************
003870 2600-SET-DUP-OVERRIDE.
003880     MOVE IN-TRANS-ID TO DUP-TRANS-ID
003890     READ DUP-CONTROL-FILE
003900         INVALID KEY
003910             CONTINUE
003920         NOT INVALID KEY
003930             MOVE "Y" TO DUP-OVERRIDE-SW
003940             MOVE "ADDRSUB" TO DUP-OPERATOR-ID
003950             REWRITE CPYDUP01-DUP-CONTROL-RECORD
003960             IF WS-DUP-FILE-STATUS NOT = "00"
003970                 DISPLAY "ADDRSUB ABEND - DUPFILE REWRITE "
003980                     "FAILED, STATUS = " WS-DUP-FILE-STATUS
003990                 MOVE 8 TO RETURN-CODE
004000                 STOP RUN
004010             END-IF
004020             ADD 1 TO WS-RECS-OVERRIDDEN
004030     END-READ.
004040 2600-EXIT.
004050     EXIT.
004060
004070******************************************************************
004080***  2900-REFUSE - LIST A REFUSED RESUBMISSION WITH THE REASON   *
004090***  THE CALLER STAGED. IT GOES NOWHERE ELSE.                    *
004100******************************************************************
004110 2900-REFUSE.
004120     ADD 1 TO WS-RECS-REFUSED
004130     PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT.
004140 2900-EXIT.
004150     EXIT.
004160
004170******************************************************************
004180***  7000-WRITE-INTAKE-TOTALS - RUN TOTALS AND THE VERDICT       *
004190******************************************************************
004200 7000-WRITE-INTAKE-TOTALS.
004210     MOVE "RESUBMISSIONS READ" TO WS-RPT-TOTAL-LABEL
004220     MOVE WS-RECS-READ TO WS-RPT-TOTAL-VALUE
004230     WRITE RESUBMIT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
004240     MOVE "ACCEPTED - APPENDED TO RESUBIN" TO WS-RPT-TOTAL-LABEL
004250     MOVE WS-RECS-ACCEPTED TO WS-RPT-TOTAL-VALUE
004260     WRITE RESUBMIT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
004270     MOVE "ACCEPTED HASH (NUM1 + NUM2)" TO WS-RPT-TOTAL-LABEL
004280     MOVE WS-ACCEPTED-HASH TO WS-RPT-AMOUNT-VALUE
004290     WRITE RESUBMIT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
004300     MOVE "DUPLICATE OVERRIDES SET" TO WS-RPT-TOTAL-LABEL
004310     MOVE WS-RECS-OVERRIDDEN TO WS-RPT-TOTAL-VALUE
004320     WRITE RESUBMIT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
004330     MOVE "REFUSED" TO WS-RPT-TOTAL-LABEL
004340     MOVE WS-RECS-REFUSED TO WS-RPT-TOTAL-VALUE
004350     WRITE RESUBMIT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
004360
004370     IF WS-RECS-REFUSED > 0
004380         MOVE "*** RESUBMISSIONS REFUSED - SEE ABOVE ***"
004390             TO WS-RPT-VERDICT
004400     ELSE
004410         MOVE "EVERY RESUBMISSION ACCEPTED" TO WS-RPT-VERDICT
004420     END-IF
004430     WRITE RESUBMIT-REPORT-LINE FROM WS-RPT-VERDICT-LINE.
004440 7000-EXIT.
004450     EXIT.
004460
004470******************************************************************
004480***  8000-WRITE-DETAIL - ONE RESUBMISSION ON THE REPORT WITH     *
004490***  THE DISPOSITION THE CALLER STAGED                           *
004500******************************************************************
004510 8000-WRITE-DETAIL.
004520     MOVE IN-TRANS-ID TO WS-RPT-TRANS-ID
004530     MOVE IN-SOURCE-ID TO WS-RPT-SOURCE-ID
004540     MOVE IN-TRANS-CODE TO WS-RPT-TRANS-CODE
004550     MOVE IN-NUM1 TO WS-RPT-NUM1
004560     MOVE IN-NUM2 TO WS-RPT-NUM2
004570     WRITE RESUBMIT-REPORT-LINE FROM WS-RPT-DETAIL-LINE.
004580 8000-EXIT.
004590     EXIT.
