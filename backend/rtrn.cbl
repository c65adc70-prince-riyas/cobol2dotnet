000100******************************************************************
000110***                                                              **
000120***  PROGRAM    : ADDRTRN                                        **
000130***  AUTHOR     : J W MARTIN                                     **
000140***  INSTALLATN : DAYLIGHT FINANCIAL SERVICES - BATCH SYSTEMS    **
000150***  DATE-WRTN  : 2026-10-15                                     **
000160***                                                              **
000170***  ABSTRACT                                                    **
000180***    BUILDS THE NIGHTLY REJECT RETURN FEED - ONE HEADER/       **
000190***    TRAILER-BOOKENDED FEED (CPYCTL01) PER ACTIVE SOURCE ON    **
000200***    THE SOURCE-SYSTEM MASTER (CPYSRC01), CARRYING EVERY       **
000210***    SUSPENSE ITEM (CPYSUS01) STILL OPEN WITH US THAT THE      **
000220***    SOURCE SENT: TRANS-ID, NUM1, NUM2, REASON CODE AND TEXT,  **
000230***    IN THE CPYEXC01 EXCEPTION LAYOUT. THE TRAILER HASH IS     **
000240***    NUM1 + NUM2, AS ON THE INBOUND FEEDS. A SOURCE WITH       **
000250***    NOTHING OPEN STILL GETS AN EMPTY HEADER/TRAILER PAIR SO   **
000260***    IT KNOWS THE FEED RAN.                                    **
000270***                                                              **
000280***    EACH ITEM SENT IS FLAGGED RETURNED TO SOURCE, DATED WITH  **
000290***    THE PROCESSING DATE (CPYPDT01), AND MOVES FROM THE "WITH  **
000300***    US" TO THE "WITH THE SOURCE" PART OF THE ADDSUSP AGING    **
000310***    REPORT UNTIL THE SOURCE RESUBMITS IT (ADDRSUB).           **
000320***                                                              **
000330***    RTNSORT IS THE SUSPENSE MASTER'S OPEN AND RETURNED ITEMS  **
000340***    SORTED BY SOURCE ID AND TRANS-ID (ADDRTRN.JCL STEP010),   **
000350***    MATCHED HERE AGAINST THE SOURCE MASTER READ IN KEY        **
000360***    SEQUENCE. EVERY ITEM IS RE-READ FROM THE SUSPENSE MASTER  **
000370***    BEFORE IT IS SENT. AN ITEM ALREADY RETURNED ON THIS       **
000380***    PROCESSING DATE IS SENT AGAIN, SO A RERUN REBUILDS THE    **
000390***    SAME FEED. AN ITEM WHOSE SOURCE IS INACTIVE, NOT ON THE   **
000400***    MASTER OR BLANK STAYS WITH US AND IS LISTED ON RTNRPT.    **
000410***                                                              **
000420***  RETURN CODES                                                **
000430***    RC=0  FEED BUILT                                          **
000440***    RC=4  FEED BUILT, BUT ONE OR MORE OPEN ITEMS CAME FROM A  **
000450***          SOURCE NOT ON THE SOURCE MASTER - SEE RTNRPT AND    **
000460***          ADD THE SOURCE THROUGH ADDSMNT                      **
000470***    RC=8  ABEND / UNRECOVERABLE ERROR                         **
000480***                                                              **
000490***  MOD HISTORY                                                 **
000500***  ----------------------------------------------------------  **
000510***  2026-10-15  JWM  ORIGINAL VERSION                           **
000520***                                                              **
000530******************************************************************
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID.     ADDRTRN.
000560 AUTHOR.         J W MARTIN.
000570 INSTALLATION.   DAYLIGHT FINANCIAL SERVICES.
000580 DATE-WRITTEN.   2026-10-15.
000590 DATE-COMPILED.
000600
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT SORTED-ITEM-FILE ASSIGN TO "RTNSORT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-SRT-FILE-STATUS.
000670
000680     SELECT SUSPENSE-FILE ASSIGN TO "SUSFILE"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS RANDOM
000710         RECORD KEY IS SUS-TRANS-ID
000720         FILE STATUS IS WS-SUS-FILE-STATUS.
000730
000740     SELECT SOURCE-FILE ASSIGN TO "SRCFILE"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS SEQUENTIAL
000770         RECORD KEY IS SRC-SOURCE-ID
000780         FILE STATUS IS WS-SRC-FILE-STATUS.
000790
000800     SELECT PROC-DATE-FILE ASSIGN TO "PDTFILE"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS RANDOM
000830         RECORD KEY IS PDT-KEY
000840         FILE STATUS IS WS-PDT-FILE-STATUS.
000850
000860     SELECT RETURN-FEED-FILE ASSIGN TO "RTNFEED"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-RTN-FILE-STATUS.
000890
000900     SELECT RETURN-REPORT ASSIGN TO "RTNRPT"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-RPT-FILE-STATUS.
000930
000940 DATA DIVISION.
000950 FILE SECTION.
000960 FD  SORTED-ITEM-FILE
000970     LABEL RECORDS ARE STANDARD.
000980 01  SORTED-ITEM-RECORD.
000990     05  SRT-TRANS-ID        PIC 9(08).
001000     05  FILLER              PIC X(83).
001010     05  SRT-SOURCE-ID       PIC X(08).
001020     05  FILLER              PIC X(01).
001030
001040 FD  SUSPENSE-FILE
001050     LABEL RECORDS ARE STANDARD.
001060 COPY CPYSUS01.
001070
001080 FD  SOURCE-FILE
001090     LABEL RECORDS ARE STANDARD.
001100 COPY CPYSRC01.
001110
001120 FD  PROC-DATE-FILE
001130     LABEL RECORDS ARE STANDARD.
001140 COPY CPYPDT01.
001150
001160 FD  RETURN-FEED-FILE
001170     LABEL RECORDS ARE STANDARD.
001180 01  RETURN-FEED-RECORD      PIC X(80).
001190
001200 FD  RETURN-REPORT
001210     LABEL RECORDS ARE STANDARD.
001220 01  RETURN-REPORT-LINE      PIC X(80).
001230
001240 WORKING-STORAGE SECTION.
001250******************************************************************
001260***  SWITCHES                                                    *
001270******************************************************************
001280 77  WS-SRT-EOF-SW           PIC X(01)   VALUE 'N'.
001290     88  END-OF-SORTED-ITEMS             VALUE 'Y'.
001300 77  WS-SRC-EOF-SW           PIC X(01)   VALUE 'N'.
001310     88  END-OF-SOURCE-FILE              VALUE 'Y'.
001320 77  WS-ITEM-SW              PIC X(01)   VALUE 'N'.
001330     88  WS-ITEM-FOUND                   VALUE 'Y'.
001340
001350******************************************************************
001360***  FILE STATUS FIELDS                                          *
001370******************************************************************
001380 77  WS-SRT-FILE-STATUS      PIC X(02)   VALUE "00".
001390 77  WS-SUS-FILE-STATUS      PIC X(02)   VALUE "00".
001400 77  WS-SRC-FILE-STATUS      PIC X(02)   VALUE "00".
001410 77  WS-PDT-FILE-STATUS      PIC X(02)   VALUE "00".
001420 77  WS-RTN-FILE-STATUS      PIC X(02)   VALUE "00".
001430 77  WS-RPT-FILE-STATUS      PIC X(02)   VALUE "00".
001440
001450******************************************************************
001460***  MATCH KEYS - THE SOURCE ID OF THE CURRENT ITEM AND OF THE   *
001470***  CURRENT SOURCE MASTER RECORD. EACH GOES TO HIGH-VALUES AT   *
001480***  END OF ITS FILE SO THE MATCH NEEDS NO SPECIAL CASES.        *
001490******************************************************************
001500 77  WS-ITEM-SOURCE-ID       PIC X(08)   VALUE SPACES.
001510 77  WS-CUR-SOURCE-ID        PIC X(08)   VALUE SPACES.
001520 77  WS-RUN-DATE             PIC 9(08)   VALUE 0.
001530
001540******************************************************************
001550***  FEED CONTROL RECORD LAYOUTS AND THE OUTBOUND DETAIL - THE   *
001560***  RETURN FEED CARRIES EACH ITEM IN THE CPYEXC01 LAYOUT        *
001570******************************************************************
001580 COPY CPYCTL01.
001590 COPY CPYEXC01.
001600
001610******************************************************************
001620***  CONTROL TOTALS - THE FEED- FIELDS ARE PER SOURCE AND ARE    *
001630***  RESET AT EACH HEADER; THE TOT- FIELDS COVER THE WHOLE RUN   *
001640******************************************************************
001650 77  WS-FEED-ITEMS           PIC 9(7) COMP   VALUE 0.
001660 77  WS-FEED-HASH            PIC S9(13)V99 COMP  VALUE 0.
001670 77  WS-TOT-FEEDS            PIC 9(5) COMP   VALUE 0.
001680 77  WS-TOT-RETURNED         PIC 9(7) COMP   VALUE 0.
001690 77  WS-TOT-INACTIVE         PIC 9(7) COMP   VALUE 0.
001700 77  WS-TOT-UNKNOWN          PIC 9(7) COMP   VALUE 0.
001710 77  WS-TOT-NO-SOURCE        PIC 9(7) COMP   VALUE 0.
001720 77  WS-TOT-PASSED           PIC 9(7) COMP   VALUE 0.
001730
001740******************************************************************
001750***  REPORT LINE LAYOUTS                                         *
001760******************************************************************
001770 01  WS-RPT-HEADING-LINE.
001780     05  FILLER              PIC X(80)   VALUE
001790         "ADDRTRN REJECT RETURN FEED TO SOURCE SYSTEMS".
001800 01  WS-RPT-DATE-LINE.
001810     05  FILLER              PIC X(17)   VALUE
001820         "PROCESSING DATE  ".
001830     05  WS-RPT-RUN-DATE     PIC 9(08).
001840     05  FILLER              PIC X(55)   VALUE SPACES.
001850 01  WS-RPT-COLUMN-LINE.
001860     05  FILLER              PIC X(40)   VALUE
001870         "TRANS-ID  RSN       NUM1      NUM2  REJE".
001880     05  FILLER              PIC X(40)   VALUE
001890         "CTED  DISPOSITION".
001900 01  WS-RPT-SOURCE-LINE.
001910     05  FILLER              PIC X(07)   VALUE "SOURCE ".
001920     05  WS-RPT-SRC-ID       PIC X(08).
001930     05  FILLER              PIC X(02)   VALUE SPACES.
001940     05  WS-RPT-SRC-NAME     PIC X(20).
001950     05  FILLER              PIC X(02)   VALUE SPACES.
001960     05  WS-RPT-SRC-CONTACT  PIC X(20).
001970     05  FILLER              PIC X(01)   VALUE SPACES.
001980     05  WS-RPT-SRC-PHONE    PIC X(15).
001990     05  FILLER              PIC X(05)   VALUE SPACES.
002000 01  WS-RPT-DETAIL-LINE.
002010     05  WS-RPT-TRANS-ID     PIC 9(08).
002020     05  FILLER              PIC X(02)   VALUE SPACES.
002030     05  WS-RPT-REASON-CODE  PIC X(04).
002040     05  FILLER              PIC X(02)   VALUE SPACES.
002050     05  WS-RPT-NUM1         PIC -(4)9.99.
002060     05  FILLER              PIC X(02)   VALUE SPACES.
002070     05  WS-RPT-NUM2         PIC -(4)9.99.
002080     05  FILLER              PIC X(02)   VALUE SPACES.
002090     05  WS-RPT-DATE-REJ     PIC 9(08).
002100     05  FILLER              PIC X(02)   VALUE SPACES.
002110     05  WS-RPT-DISPOSITION  PIC X(34).
002120 01  WS-RPT-TOTAL-LINE.
002130     05  WS-RPT-TOTAL-LABEL  PIC X(34)   VALUE SPACES.
002140     05  WS-RPT-TOTAL-VALUE  PIC Z(14)9.
002150     05  WS-RPT-AMOUNT-VALUE REDEFINES WS-RPT-TOTAL-VALUE
002160                             PIC -(11)9.99.
002170     05  FILLER              PIC X(31)   VALUE SPACES.
002180 01  WS-RPT-VERDICT-LINE.
002190     05  WS-RPT-VERDICT      PIC X(80)   VALUE SPACES.
002200
002210 PROCEDURE DIVISION.
002220******************************************************************
002230***  BEGIN - PROGRAM MAINLINE                                    *
002240******************************************************************
002250 BEGIN.
002260     PERFORM 0300-READ-PROCESSING-DATE THRU 0300-EXIT
002270     MOVE PDT-RUN-DATE TO WS-RUN-DATE
002280     PERFORM 0100-OPEN-FILES THRU 0100-EXIT
002290
002300     WRITE RETURN-REPORT-LINE FROM WS-RPT-HEADING-LINE
002310     MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE
002320     WRITE RETURN-REPORT-LINE FROM WS-RPT-DATE-LINE
002330     WRITE RETURN-REPORT-LINE FROM WS-RPT-COLUMN-LINE
002340
002350     PERFORM 1000-READ-SORTED-ITEM THRU 1000-EXIT
002360     PERFORM 1100-READ-SOURCE-FILE THRU 1100-EXIT
002370     PERFORM 2000-PROCESS-SOURCE THRU 2000-EXIT
002380         UNTIL END-OF-SOURCE-FILE
002390     PERFORM 2100-KEEP-ITEM THRU 2100-EXIT
002400         UNTIL END-OF-SORTED-ITEMS
002410
002420     PERFORM 7000-WRITE-RUN-TOTALS THRU 7000-EXIT
002430
002440     CLOSE SORTED-ITEM-FILE
002450     CLOSE SUSPENSE-FILE
002460     CLOSE SOURCE-FILE
002470     CLOSE RETURN-FEED-FILE
002480     CLOSE RETURN-REPORT
002490
002500     DISPLAY "ADDRTRN REJECT RETURN FEED BUILT"
002510     DISPLAY "  SOURCE FEEDS WRITTEN ....... " WS-TOT-FEEDS
002520     DISPLAY "  ITEMS RETURNED ............. " WS-TOT-RETURNED
002530     DISPLAY "  KEPT - SOURCE INACTIVE ..... " WS-TOT-INACTIVE
002540     DISPLAY "  KEPT - SOURCE NOT ON MASTER  " WS-TOT-UNKNOWN
002550     DISPLAY "  KEPT - NO SOURCE ID ........ " WS-TOT-NO-SOURCE
002560
002570     IF WS-TOT-UNKNOWN > 0
002580         MOVE 4 TO RETURN-CODE
002590     ELSE
002600         MOVE 0 TO RETURN-CODE
002610     END-IF
002620     STOP RUN.
002630
002640******************************************************************
002650***  0300-READ-PROCESSING-DATE - FETCH THE PROCESSING DATE       *
002660***  FROM THE CPYPDT01 CONTROL RECORD ROLLED BY ADDEOD. NO       *
002670***  RECORD MEANS THE SUITE HAS NOT BEEN SEEDED - THE RUN STOPS. *
002680******************************************************************
002690 0300-READ-PROCESSING-DATE.
002700     OPEN INPUT PROC-DATE-FILE
002710     IF WS-PDT-FILE-STATUS NOT = "00"
002720         DISPLAY "ADDRTRN ABEND - PDTFILE OPEN FAILED, STATUS = "
002730             WS-PDT-FILE-STATUS
002740         MOVE 8 TO RETURN-CODE
002750         STOP RUN
002760     END-IF
002770     MOVE "PROCDATE" TO PDT-KEY
002780     READ PROC-DATE-FILE
002790         INVALID KEY
002800             DISPLAY "ADDRTRN ABEND - NO PROCESSING-DATE RECORD "
002810                 "ON PDTFILE - SEED IT WITH ADDEOD"
002820             MOVE 8 TO RETURN-CODE
002830             STOP RUN
002840     END-READ
002850     CLOSE PROC-DATE-FILE.
002860 0300-EXIT.
002870     EXIT.
002880
002890******************************************************************
002900***  0100-OPEN-FILES - OPEN EVERY FILE, CHECKING EACH OPEN'S     *
002910***  FILE STATUS THE SAME WAY ADDNUMS DOES                       *
002920******************************************************************
002930 0100-OPEN-FILES.
002940     OPEN INPUT SORTED-ITEM-FILE
002950     IF WS-SRT-FILE-STATUS NOT = "00"
002960         DISPLAY "ADDRTRN ABEND - RTNSORT OPEN FAILED, STATUS = "
002970             WS-SRT-FILE-STATUS
002980         MOVE 8 TO RETURN-CODE
002990         STOP RUN
003000     END-IF
003010     OPEN I-O SUSPENSE-FILE
003020     IF WS-SUS-FILE-STATUS NOT = "00"
003030         DISPLAY "ADDRTRN ABEND - SUSFILE OPEN FAILED, STATUS = "
003040             WS-SUS-FILE-STATUS
003050         MOVE 8 TO RETURN-CODE
003060         STOP RUN
003070     END-IF
003080     OPEN INPUT SOURCE-FILE
003090     IF WS-SRC-FILE-STATUS NOT = "00"
003100         DISPLAY "ADDRTRN ABEND - SRCFILE OPEN FAILED, STATUS = "
003110             WS-SRC-FILE-STATUS
003120         MOVE 8 TO RETURN-CODE
003130         STOP RUN
003140     END-IF
003150     OPEN OUTPUT RETURN-FEED-FILE
003160     IF WS-RTN-FILE-STATUS NOT = "00"
003170         DISPLAY "ADDRTRN ABEND - RTNFEED OPEN FAILED, STATUS = "
003180             WS-RTN-FILE-STATUS
003190         MOVE 8 TO RETURN-CODE
003200         STOP RUN
003210     END-IF
003220     OPEN OUTPUT RETURN-REPORT
003230     IF WS-RPT-FILE-STATUS NOT = "00"
003240         DISPLAY "ADDRTRN ABEND - RTNRPT OPEN FAILED, STATUS = "
003250             WS-RPT-FILE-STATUS
003260         MOVE 8 TO RETURN-CODE
003270         STOP RUN
003280     END-IF.
003290 0100-EXIT.
003300     EXIT.
003310
003320******************************************************************
003330***  1000-READ-SORTED-ITEM - ADVANCE TO THE NEXT SORTED ITEM     *
003340***  THAT IS STILL RETURNABLE ON THE SUSPENSE MASTER             *
003350******************************************************************
003360 1000-READ-SORTED-ITEM.
003370     MOVE 'N' TO WS-ITEM-SW
003380     PERFORM 1050-READ-ONE-ITEM THRU 1050-EXIT
003390         UNTIL WS-ITEM-FOUND OR END-OF-SORTED-ITEMS.
003400 1000-EXIT.
003410     EXIT.
003420
003430******************************************************************
003440***  1050-READ-ONE-ITEM - READ ONE SORTED ITEM AND RE-READ ITS   *
003450***  SUSPENSE RECORD. IT IS RETURNABLE IF STILL OPEN, OR IF IT   *
003460***  WAS RETURNED ON THIS SAME PROCESSING DATE (A RERUN). ANY    *
003470***  OTHER STATUS MEANS IT MOVED ON SINCE THE SORT - PASS IT.    *
003480******************************************************************
003490 1050-READ-ONE-ITEM.
003500     READ SORTED-ITEM-FILE
003510         AT END
003520             SET END-OF-SORTED-ITEMS TO TRUE
003530             MOVE HIGH-VALUES TO WS-ITEM-SOURCE-ID
003540             GO TO 1050-EXIT
003550     END-READ
003560     MOVE SRT-TRANS-ID TO SUS-TRANS-ID
003570     READ SUSPENSE-FILE
003580         INVALID KEY
003590             ADD 1 TO WS-TOT-PASSED
003600             GO TO 1050-EXIT
003610     END-READ
003620     IF SUS-OPEN
003630         OR (SUS-RETURNED AND SUS-DATE-STATUS = WS-RUN-DATE)
003640         SET WS-ITEM-FOUND TO TRUE
003650         MOVE SUS-SOURCE-ID TO WS-ITEM-SOURCE-ID
003660     ELSE
003670         ADD 1 TO WS-TOT-PASSED
003680     END-IF.
003690 1050-EXIT.
003700     EXIT.
003710
003720******************************************************************
003730***  1100-READ-SOURCE-FILE - READ THE NEXT SOURCE MASTER RECORD  *
003740******************************************************************
003750 1100-READ-SOURCE-FILE.
003760     READ SOURCE-FILE NEXT RECORD
003770         AT END
003780             SET END-OF-SOURCE-FILE TO TRUE
003790             MOVE HIGH-VALUES TO WS-CUR-SOURCE-ID
003800             GO TO 1100-EXIT
003810     END-READ
003820     MOVE SRC-SOURCE-ID TO WS-CUR-SOURCE-ID.
003830 1100-EXIT.
003840     EXIT.
003850
003860******************************************************************
003870***  2000-PROCESS-SOURCE - ONE SOURCE MASTER RECORD. ITEMS       *
003880***  SORTING AHEAD OF IT BELONG TO NO SOURCE ON THE MASTER AND   *
003890***  ARE KEPT. AN ACTIVE SOURCE GETS ITS FEED - EVEN AN EMPTY    *
003900***  ONE - CARRYING ITS ITEMS; AN INACTIVE SOURCE'S ITEMS ARE    *
003910***  KEPT WITH US.                                               *
003920******************************************************************
003930 2000-PROCESS-SOURCE.
003940     PERFORM 2100-KEEP-ITEM THRU 2100-EXIT
003950         UNTIL WS-ITEM-SOURCE-ID NOT < WS-CUR-SOURCE-ID
003960     IF SRC-ACTIVE
003970         PERFORM 2500-OPEN-SOURCE-FEED THRU 2500-EXIT
003980         PERFORM 2600-RETURN-ITEM THRU 2600-EXIT
003990             UNTIL WS-ITEM-SOURCE-ID NOT = WS-CUR-SOURCE-ID
004000         PERFORM 2800-CLOSE-SOURCE-FEED THRU 2800-EXIT
004010     ELSE
004020         PERFORM 2100-KEEP-ITEM THRU 2100-EXIT
004030             UNTIL WS-ITEM-SOURCE-ID NOT = WS-CUR-SOURCE-ID
004040     END-IF
004050     PERFORM 1100-READ-SOURCE-FILE THRU 1100-EXIT.
004060 2000-EXIT.
004070     EXIT.
004080
004090******************************************************************
004100***  2100-KEEP-ITEM - AN ITEM THAT CANNOT GO BACK TO ITS SOURCE  *
004110***  STAYS OPEN WITH US FOR ADDMAINT. LIST IT WITH THE REASON.   *
004120******************************************************************
004130 2100-KEEP-ITEM.
004140     EVALUATE TRUE
004150         WHEN WS-ITEM-SOURCE-ID = SPACES
004160             MOVE "KEPT - NO SOURCE ID ON THE ITEM"
004170                 TO WS-RPT-DISPOSITION
004180             ADD 1 TO WS-TOT-NO-SOURCE
004190         WHEN WS-ITEM-SOURCE-ID = WS-CUR-SOURCE-ID
004200             MOVE "KEPT - SOURCE INACTIVE"
004210                 TO WS-RPT-DISPOSITION
004220             ADD 1 TO WS-TOT-INACTIVE
004230         WHEN OTHER
004240             MOVE "KEPT - SOURCE NOT ON THE MASTER"
004250                 TO WS-RPT-DISPOSITION
004260             ADD 1 TO WS-TOT-UNKNOWN
004270     END-EVALUATE
004280     PERFORM 8000-WRITE-ITEM-LINE THRU 8000-EXIT
004290     PERFORM 1000-READ-SORTED-ITEM THRU 1000-EXIT.
004300 2100-EXIT.
004310     EXIT.
004320
004330******************************************************************
004340***  2500-OPEN-SOURCE-FEED - START ONE SOURCE'S FEED WITH ITS    *
004350***  HEADER CONTROL RECORD AND ITS BLOCK ON THE REPORT           *
004360******************************************************************
004370 2500-OPEN-SOURCE-FEED.
004380     MOVE 0 TO WS-FEED-ITEMS
004390     MOVE 0 TO WS-FEED-HASH
004400     MOVE SPACES TO CPYCTL01-FEED-HEADER
004410     SET CTL-HEADER-RECORD TO TRUE
004420     MOVE WS-RUN-DATE TO CTL-HDR-FEED-DATE
004430     MOVE SRC-SOURCE-ID TO CTL-HDR-SOURCE-ID
004440     MOVE 0 TO CTL-HDR-CYCLE-NO
004450     WRITE RETURN-FEED-RECORD FROM CPYCTL01-FEED-HEADER
004460     ADD 1 TO WS-TOT-FEEDS
004470
004480     MOVE SRC-SOURCE-ID TO WS-RPT-SRC-ID
004490     MOVE SRC-NAME TO WS-RPT-SRC-NAME
004500     MOVE SRC-CONTACT-NAME TO WS-RPT-SRC-CONTACT
004510     MOVE SRC-CONTACT-PHONE TO WS-RPT-SRC-PHONE
004520     WRITE RETURN-REPORT-LINE FROM WS-RPT-SOURCE-LINE.
004530 2500-EXIT.
004540     EXIT.
004550
004560******************************************************************
004570***  2600-RETURN-ITEM - SEND ONE ITEM BACK TO ITS SOURCE AND     *
004580***  FLAG IT RETURNED ON THE SUSPENSE MASTER                     *
004590******************************************************************
004600 2600-RETURN-ITEM.
004610     MOVE SPACES TO CPYEXC01-EXCEPTION-RECORD
004620     MOVE SUS-TRANS-ID TO EXC-TRANS-ID
004630     MOVE SUS-NUM1 TO EXC-NUM1
004640     MOVE SUS-NUM2 TO EXC-NUM2
004650     MOVE SUS-REASON-CODE TO EXC-REASON-CODE
004660     MOVE SUS-REASON-TEXT TO EXC-REASON-TEXT
004670     MOVE SUS-SOURCE-ID TO EXC-SOURCE-ID
004680     WRITE RETURN-FEED-RECORD FROM CPYEXC01-EXCEPTION-RECORD
004690     ADD 1 TO WS-FEED-ITEMS
004700     ADD SUS-NUM1 TO WS-FEED-HASH
004710     ADD SUS-NUM2 TO WS-FEED-HASH
004720
004730     SET SUS-RETURNED TO TRUE
004740     SET SUS-WAS-RETURNED TO TRUE
004750     MOVE WS-RUN-DATE TO SUS-DATE-STATUS
004760     MOVE "ADDRTRN" TO SUS-OPERATOR-ID
004770     REWRITE CPYSUS01-SUSPENSE-RECORD
004780     IF WS-SUS-FILE-STATUS NOT = "00"
004790         DISPLAY "ADDRTRN ABEND - SUSFILE REWRITE FAILED, STATUS "
004800             "= " WS-SUS-FILE-STATUS " TRANS " SUS-TRANS-ID
004810         MOVE 8 TO RETURN-CODE
004820         STOP RUN
004830     END-IF
004840     ADD 1 TO WS-TOT-RETURNED
004850
004860     MOVE "RETURNED" TO WS-RPT-DISPOSITION
004870     PERFORM 8000-WRITE-ITEM-LINE THRU 8000-EXIT
004880     PERFORM 1000-READ-SORTED-ITEM THRU 1000-EXIT.
004890 2600-EXIT.
004900     EXIT.
004910
004920******************************************************************
004930***  2800-CLOSE-SOURCE-FEED - DECLARE THE SOURCE'S COUNT AND     *
004940***  NUM1 + NUM2 HASH ON ITS TRAILER AND PRINT THEM              *
004950******************************************************************
004960 2800-CLOSE-SOURCE-FEED.
004970     MOVE SPACES TO CPYCTL01-FEED-TRAILER
004980     SET CTL-TRAILER-RECORD TO TRUE
004990     MOVE WS-FEED-ITEMS TO CTL-TRL-RECORD-COUNT
005000     MOVE WS-FEED-HASH TO CTL-TRL-HASH-TOTAL
005010     WRITE RETURN-FEED-RECORD FROM CPYCTL01-FEED-TRAILER
005020
005030     MOVE "  ITEMS RETURNED" TO WS-RPT-TOTAL-LABEL
005040     MOVE WS-FEED-ITEMS TO WS-RPT-TOTAL-VALUE
005050     WRITE RETURN-REPORT-LINE FROM WS-RPT-TOTAL-LINE
005060     MOVE "  HASH TOTAL (NUM1 + NUM2)" TO WS-RPT-TOTAL-LABEL
005070     MOVE WS-FEED-HASH TO WS-RPT-AMOUNT-VALUE
005080     WRITE RETURN-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
005090 2800-EXIT.
005100     EXIT.
005110
005120******************************************************************
005130***  7000-WRITE-RUN-TOTALS - RUN-LEVEL TOTALS AND THE VERDICT    *
005140******************************************************************
005150 7000-WRITE-RUN-TOTALS.
005160     MOVE "SOURCE FEEDS WRITTEN" TO WS-RPT-TOTAL-LABEL
005170     MOVE WS-TOT-FEEDS TO WS-RPT-TOTAL-VALUE
005180     WRITE RETURN-REPORT-LINE FROM WS-RPT-TOTAL-LINE
005190     MOVE "ITEMS RETURNED TO SOURCES" TO WS-RPT-TOTAL-LABEL
005200     MOVE WS-TOT-RETURNED TO WS-RPT-TOTAL-VALUE
005210     WRITE RETURN-REPORT-LINE FROM WS-RPT-TOTAL-LINE
005220     MOVE "ITEMS KEPT - SOURCE INACTIVE" TO WS-RPT-TOTAL-LABEL
005230     MOVE WS-TOT-INACTIVE TO WS-RPT-TOTAL-VALUE
005240     WRITE RETURN-REPORT-LINE FROM WS-RPT-TOTAL-LINE
005250     MOVE "ITEMS KEPT - SOURCE NOT ON MASTER"
005260         TO WS-RPT-TOTAL-LABEL
005270     MOVE WS-TOT-UNKNOWN TO WS-RPT-TOTAL-VALUE
005280     WRITE RETURN-REPORT-LINE FROM WS-RPT-TOTAL-LINE
005290     MOVE "ITEMS KEPT - NO SOURCE ID" TO WS-RPT-TOTAL-LABEL
005300     MOVE WS-TOT-NO-SOURCE TO WS-RPT-TOTAL-VALUE
005310     WRITE RETURN-REPORT-LINE FROM WS-RPT-TOTAL-LINE
005320     MOVE "ITEMS NO LONGER OPEN - PASSED" TO WS-RPT-TOTAL-LABEL
005330     MOVE WS-TOT-PASSED TO WS-RPT-TOTAL-VALUE
005340     WRITE RETURN-REPORT-LINE FROM WS-RPT-TOTAL-LINE
005350
005360     IF WS-TOT-UNKNOWN > 0
005370         MOVE "*** OPEN ITEMS FROM SOURCES NOT ON THE MASTER **"
005380             TO WS-RPT-VERDICT
005390     ELSE
005400         MOVE "REJECT RETURN FEED BUILT" TO WS-RPT-VERDICT
005410     END-IF
005420     WRITE RETURN-REPORT-LINE FROM WS-RPT-VERDICT-LINE.
005430 7000-EXIT.
005440     EXIT.
005450
005460******************************************************************
005470***  8000-WRITE-ITEM-LINE - ONE ITEM ON THE REPORT WITH THE      *
005480***  DISPOSITION THE CALLER STAGED                               *
005490******************************************************************
005500 8000-WRITE-ITEM-LINE.
005510     MOVE SUS-TRANS-ID TO WS-RPT-TRANS-ID
005520     MOVE SUS-REASON-CODE TO WS-RPT-REASON-CODE
005530     MOVE SUS-NUM1 TO WS-RPT-NUM1
005540     MOVE SUS-NUM2 TO WS-RPT-NUM2
005550     MOVE SUS-DATE-REJECTED TO WS-RPT-DATE-REJ
005560     WRITE RETURN-REPORT-LINE FROM WS-RPT-DETAIL-LINE.
005570 8000-EXIT.
005580     EXIT.
