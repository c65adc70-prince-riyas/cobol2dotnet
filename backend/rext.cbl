000100******************************************************************
000110***                                                              **
000120***  PROGRAM    : ADDREXT                                        **
000130***  AUTHOR     : J W MARTIN                                     **
000140***  INSTALLATN : DAYLIGHT FINANCIAL SERVICES - BATCH SYSTEMS    **
000150***  DATE-WRTN  : 2026-10-15                                     **
000160***                                                              **
000170***  ABSTRACT                                                    **
000180***    REBUILDS A PAST DAY'S DOWNSTREAM EXTRACT FOR              **
000190***    RETRANSMISSION. EXTFILE IS TRUNCATED BY THE NEXT FRESH    **
000200***    ADDNUMS RUN, BUT EVERY RESULT IT CARRIED IS ALSO ON THE   **
000210***    RESULT HISTORY MASTER (CPYHST01), AND ON THE HISTORY      **
000220***    ARCHIVE (ARCFILE) ONCE ADDHIST HAS PURGED THE DAY. THE    **
000230***    EXEC PARM NAMES THE DAY - RUNDATE,CC (YYYYMMDD,CYCLE) -   **
000240***    AND OPTIONALLY OUR SOURCE ID FOR THE HEADER (BLANK        **
000250***    DEFAULTS TO DAYLIGHT, AS ON ADDXMIT). A REBUILD IS A      **
000260***    DELIBERATE ACT - A MISSING OR BAD PARM FAILS THE JOB.     **
000270***                                                              **
000280***    THE DAY IS READ FROM THE HISTORY MASTER IN KEY ORDER. IF  **
000290***    THE MASTER HOLDS NOTHING FOR IT, THE ARCHIVE IS SWEPT     **
000300***    INSTEAD. WITHIN ONE PURGE PASS THE ARCHIVE IS IN KEY      **
000310***    ORDER; A DAY RE-ROLLED AND PURGED AGAIN APPEARS ONCE PER  **
000320***    PASS, SO THE SWEEP IS MADE TWICE - ONCE TO FIND WHERE     **
000330***    THE DAY'S LATEST PASS STARTS, AND ONCE TO REBUILD FROM    **
000340***    IT. EVERY RESULT BECOMES A CPYEXT01 DETAIL EXACTLY AS     **
000350***    ADDNUMS WROTE IT.                                         **
000360***                                                              **
000370***    THE DETAILS ARE BOOKENDED THE WAY ADDXMIT BOOKENDS THE    **
000380***    DAILY SEND (CPYCTL01 HEADER, TRAILER WITH COUNT AND       **
000390***    SIGNED EXT-RESULT HASH), BUT THE HEADER IS MARKED AS A    **
000400***    RETRANSMISSION (CTL-HDR-XMIT-TYPE R) AND CARRIES THE      **
000410***    PROCESSING DATE OF THE REBUILD, SO DOWNSTREAM DOES NOT    **
000420***    LOAD THE DAY TWICE. THE CONTROL REPORT (REXRPT) PROVES    **
000430***    THE REBUILT COUNT AND HASH AGAINST WHAT WAS POSTED FOR    **
000440***    THAT DAY AND CYCLE ON THE POSTING-PERIOD FILE (CPYGLP01). **
000450***    A PERIOD ADJUSTED SINCE IT WAS POSTED (ADDRRATE OR        **
000460***    ADDGLADJ) IS NOTED - THE REBUILT RESULTS ARE THE          **
000470***    ADJUSTED ONES, AS THE POSTED TOTALS ARE.                  **
000480***                                                              **
000490***  RETURN CODES                                                **
000500***    RC=0  REBUILT AND PROVED AGAINST THE POSTED PERIOD        **
000510***    RC=4  REBUILT, BUT THE DAY IS NOT ON THE POSTING-PERIOD   **
000520***          FILE SO IT COULD NOT BE PROVED - CHECK REXRPT       **
000530***          BEFORE SENDING                                      **
000540***    RC=8  BAD PARM, NOTHING ON HISTORY OR THE ARCHIVE FOR     **
000550***          THE DAY, THE REBUILD DOES NOT MATCH THE POSTED      **
000560***          PERIOD, OR AN ABEND - DO NOT TRANSMIT               **
000570***                                                              **
000580***  MOD HISTORY                                                 **
000590***  ----------------------------------------------------------  **
000600***  2026-10-15  JWM  ORIGINAL VERSION                           **
000610***  2026-10-15  JWM  A REBUILT V (REVERSAL) EXTRACT RECORD      **
000620***                   CARRIES THE KEY OF THE ROW IT REVERSED,    **
000630***                   AS ADDNUMS WROTE IT.                       **
000640***                                                              **
000650******************************************************************
000660 IDENTIFICATION DIVISION.
000670 PROGRAM-ID.     ADDREXT.
000680 AUTHOR.         J W MARTIN.
000690 INSTALLATION.   DAYLIGHT FINANCIAL SERVICES.
000700 DATE-WRITTEN.   2026-10-15.
000710 DATE-COMPILED.
000720
000730 ENVIRONMENT DIVISION.
000740 INPUT-OUTPUT SECTION.
000750 FILE-CONTROL.
000760     SELECT HISTORY-FILE ASSIGN TO "HSTFILE"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS HST-KEY
000800         FILE STATUS IS WS-HST-FILE-STATUS.
000810
000820     SELECT ARCHIVE-FILE ASSIGN TO "ARCFILE"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-ARC-FILE-STATUS.
000850
000860     SELECT PERIOD-FILE ASSIGN TO "GLPFILE"
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS RANDOM
000890         RECORD KEY IS GLP-KEY
000900         FILE STATUS IS WS-GLP-FILE-STATUS.
000910
000920     SELECT PROC-DATE-FILE ASSIGN TO "PDTFILE"
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS RANDOM
000950         RECORD KEY IS PDT-KEY
000960         FILE STATUS IS WS-PDT-FILE-STATUS.
000970
000980     SELECT TRANSMIT-FILE ASSIGN TO "EXTRTX"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-XMT-FILE-STATUS.
001010
001020     SELECT REBUILD-REPORT ASSIGN TO "REXRPT"
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS WS-RPT-FILE-STATUS.
001050
001060 DATA DIVISION.
001070 FILE SECTION.
001080 FD  HISTORY-FILE
001090     LABEL RECORDS ARE STANDARD.
001100 COPY CPYHST01.
001110
001120 FD  ARCHIVE-FILE
001130     LABEL RECORDS ARE STANDARD.
001140 01  ARCHIVE-RECORD          PIC X(80).
001150
001160 FD  PERIOD-FILE
001170     LABEL RECORDS ARE STANDARD.
001180 COPY CPYGLP01.
001190
001200 FD  PROC-DATE-FILE
001210     LABEL RECORDS ARE STANDARD.
001220 COPY CPYPDT01.
001230
001240 FD  TRANSMIT-FILE
001250     LABEL RECORDS ARE STANDARD.
001260 01  TRANSMIT-RECORD         PIC X(80).
001270
001280 FD  REBUILD-REPORT
001290     LABEL RECORDS ARE STANDARD.
001300 01  REBUILD-REPORT-LINE     PIC X(80).
001310
001320 WORKING-STORAGE SECTION.
001330******************************************************************
001340***  SWITCHES                                                    *
001350******************************************************************
001360 77  WS-HST-EOF-SW           PIC X(01)   VALUE 'N'.
001370     88  END-OF-REBUILD-DAY              VALUE 'Y'.
001380 77  WS-ARC-EOF-SW           PIC X(01)   VALUE 'N'.
001390     88  END-OF-ARCHIVE-FILE             VALUE 'Y'.
001400 77  WS-PREV-MATCH-SW        PIC X(01)   VALUE 'N'.
001410     88  WS-PREV-MATCHED                 VALUE 'Y'.
001420 77  WS-REBUILT-FROM-SW      PIC X(01)   VALUE 'H'.
001430     88  REBUILT-FROM-HISTORY            VALUE 'H'.
001440     88  REBUILT-FROM-ARCHIVE            VALUE 'A'.
001450 77  WS-POSTED-SW            PIC X(01)   VALUE 'N'.
001460     88  WS-PERIOD-POSTED                VALUE 'Y'.
001470 77  WS-BALANCE-SW           PIC X(01)   VALUE 'N'.
001480     88  WS-OUT-OF-BALANCE               VALUE 'Y'.
001490
001500******************************************************************
001510***  FILE STATUS FIELDS                                          *
001520******************************************************************
001530 77  WS-HST-FILE-STATUS      PIC X(02)   VALUE "00".
001540 77  WS-ARC-FILE-STATUS      PIC X(02)   VALUE "00".
001550 77  WS-GLP-FILE-STATUS      PIC X(02)   VALUE "00".
001560 77  WS-PDT-FILE-STATUS      PIC X(02)   VALUE "00".
001570 77  WS-XMT-FILE-STATUS      PIC X(02)   VALUE "00".
001580 77  WS-RPT-FILE-STATUS      PIC X(02)   VALUE "00".
001590
001600******************************************************************
001610***  EXEC PARM CONTROLS - THE DAY TO REBUILD                     *
001620******************************************************************
001630 77  WS-PARM-CARD            PIC X(32)   VALUE SPACES.
001640 77  WS-PARM-LENGTH          PIC S9(04) COMP  VALUE 0.
001650 77  WS-PARM-DATE            PIC X(08)   VALUE SPACES.
001660 77  WS-PARM-DATE-N REDEFINES WS-PARM-DATE
001670                             PIC 9(08).
001680 77  WS-PARM-CYCLE           PIC X(02)   VALUE SPACES.
001690 77  WS-PARM-CYCLE-N REDEFINES WS-PARM-CYCLE
001700                             PIC 9(02).
001710 77  WS-PARM-SOURCE          PIC X(08)   VALUE SPACES.
001720 77  WS-REBUILD-DATE         PIC 9(08)   VALUE 0.
001730 77  WS-REBUILD-CYCLE        PIC 9(02)   VALUE 0.
001740 77  WS-SOURCE-ID            PIC X(08)   VALUE "DAYLIGHT".
001750 77  WS-RUN-DATE             PIC 9(08)   VALUE 0.
001760
001770******************************************************************
001780***  ARCHIVE SWEEP CONTROLS - WHERE THE DAY'S LATEST PURGE PASS  *
001790***  STARTS, COUNTED IN ARCHIVE RECORDS FROM THE TOP             *
001800******************************************************************
001810 77  WS-ARC-ORDINAL          PIC 9(9) COMP   VALUE 0.
001820 77  WS-LATEST-START         PIC 9(9) COMP   VALUE 0.
001830 77  WS-ARC-PASSES           PIC 9(7) COMP   VALUE 0.
001840 77  WS-ARC-MATCHES          PIC 9(7) COMP   VALUE 0.
001850 77  WS-LAST-TRANS-ID        PIC 9(08)   VALUE 0.
001860
001870******************************************************************
001880***  CONTROL RECORD LAYOUTS AND REBUILD TOTALS                   *
001890******************************************************************
001900 COPY CPYCTL01.
001910 COPY CPYEXT01.
001920 77  WS-DETAIL-COUNT         PIC 9(7) COMP   VALUE 0.
001930 77  WS-HASH-TOTAL           PIC S9(13)V99 COMP  VALUE 0.
001940
001950******************************************************************
001960***  REPORT LINE LAYOUTS                                         *
001970******************************************************************
001980 01  WS-RPT-HEADING-LINE.
001990     05  FILLER              PIC X(29)   VALUE
002000         "ADDREXT EXTRACT REBUILD FOR ".
002010     05  WS-RPT-HDG-DATE     PIC 9(08).
002020     05  FILLER              PIC X(07)   VALUE " CYCLE ".
002030     05  WS-RPT-HDG-CYCLE    PIC 9(02).
002040     05  FILLER              PIC X(15)   VALUE " - REBUILT ON ".
002050     05  WS-RPT-HDG-RUN-DATE PIC 9(08).
002060     05  FILLER              PIC X(11)   VALUE SPACES.
002070 01  WS-RPT-TOTAL-LINE.
002080     05  WS-RPT-TOTAL-LABEL  PIC X(34)   VALUE SPACES.
002090     05  WS-RPT-TOTAL-VALUE  PIC Z(14)9.
002100     05  WS-RPT-AMOUNT-VALUE REDEFINES WS-RPT-TOTAL-VALUE
002110                             PIC -(11)9.99.
002120     05  FILLER              PIC X(31)   VALUE SPACES.
002130 01  WS-RPT-VERDICT-LINE.
002140     05  WS-RPT-VERDICT      PIC X(80)   VALUE SPACES.
002150
002160 LINKAGE SECTION.
002170******************************************************************
002180***  LK-PARM-AREA - THE EXEC PARM, PASSED BY THE SYSTEM LOADER   *
002190***  AS A HALFWORD LENGTH FOLLOWED BY THE PARM TEXT.             *
002200******************************************************************
002210 01  LK-PARM-AREA.
002220     05  LK-PARM-LENGTH      PIC S9(04) COMP.
002230     05  LK-PARM-TEXT        PIC X(32).
002240
002250 PROCEDURE DIVISION USING LK-PARM-AREA.
002260******************************************************************
002270***  BEGIN - PROGRAM MAINLINE                                    *
002280******************************************************************
002290 BEGIN.
002300     PERFORM 0400-ESTABLISH-REBUILD-DAY THRU 0400-EXIT
002310     PERFORM 0500-OPEN-FILES THRU 0500-EXIT
002320
002330     PERFORM 1500-WRITE-HEADER THRU 1500-EXIT
002340     PERFORM 2000-REBUILD-FROM-HISTORY THRU 2000-EXIT
002350     IF WS-DETAIL-COUNT = 0
002360         PERFORM 3000-REBUILD-FROM-ARCHIVE THRU 3000-EXIT
002370     END-IF
002380     PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT
002390
002400     PERFORM 5000-READ-POSTED-PERIOD THRU 5000-EXIT
002410     PERFORM 7000-WRITE-REBUILD-REPORT THRU 7000-EXIT
002420
002430     CLOSE HISTORY-FILE
002440     CLOSE PERIOD-FILE
002450     CLOSE TRANSMIT-FILE
002460     CLOSE REBUILD-REPORT
002470
002480     DISPLAY "ADDREXT EXTRACT REBUILD FOR " WS-REBUILD-DATE
002490         " CYCLE " WS-REBUILD-CYCLE
002500     DISPLAY "  DETAIL RECORDS ............. " WS-DETAIL-COUNT
002510     DISPLAY "  HASH TOTAL OF EXT-RESULT ... " WS-HASH-TOTAL
002520     EVALUATE TRUE
002530         WHEN WS-DETAIL-COUNT = 0
002540             DISPLAY "ADDREXT - NOTHING ON HISTORY OR THE "
002550                 "ARCHIVE FOR THE DAY - DO NOT TRANSMIT"
002560             MOVE 8 TO RETURN-CODE
002570         WHEN WS-OUT-OF-BALANCE
002580             DISPLAY "ADDREXT - REBUILD DOES NOT MATCH THE "
002590                 "POSTED PERIOD - DO NOT TRANSMIT"
002600             MOVE 8 TO RETURN-CODE
002610         WHEN NOT WS-PERIOD-POSTED
002620             DISPLAY "ADDREXT - DAY NOT ON THE POSTING-PERIOD "
002630                 "FILE - REBUILD NOT PROVED"
002640             MOVE 4 TO RETURN-CODE
002650         WHEN OTHER
002660             DISPLAY "ADDREXT - REBUILD PROVED AGAINST THE "
002670                 "POSTED PERIOD"
002680             MOVE 0 TO RETURN-CODE
002690     END-EVALUATE
002700     STOP RUN.
002710
002720******************************************************************
002730***  0300-READ-PROCESSING-DATE - FETCH THE PROCESSING DATE       *
002740***  FROM THE CPYPDT01 CONTROL RECORD ROLLED BY ADDEOD. NO       *
002750***  RECORD MEANS THE SUITE HAS NOT BEEN SEEDED - THE RUN STOPS. *
002760******************************************************************
002770 0300-READ-PROCESSING-DATE.
002780     OPEN INPUT PROC-DATE-FILE
002790     IF WS-PDT-FILE-STATUS NOT = "00"
002800         DISPLAY "ADDREXT ABEND - PDTFILE OPEN FAILED, STATUS = "
002810             WS-PDT-FILE-STATUS
002820         MOVE 8 TO RETURN-CODE
002830         STOP RUN
002840     END-IF
002850     MOVE "PROCDATE" TO PDT-KEY
002860     READ PROC-DATE-FILE
002870         INVALID KEY
002880             DISPLAY "ADDREXT ABEND - NO PROCESSING-DATE RECORD "
002890                 "ON PDTFILE - SEED IT WITH ADDEOD"
002900             MOVE 8 TO RETURN-CODE
002910             STOP RUN
002920     END-READ
002930     CLOSE PROC-DATE-FILE.
002940 0300-EXIT.
002950     EXIT.
002960
002970******************************************************************
002980***  0400-ESTABLISH-REBUILD-DAY - A REBUILD IS A DELIBERATE ACT: *
002990***  THE DAY MUST BE ON THE EXEC PARM, RUNDATE,CC, WITH OUR      *
003000***  SOURCE ID FOR THE HEADER OPTIONALLY THIRD                   *
003010******************************************************************
003020 0400-ESTABLISH-REBUILD-DAY.
003030     PERFORM 0300-READ-PROCESSING-DATE THRU 0300-EXIT
003040     MOVE PDT-RUN-DATE TO WS-RUN-DATE
003050     MOVE SPACES TO WS-PARM-CARD
003060     MOVE LK-PARM-LENGTH TO WS-PARM-LENGTH
003070     IF WS-PARM-LENGTH > 32
003080         MOVE 32 TO WS-PARM-LENGTH
003090     END-IF
003100     IF WS-PARM-LENGTH > 0
003110         MOVE LK-PARM-TEXT(1:WS-PARM-LENGTH) TO WS-PARM-CARD
003120     END-IF
003130     UNSTRING WS-PARM-CARD DELIMITED BY ","
003140         INTO WS-PARM-DATE WS-PARM-CYCLE WS-PARM-SOURCE
003150     END-UNSTRING
003160     IF WS-PARM-DATE IS NOT NUMERIC
003170         OR WS-PARM-CYCLE IS NOT NUMERIC
003180         DISPLAY "ADDREXT ABEND - PARM MUST BE RUNDATE,CC"
003190             " (YYYYMMDD,CYCLE)"
003200         MOVE 8 TO RETURN-CODE
003210         STOP RUN
003220     END-IF
003230     IF WS-PARM-CYCLE-N = 0
003240         OR WS-PARM-DATE-N NOT < WS-RUN-DATE
003250         DISPLAY "ADDREXT ABEND - " WS-PARM-DATE "," WS-PARM-CYCLE
003260             " IS NOT A PAST PROCESSING DAY AND CYCLE - TODAY'S "
003270             "EXTRACT IS STILL ON EXTFILE"
003280         MOVE 8 TO RETURN-CODE
003290         STOP RUN
003300     END-IF
003310     MOVE WS-PARM-DATE-N TO WS-REBUILD-DATE
003320     MOVE WS-PARM-CYCLE-N TO WS-REBUILD-CYCLE
003330     IF WS-PARM-SOURCE NOT = SPACES
003340         MOVE WS-PARM-SOURCE TO WS-SOURCE-ID
003350     END-IF.
003360 0400-EXIT.
003370     EXIT.
003380
003390******************************************************************
003400***  0500-OPEN-FILES - OPEN EVERY FILE, CHECKING EACH OPEN'S     *
003410***  FILE STATUS THE SAME WAY ADDNUMS DOES. HISTORY, THE         *
003420***  ARCHIVE AND THE POSTING-PERIOD FILE ARE READ-ONLY; THE      *
003430***  ARCHIVE IS OPENED ONLY IF THE DAY HAS BEEN PURGED.          *
003440******************************************************************
003450 0500-OPEN-FILES.
003460     OPEN INPUT HISTORY-FILE
003470     IF WS-HST-FILE-STATUS NOT = "00"
003480         DISPLAY "ADDREXT ABEND - HSTFILE OPEN FAILED, STATUS = "
003490             WS-HST-FILE-STATUS
003500         MOVE 8 TO RETURN-CODE
003510         STOP RUN
003520     END-IF
003530     OPEN INPUT PERIOD-FILE
003540     IF WS-GLP-FILE-STATUS NOT = "00"
003550         DISPLAY "ADDREXT ABEND - GLPFILE OPEN FAILED, STATUS = "
003560             WS-GLP-FILE-STATUS
003570         MOVE 8 TO RETURN-CODE
003580         STOP RUN
003590     END-IF
003600     OPEN OUTPUT TRANSMIT-FILE
003610     IF WS-XMT-FILE-STATUS NOT = "00"
003620         DISPLAY "ADDREXT ABEND - EXTRTX OPEN FAILED, STATUS = "
003630             WS-XMT-FILE-STATUS
003640         MOVE 8 TO RETURN-CODE
003650         STOP RUN
003660     END-IF
003670     OPEN OUTPUT REBUILD-REPORT
003680     IF WS-RPT-FILE-STATUS NOT = "00"
003690         DISPLAY "ADDREXT ABEND - REXRPT OPEN FAILED, STATUS = "
003700             WS-RPT-FILE-STATUS
003710         MOVE 8 TO RETURN-CODE
003720         STOP RUN
003730     END-IF.
003740 0500-EXIT.
003750     EXIT.
003760
003770******************************************************************
003780***  1500-WRITE-HEADER - THE RETRANSMISSION'S HEADER: THE DAY    *
003790***  AND CYCLE REBUILT, OUR SOURCE ID, THE RETRANSMISSION MARK   *
003800***  AND THE PROCESSING DATE OF THE REBUILD                      *
003810******************************************************************
003820 1500-WRITE-HEADER.
003830     MOVE SPACES TO CPYCTL01-FEED-HEADER
003840     SET CTL-HEADER-RECORD TO TRUE
003850     MOVE WS-REBUILD-DATE TO CTL-HDR-FEED-DATE
003860     MOVE WS-SOURCE-ID TO CTL-HDR-SOURCE-ID
003870     MOVE WS-REBUILD-CYCLE TO CTL-HDR-CYCLE-NO
003880     SET CTL-RETRANSMISSION TO TRUE
003890     MOVE WS-RUN-DATE TO CTL-HDR-RETRANS-DATE
003900     WRITE TRANSMIT-RECORD FROM CPYCTL01-FEED-HEADER.
003910 1500-EXIT.
003920     EXIT.
003930
003940******************************************************************
003950***  2000-REBUILD-FROM-HISTORY - POSITION ON THE DAY AND CYCLE   *
003960***  ON THE HISTORY MASTER AND REBUILD EVERY RESULT UNDER IT,    *
003970***  IN TRANS-ID ORDER                                           *
003980******************************************************************
003990 2000-REBUILD-FROM-HISTORY.
004000     MOVE WS-REBUILD-DATE TO HST-RUN-DATE
004010     MOVE WS-REBUILD-CYCLE TO HST-CYCLE-NO
004020     MOVE 0 TO HST-TRANS-ID
004030     START HISTORY-FILE KEY IS NOT LESS THAN HST-KEY
004040         INVALID KEY
004050             GO TO 2000-EXIT
004060     END-START
004070     PERFORM 2100-READ-HISTORY-FILE THRU 2100-EXIT
004080     PERFORM 2200-REBUILD-ONE-RESULT THRU 2200-EXIT
004090         UNTIL END-OF-REBUILD-DAY.
004100 2000-EXIT.
004110     EXIT.
004120
004130******************************************************************
004140***  2100-READ-HISTORY-FILE - READ THE NEXT HISTORY RECORD; THE  *
004150***  DAY ENDS AT END OF FILE OR AT THE FIRST KEY PAST ITS CYCLE  *
004160******************************************************************
004170 2100-READ-HISTORY-FILE.
004180     READ HISTORY-FILE NEXT RECORD
004190         AT END
004200             SET END-OF-REBUILD-DAY TO TRUE
004210             GO TO 2100-EXIT
004220     END-READ
004230     IF HST-RUN-DATE NOT = WS-REBUILD-DATE
004240         OR HST-CYCLE-NO NOT = WS-REBUILD-CYCLE
004250         SET END-OF-REBUILD-DAY TO TRUE
004260     END-IF.
004270 2100-EXIT.
004280     EXIT.
004290
004300******************************************************************
004310***  2200-REBUILD-ONE-RESULT - ONE HISTORY RESULT OUT AS ITS     *
004320***  EXTRACT DETAIL, THEN THE NEXT                               *
004330******************************************************************
004340 2200-REBUILD-ONE-RESULT.
004350     PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT
004360     PERFORM 2100-READ-HISTORY-FILE THRU 2100-EXIT.
004370 2200-EXIT.
004380     EXIT.
004390
004400******************************************************************
004410***  3000-REBUILD-FROM-ARCHIVE - THE DAY HAS BEEN PURGED: SWEEP  *
004420***  THE ARCHIVE ONCE TO FIND THE DAY'S LATEST PURGE PASS, THEN  *
004430***  AGAIN TO REBUILD FROM IT                                    *
004440******************************************************************
004450 3000-REBUILD-FROM-ARCHIVE.
004460     SET REBUILT-FROM-ARCHIVE TO TRUE
004470     PERFORM 3050-OPEN-ARCHIVE THRU 3050-EXIT
004480     PERFORM 3100-READ-ARCHIVE-FILE THRU 3100-EXIT
004490     PERFORM 3200-LOCATE-LATEST-PASS THRU 3200-EXIT
004500         UNTIL END-OF-ARCHIVE-FILE
004510     CLOSE ARCHIVE-FILE
004520     IF WS-ARC-MATCHES = 0
004530         GO TO 3000-EXIT
004540     END-IF
004550
004560     PERFORM 3050-OPEN-ARCHIVE THRU 3050-EXIT
004570     PERFORM 3100-READ-ARCHIVE-FILE THRU 3100-EXIT
004580     PERFORM 3300-REBUILD-ONE-ARCHIVED THRU 3300-EXIT
004590         UNTIL END-OF-ARCHIVE-FILE
004600     CLOSE ARCHIVE-FILE.
004610 3000-EXIT.
004620     EXIT.
004630
004640******************************************************************
004650***  3050-OPEN-ARCHIVE - OPEN THE ARCHIVE FROM THE TOP           *
004660******************************************************************
004670 3050-OPEN-ARCHIVE.
004680     MOVE 'N' TO WS-ARC-EOF-SW
004690     MOVE 0 TO WS-ARC-ORDINAL
004700     OPEN INPUT ARCHIVE-FILE
004710     IF WS-ARC-FILE-STATUS NOT = "00"
004720         DISPLAY "ADDREXT ABEND - ARCFILE OPEN FAILED, STATUS = "
004730             WS-ARC-FILE-STATUS
004740         MOVE 8 TO RETURN-CODE
004750         STOP RUN
004760     END-IF.
004770 3050-EXIT.
004780     EXIT.
004790
004800******************************************************************
004810***  3100-READ-ARCHIVE-FILE - READ ONE ARCHIVED HISTORY RECORD   *
004820***  INTO THE HISTORY RECORD LAYOUT, COUNTING FROM THE TOP       *
004830******************************************************************
004840 3100-READ-ARCHIVE-FILE.
004850     READ ARCHIVE-FILE
004860         AT END
004870             SET END-OF-ARCHIVE-FILE TO TRUE
004880             GO TO 3100-EXIT
004890     END-READ
004900     ADD 1 TO WS-ARC-ORDINAL
004910     MOVE ARCHIVE-RECORD TO CPYHST01-HISTORY-RECORD.
004920 3100-EXIT.
004930     EXIT.
004940
004950******************************************************************
004960***  3200-LOCATE-LATEST-PASS - A PURGE PASS WRITES THE DAY AS    *
004970***  ONE ASCENDING RUN OF TRANS-IDS. A MATCHING RECORD THAT      *
004980***  DOES NOT FOLLOW ANOTHER MATCHING RECORD, OR WHOSE TRANS-ID  *
004990***  DOES NOT ASCEND, STARTS A NEW PASS'S COPY OF THE DAY.       *
005000******************************************************************
005010 3200-LOCATE-LATEST-PASS.
005020     IF HST-RUN-DATE NOT = WS-REBUILD-DATE
005030         OR HST-CYCLE-NO NOT = WS-REBUILD-CYCLE
005040         MOVE 'N' TO WS-PREV-MATCH-SW
005050         GO TO 3200-NEXT
005060     END-IF
005070     IF NOT WS-PREV-MATCHED
005080         OR HST-TRANS-ID NOT > WS-LAST-TRANS-ID
005090         ADD 1 TO WS-ARC-PASSES
005100         MOVE WS-ARC-ORDINAL TO WS-LATEST-START
005110     END-IF
005120     ADD 1 TO WS-ARC-MATCHES
005130     MOVE HST-TRANS-ID TO WS-LAST-TRANS-ID
005140     SET WS-PREV-MATCHED TO TRUE.
005150 3200-NEXT.
005160     PERFORM 3100-READ-ARCHIVE-FILE THRU 3100-EXIT.
005170 3200-EXIT.
005180     EXIT.
005190
005200******************************************************************
005210***  3300-REBUILD-ONE-ARCHIVED - REBUILD THE DAY'S RECORDS FROM  *
005220***  THE START OF ITS LATEST PURGE PASS ON                       *
005230******************************************************************
005240 3300-REBUILD-ONE-ARCHIVED.
005250     IF WS-ARC-ORDINAL NOT < WS-LATEST-START
005260         AND HST-RUN-DATE = WS-REBUILD-DATE
005270         AND HST-CYCLE-NO = WS-REBUILD-CYCLE
005280         PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT
005290     END-IF
005300     PERFORM 3100-READ-ARCHIVE-FILE THRU 3100-EXIT.
005310 3300-EXIT.
005320     EXIT.
005330
005340******************************************************************
005350***  4000-WRITE-TRAILER - DECLARE THE COUNT AND SIGNED HASH      *
005360***  THE RECEIVER MUST PROVE BEFORE LOADING                      *
005370******************************************************************
005380 4000-WRITE-TRAILER.
005390     MOVE SPACES TO CPYCTL01-FEED-TRAILER
005400     SET CTL-TRAILER-RECORD TO TRUE
005410     MOVE WS-DETAIL-COUNT TO CTL-TRL-RECORD-COUNT
005420     MOVE WS-HASH-TOTAL TO CTL-TRL-HASH-TOTAL
005430     WRITE TRANSMIT-RECORD FROM CPYCTL01-FEED-TRAILER.
005440 4000-EXIT.
005450     EXIT.
005460
005470******************************************************************
005480***  5000-READ-POSTED-PERIOD - FETCH WHAT WAS POSTED FOR THE     *
005490***  DAY AND CYCLE, AND PROVE THE REBUILD AGAINST IT             *
005500******************************************************************
005510 5000-READ-POSTED-PERIOD.
005520     MOVE WS-REBUILD-DATE TO GLP-RUN-DATE
005530     MOVE WS-REBUILD-CYCLE TO GLP-CYCLE-NO
005540     READ PERIOD-FILE
005550         INVALID KEY
005560             GO TO 5000-EXIT
005570     END-READ
005580     SET WS-PERIOD-POSTED TO TRUE
005590     IF WS-DETAIL-COUNT NOT = GLP-REC-COUNT
005600         OR WS-HASH-TOTAL NOT = GLP-RESULT-TOTAL
005610         SET WS-OUT-OF-BALANCE TO TRUE
005620     END-IF.
005630 5000-EXIT.
005640     EXIT.
005650
005660******************************************************************
005670***  6000-WRITE-DETAIL - ONE HISTORY RESULT AS THE CPYEXT01      *
005680***  DETAIL ADDNUMS WROTE FOR IT, ROLLED INTO THE CONTROLS       *
005690******************************************************************
005700 6000-WRITE-DETAIL.
005710     MOVE SPACES TO CPYEXT01-EXTRACT-RECORD
005720     MOVE HST-TRANS-ID TO EXT-TRANS-ID
005730     MOVE HST-NUM1 TO EXT-NUM1
005740     MOVE HST-NUM2 TO EXT-NUM2
005750     MOVE HST-RESULT TO EXT-RESULT
005760     MOVE HST-RUN-DATE TO EXT-RUN-DATE
005770     MOVE HST-SOURCE-ID TO EXT-SOURCE-ID
005780     MOVE HST-CYCLE-NO TO EXT-CYCLE-NO
005790     IF HST-TRANS-CODE = "V"
005800         MOVE HST-ORIG-KEY TO EXT-ORIG-KEY
005810     END-IF
005820     WRITE TRANSMIT-RECORD FROM CPYEXT01-EXTRACT-RECORD
005830     IF WS-XMT-FILE-STATUS NOT = "00"
005840         DISPLAY "ADDREXT ABEND - EXTRTX WRITE FAILED, STATUS = "
005850             WS-XMT-FILE-STATUS
005860         MOVE 8 TO RETURN-CODE
005870         STOP RUN
005880     END-IF
005890     ADD 1 TO WS-DETAIL-COUNT
005900     ADD EXT-RESULT TO WS-HASH-TOTAL.
005910 6000-EXIT.
005920     EXIT.
005930
005940******************************************************************
005950***  7000-WRITE-REBUILD-REPORT - WHERE THE DAY CAME FROM, THE    *
005960***  REBUILT CONTROLS AGAINST THE POSTED PERIOD, AND THE VERDICT *
005970******************************************************************
005980 7000-WRITE-REBUILD-REPORT.
005990     MOVE WS-REBUILD-DATE TO WS-RPT-HDG-DATE
006000     MOVE WS-REBUILD-CYCLE TO WS-RPT-HDG-CYCLE
006010     MOVE WS-RUN-DATE TO WS-RPT-HDG-RUN-DATE
006020     WRITE REBUILD-REPORT-LINE FROM WS-RPT-HEADING-LINE
006030
006040     IF REBUILT-FROM-HISTORY
006050         MOVE "REBUILT FROM THE HISTORY MASTER" TO WS-RPT-VERDICT
006060         WRITE REBUILD-REPORT-LINE FROM WS-RPT-VERDICT-LINE
006070     ELSE
006080         MOVE "REBUILT FROM THE HISTORY ARCHIVE - DAY PURGED"
006090             TO WS-RPT-VERDICT
006100         WRITE REBUILD-REPORT-LINE FROM WS-RPT-VERDICT-LINE
006110         MOVE "ARCHIVE PURGE PASSES HOLDING DAY"
006120             TO WS-RPT-TOTAL-LABEL
006130         MOVE WS-ARC-PASSES TO WS-RPT-TOTAL-VALUE
006140         WRITE REBUILD-REPORT-LINE FROM WS-RPT-TOTAL-LINE
006150         IF WS-ARC-PASSES > 1
006160             MOVE "  (LATEST PASS USED - EARLIER COPIES SKIPPED)"
006170                 TO WS-RPT-VERDICT
006180             WRITE REBUILD-REPORT-LINE FROM WS-RPT-VERDICT-LINE
006190         END-IF
006200     END-IF
006210
006220     MOVE "RECORDS REBUILT" TO WS-RPT-TOTAL-LABEL
006230     MOVE WS-DETAIL-COUNT TO WS-RPT-TOTAL-VALUE
006240     WRITE REBUILD-REPORT-LINE FROM WS-RPT-TOTAL-LINE
006250     MOVE "REBUILT HASH (EXT-RESULT)" TO WS-RPT-TOTAL-LABEL
006260     MOVE WS-HASH-TOTAL TO WS-RPT-AMOUNT-VALUE
006270     WRITE REBUILD-REPORT-LINE FROM WS-RPT-TOTAL-LINE
006280
006290     IF WS-PERIOD-POSTED
006300         MOVE "RECORDS POSTED (GLPFILE)" TO WS-RPT-TOTAL-LABEL
006310         MOVE GLP-REC-COUNT TO WS-RPT-TOTAL-VALUE
006320         WRITE REBUILD-REPORT-LINE FROM WS-RPT-TOTAL-LINE
006330         MOVE "RESULT TOTAL POSTED (GLPFILE)"
006340             TO WS-RPT-TOTAL-LABEL
006350         MOVE GLP-RESULT-TOTAL TO WS-RPT-AMOUNT-VALUE
006360         WRITE REBUILD-REPORT-LINE FROM WS-RPT-TOTAL-LINE
006370         MOVE "FIRST POSTED ON" TO WS-RPT-TOTAL-LABEL
006380         MOVE GLP-FIRST-POST-DATE TO WS-RPT-TOTAL-VALUE
006390         WRITE REBUILD-REPORT-LINE FROM WS-RPT-TOTAL-LINE
006400         IF GLP-ADJUSTED
006410             MOVE "ADJUSTED SINCE POSTING - LAST ON"
006420                 TO WS-RPT-TOTAL-LABEL
006430             MOVE GLP-LAST-POST-DATE TO WS-RPT-TOTAL-VALUE
006440             WRITE REBUILD-REPORT-LINE FROM WS-RPT-TOTAL-LINE
006450             MOVE "  (REBUILT RESULTS ARE THE ADJUSTED ONES)"
006460                 TO WS-RPT-VERDICT
006470             WRITE REBUILD-REPORT-LINE FROM WS-RPT-VERDICT-LINE
006480         END-IF
006490     END-IF
006500
006510     EVALUATE TRUE
006520         WHEN WS-DETAIL-COUNT = 0
006530             MOVE "*** NOTHING FOR THE DAY - DO NOT TRANSMIT ***"
006540                 TO WS-RPT-VERDICT
006550         WHEN WS-OUT-OF-BALANCE
006560             MOVE "*** NOT AS POSTED - DO NOT TRANSMIT ***"
006570                 TO WS-RPT-VERDICT
006580         WHEN NOT WS-PERIOD-POSTED
006590             MOVE "*** DAY NOT POSTED - REBUILD NOT PROVED ***"
006600                 TO WS-RPT-VERDICT
006610         WHEN OTHER
006620             MOVE "REBUILD PROVED AGAINST THE POSTED PERIOD"
006630                 TO WS-RPT-VERDICT
006640     END-EVALUATE
006650     WRITE REBUILD-REPORT-LINE FROM WS-RPT-VERDICT-LINE.
006660 7000-EXIT.
006670     EXIT.
