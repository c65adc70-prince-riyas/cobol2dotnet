000100******************************************************************
000110***                                                              **
000120***  PROGRAM    : ADDSMNT                                        **
000130***  AUTHOR     : J W MARTIN                                     **
000140***  INSTALLATN : DAYLIGHT FINANCIAL SERVICES - BATCH SYSTEMS    **
000150***  DATE-WRTN  : 2026-10-15                                     **
000160***                                                              **
000170***  ABSTRACT                                                    **
000180***    CONVERSATIONAL MAINTENANCE OF THE SOURCE-SYSTEM MASTER    **
000190***    (CPYSRC01), IN THE SAME OPERATOR STYLE AS ADDXMNT. FOR    **
000200***    EACH SOURCE ID OPERATIONS KEYS THE CYCLES IT IS DUE IN,   **
000210***    ITS CUTOFF TIME, THE DETAIL-COUNT BAND A NORMAL FEED      **
000220***    FALLS IN AND A CONTACT. KEYING A SOURCE THAT IS ALREADY   **
000230***    ON FILE REPLACES IT, KEEPING ANY RELEASE IN FORCE.        **
000240***                                                              **
000250***    WHEN ADDFEED HOLDS THE RUN FOR A SOURCE KNOWN TO BE       **
000260***    ABSENT (BRANCH CLOSED, FEED CONFIRMED EMPTY BY PHONE),    **
000270***    A SIGNED-ON OPERATOR OF LEVEL 2 OR 3 RELEASES THE SOURCE  **
000280***    FOR THAT PROCESSING DATE AND CYCLE WITH A REASON; THE     **
000290***    OPERATOR ID AND REASON STAY ON THE RECORD AND PRINT ON    **
000300***    THE ADDFEED REPORT. A RELEASE KEYED IN ERROR IS CLEARED   **
000310***    THE SAME WAY.                                             **
000320***                                                              **
000330***  RETURN CODES                                                **
000340***    RC=0  SESSION ENDED NORMALLY                              **
000350***    RC=8  ABEND / UNRECOVERABLE ERROR                         **
000360***                                                              **
000370***  MOD HISTORY                                                 **
000380***  ----------------------------------------------------------  **
000390***  2026-10-15  JWM  ORIGINAL VERSION                           **
000400***                                                              **
000410******************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID.     ADDSMNT.
000440 AUTHOR.         J W MARTIN.
000450 INSTALLATION.   DAYLIGHT FINANCIAL SERVICES.
000460 DATE-WRITTEN.   2026-10-15.
000470 DATE-COMPILED.
000480
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT SOURCE-FILE ASSIGN TO "SRCFILE"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS SRC-SOURCE-ID
000560         FILE STATUS IS WS-SRC-FILE-STATUS.
000570
000580     SELECT OPERATOR-FILE ASSIGN TO "OPRFILE"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS OPR-OPERATOR-ID
000620         FILE STATUS IS WS-OPR-FILE-STATUS.
000630
000640     SELECT PROC-DATE-FILE ASSIGN TO "PDTFILE"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS RANDOM
000670         RECORD KEY IS PDT-KEY
000680         FILE STATUS IS WS-PDT-FILE-STATUS.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  SOURCE-FILE
000730     LABEL RECORDS ARE STANDARD.
000740 COPY CPYSRC01.
000750
000760 FD  OPERATOR-FILE
000770     LABEL RECORDS ARE STANDARD.
000780 COPY CPYOPR01.
000790
000800 FD  PROC-DATE-FILE
000810     LABEL RECORDS ARE STANDARD.
000820 COPY CPYPDT01.
000830
000840 WORKING-STORAGE SECTION.
000850******************************************************************
000860***  SWITCHES                                                    *
000870******************************************************************
000880 77  WS-SESSION-SW           PIC X(01)   VALUE 'N'.
000890     88  END-OF-SESSION                  VALUE 'Y'.
000900 77  WS-LIST-DONE-SW         PIC X(01)   VALUE 'N'.
000910     88  WS-LIST-DONE                    VALUE 'Y'.
000920 77  WS-ON-FILE-SW           PIC X(01)   VALUE 'N'.
000930     88  WS-SOURCE-ON-FILE               VALUE 'Y'.
000940 77  WS-SIGNON-SW            PIC X(01)   VALUE 'N'.
000950     88  WS-SIGNED-ON                    VALUE 'Y'.
000960
000970******************************************************************
000980***  FILE STATUS FIELDS                                          *
000990******************************************************************
001000 77  WS-SRC-FILE-STATUS      PIC X(02)   VALUE "00".
001010 77  WS-OPR-FILE-STATUS      PIC X(02)   VALUE "00".
001020 77  WS-PDT-FILE-STATUS      PIC X(02)   VALUE "00".
001030
001040******************************************************************
001050***  OPERATOR INPUT AREAS                                        *
001060******************************************************************
001070 77  WS-OPERATOR-ACTION      PIC X(01)   VALUE SPACE.
001080 77  WS-OPERATOR-SOURCE      PIC X(08)   VALUE SPACES.
001090 77  WS-OPERATOR-NAME        PIC X(20)   VALUE SPACES.
001100 77  WS-OPERATOR-STATUS      PIC X(01)   VALUE SPACE.
001110     88  WS-OPERATOR-STATUS-OK           VALUES "A" "I".
001120 77  WS-OPERATOR-CYCLE-SW    PIC X(01)   VALUE SPACE.
001130     88  WS-OPERATOR-CYCLE-SW-OK         VALUES "Y" "N".
001140 77  WS-OPERATOR-CYCLE-1     PIC X(01)   VALUE SPACE.
001150 77  WS-OPERATOR-CYCLE-2     PIC X(01)   VALUE SPACE.
001160 77  WS-OPERATOR-CUTOFF      PIC X(04)   VALUE SPACES.
001170 77  WS-OPERATOR-CUTOFF-N REDEFINES WS-OPERATOR-CUTOFF
001180                             PIC 9(04).
001190 77  WS-OPERATOR-VOL-LOW     PIC 9(07)   VALUE 0.
001200 77  WS-OPERATOR-VOL-HIGH    PIC 9(07)   VALUE 0.
001210 77  WS-OPERATOR-CONTACT     PIC X(20)   VALUE SPACES.
001220 77  WS-OPERATOR-PHONE       PIC X(15)   VALUE SPACES.
001230 77  WS-OPERATOR-REL-DATE    PIC X(08)   VALUE SPACES.
001240 77  WS-OPERATOR-REL-DATE-N REDEFINES WS-OPERATOR-REL-DATE
001250                             PIC 9(08).
001260 77  WS-OPERATOR-REL-CYCLE   PIC X(02)   VALUE SPACES.
001270 77  WS-OPERATOR-REL-CYCLE-N REDEFINES WS-OPERATOR-REL-CYCLE
001280                             PIC 9(02).
001290 77  WS-OPERATOR-REASON      PIC X(30)   VALUE SPACES.
001300 77  WS-OPERATOR-SIGNON      PIC X(08)   VALUE SPACES.
001310
001320******************************************************************
001330***  PANEL EDIT FIELDS AND CONTROL TOTALS                        *
001340******************************************************************
001350 77  WS-RUN-DATE             PIC 9(08)   VALUE 0.
001360 77  WS-CUTOFF-HH            PIC 9(02)   VALUE 0.
001370 77  WS-CUTOFF-MM            PIC 9(02)   VALUE 0.
001380 77  WS-SOURCES-KEYED        PIC 9(7) COMP   VALUE 0.
001390 77  WS-SOURCES-REPLACED     PIC 9(7) COMP   VALUE 0.
001400 77  WS-RELEASES-KEYED       PIC 9(7) COMP   VALUE 0.
001410 77  WS-RELEASES-CLEARED     PIC 9(7) COMP   VALUE 0.
001420 77  WS-ROWS-LISTED          PIC 9(7) COMP   VALUE 0.
001430 01  WS-HOLD-RELEASE.
001440     05  WS-HOLD-REL-DATE    PIC 9(08).
001450     05  WS-HOLD-REL-CYCLE   PIC 9(02).
001460     05  WS-HOLD-REL-OPERATOR
001470                             PIC X(08).
001480     05  WS-HOLD-REL-REASON  PIC X(30).
001490
001500 PROCEDURE DIVISION.
001510******************************************************************
001520***  BEGIN - PROGRAM MAINLINE                                    *
001530******************************************************************
001540 BEGIN.
001550     PERFORM 0300-READ-PROCESSING-DATE THRU 0300-EXIT
001560     OPEN I-O SOURCE-FILE
001570     IF WS-SRC-FILE-STATUS NOT = "00"
001580         DISPLAY "ADDSMNT ABEND - SRCFILE OPEN FAILED, STATUS = "
001590             WS-SRC-FILE-STATUS
001600         MOVE 8 TO RETURN-CODE
001610         STOP RUN
001620     END-IF
001630
001640     PERFORM 1000-ONE-ACTION THRU 1000-EXIT
001650         UNTIL END-OF-SESSION
001660
001670     CLOSE SOURCE-FILE
001680
001690     DISPLAY "ADDSMNT SOURCE MAINTENANCE SESSION ENDED"
001700     DISPLAY "  SOURCES KEYED NEW .......... " WS-SOURCES-KEYED
001710     DISPLAY "  SOURCES REPLACED ........... " WS-SOURCES-REPLACED
001720     DISPLAY "  HOLDS RELEASED ............. " WS-RELEASES-KEYED
001730     DISPLAY "  RELEASES CLEARED ........... " WS-RELEASES-CLEARED
001740     MOVE 0 TO RETURN-CODE
001750     STOP RUN.
001760
001770******************************************************************
001780***  0100-SIGN-ON - IDENTIFY THE OPERATOR RELEASING A HOLD       *
001790***  AGAINST THE OPERATOR MASTER. AN UNKNOWN OR REVOKED ID, OR   *
001800***  INQUIRY-ONLY AUTHORITY, REFUSES THE RELEASE BUT LEAVES THE  *
001810***  REST OF THE SESSION OPEN.                                   *
001820******************************************************************
001830 0100-SIGN-ON.
001840     OPEN INPUT OPERATOR-FILE
001850     IF WS-OPR-FILE-STATUS NOT = "00"
001860         DISPLAY "ADDSMNT ABEND - OPRFILE OPEN FAILED, STATUS = "
001870             WS-OPR-FILE-STATUS
001880         MOVE 8 TO RETURN-CODE
001890         STOP RUN
001900     END-IF
001910     MOVE SPACES TO WS-OPERATOR-SIGNON
001920     PERFORM 0110-PROMPT-FOR-OPERATOR THRU 0110-EXIT
001930         UNTIL WS-OPERATOR-SIGNON NOT = SPACES
001940     MOVE WS-OPERATOR-SIGNON TO OPR-OPERATOR-ID
001950     READ OPERATOR-FILE
001960         INVALID KEY
001970             DISPLAY "OPERATOR NOT ON THE OPERATOR MASTER - "
001980                 "RELEASE REFUSED"
001990             GO TO 0100-CLOSE
002000     END-READ
002010     IF NOT OPR-ACTIVE
002020         DISPLAY "OPERATOR IS REVOKED - RELEASE REFUSED"
002030         GO TO 0100-CLOSE
002040     END-IF
002050     IF NOT OPR-AUTH-CORRECT AND NOT OPR-AUTH-CANCEL
002060         DISPLAY "INQUIRY-ONLY AUTHORITY - RELEASE REFUSED"
002070         GO TO 0100-CLOSE
002080     END-IF
002090     SET WS-SIGNED-ON TO TRUE
002100     DISPLAY "SIGNED ON - " OPR-NAME
002110         " (LEVEL " OPR-AUTH-LEVEL ")".
002120 0100-CLOSE.
002130     CLOSE OPERATOR-FILE.
002140 0100-EXIT.
002150     EXIT.
002160
002170******************************************************************
002180***  0110-PROMPT-FOR-OPERATOR - ONE KEYING ATTEMPT AT THE ID     *
002190******************************************************************
002200 0110-PROMPT-FOR-OPERATOR.
002210     DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
002220     ACCEPT WS-OPERATOR-SIGNON.
002230 0110-EXIT.
002240     EXIT.
002250
002260******************************************************************
002270***  0300-READ-PROCESSING-DATE - FETCH THE PROCESSING DATE       *
002280***  FROM THE CPYPDT01 CONTROL RECORD ROLLED BY ADDEOD. IT IS    *
002290***  THE DEFAULT DATE A RELEASE IS KEYED FOR.                    *
002300******************************************************************
002310 0300-READ-PROCESSING-DATE.
002320     OPEN INPUT PROC-DATE-FILE
002330     IF WS-PDT-FILE-STATUS NOT = "00"
002340         DISPLAY "ADDSMNT ABEND - PDTFILE OPEN FAILED, STATUS = "
002350             WS-PDT-FILE-STATUS
002360         MOVE 8 TO RETURN-CODE
002370         STOP RUN
002380     END-IF
002390     MOVE "PROCDATE" TO PDT-KEY
002400     READ PROC-DATE-FILE
002410         INVALID KEY
002420             DISPLAY "ADDSMNT ABEND - NO PROCESSING-DATE RECORD "
002430                 "ON PDTFILE - SEED IT WITH ADDEOD"
002440             MOVE 8 TO RETURN-CODE
002450             STOP RUN
002460     END-READ
002470     MOVE PDT-RUN-DATE TO WS-RUN-DATE
002480     CLOSE PROC-DATE-FILE.
002490 0300-EXIT.
002500     EXIT.
002510
002520******************************************************************
002530***  1000-ONE-ACTION - PROMPT FOR AND ROUTE ONE OPERATOR ACTION  *
002540******************************************************************
002550 1000-ONE-ACTION.
002560     DISPLAY " "
002570     DISPLAY "ENTER ACTION (A=ADD/REPLACE R=RELEASE C=CLEAR "
002580         "RELEASE L=LIST E=END): "
002590         WITH NO ADVANCING
002600     MOVE SPACE TO WS-OPERATOR-ACTION
002610     ACCEPT WS-OPERATOR-ACTION
002620     EVALUATE WS-OPERATOR-ACTION
002630         WHEN "A"
002640             PERFORM 2000-KEY-ONE-SOURCE THRU 2000-EXIT
002650         WHEN "R"
002660             PERFORM 4000-RELEASE-ONE-SOURCE THRU 4000-EXIT
002670         WHEN "C"
002680             PERFORM 4500-CLEAR-ONE-RELEASE THRU 4500-EXIT
002690         WHEN "L"
002700             PERFORM 3000-LIST-ALL-SOURCES THRU 3000-EXIT
002710         WHEN "E"
002720             SET END-OF-SESSION TO TRUE
002730         WHEN OTHER
002740             DISPLAY "ACTION MUST BE A, R, C, L OR E"
002750     END-EVALUATE.
002760 1000-EXIT.
002770     EXIT.
002780
002790******************************************************************
002800***  2000-KEY-ONE-SOURCE - KEY ONE SOURCE'S SCHEDULE. A SOURCE   *
002810***  ALREADY ON FILE IS REPLACED, BUT ANY RELEASE ON IT IS       *
002820***  CARRIED OVER - A SCHEDULE CHANGE IS NOT A RELEASE DECISION. *
002830******************************************************************
002840 2000-KEY-ONE-SOURCE.
002850     PERFORM 2100-ACCEPT-SOURCE-ID THRU 2100-EXIT
002860     MOVE 0 TO WS-HOLD-REL-DATE
002870     MOVE 0 TO WS-HOLD-REL-CYCLE
002880     MOVE SPACES TO WS-HOLD-REL-OPERATOR
002890     MOVE SPACES TO WS-HOLD-REL-REASON
002900     IF WS-SOURCE-ON-FILE
002910         MOVE SRC-RELEASE-DATE TO WS-HOLD-REL-DATE
002920         MOVE SRC-RELEASE-CYCLE TO WS-HOLD-REL-CYCLE
002930         MOVE SRC-RELEASE-OPERATOR TO WS-HOLD-REL-OPERATOR
002940         MOVE SRC-RELEASE-REASON TO WS-HOLD-REL-REASON
002950         DISPLAY "SOURCE IS ON FILE - KEYING REPLACES IT"
002960     END-IF
002970     PERFORM 2200-ACCEPT-SCHEDULE THRU 2200-EXIT
002980     PERFORM 2300-ACCEPT-VOLUME-BAND THRU 2300-EXIT
002990     MOVE SPACES TO WS-OPERATOR-CONTACT
003000     DISPLAY "ENTER CONTACT NAME (20 CHARACTERS): "
003010         WITH NO ADVANCING
003020     ACCEPT WS-OPERATOR-CONTACT
003030     MOVE SPACES TO WS-OPERATOR-PHONE
003040     DISPLAY "ENTER CONTACT PHONE (15 CHARACTERS): "
003050         WITH NO ADVANCING
003060     ACCEPT WS-OPERATOR-PHONE
003070
003080     MOVE SPACES TO CPYSRC01-SOURCE-RECORD
003090     MOVE WS-OPERATOR-SOURCE TO SRC-SOURCE-ID
003100     MOVE WS-OPERATOR-NAME TO SRC-NAME
003110     MOVE WS-OPERATOR-STATUS TO SRC-STATUS
003120     MOVE WS-OPERATOR-CYCLE-1 TO SRC-CYCLE-SW (1)
003130     MOVE WS-OPERATOR-CYCLE-2 TO SRC-CYCLE-SW (2)
003140     MOVE WS-OPERATOR-CUTOFF-N TO SRC-CUTOFF-TIME
003150     MOVE WS-OPERATOR-VOL-LOW TO SRC-VOLUME-LOW
003160     MOVE WS-OPERATOR-VOL-HIGH TO SRC-VOLUME-HIGH
003170     MOVE WS-OPERATOR-CONTACT TO SRC-CONTACT-NAME
003180     MOVE WS-OPERATOR-PHONE TO SRC-CONTACT-PHONE
003190     MOVE WS-HOLD-REL-DATE TO SRC-RELEASE-DATE
003200     MOVE WS-HOLD-REL-CYCLE TO SRC-RELEASE-CYCLE
003210     MOVE WS-HOLD-REL-OPERATOR TO SRC-RELEASE-OPERATOR
003220     MOVE WS-HOLD-REL-REASON TO SRC-RELEASE-REASON
003230     IF WS-SOURCE-ON-FILE
003240         REWRITE CPYSRC01-SOURCE-RECORD
003250         IF WS-SRC-FILE-STATUS NOT = "00"
003260             DISPLAY "ADDSMNT ABEND - SRCFILE REWRITE FAILED, "
003270                 "STATUS = " WS-SRC-FILE-STATUS
003280             MOVE 8 TO RETURN-CODE
003290             STOP RUN
003300         END-IF
003310         ADD 1 TO WS-SOURCES-REPLACED
003320         DISPLAY "SOURCE REPLACED"
003330     ELSE
003340         WRITE CPYSRC01-SOURCE-RECORD
003350         IF WS-SRC-FILE-STATUS NOT = "00"
003360             DISPLAY "ADDSMNT ABEND - SRCFILE WRITE FAILED, "
003370                 "STATUS = " WS-SRC-FILE-STATUS
003380             MOVE 8 TO RETURN-CODE
003390             STOP RUN
003400         END-IF
003410         ADD 1 TO WS-SOURCES-KEYED
003420         DISPLAY "SOURCE ADDED"
003430     END-IF.
003440 2000-EXIT.
003450     EXIT.
003460
003470******************************************************************
003480***  2100-ACCEPT-SOURCE-ID - KEY A NON-BLANK SOURCE ID AND LOOK  *
003490***  IT UP, SETTING WS-SOURCE-ON-FILE                            *
003500******************************************************************
003510 2100-ACCEPT-SOURCE-ID.
003520     MOVE SPACES TO WS-OPERATOR-SOURCE
003530     PERFORM 2110-PROMPT-FOR-SOURCE THRU 2110-EXIT
003540         UNTIL WS-OPERATOR-SOURCE NOT = SPACES
003550     MOVE 'N' TO WS-ON-FILE-SW
003560     MOVE WS-OPERATOR-SOURCE TO SRC-SOURCE-ID
003570     READ SOURCE-FILE
003580         INVALID KEY
003590             CONTINUE
003600         NOT INVALID KEY
003610             SET WS-SOURCE-ON-FILE TO TRUE
003620     END-READ.
003630 2100-EXIT.
003640     EXIT.
003650
003660******************************************************************
003670***  2110-PROMPT-FOR-SOURCE - ONE KEYING ATTEMPT AT THE SOURCE   *
003680******************************************************************
003690 2110-PROMPT-FOR-SOURCE.
003700     DISPLAY "ENTER SOURCE ID (8 CHARACTERS): "
003710         WITH NO ADVANCING
003720     ACCEPT WS-OPERATOR-SOURCE.
003730 2110-EXIT.
003740     EXIT.
003750
003760******************************************************************
003770***  2200-ACCEPT-SCHEDULE - NAME, STATUS, THE CYCLES THE SOURCE  *
003780***  IS DUE IN AND ITS CUTOFF TIME (HHMM, 24-HOUR CLOCK)         *
003790******************************************************************
003800 2200-ACCEPT-SCHEDULE.
003810     MOVE SPACES TO WS-OPERATOR-NAME
003820     DISPLAY "ENTER SOURCE NAME (20 CHARACTERS): "
003830         WITH NO ADVANCING
003840     ACCEPT WS-OPERATOR-NAME
003850     MOVE SPACE TO WS-OPERATOR-STATUS
003860     PERFORM 2210-PROMPT-FOR-STATUS THRU 2210-EXIT
003870         UNTIL WS-OPERATOR-STATUS-OK
003880     MOVE SPACE TO WS-OPERATOR-CYCLE-SW
003890     PERFORM 2220-PROMPT-FOR-CYCLE-1 THRU 2220-EXIT
003900         UNTIL WS-OPERATOR-CYCLE-SW-OK
003910     MOVE WS-OPERATOR-CYCLE-SW TO WS-OPERATOR-CYCLE-1
003920     MOVE SPACE TO WS-OPERATOR-CYCLE-SW
003930     PERFORM 2230-PROMPT-FOR-CYCLE-2 THRU 2230-EXIT
003940         UNTIL WS-OPERATOR-CYCLE-SW-OK
003950     MOVE WS-OPERATOR-CYCLE-SW TO WS-OPERATOR-CYCLE-2
003960     MOVE SPACES TO WS-OPERATOR-CUTOFF
003970     PERFORM 2240-PROMPT-FOR-CUTOFF THRU 2240-EXIT
003980         UNTIL WS-OPERATOR-CUTOFF NOT = SPACES.
003990 2200-EXIT.
004000     EXIT.
004010
004020******************************************************************
004030***  2210-PROMPT-FOR-STATUS - ONE KEYING ATTEMPT AT THE STATUS   *
004040******************************************************************
004050 2210-PROMPT-FOR-STATUS.
004060     DISPLAY "ENTER STATUS (A=ACTIVE I=INACTIVE): "
004070         WITH NO ADVANCING
004080     ACCEPT WS-OPERATOR-STATUS.
004090 2210-EXIT.
004100     EXIT.
004110
004120******************************************************************
004130***  2220-PROMPT-FOR-CYCLE-1 - IS THE SOURCE DUE IN CYCLE 01     *
004140******************************************************************
004150 2220-PROMPT-FOR-CYCLE-1.
004160     DISPLAY "DUE IN CYCLE 01 (Y/N): " WITH NO ADVANCING
004170     ACCEPT WS-OPERATOR-CYCLE-SW.
004180 2220-EXIT.
004190     EXIT.
004200
004210******************************************************************
004220***  2230-PROMPT-FOR-CYCLE-2 - IS THE SOURCE DUE IN CYCLE 02     *
004230******************************************************************
004240 2230-PROMPT-FOR-CYCLE-2.
004250     DISPLAY "DUE IN CYCLE 02 (Y/N): " WITH NO ADVANCING
004260     ACCEPT WS-OPERATOR-CYCLE-SW.
004270 2230-EXIT.
004280     EXIT.
004290
004300******************************************************************
004310***  2240-PROMPT-FOR-CUTOFF - ONE KEYING ATTEMPT AT THE CUTOFF.  *
004320***  ANYTHING BUT A VALID HHMM IS BLANKED SO THE PROMPT REPEATS. *
004330******************************************************************
004340 2240-PROMPT-FOR-CUTOFF.
004350     DISPLAY "ENTER CUTOFF TIME (HHMM): " WITH NO ADVANCING
004360     ACCEPT WS-OPERATOR-CUTOFF
004370     IF WS-OPERATOR-CUTOFF IS NOT NUMERIC
004380         DISPLAY "CUTOFF MUST BE FOUR DIGITS"
004390         MOVE SPACES TO WS-OPERATOR-CUTOFF
004400         GO TO 2240-EXIT
004410     END-IF
004420     MOVE WS-OPERATOR-CUTOFF(1:2) TO WS-CUTOFF-HH
004430     MOVE WS-OPERATOR-CUTOFF(3:2) TO WS-CUTOFF-MM
004440     IF WS-CUTOFF-HH > 23 OR WS-CUTOFF-MM > 59
004450         DISPLAY "CUTOFF IS NOT A TIME OF DAY"
004460         MOVE SPACES TO WS-OPERATOR-CUTOFF
004470     END-IF.
004480 2240-EXIT.
004490     EXIT.
004500
004510******************************************************************
004520***  2300-ACCEPT-VOLUME-BAND - THE LOW AND HIGH DETAIL COUNTS OF *
004530***  A NORMAL FEED. THE HIGH MAY NOT BE BELOW THE LOW.           *
004540******************************************************************
004550 2300-ACCEPT-VOLUME-BAND.
004560     DISPLAY "ENTER LOWEST NORMAL DETAIL COUNT: "
004570         WITH NO ADVANCING
004580     MOVE 0 TO WS-OPERATOR-VOL-LOW
004590     ACCEPT WS-OPERATOR-VOL-LOW
004600     MOVE 0 TO WS-OPERATOR-VOL-HIGH
004610     PERFORM 2310-PROMPT-FOR-HIGH THRU 2310-EXIT
004620         UNTIL WS-OPERATOR-VOL-HIGH >= WS-OPERATOR-VOL-LOW
004630             AND WS-OPERATOR-VOL-HIGH > 0.
004640 2300-EXIT.
004650     EXIT.
004660
004670******************************************************************
004680***  2310-PROMPT-FOR-HIGH - ONE KEYING ATTEMPT AT THE HIGH COUNT *
004690******************************************************************
004700 2310-PROMPT-FOR-HIGH.
004710     DISPLAY "ENTER HIGHEST NORMAL DETAIL COUNT: "
004720         WITH NO ADVANCING
004730     ACCEPT WS-OPERATOR-VOL-HIGH
004740     IF WS-OPERATOR-VOL-HIGH < WS-OPERATOR-VOL-LOW
004750         DISPLAY "HIGHEST MAY NOT BE BELOW LOWEST"
004760     END-IF.
004770 2310-EXIT.
004780     EXIT.
004790
004800******************************************************************
004810***  3000-LIST-ALL-SOURCES - REVIEW EVERY SOURCE IN KEY ORDER    *
004820******************************************************************
004830 3000-LIST-ALL-SOURCES.
004840     MOVE 'N' TO WS-LIST-DONE-SW
004850     MOVE 0 TO WS-ROWS-LISTED
004860     MOVE LOW-VALUES TO SRC-SOURCE-ID
004870     START SOURCE-FILE KEY IS >= SRC-SOURCE-ID
004880         INVALID KEY
004890             SET WS-LIST-DONE TO TRUE
004900     END-START
004910     PERFORM 3100-LIST-ONE-SOURCE THRU 3100-EXIT
004920         UNTIL WS-LIST-DONE
004930     IF WS-ROWS-LISTED = 0
004940         DISPLAY "NO SOURCES ON THE SOURCE-SYSTEM MASTER"
004950     END-IF.
004960 3000-EXIT.
004970     EXIT.
004980
004990******************************************************************
005000***  3100-LIST-ONE-SOURCE - DISPLAY THE NEXT SOURCE, WITH ITS    *
005010***  RELEASE WHEN ONE IS ON FILE                                 *
005020******************************************************************
005030 3100-LIST-ONE-SOURCE.
005040     READ SOURCE-FILE NEXT RECORD
005050         AT END
005060             SET WS-LIST-DONE TO TRUE
005070     END-READ
005080     IF NOT WS-LIST-DONE
005090         ADD 1 TO WS-ROWS-LISTED
005100         DISPLAY "  " SRC-SOURCE-ID " " SRC-NAME
005110             " " SRC-STATUS
005120             "  CYCLES " SRC-CYCLE-SW (1) SRC-CYCLE-SW (2)
005130             "  CUTOFF " SRC-CUTOFF-TIME
005140             "  BAND " SRC-VOLUME-LOW "-" SRC-VOLUME-HIGH
005150         DISPLAY "           CONTACT " SRC-CONTACT-NAME
005160             " " SRC-CONTACT-PHONE
005170         IF SRC-RELEASE-DATE NOT = 0
005180             DISPLAY "           RELEASED " SRC-RELEASE-DATE
005190                 " CYCLE " SRC-RELEASE-CYCLE
005200                 " BY " SRC-RELEASE-OPERATOR
005210                 " - " SRC-RELEASE-REASON
005220         END-IF
005230     END-IF.
005240 3100-EXIT.
005250     EXIT.
005260
005270******************************************************************
005280***  4000-RELEASE-ONE-SOURCE - RELEASE ADDFEED'S HOLD FOR ONE    *
005290***  SOURCE KNOWN TO BE ABSENT, FOR ONE PROCESSING DATE AND      *
005300***  CYCLE. THE OPERATOR MUST SIGN ON AND GIVE A REASON.         *
005310******************************************************************
005320 4000-RELEASE-ONE-SOURCE.
005330     IF NOT WS-SIGNED-ON
005340         PERFORM 0100-SIGN-ON THRU 0100-EXIT
005350     END-IF
005360     IF NOT WS-SIGNED-ON
005370         GO TO 4000-EXIT
005380     END-IF
005390     PERFORM 2100-ACCEPT-SOURCE-ID THRU 2100-EXIT
005400     IF NOT WS-SOURCE-ON-FILE
005410         DISPLAY "SOURCE NOT ON THE MASTER - NOTHING TO RELEASE"
005420         GO TO 4000-EXIT
005430     END-IF
005440     MOVE SPACES TO WS-OPERATOR-REL-DATE
005450     PERFORM 4100-PROMPT-FOR-DATE THRU 4100-EXIT
005460         UNTIL WS-OPERATOR-REL-DATE IS NUMERIC
005470     MOVE SPACES TO WS-OPERATOR-REL-CYCLE
005480     PERFORM 4200-PROMPT-FOR-CYCLE THRU 4200-EXIT
005490         UNTIL WS-OPERATOR-REL-CYCLE = "01" OR "02"
005500     MOVE SPACES TO WS-OPERATOR-REASON
005510     PERFORM 4300-PROMPT-FOR-REASON THRU 4300-EXIT
005520         UNTIL WS-OPERATOR-REASON NOT = SPACES
005530
005540     MOVE WS-OPERATOR-REL-DATE-N TO SRC-RELEASE-DATE
005550     MOVE WS-OPERATOR-REL-CYCLE-N TO SRC-RELEASE-CYCLE
005560     MOVE WS-OPERATOR-SIGNON TO SRC-RELEASE-OPERATOR
005570     MOVE WS-OPERATOR-REASON TO SRC-RELEASE-REASON
005580     REWRITE CPYSRC01-SOURCE-RECORD
005590     IF WS-SRC-FILE-STATUS NOT = "00"
005600         DISPLAY "ADDSMNT ABEND - SRCFILE REWRITE FAILED, "
005610             "STATUS = " WS-SRC-FILE-STATUS
005620         MOVE 8 TO RETURN-CODE
005630         STOP RUN
005640     END-IF
005650     ADD 1 TO WS-RELEASES-KEYED
005660     DISPLAY "SOURCE " SRC-SOURCE-ID " RELEASED FOR "
005670         SRC-RELEASE-DATE " CYCLE " SRC-RELEASE-CYCLE
005680         " - RERUN ADDFEED".
005690 4000-EXIT.
005700     EXIT.
005710
005720******************************************************************
005730***  4100-PROMPT-FOR-DATE - ONE KEYING ATTEMPT AT THE RELEASE    *
005740***  DATE; BLANK TAKES THE PROCESSING DATE                       *
005750******************************************************************
005760 4100-PROMPT-FOR-DATE.
005770     DISPLAY "ENTER PROCESSING DATE (YYYYMMDD, BLANK = "
005780         WS-RUN-DATE "): " WITH NO ADVANCING
005790     ACCEPT WS-OPERATOR-REL-DATE
005800     IF WS-OPERATOR-REL-DATE = SPACES
005810         MOVE WS-RUN-DATE TO WS-OPERATOR-REL-DATE-N
005820     END-IF.
005830 4100-EXIT.
005840     EXIT.
005850
005860******************************************************************
005870***  4200-PROMPT-FOR-CYCLE - ONE KEYING ATTEMPT AT THE CYCLE     *
005880******************************************************************
005890 4200-PROMPT-FOR-CYCLE.
005900     DISPLAY "ENTER CYCLE (01 OR 02): " WITH NO ADVANCING
005910     ACCEPT WS-OPERATOR-REL-CYCLE.
005920 4200-EXIT.
005930     EXIT.
005940
005950******************************************************************
005960***  4300-PROMPT-FOR-REASON - ONE KEYING ATTEMPT AT THE REASON   *
005970******************************************************************
005980 4300-PROMPT-FOR-REASON.
005990     DISPLAY "ENTER REASON (30 CHARACTERS): " WITH NO ADVANCING
006000     ACCEPT WS-OPERATOR-REASON.
006010 4300-EXIT.
006020     EXIT.
006030
006040******************************************************************
006050***  4500-CLEAR-ONE-RELEASE - WITHDRAW A RELEASE KEYED IN ERROR, *
006060***  SO ADDFEED HOLDS THE RUN FOR THE SOURCE AGAIN               *
006070******************************************************************
006080 4500-CLEAR-ONE-RELEASE.
006090     IF NOT WS-SIGNED-ON
006100         PERFORM 0100-SIGN-ON THRU 0100-EXIT
006110     END-IF
006120     IF NOT WS-SIGNED-ON
006130         GO TO 4500-EXIT
006140     END-IF
006150     PERFORM 2100-ACCEPT-SOURCE-ID THRU 2100-EXIT
006160     IF NOT WS-SOURCE-ON-FILE
006170         DISPLAY "SOURCE IS NOT ON THE MASTER"
006180         GO TO 4500-EXIT
006190     END-IF
006200     IF SRC-RELEASE-DATE = 0
006210         DISPLAY "SOURCE HAS NO RELEASE ON FILE"
006220         GO TO 4500-EXIT
006230     END-IF
006240     MOVE 0 TO SRC-RELEASE-DATE
006250     MOVE 0 TO SRC-RELEASE-CYCLE
006260     MOVE SPACES TO SRC-RELEASE-OPERATOR
006270     MOVE SPACES TO SRC-RELEASE-REASON
006280     REWRITE CPYSRC01-SOURCE-RECORD
006290     IF WS-SRC-FILE-STATUS NOT = "00"
006300         DISPLAY "ADDSMNT ABEND - SRCFILE REWRITE FAILED, "
006310             "STATUS = " WS-SRC-FILE-STATUS
006320         MOVE 8 TO RETURN-CODE
006330         STOP RUN
006340     END-IF
006350     ADD 1 TO WS-RELEASES-CLEARED
006360     DISPLAY "RELEASE CLEARED".
006370 4500-EXIT.
006380     EXIT.
