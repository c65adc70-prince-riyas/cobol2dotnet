000100******************************************************************
000110***                                                              **
000120***  PROGRAM    : ADDJMNT                                        **
000130***  AUTHOR     : J W MARTIN                                     **
000140***  INSTALLATN : DAYLIGHT FINANCIAL SERVICES - BATCH SYSTEMS    **
000150***  DATE-WRTN  : 2026-10-15                                     **
000160***                                                              **
000170***  ABSTRACT                                                    **
000180***    CONVERSATIONAL MAINTENANCE OF THE JOB-STREAM LEDGER       **
000190***    (CPYSTM01), IN THE SAME OPERATOR STYLE AS ADDSMNT. ADDSTRM**
000200***    REFUSES A CHAIN JOB THAT HAS ALREADY STARTED OR COMPLETED **
000210***    FOR THE PROCESSING DATE AND CYCLE, AND HOLDS EVERY JOB    **
000220***    BEHIND A STEP THAT HAS NOT COMPLETED. A SIGNED-ON         **
000230***    OPERATOR OF LEVEL 2 OR 3 CLEARS THE WAY WITH A REASON:    **
000240***      R - AUTHORIZE ONE RERUN OF A JOB (A FAILED RUN ONCE     **
000250***          CLEANED UP, OR A DELIBERATE SECOND RUN). THE NEXT   **
000260***          START OF THE JOB CONSUMES IT.                       **
000270***      W - WAIVE A STEP THAT WILL NOT RUN FOR THE DATE AND     **
000280***          CYCLE, SO THE JOBS BEHIND IT ARE NOT HELD           **
000290***      C - CLEAR AN AUTHORIZATION OR WAIVER KEYED IN ERROR     **
000300***    THE OPERATOR ID AND REASON STAY ON THE LEDGER RECORD AND  **
000310***    PRINT ON THE ADDSTRM REPORT. L LISTS ONE DATE'S LEDGER    **
000320***    WITHOUT SIGNING ON.                                       **
000330***                                                              **
000340***  RETURN CODES                                                **
000350***    RC=0  SESSION ENDED NORMALLY                              **
000360***    RC=8  ABEND / UNRECOVERABLE ERROR                         **
000370***                                                              **
000380***  MOD HISTORY                                                 **
000390***  ----------------------------------------------------------  **
000400***  2026-10-15  JWM  ORIGINAL VERSION                           **
000410***                                                              **
000420******************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID.     ADDJMNT.
000450 AUTHOR.         J W MARTIN.
000460 INSTALLATION.   DAYLIGHT FINANCIAL SERVICES.
000470 DATE-WRITTEN.   2026-10-15.
000480 DATE-COMPILED.
000490
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT STREAM-FILE ASSIGN TO "STMFILE"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS STM-KEY
000570         FILE STATUS IS WS-STM-FILE-STATUS.
000580
000590     SELECT OPERATOR-FILE ASSIGN TO "OPRFILE"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS OPR-OPERATOR-ID
000630         FILE STATUS IS WS-OPR-FILE-STATUS.
000640
000650     SELECT PROC-DATE-FILE ASSIGN TO "PDTFILE"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS PDT-KEY
000690         FILE STATUS IS WS-PDT-FILE-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  STREAM-FILE
000740     LABEL RECORDS ARE STANDARD.
000750 COPY CPYSTM01.
000760
000770 FD  OPERATOR-FILE
000780     LABEL RECORDS ARE STANDARD.
000790 COPY CPYOPR01.
000800
000810 FD  PROC-DATE-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 COPY CPYPDT01.
000840
000850 WORKING-STORAGE SECTION.
000860******************************************************************
000870***  SWITCHES                                                    *
000880******************************************************************
000890 77  WS-SESSION-SW           PIC X(01)   VALUE 'N'.
000900     88  END-OF-SESSION                  VALUE 'Y'.
000910 77  WS-LIST-DONE-SW         PIC X(01)   VALUE 'N'.
000920     88  WS-LIST-DONE                    VALUE 'Y'.
000930 77  WS-ON-FILE-SW           PIC X(01)   VALUE 'N'.
000940     88  WS-STEP-ON-FILE                 VALUE 'Y'.
000950 77  WS-SIGNON-SW            PIC X(01)   VALUE 'N'.
000960     88  WS-SIGNED-ON                    VALUE 'Y'.
000970
000980******************************************************************
000990***  FILE STATUS FIELDS                                          *
001000******************************************************************
001010 77  WS-STM-FILE-STATUS      PIC X(02)   VALUE "00".
001020 77  WS-OPR-FILE-STATUS      PIC X(02)   VALUE "00".
001030 77  WS-PDT-FILE-STATUS      PIC X(02)   VALUE "00".
001040
001050******************************************************************
001060***  OPERATOR INPUT AREAS                                        *
001070******************************************************************
001080 77  WS-OPERATOR-ACTION      PIC X(01)   VALUE SPACE.
001090 77  WS-OPERATOR-DATE        PIC X(08)   VALUE SPACES.
001100 77  WS-OPERATOR-DATE-N REDEFINES WS-OPERATOR-DATE
001110                             PIC 9(08).
001120 77  WS-OPERATOR-CYCLE       PIC X(02)   VALUE SPACES.
001130 77  WS-OPERATOR-CYCLE-N REDEFINES WS-OPERATOR-CYCLE
001140                             PIC 9(02).
001150 77  WS-OPERATOR-JOB         PIC X(08)   VALUE SPACES.
001160 77  WS-OPERATOR-REASON      PIC X(30)   VALUE SPACES.
001170 77  WS-OPERATOR-SIGNON      PIC X(08)   VALUE SPACES.
001180
001190******************************************************************
001200***  CONTROL TOTALS                                              *
001210******************************************************************
001220 77  WS-RUN-DATE             PIC 9(08)   VALUE 0.
001230 77  WS-RERUNS-AUTHORIZED    PIC 9(7) COMP   VALUE 0.
001240 77  WS-STEPS-WAIVED         PIC 9(7) COMP   VALUE 0.
001250 77  WS-ENTRIES-CLEARED      PIC 9(7) COMP   VALUE 0.
001260 77  WS-ROWS-LISTED          PIC 9(7) COMP   VALUE 0.
001270
001280 PROCEDURE DIVISION.
001290******************************************************************
001300***  BEGIN - PROGRAM MAINLINE                                    *
001310******************************************************************
001320 BEGIN.
001330     PERFORM 0300-READ-PROCESSING-DATE THRU 0300-EXIT
001340     OPEN I-O STREAM-FILE
001350     IF WS-STM-FILE-STATUS NOT = "00"
001360         DISPLAY "ADDJMNT ABEND - STMFILE OPEN FAILED, STATUS = "
001370             WS-STM-FILE-STATUS
001380         MOVE 8 TO RETURN-CODE
001390         STOP RUN
001400     END-IF
001410
001420     PERFORM 1000-ONE-ACTION THRU 1000-EXIT
001430         UNTIL END-OF-SESSION
001440
001450     CLOSE STREAM-FILE
001460
001470     DISPLAY "ADDJMNT STREAM LEDGER MAINTENANCE SESSION ENDED"
001480     DISPLAY "  RERUNS AUTHORIZED .......... "
001490         WS-RERUNS-AUTHORIZED
001500     DISPLAY "  STEPS WAIVED ............... " WS-STEPS-WAIVED
001510     DISPLAY "  ENTRIES CLEARED ............ " WS-ENTRIES-CLEARED
001520     MOVE 0 TO RETURN-CODE
001530     STOP RUN.
001540
001550******************************************************************
001560***  0100-SIGN-ON - IDENTIFY THE OPERATOR CLEARING THE STREAM    *
001570***  AGAINST THE OPERATOR MASTER. AN UNKNOWN OR REVOKED ID, OR   *
001580***  INQUIRY-ONLY AUTHORITY, REFUSES THE ACTION BUT LEAVES THE   *
001590***  REST OF THE SESSION OPEN.                                   *
001600******************************************************************
001610 0100-SIGN-ON.
001620     OPEN INPUT OPERATOR-FILE
001630     IF WS-OPR-FILE-STATUS NOT = "00"
001640         DISPLAY "ADDJMNT ABEND - OPRFILE OPEN FAILED, STATUS = "
001650             WS-OPR-FILE-STATUS
001660         MOVE 8 TO RETURN-CODE
001670         STOP RUN
001680     END-IF
001690     MOVE SPACES TO WS-OPERATOR-SIGNON
001700     PERFORM 0110-PROMPT-FOR-OPERATOR THRU 0110-EXIT
001710         UNTIL WS-OPERATOR-SIGNON NOT = SPACES
001720     MOVE WS-OPERATOR-SIGNON TO OPR-OPERATOR-ID
001730     READ OPERATOR-FILE
001740         INVALID KEY
001750             DISPLAY "OPERATOR NOT ON THE OPERATOR MASTER - "
001760                 "ACTION REFUSED"
001770             GO TO 0100-CLOSE
001780     END-READ
001790     IF NOT OPR-ACTIVE
001800         DISPLAY "OPERATOR IS REVOKED - ACTION REFUSED"
001810         GO TO 0100-CLOSE
001820     END-IF
001830     IF NOT OPR-AUTH-CORRECT AND NOT OPR-AUTH-CANCEL
001840         DISPLAY "INQUIRY-ONLY AUTHORITY - ACTION REFUSED"
001850         GO TO 0100-CLOSE
001860     END-IF
001870     SET WS-SIGNED-ON TO TRUE
001880     DISPLAY "SIGNED ON - " OPR-NAME
001890         " (LEVEL " OPR-AUTH-LEVEL ")".
001900 0100-CLOSE.
001910     CLOSE OPERATOR-FILE.
001920 0100-EXIT.
001930     EXIT.
001940
001950******************************************************************
001960***  0110-PROMPT-FOR-OPERATOR - ONE KEYING ATTEMPT AT THE ID     *
001970******************************************************************
001980 0110-PROMPT-FOR-OPERATOR.
001990     DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
002000     ACCEPT WS-OPERATOR-SIGNON.
002010 0110-EXIT.
002020     EXIT.
002030
002040******************************************************************
002050***  0300-READ-PROCESSING-DATE - FETCH THE PROCESSING DATE       *
002060***  FROM THE CPYPDT01 CONTROL RECORD ROLLED BY ADDEOD. IT IS    *
002070***  THE DEFAULT DATE EVERY ACTION IS KEYED FOR.                 *
002080******************************************************************
002090 0300-READ-PROCESSING-DATE.
002100     OPEN INPUT PROC-DATE-FILE
002110     IF WS-PDT-FILE-STATUS NOT = "00"
002120         DISPLAY "ADDJMNT ABEND - PDTFILE OPEN FAILED, STATUS = "
002130             WS-PDT-FILE-STATUS
002140         MOVE 8 TO RETURN-CODE
002150         STOP RUN
002160     END-IF
002170     MOVE "PROCDATE" TO PDT-KEY
002180     READ PROC-DATE-FILE
002190         INVALID KEY
002200             DISPLAY "ADDJMNT ABEND - NO PROCESSING-DATE RECORD "
002210                 "ON PDTFILE - SEED IT WITH ADDEOD"
002220             MOVE 8 TO RETURN-CODE
002230             STOP RUN
002240     END-READ
002250     MOVE PDT-RUN-DATE TO WS-RUN-DATE
002260     CLOSE PROC-DATE-FILE.
002270 0300-EXIT.
002280     EXIT.
002290
002300******************************************************************
002310***  1000-ONE-ACTION - PROMPT FOR AND ROUTE ONE OPERATOR ACTION  *
002320******************************************************************
002330 1000-ONE-ACTION.
002340     DISPLAY " "
002350     DISPLAY "ENTER ACTION (R=AUTHORIZE RERUN W=WAIVE C=CLEAR "
002360         "L=LIST E=END): "
002370         WITH NO ADVANCING
002380     MOVE SPACE TO WS-OPERATOR-ACTION
002390     ACCEPT WS-OPERATOR-ACTION
002400     EVALUATE WS-OPERATOR-ACTION
002410         WHEN "R"
002420             PERFORM 4000-AUTHORIZE-RERUN THRU 4000-EXIT
002430         WHEN "W"
002440             PERFORM 5000-WAIVE-ONE-STEP THRU 5000-EXIT
002450         WHEN "C"
002460             PERFORM 6000-CLEAR-ONE-ENTRY THRU 6000-EXIT
002470         WHEN "L"
002480             PERFORM 3000-LIST-ONE-DATE THRU 3000-EXIT
002490         WHEN "E"
002500             SET END-OF-SESSION TO TRUE
002510         WHEN OTHER
002520             DISPLAY "ACTION MUST BE R, W, C, L OR E"
002530     END-EVALUATE.
002540 1000-EXIT.
002550     EXIT.
002560
002570******************************************************************
002580***  2000-ACCEPT-STEP - KEY THE DATE, CYCLE AND CHAIN JOB AND    *
002590***  LOOK THE STEP UP, SETTING WS-STEP-ON-FILE                   *
002600******************************************************************
002610 2000-ACCEPT-STEP.
002620     PERFORM 2100-ACCEPT-DATE THRU 2100-EXIT
002630     MOVE SPACES TO WS-OPERATOR-JOB
002640     PERFORM 2300-PROMPT-FOR-JOB THRU 2300-EXIT
002650         UNTIL WS-OPERATOR-JOB NOT = SPACES
002660     MOVE SPACES TO WS-OPERATOR-CYCLE
002670     PERFORM 2200-PROMPT-FOR-CYCLE THRU 2200-EXIT
002680         UNTIL WS-OPERATOR-CYCLE NOT = SPACES
002690     MOVE 'N' TO WS-ON-FILE-SW
002700     MOVE WS-OPERATOR-DATE-N TO STM-RUN-DATE
002710     MOVE WS-OPERATOR-CYCLE-N TO STM-CYCLE-NO
002720     MOVE WS-OPERATOR-JOB TO STM-JOB-NAME
002730     READ STREAM-FILE
002740         INVALID KEY
002750             CONTINUE
002760         NOT INVALID KEY
002770             SET WS-STEP-ON-FILE TO TRUE
002780     END-READ.
002790 2000-EXIT.
002800     EXIT.
002810
002820******************************************************************
002830***  2100-ACCEPT-DATE - KEY A PROCESSING DATE; BLANK TAKES THE   *
002840***  PROCESSING DATE ON CPYPDT01                                 *
002850******************************************************************
002860 2100-ACCEPT-DATE.
002870     MOVE SPACES TO WS-OPERATOR-DATE
002880     PERFORM 2110-PROMPT-FOR-DATE THRU 2110-EXIT
002890         UNTIL WS-OPERATOR-DATE IS NUMERIC.
002900 2100-EXIT.
002910     EXIT.
002920
002930******************************************************************
002940***  2110-PROMPT-FOR-DATE - ONE KEYING ATTEMPT AT THE DATE       *
002950******************************************************************
002960 2110-PROMPT-FOR-DATE.
002970     DISPLAY "ENTER PROCESSING DATE (YYYYMMDD, BLANK = "
002980         WS-RUN-DATE "): " WITH NO ADVANCING
002990     ACCEPT WS-OPERATOR-DATE
003000     IF WS-OPERATOR-DATE = SPACES
003010         MOVE WS-RUN-DATE TO WS-OPERATOR-DATE-N
003020     END-IF.
003030 2110-EXIT.
003040     EXIT.
003050
003060******************************************************************
003070***  2200-PROMPT-FOR-CYCLE - ONE KEYING ATTEMPT AT THE CYCLE.    *
003080***  ADDEOD IS LEDGERED UNDER CYCLE 00, EVERY OTHER JOB UNDER    *
003090***  01 OR LATER; ANYTHING ELSE IS BLANKED SO THE PROMPT REPEATS.*
003100******************************************************************
003110 2200-PROMPT-FOR-CYCLE.
003120     IF WS-OPERATOR-JOB = "ADDEOD"
003130         MOVE "00" TO WS-OPERATOR-CYCLE
003140         GO TO 2200-EXIT
003150     END-IF
003160     DISPLAY "ENTER CYCLE (01, 02 ...): " WITH NO ADVANCING
003170     ACCEPT WS-OPERATOR-CYCLE
003180     IF WS-OPERATOR-CYCLE IS NOT NUMERIC
003190         DISPLAY "CYCLE MUST BE TWO DIGITS"
003200         MOVE SPACES TO WS-OPERATOR-CYCLE
003210         GO TO 2200-EXIT
003220     END-IF
003230     IF WS-OPERATOR-CYCLE-N = 0
003240         DISPLAY "CYCLE 00 IS ADDEOD'S ALONE"
003250         MOVE SPACES TO WS-OPERATOR-CYCLE
003260     END-IF.
003270 2200-EXIT.
003280     EXIT.
003290
003300******************************************************************
003310***  2300-PROMPT-FOR-JOB - ONE KEYING ATTEMPT AT THE JOB NAME,   *
003320***  WHICH MUST BE ONE OF THE CHAIN'S JOBS                       *
003330******************************************************************
003340 2300-PROMPT-FOR-JOB.
003350     DISPLAY "ENTER CHAIN JOB NAME: " WITH NO ADVANCING
003360     ACCEPT WS-OPERATOR-JOB
003370     MOVE WS-OPERATOR-JOB TO STM-JOB-NAME
003380     IF NOT STM-CHAIN-JOB
003390         DISPLAY "NOT A JOB OF THE DAILY CHAIN - ADDNUMS, "
003400             "ADDBKOUT, ADDRECON, ADDHIST, ADDOUTL, "
003410             "ADDXMIT, ADDGLPST, ADDEOD"
003420         MOVE SPACES TO WS-OPERATOR-JOB
003430     END-IF.
003440 2300-EXIT.
003450     EXIT.
003460
003470******************************************************************
003480***  2400-PROMPT-FOR-REASON - ONE KEYING ATTEMPT AT THE REASON   *
003490******************************************************************
003500 2400-PROMPT-FOR-REASON.
003510     DISPLAY "ENTER REASON (30 CHARACTERS): " WITH NO ADVANCING
003520     ACCEPT WS-OPERATOR-REASON.
003530 2400-EXIT.
003540     EXIT.
003550
003560******************************************************************
003570***  3000-LIST-ONE-DATE - REVIEW ONE DATE'S LEDGER IN KEY        *
003580***  ORDER (ADDEOD'S CYCLE 00 FIRST)                             *
003590******************************************************************
003600 3000-LIST-ONE-DATE.
003610     PERFORM 2100-ACCEPT-DATE THRU 2100-EXIT
003620     MOVE 'N' TO WS-LIST-DONE-SW
003630     MOVE 0 TO WS-ROWS-LISTED
003640     MOVE LOW-VALUES TO STM-KEY
003650     MOVE WS-OPERATOR-DATE-N TO STM-RUN-DATE
003660     MOVE 0 TO STM-CYCLE-NO
003670     START STREAM-FILE KEY IS >= STM-KEY
003680         INVALID KEY
003690             SET WS-LIST-DONE TO TRUE
003700     END-START
003710     PERFORM 3100-LIST-ONE-STEP THRU 3100-EXIT
003720         UNTIL WS-LIST-DONE
003730     IF WS-ROWS-LISTED = 0
003740         DISPLAY "NOTHING ON THE STREAM LEDGER FOR "
003750             WS-OPERATOR-DATE
003760     END-IF.
003770 3000-EXIT.
003780     EXIT.
003790
003800******************************************************************
003810***  3100-LIST-ONE-STEP - DISPLAY THE NEXT STEP OF THE DATE,     *
003820***  WITH ANY AUTHORIZATION OR WAIVER ON IT                      *
003830******************************************************************
003840 3100-LIST-ONE-STEP.
003850     READ STREAM-FILE NEXT RECORD
003860         AT END
003870             SET WS-LIST-DONE TO TRUE
003880             GO TO 3100-EXIT
003890     END-READ
003900     IF STM-RUN-DATE NOT = WS-OPERATOR-DATE-N
003910         SET WS-LIST-DONE TO TRUE
003920         GO TO 3100-EXIT
003930     END-IF
003940     ADD 1 TO WS-ROWS-LISTED
003950     DISPLAY "  CYCLE " STM-CYCLE-NO " " STM-JOB-NAME
003960         " " STM-STATUS " RC " STM-RETURN-CODE
003970         "  RUNS " STM-RUN-COUNT
003980         "  " STM-START-TIMESTAMP " " STM-END-TIMESTAMP
003990     IF STM-RERUN-AUTHORIZED
004000         DISPLAY "           RERUN AUTHORIZED BY "
004010             STM-AUTH-OPERATOR
004020             " - " STM-AUTH-REASON
004030     END-IF
004040     IF STM-WAIVED
004050         DISPLAY "           WAIVED BY " STM-AUTH-OPERATOR
004060             " - " STM-AUTH-REASON
004070     END-IF.
004080 3100-EXIT.
004090     EXIT.
004100
004110******************************************************************
004120***  4000-AUTHORIZE-RERUN - LET ONE JOB START AGAIN FOR A DATE   *
004130***  AND CYCLE IT HAS ALREADY STARTED OR COMPLETED. THE          *
004140***  OPERATOR MUST SIGN ON AND GIVE A REASON.                    *
004150******************************************************************
004160 4000-AUTHORIZE-RERUN.
004170     IF NOT WS-SIGNED-ON
004180         PERFORM 0100-SIGN-ON THRU 0100-EXIT
004190     END-IF
004200     IF NOT WS-SIGNED-ON
004210         GO TO 4000-EXIT
004220     END-IF
004230     PERFORM 2000-ACCEPT-STEP THRU 2000-EXIT
004240     IF NOT WS-STEP-ON-FILE
004250         DISPLAY "JOB HAS NOT RUN FOR THAT DATE AND CYCLE - "
004260             "NOTHING TO AUTHORIZE"
004270         GO TO 4000-EXIT
004280     END-IF
004290     IF STM-WAIVED
004300         DISPLAY "STEP IS WAIVED - IT MAY RUN WITHOUT AN "
004310             "AUTHORIZATION"
004320         GO TO 4000-EXIT
004330     END-IF
004340     IF STM-RERUN-AUTHORIZED
004350         DISPLAY "RERUN ALREADY AUTHORIZED BY " STM-AUTH-OPERATOR
004360         GO TO 4000-EXIT
004370     END-IF
004380     MOVE SPACES TO WS-OPERATOR-REASON
004390     PERFORM 2400-PROMPT-FOR-REASON THRU 2400-EXIT
004400         UNTIL WS-OPERATOR-REASON NOT = SPACES
004410
004420     MOVE 'Y' TO STM-RERUN-SW
004430     MOVE WS-OPERATOR-SIGNON TO STM-AUTH-OPERATOR
004440     MOVE WS-OPERATOR-REASON TO STM-AUTH-REASON
004450     PERFORM 8000-REWRITE-STEP THRU 8000-EXIT
004460     ADD 1 TO WS-RERUNS-AUTHORIZED
004470     DISPLAY STM-JOB-NAME " CYCLE " STM-CYCLE-NO " FOR "
004480         STM-RUN-DATE " MAY RUN ONCE MORE".
004490 4000-EXIT.
004500     EXIT.
004510
004520******************************************************************
004530***  5000-WAIVE-ONE-STEP - MARK A STEP THAT WILL NOT RUN FOR     *
004540***  A DATE AND CYCLE AS WAIVED, SO THE JOBS BEHIND IT ARE NOT   *
004550***  HELD. A COMPLETED STEP HAS NOTHING TO WAIVE; A STEP LEFT    *
004560***  STARTED BY A FAILED RUN MAY BE WAIVED.                      *
004570******************************************************************
004580 5000-WAIVE-ONE-STEP.
004590     IF NOT WS-SIGNED-ON
004600         PERFORM 0100-SIGN-ON THRU 0100-EXIT
004610     END-IF
004620     IF NOT WS-SIGNED-ON
004630         GO TO 5000-EXIT
004640     END-IF
004650     PERFORM 2000-ACCEPT-STEP THRU 2000-EXIT
004660     IF WS-STEP-ON-FILE
004670         IF STM-COMPLETED
004680             DISPLAY "STEP COMPLETED RC " STM-RETURN-CODE
004690                 " - NOTHING TO WAIVE"
004700             GO TO 5000-EXIT
004710         END-IF
004720         IF STM-WAIVED
004730             DISPLAY "STEP ALREADY WAIVED BY " STM-AUTH-OPERATOR
004740             GO TO 5000-EXIT
004750         END-IF
004760     END-IF
004770     MOVE SPACES TO WS-OPERATOR-REASON
004780     PERFORM 2400-PROMPT-FOR-REASON THRU 2400-EXIT
004790         UNTIL WS-OPERATOR-REASON NOT = SPACES
004800
004810     IF WS-STEP-ON-FILE
004820         SET STM-WAIVED TO TRUE
004830         MOVE 'N' TO STM-RERUN-SW
004840         MOVE WS-OPERATOR-SIGNON TO STM-AUTH-OPERATOR
004850         MOVE WS-OPERATOR-REASON TO STM-AUTH-REASON
004860         PERFORM 8000-REWRITE-STEP THRU 8000-EXIT
004870     ELSE
004880         MOVE SPACES TO CPYSTM01-STREAM-RECORD
004890         MOVE WS-OPERATOR-DATE-N TO STM-RUN-DATE
004900         MOVE WS-OPERATOR-CYCLE-N TO STM-CYCLE-NO
004910         MOVE WS-OPERATOR-JOB TO STM-JOB-NAME
004920         SET STM-WAIVED TO TRUE
004930         MOVE 0 TO STM-RETURN-CODE
004940         MOVE 0 TO STM-RUN-COUNT
004950         MOVE 'N' TO STM-RERUN-SW
004960         MOVE WS-OPERATOR-SIGNON TO STM-AUTH-OPERATOR
004970         MOVE WS-OPERATOR-REASON TO STM-AUTH-REASON
004980         WRITE CPYSTM01-STREAM-RECORD
004990         IF WS-STM-FILE-STATUS NOT = "00"
005000             DISPLAY "ADDJMNT ABEND - STMFILE WRITE FAILED, "
005010                 "STATUS = " WS-STM-FILE-STATUS
005020             MOVE 8 TO RETURN-CODE
005030             STOP RUN
005040         END-IF
005050     END-IF
005060     ADD 1 TO WS-STEPS-WAIVED
005070     DISPLAY STM-JOB-NAME " CYCLE " STM-CYCLE-NO " FOR "
005080         STM-RUN-DATE " WAIVED".
005090 5000-EXIT.
005100     EXIT.
005110
005120******************************************************************
005130***  6000-CLEAR-ONE-ENTRY - WITHDRAW A RERUN AUTHORIZATION OR    *
005140***  A WAIVER KEYED IN ERROR. A WAIVED STEP THAT NEVER RAN       *
005150***  COMES OFF THE LEDGER; ONE THAT HAD STARTED GOES BACK TO     *
005160***  STARTED, WHICH IS WHERE THE WAIVER FOUND IT.                *
005170******************************************************************
005180 6000-CLEAR-ONE-ENTRY.
005190     IF NOT WS-SIGNED-ON
005200         PERFORM 0100-SIGN-ON THRU 0100-EXIT
005210     END-IF
005220     IF NOT WS-SIGNED-ON
005230         GO TO 6000-EXIT
005240     END-IF
005250     PERFORM 2000-ACCEPT-STEP THRU 2000-EXIT
005260     IF NOT WS-STEP-ON-FILE
005270         DISPLAY "STEP IS NOT ON THE STREAM LEDGER"
005280         GO TO 6000-EXIT
005290     END-IF
005300     EVALUATE TRUE
005310         WHEN STM-RERUN-AUTHORIZED
005320             MOVE 'N' TO STM-RERUN-SW
005330             PERFORM 8000-REWRITE-STEP THRU 8000-EXIT
005340             DISPLAY "RERUN AUTHORIZATION CLEARED"
005350         WHEN STM-WAIVED AND STM-RUN-COUNT = 0
005360             DELETE STREAM-FILE RECORD
005370             IF WS-STM-FILE-STATUS NOT = "00"
005380                 DISPLAY "ADDJMNT ABEND - STMFILE DELETE FAILED, "
005390                     "STATUS = " WS-STM-FILE-STATUS
005400                 MOVE 8 TO RETURN-CODE
005410                 STOP RUN
005420             END-IF
005430             DISPLAY "WAIVER CLEARED - STEP IS NOT RUN"
005440         WHEN STM-WAIVED
005450             SET STM-STARTED TO TRUE
005460             PERFORM 8000-REWRITE-STEP THRU 8000-EXIT
005470             DISPLAY "WAIVER CLEARED - STEP IS STARTED, NOT "
005480                 "COMPLETED"
005490         WHEN OTHER
005500             DISPLAY "STEP HAS NO AUTHORIZATION OR WAIVER ON IT"
005510             GO TO 6000-EXIT
005520     END-EVALUATE
005530     ADD 1 TO WS-ENTRIES-CLEARED.
005540 6000-EXIT.
005550     EXIT.
005560
005570******************************************************************
005580***  8000-REWRITE-STEP - PUT BACK THE STEP JUST UPDATED          *
005590******************************************************************
005600 8000-REWRITE-STEP.
005610     REWRITE CPYSTM01-STREAM-RECORD
005620     IF WS-STM-FILE-STATUS NOT = "00"
005630         DISPLAY "ADDJMNT ABEND - STMFILE REWRITE FAILED, "
005640             "STATUS = " WS-STM-FILE-STATUS
005650         MOVE 8 TO RETURN-CODE
005660         STOP RUN
005670     END-IF.
005680 8000-EXIT.
005690     EXIT.
