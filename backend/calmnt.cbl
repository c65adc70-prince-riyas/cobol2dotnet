000100******************************************************************
000110***                                                              **
000120***  PROGRAM    : ADDCMNT                                        **
000130***  AUTHOR     : J W MARTIN                                     **
000140***  INSTALLATN : DAYLIGHT FINANCIAL SERVICES - BATCH SYSTEMS    **
000150***  DATE-WRTN  : 2026-10-15                                     **
000160***                                                              **
000170***  ABSTRACT                                                    **
000180***    CONVERSATIONAL MAINTENANCE OF THE BUSINESS-DAY CALENDAR   **
000190***    MASTER (CPYCAL01), IN THE SAME OPERATOR STYLE AS ADDRMNT. **
000200***    AN OPERATOR GENERATES A WHOLE YEAR AT ONCE - EVERY DATE   **
000210***    WRITTEN AS A BUSINESS DAY OR, SATURDAY AND SUNDAY, A      **
000220***    WEEKEND DAY - THEN KEYS THAT YEAR'S HOLIDAYS ONE DATE AT  **
000230***    A TIME. A HOLIDAY KEYED IN ERROR IS RESTORED TO WHAT ITS  **
000240***    DAY OF THE WEEK MAKES IT. GENERATING A YEAR THAT IS       **
000250***    ALREADY ON FILE ONLY FILLS IN MISSING DATES - HOLIDAYS    **
000260***    ALREADY KEYED ARE NEVER OVERWRITTEN.                      **
000270***                                                              **
000280***    EVERY CHANGE RESETS THE MONTH-END FLAG (LAST BUSINESS     **
000290***    DAY OF THE MONTH) AND, FOR DECEMBER, THE YEAR-END FLAG    **
000300***    ACROSS THE AFFECTED MONTH, SO A HOLIDAY KEYED ON THE      **
000310***    LAST WEEKDAY OF A MONTH MOVES MONTH END BACK A DAY        **
000320***    WITHOUT ANYONE TOUCHING THE FLAGS BY HAND.                **
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
000440 PROGRAM-ID.     ADDCMNT.
000450 AUTHOR.         J W MARTIN.
000460 INSTALLATION.   DAYLIGHT FINANCIAL SERVICES.
000470 DATE-WRITTEN.   2026-10-15.
000480 DATE-COMPILED.
000490
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS CAL-DATE
000570         FILE STATUS IS WS-CAL-FILE-STATUS.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  CALENDAR-FILE
000620     LABEL RECORDS ARE STANDARD.
000630 COPY CPYCAL01.
000640
000650 WORKING-STORAGE SECTION.
000660******************************************************************
000670***  SWITCHES                                                    *
000680******************************************************************
000690 77  WS-SESSION-SW           PIC X(01)   VALUE 'N'.
000700     88  END-OF-SESSION                  VALUE 'Y'.
000710 77  WS-SCAN-SW              PIC X(01)   VALUE 'N'.
000720     88  WS-SCAN-DONE                    VALUE 'Y'.
000730 77  WS-FOUND-SW             PIC X(01)   VALUE 'N'.
000740     88  WS-DATE-FOUND                   VALUE 'Y'.
000750
000760******************************************************************
000770***  FILE STATUS FIELDS                                          *
000780******************************************************************
000790 77  WS-CAL-FILE-STATUS      PIC X(02)   VALUE "00".
000800
000810******************************************************************
000820***  OPERATOR INPUT AREAS                                        *
000830******************************************************************
000840 77  WS-OPERATOR-ACTION      PIC X(01)   VALUE SPACE.
000850 77  WS-OPERATOR-YEAR        PIC X(04)   VALUE SPACES.
000860 77  WS-OPERATOR-YEAR-N REDEFINES WS-OPERATOR-YEAR
000870                             PIC 9(04).
000880 77  WS-OPERATOR-MONTH       PIC X(06)   VALUE SPACES.
000890 77  WS-OPERATOR-MONTH-N REDEFINES WS-OPERATOR-MONTH
000900                             PIC 9(06).
000910 77  WS-OPERATOR-DATE        PIC X(08)   VALUE SPACES.
000920 77  WS-OPERATOR-DATE-N REDEFINES WS-OPERATOR-DATE
000930                             PIC 9(08).
000940 77  WS-OPERATOR-DESC        PIC X(20)   VALUE SPACES.
000950
000960******************************************************************
000970***  DATE WORK AREAS - DAYS ARE WALKED BY DAY NUMBER SO MONTH    *
000980***  LENGTHS AND LEAP YEARS COME OUT OF THE ARITHMETIC. DAY      *
000990***  NUMBER 1 (1601-01-01) WAS A MONDAY, SO THE REMAINDER OF     *
001000***  THE DAY NUMBER OVER 7 GIVES THE DAY OF THE WEEK DIRECTLY    *
001010***  (1 = MONDAY ... 6 = SATURDAY, 0 = SUNDAY, HELD AS 7).       *
001020******************************************************************
001030 01  WS-WORK-DATE.
001040     05  WS-WORK-YYYY        PIC 9(04).
001050     05  WS-WORK-MM          PIC 9(02).
001060     05  WS-WORK-DD          PIC 9(02).
001070 01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
001080                             PIC 9(08).
001090 01  WS-WORK-MONTH-X REDEFINES WS-WORK-DATE.
001100     05  WS-WORK-YYYYMM      PIC 9(06).
001110     05  FILLER              PIC 9(02).
001120 77  WS-DAY-NUMBER           PIC S9(7) COMP  VALUE 0.
001130 77  WS-DAY-QUOTIENT         PIC S9(7) COMP  VALUE 0.
001140 77  WS-DAY-OF-WEEK          PIC 9(01)       VALUE 0.
001150 77  WS-GEN-YEAR             PIC 9(04)       VALUE 0.
001160 77  WS-RESET-MONTH          PIC 9(06)       VALUE 0.
001170 77  WS-RESET-MM             PIC 9(02)       VALUE 0.
001180 77  WS-LAST-BUS-DATE        PIC 9(08)       VALUE 0.
001190 77  WS-MONTH-SUB            PIC 9(02)       VALUE 0.
001200
001210******************************************************************
001220***  DAY-OF-WEEK NAMES FOR THE MONTH LISTING                     *
001230******************************************************************
001240 01  WS-DAY-NAME-VALUES.
001250     05  FILLER              PIC X(03)   VALUE "MON".
001260     05  FILLER              PIC X(03)   VALUE "TUE".
001270     05  FILLER              PIC X(03)   VALUE "WED".
001280     05  FILLER              PIC X(03)   VALUE "THU".
001290     05  FILLER              PIC X(03)   VALUE "FRI".
001300     05  FILLER              PIC X(03)   VALUE "SAT".
001310     05  FILLER              PIC X(03)   VALUE "SUN".
001320 01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
001330     05  WS-DAY-NAME         PIC X(03)   OCCURS 7 TIMES.
001340
001350******************************************************************
001360***  CONTROL TOTALS                                              *
001370******************************************************************
001380 77  WS-DATES-GENERATED      PIC 9(7) COMP   VALUE 0.
001390 77  WS-DATES-ALREADY-ON     PIC 9(7) COMP   VALUE 0.
001400 77  WS-HOLIDAYS-KEYED       PIC 9(7) COMP   VALUE 0.
001410 77  WS-DATES-RESTORED       PIC 9(7) COMP   VALUE 0.
001420
001430 PROCEDURE DIVISION.
001440******************************************************************
001450***  BEGIN - PROGRAM MAINLINE                                     *
001460******************************************************************
001470 BEGIN.
001480     OPEN I-O CALENDAR-FILE
001490     IF WS-CAL-FILE-STATUS NOT = "00"
001500         DISPLAY "ADDCMNT ABEND - CALFILE OPEN FAILED, STATUS = "
001510             WS-CAL-FILE-STATUS
001520         MOVE 8 TO RETURN-CODE
001530         STOP RUN
001540     END-IF
001550
001560     PERFORM 1000-ONE-ACTION THRU 1000-EXIT
001570         UNTIL END-OF-SESSION
001580
001590     CLOSE CALENDAR-FILE
001600
001610     DISPLAY "ADDCMNT CALENDAR MAINTENANCE SESSION ENDED"
001620     DISPLAY "  DATES GENERATED ............ " WS-DATES-GENERATED
001630     DISPLAY "  DATES ALREADY ON FILE ...... " WS-DATES-ALREADY-ON
001640     DISPLAY "  HOLIDAYS KEYED ............. " WS-HOLIDAYS-KEYED
001650     DISPLAY "  DATES RESTORED ............. " WS-DATES-RESTORED
001660     MOVE 0 TO RETURN-CODE
001670     STOP RUN.
001680
001690******************************************************************
001700***  1000-ONE-ACTION - PROMPT FOR AND ROUTE ONE OPERATOR ACTION  *
001710******************************************************************
001720 1000-ONE-ACTION.
001730     DISPLAY " "
001740     DISPLAY "ENTER ACTION (G=GENERATE YEAR H=HOLIDAY "
001750         "R=RESTORE L=LIST E=END): " WITH NO ADVANCING
001760     MOVE SPACE TO WS-OPERATOR-ACTION
001770     ACCEPT WS-OPERATOR-ACTION
001780     EVALUATE WS-OPERATOR-ACTION
001790         WHEN "G"
001800             PERFORM 2000-GENERATE-YEAR THRU 2000-EXIT
001810         WHEN "H"
001820             PERFORM 3000-KEY-HOLIDAY THRU 3000-EXIT
001830         WHEN "R"
001840             PERFORM 3500-RESTORE-DATE THRU 3500-EXIT
001850         WHEN "L"
001860             PERFORM 4000-LIST-ONE-MONTH THRU 4000-EXIT
001870         WHEN "E"
001880             SET END-OF-SESSION TO TRUE
001890         WHEN OTHER
001900             DISPLAY "ACTION MUST BE G, H, R, L OR E"
001910     END-EVALUATE.
001920 1000-EXIT.
001930     EXIT.
001940
001950******************************************************************
001960***  2000-GENERATE-YEAR - WRITE EVERY DATE OF ONE YEAR NOT       *
001970***  ALREADY ON FILE, THEN RESET ALL TWELVE MONTHS' FLAGS        *
001980******************************************************************
001990 2000-GENERATE-YEAR.
002000     MOVE SPACES TO WS-OPERATOR-YEAR
002010     PERFORM 2010-PROMPT-FOR-YEAR THRU 2010-EXIT
002020         UNTIL WS-OPERATOR-YEAR IS NUMERIC
002030     MOVE WS-OPERATOR-YEAR-N TO WS-GEN-YEAR
002040     MOVE WS-GEN-YEAR TO WS-WORK-YYYY
002050     MOVE 1 TO WS-WORK-MM
002060     MOVE 1 TO WS-WORK-DD
002070     COMPUTE WS-DAY-NUMBER =
002080         FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-N)
002090     PERFORM 2100-GENERATE-ONE-DATE THRU 2100-EXIT
002100         UNTIL WS-WORK-YYYY NOT = WS-GEN-YEAR
002110     PERFORM 2200-RESET-ONE-MONTH-OF-YEAR THRU 2200-EXIT
002120         VARYING WS-MONTH-SUB FROM 1 BY 1
002130         UNTIL WS-MONTH-SUB > 12
002140     DISPLAY "YEAR " WS-GEN-YEAR " GENERATED".
002150 2000-EXIT.
002160     EXIT.
002170
002180******************************************************************
002190***  2010-PROMPT-FOR-YEAR - ONE KEYING ATTEMPT AT THE YEAR       *
002200******************************************************************
002210 2010-PROMPT-FOR-YEAR.
002220     DISPLAY "ENTER YEAR TO GENERATE (YYYY): "
002230         WITH NO ADVANCING
002240     ACCEPT WS-OPERATOR-YEAR.
002250 2010-EXIT.
002260     EXIT.
002270
002280******************************************************************
002290***  2100-GENERATE-ONE-DATE - WRITE THE CURRENT WORK DATE AS A   *
002300***  BUSINESS OR WEEKEND DAY, LEAVING AN EXISTING ENTRY ALONE,   *
002310***  THEN STEP TO THE NEXT DAY                                   *
002320******************************************************************
002330 2100-GENERATE-ONE-DATE.
002340     PERFORM 2150-DERIVE-DAY-OF-WEEK THRU 2150-EXIT
002350     MOVE SPACES TO CPYCAL01-CALENDAR-RECORD
002360     MOVE WS-WORK-DATE-N TO CAL-DATE
002370     MOVE WS-DAY-OF-WEEK TO CAL-DAY-OF-WEEK
002380     IF WS-DAY-OF-WEEK > 5
002390         SET CAL-WEEKEND TO TRUE
002400     ELSE
002410         SET CAL-BUSINESS-DAY TO TRUE
002420     END-IF
002430     MOVE "N" TO CAL-MONTH-END-SW
002440     MOVE "N" TO CAL-YEAR-END-SW
002450     WRITE CPYCAL01-CALENDAR-RECORD
002460         INVALID KEY
002470             ADD 1 TO WS-DATES-ALREADY-ON
002480         NOT INVALID KEY
002490             ADD 1 TO WS-DATES-GENERATED
002500     END-WRITE
002510     ADD 1 TO WS-DAY-NUMBER
002520     COMPUTE WS-WORK-DATE-N =
002530         FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
002540 2100-EXIT.
002550     EXIT.
002560
002570******************************************************************
002580***  2150-DERIVE-DAY-OF-WEEK - DAY OF THE WEEK OF WS-DAY-NUMBER  *
002590******************************************************************
002600 2150-DERIVE-DAY-OF-WEEK.
002610     DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-DAY-QUOTIENT
002620         REMAINDER WS-DAY-OF-WEEK
002630     IF WS-DAY-OF-WEEK = 0
002640         MOVE 7 TO WS-DAY-OF-WEEK
002650     END-IF.
002660 2150-EXIT.
002670     EXIT.
002680
002690******************************************************************
002700***  2200-RESET-ONE-MONTH-OF-YEAR - RESET ONE MONTH OF THE       *
002710***  YEAR JUST GENERATED                                         *
002720******************************************************************
002730 2200-RESET-ONE-MONTH-OF-YEAR.
002740     COMPUTE WS-RESET-MONTH = WS-GEN-YEAR * 100 + WS-MONTH-SUB
002750     PERFORM 5000-RESET-MONTH-FLAGS THRU 5000-EXIT.
002760 2200-EXIT.
002770     EXIT.
002780
002790******************************************************************
002800***  3000-KEY-HOLIDAY - MARK ONE DATE A HOLIDAY, WITH ITS NAME,  *
002810***  AND RESET ITS MONTH'S FLAGS                                 *
002820******************************************************************
002830 3000-KEY-HOLIDAY.
002840     PERFORM 3100-ACCEPT-AND-READ-DATE THRU 3100-EXIT
002850     IF NOT WS-DATE-FOUND
002860         GO TO 3000-EXIT
002870     END-IF
002880     DISPLAY "ENTER HOLIDAY NAME (UP TO 20 CHARACTERS): "
002890         WITH NO ADVANCING
002900     MOVE SPACES TO WS-OPERATOR-DESC
002910     ACCEPT WS-OPERATOR-DESC
002920     SET CAL-HOLIDAY TO TRUE
002930     MOVE WS-OPERATOR-DESC TO CAL-DESCRIPTION
002940     PERFORM 3200-REWRITE-DATE THRU 3200-EXIT
002950     ADD 1 TO WS-HOLIDAYS-KEYED
002960     DISPLAY "DATE " CAL-DATE " MARKED A HOLIDAY"
002970     MOVE WS-OPERATOR-DATE-N(1:6) TO WS-RESET-MONTH
002980     PERFORM 5000-RESET-MONTH-FLAGS THRU 5000-EXIT.
002990 3000-EXIT.
003000     EXIT.
003010
003020******************************************************************
003030***  3100-ACCEPT-AND-READ-DATE - KEY A NUMERIC DATE AND READ IT  *
003040***  FROM THE CALENDAR                                           *
003050******************************************************************
003060 3100-ACCEPT-AND-READ-DATE.
003070     MOVE 'N' TO WS-FOUND-SW
003080     MOVE SPACES TO WS-OPERATOR-DATE
003090     PERFORM 3110-PROMPT-FOR-DATE THRU 3110-EXIT
003100         UNTIL WS-OPERATOR-DATE IS NUMERIC
003110     MOVE WS-OPERATOR-DATE-N TO CAL-DATE
003120     READ CALENDAR-FILE
003130         INVALID KEY
003140             DISPLAY "DATE " WS-OPERATOR-DATE
003150                 " IS NOT ON THE CALENDAR - GENERATE ITS YEAR"
003160         NOT INVALID KEY
003170             SET WS-DATE-FOUND TO TRUE
003180     END-READ.
003190 3100-EXIT.
003200     EXIT.
003210
003220******************************************************************
003230***  3110-PROMPT-FOR-DATE - ONE KEYING ATTEMPT AT THE DATE       *
003240******************************************************************
003250 3110-PROMPT-FOR-DATE.
003260     DISPLAY "ENTER DATE (YYYYMMDD): " WITH NO ADVANCING
003270     ACCEPT WS-OPERATOR-DATE.
003280 3110-EXIT.
003290     EXIT.
003300
003310******************************************************************
003320***  3200-REWRITE-DATE - REWRITE THE CURRENT CALENDAR RECORD     *
003330******************************************************************
003340 3200-REWRITE-DATE.
003350     REWRITE CPYCAL01-CALENDAR-RECORD
003360     IF WS-CAL-FILE-STATUS NOT = "00"
003370         DISPLAY "ADDCMNT ABEND - CALFILE REWRITE FAILED, "
003380             "STATUS = " WS-CAL-FILE-STATUS
003390         MOVE 8 TO RETURN-CODE
003400         STOP RUN
003410     END-IF.
003420 3200-EXIT.
003430     EXIT.
003440
003450******************************************************************
003460***  3500-RESTORE-DATE - PUT A DATE BACK TO WHAT ITS DAY OF THE  *
003470***  WEEK MAKES IT (UNDOES A HOLIDAY KEYED IN ERROR) AND RESET   *
003480***  ITS MONTH'S FLAGS                                           *
003490******************************************************************
003500 3500-RESTORE-DATE.
003510     PERFORM 3100-ACCEPT-AND-READ-DATE THRU 3100-EXIT
003520     IF NOT WS-DATE-FOUND
003530         GO TO 3500-EXIT
003540     END-IF
003550     IF CAL-DAY-OF-WEEK > 5
003560         SET CAL-WEEKEND TO TRUE
003570     ELSE
003580         SET CAL-BUSINESS-DAY TO TRUE
003590     END-IF
003600     MOVE SPACES TO CAL-DESCRIPTION
003610     PERFORM 3200-REWRITE-DATE THRU 3200-EXIT
003620     ADD 1 TO WS-DATES-RESTORED
003630     DISPLAY "DATE " CAL-DATE " RESTORED"
003640     MOVE WS-OPERATOR-DATE-N(1:6) TO WS-RESET-MONTH
003650     PERFORM 5000-RESET-MONTH-FLAGS THRU 5000-EXIT.
003660 3500-EXIT.
003670     EXIT.
003680
003690******************************************************************
003700***  4000-LIST-ONE-MONTH - REVIEW ONE MONTH IN DATE ORDER        *
003710******************************************************************
003720 4000-LIST-ONE-MONTH.
003730     MOVE SPACES TO WS-OPERATOR-MONTH
003740     PERFORM 4010-PROMPT-FOR-MONTH THRU 4010-EXIT
003750         UNTIL WS-OPERATOR-MONTH IS NUMERIC
003760     MOVE 'N' TO WS-SCAN-SW
003770     MOVE WS-OPERATOR-MONTH-N TO WS-WORK-YYYYMM
003780     MOVE 1 TO WS-WORK-DD
003790     MOVE WS-WORK-DATE-N TO CAL-DATE
003800     START CALENDAR-FILE KEY IS >= CAL-DATE
003810         INVALID KEY
003820             SET WS-SCAN-DONE TO TRUE
003830     END-START
003840     PERFORM 4100-LIST-ONE-DATE THRU 4100-EXIT
003850         UNTIL WS-SCAN-DONE.
003860 4000-EXIT.
003870     EXIT.
003880
003890******************************************************************
003900***  4010-PROMPT-FOR-MONTH - ONE KEYING ATTEMPT AT THE MONTH     *
003910******************************************************************
003920 4010-PROMPT-FOR-MONTH.
003930     DISPLAY "ENTER MONTH TO LIST (YYYYMM): " WITH NO ADVANCING
003940     ACCEPT WS-OPERATOR-MONTH.
003950 4010-EXIT.
003960     EXIT.
003970
003980******************************************************************
003990***  4100-LIST-ONE-DATE - DISPLAY THE NEXT DATE, STOPPING AT     *
004000***  THE FIRST DATE OF THE FOLLOWING MONTH                       *
004010******************************************************************
004020 4100-LIST-ONE-DATE.
004030     READ CALENDAR-FILE NEXT RECORD
004040         AT END
004050             SET WS-SCAN-DONE TO TRUE
004060     END-READ
004070     IF NOT WS-SCAN-DONE
004080         IF CAL-DATE(1:6) NOT = WS-OPERATOR-MONTH
004090             SET WS-SCAN-DONE TO TRUE
004100         ELSE
004110             DISPLAY "  " CAL-DATE
004120                 "  " WS-DAY-NAME (CAL-DAY-OF-WEEK)
004130                 "  TYPE " CAL-DAY-TYPE
004140                 "  ME " CAL-MONTH-END-SW
004150                 "  YE " CAL-YEAR-END-SW
004160                 "  " CAL-DESCRIPTION
004170         END-IF
004180     END-IF.
004190 4100-EXIT.
004200     EXIT.
004210
004220******************************************************************
004230***  5000-RESET-MONTH-FLAGS - CLEAR THE MONTH-END AND YEAR-END   *
004240***  FLAGS ACROSS MONTH WS-RESET-MONTH, NOTING ITS LAST BUSINESS *
004250***  DAY ON THE WAY, THEN SET THE FLAGS ON THAT DAY              *
004260******************************************************************
004270 5000-RESET-MONTH-FLAGS.
004280     MOVE 0 TO WS-LAST-BUS-DATE
004290     MOVE 'N' TO WS-SCAN-SW
004300     MOVE WS-RESET-MONTH TO WS-WORK-YYYYMM
004310     MOVE 1 TO WS-WORK-DD
004320     MOVE WS-WORK-DATE-N TO CAL-DATE
004330     START CALENDAR-FILE KEY IS >= CAL-DATE
004340         INVALID KEY
004350             SET WS-SCAN-DONE TO TRUE
004360     END-START
004370     PERFORM 5100-CLEAR-ONE-DATE THRU 5100-EXIT
004380         UNTIL WS-SCAN-DONE
004390     IF WS-LAST-BUS-DATE = 0
004400         GO TO 5000-EXIT
004410     END-IF
004420     MOVE WS-LAST-BUS-DATE TO CAL-DATE
004430     READ CALENDAR-FILE
004440         INVALID KEY
004450             GO TO 5000-EXIT
004460     END-READ
004470     MOVE "Y" TO CAL-MONTH-END-SW
004480     MOVE WS-RESET-MONTH TO WS-WORK-YYYYMM
004490     IF WS-WORK-MM = 12
004500         MOVE "Y" TO CAL-YEAR-END-SW
004510     END-IF
004520     PERFORM 3200-REWRITE-DATE THRU 3200-EXIT.
004530 5000-EXIT.
004540     EXIT.
004550
004560******************************************************************
004570***  5100-CLEAR-ONE-DATE - CLEAR ONE DATE'S FLAGS, STOPPING AT   *
004580***  THE FIRST DATE OF THE FOLLOWING MONTH                       *
004590******************************************************************
004600 5100-CLEAR-ONE-DATE.
004610     READ CALENDAR-FILE NEXT RECORD
004620         AT END
004630             SET WS-SCAN-DONE TO TRUE
004640     END-READ
004650     IF WS-SCAN-DONE
004660         GO TO 5100-EXIT
004670     END-IF
004680     IF CAL-DATE(1:6) NOT = WS-RESET-MONTH
004690         SET WS-SCAN-DONE TO TRUE
004700         GO TO 5100-EXIT
004710     END-IF
004720     IF CAL-BUSINESS-DAY
004730         MOVE CAL-DATE TO WS-LAST-BUS-DATE
004740     END-IF
004750     IF CAL-MONTH-END OR CAL-YEAR-END
004760         MOVE "N" TO CAL-MONTH-END-SW
004770         MOVE "N" TO CAL-YEAR-END-SW
004780         PERFORM 3200-REWRITE-DATE THRU 3200-EXIT
004790     END-IF.
004800 5100-EXIT.
004810     EXIT.
