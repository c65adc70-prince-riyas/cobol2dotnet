000100******************************************************************
000110***                                                              **
000120***  PROGRAM    : ADDEOD                                         **
000130***  AUTHOR     : J W MARTIN                                     **
000140***  INSTALLATN : DAYLIGHT FINANCIAL SERVICES - BATCH SYSTEMS    **
000150***  DATE-WRTN  : 2026-10-15                                     **
000160***                                                              **
000170***  ABSTRACT                                                    **
000180***    END-OF-DAY ROLL OF THE PROCESSING-DATE CONTROL RECORD     **
000190***    (CPYPDT01) - THE ONE PLACE THE SUITE TAKES ITS RUN DATE,  **
000200***    PREVIOUS BUSINESS DAY AND MONTH JUST ENDED FROM. WITH A   **
000210***    BLANK PARM THE RECORD ROLLS TO THE NEXT BUSINESS DAY ON   **
000220***    THE CPYCAL01 CALENDAR AFTER THE CURRENT PROCESSING DATE.  **
000230***    A PARM OF YYYYMMDD NAMES THE TARGET DATE INSTEAD - USED   **
000240***    TO SEED THE RECORD THE FIRST TIME AND TO CATCH UP AFTER   **
000250***    A MISSED DAY. EITHER WAY THE TARGET MUST BE ON THE        **
000260***    CALENDAR AS A BUSINESS DAY AND MUST LIE AFTER THE         **
000270***    CURRENT PROCESSING DATE - THE ROLL IS REFUSED, AND THE    **
000280***    RECORD LEFT EXACTLY AS IT WAS, OTHERWISE.                 **
000290***                                                              **
000300***    THE PREVIOUS BUSINESS DAY IS TAKEN FROM THE CALENDAR      **
000310***    (THE LAST BUSINESS DAY BEFORE THE TARGET), NOT FROM THE   **
000320***    DATE BEING ROLLED OFF, SO A CATCH-UP ROLL STILL NAMES     **
000330***    THE RIGHT DAY. THE MONTH-END AND YEAR-END FLAGS COME      **
000340***    STRAIGHT FROM THE TARGET DATE'S CALENDAR ENTRY.           **
000350***                                                              **
000360***  RETURN CODES                                                **
000370***    RC=0  PROCESSING DATE ROLLED                              **
000380***    RC=8  ROLL REFUSED (SEE SYSOUT FOR WHY) OR ABEND - THE    **
000390***          CONTROL RECORD IS UNCHANGED                         **
000400***                                                              **
000410***  MOD HISTORY                                                 **
000420***  ----------------------------------------------------------  **
000430***  2026-10-15  JWM  ORIGINAL VERSION                           **
000440***                                                              **
000450******************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID.     ADDEOD.
000480 AUTHOR.         J W MARTIN.
000490 INSTALLATION.   DAYLIGHT FINANCIAL SERVICES.
000500 DATE-WRITTEN.   2026-10-15.
000510 DATE-COMPILED.
000520
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS CAL-DATE
000600         FILE STATUS IS WS-CAL-FILE-STATUS.
000610
000620     SELECT PROC-DATE-FILE ASSIGN TO "PDTFILE"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS RANDOM
000650         RECORD KEY IS PDT-KEY
000660         FILE STATUS IS WS-PDT-FILE-STATUS.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  CALENDAR-FILE
000710     LABEL RECORDS ARE STANDARD.
000720 COPY CPYCAL01.
000730
000740 FD  PROC-DATE-FILE
000750     LABEL RECORDS ARE STANDARD.
000760 COPY CPYPDT01.
000770
000780 WORKING-STORAGE SECTION.
000790******************************************************************
000800***  SWITCHES                                                    *
000810******************************************************************
000820 77  WS-CONTROL-SW           PIC X(01)   VALUE 'Y'.
000830     88  WS-CONTROL-ON-FILE              VALUE 'Y'.
000840     88  WS-CONTROL-NOT-ON-FILE          VALUE 'N'.
000850 77  WS-REFUSE-SW            PIC X(01)   VALUE 'N'.
000860     88  WS-ROLL-REFUSED                 VALUE 'Y'.
000870 77  WS-SCAN-SW              PIC X(01)   VALUE 'N'.
000880     88  WS-SCAN-DONE                    VALUE 'Y'.
000890
000900******************************************************************
000910***  FILE STATUS FIELDS                                          *
000920******************************************************************
000930 77  WS-CAL-FILE-STATUS      PIC X(02)   VALUE "00".
000940 77  WS-PDT-FILE-STATUS      PIC X(02)   VALUE "00".
000950
000960******************************************************************
000970***  TARGET-DATE CONTROLS - THE EXEC PARM MAY NAME THE TARGET    *
000980***  PROCESSING DATE (YYYYMMDD); BLANK ROLLS TO THE NEXT         *
000990***  BUSINESS DAY ON THE CALENDAR                                *
001000******************************************************************
001010 77  WS-PARM-CARD            PIC X(32)   VALUE SPACES.
001020 77  WS-PARM-LENGTH          PIC S9(04) COMP  VALUE 0.
001030 77  WS-PARM-DATE            PIC X(08)   VALUE SPACES.
001040 77  WS-PARM-DATE-N REDEFINES WS-PARM-DATE
001050                             PIC 9(08).
001060 77  WS-PARM-DATE-SW         PIC X(01)   VALUE 'N'.
001070     88  WS-PARM-DATE-GIVEN              VALUE 'Y'.
001080 77  WS-OLD-RUN-DATE         PIC 9(08)   VALUE 0.
001090 77  WS-TARGET-DATE          PIC 9(08)   VALUE 0.
001100 77  WS-PREV-BUS-DATE        PIC 9(08)   VALUE 0.
001110 77  WS-TARGET-MONTH-END-SW  PIC X(01)   VALUE 'N'.
001120 77  WS-TARGET-YEAR-END-SW   PIC X(01)   VALUE 'N'.
001130 77  WS-TARGET-DAY-NUMBER    PIC S9(7) COMP  VALUE 0.
001140 77  WS-SCAN-DAY-NUMBER      PIC S9(7) COMP  VALUE 0.
001150 77  WS-SCAN-FROM-DATE       PIC 9(08)   VALUE 0.
001160 77  WS-PREV-BUS-WINDOW      PIC 9(03)   VALUE 31.
001170 77  WS-REFUSE-TEXT          PIC X(60)   VALUE SPACES.
001180 01  WS-MONTH-ENDED.
001190     05  WS-MONTH-ENDED-YYYY PIC 9(04).
001200     05  WS-MONTH-ENDED-MM   PIC 9(02).
001210 01  WS-TARGET-DATE-X.
001220     05  WS-TARGET-YYYY      PIC 9(04).
001230     05  WS-TARGET-MM        PIC 9(02).
001240     05  WS-TARGET-DD        PIC 9(02).
001250 77  WS-CLOCK-DATE           PIC 9(08)   VALUE 0.
001260 01  WS-CLOCK-TIME.
001270     05  WS-CLOCK-TIME-HHMMSS
001280                             PIC 9(06).
001290     05  WS-CLOCK-TIME-CC    PIC 9(02).
001300
001310 LINKAGE SECTION.
001320******************************************************************
001330***  LK-PARM-AREA - THE EXEC PARM, PASSED BY THE SYSTEM LOADER   *
001340***  AS A HALFWORD LENGTH FOLLOWED BY THE PARM TEXT.             *
001350******************************************************************
001360 01  LK-PARM-AREA.
001370     05  LK-PARM-LENGTH      PIC S9(04) COMP.
001380     05  LK-PARM-TEXT        PIC X(32).
001390
001400 PROCEDURE DIVISION USING LK-PARM-AREA.
001410******************************************************************
001420***  BEGIN - PROGRAM MAINLINE                                     *
001430******************************************************************
001440 BEGIN.
001450     PERFORM 0400-ESTABLISH-TARGET-PARM THRU 0400-EXIT
001460     PERFORM 0500-OPEN-FILES THRU 0500-EXIT
001470
001480     PERFORM 1000-READ-CONTROL-RECORD THRU 1000-EXIT
001490     PERFORM 2000-FIND-TARGET-DATE THRU 2000-EXIT
001500     IF NOT WS-ROLL-REFUSED
001510         PERFORM 3000-VALIDATE-TARGET-DATE THRU 3000-EXIT
001520     END-IF
001530     IF NOT WS-ROLL-REFUSED
001540         PERFORM 4000-FIND-PREV-BUSINESS-DAY THRU 4000-EXIT
001550     END-IF
001560     IF NOT WS-ROLL-REFUSED
001570         PERFORM 5000-UPDATE-CONTROL-RECORD THRU 5000-EXIT
001580     END-IF
001590
001600     CLOSE CALENDAR-FILE
001610     CLOSE PROC-DATE-FILE
001620
001630     IF WS-ROLL-REFUSED
001640         DISPLAY "ADDEOD - PROCESSING DATE ROLL REFUSED"
001650         DISPLAY "  " WS-REFUSE-TEXT
001660         DISPLAY "  PROCESSING DATE REMAINS ..... "
001670             WS-OLD-RUN-DATE
001680         MOVE 8 TO RETURN-CODE
001690     ELSE
001700         DISPLAY "ADDEOD - PROCESSING DATE ROLLED"
001710         DISPLAY "  ROLLED FROM ................. "
001720             WS-OLD-RUN-DATE
001730         DISPLAY "  PROCESSING DATE ............. " PDT-RUN-DATE
001740         DISPLAY "  PREVIOUS BUSINESS DAY ....... "
001750             PDT-PREV-BUS-DATE
001760         DISPLAY "  MONTH JUST ENDED ............ "
001770             PDT-MONTH-ENDED
001780         DISPLAY "  MONTH-END / YEAR-END DAY .... "
001790             PDT-MONTH-END-SW " / " PDT-YEAR-END-SW
001800         MOVE 0 TO RETURN-CODE
001810     END-IF
001820     STOP RUN.
001830
001840******************************************************************
001850***  0400-ESTABLISH-TARGET-PARM - PICK UP AN EXPLICIT TARGET     *
001860***  DATE FROM THE EXEC PARM, IF ONE WAS GIVEN                   *
001870******************************************************************
001880 0400-ESTABLISH-TARGET-PARM.
001890     MOVE SPACES TO WS-PARM-CARD
001900     MOVE LK-PARM-LENGTH TO WS-PARM-LENGTH
001910     IF WS-PARM-LENGTH > 32
001920         MOVE 32 TO WS-PARM-LENGTH
001930     END-IF
001940     IF WS-PARM-LENGTH > 0
001950         MOVE LK-PARM-TEXT(1:WS-PARM-LENGTH) TO WS-PARM-CARD
001960     END-IF
001970     IF WS-PARM-CARD NOT = SPACES
001980         MOVE WS-PARM-CARD(1:8) TO WS-PARM-DATE
001990         IF WS-PARM-DATE IS NUMERIC
002000             SET WS-PARM-DATE-GIVEN TO TRUE
002010         ELSE
002020             DISPLAY "ADDEOD - PARM IS NOT A YYYYMMDD DATE - "
002030                 "ROLLING TO THE NEXT BUSINESS DAY"
002040         END-IF
002050     END-IF.
002060 0400-EXIT.
002070     EXIT.
002080
002090******************************************************************
002100***  0500-OPEN-FILES - OPEN EVERY FILE, CHECKING EACH OPEN'S     *
002110***  FILE STATUS THE SAME WAY ADDNUMS DOES                       *
002120******************************************************************
002130 0500-OPEN-FILES.
002140     OPEN INPUT CALENDAR-FILE
002150     IF WS-CAL-FILE-STATUS NOT = "00"
002160         DISPLAY "ADDEOD ABEND - CALFILE OPEN FAILED, STATUS = "
002170             WS-CAL-FILE-STATUS
002180         MOVE 8 TO RETURN-CODE
002190         STOP RUN
002200     END-IF
002210     OPEN I-O PROC-DATE-FILE
002220     IF WS-PDT-FILE-STATUS NOT = "00"
002230         DISPLAY "ADDEOD ABEND - PDTFILE OPEN FAILED, STATUS = "
002240             WS-PDT-FILE-STATUS
002250         MOVE 8 TO RETURN-CODE
002260         STOP RUN
002270     END-IF.
002280 0500-EXIT.
002290     EXIT.
002300
002310******************************************************************
002320***  1000-READ-CONTROL-RECORD - FETCH THE CURRENT PROCESSING     *
002330***  DATE. NO RECORD YET IS ONLY ALLOWED WHEN THE PARM NAMES     *
002340***  THE FIRST PROCESSING DATE TO SEED IT WITH.                  *
002350******************************************************************
002360 1000-READ-CONTROL-RECORD.
002370     MOVE "PROCDATE" TO PDT-KEY
002380     READ PROC-DATE-FILE
002390         INVALID KEY
002400             SET WS-CONTROL-NOT-ON-FILE TO TRUE
002410     END-READ
002420     IF WS-CONTROL-ON-FILE
002430         MOVE PDT-RUN-DATE TO WS-OLD-RUN-DATE
002440     ELSE
002450         MOVE 0 TO WS-OLD-RUN-DATE
002460         IF NOT WS-PARM-DATE-GIVEN
002470             MOVE "NO CONTROL RECORD YET - PARM MUST NAME A DATE"
002480                 TO WS-REFUSE-TEXT
002490             SET WS-ROLL-REFUSED TO TRUE
002500         END-IF
002510     END-IF.
002520 1000-EXIT.
002530     EXIT.
002540
002550******************************************************************
002560***  2000-FIND-TARGET-DATE - THE PARM DATE WHEN ONE WAS GIVEN,   *
002570***  OTHERWISE THE FIRST BUSINESS DAY ON THE CALENDAR AFTER THE  *
002580***  CURRENT PROCESSING DATE                                     *
002590******************************************************************
002600 2000-FIND-TARGET-DATE.
002610     IF WS-ROLL-REFUSED
002620         GO TO 2000-EXIT
002630     END-IF
002640     IF WS-PARM-DATE-GIVEN
002650         MOVE WS-PARM-DATE-N TO WS-TARGET-DATE
002660         GO TO 2000-EXIT
002670     END-IF
002680     MOVE 0 TO WS-TARGET-DATE
002690     MOVE 'N' TO WS-SCAN-SW
002700     MOVE WS-OLD-RUN-DATE TO CAL-DATE
002710     START CALENDAR-FILE KEY IS > CAL-DATE
002720         INVALID KEY
002730             SET WS-SCAN-DONE TO TRUE
002740     END-START
002750     PERFORM 2100-SCAN-FOR-NEXT-BUS-DAY THRU 2100-EXIT
002760         UNTIL WS-SCAN-DONE
002770     IF WS-TARGET-DATE = 0
002780         MOVE "NO BUSINESS DAY ON THE CALENDAR AFTER TODAY"
002790             TO WS-REFUSE-TEXT
002800         SET WS-ROLL-REFUSED TO TRUE
002810     END-IF.
002820 2000-EXIT.
002830     EXIT.
002840
002850******************************************************************
002860***  2100-SCAN-FOR-NEXT-BUS-DAY - READ THE NEXT CALENDAR DATE,   *
002870***  STOPPING AT THE FIRST BUSINESS DAY                          *
002880******************************************************************
002890 2100-SCAN-FOR-NEXT-BUS-DAY.
002900     READ CALENDAR-FILE NEXT RECORD
002910         AT END
002920             SET WS-SCAN-DONE TO TRUE
002930     END-READ
002940     IF NOT WS-SCAN-DONE AND CAL-BUSINESS-DAY
002950         MOVE CAL-DATE TO WS-TARGET-DATE
002960         SET WS-SCAN-DONE TO TRUE
002970     END-IF.
002980 2100-EXIT.
002990     EXIT.
003000
003010******************************************************************
003020***  3000-VALIDATE-TARGET-DATE - THE TARGET MUST BE ON THE       *
003030***  CALENDAR, MUST BE A BUSINESS DAY, AND MUST LIE AFTER THE    *
003040***  CURRENT PROCESSING DATE. ITS MONTH-END AND YEAR-END FLAGS   *
003050***  ARE KEPT FOR THE CONTROL RECORD.                            *
003060******************************************************************
003070 3000-VALIDATE-TARGET-DATE.
003080     IF WS-TARGET-DATE NOT > WS-OLD-RUN-DATE
003090         MOVE "TARGET IS NOT AFTER THE CURRENT PROCESSING DATE"
003100             TO WS-REFUSE-TEXT
003110         SET WS-ROLL-REFUSED TO TRUE
003120         GO TO 3000-EXIT
003130     END-IF
003140     MOVE WS-TARGET-DATE TO CAL-DATE
003150     READ CALENDAR-FILE
003160         INVALID KEY
003170             MOVE "TARGET DATE IS NOT ON THE CALENDAR"
003180                 TO WS-REFUSE-TEXT
003190             SET WS-ROLL-REFUSED TO TRUE
003200     END-READ
003210     IF WS-ROLL-REFUSED
003220         GO TO 3000-EXIT
003230     END-IF
003240     IF NOT CAL-BUSINESS-DAY
003250         MOVE "TARGET DATE IS A WEEKEND OR HOLIDAY"
003260             TO WS-REFUSE-TEXT
003270         SET WS-ROLL-REFUSED TO TRUE
003280         GO TO 3000-EXIT
003290     END-IF
003300     MOVE CAL-MONTH-END-SW TO WS-TARGET-MONTH-END-SW
003310     MOVE CAL-YEAR-END-SW TO WS-TARGET-YEAR-END-SW.
003320 3000-EXIT.
003330     EXIT.
003340
003350******************************************************************
003360***  4000-FIND-PREV-BUSINESS-DAY - THE LAST BUSINESS DAY ON THE  *
003370***  CALENDAR BEFORE THE TARGET. THE SCAN STARTS A MONTH BACK    *
003380***  (DAY-NUMBER ARITHMETIC, SO MONTH AND YEAR BOUNDARIES COME   *
003390***  OUT RIGHT) AND READS FORWARD TO THE TARGET - THE MASTER IS  *
003400***  NEVER READ BACKWARD.                                        *
003410******************************************************************
003420 4000-FIND-PREV-BUSINESS-DAY.
003430     MOVE 0 TO WS-PREV-BUS-DATE
003440     COMPUTE WS-TARGET-DAY-NUMBER =
003450         FUNCTION INTEGER-OF-DATE(WS-TARGET-DATE)
003460     SUBTRACT WS-PREV-BUS-WINDOW FROM WS-TARGET-DAY-NUMBER
003470         GIVING WS-SCAN-DAY-NUMBER
003480     COMPUTE WS-SCAN-FROM-DATE =
003490         FUNCTION DATE-OF-INTEGER(WS-SCAN-DAY-NUMBER)
003500     MOVE 'N' TO WS-SCAN-SW
003510     MOVE WS-SCAN-FROM-DATE TO CAL-DATE
003520     START CALENDAR-FILE KEY IS >= CAL-DATE
003530         INVALID KEY
003540             SET WS-SCAN-DONE TO TRUE
003550     END-START
003560     PERFORM 4100-SCAN-FOR-PREV-BUS-DAY THRU 4100-EXIT
003570         UNTIL WS-SCAN-DONE
003580     IF WS-PREV-BUS-DATE = 0
003590         MOVE "NO BUSINESS DAY IN THE MONTH BEFORE THE TARGET"
003600             TO WS-REFUSE-TEXT
003610         SET WS-ROLL-REFUSED TO TRUE
003620     END-IF.
003630 4000-EXIT.
003640     EXIT.
003650
003660******************************************************************
003670***  4100-SCAN-FOR-PREV-BUS-DAY - KEEP THE LATEST BUSINESS DAY   *
003680***  SEEN, STOPPING AT THE TARGET DATE                           *
003690******************************************************************
003700 4100-SCAN-FOR-PREV-BUS-DAY.
003710     READ CALENDAR-FILE NEXT RECORD
003720         AT END
003730             SET WS-SCAN-DONE TO TRUE
003740     END-READ
003750     IF NOT WS-SCAN-DONE
003760         IF CAL-DATE NOT < WS-TARGET-DATE
003770             SET WS-SCAN-DONE TO TRUE
003780         ELSE
003790             IF CAL-BUSINESS-DAY
003800                 MOVE CAL-DATE TO WS-PREV-BUS-DATE
003810             END-IF
003820         END-IF
003830     END-IF.
003840 4100-EXIT.
003850     EXIT.
003860
003870******************************************************************
003880***  5000-UPDATE-CONTROL-RECORD - BUILD THE ROLLED RECORD AND    *
003890***  WRITE IT (FIRST TIME) OR REWRITE IT. THE MONTH JUST ENDED   *
003900***  IS THE MONTH BEFORE THE TARGET'S MONTH. THE ROLL ITSELF IS  *
003910***  STAMPED WITH THE CLOCK - IT IS THE ONE TIME-OF-EVENT FIELD  *
003920***  ON THE RECORD.                                              *
003930******************************************************************
003940 5000-UPDATE-CONTROL-RECORD.
003950     MOVE WS-TARGET-DATE TO WS-TARGET-DATE-X
003960     IF WS-TARGET-MM = 1
003970         SUBTRACT 1 FROM WS-TARGET-YYYY GIVING WS-MONTH-ENDED-YYYY
003980         MOVE 12 TO WS-MONTH-ENDED-MM
003990     ELSE
004000         MOVE WS-TARGET-YYYY TO WS-MONTH-ENDED-YYYY
004010         SUBTRACT 1 FROM WS-TARGET-MM GIVING WS-MONTH-ENDED-MM
004020     END-IF
004030     ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD
004040     ACCEPT WS-CLOCK-TIME FROM TIME
004050
004060     MOVE SPACES TO CPYPDT01-PROC-DATE-RECORD
004070     MOVE "PROCDATE" TO PDT-KEY
004080     MOVE WS-TARGET-DATE TO PDT-RUN-DATE
004090     MOVE WS-PREV-BUS-DATE TO PDT-PREV-BUS-DATE
004100     MOVE WS-MONTH-ENDED TO PDT-MONTH-ENDED
004110     MOVE WS-TARGET-MONTH-END-SW TO PDT-MONTH-END-SW
004120     MOVE WS-TARGET-YEAR-END-SW TO PDT-YEAR-END-SW
004130     MOVE WS-CLOCK-DATE TO PDT-ROLLED-TIMESTAMP(1:8)
004140     MOVE WS-CLOCK-TIME-HHMMSS TO PDT-ROLLED-TIMESTAMP(9:6)
004150     MOVE WS-OLD-RUN-DATE TO PDT-ROLLED-FROM
004160     IF WS-CONTROL-ON-FILE
004170         REWRITE CPYPDT01-PROC-DATE-RECORD
004180     ELSE
004190         WRITE CPYPDT01-PROC-DATE-RECORD
004200     END-IF
004210     IF WS-PDT-FILE-STATUS NOT = "00"
004220         DISPLAY "ADDEOD ABEND - PDTFILE UPDATE FAILED, STATUS = "
004230             WS-PDT-FILE-STATUS
004240         MOVE 8 TO RETURN-CODE
004250         STOP RUN
004260     END-IF.
004270 5000-EXIT.
004280     EXIT.
