000100******************************************************************
000110***                                                              **
000120***  PROGRAM    : ADDRRATE                                       **
000130***  AUTHOR     : J W MARTIN                                     **
000140***  INSTALLATN : DAYLIGHT FINANCIAL SERVICES - BATCH SYSTEMS    **
000150***  DATE-WRTN  : 2026-10-15                                     **
000160***                                                              **
000170***  ABSTRACT                                                    **
000180***    RETROACTIVE RE-RATING. ADDRMNT ACCEPTS A CPYRAT01 ROW     **
000190***    WHOSE EFFECTIVE DATE IS ALREADY PAST, BUT EVERY RATE-APPLY**
000200***    (R) TRANSACTION ADDNUMS RATED BEFORE THE ROW WAS KEYED    **
000210***    STILL CARRIES THE RESULT OF THE ROW IT SUPERSEDES - ON    **
000220***    HISTORY, ON THE EXTRACT WE SENT AND IN THE GL. GIVEN THE  **
000230***    RATE CODE AND EFFECTIVE DATE OF THE NEW ROW ON THE EXEC   **
000240***    PARM (RATECODE,YYYYMMDD), THIS JOB SWEEPS THE RESULT      **
000250***    HISTORY MASTER (CPYHST01) OVER THE RUN DATES THE NEW ROW  **
000260***    GOVERNS - FROM ITS EFFECTIVE DATE UP TO THE NEXT ROW FOR  **
000270***    THE SAME CODE, OR THE PROCESSING DATE WHEN THERE IS NONE -**
000280***    AND FOR EVERY R ROW RATED UNDER A DIFFERENT ROW OF THAT   **
000290***    CODE (HST-RATE-CODE/HST-RATE-EFF-DATE):                   **
000300***      - RECOMPUTES THE RESULT AT THE NEW RATE, ROUNDED THE    **
000310***        SAME WAY ADDNUMS ROUNDS IT                            **
000320***      - REWRITES THE HISTORY ROW WITH THE NEW RESULT AND THE  **
000330***        NEW RATE ROW, SO HISTORY REPORTING IS RIGHT AND A     **
000340***        RERUN FINDS NOTHING LEFT TO DO                        **
000350***      - WRITES THE DIFFERENCE (NEW LESS OLD) AS AN ADJUSTMENT **
000360***        EXTRACT RECORD (CPYEXT01 LAYOUT, OPERANDS ZERO, RESULT**
000370***        THE ADJUSTMENT, ORIGINAL RUN DATE AND CYCLE) FOR THE  **
000380***        DOWNSTREAM POSTING SYSTEM                             **
000390***    THE NET ADJUSTMENT POSTS AS ONE DEBIT AND ONE CREDIT      **
000400***    CPYJRN01 LEG TO THE ACCOUNTS CPYXRF01 MAPS CODE R TO, IN  **
000410***    AN ADJUSTMENT JOURNAL OF ITS OWN. THE CONTROL REPORT      **
000420***    LISTS EACH TRANS-ID WITH ITS OLD AND NEW RATE AND OLD AND **
000430***    NEW RESULT, AND PROVES NEW LESS OLD = ADJUSTMENTS WRITTEN **
000440***    = DEBITS = CREDITS.                                       **
000450***                                                              **
000460***    R ROWS ROLLED BEFORE HISTORY RECORDED THE RATE ROW CARRY  **
000470***    A BLANK HST-RATE-CODE - THEY CANNOT BE RE-RATED SAFELY    **
000480***    AND ARE LISTED FOR THE RATES DESK TO CHECK BY HAND.       **
000490***                                                              **
000500***    ONLY ADJUSTMENTS TO PERIODS ADDGLPST HAS ALREADY POSTED   **
000510***    (THOSE ON THE POSTING-PERIOD FILE, CPYGLP01) ARE          **
000520***    JOURNALED; EACH IS ADDED TO THAT PERIOD'S CODE R TOTAL ON **
000530***    THE FILE SO ADDGLADJ DOES NOT POST IT A SECOND TIME. AN   **
000540***    ADJUSTMENT TO A PERIOD NOT YET POSTED IS LEFT FOR         **
000550***    ADDGLPST, WHICH WILL SWEEP THE CORRECTED HISTORY ROW. THE **
000560***    PROOF BECOMES JOURNALED PLUS LEFT FOR ADDGLPST =          **
000570***    ADJUSTMENTS WRITTEN, AND DEBITS = CREDITS = JOURNALED.    **
000580***                                                              **
000590***  RETURN CODES                                                **
000600***    RC=0  ADJUSTMENTS WRITTEN AND PROVEN - SAFE TO TRANSMIT   **
000610***    RC=4  ADJUSTMENTS WRITTEN AND PROVEN, BUT SOME R ROWS     **
000620***          COULD NOT BE RE-RATED - SEE RRTRPT                  **
000630***    RC=8  BAD PARM, RATE ROW NOT ON FILE, NO CROSS-REFERENCE  **
000640***          FOR CODE R, NOTHING TO RE-RATE, OR THE ADJUSTMENTS  **
000650***          DID NOT PROVE - DO NOT TRANSMIT                     **
000660***                                                              **
000670***  MOD HISTORY                                                 **
000680***  ----------------------------------------------------------  **
000690***  2026-10-15  JWM  ORIGINAL VERSION                           **
000700***  2026-10-15  JWM  ADJUSTMENTS TO PERIODS ALREADY POSTED      **
000710***                   ARE JOURNALED AND ADDED TO THE POSTING-    **
000720***                   PERIOD FILE; OTHERS ARE LEFT FOR           **
000730***                   ADDGLPST.                                  **
000740***  2026-10-15  JWM  AN R ROW A V (REVERSAL) TRANSACTION HAS    **
000750***                   BACKED OUT IS NO LONGER RE-RATED - IT IS   **
000760***                   COUNTED ON ITS OWN REPORT LINE AND         **
000770***                   PASSED OVER.                               **
000780***                                                              **
000790******************************************************************
000800 IDENTIFICATION DIVISION.
000810 PROGRAM-ID.     ADDRRATE.
000820 AUTHOR.         J W MARTIN.
000830 INSTALLATION.   DAYLIGHT FINANCIAL SERVICES.
000840 DATE-WRITTEN.   2026-10-15.
000850 DATE-COMPILED.
000860
000870 ENVIRONMENT DIVISION.
000880 INPUT-OUTPUT SECTION.
000890 FILE-CONTROL.
000900     SELECT HISTORY-FILE ASSIGN TO "HSTFILE"
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS DYNAMIC
000930         RECORD KEY IS HST-KEY
000940         FILE STATUS IS WS-HST-FILE-STATUS.
000950
000960     SELECT RATE-FILE ASSIGN TO "RATFILE"
000970         ORGANIZATION IS INDEXED
000980         ACCESS MODE IS DYNAMIC
000990         RECORD KEY IS RAT-KEY
001000         FILE STATUS IS WS-RAT-FILE-STATUS.
001010
001020     SELECT XREF-FILE ASSIGN TO "XRFFILE"
001030         ORGANIZATION IS INDEXED
001040         ACCESS MODE IS RANDOM
001050         RECORD KEY IS XRF-TRANS-CODE
001060         FILE STATUS IS WS-XRF-FILE-STATUS.
001070
001080     SELECT ADJUSTMENT-FILE ASSIGN TO "RRXFILE"
001090         ORGANIZATION IS LINE SEQUENTIAL
001100         FILE STATUS IS WS-ADJ-FILE-STATUS.
001110
001120     SELECT JOURNAL-FILE ASSIGN TO "RRJFILE"
001130         ORGANIZATION IS LINE SEQUENTIAL
001140         FILE STATUS IS WS-JRN-FILE-STATUS.
001150
001160     SELECT RERATE-REPORT ASSIGN TO "RRTRPT"
001170         ORGANIZATION IS LINE SEQUENTIAL
001180         FILE STATUS IS WS-RPT-FILE-STATUS.
001190
001200     SELECT PERIOD-FILE ASSIGN TO "GLPFILE"
001210         ORGANIZATION IS INDEXED
001220         ACCESS MODE IS RANDOM
001230         RECORD KEY IS GLP-KEY
001240         FILE STATUS IS WS-GLP-FILE-STATUS.
001250
001260     SELECT PROC-DATE-FILE ASSIGN TO "PDTFILE"
001270         ORGANIZATION IS INDEXED
001280         ACCESS MODE IS RANDOM
001290         RECORD KEY IS PDT-KEY
001300         FILE STATUS IS WS-PDT-FILE-STATUS.
001310
001320 DATA DIVISION.
001330 FILE SECTION.
001340 FD  HISTORY-FILE
001350     LABEL RECORDS ARE STANDARD.
001360 COPY CPYHST01.
001370
001380 FD  RATE-FILE
001390     LABEL RECORDS ARE STANDARD.
001400 COPY CPYRAT01.
001410
001420 FD  XREF-FILE
001430     LABEL RECORDS ARE STANDARD.
001440 COPY CPYXRF01.
001450
001460 FD  ADJUSTMENT-FILE
001470     LABEL RECORDS ARE STANDARD.
001480 COPY CPYEXT01.
001490
001500 FD  JOURNAL-FILE
001510     LABEL RECORDS ARE STANDARD.
001520 COPY CPYJRN01.
001530
001540 FD  RERATE-REPORT
001550     LABEL RECORDS ARE STANDARD.
001560 01  RERATE-REPORT-LINE      PIC X(80).
001570
001580 FD  PERIOD-FILE
001590     LABEL RECORDS ARE STANDARD.
001600 COPY CPYGLP01.
001610
001620 FD  PROC-DATE-FILE
001630     LABEL RECORDS ARE STANDARD.
001640 COPY CPYPDT01.
001650
001660 WORKING-STORAGE SECTION.
001670******************************************************************
001680***  SWITCHES                                                    *
001690******************************************************************
001700 77  WS-HST-EOF-SW           PIC X(01)   VALUE 'N'.
001710     88  END-OF-HISTORY-FILE             VALUE 'Y'.
001720 77  WS-BALANCE-SW           PIC X(01)   VALUE 'N'.
001730     88  WS-OUT-OF-BALANCE               VALUE 'Y'.
001740 77  WS-SIZE-ERROR-SW        PIC X(01)   VALUE 'N'.
001750     88  WS-SIZE-ERROR                   VALUE 'Y'.
001760
001770******************************************************************
001780***  FILE STATUS FIELDS                                          *
001790******************************************************************
001800 77  WS-HST-FILE-STATUS      PIC X(02)   VALUE "00".
001810 77  WS-RAT-FILE-STATUS      PIC X(02)   VALUE "00".
001820 77  WS-XRF-FILE-STATUS      PIC X(02)   VALUE "00".
001830 77  WS-ADJ-FILE-STATUS      PIC X(02)   VALUE "00".
001840 77  WS-JRN-FILE-STATUS      PIC X(02)   VALUE "00".
001850 77  WS-RPT-FILE-STATUS      PIC X(02)   VALUE "00".
001860 77  WS-PDT-FILE-STATUS      PIC X(02)   VALUE "00".
001870 77  WS-GLP-FILE-STATUS      PIC X(02)   VALUE "00".
001880
001890******************************************************************
001900***  RE-RATING CONTROLS - THE EXEC PARM NAMES THE NEW RATE ROW   *
001910***  (RATECODE,YYYYMMDD) AND IS REQUIRED. THE SWEEP RUNS FROM    *
001920***  ITS EFFECTIVE DATE UP TO, NOT INCLUDING, THE NEXT ROW'S     *
001930***  EFFECTIVE DATE FOR THE SAME CODE, CAPPED AT THE CPYPDT01    *
001940***  PROCESSING DATE - NOTHING LATER HAS BEEN RATED YET.         *
001950******************************************************************
001960 77  WS-PARM-CARD            PIC X(32)   VALUE SPACES.
001970 77  WS-PARM-LENGTH          PIC S9(04) COMP  VALUE 0.
001980 77  WS-PARM-RATE-CODE       PIC X(04)   VALUE SPACES.
001990 77  WS-PARM-EFF-DATE        PIC X(08)   VALUE SPACES.
002000 77  WS-PARM-EFF-DATE-N REDEFINES WS-PARM-EFF-DATE
002010                             PIC 9(08).
002020 77  WS-RUN-DATE             PIC 9(08)   VALUE 0.
002030 77  WS-NEW-RATE-CODE        PIC X(04)   VALUE SPACES.
002040 77  WS-NEW-EFF-DATE         PIC 9(08)   VALUE 0.
002050 77  WS-NEW-RATE-VALUE       PIC S9(03)V9(04) COMP VALUE 0.
002060 77  WS-NEXT-EFF-DATE        PIC 9(08)   VALUE 0.
002070 77  WS-OLD-RATE-VALUE       PIC S9(03)V9(04) COMP VALUE 0.
002080 77  WS-ADJ-DEBIT-ACCT       PIC X(08)   VALUE SPACES.
002090 77  WS-ADJ-CREDIT-ACCT      PIC X(08)   VALUE SPACES.
002100
002110******************************************************************
002120***  PER-ROW WORK FIELDS AND RUN TOTALS                          *
002130******************************************************************
002140 77  WS-OLD-RESULT           PIC S9(07)V99 COMP VALUE 0.
002150 77  WS-NEW-RESULT           PIC S9(07)V99 COMP VALUE 0.
002160 77  WS-ADJ-AMOUNT           PIC S9(07)V99 COMP VALUE 0.
002170 77  WS-ROWS-SWEPT           PIC 9(7)  COMP  VALUE 0.
002180 77  WS-ROWS-RERATED         PIC 9(7)  COMP  VALUE 0.
002190 77  WS-ROWS-NO-CHANGE       PIC 9(7)  COMP  VALUE 0.
002200 77  WS-ROWS-NOT-RECORDED    PIC 9(7)  COMP  VALUE 0.
002210 77  WS-ROWS-SIZE-ERROR      PIC 9(7)  COMP  VALUE 0.
002220 77  WS-ROWS-REVERSED        PIC 9(7)  COMP  VALUE 0.
002230 77  WS-ADJ-WRITTEN          PIC 9(7)  COMP  VALUE 0.
002240 77  WS-FIRST-ADJ-DATE       PIC 9(08)   VALUE 0.
002250 77  WS-LAST-ADJ-DATE        PIC 9(08)   VALUE 0.
002260 77  WS-OLD-TOTAL            PIC S9(11)V99 COMP  VALUE 0.
002270 77  WS-NEW-TOTAL            PIC S9(11)V99 COMP  VALUE 0.
002280 77  WS-ADJ-TOTAL            PIC S9(11)V99 COMP  VALUE 0.
002290 77  WS-GL-ADJ-TOTAL         PIC S9(11)V99 COMP  VALUE 0.
002300 77  WS-UNPOSTED-ADJ-TOTAL   PIC S9(11)V99 COMP  VALUE 0.
002310 77  WS-GL-ADJ-WRITTEN       PIC 9(7)  COMP  VALUE 0.
002320 77  WS-GLP-SLOT             PIC 9(3)  COMP  VALUE 0.
002330 77  WS-GLP-SUB              PIC 9(3)  COMP  VALUE 0.
002340 77  WS-NET-CHANGE           PIC S9(11)V99 COMP  VALUE 0.
002350 77  WS-TOTAL-DEBITS         PIC S9(11)V99 COMP  VALUE 0.
002360 77  WS-TOTAL-CREDITS        PIC S9(11)V99 COMP  VALUE 0.
002370 77  WS-JRN-LEGS-WRITTEN     PIC 9(7)  COMP  VALUE 0.
002380
002390******************************************************************
002400***  REPORT LINE LAYOUTS                                         *
002410******************************************************************
002420 01  WS-RPT-HEADING-LINE.
002430     05  FILLER              PIC X(34)   VALUE
002440         "ADDRRATE RE-RATING CONTROL - RATE ".
002450     05  WS-RPT-HDG-CODE     PIC X(04).
002460     05  FILLER              PIC X(11)   VALUE " EFFECTIVE ".
002470     05  WS-RPT-HDG-EFF      PIC 9(08).
002480     05  FILLER              PIC X(05)   VALUE " RUN ".
002490     05  WS-RPT-HDG-RUN      PIC 9(08).
002500     05  FILLER              PIC X(10)   VALUE SPACES.
002510 01  WS-RPT-COLUMN-LINE.
002520     05  FILLER              PIC X(37)   VALUE
002530         "TRANS-ID RUN-DATE  OLD RATE  NEW RATE".
002540     05  FILLER              PIC X(36)   VALUE
002550         "  OLD RESULT  NEW RESULT  ADJUSTMENT".
002560     05  FILLER              PIC X(07)   VALUE SPACES.
002570 01  WS-RPT-DETAIL-LINE.
002580     05  WS-RPT-TRANS-ID     PIC 9(08).
002590     05  FILLER              PIC X(01)   VALUE SPACES.
002600     05  WS-RPT-RUN-DATE     PIC 9(08).
002610     05  FILLER              PIC X(01)   VALUE SPACES.
002620     05  WS-RPT-OLD-RATE     PIC -(3)9.9(4).
002630     05  FILLER              PIC X(01)   VALUE SPACES.
002640     05  WS-RPT-NEW-RATE     PIC -(3)9.9(4).
002650     05  FILLER              PIC X(01)   VALUE SPACES.
002660     05  WS-RPT-OLD-RESULT   PIC -(7)9.99.
002670     05  FILLER              PIC X(01)   VALUE SPACES.
002680     05  WS-RPT-NEW-RESULT   PIC -(7)9.99.
002690     05  FILLER              PIC X(01)   VALUE SPACES.
002700     05  WS-RPT-ADJ-AMOUNT   PIC -(7)9.99.
002710     05  FILLER              PIC X(07)   VALUE SPACES.
002720 01  WS-RPT-EXCEPTION-LINE.
002730     05  FILLER              PIC X(13)   VALUE "NOT RE-RATED ".
002740     05  WS-RPT-EXC-TRANS-ID PIC 9(08).
002750     05  FILLER              PIC X(01)   VALUE SPACES.
002760     05  WS-RPT-EXC-RUN-DATE PIC 9(08).
002770     05  FILLER              PIC X(03)   VALUE " - ".
002780     05  WS-RPT-EXC-REASON   PIC X(40).
002790     05  FILLER              PIC X(07)   VALUE SPACES.
002800 01  WS-RPT-TOTAL-LINE.
002810     05  WS-RPT-TOTAL-LABEL  PIC X(34)   VALUE SPACES.
002820     05  WS-RPT-TOTAL-VALUE  PIC Z(14)9.
002830     05  WS-RPT-AMOUNT-VALUE REDEFINES WS-RPT-TOTAL-VALUE
002840                             PIC -(11)9.99.
002850     05  FILLER              PIC X(31)   VALUE SPACES.
002860 01  WS-RPT-VERDICT-LINE.
002870     05  WS-RPT-VERDICT      PIC X(80)   VALUE SPACES.
002880
002890 LINKAGE SECTION.
002900******************************************************************
002910***  LK-PARM-AREA - THE EXEC PARM, PASSED BY THE SYSTEM LOADER   *
002920***  AS A HALFWORD LENGTH FOLLOWED BY THE PARM TEXT.             *
002930******************************************************************
002940 01  LK-PARM-AREA.
002950     05  LK-PARM-LENGTH      PIC S9(04) COMP.
002960     05  LK-PARM-TEXT        PIC X(32).
002970
002980 PROCEDURE DIVISION USING LK-PARM-AREA.
002990******************************************************************
003000***  BEGIN - PROGRAM MAINLINE                                    *
003010******************************************************************
003020 BEGIN.
003030     PERFORM 0400-ESTABLISH-RATE-ROW THRU 0400-EXIT
003040     PERFORM 0500-OPEN-FILES THRU 0500-EXIT
003050     PERFORM 0600-LOAD-RATE-ROWS THRU 0600-EXIT
003060     PERFORM 0700-LOAD-ADJUSTMENT-XREF THRU 0700-EXIT
003070
003080     MOVE WS-NEW-RATE-CODE TO WS-RPT-HDG-CODE
003090     MOVE WS-NEW-EFF-DATE TO WS-RPT-HDG-EFF
003100     MOVE WS-RUN-DATE TO WS-RPT-HDG-RUN
003110     WRITE RERATE-REPORT-LINE FROM WS-RPT-HEADING-LINE
003120     WRITE RERATE-REPORT-LINE FROM WS-RPT-COLUMN-LINE
003130
003140     PERFORM 1000-POSITION-ON-RANGE THRU 1000-EXIT
003150     PERFORM 2000-EXAMINE-HISTORY-RECORD THRU 2000-EXIT
003160         UNTIL END-OF-HISTORY-FILE
003170
003180     PERFORM 3000-BUILD-JOURNAL THRU 3000-EXIT
003190     PERFORM 7000-WRITE-CONTROL-TOTALS THRU 7000-EXIT
003200
003210     CLOSE HISTORY-FILE
003220     CLOSE RATE-FILE
003230     CLOSE XREF-FILE
003240     CLOSE ADJUSTMENT-FILE
003250     CLOSE JOURNAL-FILE
003260     CLOSE RERATE-REPORT
003270     CLOSE PERIOD-FILE
003280
003290     EVALUATE TRUE
003300         WHEN WS-OUT-OF-BALANCE
003310             DISPLAY "ADDRRATE - ADJUSTMENTS DID NOT PROVE - "
003320                 "DO NOT TRANSMIT - SEE RRTRPT"
003330             MOVE 8 TO RETURN-CODE
003340         WHEN WS-ROWS-RERATED = 0
003350             DISPLAY "ADDRRATE - NO ROW NEEDED RE-RATING FOR "
003360                 "RATE " WS-NEW-RATE-CODE " EFFECTIVE "
003370                 WS-NEW-EFF-DATE
003380             MOVE 8 TO RETURN-CODE
003390         WHEN WS-ROWS-NOT-RECORDED > 0 OR WS-ROWS-SIZE-ERROR > 0
003400             DISPLAY "ADDRRATE - " WS-ROWS-RERATED
003410                 " ROW(S) RE-RATED, " WS-ADJ-WRITTEN
003420                 " ADJUSTMENT(S) WRITTEN - SOME ROWS NOT "
003430                 "RE-RATED - SEE RRTRPT"
003440             MOVE 4 TO RETURN-CODE
003450         WHEN OTHER
003460             DISPLAY "ADDRRATE - " WS-ROWS-RERATED
003470                 " ROW(S) RE-RATED, " WS-ADJ-WRITTEN
003480                 " ADJUSTMENT(S) WRITTEN AND PROVEN"
003490             MOVE 0 TO RETURN-CODE
003500     END-EVALUATE
003510     STOP RUN.
003520
003530******************************************************************
003540***  0300-READ-PROCESSING-DATE - FETCH THE PROCESSING DATE       *
003550***  FROM THE CPYPDT01 CONTROL RECORD ROLLED BY ADDEOD. NO       *
003560***  RECORD MEANS THE SUITE HAS NOT BEEN SEEDED - THE RUN STOPS. *
003570******************************************************************
003580 0300-READ-PROCESSING-DATE.
003590     OPEN INPUT PROC-DATE-FILE
003600     IF WS-PDT-FILE-STATUS NOT = "00"
003610         DISPLAY "ADDRRATE ABEND - PDTFILE OPEN FAILED, STATUS = "
003620             WS-PDT-FILE-STATUS
003630         MOVE 8 TO RETURN-CODE
003640         STOP RUN
003650     END-IF
003660     MOVE "PROCDATE" TO PDT-KEY
003670     READ PROC-DATE-FILE
003680         INVALID KEY
003690             DISPLAY "ADDRRATE ABEND - NO PROCESSING-DATE RECORD "
003700                 "ON PDTFILE - SEED IT WITH ADDEOD"
003710             MOVE 8 TO RETURN-CODE
003720             STOP RUN
003730     END-READ
003740     CLOSE PROC-DATE-FILE.
003750 0300-EXIT.
003760     EXIT.
003770
003780******************************************************************
003790***  0400-ESTABLISH-RATE-ROW - TAKE THE NEW RATE ROW'S CODE AND  *
003800***  EFFECTIVE DATE FROM THE EXEC PARM. THERE IS NO SENSIBLE     *
003810***  DEFAULT, SO A MISSING OR MALFORMED PARM STOPS THE RUN.      *
003820******************************************************************
003830 0400-ESTABLISH-RATE-ROW.
003840     PERFORM 0300-READ-PROCESSING-DATE THRU 0300-EXIT
003850     MOVE PDT-RUN-DATE TO WS-RUN-DATE
003860     MOVE SPACES TO WS-PARM-CARD
003870     MOVE LK-PARM-LENGTH TO WS-PARM-LENGTH
003880     IF WS-PARM-LENGTH > 32
003890         MOVE 32 TO WS-PARM-LENGTH
003900     END-IF
003910     IF WS-PARM-LENGTH > 0
003920         MOVE LK-PARM-TEXT(1:WS-PARM-LENGTH) TO WS-PARM-CARD
003930     END-IF
003940     UNSTRING WS-PARM-CARD DELIMITED BY ","
003950         INTO WS-PARM-RATE-CODE WS-PARM-EFF-DATE
003960     END-UNSTRING
003970     IF WS-PARM-RATE-CODE = SPACES
003980             OR WS-PARM-EFF-DATE IS NOT NUMERIC
003990         DISPLAY "ADDRRATE ABEND - PARM MUST BE RATECODE,YYYYMMDD"
004000         MOVE 8 TO RETURN-CODE
004010         STOP RUN
004020     END-IF
004030     MOVE WS-PARM-RATE-CODE TO WS-NEW-RATE-CODE
004040     MOVE WS-PARM-EFF-DATE-N TO WS-NEW-EFF-DATE
004050     IF WS-NEW-EFF-DATE > WS-RUN-DATE
004060         DISPLAY "ADDRRATE ABEND - RATE ROW EFFECTIVE "
004070             WS-NEW-EFF-DATE " IS AFTER THE PROCESSING DATE "
004080             WS-RUN-DATE " - NOTHING HAS BEEN RATED UNDER IT"
004090         MOVE 8 TO RETURN-CODE
004100         STOP RUN
004110     END-IF.
004120 0400-EXIT.
004130     EXIT.
004140
004150******************************************************************
004160***  0500-OPEN-FILES - OPEN EVERY FILE, CHECKING EACH OPEN'S     *
004170***  FILE STATUS THE SAME WAY ADDNUMS DOES. HISTORY IS OPENED    *
004180***  I-O FOR THE REWRITES; THE RATE AND XREF MASTERS READ-ONLY.  *
004190******************************************************************
004200 0500-OPEN-FILES.
004210     OPEN I-O HISTORY-FILE
004220     IF WS-HST-FILE-STATUS NOT = "00"
004230         DISPLAY "ADDRRATE ABEND - HSTFILE OPEN FAILED, STATUS ="
004240             " " WS-HST-FILE-STATUS
004250         MOVE 8 TO RETURN-CODE
004260         STOP RUN
004270     END-IF
004280     OPEN INPUT RATE-FILE
004290     IF WS-RAT-FILE-STATUS NOT = "00"
004300         DISPLAY "ADDRRATE ABEND - RATFILE OPEN FAILED, STATUS ="
004310             " " WS-RAT-FILE-STATUS
004320         MOVE 8 TO RETURN-CODE
004330         STOP RUN
004340     END-IF
004350     OPEN INPUT XREF-FILE
004360     IF WS-XRF-FILE-STATUS NOT = "00"
004370         DISPLAY "ADDRRATE ABEND - XRFFILE OPEN FAILED, STATUS ="
004380             " " WS-XRF-FILE-STATUS
004390         MOVE 8 TO RETURN-CODE
004400         STOP RUN
004410     END-IF
004420     OPEN I-O PERIOD-FILE
004430     IF WS-GLP-FILE-STATUS NOT = "00"
004440         DISPLAY "ADDRRATE ABEND - GLPFILE OPEN FAILED, STATUS ="
004450             " " WS-GLP-FILE-STATUS
004460         MOVE 8 TO RETURN-CODE
004470         STOP RUN
004480     END-IF
004490     OPEN OUTPUT ADJUSTMENT-FILE
004500     IF WS-ADJ-FILE-STATUS NOT = "00"
004510         DISPLAY "ADDRRATE ABEND - RRXFILE OPEN FAILED, STATUS ="
004520             " " WS-ADJ-FILE-STATUS
004530         MOVE 8 TO RETURN-CODE
004540         STOP RUN
004550     END-IF
004560     OPEN OUTPUT JOURNAL-FILE
004570     IF WS-JRN-FILE-STATUS NOT = "00"
004580         DISPLAY "ADDRRATE ABEND - RRJFILE OPEN FAILED, STATUS ="
004590             " " WS-JRN-FILE-STATUS
004600         MOVE 8 TO RETURN-CODE
004610         STOP RUN
004620     END-IF
004630     OPEN OUTPUT RERATE-REPORT
004640     IF WS-RPT-FILE-STATUS NOT = "00"
004650         DISPLAY "ADDRRATE ABEND - RRTRPT OPEN FAILED, STATUS = "
004660             WS-RPT-FILE-STATUS
004670         MOVE 8 TO RETURN-CODE
004680         STOP RUN
004690     END-IF.
004700 0500-EXIT.
004710     EXIT.
004720
004730******************************************************************
004740***  0600-LOAD-RATE-ROWS - READ THE NEW RATE ROW, WHICH MUST BE  *
004750***  ON FILE, THEN READ ON TO THE NEXT ROW FOR THE SAME CODE.    *
004760***  ITS EFFECTIVE DATE ENDS THE NEW ROW'S SPAN; WITH NO LATER   *
004770***  ROW THE SPAN RUNS THROUGH THE PROCESSING DATE.              *
004780******************************************************************
004790 0600-LOAD-RATE-ROWS.
004800     MOVE WS-NEW-RATE-CODE TO RAT-RATE-CODE
004810     MOVE WS-NEW-EFF-DATE TO RAT-EFF-DATE
004820     READ RATE-FILE
004830         INVALID KEY
004840             DISPLAY "ADDRRATE ABEND - NO RATE ROW "
004850                 WS-NEW-RATE-CODE " EFFECTIVE " WS-NEW-EFF-DATE
004860                 " ON RATFILE - "
004870                 "KEY IT THROUGH ADDRMNT FIRST"
004880             MOVE 8 TO RETURN-CODE
004890             STOP RUN
004900     END-READ
004910     MOVE RAT-RATE-VALUE TO WS-NEW-RATE-VALUE
004920
004930     COMPUTE WS-NEXT-EFF-DATE = WS-RUN-DATE + 1
004940     READ RATE-FILE NEXT RECORD
004950         AT END
004960             CONTINUE
004970         NOT AT END
004980             IF RAT-RATE-CODE = WS-NEW-RATE-CODE
004990                     AND RAT-EFF-DATE < WS-NEXT-EFF-DATE
005000                 MOVE RAT-EFF-DATE TO WS-NEXT-EFF-DATE
005010             END-IF
005020     END-READ.
005030 0600-EXIT.
005040     EXIT.
005050
005060******************************************************************
005070***  0700-LOAD-ADJUSTMENT-XREF - THE NET ADJUSTMENT POSTS TO THE *
005080***  ACCOUNTS CODE R IS MAPPED TO. CHECKED BEFORE ANY HISTORY    *
005090***  ROW IS TOUCHED - AN UNMAPPED CODE STOPS THE RUN CLEAN.      *
005100******************************************************************
005110 0700-LOAD-ADJUSTMENT-XREF.
005120     MOVE "R" TO XRF-TRANS-CODE
005130     READ XREF-FILE
005140         INVALID KEY
005150             DISPLAY "ADDRRATE ABEND - NO ACCOUNT XREF FOR CODE "
005160                 "R - KEY THE MAPPING THROUGH ADDXMNT AND RERUN"
005170             MOVE 8 TO RETURN-CODE
005180             STOP RUN
005190     END-READ
005200     MOVE XRF-DEBIT-ACCT TO WS-ADJ-DEBIT-ACCT
005210     MOVE XRF-CREDIT-ACCT TO WS-ADJ-CREDIT-ACCT.
005220 0700-EXIT.
005230     EXIT.
005240
005250******************************************************************
005260***  1000-POSITION-ON-RANGE - START THE HISTORY SWEEP AT THE     *
005270***  NEW ROW'S EFFECTIVE DATE AND PRIME THE FIRST READ           *
005280******************************************************************
005290 1000-POSITION-ON-RANGE.
005300     MOVE WS-NEW-EFF-DATE TO HST-RUN-DATE
005310     MOVE 0 TO HST-CYCLE-NO
005320     MOVE 0 TO HST-TRANS-ID
005330     START HISTORY-FILE KEY IS >= HST-KEY
005340         INVALID KEY
005350             SET END-OF-HISTORY-FILE TO TRUE
005360     END-START
005370     IF NOT END-OF-HISTORY-FILE
005380         PERFORM 1100-READ-HISTORY-FILE THRU 1100-EXIT
005390     END-IF.
005400 1000-EXIT.
005410     EXIT.
005420
005430******************************************************************
005440***  1100-READ-HISTORY-FILE - READ THE NEXT HISTORY RECORD. A    *
005450***  RECORD ON OR AFTER THE NEXT ROW'S EFFECTIVE DATE ENDS THE   *
005460***  SWEEP - THE KEY LEADS WITH THE RUN DATE.                    *
005470******************************************************************
005480 1100-READ-HISTORY-FILE.
005490     READ HISTORY-FILE NEXT RECORD
005500         AT END
005510             SET END-OF-HISTORY-FILE TO TRUE
005520     END-READ
005530     IF NOT END-OF-HISTORY-FILE
005540         IF HST-RUN-DATE NOT < WS-NEXT-EFF-DATE
005550             SET END-OF-HISTORY-FILE TO TRUE
005560         END-IF
005570     END-IF.
005580 1100-EXIT.
005590     EXIT.
005600
005610******************************************************************
005620***  2000-EXAMINE-HISTORY-RECORD - SELECT THE R ROWS OF THIS     *
005630***  RATE CODE THAT WERE RATED UNDER ANY ROW BUT THE NEW ONE.    *
005640***  AN R ROW WITH NO RATE ROW RECORDED MAY BELONG TO THIS CODE  *
005650***  - IT IS LISTED, NOT GUESSED AT. A ROW A V TRANSACTION HAS   *
005660***  REVERSED IS COUNTED AND PASSED OVER - IT NO LONGER STANDS.  *
005670******************************************************************
005680 2000-EXAMINE-HISTORY-RECORD.
005690     ADD 1 TO WS-ROWS-SWEPT
005700     IF HST-TRANS-CODE NOT = "R"
005710         GO TO 2000-NEXT
005720     END-IF
005730     IF HST-RATE-CODE = SPACES
005740         ADD 1 TO WS-ROWS-NOT-RECORDED
005750         MOVE "RATE ROW NOT RECORDED - CHECK BY HAND"
005760             TO WS-RPT-EXC-REASON
005770         PERFORM 2900-LIST-EXCEPTION THRU 2900-EXIT
005780         GO TO 2000-NEXT
005790     END-IF
005800     IF HST-RATE-CODE NOT = WS-NEW-RATE-CODE
005810             OR HST-RATE-EFF-DATE = WS-NEW-EFF-DATE
005820         GO TO 2000-NEXT
005830     END-IF
005840     IF HST-REVERSED
005850         ADD 1 TO WS-ROWS-REVERSED
005860         GO TO 2000-NEXT
005870     END-IF
005880     PERFORM 2100-RERATE-ONE-ROW THRU 2100-EXIT.
005890 2000-NEXT.
005900     PERFORM 1100-READ-HISTORY-FILE THRU 1100-EXIT.
005910 2000-EXIT.
005920     EXIT.
005930
005940******************************************************************
005950***  2100-RERATE-ONE-ROW - RECOMPUTE AT THE NEW RATE, REWRITE    *
005960***  THE HISTORY ROW, AND WRITE THE DIFFERENCE AS AN ADJUSTMENT. *
005970***  A RESULT THAT NO LONGER FITS THE RESULT FIELD IS LISTED AND *
005980***  THE ROW LEFT AS IT WAS.                                     *
005990******************************************************************
006000 2100-RERATE-ONE-ROW.
006010     MOVE 'N' TO WS-SIZE-ERROR-SW
006020     MOVE HST-RESULT TO WS-OLD-RESULT
006030     COMPUTE WS-NEW-RESULT ROUNDED = HST-NUM1 * WS-NEW-RATE-VALUE
006040         ON SIZE ERROR
006050             SET WS-SIZE-ERROR TO TRUE
006060     END-COMPUTE
006070     IF NOT WS-SIZE-ERROR
006080         COMPUTE WS-ADJ-AMOUNT = WS-NEW-RESULT - WS-OLD-RESULT
006090             ON SIZE ERROR
006100                 SET WS-SIZE-ERROR TO TRUE
006110         END-COMPUTE
006120     END-IF
006130     IF WS-SIZE-ERROR
006140         ADD 1 TO WS-ROWS-SIZE-ERROR
006150         MOVE "RE-RATED RESULT OVERFLOWS THE RESULT FIELD"
006160             TO WS-RPT-EXC-REASON
006170         PERFORM 2900-LIST-EXCEPTION THRU 2900-EXIT
006180         GO TO 2100-EXIT
006190     END-IF
006200
006210     PERFORM 2200-LOOKUP-OLD-RATE THRU 2200-EXIT
006220
006230     MOVE WS-NEW-RESULT TO HST-RESULT
006240     MOVE WS-NEW-EFF-DATE TO HST-RATE-EFF-DATE
006250     REWRITE CPYHST01-HISTORY-RECORD
006260         INVALID KEY
006270             DISPLAY "ADDRRATE ABEND - HSTFILE REWRITE FAILED "
006280                 "FOR " HST-TRANS-ID ", STATUS = "
006290                 WS-HST-FILE-STATUS
006300             MOVE 8 TO RETURN-CODE
006310             STOP RUN
006320     END-REWRITE
006330     ADD 1 TO WS-ROWS-RERATED
006340     ADD WS-OLD-RESULT TO WS-OLD-TOTAL
006350     ADD WS-NEW-RESULT TO WS-NEW-TOTAL
006360
006370     IF WS-ADJ-AMOUNT = 0
006380         ADD 1 TO WS-ROWS-NO-CHANGE
006390     ELSE
006400         PERFORM 2300-WRITE-ADJUSTMENT THRU 2300-EXIT
006410     END-IF
006420
006430     MOVE HST-TRANS-ID TO WS-RPT-TRANS-ID
006440     MOVE HST-RUN-DATE TO WS-RPT-RUN-DATE
006450     MOVE WS-OLD-RATE-VALUE TO WS-RPT-OLD-RATE
006460     MOVE WS-NEW-RATE-VALUE TO WS-RPT-NEW-RATE
006470     MOVE WS-OLD-RESULT TO WS-RPT-OLD-RESULT
006480     MOVE WS-NEW-RESULT TO WS-RPT-NEW-RESULT
006490     MOVE WS-ADJ-AMOUNT TO WS-RPT-ADJ-AMOUNT
006500     WRITE RERATE-REPORT-LINE FROM WS-RPT-DETAIL-LINE.
006510 2100-EXIT.
006520     EXIT.
006530
006540******************************************************************
006550***  2200-LOOKUP-OLD-RATE - THE RATE THE ROW WAS ORIGINALLY      *
006560***  RATED AT, FOR THE REPORT. A ROW SINCE DELETED THROUGH       *
006570***  ADDRMNT SHOWS AS ZERO - THE OLD RESULT STILL STANDS.        *
006580******************************************************************
006590 2200-LOOKUP-OLD-RATE.
006600     MOVE 0 TO WS-OLD-RATE-VALUE
006610     MOVE HST-RATE-CODE TO RAT-RATE-CODE
006620     MOVE HST-RATE-EFF-DATE TO RAT-EFF-DATE
006630     READ RATE-FILE
006640         INVALID KEY
006650             CONTINUE
006660         NOT INVALID KEY
006670             MOVE RAT-RATE-VALUE TO WS-OLD-RATE-VALUE
006680     END-READ.
006690 2200-EXIT.
006700     EXIT.
006710
006720******************************************************************
006730***  2300-WRITE-ADJUSTMENT - ONE ADJUSTMENT EXTRACT RECORD:      *
006740***  OPERANDS ZERO, RESULT THE DIFFERENCE, DATED TO THE          *
006750***  ORIGINAL RUN DATE AND CYCLE SO DOWNSTREAM APPLIES IT        *
006760***  AGAINST THE TRANSACTION IT CORRECTS.                        *
006770******************************************************************
006780 2300-WRITE-ADJUSTMENT.
006790     MOVE SPACES TO CPYEXT01-EXTRACT-RECORD
006800     MOVE HST-TRANS-ID TO EXT-TRANS-ID
006810     MOVE 0 TO EXT-NUM1
006820     MOVE 0 TO EXT-NUM2
006830     MOVE WS-ADJ-AMOUNT TO EXT-RESULT
006840     MOVE HST-RUN-DATE TO EXT-RUN-DATE
006850     MOVE HST-SOURCE-ID TO EXT-SOURCE-ID
006860     MOVE HST-CYCLE-NO TO EXT-CYCLE-NO
006870     WRITE CPYEXT01-EXTRACT-RECORD
006880     IF WS-ADJ-FILE-STATUS NOT = "00"
006890         DISPLAY "ADDRRATE ABEND - RRXFILE WRITE FAILED, STATUS ="
006900             " " WS-ADJ-FILE-STATUS
006910         MOVE 8 TO RETURN-CODE
006920         STOP RUN
006930     END-IF
006940     ADD 1 TO WS-ADJ-WRITTEN
006950     ADD WS-ADJ-AMOUNT TO WS-ADJ-TOTAL
006960     PERFORM 2400-APPLY-TO-PERIOD THRU 2400-EXIT.
006970 2300-EXIT.
006980     EXIT.
006990
007000******************************************************************
007010***  2400-APPLY-TO-PERIOD - AN ADJUSTMENT TO A PERIOD ADDGLPST   *
007020***  HAS POSTED IS JOURNALED HERE AND ADDED TO THE PERIOD'S      *
007030***  CODE R TOTAL ON THE POSTING-PERIOD FILE, SO ADDGLADJ SEES   *
007040***  IT AS ALREADY POSTED. ONE TO A PERIOD NOT YET POSTED IS     *
007050***  LEFT FOR ADDGLPST TO SWEEP FROM THE CORRECTED HISTORY ROW.  *
007060******************************************************************
007070 2400-APPLY-TO-PERIOD.
007080     MOVE HST-RUN-DATE TO GLP-RUN-DATE
007090     MOVE HST-CYCLE-NO TO GLP-CYCLE-NO
007100     READ PERIOD-FILE
007110         INVALID KEY
007120             ADD WS-ADJ-AMOUNT TO WS-UNPOSTED-ADJ-TOTAL
007130             GO TO 2400-EXIT
007140     END-READ
007150     MOVE 0 TO WS-GLP-SLOT
007160     PERFORM 2410-MATCH-ONE-SLOT THRU 2410-EXIT
007170         VARYING WS-GLP-SUB FROM 1 BY 1
007180         UNTIL WS-GLP-SLOT > 0 OR WS-GLP-SUB > 6
007190     IF WS-GLP-SLOT = 0
007200         DISPLAY "ADDRRATE ABEND - NO FREE CODE SLOT ON GLPFILE "
007210             "FOR PERIOD " GLP-RUN-DATE " CYCLE " GLP-CYCLE-NO
007220         MOVE 8 TO RETURN-CODE
007230         STOP RUN
007240     END-IF
007250     IF GLP-CODE (WS-GLP-SLOT) = SPACES
007260         MOVE "R" TO GLP-CODE (WS-GLP-SLOT)
007270         MOVE 0 TO GLP-CODE-COUNT (WS-GLP-SLOT)
007280         MOVE 0 TO GLP-CODE-TOTAL (WS-GLP-SLOT)
007290     END-IF
007300     ADD WS-ADJ-AMOUNT TO GLP-CODE-TOTAL (WS-GLP-SLOT)
007310     ADD WS-ADJ-AMOUNT TO GLP-RESULT-TOTAL
007320     MOVE WS-RUN-DATE TO GLP-LAST-POST-DATE
007330     SET GLP-ADJUSTED TO TRUE
007340     REWRITE CPYGLP01-PERIOD-RECORD
007350         INVALID KEY
007360             DISPLAY "ADDRRATE ABEND - GLPFILE REWRITE FAILED, "
007370                 "STATUS = " WS-GLP-FILE-STATUS
007380             MOVE 8 TO RETURN-CODE
007390             STOP RUN
007400     END-REWRITE
007410     IF WS-FIRST-ADJ-DATE = 0
007420         MOVE HST-RUN-DATE TO WS-FIRST-ADJ-DATE
007430     END-IF
007440     MOVE HST-RUN-DATE TO WS-LAST-ADJ-DATE
007450     ADD 1 TO WS-GL-ADJ-WRITTEN
007460     ADD WS-ADJ-AMOUNT TO WS-GL-ADJ-TOTAL.
007470 2400-EXIT.
007480     EXIT.
007490
007500******************************************************************
007510***  2410-MATCH-ONE-SLOT - THE PERIOD'S CODE R SLOT, OR FAILING  *
007520***  THAT ITS FIRST FREE ONE                                     *
007530******************************************************************
007540 2410-MATCH-ONE-SLOT.
007550     IF GLP-CODE (WS-GLP-SUB) = "R"
007560         MOVE WS-GLP-SUB TO WS-GLP-SLOT
007570         GO TO 2410-EXIT
007580     END-IF
007590     IF GLP-CODE (WS-GLP-SUB) = SPACES
007600         MOVE WS-GLP-SUB TO WS-GLP-SLOT
007610     END-IF.
007620 2410-EXIT.
007630     EXIT.
007640
007650******************************************************************
007660***  2900-LIST-EXCEPTION - ONE NOT-RE-RATED LINE FOR THE         *
007670***  CURRENT HISTORY ROW; THE CALLER SETS THE REASON             *
007680******************************************************************
007690 2900-LIST-EXCEPTION.
007700     MOVE HST-TRANS-ID TO WS-RPT-EXC-TRANS-ID
007710     MOVE HST-RUN-DATE TO WS-RPT-EXC-RUN-DATE
007720     WRITE RERATE-REPORT-LINE FROM WS-RPT-EXCEPTION-LINE.
007730 2900-EXIT.
007740     EXIT.
007750
007760******************************************************************
007770***  3000-BUILD-JOURNAL - THE NET ADJUSTMENT TO POSTED PERIODS   *
007780***  AS ONE DEBIT AND ONE CREDIT LEG, POSTED ON THE PROCESSING   *
007790***  DATE AND SPANNING THE FIRST TO THE LAST RUN DATE JOURNALED. *
007800***  NOTHING IS POSTED WHEN NO POSTED PERIOD CHANGED.            *
007810******************************************************************
007820 3000-BUILD-JOURNAL.
007830     IF WS-GL-ADJ-WRITTEN = 0
007840         GO TO 3000-EXIT
007850     END-IF
007860     MOVE SPACES TO CPYJRN01-JOURNAL-RECORD
007870     MOVE WS-RUN-DATE TO JRN-POST-DATE
007880     MOVE WS-ADJ-DEBIT-ACCT TO JRN-ACCOUNT
007890     SET JRN-DEBIT-LEG TO TRUE
007900     MOVE WS-GL-ADJ-TOTAL TO JRN-AMOUNT
007910     MOVE "R" TO JRN-TRANS-CODE
007920     MOVE WS-FIRST-ADJ-DATE TO JRN-SWEPT-FROM
007930     MOVE WS-LAST-ADJ-DATE TO JRN-SWEPT-TO
007940     WRITE CPYJRN01-JOURNAL-RECORD
007950     ADD 1 TO WS-JRN-LEGS-WRITTEN
007960     ADD WS-GL-ADJ-TOTAL TO WS-TOTAL-DEBITS
007970
007980     MOVE WS-ADJ-CREDIT-ACCT TO JRN-ACCOUNT
007990     SET JRN-CREDIT-LEG TO TRUE
008000     WRITE CPYJRN01-JOURNAL-RECORD
008010     ADD 1 TO WS-JRN-LEGS-WRITTEN
008020     ADD WS-GL-ADJ-TOTAL TO WS-TOTAL-CREDITS.
008030 3000-EXIT.
008040     EXIT.
008050
008060******************************************************************
008070***  7000-WRITE-CONTROL-TOTALS - THE PROOF: NEW RESULTS LESS     *
008080***  OLD RESULTS EQUAL THE ADJUSTMENTS WRITTEN, WHICH EQUAL THE  *
008090***  ADJUSTMENTS JOURNALED PLUS THOSE LEFT FOR ADDGLPST, AND     *
008100***  DEBITS EQUAL CREDITS EQUAL THE ADJUSTMENTS JOURNALED        *
008110******************************************************************
008120 7000-WRITE-CONTROL-TOTALS.
008130     MOVE "HISTORY ROWS IN THE NEW ROW'S SPAN"
008140         TO WS-RPT-TOTAL-LABEL
008150     MOVE WS-ROWS-SWEPT TO WS-RPT-TOTAL-VALUE
008160     WRITE RERATE-REPORT-LINE FROM WS-RPT-TOTAL-LINE
008170     MOVE "R ROWS RE-RATED" TO WS-RPT-TOTAL-LABEL
008180     MOVE WS-ROWS-RERATED TO WS-RPT-TOTAL-VALUE
008190     WRITE RERATE-REPORT-LINE FROM WS-RPT-TOTAL-LINE
008200     MOVE "  OF WHICH RESULT UNCHANGED" TO WS-RPT-TOTAL-LABEL
008210     MOVE WS-ROWS-NO-CHANGE TO WS-RPT-TOTAL-VALUE
008220     WRITE RERATE-REPORT-LINE FROM WS-RPT-TOTAL-LINE
008230     MOVE "R ROWS WITH NO RATE ROW RECORDED" TO WS-RPT-TOTAL-LABEL
008240     MOVE WS-ROWS-NOT-RECORDED TO WS-RPT-TOTAL-VALUE
008250     WRITE RERATE-REPORT-LINE FROM WS-RPT-TOTAL-LINE
008260     MOVE "R ROWS NOT RE-RATED - OVERFLOW" TO WS-RPT-TOTAL-LABEL
008270     MOVE WS-ROWS-SIZE-ERROR TO WS-RPT-TOTAL-VALUE
008280     WRITE RERATE-REPORT-LINE FROM WS-RPT-TOTAL-LINE
008290     MOVE "R ROWS NOT RE-RATED - REVERSED" TO WS-RPT-TOTAL-LABEL
008300     MOVE WS-ROWS-REVERSED TO WS-RPT-TOTAL-VALUE
008310     WRITE RERATE-REPORT-LINE FROM WS-RPT-TOTAL-LINE
008320     MOVE "OLD RESULT TOTAL" TO WS-RPT-TOTAL-LABEL
008330     MOVE WS-OLD-TOTAL TO WS-RPT-AMOUNT-VALUE
008340     WRITE RERATE-REPORT-LINE FROM WS-RPT-TOTAL-LINE
008350     MOVE "NEW RESULT TOTAL" TO WS-RPT-TOTAL-LABEL
008360     MOVE WS-NEW-TOTAL TO WS-RPT-AMOUNT-VALUE
008370     WRITE RERATE-REPORT-LINE FROM WS-RPT-TOTAL-LINE
008380     MOVE "ADJUSTMENT RECORDS WRITTEN" TO WS-RPT-TOTAL-LABEL
008390     MOVE WS-ADJ-WRITTEN TO WS-RPT-TOTAL-VALUE
008400     WRITE RERATE-REPORT-LINE FROM WS-RPT-TOTAL-LINE
008410     MOVE "ADJUSTMENT TOTAL" TO WS-RPT-TOTAL-LABEL
008420     MOVE WS-ADJ-TOTAL TO WS-RPT-AMOUNT-VALUE
008430     WRITE RERATE-REPORT-LINE FROM WS-RPT-TOTAL-LINE
008440     MOVE "  JOURNALED - PERIOD ALREADY POSTED"
008450         TO WS-RPT-TOTAL-LABEL
008460     MOVE WS-GL-ADJ-TOTAL TO WS-RPT-AMOUNT-VALUE
008470     WRITE RERATE-REPORT-LINE FROM WS-RPT-TOTAL-LINE
008480     MOVE "  LEFT FOR ADDGLPST - NOT POSTED" TO WS-RPT-TOTAL-LABEL
008490     MOVE WS-UNPOSTED-ADJ-TOTAL TO WS-RPT-AMOUNT-VALUE
008500     WRITE RERATE-REPORT-LINE FROM WS-RPT-TOTAL-LINE
008510     MOVE "JOURNAL LEGS WRITTEN" TO WS-RPT-TOTAL-LABEL
008520     MOVE WS-JRN-LEGS-WRITTEN TO WS-RPT-TOTAL-VALUE
008530     WRITE RERATE-REPORT-LINE FROM WS-RPT-TOTAL-LINE
008540     MOVE "TOTAL DEBITS" TO WS-RPT-TOTAL-LABEL
008550     MOVE WS-TOTAL-DEBITS TO WS-RPT-AMOUNT-VALUE
008560     WRITE RERATE-REPORT-LINE FROM WS-RPT-TOTAL-LINE
008570     MOVE "TOTAL CREDITS" TO WS-RPT-TOTAL-LABEL
008580     MOVE WS-TOTAL-CREDITS TO WS-RPT-AMOUNT-VALUE
008590     WRITE RERATE-REPORT-LINE FROM WS-RPT-TOTAL-LINE
008600
008610     COMPUTE WS-NET-CHANGE = WS-NEW-TOTAL - WS-OLD-TOTAL
008620     IF WS-NET-CHANGE NOT = WS-ADJ-TOTAL
008630         SET WS-OUT-OF-BALANCE TO TRUE
008640     END-IF
008650     IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
008660         SET WS-OUT-OF-BALANCE TO TRUE
008670     END-IF
008680     IF WS-GL-ADJ-TOTAL + WS-UNPOSTED-ADJ-TOTAL NOT = WS-ADJ-TOTAL
008690         SET WS-OUT-OF-BALANCE TO TRUE
008700     END-IF
008710     IF WS-TOTAL-DEBITS NOT = WS-GL-ADJ-TOTAL
008720         SET WS-OUT-OF-BALANCE TO TRUE
008730     END-IF
008740
008750     IF WS-OUT-OF-BALANCE
008760         MOVE "*** ADJUSTMENTS NOT PROVEN - DO NOT TRANSMIT ***"
008770             TO WS-RPT-VERDICT
008780     ELSE
008790         MOVE "PROVEN - NEW LESS OLD = ADJ = JRNL + LEFT, DR = CR"
008800             TO WS-RPT-VERDICT
008810     END-IF
008820     WRITE RERATE-REPORT-LINE FROM WS-RPT-VERDICT-LINE.
008830 7000-EXIT.
008840     EXIT.
