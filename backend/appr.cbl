000010******************************************************************
000020***                                                              **
000030***  PROGRAM    : ADDAPPR                                        **
000040***  AUTHOR     : J W MARTIN                                     **
000050***  INSTALLATN : DAYLIGHT FINANCIAL SERVICES - BATCH SYSTEMS    **
000060***  DATE-WRTN  : 2026-10-15                                     **
000070***                                                              **
000080***  ABSTRACT                                                    **
000090***    CHECKER SESSION FOR THE ADDMAINT MAKER-CHECKER CONTROL.   **
000100***    WALKS THE PENDING-APPROVAL FILE (CPYAPR01) AND LETS A     **
000110***    SIGNED-ON OPERATOR APPROVE (A), DECLINE (D) OR SKIP (S)   **
000120***    EACH PENDING CANCEL OR OVER-THRESHOLD CORRECTION. THE     **
000130***    CHECKER MUST NOT BE THE OPERATOR WHO KEYED THE ITEM -     **
000140***    THE MAKER'S OWN ITEMS ARE SHOWN BUT CANNOT BE ACTIONED.   **
000150***    APPROVING A CANCEL NEEDS AUTHORITY LEVEL 3, THE SAME AS   **
000160***    KEYING ONE.                                               **
000170***                                                              **
000180***    AN APPROVED CORRECTION IS APPENDED TO APRIN FOR THE NEXT  **
000190***    ADDNUMS RUN, FLAGS THE SUSPENSE ITEM CORRECTED AND SETS   **
000200***    THE ONE-SHOT DUPLICATE OVERRIDE, EXACTLY AS ADDMAINT DOES **
000210***    FOR AN UNDER-THRESHOLD ONE. AN APPROVED CANCEL FLAGS THE  **
000220***    SUSPENSE ITEM CANCELLED. A DECLINED ITEM TOUCHES NEITHER; **
000230***    THE REJECT STAYS OPEN FOR ANOTHER ADDMAINT PASS. EVERY    **
000240***    DECISION IS STAMPED ON THE APPROVAL RECORD AND WRITTEN TO **
000250***    THE ACTIVITY LOG (CPYACT01) WITH BOTH THE CHECKER AND THE **
000260***    MAKER OPERATOR IDS.                                       **
000270***                                                              **
000280***  RETURN CODES                                                **
000290***    RC=0  SESSION COMPLETE                                    **
000300***    RC=8  SIGN-ON REFUSED OR FILE ERROR                       **
000310***                                                              **
000320***  MOD HISTORY                                                 **
000330***  ----------------------------------------------------------  **
000340***  2026-10-15  JWM  ORIGINAL VERSION                           **
000350***  2026-10-15  JWM  A PENDING ITEM WHOSE SOURCE HAS SINCE      **
000360***                   RESUBMITTED THE TRANSACTION THROUGH        **
000370***                   ADDRSUB IS DECLINED INSTEAD OF OFFERED,    **
000380***                   SO THE SAME TRANS-ID CANNOT REACH NEWIN    **
000390***                   AND RESUBIN BOTH.                          **
000400***  2026-10-15  JWM  APPROVED CORRECTIONS ARE APPENDED TO       **
000410***                   THEIR OWN ACCUMULATING FILE (APRIN),       **
000420***                   WHICH ADDNUMS.JCL MERGES AND EMPTIES,      **
000430***                   NOT TO ADDMAINT'S NEWIN - AN APPROVAL      **
000440***                   KEYED AFTER ADDNUMS AND AHEAD OF THE       **
000450***                   NEXT ADDMAINT WAS LOST.                    **
000460***  2026-10-15  JWM  AN ITEM WHOSE SUSPENSE ROW IS ALREADY      **
000470***                   CORRECTED, CANCELLED OR REPROCESSED IS     **
000480***                   NOW AUTO-DECLINED AS A RESUBMITTED ONE     **
000490***                   WAS - ONLY AN OPEN OR RETURNED ITEM CAN    **
000500***                   REACH 2200-APPROVE-ITEM, SO A RESOLVED     **
000510***                   ITEM IS NEVER LOADED AGAIN.                **
000520***  2026-10-15  JWM  A PENDING CORRECTION TO A REJECTED         **
000530***                   REVERSAL (SUSPENSE REASON NORG, RVSD OR    **
000540***                   RVRV) IS DECLINED, NOT APPLIED - IT        **
000550***                   WOULD POST AN UNRELATED TRANSACTION        **
000560***                   UNDER THE V'S TRANS-ID. THE SOURCE RE-     **
000570***                   FEEDS THE REVERSAL AS A FRESH V.           **
000580***                                                              **
000590******************************************************************
000600 IDENTIFICATION DIVISION.
000610 PROGRAM-ID.     ADDAPPR.
000620 AUTHOR.         J W MARTIN.
000630 INSTALLATION.   DAYLIGHT FINANCIAL SERVICES.
000640 DATE-WRITTEN.   2026-10-15.
000650 DATE-COMPILED.
000660
000670 ENVIRONMENT DIVISION.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT APPROVAL-FILE ASSIGN TO "APRFILE"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS APR-TRANS-ID
000740         FILE STATUS IS WS-APR-FILE-STATUS.
000750
000760     SELECT NEW-INPUT-FILE ASSIGN TO "APRIN"
000770         ORGANIZATION IS LINE SEQUENTIAL.
000780
000790     SELECT SUSPENSE-FILE ASSIGN TO "SUSFILE"
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS RANDOM
000820         RECORD KEY IS SUS-TRANS-ID
000830         FILE STATUS IS WS-SUS-FILE-STATUS.
000840
000850     SELECT DUP-CONTROL-FILE ASSIGN TO "DUPFILE"
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS RANDOM
000880         RECORD KEY IS DUP-TRANS-ID
000890         FILE STATUS IS WS-DUP-FILE-STATUS.
000900
000910     SELECT OPERATOR-FILE ASSIGN TO "OPRFILE"
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS RANDOM
000940         RECORD KEY IS OPR-OPERATOR-ID
000950         FILE STATUS IS WS-OPR-FILE-STATUS.
000960
000970     SELECT ACTIVITY-FILE ASSIGN TO "ACTFILE"
000980         ORGANIZATION IS INDEXED
000990         ACCESS MODE IS RANDOM
001000         RECORD KEY IS ACT-KEY
001010         FILE STATUS IS WS-ACT-FILE-STATUS.
001020
001030     SELECT PROC-DATE-FILE ASSIGN TO "PDTFILE"
001040         ORGANIZATION IS INDEXED
001050         ACCESS MODE IS RANDOM
001060         RECORD KEY IS PDT-KEY
001070         FILE STATUS IS WS-PDT-FILE-STATUS.
001080
001090 DATA DIVISION.
001100 FILE SECTION.
001110 FD  APPROVAL-FILE
001120     LABEL RECORDS ARE STANDARD.
001130 COPY CPYAPR01.
001140
001150 FD  NEW-INPUT-FILE
001160     LABEL RECORDS ARE STANDARD.
001170 COPY CPYIN01.
001180
001190 FD  SUSPENSE-FILE
001200     LABEL RECORDS ARE STANDARD.
001210 COPY CPYSUS01.
001220
001230 FD  DUP-CONTROL-FILE
001240     LABEL RECORDS ARE STANDARD.
001250 COPY CPYDUP01.
001260
001270 FD  OPERATOR-FILE
001280     LABEL RECORDS ARE STANDARD.
001290 COPY CPYOPR01.
001300
001310 FD  ACTIVITY-FILE
001320     LABEL RECORDS ARE STANDARD.
001330 COPY CPYACT01.
001340
001350 FD  PROC-DATE-FILE
001360     LABEL RECORDS ARE STANDARD.
001370 COPY CPYPDT01.
001380
001390 WORKING-STORAGE SECTION.
001400******************************************************************
001410***  SWITCHES                                                    *
001420******************************************************************
001430 77  WS-EOF-SW               PIC X(01)   VALUE 'N'.
001440     88  END-OF-APPROVAL-FILE            VALUE 'Y'.
001450
001460******************************************************************
001470***  FILE STATUS AREAS                                           *
001480******************************************************************
001490 77  WS-APR-FILE-STATUS      PIC X(02)   VALUE "00".
001500 77  WS-SUS-FILE-STATUS      PIC X(02)   VALUE "00".
001510 77  WS-DUP-FILE-STATUS      PIC X(02)   VALUE "00".
001520 77  WS-OPR-FILE-STATUS      PIC X(02)   VALUE "00".
001530 77  WS-ACT-FILE-STATUS      PIC X(02)   VALUE "00".
001540 77  WS-PDT-FILE-STATUS      PIC X(02)   VALUE "00".
001550
001560******************************************************************
001570***  OPERATOR INPUT AREAS                                        *
001580******************************************************************
001590 77  WS-OPERATOR-DECISION    PIC X(01)   VALUE SPACE.
001600     88  WS-DECISION-APPROVE             VALUE "A".
001610     88  WS-DECISION-DECLINE             VALUE "D".
001620     88  WS-DECISION-SKIP                VALUE "S".
001630     88  WS-DECISION-VALID               VALUES "A" "D" "S".
001640
001650******************************************************************
001660***  CONTROL TOTALS                                              *
001670******************************************************************
001680 77  WS-RECS-PENDING         PIC 9(7) COMP   VALUE 0.
001690 77  WS-RECS-APPROVED        PIC 9(7) COMP   VALUE 0.
001700 77  WS-RECS-DECLINED        PIC 9(7) COMP   VALUE 0.
001710 77  WS-RECS-SKIPPED         PIC 9(7) COMP   VALUE 0.
001720 77  WS-RECS-OWN-ITEMS       PIC 9(7) COMP   VALUE 0.
001730
001740******************************************************************
001750***  OPERATOR SIGN-ON AND ACTIVITY-LOG CONTROLS - THE SESSION    *
001760***  TIMESTAMP PLUS A RUNNING SEQUENCE KEYS EVERY ACTIVITY       *
001770***  RECORD THIS SESSION WRITES                                  *
001780******************************************************************
001790 77  WS-RUN-DATE             PIC 9(08)   VALUE 0.
001800 77  WS-OPERATOR-SIGNON      PIC X(08)   VALUE SPACES.
001810 77  WS-SIGNON-LEVEL         PIC X(01)   VALUE SPACE.
001820     88  WS-SIGNON-MAY-CANCEL            VALUE "3".
001830 77  WS-SESSION-TIMESTAMP    PIC X(14)   VALUE SPACES.
001840 01  WS-SESSION-TIME.
001850     05  WS-SESSION-HHMMSS   PIC 9(06).
001860     05  WS-SESSION-CC       PIC 9(02).
001870 77  WS-ACT-SEQ              PIC 9(04)       VALUE 0.
001880 77  WS-SUS-NEW-STATUS       PIC X(01)   VALUE SPACE.
001890 77  WS-LOG-ACTION           PIC X(01)   VALUE SPACE.
001900 77  WS-LOG-OLD-STATUS       PIC X(01)   VALUE SPACE.
001910 77  WS-LOG-NEW-STATUS       PIC X(01)   VALUE SPACE.
001920 77  WS-SUS-STATUS-TEXT      PIC X(24)   VALUE SPACES.
001930
001940******************************************************************
001950***  DISPLAY EDIT AREAS                                          *
001960******************************************************************
001970 77  WS-AMOUNT-DISPLAY       PIC -(4)9.99.
001980 77  WS-RESULT-DISPLAY       PIC -(7)9.99.
001990
002000 PROCEDURE DIVISION.
002010******************************************************************
002020***  BEGIN - PROGRAM MAINLINE                                     *
002030******************************************************************
002040 BEGIN.
002050     PERFORM 0300-READ-PROCESSING-DATE THRU 0300-EXIT
002060     MOVE PDT-RUN-DATE TO WS-RUN-DATE
002070     ACCEPT WS-SESSION-TIME FROM TIME
002080     MOVE WS-RUN-DATE TO WS-SESSION-TIMESTAMP(1:8)
002090     MOVE WS-SESSION-HHMMSS TO WS-SESSION-TIMESTAMP(9:6)
002100     PERFORM 0100-SIGN-ON THRU 0100-EXIT
002110     OPEN I-O APPROVAL-FILE
002120     IF WS-APR-FILE-STATUS NOT = "00"
002130         DISPLAY "ADDAPPR ABEND - APRFILE OPEN FAILED, STATUS = "
002140             WS-APR-FILE-STATUS
002150         MOVE 8 TO RETURN-CODE
002160         STOP RUN
002170     END-IF
002180     OPEN EXTEND NEW-INPUT-FILE
002190     OPEN I-O SUSPENSE-FILE
002200     IF WS-SUS-FILE-STATUS NOT = "00"
002210         DISPLAY "ADDAPPR ABEND - SUSFILE OPEN FAILED, STATUS = "
002220             WS-SUS-FILE-STATUS
002230         MOVE 8 TO RETURN-CODE
002240         STOP RUN
002250     END-IF
002260     OPEN I-O DUP-CONTROL-FILE
002270     IF WS-DUP-FILE-STATUS NOT = "00"
002280         DISPLAY "ADDAPPR ABEND - DUPFILE OPEN FAILED, STATUS = "
002290             WS-DUP-FILE-STATUS
002300         MOVE 8 TO RETURN-CODE
002310         STOP RUN
002320     END-IF
002330     OPEN I-O ACTIVITY-FILE
002340     IF WS-ACT-FILE-STATUS NOT = "00"
002350         DISPLAY "ADDAPPR ABEND - ACTFILE OPEN FAILED, STATUS = "
002360             WS-ACT-FILE-STATUS
002370         MOVE 8 TO RETURN-CODE
002380         STOP RUN
002390     END-IF
002400
002410     MOVE LOW-VALUES TO CPYAPR01-APPROVAL-RECORD
002420     MOVE 0 TO APR-TRANS-ID
002430     START APPROVAL-FILE KEY IS >= APR-TRANS-ID
002440         INVALID KEY
002450             SET END-OF-APPROVAL-FILE TO TRUE
002460     END-START
002470     IF NOT END-OF-APPROVAL-FILE
002480         PERFORM 1000-READ-APPROVAL-FILE THRU 1000-EXIT
002490     END-IF
002500
002510     PERFORM 2000-REVIEW-ITEM THRU 2000-EXIT
002520         UNTIL END-OF-APPROVAL-FILE
002530
002540     CLOSE APPROVAL-FILE
002550     CLOSE NEW-INPUT-FILE
002560     CLOSE SUSPENSE-FILE
002570     CLOSE DUP-CONTROL-FILE
002580     CLOSE ACTIVITY-FILE
002590
002600     DISPLAY "ADDAPPR COMPLETE"
002610     DISPLAY "  ITEMS PENDING .............. " WS-RECS-PENDING
002620     DISPLAY "  APPROVED ................... " WS-RECS-APPROVED
002630     DISPLAY "  DECLINED ................... " WS-RECS-DECLINED
002640     DISPLAY "  SKIPPED .................... " WS-RECS-SKIPPED
002650     DISPLAY "  OWN ITEMS (NOT ACTIONED) ... " WS-RECS-OWN-ITEMS
002660
002670     STOP RUN.
002680
002690******************************************************************
002700***  0100-SIGN-ON - IDENTIFY THE CHECKER AGAINST THE OPERATOR    *
002710***  MASTER. AN UNKNOWN OR REVOKED ID, OR INQUIRY-ONLY           *
002720***  AUTHORITY, ENDS THE SESSION WITH RC=8. THE LEVEL IS HELD    *
002730***  FOR THE CANCEL CHECK IN 2050-ACCEPT-DECISION.               *
002740******************************************************************
002750 0100-SIGN-ON.
002760     OPEN INPUT OPERATOR-FILE
002770     IF WS-OPR-FILE-STATUS NOT = "00"
002780         DISPLAY "ADDAPPR ABEND - OPRFILE OPEN FAILED, STATUS = "
002790             WS-OPR-FILE-STATUS
002800         MOVE 8 TO RETURN-CODE
002810         STOP RUN
002820     END-IF
002830     MOVE SPACES TO WS-OPERATOR-SIGNON
002840     PERFORM 0110-PROMPT-FOR-OPERATOR THRU 0110-EXIT
002850         UNTIL WS-OPERATOR-SIGNON NOT = SPACES
002860     MOVE WS-OPERATOR-SIGNON TO OPR-OPERATOR-ID
002870     READ OPERATOR-FILE
002880         INVALID KEY
002890             DISPLAY "ADDAPPR - OPERATOR NOT ON THE OPERATOR "
002900                 "MASTER - SESSION DENIED"
002910             MOVE 8 TO RETURN-CODE
002920             STOP RUN
002930     END-READ
002940     IF NOT OPR-ACTIVE
002950         DISPLAY "ADDAPPR - OPERATOR IS REVOKED - SESSION "
002960             "DENIED"
002970         MOVE 8 TO RETURN-CODE
002980         STOP RUN
002990     END-IF
003000     IF NOT OPR-AUTH-CORRECT AND NOT OPR-AUTH-CANCEL
003010         DISPLAY "ADDAPPR - INQUIRY-ONLY AUTHORITY - USE "
003020             "ADDINQ - SESSION DENIED"
003030         MOVE 8 TO RETURN-CODE
003040         STOP RUN
003050     END-IF
003060     MOVE OPR-AUTH-LEVEL TO WS-SIGNON-LEVEL
003070     CLOSE OPERATOR-FILE
003080     DISPLAY "SIGNED ON - " OPR-NAME
003090         " (LEVEL " OPR-AUTH-LEVEL ")".
003100 0100-EXIT.
003110     EXIT.
003120
003130******************************************************************
003140***  0110-PROMPT-FOR-OPERATOR - ONE KEYING ATTEMPT AT THE ID     *
003150******************************************************************
003160 0110-PROMPT-FOR-OPERATOR.
003170     DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
003180     ACCEPT WS-OPERATOR-SIGNON.
003190 0110-EXIT.
003200     EXIT.
003210
003220******************************************************************
003230***  0300-READ-PROCESSING-DATE - FETCH THE PROCESSING DATE       *
003240***  FROM THE CPYPDT01 CONTROL RECORD ROLLED BY ADDEOD. NO       *
003250***  RECORD MEANS THE SUITE HAS NOT BEEN SEEDED - THE RUN STOPS. *
003260******************************************************************
003270 0300-READ-PROCESSING-DATE.
003280     OPEN INPUT PROC-DATE-FILE
003290     IF WS-PDT-FILE-STATUS NOT = "00"
003300         DISPLAY "ADDAPPR ABEND - PDTFILE OPEN FAILED, STATUS = "
003310             WS-PDT-FILE-STATUS
003320         MOVE 8 TO RETURN-CODE
003330         STOP RUN
003340     END-IF
003350     MOVE "PROCDATE" TO PDT-KEY
003360     READ PROC-DATE-FILE
003370         INVALID KEY
003380             DISPLAY "ADDAPPR ABEND - NO PROCESSING-DATE RECORD "
003390                 "ON PDTFILE - SEED IT WITH ADDEOD"
003400             MOVE 8 TO RETURN-CODE
003410             STOP RUN
003420     END-READ
003430     CLOSE PROC-DATE-FILE.
003440 0300-EXIT.
003450     EXIT.
003460
003470******************************************************************
003480***  1000-READ-APPROVAL-FILE - READ THE NEXT APPROVAL RECORD     *
003490******************************************************************
003500 1000-READ-APPROVAL-FILE.
003510     READ APPROVAL-FILE NEXT RECORD
003520         AT END
003530             SET END-OF-APPROVAL-FILE TO TRUE
003540     END-READ.
003550 1000-EXIT.
003560     EXIT.
003570
003580******************************************************************
003590***  2000-REVIEW-ITEM - SHOW ONE PENDING ITEM AND TAKE THE       *
003600***  CHECKER'S DECISION. RESOLVED ITEMS ARE PASSED OVER; THE     *
003610***  MAKER'S OWN ITEMS ARE SHOWN BUT LEFT PENDING. AN ITEM WHOSE *
003620***  SUSPENSE ROW IS NO LONGER OPEN OR RETURNED - CORRECTED,     *
003630***  CANCELLED, REPROCESSED, OR RESUBMITTED BY ITS SOURCE        *
003640***  (ADDRSUB) - IS DECLINED: APPLYING IT TOO WOULD LOAD THE     *
003650***  TRANS-ID TWICE OR OVERWRITE THE RESOLVED STATUS. SO IS A    *
003660***  CORRECTION TO A REJECTED REVERSAL (NORG, RVSD, RVRV): IT     *
003670***  WOULD POST UNDER THE V'S TRANS-ID WITH NO LINK TO THE ROW   *
003680***  IT WAS MEANT TO BACK OUT. A CANCEL OF ONE STILL GOES AHEAD. *
003690******************************************************************
003700 2000-REVIEW-ITEM.
003710     IF NOT APR-PENDING
003720         GO TO 2000-NEXT
003730     END-IF
003740     ADD 1 TO WS-RECS-PENDING
003750     PERFORM 2100-SHOW-ITEM THRU 2100-EXIT
003760
003770     IF APR-MAKER-ID = WS-OPERATOR-SIGNON
003780         DISPLAY "  KEYED BY YOU - A DIFFERENT OPERATOR MUST "
003790             "APPROVE OR DECLINE IT"
003800         ADD 1 TO WS-RECS-OWN-ITEMS
003810         GO TO 2000-NEXT
003820     END-IF
003830
003840     MOVE APR-TRANS-ID TO SUS-TRANS-ID
003850     READ SUSPENSE-FILE
003860         INVALID KEY
003870             CONTINUE
003880         NOT INVALID KEY
003890             IF NOT SUS-OPEN AND NOT SUS-RETURNED
003900                 EVALUATE TRUE
003910                     WHEN SUS-RESUBMITTED
003920                         MOVE "RESUBMITTED BY SOURCE"
003930                             TO WS-SUS-STATUS-TEXT
003940                     WHEN SUS-CORRECTED
003950                         MOVE "ALREADY CORRECTED"
003960                             TO WS-SUS-STATUS-TEXT
003970                     WHEN SUS-CANCELLED
003980                         MOVE "ALREADY CANCELLED"
003990                             TO WS-SUS-STATUS-TEXT
004000                     WHEN SUS-REPROCESSED
004010                         MOVE "ALREADY REPROCESSED"
004020                             TO WS-SUS-STATUS-TEXT
004030                     WHEN OTHER
004040                         MOVE "NOT OPEN ON SUSPENSE"
004050                             TO WS-SUS-STATUS-TEXT
004060                 END-EVALUATE
004070                 DISPLAY "  " WS-SUS-STATUS-TEXT " (STATUS "
004080                     SUS-STATUS ") ON " SUS-DATE-STATUS
004090                     " - DECLINED"
004100                 PERFORM 2300-DECLINE-ITEM THRU 2300-EXIT
004110                 ADD 1 TO WS-RECS-DECLINED
004120                 GO TO 2000-NEXT
004130             END-IF
004140             IF APR-CORRECTION AND SUS-REVERSAL-REJECT
004150                 DISPLAY "  CORRECTION TO A REJECTED REVERSAL ("
004160                     SUS-REASON-CODE ") - DECLINED; THE SOURCE "
004170                     "MUST RE-FEED IT AS A FRESH V"
004180                 PERFORM 2300-DECLINE-ITEM THRU 2300-EXIT
004190                 ADD 1 TO WS-RECS-DECLINED
004200                 GO TO 2000-NEXT
004210             END-IF
004220     END-READ
004230
004240     PERFORM 2050-ACCEPT-DECISION THRU 2050-EXIT
004250     EVALUATE TRUE
004260         WHEN WS-DECISION-APPROVE
004270             PERFORM 2200-APPROVE-ITEM THRU 2200-EXIT
004280             ADD 1 TO WS-RECS-APPROVED
004290         WHEN WS-DECISION-DECLINE
004300             PERFORM 2300-DECLINE-ITEM THRU 2300-EXIT
004310             ADD 1 TO WS-RECS-DECLINED
004320         WHEN OTHER
004330             ADD 1 TO WS-RECS-SKIPPED
004340     END-EVALUATE.
004350 2000-NEXT.
004360     PERFORM 1000-READ-APPROVAL-FILE THRU 1000-EXIT.
004370 2000-EXIT.
004380     EXIT.
004390
004400******************************************************************
004410***  2050-ACCEPT-DECISION - KEY A VALID DECISION. APPROVING A    *
004420***  CANCEL/WRITE-OFF NEEDS LEVEL 3; A LEVEL-2 CHECKER MAY       *
004430***  STILL DECLINE OR SKIP IT.                                   *
004440******************************************************************
004450 2050-ACCEPT-DECISION.
004460     MOVE SPACE TO WS-OPERATOR-DECISION
004470     PERFORM 2060-PROMPT-FOR-DECISION THRU 2060-EXIT
004480         UNTIL WS-DECISION-VALID
004490             AND NOT (WS-DECISION-APPROVE AND APR-CANCEL
004500                      AND NOT WS-SIGNON-MAY-CANCEL).
004510 2050-EXIT.
004520     EXIT.
004530
004540******************************************************************
004550***  2060-PROMPT-FOR-DECISION - ONE KEYING ATTEMPT AT DECISION   *
004560******************************************************************
004570 2060-PROMPT-FOR-DECISION.
004580     DISPLAY "ENTER DECISION (A=APPROVE D=DECLINE S=SKIP): "
004590         WITH NO ADVANCING
004600     ACCEPT WS-OPERATOR-DECISION
004610     IF WS-DECISION-APPROVE AND APR-CANCEL
004620         AND NOT WS-SIGNON-MAY-CANCEL
004630         DISPLAY "APPROVING A CANCEL/WRITE-OFF REQUIRES "
004640             "AUTHORITY LEVEL 3"
004650     END-IF.
004660 2060-EXIT.
004670     EXIT.
004680
004690******************************************************************
004700***  2100-SHOW-ITEM - DISPLAY THE PENDING ITEM FOR REVIEW        *
004710******************************************************************
004720 2100-SHOW-ITEM.
004730     DISPLAY "----------------------------------------------"
004740     IF APR-CANCEL
004750         DISPLAY "PENDING CANCEL/WRITE-OFF -"
004760     ELSE
004770         DISPLAY "PENDING CORRECTION -"
004780     END-IF
004790     DISPLAY "  TRANS ID ......... " APR-TRANS-ID
004800     DISPLAY "  SOURCE ........... " APR-SOURCE-ID
004810     DISPLAY "  REASON CODE ...... " APR-REASON-CODE
004820     MOVE APR-OLD-NUM1 TO WS-AMOUNT-DISPLAY
004830     DISPLAY "  REJECTED NUM1 .... " WS-AMOUNT-DISPLAY
004840     MOVE APR-OLD-NUM2 TO WS-AMOUNT-DISPLAY
004850     DISPLAY "  REJECTED NUM2 .... " WS-AMOUNT-DISPLAY
004860     IF APR-CORRECTION
004870         MOVE APR-NEW-NUM1 TO WS-AMOUNT-DISPLAY
004880         DISPLAY "  CORRECTED NUM1 ... " WS-AMOUNT-DISPLAY
004890         MOVE APR-NEW-NUM2 TO WS-AMOUNT-DISPLAY
004900         DISPLAY "  CORRECTED NUM2 ... " WS-AMOUNT-DISPLAY
004910         DISPLAY "  TRANS CODE ....... " APR-NEW-CODE
004920             " " APR-RATE-CODE
004930         MOVE APR-RESULT TO WS-RESULT-DISPLAY
004940         DISPLAY "  RESULT ........... " WS-RESULT-DISPLAY
004950     END-IF
004960     DISPLAY "  KEYED BY ......... " APR-MAKER-ID
004970         " AT " APR-MAKER-TIMESTAMP.
004980 2100-EXIT.
004990     EXIT.
005000
005010******************************************************************
005020***  2200-APPROVE-ITEM - APPLY THE ITEM THE WAY ADDMAINT WOULD   *
005030***  HAVE WITHOUT THE CONTROL: A CORRECTION GOES TO APRIN, FLAGS *
005040***  THE SUSPENSE ITEM CORRECTED AND SETS THE DUPLICATE          *
005050***  OVERRIDE; A CANCEL FLAGS THE SUSPENSE ITEM CANCELLED.       *
005060******************************************************************
005070 2200-APPROVE-ITEM.
005080     IF APR-CORRECTION
005090         PERFORM 2400-WRITE-CORRECTED-RECORD THRU 2400-EXIT
005100         MOVE "C" TO WS-SUS-NEW-STATUS
005110     ELSE
005120         MOVE "X" TO WS-SUS-NEW-STATUS
005130     END-IF
005140     PERFORM 2500-FLAG-SUSPENSE THRU 2500-EXIT
005150     MOVE WS-SUS-NEW-STATUS TO WS-LOG-NEW-STATUS
005160     SET APR-APPROVED TO TRUE
005170     PERFORM 2800-STAMP-DECISION THRU 2800-EXIT
005180     MOVE "A" TO WS-LOG-ACTION
005190     PERFORM 2700-LOG-ACTIVITY THRU 2700-EXIT
005200     IF APR-CORRECTION
005210         PERFORM 2600-SET-DUP-OVERRIDE THRU 2600-EXIT
005220     END-IF
005230     DISPLAY "  APPROVED".
005240 2200-EXIT.
005250     EXIT.
005260
005270******************************************************************
005280***  2300-DECLINE-ITEM - MARK THE ITEM DECLINED. NOTHING IS      *
005290***  APPLIED; THE SUSPENSE ITEM STAYS AS IT WAS FOR ANOTHER      *
005300***  ADDMAINT PASS.                                              *
005310******************************************************************
005320 2300-DECLINE-ITEM.
005330     MOVE APR-TRANS-ID TO SUS-TRANS-ID
005340     READ SUSPENSE-FILE
005350         INVALID KEY
005360             MOVE SPACE TO WS-LOG-OLD-STATUS
005370         NOT INVALID KEY
005380             MOVE SUS-STATUS TO WS-LOG-OLD-STATUS
005390     END-READ
005400     MOVE WS-LOG-OLD-STATUS TO WS-LOG-NEW-STATUS
005410     SET APR-DECLINED TO TRUE
005420     PERFORM 2800-STAMP-DECISION THRU 2800-EXIT
005430     MOVE "D" TO WS-LOG-ACTION
005440     PERFORM 2700-LOG-ACTIVITY THRU 2700-EXIT
005450     DISPLAY "  DECLINED - THE REJECT STAYS OPEN".
005460 2300-EXIT.
005470     EXIT.
005480
005490******************************************************************
005500***  2400-WRITE-CORRECTED-RECORD - ADD TO NEXT DAY'S INPUT FILE   *
005510******************************************************************
005520 2400-WRITE-CORRECTED-RECORD.
005530     MOVE SPACES TO CPYIN01-INPUT-RECORD
005540     MOVE APR-TRANS-ID TO IN-TRANS-ID
005550     MOVE APR-NEW-NUM1 TO IN-NUM1
005560     MOVE APR-NEW-NUM2 TO IN-NUM2
005570     MOVE APR-NEW-CODE TO IN-TRANS-CODE
005580     MOVE APR-RATE-CODE TO IN-RATE-CODE
005590     MOVE APR-SOURCE-ID TO IN-SOURCE-ID
005600     MOVE 1 TO IN-CYCLE-NO
005610     WRITE CPYIN01-INPUT-RECORD.
005620 2400-EXIT.
005630     EXIT.
005640
005650******************************************************************
005660***  2500-FLAG-SUSPENSE - STAMP THE APPROVED DISPOSITION ON THE  *
005670***  SUSPENSE MASTER RECORD. THE CHECKER IS THE OPERATOR OF      *
005680***  RECORD - THE CHANGE TAKES EFFECT ON THEIR SAY-SO. A REJECT  *
005690***  NOT ON THE SUSPENSE MASTER IS REPORTED AND PASSED OVER.     *
005700******************************************************************
005710 2500-FLAG-SUSPENSE.
005720     MOVE APR-TRANS-ID TO SUS-TRANS-ID
005730     READ SUSPENSE-FILE
005740         INVALID KEY
005750             MOVE SPACE TO WS-LOG-OLD-STATUS
005760             DISPLAY "  WARNING - TRANS " APR-TRANS-ID
005770                 " NOT ON SUSPENSE MASTER - RUN ADDSUSP"
005780         NOT INVALID KEY
005790             MOVE SUS-STATUS TO WS-LOG-OLD-STATUS
005800             MOVE WS-SUS-NEW-STATUS TO SUS-STATUS
005810             MOVE WS-RUN-DATE TO SUS-DATE-STATUS
005820             MOVE WS-OPERATOR-SIGNON TO SUS-OPERATOR-ID
005830             REWRITE CPYSUS01-SUSPENSE-RECORD
005840             IF WS-SUS-FILE-STATUS NOT = "00"
005850                 DISPLAY "ADDAPPR ABEND - SUSFILE REWRITE "
005860                     "FAILED, STATUS = " WS-SUS-FILE-STATUS
005870                 MOVE 8 TO RETURN-CODE
005880                 STOP RUN
005890             END-IF
005900     END-READ.
005910 2500-EXIT.
005920     EXIT.
005930
005940******************************************************************
005950***  2600-SET-DUP-OVERRIDE - IF THIS TRANSACTION ID IS ON THE   *
005960***  DUPLICATE-SUBMISSION CONTROL MASTER, SET THE ONE-SHOT      *
005970***  OVERRIDE SO THE APPROVED RESUBMISSION PASSES THE NEXT      *
005980***  RUN'S DUPLICATE CHECK. LOGGED AS AN O ACTION.              *
005990******************************************************************
006000 2600-SET-DUP-OVERRIDE.
006010     MOVE APR-TRANS-ID TO DUP-TRANS-ID
006020     READ DUP-CONTROL-FILE
006030         INVALID KEY
006040             CONTINUE
006050         NOT INVALID KEY
006060             MOVE "Y" TO DUP-OVERRIDE-SW
006070             MOVE WS-OPERATOR-SIGNON TO DUP-OPERATOR-ID
006080             REWRITE CPYDUP01-DUP-CONTROL-RECORD
006090             IF WS-DUP-FILE-STATUS NOT = "00"
006100                 DISPLAY "ADDAPPR ABEND - DUPFILE REWRITE "
006110                     "FAILED, STATUS = " WS-DUP-FILE-STATUS
006120                 MOVE 8 TO RETURN-CODE
006130                 STOP RUN
006140             END-IF
006150             MOVE "O" TO WS-LOG-ACTION
006160             MOVE SPACE TO WS-LOG-NEW-STATUS
006170             PERFORM 2700-LOG-ACTIVITY THRU 2700-EXIT
006180     END-READ.
006190 2600-EXIT.
006200     EXIT.
006210
006220******************************************************************
006230***  2700-LOG-ACTIVITY - WRITE ONE ACTIVITY-LOG RECORD FOR THE   *
006240***  CURRENT ITEM. THE CHECKER IS THE OPERATOR IN THE KEY; THE   *
006250***  MAKER WHO KEYED THE ITEM IS CARRIED IN ACT-MAKER-ID SO BOTH  *
006260***  IDS ARE ON THE LOG. THE OLD AND NEW VALUES COME FROM THE    *
006270***  APPROVAL RECORD, THE STATUSES FROM THE CALLER.              *
006280******************************************************************
006290 2700-LOG-ACTIVITY.
006300     ADD 1 TO WS-ACT-SEQ
006310     MOVE SPACES TO CPYACT01-ACTIVITY-RECORD
006320     MOVE WS-SESSION-TIMESTAMP TO ACT-TIMESTAMP
006330     MOVE WS-ACT-SEQ TO ACT-SEQ-NO
006340     MOVE WS-OPERATOR-SIGNON TO ACT-OPERATOR-ID
006350     MOVE WS-LOG-ACTION TO ACT-ACTION-CODE
006360     MOVE APR-TRANS-ID TO ACT-TRANS-ID
006370     MOVE APR-OLD-NUM1 TO ACT-OLD-NUM1
006380     MOVE APR-OLD-NUM2 TO ACT-OLD-NUM2
006390     MOVE WS-LOG-OLD-STATUS TO ACT-OLD-STATUS
006400     IF WS-LOG-ACTION = "O"
006410         MOVE 0 TO ACT-NEW-NUM1
006420         MOVE 0 TO ACT-NEW-NUM2
006430         MOVE SPACE TO ACT-NEW-CODE
006440     ELSE
006450         MOVE APR-NEW-NUM1 TO ACT-NEW-NUM1
006460         MOVE APR-NEW-NUM2 TO ACT-NEW-NUM2
006470         MOVE APR-NEW-CODE TO ACT-NEW-CODE
006480     END-IF
006490     MOVE WS-LOG-NEW-STATUS TO ACT-NEW-STATUS
006500     MOVE APR-MAKER-ID TO ACT-MAKER-ID
006510     MOVE APR-ACTION TO ACT-APPROVAL-ACTION
006520     WRITE CPYACT01-ACTIVITY-RECORD
006530         INVALID KEY
006540             DISPLAY "ADDAPPR ABEND - ACTFILE WRITE FAILED, "
006550                 "STATUS = " WS-ACT-FILE-STATUS
006560             MOVE 8 TO RETURN-CODE
006570             STOP RUN
006580     END-WRITE.
006590 2700-EXIT.
006600     EXIT.
006610
006620******************************************************************
006630***  2800-STAMP-DECISION - RECORD THE CHECKER AND WHEN ON THE    *
006640***  APPROVAL RECORD (STATUS ALREADY SET BY THE CALLER)          *
006650******************************************************************
006660 2800-STAMP-DECISION.
006670     MOVE WS-OPERATOR-SIGNON TO APR-CHECKER-ID
006680     MOVE WS-SESSION-TIMESTAMP TO APR-CHECKER-TIMESTAMP
006690     REWRITE CPYAPR01-APPROVAL-RECORD
006700         INVALID KEY
006710             DISPLAY "ADDAPPR ABEND - APRFILE REWRITE FAILED, "
006720                 "STATUS = " WS-APR-FILE-STATUS
006730             MOVE 8 TO RETURN-CODE
006740             STOP RUN
006750     END-REWRITE.
006760 2800-EXIT.
006770     EXIT.
