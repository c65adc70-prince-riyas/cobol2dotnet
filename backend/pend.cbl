000010******************************************************************
000020***                                                              **
000030***  PROGRAM    : ADDPEND                                        **
000040***  AUTHOR     : J W MARTIN                                     **
000050***  INSTALLATN : DAYLIGHT FINANCIAL SERVICES - BATCH SYSTEMS    **
000060***  DATE-WRTN  : 2026-10-15                                     **
000070***                                                              **
000080***  ABSTRACT                                                    **
000090***    CUTOFF REPORT OVER THE MAINTENANCE PENDING-APPROVAL FILE  **
000100***    (CPYAPR01). LISTS EVERY CANCEL AND OVER-THRESHOLD         **
000110***    CORRECTION ADDMAINT QUEUED THAT NO SECOND OPERATOR HAS    **
000120***    APPROVED OR DECLINED IN ADDAPPR YET - ACTION, MAKER,      **
000130***    WHEN KEYED, SOURCE, REASON, REJECTED AND CORRECTED        **
000140***    VALUES AND THE RESULT - SO AN ITEM THAT WILL MISS THE     **
000150***    NEXT ADDNUMS CYCLE DOES SO ON PAPER, NOT QUIETLY. RUN AT  **
000160***    CUTOFF, AHEAD OF ADDNUMS. THE FILE IS OPENED READ-ONLY.   **
000170***                                                              **
000180***  RETURN CODES                                                **
000190***    RC=0  NOTHING PENDING                                     **
000200***    RC=4  ONE OR MORE ITEMS STILL PENDING - SEE PNDRPT        **
000210***    RC=8  ABEND / UNRECOVERABLE ERROR                         **
000220***                                                              **
000230***  MOD HISTORY                                                 **
000240***  ----------------------------------------------------------  **
000250***  2026-10-15  JWM  ORIGINAL VERSION                           **
000260***                                                              **
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID.     ADDPEND.
000300 AUTHOR.         J W MARTIN.
000310 INSTALLATION.   DAYLIGHT FINANCIAL SERVICES.
000320 DATE-WRITTEN.   2026-10-15.
000330 DATE-COMPILED.
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT APPROVAL-FILE ASSIGN TO "APRFILE"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS SEQUENTIAL
000410         RECORD KEY IS APR-TRANS-ID
000420         FILE STATUS IS WS-APR-FILE-STATUS.
000430
000440     SELECT PENDING-REPORT ASSIGN TO "PNDRPT"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-RPT-FILE-STATUS.
000470
000480     SELECT PROC-DATE-FILE ASSIGN TO "PDTFILE"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS PDT-KEY
000520         FILE STATUS IS WS-PDT-FILE-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  APPROVAL-FILE
000570     LABEL RECORDS ARE STANDARD.
000580 COPY CPYAPR01.
000590
000600 FD  PENDING-REPORT
000610     LABEL RECORDS ARE STANDARD.
000620 01  PENDING-REPORT-LINE     PIC X(80).
000630
000640 FD  PROC-DATE-FILE
000650     LABEL RECORDS ARE STANDARD.
000660 COPY CPYPDT01.
000670
000680 WORKING-STORAGE SECTION.
000690******************************************************************
000700***  SWITCHES                                                    *
000710******************************************************************
000720 77  WS-APR-EOF-SW           PIC X(01)   VALUE 'N'.
000730     88  END-OF-APPROVAL-FILE            VALUE 'Y'.
000740
000750******************************************************************
000760***  FILE STATUS FIELDS                                          *
000770******************************************************************
000780 77  WS-APR-FILE-STATUS      PIC X(02)   VALUE "00".
000790 77  WS-RPT-FILE-STATUS      PIC X(02)   VALUE "00".
000800 77  WS-PDT-FILE-STATUS      PIC X(02)   VALUE "00".
000810
000820******************************************************************
000830***  PENDING TOTALS                                              *
000840******************************************************************
000850 77  WS-ITEMS-READ           PIC 9(7) COMP   VALUE 0.
000860 77  WS-ITEMS-PENDING        PIC 9(7) COMP   VALUE 0.
000870 77  WS-PENDING-CORRECTIONS  PIC 9(7) COMP   VALUE 0.
000880 77  WS-PENDING-CANCELS      PIC 9(7) COMP   VALUE 0.
000890
000900******************************************************************
000910***  REPORT LINE LAYOUTS                                         *
000920******************************************************************
000930 01  WS-RPT-HEADING-LINE.
000940     05  FILLER              PIC X(43)   VALUE
000950         "ADDPEND ITEMS PENDING APPROVAL AT CUTOFF - ".
000960     05  WS-RPT-HDG-DATE     PIC 9(08).
000970     05  FILLER              PIC X(29)   VALUE SPACES.
000980 01  WS-RPT-COLUMN-LINE.
000990     05  FILLER              PIC X(44)   VALUE
001000         "TRANS-ID A MAKER    KEYED AT       SOURCE   ".
001010     05  FILLER              PIC X(36)   VALUE
001020         "RSN  OLD-NUM1 OLD-NUM2".
001030 01  WS-RPT-COLUMN-LINE-2.
001040     05  FILLER              PIC X(45)   VALUE
001050         "                            NEW-NUM1 NEW-NUM2".
001060     05  FILLER              PIC X(35)   VALUE
001070         " CD RATE      RESULT".
001080 01  WS-RPT-DETAIL-LINE.
001090     05  WS-RPT-DTL-TRANS    PIC 9(08).
001100     05  FILLER              PIC X(01)   VALUE SPACE.
001110     05  WS-RPT-DTL-ACTION   PIC X(01).
001120     05  FILLER              PIC X(01)   VALUE SPACE.
001130     05  WS-RPT-DTL-MAKER    PIC X(08).
001140     05  FILLER              PIC X(01)   VALUE SPACE.
001150     05  WS-RPT-DTL-TS       PIC X(14).
001160     05  FILLER              PIC X(01)   VALUE SPACE.
001170     05  WS-RPT-DTL-SOURCE   PIC X(08).
001180     05  FILLER              PIC X(01)   VALUE SPACE.
001190     05  WS-RPT-DTL-REASON   PIC X(04).
001200     05  FILLER              PIC X(01)   VALUE SPACE.
001210     05  WS-RPT-DTL-OLD1     PIC -(4)9.99.
001220     05  FILLER              PIC X(01)   VALUE SPACE.
001230     05  WS-RPT-DTL-OLD2     PIC -(4)9.99.
001240     05  FILLER              PIC X(14)   VALUE SPACES.
001250 01  WS-RPT-DETAIL-LINE-2.
001260     05  FILLER              PIC X(28)   VALUE SPACES.
001270     05  WS-RPT-DTL-NEW1     PIC -(4)9.99.
001280     05  FILLER              PIC X(01)   VALUE SPACE.
001290     05  WS-RPT-DTL-NEW2     PIC -(4)9.99.
001300     05  FILLER              PIC X(02)   VALUE SPACES.
001310     05  WS-RPT-DTL-CODE     PIC X(01).
001320     05  FILLER              PIC X(01)   VALUE SPACE.
001330     05  WS-RPT-DTL-RATE     PIC X(04).
001340     05  FILLER              PIC X(01)   VALUE SPACE.
001350     05  WS-RPT-DTL-RESULT   PIC -(7)9.99.
001360     05  FILLER              PIC X(15)   VALUE SPACES.
001370 01  WS-RPT-TOTAL-LINE.
001380     05  WS-RPT-TOTAL-LABEL  PIC X(34)   VALUE SPACES.
001390     05  WS-RPT-TOTAL-VALUE  PIC Z(6)9.
001400     05  FILLER              PIC X(39)   VALUE SPACES.
001410 01  WS-RPT-NOTE-LINE.
001420     05  WS-RPT-NOTE         PIC X(80)   VALUE SPACES.
001430
001440 PROCEDURE DIVISION.
001450******************************************************************
001460***  BEGIN - PROGRAM MAINLINE                                     *
001470******************************************************************
001480 BEGIN.
001490     PERFORM 0300-READ-PROCESSING-DATE THRU 0300-EXIT
001500     PERFORM 0500-OPEN-FILES THRU 0500-EXIT
001510
001520     MOVE PDT-RUN-DATE TO WS-RPT-HDG-DATE
001530     WRITE PENDING-REPORT-LINE FROM WS-RPT-HEADING-LINE
001540     WRITE PENDING-REPORT-LINE FROM WS-RPT-COLUMN-LINE
001550     WRITE PENDING-REPORT-LINE FROM WS-RPT-COLUMN-LINE-2
001560
001570     PERFORM 1000-READ-APPROVAL-FILE THRU 1000-EXIT
001580     PERFORM 2000-LIST-ONE-ITEM THRU 2000-EXIT
001590         UNTIL END-OF-APPROVAL-FILE
001600
001610     PERFORM 7000-WRITE-PENDING-TOTALS THRU 7000-EXIT
001620
001630     CLOSE APPROVAL-FILE
001640     CLOSE PENDING-REPORT
001650
001660     DISPLAY "ADDPEND CUTOFF REPORT COMPLETE - "
001670         WS-ITEMS-PENDING " ITEM(S) PENDING APPROVAL"
001680     IF WS-ITEMS-PENDING > 0
001690         MOVE 4 TO RETURN-CODE
001700     ELSE
001710         MOVE 0 TO RETURN-CODE
001720     END-IF
001730     STOP RUN.
001740
001750******************************************************************
001760***  0300-READ-PROCESSING-DATE - FETCH THE PROCESSING DATE       *
001770***  FROM THE CPYPDT01 CONTROL RECORD ROLLED BY ADDEOD. NO       *
001780***  RECORD MEANS THE SUITE HAS NOT BEEN SEEDED - THE RUN STOPS. *
001790******************************************************************
001800 0300-READ-PROCESSING-DATE.
001810     OPEN INPUT PROC-DATE-FILE
001820     IF WS-PDT-FILE-STATUS NOT = "00"
001830         DISPLAY "ADDPEND ABEND - PDTFILE OPEN FAILED, STATUS = "
001840             WS-PDT-FILE-STATUS
001850         MOVE 8 TO RETURN-CODE
001860         STOP RUN
001870     END-IF
001880     MOVE "PROCDATE" TO PDT-KEY
001890     READ PROC-DATE-FILE
001900         INVALID KEY
001910             DISPLAY "ADDPEND ABEND - NO PROCESSING-DATE RECORD "
001920                 "ON PDTFILE - SEED IT WITH ADDEOD"
001930             MOVE 8 TO RETURN-CODE
001940             STOP RUN
001950     END-READ
001960     CLOSE PROC-DATE-FILE.
001970 0300-EXIT.
001980     EXIT.
001990
002000******************************************************************
002010***  0500-OPEN-FILES - OPEN BOTH FILES, CHECKING EACH OPEN'S     *
002020***  FILE STATUS. THE APPROVAL FILE IS READ-ONLY.                *
002030******************************************************************
002040 0500-OPEN-FILES.
002050     OPEN INPUT APPROVAL-FILE
002060     IF WS-APR-FILE-STATUS NOT = "00"
002070         DISPLAY "ADDPEND ABEND - APRFILE OPEN FAILED, STATUS = "
002080             WS-APR-FILE-STATUS
002090         MOVE 8 TO RETURN-CODE
002100         STOP RUN
002110     END-IF
002120     OPEN OUTPUT PENDING-REPORT
002130     IF WS-RPT-FILE-STATUS NOT = "00"
002140         DISPLAY "ADDPEND ABEND - PNDRPT OPEN FAILED, STATUS = "
002150             WS-RPT-FILE-STATUS
002160         MOVE 8 TO RETURN-CODE
002170         STOP RUN
002180     END-IF.
002190 0500-EXIT.
002200     EXIT.
002210
002220******************************************************************
002230***  1000-READ-APPROVAL-FILE - READ THE NEXT APPROVAL RECORD     *
002240******************************************************************
002250 1000-READ-APPROVAL-FILE.
002260     READ APPROVAL-FILE NEXT RECORD
002270         AT END
002280             SET END-OF-APPROVAL-FILE TO TRUE
002290     END-READ
002300     IF NOT END-OF-APPROVAL-FILE
002310         ADD 1 TO WS-ITEMS-READ
002320     END-IF.
002330 1000-EXIT.
002340     EXIT.
002350
002360******************************************************************
002370***  2000-LIST-ONE-ITEM - PRINT ONE STILL-PENDING ITEM (TWO      *
002380***  LINES) AND BUMP ITS TOTAL. RESOLVED ITEMS ARE PASSED OVER.  *
002390******************************************************************
002400 2000-LIST-ONE-ITEM.
002410     IF NOT APR-PENDING
002420         GO TO 2000-NEXT
002430     END-IF
002440     ADD 1 TO WS-ITEMS-PENDING
002450     IF APR-CANCEL
002460         ADD 1 TO WS-PENDING-CANCELS
002470     ELSE
002480         ADD 1 TO WS-PENDING-CORRECTIONS
002490     END-IF
002500     MOVE APR-TRANS-ID TO WS-RPT-DTL-TRANS
002510     MOVE APR-ACTION TO WS-RPT-DTL-ACTION
002520     MOVE APR-MAKER-ID TO WS-RPT-DTL-MAKER
002530     MOVE APR-MAKER-TIMESTAMP TO WS-RPT-DTL-TS
002540     MOVE APR-SOURCE-ID TO WS-RPT-DTL-SOURCE
002550     MOVE APR-REASON-CODE TO WS-RPT-DTL-REASON
002560     MOVE APR-OLD-NUM1 TO WS-RPT-DTL-OLD1
002570     MOVE APR-OLD-NUM2 TO WS-RPT-DTL-OLD2
002580     WRITE PENDING-REPORT-LINE FROM WS-RPT-DETAIL-LINE
002590     MOVE APR-NEW-NUM1 TO WS-RPT-DTL-NEW1
002600     MOVE APR-NEW-NUM2 TO WS-RPT-DTL-NEW2
002610     MOVE APR-NEW-CODE TO WS-RPT-DTL-CODE
002620     MOVE APR-RATE-CODE TO WS-RPT-DTL-RATE
002630     MOVE APR-RESULT TO WS-RPT-DTL-RESULT
002640     WRITE PENDING-REPORT-LINE FROM WS-RPT-DETAIL-LINE-2.
002650 2000-NEXT.
002660     PERFORM 1000-READ-APPROVAL-FILE THRU 1000-EXIT.
002670 2000-EXIT.
002680     EXIT.
002690
002700******************************************************************
002710***  7000-WRITE-PENDING-TOTALS - TOTALS BY ACTION                *
002720******************************************************************
002730 7000-WRITE-PENDING-TOTALS.
002740     IF WS-ITEMS-PENDING = 0
002750         MOVE "NOTHING PENDING APPROVAL AT CUTOFF"
002760             TO WS-RPT-NOTE
002770         WRITE PENDING-REPORT-LINE FROM WS-RPT-NOTE-LINE
002780     ELSE
002790         MOVE "ITEMS ABOVE MISS THE CYCLE UNLESS APPROVED IN "
002800             TO WS-RPT-NOTE
002810         MOVE "ADDAPPR BEFORE ADDNUMS" TO WS-RPT-NOTE(47:22)
002820         WRITE PENDING-REPORT-LINE FROM WS-RPT-NOTE-LINE
002830     END-IF
002840     MOVE "CORRECTIONS PENDING (C)" TO WS-RPT-TOTAL-LABEL
002850     MOVE WS-PENDING-CORRECTIONS TO WS-RPT-TOTAL-VALUE
002860     WRITE PENDING-REPORT-LINE FROM WS-RPT-TOTAL-LINE
002870     MOVE "CANCELS PENDING (X)" TO WS-RPT-TOTAL-LABEL
002880     MOVE WS-PENDING-CANCELS TO WS-RPT-TOTAL-VALUE
002890     WRITE PENDING-REPORT-LINE FROM WS-RPT-TOTAL-LINE
002900     MOVE "ITEMS PENDING" TO WS-RPT-TOTAL-LABEL
002910     MOVE WS-ITEMS-PENDING TO WS-RPT-TOTAL-VALUE
002920     WRITE PENDING-REPORT-LINE FROM WS-RPT-TOTAL-LINE
002930     MOVE "APPROVAL RECORDS READ" TO WS-RPT-TOTAL-LABEL
002940     MOVE WS-ITEMS-READ TO WS-RPT-TOTAL-VALUE
002950     WRITE PENDING-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
002960 7000-EXIT.
002970     EXIT.
