000210***    CLOSE WITH A TRAILER CONTROL RECORD (DECLARED DETAIL      **
000220***    COUNT AND HASH TOTAL OF NUM1 + NUM2) - SEE CPYCTL01.      **
000230***    EVERY DETAIL RECORD IS EDITED FOR NUMERIC TRANS-ID,       **
000240***    NUMERIC NUM1/NUM2, A VALID A/S/M/R/V TRANS-CODE AND A     **
000250***    STRICTLY ASCENDING (THEREFORE UNIQUE) TRANS-ID.           **
000260***                                                              **
000270***    A FEED THAT PROVES IN HAS ITS DETAIL RECORDS (CONTROLS    **
000476***                   BELONGS TO AND EVERY DETAIL PASSED TO     **
000477***                   EDITOUT IS STAMPED WITH IT               **
000478***                   (IN-CYCLE-NO) ALONGSIDE ITS SOURCE ID.    **
      ***  2026-10-15  JWM  TRANS-CODE V (REVERSAL) IS A VALID CODE    **
      ***                   NOW - A V DETAIL MUST CARRY THE NUMERIC    **
      ***                   RUN DATE, CYCLE AND TRANS-ID OF THE        **
      ***                   HISTORY ROW IT BACKS OUT IN POSITIONS      **
      ***                   38-55 (SEE CPYIN01).                       **
000479***                                                              **
000480******************************************************************
000482 IDENTIFICATION DIVISION.
001190                             SIGN IS LEADING SEPARATE.
001200     05  WS-DTL-TRANS-CODE   PIC X(01).
001205     05  WS-DTL-RATE-CODE    PIC X(04).
001210     05  FILLER              PIC X(10).
001211     05  WS-DTL-ORIG-KEY     PIC X(18).
001212     05  WS-DTL-ORIG-KEY-NUM REDEFINES WS-DTL-ORIG-KEY
001213                             PIC 9(18).
001214     05  FILLER              PIC X(25).
001220
001230******************************************************************
001240***  CONTROL TOTALS AND EDIT STATE - THE DETAIL/HASH/DECLARED    *
003540     IF WS-DTL-TRANS-CODE NOT = "A" AND
003550        WS-DTL-TRANS-CODE NOT = "S" AND
003560        WS-DTL-TRANS-CODE NOT = "M" AND
003565        WS-DTL-TRANS-CODE NOT = "R" AND
003570        WS-DTL-TRANS-CODE NOT = "V"
003571         MOVE "DETAIL TRANS-CODE IS NOT A, S, M, R OR V"
003580             TO WS-RPT-ERROR-TEXT
003590         PERFORM 8000-WRITE-ERROR THRU 8000-EXIT
003600     END-IF
003604         MOVE "RATE-APPLY DETAIL HAS NO RATE CODE"
003606             TO WS-RPT-ERROR-TEXT
003608         PERFORM 8000-WRITE-ERROR THRU 8000-EXIT
           END-IF
           IF WS-DTL-TRANS-CODE = "V"
               IF WS-DTL-ORIG-KEY IS NOT NUMERIC OR
                  WS-DTL-ORIG-KEY-NUM = ZERO
                   MOVE "REVERSAL DETAIL HAS NO VALID ORIGINAL KEY"
                       TO WS-RPT-ERROR-TEXT
                   PERFORM 8000-WRITE-ERROR THRU 8000-EXIT
               END-IF
003610     END-IF
003612
003620     IF WS-ERROR-COUNT = WS-HOLD-ERROR-COUNT
