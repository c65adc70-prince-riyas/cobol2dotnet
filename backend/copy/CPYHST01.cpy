000301***                   MORNING'S. EXISTING CLUSTERS MUST BE      **
000302***                   UNLOADED, REDEFINED WITH KEYS(18 0) AND   **
000303***                   RELOADED AT CUTOVER.                      **
      ***  2026-10-15  JWM  ADDED HST-RATE-CODE AND HST-RATE-EFF-     **
      ***                   DATE (FROM FILLER, RECORD LENGTH          **
      ***                   UNCHANGED) - THE CPYRAT01 ROW AN R        **
      ***                   TRANSACTION WAS RATED UNDER, ROLLED IN    **
      ***                   FROM THE AUDIT TRAIL SO ADDRRATE CAN      **
      ***                   STILL FIND IT AFTER AUDFILE ROLLS OVER.   **
      ***                   BLANK ON ROWS ROLLED BEFORE THIS          **
      ***                   CHANGE.                                   **
      ***  2026-10-15  JWM  ADDED HST-REVERSED-SW AND HST-REVERSED-   **
      ***                   BY-ID (FROM FILLER, RECORD LENGTH         **
      ***                   UNCHANGED), SET ON A ROW WHEN A V         **
      ***                   TRANSACTION BACKS IT OUT SO IT CANNOT     **
      ***                   BE REVERSED TWICE. ON A V ROW THE SAME    **
      ***                   BYTES ARE REDEFINED AS HST-REVERSAL-      **
      ***                   LINK, THE KEY AND TRANS-CODE OF THE ROW   **
      ***                   IT REVERSED.                              **
000304***                                                              **
000310******************************************************************
000320 01  CPYHST01-HISTORY-RECORD.
000420                             SIGN IS LEADING SEPARATE.
000430     05  HST-JOB-ID          PIC X(08).
000435     05  HST-SOURCE-ID       PIC X(08).
           05  HST-DETAIL-AREA.
               10  HST-RATE-CODE       PIC X(04).
               10  HST-RATE-EFF-DATE   PIC 9(08).
               10  HST-REVERSED-SW     PIC X(01).
                   88  HST-REVERSED                VALUE "Y".
               10  HST-REVERSED-BY-ID  PIC 9(08).
           05  HST-REVERSAL-LINK REDEFINES HST-DETAIL-AREA.
               10  HST-ORIG-KEY.
                   15  HST-ORIG-RUN-DATE   PIC 9(08).
                   15  HST-ORIG-CYCLE-NO   PIC 9(02).
                   15  HST-ORIG-TRANS-ID   PIC 9(08).
               10  HST-ORIG-TRANS-CODE PIC X(01).
000440         10  FILLER              PIC X(02).
