000344***                   ADDMAINT OPERATOR WHO LAST SET THE        **
000346***                   STATUS. SUS-DATE-STATUS SAID WHEN;        **
000348***                   AUDIT WANTED WHOM.                        **
      ***  2026-10-15  JWM  ADDED SUS-SOURCE-ID (CARRIED FROM EXC-    **
      ***                   SOURCE-ID BY ADDSUSP) AND TWO STATUSES:   **
      ***                   RETURNED TO SOURCE, SET WHEN ADDRTRN      **
      ***                   SENDS THE ITEM BACK ON THE SOURCE'S       **
      ***                   REJECT RETURN FEED, AND RESUBMITTED,      **
      ***                   SET WHEN ADDRSUB ACCEPTS THE SOURCE'S     **
      ***                   CORRECTED RECORD FOR THE NEXT CYCLE.      **
      ***                   SUS-DATE-STATUS SAYS WHEN; SUS-           **
      ***                   RETURNED-SW STAYS Y ONCE AN ITEM HAS      **
      ***                   BEEN RETURNED. BOTH FIELDS CAME OUT OF    **
      ***                   FILLER - STILL 100 BYTES.                 **
      ***  2026-10-15  JWM  ADDED 88 SUS-REVERSAL-REJECT - THE        **
      ***                   REASON CODES ADDNUMS GIVES A REJECTED V   **
      ***                   (REVERSAL), WHICH MAY ONLY BE             **
      ***                   CANCELLED, NEVER CORRECTED.               **
000350***                                                              **
000360******************************************************************
000370 01  CPYSUS01-SUSPENSE-RECORD.
000410     05  SUS-NUM2            PIC S9(04)V99
000420                             SIGN IS LEADING SEPARATE.
000430     05  SUS-REASON-CODE     PIC X(04).
000431         88  SUS-REVERSAL-REJECT     VALUES "NORG" "RVSD" "RVRV".
000440     05  SUS-REASON-TEXT     PIC X(40).
000450     05  SUS-STATUS          PIC X(01).
000460         88  SUS-OPEN                    VALUE "O".
000470         88  SUS-CORRECTED               VALUE "C".
000480         88  SUS-REPROCESSED             VALUE "R".
000490         88  SUS-CANCELLED               VALUE "X".
000491         88  SUS-RETURNED                VALUE "T".
000492         88  SUS-RESUBMITTED             VALUE "S".
000500     05  SUS-DATE-REJECTED   PIC 9(08).
000510     05  SUS-DATE-STATUS     PIC 9(08).
000515     05  SUS-OPERATOR-ID     PIC X(08).
000520     05  SUS-SOURCE-ID       PIC X(08).
000521     05  SUS-RETURNED-SW     PIC X(01).
000522         88  SUS-WAS-RETURNED            VALUE "Y".
