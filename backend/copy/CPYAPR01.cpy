000100******************************************************************
000110***                                                              **
000120***  CPYAPR01 - MAINTENANCE PENDING-APPROVAL RECORD              **
000130***                                                              **
000140***  ONE RECORD PER ADDMAINT ACTION HELD FOR A SECOND            **
000150***  OPERATOR'S APPROVAL (FOUR-EYES CONTROL), KEYED BY THE       **
000160***  REJECT'S TRANSACTION ID. EVERY CANCEL/WRITE-OFF, AND EVERY  **
000170***  CORRECTION WHOSE RECOMPUTED RESULT IS OVER THE ADDMAINT     **
000180***  APPROVAL THRESHOLD, IS WRITTEN HERE AS PENDING INSTEAD OF   **
000190***  GOING TO NEWIN OR THE SUSPENSE MASTER. ADDAPPR - SIGNED ON  **
000200***  BY A DIFFERENT OPERATOR FROM THE MAKER - APPROVES OR        **
000210***  DECLINES IT; ONLY AN APPROVED CORRECTION REACHES NEWIN.     **
000220***  ADDPEND LISTS WHATEVER IS STILL PENDING AT CUTOFF.          **
000230***                                                              **
000240***  APR-OLD-NUM1/2     THE REJECTED VALUES (FROM CPYEXC01)      **
000250***  APR-NEW-NUM1/2     THE CORRECTED VALUES KEYED BY THE MAKER  **
000260***                     (ZERO ON A CANCEL)                       **
000270***  APR-RESULT         THE RESULT THE CORRECTION RECOMPUTES TO  **
000280***                     (ZERO ON A CANCEL)                       **
000290***  APR-MAKER-ID       THE OPERATOR WHO KEYED THE ACTION        **
000300***  APR-CHECKER-ID     THE OPERATOR WHO APPROVED OR DECLINED IT **
000310***                                                              **
000320***  A RESOLVED RECORD STAYS ON FILE UNTIL THE SAME TRANSACTION  **
000330***  IS QUEUED AGAIN, WHEN IT IS REPLACED.                       **
000340***                                                              **
000350***  MOD HISTORY                                                **
000360***  --------------------------------------------------------   **
000370***  2026-10-15  JWM  ORIGINAL RECORD                           **
000380***                                                              **
000390******************************************************************
000400 01  CPYAPR01-APPROVAL-RECORD.
000410     05  APR-TRANS-ID        PIC 9(08).
000420     05  APR-ACTION          PIC X(01).
000430         88  APR-CORRECTION              VALUE "C".
000440         88  APR-CANCEL                  VALUE "X".
000450     05  APR-STATUS          PIC X(01).
000460         88  APR-PENDING                 VALUE "P".
000470         88  APR-APPROVED                VALUE "A".
000480         88  APR-DECLINED                VALUE "D".
000490     05  APR-OLD-NUM1        PIC S9(04)V99
000500                             SIGN IS LEADING SEPARATE.
000510     05  APR-OLD-NUM2        PIC S9(04)V99
000520                             SIGN IS LEADING SEPARATE.
000530     05  APR-REASON-CODE     PIC X(04).
000540     05  APR-SOURCE-ID       PIC X(08).
000550     05  APR-NEW-NUM1        PIC S9(04)V99
000560                             SIGN IS LEADING SEPARATE.
000570     05  APR-NEW-NUM2        PIC S9(04)V99
000580                             SIGN IS LEADING SEPARATE.
000590     05  APR-NEW-CODE        PIC X(01).
000600     05  APR-RATE-CODE       PIC X(04).
000610     05  APR-RESULT          PIC S9(07)V99
000620                             SIGN IS LEADING SEPARATE.
000630     05  APR-MAKER-ID        PIC X(08).
000640     05  APR-MAKER-TIMESTAMP PIC X(14).
000650     05  APR-CHECKER-ID      PIC X(08).
000660     05  APR-CHECKER-TIMESTAMP
000670                             PIC X(14).
000680     05  FILLER              PIC X(11).
