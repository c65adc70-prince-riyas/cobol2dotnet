000100******************************************************************
000110***                                                              **
000120***  CPYGLP01 - GL POSTING-PERIOD CONTROL RECORD                 **
000130***                                                              **
000140***  ONE RECORD PER POSTING PERIOD - A RUN DATE AND PROCESSING   **
000150***  CYCLE - THAT HAS GONE TO THE GENERAL LEDGER, KEYED BY RUN   **
000160***  DATE + CYCLE IN STEP WITH THE FRONT OF THE CPYHST01 KEY.    **
000170***  ADDGLPST WRITES IT WHEN IT POSTS THE PERIOD AND WILL NOT    **
000180***  POST A PERIOD ALREADY ON FILE AGAIN WITHOUT THE REPOST      **
000190***  OVERRIDE ON ITS PARM. IT HOLDS WHAT THE LEDGER WAS GIVEN,   **
000200***  BY TRANSACTION CODE, SO ADDGLADJ CAN COMPARE IT WITH THE    **
000210***  HISTORY MASTER AFTER ADDBKOUT, ADDHREST, A LATE ADDHIST     **
000220***  ROLL OR AN ADDRRATE RE-RATE HAS CHANGED A POSTED PERIOD, AND**
000230***  POST ONLY THE DIFFERENCE. EVERY PROGRAM THAT JOURNALS A     **
000240***  CHANGE TO A POSTED PERIOD ADDS IT TO THE TOTALS HERE.       **
000250***                                                              **
000260***  GLP-FIRST-POST-DATE  PROCESSING DATE THE PERIOD WAS POSTED  **
000270***  GLP-LAST-POST-DATE   PROCESSING DATE OF THE LATEST POSTING, **
000280***                       REPOST OR ADJUSTMENT                   **
000290***  GLP-LAST-ACTION      P POSTED, O REPOSTED UNDER OVERRIDE,   **
000300***                       A ADJUSTED (ADDGLADJ OR ADDRRATE)      **
000310***  GLP-CODE-ENTRY       THE POSTED COUNT AND RESULT TOTAL FOR  **
000320***                       EACH TRANSACTION CODE IN THE PERIOD;   **
000330***                       UNUSED SLOTS ARE SPACES/ZERO           **
000340***                                                              **
000350***  MOD HISTORY                                                **
000360***  --------------------------------------------------------   **
000370***  2026-10-15  JWM  ORIGINAL RECORD                           **
000380***                                                              **
000390******************************************************************
000400 01  CPYGLP01-PERIOD-RECORD.
000410     05  GLP-KEY.
000420         10  GLP-RUN-DATE    PIC 9(08).
000430         10  GLP-CYCLE-NO    PIC 9(02).
000440     05  GLP-FIRST-POST-DATE PIC 9(08).
000450     05  GLP-LAST-POST-DATE  PIC 9(08).
000460     05  GLP-LAST-ACTION     PIC X(01).
000470         88  GLP-POSTED                  VALUE "P".
000480         88  GLP-REPOSTED                VALUE "O".
000490         88  GLP-ADJUSTED                VALUE "A".
000500     05  GLP-POST-COUNT      PIC 9(03).
000510     05  GLP-REC-COUNT       PIC 9(07).
000520     05  GLP-RESULT-TOTAL    PIC S9(11)V99
000530                             SIGN IS LEADING SEPARATE.
000540     05  GLP-CODE-ENTRY OCCURS 6 TIMES.
000550         10  GLP-CODE        PIC X(01).
000560         10  GLP-CODE-COUNT  PIC 9(07).
000570         10  GLP-CODE-TOTAL  PIC S9(11)V99
000580                             SIGN IS LEADING SEPARATE.
000590     05  FILLER              PIC X(17).
