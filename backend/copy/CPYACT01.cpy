000269***                   ON IN THE SAME SECOND. CLUSTER KEYS       **
000271***                   CHANGED IN STEP - SEE ADDMAINT.JCL        **
000272***                   STEP008.                                  **
      ***  2026-10-15  JWM  MAKER-CHECKER: NEW ACTION CODES P         **
      ***                   (SUBMITTED FOR APPROVAL), A (APPROVED)    **
      ***                   AND D (DECLINED). ACT-APPROVAL-ACTION     **
      ***                   SAYS WHETHER THE PENDING ITEM IS A        **
      ***                   CORRECTION OR A CANCEL; ACT-MAKER-ID      **
      ***                   CARRIES THE OPERATOR WHO KEYED IT ON      **
      ***                   THE CHECKER'S A/D RECORDS, SO BOTH IDS    **
      ***                   ARE ON THE LOG. TAKEN FROM FILLER - THE   **
      ***                   RECORD IS STILL 80 BYTES.                 **
000273***                                                              **
000280******************************************************************
000290 01  CPYACT01-ACTIVITY-RECORD.
000350         88  ACT-CORRECTED               VALUE "C".
000360         88  ACT-CANCELLED               VALUE "X".
000370         88  ACT-OVERRIDE-SET            VALUE "O".
000371         88  ACT-SUBMITTED               VALUE "P".
000372         88  ACT-APPROVED                VALUE "A".
000373         88  ACT-DECLINED                VALUE "D".
000380     05  ACT-TRANS-ID        PIC 9(08).
000390     05  ACT-OLD-NUM1        PIC S9(04)V99
000400                             SIGN IS LEADING SEPARATE.
000470                             SIGN IS LEADING SEPARATE.
000480     05  ACT-NEW-CODE        PIC X(01).
000490     05  ACT-NEW-STATUS      PIC X(01).
000500     05  ACT-MAKER-ID        PIC X(08).
000501     05  ACT-APPROVAL-ACTION PIC X(01).
000502         88  ACT-APPROVAL-CORRECTION     VALUE "C".
000503         88  ACT-APPROVAL-CANCEL         VALUE "X".
000504     05  FILLER              PIC X(05).
