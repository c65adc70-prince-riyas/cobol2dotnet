000100******************************************************************
000110***                                                              **
000120***  CPYSTM01 - JOB-STREAM CONTROL LEDGER RECORD                 **
000130***                                                              **
000140***  ONE RECORD PER JOB OF THE DAILY CHAIN PER PROCESSING DATE   **
000150***  AND CYCLE, KEYED BY DATE + CYCLE + JOB NAME. ADDSTRM        **
000160***  WRITES IT STARTED (S) FROM THE FIRST STEP OF EACH CHAIN     **
000170***  JOB AND MARKS IT COMPLETED (C) WITH THE JOB'S RETURN CODE   **
000180***  FROM THE LAST; A RECORD LEFT STARTED IS A RUN THAT FAILED   **
000190***  (OR IS STILL IN FLIGHT), THE SAME READING CPYRUN01 GIVES    **
000200***  AN UNMATCHED START. ADDEOD, WHICH CLOSES THE WHOLE DAY,     **
000210***  IS LEDGERED UNDER CYCLE 00.                                 **
000220***                                                              **
000230***  STM-RERUN-SW IS THE ONE-SHOT RERUN AUTHORIZATION A          **
000240***  SIGNED-ON OPERATOR KEYS THROUGH ADDJMNT; THE NEXT START     **
000250***  OF THE JOB CONSUMES IT. A STEP THAT WILL NOT RUN FOR THE    **
000260***  DATE AND CYCLE IS WAIVED (W) THE SAME WAY, SO THE JOBS      **
000270***  BEHIND IT ARE NOT HELD. STM-RUN-COUNT COUNTS THE STARTS.    **
000280***                                                              **
000290***  MOD HISTORY                                                **
000300***  --------------------------------------------------------   **
000310***  2026-10-15  JWM  ORIGINAL RECORD                           **
000320***                                                              **
000330******************************************************************
000340 01  CPYSTM01-STREAM-RECORD.
000350     05  STM-KEY.
000360         10  STM-RUN-DATE    PIC 9(08).
000370         10  STM-CYCLE-NO    PIC 9(02).
000380         10  STM-JOB-NAME    PIC X(08).
000390             88  STM-CHAIN-JOB           VALUES "ADDNUMS "
000400                                                "ADDBKOUT"
000410                                                "ADDRECON"
000420                                                "ADDHIST "
000430                                                "ADDOUTL "
000440                                                "ADDXMIT "
000450                                                "ADDGLPST"
000460                                                "ADDEOD  ".
000470     05  STM-STATUS          PIC X(01).
000480         88  STM-STARTED                 VALUE "S".
000490         88  STM-COMPLETED               VALUE "C".
000500         88  STM-WAIVED                  VALUE "W".
000510         88  STM-SATISFIED               VALUES "C" "W".
000520     05  STM-RETURN-CODE     PIC 9(02).
000530     05  STM-RUN-COUNT       PIC 9(02).
000540     05  STM-START-TIMESTAMP PIC X(14).
000550     05  STM-END-TIMESTAMP   PIC X(14).
000560     05  STM-RERUN-SW        PIC X(01).
000570         88  STM-RERUN-AUTHORIZED        VALUE "Y".
000580     05  STM-AUTH-OPERATOR   PIC X(08).
000590     05  STM-AUTH-REASON     PIC X(30).
000600     05  FILLER              PIC X(10).
