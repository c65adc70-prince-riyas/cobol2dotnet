000100******************************************************************
000110***                                                              **
000120***  CPYSRC01 - SOURCE-SYSTEM MASTER RECORD                      **
000130***                                                              **
000140***  ONE RECORD PER SOURCE SYSTEM THAT SENDS US A FEED, KEYED    **
000150***  BY THE SOURCE ID IT PUTS IN CTL-HDR-SOURCE-ID. IT SAYS      **
000160***  WHICH OF THE DAY'S PROCESSING CYCLES THE SOURCE IS DUE      **
000170***  IN, THE TIME OF DAY ITS FEED IS DUE BY, THE DETAIL COUNT    **
000180***  A NORMAL FEED FALLS BETWEEN AND WHOM TO CALL WHEN IT DOES   **
000190***  NOT ARRIVE. KEYED THROUGH ADDSMNT; ADDFEED COMPARES THE     **
000200***  DAY'S RECEIVED HEADERS WITH IT BEFORE ADDNUMS RUNS.         **
000210***                                                              **
000220***  SRC-RELEASE-DATE/CYCLE NAME THE ONE PROCESSING DATE AND     **
000230***  CYCLE AN OPERATOR HAS RELEASED THE SOURCE FOR - ADDFEED     **
000240***  REPORTS IT ABSENT BUT DOES NOT HOLD THE RUN FOR IT. A       **
000250***  RELEASE LAPSES ON ITS OWN WHEN THE DATE ROLLS.              **
000260***                                                              **
000270***  MOD HISTORY                                                **
000280***  --------------------------------------------------------   **
000290***  2026-10-15  JWM  ORIGINAL RECORD                           **
000300***                                                              **
000310******************************************************************
000320 01  CPYSRC01-SOURCE-RECORD.
000330     05  SRC-SOURCE-ID       PIC X(08).
000340     05  SRC-NAME            PIC X(20).
000350     05  SRC-STATUS          PIC X(01).
000360         88  SRC-ACTIVE                  VALUE "A".
000370         88  SRC-INACTIVE                VALUE "I".
000380     05  SRC-CYCLE-FLAGS.
000390         10  SRC-CYCLE-SW    PIC X(01) OCCURS 2 TIMES.
000400             88  SRC-DUE-IN-CYCLE        VALUE "Y".
000410     05  SRC-CUTOFF-TIME     PIC 9(04).
000420     05  SRC-CUTOFF-PARTS REDEFINES SRC-CUTOFF-TIME.
000430         10  SRC-CUTOFF-HH   PIC 9(02).
000440         10  SRC-CUTOFF-MM   PIC 9(02).
000450     05  SRC-VOLUME-LOW      PIC 9(07).
000460     05  SRC-VOLUME-HIGH     PIC 9(07).
000470     05  SRC-CONTACT-NAME    PIC X(20).
000480     05  SRC-CONTACT-PHONE   PIC X(15).
000490     05  SRC-RELEASE-DATE    PIC 9(08).
000500     05  SRC-RELEASE-CYCLE   PIC 9(02).
000510     05  SRC-RELEASE-OPERATOR
000520                             PIC X(08).
000530     05  SRC-RELEASE-REASON  PIC X(30).
000540     05  FILLER              PIC X(18).
