000323***                   THE DAY'S PROCESSING CYCLES IT CARRIES.   **
000324***                   INBOUND SOURCE FEEDS LEAVE IT ZERO OR     **
000325***                   BLANK - ADDEDIT DOES NOT EDIT IT.         **
      ***  2026-10-15  JWM  ADDED CTL-HDR-XMIT-TYPE AND CTL-HDR-      **
      ***                   RETRANS-DATE (FROM FILLER) - A PAST DAY'S **
      ***                   EXTRACT REBUILT FROM HISTORY (ADDREXT)    **
      ***                   GOES OUT MARKED R WITH THE PROCESSING     **
      ***                   DATE IT WAS REBUILT ON, SO DOWNSTREAM     **
      ***                   CAN TELL IT FROM THE ORIGINAL SEND AND    **
      ***                   NOT LOAD THE DAY TWICE. AN ORIGINAL       **
      ***                   TRANSMISSION LEAVES BOTH BLANK.           **
000326***                                                              **
000330******************************************************************
000340 01  CPYCTL01-FEED-HEADER.
000370     05  CTL-HDR-FEED-DATE   PIC 9(08).
000380     05  CTL-HDR-SOURCE-ID   PIC X(08).
000385     05  CTL-HDR-CYCLE-NO    PIC 9(02).
000386     05  CTL-HDR-XMIT-TYPE   PIC X(01).
000387         88  CTL-ORIGINAL-XMIT           VALUE SPACE.
000388         88  CTL-RETRANSMISSION          VALUE "R".
000389     05  CTL-HDR-RETRANS-DATE PIC 9(08).
000390     05  FILLER              PIC X(52).
000400 01  CPYCTL01-FEED-TRAILER.
000410     05  CTL-TRL-REC-TYPE    PIC X(01).
000420         88  CTL-TRAILER-RECORD          VALUE "T".
