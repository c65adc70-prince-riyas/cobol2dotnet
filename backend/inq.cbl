000407***                   SWEEP - ACCEPTABLE AGAINST A RESTORED     **
000408***                   RANGE OR THE RETAINED MASTER AT DESK      **
000409***                   VOLUMES.                                  **
      ***  2026-10-15  JWM  THE SUSPENSE SIDE SPELLS OUT THE TWO NEW   **
      ***                   STATUSES - RETURNED TO SOURCE AND          **
      ***                   RESUBMITTED BY SOURCE - WITH THE SOURCE    **
      ***                   ID AND DATE.                               **
000410***                                                              **
000411******************************************************************
000412 IDENTIFICATION DIVISION.
003290                 WHEN SUS-CANCELLED
003300                     DISPLAY "SUSPENSE . CANCELLED ON "
003310                         SUS-DATE-STATUS
003311                 WHEN SUS-RETURNED
003312                     DISPLAY "SUSPENSE . RETURNED TO SOURCE "
003313                         SUS-SOURCE-ID " ON " SUS-DATE-STATUS
003314                         " - AWAITING RESUBMISSION"
003315                 WHEN SUS-RESUBMITTED
003316                     DISPLAY "SUSPENSE . RESUBMITTED BY SOURCE "
003317                         SUS-SOURCE-ID " ON " SUS-DATE-STATUS
003318                         " - AWAITING REPROCESS"
003320                 WHEN OTHER
003330                     DISPLAY "SUSPENSE . STATUS " SUS-STATUS
003340                         " SINCE " SUS-DATE-STATUS
