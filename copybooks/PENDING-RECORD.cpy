      ******************************************************************
      * PENDING-RECORD.CPY
      * Shared record layout for EMPTRANS-PENDING.DAT, the holding
      * file for future-dated transaction cards. The batch apply
      * parks any A/U/D/L/R card whose effective date is after the
      * run date here, then releases it the first night on or after
      * that date, through the same edits as a card from the day's
      * file. The key leads with the effective date so the nightly
      * release reads due cards first and stops at the first card
      * not yet due; the hold stamp and sequence keep two cards for
      * the same date and employee apart. The alternate key on
      * EMP-ID drives the interactive pending inquiry and cancel.
      ******************************************************************
       01 PENDING-TRX-RECORD.
           05 PND-KEY.
               10 PND-EFFECTIVE-DATE PIC 9(8).
               10 PND-HELD-DATE      PIC 9(8).
               10 PND-HELD-TIME      PIC 9(8).
               10 PND-HELD-SEQ       PIC 9(6).
           05 PND-EMP-ID          PIC 9(6).
           05 PND-ACTION          PIC X(1).
           05 PND-BATCH-ID        PIC X(8).
      * Full card image, exactly as read - released cards are moved
      * back into the transaction card area and dispatched whole.
           05 PND-CARD            PIC X(254).
