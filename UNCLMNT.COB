      * stays visible until the money actually reaches the
      * employee, instead of sitting unreconciled in the bank
      * clearing account.
      * An open entry can also be flagged for counter payment, so
      * the next CASHOUT run puts it in a cash envelope; while it
      * sits in an envelope (status E) it is settled in CASHMNT
      * when the cashier marks the envelope, not here.
      *----------------------------------------------------------
       environment division.
       configuration section.
           "| Bank Reason    :                | Status        :
      -    "      |".
           02 line 9 column 7 value
           "| Counter Payout :
      -    "      |".
           02 line 10 column 7 value
           "------------------------------------------------------------
      -    "------".

     **-----status C is keyed against the cashier's receipt; R
     **     reopens a disputed payout.  P is BANKDISB's to stamp -
     **     a re-disbursement only happens through the bank file.
     **     F flips the counter-payment flag on an open entry.  An
     **     entry in a cash envelope (E) belongs to CASHMNT.
       ask-mark-option.
           if uw-status = "E"
              display (12, 9)
                 "!!! In a cash envelope - settle it in CASHMNT."
           else
              display (12, 9)
                 "Paid(C) / Reopen(R) / Counter flag(F) / none(N)? : "
              accept (12, 60) edit-choice
              if (edit-choice = "c") or (edit-choice = "C")
                 move "C" to uw-status
                 perform rewrite-uw-entry
              else if (edit-choice = "r") or (edit-choice = "R")
                 move "R" to uw-status
                 perform rewrite-uw-entry
              else if (edit-choice = "f") or (edit-choice = "F")
                 perform toggle-counter-flag.

     **-----only an open entry waits for a payout, so only an
     **     open entry can be sent to the counter
       toggle-counter-flag.
           if uw-status not = "R"
              display (13, 9)
                 "!!! Only an open (R) entry can be flagged."
           else
              if uw-counter = "Y"
                 move "N" to uw-counter
              else
                 move "Y" to uw-counter
              end-if
              perform rewrite-uw-entry.

       rewrite-uw-entry.
              when "R" move "REJECTED/OPEN" to ws-status-desc
              when "P" move "RE-DISBURSED" to ws-status-desc
              when "C" move "PAID OVER COUNTER" to ws-status-desc
              when "E" move "IN CASH ENVELOPE" to ws-status-desc
              when other move "?" to ws-status-desc
           end-evaluate.
           display (8, 58) ws-status-desc.
           if uw-counter = "Y"
              display (9, 26) "YES - PAY AT COUNTER"
           else
              display (9, 26) "NO                  ".

     **-----ask the user to key another entry
       go-again.
