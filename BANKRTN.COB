           move br-amount to uw-amount.
           move br-reason to uw-reason.
           move "R" to uw-status.
           move "N" to uw-counter.
           move spaces to uw-env-period.
           move 1 to uw-recstat.
           write uncl-record
              invalid key
