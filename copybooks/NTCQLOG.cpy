      * master by the nightly NOTICEGN letter run. Either the
      * customer number or the account number may be zeros; the
      * letter run resolves the other through the cross-reference.
      * NTC-STATUS: space queued, 'S' sent, 'E' could not resolve,
      * 'D' withheld because the customer is deceased, 'H' held
      * because the customer's address is flagged bad on returned
      * mail (reconsidered every run until the address is fixed).
      *================================================================*
       FD  NOTICE-QUEUE-FILE.
       01  NOTICE-QUEUE-RECORD.
