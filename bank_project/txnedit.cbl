                           end-if
                       when 'N'
                           continue
      * overdraft protection link - a zero to-account unlinks,
      * otherwise the protecting account has to be on file
                       when 'L'
                           perform check-account-open
                           if ws-edit-reason = spaces
                                   and txn-to-account numeric
                                   and txn-to-account not = zero
                               perform check-to-account
                           end-if
                       when other
                           move "UNKNOWN TXN TYPE    "
                               to ws-edit-reason
