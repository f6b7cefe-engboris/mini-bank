       load-one-transaction.
           MOVE CORRESPONDING trans-record TO user
           SET account-active OF user TO TRUE
           SET tax-liable OF user TO TRUE
           WRITE user
           IF file-access-ok
               ADD 1 TO records-loaded
