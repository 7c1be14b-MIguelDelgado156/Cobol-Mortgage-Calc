                         ==PAID-THRU== BY ==PS-PAID-THRU==
                         ==LAST-PAY-DATE== BY ==PS-LAST-PAY-DATE==
                         ==LAST-PAY-AMT== BY ==PS-LAST-PAY-AMT==
                         ==PAID-COUNT== BY ==PS-PAID-COUNT==
                         ==NSF-COUNT== BY ==PS-NSF-COUNT==.

       FD AGEFILE.
       01 AGEFILE-REC PIC X(80).
