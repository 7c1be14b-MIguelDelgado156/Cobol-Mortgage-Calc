                         ==FEE-BAL== BY ==FE-FEE-BAL==
                         ==FEE-MONTHS-CHARGED== BY
                             ==FE-FEE-MONTHS-CHARGED==
                         ==FEE-LAST-ASSESS== BY ==FE-FEE-LAST-ASSESS==
                         ==FEE-NSF-CHARGED== BY
                             ==FE-FEE-NSF-CHARGED==.

       FD ACHMAST.
       01 ACHMAST-REC.
                         ==ACH-ROUTING== BY ==AC-ACH-ROUTING==
                         ==ACH-ACCOUNT== BY ==AC-ACH-ACCOUNT==
                         ==ACH-DRAFT-DAY== BY ==AC-ACH-DRAFT-DAY==
                         ==ACH-ACTIVE== BY ==AC-ACH-ACTIVE==
                         ==ACH-RETURN-COUNT== BY
                             ==AC-ACH-RETURN-COUNT==.

       FD STMTFILE.
       01 STMT-REC PIC X(80).
