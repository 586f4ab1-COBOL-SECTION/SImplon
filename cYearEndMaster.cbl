                                       ==MASTER-RUN-COUNTER==
                                           BY ==MM-RUN-COUNTER==
                                       ==MASTER-ACCOUNT-ID==
                                           BY ==MM-ACCOUNT-ID==
                                       ==MASTER-SENDER-ID==
                                           BY ==MM-SENDER-ID==.

           FD  AnnualMasterFile.
           01  AnnualMasterRecord.
