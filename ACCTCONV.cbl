                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS AF-ACCOUNT-NUMBER
                ALTERNATE RECORD KEY IS AF-CUSTOMER-NUMBER
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS AF-BRANCH-CODE
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS AF-HOLDER-NAME
                    WITH DUPLICATES
                FILE STATUS IS NA-FILE-STATUS.

       DATA DIVISION.
