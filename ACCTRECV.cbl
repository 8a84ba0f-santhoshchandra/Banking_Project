                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS AF-ACCOUNT-NUMBER
                ALTERNATE RECORD KEY IS AF-CUSTOMER-NUMBER
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS AF-BRANCH-CODE
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS AF-HOLDER-NAME
                    WITH DUPLICATES
                FILE STATUS IS AF-FILE-STATUS.

      *    EVERY POINT WHERE REPLAY AND AUDIT DISAGREE - A BEFORE
