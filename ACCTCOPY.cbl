                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS AF-ACCOUNT-NUMBER
                ALTERNATE RECORD KEY IS AF-CUSTOMER-NUMBER
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS AF-BRANCH-CODE
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS AF-HOLDER-NAME
                    WITH DUPLICATES
                FILE STATUS IS AF-FILE-STATUS.

      *    FLAT, DATED IMAGE COPY OF THE ACCOUNT MASTER. THE FIRST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IM-FILE-STATUS.

      *    THE CUSTOMER MASTER AND THE JOINT-HOLDER BOOK ARE IMAGED
      *    ALONGSIDE, UNDER THE SAME STAMP, SO THE NEXT DAY'S CHANGE
      *    EXTRACT (CDCEXTR) HAS A MATCHING GENERATION OF ALL THREE
      *    MASTERS TO COMPARE AGAINST.
           SELECT CUSTFILE ASSIGN TO WS-CUST-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CM-CUSTOMER-NUMBER
                FILE STATUS IS CM-FILE-STATUS.

           SELECT RELFILE ASSIGN TO WS-REL-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS RL-RELATION-KEY
                FILE STATUS IS RL-FILE-STATUS.

           SELECT CUSTIMAGEFILE ASSIGN TO WS-CUSTIMG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CI-FILE-STATUS.

           SELECT RELIMAGEFILE ASSIGN TO WS-RELIMG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RI-FILE-STATUS.

           SELECT PROCDATEFILE ASSIGN TO WS-PROCDATE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PD-FILE-STATUS.
       FD  IMAGEFILE.
       01  IMAGE-RECORD PIC X(250).

       FD  CUSTFILE.
       COPY CUSTREC.

       FD  RELFILE.
       COPY RELREC.

       FD  CUSTIMAGEFILE.
       01  CUSTIMAGE-RECORD PIC X(250).

       FD  RELIMAGEFILE.
       01  RELIMAGE-RECORD PIC X(250).

       FD  PROCDATEFILE.
       01  PROCDATE-RECORD PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-ACCT-FILE-NAME  PIC X(100) VALUE 'accounts_index.txt'.
       01  WS-IMAGE-FILE-NAME PIC X(100) VALUE SPACES.
       01  WS-CUST-FILE-NAME  PIC X(100) VALUE 'customers_index.txt'.
       01  WS-REL-FILE-NAME   PIC X(100) VALUE 'relations_index.txt'.
       01  WS-CUSTIMG-FILE-NAME PIC X(100) VALUE SPACES.
       01  WS-RELIMG-FILE-NAME PIC X(100) VALUE SPACES.
       01  WS-PROCDATE-FILE-NAME PIC X(100) VALUE 'PROCDATE.DAT'.
       01  WS-ENV-OVERRIDE    PIC X(100).
       01  AF-FILE-STATUS     PIC XX.
       01  IM-FILE-STATUS     PIC XX.
       01  CM-FILE-STATUS     PIC XX.
       01  RL-FILE-STATUS     PIC XX.
       01  CI-FILE-STATUS     PIC XX.
       01  RI-FILE-STATUS     PIC XX.
       01  PD-FILE-STATUS     PIC XX.
       01  EOF-FLAG           PIC X(1) VALUE 'N'.
       01  WS-PROCESSING-DATE PIC X(8).
       01  WS-IMAGE-TS        PIC X(16).
       01  WS-COPIED-COUNT    PIC 9(7) VALUE 0.
       01  WS-CUST-COPIED     PIC 9(7) VALUE 0.
       01  WS-REL-COPIED      PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

               STRING 'ACCTIMG_' WS-PROCESSING-DATE '.DAT'
                   DELIMITED BY SIZE INTO WS-IMAGE-FILE-NAME
           END-IF.
           IF WS-CUSTIMG-FILE-NAME = SPACES
               STRING 'CUSTIMG_' WS-PROCESSING-DATE '.DAT'
                   DELIMITED BY SIZE INTO WS-CUSTIMG-FILE-NAME
           END-IF.
           IF WS-RELIMG-FILE-NAME = SPACES
               STRING 'RELIMG_' WS-PROCESSING-DATE '.DAT'
                   DELIMITED BY SIZE INTO WS-RELIMG-FILE-NAME
           END-IF.
      *    THE STAMP'S DATE HALF IS THE BUSINESS DATE AND THE TIME
      *    HALF THE WALL CLOCK - THE SAME RULE THE AUDIT TIMESTAMPS
      *    FOLLOW, SO THE TWO COMPARE DIRECTLY DURING RECOVERY.
               END-IF
               CLOSE ACCOUNTFILE
           END-IF.
           IF RETURN-CODE = 0
               PERFORM 300-IMAGE-CUSTOMERS THRU
                       300-IMAGE-CUSTOMERS-EXIT
               PERFORM 400-IMAGE-RELATIONS THRU
                       400-IMAGE-RELATIONS-EXIT
           END-IF.
           STOP RUN.
       100-INITILIZE-EXIT.
           EXIT.
               MOVE WS-ENV-OVERRIDE TO WS-IMAGE-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'CUSTFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CUST-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'RELFILE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-REL-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'CUSTIMAGE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CUSTIMG-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'RELIMAGE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-RELIMG-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'PROCDATE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
           END-READ.
       200-COPY-ACCOUNTS-EXIT.
           EXIT.

      *    THE CUSTOMER AND RELATIONSHIP IMAGES CARRY THE SAME STAMP
      *    AS THE ACCOUNT IMAGE. A MASTER THAT CANNOT BE OPENED ONLY
      *    WARNS - THE ACCOUNT IMAGE, WHICH RECOVERY DEPENDS ON, IS
      *    ALREADY SAFE - BUT SETS RETURN CODE 4 SO THE GAP IS SEEN.
       300-IMAGE-CUSTOMERS.
           OPEN INPUT CUSTFILE.
           IF CM-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTFILE NOT IMAGED: ' CM-FILE-STATUS
               MOVE 4 TO RETURN-CODE
               GO TO 300-IMAGE-CUSTOMERS-EXIT
           END-IF.
           OPEN OUTPUT CUSTIMAGEFILE.
           IF CI-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening CUSTOMER IMAGE: ' CI-FILE-STATUS
               MOVE 4 TO RETURN-CODE
               CLOSE CUSTFILE
               GO TO 300-IMAGE-CUSTOMERS-EXIT
           END-IF.
           MOVE SPACES TO CUSTIMAGE-RECORD.
           STRING 'IMAGE|' WS-PROCESSING-DATE '|' WS-IMAGE-TS
               DELIMITED BY SIZE INTO CUSTIMAGE-RECORD.
           WRITE CUSTIMAGE-RECORD.
           MOVE 'N' TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ CUSTFILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-CUST-COPIED
                       MOVE SPACES TO CUSTIMAGE-RECORD
                       MOVE CUSTOMER-RECORD TO CUSTIMAGE-RECORD
                       WRITE CUSTIMAGE-RECORD
               END-READ
           END-PERFORM.
           CLOSE CUSTIMAGEFILE.
           CLOSE CUSTFILE.
           DISPLAY 'CUSTOMERS IMAGED: ' WS-CUST-COPIED.
       300-IMAGE-CUSTOMERS-EXIT.
           EXIT.

       400-IMAGE-RELATIONS.
           OPEN INPUT RELFILE.
           IF RL-FILE-STATUS NOT = '00'
               DISPLAY 'RELFILE NOT IMAGED: ' RL-FILE-STATUS
               MOVE 4 TO RETURN-CODE
               GO TO 400-IMAGE-RELATIONS-EXIT
           END-IF.
           OPEN OUTPUT RELIMAGEFILE.
           IF RI-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening RELATION IMAGE: ' RI-FILE-STATUS
               MOVE 4 TO RETURN-CODE
               CLOSE RELFILE
               GO TO 400-IMAGE-RELATIONS-EXIT
           END-IF.
           MOVE SPACES TO RELIMAGE-RECORD.
           STRING 'IMAGE|' WS-PROCESSING-DATE '|' WS-IMAGE-TS
               DELIMITED BY SIZE INTO RELIMAGE-RECORD.
           WRITE RELIMAGE-RECORD.
           MOVE 'N' TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ RELFILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-REL-COPIED
                       MOVE SPACES TO RELIMAGE-RECORD
                       MOVE RELATION-RECORD TO RELIMAGE-RECORD
                       WRITE RELIMAGE-RECORD
               END-READ
           END-PERFORM.
           CLOSE RELIMAGEFILE.
           CLOSE RELFILE.
           DISPLAY 'RELATIONS IMAGED: ' WS-REL-COPIED.
       400-IMAGE-RELATIONS-EXIT.
           EXIT.
