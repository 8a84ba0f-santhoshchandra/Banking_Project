       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE CUSTOMER MASTER AS IT EXISTED BEFORE THE KYC REVIEW,
      *    TAX-ID CERTIFICATION AND PERSONAL-DATA RETENTION FIELDS
      *    WERE ADDED: 115 BYTES, SAME KEY. ONLY THIS PROGRAM EVER
      *    DECLARES THE OLD LENGTH.
           SELECT OLDCUSTFILE ASSIGN TO WS-OLD-FILE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
       FD  OLDCUSTFILE.
       01  OLD-CUSTOMER-RECORD.
           05  OLD-CUSTOMER-NUMBER PIC X(10).
           05  FILLER             PIC X(105).

       FD  NEWCUSTFILE.
       COPY CUSTREC.

       PROCEDURE DIVISION.

      *    ONE-SHOT CONVERSION FOR THE CUSTOMER-MASTER WIDENING FROM
      *    115 TO 166 BYTES: EACH OLD RECORD IS COPIED BYTE-FOR-BYTE
      *    AND THE 51 NEW BYTES ARE LEFT AS SPACES, THE LEGACY STATE
      *    EVERY READER ALREADY EXPECTS:
      *      KYC GRADE AND DATES - NO REVIEW ON FILE; KYCREVW LISTS
      *                            IT BUT NOTHING RESTRICTS
      *      TAX-ID CERTIFICATION - NO STATUS ON FILE; INTCALC
      *                            COUNTS IT BUT NEVER WITHHOLDS
      *      LEGAL HOLD           - NONE
      *      ERASED DATE          - PERSONAL DATA IS LIVE
      *    RUN ONCE AT CUTOVER, VERIFY THE COUNT, THEN SWAP
      *    customers_index.new IN AS customers_index.txt.
       100-INITILIZE.
           PERFORM 010-GET-RUN-PARAMETERS THRU
                   010-GET-RUN-PARAMETERS-EXIT.
               AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                   MOVE SPACES TO CUSTOMER-RECORD
                   MOVE OLD-CUSTOMER-RECORD TO CUSTOMER-RECORD(1:115)
                   WRITE CUSTOMER-RECORD
                   IF NC-FILE-STATUS NOT = '00'
                       DISPLAY 'WRITE FAILED (' NC-FILE-STATUS
