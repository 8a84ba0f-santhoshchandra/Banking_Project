       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANDMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    DIRECT-DEBIT MANDATES CLRTRANS CHECKS INCOMING CLEARING
      *    DEBITS AGAINST: ACCOUNT|ORIGINATOR|MAX-AMOUNT|EXPIRY|
      *    REFERENCE. A BLANK OR ZERO MAXIMUM IS NO LIMIT, A BLANK OR
      *    ZERO EXPIRY OPEN-ENDED.
           SELECT MANDATEFILE ASSIGN TO WS-MANDATE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MD-FILE-STATUS.

      *    THE DAY'S INSTRUCTIONS FROM THE BRANCHES:
      *    ADD|ACCOUNT|ORIGINATOR|MAX-AMOUNT|EXPIRY|REFERENCE, OR
      *    DEL|ACCOUNT|ORIGINATOR (A BLANK ORIGINATOR CANCELS EVERY
      *    MANDATE ON THE ACCOUNT). AN ADD FOR A MANDATE ALREADY ON
      *    FILE REPLACES IT, WHICH IS HOW A LIMIT OR EXPIRY CHANGES.
           SELECT INSTRFILE ASSIGN TO WS-INSTR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IN-FILE-STATUS.

      *    THE MAINTAINED GENERATION IS WRITTEN SEPARATELY AND
      *    SWAPPED IN AFTER A CLEAN RUN, THE SAME PATTERN STOPMNT
      *    USES FOR THE STOP-PAYMENT FILE.
           SELECT NEWMANDFILE ASSIGN TO WS-NEWMAND-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NM-FILE-STATUS.

           SELECT PROCDATEFILE ASSIGN TO WS-PROCDATE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MANDATEFILE.
       01  MANDATE-RECORD PIC X(80).

       FD  INSTRFILE.
       01  INSTR-RECORD PIC X(80).

       FD  NEWMANDFILE.
       01  NEWMAND-RECORD PIC X(80).

       FD  PROCDATEFILE.
       01  PROCDATE-RECORD PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-MANDATE-FILE-NAME PIC X(100) VALUE 'MANDATES.DAT'.
       01  WS-INSTR-FILE-NAME PIC X(100) VALUE 'MANDINSTR.DAT'.
       01  WS-NEWMAND-FILE-NAME PIC X(100) VALUE 'MANDATES.NEW'.
       01  WS-PROCDATE-FILE-NAME PIC X(100) VALUE 'PROCDATE.DAT'.
       01  WS-ENV-OVERRIDE    PIC X(100).
       01  MD-FILE-STATUS     PIC XX.
       01  IN-FILE-STATUS     PIC XX.
       01  NM-FILE-STATUS     PIC XX.
       01  PD-FILE-STATUS     PIC XX.
       01  EOF-FLAG           PIC X(1) VALUE 'N'.
       01  WS-PROCESSING-DATE PIC X(8).
       01  WS-TODAY-NUM       PIC 9(8).
       01  WS-CARRIED-COUNT   PIC 9(5) VALUE 0.
       01  WS-PURGED-COUNT    PIC 9(5) VALUE 0.
       01  WS-ADDED-COUNT     PIC 9(5) VALUE 0.
       01  WS-REPLACED-COUNT  PIC 9(5) VALUE 0.
       01  WS-DELETED-COUNT   PIC 9(5) VALUE 0.
       01  WS-REFUSED-COUNT   PIC 9(5) VALUE 0.

      *    PARSE FIELDS FOR A MANDATES.DAT LINE AND FOR THE PART OF A
      *    MANDINSTR.DAT LINE AFTER ITS ADD/DEL VERB.
       01  WS-INS-F1          PIC X(3).
       01  WS-MND-F1          PIC X(10).
       01  WS-MND-F2          PIC X(10).
       01  WS-MND-F3          PIC X(12).
       01  WS-MND-F4          PIC X(10).
       01  WS-MND-F5          PIC X(20).
       01  WS-MND-EXPIRY      PIC 9(8).
       01  WS-MND-MAX         PIC 9(9)V99.
       01  WS-MND-OUT-MAX     PIC 9(9).99.
       01  WS-MND-REFUSAL     PIC X(30).

      *    DEL INSTRUCTIONS, AND THE ACCOUNT + ORIGINATOR OF EVERY
      *    GOOD ADD (WHICH SUPERSEDES ANY MANDATE ALREADY ON FILE),
      *    COLLECTED UP FRONT AND MATCHED AGAINST CARRIED MANDATES.
       01  WS-DEL-TABLE.
           05  WS-DEL-ENTRY OCCURS 100 TIMES.
               10  WS-DEL-ACCT PIC X(10).
               10  WS-DEL-ORIG PIC X(10).
               10  WS-DEL-TYPE PIC X(1).
       01  WS-DEL-COUNT       PIC 9(3) VALUE 0.
       01  WS-DEL-IDX         PIC 9(3).
       01  WS-DEL-HIT         PIC 9(3).
       01  WS-DEL-MATCH-SW    PIC X(1).
           88  WS-DEL-MATCHED     VALUE 'Y'.
           88  WS-DEL-NOT-MATCHED VALUE 'N'.

       PROCEDURE DIVISION.

       100-INITILIZE.
           PERFORM 010-GET-RUN-PARAMETERS THRU
                   010-GET-RUN-PARAMETERS-EXIT.
           PERFORM GET-PROCESSING-DATE THRU
                   GET-PROCESSING-DATE-EXIT.
           MOVE WS-PROCESSING-DATE TO WS-TODAY-NUM.
           OPEN OUTPUT NEWMANDFILE.
           PERFORM 200-COLLECT-DELETES THRU 200-COLLECT-DELETES-EXIT.
           PERFORM 300-CARRY-LIVE-MANDATES THRU
                   300-CARRY-LIVE-MANDATES-EXIT.
           PERFORM 400-APPLY-ADDS THRU 400-APPLY-ADDS-EXIT.
           CLOSE NEWMANDFILE.
           DISPLAY 'MANDATES CARRIED  : ' WS-CARRIED-COUNT.
           DISPLAY 'MANDATES PURGED   : ' WS-PURGED-COUNT.
           DISPLAY 'MANDATES ADDED    : ' WS-ADDED-COUNT.
           DISPLAY 'MANDATES REPLACED : ' WS-REPLACED-COUNT.
           DISPLAY 'MANDATES CANCELLED: ' WS-DELETED-COUNT.
           DISPLAY 'INSTRUCTIONS REFUSED: ' WS-REFUSED-COUNT.
           IF WS-REFUSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       100-INITILIZE-EXIT.
           EXIT.

      *    THE _DD OVERRIDES LET AN OPERATOR POINT THIS RUN AT DATED
      *    ARCHIVE COPIES OR TEST FIXTURES WITHOUT A RECOMPILE, THE
      *    SAME CONVENTION BANKTRANS USES.
       010-GET-RUN-PARAMETERS.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'MANDATES_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-MANDATE-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'MANDINSTR_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-INSTR-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'MANDATESNEW_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-NEWMAND-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'PROCDATE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PROCDATE-FILE-NAME
           END-IF.
       010-GET-RUN-PARAMETERS-EXIT.
           EXIT.

      *    READS THE CYCLE'S BUSINESS DATE FROM THE CONTROL RECORD,
      *    FALLING BACK TO THE WALL CLOCK (WITH A CONSOLE NOTE) WHEN
      *    THE FILE IS ABSENT OR UNREADABLE.
       GET-PROCESSING-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PROCESSING-DATE.
           OPEN INPUT PROCDATEFILE.
           IF PD-FILE-STATUS = '00'
               READ PROCDATEFILE
                   AT END
                       DISPLAY 'PROCDATE EMPTY - USING WALL CLOCK'
                   NOT AT END
                       IF PROCDATE-RECORD NUMERIC
                           MOVE PROCDATE-RECORD TO WS-PROCESSING-DATE
                       ELSE
                           DISPLAY 'PROCDATE UNPARSEABLE - USING '
                                   'WALL CLOCK: ' PROCDATE-RECORD
                       END-IF
               END-READ
               CLOSE PROCDATEFILE
           END-IF.
       GET-PROCESSING-DATE-EXIT.
           EXIT.

       200-COLLECT-DELETES.
           OPEN INPUT INSTRFILE.
           IF IN-FILE-STATUS = '00'
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ INSTRFILE INTO INSTR-RECORD
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           PERFORM 210-COLLECT-ONE THRU
                                   210-COLLECT-ONE-EXIT
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE INSTRFILE
           END-IF.
       200-COLLECT-DELETES-EXIT.
           EXIT.

      *    ONLY ADDS THAT WILL ACTUALLY GO ON FILE SUPERSEDE AN
      *    EXISTING MANDATE - A REFUSED AMENDMENT LEAVES THE OLD ONE
      *    STANDING.
       210-COLLECT-ONE.
           PERFORM 500-PARSE-INSTRUCTION THRU
                   500-PARSE-INSTRUCTION-EXIT.
           IF WS-INS-F1 NOT = 'DEL' AND WS-INS-F1 NOT = 'ADD'
               GO TO 210-COLLECT-ONE-EXIT
           END-IF.
           IF WS-INS-F1 = 'ADD' AND WS-MND-REFUSAL NOT = SPACES
               GO TO 210-COLLECT-ONE-EXIT
           END-IF.
           IF WS-INS-F1 = 'DEL' AND WS-MND-F1 = SPACES
               GO TO 210-COLLECT-ONE-EXIT
           END-IF.
           IF WS-DEL-COUNT = 100
               DISPLAY 'MANDATE INSTRUCTION TABLE FULL - IGNORING: '
                       INSTR-RECORD
               GO TO 210-COLLECT-ONE-EXIT
           END-IF.
           ADD 1 TO WS-DEL-COUNT.
           MOVE WS-MND-F1 TO WS-DEL-ACCT(WS-DEL-COUNT).
           MOVE WS-MND-F2 TO WS-DEL-ORIG(WS-DEL-COUNT).
           MOVE WS-INS-F1(1:1) TO WS-DEL-TYPE(WS-DEL-COUNT).
       210-COLLECT-ONE-EXIT.
           EXIT.

      *    CARRIES EVERY LIVE MANDATE FORWARD, DROPPING EXPIRED ONES
      *    (AUTOMATIC PURGE), CANCELLED ONES, AND ONES AN ADD IS
      *    ABOUT TO REPLACE.
       300-CARRY-LIVE-MANDATES.
           OPEN INPUT MANDATEFILE.
           IF MD-FILE-STATUS = '00'
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ MANDATEFILE INTO MANDATE-RECORD
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF MANDATE-RECORD NOT = SPACES
                               PERFORM 310-CARRY-ONE-MANDATE THRU
                                       310-CARRY-ONE-MANDATE-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE MANDATEFILE
           END-IF.
       300-CARRY-LIVE-MANDATES-EXIT.
           EXIT.

       310-CARRY-ONE-MANDATE.
           MOVE SPACES TO WS-MND-F1 WS-MND-F2 WS-MND-F3 WS-MND-F4
                          WS-MND-F5.
           UNSTRING MANDATE-RECORD DELIMITED BY '|'
               INTO WS-MND-F1 WS-MND-F2 WS-MND-F3 WS-MND-F4
                    WS-MND-F5
           END-UNSTRING.
           IF WS-MND-F4(1:8) NUMERIC
               MOVE WS-MND-F4(1:8) TO WS-MND-EXPIRY
           ELSE
               MOVE 0 TO WS-MND-EXPIRY
           END-IF.
           IF WS-MND-EXPIRY NOT = 0 AND WS-MND-EXPIRY < WS-TODAY-NUM
               ADD 1 TO WS-PURGED-COUNT
               GO TO 310-CARRY-ONE-MANDATE-EXIT
           END-IF.
           SET WS-DEL-NOT-MATCHED TO TRUE.
           PERFORM VARYING WS-DEL-IDX FROM 1 BY 1
                   UNTIL WS-DEL-IDX > WS-DEL-COUNT OR WS-DEL-MATCHED
               IF WS-DEL-ACCT(WS-DEL-IDX) = WS-MND-F1 AND
                  (WS-DEL-ORIG(WS-DEL-IDX) = SPACES OR
                   WS-DEL-ORIG(WS-DEL-IDX) = WS-MND-F2)
                   SET WS-DEL-MATCHED TO TRUE
                   MOVE WS-DEL-IDX TO WS-DEL-HIT
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-DEL-NOT-MATCHED
                   ADD 1 TO WS-CARRIED-COUNT
                   MOVE MANDATE-RECORD TO NEWMAND-RECORD
                   WRITE NEWMAND-RECORD
               WHEN WS-DEL-TYPE(WS-DEL-HIT) = 'A'
                   ADD 1 TO WS-REPLACED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-DELETED-COUNT
           END-EVALUATE.
       310-CARRY-ONE-MANDATE-EXIT.
           EXIT.

       400-APPLY-ADDS.
           OPEN INPUT INSTRFILE.
           IF IN-FILE-STATUS = '00'
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ INSTRFILE INTO INSTR-RECORD
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF INSTR-RECORD(1:4) = 'ADD|'
                               PERFORM 410-APPLY-ONE-ADD THRU
                                       410-APPLY-ONE-ADD-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE INSTRFILE
           END-IF.
       400-APPLY-ADDS-EXIT.
           EXIT.

      *    THE MANDATE IS WRITTEN BACK IN CANONICAL FORM SO CLRTRANS
      *    NEVER HAS TO SECOND-GUESS A BRANCH'S LAYOUT OF THE AMOUNT.
       410-APPLY-ONE-ADD.
           PERFORM 500-PARSE-INSTRUCTION THRU
                   500-PARSE-INSTRUCTION-EXIT.
           IF WS-MND-REFUSAL NOT = SPACES
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY 'MANDATE REFUSED - ' WS-MND-REFUSAL ': '
                       INSTR-RECORD(1:60)
               GO TO 410-APPLY-ONE-ADD-EXIT
           END-IF.
           ADD 1 TO WS-ADDED-COUNT.
           MOVE WS-MND-MAX TO WS-MND-OUT-MAX.
           MOVE SPACES TO NEWMAND-RECORD.
           STRING WS-MND-F1 '|' WS-MND-F2 '|' WS-MND-OUT-MAX '|'
               WS-MND-EXPIRY '|' WS-MND-F5
               DELIMITED BY SIZE INTO NEWMAND-RECORD.
           WRITE NEWMAND-RECORD.
       410-APPLY-ONE-ADD-EXIT.
           EXIT.

      *    SPLITS ONE INSTRUCTION AND, FOR AN ADD, SETS A REFUSAL
      *    REASON WHEN IT CANNOT STAND: NO ACCOUNT OR ORIGINATOR, A
      *    GARBLED MAXIMUM OR EXPIRY, OR AN EXPIRY ALREADY PASSED.
       500-PARSE-INSTRUCTION.
           MOVE SPACES TO WS-INS-F1 WS-MND-F1 WS-MND-F2 WS-MND-F3
                          WS-MND-F4 WS-MND-F5 WS-MND-REFUSAL.
           MOVE 0 TO WS-MND-MAX WS-MND-EXPIRY.
           UNSTRING INSTR-RECORD DELIMITED BY '|'
               INTO WS-INS-F1 WS-MND-F1 WS-MND-F2 WS-MND-F3
                    WS-MND-F4 WS-MND-F5
           END-UNSTRING.
           IF WS-INS-F1 NOT = 'ADD'
               GO TO 500-PARSE-INSTRUCTION-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-MND-F1 = SPACES
                   MOVE 'NO ACCOUNT' TO WS-MND-REFUSAL
               WHEN WS-MND-F2 = SPACES
                   MOVE 'NO ORIGINATOR' TO WS-MND-REFUSAL
               WHEN WS-MND-F3 NOT = SPACES AND
                    FUNCTION TEST-NUMVAL(WS-MND-F3) NOT = 0
                   MOVE 'MAXIMUM NOT NUMERIC' TO WS-MND-REFUSAL
               WHEN WS-MND-F4 NOT = SPACES AND
                    (WS-MND-F4(1:8) NOT NUMERIC OR
                     WS-MND-F4(9:2) NOT = SPACES)
                   MOVE 'EXPIRY NOT A DATE' TO WS-MND-REFUSAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-MND-REFUSAL NOT = SPACES
               GO TO 500-PARSE-INSTRUCTION-EXIT
           END-IF.
           IF WS-MND-F3 NOT = SPACES
               COMPUTE WS-MND-MAX = FUNCTION NUMVAL(WS-MND-F3)
           END-IF.
           IF WS-MND-F4 NOT = SPACES
               MOVE WS-MND-F4(1:8) TO WS-MND-EXPIRY
           END-IF.
           IF WS-MND-EXPIRY NOT = 0 AND WS-MND-EXPIRY < WS-TODAY-NUM
               MOVE 'EXPIRY ALREADY PASSED' TO WS-MND-REFUSAL
           END-IF.
       500-PARSE-INSTRUCTION-EXIT.
           EXIT.
