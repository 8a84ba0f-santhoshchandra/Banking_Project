
      *    DECLARED DRAWER TOTALS THE BRANCH SUBMITS AT CLOSE OF
      *    BUSINESS, ONE LINE PER TELLER:
      *    TELLER|DECLARED-DEBITS|DECLARED-CREDITS[|BOUGHT|SOLD],
      *    WHERE BOUGHT AND SOLD ARE THE CASH THE TELLER TOOK FROM
      *    AND RETURNED TO THE BRANCH VAULT DURING THE DAY.
           SELECT DRAWERFILE ASSIGN TO WS-DRAWER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DW-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PF-FILE-STATUS.

      *    THE DRAWERS' VAULT BUYS AND SELLS FOR VAULTCTL'S DAILY
      *    VAULT PROOF: DATE|TELLER|BOUGHT|SOLD, ONE LINE PER TELLER
      *    WHO DECLARED ANY. WRITTEN EVEN WHEN EMPTY, SO VAULTCTL CAN
      *    TELL "NO TELLER TOUCHED THE VAULT" FROM "NOT YET PROVED".
           SELECT TELLVAULTFILE ASSIGN TO WS-TELLVAULT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TV-FILE-STATUS.

           SELECT PROCDATEFILE ASSIGN TO WS-PROCDATE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PD-FILE-STATUS.
       FD  PROOFFILE.
       01  PROOF-RECORD PIC X(200).

       FD  TELLVAULTFILE.
       01  TELLVAULT-RECORD PIC X(60).

       FD  PROCDATEFILE.
       01  PROCDATE-RECORD PIC X(8).

       01  WS-REJECT-FILE-NAME PIC X(100) VALUE 'REJECTFILE.DAT'.
       01  WS-DRAWER-FILE-NAME PIC X(100) VALUE 'TELLDRAWER.DAT'.
       01  WS-PROOF-FILE-NAME PIC X(100) VALUE 'TELLPROOF.DAT'.
       01  WS-TELLVAULT-FILE-NAME PIC X(100) VALUE 'TELLVAULT.DAT'.
       01  WS-PROCDATE-FILE-NAME PIC X(100) VALUE 'PROCDATE.DAT'.
       01  WS-ENV-OVERRIDE    PIC X(100).
       01  AU-FILE-STATUS     PIC XX.
       01  RJ-FILE-STATUS     PIC XX.
       01  DW-FILE-STATUS     PIC XX.
       01  PF-FILE-STATUS     PIC XX.
       01  TV-FILE-STATUS     PIC XX.
       01  PD-FILE-STATUS     PIC XX.
       01  EOF-FLAG           PIC X(1) VALUE 'N'.
       01  WS-PROCESSING-DATE PIC X(8).
               10  WS-TLR-REJECTS     PIC 9(5).
               10  WS-TLR-DECL-DR     PIC 9(9)V99.
               10  WS-TLR-DECL-CR     PIC 9(9)V99.
               10  WS-TLR-BOUGHT      PIC 9(9)V99.
               10  WS-TLR-SOLD        PIC 9(9)V99.
               10  WS-TLR-DECLARED-SW PIC X(1).
       01  WS-TLR-COUNT       PIC 9(2) VALUE 0.
       01  WS-TLR-IDX         PIC 9(3).
       01  WS-WORK-TELLER     PIC X(5).
       01  WS-OVER-SHORT-DR   PIC S9(9)V99.
       01  WS-OVER-SHORT-CR   PIC S9(9)V99.
       01  WS-ED-BOUGHT       PIC 9(9).99.
       01  WS-ED-SOLD         PIC 9(9).99.
       01  WS-VAULT-LINE-COUNT PIC 9(3) VALUE 0.

      *    REJECT-LINE PARSE FIELDS - POSITIONS MATCH
      *    REJECT-TRANSACTION IN BANKTRANS, WHOSE EIGHTH FIELD IS
       01  WS-DRW-F1          PIC X(10).
       01  WS-DRW-F2          PIC X(15).
       01  WS-DRW-F3          PIC X(15).
       01  WS-DRW-F4          PIC X(15).
       01  WS-DRW-F5          PIC X(15).

       01  WS-LINE-COUNT      PIC 9(7) VALUE 0.

                   400-TAKE-DECLARATIONS-EXIT.
           PERFORM 500-WRITE-PROOF-REPORT THRU
                   500-WRITE-PROOF-REPORT-EXIT.
           PERFORM 600-WRITE-VAULT-FIGURES THRU
                   600-WRITE-VAULT-FIGURES-EXIT.
           DISPLAY 'AUDIT LINES TALLIED: ' WS-LINE-COUNT.
           DISPLAY 'TELLERS REPORTED   : ' WS-TLR-COUNT.
           DISPLAY 'VAULT FIGURE LINES : ' WS-VAULT-LINE-COUNT.
           STOP RUN.
       100-INITILIZE-EXIT.
           EXIT.
               MOVE WS-ENV-OVERRIDE TO WS-PROOF-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'TELLVAULT_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-TELLVAULT-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'PROCDATE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
                             WS-TLR-REJECTS(WS-TLR-IDX)
                             WS-TLR-DECL-DR(WS-TLR-IDX)
                             WS-TLR-DECL-CR(WS-TLR-IDX)
                             WS-TLR-BOUGHT(WS-TLR-IDX)
                             WS-TLR-SOLD(WS-TLR-IDX)
                   MOVE 'N' TO WS-TLR-DECLARED-SW(WS-TLR-IDX)
               ELSE
                   MOVE 0 TO WS-TLR-IDX
       400-TAKE-DECLARATIONS-EXIT.
           EXIT.

      *    THE VAULT FIELDS ARE OPTIONAL - A BRANCH WITHOUT A VAULT
      *    UNDER CONTROL, OR A TELLER WHO NEVER WENT TO IT, SENDS THE
      *    THREE-FIELD LINE AS BEFORE.
       410-TAKE-ONE-DECLARATION.
           MOVE SPACES TO WS-DRW-F1 WS-DRW-F2 WS-DRW-F3 WS-DRW-F4
                          WS-DRW-F5.
           UNSTRING DRAWER-RECORD DELIMITED BY '|'
               INTO WS-DRW-F1 WS-DRW-F2 WS-DRW-F3 WS-DRW-F4
                    WS-DRW-F5
           END-UNSTRING.
           MOVE WS-DRW-F1(1:5) TO WS-WORK-TELLER.
           PERFORM FIND-TELLER-ROW THRU FIND-TELLER-ROW-EXIT.
                       FUNCTION NUMVAL(WS-DRW-F2)
               COMPUTE WS-TLR-DECL-CR(WS-TLR-IDX) =
                       FUNCTION NUMVAL(WS-DRW-F3)
               IF WS-DRW-F4 NOT = SPACES
                   COMPUTE WS-TLR-BOUGHT(WS-TLR-IDX) =
                           FUNCTION NUMVAL(WS-DRW-F4)
               END-IF
               IF WS-DRW-F5 NOT = SPACES
                   COMPUTE WS-TLR-SOLD(WS-TLR-IDX) =
                           FUNCTION NUMVAL(WS-DRW-F5)
               END-IF
               MOVE 'Y' TO WS-TLR-DECLARED-SW(WS-TLR-IDX)
           END-IF.
       410-TAKE-ONE-DECLARATION-EXIT.
                       DELIMITED BY SIZE INTO PROOF-RECORD
               END-IF
               WRITE PROOF-RECORD
               IF WS-TLR-BOUGHT(WS-TLR-IDX) > 0 OR
                  WS-TLR-SOLD(WS-TLR-IDX) > 0
                   MOVE SPACES TO PROOF-RECORD
                   STRING '       VAULT BOUGHT '
                       WS-TLR-BOUGHT(WS-TLR-IDX) ' | SOLD '
                       WS-TLR-SOLD(WS-TLR-IDX)
                       DELIMITED BY SIZE INTO PROOF-RECORD
                   WRITE PROOF-RECORD
               END-IF
           ELSE
               MOVE SPACES TO PROOF-RECORD
               MOVE '       NO DRAWER DECLARATION SUBMITTED' TO
           END-IF.
       510-WRITE-ONE-TELLER-EXIT.
           EXIT.

      *    ONE LINE PER DECLARED TELLER WHO BOUGHT FROM OR SOLD TO
      *    THE VAULT. THE TELLER'S BRANCH IS NOT CARRIED - VAULTCTL
      *    TAKES IT FROM THE OPERATOR MASTER.
       600-WRITE-VAULT-FIGURES.
           OPEN OUTPUT TELLVAULTFILE.
           IF TV-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening TELLVAULT: ' TV-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 600-WRITE-VAULT-FIGURES-EXIT
           END-IF.
           PERFORM VARYING WS-TLR-IDX FROM 1 BY 1
                   UNTIL WS-TLR-IDX > WS-TLR-COUNT
               IF WS-TLR-DECLARED-SW(WS-TLR-IDX) = 'Y' AND
                  (WS-TLR-BOUGHT(WS-TLR-IDX) > 0 OR
                   WS-TLR-SOLD(WS-TLR-IDX) > 0)
                   MOVE WS-TLR-BOUGHT(WS-TLR-IDX) TO WS-ED-BOUGHT
                   MOVE WS-TLR-SOLD(WS-TLR-IDX) TO WS-ED-SOLD
                   MOVE SPACES TO TELLVAULT-RECORD
                   STRING WS-PROCESSING-DATE '|'
                       WS-TLR-ID(WS-TLR-IDX) '|' WS-ED-BOUGHT '|'
                       WS-ED-SOLD
                       DELIMITED BY SIZE INTO TELLVAULT-RECORD
                   WRITE TELLVAULT-RECORD
                   ADD 1 TO WS-VAULT-LINE-COUNT
               END-IF
           END-PERFORM.
           CLOSE TELLVAULTFILE.
       600-WRITE-VAULT-FIGURES-EXIT.
           EXIT.
