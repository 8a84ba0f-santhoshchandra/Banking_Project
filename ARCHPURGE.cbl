               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NA-FILE-STATUS.

      *    END-OF-DAY BALANCE HISTORY, TRIMMED THE SAME WAY AS THE
      *    AUDIT TRAIL: OLD LINES TO A DATED ARCHIVE, KEEPERS TO
      *    BALHIST.NEW FOR THE SWAP.
           SELECT BALHISTFILE ASSIGN TO WS-BALHIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BH-FILE-STATUS.

           SELECT BALARCHFILE ASSIGN TO WS-BALARCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BR-FILE-STATUS.

           SELECT NEWBALHISTFILE ASSIGN TO WS-NEWBALHIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NB-FILE-STATUS.

           SELECT PROCDATEFILE ASSIGN TO WS-PROCDATE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PD-FILE-STATUS.
       FD  NEWAUDITFILE.
       01  NEWAUDIT-RECORD PIC X(200).

       FD  BALHISTFILE.
       COPY BALHREC.

       FD  BALARCHFILE.
       01  BALARCH-RECORD PIC X(80).

       FD  NEWBALHISTFILE.
       01  NEWBALHIST-RECORD PIC X(80).

       FD  PROCDATEFILE.
       01  PROCDATE-RECORD PIC X(8).

       01  WS-AUDIT-FILE-NAME   PIC X(100) VALUE 'AUDITFILE.DAT'.
       01  WS-AUDARCH-FILE-NAME PIC X(100) VALUE SPACES.
       01  WS-NEWAUDIT-FILE-NAME PIC X(100) VALUE 'AUDITFILE.NEW'.
       01  WS-BALHIST-FILE-NAME PIC X(100) VALUE 'BALHIST.DAT'.
       01  WS-BALARCH-FILE-NAME PIC X(100) VALUE SPACES.
       01  WS-NEWBALHIST-FILE-NAME PIC X(100) VALUE 'BALHIST.NEW'.
       01  WS-PROCDATE-FILE-NAME PIC X(100) VALUE 'PROCDATE.DAT'.
       01  WS-ENV-OVERRIDE    PIC X(100).
       01  PK-FILE-STATUS     PIC XX.
       01  AU-FILE-STATUS     PIC XX.
       01  AA-FILE-STATUS     PIC XX.
       01  NA-FILE-STATUS     PIC XX.
       01  BH-FILE-STATUS     PIC XX.
       01  BR-FILE-STATUS     PIC XX.
       01  NB-FILE-STATUS     PIC XX.
       01  PD-FILE-STATUS     PIC XX.
       01  EOF-FLAG           PIC X(1) VALUE 'N'.
       01  WS-PROCESSING-DATE PIC X(8).
       01  WS-PK-CUTOFF-INT   PIC 9(8).
       01  WS-AUDIT-CUTOFF-INT PIC 9(8).

      *    BALANCE HISTORY RETENTION. BALHIST REBUILDS ITS PERIOD
      *    FIGURES FROM THE HISTORY, WHICH NEEDS THE WHOLE LAST
      *    COMPLETE MONTH AND THE MONTH IN PROGRESS - A SHORTER
      *    WINDOW IS REFUSED RATHER THAN LOSE THAT.
       01  WS-BALHIST-RETAIN-DAYS PIC 9(4) VALUE 400.
       01  WS-MIN-BALHIST-DAYS PIC 9(4) VALUE 62.
       01  WS-BALHIST-CUTOFF-INT PIC 9(8).
       01  WS-BH-KEPT-COUNT   PIC 9(7) VALUE 0.
       01  WS-BH-ARCH-COUNT   PIC 9(7) VALUE 0.

       01  WS-PK-KEPT-COUNT   PIC 9(7) VALUE 0.
       01  WS-PK-ARCH-COUNT   PIC 9(7) VALUE 0.
       01  WS-AUD-KEPT-COUNT  PIC 9(7) VALUE 0.
                       200-PURGE-POSTED-KEYS-EXIT
               PERFORM 300-TRIM-AUDIT-TRAIL THRU
                       300-TRIM-AUDIT-TRAIL-EXIT
               PERFORM 400-TRIM-BALANCE-HISTORY THRU
                       400-TRIM-BALANCE-HISTORY-EXIT
               DISPLAY 'POSTED KEYS KEPT    : ' WS-PK-KEPT-COUNT
               DISPLAY 'POSTED KEYS ARCHIVED: ' WS-PK-ARCH-COUNT
               DISPLAY 'AUDIT LINES KEPT    : ' WS-AUD-KEPT-COUNT
               DISPLAY 'AUDIT LINES ARCHIVED: ' WS-AUD-ARCH-COUNT
               DISPLAY 'BALHIST LINES KEPT  : ' WS-BH-KEPT-COUNT
               DISPLAY 'BALHIST ARCHIVED    : ' WS-BH-ARCH-COUNT
           END-IF.
           STOP RUN.
       100-INITILIZE-EXIT.
                       FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'BALHIST_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-BALHIST-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'BALHISTNEW_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-NEWBALHIST-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'BALARCH_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-BALARCH-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT
                  'BALHIST_RETAIN_DAYS'.
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-BALHIST-RETAIN-DAYS =
                       FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF.

           MOVE SPACES TO WS-ENV-OVERRIDE.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'PROCDATE_DD'.
           IF WS-ENV-OVERRIDE NOT = SPACES
           END-IF.
       310-JUDGE-ONE-LINE-EXIT.
           EXIT.

      *    BALANCE HISTORY LINES OLDER THAN ITS RETENTION MOVE TO THE
      *    DATED ARCHIVE; KEEPERS GO TO BALHIST.NEW, WHICH MUST BE
      *    SWAPPED IN BEFORE THE NEXT NIGHT'S BALHIST APPENDS. A
      *    WINDOW TOO SHORT FOR BALHIST'S REBUILD SKIPS THIS TRIM
      *    ONLY, AND THE RUN ENDS RC 8 SO THE SETTING IS SEEN.
       400-TRIM-BALANCE-HISTORY.
           IF WS-BALHIST-RETAIN-DAYS < WS-MIN-BALHIST-DAYS
               DISPLAY 'REFUSED: BALHIST RETENTION '
                       WS-BALHIST-RETAIN-DAYS ' DAYS IS UNDER THE '
                       WS-MIN-BALHIST-DAYS ' DAYS THE REBUILD NEEDS'
               MOVE 8 TO RETURN-CODE
               GO TO 400-TRIM-BALANCE-HISTORY-EXIT
           END-IF.
           COMPUTE WS-BALHIST-CUTOFF-INT =
                   WS-PROC-INT - WS-BALHIST-RETAIN-DAYS.
           IF WS-BALARCH-FILE-NAME = SPACES
               STRING 'BALARCH_' WS-PROCESSING-DATE '.DAT'
                   DELIMITED BY SIZE INTO WS-BALARCH-FILE-NAME
           END-IF.
           OPEN INPUT BALHISTFILE.
           IF BH-FILE-STATUS NOT = '00'
               DISPLAY 'BALHIST UNAVAILABLE: ' BH-FILE-STATUS
               GO TO 400-TRIM-BALANCE-HISTORY-EXIT
           END-IF.
           OPEN EXTEND BALARCHFILE.
           IF BR-FILE-STATUS = '35'
               OPEN OUTPUT BALARCHFILE
           END-IF.
           OPEN OUTPUT NEWBALHISTFILE.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ BALHISTFILE
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       PERFORM 410-JUDGE-ONE-BALANCE THRU
                               410-JUDGE-ONE-BALANCE-EXIT
               END-READ
           END-PERFORM.
           MOVE 'N' TO EOF-FLAG.
           CLOSE NEWBALHISTFILE.
           CLOSE BALARCHFILE.
           CLOSE BALHISTFILE.
       400-TRIM-BALANCE-HISTORY-EXIT.
           EXIT.

      *    AN UNPARSEABLE OR IMPOSSIBLE DATE KEEPS THE LINE.
       410-JUDGE-ONE-BALANCE.
           MOVE 0 TO WS-LINE-INT.
           IF BH-BALANCE-DATE NUMERIC
               COMPUTE WS-LINE-INT =
                       FUNCTION INTEGER-OF-DATE(BH-BALANCE-DATE)
           END-IF.
           IF WS-LINE-INT > 0 AND
              WS-LINE-INT < WS-BALHIST-CUTOFF-INT
               ADD 1 TO WS-BH-ARCH-COUNT
               MOVE BALHIST-RECORD TO BALARCH-RECORD
               WRITE BALARCH-RECORD
           ELSE
               ADD 1 TO WS-BH-KEPT-COUNT
               MOVE BALHIST-RECORD TO NEWBALHIST-RECORD
               WRITE NEWBALHIST-RECORD
           END-IF.
       410-JUDGE-ONE-BALANCE-EXIT.
           EXIT.
