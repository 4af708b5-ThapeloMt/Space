      *Master-file comparison utility
      *Proves a recovered or parallel master against what it should
      *be. Two copies of CUSTOMER-FILE, TRANSACTION-FILE or
      *HISTORY-FILE are read side by side in key order and matched
      *by key. Either side may be a backup generation on the catalog
      *(the projBackupMasters image), the live master, a named
      *indexed copy (a parallel run's file) or a named sequential
      *image. Records on one side only are listed, and for every
      *matched record each field that differs is shown with its old
      *(side A) and new (side B) value. An optional tolerance lets
      *amount fields differ by up to that much without being
      *reported - expected interest differences after a roll
      *forward, say. The report, MASTERCMP-fff-yyyymmdd-hhmm.prt,
      *opens with the counts and a summary of record counts and
      *balances by ACCOUNT-TYPE and branch for both sides.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projMasterCompare.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CMPA-CUST-FILE ASSIGN TO WS-CMPA-NAME
           ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS  CMPA-ACCOUNT-NUM
               ALTERNATE RECORD KEY IS CMPA-ACCOUNT-NAMES
                                       WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.

       SELECT CMPA-TRAN-FILE ASSIGN TO WS-CMPA-NAME
           ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS  CMPA-TRANS-ID
               ALTERNATE RECORD KEY IS CMPA-TRANS-ACCOUNT-NUM
                                       WITH DUPLICATES
              FILE STATUS IS FILE-STATUS.

       SELECT CMPA-HIST-FILE ASSIGN TO WS-CMPA-NAME
           ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS  CMPA-HIS-ID
               ALTERNATE RECORD KEY IS CMPA-HIS-ACCT-DATE-KEY
                                       WITH DUPLICATES
              FILE STATUS IS FILE-STATUS.

       SELECT CMPA-IMAGE-FILE ASSIGN TO WS-CMPA-NAME
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS.

       SELECT CMPB-CUST-FILE ASSIGN TO WS-CMPB-NAME
           ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS  CMPB-ACCOUNT-NUM
               ALTERNATE RECORD KEY IS CMPB-ACCOUNT-NAMES
                                       WITH DUPLICATES
               FILE STATUS IS FILE-STATUS1.

       SELECT CMPB-TRAN-FILE ASSIGN TO WS-CMPB-NAME
           ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS  CMPB-TRANS-ID
               ALTERNATE RECORD KEY IS CMPB-TRANS-ACCOUNT-NUM
                                       WITH DUPLICATES
              FILE STATUS IS FILE-STATUS1.

       SELECT CMPB-HIST-FILE ASSIGN TO WS-CMPB-NAME
           ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS  CMPB-HIS-ID
               ALTERNATE RECORD KEY IS CMPB-HIS-ACCT-DATE-KEY
                                       WITH DUPLICATES
              FILE STATUS IS FILE-STATUS1.

       SELECT CMPB-IMAGE-FILE ASSIGN TO WS-CMPB-NAME
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS1.

       SELECT BACKUP-CATALOG-FILE ASSIGN TO 'projectBackupCatalog.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS2.

       SELECT CMP-WORK-FILE ASSIGN TO 'projectMasterCmp.wrk'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS3.

       SELECT CMP-PRINT-FILE ASSIGN TO WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS4.

       DATA DIVISION.
       FILE SECTION.
      *Key-only mirrors of the three master layouts (projectCusData-
      *Book, projectTranDataBook, projectHistDataBook) so both sides
      *can be open at once - keep them in step with the databooks.
       FD CMPA-CUST-FILE.
       01 CMPA-CUST-RECORD.
        05 CMPA-ACCOUNT-NUM        PIC 9(10).
        05 CMPA-ACCOUNT-NAMES      PIC X(50).
        05 FILLER                  PIC X(46).

       FD CMPA-TRAN-FILE.
       01 CMPA-TRAN-RECORD.
        05 FILLER                  PIC X(8).
        05 CMPA-TRANS-ID           PIC 9(10).
        05 CMPA-TRANS-ACCOUNT-NUM  PIC 9(10).
        05 FILLER                  PIC X(191).

       FD CMPA-HIST-FILE.
       01 CMPA-HIST-RECORD.
        05 CMPA-HIS-ID             PIC 9(10).
        05 CMPA-HIS-ACCT-DATE-KEY  PIC 9(18).
        05 FILLER                  PIC X(68).

       FD CMPA-IMAGE-FILE.
       01 CMPA-IMAGE-RECORD        PIC X(250).

       FD CMPB-CUST-FILE.
       01 CMPB-CUST-RECORD.
        05 CMPB-ACCOUNT-NUM        PIC 9(10).
        05 CMPB-ACCOUNT-NAMES      PIC X(50).
        05 FILLER                  PIC X(46).

       FD CMPB-TRAN-FILE.
       01 CMPB-TRAN-RECORD.
        05 FILLER                  PIC X(8).
        05 CMPB-TRANS-ID           PIC 9(10).
        05 CMPB-TRANS-ACCOUNT-NUM  PIC 9(10).
        05 FILLER                  PIC X(191).

       FD CMPB-HIST-FILE.
       01 CMPB-HIST-RECORD.
        05 CMPB-HIS-ID             PIC 9(10).
        05 CMPB-HIS-ACCT-DATE-KEY  PIC 9(18).
        05 FILLER                  PIC X(68).

       FD CMPB-IMAGE-FILE.
       01 CMPB-IMAGE-RECORD        PIC X(250).

       FD BACKUP-CATALOG-FILE.
       COPY projectBackupCatalogBook.

       FD CMP-WORK-FILE.
       01 CMP-WORK-LINE            PIC X(132).

       FD CMP-PRINT-FILE.
       01 CMP-PRINT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  FILE-STATUS3           PIC XX.
       01  FILE-STATUS4           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-PRINT-FILENAME      PIC X(40).
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-TIME            PIC 9(8).
       01  WS-RUN-TIME-PARTS REDEFINES WS-RUN-TIME.
        05 WS-RUN-HHMM            PIC 9(4).
        05 FILLER                 PIC 9(4).
       01  WS-ANSWER              PIC X(60).
      *Which master: CUS, TRN or HIS, with where its key, type,
      *branch and amount sit in the record.
       01  WS-MASTER              PIC X(3).
           88 WS-MASTER-CUS       VALUE "CUS".
           88 WS-MASTER-TRN       VALUE "TRN".
           88 WS-MASTER-HIS       VALUE "HIS".
       01  WS-MASTER-NAME         PIC X(16).
       01  WS-KEY-POS             PIC 9(3).
       01  WS-TYPE-POS            PIC 9(3).
       01  WS-BRANCH-POS          PIC 9(3).
       01  WS-AMOUNT-POS          PIC 9(3).
       01  WS-AMOUNT-LEN          PIC 9(3).
       01  WS-BKUP-PREFIX         PIC X(7).
       01  WS-LIVE-NAME           PIC X(30).
      *The two sides. Kind G and I read a sequential image, L and F
      *an indexed file.
       01  WS-CMPA-KIND           PIC X.
       01  WS-CMPA-NAME           PIC X(60).
       01  WS-CMPA-DESC           PIC X(80).
       01  WS-CMPA-BUFFER         PIC X(250).
       01  WS-CMPA-KEY            PIC X(10).
       01  WS-CMPA-PREV-KEY       PIC X(10).
       01  WS-CMPA-EOF            PIC X.
       01  WS-CMPA-OK             PIC X.
       01  WS-CMPB-KIND           PIC X.
       01  WS-CMPB-NAME           PIC X(60).
       01  WS-CMPB-DESC           PIC X(80).
       01  WS-CMPB-BUFFER         PIC X(250).
       01  WS-CMPB-KEY            PIC X(10).
       01  WS-CMPB-PREV-KEY       PIC X(10).
       01  WS-CMPB-EOF            PIC X.
       01  WS-CMPB-OK             PIC X.
       01  WS-PICK-GENERATION     PIC 9(4).
       01  WS-SIDE                PIC X.
       01  WS-SIDE-KIND           PIC X.
       01  WS-SIDE-NAME           PIC X(60).
       01  WS-SIDE-DESC           PIC X(80).
       01  WS-TOLERANCE           PIC 9(7)V99 VALUE 0.
       01  WS-TOL-SHOW            PIC Z(6)9.99.
      *Counts for the head of the report.
       01  WS-COUNT-A             PIC 9(9) VALUE 0.
       01  WS-COUNT-B             PIC 9(9) VALUE 0.
       01  WS-COUNT-MATCHED       PIC 9(9) VALUE 0.
       01  WS-COUNT-SAME          PIC 9(9) VALUE 0.
       01  WS-COUNT-DIFFER        PIC 9(9) VALUE 0.
       01  WS-COUNT-ONLY-A        PIC 9(9) VALUE 0.
       01  WS-COUNT-ONLY-B        PIC 9(9) VALUE 0.
       01  WS-COUNT-FIELDS        PIC 9(9) VALUE 0.
       01  WS-COUNT-TOLERATED     PIC 9(9) VALUE 0.
       01  WS-COUNT-SEQ-ERRORS    PIC 9(9) VALUE 0.
       01  WS-COUNT-SHOW          PIC Z(8)9.
      *Field list of the master being compared: name, position,
      *length, kind (X text, N unsigned, S signed) and decimals.
       01 WS-CUS-FIELD-LIST.
        05 FILLER PIC X(32) VALUE
           "ACCOUNT-NUM             001010N0".
        05 FILLER PIC X(32) VALUE
           "ACCOUNT-NAMES           011050X0".
        05 FILLER PIC X(32) VALUE
           "ACCOUNT-TYPE            061007X0".
        05 FILLER PIC X(32) VALUE
           "ACCOUNT-BALANCE         068010S2".
        05 FILLER PIC X(32) VALUE
           "ACCOUNT-STATUS          078001X0".
        05 FILLER PIC X(32) VALUE
           "BRANCH-CODE             079005X0".
        05 FILLER PIC X(32) VALUE
           "ACCOUNT-CIF-ID          084008N0".
        05 FILLER PIC X(32) VALUE
           "ACCOUNT-CURRENCY-CODE   092003X0".
        05 FILLER PIC X(32) VALUE
           "ACCOUNT-STMT-CYCLE      095002N0".
        05 FILLER PIC X(32) VALUE
           "ACCOUNT-ACCRUED-INTEREST097010S2".
       01 WS-TRN-FIELD-LIST.
        05 FILLER PIC X(32) VALUE
           "TRANSACTION-DATE        001008N0".
        05 FILLER PIC X(32) VALUE
           "TRANS-ID                009010N0".
        05 FILLER PIC X(32) VALUE
           "TRANS-ACCOUNT-NUM       019010N0".
        05 FILLER PIC X(32) VALUE
           "TRANS-ACCOUNT-TYPE      029007X0".
        05 FILLER PIC X(32) VALUE
           "TRANS-TYPE              036003X0".
        05 FILLER PIC X(32) VALUE
           "TRANS-AMOUNT            039008S2".
        05 FILLER PIC X(32) VALUE
           "HASH-TOTALS             047011S2".
        05 FILLER PIC X(32) VALUE
           "TRANS-REF-ID            058010N0".
        05 FILLER PIC X(32) VALUE
           "TRANS-NEW-NAME          068050X0".
        05 FILLER PIC X(32) VALUE
           "TRANS-BATCH-ID          118010X0".
        05 FILLER PIC X(32) VALUE
           "TRANS-MEMO              128030X0".
        05 FILLER PIC X(32) VALUE
           "TRANS-CHANNEL           158010X0".
        05 FILLER PIC X(32) VALUE
           "TRANS-BRANCH-CODE       168005X0".
        05 FILLER PIC X(32) VALUE
           "TRANS-STATUS            173001X0".
        05 FILLER PIC X(32) VALUE
           "TRANS-CONTRA-ACCOUNT    174010N0".
        05 FILLER PIC X(32) VALUE
           "TRANS-CURRENCY-CODE     184003X0".
        05 FILLER PIC X(32) VALUE
           "TRANS-CHEQUE-NUM        187008N0".
        05 FILLER PIC X(32) VALUE
           "TRANS-VALUE-DATE        195008N0".
        05 FILLER PIC X(32) VALUE
           "TRANS-CAPTURE-DATE      203008N0".
        05 FILLER PIC X(32) VALUE
           "TRANS-CAPTURE-TIME      211008N0".
        05 FILLER PIC X(32) VALUE
           "TRANS-CUTOFF-FLAG       219001X0".
       01 WS-HIS-FIELD-LIST.
        05 FILLER PIC X(32) VALUE
           "HIS-ID                  001010N0".
        05 FILLER PIC X(32) VALUE
           "HIS-ACCOUNT-NUM         011010N0".
        05 FILLER PIC X(32) VALUE
           "HIS-TRANSACTION-DATE    021008N0".
        05 FILLER PIC X(32) VALUE
           "HIS-ACCOUNT-TYPE        029007X0".
        05 FILLER PIC X(32) VALUE
           "HIS-TRANS-AMOUNT        036008S2".
        05 FILLER PIC X(32) VALUE
           "HIS-REF-ID              044010N0".
        05 FILLER PIC X(32) VALUE
           "HIS-MEMO                054030X0".
        05 FILLER PIC X(32) VALUE
           "HIS-CHANNEL             084010X0".
        05 FILLER PIC X(32) VALUE
           "HIS-TRANS-TYPE          094003X0".
       01 WS-FIELD-TABLE.
        05 WS-FIELD-ENTRY OCCURS 25 TIMES.
         10 WS-FLD-NAME           PIC X(24).
         10 WS-FLD-POS            PIC 9(3).
         10 WS-FLD-LEN            PIC 9(3).
         10 WS-FLD-KIND           PIC X.
         10 WS-FLD-DECIMALS       PIC 9.
       01  WS-FIELD-COUNT         PIC 9(2).
       01  WS-FLD-IDX             PIC 9(2).
       01  WS-RECORD-DIFFERS      PIC X.
      *A numeric field is lined up right-justified in an eighteen
      *digit area and read back with its own decimals.
       01  WS-NUM-AREA            PIC X(18).
       01  WS-NUM-AS-2DP REDEFINES WS-NUM-AREA PIC S9(16)V99.
       01  WS-NUM-AS-0DP REDEFINES WS-NUM-AREA PIC S9(18).
       01  WS-NUM-START           PIC 9(2).
       01  WS-NUM-VALUE           PIC S9(16)V99.
       01  WS-NUM-A               PIC S9(16)V99.
       01  WS-NUM-B               PIC S9(16)V99.
       01  WS-NUM-DIFF            PIC S9(16)V99.
       01  WS-NUM-SHOW-2DP        PIC -(15)9.99.
       01  WS-NUM-SHOW-0DP        PIC -(17)9.
       01  WS-VALUE-TEXT          PIC X(50).
       01  WS-VALUE-A             PIC X(50).
       01  WS-VALUE-B             PIC X(50).
       01  WS-DIFF-FIELD          PIC X(24).
      *Counts and balances by ACCOUNT-TYPE and branch, both sides.
       01  WS-SUM-TABLE.
        05 WS-SUM-ENTRY OCCURS 200 TIMES.
         10 WS-SUM-TYPE           PIC X(7).
         10 WS-SUM-BRANCH         PIC X(5).
         10 WS-SUM-COUNT-A        PIC 9(9).
         10 WS-SUM-COUNT-B        PIC 9(9).
         10 WS-SUM-BAL-A          PIC S9(14)V99.
         10 WS-SUM-BAL-B          PIC S9(14)V99.
       01  WS-SUM-COUNT           PIC 9(3) VALUE 0.
       01  WS-SUM-IDX             PIC 9(3).
       01  WS-SUM-FOUND           PIC X.
       01  WS-SUM-KEY-TYPE        PIC X(7).
       01  WS-SUM-KEY-BRANCH      PIC X(5).
       01  WS-SUM-OVERFLOW        PIC 9(7) VALUE 0.
       01  WS-TOTAL-BAL-A         PIC S9(14)V99 VALUE 0.
       01  WS-TOTAL-BAL-B         PIC S9(14)V99 VALUE 0.
       01  WS-SUM-DIFF            PIC S9(14)V99.
       01  WS-SHOW-COUNT-A        PIC Z(8)9.
       01  WS-SHOW-COUNT-B        PIC Z(8)9.
       01  WS-SHOW-BAL-A          PIC -(13)9.99.
       01  WS-SHOW-BAL-B          PIC -(13)9.99.
       01  WS-SHOW-DIFF           PIC -(13)9.99.

       PROCEDURE DIVISION.

           DISPLAY "Master to compare - CUS customer, TRN transaction,"
                   " HIS history: "
           ACCEPT WS-MASTER
           PERFORM SET-UP-MASTER
           IF WS-FIELD-COUNT = 0
              DISPLAY "Not a master this utility compares: " WS-MASTER
              STOP RUN
           END-IF

           PERFORM LIST-CATALOG
           MOVE "A" TO WS-SIDE
           PERFORM CHOOSE-SIDE
           MOVE WS-SIDE-KIND TO WS-CMPA-KIND
           MOVE WS-SIDE-NAME TO WS-CMPA-NAME
           MOVE WS-SIDE-DESC TO WS-CMPA-DESC
           MOVE "B" TO WS-SIDE
           PERFORM CHOOSE-SIDE
           MOVE WS-SIDE-KIND TO WS-CMPB-KIND
           MOVE WS-SIDE-NAME TO WS-CMPB-NAME
           MOVE WS-SIDE-DESC TO WS-CMPB-DESC
           IF WS-CMPA-KIND = SPACE OR WS-CMPB-KIND = SPACE
              DISPLAY "No comparison taken."
              STOP RUN
           END-IF

           DISPLAY "Tolerance on amount fields (blank for none): "
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = SPACES
              COMPUTE WS-TOLERANCE = FUNCTION NUMVAL(WS-ANSWER)
           END-IF

           PERFORM OPEN-SIDE-A
           PERFORM OPEN-SIDE-B
           IF WS-CMPA-OK = "N" OR WS-CMPB-OK = "N"
              PERFORM CLOSE-SIDES
              STOP RUN
           END-IF

           OPEN OUTPUT CMP-WORK-FILE
           MOVE LOW-VALUES TO WS-CMPA-PREV-KEY
           MOVE LOW-VALUES TO WS-CMPB-PREV-KEY
           PERFORM READ-SIDE-A
           PERFORM READ-SIDE-B
           PERFORM UNTIL WS-CMPA-EOF = "Y" AND WS-CMPB-EOF = "Y"
             PERFORM MATCH-ONE-KEY
           END-PERFORM
           CLOSE CMP-WORK-FILE
           PERFORM CLOSE-SIDES

           PERFORM WRITE-COMPARISON-REPORT
           DISPLAY "MASTER COMPARISON WRITTEN TO  : " WS-PRINT-FILENAME
           MOVE WS-COUNT-ONLY-A TO WS-COUNT-SHOW
           DISPLAY "RECORDS ONLY ON SIDE A        : " WS-COUNT-SHOW
           MOVE WS-COUNT-ONLY-B TO WS-COUNT-SHOW
           DISPLAY "RECORDS ONLY ON SIDE B        : " WS-COUNT-SHOW
           MOVE WS-COUNT-DIFFER TO WS-COUNT-SHOW
           DISPLAY "MATCHED RECORDS THAT DIFFER   : " WS-COUNT-SHOW
           STOP RUN.

      *Field list and record positions of the chosen master.
       SET-UP-MASTER.

           MOVE 0 TO WS-FIELD-COUNT
           MOVE SPACES TO WS-FIELD-TABLE
           IF WS-MASTER-CUS
              MOVE WS-CUS-FIELD-LIST TO WS-FIELD-TABLE
              MOVE 10 TO WS-FIELD-COUNT
              MOVE "CUSTOMER-FILE" TO WS-MASTER-NAME
              MOVE 1   TO WS-KEY-POS
              MOVE 61  TO WS-TYPE-POS
              MOVE 79  TO WS-BRANCH-POS
              MOVE 68  TO WS-AMOUNT-POS
              MOVE 10  TO WS-AMOUNT-LEN
              MOVE "CUSBKUP" TO WS-BKUP-PREFIX
              MOVE "projectCusFile.dat" TO WS-LIVE-NAME
           END-IF
           IF WS-MASTER-TRN
              MOVE WS-TRN-FIELD-LIST TO WS-FIELD-TABLE
              MOVE 21 TO WS-FIELD-COUNT
              MOVE "TRANSACTION-FILE" TO WS-MASTER-NAME
              MOVE 9   TO WS-KEY-POS
              MOVE 29  TO WS-TYPE-POS
              MOVE 168 TO WS-BRANCH-POS
              MOVE 39  TO WS-AMOUNT-POS
              MOVE 8   TO WS-AMOUNT-LEN
              MOVE "TRNBKUP" TO WS-BKUP-PREFIX
              MOVE "projectTRANSACTIONFile.dat" TO WS-LIVE-NAME
           END-IF
      *History rows carry no branch; they summarise by type alone.
           IF WS-MASTER-HIS
              MOVE WS-HIS-FIELD-LIST TO WS-FIELD-TABLE
              MOVE 9 TO WS-FIELD-COUNT
              MOVE "HISTORY-FILE" TO WS-MASTER-NAME
              MOVE 1   TO WS-KEY-POS
              MOVE 29  TO WS-TYPE-POS
              MOVE 0   TO WS-BRANCH-POS
              MOVE 36  TO WS-AMOUNT-POS
              MOVE 8   TO WS-AMOUNT-LEN
              MOVE "HISBKUP" TO WS-BKUP-PREFIX
              MOVE "projectHistoryFile.dat" TO WS-LIVE-NAME
           END-IF.
       EXIT.

       LIST-CATALOG.

           OPEN INPUT BACKUP-CATALOG-FILE
            IF FILE-STATUS2 = "00"
              DISPLAY "GEN  DATE     TIME     CUST    TRANS   HIST"
              MOVE "N" TO END-OF-FILE
              PERFORM UNTIL END-OF-FILE = "Y"
                READ BACKUP-CATALOG-FILE
                  AT END
                    MOVE "Y" TO END-OF-FILE
                  NOT AT END
                    DISPLAY BKUP-GENERATION " " BKUP-DATE " "
                            BKUP-TIME " " BKUP-CUST-COUNT " "
                            BKUP-TRANS-COUNT " " BKUP-HIST-COUNT
                END-READ
              END-PERFORM
            ELSE
              DISPLAY "No backup catalog on disk."
            END-IF
           CLOSE BACKUP-CATALOG-FILE.
       EXIT.

      *Asks where one side comes from. A blank kind means quit.
       CHOOSE-SIDE.

           MOVE SPACE TO WS-SIDE-KIND
           MOVE SPACES TO WS-SIDE-NAME
           MOVE SPACES TO WS-SIDE-DESC
           DISPLAY "Side " WS-SIDE " - G backup generation, L live "
                   "master, F named indexed copy, I named image: "
           ACCEPT WS-ANSWER
           MOVE WS-ANSWER(1:1) TO WS-SIDE-KIND
           IF WS-SIDE-KIND = "G"
              DISPLAY "Generation: "
              ACCEPT WS-PICK-GENERATION
              STRING WS-BKUP-PREFIX "-G" WS-PICK-GENERATION ".dat"
                     DELIMITED BY SIZE INTO WS-SIDE-NAME
              STRING "GENERATION " WS-PICK-GENERATION " ("
                     WS-SIDE-NAME DELIMITED BY SPACE ")"
                     DELIMITED BY SIZE INTO WS-SIDE-DESC
           ELSE
           IF WS-SIDE-KIND = "L"
              MOVE WS-LIVE-NAME TO WS-SIDE-NAME
              STRING "LIVE MASTER (" WS-SIDE-NAME DELIMITED BY SPACE
                     ")" DELIMITED BY SIZE INTO WS-SIDE-DESC
           ELSE
           IF WS-SIDE-KIND = "F" OR WS-SIDE-KIND = "I"
              DISPLAY "File name: "
              ACCEPT WS-SIDE-NAME
              IF WS-SIDE-KIND = "F"
                 STRING "INDEXED COPY " WS-SIDE-NAME
                        DELIMITED BY SIZE INTO WS-SIDE-DESC
              ELSE
                 STRING "IMAGE " WS-SIDE-NAME
                        DELIMITED BY SIZE INTO WS-SIDE-DESC
              END-IF
           ELSE
              MOVE SPACE TO WS-SIDE-KIND
           END-IF
           END-IF
           END-IF.
       EXIT.

       OPEN-SIDE-A.

           MOVE "Y" TO WS-CMPA-OK
           IF WS-CMPA-KIND = "G" OR WS-CMPA-KIND = "I"
              OPEN INPUT CMPA-IMAGE-FILE
           ELSE
              IF WS-MASTER-CUS
                 OPEN INPUT CMPA-CUST-FILE
              END-IF
              IF WS-MASTER-TRN
                 OPEN INPUT CMPA-TRAN-FILE
              END-IF
              IF WS-MASTER-HIS
                 OPEN INPUT CMPA-HIST-FILE
              END-IF
           END-IF
           IF FILE-STATUS NOT = "00"
              DISPLAY "Side A cannot be opened: " WS-CMPA-NAME
              DISPLAY "FILE STATUS: " FILE-STATUS
              MOVE "N" TO WS-CMPA-OK
           END-IF.
       EXIT.

       OPEN-SIDE-B.

           MOVE "Y" TO WS-CMPB-OK
           IF WS-CMPB-KIND = "G" OR WS-CMPB-KIND = "I"
              OPEN INPUT CMPB-IMAGE-FILE
           ELSE
              IF WS-MASTER-CUS
                 OPEN INPUT CMPB-CUST-FILE
              END-IF
              IF WS-MASTER-TRN
                 OPEN INPUT CMPB-TRAN-FILE
              END-IF
              IF WS-MASTER-HIS
                 OPEN INPUT CMPB-HIST-FILE
              END-IF
           END-IF
           IF FILE-STATUS1 NOT = "00"
              DISPLAY "Side B cannot be opened: " WS-CMPB-NAME
              DISPLAY "FILE STATUS: " FILE-STATUS1
              MOVE "N" TO WS-CMPB-OK
           END-IF.
       EXIT.

       CLOSE-SIDES.

           IF WS-CMPA-OK = "Y"
              IF WS-CMPA-KIND = "G" OR WS-CMPA-KIND = "I"
                 CLOSE CMPA-IMAGE-FILE
              ELSE
                 IF WS-MASTER-CUS
                    CLOSE CMPA-CUST-FILE
                 END-IF
                 IF WS-MASTER-TRN
                    CLOSE CMPA-TRAN-FILE
                 END-IF
                 IF WS-MASTER-HIS
                    CLOSE CMPA-HIST-FILE
                 END-IF
              END-IF
           END-IF
           IF WS-CMPB-OK = "Y"
              IF WS-CMPB-KIND = "G" OR WS-CMPB-KIND = "I"
                 CLOSE CMPB-IMAGE-FILE
              ELSE
                 IF WS-MASTER-CUS
                    CLOSE CMPB-CUST-FILE
                 END-IF
                 IF WS-MASTER-TRN
                    CLOSE CMPB-TRAN-FILE
                 END-IF
                 IF WS-MASTER-HIS
                    CLOSE CMPB-HIST-FILE
                 END-IF
              END-IF
           END-IF.
       EXIT.

      *Next record on side A in key order. A record whose key is
      *not above the one before it (an image not in key order) is
      *counted and passed over - matching needs ascending keys.
       READ-SIDE-A.

           MOVE "N" TO WS-CMPA-EOF
           MOVE "N" TO WS-CMPA-OK
           PERFORM UNTIL WS-CMPA-OK = "Y" OR WS-CMPA-EOF = "Y"
             MOVE SPACES TO WS-CMPA-BUFFER
             IF WS-CMPA-KIND = "G" OR WS-CMPA-KIND = "I"
                READ CMPA-IMAGE-FILE
                  AT END
                    MOVE "Y" TO WS-CMPA-EOF
                  NOT AT END
                    MOVE CMPA-IMAGE-RECORD TO WS-CMPA-BUFFER
                END-READ
             ELSE
             IF WS-MASTER-CUS
                READ CMPA-CUST-FILE NEXT RECORD
                  AT END
                    MOVE "Y" TO WS-CMPA-EOF
                  NOT AT END
                    MOVE CMPA-CUST-RECORD TO WS-CMPA-BUFFER
                END-READ
             ELSE
             IF WS-MASTER-TRN
                READ CMPA-TRAN-FILE NEXT RECORD
                  AT END
                    MOVE "Y" TO WS-CMPA-EOF
                  NOT AT END
                    MOVE CMPA-TRAN-RECORD TO WS-CMPA-BUFFER
                END-READ
             ELSE
                READ CMPA-HIST-FILE NEXT RECORD
                  AT END
                    MOVE "Y" TO WS-CMPA-EOF
                  NOT AT END
                    MOVE CMPA-HIST-RECORD TO WS-CMPA-BUFFER
                END-READ
             END-IF
             END-IF
             END-IF
             IF WS-CMPA-EOF = "N"
                MOVE WS-CMPA-BUFFER(WS-KEY-POS:10) TO WS-CMPA-KEY
                IF WS-CMPA-KEY > WS-CMPA-PREV-KEY
                   MOVE "Y" TO WS-CMPA-OK
                   MOVE WS-CMPA-KEY TO WS-CMPA-PREV-KEY
                   ADD 1 TO WS-COUNT-A
                ELSE
                   ADD 1 TO WS-COUNT-SEQ-ERRORS
                   DISPLAY "Side A out of key order, skipped: "
                           WS-CMPA-KEY
                END-IF
             END-IF
           END-PERFORM
           IF WS-CMPA-EOF = "Y"
              MOVE HIGH-VALUES TO WS-CMPA-KEY
           END-IF
           MOVE "Y" TO WS-CMPA-OK.
       EXIT.

       READ-SIDE-B.

           MOVE "N" TO WS-CMPB-EOF
           MOVE "N" TO WS-CMPB-OK
           PERFORM UNTIL WS-CMPB-OK = "Y" OR WS-CMPB-EOF = "Y"
             MOVE SPACES TO WS-CMPB-BUFFER
             IF WS-CMPB-KIND = "G" OR WS-CMPB-KIND = "I"
                READ CMPB-IMAGE-FILE
                  AT END
                    MOVE "Y" TO WS-CMPB-EOF
                  NOT AT END
                    MOVE CMPB-IMAGE-RECORD TO WS-CMPB-BUFFER
                END-READ
             ELSE
             IF WS-MASTER-CUS
                READ CMPB-CUST-FILE NEXT RECORD
                  AT END
                    MOVE "Y" TO WS-CMPB-EOF
                  NOT AT END
                    MOVE CMPB-CUST-RECORD TO WS-CMPB-BUFFER
                END-READ
             ELSE
             IF WS-MASTER-TRN
                READ CMPB-TRAN-FILE NEXT RECORD
                  AT END
                    MOVE "Y" TO WS-CMPB-EOF
                  NOT AT END
                    MOVE CMPB-TRAN-RECORD TO WS-CMPB-BUFFER
                END-READ
             ELSE
                READ CMPB-HIST-FILE NEXT RECORD
                  AT END
                    MOVE "Y" TO WS-CMPB-EOF
                  NOT AT END
                    MOVE CMPB-HIST-RECORD TO WS-CMPB-BUFFER
                END-READ
             END-IF
             END-IF
             END-IF
             IF WS-CMPB-EOF = "N"
                MOVE WS-CMPB-BUFFER(WS-KEY-POS:10) TO WS-CMPB-KEY
                IF WS-CMPB-KEY > WS-CMPB-PREV-KEY
                   MOVE "Y" TO WS-CMPB-OK
                   MOVE WS-CMPB-KEY TO WS-CMPB-PREV-KEY
                   ADD 1 TO WS-COUNT-B
                ELSE
                   ADD 1 TO WS-COUNT-SEQ-ERRORS
                   DISPLAY "Side B out of key order, skipped: "
                           WS-CMPB-KEY
                END-IF
             END-IF
           END-PERFORM
           IF WS-CMPB-EOF = "Y"
              MOVE HIGH-VALUES TO WS-CMPB-KEY
           END-IF
           MOVE "Y" TO WS-CMPB-OK.
       EXIT.

      *Classic two-file match on the key: the lower key is on one
      *side only; equal keys are compared field by field.
       MATCH-ONE-KEY.

           IF WS-CMPA-KEY < WS-CMPB-KEY
              ADD 1 TO WS-COUNT-ONLY-A
              MOVE "A" TO WS-SIDE
              PERFORM ADD-TO-SUMMARY
              MOVE SPACES TO CMP-WORK-LINE
              STRING WS-CMPA-KEY " ONLY ON SIDE A"
                     DELIMITED BY SIZE INTO CMP-WORK-LINE
              WRITE CMP-WORK-LINE
              PERFORM READ-SIDE-A
           ELSE
           IF WS-CMPB-KEY < WS-CMPA-KEY
              ADD 1 TO WS-COUNT-ONLY-B
              MOVE "B" TO WS-SIDE
              PERFORM ADD-TO-SUMMARY
              MOVE SPACES TO CMP-WORK-LINE
              STRING WS-CMPB-KEY " ONLY ON SIDE B"
                     DELIMITED BY SIZE INTO CMP-WORK-LINE
              WRITE CMP-WORK-LINE
              PERFORM READ-SIDE-B
           ELSE
              ADD 1 TO WS-COUNT-MATCHED
              MOVE "A" TO WS-SIDE
              PERFORM ADD-TO-SUMMARY
              MOVE "B" TO WS-SIDE
              PERFORM ADD-TO-SUMMARY
              MOVE "N" TO WS-RECORD-DIFFERS
              PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                      UNTIL WS-FLD-IDX > WS-FIELD-COUNT
                PERFORM COMPARE-ONE-FIELD
              END-PERFORM
              IF WS-RECORD-DIFFERS = "Y"
                 ADD 1 TO WS-COUNT-DIFFER
              ELSE
                 ADD 1 TO WS-COUNT-SAME
              END-IF
              PERFORM READ-SIDE-A
              PERFORM READ-SIDE-B
           END-IF
           END-IF.
       EXIT.

      *An amount field (two decimals) that moved by no more than the
      *tolerance is counted but not reported.
       COMPARE-ONE-FIELD.

           IF WS-CMPA-BUFFER(WS-FLD-POS(WS-FLD-IDX):
                             WS-FLD-LEN(WS-FLD-IDX)) NOT =
              WS-CMPB-BUFFER(WS-FLD-POS(WS-FLD-IDX):
                             WS-FLD-LEN(WS-FLD-IDX))
              MOVE WS-CMPA-BUFFER(WS-FLD-POS(WS-FLD-IDX):
                                  WS-FLD-LEN(WS-FLD-IDX))
                   TO WS-VALUE-TEXT
              PERFORM FORMAT-FIELD-VALUE
              MOVE WS-NUM-VALUE  TO WS-NUM-A
              MOVE WS-VALUE-TEXT TO WS-VALUE-A
              MOVE WS-CMPB-BUFFER(WS-FLD-POS(WS-FLD-IDX):
                                  WS-FLD-LEN(WS-FLD-IDX))
                   TO WS-VALUE-TEXT
              PERFORM FORMAT-FIELD-VALUE
              MOVE WS-NUM-VALUE  TO WS-NUM-B
              MOVE WS-VALUE-TEXT TO WS-VALUE-B
              COMPUTE WS-NUM-DIFF = WS-NUM-A - WS-NUM-B
              IF WS-NUM-DIFF < 0
                 COMPUTE WS-NUM-DIFF = 0 - WS-NUM-DIFF
              END-IF
              IF WS-FLD-KIND(WS-FLD-IDX) NOT = "X" AND
                 WS-FLD-DECIMALS(WS-FLD-IDX) = 2 AND
                 WS-TOLERANCE > 0 AND
                 WS-NUM-DIFF NOT > WS-TOLERANCE
                 ADD 1 TO WS-COUNT-TOLERATED
              ELSE
                 MOVE "Y" TO WS-RECORD-DIFFERS
                 ADD 1 TO WS-COUNT-FIELDS
                 MOVE WS-FLD-NAME(WS-FLD-IDX) TO WS-DIFF-FIELD
                 MOVE SPACES TO CMP-WORK-LINE
                 STRING WS-CMPA-KEY " " WS-DIFF-FIELD " A: "
                        WS-VALUE-A
                        DELIMITED BY SIZE INTO CMP-WORK-LINE
                 WRITE CMP-WORK-LINE
                 MOVE SPACES TO CMP-WORK-LINE
                 MOVE "B: " TO CMP-WORK-LINE(37:3)
                 MOVE WS-VALUE-B TO CMP-WORK-LINE(40:50)
                 WRITE CMP-WORK-LINE
              END-IF
           END-IF.
       EXIT.

      *WS-VALUE-TEXT holds the raw field; text fields show as they
      *are, numeric fields come back edited with WS-NUM-VALUE set.
      *A numeric field holding something not numeric (spaces on a
      *row written before the field existed) shows raw.
       FORMAT-FIELD-VALUE.

           MOVE 0 TO WS-NUM-VALUE
           IF WS-FLD-KIND(WS-FLD-IDX) NOT = "X"
              MOVE ALL "0" TO WS-NUM-AREA
              COMPUTE WS-NUM-START = 19 - WS-FLD-LEN(WS-FLD-IDX)
              MOVE WS-VALUE-TEXT(1:WS-FLD-LEN(WS-FLD-IDX))
                   TO WS-NUM-AREA(WS-NUM-START:
                                  WS-FLD-LEN(WS-FLD-IDX))
              IF WS-FLD-DECIMALS(WS-FLD-IDX) = 2
                 IF WS-NUM-AS-2DP IS NUMERIC
                    MOVE WS-NUM-AS-2DP TO WS-NUM-VALUE
                    MOVE WS-NUM-VALUE TO WS-NUM-SHOW-2DP
                    MOVE WS-NUM-SHOW-2DP TO WS-VALUE-TEXT
                 END-IF
              ELSE
                 IF WS-NUM-AS-0DP IS NUMERIC
                    MOVE WS-NUM-AS-0DP TO WS-NUM-VALUE
                    MOVE WS-NUM-AS-0DP TO WS-NUM-SHOW-0DP
                    MOVE WS-NUM-SHOW-0DP TO WS-VALUE-TEXT
                 END-IF
              END-IF
           END-IF.
       EXIT.

      *Counts and amount of the current record on side WS-SIDE under
      *its ACCOUNT-TYPE and branch.
       ADD-TO-SUMMARY.

           IF WS-SIDE = "A"
              MOVE WS-CMPA-BUFFER(WS-TYPE-POS:7) TO WS-SUM-KEY-TYPE
              MOVE SPACES TO WS-SUM-KEY-BRANCH
              IF WS-BRANCH-POS > 0
                 MOVE WS-CMPA-BUFFER(WS-BRANCH-POS:5)
                      TO WS-SUM-KEY-BRANCH
              END-IF
              MOVE WS-CMPA-BUFFER(WS-AMOUNT-POS:WS-AMOUNT-LEN)
                   TO WS-VALUE-TEXT
           ELSE
              MOVE WS-CMPB-BUFFER(WS-TYPE-POS:7) TO WS-SUM-KEY-TYPE
              MOVE SPACES TO WS-SUM-KEY-BRANCH
              IF WS-BRANCH-POS > 0
                 MOVE WS-CMPB-BUFFER(WS-BRANCH-POS:5)
                      TO WS-SUM-KEY-BRANCH
              END-IF
              MOVE WS-CMPB-BUFFER(WS-AMOUNT-POS:WS-AMOUNT-LEN)
                   TO WS-VALUE-TEXT
           END-IF
           MOVE ALL "0" TO WS-NUM-AREA
           COMPUTE WS-NUM-START = 19 - WS-AMOUNT-LEN
           MOVE WS-VALUE-TEXT(1:WS-AMOUNT-LEN)
                TO WS-NUM-AREA(WS-NUM-START:WS-AMOUNT-LEN)
           MOVE 0 TO WS-NUM-VALUE
           IF WS-NUM-AS-2DP IS NUMERIC
              MOVE WS-NUM-AS-2DP TO WS-NUM-VALUE
           END-IF

           MOVE "N" TO WS-SUM-FOUND
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-SUM-COUNT
                      OR WS-SUM-FOUND = "Y"
             IF WS-SUM-TYPE(WS-SUM-IDX) = WS-SUM-KEY-TYPE AND
                WS-SUM-BRANCH(WS-SUM-IDX) = WS-SUM-KEY-BRANCH
                MOVE "Y" TO WS-SUM-FOUND
             END-IF
           END-PERFORM
           IF WS-SUM-FOUND = "Y"
              SUBTRACT 1 FROM WS-SUM-IDX
           ELSE
              IF WS-SUM-COUNT < 200
                 ADD 1 TO WS-SUM-COUNT
                 MOVE WS-SUM-COUNT TO WS-SUM-IDX
                 MOVE WS-SUM-KEY-TYPE   TO WS-SUM-TYPE(WS-SUM-IDX)
                 MOVE WS-SUM-KEY-BRANCH TO WS-SUM-BRANCH(WS-SUM-IDX)
                 MOVE 0 TO WS-SUM-COUNT-A(WS-SUM-IDX)
                 MOVE 0 TO WS-SUM-COUNT-B(WS-SUM-IDX)
                 MOVE 0 TO WS-SUM-BAL-A(WS-SUM-IDX)
                 MOVE 0 TO WS-SUM-BAL-B(WS-SUM-IDX)
              ELSE
                 MOVE 0 TO WS-SUM-IDX
                 ADD 1 TO WS-SUM-OVERFLOW
              END-IF
           END-IF
           IF WS-SIDE = "A"
              ADD WS-NUM-VALUE TO WS-TOTAL-BAL-A
              IF WS-SUM-IDX > 0
                 ADD 1 TO WS-SUM-COUNT-A(WS-SUM-IDX)
                 ADD WS-NUM-VALUE TO WS-SUM-BAL-A(WS-SUM-IDX)
              END-IF
           ELSE
              ADD WS-NUM-VALUE TO WS-TOTAL-BAL-B
              IF WS-SUM-IDX > 0
                 ADD 1 TO WS-SUM-COUNT-B(WS-SUM-IDX)
                 ADD WS-NUM-VALUE TO WS-SUM-BAL-B(WS-SUM-IDX)
              END-IF
           END-IF.
       EXIT.

      *Heading, counts and the type/branch summary first, then the
      *record detail gathered on the work file during the match.
       WRITE-COMPARISON-REPORT.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES TO WS-PRINT-FILENAME
           STRING "MASTERCMP-" WS-MASTER "-" WS-RUN-DATE "-"
                  WS-RUN-HHMM ".prt"
                  DELIMITED BY SIZE INTO WS-PRINT-FILENAME
           OPEN OUTPUT CMP-PRINT-FILE

           MOVE SPACES TO CMP-PRINT-LINE
           STRING "MASTER FILE COMPARISON - " WS-MASTER-NAME
                  "   RUN " WS-RUN-DATE
                  DELIMITED BY SIZE INTO CMP-PRINT-LINE
           WRITE CMP-PRINT-LINE
           MOVE SPACES TO CMP-PRINT-LINE
           STRING "SIDE A (OLD): " WS-CMPA-DESC
                  DELIMITED BY SIZE INTO CMP-PRINT-LINE
           WRITE CMP-PRINT-LINE
           MOVE SPACES TO CMP-PRINT-LINE
           STRING "SIDE B (NEW): " WS-CMPB-DESC
                  DELIMITED BY SIZE INTO CMP-PRINT-LINE
           WRITE CMP-PRINT-LINE
           MOVE WS-TOLERANCE TO WS-TOL-SHOW
           MOVE SPACES TO CMP-PRINT-LINE
           STRING "AMOUNT TOLERANCE: " WS-TOL-SHOW
                  DELIMITED BY SIZE INTO CMP-PRINT-LINE
           WRITE CMP-PRINT-LINE
           MOVE SPACES TO CMP-PRINT-LINE
           WRITE CMP-PRINT-LINE

           MOVE "RECORDS ON SIDE A             :" TO WS-VALUE-TEXT
           MOVE WS-COUNT-A TO WS-COUNT-SHOW
           PERFORM WRITE-COUNT-LINE
           MOVE "RECORDS ON SIDE B             :" TO WS-VALUE-TEXT
           MOVE WS-COUNT-B TO WS-COUNT-SHOW
           PERFORM WRITE-COUNT-LINE
           MOVE "MATCHED BY KEY                :" TO WS-VALUE-TEXT
           MOVE WS-COUNT-MATCHED TO WS-COUNT-SHOW
           PERFORM WRITE-COUNT-LINE
           MOVE "  IDENTICAL                   :" TO WS-VALUE-TEXT
           MOVE WS-COUNT-SAME TO WS-COUNT-SHOW
           PERFORM WRITE-COUNT-LINE
           MOVE "  WITH DIFFERENCES            :" TO WS-VALUE-TEXT
           MOVE WS-COUNT-DIFFER TO WS-COUNT-SHOW
           PERFORM WRITE-COUNT-LINE
           MOVE "FIELDS DIFFERING              :" TO WS-VALUE-TEXT
           MOVE WS-COUNT-FIELDS TO WS-COUNT-SHOW
           PERFORM WRITE-COUNT-LINE
           MOVE "FIELDS WITHIN TOLERANCE       :" TO WS-VALUE-TEXT
           MOVE WS-COUNT-TOLERATED TO WS-COUNT-SHOW
           PERFORM WRITE-COUNT-LINE
           MOVE "ONLY ON SIDE A                :" TO WS-VALUE-TEXT
           MOVE WS-COUNT-ONLY-A TO WS-COUNT-SHOW
           PERFORM WRITE-COUNT-LINE
           MOVE "ONLY ON SIDE B                :" TO WS-VALUE-TEXT
           MOVE WS-COUNT-ONLY-B TO WS-COUNT-SHOW
           PERFORM WRITE-COUNT-LINE
           MOVE "OUT OF KEY ORDER, NOT MATCHED :" TO WS-VALUE-TEXT
           MOVE WS-COUNT-SEQ-ERRORS TO WS-COUNT-SHOW
           PERFORM WRITE-COUNT-LINE
           MOVE SPACES TO CMP-PRINT-LINE
           WRITE CMP-PRINT-LINE

           MOVE "BY ACCOUNT-TYPE AND BRANCH" TO CMP-PRINT-LINE
           WRITE CMP-PRINT-LINE
           MOVE SPACES TO CMP-PRINT-LINE
           STRING "TYPE    BRANCH    COUNT-A    COUNT-B"
                  "          BALANCE-A          BALANCE-B"
                  "         DIFFERENCE"
                  DELIMITED BY SIZE INTO CMP-PRINT-LINE
           WRITE CMP-PRINT-LINE
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-SUM-COUNT
             MOVE WS-SUM-COUNT-A(WS-SUM-IDX) TO WS-SHOW-COUNT-A
             MOVE WS-SUM-COUNT-B(WS-SUM-IDX) TO WS-SHOW-COUNT-B
             MOVE WS-SUM-BAL-A(WS-SUM-IDX)   TO WS-SHOW-BAL-A
             MOVE WS-SUM-BAL-B(WS-SUM-IDX)   TO WS-SHOW-BAL-B
             COMPUTE WS-SUM-DIFF = WS-SUM-BAL-B(WS-SUM-IDX)
                                 - WS-SUM-BAL-A(WS-SUM-IDX)
             MOVE WS-SUM-DIFF TO WS-SHOW-DIFF
             MOVE SPACES TO CMP-PRINT-LINE
             STRING WS-SUM-TYPE(WS-SUM-IDX) " "
                    WS-SUM-BRANCH(WS-SUM-IDX) " "
                    WS-SHOW-COUNT-A "  " WS-SHOW-COUNT-B " "
                    WS-SHOW-BAL-A " " WS-SHOW-BAL-B " "
                    WS-SHOW-DIFF
                    DELIMITED BY SIZE INTO CMP-PRINT-LINE
             WRITE CMP-PRINT-LINE
           END-PERFORM
           MOVE WS-COUNT-A     TO WS-SHOW-COUNT-A
           MOVE WS-COUNT-B     TO WS-SHOW-COUNT-B
           MOVE WS-TOTAL-BAL-A TO WS-SHOW-BAL-A
           MOVE WS-TOTAL-BAL-B TO WS-SHOW-BAL-B
           COMPUTE WS-SUM-DIFF = WS-TOTAL-BAL-B - WS-TOTAL-BAL-A
           MOVE WS-SUM-DIFF TO WS-SHOW-DIFF
           MOVE SPACES TO CMP-PRINT-LINE
           STRING "TOTAL         " WS-SHOW-COUNT-A "  "
                  WS-SHOW-COUNT-B " " WS-SHOW-BAL-A " "
                  WS-SHOW-BAL-B " " WS-SHOW-DIFF
                  DELIMITED BY SIZE INTO CMP-PRINT-LINE
           WRITE CMP-PRINT-LINE
           IF WS-SUM-OVERFLOW > 0
              MOVE SPACES TO CMP-PRINT-LINE
              STRING "MORE THAN 200 TYPE/BRANCH PAIRS - "
                     WS-SUM-OVERFLOW " RECORDS IN THE TOTAL ONLY"
                     DELIMITED BY SIZE INTO CMP-PRINT-LINE
              WRITE CMP-PRINT-LINE
           END-IF
           MOVE SPACES TO CMP-PRINT-LINE
           WRITE CMP-PRINT-LINE

           MOVE "RECORD DETAIL (A = OLD, B = NEW)" TO CMP-PRINT-LINE
           WRITE CMP-PRINT-LINE
           OPEN INPUT CMP-WORK-FILE
           IF FILE-STATUS3 = "00"
              MOVE "N" TO END-OF-FILE
              PERFORM UNTIL END-OF-FILE = "Y"
                READ CMP-WORK-FILE
                  AT END
                    MOVE "Y" TO END-OF-FILE
                  NOT AT END
                    MOVE CMP-WORK-LINE TO CMP-PRINT-LINE
                    WRITE CMP-PRINT-LINE
                END-READ
              END-PERFORM
           END-IF
           CLOSE CMP-WORK-FILE
           IF WS-COUNT-DIFFER = 0 AND WS-COUNT-ONLY-A = 0 AND
              WS-COUNT-ONLY-B = 0
              MOVE "NO DIFFERENCES - THE TWO COPIES AGREE."
                   TO CMP-PRINT-LINE
              WRITE CMP-PRINT-LINE
           END-IF
           CLOSE CMP-PRINT-FILE.
       EXIT.

       WRITE-COUNT-LINE.

           MOVE SPACES TO CMP-PRINT-LINE
           STRING WS-VALUE-TEXT(1:31) " " WS-COUNT-SHOW
                  DELIMITED BY SIZE INTO CMP-PRINT-LINE
           WRITE CMP-PRINT-LINE.
       EXIT.
