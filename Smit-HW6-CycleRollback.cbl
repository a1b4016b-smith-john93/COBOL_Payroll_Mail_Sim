       IDENTIFICATION DIVISION.
       PROGRAM-ID. CycleRollback.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CONTROL-CARD-FILE
           ASSIGN TO
           'Smit-HW6-RollbackControl.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROL-CARD-FILE.
       SELECT IN-BACKUP-FILE
           ASSIGN TO DYNAMIC CYCLE-BACKUP-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-IN-BACKUP-FILE.
       SELECT DEDUCTION-MASTER-FILE
           ASSIGN TO
           'Smit-HW6-DeductionMaster.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DMS-KEY
           FILE STATUS IS FS-DEDUCTION-MASTER-FILE.
       SELECT DED-BALANCE-FILE
           ASSIGN TO DYNAMIC DEDBAL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DED-BALANCE-FILE.
       SELECT YTD-MASTER-FILE
           ASSIGN TO DYNAMIC YTD-MASTER-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-YTD-MASTER-FILE.
       SELECT CHECK-CONTROL-FILE
           ASSIGN TO DYNAMIC CHECKCTL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CHECK-CONTROL-FILE.
       SELECT LEAVE-MASTER-FILE
           ASSIGN TO DYNAMIC LEAVE-MASTER-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LEAVE-MASTER-FILE.
       SELECT SUPP-FILE
           ASSIGN TO DYNAMIC SUPP-IN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SUPP-FILE.
       SELECT EARN-HISTORY-FILE
           ASSIGN TO DYNAMIC EARN-HISTORY-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EARN-HISTORY-FILE.
       SELECT IN-BANK-FILE
           ASSIGN TO DYNAMIC BANK-OUT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-IN-BANK-FILE.
       SELECT IN-POSPAY-FILE
           ASSIGN TO DYNAMIC POSPAY-OUT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-IN-POSPAY-FILE.
       SELECT OUT-CHKLOG-FILE
           ASSIGN TO DYNAMIC CHKLOG-OUT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OUT-CHKLOG-FILE.
       SELECT RUN-LEDGER-FILE
           ASSIGN TO DYNAMIC LEDGER-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUN-LEDGER-FILE.
       SELECT OUT-ROLLBACK-RPT-FILE
           ASSIGN TO DYNAMIC ROLLBACK-RPT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OUT-ROLLBACK-RPT-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD CONTROL-CARD-FILE.
       01 CONTROL-CARD-REC         PIC X(80).

       FD IN-BACKUP-FILE.
       01 CYCLE-BACKUP-REC.
           05 BKP-REC-TYPE         PIC X(2).
           05 BKP-DATA             PIC X(110).
       01 BACKUP-HEADER-REC.
           05 BKH-REC-TYPE         PIC X(2).
           05 BKH-RUN-DATE         PIC X(10).
           05 BKH-RUN-TIME         PIC X(8).
           05 BKH-RUN-MODE         PIC X(11).
           05 BKH-CHKCTL-ON-FILE   PIC X(3).
       01 BACKUP-NAME-REC.
           05 BKN-REC-TYPE         PIC X(2).
           05 BKN-FILE-CODE        PIC X(2).
           05 BKN-FILE-NAME        PIC X(100).
       01 BACKUP-TRAILER-REC.
           05 BKT-REC-TYPE         PIC X(2).
           05 BKT-RECORD-COUNT     PIC 9(7).

       FD DEDUCTION-MASTER-FILE.
       01 DEDUCTION-MASTER-REC.
           05 DMS-KEY.
               10 DMS-EMPLOYEE-NUM PIC X(5).
               10 DMS-TYPE-CODE    PIC X(2).
           05 DMS-AMOUNT           PIC X(6).
           05 DMS-START-DATE       PIC X(8).
           05 DMS-STOP-DATE        PIC X(8).
           05 DMS-GOAL-AMT         PIC X(6).
           05 DMS-COLLECTED-AMT    PIC 9(6)V99.

       FD DED-BALANCE-FILE.
       01 DED-BALANCE-REC          PIC X(15).

       FD YTD-MASTER-FILE.
       01 YTD-MASTER-REC           PIC X(70).

       FD CHECK-CONTROL-FILE.
       01 CHECK-CONTROL-REC.
           05 CKC-LAST-CHECK-NUM   PIC 9(6).
           05 CKC-RUN-STATUS       PIC X(1).
           05 CKC-RUN-FIRST-NUM    PIC 9(6).
           05 CKC-RUN-DATE         PIC 9(8).

       FD LEAVE-MASTER-FILE.
       01 LEAVE-MASTER-REC         PIC X(53).

       FD SUPP-FILE.
       01 SUPP-REC                 PIC X(43).

       FD EARN-HISTORY-FILE.
       01 EARN-HISTORY-REC         PIC X(108).

       FD IN-BANK-FILE.
       01 IN-BANK-REC.
           05 BNK-REC-TYPE         PIC X(1).
           05 BNK-CHECK-NUM        PIC 9(6).
           05 BNK-EMPLOYEE-NUM     PIC X(5).
           05 BNK-EMPLOYEE-NAME    PIC X(20).
           05 BNK-NET-PAY          PIC 9(7)V99.
           05 FILLER1              PIC X(39).

       FD IN-POSPAY-FILE.
       01 IN-POSPAY-REC.
           05 PPD-REC-TYPE         PIC X(1).
           05 PPD-ACCOUNT          PIC X(12).
           05 PPD-ISSUE-CODE       PIC X(1).
           05 PPD-CHECK-NUM        PIC 9(6).
           05 PPD-ISSUE-DATE       PIC 9(8).
           05 PPD-AMOUNT           PIC 9(8)V99.
           05 PPD-PAYEE-NAME       PIC X(20).
           05 PPD-EMPLOYEE-NUM     PIC X(5).
           05 FILLER2              PIC X(17).

       FD OUT-CHKLOG-FILE.
       01 OUT-CHKLOG-REC           PIC X(80).

       FD RUN-LEDGER-FILE.
       01 RUN-LEDGER-REC.
           05 LGR-RUN-DATE         PIC X(10).
           05 LGR-RUN-TIME         PIC X(8).
           05 LGR-RUN-MODE         PIC X(11).
           05 LGR-PAY-CYCLE-SW     PIC X(3).
           05 LGR-PAYROLL-READ     PIC 9(7).
           05 LGR-PAYROLL-RELEASED PIC 9(7).
           05 LGR-PAYROLL-EXC      PIC 9(7).
           05 LGR-MAIL-READ        PIC 9(7).
           05 LGR-MAIL-PRINTED     PIC 9(7).
           05 LGR-MAIL-DUPS        PIC 9(7).
           05 LGR-UNDELIV          PIC 9(7).
           05 LGR-DED-READ         PIC 9(7).
           05 LGR-DED-LOADED       PIC 9(7).
           05 LGR-DED-REJECT       PIC 9(7).
           05 LGR-TIMECARD-READ    PIC 9(7).
           05 LGR-TIMECARD-LOADED  PIC 9(7).
           05 LGR-TIMECARD-REJECT  PIC 9(7).
           05 LGR-BANKACCT-READ    PIC 9(7).
           05 LGR-BANKACCT-LOADED  PIC 9(7).
           05 LGR-BANKACCT-REJECT  PIC 9(7).
           05 LGR-CHECKS-ISSUED    PIC 9(6).
           05 LGR-REISSUE-COUNT    PIC 9(6).
           05 LGR-RETURN-CODE      PIC 9(2).

       FD OUT-ROLLBACK-RPT-FILE.
       01 OUT-ROLLBACK-RPT-REC     PIC X(132).

       WORKING-STORAGE SECTION.
       01 ARE-THERE-MORE-RECORDS   PIC X(3)  VALUE 'YES'.
       01 FILE-STATUS-FIELDS.
           05 FS-CONTROL-CARD-FILE    PIC X(2) VALUE '00'.
           05 FS-IN-BACKUP-FILE       PIC X(2) VALUE '00'.
           05 FS-DEDUCTION-MASTER-FILE PIC X(2) VALUE '00'.
           05 FS-DED-BALANCE-FILE     PIC X(2) VALUE '00'.
           05 FS-YTD-MASTER-FILE      PIC X(2) VALUE '00'.
           05 FS-CHECK-CONTROL-FILE   PIC X(2) VALUE '00'.
           05 FS-LEAVE-MASTER-FILE    PIC X(2) VALUE '00'.
           05 FS-SUPP-FILE            PIC X(2) VALUE '00'.
           05 FS-EARN-HISTORY-FILE    PIC X(2) VALUE '00'.
           05 FS-IN-BANK-FILE         PIC X(2) VALUE '00'.
           05 FS-IN-POSPAY-FILE       PIC X(2) VALUE '00'.
           05 FS-OUT-CHKLOG-FILE      PIC X(2) VALUE '00'.
           05 FS-RUN-LEDGER-FILE      PIC X(2) VALUE '00'.
           05 FS-OUT-ROLLBACK-RPT-FILE PIC X(2) VALUE '00'.
       01 CHECK-STATUS             PIC X(2)  VALUE '00'.
       01 CHECK-FILE-NAME          PIC X(30) VALUE SPACES.
       01 FILE-NAME-FIELDS.
           05 CYCLE-BACKUP-NAME    PIC X(100) VALUE
               '\\client\E$\COBOL\Homework6\Smit-HW6-CycleBackup.txt'.
           05 DEDBAL-NAME          PIC X(100) VALUE
               '\\client\E$\COBOL\Homework6\Smit-HW6-DedBalance.txt'.
           05 YTD-MASTER-NAME      PIC X(100) VALUE
               '\\client\E$\COBOL\Homework6\Smit-HW6-YTDMaster.txt'.
           05 CHECKCTL-NAME        PIC X(100) VALUE
               '\\client\E$\COBOL\Homework6\Smit-HW6-CheckControl.txt'.
           05 LEAVE-MASTER-NAME    PIC X(100) VALUE
               '\\client\E$\COBOL\Homework6\Smit-HW6-LeaveMaster.txt'.
           05 SUPP-IN-NAME         PIC X(100) VALUE
           '\\client\E$\COBOL\Homework6\Smit-HW6-SupplementalIn.txt'.
           05 EARN-HISTORY-NAME    PIC X(100) VALUE
               '\\client\E$\COBOL\Homework6\Smit-HW6-EarnHistory.txt'.
           05 BANK-OUT-NAME        PIC X(100) VALUE
               '\\client\E$\COBOL\Homework6\Smit-HW6-BankFile.txt'.
           05 POSPAY-OUT-NAME      PIC X(100) VALUE
           '\\client\E$\COBOL\Homework6\Smit-HW6-PositivePay.txt'.
           05 CHKLOG-OUT-NAME      PIC X(100) VALUE
               '\\client\E$\COBOL\Homework6\Smit-HW6-CheckLog.txt'.
           05 LEDGER-NAME          PIC X(100) VALUE
               '\\client\E$\COBOL\Homework6\Smit-HW6-RunLedger.txt'.
           05 ROLLBACK-RPT-NAME    PIC X(100) VALUE
           '\\client\E$\COBOL\Homework6\Smit-HW6-RollbackReport.txt'.
       01 CONTROL-CARD-FIELDS.
           05 CARD-KEYWORD         PIC X(20)  VALUE SPACES.
           05 CARD-VALUE           PIC X(100) VALUE SPACES.
           05 CONTROL-CARD-PRESENT-SW PIC X(3) VALUE 'NO '.
       01 BACKUP-CONTROL-FIELDS.
           05 BACKUP-HEADER-SW     PIC X(3)  VALUE 'NO '.
           05 BACKUP-TRAILER-SW    PIC X(3)  VALUE 'NO '.
           05 BACKUP-READ-COUNT    PIC 9(7)  VALUE ZERO.
           05 BACKUP-TRAILER-COUNT PIC 9(7)  VALUE ZERO.
           05 BACKUP-RUN-DATE      PIC X(10) VALUE SPACES.
           05 BACKUP-RUN-TIME      PIC X(8)  VALUE SPACES.
           05 BACKUP-RUN-MODE      PIC X(11) VALUE SPACES.
           05 REFUSE-REASON        PIC X(50) VALUE SPACES.
       01 CHECK-CONTROL-FIELDS.
           05 SNAP-CKC-ON-FILE-SW  PIC X(3)  VALUE 'NO '.
           05 SNAP-CHECK-CONTROL.
               10 SNAP-CKC-LAST-NUM  PIC 9(6).
               10 SNAP-CKC-STATUS    PIC X(1).
               10 SNAP-CKC-FIRST-NUM PIC 9(6).
               10 SNAP-CKC-RUN-DATE  PIC 9(8).
           05 CUR-CKC-ON-FILE-SW   PIC X(3)  VALUE 'NO '.
           05 CUR-CKC-RUN-STATUS   PIC X(1)  VALUE SPACE.
           05 CUR-CKC-LAST-NUM     PIC 9(6)  VALUE ZERO.
           05 CUR-CKC-FIRST-NUM    PIC 9(6)  VALUE ZERO.
           05 CUR-CKC-RUN-DATE     PIC 9(8)  VALUE ZERO.
           05 RESUME-CHECK-NUM     PIC 9(6)  VALUE ZERO.
           05 SPOIL-FROM-NUM       PIC 9(7)  VALUE ZERO.
           05 SPOIL-THRU-NUM       PIC 9(7)  VALUE ZERO.
           05 SPOIL-CHECK-NUM      PIC 9(7)  VALUE ZERO.
       01 RESTORE-COUNTS.
           05 DM-RESTORED-COUNT    PIC 9(7)  VALUE ZERO.
           05 DB-RESTORED-COUNT    PIC 9(7)  VALUE ZERO.
           05 YT-RESTORED-COUNT    PIC 9(7)  VALUE ZERO.
           05 LV-RESTORED-COUNT    PIC 9(7)  VALUE ZERO.
           05 SP-RESTORED-COUNT    PIC 9(7)  VALUE ZERO.
           05 EH-RESTORED-COUNT    PIC 9(7)  VALUE ZERO.
           05 RECALL-COUNT         PIC 9(7)  VALUE ZERO.
           05 RECALL-AMOUNT        PIC 9(9)V99 VALUE ZERO.
           05 DESTROY-COUNT        PIC 9(7)  VALUE ZERO.
           05 DESTROY-AMOUNT       PIC 9(9)V99 VALUE ZERO.
           05 SPOILED-COUNT        PIC 9(7)  VALUE ZERO.
           05 BANK-TRAILER-SW      PIC X(3)  VALUE 'NO '.
           05 POSPAY-TRAILER-SW    PIC X(3)  VALUE 'NO '.
       01 RUN-RETURN-CODE          PIC 9(2)  VALUE ZERO.
       01 WORKING-CHKLOG-REC.
           05 CKL-RUN-DATE         PIC X(10).
           05 CKL-SPACES-ONE       PIC X(2)  VALUE SPACES.
           05 CKL-RUN-TIME         PIC X(8).
           05 CKL-SPACES-TWO       PIC X(3)  VALUE SPACES.
           05 CKL-CHECK-NUM        PIC 9(6).
           05 CKL-SPACES-THREE     PIC X(3)  VALUE SPACES.
           05 CKL-REASON-OUT       PIC X(30).
           05 CKL-FILLER           PIC X(18) VALUE SPACES.
       01 WORKING-ROLLBACK-HEADER.
           05 FILLER3              PIC X(24) VALUE SPACES.
           05 ROLLBACK-TITLE       PIC X(25) VALUE
               'PAY CYCLE ROLLBACK REPORT'.
           05 FILLER4              PIC X(21) VALUE SPACES.
           05 DATE-OUT-1           PIC X(10).
           05 FILLER5              PIC X(52) VALUE SPACES.
       01 WORKING-CYCLE-LINE.
           05 FILLER6              PIC X(22) VALUE
               'CYCLE ROLLED BACK:    '.
           05 RBC-RUN-DATE         PIC X(10).
           05 FILLER7              PIC X(2)  VALUE SPACES.
           05 RBC-RUN-TIME         PIC X(8).
           05 FILLER8              PIC X(7)  VALUE '  MODE '.
           05 RBC-RUN-MODE         PIC X(11).
           05 FILLER9              PIC X(72) VALUE SPACES.
       01 WORKING-ITEM-HEADER.
           05 FILLER10             PIC X(26) VALUE 'ACTION'.
           05 FILLER11             PIC X(8)  VALUE 'CHECK'.
           05 FILLER12             PIC X(7)  VALUE 'EMP'.
           05 FILLER13             PIC X(22) VALUE 'EMPLOYEE NAME'.
           05 FILLER14             PIC X(13) VALUE '       AMOUNT'.
           05 FILLER15             PIC X(56) VALUE SPACES.
       01 WORKING-ITEM-REC.
           05 RBD-ACTION           PIC X(24).
           05 RBD-SPACES-ONE       PIC X(2)  VALUE SPACES.
           05 RBD-CHECK-NUM        PIC 9(6).
           05 RBD-SPACES-TWO       PIC X(2)  VALUE SPACES.
           05 RBD-EMPLOYEE-NUM     PIC X(5).
           05 RBD-SPACES-THREE     PIC X(2)  VALUE SPACES.
           05 RBD-EMPLOYEE-NAME    PIC X(20).
           05 RBD-SPACES-FOUR      PIC X(2)  VALUE SPACES.
           05 RBD-AMOUNT-OUT       PIC ZZ,ZZZ,ZZ9.99.
           05 RBD-FILLER           PIC X(56) VALUE SPACES.
       01 WORKING-MESSAGE-LINE.
           05 RBM-TEXT             PIC X(80) VALUE SPACES.
           05 FILLER16             PIC X(52) VALUE SPACES.
       01 ROLLBACK-COUNT-LINE.
           05 FILLER17             PIC X(5)  VALUE SPACES.
           05 RBS-LABEL            PIC X(34) VALUE SPACES.
           05 RBS-COUNT-OUT        PIC ZZZ,ZZ9.
           05 FILLER18             PIC X(86) VALUE SPACES.
       01 ROLLBACK-AMOUNT-LINE.
           05 FILLER19             PIC X(5)  VALUE SPACES.
           05 RBA-LABEL            PIC X(34) VALUE SPACES.
           05 RBA-AMOUNT-OUT       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER20             PIC X(79) VALUE SPACES.
       01 CURRENTDATE.
           05  YEAR                PIC 9(4).
           05  MONTH               PIC 9(2).
           05  TODAY               PIC 9(2).
           05  TIMESTAMP           PIC 9(12).
           05  TIMESTAMP-PARTS REDEFINES TIMESTAMP.
               10 RUN-HOURS        PIC 9(2).
               10 RUN-MINUTES      PIC 9(2).
               10 RUN-SECONDS      PIC 9(2).
               10 FILLER21         PIC X(6).
       01 WORKING-DATE-OUT.
           05 MONTH-OUT            PIC 9(2).
           05 SLASH-ONE-OUT        PIC X.
           05 TODAY-OUT            PIC 9(2).
           05 SLASH-TWO-OUT        PIC X.
           05 YEAR-OUT             PIC 9(4).
       01 WORKING-TIME-OUT.
           05 HOURS-OUT            PIC 9(2).
           05 COLON-ONE-OUT        PIC X.
           05 MINUTES-OUT          PIC 9(2).
           05 COLON-TWO-OUT        PIC X.
           05 SECONDS-OUT          PIC 9(2).
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
       PERFORM 105-READ-CONTROL-CARD-RTN
       PERFORM 150-SET-REPORT-DATE-RTN
       PERFORM 200-VERIFY-BACKUP-RTN
       PERFORM 250-READ-CURRENT-CONTROL-RTN
       PERFORM 110-OPEN-FILES-RTN
       PERFORM 210-WRITE-HEADERS-RTN
       PERFORM 300-RESTORE-FILES-RTN
       PERFORM 400-LIST-BANK-ITEMS-RTN
       PERFORM 450-LIST-PAPER-CHECKS-RTN
       PERFORM 500-RESET-CHECK-CONTROL-RTN
       PERFORM 600-WRITE-SUMMARY-RTN
       PERFORM 700-APPEND-RUN-LEDGER-RTN

       CLOSE DEDUCTION-MASTER-FILE
             DED-BALANCE-FILE
             YTD-MASTER-FILE
             LEAVE-MASTER-FILE
             SUPP-FILE
             EARN-HISTORY-FILE
             OUT-ROLLBACK-RPT-FILE

       DISPLAY 'PAY CYCLE OF ' BACKUP-RUN-DATE ' ROLLED BACK'
       MOVE RUN-RETURN-CODE TO RETURN-CODE
       STOP RUN.

       105-READ-CONTROL-CARD-RTN.
           OPEN INPUT CONTROL-CARD-FILE
           IF FS-CONTROL-CARD-FILE = '35'
               MOVE 'NO ' TO CONTROL-CARD-PRESENT-SW
           ELSE
               MOVE FS-CONTROL-CARD-FILE TO CHECK-STATUS
               MOVE 'CONTROL-CARD-FILE'  TO CHECK-FILE-NAME
               PERFORM 905-CHECK-OPEN-STATUS-RTN
               MOVE 'YES' TO CONTROL-CARD-PRESENT-SW
               MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               PERFORM 106-CONTROL-CARD-LOOP-RTN
                   UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               CLOSE CONTROL-CARD-FILE
           END-IF.

       106-CONTROL-CARD-LOOP-RTN.
           READ CONTROL-CARD-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   PERFORM 107-APPLY-CARD-PARM-RTN
           END-READ.

       107-APPLY-CARD-PARM-RTN.
           MOVE SPACES TO CARD-KEYWORD
           MOVE SPACES TO CARD-VALUE
           IF CONTROL-CARD-REC NOT = SPACES
               UNSTRING CONTROL-CARD-REC
                   DELIMITED BY '='
                   INTO CARD-KEYWORD CARD-VALUE
               END-UNSTRING
           END-IF
           IF CARD-KEYWORD = 'CYCLE-BACKUP'
               MOVE CARD-VALUE TO CYCLE-BACKUP-NAME
           END-IF
           IF CARD-KEYWORD = 'ROLLBACK-RPT-OUT'
               MOVE CARD-VALUE TO ROLLBACK-RPT-NAME
           END-IF.

       110-OPEN-FILES-RTN.
           OPEN OUTPUT OUT-ROLLBACK-RPT-FILE
           MOVE FS-OUT-ROLLBACK-RPT-FILE TO CHECK-STATUS
           MOVE 'OUT-ROLLBACK-RPT-FILE'  TO CHECK-FILE-NAME
           PERFORM 905-CHECK-OPEN-STATUS-RTN
           OPEN OUTPUT DEDUCTION-MASTER-FILE
           MOVE FS-DEDUCTION-MASTER-FILE TO CHECK-STATUS
           MOVE 'DEDUCTION-MASTER-FILE'  TO CHECK-FILE-NAME
           PERFORM 905-CHECK-OPEN-STATUS-RTN
           OPEN OUTPUT DED-BALANCE-FILE
           MOVE FS-DED-BALANCE-FILE TO CHECK-STATUS
           MOVE 'DED-BALANCE-FILE'  TO CHECK-FILE-NAME
           PERFORM 905-CHECK-OPEN-STATUS-RTN
           OPEN OUTPUT YTD-MASTER-FILE
           MOVE FS-YTD-MASTER-FILE TO CHECK-STATUS
           MOVE 'YTD-MASTER-FILE'  TO CHECK-FILE-NAME
           PERFORM 905-CHECK-OPEN-STATUS-RTN
           OPEN OUTPUT LEAVE-MASTER-FILE
           MOVE FS-LEAVE-MASTER-FILE TO CHECK-STATUS
           MOVE 'LEAVE-MASTER-FILE'  TO CHECK-FILE-NAME
           PERFORM 905-CHECK-OPEN-STATUS-RTN
           OPEN OUTPUT SUPP-FILE
           MOVE FS-SUPP-FILE TO CHECK-STATUS
           MOVE 'SUPP-FILE'  TO CHECK-FILE-NAME
           PERFORM 905-CHECK-OPEN-STATUS-RTN
           OPEN OUTPUT EARN-HISTORY-FILE
           MOVE FS-EARN-HISTORY-FILE TO CHECK-STATUS
           MOVE 'EARN-HISTORY-FILE'  TO CHECK-FILE-NAME
           PERFORM 905-CHECK-OPEN-STATUS-RTN.

       150-SET-REPORT-DATE-RTN.
           MOVE FUNCTION CURRENT-DATE TO CURRENTDATE
           MOVE MONTH TO MONTH-OUT
           MOVE '\' TO SLASH-ONE-OUT
           MOVE TODAY TO TODAY-OUT
           MOVE '\' TO SLASH-TWO-OUT
           MOVE YEAR TO YEAR-OUT
           MOVE WORKING-DATE-OUT TO DATE-OUT-1
           MOVE RUN-HOURS   TO HOURS-OUT
           MOVE ':' TO COLON-ONE-OUT
           MOVE RUN-MINUTES TO MINUTES-OUT
           MOVE ':' TO COLON-TWO-OUT
           MOVE RUN-SECONDS TO SECONDS-OUT.

       190-REFUSE-ROLLBACK-RTN.
           DISPLAY 'ROLLBACK REFUSED - ' REFUSE-REASON
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       200-VERIFY-BACKUP-RTN.
           OPEN INPUT IN-BACKUP-FILE
           IF FS-IN-BACKUP-FILE = '35'
               MOVE 'NO CYCLE BACKUP ON FILE' TO REFUSE-REASON
               PERFORM 190-REFUSE-ROLLBACK-RTN
           END-IF
           MOVE FS-IN-BACKUP-FILE TO CHECK-STATUS
           MOVE 'IN-BACKUP-FILE'  TO CHECK-FILE-NAME
           PERFORM 905-CHECK-OPEN-STATUS-RTN
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 205-VERIFY-BACKUP-LOOP-RTN
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE IN-BACKUP-FILE
           IF BACKUP-HEADER-SW = 'NO '
               MOVE 'CYCLE BACKUP HEADER MISSING' TO REFUSE-REASON
               PERFORM 190-REFUSE-ROLLBACK-RTN
           END-IF
           IF BACKUP-TRAILER-SW = 'NO ' OR
              BACKUP-TRAILER-COUNT NOT = BACKUP-READ-COUNT
               MOVE 'CYCLE BACKUP INCOMPLETE' TO REFUSE-REASON
               PERFORM 190-REFUSE-ROLLBACK-RTN
           END-IF.

       205-VERIFY-BACKUP-LOOP-RTN.
           READ IN-BACKUP-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF BKP-REC-TYPE = 'TR'
                       MOVE 'YES' TO BACKUP-TRAILER-SW
                       MOVE BKT-RECORD-COUNT TO BACKUP-TRAILER-COUNT
                   ELSE
                       ADD 1 TO BACKUP-READ-COUNT
                   END-IF
                   IF BKP-REC-TYPE = 'HD' AND BACKUP-READ-COUNT = 1
                       MOVE 'YES' TO BACKUP-HEADER-SW
                       MOVE BKH-RUN-DATE TO BACKUP-RUN-DATE
                       MOVE BKH-RUN-TIME TO BACKUP-RUN-TIME
                       MOVE BKH-RUN-MODE TO BACKUP-RUN-MODE
                   END-IF
                   IF BKP-REC-TYPE = 'NM'
                       PERFORM 206-APPLY-BACKUP-NAME-RTN
                   END-IF
           END-READ.

       206-APPLY-BACKUP-NAME-RTN.
           IF BKN-FILE-CODE = 'DB'
               MOVE BKN-FILE-NAME TO DEDBAL-NAME
           END-IF
           IF BKN-FILE-CODE = 'YT'
               MOVE BKN-FILE-NAME TO YTD-MASTER-NAME
           END-IF
           IF BKN-FILE-CODE = 'CC'
               MOVE BKN-FILE-NAME TO CHECKCTL-NAME
           END-IF
           IF BKN-FILE-CODE = 'LV'
               MOVE BKN-FILE-NAME TO LEAVE-MASTER-NAME
           END-IF
           IF BKN-FILE-CODE = 'SP'
               MOVE BKN-FILE-NAME TO SUPP-IN-NAME
           END-IF
           IF BKN-FILE-CODE = 'EH'
               MOVE BKN-FILE-NAME TO EARN-HISTORY-NAME
           END-IF
           IF BKN-FILE-CODE = 'BK'
               MOVE BKN-FILE-NAME TO BANK-OUT-NAME
           END-IF
           IF BKN-FILE-CODE = 'PP'
               MOVE BKN-FILE-NAME TO POSPAY-OUT-NAME
           END-IF
           IF BKN-FILE-CODE = 'CL'
               MOVE BKN-FILE-NAME TO CHKLOG-OUT-NAME
           END-IF
           IF BKN-FILE-CODE = 'LG'
               MOVE BKN-FILE-NAME TO LEDGER-NAME
           END-IF.

       210-WRITE-HEADERS-RTN.
           MOVE WORKING-ROLLBACK-HEADER TO OUT-ROLLBACK-RPT-REC
           WRITE OUT-ROLLBACK-RPT-REC
           MOVE SPACES TO OUT-ROLLBACK-RPT-REC
           WRITE OUT-ROLLBACK-RPT-REC
           MOVE BACKUP-RUN-DATE TO RBC-RUN-DATE
           MOVE BACKUP-RUN-TIME TO RBC-RUN-TIME
           MOVE BACKUP-RUN-MODE TO RBC-RUN-MODE
           MOVE WORKING-CYCLE-LINE TO OUT-ROLLBACK-RPT-REC
           WRITE OUT-ROLLBACK-RPT-REC
           MOVE SPACES TO OUT-ROLLBACK-RPT-REC
           WRITE OUT-ROLLBACK-RPT-REC
           MOVE WORKING-ITEM-HEADER TO OUT-ROLLBACK-RPT-REC
           WRITE OUT-ROLLBACK-RPT-REC
           MOVE SPACES TO OUT-ROLLBACK-RPT-REC
           WRITE OUT-ROLLBACK-RPT-REC.

       250-READ-CURRENT-CONTROL-RTN.
           OPEN INPUT CHECK-CONTROL-FILE
           IF FS-CHECK-CONTROL-FILE NOT = '35'
               MOVE FS-CHECK-CONTROL-FILE TO CHECK-STATUS
               MOVE 'CHECK-CONTROL-FILE'  TO CHECK-FILE-NAME
               PERFORM 905-CHECK-OPEN-STATUS-RTN
               READ CHECK-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 255-SAVE-CURRENT-CONTROL-RTN
               END-READ
               CLOSE CHECK-CONTROL-FILE
           END-IF
           IF CUR-CKC-RUN-STATUS = SPACE
               MOVE 'NO OPEN PAY CYCLE ON CHECK CONTROL'
                   TO REFUSE-REASON
               PERFORM 190-REFUSE-ROLLBACK-RTN
           END-IF.

       255-SAVE-CURRENT-CONTROL-RTN.
           MOVE CKC-RUN-STATUS TO CUR-CKC-RUN-STATUS
           IF CKC-RUN-STATUS = 'R'
               CLOSE CHECK-CONTROL-FILE
               MOVE 'CYCLE ALREADY ROLLED BACK' TO REFUSE-REASON
               PERFORM 190-REFUSE-ROLLBACK-RTN
           END-IF
           IF CKC-RUN-STATUS NOT = 'O'
               CLOSE CHECK-CONTROL-FILE
               MOVE 'LAST CYCLE COMPLETED - NOTHING TO ROLL BACK'
                   TO REFUSE-REASON
               PERFORM 190-REFUSE-ROLLBACK-RTN
           END-IF
           IF CKC-LAST-CHECK-NUM NUMERIC
               MOVE 'YES' TO CUR-CKC-ON-FILE-SW
               MOVE CKC-LAST-CHECK-NUM TO CUR-CKC-LAST-NUM
               IF CKC-RUN-FIRST-NUM NUMERIC
                   MOVE CKC-RUN-FIRST-NUM TO CUR-CKC-FIRST-NUM
               END-IF
               IF CKC-RUN-DATE NUMERIC
                   MOVE CKC-RUN-DATE TO CUR-CKC-RUN-DATE
               END-IF
           END-IF.

       300-RESTORE-FILES-RTN.
           OPEN INPUT IN-BACKUP-FILE
           MOVE FS-IN-BACKUP-FILE TO CHECK-STATUS
           MOVE 'IN-BACKUP-FILE'  TO CHECK-FILE-NAME
           PERFORM 905-CHECK-OPEN-STATUS-RTN
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 305-RESTORE-LOOP-RTN
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE IN-BACKUP-FILE.

       305-RESTORE-LOOP-RTN.
           READ IN-BACKUP-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   PERFORM 310-RESTORE-RECORD-RTN
           END-READ.

       310-RESTORE-RECORD-RTN.
           IF BKP-REC-TYPE = 'DM'
               MOVE BKP-DATA TO DEDUCTION-MASTER-REC
               WRITE DEDUCTION-MASTER-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO DM-RESTORED-COUNT
               END-WRITE
           END-IF
           IF BKP-REC-TYPE = 'DB'
               MOVE BKP-DATA TO DED-BALANCE-REC
               WRITE DED-BALANCE-REC
               ADD 1 TO DB-RESTORED-COUNT
           END-IF
           IF BKP-REC-TYPE = 'YT'
               MOVE BKP-DATA TO YTD-MASTER-REC
               WRITE YTD-MASTER-REC
               ADD 1 TO YT-RESTORED-COUNT
           END-IF
           IF BKP-REC-TYPE = 'CC'
               MOVE 'YES' TO SNAP-CKC-ON-FILE-SW
               MOVE BKP-DATA TO SNAP-CHECK-CONTROL
           END-IF
           IF BKP-REC-TYPE = 'LV'
               MOVE BKP-DATA TO LEAVE-MASTER-REC
               WRITE LEAVE-MASTER-REC
               ADD 1 TO LV-RESTORED-COUNT
           END-IF
           IF BKP-REC-TYPE = 'SP'
               MOVE BKP-DATA TO SUPP-REC
               WRITE SUPP-REC
               ADD 1 TO SP-RESTORED-COUNT
           END-IF
           IF BKP-REC-TYPE = 'EH'
               MOVE BKP-DATA TO EARN-HISTORY-REC
               WRITE EARN-HISTORY-REC
               ADD 1 TO EH-RESTORED-COUNT
           END-IF.

       400-LIST-BANK-ITEMS-RTN.
           OPEN INPUT IN-BANK-FILE
           IF FS-IN-BANK-FILE = '35'
               MOVE 'NO BANK FILE FROM THE FAILED CYCLE' TO RBM-TEXT
               PERFORM 800-WRITE-MESSAGE-RTN
           ELSE
               MOVE FS-IN-BANK-FILE TO CHECK-STATUS
               MOVE 'IN-BANK-FILE'  TO CHECK-FILE-NAME
               PERFORM 905-CHECK-OPEN-STATUS-RTN
               MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               PERFORM 405-BANK-READ-LOOP-RTN
                   UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               CLOSE IN-BANK-FILE
               IF BANK-TRAILER-SW = 'YES'
                   MOVE 'BANK FILE COMPLETE - RECALL IF TRANSMITTED'
                       TO RBM-TEXT
               ELSE
                   MOVE 'BANK FILE IS PARTIAL - DO NOT TRANSMIT IT'
                       TO RBM-TEXT
               END-IF
               PERFORM 800-WRITE-MESSAGE-RTN
           END-IF.

       405-BANK-READ-LOOP-RTN.
           READ IN-BANK-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF BNK-REC-TYPE = '2'
                       PERFORM 410-WRITE-BANK-ITEM-RTN
                   END-IF
                   IF BNK-REC-TYPE = '9'
                       MOVE 'YES' TO BANK-TRAILER-SW
                   END-IF
           END-READ.

       410-WRITE-BANK-ITEM-RTN.
           MOVE 'RECALL DIRECT DEPOSIT' TO RBD-ACTION
           MOVE BNK-CHECK-NUM          TO RBD-CHECK-NUM
           MOVE BNK-EMPLOYEE-NUM       TO RBD-EMPLOYEE-NUM
           MOVE BNK-EMPLOYEE-NAME      TO RBD-EMPLOYEE-NAME
           MOVE BNK-NET-PAY            TO RBD-AMOUNT-OUT
           MOVE WORKING-ITEM-REC TO OUT-ROLLBACK-RPT-REC
           WRITE OUT-ROLLBACK-RPT-REC
           ADD 1 TO RECALL-COUNT
           ADD BNK-NET-PAY TO RECALL-AMOUNT.

       450-LIST-PAPER-CHECKS-RTN.
           OPEN INPUT IN-POSPAY-FILE
           IF FS-IN-POSPAY-FILE = '35'
               MOVE 'NO POSITIVE PAY FILE FROM THE FAILED CYCLE'
                   TO RBM-TEXT
               PERFORM 800-WRITE-MESSAGE-RTN
           ELSE
               MOVE FS-IN-POSPAY-FILE TO CHECK-STATUS
               MOVE 'IN-POSPAY-FILE'  TO CHECK-FILE-NAME
               PERFORM 905-CHECK-OPEN-STATUS-RTN
               MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               PERFORM 455-POSPAY-READ-LOOP-RTN
                   UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               CLOSE IN-POSPAY-FILE
               IF POSPAY-TRAILER-SW = 'YES'
                   MOVE 'POSITIVE PAY COMPLETE - VOID IF TRANSMITTED'
                       TO RBM-TEXT
               ELSE
                   MOVE 'POSITIVE PAY IS PARTIAL - DO NOT TRANSMIT IT'
                       TO RBM-TEXT
               END-IF
               PERFORM 800-WRITE-MESSAGE-RTN
           END-IF.

       455-POSPAY-READ-LOOP-RTN.
           READ IN-POSPAY-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF PPD-REC-TYPE = 'D'
                       PERFORM 460-WRITE-PAPER-ITEM-RTN
                   END-IF
                   IF PPD-REC-TYPE = 'T'
                       MOVE 'YES' TO POSPAY-TRAILER-SW
                   END-IF
           END-READ.

       460-WRITE-PAPER-ITEM-RTN.
           MOVE 'DESTROY PAPER CHECK'  TO RBD-ACTION
           MOVE PPD-CHECK-NUM          TO RBD-CHECK-NUM
           MOVE PPD-EMPLOYEE-NUM       TO RBD-EMPLOYEE-NUM
           MOVE PPD-PAYEE-NAME         TO RBD-EMPLOYEE-NAME
           MOVE PPD-AMOUNT             TO RBD-AMOUNT-OUT
           MOVE WORKING-ITEM-REC TO OUT-ROLLBACK-RPT-REC
           WRITE OUT-ROLLBACK-RPT-REC
           ADD 1 TO DESTROY-COUNT
           ADD PPD-AMOUNT TO DESTROY-AMOUNT.

       500-RESET-CHECK-CONTROL-RTN.
           IF SNAP-CKC-ON-FILE-SW = 'YES'
               MOVE SNAP-CKC-LAST-NUM TO RESUME-CHECK-NUM
               ADD 1 SNAP-CKC-LAST-NUM GIVING SPOIL-FROM-NUM
           ELSE
               MOVE ZERO TO RESUME-CHECK-NUM
               MOVE CUR-CKC-FIRST-NUM TO SPOIL-FROM-NUM
               MOVE CUR-CKC-FIRST-NUM TO SNAP-CKC-FIRST-NUM
               MOVE CUR-CKC-RUN-DATE  TO SNAP-CKC-RUN-DATE
           END-IF
           IF CUR-CKC-ON-FILE-SW = 'YES' AND
              CUR-CKC-LAST-NUM > RESUME-CHECK-NUM
               MOVE CUR-CKC-LAST-NUM TO SPOIL-THRU-NUM
               MOVE CUR-CKC-LAST-NUM TO RESUME-CHECK-NUM
               IF SPOIL-FROM-NUM NOT > SPOIL-THRU-NUM
                   PERFORM 510-LOG-SPOILED-RANGE-RTN
               END-IF
           END-IF
           IF SNAP-CKC-ON-FILE-SW = 'YES' OR
              CUR-CKC-ON-FILE-SW = 'YES'
               MOVE RESUME-CHECK-NUM   TO CKC-LAST-CHECK-NUM
               MOVE 'R'                TO CKC-RUN-STATUS
               MOVE SNAP-CKC-FIRST-NUM TO CKC-RUN-FIRST-NUM
               MOVE SNAP-CKC-RUN-DATE  TO CKC-RUN-DATE
               OPEN OUTPUT CHECK-CONTROL-FILE
               MOVE FS-CHECK-CONTROL-FILE TO CHECK-STATUS
               MOVE 'CHECK-CONTROL-FILE'  TO CHECK-FILE-NAME
               PERFORM 905-CHECK-OPEN-STATUS-RTN
               WRITE CHECK-CONTROL-REC
               CLOSE CHECK-CONTROL-FILE
           END-IF.

       510-LOG-SPOILED-RANGE-RTN.
           OPEN EXTEND OUT-CHKLOG-FILE
           IF FS-OUT-CHKLOG-FILE = '35'
               OPEN OUTPUT OUT-CHKLOG-FILE
           END-IF
           MOVE FS-OUT-CHKLOG-FILE TO CHECK-STATUS
           MOVE 'OUT-CHKLOG-FILE'  TO CHECK-FILE-NAME
           PERFORM 905-CHECK-OPEN-STATUS-RTN
           PERFORM 515-WRITE-CHECK-LOG-RTN
               VARYING SPOIL-CHECK-NUM FROM SPOIL-FROM-NUM BY 1
               UNTIL SPOIL-CHECK-NUM > SPOIL-THRU-NUM
           CLOSE OUT-CHKLOG-FILE.

       515-WRITE-CHECK-LOG-RTN.
           MOVE WORKING-DATE-OUT TO CKL-RUN-DATE
           MOVE WORKING-TIME-OUT TO CKL-RUN-TIME
           MOVE SPOIL-CHECK-NUM  TO CKL-CHECK-NUM
           MOVE 'SPOILED - CYCLE ROLLED BACK' TO CKL-REASON-OUT
           MOVE WORKING-CHKLOG-REC TO OUT-CHKLOG-REC
           WRITE OUT-CHKLOG-REC
           ADD 1 TO SPOILED-COUNT.

       600-WRITE-SUMMARY-RTN.
           MOVE SPACES TO OUT-ROLLBACK-RPT-REC
           WRITE OUT-ROLLBACK-RPT-REC
           MOVE 'DEDUCTION MASTER RESTORED' TO RBS-LABEL
           MOVE DM-RESTORED-COUNT TO RBS-COUNT-OUT
           PERFORM 810-WRITE-COUNT-LINE-RTN
           MOVE 'DEDUCTION BALANCES RESTORED' TO RBS-LABEL
           MOVE DB-RESTORED-COUNT TO RBS-COUNT-OUT
           PERFORM 810-WRITE-COUNT-LINE-RTN
           MOVE 'YTD MASTER RESTORED' TO RBS-LABEL
           MOVE YT-RESTORED-COUNT TO RBS-COUNT-OUT
           PERFORM 810-WRITE-COUNT-LINE-RTN
           MOVE 'LEAVE MASTER RESTORED' TO RBS-LABEL
           MOVE LV-RESTORED-COUNT TO RBS-COUNT-OUT
           PERFORM 810-WRITE-COUNT-LINE-RTN
           MOVE 'SUPPLEMENTAL ITEMS RESTORED' TO RBS-LABEL
           MOVE SP-RESTORED-COUNT TO RBS-COUNT-OUT
           PERFORM 810-WRITE-COUNT-LINE-RTN
           MOVE 'EARNINGS HISTORY RESTORED' TO RBS-LABEL
           MOVE EH-RESTORED-COUNT TO RBS-COUNT-OUT
           PERFORM 810-WRITE-COUNT-LINE-RTN
           MOVE 'DIRECT DEPOSITS TO RECALL' TO RBS-LABEL
           MOVE RECALL-COUNT TO RBS-COUNT-OUT
           PERFORM 810-WRITE-COUNT-LINE-RTN
           MOVE 'DIRECT DEPOSIT AMOUNT' TO RBA-LABEL
           MOVE RECALL-AMOUNT TO RBA-AMOUNT-OUT
           PERFORM 820-WRITE-AMOUNT-LINE-RTN
           MOVE 'PAPER CHECKS TO DESTROY' TO RBS-LABEL
           MOVE DESTROY-COUNT TO RBS-COUNT-OUT
           PERFORM 810-WRITE-COUNT-LINE-RTN
           MOVE 'PAPER CHECK AMOUNT' TO RBA-LABEL
           MOVE DESTROY-AMOUNT TO RBA-AMOUNT-OUT
           PERFORM 820-WRITE-AMOUNT-LINE-RTN
           MOVE 'CHECK NUMBERS LOGGED SPOILED' TO RBS-LABEL
           MOVE SPOILED-COUNT TO RBS-COUNT-OUT
           PERFORM 810-WRITE-COUNT-LINE-RTN
           MOVE 'NEXT CYCLE STARTS AFTER CHECK' TO RBS-LABEL
           MOVE RESUME-CHECK-NUM TO RBS-COUNT-OUT
           PERFORM 810-WRITE-COUNT-LINE-RTN
           IF RECALL-COUNT > ZERO OR DESTROY-COUNT > ZERO
               MOVE 4 TO RUN-RETURN-CODE
           ELSE
               MOVE ZERO TO RUN-RETURN-CODE
           END-IF
           MOVE 'RETURN CODE' TO RBS-LABEL
           MOVE RUN-RETURN-CODE TO RBS-COUNT-OUT
           PERFORM 810-WRITE-COUNT-LINE-RTN.

       700-APPEND-RUN-LEDGER-RTN.
           OPEN EXTEND RUN-LEDGER-FILE
           IF FS-RUN-LEDGER-FILE = '35'
               OPEN OUTPUT RUN-LEDGER-FILE
           END-IF
           MOVE FS-RUN-LEDGER-FILE TO CHECK-STATUS
           MOVE 'RUN-LEDGER-FILE'  TO CHECK-FILE-NAME
           PERFORM 905-CHECK-OPEN-STATUS-RTN
           MOVE BACKUP-RUN-DATE  TO LGR-RUN-DATE
           MOVE WORKING-TIME-OUT TO LGR-RUN-TIME
           MOVE 'ROLLBACK'       TO LGR-RUN-MODE
           MOVE 'NO '            TO LGR-PAY-CYCLE-SW
           MOVE ZERO TO LGR-PAYROLL-READ
           MOVE ZERO TO LGR-PAYROLL-RELEASED
           MOVE ZERO TO LGR-PAYROLL-EXC
           MOVE ZERO TO LGR-MAIL-READ
           MOVE ZERO TO LGR-MAIL-PRINTED
           MOVE ZERO TO LGR-MAIL-DUPS
           MOVE ZERO TO LGR-UNDELIV
           MOVE ZERO TO LGR-DED-READ
           MOVE ZERO TO LGR-DED-LOADED
           MOVE ZERO TO LGR-DED-REJECT
           MOVE ZERO TO LGR-TIMECARD-READ
           MOVE ZERO TO LGR-TIMECARD-LOADED
           MOVE ZERO TO LGR-TIMECARD-REJECT
           MOVE ZERO TO LGR-BANKACCT-READ
           MOVE ZERO TO LGR-BANKACCT-LOADED
           MOVE ZERO TO LGR-BANKACCT-REJECT
           MOVE ZERO             TO LGR-CHECKS-ISSUED
           MOVE ZERO             TO LGR-REISSUE-COUNT
           MOVE RUN-RETURN-CODE  TO LGR-RETURN-CODE
           WRITE RUN-LEDGER-REC
           CLOSE RUN-LEDGER-FILE.

       800-WRITE-MESSAGE-RTN.
           MOVE SPACES TO OUT-ROLLBACK-RPT-REC
           WRITE OUT-ROLLBACK-RPT-REC
           MOVE WORKING-MESSAGE-LINE TO OUT-ROLLBACK-RPT-REC
           WRITE OUT-ROLLBACK-RPT-REC
           MOVE SPACES TO OUT-ROLLBACK-RPT-REC
           WRITE OUT-ROLLBACK-RPT-REC.

       810-WRITE-COUNT-LINE-RTN.
           MOVE ROLLBACK-COUNT-LINE TO OUT-ROLLBACK-RPT-REC
           WRITE OUT-ROLLBACK-RPT-REC.

       820-WRITE-AMOUNT-LINE-RTN.
           MOVE ROLLBACK-AMOUNT-LINE TO OUT-ROLLBACK-RPT-REC
           WRITE OUT-ROLLBACK-RPT-REC.

       905-CHECK-OPEN-STATUS-RTN.
           IF CHECK-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ' CHECK-FILE-NAME
                   ' - FILE STATUS ' CHECK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
