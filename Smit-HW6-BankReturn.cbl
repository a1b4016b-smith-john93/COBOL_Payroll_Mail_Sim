       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CONTROL-CARD-FILE
           ASSIGN TO
           'Smit-HW6-BankControl.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROL-CARD-FILE.
       SELECT IN-BANK-FILE
           ASSIGN TO
           '\\client\E$\COBOL\Homework6\Smit-HW6-BankFile.txt'
           '\\client\E$\COBOL\Homework6\Smit-HW6-ReissueIn.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OUT-REISSUE-FILE.
       SELECT IN-GLACCT-FILE
           ASSIGN TO
           '\\client\E$\COBOL\Homework6\Smit-HW6-GLAccounts.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-IN-GLACCT-FILE.
       SELECT OUT-JOURNAL-FILE
           ASSIGN TO
           '\\client\E$\COBOL\Homework6\Smit-HW6-BankJournal.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OUT-JOURNAL-FILE.
       SELECT IN-POSPAY-FILE
           ASSIGN TO
           '\\client\E$\COBOL\Homework6\Smit-HW6-PositivePay.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-IN-POSPAY-FILE.
       SELECT IN-PAID-FILE
           ASSIGN TO
           '\\client\E$\COBOL\Homework6\Smit-HW6-BankPaid.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-IN-PAID-FILE.
       SELECT MAIL-MASTER-FILE
           ASSIGN TO
           'Smit-HW6-MailMaster.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MMS-EMPLOYEE-NUM
           FILE STATUS IS FS-MAIL-MASTER-FILE.
       SELECT OUT-AGING-FILE
           ASSIGN TO
           '\\client\E$\COBOL\Homework6\Smit-HW6-OutstandingChecks.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OUT-AGING-FILE.
       SELECT OUT-UNCLAIMED-FILE
           ASSIGN TO
           '\\client\E$\COBOL\Homework6\Smit-HW6-UnclaimedProperty.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OUT-UNCLAIMED-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD CONTROL-CARD-FILE.
       01 CONTROL-CARD-REC         PIC X(80).

       FD IN-BANK-FILE.
       01 IN-BANK-REC.
           05 BNK-REC-TYPE         PIC X(1).
           05 BNK-EMPLOYEE-NAME    PIC X(20).
           05 BNK-NET-PAY          PIC X(9).
           05 FILLER1              PIC X(39).
       01 IN-BANK-HEADER-REC.
           05 BHD-REC-TYPE         PIC X(1).
           05 BHD-COMPANY          PIC X(20).
           05 BHD-MM               PIC X(2).
           05 BHD-DD               PIC X(2).
           05 BHD-YYYY             PIC X(4).
           05 FILLER16             PIC X(51).

       FD IN-RESPONSE-FILE.
       01 IN-RESPONSE-REC.
           05 ISS-EMPLOYEE-NAME    PIC X(20).
           05 ISS-NET-PAY          PIC 9(7)V99.
           05 ISS-STATUS           PIC X(1).
           05 ISS-ITEM-TYPE        PIC X(1).
           05 ISS-ISSUE-DATE       PIC 9(8).
           05 ISS-CLEARED-DATE     PIC 9(8).

       FD OUT-RECON-FILE.
       01 OUT-RECON-HEADER         PIC X(80).
           05 RIS-NET-AMT          PIC 9(7)V99.
           05 RIS-EMPLOYEE-NAME    PIC X(20).

       FD IN-GLACCT-FILE.
       01 IN-GLACCT-REC.
           05 IN-GLA-TYPE          PIC X(1).
           05 IN-GLA-CODE          PIC X(4).
           05 IN-GLA-ACCOUNT       PIC X(10).
           05 IN-GLA-NAME          PIC X(20).
           05 IN-GLA-ACTIVE        PIC X(1).

       FD OUT-JOURNAL-FILE.
       01 OUT-JOURNAL-REC          PIC X(80).

       FD IN-POSPAY-FILE.
       01 IN-POSPAY-REC.
           05 PPD-REC-TYPE         PIC X(1).
           05 PPD-ACCOUNT          PIC X(12).
           05 PPD-ISSUE-CODE       PIC X(1).
           05 PPD-CHECK-NUM        PIC X(6).
           05 PPD-ISSUE-DATE       PIC 9(8).
           05 PPD-AMOUNT           PIC 9(8)V99.
           05 PPD-PAYEE-NAME       PIC X(20).
           05 PPD-EMPLOYEE-NUM     PIC X(5).
           05 FILLER17             PIC X(17).

       FD IN-PAID-FILE.
       01 IN-PAID-REC.
           05 PDF-REC-TYPE         PIC X(1).
           05 PDF-CHECK-NUM        PIC X(6).
           05 PDF-PAID-DATE        PIC 9(8).
           05 PDF-AMOUNT           PIC 9(7)V99.
           05 FILLER18             PIC X(56).

       FD MAIL-MASTER-FILE.
       01 MAIL-MASTER-REC.
           05 MMS-EMPLOYEE-NUM     PIC X(5).
           05 MMS-CUSTOMER-NAME    PIC X(20).
           05 MMS-STREET-ADDRESS   PIC X(20).
           05 MMS-CITY             PIC X(15).
           05 MMS-STATE            PIC X(2).
           05 MMS-ZIP              PIC X(5).

       FD OUT-AGING-FILE.
       01 OUT-AGING-HEADER         PIC X(80).
       01 OUT-AGING-REC            PIC X(80).

       FD OUT-UNCLAIMED-FILE.
       01 OUT-UNCLAIMED-HEADER     PIC X(80).
       01 OUT-UNCLAIMED-REC        PIC X(80).

       WORKING-STORAGE SECTION.
       01 ARE-THERE-MORE-RECORDS   PIC X(3)  VALUE 'YES'.
       01 FILE-STATUS-FIELDS.
           05 FS-OUT-AUDIT-FILE       PIC X(2) VALUE '00'.
           05 FS-OUT-REJECT-FILE      PIC X(2) VALUE '00'.
           05 FS-OUT-REISSUE-FILE     PIC X(2) VALUE '00'.
           05 FS-IN-GLACCT-FILE       PIC X(2) VALUE '00'.
           05 FS-OUT-JOURNAL-FILE     PIC X(2) VALUE '00'.
           05 FS-CONTROL-CARD-FILE    PIC X(2) VALUE '00'.
           05 FS-IN-POSPAY-FILE       PIC X(2) VALUE '00'.
           05 FS-IN-PAID-FILE         PIC X(2) VALUE '00'.
           05 FS-MAIL-MASTER-FILE     PIC X(2) VALUE '00'.
           05 FS-OUT-AGING-FILE       PIC X(2) VALUE '00'.
           05 FS-OUT-UNCLAIMED-FILE   PIC X(2) VALUE '00'.
       01 CHECK-STATUS             PIC X(2)  VALUE '00'.
       01 CHECK-FILE-NAME          PIC X(30) VALUE SPACES.
       01 VALID-RECORD-FIELDS.
           05 ISSUED-FOUND-SW      PIC X(3)  VALUE 'NO '.
           05 BANKTRANS-PRESENT-SW PIC X(3)  VALUE 'NO '.
           05 RESPONSE-PRESENT-SW  PIC X(3)  VALUE 'NO '.
           05 POSPAY-PRESENT-SW    PIC X(3)  VALUE 'NO '.
           05 PAID-PRESENT-SW      PIC X(3)  VALUE 'NO '.
           05 MAIL-MASTER-PRESENT-SW PIC X(3) VALUE 'NO '.
           05 CONTROL-CARD-PRESENT-SW PIC X(3) VALUE 'NO '.
       01 CONTROL-CARD-FIELDS.
           05 CARD-KEYWORD         PIC X(20) VALUE SPACES.
           05 CARD-VALUE           PIC X(40) VALUE SPACES.
           05 CARD-DAYS            PIC X(4)  VALUE SPACES.
           05 CARD-DAYS-9 REDEFINES CARD-DAYS
                                   PIC 9(4).
       01 AGING-CONTROL-FIELDS.
           05 STALE-DAYS           PIC 9(4)  VALUE 0180.
           05 DORMANCY-DAYS        PIC 9(4)  VALUE 1095.
           05 AGING-AS-OF-DATE     PIC 9(8)  VALUE ZERO.
           05 AS-OF-DAY-NUM        PIC 9(7)  VALUE ZERO.
           05 ISSUE-DAY-NUM        PIC 9(7)  VALUE ZERO.
           05 DAYS-OUTSTANDING     PIC 9(6)  VALUE ZERO.
           05 AGING-BUCKET-SUB     PIC 9(1)  VALUE ZERO.
           05 OUTSTANDING-AMT-TOTAL PIC 9(9)V99 VALUE ZERO.
           05 UNCLAIMED-AMT-TOTAL  PIC 9(9)V99 VALUE ZERO.
       01 BANK-FILE-DATE.
           05 BANK-FILE-YYYY       PIC X(4)  VALUE '0000'.
           05 BANK-FILE-MM         PIC X(2)  VALUE '00'.
           05 BANK-FILE-DD         PIC X(2)  VALUE '00'.
       01 ISSUE-DATE-WORK.
           05 ISSUE-YYYY           PIC 9(4).
           05 ISSUE-MM             PIC 9(2).
           05 ISSUE-DD             PIC 9(2).
       01 ISSUE-DATE-OUT.
           05 ISSUE-MM-OUT         PIC 9(2).
           05 ISSUE-SLASH-ONE      PIC X     VALUE '\'.
           05 ISSUE-DD-OUT         PIC 9(2).
           05 ISSUE-SLASH-TWO      PIC X     VALUE '\'.
           05 ISSUE-YYYY-OUT       PIC 9(4).
       01 AGING-BUCKET-TABLE.
           05 AGING-BUCKET OCCURS 5 TIMES.
               10 BKT-COUNT        PIC 9(7).
               10 BKT-AMOUNT       PIC 9(9)V99.
       01 AGING-LABEL-VALUES.
           05 FILLER19             PIC X(8)  VALUE '0-30'.
           05 FILLER20             PIC X(8)  VALUE '31-60'.
           05 FILLER21             PIC X(8)  VALUE '61-90'.
           05 FILLER22             PIC X(8)  VALUE '91-180'.
           05 FILLER23             PIC X(8)  VALUE 'OVER 180'.
       01 AGING-LABEL-TABLE REDEFINES AGING-LABEL-VALUES.
           05 AGING-LABEL          PIC X(8)  OCCURS 5 TIMES.
       01 RUN-CONTROL-COUNTS.
           05 ISSUED-LOAD-COUNT    PIC 9(7)  VALUE ZERO.
           05 RESPONSE-READ-COUNT  PIC 9(7)  VALUE ZERO.
           05 VOIDED-COUNT         PIC 9(7)  VALUE ZERO.
           05 REISSUED-COUNT       PIC 9(7)  VALUE ZERO.
           05 TRANS-REJECT-COUNT   PIC 9(7)  VALUE ZERO.
           05 GLACCT-READ-COUNT    PIC 9(7)  VALUE ZERO.
           05 GLACCT-REJECT-COUNT  PIC 9(7)  VALUE ZERO.
           05 GL-UNMAPPED-COUNT    PIC 9(7)  VALUE ZERO.
           05 PAPER-LOAD-COUNT     PIC 9(7)  VALUE ZERO.
           05 PAID-READ-COUNT      PIC 9(7)  VALUE ZERO.
           05 CLEARED-COUNT        PIC 9(7)  VALUE ZERO.
           05 PAID-EXCEPTION-COUNT PIC 9(7)  VALUE ZERO.
           05 PAID-UNMATCHED-COUNT PIC 9(7)  VALUE ZERO.
           05 STALE-VOID-COUNT     PIC 9(7)  VALUE ZERO.
           05 OUTSTANDING-COUNT    PIC 9(7)  VALUE ZERO.
           05 UNCLAIMED-COUNT      PIC 9(7)  VALUE ZERO.
           05 CARD-REJECT-COUNT    PIC 9(7)  VALUE ZERO.
       01 GL-SUB                   PIC 9(3)  VALUE ZERO.
       01 GL-ACCT-COUNT            PIC 9(3)  VALUE ZERO.
       01 GL-ACCOUNT-TABLE.
           05 GL-ACCOUNT-ENTRY OCCURS 300 TIMES.
               10 GLA-TYPE         PIC X(1).
               10 GLA-CODE         PIC X(4).
               10 GLA-ACCOUNT      PIC X(10).
               10 GLA-ACTIVE       PIC X(1).
       01 GL-JOURNAL-FIELDS.
           05 GL-DEBIT-TOTAL       PIC 9(11)V99 VALUE ZERO.
           05 GL-CREDIT-TOTAL      PIC 9(11)V99 VALUE ZERO.
           05 GL-ENTRY-COUNT       PIC 9(6)     VALUE ZERO.
           05 GL-SUSPENSE-ACCOUNT  PIC X(10)    VALUE 'SUSPENSE'.
           05 GL-LOOKUP-TYPE       PIC X(1)     VALUE SPACES.
           05 GL-LOOKUP-CODE       PIC X(4)     VALUE SPACES.
           05 GL-LOOKUP-ACCOUNT    PIC X(10)    VALUE SPACES.
           05 GL-FOUND-SW          PIC X(3)     VALUE 'NO '.
           05 GL-POST-AMOUNT       PIC 9(9)V99  VALUE ZERO.
           05 GL-POST-DR-CR        PIC X(1)     VALUE SPACES.
           05 GL-POST-DESC         PIC X(30)    VALUE SPACES.
       01 WORKING-JOURNAL-REC.
           05 JRN-REC-TYPE         PIC X(1)  VALUE 'D'.
           05 JRN-JOURNAL-DATE.
               10 JRN-YEAR         PIC 9(4).
               10 JRN-MONTH        PIC 9(2).
               10 JRN-TODAY        PIC 9(2).
           05 JRN-SOURCE           PIC X(4)  VALUE 'BKRT'.
           05 JRN-ACCOUNT          PIC X(10).
           05 JRN-DR-CR            PIC X(1).
           05 JRN-AMOUNT           PIC 9(9)V99.
           05 JRN-REFERENCE        PIC X(10).
           05 JRN-DESCRIPTION      PIC X(30).
           05 FILLER12             PIC X(5)  VALUE SPACES.
       01 WORKING-JOURNAL-TRAILER.
           05 JRN-TRL-TYPE         PIC X(1)  VALUE '9'.
           05 JRN-TRL-DATE         PIC 9(8).
           05 JRN-TRL-SOURCE       PIC X(4)  VALUE 'BKRT'.
           05 JRN-TRL-ENTRY-COUNT  PIC 9(6).
           05 JRN-TRL-DEBIT-TOTAL  PIC 9(11)V99.
           05 JRN-TRL-CREDIT-TOTAL PIC 9(11)V99.
           05 FILLER13             PIC X(35) VALUE SPACES.
       01 WORKING-RECON-HEADER.
           05 FILLER3              PIC X(24) VALUE SPACES.
           05 RECON-TITLE          PIC X(26) VALUE
           05 RCN-TOTAL-LABEL      PIC X(26) VALUE SPACES.
           05 RCN-TOTAL-OUT        PIC ZZZ,ZZ9.
           05 FILLER6              PIC X(42) VALUE SPACES.
       01 RECON-AMOUNT-LINE.
           05 FILLER14             PIC X(5)  VALUE SPACES.
           05 RCN-AMOUNT-LABEL     PIC X(26) VALUE SPACES.
           05 RCN-AMOUNT-OUT       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER15             PIC X(35) VALUE SPACES.
       01 WORKING-AUDIT-HEADER.
           05 FILLER7              PIC X(24) VALUE SPACES.
           05 AUDIT-TITLE          PIC X(26) VALUE
           05 REJ-SPACES-THREE     PIC X(3)  VALUE SPACES.
           05 REJ-REASON-OUT       PIC X(30).
           05 REJ-FILLER           PIC X(24) VALUE SPACES.
       01 WORKING-AGING-HEADER.
           05 FILLER24             PIC X(24) VALUE SPACES.
           05 AGING-TITLE          PIC X(26) VALUE
               'OUTSTANDING CHECK AGING   '.
           05 FILLER25             PIC X(20) VALUE SPACES.
           05 DATE-OUT-4           PIC X(10).
       01 WORKING-AGING-COLUMNS.
           05 FILLER26             PIC X(9)  VALUE 'CHECK NO '.
           05 FILLER27             PIC X(7)  VALUE 'EMP NO '.
           05 FILLER28             PIC X(22) VALUE 'EMPLOYEE NAME'.
           05 FILLER29             PIC X(12) VALUE 'ISSUED'.
           05 FILLER30             PIC X(7)  VALUE '   DAYS'.
           05 FILLER31             PIC X(12) VALUE '      AMOUNT'.
           05 FILLER32             PIC X(11) VALUE '  AGE'.
       01 WORKING-AGING-REC.
           05 AGE-CHECK-NUM        PIC X(6).
           05 AGE-SPACES-ONE       PIC X(3)  VALUE SPACES.
           05 AGE-EMPLOYEE-NUM     PIC X(5).
           05 AGE-SPACES-TWO       PIC X(2)  VALUE SPACES.
           05 AGE-EMPLOYEE-NAME    PIC X(20).
           05 AGE-SPACES-THREE     PIC X(2)  VALUE SPACES.
           05 AGE-ISSUE-DATE       PIC X(10).
           05 AGE-SPACES-FOUR      PIC X(2)  VALUE SPACES.
           05 AGE-DAYS-OUT         PIC ZZZZ9.
           05 AGE-SPACES-FIVE      PIC X(2)  VALUE SPACES.
           05 AGE-AMOUNT-OUT       PIC ZZZ,ZZ9.99.
           05 AGE-SPACES-SIX       PIC X(2)  VALUE SPACES.
           05 AGE-BUCKET-OUT       PIC X(8).
           05 AGE-FILLER           PIC X(3)  VALUE SPACES.
       01 AGING-TOTAL-LINE.
           05 FILLER33             PIC X(5)  VALUE SPACES.
           05 AGT-LABEL            PIC X(20) VALUE SPACES.
           05 AGT-COUNT-OUT        PIC ZZZ,ZZ9.
           05 FILLER34             PIC X(3)  VALUE SPACES.
           05 AGT-AMOUNT-OUT       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER35             PIC X(31) VALUE SPACES.
       01 WORKING-UNCLAIMED-HEADER.
           05 FILLER36             PIC X(24) VALUE SPACES.
           05 UNCLAIMED-TITLE      PIC X(26) VALUE
               'UNCLAIMED PROPERTY REPORT '.
           05 FILLER37             PIC X(20) VALUE SPACES.
           05 DATE-OUT-5           PIC X(10).
       01 WORKING-UNCLAIMED-REC.
           05 UNC-CHECK-NUM        PIC X(6).
           05 UNC-SPACES-ONE       PIC X(2)  VALUE SPACES.
           05 UNC-EMPLOYEE-NUM     PIC X(5).
           05 UNC-SPACES-TWO       PIC X(2)  VALUE SPACES.
           05 UNC-EMPLOYEE-NAME    PIC X(20).
           05 UNC-SPACES-THREE     PIC X(2)  VALUE SPACES.
           05 UNC-ISSUE-DATE       PIC X(10).
           05 UNC-SPACES-FOUR      PIC X(2)  VALUE SPACES.
           05 UNC-AMOUNT-OUT       PIC ZZZ,ZZ9.99.
           05 UNC-SPACES-FIVE      PIC X(2)  VALUE SPACES.
           05 UNC-STATUS-OUT       PIC X(11).
           05 UNC-FILLER           PIC X(8)  VALUE SPACES.
       01 WORKING-UNCLAIMED-ADDR.
           05 FILLER38             PIC X(15) VALUE SPACES.
           05 UNA-STREET-ADDRESS   PIC X(20).
           05 UNA-SPACES-ONE       PIC X(2)  VALUE SPACES.
           05 UNA-CITY             PIC X(15).
           05 UNA-SPACES-TWO       PIC X(2)  VALUE SPACES.
           05 UNA-STATE            PIC X(2).
           05 UNA-SPACES-THREE     PIC X(2)  VALUE SPACES.
           05 UNA-ZIP              PIC X(5).
           05 UNA-FILLER           PIC X(17) VALUE SPACES.
       01 CURRENTDATE.
           05  YEAR                PIC 9(4).
           05  MONTH               PIC 9(2).
           05 SECONDS-OUT          PIC 9(2).
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
       PERFORM 105-READ-CONTROL-CARD-RTN
       PERFORM 110-OPEN-REPORT-FILES-RTN
       PERFORM 150-SET-RUN-STAMP-RTN
       PERFORM 160-WRITE-REPORT-HEADERS-RTN
       PERFORM 120-LOAD-GL-ACCOUNTS-RTN
       PERFORM 200-LOAD-ISSUED-CHECKS-RTN
       PERFORM 300-PROCESS-RESPONSES-RTN
       PERFORM 600-PROCESS-PAID-CHECKS-RTN
       PERFORM 400-PROCESS-BANK-TRANS-RTN
       PERFORM 700-AGE-ISSUED-CHECKS-RTN
       PERFORM 520-WRITE-JOURNAL-TRAILER-RTN
       PERFORM 500-WRITE-RECON-TOTALS-RTN

       CLOSE ISSUED-CHECK-FILE
             OUT-AUDIT-FILE
             OUT-REJECT-FILE
             OUT-REISSUE-FILE
             OUT-JOURNAL-FILE
             OUT-AGING-FILE
             OUT-UNCLAIMED-FILE
       IF MAIL-MASTER-PRESENT-SW = 'YES'
           CLOSE MAIL-MASTER-FILE
       END-IF

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
           IF CARD-KEYWORD = 'STALE-DAYS'
               PERFORM 108-EDIT-CARD-DAYS-RTN
               IF CARD-DAYS NUMERIC
                   MOVE CARD-DAYS-9 TO STALE-DAYS
               END-IF
           END-IF
           IF CARD-KEYWORD = 'DORMANCY-DAYS'
               PERFORM 108-EDIT-CARD-DAYS-RTN
               IF CARD-DAYS NUMERIC
                   MOVE CARD-DAYS-9 TO DORMANCY-DAYS
               END-IF
           END-IF
           IF CARD-KEYWORD = 'AS-OF-DATE'
               IF CARD-VALUE(1:8) NUMERIC
                   MOVE CARD-VALUE(1:8) TO AGING-AS-OF-DATE
               ELSE
                   ADD 1 TO CARD-REJECT-COUNT
               END-IF
           END-IF.

       108-EDIT-CARD-DAYS-RTN.
           MOVE CARD-VALUE(1:4) TO CARD-DAYS
           IF CARD-DAYS NOT NUMERIC
               ADD 1 TO CARD-REJECT-COUNT
           END-IF.

       110-OPEN-REPORT-FILES-RTN.
           OPEN OUTPUT OUT-RECON-FILE
           MOVE FS-OUT-RECON-FILE  TO CHECK-STATUS
           OPEN OUTPUT OUT-REISSUE-FILE
           MOVE FS-OUT-REISSUE-FILE TO CHECK-STATUS
           MOVE 'OUT-REISSUE-FILE'  TO CHECK-FILE-NAME
           PERFORM 905-CHECK-OPEN-STATUS-RTN

           OPEN OUTPUT OUT-JOURNAL-FILE
           MOVE FS-OUT-JOURNAL-FILE TO CHECK-STATUS
           MOVE 'OUT-JOURNAL-FILE'  TO CHECK-FILE-NAME
           PERFORM 905-CHECK-OPEN-STATUS-RTN

           OPEN OUTPUT OUT-AGING-FILE
           MOVE FS-OUT-AGING-FILE TO CHECK-STATUS
           MOVE 'OUT-AGING-FILE'  TO CHECK-FILE-NAME
           PERFORM 905-CHECK-OPEN-STATUS-RTN

           OPEN OUTPUT OUT-UNCLAIMED-FILE
           MOVE FS-OUT-UNCLAIMED-FILE TO CHECK-STATUS
           MOVE 'OUT-UNCLAIMED-FILE'  TO CHECK-FILE-NAME
           PERFORM 905-CHECK-OPEN-STATUS-RTN

           OPEN INPUT MAIL-MASTER-FILE
           IF FS-MAIL-MASTER-FILE = '00'
               MOVE 'YES' TO MAIL-MASTER-PRESENT-SW
           ELSE
               MOVE 'NO ' TO MAIL-MASTER-PRESENT-SW
           END-IF.

       120-LOAD-GL-ACCOUNTS-RTN.
           OPEN INPUT IN-GLACCT-FILE
           MOVE FS-IN-GLACCT-FILE TO CHECK-STATUS
           MOVE 'IN-GLACCT-FILE'  TO CHECK-FILE-NAME
           PERFORM 905-CHECK-OPEN-STATUS-RTN
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 125-GL-ACCOUNT-READ-LOOP-RTN
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE IN-GLACCT-FILE.

       125-GL-ACCOUNT-READ-LOOP-RTN.
           READ IN-GLACCT-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   ADD 1 TO GLACCT-READ-COUNT
                   IF (IN-GLA-TYPE = 'E' OR IN-GLA-TYPE = 'L' OR
                       IN-GLA-TYPE = 'C' OR IN-GLA-TYPE = 'S') AND
                      IN-GLA-CODE NOT = SPACES AND
                      IN-GLA-ACCOUNT NOT = SPACES AND
                      GL-ACCT-COUNT < 300
                       ADD 1 TO GL-ACCT-COUNT
                       MOVE IN-GLA-TYPE    TO GLA-TYPE (GL-ACCT-COUNT)
                       MOVE IN-GLA-CODE    TO GLA-CODE (GL-ACCT-COUNT)
                       MOVE IN-GLA-ACCOUNT
                           TO GLA-ACCOUNT (GL-ACCT-COUNT)
                       MOVE IN-GLA-ACTIVE
                           TO GLA-ACTIVE (GL-ACCT-COUNT)
                       IF IN-GLA-TYPE = 'S' AND IN-GLA-ACTIVE NOT = 'N'
                           MOVE IN-GLA-ACCOUNT TO GL-SUSPENSE-ACCOUNT
                       END-IF
                   ELSE
                       ADD 1 TO GLACCT-REJECT-COUNT
                   END-IF
           END-READ.

       905-CHECK-OPEN-STATUS-RTN.
           IF CHECK-STATUS NOT = '00'
           MOVE WORKING-DATE-OUT TO DATE-OUT-2
           MOVE WORKING-DATE-OUT TO DATE-OUT-3
           MOVE WORKING-DATE-OUT TO AUD-DATE-OUT
           MOVE WORKING-TIME-OUT TO AUD-TIME-OUT
           MOVE YEAR TO JRN-YEAR
           MOVE MONTH TO JRN-MONTH
           MOVE TODAY TO JRN-TODAY
           MOVE WORKING-DATE-OUT TO DATE-OUT-4
           MOVE WORKING-DATE-OUT TO DATE-OUT-5
           IF AGING-AS-OF-DATE = ZERO
               MOVE JRN-JOURNAL-DATE TO AGING-AS-OF-DATE
           END-IF
           MOVE FUNCTION INTEGER-OF-DATE (AGING-AS-OF-DATE)
               TO AS-OF-DAY-NUM.

       160-WRITE-REPORT-HEADERS-RTN.
           MOVE WORKING-RECON-HEADER TO OUT-RECON-HEADER
           MOVE WORKING-AUDIT-HEADER TO OUT-AUDIT-HEADER
           WRITE OUT-AUDIT-HEADER
           MOVE WORKING-REJECT-HEADER TO OUT-REJECT-HEADER
           WRITE OUT-REJECT-HEADER
           MOVE WORKING-AGING-HEADER TO OUT-AGING-HEADER
           WRITE OUT-AGING-HEADER
           MOVE WORKING-AGING-COLUMNS TO OUT-AGING-HEADER
           WRITE OUT-AGING-HEADER
           MOVE WORKING-UNCLAIMED-HEADER TO OUT-UNCLAIMED-HEADER
           WRITE OUT-UNCLAIMED-HEADER.

       200-LOAD-ISSUED-CHECKS-RTN.
           OPEN INPUT IN-BANK-FILE
           MOVE FS-IN-BANK-FILE TO CHECK-STATUS
           MOVE 'IN-BANK-FILE'  TO CHECK-FILE-NAME
           PERFORM 905-CHECK-OPEN-STATUS-RTN
           OPEN I-O ISSUED-CHECK-FILE
           IF FS-ISSUED-CHECK-FILE = '35'
               OPEN OUTPUT ISSUED-CHECK-FILE
               CLOSE ISSUED-CHECK-FILE
               OPEN I-O ISSUED-CHECK-FILE
           END-IF
           MOVE FS-ISSUED-CHECK-FILE TO CHECK-STATUS
           MOVE 'ISSUED-CHECK-FILE'  TO CHECK-FILE-NAME
           PERFORM 905-CHECK-OPEN-STATUS-RTN
           PERFORM 210-BANK-READ-LOOP-RTN
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE IN-BANK-FILE
           PERFORM 220-LOAD-PAPER-CHECKS-RTN.

       210-BANK-READ-LOOP-RTN.
           READ IN-BANK-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF BHD-REC-TYPE = '1' AND
                      BHD-YYYY NUMERIC AND
                      BHD-MM NUMERIC AND
                      BHD-DD NUMERIC
                       MOVE BHD-YYYY TO BANK-FILE-YYYY
                       MOVE BHD-MM   TO BANK-FILE-MM
                       MOVE BHD-DD   TO BANK-FILE-DD
                   END-IF
                   IF BNK-REC-TYPE = '2' AND
                      BNK-CHECK-NUM NUMERIC AND
                      BNK-NET-PAY NUMERIC
                       MOVE BNK-EMPLOYEE-NAME TO ISS-EMPLOYEE-NAME
                       MOVE BNK-NET-PAY       TO ISS-NET-PAY
                       MOVE 'I'               TO ISS-STATUS
                       MOVE 'D'               TO ISS-ITEM-TYPE
                       MOVE BANK-FILE-DATE    TO ISS-ISSUE-DATE
                       MOVE ZERO              TO ISS-CLEARED-DATE
                       WRITE ISSUED-CHECK-REC
                           INVALID KEY
                               CONTINUE
                   END-IF
           END-READ.

       220-LOAD-PAPER-CHECKS-RTN.
           OPEN INPUT IN-POSPAY-FILE
           IF FS-IN-POSPAY-FILE = '35'
               MOVE 'NO ' TO POSPAY-PRESENT-SW
           ELSE
               MOVE FS-IN-POSPAY-FILE TO CHECK-STATUS
               MOVE 'IN-POSPAY-FILE'  TO CHECK-FILE-NAME
               PERFORM 905-CHECK-OPEN-STATUS-RTN
               MOVE 'YES' TO POSPAY-PRESENT-SW
               MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               PERFORM 225-POSPAY-READ-LOOP-RTN
                   UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               CLOSE IN-POSPAY-FILE
           END-IF.

       225-POSPAY-READ-LOOP-RTN.
           READ IN-POSPAY-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF PPD-REC-TYPE = 'D' AND
                      PPD-CHECK-NUM NUMERIC AND
                      PPD-ISSUE-DATE NUMERIC AND
                      PPD-AMOUNT NUMERIC
                       MOVE PPD-CHECK-NUM    TO ISS-CHECK-NUM
                       MOVE PPD-EMPLOYEE-NUM TO ISS-EMPLOYEE-NUM
                       MOVE PPD-PAYEE-NAME   TO ISS-EMPLOYEE-NAME
                       MOVE PPD-AMOUNT       TO ISS-NET-PAY
                       MOVE 'I'              TO ISS-STATUS
                       MOVE 'C'              TO ISS-ITEM-TYPE
                       MOVE PPD-ISSUE-DATE   TO ISS-ISSUE-DATE
                       MOVE ZERO             TO ISS-CLEARED-DATE
                       WRITE ISSUED-CHECK-REC
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO PAPER-LOAD-COUNT
                       END-WRITE
                   END-IF
           END-READ.

       300-PROCESS-RESPONSES-RTN.
           OPEN INPUT IN-RESPONSE-FILE
           IF FS-IN-RESPONSE-FILE = '35'
           ADD 1 TO UNMATCHED-COUNT.

       340-REPORT-RETURNED-RTN.
           IF ISS-STATUS NOT = 'R' AND ISS-STATUS NOT = 'V' AND
              ISS-STATUS NOT = 'S'
               PERFORM 460-WRITE-REVERSAL-RTN
           END-IF
           MOVE 'R' TO ISS-STATUS
           REWRITE ISSUED-CHECK-REC
           MOVE RSP-CHECK-NUM     TO RCN-CHECK-NUM
                   MOVE 'CHECK ALREADY ACTIONED' TO REJECT-REASON
                   PERFORM 480-REJECT-BANK-TRANS-RTN
               ELSE
                   IF ISS-STATUS NOT = 'R'
                       PERFORM 460-WRITE-REVERSAL-RTN
                   END-IF
                   MOVE 'V' TO ISS-STATUS
                   REWRITE ISSUED-CHECK-REC
                   ADD 1 TO VOIDED-COUNT
               PERFORM 470-WRITE-AUDIT-RTN
           END-IF.

       460-WRITE-REVERSAL-RTN.
           MOVE ISS-NET-PAY TO GL-POST-AMOUNT
           MOVE 'C'  TO GL-LOOKUP-TYPE
           IF ISS-ITEM-TYPE = 'C'
               MOVE 'PC' TO GL-LOOKUP-CODE
           ELSE
               MOVE 'DD' TO GL-LOOKUP-CODE
           END-IF
           MOVE 'D'  TO GL-POST-DR-CR
           MOVE 'NET PAY REVERSED TO CASH' TO GL-POST-DESC
           PERFORM 465-POST-JOURNAL-LINE-RTN
           MOVE 'L'  TO GL-LOOKUP-TYPE
           MOVE 'VP' TO GL-LOOKUP-CODE
           MOVE 'C'  TO GL-POST-DR-CR
           MOVE 'VOIDED-RETURNED NET PAY' TO GL-POST-DESC
           PERFORM 465-POST-JOURNAL-LINE-RTN.

       465-POST-JOURNAL-LINE-RTN.
           IF GL-POST-AMOUNT > ZERO
               MOVE 'NO ' TO GL-FOUND-SW
               PERFORM 467-FIND-GL-ACCOUNT-RTN
                   VARYING GL-SUB FROM 1 BY 1
                   UNTIL GL-SUB > GL-ACCT-COUNT
                      OR GL-FOUND-SW = 'YES'
               IF GL-FOUND-SW = 'NO '
                   MOVE GL-SUSPENSE-ACCOUNT TO GL-LOOKUP-ACCOUNT
                   ADD 1 TO GL-UNMAPPED-COUNT
               END-IF
               MOVE GL-LOOKUP-ACCOUNT TO JRN-ACCOUNT
               MOVE GL-POST-DR-CR     TO JRN-DR-CR
               MOVE GL-POST-AMOUNT    TO JRN-AMOUNT
               MOVE ISS-CHECK-NUM     TO JRN-REFERENCE
               MOVE GL-POST-DESC      TO JRN-DESCRIPTION
               MOVE WORKING-JOURNAL-REC TO OUT-JOURNAL-REC
               WRITE OUT-JOURNAL-REC
               ADD 1 TO GL-ENTRY-COUNT
               IF GL-POST-DR-CR = 'D'
                   ADD GL-POST-AMOUNT TO GL-DEBIT-TOTAL
               ELSE
                   ADD GL-POST-AMOUNT TO GL-CREDIT-TOTAL
               END-IF
           END-IF.

       467-FIND-GL-ACCOUNT-RTN.
           IF GLA-TYPE (GL-SUB) = GL-LOOKUP-TYPE AND
              GLA-CODE (GL-SUB) = GL-LOOKUP-CODE AND
              GLA-ACTIVE (GL-SUB) NOT = 'N'
               MOVE 'YES' TO GL-FOUND-SW
               MOVE GLA-ACCOUNT (GL-SUB) TO GL-LOOKUP-ACCOUNT
           END-IF.

       470-WRITE-AUDIT-RTN.
           MOVE TRN-USER-ID      TO AUD-USER-ID
           MOVE TRN-ACTION-CODE  TO AUD-ACTION-CODE
           PERFORM 510-WRITE-TOTAL-LINE-RTN
           MOVE 'TRANSACTIONS REJECTED' TO RCN-TOTAL-LABEL
           MOVE TRANS-REJECT-COUNT TO RCN-TOTAL-OUT
           PERFORM 510-WRITE-TOTAL-LINE-RTN
           MOVE 'PAPER CHECKS LOADED' TO RCN-TOTAL-LABEL
           MOVE PAPER-LOAD-COUNT TO RCN-TOTAL-OUT
           PERFORM 510-WRITE-TOTAL-LINE-RTN
           MOVE 'PAID ITEMS READ' TO RCN-TOTAL-LABEL
           MOVE PAID-READ-COUNT TO RCN-TOTAL-OUT
           PERFORM 510-WRITE-TOTAL-LINE-RTN
           MOVE 'CHECKS CLEARED' TO RCN-TOTAL-LABEL
           MOVE CLEARED-COUNT TO RCN-TOTAL-OUT
           PERFORM 510-WRITE-TOTAL-LINE-RTN
           MOVE 'PAID ITEM EXCEPTIONS' TO RCN-TOTAL-LABEL
           MOVE PAID-EXCEPTION-COUNT TO RCN-TOTAL-OUT
           PERFORM 510-WRITE-TOTAL-LINE-RTN
           MOVE 'PAID ITEMS UNMATCHED' TO RCN-TOTAL-LABEL
           MOVE PAID-UNMATCHED-COUNT TO RCN-TOTAL-OUT
           PERFORM 510-WRITE-TOTAL-LINE-RTN
           MOVE 'STALE CHECKS VOIDED' TO RCN-TOTAL-LABEL
           MOVE STALE-VOID-COUNT TO RCN-TOTAL-OUT
           PERFORM 510-WRITE-TOTAL-LINE-RTN
           MOVE 'CHECKS OUTSTANDING' TO RCN-TOTAL-LABEL
           MOVE OUTSTANDING-COUNT TO RCN-TOTAL-OUT
           PERFORM 510-WRITE-TOTAL-LINE-RTN
           MOVE 'UNCLAIMED PROPERTY ITEMS' TO RCN-TOTAL-LABEL
           MOVE UNCLAIMED-COUNT TO RCN-TOTAL-OUT
           PERFORM 510-WRITE-TOTAL-LINE-RTN
           MOVE 'CONTROL CARDS REJECTED' TO RCN-TOTAL-LABEL
           MOVE CARD-REJECT-COUNT TO RCN-TOTAL-OUT
           PERFORM 510-WRITE-TOTAL-LINE-RTN
           MOVE 'GL ACCOUNT RECORDS READ' TO RCN-TOTAL-LABEL
           MOVE GLACCT-READ-COUNT TO RCN-TOTAL-OUT
           PERFORM 510-WRITE-TOTAL-LINE-RTN
           MOVE 'GL ACCOUNTS REJECTED' TO RCN-TOTAL-LABEL
           MOVE GLACCT-REJECT-COUNT TO RCN-TOTAL-OUT
           PERFORM 510-WRITE-TOTAL-LINE-RTN
           MOVE 'GL JOURNAL ENTRIES' TO RCN-TOTAL-LABEL
           MOVE GL-ENTRY-COUNT TO RCN-TOTAL-OUT
           PERFORM 510-WRITE-TOTAL-LINE-RTN
           MOVE 'GL POSTINGS TO SUSPENSE' TO RCN-TOTAL-LABEL
           MOVE GL-UNMAPPED-COUNT TO RCN-TOTAL-OUT
           PERFORM 510-WRITE-TOTAL-LINE-RTN
           MOVE 'GL JOURNAL DEBITS' TO RCN-AMOUNT-LABEL
           MOVE GL-DEBIT-TOTAL TO RCN-AMOUNT-OUT
           PERFORM 515-WRITE-AMOUNT-LINE-RTN
           MOVE 'GL JOURNAL CREDITS' TO RCN-AMOUNT-LABEL
           MOVE GL-CREDIT-TOTAL TO RCN-AMOUNT-OUT
           PERFORM 515-WRITE-AMOUNT-LINE-RTN.

       510-WRITE-TOTAL-LINE-RTN.
           MOVE RECON-TOTAL-LINE TO OUT-RECON-REC
           WRITE OUT-RECON-REC.

       515-WRITE-AMOUNT-LINE-RTN.
           MOVE RECON-AMOUNT-LINE TO OUT-RECON-REC
           WRITE OUT-RECON-REC.

       600-PROCESS-PAID-CHECKS-RTN.
           OPEN INPUT IN-PAID-FILE
           IF FS-IN-PAID-FILE = '35'
               MOVE 'NO ' TO PAID-PRESENT-SW
           ELSE
               MOVE FS-IN-PAID-FILE TO CHECK-STATUS
               MOVE 'IN-PAID-FILE'  TO CHECK-FILE-NAME
               PERFORM 905-CHECK-OPEN-STATUS-RTN
               MOVE 'YES' TO PAID-PRESENT-SW
               MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               PERFORM 610-PAID-READ-LOOP-RTN
                   UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               CLOSE IN-PAID-FILE
           END-IF.

       610-PAID-READ-LOOP-RTN.
           READ IN-PAID-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF PDF-REC-TYPE = '2'
                       ADD 1 TO PAID-READ-COUNT
                       PERFORM 620-MATCH-PAID-CHECK-RTN
                   END-IF
           END-READ.

       620-MATCH-PAID-CHECK-RTN.
           MOVE 'NO ' TO ISSUED-FOUND-SW
           IF PDF-CHECK-NUM NUMERIC
               MOVE PDF-CHECK-NUM TO ISS-CHECK-NUM
               READ ISSUED-CHECK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'YES' TO ISSUED-FOUND-SW
               END-READ
           END-IF
           MOVE PDF-CHECK-NUM TO RCN-CHECK-NUM
           IF ISSUED-FOUND-SW = 'NO '
               MOVE SPACES      TO RCN-EMPLOYEE-NUM
               MOVE SPACES      TO RCN-EMPLOYEE-NAME
               MOVE 'UNMATCHED' TO RCN-STATUS-OUT
               MOVE 'PAID ITEM NOT ISSUED' TO RCN-REASON-OUT
               ADD 1 TO PAID-UNMATCHED-COUNT
           ELSE
               MOVE ISS-EMPLOYEE-NUM  TO RCN-EMPLOYEE-NUM
               MOVE ISS-EMPLOYEE-NAME TO RCN-EMPLOYEE-NAME
               MOVE 'EXCEPTION'       TO RCN-STATUS-OUT
               IF ISS-STATUS = 'P'
                   MOVE 'ALREADY CLEARED' TO RCN-REASON-OUT
                   ADD 1 TO PAID-EXCEPTION-COUNT
               ELSE
                   IF ISS-STATUS = 'V' OR ISS-STATUS = 'S'
                       MOVE 'PAID AFTER VOID' TO RCN-REASON-OUT
                       ADD 1 TO PAID-EXCEPTION-COUNT
                   ELSE
                       IF ISS-STATUS NOT = 'I'
                           MOVE 'ITEM NOT OUTSTANDING' TO RCN-REASON-OUT
                           ADD 1 TO PAID-EXCEPTION-COUNT
                       ELSE
                           IF PDF-AMOUNT NOT NUMERIC OR
                              PDF-AMOUNT NOT = ISS-NET-PAY
                               MOVE 'PAID AMOUNT MISMATCH'
                                   TO RCN-REASON-OUT
                               ADD 1 TO PAID-EXCEPTION-COUNT
                           ELSE
                               PERFORM 630-MARK-CHECK-CLEARED-RTN
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE WORKING-RECON-REC TO OUT-RECON-REC
           WRITE OUT-RECON-REC.

       630-MARK-CHECK-CLEARED-RTN.
           MOVE 'P' TO ISS-STATUS
           IF PDF-PAID-DATE NUMERIC
               MOVE PDF-PAID-DATE TO ISS-CLEARED-DATE
           ELSE
               MOVE AGING-AS-OF-DATE TO ISS-CLEARED-DATE
           END-IF
           REWRITE ISSUED-CHECK-REC
           MOVE 'CLEARED' TO RCN-STATUS-OUT
           MOVE SPACES    TO RCN-REASON-OUT
           ADD 1 TO CLEARED-COUNT.

       700-AGE-ISSUED-CHECKS-RTN.
           MOVE ZERO TO AGING-BUCKET-TABLE
           MOVE LOW-VALUES TO ISS-CHECK-NUM
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           START ISSUED-CHECK-FILE
               KEY IS NOT LESS THAN ISS-CHECK-NUM
               INVALID KEY
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
           END-START
           PERFORM 710-ISSUED-READ-LOOP-RTN
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           PERFORM 760-WRITE-AGING-TOTAL-RTN
               VARYING AGING-BUCKET-SUB FROM 1 BY 1
               UNTIL AGING-BUCKET-SUB > 5
           MOVE 'TOTAL OUTSTANDING'   TO AGT-LABEL
           MOVE OUTSTANDING-COUNT     TO AGT-COUNT-OUT
           MOVE OUTSTANDING-AMT-TOTAL TO AGT-AMOUNT-OUT
           MOVE AGING-TOTAL-LINE TO OUT-AGING-REC
           WRITE OUT-AGING-REC
           MOVE 'TOTAL UNCLAIMED'     TO AGT-LABEL
           MOVE UNCLAIMED-COUNT       TO AGT-COUNT-OUT
           MOVE UNCLAIMED-AMT-TOTAL   TO AGT-AMOUNT-OUT
           MOVE AGING-TOTAL-LINE TO OUT-UNCLAIMED-REC
           WRITE OUT-UNCLAIMED-REC.

       710-ISSUED-READ-LOOP-RTN.
           READ ISSUED-CHECK-FILE NEXT RECORD
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   PERFORM 715-AGE-ONE-CHECK-RTN
           END-READ.

       715-AGE-ONE-CHECK-RTN.
           MOVE ZERO TO DAYS-OUTSTANDING
           IF ISS-ISSUE-DATE NUMERIC AND
              ISS-ISSUE-DATE > ZERO AND
              ISS-ISSUE-DATE NOT > AGING-AS-OF-DATE
               MOVE FUNCTION INTEGER-OF-DATE (ISS-ISSUE-DATE)
                   TO ISSUE-DAY-NUM
               SUBTRACT ISSUE-DAY-NUM FROM AS-OF-DAY-NUM
                   GIVING DAYS-OUTSTANDING
           END-IF
           IF ISS-ITEM-TYPE = 'C' AND ISS-STATUS = 'I'
               IF DAYS-OUTSTANDING > STALE-DAYS
                   PERFORM 720-STALE-VOID-RTN
               ELSE
                   PERFORM 730-REPORT-OUTSTANDING-RTN
               END-IF
           END-IF
           IF DAYS-OUTSTANDING > DORMANCY-DAYS
               IF ISS-STATUS = 'V' OR ISS-STATUS = 'R' OR
                  (ISS-STATUS = 'I' AND ISS-ITEM-TYPE = 'C')
                   PERFORM 740-REPORT-UNCLAIMED-RTN
               END-IF
           END-IF.

       720-STALE-VOID-RTN.
           PERFORM 460-WRITE-REVERSAL-RTN
           MOVE 'V' TO ISS-STATUS
           REWRITE ISSUED-CHECK-REC
           ADD 1 TO STALE-VOID-COUNT
           MOVE 'AUTOVOID'       TO AUD-USER-ID
           MOVE 'STL'            TO AUD-ACTION-CODE
           MOVE ISS-CHECK-NUM    TO AUD-CHECK-NUM
           MOVE ISS-EMPLOYEE-NUM TO AUD-EMPLOYEE-NUM
           MOVE 'STALE-DATED AUTO VOID' TO AUD-RESULT-OUT
           MOVE WORKING-AUDIT-REC TO OUT-AUDIT-REC
           WRITE OUT-AUDIT-REC
           MOVE ISS-CHECK-NUM     TO RCN-CHECK-NUM
           MOVE ISS-EMPLOYEE-NUM  TO RCN-EMPLOYEE-NUM
           MOVE ISS-EMPLOYEE-NAME TO RCN-EMPLOYEE-NAME
           MOVE 'STALE VOID'      TO RCN-STATUS-OUT
           MOVE 'STALE-DATED CHECK'  TO RCN-REASON-OUT
           MOVE WORKING-RECON-REC TO OUT-RECON-REC
           WRITE OUT-RECON-REC.

       730-REPORT-OUTSTANDING-RTN.
           IF DAYS-OUTSTANDING > 180
               MOVE 5 TO AGING-BUCKET-SUB
           ELSE
               IF DAYS-OUTSTANDING > 90
                   MOVE 4 TO AGING-BUCKET-SUB
               ELSE
                   IF DAYS-OUTSTANDING > 60
                       MOVE 3 TO AGING-BUCKET-SUB
                   ELSE
                       IF DAYS-OUTSTANDING > 30
                           MOVE 2 TO AGING-BUCKET-SUB
                       ELSE
                           MOVE 1 TO AGING-BUCKET-SUB
                       END-IF
                   END-IF
               END-IF
           END-IF
           ADD 1 TO BKT-COUNT (AGING-BUCKET-SUB)
           ADD ISS-NET-PAY TO BKT-AMOUNT (AGING-BUCKET-SUB)
           ADD 1 TO OUTSTANDING-COUNT
           ADD ISS-NET-PAY TO OUTSTANDING-AMT-TOTAL
           PERFORM 750-FORMAT-ISSUE-DATE-RTN
           MOVE ISS-CHECK-NUM     TO AGE-CHECK-NUM
           MOVE ISS-EMPLOYEE-NUM  TO AGE-EMPLOYEE-NUM
           MOVE ISS-EMPLOYEE-NAME TO AGE-EMPLOYEE-NAME
           MOVE ISSUE-DATE-OUT    TO AGE-ISSUE-DATE
           MOVE DAYS-OUTSTANDING  TO AGE-DAYS-OUT
           MOVE ISS-NET-PAY       TO AGE-AMOUNT-OUT
           MOVE AGING-LABEL (AGING-BUCKET-SUB) TO AGE-BUCKET-OUT
           MOVE WORKING-AGING-REC TO OUT-AGING-REC
           WRITE OUT-AGING-REC.

       740-REPORT-UNCLAIMED-RTN.
           ADD 1 TO UNCLAIMED-COUNT
           ADD ISS-NET-PAY TO UNCLAIMED-AMT-TOTAL
           PERFORM 750-FORMAT-ISSUE-DATE-RTN
           MOVE ISS-CHECK-NUM     TO UNC-CHECK-NUM
           MOVE ISS-EMPLOYEE-NUM  TO UNC-EMPLOYEE-NUM
           MOVE ISS-EMPLOYEE-NAME TO UNC-EMPLOYEE-NAME
           MOVE ISSUE-DATE-OUT    TO UNC-ISSUE-DATE
           MOVE ISS-NET-PAY       TO UNC-AMOUNT-OUT
           IF ISS-STATUS = 'V'
               MOVE 'VOIDED'      TO UNC-STATUS-OUT
           ELSE
               IF ISS-STATUS = 'R'
                   MOVE 'RETURNED'    TO UNC-STATUS-OUT
               ELSE
                   MOVE 'OUTSTANDING' TO UNC-STATUS-OUT
               END-IF
           END-IF
           MOVE WORKING-UNCLAIMED-REC TO OUT-UNCLAIMED-REC
           WRITE OUT-UNCLAIMED-REC
           IF MAIL-MASTER-PRESENT-SW = 'YES'
               MOVE ISS-EMPLOYEE-NUM TO MMS-EMPLOYEE-NUM
               READ MAIL-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 745-WRITE-UNCLAIMED-ADDR-RTN
               END-READ
           END-IF.

       745-WRITE-UNCLAIMED-ADDR-RTN.
           MOVE MMS-STREET-ADDRESS TO UNA-STREET-ADDRESS
           MOVE MMS-CITY           TO UNA-CITY
           MOVE MMS-STATE          TO UNA-STATE
           MOVE MMS-ZIP            TO UNA-ZIP
           MOVE WORKING-UNCLAIMED-ADDR TO OUT-UNCLAIMED-REC
           WRITE OUT-UNCLAIMED-REC.

       750-FORMAT-ISSUE-DATE-RTN.
           IF ISS-ISSUE-DATE NUMERIC
               MOVE ISS-ISSUE-DATE TO ISSUE-DATE-WORK
           ELSE
               MOVE ZERO TO ISSUE-DATE-WORK
           END-IF
           MOVE ISSUE-MM   TO ISSUE-MM-OUT
           MOVE ISSUE-DD   TO ISSUE-DD-OUT
           MOVE ISSUE-YYYY TO ISSUE-YYYY-OUT.

       760-WRITE-AGING-TOTAL-RTN.
           MOVE SPACES TO AGT-LABEL
           STRING 'AGED ' AGING-LABEL (AGING-BUCKET-SUB)
               DELIMITED BY SIZE
               INTO AGT-LABEL
           END-STRING
           MOVE BKT-COUNT (AGING-BUCKET-SUB)  TO AGT-COUNT-OUT
           MOVE BKT-AMOUNT (AGING-BUCKET-SUB) TO AGT-AMOUNT-OUT
           MOVE AGING-TOTAL-LINE TO OUT-AGING-REC
           WRITE OUT-AGING-REC.

       520-WRITE-JOURNAL-TRAILER-RTN.
           MOVE JRN-JOURNAL-DATE TO JRN-TRL-DATE
           MOVE GL-ENTRY-COUNT   TO JRN-TRL-ENTRY-COUNT
           MOVE GL-DEBIT-TOTAL   TO JRN-TRL-DEBIT-TOTAL
           MOVE GL-CREDIT-TOTAL  TO JRN-TRL-CREDIT-TOTAL
           MOVE WORKING-JOURNAL-TRAILER TO OUT-JOURNAL-REC
           WRITE OUT-JOURNAL-REC.
