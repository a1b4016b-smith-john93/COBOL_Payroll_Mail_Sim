       IDENTIFICATION DIVISION.
       PROGRAM-ID. TaxFiling.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CONTROL-CARD-FILE
           ASSIGN TO
           'Smit-HW6-TaxFilingControl.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROL-CARD-FILE.
       SELECT IN-HISTORY-FILE
           ASSIGN TO DYNAMIC EARN-HISTORY-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-IN-HISTORY-FILE.
       SELECT SORT-HISTORY-FILE
           ASSIGN TO
           'Smit-HW6-HistorySort.wrk'.
       SELECT MAIL-MASTER-FILE
           ASSIGN TO
           'Smit-HW6-MailMaster.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MMS-EMPLOYEE-NUM
           FILE STATUS IS FS-MAIL-MASTER-FILE.
       SELECT OUT-QTR-FILE
           ASSIGN TO
           '\\client\E$\COBOL\Homework6\Smit-HW6-QtrTaxWorksheet.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OUT-QTR-FILE.
       SELECT OUT-W2-FILE
           ASSIGN TO
           '\\client\E$\COBOL\Homework6\Smit-HW6-W2Statements.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OUT-W2-FILE.
       SELECT OUT-STATE-WAGE-FILE
           ASSIGN TO
           '\\client\E$\COBOL\Homework6\Smit-HW6-StateWageFile.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OUT-STATE-WAGE-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD CONTROL-CARD-FILE.
       01 CONTROL-CARD-REC         PIC X(80).

       FD IN-HISTORY-FILE.
       01 EARN-HISTORY-REC.
           05 EHS-CHECK-NUM        PIC 9(6).
           05 EHS-PAY-DATE         PIC 9(8).
           05 EHS-EMPLOYEE-NUM     PIC X(5).
           05 EHS-EMPLOYEE-NAME    PIC X(20).
           05 EHS-TERRITORY-NUM    PIC X(2).
           05 EHS-OFFICE-NUM       PIC X(2).
           05 EHS-WORK-STATE       PIC X(2).
           05 EHS-GROSS-AMT        PIC 9(5)V99.
           05 EHS-DED-TX-AMT       PIC 9(5)V99.
           05 EHS-DED-IN-AMT       PIC 9(5)V99.
           05 EHS-DED-RT-AMT       PIC 9(5)V99.
           05 EHS-DED-OT-AMT       PIC 9(5)V99.
           05 EHS-FIT-AMT          PIC 9(5)V99.
           05 EHS-SIT-AMT          PIC 9(5)V99.
           05 EHS-TAXABLE-AMT      PIC 9(5)V99.
           05 EHS-NET-AMT          PIC 9(5)V99.

       SD SORT-HISTORY-FILE.
       01 SORT-HISTORY-REC.
           05 SHS-CHECK-NUM        PIC 9(6).
           05 SHS-PAY-DATE.
               10 SHS-PAY-YEAR     PIC 9(4).
               10 SHS-PAY-MONTH    PIC 9(2).
               10 SHS-PAY-DAY      PIC 9(2).
           05 SHS-EMPLOYEE-NUM     PIC X(5).
           05 SHS-EMPLOYEE-NAME    PIC X(20).
           05 SHS-TERRITORY-NUM    PIC X(2).
           05 SHS-OFFICE-NUM       PIC X(2).
           05 SHS-WORK-STATE       PIC X(2).
           05 SHS-GROSS-AMT        PIC 9(5)V99.
           05 SHS-DED-TX-AMT       PIC 9(5)V99.
           05 SHS-DED-IN-AMT       PIC 9(5)V99.
           05 SHS-DED-RT-AMT       PIC 9(5)V99.
           05 SHS-DED-OT-AMT       PIC 9(5)V99.
           05 SHS-FIT-AMT          PIC 9(5)V99.
           05 SHS-SIT-AMT          PIC 9(5)V99.
           05 SHS-TAXABLE-AMT      PIC 9(5)V99.
           05 SHS-NET-AMT          PIC 9(5)V99.

       FD MAIL-MASTER-FILE.
       01 MAIL-MASTER-REC.
           05 MMS-EMPLOYEE-NUM     PIC X(5).
           05 MMS-CUSTOMER-NAME    PIC X(20).
           05 MMS-STREET-ADDRESS   PIC X(20).
           05 MMS-CITY             PIC X(15).
           05 MMS-STATE            PIC X(2).
           05 MMS-ZIP              PIC X(5).

       FD OUT-QTR-FILE.
       01 OUT-QTR-HEADER           PIC X(132).
       01 OUT-QTR-REC              PIC X(132).

       FD OUT-W2-FILE.
       01 OUT-W2-REC               PIC X(80).

       FD OUT-STATE-WAGE-FILE.
       01 OUT-STATE-WAGE-REC       PIC X(80).

       WORKING-STORAGE SECTION.
       01 ARE-THERE-MORE-RECORDS   PIC X(3)  VALUE 'YES'.
       01 NO-MORE-SORTED-RECS      PIC X(3)  VALUE 'NO '.
       01 FILE-STATUS-FIELDS.
           05 FS-CONTROL-CARD-FILE    PIC X(2) VALUE '00'.
           05 FS-IN-HISTORY-FILE      PIC X(2) VALUE '00'.
           05 FS-MAIL-MASTER-FILE     PIC X(2) VALUE '00'.
           05 FS-OUT-QTR-FILE         PIC X(2) VALUE '00'.
           05 FS-OUT-W2-FILE          PIC X(2) VALUE '00'.
           05 FS-OUT-STATE-WAGE-FILE  PIC X(2) VALUE '00'.
       01 CHECK-STATUS             PIC X(2)  VALUE '00'.
       01 CHECK-FILE-NAME          PIC X(30) VALUE SPACES.
       01 FILE-NAME-FIELDS.
           05 EARN-HISTORY-NAME    PIC X(100) VALUE
               '\\client\E$\COBOL\Homework6\Smit-HW6-EarnHistory.txt'.
       01 CONTROL-CARD-FIELDS.
           05 CARD-KEYWORD         PIC X(20) VALUE SPACES.
           05 CARD-VALUE           PIC X(100) VALUE SPACES.
           05 CARD-TOKEN           PIC X(8)  VALUE SPACES.
           05 CARD-TOKEN-CHARS REDEFINES CARD-TOKEN.
               10 CARD-TOKEN-CHAR  PIC X(1) OCCURS 8 TIMES.
           05 CARD-TOKEN-LEN       PIC 9(2)  VALUE ZERO.
           05 RATE-DOT-COUNT       PIC 9(2)  VALUE ZERO.
           05 RATE-INT-PART        PIC X(8)  VALUE SPACES.
           05 RATE-INT-LEN         PIC 9(2)  VALUE ZERO.
           05 RATE-FRAC-PART       PIC X(8)  VALUE SPACES.
           05 RATE-FRAC-LEN        PIC 9(2)  VALUE ZERO.
           05 CARD-REJECT-SUB      PIC 9(2)  VALUE ZERO.
           05 CARD-REJECT-HELD     PIC 9(2)  VALUE ZERO.
           05 CARD-RATE            PIC X(5)  VALUE SPACES.
           05 CARD-RATE-9 REDEFINES CARD-RATE
                                   PIC 9V9(4).
           05 CARD-BASE            PIC X(7)  VALUE SPACES.
           05 CARD-BASE-9 REDEFINES CARD-BASE
                                   PIC 9(7).
           05 CONTROL-CARD-PRESENT-SW PIC X(3) VALUE 'NO '.
       01 CARD-REJECT-TABLE.
           05 CARD-REJECT-IMAGE    PIC X(80) OCCURS 20 TIMES.
       01 WORKING-CARD-REJECT-LINE.
           05 CRL-LABEL            PIC X(39) VALUE
               'CONTROL CARD REJECTED - DEFAULT USED: '.
           05 CRL-CARD-OUT         PIC X(80).
           05 FILLER55             PIC X(13) VALUE SPACES.
       01 WORKING-NO-CARD-LINE.
           05 NCL-LABEL            PIC X(31) VALUE
               'NO CONTROL CARD - DEFAULTS USED'.
           05 FILLER56             PIC X(101) VALUE SPACES.
       01 FILING-PARM-FIELDS.
           05 TAX-YEAR             PIC 9(4)  VALUE ZERO.
           05 TAX-QUARTER          PIC 9(1)  VALUE ZERO.
           05 YEAR-END-SW          PIC X(3)  VALUE 'NO '.
           05 QTR-START-MONTH      PIC 9(2)  VALUE ZERO.
           05 QTR-END-MONTH        PIC 9(2)  VALUE ZERO.
           05 CURRENT-QTR          PIC 9(1)  VALUE ZERO.
           05 DEFAULT-QTR          PIC 9(1)  VALUE ZERO.
           05 DEFAULT-YEAR         PIC 9(4)  VALUE ZERO.
           05 MONTH-WORK           PIC 9(2)  VALUE ZERO.
           05 SS-RATE              PIC 9V9(4) VALUE .0620.
           05 SS-WAGE-BASE         PIC 9(7)V99 VALUE 184500.
           05 MEDICARE-RATE        PIC 9V9(4) VALUE .0145.
           05 FUTA-RATE            PIC 9V9(4) VALUE .0060.
           05 FUTA-WAGE-BASE       PIC 9(7)V99 VALUE 7000.
           05 SUTA-RATE            PIC 9V9(4) VALUE .0270.
           05 SUTA-WAGE-BASE       PIC 9(7)V99 VALUE 9000.
           05 EMPLOYER-EIN         PIC X(9)  VALUE SPACES.
           05 EMPLOYER-NAME        PIC X(30) VALUE SPACES.
           05 EMPLOYER-STATE       PIC X(2)  VALUE SPACES.
           05 STATE-ACCOUNT-ID     PIC X(10) VALUE SPACES.
       01 RUN-CONTROL-COUNTS.
           05 HISTORY-READ-COUNT   PIC 9(7)  VALUE ZERO.
           05 HISTORY-USED-COUNT   PIC 9(7)  VALUE ZERO.
           05 HISTORY-REJECT-COUNT PIC 9(7)  VALUE ZERO.
           05 CARD-REJECT-COUNT    PIC 9(7)  VALUE ZERO.
           05 W2-WRITTEN-COUNT     PIC 9(7)  VALUE ZERO.
           05 STATE-REC-COUNT      PIC 9(7)  VALUE ZERO.
       01 RUN-RETURN-CODE          PIC 9(2)  VALUE ZERO.
       01 CONTROL-BREAK-FIELDS.
           05 FIRST-RECORD-SWITCH  PIC X(3)  VALUE 'YES'.
           05 PREV-EMPLOYEE-NUM    PIC X(5)  VALUE SPACES.
       01 EMPLOYEE-ACCUM-FIELDS.
           05 EMP-EMPLOYEE-NUM     PIC X(5)  VALUE SPACES.
           05 EMP-EMPLOYEE-NAME    PIC X(20) VALUE SPACES.
           05 EMP-WORK-STATE       PIC X(2)  VALUE SPACES.
           05 EMP-PRIOR-GROSS      PIC 9(7)V99 VALUE ZERO.
           05 EMP-QTR-GROSS        PIC 9(7)V99 VALUE ZERO.
           05 EMP-QTR-TAXABLE      PIC 9(7)V99 VALUE ZERO.
           05 EMP-QTR-FIT          PIC 9(7)V99 VALUE ZERO.
           05 EMP-QTR-SIT          PIC 9(7)V99 VALUE ZERO.
           05 EMP-QTR-SS-WAGES     PIC 9(7)V99 VALUE ZERO.
           05 EMP-QTR-FUTA-WAGES   PIC 9(7)V99 VALUE ZERO.
           05 EMP-QTR-SUTA-WAGES   PIC 9(7)V99 VALUE ZERO.
           05 EMP-YR-GROSS         PIC 9(7)V99 VALUE ZERO.
           05 EMP-YR-TAXABLE       PIC 9(7)V99 VALUE ZERO.
           05 EMP-YR-FIT           PIC 9(7)V99 VALUE ZERO.
           05 EMP-YR-SIT           PIC 9(7)V99 VALUE ZERO.
           05 EMP-YR-RT            PIC 9(7)V99 VALUE ZERO.
           05 EMP-YR-SS-WAGES      PIC 9(7)V99 VALUE ZERO.
       01 WAGE-LIMIT-FIELDS.
           05 LIMIT-BASE           PIC 9(7)V99 VALUE ZERO.
           05 LIMIT-PRIOR          PIC 9(7)V99 VALUE ZERO.
           05 LIMIT-CURRENT        PIC 9(7)V99 VALUE ZERO.
           05 LIMIT-ROOM           PIC 9(7)V99 VALUE ZERO.
           05 LIMIT-TAXABLE        PIC 9(7)V99 VALUE ZERO.
       01 QTR-TOTAL-FIELDS.
           05 QTR-EMPLOYEE-COUNT   PIC 9(7)  VALUE ZERO.
           05 QTR-GROSS-TOTAL      PIC 9(9)V99 VALUE ZERO.
           05 QTR-TAXABLE-TOTAL    PIC 9(9)V99 VALUE ZERO.
           05 QTR-FIT-TOTAL        PIC 9(9)V99 VALUE ZERO.
           05 QTR-SIT-TOTAL        PIC 9(9)V99 VALUE ZERO.
           05 QTR-SS-WAGE-TOTAL    PIC 9(9)V99 VALUE ZERO.
           05 QTR-MED-WAGE-TOTAL   PIC 9(9)V99 VALUE ZERO.
           05 QTR-FUTA-WAGE-TOTAL  PIC 9(9)V99 VALUE ZERO.
           05 QTR-SUTA-WAGE-TOTAL  PIC 9(9)V99 VALUE ZERO.
           05 QTR-SS-TAX           PIC 9(9)V99 VALUE ZERO.
           05 QTR-MED-TAX          PIC 9(9)V99 VALUE ZERO.
           05 QTR-FUTA-TAX         PIC 9(9)V99 VALUE ZERO.
           05 QTR-SUTA-TAX         PIC 9(9)V99 VALUE ZERO.
           05 QTR-EMPLOYER-TAX     PIC 9(9)V99 VALUE ZERO.
       01 STATE-FILE-TOTALS.
           05 STW-WAGE-TOTAL       PIC 9(11)V99 VALUE ZERO.
           05 STW-TAX-TOTAL        PIC 9(11)V99 VALUE ZERO.
       01 W2-CONTROL-FIELDS.
           05 W2-LINE-COUNT        PIC 9(2)  VALUE ZERO.
           05 W2-PAGE-LINES        PIC 9(2)  VALUE 30.
           05 MAIL-MASTER-PRESENT-SW PIC X(3) VALUE 'NO '.
       01 WORKING-QTR-HEADER.
           05 FILLER1              PIC X(24) VALUE SPACES.
           05 QTR-TITLE            PIC X(32) VALUE
               'QUARTERLY EMPLOYER TAX WORKSHEET'.
           05 FILLER2              PIC X(4)  VALUE SPACES.
           05 FILLER3              PIC X(8)  VALUE 'QUARTER '.
           05 QTR-HDR-QUARTER      PIC 9(1).
           05 FILLER4              PIC X(1)  VALUE SPACES.
           05 QTR-HDR-YEAR         PIC 9(4).
           05 FILLER5              PIC X(5)  VALUE SPACES.
           05 DATE-OUT-1           PIC X(10).
           05 FILLER6              PIC X(43) VALUE SPACES.
       01 WORKING-QTR-HEADER-TWO.
           05 FILLER7              PIC X(7)  VALUE 'EMP NO'.
           05 FILLER8              PIC X(22) VALUE 'EMPLOYEE NAME'.
           05 FILLER9              PIC X(4)  VALUE 'ST'.
           05 FILLER10             PIC X(11) VALUE '     GROSS '.
           05 FILLER11             PIC X(11) VALUE '   TAXABLE '.
           05 FILLER12             PIC X(10) VALUE '  FED W/H '.
           05 FILLER13             PIC X(10) VALUE '   ST W/H '.
           05 FILLER14             PIC X(11) VALUE '  SS WAGES '.
           05 FILLER15             PIC X(11) VALUE ' MED WAGES '.
           05 FILLER16             PIC X(10) VALUE 'FUTA WAGE '.
           05 FILLER17             PIC X(9)  VALUE 'SUTA WAGE'.
           05 FILLER18             PIC X(16) VALUE SPACES.
       01 WORKING-QTR-REC.
           05 QTD-EMPLOYEE-NUM     PIC X(5).
           05 QTD-SPACES-ONE       PIC X(2)  VALUE SPACES.
           05 QTD-EMPLOYEE-NAME    PIC X(20).
           05 QTD-SPACES-TWO       PIC X(2)  VALUE SPACES.
           05 QTD-STATE-OUT        PIC X(2).
           05 QTD-SPACES-THREE     PIC X(2)  VALUE SPACES.
           05 QTD-GROSS-OUT        PIC ZZZ,ZZ9.99.
           05 QTD-SPACES-FOUR      PIC X(1)  VALUE SPACES.
           05 QTD-TAXABLE-OUT      PIC ZZZ,ZZ9.99.
           05 QTD-SPACES-FIVE      PIC X(1)  VALUE SPACES.
           05 QTD-FIT-OUT          PIC ZZ,ZZ9.99.
           05 QTD-SPACES-SIX       PIC X(1)  VALUE SPACES.
           05 QTD-SIT-OUT          PIC ZZ,ZZ9.99.
           05 QTD-SPACES-SEVEN     PIC X(1)  VALUE SPACES.
           05 QTD-SS-OUT           PIC ZZZ,ZZ9.99.
           05 QTD-SPACES-EIGHT     PIC X(1)  VALUE SPACES.
           05 QTD-MED-OUT          PIC ZZZ,ZZ9.99.
           05 QTD-SPACES-NINE      PIC X(1)  VALUE SPACES.
           05 QTD-FUTA-OUT         PIC ZZ,ZZ9.99.
           05 QTD-SPACES-TEN       PIC X(1)  VALUE SPACES.
           05 QTD-SUTA-OUT         PIC ZZ,ZZ9.99.
           05 QTD-FILLER           PIC X(16) VALUE SPACES.
       01 QTR-TOTAL-LINE.
           05 FILLER19             PIC X(5)  VALUE SPACES.
           05 QTT-LABEL            PIC X(28) VALUE 'QUARTER TOTALS'.
           05 QTT-GROSS-OUT        PIC ZZZZZZ9.99.
           05 FILLER20             PIC X(1)  VALUE SPACES.
           05 QTT-TAXABLE-OUT      PIC ZZZZZZ9.99.
           05 FILLER21             PIC X(1)  VALUE SPACES.
           05 QTT-FIT-OUT          PIC ZZZZZ9.99.
           05 FILLER22             PIC X(1)  VALUE SPACES.
           05 QTT-SIT-OUT          PIC ZZZZZ9.99.
           05 FILLER23             PIC X(1)  VALUE SPACES.
           05 QTT-SS-OUT           PIC ZZZZZZ9.99.
           05 FILLER24             PIC X(1)  VALUE SPACES.
           05 QTT-MED-OUT          PIC ZZZZZZ9.99.
           05 FILLER25             PIC X(1)  VALUE SPACES.
           05 QTT-FUTA-OUT         PIC ZZZZZ9.99.
           05 FILLER26             PIC X(1)  VALUE SPACES.
           05 QTT-SUTA-OUT         PIC ZZZZZ9.99.
           05 FILLER27             PIC X(16) VALUE SPACES.
       01 QTR-SUMMARY-LINE.
           05 FILLER28             PIC X(5)  VALUE SPACES.
           05 QTS-LABEL            PIC X(32) VALUE SPACES.
           05 QTS-AMOUNT-OUT       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER29             PIC X(81) VALUE SPACES.
       01 QTR-COUNT-LINE.
           05 FILLER30             PIC X(5)  VALUE SPACES.
           05 QTC-LABEL            PIC X(32) VALUE SPACES.
           05 QTC-COUNT-OUT        PIC ZZZ,ZZ9.
           05 FILLER31             PIC X(88) VALUE SPACES.
       01 W2-TITLE-LINE.
           05 FILLER32             PIC X(5)  VALUE SPACES.
           05 W2-TITLE             PIC X(26) VALUE
               'W-2 WAGE AND TAX STATEMENT'.
           05 FILLER33             PIC X(3)  VALUE SPACES.
           05 W2-TITLE-YEAR        PIC 9(4).
           05 FILLER34             PIC X(3)  VALUE SPACES.
           05 DATE-OUT-2           PIC X(10).
           05 FILLER35             PIC X(29) VALUE SPACES.
       01 W2-EMPLOYER-LINE.
           05 FILLER36             PIC X(5)  VALUE SPACES.
           05 FILLER37             PIC X(10) VALUE 'EMPLOYER: '.
           05 W2-EMPLOYER-NAME     PIC X(30).
           05 FILLER38             PIC X(2)  VALUE SPACES.
           05 FILLER39             PIC X(4)  VALUE 'EIN '.
           05 W2-EMPLOYER-EIN      PIC X(9).
           05 FILLER40             PIC X(20) VALUE SPACES.
       01 W2-EMPLOYEE-LINE.
           05 FILLER41             PIC X(5)  VALUE SPACES.
           05 FILLER42             PIC X(10) VALUE 'EMPLOYEE: '.
           05 W2-EMP-NUM           PIC X(5).
           05 FILLER43             PIC X(1)  VALUE SPACES.
           05 W2-EMP-NAME          PIC X(20).
           05 FILLER44             PIC X(39) VALUE SPACES.
       01 W2-ADDRESS-LINE.
           05 FILLER45             PIC X(15) VALUE SPACES.
           05 W2-ADDR-TEXT         PIC X(25).
           05 FILLER46             PIC X(40) VALUE SPACES.
       01 W2-DETAIL-LINE.
           05 FILLER47             PIC X(5)  VALUE SPACES.
           05 W2-LABEL             PIC X(32) VALUE SPACES.
           05 W2-AMOUNT-OUT        PIC $Z,ZZZ,ZZ9.99.
           05 FILLER48             PIC X(30) VALUE SPACES.
       01 W2-STATE-LINE.
           05 FILLER49             PIC X(5)  VALUE SPACES.
           05 FILLER50             PIC X(32) VALUE '15 STATE'.
           05 W2-STATE-OUT         PIC X(2).
           05 FILLER51             PIC X(41) VALUE SPACES.
       01 MAIL-CSZ-LINE            PIC X(25) VALUE SPACES.
       01 STW-EMPLOYER-REC.
           05 STW-E-REC-TYPE       PIC X(1)  VALUE 'E'.
           05 STW-E-TAX-YEAR       PIC 9(4).
           05 STW-E-EIN            PIC X(9).
           05 STW-E-STATE-ACCOUNT  PIC X(10).
           05 STW-E-STATE          PIC X(2).
           05 STW-E-EMPLOYER-NAME  PIC X(30).
           05 FILLER52             PIC X(24) VALUE SPACES.
       01 STW-EMPLOYEE-REC.
           05 STW-S-REC-TYPE       PIC X(1)  VALUE 'S'.
           05 STW-S-TAX-YEAR       PIC 9(4).
           05 STW-S-EMPLOYEE-NUM   PIC X(5).
           05 STW-S-EMPLOYEE-NAME  PIC X(20).
           05 STW-S-STATE          PIC X(2).
           05 STW-S-GROSS-WAGES    PIC 9(9)V99.
           05 STW-S-STATE-WAGES    PIC 9(9)V99.
           05 STW-S-STATE-TAX      PIC 9(9)V99.
           05 FILLER53             PIC X(15) VALUE SPACES.
       01 STW-TOTAL-REC.
           05 STW-T-REC-TYPE       PIC X(1)  VALUE 'T'.
           05 STW-T-TAX-YEAR       PIC 9(4).
           05 STW-T-EMPLOYEE-COUNT PIC 9(7).
           05 STW-T-STATE-WAGES    PIC 9(11)V99.
           05 STW-T-STATE-TAX      PIC 9(11)V99.
           05 FILLER54             PIC X(42) VALUE SPACES.
       01 CURRENTDATE.
           05  YEAR                PIC 9(4).
           05  MONTH               PIC 9(2).
           05  TODAY               PIC 9(2).
           05  TIMESTAMP           PIC 9(12).
       01 WORKING-DATE-OUT.
           05 MONTH-OUT            PIC 9(2).
           05 SLASH-ONE-OUT        PIC X.
           05 TODAY-OUT            PIC 9(2).
           05 SLASH-TWO-OUT        PIC X.
           05 YEAR-OUT             PIC 9(4).
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
       PERFORM 105-READ-CONTROL-CARD-RTN
       PERFORM 150-SET-REPORT-DATE-RTN
       PERFORM 170-SET-FILING-PERIOD-RTN
       PERFORM 110-OPEN-FILES-RTN
       PERFORM 200-WRITE-HEADERS-RTN

       SORT SORT-HISTORY-FILE
           ON ASCENDING KEY SHS-EMPLOYEE-NUM
                            SHS-PAY-DATE
                            SHS-CHECK-NUM
           USING IN-HISTORY-FILE
           OUTPUT PROCEDURE IS 300-PROCESS-HISTORY-RTN

       PERFORM 500-WRITE-QTR-SUMMARY-RTN
       IF YEAR-END-SW = 'YES'
           PERFORM 650-WRITE-STATE-TOTAL-RTN
       END-IF

       CLOSE OUT-QTR-FILE
       IF YEAR-END-SW = 'YES'
           CLOSE OUT-W2-FILE
                 OUT-STATE-WAGE-FILE
           IF MAIL-MASTER-PRESENT-SW = 'YES'
               CLOSE MAIL-MASTER-FILE
           END-IF
       END-IF

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
           IF CARD-KEYWORD = 'TAX-YEAR'
               IF CARD-VALUE(1:4) NUMERIC
                   MOVE CARD-VALUE(1:4) TO TAX-YEAR
               ELSE
                   PERFORM 104-REJECT-CARD-RTN
               END-IF
           END-IF
           IF CARD-KEYWORD = 'TAX-QUARTER'
               IF CARD-VALUE(1:1) = '1' OR CARD-VALUE(1:1) = '2' OR
                  CARD-VALUE(1:1) = '3' OR CARD-VALUE(1:1) = '4'
                   MOVE CARD-VALUE(1:1) TO TAX-QUARTER
               ELSE
                   PERFORM 104-REJECT-CARD-RTN
               END-IF
           END-IF
           IF CARD-KEYWORD = 'YEAR-END'
               IF CARD-VALUE(1:3) = 'YES'
                   MOVE 'YES' TO YEAR-END-SW
               END-IF
           END-IF
           IF CARD-KEYWORD = 'SS-RATE'
               PERFORM 108-EDIT-CARD-RATE-RTN
               IF CARD-RATE NUMERIC
                   MOVE CARD-RATE-9 TO SS-RATE
               END-IF
           END-IF
           IF CARD-KEYWORD = 'MEDICARE-RATE'
               PERFORM 108-EDIT-CARD-RATE-RTN
               IF CARD-RATE NUMERIC
                   MOVE CARD-RATE-9 TO MEDICARE-RATE
               END-IF
           END-IF
           IF CARD-KEYWORD = 'FUTA-RATE'
               PERFORM 108-EDIT-CARD-RATE-RTN
               IF CARD-RATE NUMERIC
                   MOVE CARD-RATE-9 TO FUTA-RATE
               END-IF
           END-IF
           IF CARD-KEYWORD = 'SUTA-RATE'
               PERFORM 108-EDIT-CARD-RATE-RTN
               IF CARD-RATE NUMERIC
                   MOVE CARD-RATE-9 TO SUTA-RATE
               END-IF
           END-IF
           IF CARD-KEYWORD = 'SS-WAGE-BASE'
               PERFORM 109-EDIT-CARD-BASE-RTN
               IF CARD-BASE NUMERIC
                   MOVE CARD-BASE-9 TO SS-WAGE-BASE
               END-IF
           END-IF
           IF CARD-KEYWORD = 'FUTA-WAGE-BASE'
               PERFORM 109-EDIT-CARD-BASE-RTN
               IF CARD-BASE NUMERIC
                   MOVE CARD-BASE-9 TO FUTA-WAGE-BASE
               END-IF
           END-IF
           IF CARD-KEYWORD = 'SUTA-WAGE-BASE'
               PERFORM 109-EDIT-CARD-BASE-RTN
               IF CARD-BASE NUMERIC
                   MOVE CARD-BASE-9 TO SUTA-WAGE-BASE
               END-IF
           END-IF
           IF CARD-KEYWORD = 'EARN-HISTORY'
               MOVE CARD-VALUE TO EARN-HISTORY-NAME
           END-IF
           IF CARD-KEYWORD = 'EMPLOYER-EIN'
               MOVE CARD-VALUE TO EMPLOYER-EIN
           END-IF
           IF CARD-KEYWORD = 'EMPLOYER-NAME'
               MOVE CARD-VALUE TO EMPLOYER-NAME
           END-IF
           IF CARD-KEYWORD = 'EMPLOYER-STATE'
               MOVE CARD-VALUE TO EMPLOYER-STATE
           END-IF
           IF CARD-KEYWORD = 'STATE-ACCOUNT'
               MOVE CARD-VALUE TO STATE-ACCOUNT-ID
           END-IF.

       104-REJECT-CARD-RTN.
           ADD 1 TO CARD-REJECT-COUNT
           IF CARD-REJECT-HELD < 20
               ADD 1 TO CARD-REJECT-HELD
               MOVE CONTROL-CARD-REC
                   TO CARD-REJECT-IMAGE(CARD-REJECT-HELD)
           END-IF.

       108-EDIT-CARD-RATE-RTN.
           MOVE ZERO TO RATE-DOT-COUNT
           INSPECT CARD-VALUE TALLYING RATE-DOT-COUNT FOR ALL '.'
           IF RATE-DOT-COUNT = ZERO
               MOVE CARD-VALUE(1:5) TO CARD-RATE
           ELSE
               MOVE SPACES TO RATE-INT-PART
               MOVE SPACES TO RATE-FRAC-PART
               MOVE ZERO TO RATE-INT-LEN
               MOVE ZERO TO RATE-FRAC-LEN
               UNSTRING CARD-VALUE
                   DELIMITED BY '.' OR ALL SPACE
                   INTO RATE-INT-PART  COUNT IN RATE-INT-LEN
                        RATE-FRAC-PART COUNT IN RATE-FRAC-LEN
               END-UNSTRING
               IF RATE-DOT-COUNT > 1 OR RATE-INT-LEN > 1 OR
                  RATE-FRAC-LEN = ZERO OR RATE-FRAC-LEN > 4
                   MOVE SPACES TO CARD-RATE
               ELSE
                   MOVE ZEROS TO CARD-RATE
                   IF RATE-INT-LEN = 1
                       MOVE RATE-INT-PART(1:1) TO CARD-RATE(1:1)
                   END-IF
                   MOVE RATE-FRAC-PART(1:RATE-FRAC-LEN)
                       TO CARD-RATE(2:RATE-FRAC-LEN)
               END-IF
           END-IF
           IF CARD-RATE NOT NUMERIC
               PERFORM 104-REJECT-CARD-RTN
           END-IF.

       109-EDIT-CARD-BASE-RTN.
           MOVE CARD-VALUE(1:8) TO CARD-TOKEN
           MOVE 8 TO CARD-TOKEN-LEN
           PERFORM 102-TOKEN-SCAN-BACK-RTN
               UNTIL CARD-TOKEN-LEN = 0
                  OR CARD-TOKEN-CHAR(CARD-TOKEN-LEN) NOT EQUAL SPACE
           IF CARD-TOKEN-LEN = 0 OR CARD-TOKEN-LEN > 7
               MOVE SPACES TO CARD-BASE
           ELSE
               MOVE ZEROS TO CARD-BASE
               MOVE CARD-TOKEN(1:CARD-TOKEN-LEN)
                   TO CARD-BASE(8 - CARD-TOKEN-LEN:CARD-TOKEN-LEN)
           END-IF
           IF CARD-BASE NOT NUMERIC
               PERFORM 104-REJECT-CARD-RTN
           END-IF.

       102-TOKEN-SCAN-BACK-RTN.
           SUBTRACT 1 FROM CARD-TOKEN-LEN.

       110-OPEN-FILES-RTN.
           OPEN INPUT IN-HISTORY-FILE
           MOVE FS-IN-HISTORY-FILE TO CHECK-STATUS
           MOVE 'IN-HISTORY-FILE'  TO CHECK-FILE-NAME
           PERFORM 905-CHECK-OPEN-STATUS-RTN
           CLOSE IN-HISTORY-FILE
           OPEN OUTPUT OUT-QTR-FILE
           MOVE FS-OUT-QTR-FILE TO CHECK-STATUS
           MOVE 'OUT-QTR-FILE'  TO CHECK-FILE-NAME
           PERFORM 905-CHECK-OPEN-STATUS-RTN
           IF YEAR-END-SW = 'YES'
               OPEN OUTPUT OUT-W2-FILE
               MOVE FS-OUT-W2-FILE TO CHECK-STATUS
               MOVE 'OUT-W2-FILE'  TO CHECK-FILE-NAME
               PERFORM 905-CHECK-OPEN-STATUS-RTN
               OPEN OUTPUT OUT-STATE-WAGE-FILE
               MOVE FS-OUT-STATE-WAGE-FILE TO CHECK-STATUS
               MOVE 'OUT-STATE-WAGE-FILE'  TO CHECK-FILE-NAME
               PERFORM 905-CHECK-OPEN-STATUS-RTN
               OPEN INPUT MAIL-MASTER-FILE
               IF FS-MAIL-MASTER-FILE = '00'
                   MOVE 'YES' TO MAIL-MASTER-PRESENT-SW
               ELSE
                   MOVE 'NO ' TO MAIL-MASTER-PRESENT-SW
               END-IF
           END-IF.

       905-CHECK-OPEN-STATUS-RTN.
           IF CHECK-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ' CHECK-FILE-NAME
                   ' - FILE STATUS ' CHECK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       150-SET-REPORT-DATE-RTN.
           MOVE FUNCTION CURRENT-DATE TO CURRENTDATE
           MOVE MONTH TO MONTH-OUT
           MOVE '\' TO SLASH-ONE-OUT
           MOVE TODAY TO TODAY-OUT
           MOVE '\' TO SLASH-TWO-OUT
           MOVE YEAR TO YEAR-OUT
           MOVE WORKING-DATE-OUT TO DATE-OUT-1
           MOVE WORKING-DATE-OUT TO DATE-OUT-2.

       170-SET-FILING-PERIOD-RTN.
           SUBTRACT 1 FROM MONTH GIVING MONTH-WORK
           DIVIDE MONTH-WORK BY 3 GIVING CURRENT-QTR
           ADD 1 TO CURRENT-QTR
           IF CURRENT-QTR = 1
               MOVE 4 TO DEFAULT-QTR
               SUBTRACT 1 FROM YEAR GIVING DEFAULT-YEAR
           ELSE
               SUBTRACT 1 FROM CURRENT-QTR GIVING DEFAULT-QTR
               MOVE YEAR TO DEFAULT-YEAR
           END-IF
           IF TAX-YEAR = ZERO
               MOVE DEFAULT-YEAR TO TAX-YEAR
           END-IF
           IF TAX-QUARTER = ZERO
               MOVE DEFAULT-QTR TO TAX-QUARTER
           END-IF
           IF YEAR-END-SW = 'YES'
               MOVE 4 TO TAX-QUARTER
           END-IF
           MULTIPLY TAX-QUARTER BY 3 GIVING QTR-END-MONTH
           SUBTRACT 2 FROM QTR-END-MONTH GIVING QTR-START-MONTH
           MOVE TAX-QUARTER TO QTR-HDR-QUARTER
           MOVE TAX-YEAR    TO QTR-HDR-YEAR
           MOVE TAX-YEAR    TO W2-TITLE-YEAR
           MOVE TAX-YEAR    TO STW-E-TAX-YEAR
           MOVE TAX-YEAR    TO STW-S-TAX-YEAR
           MOVE TAX-YEAR    TO STW-T-TAX-YEAR
           MOVE EMPLOYER-NAME TO W2-EMPLOYER-NAME
           MOVE EMPLOYER-EIN  TO W2-EMPLOYER-EIN.

       200-WRITE-HEADERS-RTN.
           MOVE WORKING-QTR-HEADER TO OUT-QTR-HEADER
           WRITE OUT-QTR-HEADER
           MOVE WORKING-QTR-HEADER-TWO TO OUT-QTR-HEADER
           WRITE OUT-QTR-HEADER
           IF CONTROL-CARD-PRESENT-SW = 'NO '
               MOVE WORKING-NO-CARD-LINE TO OUT-QTR-REC
               WRITE OUT-QTR-REC
           END-IF
           PERFORM 205-WRITE-CARD-REJECT-RTN
               VARYING CARD-REJECT-SUB FROM 1 BY 1
               UNTIL CARD-REJECT-SUB > CARD-REJECT-HELD
           IF YEAR-END-SW = 'YES'
               MOVE EMPLOYER-EIN     TO STW-E-EIN
               MOVE STATE-ACCOUNT-ID TO STW-E-STATE-ACCOUNT
               MOVE EMPLOYER-STATE   TO STW-E-STATE
               MOVE EMPLOYER-NAME    TO STW-E-EMPLOYER-NAME
               MOVE STW-EMPLOYER-REC TO OUT-STATE-WAGE-REC
               WRITE OUT-STATE-WAGE-REC
           END-IF.

       205-WRITE-CARD-REJECT-RTN.
           MOVE CARD-REJECT-IMAGE(CARD-REJECT-SUB) TO CRL-CARD-OUT
           MOVE WORKING-CARD-REJECT-LINE TO OUT-QTR-REC
           WRITE OUT-QTR-REC.

       300-PROCESS-HISTORY-RTN.
           MOVE 'NO ' TO NO-MORE-SORTED-RECS
           PERFORM 310-RETURN-LOOP-RTN
               UNTIL NO-MORE-SORTED-RECS = 'YES'
           IF FIRST-RECORD-SWITCH = 'NO '
               PERFORM 400-EMPLOYEE-BREAK-RTN
           END-IF.

       310-RETURN-LOOP-RTN.
           RETURN SORT-HISTORY-FILE
               AT END
                   MOVE 'YES' TO NO-MORE-SORTED-RECS
               NOT AT END
                   ADD 1 TO HISTORY-READ-COUNT
                   IF SHS-PAY-DATE NOT NUMERIC OR
                      SHS-GROSS-AMT NOT NUMERIC OR
                      SHS-DED-RT-AMT NOT NUMERIC OR
                      SHS-FIT-AMT NOT NUMERIC OR
                      SHS-SIT-AMT NOT NUMERIC OR
                      SHS-TAXABLE-AMT NOT NUMERIC
                       ADD 1 TO HISTORY-REJECT-COUNT
                   ELSE
                       PERFORM 320-ACCUMULATE-CHECK-RTN
                   END-IF
           END-RETURN.

       320-ACCUMULATE-CHECK-RTN.
           IF FIRST-RECORD-SWITCH = 'YES'
               MOVE 'NO ' TO FIRST-RECORD-SWITCH
               MOVE SHS-EMPLOYEE-NUM TO PREV-EMPLOYEE-NUM
           ELSE
               IF SHS-EMPLOYEE-NUM NOT = PREV-EMPLOYEE-NUM
                   PERFORM 400-EMPLOYEE-BREAK-RTN
                   MOVE SHS-EMPLOYEE-NUM TO PREV-EMPLOYEE-NUM
               END-IF
           END-IF
           MOVE SHS-EMPLOYEE-NUM  TO EMP-EMPLOYEE-NUM
           MOVE SHS-EMPLOYEE-NAME TO EMP-EMPLOYEE-NAME
           IF SHS-PAY-YEAR = TAX-YEAR AND
              SHS-PAY-MONTH NOT > QTR-END-MONTH
               ADD 1 TO HISTORY-USED-COUNT
               IF SHS-WORK-STATE NOT = SPACES
                   MOVE SHS-WORK-STATE TO EMP-WORK-STATE
               END-IF
               ADD SHS-GROSS-AMT   TO EMP-YR-GROSS
               ADD SHS-TAXABLE-AMT TO EMP-YR-TAXABLE
               ADD SHS-FIT-AMT     TO EMP-YR-FIT
               ADD SHS-SIT-AMT     TO EMP-YR-SIT
               ADD SHS-DED-RT-AMT  TO EMP-YR-RT
               IF SHS-PAY-MONTH < QTR-START-MONTH
                   ADD SHS-GROSS-AMT   TO EMP-PRIOR-GROSS
               ELSE
                   ADD SHS-GROSS-AMT   TO EMP-QTR-GROSS
                   ADD SHS-TAXABLE-AMT TO EMP-QTR-TAXABLE
                   ADD SHS-FIT-AMT     TO EMP-QTR-FIT
                   ADD SHS-SIT-AMT     TO EMP-QTR-SIT
               END-IF
           END-IF.

       400-EMPLOYEE-BREAK-RTN.
           IF EMP-QTR-GROSS > ZERO
               PERFORM 410-WRITE-QTR-DETAIL-RTN
           END-IF
           IF YEAR-END-SW = 'YES' AND EMP-YR-GROSS > ZERO
               PERFORM 700-WRITE-W2-RTN
               PERFORM 750-WRITE-STATE-WAGE-RTN
           END-IF
           PERFORM 420-CLEAR-EMPLOYEE-RTN.

       410-WRITE-QTR-DETAIL-RTN.
           ADD 1 TO QTR-EMPLOYEE-COUNT
           MOVE EMP-PRIOR-GROSS TO LIMIT-PRIOR
           MOVE EMP-QTR-GROSS   TO LIMIT-CURRENT
           MOVE SS-WAGE-BASE    TO LIMIT-BASE
           PERFORM 430-FIGURE-WAGE-LIMIT-RTN
           MOVE LIMIT-TAXABLE   TO EMP-QTR-SS-WAGES
           MOVE FUTA-WAGE-BASE  TO LIMIT-BASE
           PERFORM 430-FIGURE-WAGE-LIMIT-RTN
           MOVE LIMIT-TAXABLE   TO EMP-QTR-FUTA-WAGES
           MOVE SUTA-WAGE-BASE  TO LIMIT-BASE
           PERFORM 430-FIGURE-WAGE-LIMIT-RTN
           MOVE LIMIT-TAXABLE   TO EMP-QTR-SUTA-WAGES
           MOVE EMP-EMPLOYEE-NUM   TO QTD-EMPLOYEE-NUM
           MOVE EMP-EMPLOYEE-NAME  TO QTD-EMPLOYEE-NAME
           MOVE EMP-WORK-STATE     TO QTD-STATE-OUT
           MOVE EMP-QTR-GROSS      TO QTD-GROSS-OUT
           MOVE EMP-QTR-TAXABLE    TO QTD-TAXABLE-OUT
           MOVE EMP-QTR-FIT        TO QTD-FIT-OUT
           MOVE EMP-QTR-SIT        TO QTD-SIT-OUT
           MOVE EMP-QTR-SS-WAGES   TO QTD-SS-OUT
           MOVE EMP-QTR-GROSS      TO QTD-MED-OUT
           MOVE EMP-QTR-FUTA-WAGES TO QTD-FUTA-OUT
           MOVE EMP-QTR-SUTA-WAGES TO QTD-SUTA-OUT
           MOVE WORKING-QTR-REC TO OUT-QTR-REC
           WRITE OUT-QTR-REC
           ADD EMP-QTR-GROSS      TO QTR-GROSS-TOTAL
           ADD EMP-QTR-TAXABLE    TO QTR-TAXABLE-TOTAL
           ADD EMP-QTR-FIT        TO QTR-FIT-TOTAL
           ADD EMP-QTR-SIT        TO QTR-SIT-TOTAL
           ADD EMP-QTR-SS-WAGES   TO QTR-SS-WAGE-TOTAL
           ADD EMP-QTR-GROSS      TO QTR-MED-WAGE-TOTAL
           ADD EMP-QTR-FUTA-WAGES TO QTR-FUTA-WAGE-TOTAL
           ADD EMP-QTR-SUTA-WAGES TO QTR-SUTA-WAGE-TOTAL.

       420-CLEAR-EMPLOYEE-RTN.
           MOVE SPACES TO EMP-WORK-STATE
           MOVE ZERO TO EMP-PRIOR-GROSS
           MOVE ZERO TO EMP-QTR-GROSS
           MOVE ZERO TO EMP-QTR-TAXABLE
           MOVE ZERO TO EMP-QTR-FIT
           MOVE ZERO TO EMP-QTR-SIT
           MOVE ZERO TO EMP-QTR-SS-WAGES
           MOVE ZERO TO EMP-QTR-FUTA-WAGES
           MOVE ZERO TO EMP-QTR-SUTA-WAGES
           MOVE ZERO TO EMP-YR-GROSS
           MOVE ZERO TO EMP-YR-TAXABLE
           MOVE ZERO TO EMP-YR-FIT
           MOVE ZERO TO EMP-YR-SIT
           MOVE ZERO TO EMP-YR-RT
           MOVE ZERO TO EMP-YR-SS-WAGES.

       430-FIGURE-WAGE-LIMIT-RTN.
           IF LIMIT-PRIOR NOT < LIMIT-BASE
               MOVE ZERO TO LIMIT-TAXABLE
           ELSE
               SUBTRACT LIMIT-PRIOR FROM LIMIT-BASE GIVING LIMIT-ROOM
               IF LIMIT-CURRENT > LIMIT-ROOM
                   MOVE LIMIT-ROOM TO LIMIT-TAXABLE
               ELSE
                   MOVE LIMIT-CURRENT TO LIMIT-TAXABLE
               END-IF
           END-IF.

       500-WRITE-QTR-SUMMARY-RTN.
           MOVE QTR-GROSS-TOTAL     TO QTT-GROSS-OUT
           MOVE QTR-TAXABLE-TOTAL   TO QTT-TAXABLE-OUT
           MOVE QTR-FIT-TOTAL       TO QTT-FIT-OUT
           MOVE QTR-SIT-TOTAL       TO QTT-SIT-OUT
           MOVE QTR-SS-WAGE-TOTAL   TO QTT-SS-OUT
           MOVE QTR-MED-WAGE-TOTAL  TO QTT-MED-OUT
           MOVE QTR-FUTA-WAGE-TOTAL TO QTT-FUTA-OUT
           MOVE QTR-SUTA-WAGE-TOTAL TO QTT-SUTA-OUT
           MOVE QTR-TOTAL-LINE TO OUT-QTR-REC
           WRITE OUT-QTR-REC
           MOVE SPACES TO OUT-QTR-REC
           WRITE OUT-QTR-REC
           MULTIPLY QTR-SS-WAGE-TOTAL BY SS-RATE
               GIVING QTR-SS-TAX ROUNDED
           MULTIPLY QTR-MED-WAGE-TOTAL BY MEDICARE-RATE
               GIVING QTR-MED-TAX ROUNDED
           MULTIPLY QTR-FUTA-WAGE-TOTAL BY FUTA-RATE
               GIVING QTR-FUTA-TAX ROUNDED
           MULTIPLY QTR-SUTA-WAGE-TOTAL BY SUTA-RATE
               GIVING QTR-SUTA-TAX ROUNDED
           ADD QTR-SS-TAX QTR-MED-TAX QTR-FUTA-TAX QTR-SUTA-TAX
               GIVING QTR-EMPLOYER-TAX
           MOVE 'EMPLOYEES PAID IN QUARTER' TO QTC-LABEL
           MOVE QTR-EMPLOYEE-COUNT TO QTC-COUNT-OUT
           PERFORM 520-WRITE-COUNT-LINE-RTN
           MOVE 'TOTAL WAGES PAID' TO QTS-LABEL
           MOVE QTR-GROSS-TOTAL TO QTS-AMOUNT-OUT
           PERFORM 510-WRITE-SUMMARY-LINE-RTN
           MOVE 'FEDERAL TAXABLE WAGES' TO QTS-LABEL
           MOVE QTR-TAXABLE-TOTAL TO QTS-AMOUNT-OUT
           PERFORM 510-WRITE-SUMMARY-LINE-RTN
           MOVE 'FEDERAL INCOME TAX WITHHELD' TO QTS-LABEL
           MOVE QTR-FIT-TOTAL TO QTS-AMOUNT-OUT
           PERFORM 510-WRITE-SUMMARY-LINE-RTN
           MOVE 'STATE INCOME TAX WITHHELD' TO QTS-LABEL
           MOVE QTR-SIT-TOTAL TO QTS-AMOUNT-OUT
           PERFORM 510-WRITE-SUMMARY-LINE-RTN
           MOVE 'SOCIAL SECURITY WAGES' TO QTS-LABEL
           MOVE QTR-SS-WAGE-TOTAL TO QTS-AMOUNT-OUT
           PERFORM 510-WRITE-SUMMARY-LINE-RTN
           MOVE 'EMPLOYER SOCIAL SECURITY TAX' TO QTS-LABEL
           MOVE QTR-SS-TAX TO QTS-AMOUNT-OUT
           PERFORM 510-WRITE-SUMMARY-LINE-RTN
           MOVE 'MEDICARE WAGES' TO QTS-LABEL
           MOVE QTR-MED-WAGE-TOTAL TO QTS-AMOUNT-OUT
           PERFORM 510-WRITE-SUMMARY-LINE-RTN
           MOVE 'EMPLOYER MEDICARE TAX' TO QTS-LABEL
           MOVE QTR-MED-TAX TO QTS-AMOUNT-OUT
           PERFORM 510-WRITE-SUMMARY-LINE-RTN
           MOVE 'FUTA TAXABLE WAGES' TO QTS-LABEL
           MOVE QTR-FUTA-WAGE-TOTAL TO QTS-AMOUNT-OUT
           PERFORM 510-WRITE-SUMMARY-LINE-RTN
           MOVE 'FUTA LIABILITY' TO QTS-LABEL
           MOVE QTR-FUTA-TAX TO QTS-AMOUNT-OUT
           PERFORM 510-WRITE-SUMMARY-LINE-RTN
           MOVE 'STATE UNEMPLOYMENT WAGES' TO QTS-LABEL
           MOVE QTR-SUTA-WAGE-TOTAL TO QTS-AMOUNT-OUT
           PERFORM 510-WRITE-SUMMARY-LINE-RTN
           MOVE 'STATE UNEMPLOYMENT LIABILITY' TO QTS-LABEL
           MOVE QTR-SUTA-TAX TO QTS-AMOUNT-OUT
           PERFORM 510-WRITE-SUMMARY-LINE-RTN
           MOVE 'TOTAL EMPLOYER TAX LIABILITY' TO QTS-LABEL
           MOVE QTR-EMPLOYER-TAX TO QTS-AMOUNT-OUT
           PERFORM 510-WRITE-SUMMARY-LINE-RTN
           MOVE SPACES TO OUT-QTR-REC
           WRITE OUT-QTR-REC
           MOVE 'HISTORY RECORDS READ' TO QTC-LABEL
           MOVE HISTORY-READ-COUNT TO QTC-COUNT-OUT
           PERFORM 520-WRITE-COUNT-LINE-RTN
           MOVE 'HISTORY RECORDS IN YEAR TO DATE' TO QTC-LABEL
           MOVE HISTORY-USED-COUNT TO QTC-COUNT-OUT
           PERFORM 520-WRITE-COUNT-LINE-RTN
           MOVE 'HISTORY RECORDS REJECTED' TO QTC-LABEL
           MOVE HISTORY-REJECT-COUNT TO QTC-COUNT-OUT
           PERFORM 520-WRITE-COUNT-LINE-RTN
           MOVE 'CONTROL CARD ENTRIES REJECTED' TO QTC-LABEL
           MOVE CARD-REJECT-COUNT TO QTC-COUNT-OUT
           PERFORM 520-WRITE-COUNT-LINE-RTN
           IF YEAR-END-SW = 'YES'
               MOVE 'W-2 STATEMENTS PRINTED' TO QTC-LABEL
               MOVE W2-WRITTEN-COUNT TO QTC-COUNT-OUT
               PERFORM 520-WRITE-COUNT-LINE-RTN
               MOVE 'STATE WAGE RECORDS WRITTEN' TO QTC-LABEL
               MOVE STATE-REC-COUNT TO QTC-COUNT-OUT
               PERFORM 520-WRITE-COUNT-LINE-RTN
           END-IF
           IF HISTORY-REJECT-COUNT > ZERO OR
              CARD-REJECT-COUNT > ZERO
               MOVE 4 TO RUN-RETURN-CODE
           ELSE
               MOVE ZERO TO RUN-RETURN-CODE
           END-IF.

       510-WRITE-SUMMARY-LINE-RTN.
           MOVE QTR-SUMMARY-LINE TO OUT-QTR-REC
           WRITE OUT-QTR-REC.

       520-WRITE-COUNT-LINE-RTN.
           MOVE QTR-COUNT-LINE TO OUT-QTR-REC
           WRITE OUT-QTR-REC.

       650-WRITE-STATE-TOTAL-RTN.
           MOVE STATE-REC-COUNT TO STW-T-EMPLOYEE-COUNT
           MOVE STW-WAGE-TOTAL  TO STW-T-STATE-WAGES
           MOVE STW-TAX-TOTAL   TO STW-T-STATE-TAX
           MOVE STW-TOTAL-REC TO OUT-STATE-WAGE-REC
           WRITE OUT-STATE-WAGE-REC.

       700-WRITE-W2-RTN.
           MOVE ZERO TO W2-LINE-COUNT
           PERFORM 705-W2-BLANK-RTN
           MOVE W2-TITLE-LINE TO OUT-W2-REC
           WRITE OUT-W2-REC
           ADD 1 TO W2-LINE-COUNT
           MOVE W2-EMPLOYER-LINE TO OUT-W2-REC
           WRITE OUT-W2-REC
           ADD 1 TO W2-LINE-COUNT
           PERFORM 705-W2-BLANK-RTN
           MOVE EMP-EMPLOYEE-NUM  TO W2-EMP-NUM
           MOVE EMP-EMPLOYEE-NAME TO W2-EMP-NAME
           MOVE W2-EMPLOYEE-LINE TO OUT-W2-REC
           WRITE OUT-W2-REC
           ADD 1 TO W2-LINE-COUNT
           IF MAIL-MASTER-PRESENT-SW = 'YES'
               MOVE EMP-EMPLOYEE-NUM TO MMS-EMPLOYEE-NUM
               READ MAIL-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MMS-STREET-ADDRESS TO W2-ADDR-TEXT
                       PERFORM 706-WRITE-W2-ADDR-RTN
                       PERFORM 708-BUILD-CSZ-RTN
                       MOVE MAIL-CSZ-LINE TO W2-ADDR-TEXT
                       PERFORM 706-WRITE-W2-ADDR-RTN
               END-READ
           END-IF
           PERFORM 705-W2-BLANK-RTN
           MOVE ZERO            TO LIMIT-PRIOR
           MOVE EMP-YR-GROSS    TO LIMIT-CURRENT
           MOVE SS-WAGE-BASE    TO LIMIT-BASE
           PERFORM 430-FIGURE-WAGE-LIMIT-RTN
           MOVE LIMIT-TAXABLE   TO EMP-YR-SS-WAGES
           MOVE '1  WAGES, TIPS, OTHER COMP' TO W2-LABEL
           MOVE EMP-YR-TAXABLE  TO W2-AMOUNT-OUT
           PERFORM 707-WRITE-W2-AMOUNT-RTN
           MOVE '2  FEDERAL INCOME TAX WITHHELD' TO W2-LABEL
           MOVE EMP-YR-FIT      TO W2-AMOUNT-OUT
           PERFORM 707-WRITE-W2-AMOUNT-RTN
           MOVE '3  SOCIAL SECURITY WAGES' TO W2-LABEL
           MOVE EMP-YR-SS-WAGES TO W2-AMOUNT-OUT
           PERFORM 707-WRITE-W2-AMOUNT-RTN
           MOVE '5  MEDICARE WAGES AND TIPS' TO W2-LABEL
           MOVE EMP-YR-GROSS    TO W2-AMOUNT-OUT
           PERFORM 707-WRITE-W2-AMOUNT-RTN
           IF EMP-YR-RT > ZERO
               MOVE '12 CODE D ELECTIVE DEFERRALS' TO W2-LABEL
               MOVE EMP-YR-RT   TO W2-AMOUNT-OUT
               PERFORM 707-WRITE-W2-AMOUNT-RTN
           END-IF
           MOVE EMP-WORK-STATE  TO W2-STATE-OUT
           MOVE W2-STATE-LINE TO OUT-W2-REC
           WRITE OUT-W2-REC
           ADD 1 TO W2-LINE-COUNT
           MOVE '16 STATE WAGES, TIPS, ETC' TO W2-LABEL
           MOVE EMP-YR-TAXABLE  TO W2-AMOUNT-OUT
           PERFORM 707-WRITE-W2-AMOUNT-RTN
           MOVE '17 STATE INCOME TAX' TO W2-LABEL
           MOVE EMP-YR-SIT      TO W2-AMOUNT-OUT
           PERFORM 707-WRITE-W2-AMOUNT-RTN
           PERFORM 705-W2-BLANK-RTN
               UNTIL W2-LINE-COUNT >= W2-PAGE-LINES
           ADD 1 TO W2-WRITTEN-COUNT.

       705-W2-BLANK-RTN.
           MOVE SPACES TO OUT-W2-REC
           WRITE OUT-W2-REC
           ADD 1 TO W2-LINE-COUNT.

       706-WRITE-W2-ADDR-RTN.
           MOVE W2-ADDRESS-LINE TO OUT-W2-REC
           WRITE OUT-W2-REC
           ADD 1 TO W2-LINE-COUNT.

       707-WRITE-W2-AMOUNT-RTN.
           MOVE W2-DETAIL-LINE TO OUT-W2-REC
           WRITE OUT-W2-REC
           ADD 1 TO W2-LINE-COUNT.

       708-BUILD-CSZ-RTN.
           MOVE SPACES TO MAIL-CSZ-LINE
           STRING FUNCTION TRIM(MMS-CITY)
                  ', ' MMS-STATE
                  ' ' MMS-ZIP
                  DELIMITED BY SIZE
                  INTO MAIL-CSZ-LINE
           END-STRING.

       750-WRITE-STATE-WAGE-RTN.
           IF EMPLOYER-STATE = SPACES OR
              EMP-WORK-STATE = EMPLOYER-STATE
               MOVE EMP-EMPLOYEE-NUM  TO STW-S-EMPLOYEE-NUM
               MOVE EMP-EMPLOYEE-NAME TO STW-S-EMPLOYEE-NAME
               MOVE EMP-WORK-STATE    TO STW-S-STATE
               MOVE EMP-YR-GROSS      TO STW-S-GROSS-WAGES
               MOVE EMP-YR-TAXABLE    TO STW-S-STATE-WAGES
               MOVE EMP-YR-SIT        TO STW-S-STATE-TAX
               MOVE STW-EMPLOYEE-REC TO OUT-STATE-WAGE-REC
               WRITE OUT-STATE-WAGE-REC
               ADD EMP-YR-TAXABLE TO STW-WAGE-TOTAL
               ADD EMP-YR-SIT     TO STW-TAX-TOTAL
               ADD 1 TO STATE-REC-COUNT
           END-IF.
