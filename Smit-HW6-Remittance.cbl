       IDENTIFICATION DIVISION.
       PROGRAM-ID. Remittance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CONTROL-CARD-FILE
           ASSIGN TO
           'Smit-HW6-RemitControl.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROL-CARD-FILE.
       SELECT IN-REMIT-FILE
           ASSIGN TO DYNAMIC REMIT-IN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-IN-REMIT-FILE.
       SELECT IN-PAYEE-FILE
           ASSIGN TO DYNAMIC PAYEE-IN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-IN-PAYEE-FILE.
       SELECT SORT-REMIT-FILE
           ASSIGN TO
           'Smit-HW6-RemitSort.wrk'.
       SELECT OUT-PAYEE-RPT-FILE
           ASSIGN TO DYNAMIC PAYEE-RPT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OUT-PAYEE-RPT-FILE.
       SELECT OUT-RETIRE-FILE
           ASSIGN TO DYNAMIC RETIRE-OUT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OUT-RETIRE-FILE.
       SELECT OUT-VOUCHER-FILE
           ASSIGN TO DYNAMIC VOUCHER-OUT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OUT-VOUCHER-FILE.
       SELECT OUT-SUMMARY-FILE
           ASSIGN TO DYNAMIC REMIT-SUMMARY-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OUT-SUMMARY-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD CONTROL-CARD-FILE.
       01 CONTROL-CARD-REC         PIC X(80).

       FD IN-REMIT-FILE.
       01 IN-REMIT-REC.
           05 RMX-REC-TYPE         PIC X(1).
           05 FILLER1              PIC X(79).
       01 IN-REMIT-HEADER.
           05 RMH-REC-TYPE         PIC X(1).
           05 RMH-PAY-DATE         PIC 9(8).
           05 RMH-RUN-DATE         PIC X(10).
           05 RMH-RUN-TIME         PIC X(8).
           05 RMH-RUN-MODE         PIC X(11).
           05 FILLER2              PIC X(42).
       01 IN-REMIT-DETAIL.
           05 RMD-REC-TYPE         PIC X(1).
           05 RMD-EMPLOYEE-NUM     PIC X(5).
           05 RMD-EMPLOYEE-NAME    PIC X(20).
           05 RMD-TYPE-CODE        PIC X(2).
           05 RMD-GARNISH-SW       PIC X(1).
           05 RMD-AMOUNT           PIC 9(5)V99.
           05 RMD-PAY-DATE         PIC 9(8).
           05 FILLER3              PIC X(36).
       01 IN-REMIT-TOTAL.
           05 RMT-REC-TYPE         PIC X(1).
           05 RMT-TYPE-CODE        PIC X(2).
           05 RMT-AMOUNT           PIC 9(9)V99.
           05 FILLER4              PIC X(66).

       FD IN-PAYEE-FILE.
       01 IN-PAYEE-REC.
           05 IN-PAY-TYPE-CODE     PIC X(2).
           05 IN-PAY-EMPLOYEE-NUM  PIC X(5).
           05 IN-PAY-PAYEE-ID      PIC X(6).
           05 IN-PAY-PAYEE-NAME    PIC X(30).
           05 IN-PAY-VENDOR-NUM    PIC X(10).
           05 IN-PAY-REFERENCE     PIC X(20).
           05 IN-PAY-ACTIVE        PIC X(1).

       SD SORT-REMIT-FILE.
       01 SORT-REMIT-REC.
           05 SRM-PAYEE-ID         PIC X(6).
           05 SRM-EMPLOYEE-NUM     PIC X(5).
           05 SRM-TYPE-CODE        PIC X(2).
           05 SRM-EMPLOYEE-NAME    PIC X(20).
           05 SRM-PAYEE-NAME       PIC X(30).
           05 SRM-VENDOR-NUM       PIC X(10).
           05 SRM-REFERENCE        PIC X(20).
           05 SRM-AMOUNT           PIC 9(5)V99.
           05 SRM-MAP-FLAG         PIC X(1).

       FD OUT-PAYEE-RPT-FILE.
       01 OUT-PAYEE-RPT-REC        PIC X(132).

       FD OUT-RETIRE-FILE.
       01 OUT-RETIRE-REC           PIC X(80).

       FD OUT-VOUCHER-FILE.
       01 OUT-VOUCHER-REC          PIC X(80).

       FD OUT-SUMMARY-FILE.
       01 OUT-SUMMARY-REC          PIC X(132).

       WORKING-STORAGE SECTION.
       01 ARE-THERE-MORE-RECORDS   PIC X(3)  VALUE 'YES'.
       01 NO-MORE-SORTED-RECS      PIC X(3)  VALUE 'NO '.
       01 FILE-STATUS-FIELDS.
           05 FS-CONTROL-CARD-FILE    PIC X(2) VALUE '00'.
           05 FS-IN-REMIT-FILE        PIC X(2) VALUE '00'.
           05 FS-IN-PAYEE-FILE        PIC X(2) VALUE '00'.
           05 FS-OUT-PAYEE-RPT-FILE   PIC X(2) VALUE '00'.
           05 FS-OUT-RETIRE-FILE      PIC X(2) VALUE '00'.
           05 FS-OUT-VOUCHER-FILE     PIC X(2) VALUE '00'.
           05 FS-OUT-SUMMARY-FILE     PIC X(2) VALUE '00'.
       01 CHECK-STATUS             PIC X(2)  VALUE '00'.
       01 CHECK-FILE-NAME          PIC X(30) VALUE SPACES.
       01 FILE-NAME-FIELDS.
           05 REMIT-IN-NAME        PIC X(100) VALUE
           '\\client\E$\COBOL\Homework6\Smit-HW6-DeductionRemit.txt'.
           05 PAYEE-IN-NAME        PIC X(100) VALUE
               '\\client\E$\COBOL\Homework6\Smit-HW6-RemitPayees.txt'.
           05 PAYEE-RPT-PREFIX-NAME PIC X(100) VALUE
               '\\client\E$\COBOL\Homework6\Smit-HW6-Remit-'.
           05 PAYEE-RPT-FILE-NAME  PIC X(100) VALUE SPACES.
           05 RETIRE-OUT-NAME      PIC X(100) VALUE
           '\\client\E$\COBOL\Homework6\Smit-HW6-RetireContrib.txt'.
           05 VOUCHER-OUT-NAME     PIC X(100) VALUE
               '\\client\E$\COBOL\Homework6\Smit-HW6-APVouchers.txt'.
           05 REMIT-SUMMARY-NAME   PIC X(100) VALUE
           '\\client\E$\COBOL\Homework6\Smit-HW6-RemitSummary.txt'.
       01 CONTROL-CARD-FIELDS.
           05 CARD-KEYWORD         PIC X(20)  VALUE SPACES.
           05 CARD-VALUE           PIC X(100) VALUE SPACES.
           05 CONTROL-CARD-PRESENT-SW PIC X(3) VALUE 'NO '.
           05 EMPLOYER-NAME        PIC X(30)  VALUE SPACES.
       01 EXTRACT-CONTROL-FIELDS.
           05 EXTRACT-HEADER-SW    PIC X(3)  VALUE 'NO '.
           05 EXTRACT-TOTAL-COUNT  PIC 9(2)  VALUE ZERO.
           05 EXTRACT-RECORD-COUNT PIC 9(7)  VALUE ZERO.
           05 REFUSE-REASON        PIC X(50) VALUE SPACES.
           05 EXTRACT-RUN-DATE     PIC X(10) VALUE SPACES.
           05 EXTRACT-RUN-TIME     PIC X(8)  VALUE SPACES.
           05 EXTRACT-RUN-MODE     PIC X(11) VALUE SPACES.
           05 EXTRACT-PAY-DATE     PIC 9(8)  VALUE ZERO.
           05 EXTRACT-PAY-DATE-X REDEFINES EXTRACT-PAY-DATE.
               10 PAY-DATE-YEAR    PIC 9(4).
               10 PAY-DATE-MONTH   PIC 9(2).
               10 PAY-DATE-DAY     PIC 9(2).
       01 PAY-DATE-OUT.
           05 PAY-MONTH-OUT        PIC 9(2).
           05 PAY-SLASH-ONE-OUT    PIC X     VALUE '\'.
           05 PAY-DAY-OUT          PIC 9(2).
           05 PAY-SLASH-TWO-OUT    PIC X     VALUE '\'.
           05 PAY-YEAR-OUT         PIC 9(4).
       01 PAYEE-TABLE-FIELDS.
           05 PAYEE-SUB            PIC 9(3)  VALUE ZERO.
           05 PAYEE-COUNT          PIC 9(3)  VALUE ZERO.
           05 PAYEE-FOUND-SUB      PIC 9(3)  VALUE ZERO.
           05 LOOKUP-TYPE-CODE     PIC X(2)  VALUE SPACES.
           05 LOOKUP-EMPLOYEE-NUM  PIC X(5)  VALUE SPACES.
           05 RETIRE-PLAN-NUM      PIC X(20) VALUE SPACES.
       01 PAYEE-TABLE.
           05 PAYEE-ENTRY          OCCURS 200 TIMES.
               10 PYT-TYPE-CODE    PIC X(2).
               10 PYT-EMPLOYEE-NUM PIC X(5).
               10 PYT-PAYEE-ID     PIC X(6).
               10 PYT-PAYEE-NAME   PIC X(30).
               10 PYT-VENDOR-NUM   PIC X(10).
               10 PYT-REFERENCE    PIC X(20).
       01 BAD-PAYEE-FIELDS.
           05 BAD-PAYEE-SUB        PIC 9(2)  VALUE ZERO.
           05 BAD-PAYEE-HELD       PIC 9(2)  VALUE ZERO.
       01 BAD-PAYEE-TABLE.
           05 BAD-PAYEE-IMAGE      PIC X(74) OCCURS 50 TIMES.
       01 TIE-OUT-FIELDS.
           05 TIE-SUB              PIC 9(1)  VALUE ZERO.
           05 TIE-LOOKUP-CODE      PIC X(2)  VALUE SPACES.
           05 TIE-DIFFERENCE       PIC 9(9)V99 VALUE ZERO.
           05 TIE-OUT-OF-BALANCE-SW PIC X(3) VALUE 'NO '.
       01 TIE-OUT-TABLE.
           05 TIE-ENTRY            OCCURS 4 TIMES.
               10 TIE-CODE         PIC X(2).
               10 TIE-NAME         PIC X(12).
               10 TIE-TOTAL-FOUND-SW PIC X(3).
               10 TIE-REGISTER-AMT PIC 9(9)V99.
               10 TIE-REMIT-AMT    PIC 9(9)V99.
               10 TIE-UNMAPPED-AMT PIC 9(9)V99.
       01 PAYEE-BREAK-FIELDS.
           05 FIRST-RECORD-SWITCH  PIC X(3)  VALUE 'YES'.
           05 PAYEE-HEADER-SW      PIC X(3)  VALUE 'NO '.
           05 UNMAPPED-HEADER-SW   PIC X(3)  VALUE 'NO '.
           05 PREV-PAYEE-ID        PIC X(6)  VALUE SPACES.
           05 PREV-PAYEE-NAME      PIC X(30) VALUE SPACES.
           05 PREV-VENDOR-NUM      PIC X(10) VALUE SPACES.
           05 PREV-REFERENCE       PIC X(20) VALUE SPACES.
           05 MIXED-REFERENCE-SW   PIC X(3)  VALUE 'NO '.
           05 PAYEE-ITEM-COUNT     PIC 9(5)  VALUE ZERO.
           05 PAYEE-AMOUNT         PIC 9(9)V99 VALUE ZERO.
       01 INVOICE-NUM.
           05 INV-PREFIX           PIC X(2)  VALUE 'PR'.
           05 INV-PAY-DATE         PIC 9(8)  VALUE ZERO.
           05 INV-PAYEE-ID         PIC X(6)  VALUE SPACES.
       01 RUN-CONTROL-COUNTS.
           05 REMIT-READ-COUNT     PIC 9(7)  VALUE ZERO.
           05 REMIT-REJECT-COUNT   PIC 9(7)  VALUE ZERO.
           05 REMIT-MAPPED-COUNT   PIC 9(7)  VALUE ZERO.
           05 REMIT-UNMAPPED-COUNT PIC 9(7)  VALUE ZERO.
           05 NO-ORDER-COUNT       PIC 9(7)  VALUE ZERO.
           05 PAYEE-READ-COUNT     PIC 9(7)  VALUE ZERO.
           05 PAYEE-REJECT-COUNT   PIC 9(7)  VALUE ZERO.
           05 REGISTER-COUNT       PIC 9(7)  VALUE ZERO.
           05 VOUCHER-COUNT        PIC 9(6)  VALUE ZERO.
           05 VOUCHER-TOTAL        PIC 9(11)V99 VALUE ZERO.
           05 RETIRE-COUNT         PIC 9(7)  VALUE ZERO.
           05 RETIRE-TOTAL         PIC 9(9)V99 VALUE ZERO.
           05 UNMAPPED-TOTAL       PIC 9(9)V99 VALUE ZERO.
       01 RUN-RETURN-CODE          PIC 9(2)  VALUE ZERO.
       01 WORKING-SUMMARY-HEADER.
           05 FILLER5              PIC X(24) VALUE SPACES.
           05 SUMMARY-TITLE        PIC X(28) VALUE
               'DEDUCTION REMITTANCE SUMMARY'.
           05 FILLER6              PIC X(18) VALUE SPACES.
           05 DATE-OUT-1           PIC X(10).
           05 FILLER7              PIC X(52) VALUE SPACES.
       01 WORKING-CYCLE-LINE.
           05 FILLER8              PIC X(10) VALUE 'PAY DATE  '.
           05 CYC-PAY-DATE         PIC X(10).
           05 FILLER9              PIC X(12) VALUE '   PAY RUN  '.
           05 CYC-RUN-DATE         PIC X(10).
           05 FILLER10             PIC X(2)  VALUE SPACES.
           05 CYC-RUN-TIME         PIC X(8).
           05 FILLER11             PIC X(7)  VALUE '  MODE '.
           05 CYC-RUN-MODE         PIC X(11).
           05 FILLER12             PIC X(62) VALUE SPACES.
       01 WORKING-SECTION-LINE.
           05 SECTION-TITLE        PIC X(50) VALUE SPACES.
           05 FILLER13             PIC X(82) VALUE SPACES.
       01 WORKING-PAYEE-HEADER.
           05 FILLER14             PIC X(8)  VALUE 'PAYEE'.
           05 FILLER15             PIC X(32) VALUE 'PAYEE NAME'.
           05 FILLER16             PIC X(12) VALUE 'VENDOR'.
           05 FILLER17             PIC X(8)  VALUE '   ITEMS'.
           05 FILLER18             PIC X(16) VALUE '          AMOUNT'.
           05 FILLER19             PIC X(2)  VALUE SPACES.
           05 FILLER20             PIC X(16) VALUE 'INVOICE'.
           05 FILLER21             PIC X(38) VALUE SPACES.
       01 WORKING-PAYEE-LINE.
           05 PYL-PAYEE-ID         PIC X(6).
           05 PYL-SPACES-ONE       PIC X(2)  VALUE SPACES.
           05 PYL-PAYEE-NAME       PIC X(30).
           05 PYL-SPACES-TWO       PIC X(2)  VALUE SPACES.
           05 PYL-VENDOR-NUM       PIC X(10).
           05 PYL-SPACES-THREE     PIC X(2)  VALUE SPACES.
           05 PYL-ITEM-COUNT-OUT   PIC ZZ,ZZ9.
           05 PYL-SPACES-FOUR      PIC X(2)  VALUE SPACES.
           05 PYL-AMOUNT-OUT       PIC ZZZ,ZZZ,ZZ9.99.
           05 PYL-SPACES-FIVE      PIC X(4)  VALUE SPACES.
           05 PYL-INVOICE-OUT      PIC X(16).
           05 PYL-FILLER           PIC X(38) VALUE SPACES.
       01 WORKING-UNMAPPED-LINE.
           05 UNL-EMPLOYEE-NUM     PIC X(5).
           05 UNL-SPACES-ONE       PIC X(2)  VALUE SPACES.
           05 UNL-EMPLOYEE-NAME    PIC X(20).
           05 UNL-SPACES-TWO       PIC X(2)  VALUE SPACES.
           05 UNL-TYPE-CODE        PIC X(2).
           05 UNL-SPACES-THREE     PIC X(2)  VALUE SPACES.
           05 UNL-AMOUNT-OUT       PIC ZZ,ZZ9.99.
           05 UNL-SPACES-FOUR      PIC X(2)  VALUE SPACES.
           05 UNL-REASON-OUT       PIC X(30) VALUE SPACES.
           05 UNL-FILLER           PIC X(58) VALUE SPACES.
       01 WORKING-BAD-PAYEE-LINE.
           05 BPL-LABEL            PIC X(22) VALUE
               'INVALID PAYEE RECORD: '.
           05 BPL-RECORD-OUT       PIC X(74).
           05 FILLER22             PIC X(36) VALUE SPACES.
       01 WORKING-TIE-HEADER.
           05 FILLER23             PIC X(14) VALUE 'TYPE'.
           05 FILLER24             PIC X(16) VALUE '  DEDUCTION REG'.
           05 FILLER25             PIC X(16) VALUE '        REMITTED'.
           05 FILLER26             PIC X(16) VALUE '    NOT REMITTED'.
           05 FILLER27             PIC X(16) VALUE '      DIFFERENCE'.
           05 FILLER28             PIC X(2)  VALUE SPACES.
           05 FILLER29             PIC X(52) VALUE 'STATUS'.
       01 WORKING-TIE-LINE.
           05 TIL-TYPE-NAME        PIC X(12).
           05 TIL-SPACES-ONE       PIC X(2)  VALUE SPACES.
           05 TIL-REGISTER-OUT     PIC ZZZ,ZZZ,ZZ9.99.
           05 TIL-SPACES-TWO       PIC X(2)  VALUE SPACES.
           05 TIL-REMIT-OUT        PIC ZZZ,ZZZ,ZZ9.99.
           05 TIL-SPACES-THREE     PIC X(2)  VALUE SPACES.
           05 TIL-UNMAPPED-OUT     PIC ZZZ,ZZZ,ZZ9.99.
           05 TIL-SPACES-FOUR      PIC X(2)  VALUE SPACES.
           05 TIL-DIFFERENCE-OUT   PIC ZZZ,ZZZ,ZZ9.99.
           05 TIL-SPACES-FIVE      PIC X(2)  VALUE SPACES.
           05 TIL-STATUS-OUT       PIC X(14).
           05 TIL-FILLER           PIC X(40) VALUE SPACES.
       01 SUMMARY-COUNT-LINE.
           05 FILLER30             PIC X(5)  VALUE SPACES.
           05 SCL-LABEL            PIC X(34) VALUE SPACES.
           05 SCL-COUNT-OUT        PIC ZZZ,ZZ9.
           05 FILLER31             PIC X(86) VALUE SPACES.
       01 SUMMARY-AMOUNT-LINE.
           05 FILLER32             PIC X(5)  VALUE SPACES.
           05 SAL-LABEL            PIC X(34) VALUE SPACES.
           05 SAL-AMOUNT-OUT       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER33             PIC X(79) VALUE SPACES.
       01 WORKING-REGISTER-HEADER.
           05 FILLER34             PIC X(24) VALUE SPACES.
           05 REGISTER-TITLE       PIC X(29) VALUE
               'DEDUCTION REMITTANCE REGISTER'.
           05 FILLER35             PIC X(17) VALUE SPACES.
           05 DATE-OUT-2           PIC X(10).
           05 FILLER36             PIC X(52) VALUE SPACES.
       01 WORKING-REGISTER-PAYEE.
           05 FILLER37             PIC X(7)  VALUE 'PAYEE  '.
           05 RGP-PAYEE-ID         PIC X(6).
           05 FILLER38             PIC X(2)  VALUE SPACES.
           05 RGP-PAYEE-NAME       PIC X(30).
           05 FILLER39             PIC X(10) VALUE '  VENDOR  '.
           05 RGP-VENDOR-NUM       PIC X(10).
           05 FILLER40             PIC X(12) VALUE '  PAY DATE  '.
           05 RGP-PAY-DATE         PIC X(10).
           05 FILLER41             PIC X(45) VALUE SPACES.
       01 WORKING-REGISTER-COLUMNS.
           05 FILLER42             PIC X(7)  VALUE 'EMP NO'.
           05 FILLER43             PIC X(22) VALUE 'EMPLOYEE NAME'.
           05 FILLER44             PIC X(6)  VALUE 'TYPE'.
           05 FILLER45             PIC X(22) VALUE 'CASE/POLICY NUMBER'.
           05 FILLER46             PIC X(11) VALUE '     AMOUNT'.
           05 FILLER47             PIC X(64) VALUE SPACES.
       01 WORKING-REGISTER-REC.
           05 RGD-EMPLOYEE-NUM     PIC X(5).
           05 RGD-SPACES-ONE       PIC X(2)  VALUE SPACES.
           05 RGD-EMPLOYEE-NAME    PIC X(20).
           05 RGD-SPACES-TWO       PIC X(2)  VALUE SPACES.
           05 RGD-TYPE-CODE        PIC X(2).
           05 RGD-SPACES-THREE     PIC X(4)  VALUE SPACES.
           05 RGD-REFERENCE        PIC X(20).
           05 RGD-SPACES-FOUR      PIC X(2)  VALUE SPACES.
           05 RGD-AMOUNT-OUT       PIC ZZ,ZZ9.99.
           05 RGD-SPACES-FIVE      PIC X(4)  VALUE SPACES.
           05 RGD-NOTE-OUT         PIC X(20).
           05 RGD-FILLER           PIC X(42) VALUE SPACES.
       01 WORKING-REGISTER-TOTAL.
           05 FILLER48             PIC X(5)  VALUE SPACES.
           05 FILLER49             PIC X(12) VALUE 'PAYEE TOTAL '.
           05 RGT-ITEM-COUNT-OUT   PIC ZZ,ZZ9.
           05 FILLER50             PIC X(7)  VALUE ' ITEMS '.
           05 FILLER51             PIC X(22) VALUE SPACES.
           05 RGT-AMOUNT-OUT       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER52             PIC X(66) VALUE SPACES.
       01 WORKING-RETIRE-HEADER.
           05 RTH-REC-TYPE         PIC X(1)  VALUE '1'.
           05 RTH-PLAN-NUM         PIC X(20).
           05 RTH-PAY-DATE         PIC 9(8).
           05 RTH-EMPLOYER-NAME    PIC X(30).
           05 FILLER53             PIC X(21) VALUE SPACES.
       01 WORKING-RETIRE-DETAIL.
           05 RTD-REC-TYPE         PIC X(1)  VALUE '2'.
           05 RTD-PLAN-NUM         PIC X(20).
           05 RTD-EMPLOYEE-NUM     PIC X(5).
           05 RTD-EMPLOYEE-NAME    PIC X(20).
           05 RTD-SOURCE-CODE      PIC X(2)  VALUE 'EE'.
           05 RTD-AMOUNT           PIC 9(7)V99.
           05 RTD-PAY-DATE         PIC 9(8).
           05 FILLER54             PIC X(15) VALUE SPACES.
       01 WORKING-RETIRE-TRAILER.
           05 RTT-REC-TYPE         PIC X(1)  VALUE '9'.
           05 RTT-PLAN-NUM         PIC X(20).
           05 RTT-RECORD-COUNT     PIC 9(7).
           05 RTT-TOTAL-AMOUNT     PIC 9(9)V99.
           05 FILLER55             PIC X(41) VALUE SPACES.
       01 WORKING-VOUCHER-HEADER.
           05 VCH-REC-TYPE         PIC X(1)  VALUE 'H'.
           05 VCH-SOURCE           PIC X(8)  VALUE 'PAYROLL'.
           05 VCH-PAY-DATE         PIC 9(8).
           05 VCH-EMPLOYER-NAME    PIC X(30).
           05 FILLER56             PIC X(33) VALUE SPACES.
       01 WORKING-VOUCHER-DETAIL.
           05 VCD-REC-TYPE         PIC X(1)  VALUE 'V'.
           05 VCD-VENDOR-NUM       PIC X(10).
           05 VCD-PAYEE-ID         PIC X(6).
           05 VCD-INVOICE-NUM      PIC X(16).
           05 VCD-INVOICE-DATE     PIC 9(8).
           05 VCD-AMOUNT           PIC 9(9)V99.
           05 VCD-ITEM-COUNT       PIC 9(5).
           05 VCD-REFERENCE        PIC X(20).
           05 FILLER57             PIC X(3)  VALUE SPACES.
       01 WORKING-VOUCHER-TRAILER.
           05 VCT-REC-TYPE         PIC X(1)  VALUE 'T'.
           05 VCT-VOUCHER-COUNT    PIC 9(6).
           05 VCT-TOTAL-AMOUNT     PIC 9(11)V99.
           05 FILLER58             PIC X(60) VALUE SPACES.
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
       PERFORM 160-INIT-TIE-OUT-RTN
       PERFORM 210-VERIFY-EXTRACT-RTN
       PERFORM 200-LOAD-PAYEES-RTN
       PERFORM 110-OPEN-FILES-RTN
       PERFORM 220-WRITE-HEADERS-RTN
       PERFORM 230-START-OUTPUT-FILES-RTN

       SORT SORT-REMIT-FILE
           ON ASCENDING KEY SRM-PAYEE-ID
                            SRM-EMPLOYEE-NUM
                            SRM-TYPE-CODE
           INPUT PROCEDURE IS 300-BUILD-REMIT-SORT-RTN
           OUTPUT PROCEDURE IS 400-PROCESS-PAYEES-RTN

       PERFORM 600-WRITE-TRAILERS-RTN
       PERFORM 700-TIE-OUT-RTN
       PERFORM 800-WRITE-COUNTS-RTN

       CLOSE OUT-RETIRE-FILE
             OUT-VOUCHER-FILE
             OUT-SUMMARY-FILE

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
           IF CARD-KEYWORD = 'REMIT-IN'
               MOVE CARD-VALUE TO REMIT-IN-NAME
           END-IF
           IF CARD-KEYWORD = 'PAYEE-IN'
               MOVE CARD-VALUE TO PAYEE-IN-NAME
           END-IF
           IF CARD-KEYWORD = 'REMIT-RPT-PREFIX'
               MOVE CARD-VALUE TO PAYEE-RPT-PREFIX-NAME
           END-IF
           IF CARD-KEYWORD = 'RETIRE-OUT'
               MOVE CARD-VALUE TO RETIRE-OUT-NAME
           END-IF
           IF CARD-KEYWORD = 'VOUCHER-OUT'
               MOVE CARD-VALUE TO VOUCHER-OUT-NAME
           END-IF
           IF CARD-KEYWORD = 'REMIT-SUMMARY-OUT'
               MOVE CARD-VALUE TO REMIT-SUMMARY-NAME
           END-IF
           IF CARD-KEYWORD = 'EMPLOYER-NAME'
               MOVE CARD-VALUE TO EMPLOYER-NAME
           END-IF.

       110-OPEN-FILES-RTN.
           OPEN OUTPUT OUT-SUMMARY-FILE
           MOVE FS-OUT-SUMMARY-FILE TO CHECK-STATUS
           MOVE 'OUT-SUMMARY-FILE'  TO CHECK-FILE-NAME
           PERFORM 905-CHECK-OPEN-STATUS-RTN
           OPEN OUTPUT OUT-RETIRE-FILE
           MOVE FS-OUT-RETIRE-FILE TO CHECK-STATUS
           MOVE 'OUT-RETIRE-FILE'  TO CHECK-FILE-NAME
           PERFORM 905-CHECK-OPEN-STATUS-RTN
           OPEN OUTPUT OUT-VOUCHER-FILE
           MOVE FS-OUT-VOUCHER-FILE TO CHECK-STATUS
           MOVE 'OUT-VOUCHER-FILE'  TO CHECK-FILE-NAME
           PERFORM 905-CHECK-OPEN-STATUS-RTN.

       150-SET-REPORT-DATE-RTN.
           MOVE FUNCTION CURRENT-DATE TO CURRENTDATE
           MOVE MONTH TO MONTH-OUT
           MOVE '\' TO SLASH-ONE-OUT
           MOVE TODAY TO TODAY-OUT
           MOVE '\' TO SLASH-TWO-OUT
           MOVE YEAR TO YEAR-OUT
           MOVE WORKING-DATE-OUT TO DATE-OUT-1
           MOVE WORKING-DATE-OUT TO DATE-OUT-2.

       160-INIT-TIE-OUT-RTN.
           MOVE 'TX'         TO TIE-CODE(1)
           MOVE 'TAX'        TO TIE-NAME(1)
           MOVE 'IN'         TO TIE-CODE(2)
           MOVE 'INSURANCE'  TO TIE-NAME(2)
           MOVE 'RT'         TO TIE-CODE(3)
           MOVE 'RETIREMENT' TO TIE-NAME(3)
           MOVE 'OT'         TO TIE-CODE(4)
           MOVE 'OTHER'      TO TIE-NAME(4)
           PERFORM 165-CLEAR-TIE-ENTRY-RTN
               VARYING TIE-SUB FROM 1 BY 1
               UNTIL TIE-SUB > 4.

       165-CLEAR-TIE-ENTRY-RTN.
           MOVE 'NO ' TO TIE-TOTAL-FOUND-SW(TIE-SUB)
           MOVE ZERO  TO TIE-REGISTER-AMT(TIE-SUB)
           MOVE ZERO  TO TIE-REMIT-AMT(TIE-SUB)
           MOVE ZERO  TO TIE-UNMAPPED-AMT(TIE-SUB).

       190-REFUSE-REMITTANCE-RTN.
           DISPLAY 'REMITTANCE REFUSED - ' REFUSE-REASON
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       200-LOAD-PAYEES-RTN.
           MOVE ZERO TO PAYEE-COUNT
           OPEN INPUT IN-PAYEE-FILE
           MOVE FS-IN-PAYEE-FILE TO CHECK-STATUS
           MOVE 'IN-PAYEE-FILE'  TO CHECK-FILE-NAME
           PERFORM 905-CHECK-OPEN-STATUS-RTN
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 205-PAYEE-READ-LOOP-RTN
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE IN-PAYEE-FILE.

       205-PAYEE-READ-LOOP-RTN.
           READ IN-PAYEE-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   ADD 1 TO PAYEE-READ-COUNT
                   IF IN-PAY-ACTIVE = 'N'
                       CONTINUE
                   ELSE
                       IF IN-PAY-TYPE-CODE = SPACES OR
                          IN-PAY-PAYEE-ID = SPACES OR
                          IN-PAY-VENDOR-NUM = SPACES OR
                          PAYEE-COUNT >= 200
                           PERFORM 207-HOLD-BAD-PAYEE-RTN
                       ELSE
                           PERFORM 206-STORE-PAYEE-RTN
                       END-IF
                   END-IF
           END-READ.

       206-STORE-PAYEE-RTN.
           ADD 1 TO PAYEE-COUNT
           MOVE PAYEE-COUNT TO PAYEE-SUB
           MOVE IN-PAY-TYPE-CODE    TO PYT-TYPE-CODE(PAYEE-SUB)
           MOVE IN-PAY-EMPLOYEE-NUM TO PYT-EMPLOYEE-NUM(PAYEE-SUB)
           MOVE IN-PAY-PAYEE-ID     TO PYT-PAYEE-ID(PAYEE-SUB)
           MOVE IN-PAY-PAYEE-NAME   TO PYT-PAYEE-NAME(PAYEE-SUB)
           MOVE IN-PAY-VENDOR-NUM   TO PYT-VENDOR-NUM(PAYEE-SUB)
           MOVE IN-PAY-REFERENCE    TO PYT-REFERENCE(PAYEE-SUB)
           IF IN-PAY-TYPE-CODE = 'RT' AND
              IN-PAY-EMPLOYEE-NUM = SPACES
               MOVE IN-PAY-REFERENCE TO RETIRE-PLAN-NUM
           END-IF.

       207-HOLD-BAD-PAYEE-RTN.
           IF BAD-PAYEE-HELD < 50
               ADD 1 TO BAD-PAYEE-HELD
               MOVE IN-PAYEE-REC TO BAD-PAYEE-IMAGE(BAD-PAYEE-HELD)
           END-IF
           ADD 1 TO PAYEE-REJECT-COUNT.

       208-WRITE-BAD-PAYEE-RTN.
           MOVE BAD-PAYEE-IMAGE(BAD-PAYEE-SUB) TO BPL-RECORD-OUT
           MOVE WORKING-BAD-PAYEE-LINE TO OUT-SUMMARY-REC
           WRITE OUT-SUMMARY-REC.

       210-VERIFY-EXTRACT-RTN.
           OPEN INPUT IN-REMIT-FILE
           IF FS-IN-REMIT-FILE = '35'
               MOVE 'NO DEDUCTION REMITTANCE FILE FROM PAYROLL'
                   TO REFUSE-REASON
               PERFORM 190-REFUSE-REMITTANCE-RTN
           END-IF
           MOVE FS-IN-REMIT-FILE TO CHECK-STATUS
           MOVE 'IN-REMIT-FILE'  TO CHECK-FILE-NAME
           PERFORM 905-CHECK-OPEN-STATUS-RTN
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 215-VERIFY-READ-LOOP-RTN
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE IN-REMIT-FILE
           IF EXTRACT-HEADER-SW = 'NO '
               MOVE 'DEDUCTION REMITTANCE FILE HAS NO HEADER'
                   TO REFUSE-REASON
               PERFORM 190-REFUSE-REMITTANCE-RTN
           END-IF
           IF EXTRACT-TOTAL-COUNT < 4
               MOVE 'DEDUCTION REMITTANCE FILE INCOMPLETE'
                   TO REFUSE-REASON
               PERFORM 190-REFUSE-REMITTANCE-RTN
           END-IF
           MOVE PAY-DATE-MONTH TO PAY-MONTH-OUT
           MOVE PAY-DATE-DAY   TO PAY-DAY-OUT
           MOVE PAY-DATE-YEAR  TO PAY-YEAR-OUT
           MOVE EXTRACT-PAY-DATE TO INV-PAY-DATE
           IF EXTRACT-RUN-MODE = 'OFF-CYCLE'
               MOVE 'OC' TO INV-PREFIX
           END-IF.

       215-VERIFY-READ-LOOP-RTN.
           READ IN-REMIT-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   ADD 1 TO EXTRACT-RECORD-COUNT
                   IF RMX-REC-TYPE = 'H' AND EXTRACT-RECORD-COUNT = 1
                       MOVE 'YES' TO EXTRACT-HEADER-SW
                       MOVE RMH-PAY-DATE TO EXTRACT-PAY-DATE
                       MOVE RMH-RUN-DATE TO EXTRACT-RUN-DATE
                       MOVE RMH-RUN-TIME TO EXTRACT-RUN-TIME
                       MOVE RMH-RUN-MODE TO EXTRACT-RUN-MODE
                   END-IF
                   IF RMX-REC-TYPE = 'T'
                       PERFORM 216-SAVE-REGISTER-TOTAL-RTN
                   END-IF
           END-READ.

       216-SAVE-REGISTER-TOTAL-RTN.
           MOVE RMT-TYPE-CODE TO TIE-LOOKUP-CODE
           PERFORM 250-FIND-TIE-BUCKET-RTN
           IF TIE-TOTAL-FOUND-SW(TIE-SUB) = 'NO '
               MOVE 'YES' TO TIE-TOTAL-FOUND-SW(TIE-SUB)
               ADD 1 TO EXTRACT-TOTAL-COUNT
           END-IF
           IF RMT-AMOUNT NUMERIC
               MOVE RMT-AMOUNT TO TIE-REGISTER-AMT(TIE-SUB)
           END-IF.

       220-WRITE-HEADERS-RTN.
           MOVE WORKING-SUMMARY-HEADER TO OUT-SUMMARY-REC
           WRITE OUT-SUMMARY-REC
           MOVE SPACES TO OUT-SUMMARY-REC
           WRITE OUT-SUMMARY-REC
           MOVE PAY-DATE-OUT     TO CYC-PAY-DATE
           MOVE EXTRACT-RUN-DATE TO CYC-RUN-DATE
           MOVE EXTRACT-RUN-TIME TO CYC-RUN-TIME
           MOVE EXTRACT-RUN-MODE TO CYC-RUN-MODE
           MOVE WORKING-CYCLE-LINE TO OUT-SUMMARY-REC
           WRITE OUT-SUMMARY-REC
           MOVE SPACES TO OUT-SUMMARY-REC
           WRITE OUT-SUMMARY-REC
           PERFORM 208-WRITE-BAD-PAYEE-RTN
               VARYING BAD-PAYEE-SUB FROM 1 BY 1
               UNTIL BAD-PAYEE-SUB > BAD-PAYEE-HELD
           IF PAYEE-REJECT-COUNT > BAD-PAYEE-HELD
               MOVE 'FURTHER INVALID PAYEE RECORDS NOT LISTED'
                   TO SECTION-TITLE
               MOVE WORKING-SECTION-LINE TO OUT-SUMMARY-REC
               WRITE OUT-SUMMARY-REC
           END-IF.

       230-START-OUTPUT-FILES-RTN.
           MOVE RETIRE-PLAN-NUM  TO RTH-PLAN-NUM
           MOVE RETIRE-PLAN-NUM  TO RTD-PLAN-NUM
           MOVE RETIRE-PLAN-NUM  TO RTT-PLAN-NUM
           MOVE EXTRACT-PAY-DATE TO RTH-PAY-DATE
           MOVE EXTRACT-PAY-DATE TO RTD-PAY-DATE
           MOVE EMPLOYER-NAME    TO RTH-EMPLOYER-NAME
           MOVE WORKING-RETIRE-HEADER TO OUT-RETIRE-REC
           WRITE OUT-RETIRE-REC
           MOVE EXTRACT-PAY-DATE TO VCH-PAY-DATE
           MOVE EMPLOYER-NAME    TO VCH-EMPLOYER-NAME
           MOVE WORKING-VOUCHER-HEADER TO OUT-VOUCHER-REC
           WRITE OUT-VOUCHER-REC.

       250-FIND-TIE-BUCKET-RTN.
           IF TIE-LOOKUP-CODE = 'TX'
               MOVE 1 TO TIE-SUB
           ELSE
               IF TIE-LOOKUP-CODE = 'IN'
                   MOVE 2 TO TIE-SUB
               ELSE
                   IF TIE-LOOKUP-CODE = 'RT'
                       MOVE 3 TO TIE-SUB
                   ELSE
                       MOVE 4 TO TIE-SUB
                   END-IF
               END-IF
           END-IF.

       300-BUILD-REMIT-SORT-RTN.
           OPEN INPUT IN-REMIT-FILE
           MOVE FS-IN-REMIT-FILE TO CHECK-STATUS
           MOVE 'IN-REMIT-FILE'  TO CHECK-FILE-NAME
           PERFORM 905-CHECK-OPEN-STATUS-RTN
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 305-EXTRACT-READ-LOOP-RTN
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE IN-REMIT-FILE.

       305-EXTRACT-READ-LOOP-RTN.
           READ IN-REMIT-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF RMX-REC-TYPE = 'D'
                       ADD 1 TO REMIT-READ-COUNT
                       IF RMD-AMOUNT NUMERIC AND
                          RMD-EMPLOYEE-NUM NOT = SPACES
                           PERFORM 310-RELEASE-DETAIL-RTN
                       ELSE
                           ADD 1 TO REMIT-REJECT-COUNT
                       END-IF
                   END-IF
           END-READ.

       310-RELEASE-DETAIL-RTN.
           MOVE RMD-TYPE-CODE TO TIE-LOOKUP-CODE
           PERFORM 250-FIND-TIE-BUCKET-RTN
           MOVE RMD-EMPLOYEE-NUM  TO SRM-EMPLOYEE-NUM
           MOVE RMD-EMPLOYEE-NAME TO SRM-EMPLOYEE-NAME
           MOVE RMD-TYPE-CODE     TO SRM-TYPE-CODE
           MOVE RMD-AMOUNT        TO SRM-AMOUNT
           PERFORM 320-FIND-PAYEE-RTN
           IF PAYEE-FOUND-SUB = ZERO
               MOVE SPACES TO SRM-PAYEE-ID
               MOVE SPACES TO SRM-PAYEE-NAME
               MOVE SPACES TO SRM-VENDOR-NUM
               MOVE SPACES TO SRM-REFERENCE
               MOVE 'U'    TO SRM-MAP-FLAG
               ADD RMD-AMOUNT TO TIE-UNMAPPED-AMT(TIE-SUB)
               ADD RMD-AMOUNT TO UNMAPPED-TOTAL
               ADD 1 TO REMIT-UNMAPPED-COUNT
           ELSE
               MOVE PYT-PAYEE-ID(PAYEE-FOUND-SUB)   TO SRM-PAYEE-ID
               MOVE PYT-PAYEE-NAME(PAYEE-FOUND-SUB) TO SRM-PAYEE-NAME
               MOVE PYT-VENDOR-NUM(PAYEE-FOUND-SUB) TO SRM-VENDOR-NUM
               MOVE PYT-REFERENCE(PAYEE-FOUND-SUB)  TO SRM-REFERENCE
               ADD RMD-AMOUNT TO TIE-REMIT-AMT(TIE-SUB)
               ADD 1 TO REMIT-MAPPED-COUNT
               IF RMD-GARNISH-SW = 'Y' AND
                  PYT-EMPLOYEE-NUM(PAYEE-FOUND-SUB) = SPACES
                   MOVE 'F' TO SRM-MAP-FLAG
                   ADD 1 TO NO-ORDER-COUNT
               ELSE
                   MOVE 'M' TO SRM-MAP-FLAG
               END-IF
           END-IF
           IF RMD-TYPE-CODE = 'RT' AND PAYEE-FOUND-SUB > ZERO
               PERFORM 330-WRITE-RETIRE-DETAIL-RTN
           END-IF
           RELEASE SORT-REMIT-REC.

       320-FIND-PAYEE-RTN.
           MOVE ZERO TO PAYEE-FOUND-SUB
           MOVE RMD-TYPE-CODE    TO LOOKUP-TYPE-CODE
           MOVE RMD-EMPLOYEE-NUM TO LOOKUP-EMPLOYEE-NUM
           PERFORM 325-SCAN-PAYEE-RTN
               VARYING PAYEE-SUB FROM 1 BY 1
               UNTIL PAYEE-SUB > PAYEE-COUNT
                  OR PAYEE-FOUND-SUB > ZERO
           IF PAYEE-FOUND-SUB = ZERO
               MOVE SPACES TO LOOKUP-EMPLOYEE-NUM
               PERFORM 325-SCAN-PAYEE-RTN
                   VARYING PAYEE-SUB FROM 1 BY 1
                   UNTIL PAYEE-SUB > PAYEE-COUNT
                      OR PAYEE-FOUND-SUB > ZERO
           END-IF.

       325-SCAN-PAYEE-RTN.
           IF PYT-TYPE-CODE(PAYEE-SUB)    = LOOKUP-TYPE-CODE AND
              PYT-EMPLOYEE-NUM(PAYEE-SUB) = LOOKUP-EMPLOYEE-NUM
               MOVE PAYEE-SUB TO PAYEE-FOUND-SUB
           END-IF.

       330-WRITE-RETIRE-DETAIL-RTN.
           MOVE RMD-EMPLOYEE-NUM  TO RTD-EMPLOYEE-NUM
           MOVE RMD-EMPLOYEE-NAME TO RTD-EMPLOYEE-NAME
           MOVE RMD-AMOUNT        TO RTD-AMOUNT
           MOVE WORKING-RETIRE-DETAIL TO OUT-RETIRE-REC
           WRITE OUT-RETIRE-REC
           ADD 1 TO RETIRE-COUNT
           ADD RMD-AMOUNT TO RETIRE-TOTAL.

       400-PROCESS-PAYEES-RTN.
           MOVE 'NO ' TO NO-MORE-SORTED-RECS
           PERFORM 405-RETURN-LOOP-RTN
               UNTIL NO-MORE-SORTED-RECS = 'YES'
           IF FIRST-RECORD-SWITCH = 'NO '
               PERFORM 420-PAYEE-BREAK-RTN
           END-IF.

       405-RETURN-LOOP-RTN.
           RETURN SORT-REMIT-FILE
               AT END
                   MOVE 'YES' TO NO-MORE-SORTED-RECS
               NOT AT END
                   IF SRM-PAYEE-ID = SPACES
                       PERFORM 430-WRITE-UNMAPPED-RTN
                   ELSE
                       PERFORM 415-WRITE-PAYEE-DETAIL-RTN
                   END-IF
           END-RETURN.

       410-OPEN-PAYEE-RPT-RTN.
           MOVE SPACES TO PAYEE-RPT-FILE-NAME
           STRING FUNCTION TRIM(PAYEE-RPT-PREFIX-NAME)
                      DELIMITED BY SIZE
                  SRM-PAYEE-ID DELIMITED BY SPACE
                  '.txt' DELIMITED BY SIZE
                  INTO PAYEE-RPT-FILE-NAME
           END-STRING
           OPEN OUTPUT OUT-PAYEE-RPT-FILE
           MOVE FS-OUT-PAYEE-RPT-FILE TO CHECK-STATUS
           MOVE 'OUT-PAYEE-RPT-FILE'  TO CHECK-FILE-NAME
           PERFORM 905-CHECK-OPEN-STATUS-RTN
           ADD 1 TO REGISTER-COUNT
           MOVE SRM-PAYEE-ID   TO PREV-PAYEE-ID
           MOVE SRM-PAYEE-NAME TO PREV-PAYEE-NAME
           MOVE SRM-VENDOR-NUM TO PREV-VENDOR-NUM
           MOVE SRM-REFERENCE  TO PREV-REFERENCE
           MOVE 'NO ' TO MIXED-REFERENCE-SW
           MOVE ZERO  TO PAYEE-ITEM-COUNT
           MOVE ZERO  TO PAYEE-AMOUNT
           MOVE WORKING-REGISTER-HEADER TO OUT-PAYEE-RPT-REC
           WRITE OUT-PAYEE-RPT-REC
           MOVE SPACES TO OUT-PAYEE-RPT-REC
           WRITE OUT-PAYEE-RPT-REC
           MOVE SRM-PAYEE-ID   TO RGP-PAYEE-ID
           MOVE SRM-PAYEE-NAME TO RGP-PAYEE-NAME
           MOVE SRM-VENDOR-NUM TO RGP-VENDOR-NUM
           MOVE PAY-DATE-OUT   TO RGP-PAY-DATE
           MOVE WORKING-REGISTER-PAYEE TO OUT-PAYEE-RPT-REC
           WRITE OUT-PAYEE-RPT-REC
           MOVE SPACES TO OUT-PAYEE-RPT-REC
           WRITE OUT-PAYEE-RPT-REC
           MOVE WORKING-REGISTER-COLUMNS TO OUT-PAYEE-RPT-REC
           WRITE OUT-PAYEE-RPT-REC
           MOVE SPACES TO OUT-PAYEE-RPT-REC
           WRITE OUT-PAYEE-RPT-REC.

       415-WRITE-PAYEE-DETAIL-RTN.
           IF FIRST-RECORD-SWITCH = 'YES'
               MOVE 'NO ' TO FIRST-RECORD-SWITCH
               PERFORM 410-OPEN-PAYEE-RPT-RTN
           ELSE
               IF SRM-PAYEE-ID NOT = PREV-PAYEE-ID
                   PERFORM 420-PAYEE-BREAK-RTN
                   PERFORM 410-OPEN-PAYEE-RPT-RTN
               END-IF
           END-IF
           IF SRM-REFERENCE NOT = PREV-REFERENCE
               MOVE 'YES' TO MIXED-REFERENCE-SW
           END-IF
           MOVE SRM-EMPLOYEE-NUM  TO RGD-EMPLOYEE-NUM
           MOVE SRM-EMPLOYEE-NAME TO RGD-EMPLOYEE-NAME
           MOVE SRM-TYPE-CODE     TO RGD-TYPE-CODE
           MOVE SRM-REFERENCE     TO RGD-REFERENCE
           MOVE SRM-AMOUNT        TO RGD-AMOUNT-OUT
           IF SRM-MAP-FLAG = 'F'
               MOVE 'NO ORDER ON FILE' TO RGD-NOTE-OUT
           ELSE
               MOVE SPACES TO RGD-NOTE-OUT
           END-IF
           MOVE WORKING-REGISTER-REC TO OUT-PAYEE-RPT-REC
           WRITE OUT-PAYEE-RPT-REC
           ADD 1 TO PAYEE-ITEM-COUNT
           ADD SRM-AMOUNT TO PAYEE-AMOUNT.

       420-PAYEE-BREAK-RTN.
           MOVE SPACES TO OUT-PAYEE-RPT-REC
           WRITE OUT-PAYEE-RPT-REC
           MOVE PAYEE-ITEM-COUNT TO RGT-ITEM-COUNT-OUT
           MOVE PAYEE-AMOUNT     TO RGT-AMOUNT-OUT
           MOVE WORKING-REGISTER-TOTAL TO OUT-PAYEE-RPT-REC
           WRITE OUT-PAYEE-RPT-REC
           CLOSE OUT-PAYEE-RPT-FILE
           MOVE PREV-PAYEE-ID TO INV-PAYEE-ID
           PERFORM 425-WRITE-VOUCHER-RTN
           IF PAYEE-HEADER-SW = 'NO '
               MOVE 'YES' TO PAYEE-HEADER-SW
               MOVE 'REMITTANCE PAYEES' TO SECTION-TITLE
               PERFORM 810-WRITE-SECTION-RTN
               MOVE WORKING-PAYEE-HEADER TO OUT-SUMMARY-REC
               WRITE OUT-SUMMARY-REC
           END-IF
           MOVE PREV-PAYEE-ID    TO PYL-PAYEE-ID
           MOVE PREV-PAYEE-NAME  TO PYL-PAYEE-NAME
           MOVE PREV-VENDOR-NUM  TO PYL-VENDOR-NUM
           MOVE PAYEE-ITEM-COUNT TO PYL-ITEM-COUNT-OUT
           MOVE PAYEE-AMOUNT     TO PYL-AMOUNT-OUT
           MOVE INVOICE-NUM      TO PYL-INVOICE-OUT
           MOVE WORKING-PAYEE-LINE TO OUT-SUMMARY-REC
           WRITE OUT-SUMMARY-REC.

       425-WRITE-VOUCHER-RTN.
           MOVE PREV-VENDOR-NUM  TO VCD-VENDOR-NUM
           MOVE PREV-PAYEE-ID    TO VCD-PAYEE-ID
           MOVE INVOICE-NUM      TO VCD-INVOICE-NUM
           MOVE EXTRACT-PAY-DATE TO VCD-INVOICE-DATE
           MOVE PAYEE-AMOUNT     TO VCD-AMOUNT
           MOVE PAYEE-ITEM-COUNT TO VCD-ITEM-COUNT
           IF MIXED-REFERENCE-SW = 'YES'
               MOVE 'SEE REMIT REGISTER' TO VCD-REFERENCE
           ELSE
               MOVE PREV-REFERENCE TO VCD-REFERENCE
           END-IF
           MOVE WORKING-VOUCHER-DETAIL TO OUT-VOUCHER-REC
           WRITE OUT-VOUCHER-REC
           ADD 1 TO VOUCHER-COUNT
           ADD PAYEE-AMOUNT TO VOUCHER-TOTAL.

       430-WRITE-UNMAPPED-RTN.
           IF UNMAPPED-HEADER-SW = 'NO '
               MOVE 'YES' TO UNMAPPED-HEADER-SW
               MOVE 'DEDUCTIONS WITH NO PAYEE - NOT REMITTED'
                   TO SECTION-TITLE
               PERFORM 810-WRITE-SECTION-RTN
           END-IF
           MOVE SRM-EMPLOYEE-NUM  TO UNL-EMPLOYEE-NUM
           MOVE SRM-EMPLOYEE-NAME TO UNL-EMPLOYEE-NAME
           MOVE SRM-TYPE-CODE     TO UNL-TYPE-CODE
           MOVE SRM-AMOUNT        TO UNL-AMOUNT-OUT
           MOVE 'NO PAYEE FOR DEDUCTION TYPE' TO UNL-REASON-OUT
           MOVE WORKING-UNMAPPED-LINE TO OUT-SUMMARY-REC
           WRITE OUT-SUMMARY-REC.

       600-WRITE-TRAILERS-RTN.
           MOVE RETIRE-COUNT TO RTT-RECORD-COUNT
           MOVE RETIRE-TOTAL TO RTT-TOTAL-AMOUNT
           MOVE WORKING-RETIRE-TRAILER TO OUT-RETIRE-REC
           WRITE OUT-RETIRE-REC
           MOVE VOUCHER-COUNT TO VCT-VOUCHER-COUNT
           MOVE VOUCHER-TOTAL TO VCT-TOTAL-AMOUNT
           MOVE WORKING-VOUCHER-TRAILER TO OUT-VOUCHER-REC
           WRITE OUT-VOUCHER-REC.

       700-TIE-OUT-RTN.
           MOVE 'TIE-OUT TO DEDUCTION REGISTER TYPE TOTALS'
               TO SECTION-TITLE
           PERFORM 810-WRITE-SECTION-RTN
           MOVE WORKING-TIE-HEADER TO OUT-SUMMARY-REC
           WRITE OUT-SUMMARY-REC
           PERFORM 705-WRITE-TIE-LINE-RTN
               VARYING TIE-SUB FROM 1 BY 1
               UNTIL TIE-SUB > 4.

       705-WRITE-TIE-LINE-RTN.
           IF TIE-REGISTER-AMT(TIE-SUB) > TIE-REMIT-AMT(TIE-SUB)
               SUBTRACT TIE-REMIT-AMT(TIE-SUB)
                   FROM TIE-REGISTER-AMT(TIE-SUB)
                   GIVING TIE-DIFFERENCE
           ELSE
               SUBTRACT TIE-REGISTER-AMT(TIE-SUB)
                   FROM TIE-REMIT-AMT(TIE-SUB)
                   GIVING TIE-DIFFERENCE
           END-IF
           MOVE TIE-NAME(TIE-SUB)         TO TIL-TYPE-NAME
           MOVE TIE-REGISTER-AMT(TIE-SUB) TO TIL-REGISTER-OUT
           MOVE TIE-REMIT-AMT(TIE-SUB)    TO TIL-REMIT-OUT
           MOVE TIE-UNMAPPED-AMT(TIE-SUB) TO TIL-UNMAPPED-OUT
           MOVE TIE-DIFFERENCE            TO TIL-DIFFERENCE-OUT
           IF TIE-DIFFERENCE = ZERO
               MOVE 'TIES' TO TIL-STATUS-OUT
           ELSE
               MOVE 'OUT OF BALANCE' TO TIL-STATUS-OUT
               MOVE 'YES' TO TIE-OUT-OF-BALANCE-SW
           END-IF
           MOVE WORKING-TIE-LINE TO OUT-SUMMARY-REC
           WRITE OUT-SUMMARY-REC.

       800-WRITE-COUNTS-RTN.
           MOVE SPACES TO OUT-SUMMARY-REC
           WRITE OUT-SUMMARY-REC
           MOVE 'REMITTANCE ITEMS READ' TO SCL-LABEL
           MOVE REMIT-READ-COUNT TO SCL-COUNT-OUT
           PERFORM 820-WRITE-COUNT-LINE-RTN
           MOVE 'REMITTANCE ITEMS REJECTED' TO SCL-LABEL
           MOVE REMIT-REJECT-COUNT TO SCL-COUNT-OUT
           PERFORM 820-WRITE-COUNT-LINE-RTN
           MOVE 'ITEMS REMITTED' TO SCL-LABEL
           MOVE REMIT-MAPPED-COUNT TO SCL-COUNT-OUT
           PERFORM 820-WRITE-COUNT-LINE-RTN
           MOVE 'ITEMS WITH NO PAYEE' TO SCL-LABEL
           MOVE REMIT-UNMAPPED-COUNT TO SCL-COUNT-OUT
           PERFORM 820-WRITE-COUNT-LINE-RTN
           MOVE 'GARNISHMENTS WITH NO ORDER PAYEE' TO SCL-LABEL
           MOVE NO-ORDER-COUNT TO SCL-COUNT-OUT
           PERFORM 820-WRITE-COUNT-LINE-RTN
           MOVE 'PAYEE RECORDS READ' TO SCL-LABEL
           MOVE PAYEE-READ-COUNT TO SCL-COUNT-OUT
           PERFORM 820-WRITE-COUNT-LINE-RTN
           MOVE 'PAYEE RECORDS LOADED' TO SCL-LABEL
           MOVE PAYEE-COUNT TO SCL-COUNT-OUT
           PERFORM 820-WRITE-COUNT-LINE-RTN
           MOVE 'PAYEE RECORDS REJECTED' TO SCL-LABEL
           MOVE PAYEE-REJECT-COUNT TO SCL-COUNT-OUT
           PERFORM 820-WRITE-COUNT-LINE-RTN
           MOVE 'REMITTANCE REGISTERS WRITTEN' TO SCL-LABEL
           MOVE REGISTER-COUNT TO SCL-COUNT-OUT
           PERFORM 820-WRITE-COUNT-LINE-RTN
           MOVE 'AP VOUCHERS WRITTEN' TO SCL-LABEL
           MOVE VOUCHER-COUNT TO SCL-COUNT-OUT
           PERFORM 820-WRITE-COUNT-LINE-RTN
           MOVE 'AP VOUCHER TOTAL' TO SAL-LABEL
           MOVE VOUCHER-TOTAL TO SAL-AMOUNT-OUT
           PERFORM 830-WRITE-AMOUNT-LINE-RTN
           MOVE 'RETIREMENT CONTRIBUTIONS' TO SCL-LABEL
           MOVE RETIRE-COUNT TO SCL-COUNT-OUT
           PERFORM 820-WRITE-COUNT-LINE-RTN
           MOVE 'RETIREMENT CONTRIBUTION TOTAL' TO SAL-LABEL
           MOVE RETIRE-TOTAL TO SAL-AMOUNT-OUT
           PERFORM 830-WRITE-AMOUNT-LINE-RTN
           MOVE 'NOT REMITTED TOTAL' TO SAL-LABEL
           MOVE UNMAPPED-TOTAL TO SAL-AMOUNT-OUT
           PERFORM 830-WRITE-AMOUNT-LINE-RTN
           IF TIE-OUT-OF-BALANCE-SW = 'YES'
               MOVE 8 TO RUN-RETURN-CODE
               DISPLAY 'REMITTANCE OUT OF BALANCE WITH DEDUCTION '
                   'REGISTER'
           ELSE
               IF REMIT-REJECT-COUNT > ZERO OR
                  PAYEE-REJECT-COUNT > ZERO OR
                  NO-ORDER-COUNT > ZERO
                   MOVE 4 TO RUN-RETURN-CODE
               ELSE
                   MOVE ZERO TO RUN-RETURN-CODE
               END-IF
           END-IF
           MOVE 'RETURN CODE' TO SCL-LABEL
           MOVE RUN-RETURN-CODE TO SCL-COUNT-OUT
           PERFORM 820-WRITE-COUNT-LINE-RTN.

       810-WRITE-SECTION-RTN.
           MOVE SPACES TO OUT-SUMMARY-REC
           WRITE OUT-SUMMARY-REC
           MOVE WORKING-SECTION-LINE TO OUT-SUMMARY-REC
           WRITE OUT-SUMMARY-REC
           MOVE SPACES TO OUT-SUMMARY-REC
           WRITE OUT-SUMMARY-REC.

       820-WRITE-COUNT-LINE-RTN.
           MOVE SUMMARY-COUNT-LINE TO OUT-SUMMARY-REC
           WRITE OUT-SUMMARY-REC.

       830-WRITE-AMOUNT-LINE-RTN.
           MOVE SUMMARY-AMOUNT-LINE TO OUT-SUMMARY-REC
           WRITE OUT-SUMMARY-REC.

       905-CHECK-OPEN-STATUS-RTN.
           IF CHECK-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ' CHECK-FILE-NAME
                   ' - FILE STATUS ' CHECK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
