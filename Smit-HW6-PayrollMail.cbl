           ASSIGN TO DYNAMIC YTDRPT-OUT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OUT-YTDRPT-FILE.
       SELECT IN-WITHHOLD-FILE
           ASSIGN TO DYNAMIC WITHHOLD-IN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-IN-WITHHOLD-FILE.
       SELECT WITHHOLD-MASTER-FILE
           ASSIGN TO
           'Smit-HW6-WithholdWork.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WHM-EMPLOYEE-NUM
           FILE STATUS IS FS-WITHHOLD-MASTER-FILE.
       SELECT IN-TAXTABLE-FILE
           ASSIGN TO DYNAMIC TAXTABLE-IN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-IN-TAXTABLE-FILE.
       SELECT EARN-HISTORY-FILE
           ASSIGN TO DYNAMIC EARN-HISTORY-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EARN-HISTORY-FILE.
       SELECT IN-GLACCT-FILE
           ASSIGN TO DYNAMIC GLACCT-IN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-IN-GLACCT-FILE.
       SELECT OUT-JOURNAL-FILE
           ASSIGN TO DYNAMIC JOURNAL-OUT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OUT-JOURNAL-FILE.
       SELECT CHECK-CONTROL-FILE
           ASSIGN TO DYNAMIC CHECKCTL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CHECK-CONTROL-FILE.
       SELECT OUT-CHKLOG-FILE
           ASSIGN TO DYNAMIC CHKLOG-OUT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OUT-CHKLOG-FILE.
       SELECT OUT-POSPAY-FILE
           ASSIGN TO DYNAMIC POSPAY-OUT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OUT-POSPAY-FILE.
       SELECT IN-SUPP-FILE
           ASSIGN TO DYNAMIC SUPP-IN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-IN-SUPP-FILE.
       SELECT SUPP-MASTER-FILE
           ASSIGN TO
           'Smit-HW6-SupplementalWork.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPM-KEY
           FILE STATUS IS FS-SUPP-MASTER-FILE.
       SELECT SUPP-HOLD-FILE
           ASSIGN TO
           'Smit-HW6-SupplementalHold.wrk'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SUPP-HOLD-FILE.
       SELECT MAINT-AUDIT-FILE
           ASSIGN TO DYNAMIC MAINT-AUDIT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MAINT-AUDIT-FILE.
       SELECT IN-PTOPOL-FILE
           ASSIGN TO DYNAMIC PTO-POLICY-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-IN-PTOPOL-FILE.
       SELECT LEAVE-MASTER-FILE
           ASSIGN TO DYNAMIC LEAVE-MASTER-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LEAVE-MASTER-FILE.
       SELECT LEAVE-WORK-FILE
           ASSIGN TO
           'Smit-HW6-LeaveWork.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LVW-EMPLOYEE-NUM
           FILE STATUS IS FS-LEAVE-WORK-FILE.
       SELECT OUT-LEAVE-RPT-FILE
           ASSIGN TO DYNAMIC LEAVE-RPT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OUT-LEAVE-RPT-FILE.
       SELECT SORT-LEAVE-FILE
           ASSIGN TO 'Smit-HW6-LeaveSort.wrk'.
       SELECT CYCLE-BACKUP-FILE
           ASSIGN TO DYNAMIC CYCLE-BACKUP-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CYCLE-BACKUP-FILE.
       SELECT OUT-REMIT-FILE
           ASSIGN TO DYNAMIC REMIT-OUT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OUT-REMIT-FILE.
       DATA DIVISION.
       FILE SECTION.
       SD SORT-PAYROLL-FILE.
           05 SRT-PHONE-NUM        PIC X(10).
           05 SRT-PAY-TYPE         PIC X(1).
           05 SRT-HOURLY-RATE      PIC X(6).
           05 SRT-EMP-STATUS       PIC X(1).
           05 SRT-HIRE-DATE        PIC X(8).
           05 SRT-TERM-DATE        PIC X(8).
           05 SRT-TERM-REASON      PIC X(2).
           05 SRT-LEAVE-DATE       PIC X(8).

       SD SORT-MAIL-FILE.
       01 SORT-MAIL-REC.
           05 SRT-MAIL-STATE          PIC X(2).
           05 SRT-MAIL-ZIP            PIC X(5).

       SD SORT-LEAVE-FILE.
       01 SORT-LEAVE-REC.
           05 SRT-LV-TERRITORY-NUM PIC X(2).
           05 SRT-LV-OFFICE-NUM    PIC X(2).
           05 SRT-LV-EMPLOYEE-NAME PIC X(20).
           05 SRT-LV-EMPLOYEE-NUM  PIC X(5).
           05 SRT-LV-HOURLY-RATE   PIC 9(4)V99.
           05 SRT-LV-BALANCE-HRS   PIC 9(4)V99 OCCURS 3 TIMES.

       FD IN-PAYROLL-FILE.
       01 IN-PAYROLL-REC.
           05 IN-EMPLOYEE-NUM      PIC X(5).
           05 IN-HOURLY-RATE       PIC X(6).
           05 IN-HOURLY-RATE-9 REDEFINES IN-HOURLY-RATE
                                   PIC 9(4)V99.
           05 IN-EMP-STATUS        PIC X(1).
           05 IN-HIRE-DATE         PIC X(8).
           05 IN-HIRE-DATE-9 REDEFINES IN-HIRE-DATE
                                   PIC 9(8).
           05 IN-TERM-DATE         PIC X(8).
           05 IN-TERM-DATE-9 REDEFINES IN-TERM-DATE
                                   PIC 9(8).
           05 IN-TERM-REASON       PIC X(2).
           05 IN-LEAVE-DATE        PIC X(8).

       FD OUT-PAYROLL-FILE.
       01 OUT-HEADER-ONE           PIC X(132).
           05 STB-DED-OT-NUM       PIC 9(5)V99.
           05 STB-DEDUCT-NUM       PIC 9(6)V99.
           05 STB-NET-NUM          PIC 9(5)V99.
           05 STB-FIT-NUM          PIC 9(5)V99.
           05 STB-SIT-NUM          PIC 9(5)V99.
           05 STB-TAXABLE-NUM      PIC 9(5)V99.
           05 STB-WORK-STATE       PIC X(2).
           05 STB-LEAVE-ENTRY      OCCURS 3 TIMES.
               10 STB-LEAVE-USED   PIC 9(3)V99.
               10 STB-LEAVE-REMAIN PIC 9(4)V99.

       FD OUT-STUB-FILE.
       01 OUT-STUB-REC             PIC X(80).
           05 IN-TMC-HOURS         PIC X(5).
           05 IN-TMC-HOURS-9 REDEFINES IN-TMC-HOURS
                                   PIC 9(3)V99.
           05 IN-TMC-LEAVE-ENTRY   OCCURS 3 TIMES.
               10 IN-TMC-LEAVE-HOURS   PIC X(5).
               10 IN-TMC-LEAVE-HOURS-9 REDEFINES IN-TMC-LEAVE-HOURS
                                       PIC 9(3)V99.

       FD TIMECARD-MASTER-FILE.
       01 TIMECARD-MASTER-REC.
           05 TMC-EMPLOYEE-NUM     PIC X(5).
           05 TMC-PERIOD-END       PIC X(8).
           05 TMC-HOURS-WORKED     PIC 9(3)V99.
           05 TMC-LEAVE-HOURS      PIC 9(3)V99 OCCURS 3 TIMES.

       FD DED-BALANCE-FILE.
       01 DED-BALANCE-REC.
           05 MST-PHONE-NUM        PIC X(10).
           05 MST-PAY-TYPE         PIC X(1).
           05 MST-HOURLY-RATE      PIC X(6).
           05 MST-EMP-STATUS       PIC X(1).
           05 MST-HIRE-DATE        PIC X(8).
           05 MST-TERM-DATE        PIC X(8).
           05 MST-TERM-REASON      PIC X(2).
           05 MST-LEAVE-DATE       PIC X(8).

       FD MAIL-MASTER-FILE.
       01 MAIL-MASTER-REC.
           05 PRI-PHONE-NUM        PIC X(10).
           05 PRI-PAY-TYPE         PIC X(1).
           05 PRI-HOURLY-RATE      PIC X(6).
           05 PRI-EMP-STATUS       PIC X(1).
           05 PRI-HIRE-DATE        PIC X(8).
           05 PRI-TERM-DATE        PIC X(8).
           05 PRI-TERM-REASON      PIC X(2).
           05 PRI-LEAVE-DATE       PIC X(8).

       FD OUT-CHANGE-FILE.
       01 OUT-CHANGE-HEADER        PIC X(132).
           05 YTM-GROSS-AMT        PIC 9(7)V99.
           05 YTM-DEDUCT-AMT       PIC 9(7)V99.
           05 YTM-NET-AMT          PIC 9(7)V99.
           05 YTM-FIT-AMT          PIC 9(7)V99.
           05 YTM-SIT-AMT          PIC 9(7)V99.

       FD YTD-WORK-FILE.
       01 YTD-WORK-REC.
           05 YTD-GROSS-NUM        PIC 9(7)V99.
           05 YTD-DEDUCT-NUM       PIC 9(7)V99.
           05 YTD-NET-NUM          PIC 9(7)V99.
           05 YTD-FIT-NUM          PIC 9(7)V99.
           05 YTD-SIT-NUM          PIC 9(7)V99.

       FD OUT-YTDRPT-FILE.
       01 OUT-YTDRPT-HEADER        PIC X(132).
       01 OUT-YTDRPT-REC           PIC X(132).

       FD IN-WITHHOLD-FILE.
       01 IN-WITHHOLD-REC.
           05 IN-WHL-EMPLOYEE-NUM  PIC X(5).
           05 IN-WHL-FILING-STATUS PIC X(1).
           05 IN-WHL-ALLOWANCES    PIC X(2).
           05 IN-WHL-EXTRA-AMT     PIC X(6).
           05 IN-WHL-EXTRA-AMT-9 REDEFINES IN-WHL-EXTRA-AMT
                                   PIC 9(4)V99.
           05 IN-WHL-WORK-STATE    PIC X(2).

       FD WITHHOLD-MASTER-FILE.
       01 WITHHOLD-MASTER-REC.
           05 WHM-EMPLOYEE-NUM     PIC X(5).
           05 WHM-FILING-STATUS    PIC X(1).
           05 WHM-ALLOWANCES       PIC 9(2).
           05 WHM-EXTRA-AMT        PIC 9(4)V99.
           05 WHM-WORK-STATE       PIC X(2).

       FD IN-TAXTABLE-FILE.
       01 IN-TAXTABLE-REC.
           05 IN-TTB-JURISDICTION  PIC X(2).
           05 IN-TTB-FILING-STATUS PIC X(1).
           05 IN-TTB-REC-TYPE      PIC X(1).
           05 IN-TTB-WAGE-OVER     PIC X(9).
           05 IN-TTB-WAGE-OVER-9 REDEFINES IN-TTB-WAGE-OVER
                                   PIC 9(7)V99.
           05 IN-TTB-ALLOW-AMT-9 REDEFINES IN-TTB-WAGE-OVER
                                   PIC 9(7)V99.
           05 IN-TTB-BASE-TAX     PIC X(9).
           05 IN-TTB-BASE-TAX-9 REDEFINES IN-TTB-BASE-TAX
                                   PIC 9(7)V99.
           05 IN-TTB-RATE          PIC X(5).
           05 IN-TTB-RATE-9 REDEFINES IN-TTB-RATE
                                   PIC 9V9(4).

       FD EARN-HISTORY-FILE.
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

       FD IN-GLACCT-FILE.
       01 IN-GLACCT-REC.
           05 IN-GLA-TYPE          PIC X(1).
           05 IN-GLA-CODE          PIC X(4).
           05 IN-GLA-ACCOUNT       PIC X(10).
           05 IN-GLA-NAME          PIC X(20).
           05 IN-GLA-ACTIVE        PIC X(1).

       FD OUT-JOURNAL-FILE.
       01 OUT-JOURNAL-REC          PIC X(80).

       FD CHECK-CONTROL-FILE.
       01 CHECK-CONTROL-REC.
           05 CKC-LAST-CHECK-NUM   PIC 9(6).
           05 CKC-RUN-STATUS       PIC X(1).
           05 CKC-RUN-FIRST-NUM    PIC 9(6).
           05 CKC-RUN-DATE         PIC 9(8).

       FD OUT-CHKLOG-FILE.
       01 OUT-CHKLOG-REC           PIC X(80).

       FD OUT-POSPAY-FILE.
       01 OUT-POSPAY-REC           PIC X(80).

       FD IN-SUPP-FILE.
       01 IN-SUPP-REC.
           05 IN-SUP-EMPLOYEE-NUM  PIC X(5).
           05 IN-SUP-EARN-TYPE     PIC X(2).
           05 IN-SUP-AMOUNT        PIC X(8).
           05 IN-SUP-AMOUNT-9 REDEFINES IN-SUP-AMOUNT
                                   PIC 9(6)V99.
           05 IN-SUP-REASON        PIC X(20).
           05 IN-SUP-USER-ID       PIC X(8).

       FD SUPP-MASTER-FILE.
       01 SUPP-MASTER-REC.
           05 SPM-KEY.
               10 SPM-EMPLOYEE-NUM PIC X(5).
               10 SPM-SEQ          PIC 9(4).
           05 SPM-EARN-TYPE        PIC X(2).
           05 SPM-AMOUNT           PIC 9(6)V99.
           05 SPM-REASON           PIC X(20).
           05 SPM-USER-ID          PIC X(8).
           05 SPM-PAID-SW          PIC X(1).

       FD SUPP-HOLD-FILE.
       01 SUPP-HOLD-REC            PIC X(43).

       FD MAINT-AUDIT-FILE.
       01 MAINT-AUDIT-REC.
           05 MAD-DATE-MM          PIC X(2).
           05 MAD-SLASH-ONE        PIC X(1).
           05 MAD-DATE-DD          PIC X(2).
           05 MAD-SLASH-TWO        PIC X(1).
           05 MAD-DATE-YYYY        PIC X(4).
           05 MAD-SPACES-ONE       PIC X(1).
           05 MAD-TIME             PIC X(8).
           05 MAD-SPACES-TWO       PIC X(1).
           05 MAD-USER-ID          PIC X(8).
           05 MAD-SPACES-THREE     PIC X(1).
           05 MAD-ACTION-CODE      PIC X(3).
           05 MAD-SPACES-FOUR      PIC X(1).
           05 MAD-EMPLOYEE-NUM     PIC X(5).
           05 MAD-SPACES-FIVE      PIC X(2).
           05 MAD-BEFORE-IMAGE.
               10 MAD-BEF-EMPLOYEE-NUM   PIC X(5).
               10 MAD-BEF-EMPLOYEE-NAME  PIC X(20).
               10 MAD-BEF-TERRITORY-NUM  PIC X(2).
               10 MAD-BEF-OFFICE-NUM     PIC X(2).
               10 MAD-BEF-ANNUAL-SALARY  PIC X(6).
               10 MAD-BEF-REST           PIC X(44).
           05 MAD-SPACES-SIX       PIC X(2).
           05 MAD-AFTER-IMAGE.
               10 MAD-AFT-EMPLOYEE-NUM   PIC X(5).
               10 MAD-AFT-EMPLOYEE-NAME  PIC X(20).
               10 MAD-AFT-TERRITORY-NUM  PIC X(2).
               10 MAD-AFT-OFFICE-NUM     PIC X(2).
               10 MAD-AFT-ANNUAL-SALARY  PIC X(6).
               10 MAD-AFT-REST           PIC X(44).
           05 MAD-SPACES-SEVEN     PIC X(2).
           05 MAD-EFFECTIVE-DATE   PIC X(8).
           05 MAD-EFFECTIVE-DATE-9 REDEFINES MAD-EFFECTIVE-DATE
                                   PIC 9(8).

       FD IN-PTOPOL-FILE.
       01 IN-PTOPOL-REC.
           05 IN-PTP-LEAVE-TYPE    PIC X(2).
           05 IN-PTP-PAY-TYPE      PIC X(1).
           05 IN-PTP-MIN-YEARS     PIC X(2).
           05 IN-PTP-MIN-YEARS-9 REDEFINES IN-PTP-MIN-YEARS
                                   PIC 9(2).
           05 IN-PTP-ACCRUAL-RATE  PIC X(6).
           05 IN-PTP-ACCRUAL-RATE-9 REDEFINES IN-PTP-ACCRUAL-RATE
                                   PIC 9(2)V9(4).
           05 IN-PTP-CAP-HOURS     PIC X(6).
           05 IN-PTP-CAP-HOURS-9 REDEFINES IN-PTP-CAP-HOURS
                                   PIC 9(4)V99.

       FD LEAVE-MASTER-FILE.
       01 LEAVE-MASTER-REC.
           05 LVM-EMPLOYEE-NUM     PIC X(5).
           05 LVM-EMPLOYEE-NAME    PIC X(20).
           05 LVM-TERRITORY-NUM    PIC X(2).
           05 LVM-OFFICE-NUM       PIC X(2).
           05 LVM-HOURLY-RATE      PIC 9(4)V99.
           05 LVM-BALANCE-HRS      PIC 9(4)V99 OCCURS 3 TIMES.

       FD LEAVE-WORK-FILE.
       01 LEAVE-WORK-REC.
           05 LVW-EMPLOYEE-NUM     PIC X(5).
           05 LVW-EMPLOYEE-NAME    PIC X(20).
           05 LVW-TERRITORY-NUM    PIC X(2).
           05 LVW-OFFICE-NUM       PIC X(2).
           05 LVW-HOURLY-RATE      PIC 9(4)V99.
           05 LVW-BALANCE-HRS      PIC 9(4)V99 OCCURS 3 TIMES.

       FD OUT-LEAVE-RPT-FILE.
       01 OUT-LEAVE-RPT-REC        PIC X(132).

       FD CYCLE-BACKUP-FILE.
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

       FD OUT-REMIT-FILE.
       01 OUT-REMIT-REC            PIC X(80).

       WORKING-STORAGE SECTION.
       01 ARE-THERE-MORE-RECORDS   PIC X(3)  VALUE 'YES'.
           05 FS-YTD-MASTER-FILE      PIC X(2) VALUE '00'.
           05 FS-YTD-WORK-FILE        PIC X(2) VALUE '00'.
           05 FS-OUT-YTDRPT-FILE      PIC X(2) VALUE '00'.
           05 FS-IN-WITHHOLD-FILE     PIC X(2) VALUE '00'.
           05 FS-WITHHOLD-MASTER-FILE PIC X(2) VALUE '00'.
           05 FS-IN-TAXTABLE-FILE     PIC X(2) VALUE '00'.
           05 FS-EARN-HISTORY-FILE    PIC X(2) VALUE '00'.
           05 FS-IN-GLACCT-FILE       PIC X(2) VALUE '00'.
           05 FS-OUT-JOURNAL-FILE     PIC X(2) VALUE '00'.
           05 FS-CHECK-CONTROL-FILE   PIC X(2) VALUE '00'.
           05 FS-OUT-CHKLOG-FILE      PIC X(2) VALUE '00'.
           05 FS-OUT-POSPAY-FILE      PIC X(2) VALUE '00'.
           05 FS-IN-SUPP-FILE         PIC X(2) VALUE '00'.
           05 FS-SUPP-MASTER-FILE     PIC X(2) VALUE '00'.
           05 FS-SUPP-HOLD-FILE       PIC X(2) VALUE '00'.
           05 FS-MAINT-AUDIT-FILE     PIC X(2) VALUE '00'.
           05 FS-IN-PTOPOL-FILE       PIC X(2) VALUE '00'.
           05 FS-LEAVE-MASTER-FILE    PIC X(2) VALUE '00'.
           05 FS-LEAVE-WORK-FILE      PIC X(2) VALUE '00'.
           05 FS-OUT-LEAVE-RPT-FILE   PIC X(2) VALUE '00'.
           05 FS-CYCLE-BACKUP-FILE    PIC X(2) VALUE '00'.
           05 FS-OUT-REMIT-FILE       PIC X(2) VALUE '00'.
       01 CHECK-STATUS             PIC X(2)  VALUE '00'.
       01 CHECK-FILE-NAME          PIC X(30) VALUE SPACES.
       01 FILE-NAME-FIELDS.
               '\\client\E$\COBOL\Homework6\Smit-HW6-YTDMaster.txt'.
           05 YTDRPT-OUT-NAME      PIC X(100) VALUE
               '\\client\E$\COBOL\Homework6\Smit-HW6-YTDReport.txt'.
           05 WITHHOLD-IN-NAME     PIC X(100) VALUE
               '\\client\E$\COBOL\Homework6\Smit-HW6-WithholdIn.txt'.
           05 TAXTABLE-IN-NAME     PIC X(100) VALUE
               '\\client\E$\COBOL\Homework6\Smit-HW6-TaxTable.txt'.
           05 EARN-HISTORY-NAME    PIC X(100) VALUE
           '\\client\E$\COBOL\Homework6\Smit-HW6-EarnHistory.txt'.
           05 GLACCT-IN-NAME       PIC X(100) VALUE
               '\\client\E$\COBOL\Homework6\Smit-HW6-GLAccounts.txt'.
           05 JOURNAL-OUT-NAME     PIC X(100) VALUE
               '\\client\E$\COBOL\Homework6\Smit-HW6-GLJournal.txt'.
           05 CHECKCTL-NAME        PIC X(100) VALUE
           '\\client\E$\COBOL\Homework6\Smit-HW6-CheckControl.txt'.
           05 CHKLOG-OUT-NAME      PIC X(100) VALUE
               '\\client\E$\COBOL\Homework6\Smit-HW6-CheckLog.txt'.
           05 POSPAY-OUT-NAME      PIC X(100) VALUE
           '\\client\E$\COBOL\Homework6\Smit-HW6-PositivePay.txt'.
           05 SUPP-IN-NAME         PIC X(100) VALUE
           '\\client\E$\COBOL\Homework6\Smit-HW6-SupplementalIn.txt'.
           05 MAINT-AUDIT-NAME     PIC X(100) VALUE
               '\\client\E$\COBOL\Homework6\Smit-HW6-MaintAudit.txt'.
           05 PTO-POLICY-NAME      PIC X(100) VALUE
               '\\client\E$\COBOL\Homework6\Smit-HW6-PTOPolicy.txt'.
           05 LEAVE-MASTER-NAME    PIC X(100) VALUE
               '\\client\E$\COBOL\Homework6\Smit-HW6-LeaveMaster.txt'.
           05 LEAVE-RPT-NAME       PIC X(100) VALUE
           '\\client\E$\COBOL\Homework6\Smit-HW6-LeaveLiability.txt'.
           05 CYCLE-BACKUP-NAME    PIC X(100) VALUE
               '\\client\E$\COBOL\Homework6\Smit-HW6-CycleBackup.txt'.
           05 REMIT-OUT-NAME       PIC X(100) VALUE
           '\\client\E$\COBOL\Homework6\Smit-HW6-DeductionRemit.txt'.
       01 TERR-RPT-FIELDS.
           05 TERR-RPT-OPEN-SW     PIC X(3)  VALUE 'NO '.
           05 CURRENT-RPT-TERRITORY PIC X(2) VALUE SPACES.
           05 DED-AS-OF-YYYY       PIC 9(4).
           05 DED-AS-OF-MM         PIC 9(2).
           05 DED-AS-OF-DD         PIC 9(2).
       01 DED-AS-OF-DATE-9 REDEFINES DED-AS-OF-DATE
                                   PIC 9(8).
       01 EMP-LIFECYCLE-FIELDS.
           05 EMP-PAY-STATUS       PIC X(1)  VALUE 'A'.
           05 AS-OF-DAY-NUM        PIC 9(7)  VALUE ZERO.
           05 TERM-DAY-NUM         PIC 9(7)  VALUE ZERO.
           05 PERIOD-DAYS-NUM      PIC 9(3)  VALUE ZERO.
           05 PERIOD-START-DAY-NUM PIC 9(7)  VALUE ZERO.
           05 FINAL-DAYS-NUM       PIC 9(3)  VALUE ZERO.
           05 FINAL-GROSS-WORK     PIC 9(8)V99 VALUE ZERO.
           05 TERM-GARNISH-HDR-SW  PIC X(3)  VALUE 'NO '.
       01 PERIOD-DED-TYPE-FIELDS.
           05 PERIOD-DED-TX-NUM    PIC 9(5)V99 VALUE ZERO.
           05 PERIOD-DED-IN-NUM    PIC 9(5)V99 VALUE ZERO.
           05 PERIOD-DED-RT-NUM    PIC 9(5)V99 VALUE ZERO.
           05 PERIOD-DED-OT-NUM    PIC 9(5)V99 VALUE ZERO.
           05 PERIOD-FIT-NUM       PIC 9(5)V99 VALUE ZERO.
           05 PERIOD-SIT-NUM       PIC 9(5)V99 VALUE ZERO.
           05 PERIOD-TAXABLE-NUM   PIC 9(5)V99 VALUE ZERO.
       01 WITHHOLDING-FIELDS.
           05 WH-FILING-STATUS     PIC X(1)  VALUE 'S'.
           05 WH-ALLOWANCES        PIC 9(2)  VALUE ZERO.
           05 WH-EXTRA-AMT         PIC 9(4)V99 VALUE ZERO.
           05 WH-WORK-STATE        PIC X(2)  VALUE SPACES.
           05 TAX-JURISDICTION     PIC X(2)  VALUE SPACES.
           05 TAX-ANNUAL-WAGES     PIC 9(7)V99 VALUE ZERO.
           05 TAX-ALLOW-EACH       PIC 9(7)V99 VALUE ZERO.
           05 TAX-ALLOW-TOTAL      PIC 9(7)V99 VALUE ZERO.
           05 TAX-ADJ-WAGES        PIC 9(7)V99 VALUE ZERO.
           05 TAX-EXCESS-WAGES     PIC 9(7)V99 VALUE ZERO.
           05 TAX-ANNUAL-AMT       PIC 9(7)V99 VALUE ZERO.
           05 TAX-PERIOD-AMT       PIC 9(5)V99 VALUE ZERO.
           05 TAX-BRACKET-FOUND-SW PIC X(3)  VALUE 'NO '.
           05 TAX-BEST-OVER        PIC 9(7)V99 VALUE ZERO.
           05 TAX-BEST-BASE        PIC 9(7)V99 VALUE ZERO.
           05 TAX-BEST-RATE        PIC 9V9(4) VALUE ZERO.
           05 WH-STATE-VALID-SW    PIC X(3)  VALUE 'NO '.
       01 TAX-SUB                  PIC 9(3)  VALUE ZERO.
       01 TAX-TABLE-COUNT          PIC 9(3)  VALUE ZERO.
       01 TAX-RATE-TABLE.
           05 TAX-RATE-ENTRY       OCCURS 300 TIMES.
               10 TTE-JURISDICTION    PIC X(2).
               10 TTE-FILING-STATUS   PIC X(1).
               10 TTE-REC-TYPE        PIC X(1).
               10 TTE-WAGE-OVER       PIC 9(7)V99.
               10 TTE-BASE-TAX        PIC 9(7)V99.
               10 TTE-RATE            PIC 9V9(4).
       01 GL-SUB                   PIC 9(3)  VALUE ZERO.
       01 GL-ACCT-COUNT            PIC 9(3)  VALUE ZERO.
       01 GL-ACCOUNT-TABLE.
           05 GL-ACCOUNT-ENTRY     OCCURS 300 TIMES.
               10 GLA-TYPE            PIC X(1).
               10 GLA-CODE            PIC X(4).
               10 GLA-ACCOUNT         PIC X(10).
               10 GLA-ACTIVE          PIC X(1).
       01 GL-JOURNAL-FIELDS.
           05 GL-CYCLE-TX-TOTAL     PIC 9(9)V99 VALUE ZERO.
           05 GL-CYCLE-IN-TOTAL     PIC 9(9)V99 VALUE ZERO.
           05 GL-CYCLE-RT-TOTAL     PIC 9(9)V99 VALUE ZERO.
           05 GL-CYCLE-OT-TOTAL     PIC 9(9)V99 VALUE ZERO.
           05 GL-DEBIT-TOTAL        PIC 9(11)V99 VALUE ZERO.
           05 GL-CREDIT-TOTAL       PIC 9(11)V99 VALUE ZERO.
           05 GL-ENTRY-COUNT        PIC 9(6)   VALUE ZERO.
           05 GL-OUT-OF-BALANCE-SW  PIC X(3)   VALUE 'NO '.
           05 GL-SUSPENSE-ACCOUNT   PIC X(10)  VALUE 'SUSPENSE'.
           05 GL-LOOKUP-TYPE        PIC X(1)   VALUE SPACES.
           05 GL-LOOKUP-CODE        PIC X(4)   VALUE SPACES.
           05 GL-LOOKUP-ACCOUNT     PIC X(10)  VALUE SPACES.
           05 GL-FOUND-SW           PIC X(3)   VALUE 'NO '.
           05 GL-POST-AMOUNT        PIC 9(9)V99 VALUE ZERO.
           05 GL-POST-DR-CR         PIC X(1)   VALUE SPACES.
           05 GL-POST-REFERENCE     PIC X(10)  VALUE SPACES.
           05 GL-POST-DESC          PIC X(30)  VALUE SPACES.
       01 GL-OFFICE-CODE.
           05 GL-OFFICE-TERRITORY   PIC X(2)   VALUE SPACES.
           05 GL-OFFICE-OFFICE      PIC X(2)   VALUE SPACES.
       01 WORKING-JOURNAL-REC.
           05 JRN-REC-TYPE          PIC X(1)   VALUE 'D'.
           05 JRN-JOURNAL-DATE      PIC 9(8).
           05 JRN-SOURCE            PIC X(4)   VALUE 'PAYR'.
           05 JRN-ACCOUNT           PIC X(10).
           05 JRN-DR-CR             PIC X(1).
           05 JRN-AMOUNT            PIC 9(9)V99.
           05 JRN-REFERENCE         PIC X(10).
           05 JRN-DESCRIPTION       PIC X(30).
           05 FILLER145             PIC X(5)   VALUE SPACES.
       01 WORKING-JOURNAL-TRAILER.
           05 JRN-TRL-REC-TYPE      PIC X(1)   VALUE '9'.
           05 JRN-TRL-DATE          PIC 9(8).
           05 JRN-TRL-SOURCE        PIC X(4)   VALUE 'PAYR'.
           05 JRN-TRL-ENTRY-COUNT   PIC 9(6).
           05 JRN-TRL-DEBIT-TOTAL   PIC 9(11)V99.
           05 JRN-TRL-CREDIT-TOTAL  PIC 9(11)V99.
           05 FILLER146             PIC X(35)  VALUE SPACES.
       01 DEDUCTION-TYPE-TOTALS.
           05 DED-TAX-TOTAL        PIC 9(9)  VALUE ZERO.
           05 DED-INS-TOTAL        PIC 9(9)  VALUE ZERO.
           05 DED-RET-TOTAL        PIC 9(9)  VALUE ZERO.
           05 DED-OTH-TOTAL        PIC 9(9)  VALUE ZERO.
           05 DED-GRAND-TOTAL      PIC 9(9)  VALUE ZERO.
           05 DED-FIT-TOTAL        PIC 9(9)V99 VALUE ZERO.
           05 DED-SIT-TOTAL        PIC 9(9)V99 VALUE ZERO.
       01 WORKING-DEDREG-HEADER.
           05 FILLER60             PIC X(24) VALUE SPACES.
           05 DEDREG-TITLE         PIC X(18) VALUE
           05 FILLER63             PIC X(2)  VALUE SPACES.
           05 DRG-TOTAL-AMOUNT-OUT PIC ZZZ,ZZZ,ZZ9.
           05 FILLER64             PIC X(42) VALUE SPACES.
       01 WORKING-DEDREG-WH-REC.
           05 DRW-EMPLOYEE-NUM     PIC X(5).
           05 DRW-SPACES-ONE       PIC X(3)  VALUE SPACES.
           05 DRW-EMPLOYEE-NAME    PIC X(20).
           05 DRW-SPACES-TWO       PIC X(3)  VALUE SPACES.
           05 DRW-TYPE-CODE        PIC X(2).
           05 DRW-SPACES-THREE     PIC X(2)  VALUE SPACES.
           05 DRW-TYPE-NAME        PIC X(10).
           05 DRW-SPACES-FOUR      PIC X(2)  VALUE SPACES.
           05 DRW-STATE-OUT        PIC X(2).
           05 DRW-SPACES-FIVE      PIC X(2)  VALUE SPACES.
           05 DRW-AMOUNT-OUT       PIC ZZ,ZZ9.99.
           05 DRW-FILLER           PIC X(20) VALUE SPACES.
       01 DEDREG-WH-TOTAL-LINE.
           05 FILLER141            PIC X(5)  VALUE SPACES.
           05 DRW-TOTAL-NAME       PIC X(14) VALUE SPACES.
           05 DRW-TOTAL-TAG        PIC X(6)  VALUE 'TOTAL '.
           05 FILLER142            PIC X(2)  VALUE SPACES.
           05 DRW-TOTAL-AMOUNT-OUT PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER143            PIC X(39) VALUE SPACES.
       01 TERM-GARNISH-HEADER.
           05 FILLER152            PIC X(5)  VALUE SPACES.
           05 TERM-GARNISH-TITLE   PIC X(50) VALUE
               'TERMINATED EMPLOYEES - OPEN GARNISHMENT BALANCES'.
           05 FILLER153            PIC X(25) VALUE SPACES.
       01 PRIOR-COMPARE-FIELDS.
           05 PRIOR-KEY            PIC X(5)  VALUE SPACES.
           05 CURR-KEY             PIC X(5)  VALUE SPACES.
           05 BANKACCT-READ-COUNT    PIC 9(7) VALUE ZERO.
           05 BANKACCT-LOADED-COUNT  PIC 9(7) VALUE ZERO.
           05 BANKACCT-REJECT-COUNT  PIC 9(7) VALUE ZERO.
           05 WITHHOLD-READ-COUNT    PIC 9(7) VALUE ZERO.
           05 WITHHOLD-LOADED-COUNT  PIC 9(7) VALUE ZERO.
           05 WITHHOLD-REJECT-COUNT  PIC 9(7) VALUE ZERO.
           05 TAXTABLE-READ-COUNT    PIC 9(7) VALUE ZERO.
           05 TAXTABLE-REJECT-COUNT  PIC 9(7) VALUE ZERO.
           05 GLACCT-READ-COUNT      PIC 9(7) VALUE ZERO.
           05 GLACCT-REJECT-COUNT    PIC 9(7) VALUE ZERO.
           05 GL-UNMAPPED-COUNT      PIC 9(7) VALUE ZERO.
           05 CHECKS-SKIPPED-COUNT   PIC 9(7) VALUE ZERO.
           05 CHECKS-KEPT-COUNT      PIC 9(7) VALUE ZERO.
           05 CHECK-START-REJECT-COUNT PIC 9(7) VALUE ZERO.
           05 INACTIVE-SKIPPED-COUNT PIC 9(7) VALUE ZERO.
           05 FINAL-CHECK-COUNT      PIC 9(7) VALUE ZERO.
           05 TERM-GARNISH-COUNT     PIC 9(7) VALUE ZERO.
           05 SUPP-READ-COUNT        PIC 9(7) VALUE ZERO.
           05 SUPP-LOADED-COUNT      PIC 9(7) VALUE ZERO.
           05 SUPP-REJECT-COUNT      PIC 9(7) VALUE ZERO.
           05 SUPP-UNPAID-COUNT      PIC 9(7) VALUE ZERO.
           05 RETRO-FIGURED-COUNT    PIC 9(7) VALUE ZERO.
           05 PTOPOL-READ-COUNT      PIC 9(7) VALUE ZERO.
           05 PTOPOL-REJECT-COUNT    PIC 9(7) VALUE ZERO.
           05 LEAVE-REJECT-COUNT     PIC 9(7) VALUE ZERO.
           05 BALANCE-WORK-NUM      PIC 9(7) VALUE ZERO.
           05 OUT-OF-BALANCE-SW      PIC X(3) VALUE 'NO '.
           05 RUN-RETURN-CODE        PIC 9(2) VALUE ZERO.
       01 WORKING-SUMMARY-HEADER.
           05 SUM-RC-LABEL         PIC X(13) VALUE 'RETURN CODE: '.
           05 SUM-RC-OUT           PIC 9(2).
           05 FILLER84             PIC X(60) VALUE SPACES.
       01 SUMMARY-AMOUNT-LINE.
           05 FILLER147            PIC X(5)  VALUE SPACES.
           05 SUM-AMT-LABEL        PIC X(26) VALUE SPACES.
           05 SUM-AMOUNT-OUT       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER148            PIC X(35) VALUE SPACES.
       01 STATEMENT-FIELDS.
           05 STMT-LINE-COUNT      PIC 9(2)  VALUE ZERO.
           05 STATEMENT-PAGE-LINES PIC 9(2)  VALUE 25.
           05 FILLER74             PIC X(47) VALUE SPACES.
       01 STUB-CONTROL-FIELDS.
           05 STUB-LINE-COUNT      PIC 9(2)  VALUE ZERO.
           05 STUB-PAGE-LINES      PIC 9(2)  VALUE 24.
       01 STUB-TITLE-LINE.
           05 FILLER115            PIC X(5)  VALUE SPACES.
           05 STUB-TITLE           PIC X(17) VALUE
           05 REGISTER-GROSS-TOTAL  PIC 9(9)V99 VALUE ZERO.
           05 REGISTER-DEDUCT-TOTAL PIC 9(9)V99 VALUE ZERO.
           05 REGISTER-NET-TOTAL    PIC 9(9)V99 VALUE ZERO.
           05 OFFICE-FIT-TOTAL      PIC 9(9)V99 VALUE ZERO.
           05 OFFICE-SIT-TOTAL      PIC 9(9)V99 VALUE ZERO.
           05 REGISTER-FIT-TOTAL    PIC 9(9)V99 VALUE ZERO.
           05 REGISTER-SIT-TOTAL    PIC 9(9)V99 VALUE ZERO.
           05 CHECKS-ISSUED-COUNT   PIC 9(6)   VALUE ZERO.
           05 NET-PAY-HASH-TOTAL    PIC 9(11)V99 VALUE ZERO.
           05 REISSUE-PRESENT-SW    PIC X(3)   VALUE 'NO '.
           05 REISSUE-COUNT         PIC 9(6)   VALUE ZERO.
           05 HISTORY-ACTIVE-SW     PIC X(3)   VALUE 'NO '.
           05 HISTORY-WRITTEN-COUNT PIC 9(6)   VALUE ZERO.
           05 REISSUE-NET-TOTAL     PIC 9(9)V99 VALUE ZERO.
       01 SUPPLEMENTAL-PAY-FIELDS.
           05 SUPP-ACTIVE-SW        PIC X(3)   VALUE 'NO '.
           05 SUPP-FIT-PCT          PIC 9(3)   VALUE 022.
           05 SUPP-FIT-RATE         PIC 9V9(4) VALUE ZERO.
           05 SUPP-SEQ-NUM          PIC 9(4)   VALUE ZERO.
           05 SUPP-VALID-SW         PIC X(3)   VALUE 'YES'.
           05 SUPP-REJECT-REASON    PIC X(30)  VALUE SPACES.
           05 SUPP-AMOUNT-NUM       PIC 9(6)V99 VALUE ZERO.
           05 SUPP-CHECK-LIMIT      PIC 9(6)V99 VALUE 99999.99.
           05 SUPP-GROSS-WORK       PIC 9(7)V99 VALUE ZERO.
           05 MORE-HOLD-SW          PIC X(3)   VALUE 'NO '.
           05 SUPP-REJ-NOTYPE-COUNT PIC 9(5)   VALUE ZERO.
           05 SUPP-REJ-NOTYPE-AMT   PIC 9(9)V99 VALUE ZERO.
           05 MORE-SUPP-SW          PIC X(3)   VALUE 'NO '.
           05 SUPP-DED-TYPE-LIST    VALUE SPACES.
               10 SUPP-DED-TYPE     PIC X(2) OCCURS 4 TIMES.
           05 SUPP-DED-SUB          PIC 9(1)   VALUE ZERO.
           05 SUPP-DED-FOUND-SW     PIC X(3)   VALUE 'NO '.
           05 EARN-SUB              PIC 9(1)   VALUE ZERO.
           05 EARN-FOUND-SUB        PIC 9(1)   VALUE ZERO.
           05 EARN-LOOKUP-CODE      PIC X(2)   VALUE SPACES.
           05 SUPP-READ-AMT-TOTAL   PIC 9(9)V99 VALUE ZERO.
           05 SUPP-PAID-AMT-TOTAL   PIC 9(9)V99 VALUE ZERO.
           05 SUPP-READ-CNT-TOTAL   PIC 9(5)   VALUE ZERO.
           05 SUPP-PAID-CNT-TOTAL   PIC 9(5)   VALUE ZERO.
       01 EARN-TYPE-LIST.
           05 FILLER154            PIC X(14) VALUE 'BNBONUS       '.
           05 FILLER155            PIC X(14) VALUE 'RPRETRO PAY   '.
           05 FILLER156            PIC X(14) VALUE 'MTMISSED TIME '.
           05 FILLER157            PIC X(14) VALUE 'OEOTHER EARN  '.
       01 EARN-TYPE-TABLE REDEFINES EARN-TYPE-LIST.
           05 EARN-TYPE-ENTRY      OCCURS 4 TIMES.
               10 ETT-CODE         PIC X(2).
               10 ETT-NAME         PIC X(12).
       01 EARN-TYPE-TOTALS.
           05 EARN-TOTAL-ENTRY     OCCURS 4 TIMES.
               10 ETT-READ-COUNT   PIC 9(5).
               10 ETT-READ-AMT     PIC 9(9)V99.
               10 ETT-PAID-COUNT   PIC 9(5).
               10 ETT-PAID-AMT     PIC 9(9)V99.
       01 RETRO-SUB                PIC 9(3)  VALUE ZERO.
       01 RETRO-COUNT              PIC 9(3)  VALUE ZERO.
       01 RETRO-FOUND-SUB          PIC 9(3)  VALUE ZERO.
       01 RETRO-CHANGE-TABLE.
           05 RETRO-CHANGE-ENTRY   OCCURS 200 TIMES.
               10 RTO-EMPLOYEE-NUM PIC X(5).
               10 RTO-OLD-SALARY   PIC 9(6).
               10 RTO-NEW-SALARY   PIC 9(6).
               10 RTO-EFF-DAY-NUM  PIC 9(7).
               10 RTO-CHG-DAY-NUM  PIC 9(7).
       01 RETRO-WORK-FIELDS.
           05 RETRO-LOOKUP-KEY     PIC X(5)  VALUE SPACES.
           05 RETRO-CHG-DATE.
               10 RETRO-CHG-YYYY   PIC 9(4).
               10 RETRO-CHG-MM     PIC 9(2).
               10 RETRO-CHG-DD     PIC 9(2).
           05 RETRO-CHG-DATE-9 REDEFINES RETRO-CHG-DATE
                                   PIC 9(8).
           05 RETRO-DIFF-NUM       PIC 9(6)  VALUE ZERO.
           05 RETRO-DAYS-NUM       PIC 9(5)  VALUE ZERO.
           05 RETRO-WORK-AMT       PIC 9(11)V99 VALUE ZERO.
       01 SUPP-REGISTER-HEADER.
           05 FILLER158            PIC X(28) VALUE SPACES.
           05 SUPP-REGISTER-TITLE  PIC X(26) VALUE
               'OFF-CYCLE EARNINGS DETAIL'.
           05 FILLER159            PIC X(78) VALUE SPACES.
       01 WORKING-SUPP-DETAIL.
           05 SRD-EMPLOYEE-NUM     PIC X(5).
           05 SRD-SPACES-ONE       PIC X(4)  VALUE SPACES.
           05 SRD-EARN-TYPE        PIC X(2).
           05 SRD-SPACES-TWO       PIC X(2)  VALUE SPACES.
           05 SRD-TYPE-NAME        PIC X(12).
           05 SRD-SPACES-THREE     PIC X(2)  VALUE SPACES.
           05 SRD-AMOUNT-OUT       PIC ZZZ,ZZ9.99.
           05 SRD-SPACES-FOUR      PIC X(3)  VALUE SPACES.
           05 SRD-REASON           PIC X(20).
           05 SRD-SPACES-FIVE      PIC X(2)  VALUE SPACES.
           05 SRD-USER-ID          PIC X(8).
           05 SRD-SPACES-SIX       PIC X(2)  VALUE SPACES.
           05 SRD-STATUS-OUT       PIC X(8).
           05 SRD-FILLER           PIC X(52) VALUE SPACES.
       01 SUPP-TYPE-TOTAL-LINE.
           05 FILLER160            PIC X(5)  VALUE SPACES.
           05 STL-EARN-TYPE        PIC X(2).
           05 FILLER161            PIC X(2)  VALUE SPACES.
           05 STL-TYPE-NAME        PIC X(12).
           05 FILLER162            PIC X(8)  VALUE '  ITEMS '.
           05 STL-READ-COUNT       PIC ZZ,ZZ9.
           05 FILLER163            PIC X(2)  VALUE SPACES.
           05 STL-READ-AMT         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER164            PIC X(8)  VALUE '   PAID '.
           05 STL-PAID-COUNT       PIC ZZ,ZZ9.
           05 FILLER165            PIC X(2)  VALUE SPACES.
           05 STL-PAID-AMT         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER166            PIC X(2)  VALUE SPACES.
           05 STL-FLAG-OUT         PIC X(14).
           05 FILLER167            PIC X(35) VALUE SPACES.
       01 CYCLE-BACKUP-FIELDS.
           05 BACKUP-RECORD-COUNT   PIC 9(7)   VALUE ZERO.
           05 CHKCTL-ON-FILE-SW     PIC X(3)   VALUE 'NO '.
           05 SAVED-CHECK-CONTROL.
               10 SAVED-CKC-LAST-NUM  PIC 9(6).
               10 SAVED-CKC-STATUS    PIC X(1).
               10 SAVED-CKC-FIRST-NUM PIC 9(6).
               10 SAVED-CKC-RUN-DATE  PIC 9(8).
       01 REMIT-EXTRACT-FIELDS.
           05 REMIT-DETAIL-COUNT    PIC 9(7)   VALUE ZERO.
       01 WORKING-REMIT-HEADER.
           05 RMH-REC-TYPE          PIC X(1)   VALUE 'H'.
           05 RMH-PAY-DATE          PIC 9(8).
           05 RMH-RUN-DATE          PIC X(10).
           05 RMH-RUN-TIME          PIC X(8).
           05 RMH-RUN-MODE          PIC X(11).
           05 FILLER185             PIC X(42)  VALUE SPACES.
       01 WORKING-REMIT-DETAIL.
           05 RMD-REC-TYPE          PIC X(1)   VALUE 'D'.
           05 RMD-EMPLOYEE-NUM      PIC X(5).
           05 RMD-EMPLOYEE-NAME     PIC X(20).
           05 RMD-TYPE-CODE         PIC X(2).
           05 RMD-GARNISH-SW        PIC X(1).
           05 RMD-AMOUNT            PIC 9(5)V99.
           05 RMD-PAY-DATE          PIC 9(8).
           05 FILLER186             PIC X(36)  VALUE SPACES.
       01 WORKING-REMIT-TOTAL.
           05 RMT-REC-TYPE          PIC X(1)   VALUE 'T'.
           05 RMT-TYPE-CODE         PIC X(2).
           05 RMT-AMOUNT            PIC 9(9)V99.
           05 FILLER187             PIC X(66)  VALUE SPACES.
       01 LEAVE-FIELDS.
           05 LEAVE-ACTIVE-SW       PIC X(3)   VALUE 'NO '.
           05 LEAVE-ON-FILE-SW      PIC X(3)   VALUE 'NO '.
           05 LEAVE-VALID-SW        PIC X(3)   VALUE 'YES'.
           05 MORE-LEAVE-SW         PIC X(3)   VALUE 'NO '.
           05 LEAVE-SORT-EOF-SW     PIC X(3)   VALUE 'NO '.
           05 LEAVE-FIRST-SW        PIC X(3)   VALUE 'YES'.
           05 LEAVE-SUB             PIC 9(1)   VALUE ZERO.
           05 LEAVE-PAY-TYPE        PIC X(1)   VALUE 'S'.
           05 HIRE-DAY-NUM          PIC 9(7)   VALUE ZERO.
           05 SERVICE-DAYS-NUM      PIC 9(7)   VALUE ZERO.
           05 SERVICE-YEARS         PIC 9(2)   VALUE ZERO.
           05 LEAVE-RATE-NUM        PIC 9(4)V99 VALUE ZERO.
           05 LEAVE-PAID-HOURS      PIC 9(4)V99 VALUE ZERO.
           05 LEAVE-PAY-NUM         PIC 9(5)V99 VALUE ZERO.
           05 LEAVE-ACCRUAL-HRS     PIC 9(4)V99 VALUE ZERO.
           05 LEAVE-ROOM-HRS        PIC 9(4)V99 VALUE ZERO.
           05 LEAVE-EMP-HOURS       PIC 9(5)V99 VALUE ZERO.
           05 LEAVE-EMP-VALUE       PIC 9(7)V99 VALUE ZERO.
           05 LEAVE-USED-TOTAL      PIC 9(9)V99 VALUE ZERO.
           05 LEAVE-ACCRUED-TOTAL   PIC 9(9)V99 VALUE ZERO.
           05 PREV-LEAVE-TERRITORY  PIC X(2)   VALUE SPACES.
           05 PREV-LEAVE-OFFICE     PIC X(2)   VALUE SPACES.
       01 CYCLE-LEAVE-HOURS.
           05 CYC-LEAVE-ENTRY      OCCURS 3 TIMES.
               10 CYC-LEAVE-USED   PIC 9(3)V99.
               10 CYC-LEAVE-REMAIN PIC 9(4)V99.
       01 LEAVE-TYPE-LIST.
           05 FILLER168            PIC X(10) VALUE 'VAVACATION'.
           05 FILLER169            PIC X(10) VALUE 'SKSICK    '.
           05 FILLER170            PIC X(10) VALUE 'HOHOLIDAY '.
       01 LEAVE-TYPE-TABLE REDEFINES LEAVE-TYPE-LIST.
           05 LEAVE-TYPE-ENTRY     OCCURS 3 TIMES.
               10 LVT-CODE         PIC X(2).
               10 LVT-NAME         PIC X(8).
       01 PTO-SUB                  PIC 9(3)  VALUE ZERO.
       01 PTO-FOUND-SUB            PIC 9(3)  VALUE ZERO.
       01 PTO-POLICY-COUNT         PIC 9(3)  VALUE ZERO.
       01 PTO-TRACKED-SW           PIC X(3)  VALUE 'NO '.
       01 PTO-POLICY-TABLE.
           05 PTO-POLICY-ENTRY     OCCURS 60 TIMES.
               10 PTO-LEAVE-TYPE   PIC X(2).
               10 PTO-PAY-TYPE     PIC X(1).
               10 PTO-MIN-YEARS    PIC 9(2).
               10 PTO-ACCRUAL-RATE PIC 9(2)V9(4).
               10 PTO-CAP-HOURS    PIC 9(4)V99.
       01 LIAB-LVL                 PIC 9(1)  VALUE ZERO.
       01 LIAB-NEXT-LVL            PIC 9(1)  VALUE ZERO.
       01 LEAVE-LIABILITY-TOTALS.
           05 LIAB-LEVEL-ENTRY     OCCURS 3 TIMES.
               10 LIAB-HOURS       PIC 9(7)V99 OCCURS 3 TIMES.
               10 LIAB-VALUE       PIC 9(9)V99.
       01 LEAVE-RPT-HEADER.
           05 FILLER171            PIC X(40) VALUE SPACES.
           05 LEAVE-RPT-TITLE      PIC X(22) VALUE
               'LEAVE LIABILITY REPORT'.
           05 FILLER172            PIC X(10) VALUE SPACES.
           05 DATE-OUT-17          PIC X(10).
           05 FILLER173            PIC X(50) VALUE SPACES.
       01 LEAVE-RPT-COLUMNS.
           05 FILLER174            PIC X(29) VALUE
               'EMP    EMPLOYEE NAME'.
           05 FILLER175            PIC X(8)  VALUE 'TR  OF'.
           05 FILLER176            PIC X(36) VALUE
               '    VACATION        SICK     HOLIDAY'.
           05 FILLER177            PIC X(25) VALUE
               '     RATE          VALUE'.
           05 FILLER178            PIC X(34) VALUE SPACES.
       01 WORKING-LEAVE-RPT-REC.
           05 LVR-EMPLOYEE-NUM     PIC X(5).
           05 LVR-SPACES-ONE       PIC X(2)  VALUE SPACES.
           05 LVR-EMPLOYEE-NAME    PIC X(20).
           05 LVR-SPACES-TWO       PIC X(2)  VALUE SPACES.
           05 LVR-TERRITORY-NUM    PIC X(2).
           05 LVR-SPACES-THREE     PIC X(2)  VALUE SPACES.
           05 LVR-OFFICE-NUM       PIC X(2).
           05 LVR-SPACES-FOUR      PIC X(2)  VALUE SPACES.
           05 LVR-HOURS-ENTRY      OCCURS 3 TIMES.
               10 LVR-HOURS-OUT    PIC ZZZ,ZZ9.99.
               10 LVR-HOURS-SPACES PIC X(2).
           05 LVR-RATE-OUT         PIC ZZ,ZZ9.99.
           05 LVR-SPACES-FIVE      PIC X(2)  VALUE SPACES.
           05 LVR-VALUE-OUT        PIC ZZZ,ZZZ,ZZ9.99.
           05 LVR-FILLER           PIC X(34) VALUE SPACES.
       01 LEAVE-RPT-TOTAL-LINE.
           05 LLT-LABEL            PIC X(29).
           05 LLT-KEY-OUT          PIC X(8).
           05 LLT-HOURS-ENTRY      OCCURS 3 TIMES.
               10 LLT-HOURS-OUT    PIC ZZZ,ZZ9.99.
               10 LLT-HOURS-SPACES PIC X(2).
           05 FILLER179            PIC X(11) VALUE SPACES.
           05 LLT-VALUE-OUT        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER180            PIC X(34) VALUE SPACES.
       01 STUB-LEAVE-LINE.
           05 FILLER181            PIC X(5)  VALUE SPACES.
           05 STUB-LEAVE-NAME      PIC X(8).
           05 FILLER182            PIC X(12) VALUE ' HOURS USED '.
           05 STUB-LEAVE-USED-OUT  PIC ZZ9.99.
           05 FILLER183            PIC X(12) VALUE '  REMAINING '.
           05 STUB-LEAVE-REMAIN-OUT PIC Z,ZZ9.99.
           05 FILLER184            PIC X(29) VALUE SPACES.
       01 PAYMENT-ROUTE-FIELDS.
           05 PAY-EMPLOYEE-NUM      PIC X(5)   VALUE SPACES.
           05 PAY-EMPLOYEE-NAME     PIC X(20)  VALUE SPACES.
           05 DD-ISSUED-COUNT       PIC 9(6)   VALUE ZERO.
           05 DD-NET-HASH           PIC 9(11)V99 VALUE ZERO.
           05 PAPER-CHECK-COUNT     PIC 9(6)   VALUE ZERO.
           05 PAPER-NET-HASH        PIC 9(11)V99 VALUE ZERO.
       01 CHECK-CONTROL-FIELDS.
           05 CHKCTL-ACTIVE-SW      PIC X(3)   VALUE 'NO '.
           05 CHECK-CONTROL-STATUS  PIC X(1)   VALUE 'C'.
           05 CHECK-START-OVERRIDE  PIC 9(6)   VALUE ZERO.
           05 CHECK-RUN-FIRST-NUM   PIC 9(6)   VALUE ZERO.
           05 CHECK-LOG-FROM-NUM    PIC 9(6)   VALUE ZERO.
           05 CHECK-LOG-THRU-NUM    PIC 9(6)   VALUE ZERO.
           05 CHECK-LOG-NUM         PIC 9(7)   VALUE ZERO.
           05 CHECK-LOG-RANGE       PIC 9(7)   VALUE ZERO.
           05 CHECK-LOG-REASON      PIC X(30)  VALUE SPACES.
           05 POSPAY-ACCOUNT        PIC X(12)  VALUE SPACES.
           05 POSPAY-ITEM-COUNT     PIC 9(6)   VALUE ZERO.
           05 POSPAY-TOTAL-AMT      PIC 9(10)V99 VALUE ZERO.
       01 WORKING-CHKLOG-REC.
           05 CKL-RUN-DATE          PIC X(10).
           05 CKL-SPACES-ONE        PIC X(2)   VALUE SPACES.
           05 CKL-RUN-TIME          PIC X(8).
           05 CKL-SPACES-TWO        PIC X(3)   VALUE SPACES.
           05 CKL-CHECK-NUM         PIC 9(6).
           05 CKL-SPACES-THREE      PIC X(3)   VALUE SPACES.
           05 CKL-REASON-OUT        PIC X(30).
           05 CKL-FILLER            PIC X(18)  VALUE SPACES.
       01 WORKING-POSPAY-HEADER.
           05 PPH-REC-TYPE          PIC X(1)   VALUE 'H'.
           05 PPH-ACCOUNT           PIC X(12).
           05 PPH-ISSUE-DATE        PIC 9(8).
           05 PPH-SOURCE            PIC X(8)   VALUE 'PAYROLL'.
           05 FILLER149             PIC X(51)  VALUE SPACES.
       01 WORKING-POSPAY-DETAIL.
           05 PPD-REC-TYPE          PIC X(1)   VALUE 'D'.
           05 PPD-ACCOUNT           PIC X(12).
           05 PPD-ISSUE-CODE        PIC X(1)   VALUE 'I'.
           05 PPD-CHECK-NUM         PIC 9(6).
           05 PPD-ISSUE-DATE        PIC 9(8).
           05 PPD-AMOUNT            PIC 9(8)V99.
           05 PPD-PAYEE-NAME        PIC X(20).
           05 PPD-EMPLOYEE-NUM      PIC X(5).
           05 FILLER150             PIC X(17)  VALUE SPACES.
       01 WORKING-POSPAY-TRAILER.
           05 PPT-REC-TYPE          PIC X(1)   VALUE 'T'.
           05 PPT-ACCOUNT           PIC X(12).
           05 PPT-ITEM-COUNT        PIC 9(6).
           05 PPT-TOTAL-AMOUNT      PIC 9(10)V99.
           05 FILLER151             PIC X(49)  VALUE SPACES.
       01 CHKPRT-LINE-ONE.
           05 FILLER104            PIC X(9)  VALUE 'CHECK NO '.
           05 CHK-CHECK-NUM-OUT    PIC 9(6).
           05 FILLER45             PIC X(23) VALUE 'EMPLOYEE NAME'.
           05 FILLER46             PIC X(6)  VALUE 'OFFICE'.
           05 FILLER47             PIC X(13) VALUE '    GROSS PAY'.
           05 FILLER134            PIC X(9)  VALUE '  FED W/H'.
           05 FILLER135            PIC X(13) VALUE '    STATE W/H'.
           05 FILLER48             PIC X(16) VALUE '      DEDUCTIONS'.
           05 FILLER49             PIC X(15) VALUE '        NET PAY'.
           05 FILLER50             PIC X(18) VALUE SPACES.
       01 WORKING-REGISTER-REC.
           05 REG-CHECK-NUM-OUT    PIC 9(6).
           05 REG-SPACES-ONE       PIC X(4)  VALUE SPACES.
           05 REG-SPACES-FOUR      PIC X(4)  VALUE SPACES.
           05 REG-GROSS-OUT        PIC ZZ,ZZ9.99.
           05 REG-SPACES-FIVE      PIC X(4)  VALUE SPACES.
           05 REG-FIT-OUT          PIC ZZ,ZZ9.99.
           05 REG-SPACES-SEVEN     PIC X(4)  VALUE SPACES.
           05 REG-SIT-OUT          PIC ZZ,ZZ9.99.
           05 REG-SPACES-EIGHT     PIC X(7)  VALUE SPACES.
           05 REG-DEDUCT-OUT       PIC ZZ,ZZ9.99.
           05 REG-SPACES-SIX       PIC X(6)  VALUE SPACES.
           05 REG-NET-OUT          PIC ZZ,ZZ9.99.
           05 REG-FILLER           PIC X(18) VALUE SPACES.
       01 REGISTER-TOTAL-LINE.
           05 FILLER51             PIC X(5)  VALUE SPACES.
           05 REG-TOTAL-LABEL      PIC X(11) VALUE SPACES.
           05 FILLER53             PIC X(13) VALUE SPACES.
           05 REG-TOTAL-GROSS-OUT  PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER54             PIC X(1)  VALUE SPACES.
           05 REG-TOTAL-FIT-OUT    PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER136            PIC X(1)  VALUE SPACES.
           05 REG-TOTAL-SIT-OUT    PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER137            PIC X(1)  VALUE SPACES.
           05 REG-TOTAL-DEDUCT-OUT PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER55             PIC X(1)  VALUE SPACES.
           05 REG-TOTAL-NET-OUT    PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER56             PIC X(18) VALUE SPACES.
       01 WORKING-BANK-HEADER.
           05 BNK-HDR-REC-TYPE     PIC X     VALUE '1'.
           05 BNK-HDR-COMPANY      PIC X(20) VALUE
           05 YTD-GROSS-TOTAL      PIC 9(9)V99 VALUE ZERO.
           05 YTD-DEDUCT-TOTAL     PIC 9(9)V99 VALUE ZERO.
           05 YTD-NET-TOTAL        PIC 9(9)V99 VALUE ZERO.
           05 YTD-FIT-TOTAL        PIC 9(9)V99 VALUE ZERO.
           05 YTD-SIT-TOTAL        PIC 9(9)V99 VALUE ZERO.
       01 WORKING-YTDRPT-HEADER.
           05 FILLER91             PIC X(24) VALUE SPACES.
           05 YTDRPT-TITLE         PIC X(21) VALUE
           05 FILLER95             PIC X(14) VALUE '     YTD GROSS'.
           05 FILLER96             PIC X(14) VALUE '    YTD DEDUCT'.
           05 FILLER97             PIC X(14) VALUE '       YTD NET'.
           05 FILLER138            PIC X(14) VALUE '   YTD FED W/H'.
           05 FILLER139            PIC X(14) VALUE '    YTD ST W/H'.
           05 FILLER98             PIC X(7)  VALUE SPACES.
       01 WORKING-YTDRPT-REC.
           05 YTD-EMP-NUM-OUT      PIC X(5).
           05 YTD-DEDUCT-OUT       PIC Z,ZZZ,ZZ9.99.
           05 YTD-SPACES-FOUR      PIC X(2)  VALUE SPACES.
           05 YTD-NET-OUT          PIC Z,ZZZ,ZZ9.99.
           05 YTD-SPACES-FIVE      PIC X(2)  VALUE SPACES.
           05 YTD-FIT-OUT          PIC Z,ZZZ,ZZ9.99.
           05 YTD-SPACES-SIX       PIC X(2)  VALUE SPACES.
           05 YTD-SIT-OUT          PIC Z,ZZZ,ZZ9.99.
           05 YTD-FILLER           PIC X(9)  VALUE SPACES.
       01 YTDRPT-TOTAL-LINE.
           05 FILLER99             PIC X(9)  VALUE SPACES.
           05 YTDT-DEDUCT-OUT      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER102            PIC X(1)  VALUE SPACES.
           05 YTDT-NET-OUT         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER140            PIC X(1)  VALUE SPACES.
           05 YTDT-FIT-OUT         PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER144            PIC X(1)  VALUE SPACES.
           05 YTDT-SIT-OUT         PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER103            PIC X(9)  VALUE SPACES.
       01 MAIL-ADDRESS-EDIT-FIELDS.
           05 MAIL-ADDR-VALID-SW   PIC X(3)  VALUE 'YES'.
       PERFORM 101-READ-CHECKPOINT-RTN
       PERFORM 150-SET-REPORT-DATE-RTN
       PERFORM 103-CHECK-RUN-LEDGER-RTN
       IF PAY-CYCLE-SW = 'YES' AND RUN-MODE NOT = 'REPORT-ONLY'
           PERFORM 120-TAKE-CYCLE-BACKUP-RTN
       END-IF
       PERFORM 102-OPEN-OUTPUT-FILES-RTN

       IF RESUMING-PAYROLL-SW = 'NO '
       PERFORM 430-LOAD-DEDUCTIONS-RTN
       IF PAY-CYCLE-SW = 'YES'
           PERFORM 432-LOAD-BANK-ACCTS-RTN
           IF RUN-MODE = 'OFF-CYCLE'
               PERFORM 411-LOAD-MAINT-AUDIT-RTN
               PERFORM 414-LOAD-SUPPLEMENTAL-RTN
           ELSE
               PERFORM 427-LOAD-TIMECARDS-RTN
           END-IF
           PERFORM 481-LOAD-WITHHOLDING-RTN
           PERFORM 486-LOAD-TAX-TABLE-RTN
           PERFORM 490-LOAD-GL-ACCOUNTS-RTN
           PERFORM 495-LOAD-CHECK-CONTROL-RTN
           PERFORM 451-LOAD-LEAVE-RTN
       END-IF
       IF PAY-CYCLE-SW = 'YES' OR RUN-MODE = 'YEAR-END'
           PERFORM 444-LOAD-YTD-RTN
       PERFORM 1000-RECONCILE-RTN
       IF PAY-CYCLE-SW = 'YES'
           PERFORM 1250-WRITE-STUBS-RTN
           PERFORM 1580-LEAVE-LIABILITY-RTN
       END-IF
       PERFORM 1100-DEDUCTION-REGISTER-RTN
       IF YTD-ACTIVE-SW = 'YES'
       END-IF
       IF PAY-CYCLE-SW = 'YES' AND RUN-MODE NOT = 'REPORT-ONLY'
           PERFORM 1560-SAVE-DED-BALANCE-RTN
           PERFORM 1570-SAVE-LEAVE-RTN
       END-IF
       PERFORM 1400-PRIOR-COMPARE-RTN
       IF RUN-MODE NOT = 'REPORT-ONLY'
           PERFORM 1450-SAVE-PRIOR-RTN
       END-IF
       IF PAY-CYCLE-SW = 'YES'
           PERFORM 1600-WRITE-GL-JOURNAL-RTN
           PERFORM 1640-WRITE-POSPAY-TRAILER-RTN
           PERFORM 1630-CLOSE-CHECK-CONTROL-RTN
       END-IF
       PERFORM 1300-RUN-SUMMARY-RTN
       PERFORM 1305-APPEND-RUN-LEDGER-RTN
       PERFORM 990-CLEAR-CHECKPOINT-RTN
                 OUT-BANK-FILE
                 OUT-CHKPRT-FILE
                 BANKACCT-MASTER-FILE
                 WITHHOLD-MASTER-FILE
                 OUT-STUB-FILE
                 OUT-JOURNAL-FILE
                 OUT-POSPAY-FILE
                 OUT-REMIT-FILE
       END-IF
       IF TIMECARD-ACTIVE-SW = 'YES'
           CLOSE TIMECARD-MASTER-FILE
       END-IF
       IF SUPP-ACTIVE-SW = 'YES'
           CLOSE SUPP-MASTER-FILE
       END-IF
       IF LEAVE-ACTIVE-SW = 'YES'
           CLOSE LEAVE-WORK-FILE
       END-IF
       IF CHKCTL-ACTIVE-SW = 'YES'
           CLOSE OUT-CHKLOG-FILE
       END-IF
       IF YTD-ACTIVE-SW = 'YES'
           CLOSE YTD-WORK-FILE
                 OUT-YTDRPT-FILE
       END-IF
       IF HISTORY-ACTIVE-SW = 'YES'
           CLOSE EARN-HISTORY-FILE
       END-IF

       MOVE RUN-RETURN-CODE TO RETURN-CODE
       STOP RUN.
           END-IF
           IF RUN-MODE = 'REPORT-ONLY'
               MOVE 'NO ' TO PAY-CYCLE-SW
           END-IF
           IF RUN-MODE = 'OFF-CYCLE'
               MOVE 'YES' TO PAY-CYCLE-SW
           END-IF
           DIVIDE SUPP-FIT-PCT BY 100 GIVING SUPP-FIT-RATE.

       106-CONTROL-CARD-LOOP-RTN.
           READ CONTROL-CARD-FILE
           IF CARD-KEYWORD = 'YTDRPT-OUT'
               MOVE CARD-VALUE TO YTDRPT-OUT-NAME
           END-IF
           IF CARD-KEYWORD = 'WITHHOLD-IN'
               MOVE CARD-VALUE TO WITHHOLD-IN-NAME
           END-IF
           IF CARD-KEYWORD = 'TAXTABLE-IN'
               MOVE CARD-VALUE TO TAXTABLE-IN-NAME
           END-IF
           IF CARD-KEYWORD = 'EARN-HISTORY'
               MOVE CARD-VALUE TO EARN-HISTORY-NAME
           END-IF
           IF CARD-KEYWORD = 'GLACCT-IN'
               MOVE CARD-VALUE TO GLACCT-IN-NAME
           END-IF
           IF CARD-KEYWORD = 'JOURNAL-OUT'
               MOVE CARD-VALUE TO JOURNAL-OUT-NAME
           END-IF
           IF CARD-KEYWORD = 'CHECK-CONTROL'
               MOVE CARD-VALUE TO CHECKCTL-NAME
           END-IF
           IF CARD-KEYWORD = 'CHECK-LOG'
               MOVE CARD-VALUE TO CHKLOG-OUT-NAME
           END-IF
           IF CARD-KEYWORD = 'POSPAY-OUT'
               MOVE CARD-VALUE TO POSPAY-OUT-NAME
           END-IF
           IF CARD-KEYWORD = 'POSPAY-ACCOUNT'
               MOVE CARD-VALUE(1:12) TO POSPAY-ACCOUNT
           END-IF
           IF CARD-KEYWORD = 'CHECK-START'
               AND CARD-VALUE(1:6) NUMERIC
               MOVE CARD-VALUE(1:6) TO CHECK-START-OVERRIDE
           END-IF
           IF CARD-KEYWORD = 'CYCLE-BACKUP'
               MOVE CARD-VALUE TO CYCLE-BACKUP-NAME
           END-IF
           IF CARD-KEYWORD = 'REMIT-OUT'
               MOVE CARD-VALUE TO REMIT-OUT-NAME
           END-IF
           IF CARD-KEYWORD = 'PTO-POLICY-IN'
               MOVE CARD-VALUE TO PTO-POLICY-NAME
           END-IF
           IF CARD-KEYWORD = 'LEAVE-MASTER'
               MOVE CARD-VALUE TO LEAVE-MASTER-NAME
           END-IF
           IF CARD-KEYWORD = 'LEAVE-RPT-OUT'
               MOVE CARD-VALUE TO LEAVE-RPT-NAME
           END-IF
           IF CARD-KEYWORD = 'SUPPLEMENTAL-IN'
               MOVE CARD-VALUE TO SUPP-IN-NAME
           END-IF
           IF CARD-KEYWORD = 'MAINT-AUDIT-IN'
               MOVE CARD-VALUE TO MAINT-AUDIT-NAME
           END-IF
           IF CARD-KEYWORD = 'SUPP-DED-TYPES'
               MOVE SPACES TO SUPP-DED-TYPE-LIST
               UNSTRING CARD-VALUE
                   DELIMITED BY ',' OR SPACE
                   INTO SUPP-DED-TYPE(1) SUPP-DED-TYPE(2)
                        SUPP-DED-TYPE(3) SUPP-DED-TYPE(4)
               END-UNSTRING
           END-IF
           IF CARD-KEYWORD = 'SUPP-FIT-PCT'
               PERFORM 108-JUSTIFY-CARD-NUM-RTN
               IF CARD-NUM-VALUE NUMERIC
                   MOVE CARD-NUM-VALUE TO SUPP-FIT-PCT
               END-IF
           END-IF
           IF CARD-KEYWORD = 'LINES-PER-PAGE'
               PERFORM 108-JUSTIFY-CARD-NUM-RTN
               IF CARD-NUM-VALUE NUMERIC
           END-UNSTRING
           IF CARD-KEYWORD = 'LINES-PER-PAGE' OR
              CARD-KEYWORD = 'CHECKPOINT-INTERVAL' OR
              CARD-KEYWORD = 'SALARY-CHANGE-PCT' OR
              CARD-KEYWORD = 'SUPP-FIT-PCT'
               PERFORM 108-JUSTIFY-CARD-NUM-RTN
               IF CARD-NUM-VALUE NOT NUMERIC
                   PERFORM 317-ECHO-PARM-REJECT-RTN
           IF CARD-KEYWORD = 'AS-OF-DATE'
               AND CARD-VALUE(1:8) NOT NUMERIC
               PERFORM 317-ECHO-PARM-REJECT-RTN
           END-IF
           IF CARD-KEYWORD = 'CHECK-START'
               AND CARD-VALUE(1:6) NOT NUMERIC
               PERFORM 317-ECHO-PARM-REJECT-RTN
           END-IF.

       317-ECHO-PARM-REJECT-RTN.
                      LGR-RUN-MODE = 'FULL'
                       MOVE 'YES' TO DUPLICATE-RUN-SW
                   END-IF
                   IF LGR-RUN-DATE = WORKING-DATE-OUT AND
                      LGR-RUN-MODE = 'ROLLBACK'
                       MOVE 'NO ' TO DUPLICATE-RUN-SW
                   END-IF
           END-READ.

       120-TAKE-CYCLE-BACKUP-RTN.
           PERFORM 121-CHECK-PRIOR-CYCLE-RTN
           OPEN OUTPUT CYCLE-BACKUP-FILE
           MOVE FS-CYCLE-BACKUP-FILE TO CHECK-STATUS
           MOVE 'CYCLE-BACKUP-FILE'  TO CHECK-FILE-NAME
           PERFORM 905-CHECK-OPEN-STATUS-RTN
           MOVE ZERO TO BACKUP-RECORD-COUNT
           MOVE SPACES TO BACKUP-HEADER-REC
           MOVE 'HD'              TO BKH-REC-TYPE
           MOVE WORKING-DATE-OUT  TO BKH-RUN-DATE
           MOVE WORKING-TIME-OUT  TO BKH-RUN-TIME
           MOVE RUN-MODE          TO BKH-RUN-MODE
           MOVE CHKCTL-ON-FILE-SW TO BKH-CHKCTL-ON-FILE
           WRITE BACKUP-HEADER-REC
           ADD 1 TO BACKUP-RECORD-COUNT
           PERFORM 122-WRITE-BACKUP-NAMES-RTN
           PERFORM 123-BACKUP-DED-MASTER-RTN
           PERFORM 125-BACKUP-DED-BALANCE-RTN
           PERFORM 127-BACKUP-YTD-MASTER-RTN
           IF CHKCTL-ON-FILE-SW = 'YES'
               MOVE 'CC' TO BKP-REC-TYPE
               MOVE SAVED-CHECK-CONTROL TO BKP-DATA
               PERFORM 139-WRITE-BACKUP-DATA-RTN
           END-IF
           PERFORM 131-BACKUP-LEAVE-MASTER-RTN
           PERFORM 133-BACKUP-SUPPLEMENTAL-RTN
           PERFORM 135-BACKUP-EARN-HISTORY-RTN
           MOVE SPACES TO BACKUP-TRAILER-REC
           MOVE 'TR' TO BKT-REC-TYPE
           MOVE BACKUP-RECORD-COUNT TO BKT-RECORD-COUNT
           WRITE BACKUP-TRAILER-REC
           CLOSE CYCLE-BACKUP-FILE.

       121-CHECK-PRIOR-CYCLE-RTN.
           MOVE 'NO ' TO CHKCTL-ON-FILE-SW
           OPEN INPUT CHECK-CONTROL-FILE
           IF FS-CHECK-CONTROL-FILE NOT = '35'
               MOVE FS-CHECK-CONTROL-FILE TO CHECK-STATUS
               MOVE 'CHECK-CONTROL-FILE'  TO CHECK-FILE-NAME
               PERFORM 905-CHECK-OPEN-STATUS-RTN
               READ CHECK-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'YES' TO CHKCTL-ON-FILE-SW
                       MOVE CHECK-CONTROL-REC TO SAVED-CHECK-CONTROL
               END-READ
               CLOSE CHECK-CONTROL-FILE
           END-IF
           IF CHKCTL-ON-FILE-SW = 'YES' AND
              SAVED-CKC-STATUS = 'O' AND
              OVERRIDE-RUN-SW = 'NO '
               DISPLAY 'PRIOR PAY CYCLE DID NOT COMPLETE - ROLL IT BACK'
               DISPLAY 'OR SET RUN-OVERRIDE=YES - RUN REFUSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       122-WRITE-BACKUP-NAMES-RTN.
           MOVE 'DB'              TO BKN-FILE-CODE
           MOVE DEDBAL-NAME       TO BKN-FILE-NAME
           PERFORM 138-WRITE-BACKUP-NAME-RTN
           MOVE 'YT'              TO BKN-FILE-CODE
           MOVE YTD-MASTER-NAME   TO BKN-FILE-NAME
           PERFORM 138-WRITE-BACKUP-NAME-RTN
           MOVE 'CC'              TO BKN-FILE-CODE
           MOVE CHECKCTL-NAME     TO BKN-FILE-NAME
           PERFORM 138-WRITE-BACKUP-NAME-RTN
           MOVE 'LV'              TO BKN-FILE-CODE
           MOVE LEAVE-MASTER-NAME TO BKN-FILE-NAME
           PERFORM 138-WRITE-BACKUP-NAME-RTN
           MOVE 'SP'              TO BKN-FILE-CODE
           MOVE SUPP-IN-NAME      TO BKN-FILE-NAME
           PERFORM 138-WRITE-BACKUP-NAME-RTN
           MOVE 'EH'              TO BKN-FILE-CODE
           MOVE EARN-HISTORY-NAME TO BKN-FILE-NAME
           PERFORM 138-WRITE-BACKUP-NAME-RTN
           MOVE 'BK'              TO BKN-FILE-CODE
           MOVE BANK-OUT-NAME     TO BKN-FILE-NAME
           PERFORM 138-WRITE-BACKUP-NAME-RTN
           MOVE 'PP'              TO BKN-FILE-CODE
           MOVE POSPAY-OUT-NAME   TO BKN-FILE-NAME
           PERFORM 138-WRITE-BACKUP-NAME-RTN
           MOVE 'CL'              TO BKN-FILE-CODE
           MOVE CHKLOG-OUT-NAME   TO BKN-FILE-NAME
           PERFORM 138-WRITE-BACKUP-NAME-RTN
           MOVE 'LG'              TO BKN-FILE-CODE
           MOVE LEDGER-NAME       TO BKN-FILE-NAME
           PERFORM 138-WRITE-BACKUP-NAME-RTN.

       123-BACKUP-DED-MASTER-RTN.
           OPEN INPUT DEDUCTION-MASTER-FILE
           IF FS-DEDUCTION-MASTER-FILE NOT = '35'
               MOVE FS-DEDUCTION-MASTER-FILE TO CHECK-STATUS
               MOVE 'DEDUCTION-MASTER-FILE'  TO CHECK-FILE-NAME
               PERFORM 905-CHECK-OPEN-STATUS-RTN
               MOVE LOW-VALUES TO DMS-KEY
               START DEDUCTION-MASTER-FILE
                   KEY >= DMS-KEY
                   INVALID KEY
                       MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                   NOT INVALID KEY
                       MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               END-START
               PERFORM 124-BACKUP-DED-MASTER-LOOP-RTN
                   UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               CLOSE DEDUCTION-MASTER-FILE
           END-IF.

       124-BACKUP-DED-MASTER-LOOP-RTN.
           READ DEDUCTION-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   MOVE 'DM' TO BKP-REC-TYPE
                   MOVE DEDUCTION-MASTER-REC TO BKP-DATA
                   PERFORM 139-WRITE-BACKUP-DATA-RTN
           END-READ.

       125-BACKUP-DED-BALANCE-RTN.
           OPEN INPUT DED-BALANCE-FILE
           IF FS-DED-BALANCE-FILE NOT = '35'
               MOVE FS-DED-BALANCE-FILE TO CHECK-STATUS
               MOVE 'DED-BALANCE-FILE'  TO CHECK-FILE-NAME
               PERFORM 905-CHECK-OPEN-STATUS-RTN
               MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               PERFORM 126-BACKUP-DED-BALANCE-LOOP-RTN
                   UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               CLOSE DED-BALANCE-FILE
           END-IF.

       126-BACKUP-DED-BALANCE-LOOP-RTN.
           READ DED-BALANCE-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   MOVE 'DB' TO BKP-REC-TYPE
                   MOVE DED-BALANCE-REC TO BKP-DATA
                   PERFORM 139-WRITE-BACKUP-DATA-RTN
           END-READ.

       127-BACKUP-YTD-MASTER-RTN.
           OPEN INPUT YTD-MASTER-FILE
           IF FS-YTD-MASTER-FILE NOT = '35'
               MOVE FS-YTD-MASTER-FILE TO CHECK-STATUS
               MOVE 'YTD-MASTER-FILE'  TO CHECK-FILE-NAME
               PERFORM 905-CHECK-OPEN-STATUS-RTN
               MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               PERFORM 128-BACKUP-YTD-MASTER-LOOP-RTN
                   UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               CLOSE YTD-MASTER-FILE
           END-IF.

       128-BACKUP-YTD-MASTER-LOOP-RTN.
           READ YTD-MASTER-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   MOVE 'YT' TO BKP-REC-TYPE
                   MOVE YTD-MASTER-REC TO BKP-DATA
                   PERFORM 139-WRITE-BACKUP-DATA-RTN
           END-READ.

       131-BACKUP-LEAVE-MASTER-RTN.
           OPEN INPUT LEAVE-MASTER-FILE
           IF FS-LEAVE-MASTER-FILE NOT = '35'
               MOVE FS-LEAVE-MASTER-FILE TO CHECK-STATUS
               MOVE 'LEAVE-MASTER-FILE'  TO CHECK-FILE-NAME
               PERFORM 905-CHECK-OPEN-STATUS-RTN
               MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               PERFORM 132-BACKUP-LEAVE-MASTER-LOOP-RTN
                   UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               CLOSE LEAVE-MASTER-FILE
           END-IF.

       132-BACKUP-LEAVE-MASTER-LOOP-RTN.
           READ LEAVE-MASTER-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   MOVE 'LV' TO BKP-REC-TYPE
                   MOVE LEAVE-MASTER-REC TO BKP-DATA
                   PERFORM 139-WRITE-BACKUP-DATA-RTN
           END-READ.

       133-BACKUP-SUPPLEMENTAL-RTN.
           OPEN INPUT IN-SUPP-FILE
           IF FS-IN-SUPP-FILE NOT = '35'
               MOVE FS-IN-SUPP-FILE TO CHECK-STATUS
               MOVE 'IN-SUPP-FILE'  TO CHECK-FILE-NAME
               PERFORM 905-CHECK-OPEN-STATUS-RTN
               MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               PERFORM 134-BACKUP-SUPPLEMENTAL-LOOP-RTN
                   UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               CLOSE IN-SUPP-FILE
           END-IF.

       134-BACKUP-SUPPLEMENTAL-LOOP-RTN.
           READ IN-SUPP-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   MOVE 'SP' TO BKP-REC-TYPE
                   MOVE IN-SUPP-REC TO BKP-DATA
                   PERFORM 139-WRITE-BACKUP-DATA-RTN
           END-READ.

       135-BACKUP-EARN-HISTORY-RTN.
           OPEN INPUT EARN-HISTORY-FILE
           IF FS-EARN-HISTORY-FILE NOT = '35'
               MOVE FS-EARN-HISTORY-FILE TO CHECK-STATUS
               MOVE 'EARN-HISTORY-FILE'  TO CHECK-FILE-NAME
               PERFORM 905-CHECK-OPEN-STATUS-RTN
               MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               PERFORM 136-BACKUP-EARN-HISTORY-LOOP-RTN
                   UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               CLOSE EARN-HISTORY-FILE
           END-IF.

       136-BACKUP-EARN-HISTORY-LOOP-RTN.
           READ EARN-HISTORY-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   MOVE 'EH' TO BKP-REC-TYPE
                   MOVE EARN-HISTORY-REC TO BKP-DATA
                   PERFORM 139-WRITE-BACKUP-DATA-RTN
           END-READ.

       138-WRITE-BACKUP-NAME-RTN.
           MOVE 'NM' TO BKN-REC-TYPE
           WRITE BACKUP-NAME-REC
           ADD 1 TO BACKUP-RECORD-COUNT.

       139-WRITE-BACKUP-DATA-RTN.
           WRITE CYCLE-BACKUP-REC
           ADD 1 TO BACKUP-RECORD-COUNT.

       102-OPEN-OUTPUT-FILES-RTN.
           IF RESUMING-PAYROLL-SW = 'YES'
               OPEN EXTEND OUT-PAYROLL-FILE
               MOVE FS-OUT-STUB-FILE TO CHECK-STATUS
               MOVE 'OUT-STUB-FILE'  TO CHECK-FILE-NAME
               PERFORM 905-CHECK-OPEN-STATUS-RTN
               OPEN OUTPUT OUT-JOURNAL-FILE
               MOVE FS-OUT-JOURNAL-FILE TO CHECK-STATUS
               MOVE 'OUT-JOURNAL-FILE'  TO CHECK-FILE-NAME
               PERFORM 905-CHECK-OPEN-STATUS-RTN
               OPEN OUTPUT OUT-POSPAY-FILE
               MOVE FS-OUT-POSPAY-FILE TO CHECK-STATUS
               MOVE 'OUT-POSPAY-FILE'  TO CHECK-FILE-NAME
               PERFORM 905-CHECK-OPEN-STATUS-RTN
               OPEN OUTPUT OUT-REMIT-FILE
               MOVE FS-OUT-REMIT-FILE TO CHECK-STATUS
               MOVE 'OUT-REMIT-FILE'  TO CHECK-FILE-NAME
               PERFORM 905-CHECK-OPEN-STATUS-RTN
           END-IF

           IF PAY-CYCLE-SW = 'YES' AND RUN-MODE NOT = 'REPORT-ONLY'
               OPEN EXTEND OUT-CHKLOG-FILE
               IF FS-OUT-CHKLOG-FILE = '35'
                   OPEN OUTPUT OUT-CHKLOG-FILE
               END-IF
               MOVE FS-OUT-CHKLOG-FILE TO CHECK-STATUS
               MOVE 'OUT-CHKLOG-FILE'  TO CHECK-FILE-NAME
               PERFORM 905-CHECK-OPEN-STATUS-RTN
               MOVE 'YES' TO CHKCTL-ACTIVE-SW
           END-IF

           IF PAY-CYCLE-SW = 'YES' AND RUN-MODE NOT = 'REPORT-ONLY'
               OPEN EXTEND EARN-HISTORY-FILE
               IF FS-EARN-HISTORY-FILE = '35'
                   OPEN OUTPUT EARN-HISTORY-FILE
               END-IF
               MOVE FS-EARN-HISTORY-FILE TO CHECK-STATUS
               MOVE 'EARN-HISTORY-FILE'  TO CHECK-FILE-NAME
               PERFORM 905-CHECK-OPEN-STATUS-RTN
               MOVE 'YES' TO HISTORY-ACTIVE-SW
           END-IF

           IF PAY-CYCLE-SW = 'YES' OR RUN-MODE = 'YEAR-END'
           MOVE WORKING-DATE-OUT TO DATE-OUT-14
           MOVE WORKING-DATE-OUT TO DATE-OUT-15
           MOVE WORKING-DATE-OUT TO DATE-OUT-16
           MOVE WORKING-DATE-OUT TO DATE-OUT-17
           MOVE MONTH-OUT TO BNK-HDR-MM
           MOVE TODAY-OUT TO BNK-HDR-DD
           MOVE YEAR-OUT  TO BNK-HDR-YYYY
           MOVE RUN-SECONDS TO SECONDS-OUT
           MOVE YEAR-OUT  TO DED-AS-OF-YYYY
           MOVE MONTH-OUT TO DED-AS-OF-MM
           MOVE TODAY-OUT TO DED-AS-OF-DD
           MOVE FUNCTION INTEGER-OF-DATE (DED-AS-OF-DATE-9)
               TO AS-OF-DAY-NUM
           DIVIDE 365 BY PAY-PERIODS GIVING PERIOD-DAYS-NUM
           SUBTRACT PERIOD-DAYS-NUM FROM AS-OF-DAY-NUM
               GIVING PERIOD-START-DAY-NUM.

       200-PROCESS-RTN.
           MOVE SPACES TO PAGE-NUM
           MOVE WORKING-RECONCILE-REC TO OUT-RECONCILE-REC
           WRITE OUT-RECONCILE-REC.

       411-LOAD-MAINT-AUDIT-RTN.
           MOVE ZERO TO RETRO-COUNT
           OPEN INPUT MAINT-AUDIT-FILE
           IF FS-MAINT-AUDIT-FILE = '35'
               CONTINUE
           ELSE
               MOVE FS-MAINT-AUDIT-FILE TO CHECK-STATUS
               MOVE 'MAINT-AUDIT-FILE'  TO CHECK-FILE-NAME
               PERFORM 905-CHECK-OPEN-STATUS-RTN
               MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               PERFORM 412-AUDIT-READ-LOOP-RTN
                   UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               CLOSE MAINT-AUDIT-FILE
           END-IF.

       412-AUDIT-READ-LOOP-RTN.
           READ MAINT-AUDIT-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF (MAD-ACTION-CODE = 'CHG' OR
                       MAD-ACTION-CODE = 'APR') AND
                      MAD-BEF-ANNUAL-SALARY NUMERIC AND
                      MAD-AFT-ANNUAL-SALARY NUMERIC AND
                      MAD-AFT-ANNUAL-SALARY NOT =
                          MAD-BEF-ANNUAL-SALARY AND
                      MAD-EFFECTIVE-DATE NUMERIC AND
                      MAD-DATE-MM NUMERIC AND
                      MAD-DATE-DD NUMERIC AND
                      MAD-DATE-YYYY NUMERIC
                       PERFORM 413-STORE-RETRO-RTN
                   END-IF
           END-READ.

       413-STORE-RETRO-RTN.
           MOVE ZERO TO RETRO-FOUND-SUB
           MOVE MAD-EMPLOYEE-NUM TO RETRO-LOOKUP-KEY
           PERFORM 416-SCAN-RETRO-RTN
               VARYING RETRO-SUB FROM 1 BY 1
               UNTIL RETRO-SUB > RETRO-COUNT
                  OR RETRO-FOUND-SUB > ZERO
           IF RETRO-FOUND-SUB = ZERO AND RETRO-COUNT < 200
               ADD 1 TO RETRO-COUNT
               MOVE RETRO-COUNT TO RETRO-FOUND-SUB
           END-IF
           IF RETRO-FOUND-SUB > ZERO
               MOVE MAD-EMPLOYEE-NUM
                   TO RTO-EMPLOYEE-NUM(RETRO-FOUND-SUB)
               MOVE MAD-BEF-ANNUAL-SALARY
                   TO RTO-OLD-SALARY(RETRO-FOUND-SUB)
               MOVE MAD-AFT-ANNUAL-SALARY
                   TO RTO-NEW-SALARY(RETRO-FOUND-SUB)
               MOVE MAD-DATE-YYYY TO RETRO-CHG-YYYY
               MOVE MAD-DATE-MM   TO RETRO-CHG-MM
               MOVE MAD-DATE-DD   TO RETRO-CHG-DD
               MOVE FUNCTION INTEGER-OF-DATE (RETRO-CHG-DATE-9)
                   TO RTO-CHG-DAY-NUM(RETRO-FOUND-SUB)
               MOVE FUNCTION INTEGER-OF-DATE (MAD-EFFECTIVE-DATE-9)
                   TO RTO-EFF-DAY-NUM(RETRO-FOUND-SUB)
           END-IF.

       416-SCAN-RETRO-RTN.
           IF RTO-EMPLOYEE-NUM(RETRO-SUB) = RETRO-LOOKUP-KEY
               MOVE RETRO-SUB TO RETRO-FOUND-SUB
           END-IF.

       414-LOAD-SUPPLEMENTAL-RTN.
           MOVE 'YES' TO SUPP-ACTIVE-SW
           PERFORM 418-INIT-EARN-TYPE-RTN
               VARYING EARN-SUB FROM 1 BY 1
               UNTIL EARN-SUB > 4
           OPEN INPUT IN-SUPP-FILE
           MOVE FS-IN-SUPP-FILE TO CHECK-STATUS
           MOVE 'IN-SUPP-FILE'  TO CHECK-FILE-NAME
           PERFORM 905-CHECK-OPEN-STATUS-RTN
           OPEN OUTPUT SUPP-MASTER-FILE
           MOVE FS-SUPP-MASTER-FILE TO CHECK-STATUS
           MOVE 'SUPP-MASTER-FILE'  TO CHECK-FILE-NAME
           PERFORM 905-CHECK-OPEN-STATUS-RTN
           OPEN OUTPUT SUPP-HOLD-FILE
           MOVE FS-SUPP-HOLD-FILE TO CHECK-STATUS
           MOVE 'SUPP-HOLD-FILE'  TO CHECK-FILE-NAME
           PERFORM 905-CHECK-OPEN-STATUS-RTN
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 415-SUPP-READ-LOOP-RTN
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE IN-SUPP-FILE
                 SUPP-MASTER-FILE
                 SUPP-HOLD-FILE
           OPEN I-O SUPP-MASTER-FILE
           MOVE FS-SUPP-MASTER-FILE TO CHECK-STATUS
           MOVE 'SUPP-MASTER-FILE'  TO CHECK-FILE-NAME
           PERFORM 905-CHECK-OPEN-STATUS-RTN.

       415-SUPP-READ-LOOP-RTN.
           READ IN-SUPP-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   ADD 1 TO SUPP-READ-COUNT
                   PERFORM 419-EDIT-SUPP-RTN
                   IF SUPP-VALID-SW = 'YES'
                       PERFORM 421-STORE-SUPP-RTN
                   ELSE
                       PERFORM 423-WRITE-BAD-SUPP-RTN
                   END-IF
           END-READ.

       417-FIGURE-RETRO-PAY-RTN.
           MOVE ZERO TO RETRO-FOUND-SUB
           MOVE IN-SUP-EMPLOYEE-NUM TO RETRO-LOOKUP-KEY
           PERFORM 416-SCAN-RETRO-RTN
               VARYING RETRO-SUB FROM 1 BY 1
               UNTIL RETRO-SUB > RETRO-COUNT
                  OR RETRO-FOUND-SUB > ZERO
           IF RETRO-FOUND-SUB = ZERO
               MOVE 'NO ' TO SUPP-VALID-SW
               MOVE 'NO SALARY CHANGE ON AUDIT' TO SUPP-REJECT-REASON
           ELSE
               IF RTO-NEW-SALARY(RETRO-FOUND-SUB) NOT >
                  RTO-OLD-SALARY(RETRO-FOUND-SUB) OR
                  RTO-EFF-DAY-NUM(RETRO-FOUND-SUB) = ZERO OR
                  RTO-EFF-DAY-NUM(RETRO-FOUND-SUB) NOT <
                  RTO-CHG-DAY-NUM(RETRO-FOUND-SUB)
                   MOVE 'NO ' TO SUPP-VALID-SW
                   MOVE 'NO RETRO DUE ON SALARY CHANGE'
                       TO SUPP-REJECT-REASON
               ELSE
                   SUBTRACT RTO-OLD-SALARY(RETRO-FOUND-SUB)
                       FROM RTO-NEW-SALARY(RETRO-FOUND-SUB)
                       GIVING RETRO-DIFF-NUM
                   SUBTRACT RTO-EFF-DAY-NUM(RETRO-FOUND-SUB)
                       FROM RTO-CHG-DAY-NUM(RETRO-FOUND-SUB)
                       GIVING RETRO-DAYS-NUM
                   MULTIPLY RETRO-DIFF-NUM BY RETRO-DAYS-NUM
                       GIVING RETRO-WORK-AMT
                   DIVIDE RETRO-WORK-AMT BY 365
                       GIVING SUPP-AMOUNT-NUM ROUNDED
                   ADD 1 TO RETRO-FIGURED-COUNT
               END-IF
           END-IF.

       418-INIT-EARN-TYPE-RTN.
           MOVE ZERO TO ETT-READ-COUNT(EARN-SUB)
           MOVE ZERO TO ETT-READ-AMT(EARN-SUB)
           MOVE ZERO TO ETT-PAID-COUNT(EARN-SUB)
           MOVE ZERO TO ETT-PAID-AMT(EARN-SUB).

       419-EDIT-SUPP-RTN.
           MOVE 'YES' TO SUPP-VALID-SW
           MOVE SPACES TO SUPP-REJECT-REASON
           MOVE ZERO TO SUPP-AMOUNT-NUM
           MOVE ZERO TO EARN-FOUND-SUB
           MOVE IN-SUP-EARN-TYPE TO EARN-LOOKUP-CODE
           PERFORM 591-SCAN-EARN-TYPE-RTN
               VARYING EARN-SUB FROM 1 BY 1
               UNTIL EARN-SUB > 4
                  OR EARN-FOUND-SUB > ZERO
           IF IN-SUP-EMPLOYEE-NUM = SPACES OR
              IN-SUP-EMPLOYEE-NUM NOT NUMERIC
               MOVE 'NO ' TO SUPP-VALID-SW
               MOVE 'INVALID SUPPLEMENTAL RECORD' TO SUPP-REJECT-REASON
           ELSE
               IF EARN-FOUND-SUB = ZERO
                   MOVE 'NO ' TO SUPP-VALID-SW
                   MOVE 'INVALID EARNING TYPE' TO SUPP-REJECT-REASON
               ELSE
                   IF IN-SUP-AMOUNT NOT = SPACES AND
                      IN-SUP-AMOUNT NOT NUMERIC
                       MOVE 'NO ' TO SUPP-VALID-SW
                       MOVE 'INVALID SUPPLEMENTAL AMOUNT'
                           TO SUPP-REJECT-REASON
                   ELSE
                       IF IN-SUP-AMOUNT NUMERIC
                           MOVE IN-SUP-AMOUNT-9 TO SUPP-AMOUNT-NUM
                       END-IF
                       IF SUPP-AMOUNT-NUM = ZERO
                           IF IN-SUP-EARN-TYPE = 'RP'
                               PERFORM 417-FIGURE-RETRO-PAY-RTN
                           ELSE
                               MOVE 'NO ' TO SUPP-VALID-SW
                               MOVE 'ZERO SUPPLEMENTAL AMOUNT'
                                   TO SUPP-REJECT-REASON
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF SUPP-VALID-SW = 'YES' AND
              SUPP-AMOUNT-NUM > SUPP-CHECK-LIMIT
               MOVE 'NO ' TO SUPP-VALID-SW
               MOVE 'AMOUNT OVER CHECK LIMIT' TO SUPP-REJECT-REASON
           END-IF.

       421-STORE-SUPP-RTN.
           ADD 1 TO SUPP-SEQ-NUM
           MOVE IN-SUP-EMPLOYEE-NUM TO SPM-EMPLOYEE-NUM
           MOVE SUPP-SEQ-NUM        TO SPM-SEQ
           MOVE IN-SUP-EARN-TYPE    TO SPM-EARN-TYPE
           MOVE SUPP-AMOUNT-NUM     TO SPM-AMOUNT
           MOVE IN-SUP-REASON       TO SPM-REASON
           MOVE IN-SUP-USER-ID      TO SPM-USER-ID
           MOVE 'N'                 TO SPM-PAID-SW
           WRITE SUPP-MASTER-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
           ADD 1 TO SUPP-LOADED-COUNT
           ADD 1 TO ETT-READ-COUNT(EARN-FOUND-SUB)
           ADD SUPP-AMOUNT-NUM TO ETT-READ-AMT(EARN-FOUND-SUB).

       423-WRITE-BAD-SUPP-RTN.
           MOVE IN-SUP-EMPLOYEE-NUM TO REC-EMPLOYEE-NUM
           MOVE SPACES TO REC-EMPLOYEE-NAME
           MOVE SUPP-REJECT-REASON TO REC-REASON-OUT
           MOVE WORKING-RECONCILE-REC TO OUT-RECONCILE-REC
           WRITE OUT-RECONCILE-REC
           MOVE IN-SUPP-REC TO SUPP-HOLD-REC
           WRITE SUPP-HOLD-REC
           IF EARN-FOUND-SUB = ZERO
               ADD 1 TO SUPP-REJ-NOTYPE-COUNT
               ADD SUPP-AMOUNT-NUM TO SUPP-REJ-NOTYPE-AMT
           ELSE
               ADD 1 TO ETT-READ-COUNT(EARN-FOUND-SUB)
               ADD SUPP-AMOUNT-NUM TO ETT-READ-AMT(EARN-FOUND-SUB)
           END-IF
           ADD 1 TO SUPP-REJECT-COUNT.

       427-LOAD-TIMECARDS-RTN.
           MOVE 'YES' TO TIMECARD-ACTIVE-SW
           OPEN INPUT IN-TIMECARD-FILE
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   ADD 1 TO TIMECARD-READ-COUNT
                   MOVE 'YES' TO LEAVE-VALID-SW
                   PERFORM 456-EDIT-TIMECARD-LEAVE-RTN
                       VARYING LEAVE-SUB FROM 1 BY 1
                       UNTIL LEAVE-SUB > 3
                   IF IN-TMC-EMPLOYEE-NUM = SPACES OR
                      IN-TMC-EMPLOYEE-NUM NOT NUMERIC OR
                      IN-TMC-HOURS = SPACES OR
                      IN-TMC-HOURS NOT NUMERIC OR
                      LEAVE-VALID-SW = 'NO '
                       PERFORM 426-WRITE-BAD-TIMECARD-RTN
                   ELSE
                       MOVE IN-TMC-EMPLOYEE-NUM TO TMC-EMPLOYEE-NUM
                       MOVE IN-TMC-PERIOD-END   TO TMC-PERIOD-END
                       MOVE IN-TMC-HOURS-9      TO TMC-HOURS-WORKED
                       PERFORM 457-MOVE-TIMECARD-LEAVE-RTN
                           VARYING LEAVE-SUB FROM 1 BY 1
                           UNTIL LEAVE-SUB > 3
                       WRITE TIMECARD-MASTER-REC
                           INVALID KEY
                               PERFORM 424-WRITE-DUP-TIMECARD-RTN
           WRITE OUT-RECONCILE-REC
           ADD 1 TO TIMECARD-REJECT-COUNT.

       456-EDIT-TIMECARD-LEAVE-RTN.
           IF IN-TMC-LEAVE-HOURS(LEAVE-SUB) NOT = SPACES AND
              IN-TMC-LEAVE-HOURS(LEAVE-SUB) NOT NUMERIC
               MOVE 'NO ' TO LEAVE-VALID-SW
           END-IF.

       457-MOVE-TIMECARD-LEAVE-RTN.
           IF IN-TMC-LEAVE-HOURS(LEAVE-SUB) = SPACES
               MOVE ZERO TO TMC-LEAVE-HOURS(LEAVE-SUB)
           ELSE
               MOVE IN-TMC-LEAVE-HOURS-9(LEAVE-SUB)
                   TO TMC-LEAVE-HOURS(LEAVE-SUB)
           END-IF.

       432-LOAD-BANK-ACCTS-RTN.
           OPEN INPUT IN-BANKACCT-FILE
           MOVE FS-IN-BANKACCT-FILE TO CHECK-STATUS
           WRITE OUT-RECONCILE-REC
           ADD 1 TO BANKACCT-REJECT-COUNT.

       481-LOAD-WITHHOLDING-RTN.
           OPEN INPUT IN-WITHHOLD-FILE
           MOVE FS-IN-WITHHOLD-FILE TO CHECK-STATUS
           MOVE 'IN-WITHHOLD-FILE'  TO CHECK-FILE-NAME
           PERFORM 905-CHECK-OPEN-STATUS-RTN
           OPEN OUTPUT WITHHOLD-MASTER-FILE
           MOVE FS-WITHHOLD-MASTER-FILE TO CHECK-STATUS
           MOVE 'WITHHOLD-MASTER-FILE'  TO CHECK-FILE-NAME
           PERFORM 905-CHECK-OPEN-STATUS-RTN
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 482-WITHHOLD-READ-LOOP-RTN
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE IN-WITHHOLD-FILE
                 WITHHOLD-MASTER-FILE
           OPEN INPUT WITHHOLD-MASTER-FILE
           MOVE FS-WITHHOLD-MASTER-FILE TO CHECK-STATUS
           MOVE 'WITHHOLD-MASTER-FILE'  TO CHECK-FILE-NAME
           PERFORM 905-CHECK-OPEN-STATUS-RTN.

       482-WITHHOLD-READ-LOOP-RTN.
           READ IN-WITHHOLD-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   ADD 1 TO WITHHOLD-READ-COUNT
                   MOVE 'NO ' TO WH-STATE-VALID-SW
                   PERFORM 485-WITHHOLD-STATE-SCAN-RTN
                       VARYING STATE-SUB FROM 1 BY 1
                       UNTIL STATE-SUB > 59
                          OR WH-STATE-VALID-SW = 'YES'
                   IF IN-WHL-EMPLOYEE-NUM = SPACES OR
                      IN-WHL-EMPLOYEE-NUM NOT NUMERIC OR
                      (IN-WHL-FILING-STATUS NOT = 'S' AND
                       IN-WHL-FILING-STATUS NOT = 'M' AND
                       IN-WHL-FILING-STATUS NOT = 'H') OR
                      IN-WHL-ALLOWANCES NOT NUMERIC OR
                      (IN-WHL-EXTRA-AMT NOT = SPACES AND
                       IN-WHL-EXTRA-AMT NOT NUMERIC) OR
                      WH-STATE-VALID-SW = 'NO '
                       PERFORM 483-WRITE-BAD-WITHHOLD-RTN
                   ELSE
                       MOVE IN-WHL-EMPLOYEE-NUM  TO WHM-EMPLOYEE-NUM
                       MOVE IN-WHL-FILING-STATUS TO WHM-FILING-STATUS
                       MOVE IN-WHL-ALLOWANCES    TO WHM-ALLOWANCES
                       IF IN-WHL-EXTRA-AMT = SPACES
                           MOVE ZERO TO WHM-EXTRA-AMT
                       ELSE
                           MOVE IN-WHL-EXTRA-AMT-9 TO WHM-EXTRA-AMT
                       END-IF
                       MOVE IN-WHL-WORK-STATE    TO WHM-WORK-STATE
                       WRITE WITHHOLD-MASTER-REC
                           INVALID KEY
                               PERFORM 484-WRITE-DUP-WITHHOLD-RTN
                           NOT INVALID KEY
                               ADD 1 TO WITHHOLD-LOADED-COUNT
                       END-WRITE
                   END-IF
           END-READ.

       483-WRITE-BAD-WITHHOLD-RTN.
           MOVE IN-WHL-EMPLOYEE-NUM TO REC-EMPLOYEE-NUM
           MOVE SPACES TO REC-EMPLOYEE-NAME
           MOVE 'INVALID WITHHOLDING RECORD' TO REC-REASON-OUT
           MOVE WORKING-RECONCILE-REC TO OUT-RECONCILE-REC
           WRITE OUT-RECONCILE-REC
           ADD 1 TO WITHHOLD-REJECT-COUNT.

       484-WRITE-DUP-WITHHOLD-RTN.
           MOVE IN-WHL-EMPLOYEE-NUM TO REC-EMPLOYEE-NUM
           MOVE SPACES TO REC-EMPLOYEE-NAME
           MOVE 'DUPLICATE WITHHOLDING RECORD' TO REC-REASON-OUT
           MOVE WORKING-RECONCILE-REC TO OUT-RECONCILE-REC
           WRITE OUT-RECONCILE-REC
           ADD 1 TO WITHHOLD-REJECT-COUNT.

       485-WITHHOLD-STATE-SCAN-RTN.
           IF IN-WHL-WORK-STATE = STATE-CODE-ENTRY(STATE-SUB)
               MOVE 'YES' TO WH-STATE-VALID-SW
           END-IF.

       486-LOAD-TAX-TABLE-RTN.
           MOVE ZERO TO TAX-TABLE-COUNT
           OPEN INPUT IN-TAXTABLE-FILE
           MOVE FS-IN-TAXTABLE-FILE TO CHECK-STATUS
           MOVE 'IN-TAXTABLE-FILE'  TO CHECK-FILE-NAME
           PERFORM 905-CHECK-OPEN-STATUS-RTN
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 487-TAX-TABLE-READ-LOOP-RTN
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE IN-TAXTABLE-FILE.

       487-TAX-TABLE-READ-LOOP-RTN.
           READ IN-TAXTABLE-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   ADD 1 TO TAXTABLE-READ-COUNT
                   IF IN-TTB-JURISDICTION = SPACES OR
                      (IN-TTB-FILING-STATUS NOT = 'S' AND
                       IN-TTB-FILING-STATUS NOT = 'M' AND
                       IN-TTB-FILING-STATUS NOT = 'H') OR
                      (IN-TTB-REC-TYPE NOT = 'A' AND
                       IN-TTB-REC-TYPE NOT = 'B') OR
                      IN-TTB-WAGE-OVER NOT NUMERIC OR
                      (IN-TTB-REC-TYPE = 'B' AND
                       (IN-TTB-BASE-TAX NOT NUMERIC OR
                        IN-TTB-RATE NOT NUMERIC)) OR
                      TAX-TABLE-COUNT >= 300
                       PERFORM 489-WRITE-BAD-TAX-RATE-RTN
                   ELSE
                       PERFORM 488-STORE-TAX-RATE-RTN
                   END-IF
           END-READ.

       488-STORE-TAX-RATE-RTN.
           ADD 1 TO TAX-TABLE-COUNT
           MOVE TAX-TABLE-COUNT TO TAX-SUB
           MOVE IN-TTB-JURISDICTION  TO TTE-JURISDICTION(TAX-SUB)
           MOVE IN-TTB-FILING-STATUS TO TTE-FILING-STATUS(TAX-SUB)
           MOVE IN-TTB-REC-TYPE      TO TTE-REC-TYPE(TAX-SUB)
           IF IN-TTB-REC-TYPE = 'A'
               MOVE IN-TTB-ALLOW-AMT-9 TO TTE-WAGE-OVER(TAX-SUB)
               MOVE ZERO               TO TTE-BASE-TAX(TAX-SUB)
               MOVE ZERO               TO TTE-RATE(TAX-SUB)
           ELSE
               MOVE IN-TTB-WAGE-OVER-9 TO TTE-WAGE-OVER(TAX-SUB)
               MOVE IN-TTB-BASE-TAX-9  TO TTE-BASE-TAX(TAX-SUB)
               MOVE IN-TTB-RATE-9      TO TTE-RATE(TAX-SUB)
           END-IF.

       489-WRITE-BAD-TAX-RATE-RTN.
           MOVE SPACES TO REC-EMPLOYEE-NUM
           MOVE IN-TAXTABLE-REC TO REC-EMPLOYEE-NAME
           MOVE 'INVALID TAX TABLE RECORD' TO REC-REASON-OUT
           MOVE WORKING-RECONCILE-REC TO OUT-RECONCILE-REC
           WRITE OUT-RECONCILE-REC
           ADD 1 TO TAXTABLE-REJECT-COUNT.

       490-LOAD-GL-ACCOUNTS-RTN.
           MOVE ZERO TO GL-ACCT-COUNT
           OPEN INPUT IN-GLACCT-FILE
           MOVE FS-IN-GLACCT-FILE TO CHECK-STATUS
           MOVE 'IN-GLACCT-FILE'  TO CHECK-FILE-NAME
           PERFORM 905-CHECK-OPEN-STATUS-RTN
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 491-GL-ACCOUNT-READ-LOOP-RTN
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE IN-GLACCT-FILE.

       491-GL-ACCOUNT-READ-LOOP-RTN.
           READ IN-GLACCT-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   ADD 1 TO GLACCT-READ-COUNT
                   IF (IN-GLA-TYPE NOT = 'E' AND
                       IN-GLA-TYPE NOT = 'L' AND
                       IN-GLA-TYPE NOT = 'C' AND
                       IN-GLA-TYPE NOT = 'S') OR
                      IN-GLA-CODE = SPACES OR
                      IN-GLA-ACCOUNT = SPACES OR
                      GL-ACCT-COUNT >= 300
                       PERFORM 493-WRITE-BAD-GL-ACCOUNT-RTN
                   ELSE
                       PERFORM 492-STORE-GL-ACCOUNT-RTN
                   END-IF
           END-READ.

       492-STORE-GL-ACCOUNT-RTN.
           ADD 1 TO GL-ACCT-COUNT
           MOVE GL-ACCT-COUNT TO GL-SUB
           MOVE IN-GLA-TYPE    TO GLA-TYPE(GL-SUB)
           MOVE IN-GLA-CODE    TO GLA-CODE(GL-SUB)
           MOVE IN-GLA-ACCOUNT TO GLA-ACCOUNT(GL-SUB)
           MOVE IN-GLA-ACTIVE  TO GLA-ACTIVE(GL-SUB)
           IF IN-GLA-TYPE = 'S' AND IN-GLA-ACTIVE NOT = 'N'
               MOVE IN-GLA-ACCOUNT TO GL-SUSPENSE-ACCOUNT
           END-IF.

       493-WRITE-BAD-GL-ACCOUNT-RTN.
           MOVE SPACES TO REC-EMPLOYEE-NUM
           MOVE IN-GLA-NAME TO REC-EMPLOYEE-NAME
           MOVE 'INVALID GL ACCOUNT RECORD' TO REC-REASON-OUT
           MOVE WORKING-RECONCILE-REC TO OUT-RECONCILE-REC
           WRITE OUT-RECONCILE-REC
           ADD 1 TO GLACCT-REJECT-COUNT.

       494-FIND-GL-ACCOUNT-RTN.
           IF GLA-TYPE(GL-SUB)   = GL-LOOKUP-TYPE AND
              GLA-CODE(GL-SUB)   = GL-LOOKUP-CODE AND
              GLA-ACTIVE(GL-SUB) NOT = 'N'
               MOVE 'YES' TO GL-FOUND-SW
               MOVE GLA-ACCOUNT(GL-SUB) TO GL-LOOKUP-ACCOUNT
           END-IF.

       495-LOAD-CHECK-CONTROL-RTN.
           OPEN INPUT CHECK-CONTROL-FILE
           IF FS-CHECK-CONTROL-FILE NOT = '35'
               MOVE FS-CHECK-CONTROL-FILE TO CHECK-STATUS
               MOVE 'CHECK-CONTROL-FILE'  TO CHECK-FILE-NAME
               PERFORM 905-CHECK-OPEN-STATUS-RTN
               READ CHECK-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 496-APPLY-CHECK-CONTROL-RTN
               END-READ
               CLOSE CHECK-CONTROL-FILE
           END-IF
           IF CHECK-START-OVERRIDE > ZERO
               PERFORM 497-APPLY-CHECK-START-RTN
           END-IF
           ADD 1 CHECK-NUMBER GIVING CHECK-RUN-FIRST-NUM
           IF CHKCTL-ACTIVE-SW = 'YES'
               MOVE 'O' TO CHECK-CONTROL-STATUS
               PERFORM 583-WRITE-CHECK-CONTROL-RTN
           END-IF.

       496-APPLY-CHECK-CONTROL-RTN.
           IF CKC-LAST-CHECK-NUM NUMERIC
               MOVE CKC-LAST-CHECK-NUM TO CHECK-NUMBER
           END-IF
           IF CKC-RUN-STATUS = 'O' AND
              CKC-RUN-FIRST-NUM NUMERIC AND
              CKC-RUN-FIRST-NUM > ZERO AND
              CKC-RUN-FIRST-NUM NOT > CHECK-NUMBER
               MOVE CKC-RUN-FIRST-NUM TO CHECK-LOG-FROM-NUM
               MOVE CHECK-NUMBER      TO CHECK-LOG-THRU-NUM
               MOVE 'KEPT - RUN OVERRIDE' TO CHECK-LOG-REASON
               PERFORM 498-LOG-CHECK-RANGE-RTN
               ADD CHECK-LOG-RANGE TO CHECKS-KEPT-COUNT
           END-IF.

       497-APPLY-CHECK-START-RTN.
           IF CHECK-START-OVERRIDE > CHECK-NUMBER
               ADD 1 CHECK-NUMBER GIVING CHECK-LOG-FROM-NUM
               SUBTRACT 1 FROM CHECK-START-OVERRIDE
                   GIVING CHECK-LOG-THRU-NUM
               IF CHECK-LOG-THRU-NUM NOT < CHECK-LOG-FROM-NUM
                   MOVE 'SKIPPED - CHECK STOCK CHANGE' TO
                       CHECK-LOG-REASON
                   PERFORM 498-LOG-CHECK-RANGE-RTN
                   ADD CHECK-LOG-RANGE TO CHECKS-SKIPPED-COUNT
               END-IF
               SUBTRACT 1 FROM CHECK-START-OVERRIDE
                   GIVING CHECK-NUMBER
           ELSE
               MOVE SPACES        TO REC-EMPLOYEE-NUM
               MOVE 'CHECK-START' TO REC-EMPLOYEE-NAME
               MOVE 'CHECK-START NOT ABOVE LAST USED' TO REC-REASON-OUT
               MOVE WORKING-RECONCILE-REC TO OUT-RECONCILE-REC
               WRITE OUT-RECONCILE-REC
               ADD 1 TO CHECK-START-REJECT-COUNT
           END-IF.

       498-LOG-CHECK-RANGE-RTN.
           SUBTRACT CHECK-LOG-FROM-NUM FROM CHECK-LOG-THRU-NUM
               GIVING CHECK-LOG-RANGE
           ADD 1 TO CHECK-LOG-RANGE
           IF CHKCTL-ACTIVE-SW = 'YES'
               PERFORM 499-WRITE-CHECK-LOG-RTN
                   VARYING CHECK-LOG-NUM FROM CHECK-LOG-FROM-NUM BY 1
                   UNTIL CHECK-LOG-NUM > CHECK-LOG-THRU-NUM
           END-IF.

       499-WRITE-CHECK-LOG-RTN.
           MOVE WORKING-DATE-OUT TO CKL-RUN-DATE
           MOVE WORKING-TIME-OUT TO CKL-RUN-TIME
           MOVE CHECK-LOG-NUM    TO CKL-CHECK-NUM
           MOVE CHECK-LOG-REASON TO CKL-REASON-OUT
           MOVE WORKING-CHKLOG-REC TO OUT-CHKLOG-REC
           WRITE OUT-CHKLOG-REC.

       451-LOAD-LEAVE-RTN.
           MOVE 'YES' TO LEAVE-ACTIVE-SW
           PERFORM 453-LOAD-PTO-POLICY-RTN
           OPEN OUTPUT LEAVE-WORK-FILE
           MOVE FS-LEAVE-WORK-FILE TO CHECK-STATUS
           MOVE 'LEAVE-WORK-FILE'  TO CHECK-FILE-NAME
           PERFORM 905-CHECK-OPEN-STATUS-RTN
           OPEN INPUT LEAVE-MASTER-FILE
           IF FS-LEAVE-MASTER-FILE = '35'
               CONTINUE
           ELSE
               MOVE FS-LEAVE-MASTER-FILE TO CHECK-STATUS
               MOVE 'LEAVE-MASTER-FILE'  TO CHECK-FILE-NAME
               PERFORM 905-CHECK-OPEN-STATUS-RTN
               MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               PERFORM 452-LEAVE-LOAD-LOOP-RTN
                   UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               CLOSE LEAVE-MASTER-FILE
           END-IF
           CLOSE LEAVE-WORK-FILE
           OPEN I-O LEAVE-WORK-FILE
           MOVE FS-LEAVE-WORK-FILE TO CHECK-STATUS
           MOVE 'LEAVE-WORK-FILE'  TO CHECK-FILE-NAME
           PERFORM 905-CHECK-OPEN-STATUS-RTN.

       452-LEAVE-LOAD-LOOP-RTN.
           READ LEAVE-MASTER-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   MOVE LEAVE-MASTER-REC TO LEAVE-WORK-REC
                   WRITE LEAVE-WORK-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-READ.

       453-LOAD-PTO-POLICY-RTN.
           MOVE ZERO TO PTO-POLICY-COUNT
           OPEN INPUT IN-PTOPOL-FILE
           IF FS-IN-PTOPOL-FILE = '35'
               CONTINUE
           ELSE
               MOVE FS-IN-PTOPOL-FILE TO CHECK-STATUS
               MOVE 'IN-PTOPOL-FILE'  TO CHECK-FILE-NAME
               PERFORM 905-CHECK-OPEN-STATUS-RTN
               MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               PERFORM 454-PTO-POLICY-READ-LOOP-RTN
                   UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               CLOSE IN-PTOPOL-FILE
           END-IF.

       454-PTO-POLICY-READ-LOOP-RTN.
           READ IN-PTOPOL-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   ADD 1 TO PTOPOL-READ-COUNT
                   MOVE 'NO ' TO LEAVE-VALID-SW
                   PERFORM 458-CHECK-PTO-TYPE-RTN
                       VARYING LEAVE-SUB FROM 1 BY 1
                       UNTIL LEAVE-SUB > 3
                   IF LEAVE-VALID-SW = 'NO ' OR
                      (IN-PTP-PAY-TYPE NOT = 'S' AND
                       IN-PTP-PAY-TYPE NOT = 'H') OR
                      IN-PTP-MIN-YEARS NOT NUMERIC OR
                      IN-PTP-ACCRUAL-RATE NOT NUMERIC OR
                      IN-PTP-CAP-HOURS NOT NUMERIC OR
                      PTO-POLICY-COUNT NOT < 60
                       PERFORM 455-WRITE-BAD-PTO-POLICY-RTN
                   ELSE
                       ADD 1 TO PTO-POLICY-COUNT
                       MOVE IN-PTP-LEAVE-TYPE
                           TO PTO-LEAVE-TYPE(PTO-POLICY-COUNT)
                       MOVE IN-PTP-PAY-TYPE
                           TO PTO-PAY-TYPE(PTO-POLICY-COUNT)
                       MOVE IN-PTP-MIN-YEARS-9
                           TO PTO-MIN-YEARS(PTO-POLICY-COUNT)
                       MOVE IN-PTP-ACCRUAL-RATE-9
                           TO PTO-ACCRUAL-RATE(PTO-POLICY-COUNT)
                       MOVE IN-PTP-CAP-HOURS-9
                           TO PTO-CAP-HOURS(PTO-POLICY-COUNT)
                   END-IF
           END-READ.

       458-CHECK-PTO-TYPE-RTN.
           IF LVT-CODE(LEAVE-SUB) = IN-PTP-LEAVE-TYPE
               MOVE 'YES' TO LEAVE-VALID-SW
           END-IF.

       455-WRITE-BAD-PTO-POLICY-RTN.
           MOVE SPACES TO REC-EMPLOYEE-NUM
           MOVE IN-PTOPOL-REC TO REC-EMPLOYEE-NAME
           MOVE 'INVALID PTO POLICY RECORD' TO REC-REASON-OUT
           MOVE WORKING-RECONCILE-REC TO OUT-RECONCILE-REC
           WRITE OUT-RECONCILE-REC
           ADD 1 TO PTOPOL-REJECT-COUNT.

       444-LOAD-YTD-RTN.
           MOVE 'YES' TO YTD-ACTIVE-SW
           OPEN OUTPUT YTD-WORK-FILE
           MOVE FS-YTD-WORK-FILE TO CHECK-STATUS
           MOVE 'YTD-WORK-FILE'  TO CHECK-FILE-NAME
           PERFORM 905-CHECK-OPEN-STATUS-RTN
           OPEN INPUT YTD-MASTER-FILE
           IF FS-YTD-MASTER-FILE = '35'
               MOVE 'NO ' TO YTD-PRIOR-ON-FILE-SW
           ELSE
               MOVE FS-YTD-MASTER-FILE TO CHECK-STATUS
               MOVE 'YTD-MASTER-FILE'  TO CHECK-FILE-NAME
               PERFORM 905-CHECK-OPEN-STATUS-RTN
               MOVE 'YES' TO YTD-PRIOR-ON-FILE-SW
               MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               PERFORM 448-YTD-LOAD-LOOP-RTN
                   UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               CLOSE YTD-MASTER-FILE
           END-IF
           CLOSE YTD-WORK-FILE
           OPEN I-O YTD-WORK-FILE
           MOVE FS-YTD-WORK-FILE TO CHECK-STATUS
           MOVE 'YTD-WORK-FILE'  TO CHECK-FILE-NAME
           PERFORM 905-CHECK-OPEN-STATUS-RTN.

       448-YTD-LOAD-LOOP-RTN.
           READ YTD-MASTER-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                   MOVE YTM-GROSS-AMT     TO YTD-GROSS-NUM
                   MOVE YTM-DEDUCT-AMT    TO YTD-DEDUCT-NUM
                   MOVE YTM-NET-AMT       TO YTD-NET-NUM
                   IF YTM-FIT-AMT NUMERIC AND YTM-SIT-AMT NUMERIC
                       MOVE YTM-FIT-AMT   TO YTD-FIT-NUM
                       MOVE YTM-SIT-AMT   TO YTD-SIT-NUM
                   ELSE
                       MOVE ZERO          TO YTD-FIT-NUM
                       MOVE ZERO          TO YTD-SIT-NUM
                   END-IF
                   WRITE YTD-WORK-REC
                       INVALID KEY
                           CONTINUE
                       PERFORM 465-RECORD-PAYROLL-EMP-RTN
                   END-IF
                   IF RECORD-IS-VALID = 'YES'
                       PERFORM 586-SET-PAY-STATUS-RTN
                   END-IF
                   IF RECORD-IS-VALID = 'YES' AND
                      (EMP-PAY-STATUS NOT = 'S' OR
                       PAY-CYCLE-SW NOT = 'YES')
                       MOVE IN-EMPLOYEE-NUM  TO SRT-EMPLOYEE-NUM
                       MOVE IN-EMPLOYEE-NAME TO SRT-EMPLOYEE-NAME
                       MOVE IN-TERRITORY-NUM TO SRT-TERRITORY-NUM
                       MOVE IN-PHONE-NUM     TO SRT-PHONE-NUM
                       MOVE IN-PAY-TYPE      TO SRT-PAY-TYPE
                       MOVE IN-HOURLY-RATE   TO SRT-HOURLY-RATE
                       MOVE IN-EMP-STATUS    TO SRT-EMP-STATUS
                       MOVE IN-HIRE-DATE     TO SRT-HIRE-DATE
                       MOVE IN-TERM-DATE     TO SRT-TERM-DATE
                       MOVE IN-TERM-REASON   TO SRT-TERM-REASON
                       MOVE IN-LEAVE-DATE    TO SRT-LEAVE-DATE
                       RELEASE SORT-PAYROLL-REC
                       ADD 1 TO PAYROLL-RELEASED-COUNT
                   ELSE
                       IF RECORD-IS-VALID = 'YES'
                           ADD 1 TO INACTIVE-SKIPPED-COUNT
                       ELSE
                           PERFORM 480-WRITE-EXCEPTION-RTN
                       END-IF
                   END-IF
           END-READ.

           MOVE IN-PHONE-NUM     TO MST-PHONE-NUM
           MOVE IN-PAY-TYPE      TO MST-PAY-TYPE
           MOVE IN-HOURLY-RATE   TO MST-HOURLY-RATE
           MOVE IN-EMP-STATUS    TO MST-EMP-STATUS
           MOVE IN-HIRE-DATE     TO MST-HIRE-DATE
           MOVE IN-TERM-DATE     TO MST-TERM-DATE
           MOVE IN-TERM-REASON   TO MST-TERM-REASON
           MOVE IN-LEAVE-DATE    TO MST-LEAVE-DATE
           WRITE PAYROLL-MASTER-REC
               INVALID KEY
                   MOVE 'NO ' TO RECORD-IS-VALID
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF RECORD-IS-VALID = 'YES' AND
              TIMECARD-ACTIVE-SW = 'YES' AND
              LEAVE-ACTIVE-SW = 'YES'
               PERFORM 478-CHECK-LEAVE-BALANCE-RTN
           END-IF.

       478-CHECK-LEAVE-BALANCE-RTN.
           PERFORM 542-SET-SERVICE-YEARS-RTN
           PERFORM 554-GET-LEAVE-HOURS-RTN
           PERFORM 474-CHECK-LEAVE-TYPE-RTN
               VARYING LEAVE-SUB FROM 1 BY 1
               UNTIL LEAVE-SUB > 3
                  OR RECORD-IS-VALID = 'NO '.

       474-CHECK-LEAVE-TYPE-RTN.
           IF CYC-LEAVE-USED(LEAVE-SUB) > ZERO
               PERFORM 544-FIND-PTO-POLICY-RTN
               IF PTO-TRACKED-SW = 'YES' AND
                  CYC-LEAVE-USED(LEAVE-SUB) >
                  CYC-LEAVE-REMAIN(LEAVE-SUB)
                   MOVE 'NO ' TO RECORD-IS-VALID
                   MOVE SPACES TO EXCEPTION-REASON
                   STRING 'INSUFFICIENT ' DELIMITED BY SIZE
                          LVT-NAME(LEAVE-SUB) DELIMITED BY SPACE
                          ' BALANCE' DELIMITED BY SIZE
                          INTO EXCEPTION-REASON
                   END-STRING
                   ADD 1 TO LEAVE-REJECT-COUNT
               END-IF
           END-IF.

       477-CHECK-TIMECARD-RTN.
           PERFORM 576-WRITE-TERR-LINE-RTN
           ADD 1 TO TERR-RPT-RECORD-COUNT
           IF PAY-CYCLE-SW = 'YES'
               IF RUN-MODE = 'OFF-CYCLE'
                   PERFORM 588-WRITE-SUPP-CHECK-RTN
               ELSE
                   PERFORM 560-WRITE-CHECK-RTN
               END-IF
           END-IF
           MOVE IN-TERRITORY-NUM TO PREV-TERRITORY-NUM
           MOVE IN-OFFICE-NUM TO PREV-OFFICE-NUM
           IF PAY-CYCLE-SW = 'YES'
               PERFORM 556-PROCESS-REISSUE-RTN
               PERFORM 570-REGISTER-GRAND-TOTAL-RTN
               IF RUN-MODE = 'OFF-CYCLE'
                   PERFORM 1650-SUPP-REGISTER-RTN
               END-IF
           END-IF.

       556-PROCESS-REISSUE-RTN.
           END-READ.

       558-WRITE-REISSUE-CHECK-RTN.
           PERFORM 582-NEXT-CHECK-NUMBER-RTN
           MOVE CHECK-NUMBER      TO REG-CHECK-NUM-OUT
           MOVE RIS-EMPLOYEE-NUM  TO REG-EMPLOYEE-NUM
           MOVE RIS-EMPLOYEE-NAME TO REG-EMPLOYEE-NAME
           MOVE '**'              TO REG-OFFICE-NUM
           MOVE ZERO              TO REG-GROSS-OUT
           MOVE ZERO              TO REG-FIT-OUT
           MOVE ZERO              TO REG-SIT-OUT
           MOVE ZERO              TO REG-DEDUCT-OUT
           MOVE RIS-NET-AMT       TO REG-NET-OUT
           MOVE WORKING-REGISTER-REC TO OUT-REGISTER-REC
           PERFORM 563-ROUTE-PAYMENT-RTN
           ADD RIS-NET-AMT TO REGISTER-NET-TOTAL
           ADD RIS-NET-AMT TO NET-PAY-HASH-TOTAL
           ADD RIS-NET-AMT TO REISSUE-NET-TOTAL
           ADD 1 TO CHECKS-ISSUED-COUNT
           ADD 1 TO REISSUE-COUNT.

           MOVE WORKING-REGISTER-HEADER-TWO TO OUT-REGISTER-HEADER
           WRITE OUT-REGISTER-HEADER
           MOVE WORKING-BANK-HEADER TO OUT-BANK-REC
           WRITE OUT-BANK-REC
           MOVE POSPAY-ACCOUNT TO PPH-ACCOUNT
           MOVE DED-AS-OF-DATE TO PPH-ISSUE-DATE
           MOVE WORKING-POSPAY-HEADER TO OUT-POSPAY-REC
           WRITE OUT-POSPAY-REC
           MOVE DED-AS-OF-DATE   TO RMH-PAY-DATE
           MOVE WORKING-DATE-OUT TO RMH-RUN-DATE
           MOVE WORKING-TIME-OUT TO RMH-RUN-TIME
           MOVE RUN-MODE         TO RMH-RUN-MODE
           MOVE WORKING-REMIT-HEADER TO OUT-REMIT-REC
           WRITE OUT-REMIT-REC.

       560-WRITE-CHECK-RTN.
           PERFORM 554-GET-LEAVE-HOURS-RTN
           IF IN-PAY-TYPE = 'H'
               PERFORM 559-HOURLY-GROSS-RTN
           ELSE
               DIVIDE ANNUAL-SALARY-NUM BY PAY-PERIODS
                   GIVING PERIOD-GROSS-NUM ROUNDED
               PERFORM 586-SET-PAY-STATUS-RTN
               IF EMP-PAY-STATUS = 'F'
                   PERFORM 532-PRORATE-FINAL-SALARY-RTN
               END-IF
           END-IF
           PERFORM 590-ISSUE-PAY-CHECK-RTN.

       532-PRORATE-FINAL-SALARY-RTN.
           SUBTRACT PERIOD-START-DAY-NUM FROM TERM-DAY-NUM
               GIVING FINAL-DAYS-NUM
           IF FINAL-DAYS-NUM < PERIOD-DAYS-NUM
               MULTIPLY PERIOD-GROSS-NUM BY FINAL-DAYS-NUM
                   GIVING FINAL-GROSS-WORK
               DIVIDE FINAL-GROSS-WORK BY PERIOD-DAYS-NUM
                   GIVING PERIOD-GROSS-NUM ROUNDED
           END-IF.

       590-ISSUE-PAY-CHECK-RTN.
           PERFORM 586-SET-PAY-STATUS-RTN
           IF EMP-PAY-STATUS = 'F'
               PERFORM 587-STOP-CYCLE-DEDUCTIONS-RTN
           ELSE
               PERFORM 561-CYCLE-DEDUCTIONS-RTN
           END-IF
           PERFORM 571-CALC-WITHHOLDING-RTN
           SUBTRACT PERIOD-DEDUCT-NUM FROM PERIOD-GROSS-NUM
               GIVING PERIOD-NET-NUM
           PERFORM 582-NEXT-CHECK-NUMBER-RTN
           MOVE CHECK-NUMBER     TO REG-CHECK-NUM-OUT
           MOVE IN-EMPLOYEE-NUM  TO REG-EMPLOYEE-NUM
           MOVE IN-EMPLOYEE-NAME TO REG-EMPLOYEE-NAME
           MOVE IN-OFFICE-NUM    TO REG-OFFICE-NUM
           MOVE PERIOD-GROSS-NUM  TO REG-GROSS-OUT
           MOVE PERIOD-FIT-NUM    TO REG-FIT-OUT
           MOVE PERIOD-SIT-NUM    TO REG-SIT-OUT
           MOVE PERIOD-DEDUCT-NUM TO REG-DEDUCT-OUT
           MOVE PERIOD-NET-NUM    TO REG-NET-OUT
           MOVE WORKING-REGISTER-REC TO OUT-REGISTER-REC
           ADD PERIOD-GROSS-NUM  TO OFFICE-GROSS-TOTAL
           ADD PERIOD-DEDUCT-NUM TO OFFICE-DEDUCT-TOTAL
           ADD PERIOD-NET-NUM    TO OFFICE-NET-TOTAL
           ADD PERIOD-FIT-NUM    TO OFFICE-FIT-TOTAL
           ADD PERIOD-SIT-NUM    TO OFFICE-SIT-TOTAL
           ADD PERIOD-GROSS-NUM  TO REGISTER-GROSS-TOTAL
           ADD PERIOD-FIT-NUM    TO REGISTER-FIT-TOTAL
           ADD PERIOD-SIT-NUM    TO REGISTER-SIT-TOTAL
           ADD PERIOD-FIT-NUM    TO DED-FIT-TOTAL
           ADD PERIOD-SIT-NUM    TO DED-SIT-TOTAL
           ADD PERIOD-DED-TX-NUM TO GL-CYCLE-TX-TOTAL
           ADD PERIOD-DED-IN-NUM TO GL-CYCLE-IN-TOTAL
           ADD PERIOD-DED-RT-NUM TO GL-CYCLE-RT-TOTAL
           ADD PERIOD-DED-OT-NUM TO GL-CYCLE-OT-TOTAL
           ADD PERIOD-DEDUCT-NUM TO REGISTER-DEDUCT-TOTAL
           ADD PERIOD-NET-NUM    TO REGISTER-NET-TOTAL
           ADD 1 TO CHECKS-ISSUED-COUNT
           ADD PERIOD-NET-NUM TO NET-PAY-HASH-TOTAL
           PERFORM 562-POST-YTD-RTN
           IF LEAVE-ACTIVE-SW = 'YES' AND RUN-MODE NOT = 'OFF-CYCLE'
               PERFORM 551-POST-LEAVE-RTN
           END-IF
           PERFORM 569-WRITE-STUB-WORK-RTN
           IF HISTORY-ACTIVE-SW = 'YES'
               PERFORM 581-WRITE-EARN-HISTORY-RTN
           END-IF.

       588-WRITE-SUPP-CHECK-RTN.
           PERFORM 554-GET-LEAVE-HOURS-RTN
           MOVE ZERO TO PERIOD-GROSS-NUM
           MOVE IN-EMPLOYEE-NUM TO SPM-EMPLOYEE-NUM
           MOVE ZERO TO SPM-SEQ
           START SUPP-MASTER-FILE
               KEY >= SPM-KEY
               INVALID KEY
                   MOVE 'NO ' TO MORE-SUPP-SW
               NOT INVALID KEY
                   MOVE 'YES' TO MORE-SUPP-SW
           END-START
           PERFORM 589-SUPP-CHECK-LOOP-RTN
               UNTIL MORE-SUPP-SW = 'NO '
           IF PERIOD-GROSS-NUM > ZERO
               PERFORM 590-ISSUE-PAY-CHECK-RTN
           END-IF.

       589-SUPP-CHECK-LOOP-RTN.
           READ SUPP-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'NO ' TO MORE-SUPP-SW
               NOT AT END
                   IF SPM-EMPLOYEE-NUM = IN-EMPLOYEE-NUM
                       ADD PERIOD-GROSS-NUM SPM-AMOUNT
                           GIVING SUPP-GROSS-WORK
                       IF SUPP-GROSS-WORK > SUPP-CHECK-LIMIT
                           CONTINUE
                       ELSE
                           PERFORM 549-PAY-SUPP-ITEM-RTN
                       END-IF
                   ELSE
                       MOVE 'NO ' TO MORE-SUPP-SW
                   END-IF
           END-READ.

       549-PAY-SUPP-ITEM-RTN.
           ADD SPM-AMOUNT TO PERIOD-GROSS-NUM
           MOVE 'Y' TO SPM-PAID-SW
           REWRITE SUPP-MASTER-REC
           MOVE ZERO TO EARN-FOUND-SUB
           MOVE SPM-EARN-TYPE TO EARN-LOOKUP-CODE
           PERFORM 591-SCAN-EARN-TYPE-RTN
               VARYING EARN-SUB FROM 1 BY 1
               UNTIL EARN-SUB > 4
                  OR EARN-FOUND-SUB > ZERO
           ADD 1 TO ETT-PAID-COUNT(EARN-FOUND-SUB)
           ADD SPM-AMOUNT TO ETT-PAID-AMT(EARN-FOUND-SUB).

       591-SCAN-EARN-TYPE-RTN.
           IF ETT-CODE(EARN-SUB) = EARN-LOOKUP-CODE
               MOVE EARN-SUB TO EARN-FOUND-SUB
           END-IF.

       599-CHECK-SUPP-DED-TYPE-RTN.
           IF SUPP-DED-TYPE(SUPP-DED-SUB) = DMS-TYPE-CODE
               MOVE 'YES' TO SUPP-DED-FOUND-SW
           END-IF.

       581-WRITE-EARN-HISTORY-RTN.
           MOVE CHECK-NUMBER       TO EHS-CHECK-NUM
           MOVE DED-AS-OF-DATE     TO EHS-PAY-DATE
           MOVE IN-EMPLOYEE-NUM    TO EHS-EMPLOYEE-NUM
           MOVE IN-EMPLOYEE-NAME   TO EHS-EMPLOYEE-NAME
           MOVE IN-TERRITORY-NUM   TO EHS-TERRITORY-NUM
           MOVE IN-OFFICE-NUM      TO EHS-OFFICE-NUM
           MOVE WH-WORK-STATE      TO EHS-WORK-STATE
           MOVE PERIOD-GROSS-NUM   TO EHS-GROSS-AMT
           MOVE PERIOD-DED-TX-NUM  TO EHS-DED-TX-AMT
           MOVE PERIOD-DED-IN-NUM  TO EHS-DED-IN-AMT
           MOVE PERIOD-DED-RT-NUM  TO EHS-DED-RT-AMT
           MOVE PERIOD-DED-OT-NUM  TO EHS-DED-OT-AMT
           MOVE PERIOD-FIT-NUM     TO EHS-FIT-AMT
           MOVE PERIOD-SIT-NUM     TO EHS-SIT-AMT
           MOVE PERIOD-TAXABLE-NUM TO EHS-TAXABLE-AMT
           MOVE PERIOD-NET-NUM     TO EHS-NET-AMT
           WRITE EARN-HISTORY-REC
           ADD 1 TO HISTORY-WRITTEN-COUNT.

       569-WRITE-STUB-WORK-RTN.
           MOVE CHECK-NUMBER      TO STB-CHECK-NUM
           MOVE PERIOD-DED-OT-NUM TO STB-DED-OT-NUM
           MOVE PERIOD-DEDUCT-NUM TO STB-DEDUCT-NUM
           MOVE PERIOD-NET-NUM    TO STB-NET-NUM
           MOVE PERIOD-FIT-NUM    TO STB-FIT-NUM
           MOVE PERIOD-SIT-NUM    TO STB-SIT-NUM
           MOVE PERIOD-TAXABLE-NUM TO STB-TAXABLE-NUM
           MOVE WH-WORK-STATE     TO STB-WORK-STATE
           MOVE CYC-LEAVE-USED(1)   TO STB-LEAVE-USED(1)
           MOVE CYC-LEAVE-REMAIN(1) TO STB-LEAVE-REMAIN(1)
           MOVE CYC-LEAVE-USED(2)   TO STB-LEAVE-USED(2)
           MOVE CYC-LEAVE-REMAIN(2) TO STB-LEAVE-REMAIN(2)
           MOVE CYC-LEAVE-USED(3)   TO STB-LEAVE-USED(3)
           MOVE CYC-LEAVE-REMAIN(3) TO STB-LEAVE-REMAIN(3)
           WRITE STUB-WORK-REC.

       562-POST-YTD-RTN.
                   MOVE PERIOD-GROSS-NUM  TO YTD-GROSS-NUM
                   MOVE PERIOD-DEDUCT-NUM TO YTD-DEDUCT-NUM
                   MOVE PERIOD-NET-NUM    TO YTD-NET-NUM
                   MOVE PERIOD-FIT-NUM    TO YTD-FIT-NUM
                   MOVE PERIOD-SIT-NUM    TO YTD-SIT-NUM
                   WRITE YTD-WORK-REC
                       INVALID KEY
                           CONTINUE
                   ADD PERIOD-GROSS-NUM  TO YTD-GROSS-NUM
                   ADD PERIOD-DEDUCT-NUM TO YTD-DEDUCT-NUM
                   ADD PERIOD-NET-NUM    TO YTD-NET-NUM
                   ADD PERIOD-FIT-NUM    TO YTD-FIT-NUM
                   ADD PERIOD-SIT-NUM    TO YTD-SIT-NUM
                   REWRITE YTD-WORK-REC
           END-READ.

               MULTIPLY OT-HOURS-NUM BY OT-RATE-NUM
                   GIVING OT-PAY-NUM ROUNDED
               ADD OT-PAY-NUM TO PERIOD-GROSS-NUM
           END-IF
           MOVE ZERO TO LEAVE-PAID-HOURS
           ADD CYC-LEAVE-USED(1) CYC-LEAVE-USED(2) CYC-LEAVE-USED(3)
               TO LEAVE-PAID-HOURS
           IF LEAVE-PAID-HOURS > ZERO
               MULTIPLY LEAVE-PAID-HOURS BY HOURLY-RATE-NUM
                   GIVING LEAVE-PAY-NUM ROUNDED
               ADD LEAVE-PAY-NUM TO PERIOD-GROSS-NUM
           END-IF.

       542-SET-SERVICE-YEARS-RTN.
           MOVE IN-PAY-TYPE TO LEAVE-PAY-TYPE
           IF LEAVE-PAY-TYPE NOT = 'H'
               MOVE 'S' TO LEAVE-PAY-TYPE
           END-IF
           MOVE ZERO TO SERVICE-YEARS
           IF IN-HIRE-DATE NUMERIC
               MOVE FUNCTION INTEGER-OF-DATE (IN-HIRE-DATE-9)
                   TO HIRE-DAY-NUM
               IF HIRE-DAY-NUM > ZERO AND
                  HIRE-DAY-NUM < AS-OF-DAY-NUM
                   SUBTRACT HIRE-DAY-NUM FROM AS-OF-DAY-NUM
                       GIVING SERVICE-DAYS-NUM
                   DIVIDE SERVICE-DAYS-NUM BY 365
                       GIVING SERVICE-YEARS
               END-IF
           END-IF.

       544-FIND-PTO-POLICY-RTN.
           MOVE 'NO ' TO PTO-TRACKED-SW
           MOVE ZERO TO PTO-FOUND-SUB
           PERFORM 545-SCAN-PTO-POLICY-RTN
               VARYING PTO-SUB FROM 1 BY 1
               UNTIL PTO-SUB > PTO-POLICY-COUNT.

       545-SCAN-PTO-POLICY-RTN.
           IF PTO-LEAVE-TYPE(PTO-SUB) = LVT-CODE(LEAVE-SUB) AND
              PTO-PAY-TYPE(PTO-SUB) = LEAVE-PAY-TYPE
               MOVE 'YES' TO PTO-TRACKED-SW
               IF PTO-MIN-YEARS(PTO-SUB) NOT > SERVICE-YEARS
                   IF PTO-FOUND-SUB = ZERO
                       MOVE PTO-SUB TO PTO-FOUND-SUB
                   ELSE
                       IF PTO-MIN-YEARS(PTO-SUB) >
                          PTO-MIN-YEARS(PTO-FOUND-SUB)
                           MOVE PTO-SUB TO PTO-FOUND-SUB
                       END-IF
                   END-IF
               END-IF
           END-IF.

       554-GET-LEAVE-HOURS-RTN.
           PERFORM 546-CLEAR-LEAVE-HOURS-RTN
               VARYING LEAVE-SUB FROM 1 BY 1
               UNTIL LEAVE-SUB > 3
           IF TIMECARD-ACTIVE-SW = 'YES'
               MOVE IN-EMPLOYEE-NUM TO TMC-EMPLOYEE-NUM
               READ TIMECARD-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 547-COPY-LEAVE-HOURS-RTN
                           VARYING LEAVE-SUB FROM 1 BY 1
                           UNTIL LEAVE-SUB > 3
               END-READ
           END-IF
           MOVE 'NO ' TO LEAVE-ON-FILE-SW
           IF LEAVE-ACTIVE-SW = 'YES'
               MOVE IN-EMPLOYEE-NUM TO LVW-EMPLOYEE-NUM
               READ LEAVE-WORK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'YES' TO LEAVE-ON-FILE-SW
                       PERFORM 548-COPY-LEAVE-BALANCE-RTN
                           VARYING LEAVE-SUB FROM 1 BY 1
                           UNTIL LEAVE-SUB > 3
               END-READ
           END-IF.

       546-CLEAR-LEAVE-HOURS-RTN.
           MOVE ZERO TO CYC-LEAVE-USED(LEAVE-SUB)
           MOVE ZERO TO CYC-LEAVE-REMAIN(LEAVE-SUB).

       547-COPY-LEAVE-HOURS-RTN.
           MOVE TMC-LEAVE-HOURS(LEAVE-SUB) TO CYC-LEAVE-USED(LEAVE-SUB).

       548-COPY-LEAVE-BALANCE-RTN.
           MOVE LVW-BALANCE-HRS(LEAVE-SUB)
               TO CYC-LEAVE-REMAIN(LEAVE-SUB).

       551-POST-LEAVE-RTN.
           PERFORM 542-SET-SERVICE-YEARS-RTN
           IF IN-PAY-TYPE = 'H'
               MOVE HOURLY-RATE-NUM TO LEAVE-RATE-NUM
           ELSE
               DIVIDE ANNUAL-SALARY-NUM BY 2080
                   GIVING LEAVE-RATE-NUM ROUNDED
           END-IF
           PERFORM 552-POST-LEAVE-TYPE-RTN
               VARYING LEAVE-SUB FROM 1 BY 1
               UNTIL LEAVE-SUB > 3
           MOVE IN-EMPLOYEE-NUM     TO LVW-EMPLOYEE-NUM
           MOVE IN-EMPLOYEE-NAME    TO LVW-EMPLOYEE-NAME
           MOVE IN-TERRITORY-NUM    TO LVW-TERRITORY-NUM
           MOVE IN-OFFICE-NUM       TO LVW-OFFICE-NUM
           MOVE LEAVE-RATE-NUM      TO LVW-HOURLY-RATE
           MOVE CYC-LEAVE-REMAIN(1) TO LVW-BALANCE-HRS(1)
           MOVE CYC-LEAVE-REMAIN(2) TO LVW-BALANCE-HRS(2)
           MOVE CYC-LEAVE-REMAIN(3) TO LVW-BALANCE-HRS(3)
           IF LEAVE-ON-FILE-SW = 'YES'
               REWRITE LEAVE-WORK-REC
           ELSE
               WRITE LEAVE-WORK-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
               MOVE 'YES' TO LEAVE-ON-FILE-SW
           END-IF.

       552-POST-LEAVE-TYPE-RTN.
           PERFORM 544-FIND-PTO-POLICY-RTN
           IF PTO-TRACKED-SW = 'YES'
               IF CYC-LEAVE-USED(LEAVE-SUB) >
                  CYC-LEAVE-REMAIN(LEAVE-SUB)
                   MOVE ZERO TO CYC-LEAVE-REMAIN(LEAVE-SUB)
               ELSE
                   SUBTRACT CYC-LEAVE-USED(LEAVE-SUB)
                       FROM CYC-LEAVE-REMAIN(LEAVE-SUB)
               END-IF
               IF PTO-FOUND-SUB > ZERO
                   PERFORM 553-ACCRUE-LEAVE-RTN
               END-IF
           END-IF
           ADD CYC-LEAVE-USED(LEAVE-SUB) TO LEAVE-USED-TOTAL.

       553-ACCRUE-LEAVE-RTN.
           IF LEAVE-PAY-TYPE = 'H'
               MULTIPLY PTO-ACCRUAL-RATE(PTO-FOUND-SUB) BY REG-HOURS-NUM
                   GIVING LEAVE-ACCRUAL-HRS ROUNDED
           ELSE
               MOVE PTO-ACCRUAL-RATE(PTO-FOUND-SUB)
                   TO LEAVE-ACCRUAL-HRS
           END-IF
           IF PTO-CAP-HOURS(PTO-FOUND-SUB) > ZERO
               IF CYC-LEAVE-REMAIN(LEAVE-SUB) NOT <
                  PTO-CAP-HOURS(PTO-FOUND-SUB)
                   MOVE ZERO TO LEAVE-ACCRUAL-HRS
               ELSE
                   SUBTRACT CYC-LEAVE-REMAIN(LEAVE-SUB)
                       FROM PTO-CAP-HOURS(PTO-FOUND-SUB)
                       GIVING LEAVE-ROOM-HRS
                   IF LEAVE-ACCRUAL-HRS > LEAVE-ROOM-HRS
                       MOVE LEAVE-ROOM-HRS TO LEAVE-ACCRUAL-HRS
                   END-IF
               END-IF
           END-IF
           ADD LEAVE-ACCRUAL-HRS TO CYC-LEAVE-REMAIN(LEAVE-SUB)
           ADD LEAVE-ACCRUAL-HRS TO LEAVE-ACCRUED-TOTAL.

       561-CYCLE-DEDUCTIONS-RTN.
           MOVE ZERO TO PERIOD-DEDUCT-NUM
           MOVE ZERO TO PERIOD-DED-TX-NUM

       568-COLLECT-CYCLE-DED-RTN.
           PERFORM 534-CHECK-DED-ACTIVE-RTN
           IF DED-ACTIVE-SW = 'YES' AND RUN-MODE = 'OFF-CYCLE'
               MOVE 'NO ' TO SUPP-DED-FOUND-SW
               PERFORM 599-CHECK-SUPP-DED-TYPE-RTN
                   VARYING SUPP-DED-SUB FROM 1 BY 1
                   UNTIL SUPP-DED-SUB > 4
               MOVE SUPP-DED-FOUND-SW TO DED-ACTIVE-SW
           END-IF
           IF DED-ACTIVE-SW = 'YES'
               MOVE DMS-AMOUNT TO DEDUCTION-WORK-NUM
               DIVIDE DEDUCTION-WORK-NUM BY PAY-PERIODS
               ADD DED-CYCLE-WORK TO PERIOD-DEDUCT-NUM
               ADD DED-CYCLE-WORK TO DMS-COLLECTED-AMT
               REWRITE DEDUCTION-MASTER-REC
               IF DED-CYCLE-WORK > ZERO
                   PERFORM 543-WRITE-REMIT-DETAIL-RTN
               END-IF
               IF DMS-TYPE-CODE = 'TX'
                   ADD DED-CYCLE-WORK TO PERIOD-DED-TX-NUM
               ELSE
               END-IF
           END-IF.

       543-WRITE-REMIT-DETAIL-RTN.
           MOVE IN-EMPLOYEE-NUM  TO RMD-EMPLOYEE-NUM
           MOVE IN-EMPLOYEE-NAME TO RMD-EMPLOYEE-NAME
           MOVE DMS-TYPE-CODE    TO RMD-TYPE-CODE
           IF DMS-GOAL-AMT NUMERIC AND DMS-GOAL-AMT NOT = '000000'
               MOVE 'Y' TO RMD-GARNISH-SW
           ELSE
               MOVE 'N' TO RMD-GARNISH-SW
           END-IF
           MOVE DED-CYCLE-WORK   TO RMD-AMOUNT
           MOVE DED-AS-OF-DATE   TO RMD-PAY-DATE
           MOVE WORKING-REMIT-DETAIL TO OUT-REMIT-REC
           WRITE OUT-REMIT-REC
           ADD 1 TO REMIT-DETAIL-COUNT.

       571-CALC-WITHHOLDING-RTN.
           MOVE ZERO TO PERIOD-FIT-NUM
           MOVE ZERO TO PERIOD-SIT-NUM
           SUBTRACT PERIOD-DED-RT-NUM FROM PERIOD-GROSS-NUM
               GIVING PERIOD-TAXABLE-NUM
           MOVE IN-EMPLOYEE-NUM TO WHM-EMPLOYEE-NUM
           READ WITHHOLD-MASTER-FILE
               INVALID KEY
                   MOVE 'S'    TO WH-FILING-STATUS
                   MOVE ZERO   TO WH-ALLOWANCES
                   MOVE ZERO   TO WH-EXTRA-AMT
                   MOVE SPACES TO WH-WORK-STATE
                   PERFORM 579-WRITE-NO-ELECTION-RTN
               NOT INVALID KEY
                   MOVE WHM-FILING-STATUS TO WH-FILING-STATUS
                   MOVE WHM-ALLOWANCES    TO WH-ALLOWANCES
                   MOVE WHM-EXTRA-AMT     TO WH-EXTRA-AMT
                   MOVE WHM-WORK-STATE    TO WH-WORK-STATE
           END-READ
           MULTIPLY PERIOD-TAXABLE-NUM BY PAY-PERIODS
               GIVING TAX-ANNUAL-WAGES
           IF RUN-MODE = 'OFF-CYCLE'
               MULTIPLY PERIOD-TAXABLE-NUM BY SUPP-FIT-RATE
                   GIVING PERIOD-FIT-NUM ROUNDED
           ELSE
               MOVE 'US' TO TAX-JURISDICTION
               PERFORM 572-FIGURE-TAX-RTN
               ADD TAX-PERIOD-AMT WH-EXTRA-AMT GIVING PERIOD-FIT-NUM
           END-IF
           IF PERIOD-FIT-NUM > PERIOD-GROSS-REMAIN
               MOVE PERIOD-GROSS-REMAIN TO PERIOD-FIT-NUM
           END-IF
           SUBTRACT PERIOD-FIT-NUM FROM PERIOD-GROSS-REMAIN
           IF WH-WORK-STATE NOT = SPACES
               MOVE WH-WORK-STATE TO TAX-JURISDICTION
               PERFORM 572-FIGURE-TAX-RTN
               MOVE TAX-PERIOD-AMT TO PERIOD-SIT-NUM
               IF PERIOD-SIT-NUM > PERIOD-GROSS-REMAIN
                   MOVE PERIOD-GROSS-REMAIN TO PERIOD-SIT-NUM
               END-IF
               SUBTRACT PERIOD-SIT-NUM FROM PERIOD-GROSS-REMAIN
           END-IF
           ADD PERIOD-FIT-NUM TO PERIOD-DEDUCT-NUM
           ADD PERIOD-SIT-NUM TO PERIOD-DEDUCT-NUM.

       579-WRITE-NO-ELECTION-RTN.
           MOVE IN-EMPLOYEE-NUM  TO REC-EMPLOYEE-NUM
           MOVE IN-EMPLOYEE-NAME TO REC-EMPLOYEE-NAME
           MOVE 'NO W/H ELECTION - DEFAULT S/0' TO REC-REASON-OUT
           MOVE WORKING-RECONCILE-REC TO OUT-RECONCILE-REC
           WRITE OUT-RECONCILE-REC.

       572-FIGURE-TAX-RTN.
           MOVE ZERO  TO TAX-ALLOW-EACH
           MOVE ZERO  TO TAX-PERIOD-AMT
           MOVE ZERO  TO TAX-BEST-OVER
           MOVE ZERO  TO TAX-BEST-BASE
           MOVE ZERO  TO TAX-BEST-RATE
           MOVE 'NO ' TO TAX-BRACKET-FOUND-SW
           PERFORM 573-FIND-ALLOWANCE-RTN
               VARYING TAX-SUB FROM 1 BY 1
               UNTIL TAX-SUB > TAX-TABLE-COUNT
           MULTIPLY TAX-ALLOW-EACH BY WH-ALLOWANCES
               GIVING TAX-ALLOW-TOTAL
           IF TAX-ALLOW-TOTAL < TAX-ANNUAL-WAGES
               SUBTRACT TAX-ALLOW-TOTAL FROM TAX-ANNUAL-WAGES
                   GIVING TAX-ADJ-WAGES
           ELSE
               MOVE ZERO TO TAX-ADJ-WAGES
           END-IF
           PERFORM 574-FIND-BRACKET-RTN
               VARYING TAX-SUB FROM 1 BY 1
               UNTIL TAX-SUB > TAX-TABLE-COUNT
           IF TAX-BRACKET-FOUND-SW = 'YES'
               SUBTRACT TAX-BEST-OVER FROM TAX-ADJ-WAGES
                   GIVING TAX-EXCESS-WAGES
               MULTIPLY TAX-EXCESS-WAGES BY TAX-BEST-RATE
                   GIVING TAX-ANNUAL-AMT ROUNDED
               ADD TAX-BEST-BASE TO TAX-ANNUAL-AMT
               DIVIDE TAX-ANNUAL-AMT BY PAY-PERIODS
                   GIVING TAX-PERIOD-AMT ROUNDED
           END-IF.

       573-FIND-ALLOWANCE-RTN.
           IF TTE-JURISDICTION(TAX-SUB)  = TAX-JURISDICTION AND
              TTE-FILING-STATUS(TAX-SUB) = WH-FILING-STATUS AND
              TTE-REC-TYPE(TAX-SUB)      = 'A'
               MOVE TTE-WAGE-OVER(TAX-SUB) TO TAX-ALLOW-EACH
           END-IF.

       574-FIND-BRACKET-RTN.
           IF TTE-JURISDICTION(TAX-SUB)  = TAX-JURISDICTION AND
              TTE-FILING-STATUS(TAX-SUB) = WH-FILING-STATUS AND
              TTE-REC-TYPE(TAX-SUB)      = 'B' AND
              TTE-WAGE-OVER(TAX-SUB) NOT > TAX-ADJ-WAGES
               IF TAX-BRACKET-FOUND-SW = 'NO ' OR
                  TTE-WAGE-OVER(TAX-SUB) > TAX-BEST-OVER
                   MOVE 'YES' TO TAX-BRACKET-FOUND-SW
                   MOVE TTE-WAGE-OVER(TAX-SUB) TO TAX-BEST-OVER
                   MOVE TTE-BASE-TAX(TAX-SUB)  TO TAX-BEST-BASE
                   MOVE TTE-RATE(TAX-SUB)      TO TAX-BEST-RATE
               END-IF
           END-IF.

       563-ROUTE-PAYMENT-RTN.
           MOVE PAY-EMPLOYEE-NUM TO BAC-EMPLOYEE-NUM
           READ BANKACCT-MASTER-FILE
           WRITE OUT-CHKPRT-REC
           MOVE SPACES            TO OUT-CHKPRT-REC
           WRITE OUT-CHKPRT-REC
           ADD 1 TO PAPER-CHECK-COUNT
           ADD PAY-NET-AMT TO PAPER-NET-HASH
           PERFORM 584-WRITE-POSITIVE-PAY-RTN.

       582-NEXT-CHECK-NUMBER-RTN.
           ADD 1 TO CHECK-NUMBER
           IF CHKCTL-ACTIVE-SW = 'YES'
               MOVE 'O' TO CHECK-CONTROL-STATUS
               PERFORM 583-WRITE-CHECK-CONTROL-RTN
           END-IF.

       583-WRITE-CHECK-CONTROL-RTN.
           MOVE CHECK-NUMBER         TO CKC-LAST-CHECK-NUM
           MOVE CHECK-CONTROL-STATUS TO CKC-RUN-STATUS
           MOVE CHECK-RUN-FIRST-NUM  TO CKC-RUN-FIRST-NUM
           MOVE DED-AS-OF-DATE       TO CKC-RUN-DATE
           OPEN OUTPUT CHECK-CONTROL-FILE
           MOVE FS-CHECK-CONTROL-FILE TO CHECK-STATUS
           MOVE 'CHECK-CONTROL-FILE'  TO CHECK-FILE-NAME
           PERFORM 905-CHECK-OPEN-STATUS-RTN
           WRITE CHECK-CONTROL-REC
           CLOSE CHECK-CONTROL-FILE.

       584-WRITE-POSITIVE-PAY-RTN.
           MOVE POSPAY-ACCOUNT    TO PPD-ACCOUNT
           MOVE CHECK-NUMBER      TO PPD-CHECK-NUM
           MOVE DED-AS-OF-DATE    TO PPD-ISSUE-DATE
           MOVE PAY-NET-AMT       TO PPD-AMOUNT
           MOVE PAY-EMPLOYEE-NAME TO PPD-PAYEE-NAME
           MOVE PAY-EMPLOYEE-NUM  TO PPD-EMPLOYEE-NUM
           MOVE WORKING-POSPAY-DETAIL TO OUT-POSPAY-REC
           WRITE OUT-POSPAY-REC
           ADD 1 TO POSPAY-ITEM-COUNT
           ADD PAY-NET-AMT TO POSPAY-TOTAL-AMT.

       586-SET-PAY-STATUS-RTN.
           MOVE 'A' TO EMP-PAY-STATUS
           IF IN-EMP-STATUS = 'L'
               MOVE 'S' TO EMP-PAY-STATUS
           END-IF
           IF IN-EMP-STATUS = 'T'
               MOVE 'S' TO EMP-PAY-STATUS
               IF IN-TERM-DATE NUMERIC
                   MOVE FUNCTION INTEGER-OF-DATE (IN-TERM-DATE-9)
                       TO TERM-DAY-NUM
                   IF TERM-DAY-NUM > AS-OF-DAY-NUM
                       MOVE 'A' TO EMP-PAY-STATUS
                   ELSE
                       IF TERM-DAY-NUM > PERIOD-START-DAY-NUM
                           MOVE 'F' TO EMP-PAY-STATUS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       587-STOP-CYCLE-DEDUCTIONS-RTN.
           MOVE ZERO TO PERIOD-DEDUCT-NUM
           MOVE ZERO TO PERIOD-DED-TX-NUM
           MOVE ZERO TO PERIOD-DED-IN-NUM
           MOVE ZERO TO PERIOD-DED-RT-NUM
           MOVE ZERO TO PERIOD-DED-OT-NUM
           MOVE PERIOD-GROSS-NUM TO PERIOD-GROSS-REMAIN
           ADD 1 TO FINAL-CHECK-COUNT
           MOVE IN-EMPLOYEE-NUM  TO REC-EMPLOYEE-NUM
           MOVE IN-EMPLOYEE-NAME TO REC-EMPLOYEE-NAME
           MOVE 'FINAL CHECK - NO DEDUCTIONS' TO REC-REASON-OUT
           MOVE WORKING-RECONCILE-REC TO OUT-RECONCILE-REC
           WRITE OUT-RECONCILE-REC.

       565-REGISTER-OFFICE-TOTAL-RTN.
           MOVE 'OFFICE'        TO REG-TOTAL-LABEL
           MOVE PREV-OFFICE-NUM TO REG-TOTAL-KEY-OUT
           MOVE 'SUBTOTAL'      TO REG-TOTAL-TAG
           MOVE OFFICE-GROSS-TOTAL  TO REG-TOTAL-GROSS-OUT
           MOVE OFFICE-FIT-TOTAL    TO REG-TOTAL-FIT-OUT
           MOVE OFFICE-SIT-TOTAL    TO REG-TOTAL-SIT-OUT
           MOVE OFFICE-DEDUCT-TOTAL TO REG-TOTAL-DEDUCT-OUT
           MOVE OFFICE-NET-TOTAL    TO REG-TOTAL-NET-OUT
           MOVE REGISTER-TOTAL-LINE TO OUT-REGISTER-REC
           WRITE OUT-REGISTER-REC
           IF OFFICE-GROSS-TOTAL > ZERO
               PERFORM 1610-POST-OFFICE-EXPENSE-RTN
           END-IF
           MOVE ZERO TO OFFICE-GROSS-TOTAL
           MOVE ZERO TO OFFICE-FIT-TOTAL
           MOVE ZERO TO OFFICE-SIT-TOTAL
           MOVE ZERO TO OFFICE-DEDUCT-TOTAL
           MOVE ZERO TO OFFICE-NET-TOTAL.

           MOVE SPACES      TO REG-TOTAL-KEY-OUT
           MOVE 'TOTAL'     TO REG-TOTAL-TAG
           MOVE REGISTER-GROSS-TOTAL  TO REG-TOTAL-GROSS-OUT
           MOVE REGISTER-FIT-TOTAL    TO REG-TOTAL-FIT-OUT
           MOVE REGISTER-SIT-TOTAL    TO REG-TOTAL-SIT-OUT
           MOVE REGISTER-DEDUCT-TOTAL TO REG-TOTAL-DEDUCT-OUT
           MOVE REGISTER-NET-TOTAL    TO REG-TOTAL-NET-OUT
           MOVE REGISTER-TOTAL-LINE TO OUT-REGISTER-REC
           END-START
           PERFORM 1110-DEDREG-READ-LOOP-RTN
               UNTIL MORE-DEDUCTIONS-SW = 'NO '
           IF PAY-CYCLE-SW = 'YES'
               PERFORM 1150-WITHHOLDING-DETAIL-RTN
           END-IF
           PERFORM 1140-WRITE-TYPE-TOTALS-RTN
           PERFORM 1170-TERM-GARNISHMENT-RTN.

       1110-DEDREG-READ-LOOP-RTN.
           READ DEDUCTION-MASTER-FILE NEXT RECORD
           MOVE 'ALL DEDUCTIONS' TO DRG-TOTAL-NAME
           MOVE DED-GRAND-TOTAL TO DRG-TOTAL-AMOUNT-OUT
           MOVE DEDREG-TOTAL-LINE TO OUT-DEDREG-REC
           WRITE OUT-DEDREG-REC
           IF PAY-CYCLE-SW = 'YES'
               MOVE 'FEDERAL W/H' TO DRW-TOTAL-NAME
               MOVE DED-FIT-TOTAL TO DRW-TOTAL-AMOUNT-OUT
               MOVE DEDREG-WH-TOTAL-LINE TO OUT-DEDREG-REC
               WRITE OUT-DEDREG-REC
               MOVE 'STATE W/H' TO DRW-TOTAL-NAME
               MOVE DED-SIT-TOTAL TO DRW-TOTAL-AMOUNT-OUT
               MOVE DEDREG-WH-TOTAL-LINE TO OUT-DEDREG-REC
               WRITE OUT-DEDREG-REC
               PERFORM 1145-WRITE-CYCLE-TOTALS-RTN
           END-IF.

       1145-WRITE-CYCLE-TOTALS-RTN.
           MOVE 'TAX W/H' TO DRW-TOTAL-NAME
           MOVE 'TX' TO RMT-TYPE-CODE
           MOVE GL-CYCLE-TX-TOTAL TO RMT-AMOUNT
           PERFORM 1146-WRITE-CYCLE-TOTAL-RTN
           MOVE 'INSURANCE W/H' TO DRW-TOTAL-NAME
           MOVE 'IN' TO RMT-TYPE-CODE
           MOVE GL-CYCLE-IN-TOTAL TO RMT-AMOUNT
           PERFORM 1146-WRITE-CYCLE-TOTAL-RTN
           MOVE 'RETIREMENT W/H' TO DRW-TOTAL-NAME
           MOVE 'RT' TO RMT-TYPE-CODE
           MOVE GL-CYCLE-RT-TOTAL TO RMT-AMOUNT
           PERFORM 1146-WRITE-CYCLE-TOTAL-RTN
           MOVE 'OTHER W/H' TO DRW-TOTAL-NAME
           MOVE 'OT' TO RMT-TYPE-CODE
           MOVE GL-CYCLE-OT-TOTAL TO RMT-AMOUNT
           PERFORM 1146-WRITE-CYCLE-TOTAL-RTN.

       1146-WRITE-CYCLE-TOTAL-RTN.
           MOVE RMT-AMOUNT TO DRW-TOTAL-AMOUNT-OUT
           MOVE DEDREG-WH-TOTAL-LINE TO OUT-DEDREG-REC
           WRITE OUT-DEDREG-REC
           MOVE WORKING-REMIT-TOTAL TO OUT-REMIT-REC
           WRITE OUT-REMIT-REC.

       1150-WITHHOLDING-DETAIL-RTN.
           OPEN INPUT STUB-WORK-FILE
           MOVE FS-STUB-WORK-FILE TO CHECK-STATUS
           MOVE 'STUB-WORK-FILE'  TO CHECK-FILE-NAME
           PERFORM 905-CHECK-OPEN-STATUS-RTN
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 1155-WH-DETAIL-LOOP-RTN
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE STUB-WORK-FILE.

       1155-WH-DETAIL-LOOP-RTN.
           READ STUB-WORK-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   PERFORM 1160-WRITE-WH-LINE-RTN
           END-READ.

       1160-WRITE-WH-LINE-RTN.
           MOVE STB-EMPLOYEE-NUM  TO DRW-EMPLOYEE-NUM
           MOVE STB-EMPLOYEE-NAME TO DRW-EMPLOYEE-NAME
           MOVE 'FW'              TO DRW-TYPE-CODE
           MOVE 'FEDERAL WH'      TO DRW-TYPE-NAME
           MOVE SPACES            TO DRW-STATE-OUT
           MOVE STB-FIT-NUM       TO DRW-AMOUNT-OUT
           MOVE WORKING-DEDREG-WH-REC TO OUT-DEDREG-REC
           WRITE OUT-DEDREG-REC
           MOVE 'SW'              TO DRW-TYPE-CODE
           MOVE 'STATE WH'        TO DRW-TYPE-NAME
           MOVE STB-WORK-STATE    TO DRW-STATE-OUT
           MOVE STB-SIT-NUM       TO DRW-AMOUNT-OUT
           MOVE WORKING-DEDREG-WH-REC TO OUT-DEDREG-REC
           WRITE OUT-DEDREG-REC.

       1170-TERM-GARNISHMENT-RTN.
           MOVE 'NO ' TO TERM-GARNISH-HDR-SW
           MOVE LOW-VALUES TO DMS-KEY
           START DEDUCTION-MASTER-FILE
               KEY >= DMS-KEY
               INVALID KEY
                   MOVE 'NO ' TO MORE-DEDUCTIONS-SW
               NOT INVALID KEY
                   MOVE 'YES' TO MORE-DEDUCTIONS-SW
           END-START
           PERFORM 1175-TERM-GARNISH-LOOP-RTN
               UNTIL MORE-DEDUCTIONS-SW = 'NO '.

       1175-TERM-GARNISH-LOOP-RTN.
           READ DEDUCTION-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'NO ' TO MORE-DEDUCTIONS-SW
               NOT AT END
                   IF DMS-GOAL-AMT NUMERIC AND
                      DMS-GOAL-AMT NOT = '000000'
                       PERFORM 1180-CHECK-TERM-GARNISH-RTN
                   END-IF
           END-READ.

       1180-CHECK-TERM-GARNISH-RTN.
           MOVE DMS-GOAL-AMT TO DED-GOAL-NUM
           IF DMS-COLLECTED-AMT < DED-GOAL-NUM
               MOVE DMS-EMPLOYEE-NUM TO MST-EMPLOYEE-NUM
               READ PAYROLL-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MST-EMP-STATUS = 'T'
                           PERFORM 1185-WRITE-TERM-GARNISH-RTN
                       END-IF
               END-READ
           END-IF.

       1185-WRITE-TERM-GARNISH-RTN.
           IF TERM-GARNISH-HDR-SW = 'NO '
               MOVE 'YES' TO TERM-GARNISH-HDR-SW
               MOVE TERM-GARNISH-HEADER TO OUT-DEDREG-REC
               WRITE OUT-DEDREG-REC
           END-IF
           SUBTRACT DMS-COLLECTED-AMT FROM DED-GOAL-NUM
               GIVING DED-GOAL-REMAIN
           MOVE DMS-EMPLOYEE-NUM  TO DRG-EMPLOYEE-NUM
           MOVE MST-EMPLOYEE-NAME TO DRG-EMPLOYEE-NAME
           MOVE DMS-TYPE-CODE     TO DRG-TYPE-CODE
           MOVE 'TERMINATED'      TO DRG-TYPE-NAME
           MOVE DMS-AMOUNT TO DEDUCTION-WORK-NUM
           MOVE DEDUCTION-WORK-NUM TO DRG-AMOUNT-OUT
           MOVE DED-GOAL-REMAIN TO DED-BALANCE-EDIT
           MOVE DED-BALANCE-EDIT TO DRG-BALANCE-OUT
           MOVE WORKING-DEDREG-REC TO OUT-DEDREG-REC
           WRITE OUT-DEDREG-REC
           ADD 1 TO TERM-GARNISH-COUNT.

       1500-YTD-REPORT-RTN.
           MOVE WORKING-YTDRPT-HEADER TO OUT-YTDRPT-HEADER
           WRITE OUT-YTDRPT-HEADER
           MOVE YTD-GROSS-NUM     TO YTD-GROSS-OUT
           MOVE YTD-DEDUCT-NUM    TO YTD-DEDUCT-OUT
           MOVE YTD-NET-NUM       TO YTD-NET-OUT
           MOVE YTD-FIT-NUM       TO YTD-FIT-OUT
           MOVE YTD-SIT-NUM       TO YTD-SIT-OUT
           ADD YTD-GROSS-NUM  TO YTD-GROSS-TOTAL
           ADD YTD-DEDUCT-NUM TO YTD-DEDUCT-TOTAL
           ADD YTD-NET-NUM    TO YTD-NET-TOTAL
           ADD YTD-FIT-NUM    TO YTD-FIT-TOTAL
           ADD YTD-SIT-NUM    TO YTD-SIT-TOTAL
           MOVE WORKING-YTDRPT-REC TO OUT-YTDRPT-REC
           WRITE OUT-YTDRPT-REC.

           MOVE YTD-GROSS-TOTAL  TO YTDT-GROSS-OUT
           MOVE YTD-DEDUCT-TOTAL TO YTDT-DEDUCT-OUT
           MOVE YTD-NET-TOTAL    TO YTDT-NET-OUT
           MOVE YTD-FIT-TOTAL    TO YTDT-FIT-OUT
           MOVE YTD-SIT-TOTAL    TO YTDT-SIT-OUT
           MOVE YTDRPT-TOTAL-LINE TO OUT-YTDRPT-REC
           WRITE OUT-YTDRPT-REC.

                       MOVE ZERO TO YTM-GROSS-AMT
                       MOVE ZERO TO YTM-DEDUCT-AMT
                       MOVE ZERO TO YTM-NET-AMT
                       MOVE ZERO TO YTM-FIT-AMT
                       MOVE ZERO TO YTM-SIT-AMT
                   ELSE
                       MOVE YTD-GROSS-NUM  TO YTM-GROSS-AMT
                       MOVE YTD-DEDUCT-NUM TO YTM-DEDUCT-AMT
                       MOVE YTD-NET-NUM    TO YTM-NET-AMT
                       MOVE YTD-FIT-NUM    TO YTM-FIT-AMT
                       MOVE YTD-SIT-NUM    TO YTM-SIT-AMT
                   END-IF
                   WRITE YTD-MASTER-REC
           END-READ.
                   WRITE DED-BALANCE-REC
           END-READ.

       1570-SAVE-LEAVE-RTN.
           OPEN OUTPUT LEAVE-MASTER-FILE
           MOVE FS-LEAVE-MASTER-FILE TO CHECK-STATUS
           MOVE 'LEAVE-MASTER-FILE'  TO CHECK-FILE-NAME
           PERFORM 905-CHECK-OPEN-STATUS-RTN
           MOVE LOW-VALUES TO LVW-EMPLOYEE-NUM
           START LEAVE-WORK-FILE
               KEY >= LVW-EMPLOYEE-NUM
               INVALID KEY
                   MOVE 'NO ' TO MORE-LEAVE-SW
               NOT INVALID KEY
                   MOVE 'YES' TO MORE-LEAVE-SW
           END-START
           PERFORM 1575-SAVE-LEAVE-LOOP-RTN
               UNTIL MORE-LEAVE-SW = 'NO '
           CLOSE LEAVE-MASTER-FILE.

       1575-SAVE-LEAVE-LOOP-RTN.
           READ LEAVE-WORK-FILE NEXT RECORD
               AT END
                   MOVE 'NO ' TO MORE-LEAVE-SW
               NOT AT END
                   MOVE LEAVE-WORK-REC TO LEAVE-MASTER-REC
                   WRITE LEAVE-MASTER-REC
           END-READ.

       1580-LEAVE-LIABILITY-RTN.
           OPEN OUTPUT OUT-LEAVE-RPT-FILE
           MOVE FS-OUT-LEAVE-RPT-FILE TO CHECK-STATUS
           MOVE 'OUT-LEAVE-RPT-FILE'  TO CHECK-FILE-NAME
           PERFORM 905-CHECK-OPEN-STATUS-RTN
           MOVE LEAVE-RPT-HEADER TO OUT-LEAVE-RPT-REC
           WRITE OUT-LEAVE-RPT-REC
           MOVE SPACES TO OUT-LEAVE-RPT-REC
           WRITE OUT-LEAVE-RPT-REC
           MOVE LEAVE-RPT-COLUMNS TO OUT-LEAVE-RPT-REC
           WRITE OUT-LEAVE-RPT-REC
           MOVE SPACES TO OUT-LEAVE-RPT-REC
           WRITE OUT-LEAVE-RPT-REC
           PERFORM 1579-CLEAR-LIAB-LEVEL-RTN
               VARYING LIAB-LVL FROM 1 BY 1
               UNTIL LIAB-LVL > 3
           MOVE 'YES' TO LEAVE-FIRST-SW
           SORT SORT-LEAVE-FILE
               ON ASCENDING KEY SRT-LV-TERRITORY-NUM
                                SRT-LV-OFFICE-NUM
                                SRT-LV-EMPLOYEE-NAME
               INPUT PROCEDURE IS 1581-LEAVE-SORT-IN-RTN
               OUTPUT PROCEDURE IS 1583-LEAVE-SORT-OUT-RTN
           CLOSE OUT-LEAVE-RPT-FILE.

       1579-CLEAR-LIAB-LEVEL-RTN.
           MOVE ZERO TO LIAB-HOURS(LIAB-LVL 1)
           MOVE ZERO TO LIAB-HOURS(LIAB-LVL 2)
           MOVE ZERO TO LIAB-HOURS(LIAB-LVL 3)
           MOVE ZERO TO LIAB-VALUE(LIAB-LVL).

       1581-LEAVE-SORT-IN-RTN.
           MOVE LOW-VALUES TO LVW-EMPLOYEE-NUM
           START LEAVE-WORK-FILE
               KEY >= LVW-EMPLOYEE-NUM
               INVALID KEY
                   MOVE 'NO ' TO MORE-LEAVE-SW
               NOT INVALID KEY
                   MOVE 'YES' TO MORE-LEAVE-SW
           END-START
           PERFORM 1582-LEAVE-RELEASE-LOOP-RTN
               UNTIL MORE-LEAVE-SW = 'NO '.

       1582-LEAVE-RELEASE-LOOP-RTN.
           READ LEAVE-WORK-FILE NEXT RECORD
               AT END
                   MOVE 'NO ' TO MORE-LEAVE-SW
               NOT AT END
                   MOVE LVW-TERRITORY-NUM  TO SRT-LV-TERRITORY-NUM
                   MOVE LVW-OFFICE-NUM     TO SRT-LV-OFFICE-NUM
                   MOVE LVW-EMPLOYEE-NAME  TO SRT-LV-EMPLOYEE-NAME
                   MOVE LVW-EMPLOYEE-NUM   TO SRT-LV-EMPLOYEE-NUM
                   MOVE LVW-HOURLY-RATE    TO SRT-LV-HOURLY-RATE
                   MOVE LVW-BALANCE-HRS(1) TO SRT-LV-BALANCE-HRS(1)
                   MOVE LVW-BALANCE-HRS(2) TO SRT-LV-BALANCE-HRS(2)
                   MOVE LVW-BALANCE-HRS(3) TO SRT-LV-BALANCE-HRS(3)
                   RELEASE SORT-LEAVE-REC
           END-READ.

       1583-LEAVE-SORT-OUT-RTN.
           MOVE 'NO ' TO LEAVE-SORT-EOF-SW
           PERFORM 1584-LEAVE-RETURN-LOOP-RTN
               UNTIL LEAVE-SORT-EOF-SW = 'YES'
           IF LEAVE-FIRST-SW = 'NO '
               PERFORM 1586-LEAVE-OFFICE-TOTAL-RTN
               PERFORM 1587-LEAVE-TERR-TOTAL-RTN
           END-IF
           MOVE 'GRAND TOTAL LEAVE LIABILITY' TO LLT-LABEL
           MOVE SPACES TO LLT-KEY-OUT
           MOVE 3 TO LIAB-LVL
           PERFORM 1588-WRITE-LEAVE-TOTAL-RTN.

       1584-LEAVE-RETURN-LOOP-RTN.
           RETURN SORT-LEAVE-FILE
               AT END
                   MOVE 'YES' TO LEAVE-SORT-EOF-SW
               NOT AT END
                   PERFORM 1585-WRITE-LEAVE-LINE-RTN
           END-RETURN.

       1585-WRITE-LEAVE-LINE-RTN.
           IF LEAVE-FIRST-SW = 'YES'
               MOVE 'NO ' TO LEAVE-FIRST-SW
           ELSE
               IF SRT-LV-TERRITORY-NUM NOT = PREV-LEAVE-TERRITORY
                   PERFORM 1586-LEAVE-OFFICE-TOTAL-RTN
                   PERFORM 1587-LEAVE-TERR-TOTAL-RTN
               ELSE
                   IF SRT-LV-OFFICE-NUM NOT = PREV-LEAVE-OFFICE
                       PERFORM 1586-LEAVE-OFFICE-TOTAL-RTN
                   END-IF
               END-IF
           END-IF
           MOVE SRT-LV-TERRITORY-NUM TO PREV-LEAVE-TERRITORY
           MOVE SRT-LV-OFFICE-NUM    TO PREV-LEAVE-OFFICE
           ADD SRT-LV-BALANCE-HRS(1) SRT-LV-BALANCE-HRS(2)
               SRT-LV-BALANCE-HRS(3) GIVING LEAVE-EMP-HOURS
           MULTIPLY LEAVE-EMP-HOURS BY SRT-LV-HOURLY-RATE
               GIVING LEAVE-EMP-VALUE ROUNDED
           MOVE SRT-LV-EMPLOYEE-NUM  TO LVR-EMPLOYEE-NUM
           MOVE SRT-LV-EMPLOYEE-NAME TO LVR-EMPLOYEE-NAME
           MOVE SRT-LV-TERRITORY-NUM TO LVR-TERRITORY-NUM
           MOVE SRT-LV-OFFICE-NUM    TO LVR-OFFICE-NUM
           MOVE SRT-LV-BALANCE-HRS(1) TO LVR-HOURS-OUT(1)
           MOVE SRT-LV-BALANCE-HRS(2) TO LVR-HOURS-OUT(2)
           MOVE SRT-LV-BALANCE-HRS(3) TO LVR-HOURS-OUT(3)
           MOVE SPACES TO LVR-HOURS-SPACES(1)
           MOVE SPACES TO LVR-HOURS-SPACES(2)
           MOVE SPACES TO LVR-HOURS-SPACES(3)
           MOVE SRT-LV-HOURLY-RATE   TO LVR-RATE-OUT
           MOVE LEAVE-EMP-VALUE      TO LVR-VALUE-OUT
           MOVE WORKING-LEAVE-RPT-REC TO OUT-LEAVE-RPT-REC
           WRITE OUT-LEAVE-RPT-REC
           ADD SRT-LV-BALANCE-HRS(1) TO LIAB-HOURS(1 1)
           ADD SRT-LV-BALANCE-HRS(2) TO LIAB-HOURS(1 2)
           ADD SRT-LV-BALANCE-HRS(3) TO LIAB-HOURS(1 3)
           ADD LEAVE-EMP-VALUE       TO LIAB-VALUE(1).

       1586-LEAVE-OFFICE-TOTAL-RTN.
           MOVE 'OFFICE TOTAL' TO LLT-LABEL
           MOVE SPACES TO LLT-KEY-OUT
           STRING PREV-LEAVE-TERRITORY DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  PREV-LEAVE-OFFICE DELIMITED BY SIZE
                  INTO LLT-KEY-OUT
           END-STRING
           MOVE 1 TO LIAB-LVL
           PERFORM 1588-WRITE-LEAVE-TOTAL-RTN.

       1587-LEAVE-TERR-TOTAL-RTN.
           MOVE 'TERRITORY TOTAL' TO LLT-LABEL
           MOVE PREV-LEAVE-TERRITORY TO LLT-KEY-OUT
           MOVE 2 TO LIAB-LVL
           PERFORM 1588-WRITE-LEAVE-TOTAL-RTN
           MOVE SPACES TO OUT-LEAVE-RPT-REC
           WRITE OUT-LEAVE-RPT-REC.

       1588-WRITE-LEAVE-TOTAL-RTN.
           MOVE LIAB-HOURS(LIAB-LVL 1) TO LLT-HOURS-OUT(1)
           MOVE LIAB-HOURS(LIAB-LVL 2) TO LLT-HOURS-OUT(2)
           MOVE LIAB-HOURS(LIAB-LVL 3) TO LLT-HOURS-OUT(3)
           MOVE SPACES TO LLT-HOURS-SPACES(1)
           MOVE SPACES TO LLT-HOURS-SPACES(2)
           MOVE SPACES TO LLT-HOURS-SPACES(3)
           MOVE LIAB-VALUE(LIAB-LVL) TO LLT-VALUE-OUT
           MOVE LEAVE-RPT-TOTAL-LINE TO OUT-LEAVE-RPT-REC
           WRITE OUT-LEAVE-RPT-REC
           IF LIAB-LVL < 3
               ADD 1 LIAB-LVL GIVING LIAB-NEXT-LVL
               ADD LIAB-HOURS(LIAB-LVL 1) TO LIAB-HOURS(LIAB-NEXT-LVL 1)
               ADD LIAB-HOURS(LIAB-LVL 2) TO LIAB-HOURS(LIAB-NEXT-LVL 2)
               ADD LIAB-HOURS(LIAB-LVL 3) TO LIAB-HOURS(LIAB-NEXT-LVL 3)
               ADD LIAB-VALUE(LIAB-LVL)   TO LIAB-VALUE(LIAB-NEXT-LVL)
               PERFORM 1579-CLEAR-LIAB-LEVEL-RTN
           END-IF.

       1600-WRITE-GL-JOURNAL-RTN.
           MOVE 'L'  TO GL-LOOKUP-TYPE
           MOVE 'C'  TO GL-POST-DR-CR
           MOVE 'FW' TO GL-LOOKUP-CODE
           MOVE 'FW' TO GL-POST-REFERENCE
           MOVE REGISTER-FIT-TOTAL TO GL-POST-AMOUNT
           MOVE 'FEDERAL INCOME TAX WITHHELD' TO GL-POST-DESC
           PERFORM 1620-POST-JOURNAL-LINE-RTN
           MOVE 'L'  TO GL-LOOKUP-TYPE
           MOVE 'SW' TO GL-LOOKUP-CODE
           MOVE 'SW' TO GL-POST-REFERENCE
           MOVE REGISTER-SIT-TOTAL TO GL-POST-AMOUNT
           MOVE 'STATE INCOME TAX WITHHELD' TO GL-POST-DESC
           PERFORM 1620-POST-JOURNAL-LINE-RTN
           MOVE 'L'  TO GL-LOOKUP-TYPE
           MOVE 'TX' TO GL-LOOKUP-CODE
           MOVE 'TX' TO GL-POST-REFERENCE
           MOVE GL-CYCLE-TX-TOTAL TO GL-POST-AMOUNT
           MOVE 'TAX DEDUCTIONS WITHHELD' TO GL-POST-DESC
           PERFORM 1620-POST-JOURNAL-LINE-RTN
           MOVE 'L'  TO GL-LOOKUP-TYPE
           MOVE 'IN' TO GL-LOOKUP-CODE
           MOVE 'IN' TO GL-POST-REFERENCE
           MOVE GL-CYCLE-IN-TOTAL TO GL-POST-AMOUNT
           MOVE 'INSURANCE DEDUCTIONS WITHHELD' TO GL-POST-DESC
           PERFORM 1620-POST-JOURNAL-LINE-RTN
           MOVE 'L'  TO GL-LOOKUP-TYPE
           MOVE 'RT' TO GL-LOOKUP-CODE
           MOVE 'RT' TO GL-POST-REFERENCE
           MOVE GL-CYCLE-RT-TOTAL TO GL-POST-AMOUNT
           MOVE 'RETIREMENT DEDUCTIONS WITHHELD' TO GL-POST-DESC
           PERFORM 1620-POST-JOURNAL-LINE-RTN
           MOVE 'L'  TO GL-LOOKUP-TYPE
           MOVE 'OT' TO GL-LOOKUP-CODE
           MOVE 'OT' TO GL-POST-REFERENCE
           MOVE GL-CYCLE-OT-TOTAL TO GL-POST-AMOUNT
           MOVE 'OTHER DEDUCTIONS WITHHELD' TO GL-POST-DESC
           PERFORM 1620-POST-JOURNAL-LINE-RTN
           MOVE 'L'  TO GL-LOOKUP-TYPE
           MOVE 'D'  TO GL-POST-DR-CR
           MOVE 'VP' TO GL-LOOKUP-CODE
           MOVE 'VP' TO GL-POST-REFERENCE
           MOVE REISSUE-NET-TOTAL TO GL-POST-AMOUNT
           MOVE 'VOIDED CHECKS REISSUED' TO GL-POST-DESC
           PERFORM 1620-POST-JOURNAL-LINE-RTN
           MOVE 'C'  TO GL-LOOKUP-TYPE
           MOVE 'C'  TO GL-POST-DR-CR
           MOVE 'DD' TO GL-LOOKUP-CODE
           MOVE 'DD' TO GL-POST-REFERENCE
           MOVE DD-NET-HASH TO GL-POST-AMOUNT
           MOVE 'NET PAY - DIRECT DEPOSIT' TO GL-POST-DESC
           PERFORM 1620-POST-JOURNAL-LINE-RTN
           MOVE 'C'  TO GL-LOOKUP-TYPE
           MOVE 'PC' TO GL-LOOKUP-CODE
           MOVE 'PC' TO GL-POST-REFERENCE
           MOVE PAPER-NET-HASH TO GL-POST-AMOUNT
           MOVE 'NET PAY - PAPER CHECKS' TO GL-POST-DESC
           PERFORM 1620-POST-JOURNAL-LINE-RTN
           MOVE DED-AS-OF-DATE  TO JRN-TRL-DATE
           MOVE GL-ENTRY-COUNT  TO JRN-TRL-ENTRY-COUNT
           MOVE GL-DEBIT-TOTAL  TO JRN-TRL-DEBIT-TOTAL
           MOVE GL-CREDIT-TOTAL TO JRN-TRL-CREDIT-TOTAL
           MOVE WORKING-JOURNAL-TRAILER TO OUT-JOURNAL-REC
           WRITE OUT-JOURNAL-REC
           IF GL-DEBIT-TOTAL NOT = GL-CREDIT-TOTAL
               MOVE 'YES' TO GL-OUT-OF-BALANCE-SW
           ELSE
               MOVE 'NO ' TO GL-OUT-OF-BALANCE-SW
           END-IF.

       1610-POST-OFFICE-EXPENSE-RTN.
           MOVE PREV-TERRITORY-NUM TO GL-OFFICE-TERRITORY
           MOVE PREV-OFFICE-NUM    TO GL-OFFICE-OFFICE
           MOVE GL-OFFICE-CODE     TO GL-POST-REFERENCE
           MOVE 'E'                TO GL-LOOKUP-TYPE
           MOVE GL-OFFICE-CODE     TO GL-LOOKUP-CODE
           MOVE 'NO ' TO GL-FOUND-SW
           PERFORM 494-FIND-GL-ACCOUNT-RTN
               VARYING GL-SUB FROM 1 BY 1
               UNTIL GL-SUB > GL-ACCT-COUNT
                  OR GL-FOUND-SW = 'YES'
           IF GL-FOUND-SW = 'NO '
               MOVE SPACES TO GL-OFFICE-OFFICE
               MOVE GL-OFFICE-CODE TO GL-LOOKUP-CODE
           END-IF
           MOVE 'D' TO GL-POST-DR-CR
           MOVE OFFICE-GROSS-TOTAL TO GL-POST-AMOUNT
           MOVE 'GROSS WAGES EXPENSE' TO GL-POST-DESC
           PERFORM 1620-POST-JOURNAL-LINE-RTN.

       1620-POST-JOURNAL-LINE-RTN.
           IF GL-POST-AMOUNT > ZERO
               MOVE 'NO ' TO GL-FOUND-SW
               PERFORM 494-FIND-GL-ACCOUNT-RTN
                   VARYING GL-SUB FROM 1 BY 1
                   UNTIL GL-SUB > GL-ACCT-COUNT
                      OR GL-FOUND-SW = 'YES'
               IF GL-FOUND-SW = 'NO '
                   MOVE GL-SUSPENSE-ACCOUNT TO GL-LOOKUP-ACCOUNT
                   PERFORM 1625-WRITE-UNMAPPED-GL-RTN
               END-IF
               MOVE DED-AS-OF-DATE    TO JRN-JOURNAL-DATE
               MOVE GL-LOOKUP-ACCOUNT TO JRN-ACCOUNT
               MOVE GL-POST-DR-CR     TO JRN-DR-CR
               MOVE GL-POST-AMOUNT    TO JRN-AMOUNT
               MOVE GL-POST-REFERENCE TO JRN-REFERENCE
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

       1625-WRITE-UNMAPPED-GL-RTN.
           MOVE GL-LOOKUP-CODE TO REC-EMPLOYEE-NUM
           MOVE GL-POST-DESC   TO REC-EMPLOYEE-NAME
           MOVE 'NO GL ACCOUNT - TO SUSPENSE' TO REC-REASON-OUT
           MOVE WORKING-RECONCILE-REC TO OUT-RECONCILE-REC
           WRITE OUT-RECONCILE-REC
           ADD 1 TO GL-UNMAPPED-COUNT.

       1630-CLOSE-CHECK-CONTROL-RTN.
           IF CHKCTL-ACTIVE-SW = 'YES'
               MOVE 'C' TO CHECK-CONTROL-STATUS
               PERFORM 583-WRITE-CHECK-CONTROL-RTN
           END-IF.

       1640-WRITE-POSPAY-TRAILER-RTN.
           MOVE POSPAY-ACCOUNT    TO PPT-ACCOUNT
           MOVE POSPAY-ITEM-COUNT TO PPT-ITEM-COUNT
           MOVE POSPAY-TOTAL-AMT  TO PPT-TOTAL-AMOUNT
           MOVE WORKING-POSPAY-TRAILER TO OUT-POSPAY-REC
           WRITE OUT-POSPAY-REC.

       1650-SUPP-REGISTER-RTN.
           MOVE SPACES TO OUT-REGISTER-REC
           WRITE OUT-REGISTER-REC
           MOVE SUPP-REGISTER-HEADER TO OUT-REGISTER-HEADER
           WRITE OUT-REGISTER-HEADER
           OPEN OUTPUT IN-SUPP-FILE
           MOVE FS-IN-SUPP-FILE TO CHECK-STATUS
           MOVE 'IN-SUPP-FILE'  TO CHECK-FILE-NAME
           PERFORM 905-CHECK-OPEN-STATUS-RTN
           MOVE LOW-VALUES TO SPM-KEY
           START SUPP-MASTER-FILE
               KEY >= SPM-KEY
               INVALID KEY
                   MOVE 'NO ' TO MORE-SUPP-SW
               NOT INVALID KEY
                   MOVE 'YES' TO MORE-SUPP-SW
           END-START
           PERFORM 1655-SUPP-DETAIL-LOOP-RTN
               UNTIL MORE-SUPP-SW = 'NO '
           OPEN INPUT SUPP-HOLD-FILE
           MOVE FS-SUPP-HOLD-FILE TO CHECK-STATUS
           MOVE 'SUPP-HOLD-FILE'  TO CHECK-FILE-NAME
           PERFORM 905-CHECK-OPEN-STATUS-RTN
           MOVE 'YES' TO MORE-HOLD-SW
           PERFORM 1675-SUPP-HOLD-LOOP-RTN
               UNTIL MORE-HOLD-SW = 'NO '
           CLOSE SUPP-HOLD-FILE
           CLOSE IN-SUPP-FILE
           MOVE SPACES TO OUT-REGISTER-REC
           WRITE OUT-REGISTER-REC
           MOVE ZERO TO SUPP-READ-AMT-TOTAL
           MOVE ZERO TO SUPP-PAID-AMT-TOTAL
           MOVE ZERO TO SUPP-READ-CNT-TOTAL
           MOVE ZERO TO SUPP-PAID-CNT-TOTAL
           PERFORM 1660-WRITE-EARN-TYPE-TOTAL-RTN
               VARYING EARN-SUB FROM 1 BY 1
               UNTIL EARN-SUB > 4
           IF SUPP-REJ-NOTYPE-COUNT > ZERO
               MOVE SPACES                TO STL-EARN-TYPE
               MOVE 'INVALID TYPE'        TO STL-TYPE-NAME
               MOVE SUPP-REJ-NOTYPE-COUNT TO STL-READ-COUNT
               MOVE SUPP-REJ-NOTYPE-AMT   TO STL-READ-AMT
               MOVE ZERO                  TO STL-PAID-COUNT
               MOVE ZERO                  TO STL-PAID-AMT
               MOVE 'OUT OF BALANCE'      TO STL-FLAG-OUT
               MOVE SUPP-TYPE-TOTAL-LINE TO OUT-REGISTER-REC
               WRITE OUT-REGISTER-REC
               ADD SUPP-REJ-NOTYPE-COUNT TO SUPP-READ-CNT-TOTAL
               ADD SUPP-REJ-NOTYPE-AMT   TO SUPP-READ-AMT-TOTAL
           END-IF
           MOVE SPACES              TO STL-EARN-TYPE
           MOVE 'ALL TYPES'         TO STL-TYPE-NAME
           MOVE SUPP-READ-CNT-TOTAL TO STL-READ-COUNT
           MOVE SUPP-READ-AMT-TOTAL TO STL-READ-AMT
           MOVE SUPP-PAID-CNT-TOTAL TO STL-PAID-COUNT
           MOVE SUPP-PAID-AMT-TOTAL TO STL-PAID-AMT
           IF SUPP-READ-AMT-TOTAL NOT = SUPP-PAID-AMT-TOTAL OR
              SUPP-READ-CNT-TOTAL NOT = SUPP-PAID-CNT-TOTAL
               MOVE 'OUT OF BALANCE' TO STL-FLAG-OUT
           ELSE
               MOVE 'PAID IN FULL'   TO STL-FLAG-OUT
           END-IF
           MOVE SUPP-TYPE-TOTAL-LINE TO OUT-REGISTER-REC
           WRITE OUT-REGISTER-REC.

       1655-SUPP-DETAIL-LOOP-RTN.
           READ SUPP-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'NO ' TO MORE-SUPP-SW
               NOT AT END
                   PERFORM 1665-WRITE-SUPP-DETAIL-RTN
           END-READ.

       1660-WRITE-EARN-TYPE-TOTAL-RTN.
           MOVE ETT-CODE(EARN-SUB)       TO STL-EARN-TYPE
           MOVE ETT-NAME(EARN-SUB)       TO STL-TYPE-NAME
           MOVE ETT-READ-COUNT(EARN-SUB) TO STL-READ-COUNT
           MOVE ETT-READ-AMT(EARN-SUB)   TO STL-READ-AMT
           MOVE ETT-PAID-COUNT(EARN-SUB) TO STL-PAID-COUNT
           MOVE ETT-PAID-AMT(EARN-SUB)   TO STL-PAID-AMT
           IF ETT-READ-AMT(EARN-SUB) NOT = ETT-PAID-AMT(EARN-SUB) OR
              ETT-READ-COUNT(EARN-SUB) NOT = ETT-PAID-COUNT(EARN-SUB)
               MOVE 'OUT OF BALANCE' TO STL-FLAG-OUT
           ELSE
               MOVE SPACES TO STL-FLAG-OUT
           END-IF
           ADD ETT-READ-COUNT(EARN-SUB) TO SUPP-READ-CNT-TOTAL
           ADD ETT-READ-AMT(EARN-SUB)   TO SUPP-READ-AMT-TOTAL
           ADD ETT-PAID-COUNT(EARN-SUB) TO SUPP-PAID-CNT-TOTAL
           ADD ETT-PAID-AMT(EARN-SUB)   TO SUPP-PAID-AMT-TOTAL
           MOVE SUPP-TYPE-TOTAL-LINE TO OUT-REGISTER-REC
           WRITE OUT-REGISTER-REC.

       1665-WRITE-SUPP-DETAIL-RTN.
           MOVE ZERO TO EARN-FOUND-SUB
           MOVE SPM-EARN-TYPE TO EARN-LOOKUP-CODE
           PERFORM 591-SCAN-EARN-TYPE-RTN
               VARYING EARN-SUB FROM 1 BY 1
               UNTIL EARN-SUB > 4
                  OR EARN-FOUND-SUB > ZERO
           MOVE SPM-EMPLOYEE-NUM TO SRD-EMPLOYEE-NUM
           MOVE SPM-EARN-TYPE    TO SRD-EARN-TYPE
           MOVE ETT-NAME(EARN-FOUND-SUB) TO SRD-TYPE-NAME
           MOVE SPM-AMOUNT       TO SRD-AMOUNT-OUT
           MOVE SPM-REASON       TO SRD-REASON
           MOVE SPM-USER-ID      TO SRD-USER-ID
           IF SPM-PAID-SW = 'Y'
               MOVE 'PAID'   TO SRD-STATUS-OUT
           ELSE
               MOVE 'UNPAID' TO SRD-STATUS-OUT
               PERFORM 1670-CARRY-SUPP-FORWARD-RTN
           END-IF
           MOVE WORKING-SUPP-DETAIL TO OUT-REGISTER-REC
           WRITE OUT-REGISTER-REC.

       1670-CARRY-SUPP-FORWARD-RTN.
           ADD 1 TO SUPP-UNPAID-COUNT
           MOVE SPM-EMPLOYEE-NUM TO IN-SUP-EMPLOYEE-NUM
           MOVE SPM-EARN-TYPE    TO IN-SUP-EARN-TYPE
           MOVE SPM-AMOUNT       TO IN-SUP-AMOUNT-9
           MOVE SPM-REASON       TO IN-SUP-REASON
           MOVE SPM-USER-ID      TO IN-SUP-USER-ID
           WRITE IN-SUPP-REC
           MOVE SPM-EMPLOYEE-NUM TO REC-EMPLOYEE-NUM
           MOVE SPACES TO REC-EMPLOYEE-NAME
           MOVE 'SUPPLEMENTAL PAY NOT ISSUED' TO REC-REASON-OUT
           MOVE WORKING-RECONCILE-REC TO OUT-RECONCILE-REC
           WRITE OUT-RECONCILE-REC.

       1675-SUPP-HOLD-LOOP-RTN.
           READ SUPP-HOLD-FILE
               AT END
                   MOVE 'NO ' TO MORE-HOLD-SW
               NOT AT END
                   MOVE SUPP-HOLD-REC TO IN-SUPP-REC
                   WRITE IN-SUPP-REC
                   PERFORM 1680-WRITE-SUPP-REJECT-RTN
           END-READ.

       1680-WRITE-SUPP-REJECT-RTN.
           MOVE ZERO TO EARN-FOUND-SUB
           MOVE IN-SUP-EARN-TYPE TO EARN-LOOKUP-CODE
           PERFORM 591-SCAN-EARN-TYPE-RTN
               VARYING EARN-SUB FROM 1 BY 1
               UNTIL EARN-SUB > 4
                  OR EARN-FOUND-SUB > ZERO
           MOVE IN-SUP-EMPLOYEE-NUM TO SRD-EMPLOYEE-NUM
           MOVE IN-SUP-EARN-TYPE    TO SRD-EARN-TYPE
           IF EARN-FOUND-SUB = ZERO
               MOVE SPACES TO SRD-TYPE-NAME
           ELSE
               MOVE ETT-NAME(EARN-FOUND-SUB) TO SRD-TYPE-NAME
           END-IF
           IF IN-SUP-AMOUNT NUMERIC
               MOVE IN-SUP-AMOUNT-9 TO SRD-AMOUNT-OUT
           ELSE
               MOVE ZERO TO SRD-AMOUNT-OUT
           END-IF
           MOVE IN-SUP-REASON       TO SRD-REASON
           MOVE IN-SUP-USER-ID      TO SRD-USER-ID
           MOVE 'REJECTED'          TO SRD-STATUS-OUT
           MOVE WORKING-SUPP-DETAIL TO OUT-REGISTER-REC
           WRITE OUT-REGISTER-REC.

       1200-WRITE-STATEMENT-RTN.
           MOVE ZERO TO STMT-LINE-COUNT
           PERFORM 1205-STMT-BLANK-RTN 5 TIMES
           MOVE 'GROSS PAY'        TO STUB-LABEL
           MOVE STB-GROSS-NUM     TO STUB-AMOUNT-OUT
           PERFORM 1267-WRITE-STUB-AMOUNT-RTN
           MOVE 'TAXABLE WAGES'    TO STUB-LABEL
           MOVE STB-TAXABLE-NUM   TO STUB-AMOUNT-OUT
           PERFORM 1267-WRITE-STUB-AMOUNT-RTN
           MOVE 'FEDERAL INCOME TAX' TO STUB-LABEL
           MOVE STB-FIT-NUM       TO STUB-AMOUNT-OUT
           PERFORM 1267-WRITE-STUB-AMOUNT-RTN
           MOVE 'STATE INCOME TAX' TO STUB-LABEL
           MOVE STB-SIT-NUM       TO STUB-AMOUNT-OUT
           PERFORM 1267-WRITE-STUB-AMOUNT-RTN
           MOVE 'OTHER TAX'        TO STUB-LABEL
           MOVE STB-DED-TX-NUM    TO STUB-AMOUNT-OUT
           PERFORM 1267-WRITE-STUB-AMOUNT-RTN
           MOVE 'INSURANCE'        TO STUB-LABEL
           MOVE 'NET PAY'          TO STUB-LABEL
           MOVE STB-NET-NUM       TO STUB-AMOUNT-OUT
           PERFORM 1267-WRITE-STUB-AMOUNT-RTN
           IF LEAVE-ACTIVE-SW = 'YES'
               PERFORM 1265-STUB-BLANK-RTN
               PERFORM 1268-WRITE-STUB-LEAVE-RTN
                   VARYING LEAVE-SUB FROM 1 BY 1
                   UNTIL LEAVE-SUB > 3
           END-IF
           PERFORM 1265-STUB-BLANK-RTN
               UNTIL STUB-LINE-COUNT >= STUB-PAGE-LINES.

           WRITE OUT-STUB-REC
           ADD 1 TO STUB-LINE-COUNT.

       1268-WRITE-STUB-LEAVE-RTN.
           MOVE LVT-NAME(LEAVE-SUB)         TO STUB-LEAVE-NAME
           MOVE STB-LEAVE-USED(LEAVE-SUB)   TO STUB-LEAVE-USED-OUT
           MOVE STB-LEAVE-REMAIN(LEAVE-SUB) TO STUB-LEAVE-REMAIN-OUT
           MOVE STUB-LEAVE-LINE TO OUT-STUB-REC
           WRITE OUT-STUB-REC
           ADD 1 TO STUB-LINE-COUNT.

       1400-PRIOR-COMPARE-RTN.
           MOVE WORKING-CHANGE-HEADER TO OUT-CHANGE-HEADER
           WRITE OUT-CHANGE-HEADER
               MOVE MST-HOURLY-RATE TO CHG-NEW-VALUE
               MOVE SPACES TO CHG-FLAG-OUT
               PERFORM 1448-WRITE-CHANGE-LINE-RTN
           END-IF
           IF PRI-EMP-STATUS NOT = MST-EMP-STATUS
               MOVE 'STATUS'   TO CHG-FIELD-OUT
               MOVE PRI-EMP-STATUS TO CHG-OLD-VALUE
               MOVE MST-EMP-STATUS TO CHG-NEW-VALUE
               MOVE SPACES TO CHG-FLAG-OUT
               PERFORM 1448-WRITE-CHANGE-LINE-RTN
           END-IF.

       1445-CHECK-SALARY-PCT-RTN.
                   MOVE MST-PHONE-NUM     TO PRI-PHONE-NUM
                   MOVE MST-PAY-TYPE      TO PRI-PAY-TYPE
                   MOVE MST-HOURLY-RATE   TO PRI-HOURLY-RATE
                   MOVE MST-EMP-STATUS    TO PRI-EMP-STATUS
                   MOVE MST-HIRE-DATE     TO PRI-HIRE-DATE
                   MOVE MST-TERM-DATE     TO PRI-TERM-DATE
                   MOVE MST-TERM-REASON   TO PRI-TERM-REASON
                   MOVE MST-LEAVE-DATE    TO PRI-LEAVE-DATE
                   WRITE PRIOR-MASTER-REC
           END-READ.

           MOVE 'PAYROLL EXCEPTIONS' TO SUM-LABEL
           MOVE PAYROLL-EXCEPTION-COUNT TO SUM-VALUE-OUT
           PERFORM 1310-WRITE-SUMMARY-LINE-RTN
           MOVE 'PAYROLL INACTIVE SKIPPED' TO SUM-LABEL
           MOVE INACTIVE-SKIPPED-COUNT TO SUM-VALUE-OUT
           PERFORM 1310-WRITE-SUMMARY-LINE-RTN
           MOVE 'MAIL RECORDS READ' TO SUM-LABEL
           MOVE MAIL-READ-COUNT TO SUM-VALUE-OUT
           PERFORM 1310-WRITE-SUMMARY-LINE-RTN
           MOVE 'BANK ACCOUNTS REJECTED' TO SUM-LABEL
           MOVE BANKACCT-REJECT-COUNT TO SUM-VALUE-OUT
           PERFORM 1310-WRITE-SUMMARY-LINE-RTN
           MOVE 'W/H ELECTIONS READ' TO SUM-LABEL
           MOVE WITHHOLD-READ-COUNT TO SUM-VALUE-OUT
           PERFORM 1310-WRITE-SUMMARY-LINE-RTN
           MOVE 'W/H ELECTIONS LOADED' TO SUM-LABEL
           MOVE WITHHOLD-LOADED-COUNT TO SUM-VALUE-OUT
           PERFORM 1310-WRITE-SUMMARY-LINE-RTN
           MOVE 'W/H ELECTIONS REJECTED' TO SUM-LABEL
           MOVE WITHHOLD-REJECT-COUNT TO SUM-VALUE-OUT
           PERFORM 1310-WRITE-SUMMARY-LINE-RTN
           MOVE 'TAX TABLE ROWS READ' TO SUM-LABEL
           MOVE TAXTABLE-READ-COUNT TO SUM-VALUE-OUT
           PERFORM 1310-WRITE-SUMMARY-LINE-RTN
           MOVE 'TAX TABLE ROWS LOADED' TO SUM-LABEL
           MOVE TAX-TABLE-COUNT TO SUM-VALUE-OUT
           PERFORM 1310-WRITE-SUMMARY-LINE-RTN
           MOVE 'TAX TABLE ROWS REJECTED' TO SUM-LABEL
           MOVE TAXTABLE-REJECT-COUNT TO SUM-VALUE-OUT
           PERFORM 1310-WRITE-SUMMARY-LINE-RTN
           MOVE 'DIRECT DEPOSIT ITEMS' TO SUM-LABEL
           MOVE DD-ISSUED-COUNT TO SUM-VALUE-OUT
           PERFORM 1310-WRITE-SUMMARY-LINE-RTN
           MOVE 'CHECKS REISSUED' TO SUM-LABEL
           MOVE REISSUE-COUNT TO SUM-VALUE-OUT
           PERFORM 1310-WRITE-SUMMARY-LINE-RTN
           MOVE 'FINAL CHECKS ISSUED' TO SUM-LABEL
           MOVE FINAL-CHECK-COUNT TO SUM-VALUE-OUT
           PERFORM 1310-WRITE-SUMMARY-LINE-RTN
           MOVE 'TERMINATED OPEN GARNISH' TO SUM-LABEL
           MOVE TERM-GARNISH-COUNT TO SUM-VALUE-OUT
           PERFORM 1310-WRITE-SUMMARY-LINE-RTN
           MOVE 'CYCLE BACKUP RECORDS' TO SUM-LABEL
           MOVE BACKUP-RECORD-COUNT TO SUM-VALUE-OUT
           PERFORM 1310-WRITE-SUMMARY-LINE-RTN
           MOVE 'REMITTANCE DETAIL RECORDS' TO SUM-LABEL
           MOVE REMIT-DETAIL-COUNT TO SUM-VALUE-OUT
           PERFORM 1310-WRITE-SUMMARY-LINE-RTN
           MOVE 'PTO POLICY RECORDS' TO SUM-LABEL
           MOVE PTO-POLICY-COUNT TO SUM-VALUE-OUT
           PERFORM 1310-WRITE-SUMMARY-LINE-RTN
           MOVE 'PTO POLICY REJECTED' TO SUM-LABEL
           MOVE PTOPOL-REJECT-COUNT TO SUM-VALUE-OUT
           PERFORM 1310-WRITE-SUMMARY-LINE-RTN
           MOVE 'LEAVE BALANCE REJECTS' TO SUM-LABEL
           MOVE LEAVE-REJECT-COUNT TO SUM-VALUE-OUT
           PERFORM 1310-WRITE-SUMMARY-LINE-RTN
           MOVE 'LEAVE HOURS ACCRUED' TO SUM-AMT-LABEL
           MOVE LEAVE-ACCRUED-TOTAL TO SUM-AMOUNT-OUT
           PERFORM 1315-WRITE-SUMMARY-AMOUNT-RTN
           MOVE 'LEAVE HOURS USED' TO SUM-AMT-LABEL
           MOVE LEAVE-USED-TOTAL TO SUM-AMOUNT-OUT
           PERFORM 1315-WRITE-SUMMARY-AMOUNT-RTN
           MOVE 'SUPPLEMENTAL RECORDS READ' TO SUM-LABEL
           MOVE SUPP-READ-COUNT TO SUM-VALUE-OUT
           PERFORM 1310-WRITE-SUMMARY-LINE-RTN
           MOVE 'SUPPLEMENTAL LOADED' TO SUM-LABEL
           MOVE SUPP-LOADED-COUNT TO SUM-VALUE-OUT
           PERFORM 1310-WRITE-SUMMARY-LINE-RTN
           MOVE 'SUPPLEMENTAL REJECTED' TO SUM-LABEL
           MOVE SUPP-REJECT-COUNT TO SUM-VALUE-OUT
           PERFORM 1310-WRITE-SUMMARY-LINE-RTN
           MOVE 'SUPPLEMENTAL NOT PAID' TO SUM-LABEL
           MOVE SUPP-UNPAID-COUNT TO SUM-VALUE-OUT
           PERFORM 1310-WRITE-SUMMARY-LINE-RTN
           MOVE 'RETRO PAY ITEMS FIGURED' TO SUM-LABEL
           MOVE RETRO-FIGURED-COUNT TO SUM-VALUE-OUT
           PERFORM 1310-WRITE-SUMMARY-LINE-RTN
           MOVE 'EARNINGS HISTORY RECORDS' TO SUM-LABEL
           MOVE HISTORY-WRITTEN-COUNT TO SUM-VALUE-OUT
           PERFORM 1310-WRITE-SUMMARY-LINE-RTN
           MOVE 'GL ACCOUNT RECORDS READ' TO SUM-LABEL
           MOVE GLACCT-READ-COUNT TO SUM-VALUE-OUT
           PERFORM 1310-WRITE-SUMMARY-LINE-RTN
           MOVE 'GL ACCOUNTS LOADED' TO SUM-LABEL
           MOVE GL-ACCT-COUNT TO SUM-VALUE-OUT
           PERFORM 1310-WRITE-SUMMARY-LINE-RTN
           MOVE 'GL ACCOUNTS REJECTED' TO SUM-LABEL
           MOVE GLACCT-REJECT-COUNT TO SUM-VALUE-OUT
           PERFORM 1310-WRITE-SUMMARY-LINE-RTN
           MOVE 'GL JOURNAL ENTRIES' TO SUM-LABEL
           MOVE GL-ENTRY-COUNT TO SUM-VALUE-OUT
           PERFORM 1310-WRITE-SUMMARY-LINE-RTN
           MOVE 'GL POSTINGS TO SUSPENSE' TO SUM-LABEL
           MOVE GL-UNMAPPED-COUNT TO SUM-VALUE-OUT
           PERFORM 1310-WRITE-SUMMARY-LINE-RTN
           MOVE 'CHECK NUMBERS SKIPPED' TO SUM-LABEL
           MOVE CHECKS-SKIPPED-COUNT TO SUM-VALUE-OUT
           PERFORM 1310-WRITE-SUMMARY-LINE-RTN
           MOVE 'CHECK NUMBERS KEPT' TO SUM-LABEL
           MOVE CHECKS-KEPT-COUNT TO SUM-VALUE-OUT
           PERFORM 1310-WRITE-SUMMARY-LINE-RTN
           MOVE 'LAST CHECK NUMBER USED' TO SUM-LABEL
           MOVE CHECK-NUMBER TO SUM-VALUE-OUT
           PERFORM 1310-WRITE-SUMMARY-LINE-RTN
           MOVE 'POSITIVE PAY ITEMS' TO SUM-LABEL
           MOVE POSPAY-ITEM-COUNT TO SUM-VALUE-OUT
           PERFORM 1310-WRITE-SUMMARY-LINE-RTN
           MOVE 'GL JOURNAL DEBITS' TO SUM-AMT-LABEL
           MOVE GL-DEBIT-TOTAL TO SUM-AMOUNT-OUT
           PERFORM 1315-WRITE-SUMMARY-AMOUNT-RTN
           MOVE 'GL JOURNAL CREDITS' TO SUM-AMT-LABEL
           MOVE GL-CREDIT-TOTAL TO SUM-AMOUNT-OUT
           PERFORM 1315-WRITE-SUMMARY-AMOUNT-RTN
           MOVE 'SALARY HASH TOTAL' TO SUM-LABEL
           MOVE GRAND-TOTAL-SALARY TO SUM-VALUE-OUT
           PERFORM 1310-WRITE-SUMMARY-LINE-RTN
           PERFORM 1320-SET-RETURN-CODE-RTN
           IF GL-OUT-OF-BALANCE-SW = 'YES'
               MOVE 'GL UNBALANCED' TO SUM-STATUS-OUT
           ELSE
               IF OUT-OF-BALANCE-SW = 'YES'
                   MOVE 'OUT OF BALANCE' TO SUM-STATUS-OUT
               ELSE
                   MOVE 'BALANCED' TO SUM-STATUS-OUT
               END-IF
           END-IF
           MOVE SUMMARY-STATUS-LINE TO OUT-SUMMARY-REC
           WRITE OUT-SUMMARY-REC
           MOVE WORKING-SUMMARY-REC TO OUT-SUMMARY-REC
           WRITE OUT-SUMMARY-REC.

       1315-WRITE-SUMMARY-AMOUNT-RTN.
           MOVE SUMMARY-AMOUNT-LINE TO OUT-SUMMARY-REC
           WRITE OUT-SUMMARY-REC.

       1305-APPEND-RUN-LEDGER-RTN.
           OPEN EXTEND RUN-LEDGER-FILE
           IF FS-RUN-LEDGER-FILE = '35'
           MOVE 'NO ' TO OUT-OF-BALANCE-SW
           ADD PAYROLL-RELEASED-COUNT PAYROLL-EXCEPTION-COUNT
               GIVING BALANCE-WORK-NUM
           ADD INACTIVE-SKIPPED-COUNT TO BALANCE-WORK-NUM
           IF BALANCE-WORK-NUM NOT = PAYROLL-READ-COUNT
               MOVE 'YES' TO OUT-OF-BALANCE-SW
           END-IF
           IF BALANCE-WORK-NUM NOT = TIMECARD-READ-COUNT
               MOVE 'YES' TO OUT-OF-BALANCE-SW
           END-IF
           ADD WITHHOLD-LOADED-COUNT WITHHOLD-REJECT-COUNT
               GIVING BALANCE-WORK-NUM
           IF BALANCE-WORK-NUM NOT = WITHHOLD-READ-COUNT
               MOVE 'YES' TO OUT-OF-BALANCE-SW
           END-IF
           ADD TAX-TABLE-COUNT TAXTABLE-REJECT-COUNT
               GIVING BALANCE-WORK-NUM
           IF BALANCE-WORK-NUM NOT = TAXTABLE-READ-COUNT
               MOVE 'YES' TO OUT-OF-BALANCE-SW
           END-IF
           ADD GL-ACCT-COUNT GLACCT-REJECT-COUNT
               GIVING BALANCE-WORK-NUM
           IF BALANCE-WORK-NUM NOT = GLACCT-READ-COUNT
               MOVE 'YES' TO OUT-OF-BALANCE-SW
           END-IF
           ADD SUPP-LOADED-COUNT SUPP-REJECT-COUNT
               GIVING BALANCE-WORK-NUM
           IF BALANCE-WORK-NUM NOT = SUPP-READ-COUNT
               MOVE 'YES' TO OUT-OF-BALANCE-SW
           END-IF
           ADD PTO-POLICY-COUNT PTOPOL-REJECT-COUNT
               GIVING BALANCE-WORK-NUM
           IF BALANCE-WORK-NUM NOT = PTOPOL-READ-COUNT
               MOVE 'YES' TO OUT-OF-BALANCE-SW
           END-IF
           IF GL-OUT-OF-BALANCE-SW = 'YES'
               MOVE 12 TO RUN-RETURN-CODE
           ELSE
               IF OUT-OF-BALANCE-SW = 'YES'
                   MOVE 8 TO RUN-RETURN-CODE
               ELSE
                   IF PAYROLL-EXCEPTION-COUNT > ZERO OR
                      DED-REJECT-COUNT > ZERO OR
                      UNDELIVERABLE-COUNT > ZERO OR
                      WITHHOLD-REJECT-COUNT > ZERO OR
                      TAXTABLE-REJECT-COUNT > ZERO OR
                      GLACCT-REJECT-COUNT > ZERO OR
                      GL-UNMAPPED-COUNT > ZERO OR
                      CHECKS-KEPT-COUNT > ZERO OR
                      CHECK-START-REJECT-COUNT > ZERO OR
                      SUPP-REJECT-COUNT > ZERO OR
                      SUPP-UNPAID-COUNT > ZERO OR
                      PTOPOL-REJECT-COUNT > ZERO OR
                      LEAVE-REJECT-COUNT > ZERO
                       MOVE 4 TO RUN-RETURN-CODE
                   ELSE
                       MOVE ZERO TO RUN-RETURN-CODE
                   END-IF
               END-IF
           END-IF.
