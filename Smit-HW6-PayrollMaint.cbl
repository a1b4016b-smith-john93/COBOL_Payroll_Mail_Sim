           '\\client\E$\COBOL\Homework6\Smit-HW6-PendingTrans.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PENDING-FILE.
       SELECT OUT-NEWHIRE-FILE
           ASSIGN TO
           '\\client\E$\COBOL\Homework6\Smit-HW6-NewHire.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OUT-NEWHIRE-FILE.
       SELECT MAIL-MASTER-FILE
           ASSIGN TO
           'Smit-HW6-MailMaster.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MMS-EMPLOYEE-NUM
           FILE STATUS IS FS-MAIL-MASTER-FILE.
       SELECT SORT-TRANS-FILE
           ASSIGN TO
           'Smit-HW6-TransSort.wrk'.
           05 SRT-TRN-PAY-TYPE      PIC X(1).
           05 SRT-TRN-HOURLY-RATE   PIC X(6).
           05 SRT-TRN-USER-ID       PIC X(8).
           05 SRT-TRN-EFFECTIVE-DATE PIC X(8).
           05 SRT-TRN-REASON-CODE   PIC X(2).

       SD SORT-MASTER-FILE.
       01 SORT-MASTER-REC.
           05 SRT-MST-EMPLOYEE-NUM  PIC X(5).
           05 SRT-MST-REST          PIC X(74).

       FD IN-TRANS-FILE.
       01 IN-TRANS-REC.
           05 TRN-PAY-TYPE         PIC X(1).
           05 TRN-HOURLY-RATE      PIC X(6).
           05 TRN-USER-ID          PIC X(8).
           05 TRN-EFFECTIVE-DATE   PIC X(8).
           05 TRN-REASON-CODE      PIC X(2).

       FD IN-MASTER-FILE.
       01 IN-MASTER-REC            PIC X(79).

       FD WRK-MASTER-FILE.
       01 WRK-MASTER-REC.
           05 WRK-EMPLOYEE-NUM     PIC X(5).
           05 WRK-MASTER-REST      PIC X(74).

       FD OUT-MASTER-FILE.
       01 OUT-MASTER-REC           PIC X(79).

       FD CONTROL-CARD-FILE.
       01 CONTROL-CARD-REC         PIC X(80).
           05 PND-REC-HOURLY-RATE   PIC X(6).
           05 PND-REC-USER-ID       PIC X(8).
           05 PND-REC-HELD-DATE     PIC X(10).
           05 PND-REC-EFFECTIVE-DATE PIC X(8).

       FD OUT-AUDIT-FILE.
       01 OUT-AUDIT-HEADER         PIC X(210).
       01 OUT-AUDIT-REC            PIC X(210).

       FD OUT-REJECT-FILE.
       01 OUT-REJECT-HEADER        PIC X(80).
       01 OUT-REJECT-REC           PIC X(80).

       FD OUT-NEWHIRE-FILE.
       01 OUT-NEWHIRE-REC          PIC X(120).

       FD MAIL-MASTER-FILE.
       01 MAIL-MASTER-REC.
           05 MMS-EMPLOYEE-NUM     PIC X(5).
           05 MMS-CUSTOMER-NAME    PIC X(20).
           05 MMS-STREET-ADDRESS   PIC X(20).
           05 MMS-CITY             PIC X(15).
           05 MMS-STATE            PIC X(2).
           05 MMS-ZIP              PIC X(5).

       WORKING-STORAGE SECTION.
       01 ARE-THERE-MORE-RECORDS   PIC X(3)  VALUE 'YES'.
       01 FILE-STATUS-FIELDS.
           05 FS-OUT-REJECT-FILE      PIC X(2) VALUE '00'.
           05 FS-PENDING-FILE         PIC X(2) VALUE '00'.
           05 FS-CONTROL-CARD-FILE    PIC X(2) VALUE '00'.
           05 FS-OUT-NEWHIRE-FILE     PIC X(2) VALUE '00'.
           05 FS-MAIL-MASTER-FILE     PIC X(2) VALUE '00'.
       01 CHECK-STATUS             PIC X(2)  VALUE '00'.
       01 CHECK-FILE-NAME          PIC X(30) VALUE SPACES.
       01 VALID-RECORD-FIELDS.
           05 HOLD-PHONE-NUM       PIC X(10).
           05 HOLD-PAY-TYPE        PIC X(1).
           05 HOLD-HOURLY-RATE     PIC X(6).
           05 HOLD-EMP-STATUS      PIC X(1).
           05 HOLD-HIRE-DATE       PIC X(8).
           05 HOLD-TERM-DATE       PIC X(8).
           05 HOLD-TERM-REASON     PIC X(2).
           05 HOLD-LEAVE-DATE      PIC X(8).
       01 AUDIT-IMAGE-FIELDS.
           05 BEFORE-IMAGE         PIC X(79) VALUE SPACES.
           05 AFTER-IMAGE          PIC X(79) VALUE SPACES.
       01 LIFECYCLE-FIELDS.
           05 EFFECTIVE-DATE-WORK  PIC X(8)  VALUE SPACES.
           05 MAINT-RUN-DATE.
               10 MAINT-RUN-YYYY   PIC 9(4).
               10 MAINT-RUN-MM     PIC 9(2).
               10 MAINT-RUN-DD     PIC 9(2).
       01 NEW-HIRE-FIELDS.
           05 EMPLOYER-EIN         PIC X(9)  VALUE SPACES.
           05 EMPLOYER-NAME        PIC X(20) VALUE SPACES.
           05 EMPLOYER-STATE       PIC X(2)  VALUE SPACES.
           05 NEW-HIRE-TYPE        PIC X(1)  VALUE 'N'.
           05 NEW-HIRE-COUNT       PIC 9(7)  VALUE ZERO.
           05 MAIL-MASTER-PRESENT-SW PIC X(3) VALUE 'NO '.
       01 TRANS-SEQ-NUM            PIC 9(6)  VALUE ZERO.
       01 CONTROL-CARD-FIELDS.
           05 CARD-KEYWORD         PIC X(20)  VALUE SPACES.
               10 PND-HOURLY-RATE   PIC X(6).
               10 PND-USER-ID       PIC X(8).
               10 PND-HELD-DATE     PIC X(10).
               10 PND-EFFECTIVE-DATE PIC X(8).
       01 WORKING-AUDIT-HEADER.
           05 FILLER30             PIC X(24) VALUE SPACES.
           05 AUDIT-TITLE          PIC X(32) VALUE
               'PAYROLL MASTER MAINTENANCE AUDIT'.
           05 FILLER31             PIC X(14) VALUE SPACES.
           05 DATE-OUT-5           PIC X(10).
           05 FILLER32             PIC X(130) VALUE SPACES.
       01 WORKING-AUDIT-REC.
           05 AUD-DATE-OUT         PIC X(10).
           05 AUD-SPACES-ONE       PIC X(1)  VALUE SPACES.
           05 AUD-SPACES-FOUR      PIC X(1)  VALUE SPACES.
           05 AUD-EMPLOYEE-NUM     PIC X(5).
           05 AUD-SPACES-FIVE      PIC X(2)  VALUE SPACES.
           05 AUD-BEFORE-IMAGE     PIC X(79).
           05 AUD-SPACES-SIX       PIC X(2)  VALUE SPACES.
           05 AUD-AFTER-IMAGE      PIC X(79).
           05 AUD-SPACES-SEVEN     PIC X(2)  VALUE SPACES.
           05 AUD-EFFECTIVE-DATE   PIC X(8).
       01 WORKING-REJECT-HEADER.
           05 FILLER33             PIC X(24) VALUE SPACES.
           05 REJECT-TITLE         PIC X(26) VALUE
           05 REJ-SPACES-THREE     PIC X(3)  VALUE SPACES.
           05 REJ-REASON-OUT       PIC X(30).
           05 REJ-FILLER           PIC X(25) VALUE SPACES.
       01 WORKING-NEWHIRE-REC.
           05 NHR-REC-TYPE         PIC X(2)  VALUE 'W4'.
           05 NHR-EMPLOYEE-NUM     PIC X(9).
           05 NHR-EMPLOYEE-NAME    PIC X(20).
           05 NHR-STREET-ADDRESS   PIC X(20).
           05 NHR-CITY             PIC X(15).
           05 NHR-STATE            PIC X(2).
           05 NHR-ZIP              PIC X(5).
           05 NHR-HIRE-DATE        PIC X(8).
           05 NHR-HIRE-TYPE        PIC X(1).
           05 NHR-EMPLOYER-EIN     PIC X(9).
           05 NHR-EMPLOYER-NAME    PIC X(20).
           05 NHR-EMPLOYER-STATE   PIC X(2).
           05 FILLER36             PIC X(7)  VALUE SPACES.
       01 WORKING-NEWHIRE-TRAILER.
           05 NHT-REC-TYPE         PIC X(2)  VALUE 'T4'.
           05 NHT-RECORD-COUNT     PIC 9(7).
           05 NHT-EMPLOYER-EIN     PIC X(9).
           05 FILLER37             PIC X(102) VALUE SPACES.
       01 CURRENTDATE.
           05  YEAR                PIC 9(4).
           05  MONTH               PIC 9(2).
           OUTPUT PROCEDURE IS 400-UPDATE-MASTER-RTN

       PERFORM 600-SAVE-PENDING-RTN
       PERFORM 495-WRITE-NEWHIRE-TRAILER-RTN

       CLOSE OUT-AUDIT-FILE
             OUT-REJECT-FILE
             OUT-NEWHIRE-FILE
       IF MAIL-MASTER-PRESENT-SW = 'YES'
           CLOSE MAIL-MASTER-FILE
       END-IF

       STOP RUN.

               IF CARD-NUM-VALUE NUMERIC
                   MOVE CARD-NUM-VALUE TO SALARY-CHANGE-PCT
               END-IF
           END-IF
           IF CARD-KEYWORD = 'EMPLOYER-EIN'
               MOVE CARD-VALUE(1:9) TO EMPLOYER-EIN
           END-IF
           IF CARD-KEYWORD = 'EMPLOYER-NAME'
               MOVE CARD-VALUE(1:20) TO EMPLOYER-NAME
           END-IF
           IF CARD-KEYWORD = 'EMPLOYER-STATE'
               MOVE CARD-VALUE(1:2) TO EMPLOYER-STATE
           END-IF.

       108-JUSTIFY-CARD-NUM-RTN.
           OPEN OUTPUT OUT-REJECT-FILE
           MOVE FS-OUT-REJECT-FILE TO CHECK-STATUS
           MOVE 'OUT-REJECT-FILE'  TO CHECK-FILE-NAME
           PERFORM 905-CHECK-OPEN-STATUS-RTN

           OPEN OUTPUT OUT-NEWHIRE-FILE
           MOVE FS-OUT-NEWHIRE-FILE TO CHECK-STATUS
           MOVE 'OUT-NEWHIRE-FILE'  TO CHECK-FILE-NAME
           PERFORM 905-CHECK-OPEN-STATUS-RTN

           OPEN INPUT MAIL-MASTER-FILE
           IF FS-MAIL-MASTER-FILE = '00'
               MOVE 'YES' TO MAIL-MASTER-PRESENT-SW
           ELSE
               MOVE 'NO ' TO MAIL-MASTER-PRESENT-SW
           END-IF.

       905-CHECK-OPEN-STATUS-RTN.
           IF CHECK-STATUS NOT = '00'
           MOVE WORKING-DATE-OUT TO DATE-OUT-5
           MOVE WORKING-DATE-OUT TO DATE-OUT-6
           MOVE WORKING-DATE-OUT TO AUD-DATE-OUT
           MOVE WORKING-TIME-OUT TO AUD-TIME-OUT
           MOVE YEAR  TO MAINT-RUN-YYYY
           MOVE MONTH TO MAINT-RUN-MM
           MOVE TODAY TO MAINT-RUN-DD.

       160-WRITE-REPORT-HEADERS-RTN.
           MOVE WORKING-AUDIT-HEADER TO OUT-AUDIT-HEADER
                           TO PND-USER-ID(PENDING-SUB)
                       MOVE PND-REC-HELD-DATE
                           TO PND-HELD-DATE(PENDING-SUB)
                       MOVE PND-REC-EFFECTIVE-DATE
                           TO PND-EFFECTIVE-DATE(PENDING-SUB)
                       IF PND-REC-SEQ > PENDING-NEXT-SEQ
                           MOVE PND-REC-SEQ TO PENDING-NEXT-SEQ
                       END-IF
               MOVE TRN-PAY-TYPE      TO SRT-TRN-PAY-TYPE
               MOVE TRN-HOURLY-RATE   TO SRT-TRN-HOURLY-RATE
               MOVE TRN-USER-ID       TO SRT-TRN-USER-ID
               MOVE TRN-EFFECTIVE-DATE TO SRT-TRN-EFFECTIVE-DATE
               MOVE TRN-REASON-CODE   TO SRT-TRN-REASON-CODE
               RELEASE SORT-TRANS-REC
           ELSE
               PERFORM 370-REJECT-INPUT-TRANS-RTN
                  TRN-ACTION-CODE NOT = 'CHG' AND
                  TRN-ACTION-CODE NOT = 'DEL' AND
                  TRN-ACTION-CODE NOT = 'APR' AND
                  TRN-ACTION-CODE NOT = 'REJ' AND
                  TRN-ACTION-CODE NOT = 'LOA' AND
                  TRN-ACTION-CODE NOT = 'RTN' AND
                  TRN-ACTION-CODE NOT = 'TRM' AND
                  TRN-ACTION-CODE NOT = 'RHR'
                   MOVE 'NO ' TO RECORD-IS-VALID
                   MOVE 'INVALID ACTION CODE' TO REJECT-REASON
               ELSE
                   IF TRN-ACTION-CODE = 'ADD'
                       PERFORM 340-EDIT-ADD-FIELDS-RTN
                   ELSE
                       IF TRN-ACTION-CODE = 'CHG' OR
                          TRN-ACTION-CODE = 'RHR'
                           PERFORM 350-EDIT-CHANGE-FIELDS-RTN
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF RECORD-IS-VALID = 'YES'
               PERFORM 360-EDIT-LIFECYCLE-FIELDS-RTN
           END-IF.

       340-EDIT-ADD-FIELDS-RTN.
               MOVE 'INVALID FIELD ON CHANGE' TO REJECT-REASON
           END-IF.

       360-EDIT-LIFECYCLE-FIELDS-RTN.
           IF TRN-EFFECTIVE-DATE NOT = SPACES AND
              TRN-EFFECTIVE-DATE NOT NUMERIC
               MOVE 'NO ' TO RECORD-IS-VALID
               MOVE 'INVALID EFFECTIVE DATE' TO REJECT-REASON
           ELSE
               IF TRN-ACTION-CODE = 'TRM' AND
                  TRN-REASON-CODE = SPACES
                   MOVE 'NO ' TO RECORD-IS-VALID
                   MOVE 'TERMINATION REASON REQUIRED'
                       TO REJECT-REASON
               END-IF
           END-IF.

       370-REJECT-INPUT-TRANS-RTN.
           MOVE TRN-EMPLOYEE-NUM TO REJ-EMPLOYEE-NUM
           MOVE TRN-ACTION-CODE  TO REJ-ACTION-CODE
           END-IF.

       430-APPLY-TRANS-RTN.
           PERFORM 485-SET-EFFECTIVE-DATE-RTN
           IF SRT-TRN-ACTION-CODE = 'ADD'
               PERFORM 440-APPLY-ADD-RTN
           ELSE
                       IF SRT-TRN-ACTION-CODE = 'REJ'
                           PERFORM 456-APPLY-REJECT-RTN
                       ELSE
                           IF SRT-TRN-ACTION-CODE = 'DEL'
                               PERFORM 460-APPLY-DELETE-RTN
                           ELSE
                               PERFORM 480-APPLY-STATUS-TRANS-RTN
                           END-IF
                       END-IF
                   END-IF
               END-IF
               MOVE SRT-TRN-PHONE-NUM     TO HOLD-PHONE-NUM
               MOVE SRT-TRN-PAY-TYPE      TO HOLD-PAY-TYPE
               MOVE SRT-TRN-HOURLY-RATE   TO HOLD-HOURLY-RATE
               MOVE 'A'                   TO HOLD-EMP-STATUS
               MOVE EFFECTIVE-DATE-WORK   TO HOLD-HIRE-DATE
               MOVE 'YES' TO MASTER-ALLOCATED-SW
               MOVE '** NOT ON FILE **' TO BEFORE-IMAGE
               MOVE HOLD-MASTER-REC TO AFTER-IMAGE
               PERFORM 470-WRITE-AUDIT-RTN
               MOVE 'N' TO NEW-HIRE-TYPE
               PERFORM 490-WRITE-NEW-HIRE-RTN
           END-IF.

       450-APPLY-CHANGE-RTN.

       459-APPLY-CHANGE-FIELDS-RTN.
           MOVE HOLD-MASTER-REC TO BEFORE-IMAGE
           PERFORM 486-MOVE-CHANGE-FIELDS-RTN
           MOVE HOLD-MASTER-REC TO AFTER-IMAGE
           PERFORM 470-WRITE-AUDIT-RTN.

       486-MOVE-CHANGE-FIELDS-RTN.
           IF SRT-TRN-EMPLOYEE-NAME NOT = SPACES
               MOVE SRT-TRN-EMPLOYEE-NAME TO HOLD-EMPLOYEE-NAME
           END-IF
           END-IF
           IF SRT-TRN-HOURLY-RATE NOT = SPACES
               MOVE SRT-TRN-HOURLY-RATE TO HOLD-HOURLY-RATE
           END-IF.

       460-APPLY-DELETE-RTN.
           IF MASTER-ALLOCATED-SW = 'NO '
                   TO PND-USER-ID(PENDING-SUB)
               MOVE WORKING-DATE-OUT
                   TO PND-HELD-DATE(PENDING-SUB)
               MOVE EFFECTIVE-DATE-WORK
                   TO PND-EFFECTIVE-DATE(PENDING-SUB)
               IF MASTER-ALLOCATED-SW = 'YES'
                   MOVE HOLD-MASTER-REC TO BEFORE-IMAGE
               ELSE
               IF PND-ACTION-CODE(PENDING-SUB) = 'DEL'
                   PERFORM 457-RELEASE-DELETE-RTN
               ELSE
                   IF PND-ACTION-CODE(PENDING-SUB) = 'RHR' AND
                      MASTER-ALLOCATED-SW = 'YES' AND
                      HOLD-EMP-STATUS NOT = 'T'
                       MOVE 'R' TO PND-STATUS(PENDING-SUB)
                       MOVE 'REHIRE - NOT TERMINATED' TO REJECT-REASON
                       PERFORM 380-REJECT-SORTED-TRANS-RTN
                   ELSE
                       PERFORM 458-RELEASE-CHANGE-RTN
                   END-IF
               END-IF
           END-IF.

               PERFORM 380-REJECT-SORTED-TRANS-RTN
           ELSE
               MOVE 'A' TO PND-STATUS(PENDING-SUB)
               IF PND-EFFECTIVE-DATE(PENDING-SUB) NOT = SPACES
                   MOVE PND-EFFECTIVE-DATE(PENDING-SUB)
                       TO EFFECTIVE-DATE-WORK
               END-IF
               MOVE HOLD-MASTER-REC TO BEFORE-IMAGE
               IF PND-EMPLOYEE-NAME(PENDING-SUB) NOT = SPACES
                   MOVE PND-EMPLOYEE-NAME(PENDING-SUB)
                   MOVE PND-HOURLY-RATE(PENDING-SUB)
                       TO HOLD-HOURLY-RATE
               END-IF
               IF PND-ACTION-CODE(PENDING-SUB) = 'RHR'
                   PERFORM 488-SET-REHIRE-STATUS-RTN
               END-IF
               MOVE HOLD-MASTER-REC TO AFTER-IMAGE
               PERFORM 470-WRITE-AUDIT-RTN
               IF PND-ACTION-CODE(PENDING-SUB) = 'RHR'
                   MOVE 'R' TO NEW-HIRE-TYPE
                   PERFORM 490-WRITE-NEW-HIRE-RTN
               END-IF
           END-IF.

       480-APPLY-STATUS-TRANS-RTN.
           IF SRT-TRN-ACTION-CODE = 'LOA'
               PERFORM 481-APPLY-LEAVE-RTN
           ELSE
               IF SRT-TRN-ACTION-CODE = 'RTN'
                   PERFORM 482-APPLY-RETURN-RTN
               ELSE
                   IF SRT-TRN-ACTION-CODE = 'TRM'
                       PERFORM 483-APPLY-TERMINATE-RTN
                   ELSE
                       PERFORM 484-APPLY-REHIRE-RTN
                   END-IF
               END-IF
           END-IF.

       481-APPLY-LEAVE-RTN.
           IF MASTER-ALLOCATED-SW = 'NO '
               MOVE 'LEAVE - EMPLOYEE NOT ON FILE' TO REJECT-REASON
               PERFORM 380-REJECT-SORTED-TRANS-RTN
           ELSE
               IF HOLD-EMP-STATUS = 'L' OR HOLD-EMP-STATUS = 'T'
                   MOVE 'LEAVE - EMPLOYEE NOT ACTIVE' TO REJECT-REASON
                   PERFORM 380-REJECT-SORTED-TRANS-RTN
               ELSE
                   MOVE HOLD-MASTER-REC TO BEFORE-IMAGE
                   MOVE 'L' TO HOLD-EMP-STATUS
                   MOVE EFFECTIVE-DATE-WORK TO HOLD-LEAVE-DATE
                   MOVE HOLD-MASTER-REC TO AFTER-IMAGE
                   PERFORM 470-WRITE-AUDIT-RTN
               END-IF
           END-IF.

       482-APPLY-RETURN-RTN.
           IF MASTER-ALLOCATED-SW = 'NO '
               MOVE 'RETURN - EMPLOYEE NOT ON FILE' TO REJECT-REASON
               PERFORM 380-REJECT-SORTED-TRANS-RTN
           ELSE
               IF HOLD-EMP-STATUS NOT = 'L'
                   MOVE 'RETURN - EMPLOYEE NOT ON LEAVE'
                       TO REJECT-REASON
                   PERFORM 380-REJECT-SORTED-TRANS-RTN
               ELSE
                   MOVE HOLD-MASTER-REC TO BEFORE-IMAGE
                   MOVE 'A' TO HOLD-EMP-STATUS
                   MOVE SPACES TO HOLD-LEAVE-DATE
                   MOVE HOLD-MASTER-REC TO AFTER-IMAGE
                   PERFORM 470-WRITE-AUDIT-RTN
               END-IF
           END-IF.

       483-APPLY-TERMINATE-RTN.
           IF MASTER-ALLOCATED-SW = 'NO '
               MOVE 'TERM - EMPLOYEE NOT ON FILE' TO REJECT-REASON
               PERFORM 380-REJECT-SORTED-TRANS-RTN
           ELSE
               IF HOLD-EMP-STATUS = 'T'
                   MOVE 'TERM - ALREADY TERMINATED' TO REJECT-REASON
                   PERFORM 380-REJECT-SORTED-TRANS-RTN
               ELSE
                   MOVE HOLD-MASTER-REC TO BEFORE-IMAGE
                   MOVE 'T' TO HOLD-EMP-STATUS
                   MOVE EFFECTIVE-DATE-WORK TO HOLD-TERM-DATE
                   MOVE SRT-TRN-REASON-CODE TO HOLD-TERM-REASON
                   MOVE SPACES TO HOLD-LEAVE-DATE
                   MOVE HOLD-MASTER-REC TO AFTER-IMAGE
                   PERFORM 470-WRITE-AUDIT-RTN
               END-IF
           END-IF.

       484-APPLY-REHIRE-RTN.
           IF MASTER-ALLOCATED-SW = 'NO '
               MOVE 'REHIRE - EMPLOYEE NOT ON FILE' TO REJECT-REASON
               PERFORM 380-REJECT-SORTED-TRANS-RTN
           ELSE
               IF HOLD-EMP-STATUS NOT = 'T'
                   MOVE 'REHIRE - NOT TERMINATED' TO REJECT-REASON
                   PERFORM 380-REJECT-SORTED-TRANS-RTN
               ELSE
                   PERFORM 451-CHECK-SALARY-LIMIT-RTN
                   IF APPROVAL-REQUIRED-SW = 'YES'
                       PERFORM 452-HOLD-TRANS-RTN
                   ELSE
                       PERFORM 487-APPLY-REHIRE-FIELDS-RTN
                   END-IF
               END-IF
           END-IF.

       487-APPLY-REHIRE-FIELDS-RTN.
           MOVE HOLD-MASTER-REC TO BEFORE-IMAGE
           PERFORM 486-MOVE-CHANGE-FIELDS-RTN
           PERFORM 488-SET-REHIRE-STATUS-RTN
           MOVE HOLD-MASTER-REC TO AFTER-IMAGE
           PERFORM 470-WRITE-AUDIT-RTN
           MOVE 'R' TO NEW-HIRE-TYPE
           PERFORM 490-WRITE-NEW-HIRE-RTN.

       488-SET-REHIRE-STATUS-RTN.
           MOVE 'A' TO HOLD-EMP-STATUS
           MOVE EFFECTIVE-DATE-WORK TO HOLD-HIRE-DATE
           MOVE SPACES TO HOLD-TERM-DATE
           MOVE SPACES TO HOLD-TERM-REASON
           MOVE SPACES TO HOLD-LEAVE-DATE.

       485-SET-EFFECTIVE-DATE-RTN.
           IF SRT-TRN-EFFECTIVE-DATE = SPACES
               MOVE MAINT-RUN-DATE TO EFFECTIVE-DATE-WORK
           ELSE
               MOVE SRT-TRN-EFFECTIVE-DATE TO EFFECTIVE-DATE-WORK
           END-IF.

       490-WRITE-NEW-HIRE-RTN.
           MOVE HOLD-EMPLOYEE-NUM  TO NHR-EMPLOYEE-NUM
           MOVE HOLD-EMPLOYEE-NAME TO NHR-EMPLOYEE-NAME
           MOVE SPACES TO NHR-STREET-ADDRESS
           MOVE SPACES TO NHR-CITY
           MOVE SPACES TO NHR-STATE
           MOVE SPACES TO NHR-ZIP
           IF MAIL-MASTER-PRESENT-SW = 'YES'
               MOVE HOLD-EMPLOYEE-NUM TO MMS-EMPLOYEE-NUM
               READ MAIL-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MMS-STREET-ADDRESS TO NHR-STREET-ADDRESS
                       MOVE MMS-CITY           TO NHR-CITY
                       MOVE MMS-STATE          TO NHR-STATE
                       MOVE MMS-ZIP            TO NHR-ZIP
               END-READ
           END-IF
           MOVE HOLD-HIRE-DATE TO NHR-HIRE-DATE
           MOVE NEW-HIRE-TYPE  TO NHR-HIRE-TYPE
           MOVE EMPLOYER-EIN   TO NHR-EMPLOYER-EIN
           MOVE EMPLOYER-NAME  TO NHR-EMPLOYER-NAME
           MOVE EMPLOYER-STATE TO NHR-EMPLOYER-STATE
           MOVE WORKING-NEWHIRE-REC TO OUT-NEWHIRE-REC
           WRITE OUT-NEWHIRE-REC
           ADD 1 TO NEW-HIRE-COUNT.

       495-WRITE-NEWHIRE-TRAILER-RTN.
           MOVE NEW-HIRE-COUNT TO NHT-RECORD-COUNT
           MOVE EMPLOYER-EIN   TO NHT-EMPLOYER-EIN
           MOVE WORKING-NEWHIRE-TRAILER TO OUT-NEWHIRE-REC
           WRITE OUT-NEWHIRE-REC.

       600-SAVE-PENDING-RTN.
           OPEN OUTPUT PENDING-FILE
           MOVE FS-PENDING-FILE TO CHECK-STATUS
                   TO PND-REC-USER-ID
               MOVE PND-HELD-DATE(PENDING-SUB)
                   TO PND-REC-HELD-DATE
               MOVE PND-EFFECTIVE-DATE(PENDING-SUB)
                   TO PND-REC-EFFECTIVE-DATE
               WRITE PENDING-REC
           END-IF.

           MOVE SRT-TRN-EMPLOYEE-NUM TO AUD-EMPLOYEE-NUM
           MOVE BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE AFTER-IMAGE  TO AUD-AFTER-IMAGE
           MOVE EFFECTIVE-DATE-WORK  TO AUD-EFFECTIVE-DATE
           MOVE WORKING-AUDIT-REC TO OUT-AUDIT-REC
           WRITE OUT-AUDIT-REC.
