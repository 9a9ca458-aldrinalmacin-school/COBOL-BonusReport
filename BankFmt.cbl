      *NAME: ALDRIN JEROME ALMACIN
      *DATE: SEPTEMBER 02, 2026
      *PURPOSE: TO FORMAT THE APPROVED DISBURSEMENTS INTO THE BANK
      *         TRANSMISSION LAYOUT -- A HEADER WITH COMPANY ID AND
      *         RUN IDENTIFICATION, DETAILS CARRYING THE EMPLOYEE
      *         NAME FROM THE PAYROLL MASTER AND THE ROUTING AND
      *         ACCOUNT FROM THE BANKING MASTER, AND A TRAILER WITH
      *         COUNT AND AMOUNT HASH TOTALS BY PAYMENT METHOD -- TO
      *         PAY EMPLOYEES WITH NO ACCOUNT OR AN UNCLEARED PRENOTE
      *         BY CHECK ON THE CHECK REGISTER AND POSITIVE PAY FILE,
      *         TO LIST A CHECK ITEM FOR AN EMPLOYEE NOT ON THE PAYROLL
      *         MASTER ON THE EXCEPTION REPORT INSTEAD OF PAYING IT
      *         (KEEPING IT ON THE HOLD FILE ON A RELEASE RUN),
      *         TO CARRY HELD ITEMS FORWARD ON THE HOLD FILE, AND TO
      *         ABEND IF THE TRAILER PLUS THE HOLDS AND EXCEPTIONS
      *         DISAGREES WITH THE BONUS RUN CONTROL TOTALS (OR, ON A
      *         RELEASE RUN, WITH THE HOLD FILE).  THE START AND END
      *         OF EACH RUN ARE STAMPED ON THE RUN SEQUENCE FILE.
       IDENTIFICATION DIVISION.
         PROGRAM-ID. BANK-FMT.
      *****************************************************************
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT APPROVED-IN
             ASSIGN TO "DISBAPPR.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WA-APPR-FILE-STATUS.

           SELECT HOLD-FILE
             ASSIGN TO "BONUSHLD.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WA-HOLD-FILE-STATUS.

           SELECT HOLD-WORK
             ASSIGN TO "HOLDWK.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAYROLL-MASTER
           SELECT BANK-TRANS-OUT
             ASSIGN TO "BANKTRAN.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BANK-MASTER
             ASSIGN TO "BANKMAST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS BK-EMPNO
             FILE STATUS IS WA-BANK-FILE-STATUS.

           SELECT CHECK-NO-FILE
             ASSIGN TO "CHECKNO.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WA-CHECKNO-FILE-STATUS.

           SELECT CHECK-REG-OUT
             ASSIGN TO "CHECKREG.RPT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POS-PAY-OUT
             ASSIGN TO "POSPAY.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BANK-EXC-OUT
             ASSIGN TO "BANKEXC.RPT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL
             ASSIGN TO "RUNSEQ.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WA-RUNSEQ-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
         FD  APPROVED-IN
             RECORD CONTAINS 42 CHARACTERS.
         01  APPROVED-RECORD.
             05  AP-EMPNO                PIC X(5).
             05  AP-TERR-NO              PIC X(2).
             05  AP-OFFICE-NO            PIC X(2).
             05  AP-BONUS-AMT            PIC 9(5)V99.
             05  AP-RUN-CYCLE            PIC X(2).
             05  AP-RUN-YEAR             PIC 9(4).
             05  AP-RUN-DATE             PIC 9(8).
             05  AP-DECISION             PIC X.
                 88  AP-APPROVED                     VALUE 'A'.
             05  AP-APPROVER             PIC X(10).
             05  AP-SOURCE               PIC X.
         FD  HOLD-FILE
             RECORD CONTAINS 42 CHARACTERS.
         01  HOLD-RECORD.
             05  HL-EMPNO                PIC X(5).
             05  HL-TERR-NO              PIC X(2).
             05  HL-OFFICE-NO            PIC X(2).
             05  HL-BONUS-AMT            PIC 9(5)V99.
             05  HL-RUN-CYCLE            PIC X(2).
             05  HL-RUN-YEAR             PIC 9(4).
             05  HL-RUN-DATE             PIC 9(8).
             05  HL-DECISION             PIC X.
             05  HL-APPROVER             PIC X(10).
             05  HL-SOURCE               PIC X.
         FD  HOLD-WORK
             RECORD CONTAINS 42 CHARACTERS.
         01  HOLD-WORK-RECORD            PIC X(42).
         FD  PAYROLL-MASTER
             RECORD CONTAINS 82 CHARACTERS.
         01  PAYROLL-MASTER-IN.
            05  DATE-HIRED-IN           PIC X(8).
            05                          PIC X(10).
         FD  CONTROL-TOTALS-IN
             RECORD CONTAINS 35 CHARACTERS.
         01  CONTROL-TOTALS-RECORD.
             05  BC-RUN-DATE             PIC 9(8).
             05  BC-RUN-YEAR             PIC 9(4).
             05  BC-RUN-CYCLE            PIC X(2).
             05  BC-RUN-MODE             PIC X(3).
             05  BC-DISB-REC-CTR         PIC 9(4).
             05  BC-DISB-AMT-TOTAL       PIC 9(9)V99.
             05  BC-BALANCE-FLAG         PIC X(3).
         FD  BANK-TRANS-OUT
             RECORD CONTAINS 66 CHARACTERS.
         01  BANK-TRANS-RECORD           PIC X(66).
         FD  BANK-MASTER
             RECORD CONTAINS 49 CHARACTERS.
         01  BANK-MASTER-RECORD.
             05  BK-EMPNO                PIC X(5).
             05  BK-ROUTING              PIC X(9).
             05  BK-ACCOUNT              PIC X(17).
             05  BK-ACCT-TYPE            PIC X.
             05  BK-PRENOTE-STATUS       PIC X.
                 88  BK-PRENOTE-PENDING              VALUE 'P'.
                 88  BK-PRENOTE-CLEARED              VALUE 'C'.
                 88  BK-PRENOTE-REJECTED             VALUE 'R'.
             05  BK-PRENOTE-DATE         PIC 9(8).
             05  BK-MAINT-DATE           PIC 9(8).
         FD  CHECK-NO-FILE
             RECORD CONTAINS 8 CHARACTERS.
         01  CHECK-NO-RECORD.
             05  CN-NEXT-CHECK-X         PIC X(8).
             05  CN-NEXT-CHECK REDEFINES CN-NEXT-CHECK-X
                                         PIC 9(8).
         FD  CHECK-REG-OUT
             RECORD CONTAINS 80 CHARACTERS.
         01  CHECK-REG-RECORD            PIC X(80).
         FD  POS-PAY-OUT
             RECORD CONTAINS 50 CHARACTERS.
         01  POS-PAY-RECORD              PIC X(50).
         FD  BANK-EXC-OUT
             RECORD CONTAINS 80 CHARACTERS.
         01  BANK-EXC-RECORD             PIC X(80).
         FD  RUN-CONTROL
             RECORD CONTAINS 26 CHARACTERS.
         01  RUN-CONTROL-RECORD.
             05  SQ-PROGRAM              PIC X(12).
             05  SQ-EVENT                PIC X.
             05  SQ-DATE                 PIC 9(8).
             05  SQ-MODE                 PIC X(3).
             05  SQ-RC                   PIC 9(2).
         WORKING-STORAGE SECTION.
         01  WORK-AREAS.
             05  WA-ARE-THERE-MORE-DISB PIC X(3)     VALUE 'YES'.
                 88  WA-MORE-DISB                    VALUE 'YES'.
                 88  WA-NO-MORE-DISB                 VALUE 'NO '.
             05  WA-ARE-THERE-MORE-HOLDS PIC X(3)    VALUE 'YES'.
                 88  WA-MORE-HOLDS                   VALUE 'YES'.
                 88  WA-NO-MORE-HOLDS                VALUE 'NO '.
             05  WA-RUN-PARM.
                 10  WA-PARM-MODE       PIC X.
                     88  WA-RELEASE-RUN              VALUE 'R'.
             05  WA-TODAY-DATE.
                 10  WA-TODAY-YR        PIC 9(4).
                 10  WA-TODAY-MO        PIC 99.
                 10  WA-TODAY-DAY       PIC 99.
             05  WA-APPR-FILE-STATUS    PIC X(2)     VALUE SPACES.
             05  WA-HOLD-FILE-STATUS    PIC X(2)     VALUE SPACES.
             05  WA-ARE-THERE-MORE-MAST PIC X(3)     VALUE 'YES'.
                 88  WA-MORE-MAST                    VALUE 'YES'.
                 88  WA-NO-MORE-MAST                 VALUE 'NO '.
             05  WA-DETAIL-CTR          PIC 9(6)     VALUE ZEROS.
             05  WA-AMT-TOTAL           PIC 9(9)V99  VALUE ZEROS.
             05  WA-NAME-MISS-CTR       PIC 9(4)     VALUE ZEROS.
             05  WA-CYCLE-MISS-CTR      PIC 9(4)     VALUE ZEROS.
             05  WA-SOURCE-MISS-CTR     PIC 9(4)     VALUE ZEROS.
             05  WA-HELD-CTR            PIC 9(6)     VALUE ZEROS.
             05  WA-HELD-TOTAL          PIC 9(9)V99  VALUE ZEROS.
             05  WA-PROOF-CTR           PIC 9(6)     VALUE ZEROS.
             05  WA-PROOF-TOTAL         PIC 9(9)V99  VALUE ZEROS.
             05  WA-EXPECT-CTR          PIC 9(6)     VALUE ZEROS.
             05  WA-EXPECT-TOTAL        PIC 9(9)V99  VALUE ZEROS.
             05  WA-PRIOR-HOLD-CTR      PIC 9(6)     VALUE ZEROS.
             05  WA-POST-HOLDS          PIC X(3)     VALUE 'YES'.
             05  WA-CTL-RUN-DATE        PIC 9(8)     VALUE ZEROS.
             05  WA-CTL-RUN-YEAR        PIC 9(4)     VALUE ZEROS.
             05  WA-CTL-RUN-CYCLE       PIC X(2)     VALUE SPACES.
             05  WA-CTL-RUN-MODE        PIC X(3)     VALUE SPACES.
             05  WA-CTL-DISB-REC-CTR    PIC 9(4)     VALUE ZEROS.
             05  WA-CTL-DISB-AMT-TOTAL  PIC 9(9)V99  VALUE ZEROS.
             05  WA-CTL-BALANCE-FLAG    PIC X(3)     VALUE SPACES.
             05  WA-BANK-FILE-STATUS    PIC X(2)     VALUE SPACES.
             05  WA-BANK-AVAILABLE      PIC X(3)     VALUE 'YES'.
             05  WA-CHECKNO-FILE-STATUS PIC X(2)     VALUE SPACES.
             05  WA-CHECKNO-ON-FILE     PIC X(3)     VALUE 'YES'.
             05  WA-NEXT-CHECK-NO       PIC 9(8)     VALUE 1.
             05  WA-PAY-METHOD          PIC X        VALUE 'D'.
                 88  WA-PAY-DIRECT                   VALUE 'D'.
                 88  WA-PAY-CHECK                    VALUE 'K'.
             05  WA-CHECK-REASON        PIC X(20)    VALUE SPACES.
             05  WA-CHECK-CTR           PIC 9(6)     VALUE ZEROS.
             05  WA-CHECK-TOTAL         PIC 9(9)V99  VALUE ZEROS.
             05  WA-NO-ACCT-CTR         PIC 9(6)     VALUE ZEROS.
             05  WA-PRENOTE-PEND-CTR    PIC 9(6)     VALUE ZEROS.
             05  WA-PRENOTE-REJ-CTR     PIC 9(6)     VALUE ZEROS.
             05  WA-PAID-CTR            PIC 9(6)     VALUE ZEROS.
             05  WA-PAID-TOTAL          PIC 9(9)V99  VALUE ZEROS.
             05  WA-EXCLUDE-CTR         PIC 9(6)     VALUE ZEROS.
             05  WA-EXCLUDE-TOTAL       PIC 9(9)V99  VALUE ZEROS.
             05  WA-RUNSEQ-FILE-STATUS  PIC X(2)     VALUE SPACES.
         01  BANK-HEADER-LINE.
             05                         PIC X        VALUE 'H'.
             05  BH-COMPANY-ID          PIC X(8)     VALUE 'CH0901CO'.
             05  BH-RUN-DATE            PIC 9(8).
             05  BH-RUN-YEAR            PIC 9(4).
             05  BH-RUN-CYCLE           PIC X(2).
             05                         PIC X(43)    VALUE SPACES.
         01  BANK-DETAIL-LINE.
             05                         PIC X        VALUE 'D'.
             05  BD-EMPNO               PIC X(5).
             05  BD-TERR-NO             PIC X(2).
             05  BD-OFFICE-NO           PIC X(2).
             05  BD-BONUS-AMT           PIC 9(5)V99.
             05  BD-RUN-CYCLE           PIC X(2).
             05  BD-ROUTING             PIC X(9).
             05  BD-ACCOUNT             PIC X(17).
             05  BD-ACCT-TYPE           PIC X.
         01  BANK-TRAILER-LINE.
             05                         PIC X        VALUE 'T'.
             05  BT-REC-COUNT           PIC 9(6).
             05  BT-AMT-TOTAL           PIC 9(9)V99.
             05  BT-CHECK-COUNT         PIC 9(6).
             05  BT-CHECK-TOTAL         PIC 9(9)V99.
             05  BT-ALL-COUNT           PIC 9(6).
             05  BT-ALL-TOTAL           PIC 9(9)V99.
             05                         PIC X(14)    VALUE SPACES.
         01  POS-PAY-HEADER-LINE.
             05                         PIC X        VALUE 'H'.
             05  PH-COMPANY-ID          PIC X(8)     VALUE 'CH0901CO'.
             05  PH-ISSUE-DATE          PIC 9(8).
             05                         PIC X(33)    VALUE SPACES.
         01  POS-PAY-DETAIL-LINE.
             05                         PIC X        VALUE 'D'.
             05  PD-CHECK-NO            PIC 9(8).
             05  PD-ISSUE-DATE          PIC 9(8).
             05  PD-AMOUNT              PIC 9(5)V99.
             05  PD-PAYEE               PIC X(20).
             05  PD-EMPNO               PIC X(5).
             05                         PIC X        VALUE 'I'.
         01  POS-PAY-TRAILER-LINE.
             05                         PIC X        VALUE 'T'.
             05  PT-CHECK-COUNT         PIC 9(6).
             05  PT-AMT-TOTAL           PIC 9(9)V99.
             05                         PIC X(32)    VALUE SPACES.
         01  CHECK-REG-HEADING.
             05                         PIC X(25)    VALUE SPACES.
             05                         PIC X(30)
                 VALUE 'BONUS CHECK REGISTER          '.
             05                         PIC X(6)     VALUE 'ISSUE '.
             05  CR-ISSUE-DATE          PIC 9(8).
             05                         PIC X(11)    VALUE SPACES.
         01  CHECK-REG-COL-HEADING.
             05                         PIC X(10)    VALUE 'CHECK NO'.
             05                         PIC X(7)     VALUE 'EMPNO  '.
             05                         PIC X(22)
                 VALUE 'EMPLOYEE NAME         '.
             05                         PIC X(7)     VALUE 'TR/OF  '.
             05                         PIC X(11)    VALUE '   AMOUNT'.
             05                         PIC X(23)    VALUE 'REASON'.
         01  CHECK-REG-LINE.
             05  CR-CHECK-NO            PIC 9(8).
             05                         PIC X(2)     VALUE SPACES.
             05  CR-EMPNO               PIC X(5).
             05                         PIC X(2)     VALUE SPACES.
             05  CR-EMPNAME             PIC X(20).
             05                         PIC X(2)     VALUE SPACES.
             05  CR-TERR-NO             PIC X(2).
             05                         PIC X        VALUE '/'.
             05  CR-OFFICE-NO           PIC X(2).
             05                         PIC X(2)     VALUE SPACES.
             05  CR-AMOUNT              PIC ZZ,ZZ9.99.
             05                         PIC X(2)     VALUE SPACES.
             05  CR-REASON              PIC X(20).
             05                         PIC X(3)     VALUE SPACES.
         01  CHECK-TOTAL-LINE.
             05                         PIC X(5)     VALUE SPACES.
             05  CT-LABEL               PIC X(30).
             05  CT-COUNT               PIC ZZZ9.
             05                         PIC X(3)     VALUE SPACES.
             05  CT-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
             05                         PIC X(24)    VALUE SPACES.
         01  EXCEPTION-HEADING.
             05                         PIC X(25)    VALUE SPACES.
             05                         PIC X(30)
                 VALUE 'BANK TRANSMISSION EXCEPTIONS  '.
             05                         PIC X(4)     VALUE 'RUN '.
             05  EH-RUN-DATE            PIC 9(8).
             05                         PIC X(13)    VALUE SPACES.
         01  EXCEPTION-COL-HEADING.
             05                         PIC X(7)     VALUE 'EMPNO  '.
             05                         PIC X(7)     VALUE 'TR/OF  '.
             05                         PIC X(11)    VALUE '   AMOUNT'.
             05                         PIC X(2)     VALUE SPACES.
             05                         PIC X(53)    VALUE 'REASON'.
         01  EXCEPTION-LINE.
             05  EX-EMPNO               PIC X(5).
             05                         PIC X(2)     VALUE SPACES.
             05  EX-TERR-NO             PIC X(2).
             05                         PIC X        VALUE '/'.
             05  EX-OFFICE-NO           PIC X(2).
             05                         PIC X(2)     VALUE SPACES.
             05  EX-AMOUNT              PIC ZZ,ZZ9.99.
             05                         PIC X(4)     VALUE SPACES.
             05  EX-REASON              PIC X(40).
             05                         PIC X(13)    VALUE SPACES.
      *****************************************************************
       PROCEDURE DIVISION.
       100-MAIN-MOD.
         ACCEPT WA-RUN-PARM FROM COMMAND-LINE
         ACCEPT WA-TODAY-DATE FROM DATE YYYYMMDD
         IF NOT WA-RELEASE-RUN
           PERFORM 200-READ-CONTROL-TOTALS-MOD
         END-IF
         PERFORM 250-READ-HOLD-TOTALS-MOD
         PERFORM 260-READ-CHECK-NO-MOD
         PERFORM 220-STAMP-START-MOD
         PERFORM 800-OPEN-FILES-MOD
         PERFORM 300-WRITE-HEADER-MOD
         PERFORM 350-READ-MASTER-MOD

         PERFORM UNTIL WA-NO-MORE-DISB
           READ APPROVED-IN
             AT END
               MOVE 'NO ' TO WA-ARE-THERE-MORE-DISB
             NOT AT END
               PERFORM 380-CHECK-ITEM-MOD
               IF AP-APPROVED
                 PERFORM 400-FORMAT-DETAIL-MOD
               ELSE
                 PERFORM 450-CARRY-HOLD-MOD
               END-IF
         END-PERFORM

         PERFORM 500-WRITE-TRAILER-MOD
         PERFORM 600-PROVE-TOTALS-MOD
         PERFORM 900-CLOSE-FILES-MOD
         PERFORM 700-POST-HOLDS-MOD
         PERFORM 720-UPDATE-CHECK-NO-MOD
         PERFORM 910-STAMP-END-MOD
         DISPLAY 'BANK TRANSMISSION FORMATTED -- ', WA-DETAIL-CTR,
            ' DETAILS WRITTEN TO BANKTRAN.DAT, ', WA-CHECK-CTR,
            ' CHECKS ON CHECKREG.RPT, ', WA-HELD-CTR, ' HELD'
         STOP RUN.
      *****************************************************************
       200-READ-CONTROL-TOTALS-MOD.
               MOVE 'YES' TO WA-CTL-FOUND
               MOVE BC-RUN-DATE       TO WA-CTL-RUN-DATE
               MOVE BC-RUN-YEAR       TO WA-CTL-RUN-YEAR
               MOVE BC-RUN-CYCLE      TO WA-CTL-RUN-CYCLE
               MOVE BC-RUN-MODE       TO WA-CTL-RUN-MODE
               MOVE BC-DISB-REC-CTR   TO WA-CTL-DISB-REC-CTR
               MOVE BC-DISB-AMT-TOTAL TO WA-CTL-DISB-AMT-TOTAL
           STOP RUN
         END-IF

         IF WA-CTL-BALANCE-FLAG = 'VOD'
           DISPLAY 'BONUS RUN ', WA-CTL-RUN-DATE, ' WAS BACKED OUT '
              '-- BONUSCTL.DAT IS VOID, TRANSMISSION REFUSED'
           MOVE 12 TO RETURN-CODE
           STOP RUN
         END-IF

         IF WA-CTL-BALANCE-FLAG NOT = 'YES'
           DISPLAY 'LAST BONUS RUN DID NOT BALANCE -- '
              'TRANSMISSION REFUSED'
           MOVE 12 TO RETURN-CODE
           STOP RUN
         END-IF

         MOVE WA-CTL-DISB-REC-CTR   TO WA-EXPECT-CTR
         MOVE WA-CTL-DISB-AMT-TOTAL TO WA-EXPECT-TOTAL.
      *****************************************************************
       220-STAMP-START-MOD.
         MOVE 'BANK-FMT'    TO SQ-PROGRAM
         MOVE 'S'           TO SQ-EVENT
         PERFORM 225-SET-STAMP-MODE-MOD
         MOVE ZEROS         TO SQ-RC
         PERFORM 230-WRITE-STAMP-MOD.
      *****************************************************************
       225-SET-STAMP-MODE-MOD.
         IF WA-RELEASE-RUN
           MOVE 'REL'  TO SQ-MODE
         ELSE
           MOVE SPACES TO SQ-MODE
         END-IF.
      *****************************************************************
       230-WRITE-STAMP-MOD.
         MOVE WA-TODAY-DATE TO SQ-DATE
         OPEN EXTEND RUN-CONTROL
         IF WA-RUNSEQ-FILE-STATUS = '35'
           OPEN OUTPUT RUN-CONTROL
         END-IF
         IF WA-RUNSEQ-FILE-STATUS NOT = '00'
           DISPLAY 'CANNOT STAMP RUNSEQ.DAT, STATUS ',
               WA-RUNSEQ-FILE-STATUS
           MOVE 12 TO RETURN-CODE
           STOP RUN
         END-IF
         WRITE RUN-CONTROL-RECORD
         CLOSE RUN-CONTROL.
      *****************************************************************
       250-READ-HOLD-TOTALS-MOD.
         OPEN INPUT HOLD-FILE
         IF WA-HOLD-FILE-STATUS = '00'
           PERFORM UNTIL WA-NO-MORE-HOLDS
             READ HOLD-FILE
               AT END
                 MOVE 'NO ' TO WA-ARE-THERE-MORE-HOLDS
               NOT AT END
                 IF WA-RELEASE-RUN
                   ADD 1 TO WA-EXPECT-CTR
                   ADD HL-BONUS-AMT TO WA-EXPECT-TOTAL
                 ELSE
                   IF HL-RUN-DATE = WA-CTL-RUN-DATE
                      AND HL-RUN-CYCLE = WA-CTL-RUN-CYCLE
                     ADD 1 TO WA-PRIOR-HOLD-CTR
                   END-IF
                 END-IF
           END-PERFORM
           CLOSE HOLD-FILE
         END-IF

         IF WA-RELEASE-RUN AND WA-EXPECT-CTR = ZERO
           DISPLAY 'NO HELD BONUSES ON BONUSHLD.DAT -- NOTHING '
              'TO RELEASE'
           MOVE 12 TO RETURN-CODE
           STOP RUN
         END-IF

         IF WA-PRIOR-HOLD-CTR > ZERO
           DISPLAY 'HOLDS FOR RUN ', WA-CTL-RUN-DATE, ' CYCLE ',
               WA-CTL-RUN-CYCLE, ' ARE ALREADY ON BONUSHLD.DAT -- '
               'THEY WILL NOT BE POSTED AGAIN'
           MOVE 'NO ' TO WA-POST-HOLDS
         END-IF.
      *****************************************************************
       260-READ-CHECK-NO-MOD.
         OPEN INPUT CHECK-NO-FILE
         IF WA-CHECKNO-FILE-STATUS NOT = '00'
           MOVE 'NO ' TO WA-CHECKNO-ON-FILE
         ELSE
           READ CHECK-NO-FILE
             AT END
               MOVE 'NO ' TO WA-CHECKNO-ON-FILE
             NOT AT END
               IF CN-NEXT-CHECK-X NOT NUMERIC
                  OR CN-NEXT-CHECK = ZERO
                 MOVE 'NO ' TO WA-CHECKNO-ON-FILE
               ELSE
                 MOVE CN-NEXT-CHECK TO WA-NEXT-CHECK-NO
               END-IF
           END-READ
           CLOSE CHECK-NO-FILE
         END-IF.
      *****************************************************************
       300-WRITE-HEADER-MOD.
         IF WA-RELEASE-RUN
           MOVE WA-TODAY-DATE TO BH-RUN-DATE
           MOVE WA-TODAY-YR   TO BH-RUN-YEAR
           MOVE 'RL'          TO BH-RUN-CYCLE
         ELSE
           MOVE WA-CTL-RUN-DATE TO BH-RUN-DATE
           MOVE WA-CTL-RUN-YEAR TO BH-RUN-YEAR
           MOVE WA-CTL-RUN-CYCLE TO BH-RUN-CYCLE
         END-IF
         WRITE BANK-TRANS-RECORD FROM BANK-HEADER-LINE

         MOVE WA-TODAY-DATE TO PH-ISSUE-DATE
         WRITE POS-PAY-RECORD FROM POS-PAY-HEADER-LINE
         MOVE WA-TODAY-DATE TO CR-ISSUE-DATE
         WRITE CHECK-REG-RECORD FROM CHECK-REG-HEADING
           AFTER ADVANCING 1 LINES
         WRITE CHECK-REG-RECORD FROM CHECK-REG-COL-HEADING
           AFTER ADVANCING 2 LINES

         MOVE BH-RUN-DATE TO EH-RUN-DATE
         WRITE BANK-EXC-RECORD FROM EXCEPTION-HEADING
           AFTER ADVANCING 1 LINES
         WRITE BANK-EXC-RECORD FROM EXCEPTION-COL-HEADING
           AFTER ADVANCING 2 LINES.
      *****************************************************************
       350-READ-MASTER-MOD.
         READ PAYROLL-MASTER
             MOVE OFFICE-NO-IN TO WA-MAST-OFFICE
             MOVE EMPNO-IN     TO WA-MAST-EMPNO
         END-READ.
      *****************************************************************
       380-CHECK-ITEM-MOD.
         IF WA-RELEASE-RUN
           IF AP-SOURCE NOT = 'H'
             ADD 1 TO WA-SOURCE-MISS-CTR
           END-IF
         ELSE
           IF AP-SOURCE NOT = 'R'
             ADD 1 TO WA-SOURCE-MISS-CTR
           END-IF
           IF AP-RUN-CYCLE NOT = WA-CTL-RUN-CYCLE
              OR AP-RUN-DATE NOT = WA-CTL-RUN-DATE
             ADD 1 TO WA-CYCLE-MISS-CTR
           END-IF
         END-IF.
      *****************************************************************
       400-FORMAT-DETAIL-MOD.
         MOVE AP-TERR-NO   TO WA-DISB-TERR
         MOVE AP-OFFICE-NO TO WA-DISB-OFFICE
         MOVE AP-EMPNO     TO WA-DISB-EMPNO

         PERFORM UNTIL WA-MAST-KEY NOT < WA-DISB-KEY
           PERFORM 350-READ-MASTER-MOD
           ADD 1 TO WA-NAME-MISS-CTR
         END-IF

         PERFORM 410-FIND-ACCOUNT-MOD
         IF WA-PAY-DIRECT
           PERFORM 420-WRITE-DIRECT-MOD
         ELSE
           IF WA-MAST-KEY = WA-DISB-KEY
             PERFORM 430-WRITE-CHECK-MOD
           ELSE
             PERFORM 440-WRITE-EXCEPTION-MOD
           END-IF
         END-IF.
      *****************************************************************
       410-FIND-ACCOUNT-MOD.
         MOVE 'D' TO WA-PAY-METHOD
         MOVE SPACES TO WA-CHECK-REASON

         IF WA-BANK-AVAILABLE = 'NO '
           MOVE 'K' TO WA-PAY-METHOD
           MOVE 'NO BANKING MASTER' TO WA-CHECK-REASON
           ADD 1 TO WA-NO-ACCT-CTR
         ELSE
           MOVE AP-EMPNO TO BK-EMPNO
           READ BANK-MASTER
             INVALID KEY
               MOVE 'K' TO WA-PAY-METHOD
               MOVE 'NO ACCOUNT ON FILE' TO WA-CHECK-REASON
               ADD 1 TO WA-NO-ACCT-CTR
             NOT INVALID KEY
               EVALUATE TRUE
                 WHEN BK-PRENOTE-CLEARED
                   CONTINUE
                 WHEN BK-PRENOTE-REJECTED
                   MOVE 'K' TO WA-PAY-METHOD
                   MOVE 'PRENOTE REJECTED' TO WA-CHECK-REASON
                   ADD 1 TO WA-PRENOTE-REJ-CTR
                 WHEN OTHER
                   MOVE 'K' TO WA-PAY-METHOD
                   MOVE 'PRENOTE NOT CLEARED' TO WA-CHECK-REASON
                   ADD 1 TO WA-PRENOTE-PEND-CTR
               END-EVALUATE
           END-READ
         END-IF.
      *****************************************************************
       420-WRITE-DIRECT-MOD.
         MOVE AP-EMPNO     TO BD-EMPNO
         MOVE AP-TERR-NO   TO BD-TERR-NO
         MOVE AP-OFFICE-NO TO BD-OFFICE-NO
         MOVE AP-BONUS-AMT TO BD-BONUS-AMT
         MOVE AP-RUN-CYCLE TO BD-RUN-CYCLE
         MOVE BK-ROUTING   TO BD-ROUTING
         MOVE BK-ACCOUNT   TO BD-ACCOUNT
         MOVE BK-ACCT-TYPE TO BD-ACCT-TYPE
         WRITE BANK-TRANS-RECORD FROM BANK-DETAIL-LINE
         ADD 1 TO WA-DETAIL-CTR
         ADD AP-BONUS-AMT TO WA-AMT-TOTAL.
      *****************************************************************
       430-WRITE-CHECK-MOD.
         MOVE WA-NEXT-CHECK-NO TO PD-CHECK-NO
         MOVE WA-TODAY-DATE    TO PD-ISSUE-DATE
         MOVE AP-BONUS-AMT     TO PD-AMOUNT
         MOVE BD-EMPNAME       TO PD-PAYEE
         MOVE AP-EMPNO         TO PD-EMPNO
         WRITE POS-PAY-RECORD FROM POS-PAY-DETAIL-LINE

         MOVE WA-NEXT-CHECK-NO TO CR-CHECK-NO
         MOVE AP-EMPNO         TO CR-EMPNO
         MOVE BD-EMPNAME       TO CR-EMPNAME
         MOVE AP-TERR-NO       TO CR-TERR-NO
         MOVE AP-OFFICE-NO     TO CR-OFFICE-NO
         MOVE AP-BONUS-AMT     TO CR-AMOUNT
         MOVE WA-CHECK-REASON  TO CR-REASON
         WRITE CHECK-REG-RECORD FROM CHECK-REG-LINE
           AFTER ADVANCING 1 LINES

         ADD 1 TO WA-NEXT-CHECK-NO
         ADD 1 TO WA-CHECK-CTR
         ADD AP-BONUS-AMT TO WA-CHECK-TOTAL.
      *****************************************************************
       440-WRITE-EXCEPTION-MOD.
         MOVE AP-EMPNO     TO EX-EMPNO
         MOVE AP-TERR-NO   TO EX-TERR-NO
         MOVE AP-OFFICE-NO TO EX-OFFICE-NO
         MOVE AP-BONUS-AMT TO EX-AMOUNT
         IF WA-RELEASE-RUN
           MOVE APPROVED-RECORD TO HOLD-WORK-RECORD
           WRITE HOLD-WORK-RECORD
           MOVE 'NOT ON PAYROLL MASTER -- KEPT ON HOLD'
             TO EX-REASON
         ELSE
           MOVE 'NOT ON PAYROLL MASTER -- NO CHECK PAYEE'
             TO EX-REASON
         END-IF
         WRITE BANK-EXC-RECORD FROM EXCEPTION-LINE
           AFTER ADVANCING 1 LINES
         ADD 1 TO WA-EXCLUDE-CTR
         ADD AP-BONUS-AMT TO WA-EXCLUDE-TOTAL.
      *****************************************************************
       450-CARRY-HOLD-MOD.
         MOVE APPROVED-RECORD TO HOLD-WORK-RECORD
         WRITE HOLD-WORK-RECORD
         ADD 1 TO WA-HELD-CTR
         ADD AP-BONUS-AMT TO WA-HELD-TOTAL.
      *****************************************************************
       500-WRITE-TRAILER-MOD.
         ADD WA-DETAIL-CTR WA-CHECK-CTR GIVING WA-PAID-CTR
         ADD WA-AMT-TOTAL WA-CHECK-TOTAL GIVING WA-PAID-TOTAL
         MOVE WA-DETAIL-CTR  TO BT-REC-COUNT
         MOVE WA-AMT-TOTAL   TO BT-AMT-TOTAL
         MOVE WA-CHECK-CTR   TO BT-CHECK-COUNT
         MOVE WA-CHECK-TOTAL TO BT-CHECK-TOTAL
         MOVE WA-PAID-CTR    TO BT-ALL-COUNT
         MOVE WA-PAID-TOTAL  TO BT-ALL-TOTAL
         WRITE BANK-TRANS-RECORD FROM BANK-TRAILER-LINE

         MOVE WA-CHECK-CTR   TO PT-CHECK-COUNT
         MOVE WA-CHECK-TOTAL TO PT-AMT-TOTAL
         WRITE POS-PAY-RECORD FROM POS-PAY-TRAILER-LINE
         PERFORM 510-WRITE-CHECK-TOTALS-MOD.
      *****************************************************************
       510-WRITE-CHECK-TOTALS-MOD.
         MOVE 'CHECKS ISSUED / AMOUNT:       ' TO CT-LABEL
         MOVE WA-CHECK-CTR   TO CT-COUNT
         MOVE WA-CHECK-TOTAL TO CT-AMOUNT
         WRITE CHECK-REG-RECORD FROM CHECK-TOTAL-LINE
           AFTER ADVANCING 2 LINES
         MOVE 'NO ACCOUNT ON FILE:           ' TO CT-LABEL
         MOVE WA-NO-ACCT-CTR TO CT-COUNT
         MOVE ZERO TO CT-AMOUNT
         WRITE CHECK-REG-RECORD FROM CHECK-TOTAL-LINE
           AFTER ADVANCING 1 LINES
         MOVE 'PRENOTE NOT CLEARED:          ' TO CT-LABEL
         MOVE WA-PRENOTE-PEND-CTR TO CT-COUNT
         WRITE CHECK-REG-RECORD FROM CHECK-TOTAL-LINE
           AFTER ADVANCING 1 LINES
         MOVE 'PRENOTE REJECTED:             ' TO CT-LABEL
         MOVE WA-PRENOTE-REJ-CTR TO CT-COUNT
         WRITE CHECK-REG-RECORD FROM CHECK-TOTAL-LINE
           AFTER ADVANCING 1 LINES
         MOVE 'DIRECT DEPOSITS / AMOUNT:     ' TO CT-LABEL
         MOVE WA-DETAIL-CTR TO CT-COUNT
         MOVE WA-AMT-TOTAL  TO CT-AMOUNT
         WRITE CHECK-REG-RECORD FROM CHECK-TOTAL-LINE
           AFTER ADVANCING 2 LINES
         MOVE 'TOTAL PAID / AMOUNT:          ' TO CT-LABEL
         MOVE WA-PAID-CTR   TO CT-COUNT
         MOVE WA-PAID-TOTAL TO CT-AMOUNT
         WRITE CHECK-REG-RECORD FROM CHECK-TOTAL-LINE
           AFTER ADVANCING 1 LINES

         MOVE 'ITEMS NOT PAID / AMOUNT:      ' TO CT-LABEL
         MOVE WA-EXCLUDE-CTR   TO CT-COUNT
         MOVE WA-EXCLUDE-TOTAL TO CT-AMOUNT
         WRITE BANK-EXC-RECORD FROM CHECK-TOTAL-LINE
           AFTER ADVANCING 2 LINES.
      *****************************************************************
       600-PROVE-TOTALS-MOD.
         ADD WA-PAID-CTR WA-HELD-CTR WA-EXCLUDE-CTR
           GIVING WA-PROOF-CTR
         ADD WA-PAID-TOTAL WA-HELD-TOTAL WA-EXCLUDE-TOTAL
           GIVING WA-PROOF-TOTAL

         IF WA-PROOF-CTR NOT = WA-EXPECT-CTR
            OR WA-PROOF-TOTAL NOT = WA-EXPECT-TOTAL
           IF WA-RELEASE-RUN
             DISPLAY 'BANK TRAILER PLUS HOLDS DISAGREES WITH '
                'BONUSHLD.DAT -- TRANSMISSION FILE IS NOT TO BE SENT'
           ELSE
             DISPLAY 'BANK TRAILER PLUS HOLDS DISAGREES WITH BONUS '
                'RUN CONTROL TOTALS -- TRANSMISSION FILE IS NOT TO '
                'BE SENT'
           END-IF
           DISPLAY 'TRAILER COUNT ', WA-DETAIL-CTR,
               ' CHECK COUNT ', WA-CHECK-CTR,
               ' HELD COUNT ', WA-HELD-CTR,
               ' EXCEPTION COUNT ', WA-EXCLUDE-CTR,
               ' CONTROL COUNT ', WA-EXPECT-CTR
           MOVE 12 TO RETURN-CODE
           PERFORM 900-CLOSE-FILES-MOD
           STOP RUN
         END-IF

         IF WA-SOURCE-MISS-CTR > ZERO
           DISPLAY 'DISBAPPR.DAT CARRIES ', WA-SOURCE-MISS-CTR,
               ' ITEMS APPROVED FOR THE OTHER KIND OF RUN -- '
               'TRANSMISSION FILE IS NOT TO BE SENT'
           MOVE 12 TO RETURN-CODE
           PERFORM 900-CLOSE-FILES-MOD
           STOP RUN
         END-IF

         IF WA-CYCLE-MISS-CTR > ZERO
           DISPLAY 'DISBAPPR.DAT CARRIES ', WA-CYCLE-MISS-CTR,
               ' ITEMS NOT FROM BONUS RUN ', WA-CTL-RUN-DATE,
               ' CYCLE ', WA-CTL-RUN-CYCLE,
               ' -- TRANSMISSION FILE IS NOT TO BE SENT'
           MOVE 12 TO RETURN-CODE
           PERFORM 900-CLOSE-FILES-MOD
           STOP RUN
           MOVE 4 TO RETURN-CODE
         END-IF

         IF WA-POST-HOLDS = 'NO '
           MOVE 4 TO RETURN-CODE
         END-IF

         IF WA-BANK-AVAILABLE = 'NO '
           MOVE 4 TO RETURN-CODE
         END-IF

         IF WA-CHECKNO-ON-FILE = 'NO ' AND WA-CHECK-CTR > ZERO
           DISPLAY 'CHECKNO.DAT NOT AVAILABLE -- CHECK NUMBERS '
              'STARTED AT 00000001, VERIFY AGAINST CHECK STOCK'
           MOVE 4 TO RETURN-CODE
         END-IF

         IF WA-EXCLUDE-CTR > ZERO
           DISPLAY WA-EXCLUDE-CTR, ' CHECK ITEMS FOR EMPLOYEES NOT ON '
              'CH0901.DAT WERE NOT PAID -- SEE BANKEXC.RPT'
           MOVE 12 TO RETURN-CODE
         END-IF.
      *****************************************************************
       700-POST-HOLDS-MOD.
         IF WA-RELEASE-RUN
           PERFORM 710-WRITE-HOLD-FILE-MOD
         ELSE
           IF WA-POST-HOLDS = 'YES' AND WA-HELD-CTR > ZERO
             PERFORM 710-WRITE-HOLD-FILE-MOD
           END-IF
         END-IF.
      *****************************************************************
       710-WRITE-HOLD-FILE-MOD.
         IF WA-RELEASE-RUN
           OPEN OUTPUT HOLD-FILE
         ELSE
           OPEN EXTEND HOLD-FILE
           IF WA-HOLD-FILE-STATUS = '35'
             OPEN OUTPUT HOLD-FILE
           END-IF
         END-IF

         IF WA-HOLD-FILE-STATUS NOT = '00'
           DISPLAY 'CANNOT WRITE BONUSHLD.DAT, STATUS ',
               WA-HOLD-FILE-STATUS,
               ' -- HELD ITEMS REMAIN ON HOLDWK.DAT'
           MOVE 12 TO RETURN-CODE
           STOP RUN
         END-IF

         OPEN INPUT HOLD-WORK
         MOVE 'YES' TO WA-ARE-THERE-MORE-HOLDS
         PERFORM UNTIL WA-NO-MORE-HOLDS
           READ HOLD-WORK
             AT END
               MOVE 'NO ' TO WA-ARE-THERE-MORE-HOLDS
             NOT AT END
               MOVE HOLD-WORK-RECORD TO HOLD-RECORD
               MOVE 'H' TO HL-DECISION
               WRITE HOLD-RECORD
         END-PERFORM
         CLOSE HOLD-WORK
               HOLD-FILE.
      *****************************************************************
       720-UPDATE-CHECK-NO-MOD.
         IF WA-CHECK-CTR > ZERO
           OPEN OUTPUT CHECK-NO-FILE
           IF WA-CHECKNO-FILE-STATUS NOT = '00'
             DISPLAY 'CANNOT WRITE CHECKNO.DAT, STATUS ',
                 WA-CHECKNO-FILE-STATUS,
                 ' -- NEXT CHECK NUMBER IS ', WA-NEXT-CHECK-NO
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE WA-NEXT-CHECK-NO TO CN-NEXT-CHECK
           WRITE CHECK-NO-RECORD
           CLOSE CHECK-NO-FILE
         END-IF.
      *****************************************************************
       800-OPEN-FILES-MOD.
         OPEN INPUT APPROVED-IN
         IF WA-APPR-FILE-STATUS NOT = '00'
           DISPLAY 'CANNOT OPEN DISBAPPR.DAT, STATUS ',
               WA-APPR-FILE-STATUS,
               ' -- APPLY THE OFFICE APPROVALS FIRST'
           MOVE 12 TO RETURN-CODE
           STOP RUN
         END-IF
         OPEN INPUT PAYROLL-MASTER

         OPEN INPUT BANK-MASTER
         IF WA-BANK-FILE-STATUS = '35'
           MOVE 'NO ' TO WA-BANK-AVAILABLE
           DISPLAY 'BANKMAST.DAT NOT FOUND -- EVERY APPROVED ITEM '
              'WILL BE PAID BY CHECK'
         ELSE
           IF WA-BANK-FILE-STATUS NOT = '00'
             DISPLAY 'CANNOT OPEN BANKMAST.DAT, STATUS ',
                 WA-BANK-FILE-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
         END-IF

         OPEN OUTPUT BANK-TRANS-OUT
                     HOLD-WORK
                     CHECK-REG-OUT
                     POS-PAY-OUT
                     BANK-EXC-OUT.
      *****************************************************************
       900-CLOSE-FILES-MOD.
         CLOSE   APPROVED-IN
                 PAYROLL-MASTER
                 BANK-TRANS-OUT
                 HOLD-WORK
                 CHECK-REG-OUT
                 POS-PAY-OUT
                 BANK-EXC-OUT
         IF WA-BANK-AVAILABLE = 'YES'
           CLOSE BANK-MASTER
         END-IF.
      *****************************************************************
       910-STAMP-END-MOD.
         MOVE 'BANK-FMT'    TO SQ-PROGRAM
         MOVE 'E'           TO SQ-EVENT
         PERFORM 225-SET-STAMP-MODE-MOD
         MOVE RETURN-CODE   TO SQ-RC
         PERFORM 230-WRITE-STAMP-MOD.
      *****************************************************************
