      *NAME: ALDRIN JEROME ALMACIN
      *DATE: OCTOBER 15, 2026
      *PURPOSE: TO PRINT A PER-OFFICE BONUS APPROVAL REGISTER
      *         ADDRESSED TO EACH OFFICE MANAGER, AND TO APPLY THE
      *         APPROVE/HOLD DECISIONS RETURNED ON THE APPROVAL FILE
      *         SO THE BANK FORMAT STEP TRANSMITS ONLY APPROVED
      *         BONUSES. HELD BONUSES ARE CARRIED ON THE HOLD FILE
      *         AND ARE PUT THROUGH THE SAME STEP FOR RELEASE.
       IDENTIFICATION DIVISION.
         PROGRAM-ID. BONUS-APPR.
      *****************************************************************
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT DISBURSE-IN
             ASSIGN TO "DISBURSE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WA-DISB-FILE-STATUS.

           SELECT HOLD-IN
             ASSIGN TO "BONUSHLD.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WA-HOLD-FILE-STATUS.

           SELECT SORT-FILE
             ASSIGN TO "SORTWORK".

           SELECT ITEM-WORK
             ASSIGN TO "APPRWK.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAYROLL-MASTER
             ASSIGN TO "CH0901.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OFFICE-REF
             ASSIGN TO "OFFICEMS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WA-OFFICE-REF-STATUS.

           SELECT CONTROL-TOTALS-IN
             ASSIGN TO "BONUSCTL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WA-CTL-FILE-STATUS.

           SELECT APPROVAL-IN
             ASSIGN TO "APPROVAL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WA-APPROVAL-FILE-STATUS.

           SELECT REGISTER-OUT
             ASSIGN TO "APPRREG.RPT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT APPROVED-OUT
             ASSIGN TO "DISBAPPR.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-OUT
             ASSIGN TO "APPRAUD.RPT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL
             ASSIGN TO "RUNSEQ.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WA-RUNSEQ-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
         FD  DISBURSE-IN
             RECORD CONTAINS 18 CHARACTERS.
         01  DISBURSE-RECORD.
             05  DR-EMPNO                PIC X(5).
             05  DR-TERR-NO              PIC X(2).
             05  DR-OFFICE-NO            PIC X(2).
             05  DR-BONUS-AMT            PIC 9(5)V99.
             05  DR-RUN-CYCLE            PIC X(2).
         FD  HOLD-IN
             RECORD CONTAINS 42 CHARACTERS.
         01  HOLD-RECORD                 PIC X(42).
         SD  SORT-FILE
             RECORD CONTAINS 42 CHARACTERS.
         01  SORT-RECORD.
             05  SR-EMPNO                PIC X(5).
             05  SR-TERR-NO              PIC X(2).
             05  SR-OFFICE-NO            PIC X(2).
             05  SR-BONUS-AMT            PIC 9(5)V99.
             05  SR-RUN-CYCLE            PIC X(2).
             05  SR-RUN-YEAR             PIC 9(4).
             05  SR-RUN-DATE             PIC 9(8).
             05  SR-DECISION             PIC X.
             05  SR-APPROVER             PIC X(10).
             05  SR-SOURCE               PIC X.
         FD  ITEM-WORK
             RECORD CONTAINS 42 CHARACTERS.
         01  ITEM-WORK-RECORD.
             05  IW-EMPNO                PIC X(5).
             05  IW-TERR-NO              PIC X(2).
             05  IW-OFFICE-NO            PIC X(2).
             05  IW-BONUS-AMT            PIC 9(5)V99.
             05  IW-RUN-CYCLE            PIC X(2).
             05  IW-RUN-YEAR             PIC 9(4).
             05  IW-RUN-DATE             PIC 9(8).
             05  IW-DECISION             PIC X.
             05  IW-APPROVER             PIC X(10).
             05  IW-SOURCE               PIC X.
         FD  PAYROLL-MASTER
             RECORD CONTAINS 82 CHARACTERS.
         01  PAYROLL-MASTER-IN.
            05  EMPNO-IN                PIC X(5).
            05  EMPNAME-IN              PIC X(20).
            05  TERR-NO-IN              PIC X(2).
            05  OFFICE-NO-IN            PIC X(2).
            05                          PIC X(53).
         FD  OFFICE-REF
             RECORD CONTAINS 56 CHARACTERS.
         01  OFFICE-REF-RECORD.
             05  OM-TERR-NO              PIC X(2).
             05  OM-OFFICE-NO            PIC X(2).
             05  OM-OFFICE-NAME          PIC X(20).
             05  OM-REGION               PIC X(12).
             05  OM-MANAGER              PIC X(20).
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
         FD  APPROVAL-IN
             RECORD CONTAINS 21 CHARACTERS.
         01  APPROVAL-RECORD.
             05  AV-LEVEL                PIC X.
                 88  AV-OFFICE-LEVEL                 VALUE 'O'.
                 88  AV-EMPLOYEE-LEVEL               VALUE 'E'.
             05  AV-TERR-NO              PIC X(2).
             05  AV-OFFICE-NO            PIC X(2).
             05  AV-EMPNO                PIC X(5).
             05  AV-DECISION             PIC X.
                 88  AV-VALID-DECISION               VALUE 'A' 'H'.
             05  AV-APPROVER             PIC X(10).
         FD  REGISTER-OUT
             RECORD CONTAINS 80 CHARACTERS.
         01  REGISTER-RECORD             PIC X(80).
         FD  APPROVED-OUT
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
             05  AP-APPROVER             PIC X(10).
             05  AP-SOURCE               PIC X.
         FD  AUDIT-OUT
             RECORD CONTAINS 80 CHARACTERS.
         01  AUDIT-RECORD                PIC X(80).
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
             05  WA-ARE-THERE-MORE-ITEMS PIC X(3)    VALUE 'YES'.
                 88  WA-MORE-ITEMS                   VALUE 'YES'.
                 88  WA-NO-MORE-ITEMS                VALUE 'NO '.
             05  WA-ARE-THERE-MORE-MAST PIC X(3)     VALUE 'YES'.
                 88  WA-MORE-MAST                    VALUE 'YES'.
                 88  WA-NO-MORE-MAST                 VALUE 'NO '.
             05  WA-ARE-THERE-MORE-OFFICES PIC X(3)  VALUE 'YES'.
                 88  WA-MORE-OFFICES                 VALUE 'YES'.
                 88  WA-NO-MORE-OFFICES              VALUE 'NO '.
             05  WA-ARE-THERE-MORE-CTL  PIC X(3)     VALUE 'YES'.
                 88  WA-MORE-CTL                     VALUE 'YES'.
                 88  WA-NO-MORE-CTL                  VALUE 'NO '.
             05  WA-ARE-THERE-MORE-APPR PIC X(3)     VALUE 'YES'.
                 88  WA-MORE-APPR                    VALUE 'YES'.
                 88  WA-NO-MORE-APPR                 VALUE 'NO '.
             05  WA-DISB-FILE-STATUS    PIC X(2)     VALUE SPACES.
             05  WA-HOLD-FILE-STATUS    PIC X(2)     VALUE SPACES.
             05  WA-OFFICE-REF-STATUS   PIC X(2)     VALUE SPACES.
             05  WA-CTL-FILE-STATUS     PIC X(2)     VALUE SPACES.
             05  WA-APPROVAL-FILE-STATUS PIC X(2)    VALUE SPACES.
             05  WA-RUNSEQ-FILE-STATUS  PIC X(2)     VALUE SPACES.
             05  WA-RUN-PARM.
                 10  WA-PARM-DATE       PIC X(8).
                 10                     PIC X.
                 10  WA-PARM-FUNCTION   PIC X.
                     88  WA-FUNCTION-REGISTER        VALUE 'R'.
                     88  WA-FUNCTION-APPLY           VALUE 'A'.
                 10                     PIC X.
                 10  WA-PARM-SOURCE     PIC X.
                     88  WA-SOURCE-RUN               VALUE ' '.
                     88  WA-SOURCE-HOLD              VALUE 'H'.
             05  WA-RUN-DATE.
                 10  WA-RUN-YR          PIC 9(4).
                 10  WA-RUN-MO          PIC 99.
                 10  WA-RUN-DAY         PIC 99.
             05  WA-STAMP-DATE          PIC 9(8)     VALUE ZEROS.
             05  WA-STAMP-MODE          PIC X(3)     VALUE SPACES.
             05  WA-CTL-FOUND           PIC X(3)     VALUE 'NO '.
             05  WA-CTL-RUN-DATE        PIC 9(8)     VALUE ZEROS.
             05  WA-CTL-RUN-YEAR        PIC 9(4)     VALUE ZEROS.
             05  WA-CTL-RUN-CYCLE       PIC X(2)     VALUE SPACES.
             05  WA-CTL-RUN-MODE        PIC X(3)     VALUE SPACES.
             05  WA-CTL-DISB-REC-CTR    PIC 9(4)     VALUE ZEROS.
             05  WA-CTL-DISB-AMT-TOTAL  PIC 9(9)V99  VALUE ZEROS.
             05  WA-CTL-BALANCE-FLAG    PIC X(3)     VALUE SPACES.
             05  WA-HOLD-CTR            PIC 9(4)     VALUE ZEROS.
             05  WA-ITEM-KEY.
                 10  WA-ITEM-TERR       PIC XX.
                 10  WA-ITEM-OFFICE     PIC XX.
                 10  WA-ITEM-EMPNO      PIC X(5).
             05  WA-MAST-KEY.
                 10  WA-MAST-TERR       PIC XX.
                 10  WA-MAST-OFFICE     PIC XX.
                 10  WA-MAST-EMPNO      PIC X(5).
             05  WA-CURR-OFFICE-KEY.
                 10  WA-CURR-TERR       PIC XX.
                 10  WA-CURR-OFFICE     PIC XX.
             05  WA-PREV-OFFICE-KEY.
                 10  WA-PREV-TERR       PIC XX.
                 10  WA-PREV-OFFICE     PIC XX.
             05  WA-EMPNAME             PIC X(20)    VALUE SPACES.
             05  WA-OFFICE-FOUND        PIC X(3)     VALUE 'NO '.
             05  WA-OFFICE-SUB          PIC 9(3)     VALUE ZEROS.
             05  WA-OFFICE-COUNT        PIC 9(3)     VALUE ZEROS.
             05  WA-OFFICE-NAME         PIC X(20)    VALUE SPACES.
             05  WA-OFFICE-MANAGER      PIC X(20)    VALUE SPACES.
             05  WA-APPR-COUNT          PIC 9(3)     VALUE ZEROS.
             05  WA-APPR-SUB            PIC 9(3)     VALUE ZEROS.
             05  WA-APPR-READ-CTR       PIC 9(4)     VALUE ZEROS.
             05  WA-APPR-REJECT-CTR     PIC 9(4)     VALUE ZEROS.
             05  WA-APPR-UNUSED-CTR     PIC 9(4)     VALUE ZEROS.
             05  WA-APPR-STATUS         PIC X(3)     VALUE SPACES.
             05  WA-EMP-SUB             PIC 9(3)     VALUE ZEROS.
             05  WA-OFF-SUB             PIC 9(3)     VALUE ZEROS.
             05  WA-DECISION            PIC X        VALUE SPACE.
                 88  WA-DECISION-APPROVE             VALUE 'A'.
                 88  WA-DECISION-HOLD                VALUE 'H'.
             05  WA-APPROVER            PIC X(10)    VALUE SPACES.
             05  WA-BASIS               PIC X(11)    VALUE SPACES.
             05  WA-PAGE-CTR            PIC 999      VALUE ZEROS.
             05  WA-LINE-CTR            PIC 99       VALUE ZEROS.
             05  WA-NAME-MISS-CTR       PIC 9(4)     VALUE ZEROS.
             05  WA-ITEM-CTR            PIC 9(4)     VALUE ZEROS.
             05  WA-ITEM-TOTAL          PIC 9(9)V99  VALUE ZEROS.
             05  WA-OFF-ITEM-CTR        PIC 9(4)     VALUE ZEROS.
             05  WA-OFF-ITEM-TOTAL      PIC 9(9)V99  VALUE ZEROS.
             05  WA-OFF-APPROVED-CTR    PIC 9(4)     VALUE ZEROS.
             05  WA-OFF-APPROVED-TOTAL  PIC 9(9)V99  VALUE ZEROS.
             05  WA-OFF-HELD-CTR        PIC 9(4)     VALUE ZEROS.
             05  WA-OFF-HELD-TOTAL      PIC 9(9)V99  VALUE ZEROS.
             05  WA-APPROVED-CTR        PIC 9(4)     VALUE ZEROS.
             05  WA-APPROVED-TOTAL      PIC 9(9)V99  VALUE ZEROS.
             05  WA-HELD-CTR            PIC 9(4)     VALUE ZEROS.
             05  WA-HELD-TOTAL          PIC 9(9)V99  VALUE ZEROS.
             05  WA-NO-DECISION-CTR     PIC 9(4)     VALUE ZEROS.
         01  OFFICE-REF-AREA.
             05  ORA-ENTRY              OCCURS 100 TIMES.
                 10  ORA-TERR-NO        PIC X(2).
                 10  ORA-OFFICE-NO      PIC X(2).
                 10  ORA-OFFICE-NAME    PIC X(20).
                 10  ORA-MANAGER        PIC X(20).
         01  APPROVAL-AREA.
             05  APA-ENTRY              OCCURS 500 TIMES.
                 10  APA-LEVEL          PIC X.
                 10  APA-TERR-NO        PIC X(2).
                 10  APA-OFFICE-NO      PIC X(2).
                 10  APA-EMPNO          PIC X(5).
                 10  APA-DECISION       PIC X.
                 10  APA-APPROVER       PIC X(10).
                 10  APA-USED           PIC X(3).
         01  REGISTER-HEADING.
             05                         PIC X(5)     VALUE SPACES.
             05  RG-TITLE               PIC X(30).
             05                         PIC X(10)    VALUE 'RUN DATE '.
             05  RG-RUN-DATE            PIC 9(8).
             05                         PIC X(17)    VALUE SPACES.
             05                         PIC X(5)     VALUE 'PAGE '.
             05  RG-PAGE                PIC ZZ9.
             05                         PIC X(2)     VALUE SPACES.
         01  REGISTER-TO-LINE.
             05                         PIC X(5)     VALUE SPACES.
             05                         PIC X(8)     VALUE 'TO:     '.
             05  RT-MANAGER             PIC X(20).
             05                         PIC X(47)    VALUE SPACES.
         01  REGISTER-OFFICE-LINE.
             05                         PIC X(5)     VALUE SPACES.
             05                         PIC X(8)     VALUE 'OFFICE: '.
             05  RO-TERR-NO             PIC X(2).
             05                         PIC X        VALUE '/'.
             05  RO-OFFICE-NO           PIC X(2).
             05                         PIC X(2)     VALUE SPACES.
             05  RO-OFFICE-NAME         PIC X(20).
             05                         PIC X(40)    VALUE SPACES.
         01  REGISTER-INSTR-LINE.
             05                         PIC X(5)     VALUE SPACES.
             05                         PIC X(30)
                 VALUE 'MARK APPROVE OR HOLD FOR EACH '.
             05                         PIC X(34)
                 VALUE 'BONUS, SIGN AND RETURN TO PAYROLL '.
             05                         PIC X(11)    VALUE SPACES.
         01  REGISTER-COL-HEADING.
             05                         PIC X(5)     VALUE SPACES.
             05                         PIC X(6)     VALUE 'EMPNO '.
             05                         PIC X(21)
                 VALUE 'EMPLOYEE NAME        '.
             05                         PIC X(5)     VALUE 'YEAR '.
             05                         PIC X(3)     VALUE 'CY '.
             05                         PIC X(11)
                 VALUE '  BONUS AMT'.
             05                         PIC X(3)     VALUE SPACES.
             05                         PIC X(7)     VALUE 'APPROVE'.
             05                         PIC X(3)     VALUE SPACES.
             05                         PIC X(4)     VALUE 'HOLD'.
             05                         PIC X(12)    VALUE SPACES.
         01  REGISTER-LINE.
             05                         PIC X(5)     VALUE SPACES.
             05  RL-EMPNO               PIC X(5).
             05                         PIC X        VALUE SPACES.
             05  RL-EMPNAME             PIC X(20).
             05                         PIC X        VALUE SPACES.
             05  RL-RUN-YEAR            PIC 9(4).
             05                         PIC X        VALUE SPACES.
             05  RL-RUN-CYCLE           PIC X(2).
             05                         PIC X(3)     VALUE SPACES.
             05  RL-BONUS-AMT           PIC ZZ,ZZ9.99.
             05                         PIC X(4)     VALUE SPACES.
             05                         PIC X(5)     VALUE '[   ]'.
             05                         PIC X(4)     VALUE SPACES.
             05                         PIC X(4)     VALUE '[  ]'.
             05                         PIC X(12)    VALUE SPACES.
         01  REGISTER-TOTAL-LINE.
             05                         PIC X(5)     VALUE SPACES.
             05  RX-LABEL               PIC X(20).
             05  RX-COUNT               PIC ZZZ9.
             05                         PIC X(6)     VALUE ' ITEMS'.
             05  RX-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
             05                         PIC X(31)    VALUE SPACES.
         01  REGISTER-SIGN-LINE.
             05                         PIC X(5)     VALUE SPACES.
             05                         PIC X(19)
                 VALUE 'MANAGER SIGNATURE: '.
             05                         PIC X(25)    VALUE ALL '_'.
             05                         PIC X(3)     VALUE SPACES.
             05                         PIC X(6)     VALUE 'DATE: '.
             05                         PIC X(10)    VALUE ALL '_'.
             05                         PIC X(12)    VALUE SPACES.
         01  AUDIT-HEADING.
             05                         PIC X(10)    VALUE SPACES.
             05  AH-TITLE               PIC X(30).
             05                         PIC X(10)    VALUE 'RUN DATE '.
             05  AH-RUN-DATE            PIC 9(8).
             05                         PIC X(22)    VALUE SPACES.
         01  AUDIT-OFFICE-LINE.
             05                         PIC X(7)     VALUE 'OFFICE '.
             05  AO-TERR-NO             PIC X(2).
             05                         PIC X        VALUE '/'.
             05  AO-OFFICE-NO           PIC X(2).
             05                         PIC X(2)     VALUE SPACES.
             05  AO-OFFICE-NAME         PIC X(20).
             05                         PIC X(2)     VALUE SPACES.
             05                         PIC X(8)     VALUE 'MANAGER '.
             05  AO-MANAGER             PIC X(20).
             05                         PIC X(16)    VALUE SPACES.
         01  AUDIT-COL-HEADING.
             05                         PIC X(6)     VALUE 'EMPNO '.
             05                         PIC X(21)
                 VALUE 'EMPLOYEE NAME        '.
             05                         PIC X(5)     VALUE 'YEAR '.
             05                         PIC X(3)     VALUE 'CY '.
             05                         PIC X(11)
                 VALUE '  BONUS AMT'.
             05                         PIC X        VALUE SPACES.
             05                         PIC X(9)     VALUE 'DECISION '.
             05                         PIC X(11)
                 VALUE 'APPROVER   '.
             05                         PIC X(13)    VALUE 'BASIS'.
         01  AUDIT-LINE.
             05  AL-EMPNO               PIC X(5).
             05                         PIC X        VALUE SPACES.
             05  AL-EMPNAME             PIC X(20).
             05                         PIC X        VALUE SPACES.
             05  AL-RUN-YEAR            PIC 9(4).
             05                         PIC X        VALUE SPACES.
             05  AL-RUN-CYCLE           PIC X(2).
             05                         PIC X(3)     VALUE SPACES.
             05  AL-BONUS-AMT           PIC ZZ,ZZ9.99.
             05                         PIC X        VALUE SPACES.
             05  AL-DECISION            PIC X(8).
             05                         PIC X        VALUE SPACES.
             05  AL-APPROVER            PIC X(10).
             05                         PIC X        VALUE SPACES.
             05  AL-BASIS               PIC X(11).
             05                         PIC X(2)     VALUE SPACES.
         01  AUDIT-COUNT-LINE.
             05                         PIC X(5)     VALUE SPACES.
             05  AC-LABEL               PIC X(34).
             05  AC-COUNT               PIC ZZZ9.
             05                         PIC X(3)     VALUE SPACES.
             05  AC-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
             05                         PIC X(20)    VALUE SPACES.
         01  APPROVAL-EXCEPTION-LINE.
             05                         PIC X(5)     VALUE SPACES.
             05  AX-LABEL               PIC X(24).
             05  AX-ENTRY-NO            PIC ZZZ9.
             05                         PIC X(2)     VALUE SPACES.
             05  AX-IMAGE               PIC X(21).
             05                         PIC X(2)     VALUE SPACES.
             05  AX-REASON              PIC X(20).
             05                         PIC X(2)     VALUE SPACES.
      *****************************************************************
       PROCEDURE DIVISION.
       100-MAIN-MOD.
         PERFORM 200-GET-PARMS-MOD
         IF WA-SOURCE-RUN
           PERFORM 250-READ-CONTROL-TOTALS-MOD
         ELSE
           PERFORM 260-CHECK-HOLD-FILE-MOD
         END-IF
         PERFORM 220-STAMP-START-MOD
         PERFORM 270-LOAD-OFFICE-REF-MOD
         PERFORM 800-OPEN-FILES-MOD
         IF WA-FUNCTION-APPLY
           PERFORM 280-LOAD-APPROVALS-MOD
         END-IF

         SORT SORT-FILE
             ASCENDING KEY SR-TERR-NO SR-OFFICE-NO SR-EMPNO
                           SR-RUN-YEAR SR-RUN-CYCLE
             INPUT PROCEDURE IS 300-RELEASE-ITEMS-MOD
             GIVING ITEM-WORK

         OPEN INPUT ITEM-WORK
         PERFORM 350-READ-MASTER-MOD

         PERFORM UNTIL WA-NO-MORE-ITEMS
           READ ITEM-WORK
             AT END
               MOVE 'NO ' TO WA-ARE-THERE-MORE-ITEMS
             NOT AT END
               PERFORM 400-PROCESS-ITEM-MOD
         END-PERFORM

         IF WA-ITEM-CTR > ZERO
           PERFORM 600-OFFICE-BREAK-MOD
         END-IF

         PERFORM 700-PRINT-TOTALS-MOD
         PERFORM 900-CLOSE-FILES-MOD
         PERFORM 910-STAMP-END-MOD
         STOP RUN.
      *****************************************************************
       200-GET-PARMS-MOD.
         ACCEPT WA-RUN-PARM FROM COMMAND-LINE
         MOVE WA-PARM-DATE TO WA-RUN-DATE

         IF WA-RUN-DATE NOT NUMERIC OR WA-RUN-DATE = ZERO
           ACCEPT WA-RUN-DATE FROM DATE YYYYMMDD
         END-IF

         IF NOT WA-FUNCTION-REGISTER AND NOT WA-FUNCTION-APPLY
           DISPLAY 'FUNCTION MUST BE R (PRINT REGISTER) OR '
              'A (APPLY APPROVALS) IN PARM POSITION 10'
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF

         IF NOT WA-SOURCE-RUN AND NOT WA-SOURCE-HOLD
           DISPLAY 'SOURCE MUST BE BLANK (CURRENT RUN) OR '
              'H (HELD BONUSES) IN PARM POSITION 12'
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF

         EVALUATE TRUE
           WHEN WA-FUNCTION-REGISTER
             MOVE 'REG' TO WA-STAMP-MODE
           WHEN WA-SOURCE-HOLD
             MOVE 'REL' TO WA-STAMP-MODE
           WHEN OTHER
             MOVE 'APP' TO WA-STAMP-MODE
         END-EVALUATE.
      *****************************************************************
       220-STAMP-START-MOD.
         MOVE 'BONUS-APPR  ' TO SQ-PROGRAM
         MOVE 'S'            TO SQ-EVENT
         MOVE WA-STAMP-MODE  TO SQ-MODE
         MOVE ZEROS          TO SQ-RC
         PERFORM 230-WRITE-STAMP-MOD.
      *****************************************************************
       230-WRITE-STAMP-MOD.
         ACCEPT WA-STAMP-DATE FROM DATE YYYYMMDD
         MOVE WA-STAMP-DATE TO SQ-DATE
         OPEN EXTEND RUN-CONTROL
         IF WA-RUNSEQ-FILE-STATUS = '35'
           OPEN OUTPUT RUN-CONTROL
         END-IF
         IF WA-RUNSEQ-FILE-STATUS NOT = '00'
           DISPLAY 'CANNOT STAMP RUNSEQ.DAT, STATUS ',
               WA-RUNSEQ-FILE-STATUS
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF
         WRITE RUN-CONTROL-RECORD
         CLOSE RUN-CONTROL.
      *****************************************************************
       250-READ-CONTROL-TOTALS-MOD.
         OPEN INPUT CONTROL-TOTALS-IN
         IF WA-CTL-FILE-STATUS NOT = '00'
           DISPLAY 'CANNOT OPEN BONUSCTL.DAT, STATUS ',
               WA-CTL-FILE-STATUS,
               ' -- RUN THE LIVE BONUS RUN FIRST'
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF

         PERFORM UNTIL WA-NO-MORE-CTL
           READ CONTROL-TOTALS-IN
             AT END
               MOVE 'NO ' TO WA-ARE-THERE-MORE-CTL
             NOT AT END
               MOVE 'YES' TO WA-CTL-FOUND
               MOVE BC-RUN-DATE       TO WA-CTL-RUN-DATE
               MOVE BC-RUN-YEAR       TO WA-CTL-RUN-YEAR
               MOVE BC-RUN-CYCLE      TO WA-CTL-RUN-CYCLE
               MOVE BC-RUN-MODE       TO WA-CTL-RUN-MODE
               MOVE BC-DISB-REC-CTR   TO WA-CTL-DISB-REC-CTR
               MOVE BC-DISB-AMT-TOTAL TO WA-CTL-DISB-AMT-TOTAL
               MOVE BC-BALANCE-FLAG   TO WA-CTL-BALANCE-FLAG
         END-PERFORM
         CLOSE CONTROL-TOTALS-IN

         IF WA-CTL-FOUND = 'NO '
           DISPLAY 'BONUSCTL.DAT IS EMPTY -- NO RUN TOTALS ON FILE'
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF

         IF WA-CTL-RUN-MODE = 'SIM'
           DISPLAY 'LAST BONUS RUN WAS A SIMULATION -- NOTHING '
              'TO APPROVE'
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF

         IF WA-CTL-BALANCE-FLAG = 'VOD'
           DISPLAY 'BONUS RUN ', WA-CTL-RUN-DATE, ' WAS BACKED OUT '
              '-- BONUSCTL.DAT IS VOID, APPROVAL REFUSED'
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF

         IF WA-CTL-BALANCE-FLAG NOT = 'YES'
           DISPLAY 'LAST BONUS RUN DID NOT BALANCE -- '
              'APPROVAL REFUSED'
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF.
      *****************************************************************
       260-CHECK-HOLD-FILE-MOD.
         OPEN INPUT HOLD-IN
         IF WA-HOLD-FILE-STATUS = '00'
           PERFORM UNTIL WA-NO-MORE-HOLDS
             READ HOLD-IN
               AT END
                 MOVE 'NO ' TO WA-ARE-THERE-MORE-HOLDS
               NOT AT END
                 ADD 1 TO WA-HOLD-CTR
           END-PERFORM
           CLOSE HOLD-IN
         END-IF

         IF WA-HOLD-CTR = ZERO
           DISPLAY 'NO HELD BONUSES ON BONUSHLD.DAT -- NOTHING '
              'TO RELEASE'
           MOVE 4 TO RETURN-CODE
           STOP RUN
         END-IF.
      *****************************************************************
       270-LOAD-OFFICE-REF-MOD.
         OPEN INPUT OFFICE-REF
         IF WA-OFFICE-REF-STATUS NOT = '00'
           DISPLAY 'CANNOT OPEN OFFICEMS.DAT, STATUS ',
               WA-OFFICE-REF-STATUS,
               ' -- OFFICE REFERENCE MASTER IS REQUIRED'
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF

         PERFORM UNTIL WA-NO-MORE-OFFICES
           READ OFFICE-REF
             AT END
               MOVE 'NO ' TO WA-ARE-THERE-MORE-OFFICES
             NOT AT END
               IF WA-OFFICE-COUNT < 100
                 ADD 1 TO WA-OFFICE-COUNT
                 MOVE OM-TERR-NO
                   TO ORA-TERR-NO (WA-OFFICE-COUNT)
                 MOVE OM-OFFICE-NO
                   TO ORA-OFFICE-NO (WA-OFFICE-COUNT)
                 MOVE OM-OFFICE-NAME
                   TO ORA-OFFICE-NAME (WA-OFFICE-COUNT)
                 MOVE OM-MANAGER
                   TO ORA-MANAGER (WA-OFFICE-COUNT)
               ELSE
                 DISPLAY 'OFFICEMS.DAT HAS MORE THAN 100 OFFICES '
                    '-- EXTRA ROWS IGNORED'
               END-IF
         END-PERFORM
         CLOSE OFFICE-REF.
      *****************************************************************
       280-LOAD-APPROVALS-MOD.
         OPEN INPUT APPROVAL-IN
         IF WA-APPROVAL-FILE-STATUS NOT = '00'
           DISPLAY 'CANNOT OPEN APPROVAL.DAT, STATUS ',
               WA-APPROVAL-FILE-STATUS,
               ' -- RETURNED APPROVALS ARE REQUIRED'
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF

         PERFORM UNTIL WA-NO-MORE-APPR
           READ APPROVAL-IN
             AT END
               MOVE 'NO ' TO WA-ARE-THERE-MORE-APPR
             NOT AT END
               ADD 1 TO WA-APPR-READ-CTR
               PERFORM 285-VALIDATE-APPROVAL-MOD
         END-PERFORM
         CLOSE APPROVAL-IN.
      *****************************************************************
       285-VALIDATE-APPROVAL-MOD.
         MOVE 'OK ' TO WA-APPR-STATUS

         EVALUATE TRUE
           WHEN NOT AV-OFFICE-LEVEL AND NOT AV-EMPLOYEE-LEVEL
             MOVE 'BAD' TO WA-APPR-STATUS
             MOVE 'LEVEL NOT O OR E    ' TO AX-REASON
           WHEN NOT AV-VALID-DECISION
             MOVE 'BAD' TO WA-APPR-STATUS
             MOVE 'DECISION NOT A OR H ' TO AX-REASON
           WHEN AV-OFFICE-LEVEL
                AND (AV-TERR-NO = SPACES OR AV-OFFICE-NO = SPACES)
             MOVE 'BAD' TO WA-APPR-STATUS
             MOVE 'OFFICE NOT GIVEN    ' TO AX-REASON
           WHEN AV-EMPLOYEE-LEVEL AND AV-EMPNO = SPACES
             MOVE 'BAD' TO WA-APPR-STATUS
             MOVE 'EMPLOYEE NOT GIVEN  ' TO AX-REASON
           WHEN WA-APPR-COUNT NOT < 500
             MOVE 'BAD' TO WA-APPR-STATUS
             MOVE 'APPROVAL TABLE FULL ' TO AX-REASON
         END-EVALUATE

         IF WA-APPR-STATUS = 'BAD'
           ADD 1 TO WA-APPR-REJECT-CTR
           MOVE 'REJECTED APPROVAL ENTRY ' TO AX-LABEL
           MOVE WA-APPR-READ-CTR TO AX-ENTRY-NO
           MOVE APPROVAL-RECORD  TO AX-IMAGE
           WRITE AUDIT-RECORD FROM APPROVAL-EXCEPTION-LINE
             AFTER ADVANCING 1 LINES
         ELSE
           ADD 1 TO WA-APPR-COUNT
           MOVE AV-LEVEL     TO APA-LEVEL (WA-APPR-COUNT)
           MOVE AV-TERR-NO   TO APA-TERR-NO (WA-APPR-COUNT)
           MOVE AV-OFFICE-NO TO APA-OFFICE-NO (WA-APPR-COUNT)
           MOVE AV-EMPNO     TO APA-EMPNO (WA-APPR-COUNT)
           MOVE AV-DECISION  TO APA-DECISION (WA-APPR-COUNT)
           MOVE AV-APPROVER  TO APA-APPROVER (WA-APPR-COUNT)
           MOVE 'NO '        TO APA-USED (WA-APPR-COUNT)
         END-IF.
      *****************************************************************
       300-RELEASE-ITEMS-MOD.
         IF WA-SOURCE-RUN
           OPEN INPUT DISBURSE-IN
           IF WA-DISB-FILE-STATUS NOT = '00'
             DISPLAY 'CANNOT OPEN DISBURSE.DAT, STATUS ',
                 WA-DISB-FILE-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM UNTIL WA-NO-MORE-DISB
             READ DISBURSE-IN
               AT END
                 MOVE 'NO ' TO WA-ARE-THERE-MORE-DISB
               NOT AT END
                 MOVE DR-EMPNO        TO SR-EMPNO
                 MOVE DR-TERR-NO      TO SR-TERR-NO
                 MOVE DR-OFFICE-NO    TO SR-OFFICE-NO
                 MOVE DR-BONUS-AMT    TO SR-BONUS-AMT
                 MOVE DR-RUN-CYCLE    TO SR-RUN-CYCLE
                 MOVE WA-CTL-RUN-YEAR TO SR-RUN-YEAR
                 MOVE WA-CTL-RUN-DATE TO SR-RUN-DATE
                 MOVE SPACE           TO SR-DECISION
                 MOVE SPACES          TO SR-APPROVER
                 MOVE 'R'             TO SR-SOURCE
                 RELEASE SORT-RECORD
           END-PERFORM
           CLOSE DISBURSE-IN
         ELSE
           MOVE 'YES' TO WA-ARE-THERE-MORE-HOLDS
           OPEN INPUT HOLD-IN
           PERFORM UNTIL WA-NO-MORE-HOLDS
             READ HOLD-IN
               AT END
                 MOVE 'NO ' TO WA-ARE-THERE-MORE-HOLDS
               NOT AT END
                 MOVE HOLD-RECORD TO SORT-RECORD
                 MOVE 'H' TO SR-SOURCE
                 RELEASE SORT-RECORD
           END-PERFORM
           CLOSE HOLD-IN
         END-IF.
      *****************************************************************
       350-READ-MASTER-MOD.
         READ PAYROLL-MASTER
           AT END
             MOVE 'NO ' TO WA-ARE-THERE-MORE-MAST
             MOVE HIGH-VALUES TO WA-MAST-KEY
           NOT AT END
             MOVE TERR-NO-IN   TO WA-MAST-TERR
             MOVE OFFICE-NO-IN TO WA-MAST-OFFICE
             MOVE EMPNO-IN     TO WA-MAST-EMPNO
         END-READ.
      *****************************************************************
       400-PROCESS-ITEM-MOD.
         ADD 1 TO WA-ITEM-CTR
         ADD IW-BONUS-AMT TO WA-ITEM-TOTAL
         MOVE IW-TERR-NO   TO WA-CURR-TERR
         MOVE IW-OFFICE-NO TO WA-CURR-OFFICE

         IF WA-ITEM-CTR = 1
           PERFORM 500-START-OFFICE-MOD
         ELSE
           IF WA-CURR-OFFICE-KEY NOT = WA-PREV-OFFICE-KEY
             PERFORM 600-OFFICE-BREAK-MOD
             PERFORM 500-START-OFFICE-MOD
           END-IF
         END-IF

         PERFORM 410-FIND-NAME-MOD
         ADD 1 TO WA-OFF-ITEM-CTR
         ADD IW-BONUS-AMT TO WA-OFF-ITEM-TOTAL

         IF WA-FUNCTION-REGISTER
           PERFORM 420-WRITE-REGISTER-LINE-MOD
         ELSE
           PERFORM 450-APPLY-DECISION-MOD
         END-IF.
      *****************************************************************
       410-FIND-NAME-MOD.
         MOVE IW-TERR-NO   TO WA-ITEM-TERR
         MOVE IW-OFFICE-NO TO WA-ITEM-OFFICE
         MOVE IW-EMPNO     TO WA-ITEM-EMPNO

         PERFORM UNTIL WA-MAST-KEY NOT < WA-ITEM-KEY
           PERFORM 350-READ-MASTER-MOD
         END-PERFORM

         IF WA-MAST-KEY = WA-ITEM-KEY
           MOVE EMPNAME-IN TO WA-EMPNAME
         ELSE
           MOVE '** NOT ON MASTER ** ' TO WA-EMPNAME
           ADD 1 TO WA-NAME-MISS-CTR
         END-IF.
      *****************************************************************
       420-WRITE-REGISTER-LINE-MOD.
         IF WA-LINE-CTR > 50
           PERFORM 520-WRITE-REGISTER-HEADING-MOD
         END-IF

         MOVE IW-EMPNO     TO RL-EMPNO
         MOVE WA-EMPNAME   TO RL-EMPNAME
         MOVE IW-RUN-YEAR  TO RL-RUN-YEAR
         MOVE IW-RUN-CYCLE TO RL-RUN-CYCLE
         MOVE IW-BONUS-AMT TO RL-BONUS-AMT
         WRITE REGISTER-RECORD FROM REGISTER-LINE
           AFTER ADVANCING 2 LINES
         ADD 2 TO WA-LINE-CTR.
      *****************************************************************
       450-APPLY-DECISION-MOD.
         MOVE ZEROS TO WA-EMP-SUB
         MOVE ZEROS TO WA-OFF-SUB
         MOVE 1 TO WA-APPR-SUB

         PERFORM UNTIL WA-APPR-SUB > WA-APPR-COUNT
           IF APA-LEVEL (WA-APPR-SUB) = 'E'
              AND APA-EMPNO (WA-APPR-SUB) = IW-EMPNO
             MOVE WA-APPR-SUB TO WA-EMP-SUB
           END-IF
           IF APA-LEVEL (WA-APPR-SUB) = 'O'
              AND APA-TERR-NO (WA-APPR-SUB) = IW-TERR-NO
              AND APA-OFFICE-NO (WA-APPR-SUB) = IW-OFFICE-NO
             MOVE WA-APPR-SUB TO WA-OFF-SUB
           END-IF
           ADD 1 TO WA-APPR-SUB
         END-PERFORM

         EVALUATE TRUE
           WHEN WA-EMP-SUB > ZERO
             MOVE APA-DECISION (WA-EMP-SUB) TO WA-DECISION
             MOVE APA-APPROVER (WA-EMP-SUB) TO WA-APPROVER
             MOVE 'EMPLOYEE   '             TO WA-BASIS
             MOVE 'YES' TO APA-USED (WA-EMP-SUB)
           WHEN WA-OFF-SUB > ZERO
             MOVE APA-DECISION (WA-OFF-SUB) TO WA-DECISION
             MOVE APA-APPROVER (WA-OFF-SUB) TO WA-APPROVER
             MOVE 'OFFICE     '             TO WA-BASIS
             MOVE 'YES' TO APA-USED (WA-OFF-SUB)
           WHEN OTHER
             MOVE 'H'           TO WA-DECISION
             MOVE SPACES        TO WA-APPROVER
             MOVE 'NO DECISION' TO WA-BASIS
             ADD 1 TO WA-NO-DECISION-CTR
         END-EVALUATE

         MOVE ITEM-WORK-RECORD TO APPROVED-RECORD
         MOVE WA-DECISION      TO AP-DECISION
         MOVE WA-APPROVER      TO AP-APPROVER
         IF WA-SOURCE-HOLD
           MOVE 'H' TO AP-SOURCE
         ELSE
           MOVE 'R' TO AP-SOURCE
         END-IF
         WRITE APPROVED-RECORD

         IF WA-DECISION-APPROVE
           ADD 1 TO WA-OFF-APPROVED-CTR
           ADD IW-BONUS-AMT TO WA-OFF-APPROVED-TOTAL
           MOVE 'APPROVED' TO AL-DECISION
         ELSE
           ADD 1 TO WA-OFF-HELD-CTR
           ADD IW-BONUS-AMT TO WA-OFF-HELD-TOTAL
           MOVE 'HELD    ' TO AL-DECISION
         END-IF

         MOVE IW-EMPNO     TO AL-EMPNO
         MOVE WA-EMPNAME   TO AL-EMPNAME
         MOVE IW-RUN-YEAR  TO AL-RUN-YEAR
         MOVE IW-RUN-CYCLE TO AL-RUN-CYCLE
         MOVE IW-BONUS-AMT TO AL-BONUS-AMT
         MOVE WA-APPROVER  TO AL-APPROVER
         MOVE WA-BASIS     TO AL-BASIS
         WRITE AUDIT-RECORD FROM AUDIT-LINE
           AFTER ADVANCING 1 LINES.
      *****************************************************************
       500-START-OFFICE-MOD.
         MOVE WA-CURR-OFFICE-KEY TO WA-PREV-OFFICE-KEY
         MOVE ZEROS TO WA-OFF-ITEM-CTR
         MOVE ZEROS TO WA-OFF-ITEM-TOTAL
         MOVE ZEROS TO WA-OFF-APPROVED-CTR
         MOVE ZEROS TO WA-OFF-APPROVED-TOTAL
         MOVE ZEROS TO WA-OFF-HELD-CTR
         MOVE ZEROS TO WA-OFF-HELD-TOTAL
         PERFORM 510-FIND-OFFICE-MOD

         IF WA-FUNCTION-REGISTER
           PERFORM 520-WRITE-REGISTER-HEADING-MOD
         ELSE
           MOVE WA-CURR-TERR      TO AO-TERR-NO
           MOVE WA-CURR-OFFICE    TO AO-OFFICE-NO
           MOVE WA-OFFICE-NAME    TO AO-OFFICE-NAME
           MOVE WA-OFFICE-MANAGER TO AO-MANAGER
           WRITE AUDIT-RECORD FROM AUDIT-OFFICE-LINE
             AFTER ADVANCING 3 LINES
           WRITE AUDIT-RECORD FROM AUDIT-COL-HEADING
             AFTER ADVANCING 2 LINES
         END-IF.
      *****************************************************************
       510-FIND-OFFICE-MOD.
         MOVE 'NO ' TO WA-OFFICE-FOUND
         MOVE '** NOT ON OFFICEMS **' TO WA-OFFICE-NAME
         MOVE '** NOT ON OFFICEMS **' TO WA-OFFICE-MANAGER
         MOVE 1 TO WA-OFFICE-SUB

         PERFORM UNTIL WA-OFFICE-SUB > WA-OFFICE-COUNT
                 OR WA-OFFICE-FOUND = 'YES'
           IF ORA-TERR-NO (WA-OFFICE-SUB) = WA-CURR-TERR
              AND ORA-OFFICE-NO (WA-OFFICE-SUB) = WA-CURR-OFFICE
             MOVE 'YES' TO WA-OFFICE-FOUND
             MOVE ORA-OFFICE-NAME (WA-OFFICE-SUB)
               TO WA-OFFICE-NAME
             MOVE ORA-MANAGER (WA-OFFICE-SUB)
               TO WA-OFFICE-MANAGER
           ELSE
             ADD 1 TO WA-OFFICE-SUB
           END-IF
         END-PERFORM.
      *****************************************************************
       520-WRITE-REGISTER-HEADING-MOD.
         ADD 1 TO WA-PAGE-CTR
         MOVE WA-PAGE-CTR TO RG-PAGE
         MOVE WA-RUN-DATE TO RG-RUN-DATE
         IF WA-SOURCE-HOLD
           MOVE 'HELD BONUS RELEASE REGISTER   ' TO RG-TITLE
         ELSE
           MOVE 'BONUS APPROVAL REGISTER       ' TO RG-TITLE
         END-IF
         WRITE REGISTER-RECORD FROM REGISTER-HEADING
           AFTER ADVANCING PAGE

         MOVE WA-OFFICE-MANAGER TO RT-MANAGER
         WRITE REGISTER-RECORD FROM REGISTER-TO-LINE
           AFTER ADVANCING 2 LINES
         MOVE WA-CURR-TERR      TO RO-TERR-NO
         MOVE WA-CURR-OFFICE    TO RO-OFFICE-NO
         MOVE WA-OFFICE-NAME    TO RO-OFFICE-NAME
         WRITE REGISTER-RECORD FROM REGISTER-OFFICE-LINE
           AFTER ADVANCING 1 LINES
         WRITE REGISTER-RECORD FROM REGISTER-INSTR-LINE
           AFTER ADVANCING 2 LINES
         WRITE REGISTER-RECORD FROM REGISTER-COL-HEADING
           AFTER ADVANCING 2 LINES
         MOVE 8 TO WA-LINE-CTR.
      *****************************************************************
       600-OFFICE-BREAK-MOD.
         IF WA-FUNCTION-REGISTER
           MOVE 'OFFICE TOTAL        ' TO RX-LABEL
           MOVE WA-OFF-ITEM-CTR   TO RX-COUNT
           MOVE WA-OFF-ITEM-TOTAL TO RX-AMOUNT
           WRITE REGISTER-RECORD FROM REGISTER-TOTAL-LINE
             AFTER ADVANCING 2 LINES
           WRITE REGISTER-RECORD FROM REGISTER-SIGN-LINE
             AFTER ADVANCING 4 LINES
         ELSE
           MOVE 'OFFICE APPROVED / AMOUNT:         ' TO AC-LABEL
           MOVE WA-OFF-APPROVED-CTR   TO AC-COUNT
           MOVE WA-OFF-APPROVED-TOTAL TO AC-AMOUNT
           WRITE AUDIT-RECORD FROM AUDIT-COUNT-LINE
             AFTER ADVANCING 2 LINES
           MOVE 'OFFICE HELD / AMOUNT:             ' TO AC-LABEL
           MOVE WA-OFF-HELD-CTR   TO AC-COUNT
           MOVE WA-OFF-HELD-TOTAL TO AC-AMOUNT
           WRITE AUDIT-RECORD FROM AUDIT-COUNT-LINE
             AFTER ADVANCING 1 LINES
           ADD WA-OFF-APPROVED-CTR   TO WA-APPROVED-CTR
           ADD WA-OFF-APPROVED-TOTAL TO WA-APPROVED-TOTAL
           ADD WA-OFF-HELD-CTR       TO WA-HELD-CTR
           ADD WA-OFF-HELD-TOTAL     TO WA-HELD-TOTAL
         END-IF.
      *****************************************************************
       700-PRINT-TOTALS-MOD.
         IF WA-FUNCTION-REGISTER
           MOVE 'REGISTER TOTAL      ' TO RX-LABEL
           MOVE WA-ITEM-CTR   TO RX-COUNT
           MOVE WA-ITEM-TOTAL TO RX-AMOUNT
           WRITE REGISTER-RECORD FROM REGISTER-TOTAL-LINE
             AFTER ADVANCING 3 LINES
         ELSE
           PERFORM 750-PRINT-AUDIT-TOTALS-MOD
         END-IF

         IF WA-SOURCE-RUN
            AND (WA-ITEM-CTR NOT = WA-CTL-DISB-REC-CTR
                 OR WA-ITEM-TOTAL NOT = WA-CTL-DISB-AMT-TOTAL)
           DISPLAY 'DISBURSE.DAT DISAGREES WITH BONUS RUN CONTROL '
              'TOTALS -- APPROVAL OUTPUT IS NOT TO BE USED'
           DISPLAY 'ITEMS READ ', WA-ITEM-CTR,
               ' CONTROL COUNT ', WA-CTL-DISB-REC-CTR
           MOVE 8 TO RETURN-CODE
           IF WA-FUNCTION-APPLY
             CLOSE APPROVED-OUT
             OPEN OUTPUT APPROVED-OUT
             DISPLAY 'DISBAPPR.DAT HAS BEEN EMPTIED SO IT CANNOT '
                'GO TO THE BANK'
           END-IF
         END-IF

         IF WA-NAME-MISS-CTR > ZERO AND RETURN-CODE < 4
           DISPLAY 'EMPLOYEE NAME NOT ON MASTER FOR ',
               WA-NAME-MISS-CTR, ' ITEMS'
           MOVE 4 TO RETURN-CODE
         END-IF

         IF WA-FUNCTION-REGISTER
           DISPLAY 'APPROVAL REGISTER PRINTED -- ', WA-ITEM-CTR,
              ' ITEMS ON APPRREG.RPT'
         ELSE
           IF RETURN-CODE < 8
             DISPLAY 'APPROVALS APPLIED -- ', WA-APPROVED-CTR,
                ' APPROVED, ', WA-HELD-CTR, ' HELD ON DISBAPPR.DAT'
           END-IF
         END-IF.
      *****************************************************************
       750-PRINT-AUDIT-TOTALS-MOD.
         MOVE 1 TO WA-APPR-SUB
         PERFORM UNTIL WA-APPR-SUB > WA-APPR-COUNT
           IF APA-USED (WA-APPR-SUB) = 'NO '
             ADD 1 TO WA-APPR-UNUSED-CTR
             MOVE 'UNMATCHED APPROVAL      ' TO AX-LABEL
             MOVE WA-APPR-SUB TO AX-ENTRY-NO
             MOVE APA-ENTRY (WA-APPR-SUB) TO AX-IMAGE
             MOVE 'NO ITEM TO APPLY TO ' TO AX-REASON
             WRITE AUDIT-RECORD FROM APPROVAL-EXCEPTION-LINE
               AFTER ADVANCING 1 LINES
           END-IF
           ADD 1 TO WA-APPR-SUB
         END-PERFORM

         MOVE 'ITEMS READ / AMOUNT:              ' TO AC-LABEL
         MOVE WA-ITEM-CTR   TO AC-COUNT
         MOVE WA-ITEM-TOTAL TO AC-AMOUNT
         WRITE AUDIT-RECORD FROM AUDIT-COUNT-LINE
           AFTER ADVANCING 3 LINES
         MOVE 'APPROVED FOR TRANSMISSION:        ' TO AC-LABEL
         MOVE WA-APPROVED-CTR   TO AC-COUNT
         MOVE WA-APPROVED-TOTAL TO AC-AMOUNT
         WRITE AUDIT-RECORD FROM AUDIT-COUNT-LINE
           AFTER ADVANCING 1 LINES
         MOVE 'HELD / AMOUNT:                    ' TO AC-LABEL
         MOVE WA-HELD-CTR   TO AC-COUNT
         MOVE WA-HELD-TOTAL TO AC-AMOUNT
         WRITE AUDIT-RECORD FROM AUDIT-COUNT-LINE
           AFTER ADVANCING 1 LINES
         MOVE 'HELD FOR NO DECISION:             ' TO AC-LABEL
         MOVE WA-NO-DECISION-CTR TO AC-COUNT
         MOVE ZERO TO AC-AMOUNT
         WRITE AUDIT-RECORD FROM AUDIT-COUNT-LINE
           AFTER ADVANCING 1 LINES
         MOVE 'APPROVAL ENTRIES READ:            ' TO AC-LABEL
         MOVE WA-APPR-READ-CTR TO AC-COUNT
         MOVE ZERO TO AC-AMOUNT
         WRITE AUDIT-RECORD FROM AUDIT-COUNT-LINE
           AFTER ADVANCING 2 LINES
         MOVE 'APPROVAL ENTRIES REJECTED:        ' TO AC-LABEL
         MOVE WA-APPR-REJECT-CTR TO AC-COUNT
         MOVE ZERO TO AC-AMOUNT
         WRITE AUDIT-RECORD FROM AUDIT-COUNT-LINE
           AFTER ADVANCING 1 LINES
         MOVE 'APPROVAL ENTRIES UNMATCHED:       ' TO AC-LABEL
         MOVE WA-APPR-UNUSED-CTR TO AC-COUNT
         MOVE ZERO TO AC-AMOUNT
         WRITE AUDIT-RECORD FROM AUDIT-COUNT-LINE
           AFTER ADVANCING 1 LINES

         IF WA-APPR-REJECT-CTR > ZERO OR WA-APPR-UNUSED-CTR > ZERO
           DISPLAY 'APPROVAL FILE HAS ', WA-APPR-REJECT-CTR,
               ' REJECTED AND ', WA-APPR-UNUSED-CTR,
               ' UNMATCHED ENTRIES -- SEE APPRAUD.RPT'
           MOVE 4 TO RETURN-CODE
         END-IF.
      *****************************************************************
       800-OPEN-FILES-MOD.
         OPEN INPUT PAYROLL-MASTER
         IF WA-FUNCTION-REGISTER
           OPEN OUTPUT REGISTER-OUT
         ELSE
           OPEN OUTPUT APPROVED-OUT
                       AUDIT-OUT
           MOVE WA-RUN-DATE TO AH-RUN-DATE
           IF WA-SOURCE-HOLD
             MOVE 'HELD BONUS RELEASE AUDIT      ' TO AH-TITLE
           ELSE
             MOVE 'BONUS APPROVAL AUDIT          ' TO AH-TITLE
           END-IF
           WRITE AUDIT-RECORD FROM AUDIT-HEADING
             AFTER ADVANCING 1 LINES
         END-IF.
      *****************************************************************
       900-CLOSE-FILES-MOD.
         CLOSE   ITEM-WORK
                 PAYROLL-MASTER
         IF WA-FUNCTION-REGISTER
           CLOSE REGISTER-OUT
         ELSE
           CLOSE APPROVED-OUT
                 AUDIT-OUT
         END-IF.
      *****************************************************************
       910-STAMP-END-MOD.
         MOVE 'BONUS-APPR  ' TO SQ-PROGRAM
         MOVE 'E'            TO SQ-EVENT
         MOVE WA-STAMP-MODE  TO SQ-MODE
         MOVE RETURN-CODE    TO SQ-RC
         PERFORM 230-WRITE-STAMP-MOD.
      *****************************************************************
