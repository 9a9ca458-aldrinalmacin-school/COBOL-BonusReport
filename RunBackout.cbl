      *NAME: ALDRIN JEROME ALMACIN
      *DATE: OCTOBER 15, 2026
      *PURPOSE: TO BACK OUT A LIVE BONUS RUN BY RUN DATE AND CYCLE --
      *         REMOVE THE HISTORY RECORDS THE RUN POSTED, VOID ITS
      *         CONTROL TOTALS AND DISBURSEMENT FILE SO THEY CANNOT
      *         GO TO THE BANK, EMPTY ITS TAX REMITTANCE FILE, TAKE
      *         ITS ITEMS OFF THE APPROVAL, HOLD, AND TAX REMITTANCE
      *         HISTORY FILES, STAMP THE BACKOUT ON THE RUN CONTROL
      *         FILE SO THE RUN CAN BE MADE AGAIN CLEANLY, AND PRINT A
      *         BEFORE/AFTER CONTROL REPORT.  A RUN ALREADY FORMATTED
      *         FOR THE BANK, RECONCILED AGAINST BANK CONFIRMATIONS,
      *         CARRYING UNREVERSED BONUS ADJUSTMENTS, OR ALREADY TRUED
      *         UP BY THE BONUS ACCRUAL IS REFUSED.  AN EMPLOYEE WHOSE
      *         ADJUSTMENTS SINCE THE RUN NET TO ZERO COMES OFF HISTORY
      *         WITH THE RUN EVEN THOUGH THE ADJUSTMENT RE-DATED IT, AND
      *         IF ANY OF THE RUN'S HISTORY CANNOT BE REMOVED THE OTHER
      *         FILES ARE LEFT AS THEY ARE AND THE RUN IS NOT STAMPED.
       IDENTIFICATION DIVISION.
         PROGRAM-ID. RUN-BACKOUT.
      *****************************************************************
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT BONUS-HISTORY
             ASSIGN TO "BONUSHS.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS BH-KEY
             FILE STATUS IS WA-HISTORY-FILE-STATUS.

           SELECT CONTROL-TOTALS-FILE
             ASSIGN TO "BONUSCTL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WA-CTL-FILE-STATUS.

           SELECT DISBURSE-FILE
             ASSIGN TO "DISBURSE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WA-DISB-FILE-STATUS.

           SELECT DISBURSE-VOID-OUT
             ASSIGN TO "DISBVOID.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT APPROVED-FILE
             ASSIGN TO "DISBAPPR.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WA-APPR-FILE-STATUS.

           SELECT HOLD-FILE
             ASSIGN TO "BONUSHLD.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WA-HOLD-FILE-STATUS.

           SELECT TAX-REMIT-FILE
             ASSIGN TO "TAXREM.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WA-TAX-REMIT-STATUS.

           SELECT TAX-HIST-FILE
             ASSIGN TO "TAXHIST.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WA-TAX-HIST-STATUS.

           SELECT ADJ-LOG-IN
             ASSIGN TO "ADJLOG.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WA-ADJ-LOG-STATUS.

           SELECT CHECKPOINT-FILE
             ASSIGN TO "CHECKPT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WA-CHECKPT-FILE-STATUS.

           SELECT BACKOUT-WORK
             ASSIGN TO "BACKWK.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTROL-OUT
             ASSIGN TO "RUNBACK.RPT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL
             ASSIGN TO "RUNSEQ.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WA-RUNSEQ-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
         FD  BONUS-HISTORY
             RECORD CONTAINS 44 CHARACTERS.
         01  BONUS-HISTORY-RECORD.
             05  BH-KEY.
                 10  BH-EMPNO             PIC X(5).
                 10  BH-RUN-YEAR          PIC 9(4).
                 10  BH-CYCLE             PIC X(2).
             05  BH-TERR-NO               PIC X(2).
             05  BH-OFFICE-NO             PIC X(2).
             05  BH-BONUS-AMT             PIC 9(5)V99.
             05  BH-TAX-AMT               PIC 9(5)V99.
             05  BH-NET-AMT               PIC 9(5)V99.
             05  BH-RUN-DATE              PIC 9(8).
         FD  CONTROL-TOTALS-FILE
             RECORD CONTAINS 35 CHARACTERS.
         01  CONTROL-TOTALS-RECORD.
             05  BC-RUN-DATE             PIC 9(8).
             05  BC-RUN-YEAR             PIC 9(4).
             05  BC-RUN-CYCLE            PIC X(2).
             05  BC-RUN-MODE             PIC X(3).
             05  BC-DISB-REC-CTR         PIC 9(4).
             05  BC-DISB-AMT-TOTAL       PIC 9(9)V99.
             05  BC-BALANCE-FLAG         PIC X(3).
         FD  DISBURSE-FILE
             RECORD CONTAINS 18 CHARACTERS.
         01  DISBURSE-RECORD.
             05  DR-EMPNO                PIC X(5).
             05  DR-TERR-NO              PIC X(2).
             05  DR-OFFICE-NO            PIC X(2).
             05  DR-BONUS-AMT            PIC 9(5)V99.
             05  DR-RUN-CYCLE            PIC X(2).
         FD  DISBURSE-VOID-OUT
             RECORD CONTAINS 18 CHARACTERS.
         01  DISBURSE-VOID-RECORD        PIC X(18).
         FD  APPROVED-FILE
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
         FD  TAX-REMIT-FILE
             RECORD CONTAINS 16 CHARACTERS.
         01  TAX-REMIT-RECORD.
             05  RM-TERR-NO              PIC X(2).
             05  RM-TAX-AMT              PIC 9(8)V99.
             05  RM-EMP-CTR              PIC 9(4).
         FD  TAX-HIST-FILE
             RECORD CONTAINS 30 CHARACTERS.
         01  TAX-HIST-RECORD.
             05  HT-TERR-NO              PIC X(2).
             05  HT-TAX-AMT              PIC 9(8)V99.
             05  HT-EMP-CTR              PIC 9(4).
             05  HT-RUN-YEAR             PIC 9(4).
             05  HT-RUN-CYCLE            PIC X(2).
             05  HT-RUN-DATE             PIC 9(8).
         FD  ADJ-LOG-IN
             RECORD CONTAINS 40 CHARACTERS.
         01  ADJ-LOG-RECORD.
             05  LG-EMPNO                PIC X(5).
             05  LG-TERR-NO              PIC X(2).
             05  LG-OFFICE-NO            PIC X(2).
             05  LG-BONUS-AMT            PIC S9(5)V99
                                         SIGN IS LEADING SEPARATE.
             05  LG-RUN-YEAR             PIC 9(4).
             05  LG-RUN-CYCLE            PIC X(2).
             05  LG-TAX-AMT              PIC S9(5)V99
                                         SIGN IS LEADING SEPARATE.
             05  LG-ACTION               PIC X.
             05  LG-ADJ-DATE             PIC 9(8).
         FD  CHECKPOINT-FILE
             RECORD CONTAINS 143 CHARACTERS.
         01  CHECKPOINT-RECORD.
             05  CK-RUN-TOTALS           PIC X(140).
             05  CK-RUN-CYCLE            PIC X(2).
             05  CK-POOL-CAP             PIC X.
         FD  BACKOUT-WORK
             RECORD CONTAINS 42 CHARACTERS.
         01  BACKOUT-WORK-RECORD         PIC X(42).
         FD  CONTROL-OUT
             RECORD CONTAINS 80 CHARACTERS.
         01  CONTROL-RECORD              PIC X(80).
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
             05  WA-ARE-THERE-MORE-HIST PIC X(3)     VALUE 'YES'.
                 88  WA-MORE-HIST                    VALUE 'YES'.
                 88  WA-NO-MORE-HIST                 VALUE 'NO '.
             05  WA-ARE-THERE-MORE-RECS PIC X(3)     VALUE 'YES'.
                 88  WA-MORE-RECS                    VALUE 'YES'.
                 88  WA-NO-MORE-RECS                 VALUE 'NO '.
             05  WA-ARE-THERE-MORE-STAMPS PIC X(3)   VALUE 'YES'.
                 88  WA-MORE-STAMPS                  VALUE 'YES'.
                 88  WA-NO-MORE-STAMPS               VALUE 'NO '.
             05  WA-HISTORY-FILE-STATUS PIC X(2)     VALUE SPACES.
             05  WA-CTL-FILE-STATUS     PIC X(2)     VALUE SPACES.
             05  WA-DISB-FILE-STATUS    PIC X(2)     VALUE SPACES.
             05  WA-APPR-FILE-STATUS    PIC X(2)     VALUE SPACES.
             05  WA-HOLD-FILE-STATUS    PIC X(2)     VALUE SPACES.
             05  WA-TAX-REMIT-STATUS    PIC X(2)     VALUE SPACES.
             05  WA-TAX-HIST-STATUS     PIC X(2)     VALUE SPACES.
             05  WA-ADJ-LOG-STATUS      PIC X(2)     VALUE SPACES.
             05  WA-ARE-THERE-MORE-ADJ  PIC X(3)     VALUE 'YES'.
                 88  WA-MORE-ADJ                     VALUE 'YES'.
                 88  WA-NO-MORE-ADJ                  VALUE 'NO '.
             05  WA-CHECKPT-FILE-STATUS PIC X(2)     VALUE SPACES.
             05  WA-RUNSEQ-FILE-STATUS  PIC X(2)     VALUE SPACES.
             05  WA-RUN-PARM.
                 10  WA-PARM-DATE       PIC X(8).
                 10                     PIC X.
                 10  WA-PARM-CYCLE      PIC XX.
                     88  WA-VALID-CYCLE VALUES 'AN' 'Q1' 'Q2' 'Q3'
                                               'Q4' 'SP' 'ST'.
             05  WA-BACK-DATE.
                 10  WA-BACK-YR         PIC 9(4).
                 10  WA-BACK-MO         PIC 99.
                 10  WA-BACK-DAY        PIC 99.
             05  WA-BACK-DATE-NUM REDEFINES WA-BACK-DATE
                                        PIC 9(8).
             05  WA-BACK-CYCLE          PIC XX       VALUE SPACES.
             05  WA-TODAY-DATE.
                 10  WA-IN-YR           PIC 9(4).
                 10  WA-IN-MO           PIC 99.
                 10  WA-IN-DAY          PIC 99.
             05  WA-CTL-FOUND           PIC X(3)     VALUE 'NO '.
             05  WA-CTL-MATCH           PIC X(3)     VALUE 'NO '.
             05  WA-CTL-RUN-DATE        PIC 9(8)     VALUE ZEROS.
             05  WA-CTL-RUN-YEAR        PIC 9(4)     VALUE ZEROS.
             05  WA-CTL-RUN-CYCLE       PIC X(2)     VALUE SPACES.
             05  WA-CTL-RUN-MODE        PIC X(3)     VALUE SPACES.
             05  WA-CTL-DISB-REC-CTR    PIC 9(4)     VALUE ZEROS.
             05  WA-CTL-DISB-AMT-TOTAL  PIC 9(9)V99  VALUE ZEROS.
             05  WA-CTL-BALANCE-FLAG    PIC X(3)     VALUE SPACES.
             05  WA-RUN-FOUND           PIC X(3)     VALUE 'NO '.
             05  WA-SIM-FOUND           PIC X(3)     VALUE 'NO '.
             05  WA-ALREADY-BACKED      PIC X(3)     VALUE 'NO '.
             05  WA-RECON-AFTER         PIC X(3)     VALUE 'NO '.
             05  WA-BANK-AFTER          PIC X(3)     VALUE 'NO '.
             05  WA-ACCR-AFTER          PIC X(3)     VALUE 'NO '.
             05  WA-RUN-EVENT           PIC X        VALUE SPACE.
             05  WA-RUN-MODE            PIC X(3)     VALUE SPACES.
             05  WA-RUN-RC              PIC 9(2)     VALUE ZEROS.
             05  WA-DISB-VOIDED         PIC X(3)     VALUE 'NO '.
             05  WA-TAXREM-CLEARED      PIC X(3)     VALUE 'NO '.
             05  WA-HIST-BEFORE-CTR     PIC 9(5)     VALUE ZEROS.
             05  WA-HIST-BEFORE-AMT     PIC 9(9)V99  VALUE ZEROS.
             05  WA-HIST-AFTER-CTR      PIC 9(5)     VALUE ZEROS.
             05  WA-HIST-AFTER-AMT      PIC 9(9)V99  VALUE ZEROS.
             05  WA-RUN-BEFORE-CTR      PIC 9(5)     VALUE ZEROS.
             05  WA-RUN-BEFORE-GROSS    PIC 9(9)V99  VALUE ZEROS.
             05  WA-RUN-BEFORE-TAX      PIC 9(9)V99  VALUE ZEROS.
             05  WA-RUN-BEFORE-NET      PIC 9(9)V99  VALUE ZEROS.
             05  WA-RUN-AFTER-CTR       PIC 9(5)     VALUE ZEROS.
             05  WA-RUN-AFTER-GROSS     PIC 9(9)V99  VALUE ZEROS.
             05  WA-RUN-AFTER-TAX       PIC 9(9)V99  VALUE ZEROS.
             05  WA-RUN-AFTER-NET       PIC 9(9)V99  VALUE ZEROS.
             05  WA-DELETE-FAIL-CTR     PIC 9(5)     VALUE ZEROS.
             05  WA-OTHER-DATE-CTR      PIC 9(5)     VALUE ZEROS.
             05  WA-DISB-BEFORE-CTR     PIC 9(5)     VALUE ZEROS.
             05  WA-DISB-BEFORE-AMT     PIC 9(9)V99  VALUE ZEROS.
             05  WA-DISB-AFTER-CTR      PIC 9(5)     VALUE ZEROS.
             05  WA-DISB-AFTER-AMT      PIC 9(9)V99  VALUE ZEROS.
             05  WA-APPR-REMOVED-CTR    PIC 9(5)     VALUE ZEROS.
             05  WA-APPR-REMOVED-AMT    PIC 9(9)V99  VALUE ZEROS.
             05  WA-HOLD-REMOVED-CTR    PIC 9(5)     VALUE ZEROS.
             05  WA-HOLD-REMOVED-AMT    PIC 9(9)V99  VALUE ZEROS.
             05  WA-TAXR-REMOVED-CTR    PIC 9(5)     VALUE ZEROS.
             05  WA-TAXR-REMOVED-AMT    PIC 9(9)V99  VALUE ZEROS.
             05  WA-TAXREM-BEFORE-CTR   PIC 9(5)     VALUE ZEROS.
             05  WA-TAXREM-BEFORE-AMT   PIC 9(9)V99  VALUE ZEROS.
             05  WA-CKPT-BEFORE-CTR     PIC 9(5)     VALUE ZEROS.
             05  WA-CKPT-AFTER-CTR      PIC 9(5)     VALUE ZEROS.
             05  WA-CKPT-CYCLE          PIC XX       VALUE SPACES.
             05  WA-BACKOUT-STOPPED     PIC X(3)     VALUE 'NO '.
             05  WA-ADJ-COUNT           PIC 9(3)     VALUE ZEROS.
             05  WA-ADJ-SUB             PIC 9(3)     VALUE ZEROS.
             05  WA-ADJ-FOUND           PIC X(3)     VALUE 'NO '.
             05  WA-ADJ-TABLE-FULL      PIC X(3)     VALUE 'NO '.
             05  WA-ADJ-OPEN-CTR        PIC 9(5)     VALUE ZEROS.
             05  WA-RUN-ROW             PIC X(3)     VALUE 'NO '.
             05  WA-ADJ-ROW             PIC X(3)     VALUE 'NO '.
             05  WA-ADJ-REMOVED-CTR     PIC 9(5)     VALUE ZEROS.
         01  ADJ-NET-AREA.
             05  ANA-ENTRY              OCCURS 500 TIMES.
                 10  ANA-EMPNO          PIC X(5).
                 10  ANA-BONUS-NET      PIC S9(7)V99.
                 10  ANA-TAX-NET        PIC S9(7)V99.
         01  CONTROL-HEADING.
             05                         PIC X(22)    VALUE SPACES.
             05                         PIC X(32)
                 VALUE 'BONUS RUN BACKOUT CONTROL REPORT'.
             05                         PIC X(26)    VALUE SPACES.
         01  RUN-LINE.
             05                         PIC X(5)     VALUE SPACES.
             05                         PIC X(10)    VALUE 'RUN DATE: '.
             05  RL-RUN-DATE            PIC 9(8).
             05                         PIC X(8)     VALUE '  CYCLE '.
             05  RL-CYCLE               PIC X(2).
             05                         PIC X(13)
                 VALUE '  LAST STAMP '.
             05  RL-EVENT               PIC X.
             05                         PIC X(17)
                 VALUE '  BACKED OUT ON: '.
             05  RL-TODAY               PIC 9(8).
             05                         PIC X(8)     VALUE SPACES.
         01  COLUMN-HEADING.
             05                         PIC X(12)    VALUE 'FILE'.
             05                         PIC X(2)     VALUE SPACES.
             05                         PIC X(15)
                 VALUE 'ITEMS'.
             05                         PIC X(20)
                 VALUE 'BEFORE  COUNT/AMOUNT'.
             05                         PIC X(2)     VALUE SPACES.
             05                         PIC X(20)
                 VALUE ' AFTER  COUNT/AMOUNT'.
             05                         PIC X(9)     VALUE SPACES.
         01  DETAIL-LINE.
             05  DL-FILE                PIC X(12).
             05                         PIC X(2)     VALUE SPACES.
             05  DL-ITEMS               PIC X(14).
             05                         PIC X        VALUE SPACES.
             05  DL-BEFORE-CTR          PIC ZZZZ9.
             05                         PIC X(2)     VALUE SPACES.
             05  DL-BEFORE-AMT          PIC ZZZ,ZZZ,ZZ9.99.
             05                         PIC X        VALUE SPACES.
             05  DL-AFTER-CTR           PIC ZZZZ9.
             05                         PIC X(2)     VALUE SPACES.
             05  DL-AFTER-AMT           PIC ZZZ,ZZZ,ZZ9.99.
             05                         PIC X(8)     VALUE SPACES.
         01  NOTE-LINE.
             05                         PIC X(5)     VALUE SPACES.
             05  NL-TEXT                PIC X(40).
             05  NL-VALUE               PIC X(35).
         01  EDIT-AREAS.
             05  EA-COUNT               PIC ZZZZ9.
             05  EA-DATE                PIC 9(8).
      *****************************************************************
       PROCEDURE DIVISION.
       100-MAIN-MOD.
         PERFORM 200-GET-PARMS-MOD
         PERFORM 250-READ-CONTROL-TOTALS-MOD
         PERFORM 260-RESOLVE-CYCLE-MOD
         PERFORM 210-CHECK-RUN-SEQ-MOD
         PERFORM 220-STAMP-START-MOD
         PERFORM 800-OPEN-FILES-MOD
         PERFORM 300-REMOVE-HISTORY-MOD
         IF RETURN-CODE < 8
           PERFORM 340-VERIFY-HISTORY-MOD
           IF RETURN-CODE < 8
             PERFORM 400-VOID-CONTROL-MOD
             PERFORM 450-VOID-DISBURSE-MOD
             PERFORM 500-REMOVE-APPROVED-MOD
             PERFORM 550-REMOVE-HOLDS-MOD
             PERFORM 600-REMOVE-TAX-HIST-MOD
             PERFORM 620-CLEAR-TAX-REMIT-MOD
             PERFORM 650-CLEAR-CHECKPOINT-MOD
             PERFORM 700-PRINT-CONTROLS-MOD
             PERFORM 950-STAMP-BACKOUT-MOD
           ELSE
             MOVE 'YES' TO WA-BACKOUT-STOPPED
             PERFORM 700-PRINT-CONTROLS-MOD
           END-IF
         END-IF
         PERFORM 900-CLOSE-FILES-MOD
         PERFORM 960-STAMP-END-MOD
         IF RETURN-CODE < 8
           DISPLAY 'RUN ', WA-BACK-DATE, ' CYCLE ', WA-BACK-CYCLE,
              ' BACKED OUT -- SEE RUNBACK.RPT'
         END-IF
         STOP RUN.
      *****************************************************************
       200-GET-PARMS-MOD.
         ACCEPT WA-RUN-PARM FROM COMMAND-LINE
         ACCEPT WA-TODAY-DATE FROM DATE YYYYMMDD

         IF WA-PARM-DATE NOT NUMERIC OR WA-PARM-DATE = ZEROS
           DISPLAY 'RUN DATE OF THE BONUS RUN TO BACK OUT IS '
              'REQUIRED -- PARM IS YYYYMMDD CC'
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF
         MOVE WA-PARM-DATE TO WA-BACK-DATE

         IF WA-PARM-CYCLE NOT = SPACES
           IF WA-VALID-CYCLE
             MOVE WA-PARM-CYCLE TO WA-BACK-CYCLE
           ELSE
             DISPLAY 'INVALID BONUS CYCLE ', WA-PARM-CYCLE,
                 ' -- USE AN, Q1-Q4, SP, ST OR LEAVE BLANK'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
         END-IF.
      *****************************************************************
       210-CHECK-RUN-SEQ-MOD.
         OPEN INPUT RUN-CONTROL
         IF WA-RUNSEQ-FILE-STATUS NOT = '00'
           DISPLAY 'RUNSEQ.DAT NOT AVAILABLE, STATUS ',
               WA-RUNSEQ-FILE-STATUS, ' -- BACKOUT REFUSED'
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF

         PERFORM UNTIL WA-NO-MORE-STAMPS
           READ RUN-CONTROL
             AT END
               MOVE 'NO ' TO WA-ARE-THERE-MORE-STAMPS
             NOT AT END
               PERFORM 215-POST-STAMP-MOD
         END-PERFORM
         CLOSE RUN-CONTROL

         IF WA-RUN-FOUND = 'NO '
           IF WA-SIM-FOUND = 'YES'
             DISPLAY 'ONLY SIMULATION RUNS ON RECORD FOR ',
                 WA-BACK-DATE, ' -- NOTHING TO BACK OUT'
           ELSE
             DISPLAY 'NO LIVE BONUS-REPORT RUN ON RECORD FOR ',
                 WA-BACK-DATE, ' -- BACKOUT REFUSED'
           END-IF
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF

         IF WA-ALREADY-BACKED = 'YES'
           DISPLAY 'BONUS RUN ', WA-BACK-DATE,
               ' HAS ALREADY BEEN BACKED OUT'
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF

         IF WA-BANK-AFTER = 'YES'
           DISPLAY 'BANK-FMT HAS FORMATTED A BANK TRANSMISSION SINCE '
              'RUN ', WA-BACK-DATE, ' -- BACKOUT REFUSED'
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF

         IF WA-RECON-AFTER = 'YES'
           DISPLAY 'BONUS-RECON HAS MATCHED BANK CONFIRMATIONS SINCE '
              'RUN ', WA-BACK-DATE, ' -- BACKOUT REFUSED'
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF

         IF WA-ACCR-AFTER = 'YES'
           DISPLAY 'BONUS-ACCR HAS BOOKED THE ACCRUAL TRUE-UP SINCE '
              'RUN ', WA-BACK-DATE, ' -- BACKOUT REFUSED'
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF

         PERFORM 217-CHECK-ADJ-LOG-MOD.
      *****************************************************************
       215-POST-STAMP-MOD.
         IF SQ-PROGRAM = 'BONUS-REPORT'
            AND SQ-DATE = WA-BACK-DATE-NUM
           IF SQ-EVENT = 'B'
             MOVE 'YES' TO WA-ALREADY-BACKED
           ELSE
             IF SQ-MODE = 'SIM'
               MOVE 'YES' TO WA-SIM-FOUND
             ELSE
               MOVE 'YES'    TO WA-RUN-FOUND
               MOVE SQ-EVENT TO WA-RUN-EVENT
               MOVE SQ-MODE  TO WA-RUN-MODE
               MOVE SQ-RC    TO WA-RUN-RC
               MOVE 'NO '    TO WA-ALREADY-BACKED
               MOVE 'NO '    TO WA-BANK-AFTER
               MOVE 'NO '    TO WA-RECON-AFTER
               MOVE 'NO '    TO WA-ACCR-AFTER
             END-IF
           END-IF
         END-IF

         IF SQ-PROGRAM = 'BANK-FMT'
            AND SQ-EVENT = 'E'
            AND WA-RUN-FOUND = 'YES'
           MOVE 'YES' TO WA-BANK-AFTER
         END-IF

         IF SQ-PROGRAM = 'BONUS-RECON'
            AND SQ-EVENT = 'E'
            AND WA-RUN-FOUND = 'YES'
           MOVE 'YES' TO WA-RECON-AFTER
         END-IF

         IF SQ-PROGRAM = 'BONUS-ACCR'
            AND SQ-EVENT = 'E'
            AND SQ-MODE = 'TUP'
            AND WA-RUN-FOUND = 'YES'
           MOVE 'YES' TO WA-ACCR-AFTER
         END-IF.
      *****************************************************************
       217-CHECK-ADJ-LOG-MOD.
         OPEN INPUT ADJ-LOG-IN
         IF WA-ADJ-LOG-STATUS = '35'
           MOVE 'NO ' TO WA-ARE-THERE-MORE-ADJ
         ELSE
           IF WA-ADJ-LOG-STATUS NOT = '00'
             DISPLAY 'ADJLOG.DAT NOT AVAILABLE, STATUS ',
                 WA-ADJ-LOG-STATUS, ' -- BACKOUT REFUSED'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM UNTIL WA-NO-MORE-ADJ
             READ ADJ-LOG-IN
               AT END
                 MOVE 'NO ' TO WA-ARE-THERE-MORE-ADJ
               NOT AT END
                 IF LG-RUN-YEAR = WA-BACK-YR
                    AND LG-RUN-CYCLE = WA-BACK-CYCLE
                    AND LG-ADJ-DATE NOT < WA-BACK-DATE-NUM
                   PERFORM 218-POST-ADJ-LOG-MOD
                 END-IF
           END-PERFORM
           CLOSE ADJ-LOG-IN
         END-IF

         MOVE 1 TO WA-ADJ-SUB
         PERFORM UNTIL WA-ADJ-SUB > WA-ADJ-COUNT
           IF ANA-BONUS-NET (WA-ADJ-SUB) NOT = ZERO
              OR ANA-TAX-NET (WA-ADJ-SUB) NOT = ZERO
             ADD 1 TO WA-ADJ-OPEN-CTR
             DISPLAY 'EMPNO ', ANA-EMPNO (WA-ADJ-SUB),
                 ' HAS BONUS-ADJ ADJUSTMENTS FOR THE RUN ON ADJLOG.DAT'
           END-IF
           ADD 1 TO WA-ADJ-SUB
         END-PERFORM

         IF WA-ADJ-TABLE-FULL = 'YES'
           DISPLAY 'MORE THAN 500 ADJUSTED EMPLOYEES ON ADJLOG.DAT FOR '
              'RUN ', WA-BACK-DATE, ' -- BACKOUT REFUSED'
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF

         IF WA-ADJ-OPEN-CTR > ZERO
           DISPLAY 'RUN ', WA-BACK-DATE, ' CYCLE ', WA-BACK-CYCLE,
              ' HAS BEEN ADJUSTED BY BONUS-ADJ -- REVERSE THOSE '
              'ADJUSTMENTS FIRST; BACKOUT REFUSED'
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF.
      *****************************************************************
       218-POST-ADJ-LOG-MOD.
         MOVE 'NO ' TO WA-ADJ-FOUND
         MOVE 1 TO WA-ADJ-SUB
         PERFORM UNTIL WA-ADJ-SUB > WA-ADJ-COUNT
                 OR WA-ADJ-FOUND = 'YES'
           IF ANA-EMPNO (WA-ADJ-SUB) = LG-EMPNO
             MOVE 'YES' TO WA-ADJ-FOUND
           ELSE
             ADD 1 TO WA-ADJ-SUB
           END-IF
         END-PERFORM

         IF WA-ADJ-FOUND = 'NO '
           IF WA-ADJ-COUNT >= 500
             MOVE 'YES' TO WA-ADJ-TABLE-FULL
           ELSE
             ADD 1 TO WA-ADJ-COUNT
             MOVE WA-ADJ-COUNT TO WA-ADJ-SUB
             MOVE LG-EMPNO TO ANA-EMPNO (WA-ADJ-SUB)
             MOVE ZEROS TO ANA-BONUS-NET (WA-ADJ-SUB)
             MOVE ZEROS TO ANA-TAX-NET (WA-ADJ-SUB)
             MOVE 'YES' TO WA-ADJ-FOUND
           END-IF
         END-IF

         IF WA-ADJ-FOUND = 'YES'
           ADD LG-BONUS-AMT TO ANA-BONUS-NET (WA-ADJ-SUB)
           ADD LG-TAX-AMT   TO ANA-TAX-NET (WA-ADJ-SUB)
         END-IF.
      *****************************************************************
       220-STAMP-START-MOD.
         MOVE 'RUN-BACKOUT' TO SQ-PROGRAM
         MOVE 'S'           TO SQ-EVENT
         MOVE WA-TODAY-DATE TO SQ-DATE
         MOVE SPACES        TO SQ-MODE
         MOVE ZEROS         TO SQ-RC
         PERFORM 230-WRITE-STAMP-MOD.
      *****************************************************************
       230-WRITE-STAMP-MOD.
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
         OPEN INPUT CONTROL-TOTALS-FILE
         IF WA-CTL-FILE-STATUS = '00'
           PERFORM UNTIL WA-NO-MORE-RECS
             READ CONTROL-TOTALS-FILE
               AT END
                 MOVE 'NO ' TO WA-ARE-THERE-MORE-RECS
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
           CLOSE CONTROL-TOTALS-FILE
         END-IF.
      *****************************************************************
       260-RESOLVE-CYCLE-MOD.
         IF WA-BACK-CYCLE = SPACES
           IF WA-CTL-FOUND = 'YES'
              AND WA-CTL-RUN-DATE = WA-BACK-DATE-NUM
             MOVE WA-CTL-RUN-CYCLE TO WA-BACK-CYCLE
           ELSE
             DISPLAY 'BONUSCTL.DAT IS NOT FOR RUN ', WA-BACK-DATE,
                 ' -- SUPPLY THE BONUS CYCLE IN THE PARM'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
         END-IF

         IF WA-CTL-FOUND = 'YES'
            AND WA-CTL-RUN-DATE = WA-BACK-DATE-NUM
            AND WA-CTL-RUN-CYCLE = WA-BACK-CYCLE
            AND WA-CTL-RUN-MODE NOT = 'SIM'
           MOVE 'YES' TO WA-CTL-MATCH
         END-IF.
      *****************************************************************
       300-REMOVE-HISTORY-MOD.
         OPEN I-O BONUS-HISTORY
         IF WA-HISTORY-FILE-STATUS NOT = '00'
           DISPLAY 'CANNOT OPEN BONUSHS.DAT, STATUS ',
               WA-HISTORY-FILE-STATUS, ' -- NOTHING BACKED OUT'
           MOVE 8 TO RETURN-CODE
         ELSE
           MOVE LOW-VALUES TO BH-KEY
           START BONUS-HISTORY KEY NOT < BH-KEY
             INVALID KEY
               MOVE 'NO ' TO WA-ARE-THERE-MORE-HIST
           END-START

           PERFORM UNTIL WA-NO-MORE-HIST
             READ BONUS-HISTORY NEXT RECORD
               AT END
                 MOVE 'NO ' TO WA-ARE-THERE-MORE-HIST
               NOT AT END
                 PERFORM 320-CHECK-HISTORY-MOD
             END-READ
           END-PERFORM
           CLOSE BONUS-HISTORY
         END-IF.
      *****************************************************************
       320-CHECK-HISTORY-MOD.
         ADD 1 TO WA-HIST-BEFORE-CTR
         ADD BH-BONUS-AMT TO WA-HIST-BEFORE-AMT

         PERFORM 325-CHECK-RUN-ROW-MOD
         IF BH-RUN-YEAR = WA-BACK-YR
            AND BH-CYCLE = WA-BACK-CYCLE
           IF WA-RUN-ROW = 'YES'
             IF WA-ADJ-ROW = 'YES'
               ADD 1 TO WA-ADJ-REMOVED-CTR
             END-IF
             ADD 1 TO WA-RUN-BEFORE-CTR
             ADD BH-BONUS-AMT TO WA-RUN-BEFORE-GROSS
             ADD BH-TAX-AMT   TO WA-RUN-BEFORE-TAX
             ADD BH-NET-AMT   TO WA-RUN-BEFORE-NET
             DELETE BONUS-HISTORY RECORD
               INVALID KEY
                 ADD 1 TO WA-DELETE-FAIL-CTR
                 DISPLAY 'CANNOT DELETE HISTORY FOR EMPNO ',
                     BH-EMPNO, ', STATUS ', WA-HISTORY-FILE-STATUS
             END-DELETE
           ELSE
             ADD 1 TO WA-OTHER-DATE-CTR
           END-IF
         END-IF.
      *****************************************************************
       325-CHECK-RUN-ROW-MOD.
         MOVE 'NO ' TO WA-RUN-ROW
         MOVE 'NO ' TO WA-ADJ-ROW
         IF BH-RUN-YEAR = WA-BACK-YR
            AND BH-CYCLE = WA-BACK-CYCLE
           IF BH-RUN-DATE = WA-BACK-DATE-NUM
             MOVE 'YES' TO WA-RUN-ROW
           ELSE
             IF BH-RUN-DATE > WA-BACK-DATE-NUM
               MOVE 1 TO WA-ADJ-SUB
               PERFORM UNTIL WA-ADJ-SUB > WA-ADJ-COUNT
                       OR WA-ADJ-ROW = 'YES'
                 IF ANA-EMPNO (WA-ADJ-SUB) = BH-EMPNO
                   MOVE 'YES' TO WA-ADJ-ROW
                   MOVE 'YES' TO WA-RUN-ROW
                 ELSE
                   ADD 1 TO WA-ADJ-SUB
                 END-IF
               END-PERFORM
             END-IF
           END-IF
         END-IF.
      *****************************************************************
       340-VERIFY-HISTORY-MOD.
         MOVE 'YES' TO WA-ARE-THERE-MORE-HIST
         OPEN INPUT BONUS-HISTORY
         IF WA-HISTORY-FILE-STATUS = '00'
           MOVE LOW-VALUES TO BH-KEY
           START BONUS-HISTORY KEY NOT < BH-KEY
             INVALID KEY
               MOVE 'NO ' TO WA-ARE-THERE-MORE-HIST
           END-START

           PERFORM UNTIL WA-NO-MORE-HIST
             READ BONUS-HISTORY NEXT RECORD
               AT END
                 MOVE 'NO ' TO WA-ARE-THERE-MORE-HIST
               NOT AT END
                 ADD 1 TO WA-HIST-AFTER-CTR
                 ADD BH-BONUS-AMT TO WA-HIST-AFTER-AMT
                 PERFORM 325-CHECK-RUN-ROW-MOD
                 IF WA-RUN-ROW = 'YES'
                   ADD 1 TO WA-RUN-AFTER-CTR
                   ADD BH-BONUS-AMT TO WA-RUN-AFTER-GROSS
                   ADD BH-TAX-AMT   TO WA-RUN-AFTER-TAX
                   ADD BH-NET-AMT   TO WA-RUN-AFTER-NET
                 END-IF
             END-READ
           END-PERFORM
           CLOSE BONUS-HISTORY
         END-IF

         IF WA-RUN-AFTER-CTR NOT = ZERO
           DISPLAY WA-RUN-AFTER-CTR, ' HISTORY RECORDS FOR THE RUN '
              'ARE STILL ON FILE -- SEE RUNBACK.RPT'
           MOVE 8 TO RETURN-CODE
         END-IF.
      *****************************************************************
       400-VOID-CONTROL-MOD.
         IF WA-CTL-MATCH = 'YES'
           OPEN OUTPUT CONTROL-TOTALS-FILE
           MOVE WA-CTL-RUN-DATE       TO BC-RUN-DATE
           MOVE WA-CTL-RUN-YEAR       TO BC-RUN-YEAR
           MOVE WA-CTL-RUN-CYCLE      TO BC-RUN-CYCLE
           MOVE WA-CTL-RUN-MODE       TO BC-RUN-MODE
           MOVE WA-CTL-DISB-REC-CTR   TO BC-DISB-REC-CTR
           MOVE WA-CTL-DISB-AMT-TOTAL TO BC-DISB-AMT-TOTAL
           MOVE 'VOD'                 TO BC-BALANCE-FLAG
           WRITE CONTROL-TOTALS-RECORD
           CLOSE CONTROL-TOTALS-FILE
         END-IF.
      *****************************************************************
       450-VOID-DISBURSE-MOD.
         IF WA-CTL-MATCH = 'YES'
            OR WA-RUN-EVENT = 'S'
           OPEN INPUT DISBURSE-FILE
           IF WA-DISB-FILE-STATUS = '00'
             OPEN OUTPUT DISBURSE-VOID-OUT
             MOVE 'YES' TO WA-ARE-THERE-MORE-RECS
             PERFORM UNTIL WA-NO-MORE-RECS
               READ DISBURSE-FILE
                 AT END
                   MOVE 'NO ' TO WA-ARE-THERE-MORE-RECS
                 NOT AT END
                   ADD 1 TO WA-DISB-BEFORE-CTR
                   ADD DR-BONUS-AMT TO WA-DISB-BEFORE-AMT
                   WRITE DISBURSE-VOID-RECORD FROM DISBURSE-RECORD
               END-READ
             END-PERFORM
             CLOSE DISBURSE-FILE
                   DISBURSE-VOID-OUT
             OPEN OUTPUT DISBURSE-FILE
             CLOSE DISBURSE-FILE
             MOVE 'YES' TO WA-DISB-VOIDED
           END-IF
         END-IF.
      *****************************************************************
       500-REMOVE-APPROVED-MOD.
         OPEN INPUT APPROVED-FILE
         IF WA-APPR-FILE-STATUS = '00'
           OPEN OUTPUT BACKOUT-WORK
           MOVE 'YES' TO WA-ARE-THERE-MORE-RECS
           PERFORM UNTIL WA-NO-MORE-RECS
             READ APPROVED-FILE
               AT END
                 MOVE 'NO ' TO WA-ARE-THERE-MORE-RECS
               NOT AT END
                 IF AP-RUN-DATE = WA-BACK-DATE-NUM
                    AND AP-RUN-CYCLE = WA-BACK-CYCLE
                   ADD 1 TO WA-APPR-REMOVED-CTR
                   ADD AP-BONUS-AMT TO WA-APPR-REMOVED-AMT
                 ELSE
                   WRITE BACKOUT-WORK-RECORD FROM APPROVED-RECORD
                 END-IF
             END-READ
           END-PERFORM
           CLOSE APPROVED-FILE
                 BACKOUT-WORK

           IF WA-APPR-REMOVED-CTR > ZERO
             OPEN INPUT BACKOUT-WORK
             OPEN OUTPUT APPROVED-FILE
             MOVE 'YES' TO WA-ARE-THERE-MORE-RECS
             PERFORM UNTIL WA-NO-MORE-RECS
               READ BACKOUT-WORK
                 AT END
                   MOVE 'NO ' TO WA-ARE-THERE-MORE-RECS
                 NOT AT END
                   WRITE APPROVED-RECORD FROM BACKOUT-WORK-RECORD
               END-READ
             END-PERFORM
             CLOSE BACKOUT-WORK
                   APPROVED-FILE
           END-IF
         END-IF.
      *****************************************************************
       550-REMOVE-HOLDS-MOD.
         OPEN INPUT HOLD-FILE
         IF WA-HOLD-FILE-STATUS = '00'
           OPEN OUTPUT BACKOUT-WORK
           MOVE 'YES' TO WA-ARE-THERE-MORE-RECS
           PERFORM UNTIL WA-NO-MORE-RECS
             READ HOLD-FILE
               AT END
                 MOVE 'NO ' TO WA-ARE-THERE-MORE-RECS
               NOT AT END
                 IF HL-RUN-DATE = WA-BACK-DATE-NUM
                    AND HL-RUN-CYCLE = WA-BACK-CYCLE
                   ADD 1 TO WA-HOLD-REMOVED-CTR
                   ADD HL-BONUS-AMT TO WA-HOLD-REMOVED-AMT
                 ELSE
                   WRITE BACKOUT-WORK-RECORD FROM HOLD-RECORD
                 END-IF
             END-READ
           END-PERFORM
           CLOSE HOLD-FILE
                 BACKOUT-WORK

           IF WA-HOLD-REMOVED-CTR > ZERO
             OPEN INPUT BACKOUT-WORK
             OPEN OUTPUT HOLD-FILE
             MOVE 'YES' TO WA-ARE-THERE-MORE-RECS
             PERFORM UNTIL WA-NO-MORE-RECS
               READ BACKOUT-WORK
                 AT END
                   MOVE 'NO ' TO WA-ARE-THERE-MORE-RECS
                 NOT AT END
                   WRITE HOLD-RECORD FROM BACKOUT-WORK-RECORD
               END-READ
             END-PERFORM
             CLOSE BACKOUT-WORK
                   HOLD-FILE
           END-IF
         END-IF.
      *****************************************************************
       600-REMOVE-TAX-HIST-MOD.
         OPEN INPUT TAX-HIST-FILE
         IF WA-TAX-HIST-STATUS = '00'
           OPEN OUTPUT BACKOUT-WORK
           MOVE 'YES' TO WA-ARE-THERE-MORE-RECS
           PERFORM UNTIL WA-NO-MORE-RECS
             READ TAX-HIST-FILE
               AT END
                 MOVE 'NO ' TO WA-ARE-THERE-MORE-RECS
               NOT AT END
                 IF HT-RUN-DATE = WA-BACK-DATE-NUM
                    AND HT-RUN-CYCLE = WA-BACK-CYCLE
                   ADD 1 TO WA-TAXR-REMOVED-CTR
                   ADD HT-TAX-AMT TO WA-TAXR-REMOVED-AMT
                 ELSE
                   WRITE BACKOUT-WORK-RECORD FROM TAX-HIST-RECORD
                 END-IF
             END-READ
           END-PERFORM
           CLOSE TAX-HIST-FILE
                 BACKOUT-WORK

           IF WA-TAXR-REMOVED-CTR > ZERO
             OPEN INPUT BACKOUT-WORK
             OPEN OUTPUT TAX-HIST-FILE
             MOVE 'YES' TO WA-ARE-THERE-MORE-RECS
             PERFORM UNTIL WA-NO-MORE-RECS
               READ BACKOUT-WORK
                 AT END
                   MOVE 'NO ' TO WA-ARE-THERE-MORE-RECS
                 NOT AT END
                   WRITE TAX-HIST-RECORD FROM BACKOUT-WORK-RECORD
               END-READ
             END-PERFORM
             CLOSE BACKOUT-WORK
                   TAX-HIST-FILE
           END-IF
         END-IF.
      *****************************************************************
       620-CLEAR-TAX-REMIT-MOD.
         IF WA-CTL-MATCH = 'YES'
            OR WA-RUN-EVENT = 'S'
           OPEN INPUT TAX-REMIT-FILE
           IF WA-TAX-REMIT-STATUS = '00'
             MOVE 'YES' TO WA-ARE-THERE-MORE-RECS
             PERFORM UNTIL WA-NO-MORE-RECS
               READ TAX-REMIT-FILE
                 AT END
                   MOVE 'NO ' TO WA-ARE-THERE-MORE-RECS
                 NOT AT END
                   ADD 1 TO WA-TAXREM-BEFORE-CTR
                   ADD RM-TAX-AMT TO WA-TAXREM-BEFORE-AMT
               END-READ
             END-PERFORM
             CLOSE TAX-REMIT-FILE
             OPEN OUTPUT TAX-REMIT-FILE
             CLOSE TAX-REMIT-FILE
             MOVE 'YES' TO WA-TAXREM-CLEARED
           END-IF
         END-IF.
      *****************************************************************
       650-CLEAR-CHECKPOINT-MOD.
         IF WA-RUN-EVENT = 'S'
           OPEN INPUT CHECKPOINT-FILE
           IF WA-CHECKPT-FILE-STATUS = '00'
             MOVE 'YES' TO WA-ARE-THERE-MORE-RECS
             PERFORM UNTIL WA-NO-MORE-RECS
               READ CHECKPOINT-FILE
                 AT END
                   MOVE 'NO ' TO WA-ARE-THERE-MORE-RECS
                 NOT AT END
                   ADD 1 TO WA-CKPT-BEFORE-CTR
                   MOVE CK-RUN-CYCLE TO WA-CKPT-CYCLE
               END-READ
             END-PERFORM
             CLOSE CHECKPOINT-FILE

             IF WA-CKPT-CYCLE = WA-BACK-CYCLE
               OPEN OUTPUT CHECKPOINT-FILE
               CLOSE CHECKPOINT-FILE
             ELSE
               MOVE WA-CKPT-BEFORE-CTR TO WA-CKPT-AFTER-CTR
             END-IF
           END-IF
         END-IF.
      *****************************************************************
       700-PRINT-CONTROLS-MOD.
         MOVE 'BONUSHS.DAT ' TO DL-FILE
         MOVE 'THIS RUN GROSS' TO DL-ITEMS
         MOVE WA-RUN-BEFORE-CTR   TO DL-BEFORE-CTR
         MOVE WA-RUN-BEFORE-GROSS TO DL-BEFORE-AMT
         MOVE WA-RUN-AFTER-CTR    TO DL-AFTER-CTR
         MOVE WA-RUN-AFTER-GROSS  TO DL-AFTER-AMT
         WRITE CONTROL-RECORD FROM DETAIL-LINE
           AFTER ADVANCING 1 LINES

         MOVE 'THIS RUN TAX  ' TO DL-ITEMS
         MOVE WA-RUN-BEFORE-TAX   TO DL-BEFORE-AMT
         MOVE WA-RUN-AFTER-TAX    TO DL-AFTER-AMT
         WRITE CONTROL-RECORD FROM DETAIL-LINE
           AFTER ADVANCING 1 LINES

         MOVE 'THIS RUN NET  ' TO DL-ITEMS
         MOVE WA-RUN-BEFORE-NET   TO DL-BEFORE-AMT
         MOVE WA-RUN-AFTER-NET    TO DL-AFTER-AMT
         WRITE CONTROL-RECORD FROM DETAIL-LINE
           AFTER ADVANCING 1 LINES

         MOVE 'ALL RECORDS   ' TO DL-ITEMS
         MOVE WA-HIST-BEFORE-CTR  TO DL-BEFORE-CTR
         MOVE WA-HIST-BEFORE-AMT  TO DL-BEFORE-AMT
         MOVE WA-HIST-AFTER-CTR   TO DL-AFTER-CTR
         MOVE WA-HIST-AFTER-AMT   TO DL-AFTER-AMT
         WRITE CONTROL-RECORD FROM DETAIL-LINE
           AFTER ADVANCING 1 LINES

         MOVE 'BONUSCTL.DAT' TO DL-FILE
         MOVE 'RUN TOTALS    ' TO DL-ITEMS
         MOVE WA-CTL-DISB-REC-CTR   TO DL-BEFORE-CTR
         MOVE WA-CTL-DISB-AMT-TOTAL TO DL-BEFORE-AMT
         MOVE WA-CTL-DISB-REC-CTR   TO DL-AFTER-CTR
         MOVE WA-CTL-DISB-AMT-TOTAL TO DL-AFTER-AMT
         WRITE CONTROL-RECORD FROM DETAIL-LINE
           AFTER ADVANCING 2 LINES

         MOVE 'DISBURSE.DAT' TO DL-FILE
         MOVE 'NET PAYMENTS  ' TO DL-ITEMS
         MOVE WA-DISB-BEFORE-CTR TO DL-BEFORE-CTR
         MOVE WA-DISB-BEFORE-AMT TO DL-BEFORE-AMT
         MOVE WA-DISB-AFTER-CTR  TO DL-AFTER-CTR
         MOVE WA-DISB-AFTER-AMT  TO DL-AFTER-AMT
         WRITE CONTROL-RECORD FROM DETAIL-LINE
           AFTER ADVANCING 1 LINES

         MOVE 'DISBVOID.DAT' TO DL-FILE
         MOVE 'VOIDED COPY   ' TO DL-ITEMS
         MOVE ZEROS              TO DL-BEFORE-CTR
         MOVE ZEROS              TO DL-BEFORE-AMT
         MOVE WA-DISB-BEFORE-CTR TO DL-AFTER-CTR
         MOVE WA-DISB-BEFORE-AMT TO DL-AFTER-AMT
         WRITE CONTROL-RECORD FROM DETAIL-LINE
           AFTER ADVANCING 1 LINES

         MOVE 'DISBAPPR.DAT' TO DL-FILE
         MOVE 'THIS RUN ITEMS' TO DL-ITEMS
         MOVE WA-APPR-REMOVED-CTR TO DL-BEFORE-CTR
         MOVE WA-APPR-REMOVED-AMT TO DL-BEFORE-AMT
         PERFORM 780-PRINT-REMOVED-MOD

         MOVE 'BONUSHLD.DAT' TO DL-FILE
         MOVE 'THIS RUN HELD ' TO DL-ITEMS
         MOVE WA-HOLD-REMOVED-CTR TO DL-BEFORE-CTR
         MOVE WA-HOLD-REMOVED-AMT TO DL-BEFORE-AMT
         PERFORM 780-PRINT-REMOVED-MOD

         MOVE 'TAXREM.DAT  ' TO DL-FILE
         MOVE 'THIS RUN TAX  ' TO DL-ITEMS
         MOVE WA-TAXREM-BEFORE-CTR TO DL-BEFORE-CTR
         MOVE WA-TAXREM-BEFORE-AMT TO DL-BEFORE-AMT
         PERFORM 780-PRINT-REMOVED-MOD

         MOVE 'TAXHIST.DAT ' TO DL-FILE
         MOVE 'THIS RUN TAX  ' TO DL-ITEMS
         MOVE WA-TAXR-REMOVED-CTR TO DL-BEFORE-CTR
         MOVE WA-TAXR-REMOVED-AMT TO DL-BEFORE-AMT
         PERFORM 780-PRINT-REMOVED-MOD

         MOVE 'CHECKPT.DAT ' TO DL-FILE
         MOVE 'RESTART POINT ' TO DL-ITEMS
         MOVE WA-CKPT-BEFORE-CTR TO DL-BEFORE-CTR
         MOVE ZEROS              TO DL-BEFORE-AMT
         MOVE WA-CKPT-AFTER-CTR  TO DL-AFTER-CTR
         MOVE ZEROS              TO DL-AFTER-AMT
         WRITE CONTROL-RECORD FROM DETAIL-LINE
           AFTER ADVANCING 1 LINES

         PERFORM 750-PRINT-NOTES-MOD.
      *****************************************************************
       750-PRINT-NOTES-MOD.
         MOVE 'BONUSCTL.DAT BALANCE FLAG:              ' TO NL-TEXT
         IF WA-BACKOUT-STOPPED = 'YES'
           MOVE 'BACKOUT STOPPED -- LEFT AS IS' TO NL-VALUE
         ELSE
           IF WA-CTL-MATCH = 'YES'
             MOVE SPACES TO NL-VALUE
             STRING WA-CTL-BALANCE-FLAG DELIMITED BY SIZE
                    ' -> VOD (VOID)' DELIMITED BY SIZE
               INTO NL-VALUE
           ELSE
             IF WA-CTL-FOUND = 'YES'
               MOVE WA-CTL-RUN-DATE TO EA-DATE
               MOVE SPACES TO NL-VALUE
               STRING 'FOR RUN ' DELIMITED BY SIZE
                      EA-DATE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WA-CTL-RUN-CYCLE DELIMITED BY SIZE
                      ' -- LEFT AS IS' DELIMITED BY SIZE
                 INTO NL-VALUE
             ELSE
               MOVE 'NOT ON FILE' TO NL-VALUE
             END-IF
           END-IF
         END-IF
         WRITE CONTROL-RECORD FROM NOTE-LINE
           AFTER ADVANCING 2 LINES

         MOVE 'DISBURSE.DAT:                           ' TO NL-TEXT
         IF WA-DISB-VOIDED = 'YES'
           MOVE 'MOVED TO DISBVOID.DAT AND EMPTIED' TO NL-VALUE
         ELSE
           IF WA-BACKOUT-STOPPED = 'YES'
             MOVE 'BACKOUT STOPPED -- LEFT AS IS' TO NL-VALUE
           ELSE
             MOVE 'NOT THIS RUN''S FILE -- LEFT AS IS' TO NL-VALUE
           END-IF
         END-IF
         WRITE CONTROL-RECORD FROM NOTE-LINE
           AFTER ADVANCING 1 LINES

         MOVE 'TAXREM.DAT:                             ' TO NL-TEXT
         IF WA-TAXREM-CLEARED = 'YES'
           MOVE 'EMPTIED' TO NL-VALUE
         ELSE
           IF WA-BACKOUT-STOPPED = 'YES'
             MOVE 'BACKOUT STOPPED -- LEFT AS IS' TO NL-VALUE
           ELSE
             MOVE 'NOT THIS RUN''S FILE -- LEFT AS IS' TO NL-VALUE
           END-IF
         END-IF
         WRITE CONTROL-RECORD FROM NOTE-LINE
           AFTER ADVANCING 1 LINES

         IF WA-DISB-VOIDED = 'YES'
           MOVE 'HISTORY NET REMOVED VS DISBURSE VOIDED: ' TO NL-TEXT
           IF WA-RUN-BEFORE-CTR = WA-DISB-BEFORE-CTR
              AND WA-RUN-BEFORE-NET = WA-DISB-BEFORE-AMT
             MOVE 'TIES' TO NL-VALUE
           ELSE
             MOVE '*NO TIE*' TO NL-VALUE
             IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF
           WRITE CONTROL-RECORD FROM NOTE-LINE
             AFTER ADVANCING 1 LINES
         END-IF

         IF WA-OTHER-DATE-CTR > ZERO
           MOVE WA-OTHER-DATE-CTR TO EA-COUNT
           MOVE 'SAME YEAR/CYCLE, OTHER RUN DATES:       ' TO NL-TEXT
           MOVE SPACES TO NL-VALUE
           STRING EA-COUNT DELIMITED BY SIZE
                  ' LEFT ON HISTORY' DELIMITED BY SIZE
             INTO NL-VALUE
           WRITE CONTROL-RECORD FROM NOTE-LINE
             AFTER ADVANCING 1 LINES
           IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF
         END-IF

         IF WA-ADJ-REMOVED-CTR > ZERO
           MOVE WA-ADJ-REMOVED-CTR TO EA-COUNT
           MOVE 'ADJUSTED SINCE RUN, NETTED TO ZERO:     ' TO NL-TEXT
           MOVE SPACES TO NL-VALUE
           STRING EA-COUNT DELIMITED BY SIZE
                  ' COUNTED WITH THE RUN' DELIMITED BY SIZE
             INTO NL-VALUE
           WRITE CONTROL-RECORD FROM NOTE-LINE
             AFTER ADVANCING 1 LINES
         END-IF

         IF WA-DELETE-FAIL-CTR > ZERO
           MOVE WA-DELETE-FAIL-CTR TO EA-COUNT
           MOVE 'HISTORY DELETES FAILED:                 ' TO NL-TEXT
           MOVE EA-COUNT TO NL-VALUE
           WRITE CONTROL-RECORD FROM NOTE-LINE
             AFTER ADVANCING 1 LINES
         END-IF.
      *****************************************************************
       780-PRINT-REMOVED-MOD.
         MOVE ZEROS TO DL-AFTER-CTR
         MOVE ZEROS TO DL-AFTER-AMT
         WRITE CONTROL-RECORD FROM DETAIL-LINE
           AFTER ADVANCING 1 LINES.
      *****************************************************************
       800-OPEN-FILES-MOD.
         OPEN OUTPUT CONTROL-OUT
         WRITE CONTROL-RECORD FROM CONTROL-HEADING
           AFTER ADVANCING 1 LINES
         MOVE WA-BACK-DATE-NUM TO RL-RUN-DATE
         MOVE WA-BACK-CYCLE    TO RL-CYCLE
         MOVE WA-RUN-EVENT     TO RL-EVENT
         MOVE WA-TODAY-DATE    TO RL-TODAY
         WRITE CONTROL-RECORD FROM RUN-LINE
           AFTER ADVANCING 2 LINES
         WRITE CONTROL-RECORD FROM COLUMN-HEADING
           AFTER ADVANCING 2 LINES.
      *****************************************************************
       900-CLOSE-FILES-MOD.
         CLOSE CONTROL-OUT.
      *****************************************************************
       950-STAMP-BACKOUT-MOD.
         MOVE 'BONUS-REPORT'   TO SQ-PROGRAM
         MOVE 'B'              TO SQ-EVENT
         MOVE WA-BACK-DATE-NUM TO SQ-DATE
         MOVE WA-RUN-MODE      TO SQ-MODE
         MOVE RETURN-CODE      TO SQ-RC
         PERFORM 230-WRITE-STAMP-MOD.
      *****************************************************************
       960-STAMP-END-MOD.
         MOVE 'RUN-BACKOUT' TO SQ-PROGRAM
         MOVE 'E'           TO SQ-EVENT
         MOVE WA-TODAY-DATE TO SQ-DATE
         MOVE SPACES        TO SQ-MODE
         MOVE RETURN-CODE   TO SQ-RC
         PERFORM 230-WRITE-STAMP-MOD.
