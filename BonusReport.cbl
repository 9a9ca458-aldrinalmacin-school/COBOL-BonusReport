           SELECT TAX-REMIT-OUT
             ASSIGN TO "TAXREM.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TAX-HIST-OUT
             ASSIGN TO "TAXHIST.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WA-TAX-HIST-STATUS.

           SELECT PERFORMANCE-IN
             ASSIGN TO "BONUSPRF.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WA-PERF-FILE-STATUS.

           SELECT MULT-BAND-TABLE
             ASSIGN TO "BONUSMB.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WA-BAND-FILE-STATUS.

           SELECT PERF-EXCEPT-OUT
             ASSIGN TO "PERFEXC.RPT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUDGET-IN
             ASSIGN TO "BUDGET.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WA-BUDGET-FILE-STATUS.

           SELECT BUDGVAR-OUT
             ASSIGN TO "BUDGVAR.RPT"
             ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
             RECORD CONTAINS 80 CHARACTERS.
         01  REJECT-RECORD               PIC X(80).
         FD  DISBURSE-OUT
             RECORD CONTAINS 18 CHARACTERS.
         01  DISBURSE-RECORD.
             05  DR-EMPNO                PIC X(5).
             05  DR-TERR-NO               PIC X(2).
             05  DR-OFFICE-NO             PIC X(2).
             05  DR-BONUS-AMT             PIC 9(5)V99.
             05  DR-RUN-CYCLE             PIC X(2).
         FD  CHECKPOINT-FILE
             RECORD CONTAINS 143 CHARACTERS.
         01  CHECKPOINT-RECORD.
             05  CK-RECORD-CTR            PIC 9(4).
             05  CK-TERR-NO               PIC X(2).
             05  CK-TAX-TERR-CTR          PIC 9(4).
             05  CK-TAX-GRAND-TOTAL       PIC 9(9)V99.
             05  CK-NET-GRAND-TOTAL       PIC 9(9)V99.
             05  CK-RUN-CYCLE             PIC X(2).
             05  CK-PERF-EXC-CTR          PIC 9(4).
             05  CK-POOL-CAP              PIC X.
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
             05  SQ-MODE                 PIC X(3).
             05  SQ-RC                   PIC 9(2).
         FD  CONTROL-TOTALS-OUT
             RECORD CONTAINS 35 CHARACTERS.
         01  CONTROL-TOTALS-RECORD.
             05  BC-RUN-DATE             PIC 9(8).
             05  BC-RUN-YEAR             PIC 9(4).
             05  BC-RUN-CYCLE            PIC X(2).
             05  BC-RUN-MODE             PIC X(3).
             05  BC-DISB-REC-CTR         PIC 9(4).
             05  BC-DISB-AMT-TOTAL       PIC 9(9)V99.
             05  RM-TERR-NO              PIC X(2).
             05  RM-TAX-AMT              PIC 9(8)V99.
             05  RM-EMP-CTR              PIC 9(4).
         FD  TAX-HIST-OUT
             RECORD CONTAINS 30 CHARACTERS.
         01  TAX-HIST-RECORD.
             05  HT-TERR-NO              PIC X(2).
             05  HT-TAX-AMT              PIC 9(8)V99.
             05  HT-EMP-CTR              PIC 9(4).
             05  HT-RUN-YEAR             PIC 9(4).
             05  HT-RUN-CYCLE            PIC X(2).
             05  HT-RUN-DATE             PIC 9(8).
         FD  PERFORMANCE-IN
             RECORD CONTAINS 14 CHARACTERS.
         01  PERFORMANCE-RECORD.
             05  PF-EMPNO                PIC X(5).
             05  PF-YEAR                 PIC 9(4).
             05  PF-TYPE                 PIC X.
                 88  PF-QUOTA-ATTAINMENT             VALUE 'Q'.
                 88  PF-RATING                       VALUE 'R'.
                 88  PF-VALID-TYPE                   VALUES 'Q' 'R'.
             05  PF-VALUE                PIC 9(3)V9.
         FD  MULT-BAND-TABLE
             RECORD CONTAINS 8 CHARACTERS.
         01  MULT-BAND-REC.
             05  MB-TYPE                 PIC X.
                 88  MB-CAP-ROW                      VALUE 'C'.
             05  MB-LOW-VALUE            PIC 9(3)V9.
             05  MB-FACTOR               PIC 9V99.
         FD  PERF-EXCEPT-OUT
             RECORD CONTAINS 80 CHARACTERS.
         01  PERF-EXCEPT-RECORD          PIC X(80).
         FD  BUDGET-IN
             RECORD CONTAINS 18 CHARACTERS.
         01  BUDGET-RECORD.
             05  BG-TERR-NO              PIC X(2).
             05  BG-OFFICE-NO            PIC X(2).
             05  BG-YEAR                 PIC 9(4).
             05  BG-AMOUNT-X             PIC X(10).
             05  BG-AMOUNT REDEFINES BG-AMOUNT-X
                                         PIC 9(8)V99.
         FD  BUDGVAR-OUT
             RECORD CONTAINS 80 CHARACTERS.
         01  BUDGVAR-RECORD              PIC X(80).
         WORKING-STORAGE SECTION.
         01  WORK-AREAS.
             05  WA-ARE-THERE-MORE-RECORDS PIC X(3)  VALUE 'YES'.
                                       WA-PARM-SEL-VALUE.
                     15  WA-SEL-TERR    PIC XX.
                     15  WA-SEL-OFFICE  PIC XX.
                 10                     PIC X.
                 10  WA-PARM-CYCLE      PIC X(2).
                     88  WA-ANNUAL-CYCLE             VALUE 'AN'.
                     88  WA-QUARTERLY-CYCLE          VALUES 'Q1' 'Q2'
                                                    'Q3' 'Q4'.
                     88  WA-VALID-CYCLE              VALUES 'AN' 'Q1'
                                                    'Q2' 'Q3' 'Q4'
                                                    'SP' 'ST'.
                 10                     PIC X.
                 10  WA-PARM-POOL-CAP   PIC X.
                     88  WA-POOL-CAP-MODE            VALUE 'C'.
             05  WA-CYCLE-FIRST-MO      PIC 99       VALUE 01.
             05  WA-CYCLE-LAST-MO       PIC 99       VALUE 12.
             05  WA-CYCLE-MONTHS        PIC 99       VALUE 12.
             05  WA-RESTART-CYCLE       PIC X(2)     VALUE SPACES.
             05  WA-SIM-SW              PIC X(3)     VALUE 'NO '.
                 88  WA-SIM-MODE                     VALUE 'YES'.
             05  WA-ARE-THERE-MORE-PRATES PIC X(3)   VALUE 'YES'.
             05  WA-START-MO            PIC 99       VALUE ZEROS.
             05  WA-END-MO              PIC S99      VALUE ZEROS.
             05  WA-TAX-RATE-STATUS     PIC X(2)     VALUE SPACES.
             05  WA-TAX-HIST-STATUS     PIC X(2)     VALUE SPACES.
             05  WA-TAX-RATE            PIC V9999    VALUE ZEROS.
             05  WA-TAX-AMT             PIC 9(5)V99  VALUE ZEROS.
             05  WA-NET-AMT             PIC 9(5)V99  VALUE ZEROS.
                                                     VALUE ZEROS.
             05  WA-RESTART-NET-GRAND-TOTAL PIC 9(9)V99
                                                     VALUE ZEROS.
             05  WA-RESTART-PERF-EXC-CTR PIC 9(4)    VALUE ZEROS.
             05  WA-PERF-FILE-STATUS    PIC X(2)     VALUE SPACES.
             05  WA-BAND-FILE-STATUS    PIC X(2)     VALUE SPACES.
             05  WA-ARE-THERE-MORE-PERF PIC X(3)     VALUE 'YES'.
                 88  WA-MORE-PERF                    VALUE 'YES'.
                 88  WA-NO-MORE-PERF                 VALUE 'NO '.
             05  WA-ARE-THERE-MORE-BANDS PIC X(3)    VALUE 'YES'.
                 88  WA-MORE-BANDS                   VALUE 'YES'.
                 88  WA-NO-MORE-BANDS                VALUE 'NO '.
             05  WA-PERF-SUB            PIC 9(4)     VALUE ZEROS.
             05  WA-PERF-FOUND          PIC X(3)     VALUE 'NO '.
             05  WA-BAND-FOUND          PIC X(3)     VALUE 'NO '.
             05  WA-PERF-CAPPED         PIC X(3)     VALUE 'NO '.
             05  WA-PERF-TYPE           PIC X        VALUE SPACE.
             05  WA-PERF-VALUE          PIC 9(3)V9   VALUE ZEROS.
             05  WA-PERF-VALUE-ED       PIC ZZ9.9.
             05  WA-BEST-BAND-LOW       PIC 9(3)V9   VALUE ZEROS.
             05  WA-PERF-FACTOR         PIC 9V99     VALUE 1.00.
             05  WA-PERF-CAP            PIC 9V99     VALUE 1.50.
             05  WA-BASE-AMT            PIC 99999V99 VALUE ZEROS.
             05  WA-PERF-EXC-CTR        PIC 9(4)     VALUE ZEROS.
             05  WA-PERF-BAD-TYPE-CTR   PIC 9(4)     VALUE ZEROS.
             05  WA-RESTART-POOL-CAP    PIC X        VALUE SPACE.
             05  WA-BUDGET-FILE-STATUS  PIC X(2)     VALUE SPACES.
             05  WA-ARE-THERE-MORE-BUDGETS PIC X(3)  VALUE 'YES'.
                 88  WA-MORE-BUDGETS                 VALUE 'YES'.
                 88  WA-NO-MORE-BUDGETS              VALUE 'NO '.
             05  WA-ARE-THERE-MORE-HIST PIC X(3)     VALUE 'YES'.
                 88  WA-MORE-HIST                    VALUE 'YES'.
                 88  WA-NO-MORE-HIST                 VALUE 'NO '.
             05  WA-PROJECT-SW          PIC X(3)     VALUE 'NO '.
                 88  WA-PROJECTING                   VALUE 'YES'.
             05  WA-TERR-FOUND          PIC X(3)     VALUE 'NO '.
             05  WA-TERR-SUB            PIC 9(3)     VALUE ZEROS.
             05  WA-BUDG-SUB            PIC 9(3)     VALUE ZEROS.
             05  WA-BUDGET-ROW-CTR      PIC 9(4)     VALUE ZEROS.
             05  WA-POOL-FACTOR         PIC 9V9(6)   VALUE 1.
             05  WA-PROP-POOL-FACTOR    PIC 9V9(6)   VALUE 1.
             05  WA-POOL-REMAIN         PIC S9(9)V99 VALUE ZEROS.
             05  WA-CAPPED-OFFICE-CTR   PIC 9(3)     VALUE ZEROS.
             05  WA-PROP-CAPPED-OFFICE-CTR PIC 9(3)  VALUE ZEROS.
             05  WA-BV-BUDGET           PIC 9(9)V99  VALUE ZEROS.
             05  WA-BV-PRIOR            PIC 9(9)V99  VALUE ZEROS.
             05  WA-BV-ACTUAL           PIC 9(9)V99  VALUE ZEROS.
             05  WA-BV-VARIANCE         PIC S9(9)V99 VALUE ZEROS.
             05  WA-BV-HAS-BUDGET       PIC X(3)     VALUE 'NO '.
             05  WA-BV-CAPPED           PIC X(3)     VALUE 'NO '.
             05  WA-BV-SPACING          PIC 9        VALUE 1.
         01  WORK-CONSTANTS.
             05  WC-RATE-COUNT          PIC 99       VALUE ZEROS.
             05  WC-PROP-RATE-COUNT     PIC 99       VALUE ZEROS.
             05  WC-EMPLIST-COUNT       PIC 9(3)     VALUE ZEROS.
             05  WC-OFFICE-COUNT        PIC 9(3)     VALUE ZEROS.
             05  WC-PERF-COUNT          PIC 9(4)     VALUE ZEROS.
             05  WC-BAND-COUNT          PIC 99       VALUE ZEROS.
             05  WC-TERR-COUNT          PIC 9(3)     VALUE ZEROS.
         01  PERF-TABLE-AREA.
             05  PFA-ENTRY              OCCURS 2000 TIMES.
                 10  PFA-EMPNO          PIC X(5).
                 10  PFA-TYPE           PIC X.
                 10  PFA-VALUE          PIC 9(3)V9.
         01  MULT-BAND-AREA.
             05  MBA-ENTRY              OCCURS 40 TIMES
                                         INDEXED BY MBA-IDX.
                 10  MBA-TYPE           PIC X.
                 10  MBA-LOW-VALUE      PIC 9(3)V9.
                 10  MBA-FACTOR         PIC 9V99.
         01  OFFICE-REF-AREA.
             05  ORA-ENTRY              OCCURS 100 TIMES.
                 10  ORA-KEY.
                     15  ORA-TERR-NO    PIC XX.
                     15  ORA-OFFICE-NO  PIC XX.
                 10  ORA-OFFICE-NAME    PIC X(20).
                 10  ORA-BUDGET-SW      PIC X(3).
                 10  ORA-BUDGET-AMT     PIC 9(8)V99.
                 10  ORA-PRIOR-PAID     PIC 9(8)V99.
                 10  ORA-PROJ-TOTAL     PIC 9(8)V99.
                 10  ORA-PROP-PROJ-TOTAL PIC 9(8)V99.
                 10  ORA-POOL-FACTOR    PIC 9V9(6).
                 10  ORA-PROP-POOL-FACTOR PIC 9V9(6).
         01  TERR-BUDGET-AREA.
             05  TBA-ENTRY              OCCURS 50 TIMES.
                 10  TBA-TERR-NO        PIC XX.
                 10  TBA-BUDGET-SW      PIC X(3).
                 10  TBA-BUDGET-AMT     PIC 9(9)V99.
                 10  TBA-OFFICE-BUDGET-SW PIC X(3).
                 10  TBA-OFFICE-BUDGET  PIC 9(9)V99.
                 10  TBA-PRIOR-PAID     PIC 9(9)V99.
         01  RATE-TABLE-AREA.
             05  RTA-ENTRY              OCCURS 20 TIMES
                                         INDEXED BY RTA-IDX.
                 10  PRA-MIN-YEARS      PIC 99.
                 10  PRA-BONUS-PERC     PIC V99.
         01  PAGE-HEADING.
             05                         PIC X(10)    VALUE SPACES.
             05                         PIC X(7)     VALUE 'CYCLE: '.
             05  PH-CYCLE               PIC X(2).
             05                         PIC X(21)    VALUE SPACES.
             05                         PIC X(13)  
                 VALUE 'BONUS  REPORT'.
             05                         PIC X(7)     VALUE SPACES.
             05                         PIC X(13)  
                 VALUE 'EMPLOYEE NAME'.
             05                         PIC X(7)     VALUE SPACES.
             05                         PIC X(10)
                 VALUE 'BASE BONUS'.
             05                         PIC X(2)     VALUE SPACES.
             05                         PIC X(4)     VALUE 'FCTR'.
             05                         PIC X(2)     VALUE SPACES.
             05                         PIC X(11)
                 VALUE 'FINAL BONUS'.
             05                         PIC X(21)    VALUE SPACES.
             05  EH-EMPNO               PIC XX.
             05                         PIC X(38)    VALUE SPACES.
         01  BONUS-INFO-LINE.
             05                         PIC X(10)    VALUE SPACES.
             05  BIL-EMPNAME            PIC X(20).
             05  BIL-BASE-AMOUNT        PIC $ZZ,ZZZ.ZZ.
             05                         PIC X(2)     VALUE SPACES.
             05  BIL-PERF-FACTOR        PIC Z.99.
             05                         PIC X(2)     VALUE SPACES.
             05  BIL-BONUS-AMOUNT       PIC $ZZ,ZZZ.ZZ.
             05                         PIC X(22)    VALUE SPACES.
         01  OFFICE-TOTAL-LINE.
             05                         PIC X(10)    VALUE SPACES.
             05                         PIC X(20)
         01  GRAND-TOTAL-LINE-4.
             05                         PIC X(10)    VALUE SPACES.
             05                         PIC X(34)
                 VALUE 'SKIPPED (ALREADY PAID THIS CYCLE):'.
             05  GT-DUPLICATE-COUNT     PIC ZZZ9.
             05                         PIC X(32)    VALUE SPACES.
         01  GRAND-TOTAL-LINE-5.
             05                         PIC X(4)     VALUE SPACES.
             05  IE-REASON              PIC X(10).
             05                         PIC X(21)    VALUE SPACES.
         01  PERF-EXCEPT-HEADING.
             05                         PIC X(6)     VALUE 'EMPNO '.
             05                         PIC X(2)     VALUE SPACES.
             05                         PIC X(20)
                 VALUE 'EMPLOYEE NAME       '.
             05                         PIC X(6)     VALUE 'TERR  '.
             05                         PIC X(8)     VALUE 'OFFICE  '.
             05                         PIC X(6)     VALUE 'REASON'.
             05                         PIC X(32)    VALUE SPACES.
         01  PERF-EXCEPT-LINE.
             05  PX-EMPNO               PIC X(5).
             05                         PIC X(3)     VALUE SPACES.
             05  PX-EMPNAME             PIC X(20).
             05                         PIC X(2)     VALUE SPACES.
             05  PX-TERR-NO             PIC XX.
             05                         PIC X(4)     VALUE SPACES.
             05  PX-OFFICE-NO           PIC XX.
             05                         PIC X(6)     VALUE SPACES.
             05  PX-REASON              PIC X(36).
         01  SIM-HEADING.
             05                         PIC X(17)    VALUE SPACES.
             05                         PIC X(45)
             05                         PIC X        VALUE SPACES.
             05  SC-PROP-CNT            PIC ZZZ9.
             05                         PIC X(8)     VALUE SPACES.
         01  BUDGVAR-HEADING.
             05                         PIC X(17)    VALUE SPACES.
             05                         PIC X(31)
                 VALUE 'BONUS BUDGET VS ACTUAL -- YEAR '.
             05  BV-HEAD-YEAR           PIC 9(4).
             05                         PIC X(7)     VALUE ' CYCLE '.
             05  BV-HEAD-CYCLE          PIC X(2).
             05                         PIC X(19)    VALUE SPACES.
         01  BUDGVAR-SIM-LINE.
             05                         PIC X(17)    VALUE SPACES.
             05                         PIC X(46)
                 VALUE '*** SIMULATION -- PROP LINES AT PROPOSED RATES'.
             05                         PIC X(17)    VALUE SPACES.
         01  BUDGVAR-CAP-LINE.
             05                         PIC X(17)    VALUE SPACES.
             05                         PIC X(46)
                 VALUE '*** CAPPED POOL -- OVER-BUDGET OFFICES SCALED'.
             05                         PIC X(17)    VALUE SPACES.
         01  BUDGVAR-COL-HEADING.
             05                         PIC X(5)     VALUE 'LEVEL'.
             05                         PIC X        VALUE SPACES.
             05                         PIC X(5)     VALUE 'TR/OF'.
             05                         PIC X(15)
                 VALUE '         BUDGET'.
             05                         PIC X(15)
                 VALUE '     PRIOR PAID'.
             05                         PIC X(15)
                 VALUE '       THIS RUN'.
             05                         PIC X(15)
                 VALUE '       VARIANCE'.
             05                         PIC X        VALUE SPACES.
             05                         PIC X(8)     VALUE 'FLAG'.
         01  BUDGVAR-LINE.
             05  BV-LEVEL               PIC X(5).
             05                         PIC X        VALUE SPACES.
             05  BV-KEY                 PIC X(5).
             05                         PIC X        VALUE SPACES.
             05  BV-BUDGET              PIC ZZZ,ZZZ,ZZ9.99.
             05                         PIC X        VALUE SPACES.
             05  BV-PRIOR               PIC ZZZ,ZZZ,ZZ9.99.
             05                         PIC X        VALUE SPACES.
             05  BV-ACTUAL              PIC ZZZ,ZZZ,ZZ9.99.
             05                         PIC X        VALUE SPACES.
             05  BV-VARIANCE            PIC ---,---,--9.99.
             05                         PIC X        VALUE SPACES.
             05  BV-FLAG                PIC X(8).
         01  BUDGVAR-COUNT-LINE.
             05                         PIC X(5)     VALUE SPACES.
             05  BV-COUNT-LABEL         PIC X(34).
             05  BV-COUNT               PIC ZZZ9.
             05                         PIC X(37)    VALUE SPACES.
         01  EXTRACT-DETAIL-LINE.
             05                         PIC X        VALUE 'D'.
             05                         PIC X        VALUE ','.
             05  XD-RATE                PIC 9.99.
             05                         PIC X        VALUE ','.
             05  XD-BONUS-AMT           PIC 99999.99.
             05                         PIC X        VALUE ','.
             05  XD-BASE-AMT            PIC 99999.99.
             05                         PIC X        VALUE ','.
             05  XD-PERF-FACTOR         PIC 9.99.
             05                         PIC X(8)     VALUE SPACES.
         01  EXTRACT-OFFICE-LINE.
             05                         PIC X        VALUE 'O'.
             05                         PIC X        VALUE ','.
             05  SH-HEAD-DAY            PIC 99.
             05                         PIC X        VALUE '/'.
             05  SH-HEAD-YR             PIC 9(4).
             05                         PIC X(2)     VALUE SPACES.
             05                         PIC X(6)     VALUE 'CYCLE '.
             05  SH-CYCLE               PIC X(2).
             05                         PIC X(8)     VALUE SPACES.
         01  STMT-TERR-LINE.
             05                         PIC X(10)    VALUE SPACES.
             05                         PIC X(11)
                 VALUE 'MONTHS WORKED:   '.
             05                         PIC X        VALUE SPACES.
             05  ST-PRORATE-MONTHS      PIC Z9.
             05                         PIC X(4)     VALUE ' OF '.
             05  ST-CYCLE-MONTHS        PIC Z9.
             05                         PIC X(44)    VALUE SPACES.
         01  STMT-SALARY-LINE.
             05                         PIC X(10)    VALUE SPACES.
             05  ST-TIER-PCT            PIC Z9.
             05                         PIC X(8)     VALUE ' PERCENT'.
             05                         PIC X(23)    VALUE SPACES.
         01  STMT-BASE-LINE.
             05                         PIC X(10)    VALUE SPACES.
             05                         PIC X(17)
                 VALUE 'BASE (TENURE):   '.
             05  ST-BASE-AMOUNT         PIC $ZZ,ZZZ.ZZ.
             05                         PIC X(43)    VALUE SPACES.
         01  STMT-FACTOR-LINE.
             05                         PIC X(10)    VALUE SPACES.
             05                         PIC X(17)
                 VALUE 'PERFORMANCE:     '.
             05  ST-PERF-FACTOR         PIC Z.99.
             05                         PIC X(2)     VALUE SPACES.
             05  ST-PERF-BASIS          PIC X(36).
             05                         PIC X(11)    VALUE SPACES.
         01  STMT-POOL-LINE.
             05                         PIC X(10)    VALUE SPACES.
             05                         PIC X(17)
                 VALUE 'POOL FACTOR:     '.
             05  ST-POOL-FACTOR         PIC 9.999999.
             05                         PIC X(2)     VALUE SPACES.
             05                         PIC X(43)
                 VALUE '(SCALED TO FIT THE OFFICE BONUS BUDGET)'.
         01  STMT-BONUS-LINE.
             05                         PIC X(10)    VALUE SPACES.
             05                         PIC X(17)
         MOVE WA-RESTART-TAX-TERR-CTR    TO WA-TAX-TERR-CTR
         MOVE WA-RESTART-TAX-GRAND-TOTAL TO WA-TAX-GRAND-TOTAL
         MOVE WA-RESTART-NET-GRAND-TOTAL TO WA-NET-GRAND-TOTAL
         MOVE WA-RESTART-PERF-EXC-CTR    TO WA-PERF-EXC-CTR
         MOVE 'NO ' TO WA-FIRST-RECORD
         PERFORM 400-HEADING-MOD.
      *****************************************************************
             STOP RUN
         END-EVALUATE

         IF WA-PARM-CYCLE = SPACES
           MOVE 'AN' TO WA-PARM-CYCLE
         END-IF

         IF NOT WA-VALID-CYCLE
           DISPLAY 'INVALID BONUS CYCLE -- USE AN, Q1-Q4, SP, OR ST'
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF

         EVALUATE WA-PARM-CYCLE
           WHEN 'Q1'
             MOVE 03 TO WA-CYCLE-LAST-MO
           WHEN 'Q2'
             MOVE 06 TO WA-CYCLE-LAST-MO
           WHEN 'Q3'
             MOVE 09 TO WA-CYCLE-LAST-MO
           WHEN 'Q4'
             MOVE 12 TO WA-CYCLE-LAST-MO
         END-EVALUATE
         IF WA-QUARTERLY-CYCLE
           COMPUTE WA-CYCLE-FIRST-MO = WA-CYCLE-LAST-MO - 2
           MOVE 3 TO WA-CYCLE-MONTHS
         END-IF
         MOVE WA-PARM-CYCLE TO PH-CYCLE
         DISPLAY 'BONUS CYCLE ', WA-PARM-CYCLE, ' FOR ', WA-IN-YR

         EVALUATE WA-PARM-POOL-CAP
           WHEN SPACE
             CONTINUE
           WHEN 'C'
             DISPLAY 'CAPPED POOL RUN -- OVER-BUDGET OFFICES WILL BE '
                'SCALED TO BUDGET'
           WHEN OTHER
             DISPLAY 'INVALID POOL OPTION -- USE C OR LEAVE BLANK'
             MOVE 8 TO RETURN-CODE
             STOP RUN
         END-EVALUATE

         IF WA-SELECTIVE-RUN
           MOVE WA-PARM-SEL-TYPE  TO PR-SEL-TYPE
           MOVE WA-PARM-SEL-VALUE TO PR-SEL-VALUE
             MOVE 'IMPOSSIBLE HIRE DATE' TO RJ-REASON
         END-EVALUATE

         IF WA-RECORD-BAD AND NOT WA-PROJECTING
           PERFORM 260-WRITE-REJECT-MOD
         END-IF.
      *****************************************************************
         END-IF.
      *****************************************************************
       282-COMPUTE-PRORATION-MOD.
         MOVE WA-CYCLE-FIRST-MO TO WA-START-MO
         MOVE WA-CYCLE-LAST-MO  TO WA-END-MO

         IF HIRE-DATE-YR-IN = WA-IN-YR
            AND HIRE-DATE-MO-IN > WA-START-MO
           MOVE HIRE-DATE-MO-IN TO WA-START-MO
         END-IF

         IF ON-LEAVE
           IF STATUS-EFF-DATE-IN NUMERIC
              AND STAT-EFF-YR-IN = WA-IN-YR
             IF STAT-EFF-MO-IN - 1 < WA-END-MO
               COMPUTE WA-END-MO = STAT-EFF-MO-IN - 1
             END-IF
           ELSE
             MOVE ZERO TO WA-END-MO
           END-IF
         IF WA-PRORATE-MONTHS < ZERO
           MOVE ZERO TO WA-PRORATE-MONTHS
         END-IF
         IF WA-PRORATE-MONTHS > WA-CYCLE-MONTHS
           MOVE WA-CYCLE-MONTHS TO WA-PRORATE-MONTHS
         END-IF.
      *****************************************************************
       283-APPLY-POOL-CAP-MOD.
         MOVE TERR-NO-IN   TO WA-FIND-TERR
         MOVE OFFICE-NO-IN TO WA-FIND-OFFICE
         PERFORM 255-FIND-OFFICE-MOD
         MOVE ORA-POOL-FACTOR (WA-OFFICE-SUB) TO WA-POOL-FACTOR
         MOVE ORA-PROP-POOL-FACTOR (WA-OFFICE-SUB)
           TO WA-PROP-POOL-FACTOR

         IF WA-POOL-FACTOR < 1
           COMPUTE WA-BONUS-AMT = WA-BONUS-AMT * WA-POOL-FACTOR
         END-IF
         IF WA-SIM-MODE AND WA-PROP-POOL-FACTOR < 1
           COMPUTE WA-PROP-BONUS-AMT =
               WA-PROP-BONUS-AMT * WA-PROP-POOL-FACTOR
         END-IF.
      *****************************************************************
       284-COMPUTE-PROP-BONUS-MOD.
         MOVE ZERO TO WA-PROP-BONUS-AMT
         IF WA-PROP-BONUS-PCT > ZERO
            AND WA-PRORATE-MONTHS > ZERO
           COMPUTE WA-PROP-BONUS-AMT =
               ANNUAL-SALARY-IN * WA-PROP-BONUS-PCT
           IF WA-PRORATE-MONTHS < 12
             COMPUTE WA-PROP-BONUS-AMT ROUNDED =
                 WA-PROP-BONUS-AMT * WA-PRORATE-MONTHS / 12
           END-IF
           COMPUTE WA-PROP-BONUS-AMT ROUNDED =
               WA-PROP-BONUS-AMT * WA-PERF-FACTOR
         END-IF.
      *****************************************************************
       285-LOOKUP-RATE-MOD.
           END-IF
           SET PRA-IDX UP BY 1
         END-PERFORM.
      *****************************************************************
       287-LOOKUP-PERF-FACTOR-MOD.
         MOVE 1.00  TO WA-PERF-FACTOR
         MOVE 'NO ' TO WA-PERF-FOUND
         MOVE 'NO ' TO WA-PERF-CAPPED
         MOVE SPACE TO WA-PERF-TYPE
         MOVE ZERO  TO WA-PERF-VALUE
         MOVE 1 TO WA-PERF-SUB

         PERFORM UNTIL WA-PERF-SUB > WC-PERF-COUNT
                 OR WA-PERF-FOUND = 'YES'
           IF PFA-EMPNO (WA-PERF-SUB) = EMPNO-IN
             MOVE 'YES' TO WA-PERF-FOUND
             MOVE PFA-TYPE (WA-PERF-SUB)  TO WA-PERF-TYPE
             MOVE PFA-VALUE (WA-PERF-SUB) TO WA-PERF-VALUE
           ELSE
             ADD 1 TO WA-PERF-SUB
           END-IF
         END-PERFORM

         IF WA-PERF-FOUND = 'NO '
           MOVE 'NO PERFORMANCE RECORD -- 1.00 USED' TO PX-REASON
           IF NOT WA-PROJECTING
             PERFORM 289-WRITE-PERF-EXCEPT-MOD
           END-IF
         ELSE
           MOVE 'NO ' TO WA-BAND-FOUND
           MOVE ZERO  TO WA-BEST-BAND-LOW
           SET MBA-IDX TO 1
           PERFORM UNTIL MBA-IDX > WC-BAND-COUNT
             IF MBA-TYPE (MBA-IDX) = WA-PERF-TYPE
                AND WA-PERF-VALUE >= MBA-LOW-VALUE (MBA-IDX)
                AND (WA-BAND-FOUND = 'NO '
                     OR MBA-LOW-VALUE (MBA-IDX) >= WA-BEST-BAND-LOW)
               MOVE 'YES' TO WA-BAND-FOUND
               MOVE MBA-LOW-VALUE (MBA-IDX) TO WA-BEST-BAND-LOW
               MOVE MBA-FACTOR (MBA-IDX)    TO WA-PERF-FACTOR
             END-IF
             SET MBA-IDX UP BY 1
           END-PERFORM

           IF WA-BAND-FOUND = 'NO '
             MOVE 'NO MULTIPLIER BAND FOR VALUE -- 1.00'
               TO PX-REASON
             IF NOT WA-PROJECTING
               PERFORM 289-WRITE-PERF-EXCEPT-MOD
             END-IF
           END-IF

           IF WA-PERF-FACTOR > WA-PERF-CAP
             MOVE WA-PERF-CAP TO WA-PERF-FACTOR
             MOVE 'YES' TO WA-PERF-CAPPED
           END-IF
         END-IF.
      *****************************************************************
       288-COMPUTE-BONUS-MOD.
         MOVE ZERO TO WA-BASE-AMT
         MOVE ZERO TO WA-BONUS-AMT
         IF WA-BONUS-PCT > ZERO
            AND WA-PRORATE-MONTHS > ZERO
           COMPUTE WA-BASE-AMT = ANNUAL-SALARY-IN * WA-BONUS-PCT
           IF WA-PRORATE-MONTHS < 12
             COMPUTE WA-BASE-AMT ROUNDED =
                 WA-BASE-AMT * WA-PRORATE-MONTHS / 12
           END-IF
           COMPUTE WA-BONUS-AMT ROUNDED =
               WA-BASE-AMT * WA-PERF-FACTOR
         END-IF.
      *****************************************************************
       289-WRITE-PERF-EXCEPT-MOD.
         MOVE EMPNO-IN     TO PX-EMPNO
         MOVE EMPNAME-IN   TO PX-EMPNAME
         MOVE TERR-NO-IN   TO PX-TERR-NO
         MOVE OFFICE-NO-IN TO PX-OFFICE-NO
         WRITE PERF-EXCEPT-RECORD FROM PERF-EXCEPT-LINE
           AFTER ADVANCING 1 LINES
         ADD 1 TO WA-PERF-EXC-CTR.
      *****************************************************************
       290-CHECK-HISTORY-MOD.
         MOVE EMPNO-IN      TO BH-EMPNO
         MOVE WA-IN-YR      TO BH-RUN-YEAR
         MOVE WA-PARM-CYCLE TO BH-CYCLE

         READ BONUS-HISTORY
           INVALID KEY
       295-WRITE-HISTORY-MOD.
         MOVE EMPNO-IN     TO BH-EMPNO
         MOVE WA-IN-YR     TO BH-RUN-YEAR
         MOVE WA-PARM-CYCLE TO BH-CYCLE
         MOVE TERR-NO-IN   TO BH-TERR-NO
         MOVE OFFICE-NO-IN TO BH-OFFICE-NO
         MOVE WA-BONUS-AMT TO BH-BONUS-AMT

         IF WA-ALREADY-PAID
           MOVE ZERO TO WA-BONUS-PCT
           MOVE ZERO TO WA-BASE-AMT
           MOVE ZERO TO WA-PERF-FACTOR
           MOVE ZERO TO WA-BONUS-AMT
           MOVE ZERO TO WA-PROP-BONUS-AMT
           MOVE ZERO TO BIL-BASE-AMOUNT
           MOVE ZERO TO BIL-PERF-FACTOR
           MOVE ZERO TO BIL-BONUS-AMOUNT
           ADD 1 TO WA-DUPLICATE-CTR
         ELSE
           PERFORM 285-LOOKUP-RATE-MOD
           PERFORM 287-LOOKUP-PERF-FACTOR-MOD

           IF WA-SIM-MODE
             PERFORM 286-LOOKUP-PROPOSED-RATE-MOD
             PERFORM 284-COMPUTE-PROP-BONUS-MOD
           END-IF
           PERFORM 288-COMPUTE-BONUS-MOD

           MOVE 1 TO WA-POOL-FACTOR
           MOVE 1 TO WA-PROP-POOL-FACTOR
           IF WA-POOL-CAP-MODE
             PERFORM 283-APPLY-POOL-CAP-MOD
           END-IF

           IF WA-SIM-MODE
             IF WA-PROP-BONUS-AMT > ZERO
               ADD 1 TO WA-PROP-PAID-OFFICE-CTR
                        WA-PROP-PAID-TERR-CTR
                        WA-PROP-PAID-GRAND-CTR
             END-IF
           END-IF
           MOVE WA-BASE-AMT    TO BIL-BASE-AMOUNT
           MOVE WA-PERF-FACTOR TO BIL-PERF-FACTOR

           IF WA-BONUS-AMT > ZERO
             IF NOT WA-SIM-MODE
               COMPUTE WA-TAX-AMT ROUNDED =
                   WA-BONUS-AMT * WA-TAX-RATE
         MOVE WA-IN-MO  TO SH-HEAD-MO
         MOVE WA-IN-DAY TO SH-HEAD-DAY
         MOVE WA-IN-YR  TO SH-HEAD-YR
         MOVE WA-PARM-CYCLE TO SH-CYCLE
         WRITE STATEMENT-RECORD FROM STMT-HEADING
           AFTER ADVANCING PAGE

           AFTER ADVANCING 1 LINES

         MOVE WA-PRORATE-MONTHS TO ST-PRORATE-MONTHS
         MOVE WA-CYCLE-MONTHS   TO ST-CYCLE-MONTHS
         WRITE STATEMENT-RECORD FROM STMT-PRORATE-LINE
           AFTER ADVANCING 1 LINES

         WRITE STATEMENT-RECORD FROM STMT-RATE-LINE
           AFTER ADVANCING 1 LINES

         MOVE WA-BASE-AMT TO ST-BASE-AMOUNT
         WRITE STATEMENT-RECORD FROM STMT-BASE-LINE
           AFTER ADVANCING 1 LINES

         MOVE WA-PERF-FACTOR TO ST-PERF-FACTOR
         MOVE SPACES TO ST-PERF-BASIS
         MOVE WA-PERF-VALUE TO WA-PERF-VALUE-ED
         EVALUATE TRUE
           WHEN WA-PERF-FOUND = 'NO '
             MOVE '(NO PERFORMANCE RECORD)' TO ST-PERF-BASIS
           WHEN WA-PERF-TYPE = 'Q'
             STRING '(QUOTA ATTAINMENT ' WA-PERF-VALUE-ED ' PCT)'
                 DELIMITED BY SIZE INTO ST-PERF-BASIS
           WHEN OTHER
             STRING '(PERFORMANCE RATING ' WA-PERF-VALUE-ED ')'
                 DELIMITED BY SIZE INTO ST-PERF-BASIS
         END-EVALUATE
         IF WA-PERF-CAPPED = 'YES'
           MOVE '(CAPPED AT PLAN MAXIMUM)' TO ST-PERF-BASIS
         END-IF
         WRITE STATEMENT-RECORD FROM STMT-FACTOR-LINE
           AFTER ADVANCING 1 LINES

         IF WA-POOL-FACTOR < 1
           MOVE WA-POOL-FACTOR TO ST-POOL-FACTOR
           WRITE STATEMENT-RECORD FROM STMT-POOL-LINE
             AFTER ADVANCING 1 LINES
         END-IF

         MOVE WA-BONUS-AMT TO ST-BONUS-AMOUNT
         WRITE STATEMENT-RECORD FROM STMT-BONUS-LINE
           AFTER ADVANCING 2 LINES
         MOVE WA-YEARS-SERVICE TO XD-YEARS-SERVICE
         MOVE WA-BONUS-PCT     TO XD-RATE
         MOVE WA-BONUS-AMT     TO XD-BONUS-AMT
         MOVE WA-BASE-AMT      TO XD-BASE-AMT
         MOVE WA-PERF-FACTOR   TO XD-PERF-FACTOR
         WRITE EXTRACT-RECORD FROM EXTRACT-DETAIL-LINE.
      *****************************************************************
       320-WRITE-DISBURSE-MOD.
         MOVE TERR-NO-IN    TO DR-TERR-NO
         MOVE OFFICE-NO-IN  TO DR-OFFICE-NO
         MOVE WA-NET-AMT    TO DR-BONUS-AMT
         MOVE WA-PARM-CYCLE TO DR-RUN-CYCLE
         WRITE DISBURSE-RECORD
         ADD 1 TO WA-DISB-REC-CTR
         ADD WA-NET-AMT TO WA-DISB-AMT-TOTAL
         MOVE WA-TAX-TERR-CTR    TO CK-TAX-TERR-CTR
         MOVE WA-TAX-GRAND-TOTAL TO CK-TAX-GRAND-TOTAL
         MOVE WA-NET-GRAND-TOTAL TO CK-NET-GRAND-TOTAL
         MOVE WA-PARM-CYCLE      TO CK-RUN-CYCLE
         MOVE WA-PERF-EXC-CTR    TO CK-PERF-EXC-CTR
         MOVE WA-PARM-POOL-CAP   TO CK-POOL-CAP
         WRITE CHECKPOINT-RECORD.
      *****************************************************************
       400-HEADING-MOD.
         MOVE WA-TERR-EMP-CTR   TO TT-EMP-COUNT
         WRITE PAYROLL-BONUS-RECORD FROM TERR-TOTAL-LINE
             AFTER ADVANCING 2 LINES
         PERFORM 557-WRITE-BUDGET-TERR-MOD
         IF WA-SIM-MODE
           PERFORM 555-WRITE-SIM-TERR-MOD
         ELSE
         MOVE ZEROS TO WA-PROP-TERR-TOTAL
         MOVE ZEROS TO WA-CUR-PAID-TERR-CTR
         MOVE ZEROS TO WA-PROP-PAID-TERR-CTR.
      *****************************************************************
       557-WRITE-BUDGET-TERR-MOD.
         MOVE 'TERR '        TO BV-LEVEL
         MOVE SPACES         TO BV-KEY
         MOVE WA-OLD-TERR-NO TO BV-KEY
         MOVE ZERO  TO WA-BV-BUDGET
         MOVE ZERO  TO WA-BV-PRIOR
         MOVE 'NO ' TO WA-BV-HAS-BUDGET
         MOVE 'NO ' TO WA-BV-CAPPED
         MOVE WA-OLD-TERR-NO TO WA-FIND-TERR
         PERFORM 873-FIND-TERR-BUDGET-MOD
         IF WA-TERR-FOUND = 'YES'
           MOVE TBA-PRIOR-PAID (WA-TERR-SUB) TO WA-BV-PRIOR
           IF TBA-BUDGET-SW (WA-TERR-SUB) = 'YES'
             MOVE 'YES' TO WA-BV-HAS-BUDGET
             MOVE TBA-BUDGET-AMT (WA-TERR-SUB) TO WA-BV-BUDGET
           ELSE
             MOVE TBA-OFFICE-BUDGET-SW (WA-TERR-SUB)
               TO WA-BV-HAS-BUDGET
             MOVE TBA-OFFICE-BUDGET (WA-TERR-SUB) TO WA-BV-BUDGET
           END-IF
         END-IF

         MOVE WA-TERR-TOTAL TO WA-BV-ACTUAL
         MOVE 2 TO WA-BV-SPACING
         PERFORM 670-WRITE-BUDGET-LINE-MOD
         IF WA-SIM-MODE
           MOVE 'PROP '            TO BV-LEVEL
           MOVE WA-PROP-TERR-TOTAL TO WA-BV-ACTUAL
           MOVE 1 TO WA-BV-SPACING
           PERFORM 670-WRITE-BUDGET-LINE-MOD
         END-IF.
      *****************************************************************
       565-WRITE-TAX-REMIT-MOD.
         MOVE WA-OLD-TERR-NO    TO RM-TERR-NO
         MOVE WA-TAX-TERR-TOTAL TO RM-TAX-AMT
         MOVE WA-TAX-TERR-CTR   TO RM-EMP-CTR
         WRITE TAX-REMIT-RECORD
         MOVE WA-OLD-TERR-NO    TO HT-TERR-NO
         MOVE WA-TAX-TERR-TOTAL TO HT-TAX-AMT
         MOVE WA-TAX-TERR-CTR   TO HT-EMP-CTR
         MOVE WA-IN-YR          TO HT-RUN-YEAR
         MOVE WA-PARM-CYCLE     TO HT-RUN-CYCLE
         MOVE WA-TODAY-DATE     TO HT-RUN-DATE
         WRITE TAX-HIST-RECORD
         MOVE ZEROS TO WA-TAX-TERR-TOTAL
         MOVE ZEROS TO WA-TAX-TERR-CTR.
      *****************************************************************
         MOVE WA-OFFICE-EMP-CTR TO OT-EMP-COUNT
         WRITE PAYROLL-BONUS-RECORD FROM OFFICE-TOTAL-LINE
             AFTER ADVANCING 2 LINES
         PERFORM 657-WRITE-BUDGET-OFFICE-MOD
         IF WA-SIM-MODE
           PERFORM 655-WRITE-SIM-OFFICE-MOD
         END-IF
         MOVE ZEROS TO WA-PROP-OFFICE-TOTAL
         MOVE ZEROS TO WA-CUR-PAID-OFFICE-CTR
         MOVE ZEROS TO WA-PROP-PAID-OFFICE-CTR.
      *****************************************************************
       657-WRITE-BUDGET-OFFICE-MOD.
         MOVE 'OFF  ' TO BV-LEVEL
         MOVE SPACES  TO BV-KEY
         STRING WA-OLD-TERR-NO '/' WA-OLD-OFFICE-NO
             DELIMITED BY SIZE INTO BV-KEY
         MOVE ZERO  TO WA-BV-BUDGET
         MOVE ZERO  TO WA-BV-PRIOR
         MOVE 'NO ' TO WA-BV-HAS-BUDGET
         MOVE 'NO ' TO WA-BV-CAPPED
         MOVE 1 TO WA-POOL-FACTOR
         MOVE 1 TO WA-PROP-POOL-FACTOR
         MOVE WA-OLD-TERR-NO   TO WA-FIND-TERR
         MOVE WA-OLD-OFFICE-NO TO WA-FIND-OFFICE
         PERFORM 255-FIND-OFFICE-MOD
         IF WA-OFFICE-FOUND = 'YES'
           MOVE ORA-BUDGET-SW (WA-OFFICE-SUB)  TO WA-BV-HAS-BUDGET
           MOVE ORA-BUDGET-AMT (WA-OFFICE-SUB) TO WA-BV-BUDGET
           MOVE ORA-PRIOR-PAID (WA-OFFICE-SUB) TO WA-BV-PRIOR
           MOVE ORA-POOL-FACTOR (WA-OFFICE-SUB) TO WA-POOL-FACTOR
           MOVE ORA-PROP-POOL-FACTOR (WA-OFFICE-SUB)
             TO WA-PROP-POOL-FACTOR
         END-IF

         IF WA-POOL-FACTOR < 1
           MOVE 'YES' TO WA-BV-CAPPED
         END-IF
         MOVE WA-OFFICE-TOTAL TO WA-BV-ACTUAL
         MOVE 1 TO WA-BV-SPACING
         PERFORM 670-WRITE-BUDGET-LINE-MOD
         IF WA-SIM-MODE
           MOVE 'PROP ' TO BV-LEVEL
           MOVE 'NO '   TO WA-BV-CAPPED
           IF WA-PROP-POOL-FACTOR < 1
             MOVE 'YES' TO WA-BV-CAPPED
           END-IF
           MOVE WA-PROP-OFFICE-TOTAL TO WA-BV-ACTUAL
           PERFORM 670-WRITE-BUDGET-LINE-MOD
         END-IF.
      *****************************************************************
       660-WRITE-EXTRACT-OFFICE-MOD.
         MOVE WA-OLD-TERR-NO    TO XO-TERR-NO
         MOVE WA-OFFICE-TOTAL   TO XO-TOTAL-AMT
         MOVE WA-OFFICE-EMP-CTR TO XO-EMP-COUNT
         WRITE EXTRACT-RECORD FROM EXTRACT-OFFICE-LINE.
      *****************************************************************
       670-WRITE-BUDGET-LINE-MOD.
         IF WA-BV-HAS-BUDGET = 'YES'
           COMPUTE WA-BV-VARIANCE =
               WA-BV-BUDGET - WA-BV-PRIOR - WA-BV-ACTUAL
         ELSE
           MOVE ZERO TO WA-BV-VARIANCE
         END-IF
         MOVE WA-BV-BUDGET   TO BV-BUDGET
         MOVE WA-BV-PRIOR    TO BV-PRIOR
         MOVE WA-BV-ACTUAL   TO BV-ACTUAL
         MOVE WA-BV-VARIANCE TO BV-VARIANCE

         EVALUATE TRUE
           WHEN WA-BV-HAS-BUDGET = 'NO '
             MOVE 'NO BUDG ' TO BV-FLAG
           WHEN WA-BV-VARIANCE < ZERO
             MOVE '**OVER**' TO BV-FLAG
           WHEN WA-BV-CAPPED = 'YES'
             MOVE 'CAPPED  ' TO BV-FLAG
           WHEN OTHER
             MOVE SPACES TO BV-FLAG
         END-EVALUATE

         WRITE BUDGVAR-RECORD FROM BUDGVAR-LINE
           AFTER ADVANCING WA-BV-SPACING LINES.
      *****************************************************************
       700-PRINT-GRAND-TOTAL-MOD.
         IF WA-RECORD-CTR NOT = ZERO
           IF WA-SIM-MODE
             PERFORM 710-WRITE-SIM-GRAND-MOD
           END-IF
           PERFORM 715-WRITE-BUDGET-GRAND-MOD

           PERFORM 720-WRITE-EXTRACT-GRAND-MOD
         END-IF.
         MOVE WA-PROP-PAID-GRAND-CTR TO SC-PROP-CNT
         WRITE SIM-COMPARE-RECORD FROM SIM-COMPARE-LINE
             AFTER ADVANCING 2 LINES.
      *****************************************************************
       715-WRITE-BUDGET-GRAND-MOD.
         MOVE 'TOTAL' TO BV-LEVEL
         MOVE SPACES  TO BV-KEY
         MOVE ZERO  TO WA-BV-BUDGET
         MOVE ZERO  TO WA-BV-PRIOR
         MOVE 'NO ' TO WA-BV-HAS-BUDGET
         MOVE 'NO ' TO WA-BV-CAPPED
         MOVE 1 TO WA-TERR-SUB

         PERFORM UNTIL WA-TERR-SUB > WC-TERR-COUNT
           ADD TBA-PRIOR-PAID (WA-TERR-SUB) TO WA-BV-PRIOR
           IF TBA-BUDGET-SW (WA-TERR-SUB) = 'YES'
             MOVE 'YES' TO WA-BV-HAS-BUDGET
             ADD TBA-BUDGET-AMT (WA-TERR-SUB) TO WA-BV-BUDGET
           ELSE
             IF TBA-OFFICE-BUDGET-SW (WA-TERR-SUB) = 'YES'
               MOVE 'YES' TO WA-BV-HAS-BUDGET
               ADD TBA-OFFICE-BUDGET (WA-TERR-SUB) TO WA-BV-BUDGET
             END-IF
           END-IF
           ADD 1 TO WA-TERR-SUB
         END-PERFORM

         MOVE WA-GRAND-TOTAL TO WA-BV-ACTUAL
         MOVE 3 TO WA-BV-SPACING
         PERFORM 670-WRITE-BUDGET-LINE-MOD
         IF WA-SIM-MODE
           MOVE 'PROP '             TO BV-LEVEL
           MOVE WA-PROP-GRAND-TOTAL TO WA-BV-ACTUAL
           MOVE 1 TO WA-BV-SPACING
           PERFORM 670-WRITE-BUDGET-LINE-MOD
         END-IF

         IF WA-POOL-CAP-MODE
           MOVE 'OFFICES SCALED TO BUDGET POOL:    ' TO BV-COUNT-LABEL
           MOVE WA-CAPPED-OFFICE-CTR TO BV-COUNT
           WRITE BUDGVAR-RECORD FROM BUDGVAR-COUNT-LINE
             AFTER ADVANCING 2 LINES
           IF WA-SIM-MODE
             MOVE 'OFFICES SCALED (PROPOSED RATES):  '
               TO BV-COUNT-LABEL
             MOVE WA-PROP-CAPPED-OFFICE-CTR TO BV-COUNT
             WRITE BUDGVAR-RECORD FROM BUDGVAR-COUNT-LINE
               AFTER ADVANCING 1 LINES
           END-IF
         END-IF.
      *****************************************************************
       720-WRITE-EXTRACT-GRAND-MOD.
         MOVE WA-GRAND-TOTAL   TO XG-TOTAL-AMT
         WRITE RUNCTL-RECORD FROM RUNCTL-HEADING
           AFTER ADVANCING 1 LINES

         MOVE 'BONUS YEAR / CYCLE:               ' TO RS-LABEL
         MOVE SPACES TO RS-STATUS
         STRING WA-IN-YR ' / ' WA-PARM-CYCLE
             DELIMITED BY SIZE INTO RS-STATUS
         WRITE RUNCTL-RECORD FROM RUNCTL-STATUS-LINE
           AFTER ADVANCING 2 LINES

         MOVE 'RECORDS READ:                     ' TO RC-LABEL
         MOVE WA-RECORD-CTR TO RC-COUNT
         WRITE RUNCTL-RECORD FROM RUNCTL-COUNT-LINE
         WRITE RUNCTL-RECORD FROM RUNCTL-STATUS-LINE
           AFTER ADVANCING 1 LINES

         MOVE 'PERFORMANCE EXCEPTIONS LISTED:    ' TO RC-LABEL
         MOVE WA-PERF-EXC-CTR TO RC-COUNT
         WRITE RUNCTL-RECORD FROM RUNCTL-COUNT-LINE
           AFTER ADVANCING 2 LINES
         IF WA-PERF-EXC-CTR > ZERO
           DISPLAY WA-PERF-EXC-CTR, ' PERFORMANCE EXCEPTIONS -- '
              'SEE PERFEXC.RPT'
         END-IF
         IF WA-POOL-CAP-MODE
           MOVE 'OFFICES SCALED TO BUDGET POOL:    ' TO RC-LABEL
           MOVE WA-CAPPED-OFFICE-CTR TO RC-COUNT
           WRITE RUNCTL-RECORD FROM RUNCTL-COUNT-LINE
             AFTER ADVANCING 1 LINES
         END-IF

         MOVE 'INELIG COUNT = REPORT LINES:      ' TO RS-LABEL
         IF WA-INELIG-CTR = WA-INELIG-LINE-CTR
           MOVE 'IN BALANCE' TO RS-STATUS
         OPEN OUTPUT CONTROL-TOTALS-OUT
         MOVE WA-TODAY-DATE     TO BC-RUN-DATE
         MOVE WA-IN-YR          TO BC-RUN-YEAR
         MOVE WA-PARM-CYCLE     TO BC-RUN-CYCLE
         MOVE WA-PARM-MODE      TO BC-RUN-MODE
         MOVE WA-DISB-REC-CTR   TO BC-DISB-REC-CTR
         MOVE WA-DISB-AMT-TOTAL TO BC-DISB-AMT-TOTAL
                    RATE-TABLE
         PERFORM 850-LOAD-RATE-TABLE-MOD
         PERFORM 857-LOAD-OFFICE-REF-MOD
         PERFORM 852-LOAD-PERFORMANCE-MOD
         PERFORM 853-LOAD-MULT-BAND-MOD
         IF WA-SIM-MODE
           OPEN INPUT PROPOSED-RATE-TABLE
           PERFORM 855-LOAD-PROPOSED-RATE-MOD
                       ZERO-BONUS-OUT
                       EXTRACT-OUT
                       INELIG-OUT
                       PERF-EXCEPT-OUT
                       BUDGVAR-OUT
           IF WA-SIM-MODE
             OPEN EXTEND SIM-COMPARE-OUT
           ELSE
             OPEN EXTEND DISBURSE-OUT
                         STATEMENT-OUT
                         TAX-REMIT-OUT
             PERFORM 869-OPEN-TAX-HIST-MOD
           END-IF
         ELSE
           OPEN OUTPUT PAYROLL-OUT
                       ZERO-BONUS-OUT
                       EXTRACT-OUT
                       INELIG-OUT
                       PERF-EXCEPT-OUT
                       BUDGVAR-OUT
           IF WA-SIM-MODE
             OPEN OUTPUT SIM-COMPARE-OUT
             WRITE SIM-COMPARE-RECORD FROM SIM-HEADING
             OPEN OUTPUT DISBURSE-OUT
                         STATEMENT-OUT
                         TAX-REMIT-OUT
             PERFORM 869-OPEN-TAX-HIST-MOD
           END-IF
         END-IF

         OPEN OUTPUT RUNCTL-OUT
         PERFORM 870-OPEN-HISTORY-MOD
         PERFORM 872-LOAD-BUDGET-MOD
         PERFORM 874-ACCUM-PRIOR-PAID-MOD
         IF WA-POOL-CAP-MODE
           PERFORM 875-PROJECT-POOL-MOD
         END-IF
         PERFORM 880-WRITE-ZERO-BONUS-HEADING-MOD
         PERFORM 878-WRITE-BUDGET-HEADING-MOD.
      *****************************************************************
       850-LOAD-RATE-TABLE-MOD.
         PERFORM UNTIL WA-NO-MORE-RATES
               END-IF
         END-PERFORM
         CLOSE RATE-TABLE.
      *****************************************************************
       852-LOAD-PERFORMANCE-MOD.
         OPEN INPUT PERFORMANCE-IN
         IF WA-PERF-FILE-STATUS NOT = '00'
           DISPLAY 'CANNOT OPEN BONUSPRF.DAT, STATUS ',
               WA-PERF-FILE-STATUS,
               ' -- PERFORMANCE FILE IS REQUIRED'
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF

         PERFORM UNTIL WA-NO-MORE-PERF
           READ PERFORMANCE-IN
             AT END
               MOVE 'NO ' TO WA-ARE-THERE-MORE-PERF
             NOT AT END
               IF PF-YEAR = WA-IN-YR
                 IF NOT PF-VALID-TYPE OR PF-VALUE NOT NUMERIC
                   ADD 1 TO WA-PERF-BAD-TYPE-CTR
                 ELSE
                   IF WC-PERF-COUNT < 2000
                     ADD 1 TO WC-PERF-COUNT
                     MOVE PF-EMPNO TO PFA-EMPNO (WC-PERF-COUNT)
                     MOVE PF-TYPE  TO PFA-TYPE (WC-PERF-COUNT)
                     MOVE PF-VALUE TO PFA-VALUE (WC-PERF-COUNT)
                   ELSE
                     DISPLAY 'BONUSPRF.DAT HAS MORE THAN 2000 ROWS '
                        'FOR THE YEAR -- EXTRA ROWS IGNORED'
                   END-IF
                 END-IF
               END-IF
         END-PERFORM
         CLOSE PERFORMANCE-IN

         IF WA-PERF-BAD-TYPE-CTR > ZERO
           DISPLAY 'BONUSPRF.DAT HAS ', WA-PERF-BAD-TYPE-CTR,
              ' ROWS WITH A BAD TYPE OR VALUE -- IGNORED'
         END-IF.
      *****************************************************************
       853-LOAD-MULT-BAND-MOD.
         OPEN INPUT MULT-BAND-TABLE
         IF WA-BAND-FILE-STATUS NOT = '00'
           DISPLAY 'CANNOT OPEN BONUSMB.DAT, STATUS ',
               WA-BAND-FILE-STATUS,
               ' -- MULTIPLIER BAND TABLE IS REQUIRED'
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF

         PERFORM UNTIL WA-NO-MORE-BANDS
           READ MULT-BAND-TABLE
             AT END
               MOVE 'NO ' TO WA-ARE-THERE-MORE-BANDS
             NOT AT END
               IF MB-CAP-ROW
                 MOVE MB-FACTOR TO WA-PERF-CAP
               ELSE
                 IF WC-BAND-COUNT < 40
                   ADD 1 TO WC-BAND-COUNT
                   SET MBA-IDX TO WC-BAND-COUNT
                   MOVE MB-TYPE      TO MBA-TYPE (MBA-IDX)
                   MOVE MB-LOW-VALUE TO MBA-LOW-VALUE (MBA-IDX)
                   MOVE MB-FACTOR    TO MBA-FACTOR (MBA-IDX)
                 ELSE
                   DISPLAY 'BONUSMB.DAT HAS MORE THAN 40 BANDS -- '
                      'EXTRA ROWS IGNORED'
                 END-IF
               END-IF
         END-PERFORM
         CLOSE MULT-BAND-TABLE

         IF WC-BAND-COUNT = ZERO
           DISPLAY 'BONUSMB.DAT HAS NO MULTIPLIER BANDS'
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF.
      *****************************************************************
       855-LOAD-PROPOSED-RATE-MOD.
         PERFORM UNTIL WA-NO-MORE-PRATES
                   TO ORA-OFFICE-NO (WC-OFFICE-COUNT)
                 MOVE OM-OFFICE-NAME
                   TO ORA-OFFICE-NAME (WC-OFFICE-COUNT)
                 MOVE 'NO ' TO ORA-BUDGET-SW (WC-OFFICE-COUNT)
                 MOVE ZERO  TO ORA-BUDGET-AMT (WC-OFFICE-COUNT)
                               ORA-PRIOR-PAID (WC-OFFICE-COUNT)
                               ORA-PROJ-TOTAL (WC-OFFICE-COUNT)
                               ORA-PROP-PROJ-TOTAL (WC-OFFICE-COUNT)
                 MOVE 1     TO ORA-POOL-FACTOR (WC-OFFICE-COUNT)
                               ORA-PROP-POOL-FACTOR (WC-OFFICE-COUNT)
                 MOVE OM-TERR-NO TO WA-FIND-TERR
                 PERFORM 873-FIND-TERR-BUDGET-MOD
                 IF WA-TERR-FOUND = 'NO '
                   IF WC-TERR-COUNT < 50
                     ADD 1 TO WC-TERR-COUNT
                     MOVE OM-TERR-NO TO TBA-TERR-NO (WC-TERR-COUNT)
                     MOVE 'NO ' TO TBA-BUDGET-SW (WC-TERR-COUNT)
                                   TBA-OFFICE-BUDGET-SW (WC-TERR-COUNT)
                     MOVE ZERO  TO TBA-BUDGET-AMT (WC-TERR-COUNT)
                                   TBA-OFFICE-BUDGET (WC-TERR-COUNT)
                                   TBA-PRIOR-PAID (WC-TERR-COUNT)
                   ELSE
                     DISPLAY 'OFFICEMS.DAT HAS MORE THAN 50 '
                        'TERRITORIES -- NO BUDGET FOR TERRITORY ',
                        OM-TERR-NO
                   END-IF
                 END-IF
               ELSE
                 DISPLAY 'OFFICEMS.DAT HAS MORE THAN 100 OFFICES '
                    '-- EXTRA ROWS IGNORED'
                   TO WA-RESTART-TAX-GRAND-TOTAL
                 MOVE CK-NET-GRAND-TOTAL
                   TO WA-RESTART-NET-GRAND-TOTAL
                 MOVE CK-RUN-CYCLE      TO WA-RESTART-CYCLE
                 MOVE CK-PERF-EXC-CTR   TO WA-RESTART-PERF-EXC-CTR
                 MOVE CK-POOL-CAP       TO WA-RESTART-POOL-CAP
           END-PERFORM
           CLOSE CHECKPOINT-FILE
           IF WA-RESTART-RECORD-CTR > ZERO
           STOP RUN
         END-IF

         IF WA-IS-RESTART
            AND WA-RESTART-CYCLE NOT = WA-PARM-CYCLE
           DISPLAY 'CHECKPOINT PENDING FROM AN INTERRUPTED ',
              WA-RESTART-CYCLE, ' RUN -- RESTART IT WITH THE SAME '
              'BONUS CYCLE'
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF

         IF WA-IS-RESTART
            AND WA-RESTART-POOL-CAP NOT = WA-PARM-POOL-CAP
           DISPLAY 'CHECKPOINT PENDING FROM AN INTERRUPTED RUN WITH '
              'A DIFFERENT POOL OPTION -- RESTART IT WITH THE SAME '
              'OPTION'
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF

         OPEN OUTPUT CHECKPOINT-FILE.
      *****************************************************************
       869-OPEN-TAX-HIST-MOD.
         OPEN EXTEND TAX-HIST-OUT
         IF WA-TAX-HIST-STATUS = '35'
           OPEN OUTPUT TAX-HIST-OUT
         END-IF
         IF WA-TAX-HIST-STATUS NOT = '00'
           DISPLAY 'CANNOT OPEN TAXHIST.DAT, STATUS ',
               WA-TAX-HIST-STATUS
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF.
      *****************************************************************
       870-OPEN-HISTORY-MOD.
         OPEN I-O BONUS-HISTORY
           OPEN OUTPUT BONUS-HISTORY
           CLOSE BONUS-HISTORY
           OPEN I-O BONUS-HISTORY
         END-IF
         IF WA-HISTORY-FILE-STATUS = '39'
           DISPLAY 'BONUSHS.DAT IS IN THE OLD RECORD FORMAT -- RUN '
              'HISTORY-ARCH FUNCTION C BEFORE THIS RUN'
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF.
      *****************************************************************
       872-LOAD-BUDGET-MOD.
         OPEN INPUT BUDGET-IN
         IF WA-BUDGET-FILE-STATUS NOT = '00'
           IF WA-POOL-CAP-MODE
             DISPLAY 'CANNOT OPEN BUDGET.DAT, STATUS ',
                 WA-BUDGET-FILE-STATUS,
                 ' -- BUDGET IS REQUIRED FOR A CAPPED POOL RUN'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           DISPLAY 'BUDGET.DAT NOT AVAILABLE, STATUS ',
               WA-BUDGET-FILE-STATUS,
               ' -- BUDGVAR.RPT WILL SHOW NO BUDGET'
           MOVE 'NO ' TO WA-ARE-THERE-MORE-BUDGETS
         END-IF

         PERFORM UNTIL WA-NO-MORE-BUDGETS
           READ BUDGET-IN
             AT END
               MOVE 'NO ' TO WA-ARE-THERE-MORE-BUDGETS
             NOT AT END
               EVALUATE TRUE
                 WHEN BG-YEAR NOT NUMERIC
                      OR BG-AMOUNT-X NOT NUMERIC
                   DISPLAY 'BUDGET.DAT ROW ', BG-TERR-NO, '/',
                      BG-OFFICE-NO, ' NOT NUMERIC -- IGNORED'
                 WHEN BG-YEAR NOT = WA-IN-YR
                   CONTINUE
                 WHEN BG-OFFICE-NO = SPACES
                   MOVE BG-TERR-NO TO WA-FIND-TERR
                   PERFORM 873-FIND-TERR-BUDGET-MOD
                   EVALUATE TRUE
                     WHEN WA-TERR-FOUND = 'NO '
                       DISPLAY 'BUDGET.DAT TERRITORY ', BG-TERR-NO,
                          ' NOT ON OFFICE MASTER -- IGNORED'
                     WHEN TBA-BUDGET-SW (WA-TERR-SUB) = 'YES'
                       DISPLAY 'BUDGET.DAT TERRITORY ', BG-TERR-NO,
                          ' DUPLICATED -- FIRST ROW KEPT'
                     WHEN OTHER
                       MOVE 'YES' TO TBA-BUDGET-SW (WA-TERR-SUB)
                       MOVE BG-AMOUNT TO TBA-BUDGET-AMT (WA-TERR-SUB)
                       ADD 1 TO WA-BUDGET-ROW-CTR
                   END-EVALUATE
                 WHEN OTHER
                   MOVE BG-TERR-NO   TO WA-FIND-TERR
                   MOVE BG-OFFICE-NO TO WA-FIND-OFFICE
                   PERFORM 255-FIND-OFFICE-MOD
                   EVALUATE TRUE
                     WHEN WA-OFFICE-FOUND = 'NO '
                       DISPLAY 'BUDGET.DAT OFFICE ', BG-TERR-NO, '/',
                          BG-OFFICE-NO, ' NOT ON OFFICE MASTER -- '
                          'IGNORED'
                     WHEN ORA-BUDGET-SW (WA-OFFICE-SUB) = 'YES'
                       DISPLAY 'BUDGET.DAT OFFICE ', BG-TERR-NO, '/',
                          BG-OFFICE-NO, ' DUPLICATED -- FIRST ROW '
                          'KEPT'
                     WHEN OTHER
                       MOVE 'YES' TO ORA-BUDGET-SW (WA-OFFICE-SUB)
                       MOVE BG-AMOUNT
                         TO ORA-BUDGET-AMT (WA-OFFICE-SUB)
                       ADD 1 TO WA-BUDGET-ROW-CTR
                       PERFORM 873-FIND-TERR-BUDGET-MOD
                       IF WA-TERR-FOUND = 'YES'
                         MOVE 'YES'
                           TO TBA-OFFICE-BUDGET-SW (WA-TERR-SUB)
                         ADD BG-AMOUNT
                           TO TBA-OFFICE-BUDGET (WA-TERR-SUB)
                       END-IF
                   END-EVALUATE
               END-EVALUATE
         END-PERFORM

         IF WA-BUDGET-FILE-STATUS = '00'
           CLOSE BUDGET-IN
         END-IF

         IF WA-POOL-CAP-MODE AND WA-BUDGET-ROW-CTR = ZERO
           DISPLAY 'BUDGET.DAT HAS NO ROWS FOR ', WA-IN-YR,
              ' -- BUDGET IS REQUIRED FOR A CAPPED POOL RUN'
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF.
      *****************************************************************
       873-FIND-TERR-BUDGET-MOD.
         MOVE 'NO ' TO WA-TERR-FOUND
         MOVE 1 TO WA-TERR-SUB

         PERFORM UNTIL WA-TERR-SUB > WC-TERR-COUNT
                 OR WA-TERR-FOUND = 'YES'
           IF TBA-TERR-NO (WA-TERR-SUB) = WA-FIND-TERR
             MOVE 'YES' TO WA-TERR-FOUND
           ELSE
             ADD 1 TO WA-TERR-SUB
           END-IF
         END-PERFORM.
      *****************************************************************
       874-ACCUM-PRIOR-PAID-MOD.
         MOVE LOW-VALUES TO BH-KEY
         START BONUS-HISTORY KEY IS NOT LESS THAN BH-KEY
           INVALID KEY
             MOVE 'NO ' TO WA-ARE-THERE-MORE-HIST
         END-START

         PERFORM UNTIL WA-NO-MORE-HIST
           READ BONUS-HISTORY NEXT RECORD
             AT END
               MOVE 'NO ' TO WA-ARE-THERE-MORE-HIST
             NOT AT END
               IF BH-RUN-YEAR = WA-IN-YR
                  AND NOT (WA-IS-RESTART
                           AND BH-RUN-DATE = WA-TODAY-DATE
                           AND BH-CYCLE = WA-PARM-CYCLE)
                 MOVE BH-TERR-NO   TO WA-FIND-TERR
                 MOVE BH-OFFICE-NO TO WA-FIND-OFFICE
                 PERFORM 255-FIND-OFFICE-MOD
                 IF WA-OFFICE-FOUND = 'YES'
                   ADD BH-BONUS-AMT TO ORA-PRIOR-PAID (WA-OFFICE-SUB)
                 END-IF
                 PERFORM 873-FIND-TERR-BUDGET-MOD
                 IF WA-TERR-FOUND = 'YES'
                   ADD BH-BONUS-AMT TO TBA-PRIOR-PAID (WA-TERR-SUB)
                 END-IF
               END-IF
         END-PERFORM.
      *****************************************************************
       875-PROJECT-POOL-MOD.
         MOVE 'YES' TO WA-PROJECT-SW

         PERFORM UNTIL WA-NO-MORE-RECORDS
           READ PAYROLL-MASTER
             AT END
               MOVE 'NO ' TO WA-ARE-THERE-MORE-RECORDS
             NOT AT END
               PERFORM 876-PROJECT-RECORD-MOD
         END-PERFORM

         CLOSE PAYROLL-MASTER
         OPEN INPUT PAYROLL-MASTER
         MOVE 'YES' TO WA-ARE-THERE-MORE-RECORDS
         MOVE 'NO ' TO WA-PROJECT-SW
         PERFORM 877-SET-POOL-FACTOR-MOD.
      *****************************************************************
       876-PROJECT-RECORD-MOD.
         MOVE 'YES' TO WA-SELECTED
         IF WA-SELECTIVE-RUN
           PERFORM 240-CHECK-SELECTED-MOD
         END-IF

         IF WA-SELECTED = 'YES'
           PERFORM 250-VALIDATE-RECORD-MOD
           IF WA-RECORD-OK
             PERFORM 282-COMPUTE-PRORATION-MOD
             IF ACTIVE-EMPLOYEE
                OR (ON-LEAVE AND WA-PRORATE-MONTHS > ZERO)
               PERFORM 280-COMPUTE-SERVICE-MOD
               MOVE EMPNO-IN      TO BH-EMPNO
               MOVE WA-IN-YR      TO BH-RUN-YEAR
               MOVE WA-PARM-CYCLE TO BH-CYCLE
               READ BONUS-HISTORY
                 INVALID KEY
                   MOVE 'NEW' TO WA-HISTORY-STATUS
                 NOT INVALID KEY
                   MOVE 'DUP' TO WA-HISTORY-STATUS
                   IF WA-IS-RESTART
                      AND BH-RUN-DATE = WA-TODAY-DATE
                     MOVE 'NEW' TO WA-HISTORY-STATUS
                   END-IF
               END-READ
               IF WA-NOT-PAID
                 PERFORM 285-LOOKUP-RATE-MOD
                 PERFORM 287-LOOKUP-PERF-FACTOR-MOD
                 PERFORM 288-COMPUTE-BONUS-MOD
                 ADD WA-BONUS-AMT
                   TO ORA-PROJ-TOTAL (WA-OFFICE-SUB)
                 IF WA-SIM-MODE
                   PERFORM 286-LOOKUP-PROPOSED-RATE-MOD
                   PERFORM 284-COMPUTE-PROP-BONUS-MOD
                   ADD WA-PROP-BONUS-AMT
                     TO ORA-PROP-PROJ-TOTAL (WA-OFFICE-SUB)
                 END-IF
               END-IF
             END-IF
           END-IF
         END-IF.
      *****************************************************************
       877-SET-POOL-FACTOR-MOD.
         MOVE 1 TO WA-BUDG-SUB

         PERFORM UNTIL WA-BUDG-SUB > WC-OFFICE-COUNT
           IF ORA-BUDGET-SW (WA-BUDG-SUB) = 'YES'
             COMPUTE WA-POOL-REMAIN = ORA-BUDGET-AMT (WA-BUDG-SUB)
                                    - ORA-PRIOR-PAID (WA-BUDG-SUB)
             IF WA-POOL-REMAIN < ZERO
               MOVE ZERO TO WA-POOL-REMAIN
             END-IF
             IF ORA-PROJ-TOTAL (WA-BUDG-SUB) > WA-POOL-REMAIN
               COMPUTE ORA-POOL-FACTOR (WA-BUDG-SUB) =
                   WA-POOL-REMAIN / ORA-PROJ-TOTAL (WA-BUDG-SUB)
               ADD 1 TO WA-CAPPED-OFFICE-CTR
               DISPLAY 'OFFICE ', ORA-TERR-NO (WA-BUDG-SUB), '/',
                  ORA-OFFICE-NO (WA-BUDG-SUB), ' OVER BUDGET -- '
                  'POOL FACTOR ', ORA-POOL-FACTOR (WA-BUDG-SUB)
             END-IF
             IF WA-SIM-MODE
                AND ORA-PROP-PROJ-TOTAL (WA-BUDG-SUB) > WA-POOL-REMAIN
               COMPUTE ORA-PROP-POOL-FACTOR (WA-BUDG-SUB) =
                   WA-POOL-REMAIN / ORA-PROP-PROJ-TOTAL (WA-BUDG-SUB)
               ADD 1 TO WA-PROP-CAPPED-OFFICE-CTR
             END-IF
           END-IF
           ADD 1 TO WA-BUDG-SUB
         END-PERFORM.
      *****************************************************************
       878-WRITE-BUDGET-HEADING-MOD.
         IF NOT WA-IS-RESTART
           MOVE WA-IN-YR      TO BV-HEAD-YEAR
           MOVE WA-PARM-CYCLE TO BV-HEAD-CYCLE
           WRITE BUDGVAR-RECORD FROM BUDGVAR-HEADING
             AFTER ADVANCING 1 LINES
           IF WA-SELECTIVE-RUN
             WRITE BUDGVAR-RECORD FROM PARTIAL-RUN-LINE
               AFTER ADVANCING 1 LINES
           END-IF
           IF WA-SIM-MODE
             WRITE BUDGVAR-RECORD FROM BUDGVAR-SIM-LINE
               AFTER ADVANCING 1 LINES
           END-IF
           IF WA-POOL-CAP-MODE
             WRITE BUDGVAR-RECORD FROM BUDGVAR-CAP-LINE
               AFTER ADVANCING 1 LINES
           END-IF
           WRITE BUDGVAR-RECORD FROM BUDGVAR-COL-HEADING
             AFTER ADVANCING 2 LINES
         END-IF.
      *****************************************************************
       880-WRITE-ZERO-BONUS-HEADING-MOD.
             AFTER ADVANCING 1 LINES
           WRITE INELIG-RECORD FROM INELIG-HEADING
             AFTER ADVANCING 1 LINES
           WRITE PERF-EXCEPT-RECORD FROM PERF-EXCEPT-HEADING
             AFTER ADVANCING 1 LINES
         END-IF.
      *****************************************************************
       900-CLOSE-FILES-MOD.
                 EXTRACT-OUT
                 RUNCTL-OUT
                 INELIG-OUT
                 PERF-EXCEPT-OUT
                 BUDGVAR-OUT
                 BONUS-HISTORY
                 CHECKPOINT-FILE
         IF WA-SIM-MODE
           CLOSE DISBURSE-OUT
                 STATEMENT-OUT
                 TAX-REMIT-OUT
                 TAX-HIST-OUT
         END-IF.
      *****************************************************************
       950-CLEAR-CHECKPOINT-MOD.
