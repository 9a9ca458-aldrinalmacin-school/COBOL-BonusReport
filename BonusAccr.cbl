      *NAME: ALDRIN JEROME ALMACIN
      *DATE: OCTOBER 15, 2026
      *PURPOSE: TO BOOK THE BONUS EXPENSE MONTH BY MONTH.  THE MONTHLY
      *         ACCRUAL RUNS THE CURRENT PAYROLL MASTER THROUGH THE
      *         SAME SERVICE-TIER, PRORATION, PERFORMANCE AND STATUS
      *         RULES AS THE BONUS REPORT TO PROJECT THE YEAR-END
      *         BONUS BY TERRITORY AND OFFICE, BOOKS THE YEAR-TO-DATE
      *         SHARE OF IT, AND REVERSES THE PRIOR MONTH'S ACCRUAL.
      *         THE TRUE-UP, RUN AFTER THE LIVE ANNUAL (AN) BONUS
      *         RUN, COMPARES THE ACCRUED BALANCE WITH THE ACTUAL
      *         BONUS PAID, BOOKS THE DIFFERENCE BY OFFICE AND PRINTS
      *         THE ACCRUAL-VERSUS-ACTUAL VARIANCE REPORT.  BOTH WRITE
      *         GENERAL LEDGER JOURNAL LINES AND KEEP THE ACCRUAL
      *         BALANCE FILE.  AN ACCRUAL FOR A MONTH EARLIER THAN ONE
      *         ALREADY ACCRUED IS REFUSED.
       IDENTIFICATION DIVISION.
         PROGRAM-ID. BONUS-ACCR.
      *****************************************************************
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT PAYROLL-MASTER
             ASSIGN TO "CH0901.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WA-MAST-FILE-STATUS.

           SELECT RATE-TABLE
             ASSIGN TO "BONUSRT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WA-RATE-FILE-STATUS.

           SELECT OFFICE-REF
             ASSIGN TO "OFFICEMS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WA-OFFICE-REF-STATUS.

           SELECT PERFORMANCE-IN
             ASSIGN TO "BONUSPRF.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WA-PERF-FILE-STATUS.

           SELECT MULT-BAND-TABLE
             ASSIGN TO "BONUSMB.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WA-BAND-FILE-STATUS.

           SELECT BONUS-HISTORY
             ASSIGN TO "BONUSHS.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS BH-KEY
             FILE STATUS IS WA-HISTORY-FILE-STATUS.

           SELECT CONTROL-TOTALS-IN
             ASSIGN TO "BONUSCTL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WA-CTL-FILE-STATUS.

           SELECT TAX-HIST-IN
             ASSIGN TO "TAXHIST.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WA-REMIT-FILE-STATUS.

           SELECT ACCRUAL-BALANCE
             ASSIGN TO "ACCRBAL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WA-BALANCE-FILE-STATUS.

           SELECT JOURNAL-OUT
             ASSIGN TO "GLACCR.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACCRUAL-OUT
             ASSIGN TO "ACCRUAL.RPT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VARIANCE-OUT
             ASSIGN TO "ACCRVAR.RPT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL
             ASSIGN TO "RUNSEQ.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WA-RUNSEQ-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
         FD  PAYROLL-MASTER
             RECORD CONTAINS 82 CHARACTERS.
         01  PAYROLL-MASTER-IN.
            05  EMPNO-IN                PIC X(5).
            05  EMPNAME-IN              PIC X(20).
            05  TERR-NO-IN              PIC X(2).
            05  OFFICE-NO-IN            PIC X(2).
            05  ANNUAL-SALARY-IN        PIC 9(6).
            05  EMPL-STATUS-IN          PIC X.
                88  ACTIVE-EMPLOYEE                 VALUES 'A' ' '.
                88  ON-LEAVE                        VALUE 'L'.
                88  VALID-EMP-STATUS                VALUES 'A' 'T'
                                                    'L' 'R' ' '.
            05  STATUS-EFF-DATE-IN.
                10 STAT-EFF-MO-IN       PIC 9(2).
                10 STAT-EFF-DAY-IN      PIC 9(2).
                10 STAT-EFF-YR-IN       PIC 9(4).
            05                          PIC X(20).
            05  DATE-HIRED-IN.
                10 HIRE-DATE-MO-IN      PIC 9(2).
                10 HIRE-DATE-DAY-IN     PIC 9(2).
                10 HIRE-DATE-YR-IN      PIC 9(4).
            05                          PIC X(10).
         FD  RATE-TABLE
             RECORD CONTAINS 4 CHARACTERS.
         01  RATE-TABLE-REC.
             05  RT-MIN-YEARS-SERVICE    PIC 99.
             05  RT-BONUS-PERC           PIC V99.
         FD  OFFICE-REF
             RECORD CONTAINS 56 CHARACTERS.
         01  OFFICE-REF-RECORD.
             05  OM-TERR-NO              PIC X(2).
             05  OM-OFFICE-NO            PIC X(2).
             05  OM-OFFICE-NAME          PIC X(20).
             05  OM-REGION               PIC X(12).
             05  OM-MANAGER              PIC X(20).
         FD  PERFORMANCE-IN
             RECORD CONTAINS 14 CHARACTERS.
         01  PERFORMANCE-RECORD.
             05  PF-EMPNO                PIC X(5).
             05  PF-YEAR                 PIC 9(4).
             05  PF-TYPE                 PIC X.
                 88  PF-VALID-TYPE                   VALUES 'Q' 'R'.
             05  PF-VALUE                PIC 9(3)V9.
         FD  MULT-BAND-TABLE
             RECORD CONTAINS 8 CHARACTERS.
         01  MULT-BAND-REC.
             05  MB-TYPE                 PIC X.
                 88  MB-CAP-ROW                      VALUE 'C'.
             05  MB-LOW-VALUE            PIC 9(3)V9.
             05  MB-FACTOR               PIC 9V99.
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
         FD  TAX-HIST-IN
             RECORD CONTAINS 30 CHARACTERS.
         01  TAX-HIST-RECORD.
             05  RM-TERR-NO              PIC X(2).
             05  RM-TAX-AMT              PIC 9(8)V99.
             05  RM-EMP-CTR              PIC 9(4).
             05  RM-RUN-YEAR             PIC 9(4).
             05  RM-RUN-CYCLE            PIC X(2).
             05  RM-RUN-DATE             PIC 9(8).
         FD  ACCRUAL-BALANCE
             RECORD CONTAINS 39 CHARACTERS.
         01  ACCRUAL-BALANCE-RECORD.
             05  AB-YEAR                 PIC 9(4).
             05  AB-MONTH                PIC 99.
             05  AB-TYPE                 PIC X.
                 88  AB-MONTH-ACCRUAL                VALUE 'A'.
                 88  AB-TRUE-UP                      VALUE 'T'.
             05  AB-TERR-NO              PIC X(2).
             05  AB-OFFICE-NO            PIC X(2).
             05  AB-PROJ-AMT             PIC 9(8)V99.
             05  AB-ACCRUED-AMT          PIC 9(8)V99.
             05  AB-POST-DATE            PIC 9(8).
         FD  JOURNAL-OUT
             RECORD CONTAINS 67 CHARACTERS.
         01  JOURNAL-RECORD.
             05  GJ-PERIOD               PIC 9(6).
             05  GJ-POST-DATE            PIC 9(8).
             05  GJ-ENTRY-TYPE           PIC X.
             05  GJ-ACCOUNT              PIC X(6).
             05  GJ-TERR-NO              PIC X(2).
             05  GJ-OFFICE-NO            PIC X(2).
             05  GJ-DR-CR                PIC X.
             05  GJ-AMOUNT               PIC 9(9)V99.
             05  GJ-DESC                 PIC X(30).
         FD  ACCRUAL-OUT
             RECORD CONTAINS 80 CHARACTERS.
         01  ACCRUAL-RECORD              PIC X(80).
         FD  VARIANCE-OUT
             RECORD CONTAINS 80 CHARACTERS.
         01  VARIANCE-RECORD             PIC X(80).
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
             05  WA-ARE-THERE-MORE-RECORDS PIC X(3)  VALUE 'YES'.
                 88  WA-MORE-RECORDS                 VALUE 'YES'.
                 88  WA-NO-MORE-RECORDS              VALUE 'NO '.
             05  WA-ARE-THERE-MORE-RATES   PIC X(3)  VALUE 'YES'.
                 88  WA-MORE-RATES                   VALUE 'YES'.
                 88  WA-NO-MORE-RATES                VALUE 'NO '.
             05  WA-ARE-THERE-MORE-OFFICES PIC X(3)  VALUE 'YES'.
                 88  WA-MORE-OFFICES                 VALUE 'YES'.
                 88  WA-NO-MORE-OFFICES              VALUE 'NO '.
             05  WA-ARE-THERE-MORE-PERF PIC X(3)     VALUE 'YES'.
                 88  WA-MORE-PERF                    VALUE 'YES'.
                 88  WA-NO-MORE-PERF                 VALUE 'NO '.
             05  WA-ARE-THERE-MORE-BANDS PIC X(3)    VALUE 'YES'.
                 88  WA-MORE-BANDS                   VALUE 'YES'.
                 88  WA-NO-MORE-BANDS                VALUE 'NO '.
             05  WA-ARE-THERE-MORE-HIST PIC X(3)     VALUE 'YES'.
                 88  WA-MORE-HIST                    VALUE 'YES'.
                 88  WA-NO-MORE-HIST                 VALUE 'NO '.
             05  WA-ARE-THERE-MORE-CTL  PIC X(3)     VALUE 'YES'.
                 88  WA-MORE-CTL                     VALUE 'YES'.
                 88  WA-NO-MORE-CTL                  VALUE 'NO '.
             05  WA-ARE-THERE-MORE-REMITS PIC X(3)   VALUE 'YES'.
                 88  WA-MORE-REMITS                  VALUE 'YES'.
                 88  WA-NO-MORE-REMITS               VALUE 'NO '.
             05  WA-ARE-THERE-MORE-BALANCES PIC X(3) VALUE 'YES'.
                 88  WA-MORE-BALANCES                VALUE 'YES'.
                 88  WA-NO-MORE-BALANCES             VALUE 'NO '.
             05  WA-ARE-THERE-MORE-STAMPS PIC X(3)   VALUE 'YES'.
                 88  WA-MORE-STAMPS                  VALUE 'YES'.
                 88  WA-NO-MORE-STAMPS               VALUE 'NO '.
             05  WA-MAST-FILE-STATUS    PIC X(2)     VALUE SPACES.
             05  WA-RATE-FILE-STATUS    PIC X(2)     VALUE SPACES.
             05  WA-OFFICE-REF-STATUS   PIC X(2)     VALUE SPACES.
             05  WA-PERF-FILE-STATUS    PIC X(2)     VALUE SPACES.
             05  WA-BAND-FILE-STATUS    PIC X(2)     VALUE SPACES.
             05  WA-HISTORY-FILE-STATUS PIC X(2)     VALUE SPACES.
             05  WA-CTL-FILE-STATUS     PIC X(2)     VALUE SPACES.
             05  WA-REMIT-FILE-STATUS   PIC X(2)     VALUE SPACES.
             05  WA-BALANCE-FILE-STATUS PIC X(2)     VALUE SPACES.
             05  WA-RUNSEQ-FILE-STATUS  PIC X(2)     VALUE SPACES.
             05  WA-RUN-PARM.
                 10  WA-PARM-PERIOD     PIC X(6).
                 10  WA-PARM-PERIOD-SPLIT REDEFINES WA-PARM-PERIOD.
                     15  WA-PARM-YR     PIC 9(4).
                     15  WA-PARM-MO     PIC 99.
                 10                     PIC X.
                 10  WA-PARM-FUNCTION   PIC X.
                     88  WA-ACCRUAL-RUN              VALUES 'A' ' '.
                     88  WA-TRUE-UP-RUN              VALUE 'T'.
                 10                     PIC X(72).
             05  WA-TODAY-DATE.
                 10  WA-TODAY-YR        PIC 9(4).
                 10  WA-TODAY-MO        PIC 99.
                 10  WA-TODAY-DAY       PIC 99.
             05  WA-TODAY-DATE-NUM REDEFINES WA-TODAY-DATE
                                        PIC 9(8).
             05  WA-PERIOD.
                 10  WA-PERIOD-YR       PIC 9(4).
                 10  WA-PERIOD-MO       PIC 99.
             05  WA-PERIOD-NUM REDEFINES WA-PERIOD
                                        PIC 9(6).
             05  WA-PROJ-DATE.
                 10  WA-IN-YR           PIC 9(4).
                 10  WA-IN-MO           PIC 99.
                 10  WA-IN-DAY          PIC 99.
             05  WA-ACCR-YEAR           PIC 9(4)     VALUE ZEROS.
             05  WA-LIMIT-MO            PIC 99       VALUE ZEROS.
             05  WA-PRIOR-MONTH         PIC 99       VALUE ZEROS.
             05  WA-PERIOD-DONE         PIC X(3)     VALUE 'NO '.
             05  WA-YEAR-CLOSED         PIC X(3)     VALUE 'NO '.
             05  WA-LATER-PERIOD        PIC X(3)     VALUE 'NO '.
             05  WA-LATER-MONTH         PIC 99       VALUE ZEROS.
             05  WA-MONTH-GAP           PIC X(3)     VALUE 'NO '.
             05  WA-CTL-FOUND           PIC X(3)     VALUE 'NO '.
             05  WA-CTL-RUN-DATE        PIC 9(8)     VALUE ZEROS.
             05  WA-CTL-RUN-YEAR        PIC 9(4)     VALUE ZEROS.
             05  WA-CTL-RUN-CYCLE       PIC X(2)     VALUE SPACES.
             05  WA-CTL-RUN-MODE        PIC X(3)     VALUE SPACES.
             05  WA-CTL-DISB-AMT-TOTAL  PIC 9(9)V99  VALUE ZEROS.
             05  WA-CTL-BALANCE-FLAG    PIC X(3)     VALUE SPACES.
             05  WA-LAST-BONUS-EVENT    PIC X        VALUE SPACE.
             05  WA-LAST-BONUS-DATE     PIC 9(8)     VALUE ZEROS.
             05  WA-LAST-BONUS-RC       PIC 9(2)     VALUE 99.
             05  WA-RECORD-STATUS       PIC X(3)     VALUE 'OK '.
                 88  WA-RECORD-OK                    VALUE 'OK '.
                 88  WA-RECORD-BAD                   VALUE 'BAD'.
             05  WA-OFFICE-FOUND        PIC X(3)     VALUE 'NO '.
             05  WA-FIND-TERR           PIC XX       VALUE SPACES.
             05  WA-FIND-OFFICE         PIC XX       VALUE SPACES.
             05  WA-FIND-NAME           PIC X(20)    VALUE SPACES.
             05  WA-OFFICE-SUB          PIC 9(3)     VALUE ZEROS.
             05  WA-INSERT-POS          PIC 9(3)     VALUE ZEROS.
             05  WA-SHIFT-SUB           PIC 9(3)     VALUE ZEROS.
             05  WA-TERR-FOUND          PIC X(3)     VALUE 'NO '.
             05  WA-TERR-SUB            PIC 9(3)     VALUE ZEROS.
             05  WA-YEARS-SERVICE       PIC 99       VALUE ZEROS.
             05  WA-BEST-MIN-YEARS      PIC 99       VALUE ZEROS.
             05  WA-BONUS-PCT           PIC V99      VALUE ZEROS.
             05  WA-CYCLE-FIRST-MO      PIC 99       VALUE 01.
             05  WA-CYCLE-LAST-MO       PIC 99       VALUE 12.
             05  WA-CYCLE-MONTHS        PIC 99       VALUE 12.
             05  WA-PRORATE-MONTHS      PIC S99      VALUE ZEROS.
             05  WA-START-MO            PIC 99       VALUE ZEROS.
             05  WA-END-MO              PIC S99      VALUE ZEROS.
             05  WA-PERF-SUB            PIC 9(4)     VALUE ZEROS.
             05  WA-PERF-FOUND          PIC X(3)     VALUE 'NO '.
             05  WA-BAND-FOUND          PIC X(3)     VALUE 'NO '.
             05  WA-PERF-TYPE           PIC X        VALUE SPACE.
             05  WA-PERF-VALUE          PIC 9(3)V9   VALUE ZEROS.
             05  WA-BEST-BAND-LOW       PIC 9(3)V9   VALUE ZEROS.
             05  WA-PERF-FACTOR         PIC 9V99     VALUE 1.00.
             05  WA-PERF-CAP            PIC 9V99     VALUE 1.50.
             05  WA-BASE-AMT            PIC 99999V99 VALUE ZEROS.
             05  WA-BONUS-AMT           PIC 99999V99 VALUE ZEROS.
             05  WA-RECORD-CTR          PIC 9(5)     VALUE ZEROS.
             05  WA-PROJECTED-CTR       PIC 9(5)     VALUE ZEROS.
             05  WA-INELIG-CTR          PIC 9(5)     VALUE ZEROS.
             05  WA-REJECT-CTR          PIC 9(5)     VALUE ZEROS.
             05  WA-PERF-DEFAULT-CTR    PIC 9(5)     VALUE ZEROS.
             05  WA-HIST-YEAR-CTR       PIC 9(5)     VALUE ZEROS.
             05  WA-RUN-HIST-CTR        PIC 9(5)     VALUE ZEROS.
             05  WA-REMIT-ROW-CTR       PIC 9(5)     VALUE ZEROS.
             05  WA-BALANCE-ROW-CTR     PIC 9(5)     VALUE ZEROS.
             05  WA-JE-CTR              PIC 9(5)     VALUE ZEROS.
             05  WA-NO-TIE-CTR          PIC 9(3)     VALUE ZEROS.
             05  WA-JE-TYPE             PIC X        VALUE SPACE.
             05  WA-JE-DR-ACCOUNT       PIC X(6)     VALUE SPACES.
             05  WA-JE-CR-ACCOUNT       PIC X(6)     VALUE SPACES.
             05  WA-JE-AMOUNT           PIC 9(9)V99  VALUE ZEROS.
             05  WA-JE-DESC             PIC X(30)    VALUE SPACES.
             05  WA-JE-DEBIT-TOTAL      PIC 9(9)V99  VALUE ZEROS.
             05  WA-JE-CREDIT-TOTAL     PIC 9(9)V99  VALUE ZEROS.
             05  WA-MONTH-AMT           PIC S9(9)V99 VALUE ZEROS.
             05  WA-VARIANCE-AMT        PIC S9(9)V99 VALUE ZEROS.
             05  WA-VARIANCE-PCT        PIC S9(4)V9  VALUE ZEROS.
             05  WA-RUN-NET             PIC 9(9)V99  VALUE ZEROS.
             05  WA-RUN-HIST-TAX        PIC 9(9)V99  VALUE ZEROS.
             05  WA-REMIT-TOTAL         PIC 9(9)V99  VALUE ZEROS.
             05  WA-TIE-DIFF            PIC S9(9)V99 VALUE ZEROS.
             05  WA-OLD-TERR-NO         PIC XX       VALUE SPACES.
             05  WA-TERR-LINE-CTR       PIC 9(3)     VALUE ZEROS.
             05  WA-TOTAL-LEVEL         PIC X        VALUE SPACE.
             05  WA-TERR-PROJ           PIC 9(9)V99  VALUE ZEROS.
             05  WA-TERR-ACCRUED        PIC 9(9)V99  VALUE ZEROS.
             05  WA-TERR-PRIOR          PIC 9(9)V99  VALUE ZEROS.
             05  WA-TERR-ACTUAL         PIC 9(9)V99  VALUE ZEROS.
             05  WA-TERR-EMP-CTR        PIC 9(5)     VALUE ZEROS.
             05  WA-GRAND-PROJ          PIC 9(9)V99  VALUE ZEROS.
             05  WA-GRAND-ACCRUED       PIC 9(9)V99  VALUE ZEROS.
             05  WA-GRAND-PRIOR         PIC 9(9)V99  VALUE ZEROS.
             05  WA-GRAND-ACTUAL        PIC 9(9)V99  VALUE ZEROS.
             05  WA-GRAND-EMP-CTR       PIC 9(5)     VALUE ZEROS.
             05  WA-TOTAL-PROJ          PIC 9(9)V99  VALUE ZEROS.
             05  WA-TOTAL-ACCRUED       PIC 9(9)V99  VALUE ZEROS.
             05  WA-TOTAL-PRIOR         PIC 9(9)V99  VALUE ZEROS.
             05  WA-TOTAL-ACTUAL        PIC 9(9)V99  VALUE ZEROS.
             05  WA-TOTAL-EMP-CTR       PIC 9(5)     VALUE ZEROS.
         01  WORK-CONSTANTS.
             05  WC-RATE-COUNT          PIC 99       VALUE ZEROS.
             05  WC-OFFICE-COUNT        PIC 9(3)     VALUE ZEROS.
             05  WC-PERF-COUNT          PIC 9(4)     VALUE ZEROS.
             05  WC-BAND-COUNT          PIC 99       VALUE ZEROS.
             05  WC-TERR-COUNT          PIC 9(3)     VALUE ZEROS.
         01  GL-ACCOUNTS.
             05  GL-BONUS-EXPENSE       PIC X(6)     VALUE '610500'.
             05  GL-ACCRUED-BONUS       PIC X(6)     VALUE '215300'.
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
         01  RATE-TABLE-AREA.
             05  RTA-ENTRY              OCCURS 20 TIMES
                                         INDEXED BY RTA-IDX.
                 10  RTA-MIN-YEARS      PIC 99.
                 10  RTA-BONUS-PERC     PIC V99.
         01  OFFICE-REF-AREA.
             05  ORA-ENTRY              OCCURS 100 TIMES.
                 10  ORA-KEY.
                     15  ORA-TERR-NO    PIC XX.
                     15  ORA-OFFICE-NO  PIC XX.
                 10  ORA-OFFICE-NAME    PIC X(20).
                 10  ORA-ON-OFFICEMS    PIC X(3).
                 10  ORA-EMP-CTR        PIC 9(5).
                 10  ORA-PROJ-AMT       PIC 9(8)V99.
                 10  ORA-ACCRUED-AMT    PIC 9(8)V99.
                 10  ORA-PRIOR-AMT      PIC 9(8)V99.
                 10  ORA-ACTUAL-AMT     PIC 9(8)V99.
         01  TERR-TAX-AREA.
             05  TTA-ENTRY              OCCURS 50 TIMES.
                 10  TTA-TERR-NO        PIC XX.
                 10  TTA-HIST-TAX       PIC 9(9)V99.
                 10  TTA-REMIT-TAX      PIC 9(9)V99.
         01  ACCRUAL-HEADING.
             05                         PIC X(18)    VALUE SPACES.
             05                         PIC X(32)
                 VALUE 'MONTHLY BONUS ACCRUAL -- PERIOD '.
             05  AH-PERIOD-YR           PIC 9(4).
             05                         PIC X        VALUE '/'.
             05  AH-PERIOD-MO           PIC 99.
             05                         PIC X(23)    VALUE SPACES.
         01  ACCRUAL-COL-HEADING-1.
             05                         PIC X(24)    VALUE SPACES.
             05                         PIC X        VALUE SPACES.
             05                         PIC X(13)
                 VALUE '    PROJECTED'.
             05                         PIC X        VALUE SPACES.
             05                         PIC X(13)
                 VALUE '   ACCRUED TO'.
             05                         PIC X        VALUE SPACES.
             05                         PIC X(13)
                 VALUE '  PRIOR MONTH'.
             05                         PIC X        VALUE SPACES.
             05                         PIC X(13)
                 VALUE '        MONTH'.
         01  ACCRUAL-COL-HEADING-2.
             05                         PIC X(20)    VALUE 'OFFICE'.
             05                         PIC X(4)     VALUE 'EMPS'.
             05                         PIC X        VALUE SPACES.
             05                         PIC X(13)
                 VALUE '   YEAR TOTAL'.
             05                         PIC X        VALUE SPACES.
             05                         PIC X(13)
                 VALUE '         DATE'.
             05                         PIC X        VALUE SPACES.
             05                         PIC X(13)
                 VALUE '     REVERSED'.
             05                         PIC X        VALUE SPACES.
             05                         PIC X(13)
                 VALUE '      EXPENSE'.
         01  ACCRUAL-LINE.
             05  AC-KEY                 PIC X(5).
             05                         PIC X        VALUE SPACES.
             05  AC-NAME                PIC X(13).
             05                         PIC X        VALUE SPACES.
             05  AC-EMP-CTR             PIC ZZZ9.
             05                         PIC X        VALUE SPACES.
             05  AC-PROJ-AMT            PIC ZZ,ZZZ,ZZ9.99.
             05                         PIC X        VALUE SPACES.
             05  AC-ACCRUED-AMT         PIC ZZ,ZZZ,ZZ9.99.
             05                         PIC X        VALUE SPACES.
             05  AC-PRIOR-AMT           PIC ZZ,ZZZ,ZZ9.99.
             05                         PIC X        VALUE SPACES.
             05  AC-MONTH-AMT           PIC --,---,--9.99.
         01  VARIANCE-HEADING.
             05                         PIC X(14)    VALUE SPACES.
             05                         PIC X(40)
                 VALUE 'BONUS ACCRUAL TRUE-UP -- ACCRUED VERSUS '.
             05                         PIC X(12)
                 VALUE 'ACTUAL, YEAR'.
             05                         PIC X        VALUE SPACES.
             05  VH-YEAR                PIC 9(4).
             05                         PIC X(9)     VALUE SPACES.
         01  VARIANCE-COL-HEADING.
             05                         PIC X(27)    VALUE 'OFFICE'.
             05                         PIC X(13)
                 VALUE 'ACCRUED BAL'.
             05                         PIC X        VALUE SPACES.
             05                         PIC X(13)
                 VALUE '       ACTUAL'.
             05                         PIC X        VALUE SPACES.
             05                         PIC X(13)
                 VALUE '     VARIANCE'.
             05                         PIC X        VALUE SPACES.
             05                         PIC X(6)     VALUE '   PCT'.
             05                         PIC X(5)     VALUE SPACES.
         01  VARIANCE-LINE.
             05  VL-KEY                 PIC X(5).
             05                         PIC X        VALUE SPACES.
             05  VL-NAME                PIC X(20).
             05                         PIC X        VALUE SPACES.
             05  VL-ACCRUED-AMT         PIC ZZ,ZZZ,ZZ9.99.
             05                         PIC X        VALUE SPACES.
             05  VL-ACTUAL-AMT          PIC ZZ,ZZZ,ZZ9.99.
             05                         PIC X        VALUE SPACES.
             05  VL-VARIANCE-AMT        PIC --,---,--9.99.
             05                         PIC X        VALUE SPACES.
             05  VL-PCT                 PIC ---9.9.
             05  VL-PCT-X REDEFINES VL-PCT
                                        PIC X(6).
             05                         PIC X(5)     VALUE SPACES.
         01  TAX-TIE-HEADING.
             05                         PIC X(5)     VALUE SPACES.
             05                         PIC X(10)    VALUE 'TERRITORY'.
             05                         PIC X(19)
                 VALUE '   HISTORY TAX'.
             05                         PIC X(17)
                 VALUE 'TAXHIST.DAT TAX'.
             05                         PIC X(29)    VALUE SPACES.
         01  TAX-TIE-LINE.
             05                         PIC X(5)     VALUE SPACES.
             05  TT-TERR-NO             PIC X(5).
             05                         PIC X(5)     VALUE SPACES.
             05  TT-HIST-TAX            PIC ZZZ,ZZZ,ZZ9.99.
             05                         PIC X(3)     VALUE SPACES.
             05  TT-REMIT-TAX           PIC ZZZ,ZZZ,ZZ9.99.
             05                         PIC X(3)     VALUE SPACES.
             05  TT-FLAG                PIC X(10).
             05                         PIC X(21)    VALUE SPACES.
         01  CONTROL-LINE.
             05                         PIC X(5)     VALUE SPACES.
             05  CT-LABEL               PIC X(34).
             05  CT-AMOUNT              PIC ----,---,--9.99.
             05                         PIC X(2)     VALUE SPACES.
             05  CT-FLAG                PIC X(10).
             05                         PIC X(14)    VALUE SPACES.
         01  COUNT-LINE.
             05                         PIC X(5)     VALUE SPACES.
             05  CL-LABEL               PIC X(34).
             05  CL-COUNT               PIC ZZZZ9.
             05                         PIC X(36)    VALUE SPACES.
         01  TEXT-LINE.
             05                         PIC X(5)     VALUE SPACES.
             05  TL-TEXT                PIC X(75).
         01  EDIT-AREAS.
             05  EA-DATE                PIC 9999/99/99.
      *****************************************************************
       PROCEDURE DIVISION.
       100-MAIN-MOD.
         PERFORM 200-GET-PARMS-MOD
         PERFORM 250-LOAD-OFFICE-REF-MOD
         IF WA-TRUE-UP-RUN
           PERFORM 260-READ-CONTROL-TOTALS-MOD
           PERFORM 270-CHECK-RUN-SEQ-MOD
         END-IF
         PERFORM 300-READ-ACCRUAL-BALANCE-MOD
         PERFORM 220-STAMP-START-MOD
         PERFORM 800-OPEN-FILES-MOD

         IF WA-TRUE-UP-RUN
           PERFORM 500-ACTUAL-HISTORY-MOD
           PERFORM 550-TAX-REMIT-MOD
           PERFORM 600-BOOK-TRUE-UP-MOD
           PERFORM 650-PRINT-VARIANCE-MOD
           PERFORM 680-PRINT-TRUE-UP-CONTROLS-MOD
         ELSE
           PERFORM 400-PROJECT-MASTER-MOD
           PERFORM 450-BOOK-ACCRUAL-MOD
           PERFORM 460-PRINT-ACCRUAL-MOD
           PERFORM 480-PRINT-ACCRUAL-CONTROLS-MOD
         END-IF

         PERFORM 900-CLOSE-FILES-MOD
         PERFORM 960-STAMP-END-MOD
         IF WA-TRUE-UP-RUN
           DISPLAY 'BONUS ACCRUAL TRUE-UP FOR ', WA-ACCR-YEAR,
              ' COMPLETE -- ', WA-JE-CTR, ' JOURNAL LINES, SEE '
              'ACCRVAR.RPT'
         ELSE
           DISPLAY 'BONUS ACCRUAL FOR ', WA-PERIOD-YR, '/',
              WA-PERIOD-MO, ' COMPLETE -- ', WA-JE-CTR,
              ' JOURNAL LINES, SEE ACCRUAL.RPT'
         END-IF
         STOP RUN.
      *****************************************************************
       200-GET-PARMS-MOD.
         MOVE SPACES TO WA-RUN-PARM
         ACCEPT WA-RUN-PARM FROM COMMAND-LINE
         ACCEPT WA-TODAY-DATE FROM DATE YYYYMMDD

         IF NOT WA-ACCRUAL-RUN AND NOT WA-TRUE-UP-RUN
           DISPLAY 'INVALID FUNCTION -- USE A (MONTHLY ACCRUAL) OR '
              'T (TRUE-UP)'
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF

         IF WA-PARM-PERIOD = SPACES
           MOVE WA-TODAY-YR TO WA-PERIOD-YR
           MOVE WA-TODAY-MO TO WA-PERIOD-MO
         ELSE
           IF WA-PARM-PERIOD NOT NUMERIC
              OR WA-PARM-MO < 1 OR WA-PARM-MO > 12
             DISPLAY 'INVALID ACCOUNTING PERIOD -- PARM IS YYYYMM '
                'FOLLOWED BY A OR T'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE WA-PARM-YR TO WA-PERIOD-YR
           MOVE WA-PARM-MO TO WA-PERIOD-MO
         END-IF

         MOVE WA-PERIOD-YR TO WA-ACCR-YEAR
         MOVE WA-PERIOD-MO TO WA-LIMIT-MO
         MOVE WA-PERIOD-YR TO WA-IN-YR
         MOVE 12 TO WA-IN-MO
         MOVE 31 TO WA-IN-DAY
         IF WA-TRUE-UP-RUN
           DISPLAY 'BONUS ACCRUAL TRUE-UP POSTED IN PERIOD ',
              WA-PERIOD-YR, '/', WA-PERIOD-MO
         ELSE
           DISPLAY 'BONUS ACCRUAL FOR PERIOD ', WA-PERIOD-YR, '/',
              WA-PERIOD-MO
         END-IF.
      *****************************************************************
       220-STAMP-START-MOD.
         MOVE 'BONUS-ACCR'  TO SQ-PROGRAM
         MOVE 'S'           TO SQ-EVENT
         PERFORM 225-SET-STAMP-MODE-MOD
         MOVE ZEROS         TO SQ-RC
         PERFORM 230-WRITE-STAMP-MOD.
      *****************************************************************
       225-SET-STAMP-MODE-MOD.
         IF WA-TRUE-UP-RUN
           MOVE 'TUP'  TO SQ-MODE
         ELSE
           MOVE 'ACC'  TO SQ-MODE
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
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF
         WRITE RUN-CONTROL-RECORD
         CLOSE RUN-CONTROL.
      *****************************************************************
       250-LOAD-OFFICE-REF-MOD.
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
               MOVE OM-TERR-NO     TO WA-FIND-TERR
               MOVE OM-OFFICE-NO   TO WA-FIND-OFFICE
               MOVE OM-OFFICE-NAME TO WA-FIND-NAME
               PERFORM 255-FIND-OFFICE-MOD
               IF WA-OFFICE-FOUND = 'NO '
                 PERFORM 256-ADD-OFFICE-MOD
                 IF WA-OFFICE-FOUND = 'YES'
                   MOVE 'YES' TO ORA-ON-OFFICEMS (WA-OFFICE-SUB)
                 END-IF
               END-IF
         END-PERFORM
         CLOSE OFFICE-REF

         IF WC-OFFICE-COUNT = ZERO
           DISPLAY 'OFFICEMS.DAT IS EMPTY -- EVERY MASTER RECORD '
              'WOULD REJECT'
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF.
      *****************************************************************
       255-FIND-OFFICE-MOD.
         MOVE 'NO ' TO WA-OFFICE-FOUND
         MOVE 1 TO WA-OFFICE-SUB

         PERFORM UNTIL WA-OFFICE-SUB > WC-OFFICE-COUNT
                 OR WA-OFFICE-FOUND = 'YES'
           IF ORA-TERR-NO (WA-OFFICE-SUB) = WA-FIND-TERR
              AND ORA-OFFICE-NO (WA-OFFICE-SUB) = WA-FIND-OFFICE
             MOVE 'YES' TO WA-OFFICE-FOUND
           ELSE
             ADD 1 TO WA-OFFICE-SUB
           END-IF
         END-PERFORM.
      *****************************************************************
       256-ADD-OFFICE-MOD.
         IF WC-OFFICE-COUNT < 100
           MOVE 1 TO WA-INSERT-POS
           PERFORM UNTIL WA-INSERT-POS > WC-OFFICE-COUNT
                   OR WA-FIND-TERR < ORA-TERR-NO (WA-INSERT-POS)
                   OR (WA-FIND-TERR = ORA-TERR-NO (WA-INSERT-POS)
                       AND WA-FIND-OFFICE
                           < ORA-OFFICE-NO (WA-INSERT-POS))
             ADD 1 TO WA-INSERT-POS
           END-PERFORM

           MOVE WC-OFFICE-COUNT TO WA-SHIFT-SUB
           PERFORM UNTIL WA-SHIFT-SUB < WA-INSERT-POS
             MOVE ORA-ENTRY (WA-SHIFT-SUB)
               TO ORA-ENTRY (WA-SHIFT-SUB + 1)
             SUBTRACT 1 FROM WA-SHIFT-SUB
           END-PERFORM

           MOVE WA-FIND-TERR   TO ORA-TERR-NO (WA-INSERT-POS)
           MOVE WA-FIND-OFFICE TO ORA-OFFICE-NO (WA-INSERT-POS)
           MOVE WA-FIND-NAME   TO ORA-OFFICE-NAME (WA-INSERT-POS)
           MOVE 'NO '          TO ORA-ON-OFFICEMS (WA-INSERT-POS)
           MOVE ZEROS          TO ORA-EMP-CTR (WA-INSERT-POS)
                                  ORA-PROJ-AMT (WA-INSERT-POS)
                                  ORA-ACCRUED-AMT (WA-INSERT-POS)
                                  ORA-PRIOR-AMT (WA-INSERT-POS)
                                  ORA-ACTUAL-AMT (WA-INSERT-POS)
           ADD 1 TO WC-OFFICE-COUNT
           MOVE WA-INSERT-POS TO WA-OFFICE-SUB
           MOVE 'YES' TO WA-OFFICE-FOUND
         ELSE
           DISPLAY 'MORE THAN 100 OFFICES -- OFFICE ', WA-FIND-TERR,
              '/', WA-FIND-OFFICE, ' LEFT OUT'
         END-IF.
      *****************************************************************
       257-FIND-OR-ADD-OFFICE-MOD.
         PERFORM 255-FIND-OFFICE-MOD
         IF WA-OFFICE-FOUND = 'NO '
           MOVE 'NOT ON OFFICEMS.DAT' TO WA-FIND-NAME
           PERFORM 256-ADD-OFFICE-MOD
         END-IF.
      *****************************************************************
       260-READ-CONTROL-TOTALS-MOD.
         OPEN INPUT CONTROL-TOTALS-IN
         IF WA-CTL-FILE-STATUS NOT = '00'
           DISPLAY 'CANNOT OPEN BONUSCTL.DAT, STATUS ',
               WA-CTL-FILE-STATUS,
               ' -- RUN THE LIVE BONUS REPORT BEFORE THE TRUE-UP'
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
              'TO TRUE UP'
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF

         IF WA-CTL-BALANCE-FLAG = 'VOD'
           DISPLAY 'BONUS RUN ', WA-CTL-RUN-DATE, ' WAS BACKED OUT '
              '-- BONUSCTL.DAT IS VOID, TRUE-UP REFUSED'
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF

         IF WA-CTL-BALANCE-FLAG NOT = 'YES'
           DISPLAY 'LAST BONUS RUN DID NOT BALANCE -- '
              'TRUE-UP REFUSED'
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF

         IF WA-CTL-RUN-CYCLE = SPACES
           MOVE 'AN' TO WA-CTL-RUN-CYCLE
         END-IF

         IF WA-CTL-RUN-CYCLE NOT = 'AN'
           DISPLAY 'LAST LIVE BONUS RUN WAS CYCLE ', WA-CTL-RUN-CYCLE,
              ', NOT THE ANNUAL (AN) RUN -- TRUE-UP REFUSED'
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF
         MOVE WA-CTL-RUN-YEAR TO WA-ACCR-YEAR
         MOVE 13 TO WA-LIMIT-MO
         DISPLAY 'TRUE-UP OF ', WA-ACCR-YEAR, ' AGAINST BONUS RUN ',
            WA-CTL-RUN-DATE, ' CYCLE ', WA-CTL-RUN-CYCLE.
      *****************************************************************
       270-CHECK-RUN-SEQ-MOD.
         OPEN INPUT RUN-CONTROL
         IF WA-RUNSEQ-FILE-STATUS NOT = '00'
           DISPLAY 'RUNSEQ.DAT NOT AVAILABLE, STATUS ',
               WA-RUNSEQ-FILE-STATUS,
               ' -- CANNOT CONFIRM THE LIVE BONUS RUN FINISHED'
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF

         PERFORM UNTIL WA-NO-MORE-STAMPS
           READ RUN-CONTROL
             AT END
               MOVE 'NO ' TO WA-ARE-THERE-MORE-STAMPS
             NOT AT END
               IF SQ-PROGRAM = 'BONUS-REPORT'
                  AND SQ-MODE NOT = 'SIM'
                 MOVE SQ-EVENT TO WA-LAST-BONUS-EVENT
                 MOVE SQ-DATE  TO WA-LAST-BONUS-DATE
                 MOVE SQ-RC    TO WA-LAST-BONUS-RC
               END-IF
         END-PERFORM
         CLOSE RUN-CONTROL

         IF WA-LAST-BONUS-EVENT NOT = 'E'
            OR WA-LAST-BONUS-DATE NOT = WA-CTL-RUN-DATE
            OR WA-LAST-BONUS-RC > 04
           DISPLAY 'LIVE BONUS RUN ', WA-CTL-RUN-DATE, ' HAS NOT '
              'FINISHED CLEAN ON RUNSEQ.DAT -- TRUE-UP REFUSED'
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF.
      *****************************************************************
       300-READ-ACCRUAL-BALANCE-MOD.
         OPEN INPUT ACCRUAL-BALANCE
         IF WA-BALANCE-FILE-STATUS = '35'
           DISPLAY 'ACCRBAL.DAT NOT FOUND -- NO ACCRUALS ON FILE YET'
           MOVE 'NO ' TO WA-ARE-THERE-MORE-BALANCES
         ELSE
           IF WA-BALANCE-FILE-STATUS NOT = '00'
             DISPLAY 'CANNOT OPEN ACCRBAL.DAT, STATUS ',
                 WA-BALANCE-FILE-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
         END-IF

         PERFORM UNTIL WA-NO-MORE-BALANCES
           READ ACCRUAL-BALANCE
             AT END
               MOVE 'NO ' TO WA-ARE-THERE-MORE-BALANCES
             NOT AT END
               IF AB-YEAR = WA-ACCR-YEAR
                 PERFORM 310-POST-BALANCE-MOD
               END-IF
         END-PERFORM
         IF WA-BALANCE-FILE-STATUS = '00'
            OR WA-BALANCE-FILE-STATUS = '10'
           CLOSE ACCRUAL-BALANCE
         END-IF

         IF WA-YEAR-CLOSED = 'YES'
           DISPLAY 'BONUS YEAR ', WA-ACCR-YEAR, ' HAS ALREADY BEEN '
              'TRUED UP ON ACCRBAL.DAT -- RUN REFUSED'
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF

         IF WA-ACCRUAL-RUN AND WA-PERIOD-DONE = 'YES'
           DISPLAY 'PERIOD ', WA-PERIOD-YR, '/', WA-PERIOD-MO,
              ' HAS ALREADY BEEN ACCRUED ON ACCRBAL.DAT -- RUN '
              'REFUSED'
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF

         IF WA-ACCRUAL-RUN AND WA-LATER-PERIOD = 'YES'
           DISPLAY 'A LATER PERIOD, ', WA-PERIOD-YR, '/',
              WA-LATER-MONTH, ', IS ALREADY ACCRUED ON ACCRBAL.DAT -- '
              'PERIOD ', WA-PERIOD-YR, '/', WA-PERIOD-MO,
              ' CANNOT BE BACKFILLED, RUN REFUSED'
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF

         IF WA-ACCRUAL-RUN
            AND WA-PRIOR-MONTH > ZERO
            AND WA-PRIOR-MONTH < WA-PERIOD-MO - 1
           MOVE 'YES' TO WA-MONTH-GAP
           MOVE 4 TO RETURN-CODE
           DISPLAY 'NO ACCRUAL ON FILE FOR THE MONTH BEFORE ',
              WA-PERIOD-YR, '/', WA-PERIOD-MO, ' -- REVERSING MONTH ',
              WA-PRIOR-MONTH, ' INSTEAD'
         END-IF

         IF WA-TRUE-UP-RUN AND WA-PRIOR-MONTH = ZERO
           MOVE 4 TO RETURN-CODE
           DISPLAY 'NO ACCRUAL ON FILE FOR ', WA-ACCR-YEAR,
              ' -- THE WHOLE ACTUAL WILL BE BOOKED AS TRUE-UP'
         END-IF.
      *****************************************************************
       310-POST-BALANCE-MOD.
         IF AB-TRUE-UP
           MOVE 'YES' TO WA-YEAR-CLOSED
         ELSE
           IF AB-MONTH = WA-PERIOD-MO
             MOVE 'YES' TO WA-PERIOD-DONE
           END-IF
           IF AB-MONTH > WA-PERIOD-MO
             MOVE 'YES' TO WA-LATER-PERIOD
             IF AB-MONTH > WA-LATER-MONTH
               MOVE AB-MONTH TO WA-LATER-MONTH
             END-IF
           END-IF
           IF AB-MONTH < WA-LIMIT-MO
             IF AB-MONTH > WA-PRIOR-MONTH
               MOVE AB-MONTH TO WA-PRIOR-MONTH
               PERFORM 320-CLEAR-PRIOR-MOD
             END-IF
             IF AB-MONTH = WA-PRIOR-MONTH
               MOVE AB-TERR-NO   TO WA-FIND-TERR
               MOVE AB-OFFICE-NO TO WA-FIND-OFFICE
               PERFORM 257-FIND-OR-ADD-OFFICE-MOD
               IF WA-OFFICE-FOUND = 'YES'
                 ADD AB-ACCRUED-AMT TO ORA-PRIOR-AMT (WA-OFFICE-SUB)
               END-IF
             END-IF
           END-IF
         END-IF.
      *****************************************************************
       320-CLEAR-PRIOR-MOD.
         MOVE 1 TO WA-OFFICE-SUB
         PERFORM UNTIL WA-OFFICE-SUB > WC-OFFICE-COUNT
           MOVE ZEROS TO ORA-PRIOR-AMT (WA-OFFICE-SUB)
           ADD 1 TO WA-OFFICE-SUB
         END-PERFORM.
      *****************************************************************
       400-PROJECT-MASTER-MOD.
         PERFORM UNTIL WA-NO-MORE-RECORDS
           READ PAYROLL-MASTER
             AT END
               MOVE 'NO ' TO WA-ARE-THERE-MORE-RECORDS
             NOT AT END
               ADD 1 TO WA-RECORD-CTR
               PERFORM 410-VALIDATE-RECORD-MOD
               IF WA-RECORD-OK
                 PERFORM 420-COMPUTE-PRORATION-MOD
                 IF ACTIVE-EMPLOYEE
                    OR (ON-LEAVE AND WA-PRORATE-MONTHS > ZERO)
                   PERFORM 415-COMPUTE-SERVICE-MOD
                   PERFORM 425-LOOKUP-RATE-MOD
                   PERFORM 430-LOOKUP-PERF-FACTOR-MOD
                   PERFORM 435-COMPUTE-BONUS-MOD
                   ADD WA-BONUS-AMT TO ORA-PROJ-AMT (WA-OFFICE-SUB)
                   ADD 1 TO ORA-EMP-CTR (WA-OFFICE-SUB)
                   ADD 1 TO WA-PROJECTED-CTR
                 ELSE
                   ADD 1 TO WA-INELIG-CTR
                 END-IF
               ELSE
                 ADD 1 TO WA-REJECT-CTR
               END-IF
         END-PERFORM.
      *****************************************************************
       410-VALIDATE-RECORD-MOD.
         MOVE 'OK ' TO WA-RECORD-STATUS
         MOVE TERR-NO-IN   TO WA-FIND-TERR
         MOVE OFFICE-NO-IN TO WA-FIND-OFFICE
         PERFORM 255-FIND-OFFICE-MOD
         IF WA-OFFICE-FOUND = 'YES'
           IF ORA-ON-OFFICEMS (WA-OFFICE-SUB) = 'NO '
             MOVE 'NO ' TO WA-OFFICE-FOUND
           END-IF
         END-IF

         EVALUATE TRUE
           WHEN ANNUAL-SALARY-IN NOT NUMERIC
                OR ANNUAL-SALARY-IN = ZERO
             MOVE 'BAD' TO WA-RECORD-STATUS
           WHEN TERR-NO-IN = SPACES
             MOVE 'BAD' TO WA-RECORD-STATUS
           WHEN OFFICE-NO-IN = SPACES
             MOVE 'BAD' TO WA-RECORD-STATUS
           WHEN WA-OFFICE-FOUND = 'NO '
             MOVE 'BAD' TO WA-RECORD-STATUS
           WHEN NOT VALID-EMP-STATUS
             MOVE 'BAD' TO WA-RECORD-STATUS
           WHEN HIRE-DATE-MO-IN NOT NUMERIC
                OR HIRE-DATE-DAY-IN NOT NUMERIC
                OR HIRE-DATE-YR-IN NOT NUMERIC
             MOVE 'BAD' TO WA-RECORD-STATUS
           WHEN HIRE-DATE-MO-IN < 1 OR HIRE-DATE-MO-IN > 12
                OR HIRE-DATE-DAY-IN < 1 OR HIRE-DATE-DAY-IN > 31
                OR HIRE-DATE-YR-IN < 1900
                OR HIRE-DATE-YR-IN > WA-IN-YR
             MOVE 'BAD' TO WA-RECORD-STATUS
         END-EVALUATE.
      *****************************************************************
       415-COMPUTE-SERVICE-MOD.
         COMPUTE WA-YEARS-SERVICE = WA-IN-YR - HIRE-DATE-YR-IN

         IF WA-YEARS-SERVICE > ZERO
             AND (HIRE-DATE-MO-IN > WA-IN-MO
               OR (HIRE-DATE-MO-IN = WA-IN-MO
                   AND HIRE-DATE-DAY-IN > WA-IN-DAY))
           SUBTRACT 1 FROM WA-YEARS-SERVICE
         END-IF.
      *****************************************************************
       420-COMPUTE-PRORATION-MOD.
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
         ELSE
           IF ACTIVE-EMPLOYEE
              AND STATUS-EFF-DATE-IN NUMERIC
              AND STAT-EFF-YR-IN = WA-IN-YR
              AND STAT-EFF-MO-IN > WA-START-MO
             MOVE STAT-EFF-MO-IN TO WA-START-MO
           END-IF
         END-IF

         COMPUTE WA-PRORATE-MONTHS =
             WA-END-MO - WA-START-MO + 1
         IF WA-PRORATE-MONTHS < ZERO
           MOVE ZERO TO WA-PRORATE-MONTHS
         END-IF
         IF WA-PRORATE-MONTHS > WA-CYCLE-MONTHS
           MOVE WA-CYCLE-MONTHS TO WA-PRORATE-MONTHS
         END-IF.
      *****************************************************************
       425-LOOKUP-RATE-MOD.
         MOVE ZERO TO WA-BONUS-PCT
         MOVE ZERO TO WA-BEST-MIN-YEARS
         SET RTA-IDX TO 1

         PERFORM UNTIL RTA-IDX > WC-RATE-COUNT
           IF WA-YEARS-SERVICE >= RTA-MIN-YEARS (RTA-IDX)
              AND RTA-MIN-YEARS (RTA-IDX) >= WA-BEST-MIN-YEARS
             MOVE RTA-MIN-YEARS (RTA-IDX)  TO WA-BEST-MIN-YEARS
             MOVE RTA-BONUS-PERC (RTA-IDX) TO WA-BONUS-PCT
           END-IF
           SET RTA-IDX UP BY 1
         END-PERFORM.
      *****************************************************************
       430-LOOKUP-PERF-FACTOR-MOD.
         MOVE 1.00  TO WA-PERF-FACTOR
         MOVE 'NO ' TO WA-PERF-FOUND
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
           ADD 1 TO WA-PERF-DEFAULT-CTR
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
             ADD 1 TO WA-PERF-DEFAULT-CTR
           END-IF

           IF WA-PERF-FACTOR > WA-PERF-CAP
             MOVE WA-PERF-CAP TO WA-PERF-FACTOR
           END-IF
         END-IF.
      *****************************************************************
       435-COMPUTE-BONUS-MOD.
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
       450-BOOK-ACCRUAL-MOD.
         MOVE SPACES TO WA-JE-DESC
         STRING 'BONUS ACCRUAL ' DELIMITED BY SIZE
                WA-PERIOD-NUM DELIMITED BY SIZE
           INTO WA-JE-DESC

         MOVE 1 TO WA-OFFICE-SUB
         PERFORM UNTIL WA-OFFICE-SUB > WC-OFFICE-COUNT
           COMPUTE ORA-ACCRUED-AMT (WA-OFFICE-SUB) ROUNDED =
               ORA-PROJ-AMT (WA-OFFICE-SUB) * WA-PERIOD-MO / 12
           IF ORA-ACCRUED-AMT (WA-OFFICE-SUB) > ZERO
             MOVE 'A' TO WA-JE-TYPE
             MOVE GL-BONUS-EXPENSE TO WA-JE-DR-ACCOUNT
             MOVE GL-ACCRUED-BONUS TO WA-JE-CR-ACCOUNT
             MOVE ORA-ACCRUED-AMT (WA-OFFICE-SUB) TO WA-JE-AMOUNT
             PERFORM 470-WRITE-ENTRY-PAIR-MOD
           END-IF
           IF ORA-PROJ-AMT (WA-OFFICE-SUB) > ZERO
              OR ORA-PRIOR-AMT (WA-OFFICE-SUB) > ZERO
             MOVE WA-PERIOD-YR TO AB-YEAR
             MOVE WA-PERIOD-MO TO AB-MONTH
             MOVE 'A'          TO AB-TYPE
             MOVE ORA-TERR-NO (WA-OFFICE-SUB)   TO AB-TERR-NO
             MOVE ORA-OFFICE-NO (WA-OFFICE-SUB) TO AB-OFFICE-NO
             MOVE ORA-PROJ-AMT (WA-OFFICE-SUB)  TO AB-PROJ-AMT
             MOVE ORA-ACCRUED-AMT (WA-OFFICE-SUB)
               TO AB-ACCRUED-AMT
             MOVE WA-TODAY-DATE TO AB-POST-DATE
             WRITE ACCRUAL-BALANCE-RECORD
             ADD 1 TO WA-BALANCE-ROW-CTR
           END-IF
           ADD 1 TO WA-OFFICE-SUB
         END-PERFORM

         IF WA-PRIOR-MONTH > ZERO
           MOVE SPACES TO WA-JE-DESC
           STRING 'REVERSE BONUS ACCRUAL ' DELIMITED BY SIZE
                  WA-PERIOD-YR DELIMITED BY SIZE
                  WA-PRIOR-MONTH DELIMITED BY SIZE
             INTO WA-JE-DESC
           MOVE 1 TO WA-OFFICE-SUB
           PERFORM UNTIL WA-OFFICE-SUB > WC-OFFICE-COUNT
             IF ORA-PRIOR-AMT (WA-OFFICE-SUB) > ZERO
               MOVE 'R' TO WA-JE-TYPE
               MOVE GL-ACCRUED-BONUS TO WA-JE-DR-ACCOUNT
               MOVE GL-BONUS-EXPENSE TO WA-JE-CR-ACCOUNT
               MOVE ORA-PRIOR-AMT (WA-OFFICE-SUB) TO WA-JE-AMOUNT
               PERFORM 470-WRITE-ENTRY-PAIR-MOD
             END-IF
             ADD 1 TO WA-OFFICE-SUB
           END-PERFORM
         END-IF.
      *****************************************************************
       460-PRINT-ACCRUAL-MOD.
         MOVE ZEROS TO WA-GRAND-PROJ WA-GRAND-ACCRUED WA-GRAND-PRIOR
                       WA-GRAND-EMP-CTR
         PERFORM 465-CLEAR-TERR-TOTALS-MOD
         MOVE ORA-TERR-NO (1) TO WA-OLD-TERR-NO

         MOVE 1 TO WA-OFFICE-SUB
         PERFORM UNTIL WA-OFFICE-SUB > WC-OFFICE-COUNT
           IF ORA-TERR-NO (WA-OFFICE-SUB) NOT = WA-OLD-TERR-NO
             PERFORM 466-PRINT-ACCRUAL-TERR-MOD
             MOVE ORA-TERR-NO (WA-OFFICE-SUB) TO WA-OLD-TERR-NO
           END-IF
           IF ORA-PROJ-AMT (WA-OFFICE-SUB) > ZERO
              OR ORA-PRIOR-AMT (WA-OFFICE-SUB) > ZERO
             MOVE SPACES TO AC-KEY
             STRING ORA-TERR-NO (WA-OFFICE-SUB) DELIMITED BY SIZE
                    '/' DELIMITED BY SIZE
                    ORA-OFFICE-NO (WA-OFFICE-SUB) DELIMITED BY SIZE
               INTO AC-KEY
             MOVE ORA-OFFICE-NAME (WA-OFFICE-SUB) TO AC-NAME
             MOVE ORA-EMP-CTR (WA-OFFICE-SUB)     TO AC-EMP-CTR
             MOVE ORA-PROJ-AMT (WA-OFFICE-SUB)    TO AC-PROJ-AMT
             MOVE ORA-ACCRUED-AMT (WA-OFFICE-SUB) TO AC-ACCRUED-AMT
             MOVE ORA-PRIOR-AMT (WA-OFFICE-SUB)   TO AC-PRIOR-AMT
             COMPUTE WA-MONTH-AMT = ORA-ACCRUED-AMT (WA-OFFICE-SUB)
                                  - ORA-PRIOR-AMT (WA-OFFICE-SUB)
             MOVE WA-MONTH-AMT TO AC-MONTH-AMT
             WRITE ACCRUAL-RECORD FROM ACCRUAL-LINE
               AFTER ADVANCING 1 LINES
             ADD 1 TO WA-TERR-LINE-CTR
             ADD ORA-PROJ-AMT (WA-OFFICE-SUB)    TO WA-TERR-PROJ
             ADD ORA-ACCRUED-AMT (WA-OFFICE-SUB) TO WA-TERR-ACCRUED
             ADD ORA-PRIOR-AMT (WA-OFFICE-SUB)   TO WA-TERR-PRIOR
             ADD ORA-EMP-CTR (WA-OFFICE-SUB)     TO WA-TERR-EMP-CTR
           END-IF
           ADD 1 TO WA-OFFICE-SUB
         END-PERFORM
         PERFORM 466-PRINT-ACCRUAL-TERR-MOD

         MOVE 'G' TO WA-TOTAL-LEVEL
         MOVE WA-GRAND-PROJ    TO WA-TOTAL-PROJ
         MOVE WA-GRAND-ACCRUED TO WA-TOTAL-ACCRUED
         MOVE WA-GRAND-PRIOR   TO WA-TOTAL-PRIOR
         MOVE WA-GRAND-EMP-CTR TO WA-TOTAL-EMP-CTR
         PERFORM 467-WRITE-ACCRUAL-TOTAL-MOD.
      *****************************************************************
       465-CLEAR-TERR-TOTALS-MOD.
         MOVE ZEROS TO WA-TERR-LINE-CTR
         MOVE ZEROS TO WA-TERR-PROJ WA-TERR-ACCRUED WA-TERR-PRIOR
                       WA-TERR-ACTUAL WA-TERR-EMP-CTR.
      *****************************************************************
       466-PRINT-ACCRUAL-TERR-MOD.
         IF WA-TERR-LINE-CTR > ZERO
           MOVE 'T' TO WA-TOTAL-LEVEL
           MOVE WA-TERR-PROJ    TO WA-TOTAL-PROJ
           MOVE WA-TERR-ACCRUED TO WA-TOTAL-ACCRUED
           MOVE WA-TERR-PRIOR   TO WA-TOTAL-PRIOR
           MOVE WA-TERR-EMP-CTR TO WA-TOTAL-EMP-CTR
           PERFORM 467-WRITE-ACCRUAL-TOTAL-MOD
           ADD WA-TERR-PROJ    TO WA-GRAND-PROJ
           ADD WA-TERR-ACCRUED TO WA-GRAND-ACCRUED
           ADD WA-TERR-PRIOR   TO WA-GRAND-PRIOR
           ADD WA-TERR-EMP-CTR TO WA-GRAND-EMP-CTR
         END-IF
         PERFORM 465-CLEAR-TERR-TOTALS-MOD.
      *****************************************************************
       467-WRITE-ACCRUAL-TOTAL-MOD.
         IF WA-TOTAL-LEVEL = 'T'
           MOVE WA-OLD-TERR-NO TO AC-KEY
           MOVE 'TERR TOTAL'   TO AC-NAME
         ELSE
           MOVE SPACES         TO AC-KEY
           MOVE 'GRAND TOTAL'  TO AC-NAME
         END-IF
         MOVE WA-TOTAL-EMP-CTR TO AC-EMP-CTR
         MOVE WA-TOTAL-PROJ    TO AC-PROJ-AMT
         MOVE WA-TOTAL-ACCRUED TO AC-ACCRUED-AMT
         MOVE WA-TOTAL-PRIOR   TO AC-PRIOR-AMT
         COMPUTE WA-MONTH-AMT = WA-TOTAL-ACCRUED - WA-TOTAL-PRIOR
         MOVE WA-MONTH-AMT     TO AC-MONTH-AMT
         WRITE ACCRUAL-RECORD FROM ACCRUAL-LINE
           AFTER ADVANCING 2 LINES
         MOVE SPACES TO ACCRUAL-RECORD
         WRITE ACCRUAL-RECORD
           AFTER ADVANCING 1 LINES.
      *****************************************************************
       470-WRITE-ENTRY-PAIR-MOD.
         MOVE WA-PERIOD-NUM  TO GJ-PERIOD
         MOVE WA-TODAY-DATE  TO GJ-POST-DATE
         MOVE WA-JE-TYPE     TO GJ-ENTRY-TYPE
         MOVE ORA-TERR-NO (WA-OFFICE-SUB)   TO GJ-TERR-NO
         MOVE ORA-OFFICE-NO (WA-OFFICE-SUB) TO GJ-OFFICE-NO
         MOVE WA-JE-AMOUNT   TO GJ-AMOUNT
         MOVE WA-JE-DESC     TO GJ-DESC

         MOVE WA-JE-DR-ACCOUNT TO GJ-ACCOUNT
         MOVE 'D'              TO GJ-DR-CR
         WRITE JOURNAL-RECORD
         ADD WA-JE-AMOUNT TO WA-JE-DEBIT-TOTAL

         MOVE WA-JE-CR-ACCOUNT TO GJ-ACCOUNT
         MOVE 'C'              TO GJ-DR-CR
         WRITE JOURNAL-RECORD
         ADD WA-JE-AMOUNT TO WA-JE-CREDIT-TOTAL
         ADD 2 TO WA-JE-CTR.
      *****************************************************************
       480-PRINT-ACCRUAL-CONTROLS-MOD.
         IF WA-PRIOR-MONTH > ZERO
           MOVE SPACES TO TL-TEXT
           STRING 'PRIOR MONTH REVERSED: ' DELIMITED BY SIZE
                  WA-PERIOD-YR DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WA-PRIOR-MONTH DELIMITED BY SIZE
             INTO TL-TEXT
         ELSE
           MOVE 'NO EARLIER ACCRUAL THIS YEAR -- NOTHING REVERSED'
             TO TL-TEXT
         END-IF
         WRITE ACCRUAL-RECORD FROM TEXT-LINE
           AFTER ADVANCING 2 LINES
         IF WA-MONTH-GAP = 'YES'
           MOVE SPACES TO TL-TEXT
           STRING '** MONTH BEFORE THIS PERIOD NOT ACCRUED -- '
                    DELIMITED BY SIZE
                  'LAST ACCRUED MONTH REVERSED **' DELIMITED BY SIZE
             INTO TL-TEXT
           WRITE ACCRUAL-RECORD FROM TEXT-LINE
             AFTER ADVANCING 1 LINES
         END-IF

         MOVE 'MASTER RECORDS READ:              ' TO CL-LABEL
         MOVE WA-RECORD-CTR TO CL-COUNT
         WRITE ACCRUAL-RECORD FROM COUNT-LINE
           AFTER ADVANCING 2 LINES
         MOVE 'EMPLOYEES PROJECTED:              ' TO CL-LABEL
         MOVE WA-PROJECTED-CTR TO CL-COUNT
         WRITE ACCRUAL-RECORD FROM COUNT-LINE
           AFTER ADVANCING 1 LINES
         MOVE 'INELIGIBLE (STATUS):              ' TO CL-LABEL
         MOVE WA-INELIG-CTR TO CL-COUNT
         WRITE ACCRUAL-RECORD FROM COUNT-LINE
           AFTER ADVANCING 1 LINES
         MOVE 'REJECTED (FAILED VALIDATION):     ' TO CL-LABEL
         MOVE WA-REJECT-CTR TO CL-COUNT
         WRITE ACCRUAL-RECORD FROM COUNT-LINE
           AFTER ADVANCING 1 LINES
         MOVE 'PERFORMANCE FACTOR 1.00 USED:     ' TO CL-LABEL
         MOVE WA-PERF-DEFAULT-CTR TO CL-COUNT
         WRITE ACCRUAL-RECORD FROM COUNT-LINE
           AFTER ADVANCING 1 LINES
         MOVE 'ACCRUAL BALANCE ROWS WRITTEN:     ' TO CL-LABEL
         MOVE WA-BALANCE-ROW-CTR TO CL-COUNT
         WRITE ACCRUAL-RECORD FROM COUNT-LINE
           AFTER ADVANCING 1 LINES
         MOVE 'JOURNAL LINES WRITTEN:            ' TO CL-LABEL
         MOVE WA-JE-CTR TO CL-COUNT
         WRITE ACCRUAL-RECORD FROM COUNT-LINE
           AFTER ADVANCING 1 LINES

         MOVE SPACES TO CT-FLAG
         MOVE 'JOURNAL DEBITS:                   ' TO CT-LABEL
         MOVE WA-JE-DEBIT-TOTAL TO CT-AMOUNT
         WRITE ACCRUAL-RECORD FROM CONTROL-LINE
           AFTER ADVANCING 2 LINES
         MOVE 'JOURNAL CREDITS:                  ' TO CT-LABEL
         MOVE WA-JE-CREDIT-TOTAL TO CT-AMOUNT
         WRITE ACCRUAL-RECORD FROM CONTROL-LINE
           AFTER ADVANCING 1 LINES

         IF WA-REJECT-CTR > ZERO
           MOVE 4 TO RETURN-CODE
         END-IF.
      *****************************************************************
       500-ACTUAL-HISTORY-MOD.
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
               IF BH-RUN-YEAR = WA-ACCR-YEAR
                 PERFORM 510-POST-ACTUAL-MOD
               END-IF
         END-PERFORM.
      *****************************************************************
       510-POST-ACTUAL-MOD.
         ADD 1 TO WA-HIST-YEAR-CTR
         IF BH-CYCLE = SPACES
           MOVE 'AN' TO BH-CYCLE
         END-IF
         MOVE BH-TERR-NO   TO WA-FIND-TERR
         MOVE BH-OFFICE-NO TO WA-FIND-OFFICE
         PERFORM 257-FIND-OR-ADD-OFFICE-MOD
         IF WA-OFFICE-FOUND = 'YES'
           ADD BH-BONUS-AMT TO ORA-ACTUAL-AMT (WA-OFFICE-SUB)
           ADD 1 TO ORA-EMP-CTR (WA-OFFICE-SUB)
         END-IF

         IF BH-CYCLE = WA-CTL-RUN-CYCLE
            AND BH-RUN-DATE = WA-CTL-RUN-DATE
           ADD 1 TO WA-RUN-HIST-CTR
           IF BH-NET-AMT > ZERO
             ADD BH-NET-AMT TO WA-RUN-NET
           ELSE
             COMPUTE WA-RUN-NET = WA-RUN-NET + BH-BONUS-AMT
                 - BH-TAX-AMT
           END-IF
           ADD BH-TAX-AMT   TO WA-RUN-HIST-TAX
           MOVE BH-TERR-NO TO WA-FIND-TERR
           PERFORM 520-FIND-TAX-TERR-MOD
           IF WA-TERR-FOUND = 'YES'
             ADD BH-TAX-AMT TO TTA-HIST-TAX (WA-TERR-SUB)
           END-IF
         END-IF.
      *****************************************************************
       520-FIND-TAX-TERR-MOD.
         MOVE 'NO ' TO WA-TERR-FOUND
         MOVE 1 TO WA-TERR-SUB
         PERFORM UNTIL WA-TERR-SUB > WC-TERR-COUNT
                 OR WA-TERR-FOUND = 'YES'
           IF TTA-TERR-NO (WA-TERR-SUB) = WA-FIND-TERR
             MOVE 'YES' TO WA-TERR-FOUND
           ELSE
             ADD 1 TO WA-TERR-SUB
           END-IF
         END-PERFORM

         IF WA-TERR-FOUND = 'NO '
           IF WC-TERR-COUNT < 50
             ADD 1 TO WC-TERR-COUNT
             MOVE WC-TERR-COUNT TO WA-TERR-SUB
             MOVE WA-FIND-TERR TO TTA-TERR-NO (WA-TERR-SUB)
             MOVE ZEROS TO TTA-HIST-TAX (WA-TERR-SUB)
                           TTA-REMIT-TAX (WA-TERR-SUB)
             MOVE 'YES' TO WA-TERR-FOUND
           ELSE
             DISPLAY 'MORE THAN 50 TERRITORIES -- TERRITORY ',
                WA-FIND-TERR, ' LEFT OUT OF THE TAX TIE'
           END-IF
         END-IF.
      *****************************************************************
       550-TAX-REMIT-MOD.
         OPEN INPUT TAX-HIST-IN
         IF WA-REMIT-FILE-STATUS NOT = '00'
           DISPLAY 'TAXHIST.DAT NOT AVAILABLE, STATUS ',
               WA-REMIT-FILE-STATUS, ' -- TAX WILL NOT TIE'
           MOVE 'NO ' TO WA-ARE-THERE-MORE-REMITS
         END-IF

         PERFORM UNTIL WA-NO-MORE-REMITS
           READ TAX-HIST-IN
             AT END
               MOVE 'NO ' TO WA-ARE-THERE-MORE-REMITS
             NOT AT END
               IF RM-RUN-YEAR NUMERIC
                  AND RM-RUN-DATE NUMERIC
                  AND RM-TAX-AMT NUMERIC
                  AND RM-RUN-YEAR = WA-CTL-RUN-YEAR
                  AND RM-RUN-CYCLE = WA-CTL-RUN-CYCLE
                  AND RM-RUN-DATE = WA-CTL-RUN-DATE
                 ADD 1 TO WA-REMIT-ROW-CTR
                 ADD RM-TAX-AMT TO WA-REMIT-TOTAL
                 MOVE RM-TERR-NO TO WA-FIND-TERR
                 PERFORM 520-FIND-TAX-TERR-MOD
                 IF WA-TERR-FOUND = 'YES'
                   ADD RM-TAX-AMT TO TTA-REMIT-TAX (WA-TERR-SUB)
                 END-IF
               END-IF
         END-PERFORM

         IF WA-REMIT-FILE-STATUS = '00'
            OR WA-REMIT-FILE-STATUS = '10'
           CLOSE TAX-HIST-IN
         END-IF.
      *****************************************************************
       600-BOOK-TRUE-UP-MOD.
         MOVE SPACES TO WA-JE-DESC
         STRING 'BONUS TRUE-UP ' DELIMITED BY SIZE
                WA-ACCR-YEAR DELIMITED BY SIZE
                ' CYCLE ' DELIMITED BY SIZE
                WA-CTL-RUN-CYCLE DELIMITED BY SIZE
           INTO WA-JE-DESC

         MOVE 1 TO WA-OFFICE-SUB
         PERFORM UNTIL WA-OFFICE-SUB > WC-OFFICE-COUNT
           COMPUTE WA-VARIANCE-AMT = ORA-ACTUAL-AMT (WA-OFFICE-SUB)
                                   - ORA-PRIOR-AMT (WA-OFFICE-SUB)
           MOVE 'T' TO WA-JE-TYPE
           IF WA-VARIANCE-AMT > ZERO
             MOVE GL-BONUS-EXPENSE TO WA-JE-DR-ACCOUNT
             MOVE GL-ACCRUED-BONUS TO WA-JE-CR-ACCOUNT
             MOVE WA-VARIANCE-AMT  TO WA-JE-AMOUNT
             PERFORM 470-WRITE-ENTRY-PAIR-MOD
           END-IF
           IF WA-VARIANCE-AMT < ZERO
             MOVE GL-ACCRUED-BONUS TO WA-JE-DR-ACCOUNT
             MOVE GL-BONUS-EXPENSE TO WA-JE-CR-ACCOUNT
             COMPUTE WA-JE-AMOUNT = ZERO - WA-VARIANCE-AMT
             PERFORM 470-WRITE-ENTRY-PAIR-MOD
           END-IF
           IF ORA-ACTUAL-AMT (WA-OFFICE-SUB) > ZERO
              OR ORA-PRIOR-AMT (WA-OFFICE-SUB) > ZERO
             MOVE WA-ACCR-YEAR TO AB-YEAR
             MOVE WA-PERIOD-MO TO AB-MONTH
             MOVE 'T'          TO AB-TYPE
             MOVE ORA-TERR-NO (WA-OFFICE-SUB)   TO AB-TERR-NO
             MOVE ORA-OFFICE-NO (WA-OFFICE-SUB) TO AB-OFFICE-NO
             MOVE ORA-ACTUAL-AMT (WA-OFFICE-SUB) TO AB-PROJ-AMT
             MOVE ORA-ACTUAL-AMT (WA-OFFICE-SUB) TO AB-ACCRUED-AMT
             MOVE WA-TODAY-DATE TO AB-POST-DATE
             WRITE ACCRUAL-BALANCE-RECORD
             ADD 1 TO WA-BALANCE-ROW-CTR
           END-IF
           ADD 1 TO WA-OFFICE-SUB
         END-PERFORM.
      *****************************************************************
       650-PRINT-VARIANCE-MOD.
         MOVE ZEROS TO WA-GRAND-PRIOR WA-GRAND-ACTUAL
         PERFORM 465-CLEAR-TERR-TOTALS-MOD
         MOVE ORA-TERR-NO (1) TO WA-OLD-TERR-NO

         MOVE 1 TO WA-OFFICE-SUB
         PERFORM UNTIL WA-OFFICE-SUB > WC-OFFICE-COUNT
           IF ORA-TERR-NO (WA-OFFICE-SUB) NOT = WA-OLD-TERR-NO
             PERFORM 660-PRINT-VARIANCE-TERR-MOD
             MOVE ORA-TERR-NO (WA-OFFICE-SUB) TO WA-OLD-TERR-NO
           END-IF
           IF ORA-ACTUAL-AMT (WA-OFFICE-SUB) > ZERO
              OR ORA-PRIOR-AMT (WA-OFFICE-SUB) > ZERO
             MOVE SPACES TO VL-KEY
             STRING ORA-TERR-NO (WA-OFFICE-SUB) DELIMITED BY SIZE
                    '/' DELIMITED BY SIZE
                    ORA-OFFICE-NO (WA-OFFICE-SUB) DELIMITED BY SIZE
               INTO VL-KEY
             MOVE ORA-OFFICE-NAME (WA-OFFICE-SUB) TO VL-NAME
             MOVE ORA-PRIOR-AMT (WA-OFFICE-SUB)  TO WA-TOTAL-PRIOR
             MOVE ORA-ACTUAL-AMT (WA-OFFICE-SUB) TO WA-TOTAL-ACTUAL
             PERFORM 670-WRITE-VARIANCE-LINE-MOD
             ADD 1 TO WA-TERR-LINE-CTR
             ADD ORA-PRIOR-AMT (WA-OFFICE-SUB)  TO WA-TERR-PRIOR
             ADD ORA-ACTUAL-AMT (WA-OFFICE-SUB) TO WA-TERR-ACTUAL
           END-IF
           ADD 1 TO WA-OFFICE-SUB
         END-PERFORM
         PERFORM 660-PRINT-VARIANCE-TERR-MOD

         MOVE SPACES         TO VL-KEY
         MOVE 'GRAND TOTAL'  TO VL-NAME
         MOVE WA-GRAND-PRIOR  TO WA-TOTAL-PRIOR
         MOVE WA-GRAND-ACTUAL TO WA-TOTAL-ACTUAL
         PERFORM 670-WRITE-VARIANCE-LINE-MOD.
      *****************************************************************
       660-PRINT-VARIANCE-TERR-MOD.
         IF WA-TERR-LINE-CTR > ZERO
           MOVE WA-OLD-TERR-NO TO VL-KEY
           MOVE 'TERRITORY TOTAL' TO VL-NAME
           MOVE WA-TERR-PRIOR  TO WA-TOTAL-PRIOR
           MOVE WA-TERR-ACTUAL TO WA-TOTAL-ACTUAL
           MOVE SPACES TO VARIANCE-RECORD
           WRITE VARIANCE-RECORD
             AFTER ADVANCING 1 LINES
           PERFORM 670-WRITE-VARIANCE-LINE-MOD
           MOVE SPACES TO VARIANCE-RECORD
           WRITE VARIANCE-RECORD
             AFTER ADVANCING 1 LINES
           ADD WA-TERR-PRIOR  TO WA-GRAND-PRIOR
           ADD WA-TERR-ACTUAL TO WA-GRAND-ACTUAL
         END-IF
         PERFORM 465-CLEAR-TERR-TOTALS-MOD.
      *****************************************************************
       670-WRITE-VARIANCE-LINE-MOD.
         MOVE WA-TOTAL-PRIOR  TO VL-ACCRUED-AMT
         MOVE WA-TOTAL-ACTUAL TO VL-ACTUAL-AMT
         COMPUTE WA-VARIANCE-AMT = WA-TOTAL-ACTUAL - WA-TOTAL-PRIOR
         MOVE WA-VARIANCE-AMT TO VL-VARIANCE-AMT
         IF WA-TOTAL-PRIOR > ZERO
           COMPUTE WA-VARIANCE-PCT ROUNDED =
               WA-VARIANCE-AMT * 100 / WA-TOTAL-PRIOR
             ON SIZE ERROR
               MOVE 999.9 TO WA-VARIANCE-PCT
           END-COMPUTE
           MOVE WA-VARIANCE-PCT TO VL-PCT
         ELSE
           MOVE SPACES TO VL-PCT-X
         END-IF
         WRITE VARIANCE-RECORD FROM VARIANCE-LINE
           AFTER ADVANCING 1 LINES.
      *****************************************************************
       680-PRINT-TRUE-UP-CONTROLS-MOD.
         MOVE SPACES TO CT-FLAG
         MOVE 'ACCRUED BALANCE BEFORE TRUE-UP:   ' TO CT-LABEL
         MOVE WA-GRAND-PRIOR TO CT-AMOUNT
         WRITE VARIANCE-RECORD FROM CONTROL-LINE
           AFTER ADVANCING 2 LINES
         MOVE 'ACTUAL BONUS FOR THE YEAR:        ' TO CT-LABEL
         MOVE WA-GRAND-ACTUAL TO CT-AMOUNT
         WRITE VARIANCE-RECORD FROM CONTROL-LINE
           AFTER ADVANCING 1 LINES
         MOVE 'TRUE-UP BOOKED (ACTUAL - ACCRUED):' TO CT-LABEL
         COMPUTE WA-VARIANCE-AMT = WA-GRAND-ACTUAL - WA-GRAND-PRIOR
         MOVE WA-VARIANCE-AMT TO CT-AMOUNT
         WRITE VARIANCE-RECORD FROM CONTROL-LINE
           AFTER ADVANCING 1 LINES

         MOVE WA-CTL-RUN-DATE TO EA-DATE
         MOVE SPACES TO TL-TEXT
         STRING 'LIVE BONUS RUN ' DELIMITED BY SIZE
                EA-DATE DELIMITED BY SIZE
                ' CYCLE ' DELIMITED BY SIZE
                WA-CTL-RUN-CYCLE DELIMITED BY SIZE
                ' -- CONTROL TIE' DELIMITED BY SIZE
           INTO TL-TEXT
         WRITE VARIANCE-RECORD FROM TEXT-LINE
           AFTER ADVANCING 3 LINES

         MOVE 'BONUSCTL.DAT DISBURSED TOTAL:     ' TO CT-LABEL
         MOVE WA-CTL-DISB-AMT-TOTAL TO CT-AMOUNT
         WRITE VARIANCE-RECORD FROM CONTROL-LINE
           AFTER ADVANCING 2 LINES
         MOVE 'HISTORY NET FOR THE RUN:          ' TO CT-LABEL
         MOVE WA-RUN-NET TO CT-AMOUNT
         IF WA-RUN-NET = WA-CTL-DISB-AMT-TOTAL
           MOVE 'TIE' TO CT-FLAG
         ELSE
           MOVE '*NO TIE*' TO CT-FLAG
           ADD 1 TO WA-NO-TIE-CTR
         END-IF
         WRITE VARIANCE-RECORD FROM CONTROL-LINE
           AFTER ADVANCING 1 LINES

         WRITE VARIANCE-RECORD FROM TAX-TIE-HEADING
           AFTER ADVANCING 2 LINES
         MOVE 1 TO WA-TERR-SUB
         PERFORM UNTIL WA-TERR-SUB > WC-TERR-COUNT
           MOVE TTA-TERR-NO (WA-TERR-SUB)   TO TT-TERR-NO
           MOVE TTA-HIST-TAX (WA-TERR-SUB)  TO TT-HIST-TAX
           MOVE TTA-REMIT-TAX (WA-TERR-SUB) TO TT-REMIT-TAX
           IF TTA-HIST-TAX (WA-TERR-SUB)
                = TTA-REMIT-TAX (WA-TERR-SUB)
             MOVE 'TIE' TO TT-FLAG
           ELSE
             MOVE '*NO TIE*' TO TT-FLAG
             ADD 1 TO WA-NO-TIE-CTR
           END-IF
           WRITE VARIANCE-RECORD FROM TAX-TIE-LINE
             AFTER ADVANCING 1 LINES
           ADD 1 TO WA-TERR-SUB
         END-PERFORM
         MOVE 'TOTAL' TO TT-TERR-NO
         MOVE WA-RUN-HIST-TAX TO TT-HIST-TAX
         MOVE WA-REMIT-TOTAL  TO TT-REMIT-TAX
         IF WA-RUN-HIST-TAX = WA-REMIT-TOTAL
           MOVE 'TIE' TO TT-FLAG
         ELSE
           MOVE '*NO TIE*' TO TT-FLAG
           ADD 1 TO WA-NO-TIE-CTR
         END-IF
         WRITE VARIANCE-RECORD FROM TAX-TIE-LINE
           AFTER ADVANCING 2 LINES

         MOVE 'HISTORY RECORDS FOR THE YEAR:     ' TO CL-LABEL
         MOVE WA-HIST-YEAR-CTR TO CL-COUNT
         WRITE VARIANCE-RECORD FROM COUNT-LINE
           AFTER ADVANCING 2 LINES
         MOVE 'HISTORY RECORDS FOR THE RUN:      ' TO CL-LABEL
         MOVE WA-RUN-HIST-CTR TO CL-COUNT
         WRITE VARIANCE-RECORD FROM COUNT-LINE
           AFTER ADVANCING 1 LINES
         MOVE 'TAXHIST.DAT ROWS FOR THE RUN:     ' TO CL-LABEL
         MOVE WA-REMIT-ROW-CTR TO CL-COUNT
         WRITE VARIANCE-RECORD FROM COUNT-LINE
           AFTER ADVANCING 1 LINES
         MOVE 'ACCRUAL BALANCE ROWS WRITTEN:     ' TO CL-LABEL
         MOVE WA-BALANCE-ROW-CTR TO CL-COUNT
         WRITE VARIANCE-RECORD FROM COUNT-LINE
           AFTER ADVANCING 1 LINES
         MOVE 'JOURNAL LINES WRITTEN:            ' TO CL-LABEL
         MOVE WA-JE-CTR TO CL-COUNT
         WRITE VARIANCE-RECORD FROM COUNT-LINE
           AFTER ADVANCING 1 LINES

         MOVE SPACES TO CT-FLAG
         MOVE 'JOURNAL DEBITS:                   ' TO CT-LABEL
         MOVE WA-JE-DEBIT-TOTAL TO CT-AMOUNT
         WRITE VARIANCE-RECORD FROM CONTROL-LINE
           AFTER ADVANCING 2 LINES
         MOVE 'JOURNAL CREDITS:                  ' TO CT-LABEL
         MOVE WA-JE-CREDIT-TOTAL TO CT-AMOUNT
         WRITE VARIANCE-RECORD FROM CONTROL-LINE
           AFTER ADVANCING 1 LINES

         IF WA-NO-TIE-CTR > ZERO
           DISPLAY 'TRUE-UP CONTROLS DO NOT TIE -- SEE ACCRVAR.RPT'
           MOVE 4 TO RETURN-CODE
         END-IF.
      *****************************************************************
       800-OPEN-FILES-MOD.
         OPEN EXTEND ACCRUAL-BALANCE
         IF WA-BALANCE-FILE-STATUS = '35'
           OPEN OUTPUT ACCRUAL-BALANCE
         END-IF
         IF WA-BALANCE-FILE-STATUS NOT = '00'
           DISPLAY 'CANNOT OPEN ACCRBAL.DAT, STATUS ',
               WA-BALANCE-FILE-STATUS
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF
         OPEN OUTPUT JOURNAL-OUT

         IF WA-TRUE-UP-RUN
           OPEN INPUT BONUS-HISTORY
           IF WA-HISTORY-FILE-STATUS NOT = '00'
             DISPLAY 'CANNOT OPEN BONUSHS.DAT, STATUS ',
                 WA-HISTORY-FILE-STATUS,
                 ' -- BONUS HISTORY IS REQUIRED FOR THE TRUE-UP'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT VARIANCE-OUT
           MOVE WA-ACCR-YEAR TO VH-YEAR
           WRITE VARIANCE-RECORD FROM VARIANCE-HEADING
             AFTER ADVANCING 1 LINES
           MOVE SPACES TO TL-TEXT
           STRING 'POSTED IN PERIOD ' DELIMITED BY SIZE
                  WA-PERIOD-YR DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WA-PERIOD-MO DELIMITED BY SIZE
                  ' -- ACCRUED THROUGH MONTH ' DELIMITED BY SIZE
                  WA-PRIOR-MONTH DELIMITED BY SIZE
             INTO TL-TEXT
           WRITE VARIANCE-RECORD FROM TEXT-LINE
             AFTER ADVANCING 1 LINES
           WRITE VARIANCE-RECORD FROM VARIANCE-COL-HEADING
             AFTER ADVANCING 2 LINES
         ELSE
           OPEN INPUT PAYROLL-MASTER
           IF WA-MAST-FILE-STATUS NOT = '00'
             DISPLAY 'CANNOT OPEN CH0901.DAT, STATUS ',
                 WA-MAST-FILE-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM 850-LOAD-RATE-TABLE-MOD
           PERFORM 852-LOAD-PERFORMANCE-MOD
           PERFORM 853-LOAD-MULT-BAND-MOD
           OPEN OUTPUT ACCRUAL-OUT
           MOVE WA-PERIOD-YR TO AH-PERIOD-YR
           MOVE WA-PERIOD-MO TO AH-PERIOD-MO
           WRITE ACCRUAL-RECORD FROM ACCRUAL-HEADING
             AFTER ADVANCING 1 LINES
           WRITE ACCRUAL-RECORD FROM ACCRUAL-COL-HEADING-1
             AFTER ADVANCING 2 LINES
           WRITE ACCRUAL-RECORD FROM ACCRUAL-COL-HEADING-2
             AFTER ADVANCING 1 LINES
         END-IF.
      *****************************************************************
       850-LOAD-RATE-TABLE-MOD.
         OPEN INPUT RATE-TABLE
         IF WA-RATE-FILE-STATUS NOT = '00'
           DISPLAY 'CANNOT OPEN BONUSRT.DAT, STATUS ',
               WA-RATE-FILE-STATUS,
               ' -- RATE TABLE IS REQUIRED'
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF

         PERFORM UNTIL WA-NO-MORE-RATES
           READ RATE-TABLE
             AT END
               MOVE 'NO ' TO WA-ARE-THERE-MORE-RATES
             NOT AT END
               IF WC-RATE-COUNT < 20
                 ADD 1 TO WC-RATE-COUNT
                 SET RTA-IDX TO WC-RATE-COUNT
                 MOVE RT-MIN-YEARS-SERVICE TO RTA-MIN-YEARS (RTA-IDX)
                 MOVE RT-BONUS-PERC TO RTA-BONUS-PERC (RTA-IDX)
               ELSE
                 DISPLAY 'BONUSRT.DAT HAS MORE THAN 20 RATE ROWS -- '
                    'EXTRA ROWS IGNORED'
               END-IF
         END-PERFORM
         CLOSE RATE-TABLE.
      *****************************************************************
       852-LOAD-PERFORMANCE-MOD.
         OPEN INPUT PERFORMANCE-IN
         IF WA-PERF-FILE-STATUS NOT = '00'
           DISPLAY 'BONUSPRF.DAT NOT AVAILABLE, STATUS ',
               WA-PERF-FILE-STATUS,
               ' -- PERFORMANCE FACTOR 1.00 USED FOR ALL'
           MOVE 'NO ' TO WA-ARE-THERE-MORE-PERF
         END-IF

         PERFORM UNTIL WA-NO-MORE-PERF
           READ PERFORMANCE-IN
             AT END
               MOVE 'NO ' TO WA-ARE-THERE-MORE-PERF
             NOT AT END
               IF PF-YEAR = WA-IN-YR
                  AND PF-VALID-TYPE
                  AND PF-VALUE NUMERIC
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
         END-PERFORM

         IF WA-PERF-FILE-STATUS = '00'
            OR WA-PERF-FILE-STATUS = '10'
           CLOSE PERFORMANCE-IN
         END-IF.
      *****************************************************************
       853-LOAD-MULT-BAND-MOD.
         OPEN INPUT MULT-BAND-TABLE
         IF WA-BAND-FILE-STATUS NOT = '00'
           DISPLAY 'BONUSMB.DAT NOT AVAILABLE, STATUS ',
               WA-BAND-FILE-STATUS,
               ' -- PERFORMANCE FACTOR 1.00 USED FOR ALL'
           MOVE 'NO ' TO WA-ARE-THERE-MORE-BANDS
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

         IF WA-BAND-FILE-STATUS = '00'
            OR WA-BAND-FILE-STATUS = '10'
           CLOSE MULT-BAND-TABLE
         END-IF.
      *****************************************************************
       900-CLOSE-FILES-MOD.
         CLOSE ACCRUAL-BALANCE
               JOURNAL-OUT
         IF WA-TRUE-UP-RUN
           CLOSE BONUS-HISTORY
                 VARIANCE-OUT
         ELSE
           CLOSE PAYROLL-MASTER
                 ACCRUAL-OUT
         END-IF.
      *****************************************************************
       960-STAMP-END-MOD.
         MOVE 'BONUS-ACCR'  TO SQ-PROGRAM
         MOVE 'E'           TO SQ-EVENT
         PERFORM 225-SET-STAMP-MODE-MOD
         MOVE RETURN-CODE   TO SQ-RC
         PERFORM 230-WRITE-STAMP-MOD.
