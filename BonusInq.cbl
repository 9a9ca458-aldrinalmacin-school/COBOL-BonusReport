      *NAME: ALDRIN JEROME ALMACIN
      *DATE: OCTOBER 15, 2026
      *PURPOSE: TO PRINT A CONSOLIDATED BONUS PROFILE FOR ONE
      *         EMPLOYEE, OR FOR EACH EMPLOYEE ON A LIST FILE -- THE
      *         CURRENT PAYROLL MASTER DATA WITH THE OFFICE NAME, EACH
      *         YEAR'S GROSS, TAX AND NET BONUS FROM THE BONUS HISTORY
      *         AND ARCHIVE FILES, ANY VOIDS, CLAWBACKS OR CORRECTIONS,
      *         AND THE CURRENT BANK RECONCILIATION STATUS WITH THE
      *         AGE OF ANY OPEN OR HELD ITEM.  READ ONLY -- NO FILE IS
      *         UPDATED AND THE RUN SEQUENCE FILE IS NOT STAMPED.
       IDENTIFICATION DIVISION.
         PROGRAM-ID. BONUS-INQ.
      *****************************************************************
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT INQUIRY-LIST
             ASSIGN TO "INQLIST.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WA-LIST-FILE-STATUS.

           SELECT PAYROLL-MASTER
             ASSIGN TO "CH0901.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WA-MAST-FILE-STATUS.

           SELECT OFFICE-REF
             ASSIGN TO "OFFICEMS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WA-OFFICE-REF-STATUS.

           SELECT BONUS-HISTORY
             ASSIGN TO "BONUSHS.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS BH-KEY
             FILE STATUS IS WA-HISTORY-FILE-STATUS.

           SELECT ARCHIVE-IN
             ASSIGN TO "BONUSAR.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WA-ARCH-FILE-STATUS.

           SELECT ADJ-LOG-IN
             ASSIGN TO "ADJLOG.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WA-ADJ-FILE-STATUS.

           SELECT OPEN-ITEMS-IN
             ASSIGN TO "RECONOI.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WA-OITEM-FILE-STATUS.

           SELECT HOLD-IN
             ASSIGN TO "BONUSHLD.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WA-HOLD-FILE-STATUS.

           SELECT RUN-CONTROL
             ASSIGN TO "RUNSEQ.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WA-RUNSEQ-FILE-STATUS.

           SELECT INQUIRY-OUT
             ASSIGN TO "BONUSINQ.RPT"
             ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
         FD  INQUIRY-LIST
             RECORD CONTAINS 5 CHARACTERS.
         01  INQUIRY-LIST-RECORD.
             05  IL-EMPNO               PIC X(5).
         FD  PAYROLL-MASTER
             RECORD CONTAINS 82 CHARACTERS.
         01  PAYROLL-MASTER-IN.
            05  EMPNO-IN                PIC X(5).
            05  EMPNAME-IN              PIC X(20).
            05  TERR-NO-IN              PIC X(2).
            05  OFFICE-NO-IN            PIC X(2).
            05  ANNUAL-SALARY-IN        PIC 9(6).
            05  EMPL-STATUS-IN          PIC X.
            05  STAT-EFF-DATE-IN        PIC X(8).
            05                          PIC X(20).
            05  DATE-HIRED-IN           PIC X(8).
            05                          PIC X(10).
         FD  OFFICE-REF
             RECORD CONTAINS 56 CHARACTERS.
         01  OFFICE-REF-RECORD.
             05  OM-TERR-NO             PIC X(2).
             05  OM-OFFICE-NO           PIC X(2).
             05  OM-OFFICE-NAME         PIC X(20).
             05  OM-REGION              PIC X(12).
             05  OM-MANAGER             PIC X(20).
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
         FD  ARCHIVE-IN
             RECORD CONTAINS 44 CHARACTERS.
         01  ARCHIVE-RECORD.
             05  AR-KEY.
                 10  AR-EMPNO             PIC X(5).
                 10  AR-RUN-YEAR          PIC 9(4).
                 10  AR-CYCLE             PIC X(2).
             05  AR-TERR-NO               PIC X(2).
             05  AR-OFFICE-NO             PIC X(2).
             05  AR-BONUS-AMT             PIC 9(5)V99.
             05  AR-TAX-AMT               PIC 9(5)V99.
             05  AR-NET-AMT               PIC 9(5)V99.
             05  AR-RUN-DATE              PIC 9(8).
         FD  ADJ-LOG-IN
             RECORD CONTAINS 40 CHARACTERS.
         01  ADJ-LOG-RECORD.
             05  AD-EMPNO                PIC X(5).
             05  AD-TERR-NO              PIC X(2).
             05  AD-OFFICE-NO            PIC X(2).
             05  AD-BONUS-AMT            PIC S9(5)V99
                                         SIGN IS LEADING SEPARATE.
             05  AD-RUN-YEAR             PIC 9(4).
             05  AD-RUN-CYCLE            PIC X(2).
             05  AD-TAX-AMT-X            PIC X(8).
             05  AD-TAX-AMT REDEFINES AD-TAX-AMT-X
                                         PIC S9(5)V99
                                         SIGN IS LEADING SEPARATE.
             05  AD-ACTION               PIC X.
             05  AD-ADJ-DATE-X           PIC X(8).
             05  AD-ADJ-DATE REDEFINES AD-ADJ-DATE-X
                                         PIC 9(8).
         FD  OPEN-ITEMS-IN
             RECORD CONTAINS 63 CHARACTERS.
         01  OPEN-ITEM-RECORD.
             05  OI-EMPNO                PIC X(5).
             05  OI-YEAR                 PIC 9(4).
             05  OI-REASON               PIC X(30).
             05  OI-HIST-AMT             PIC 9(5)V99.
             05  OI-PAID-AMT             PIC 9(5)V99.
             05  OI-ORIG-DATE            PIC 9(8).
             05  OI-CYCLE                PIC X(2).
         FD  HOLD-IN
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
         FD  RUN-CONTROL
             RECORD CONTAINS 26 CHARACTERS.
         01  RUN-CONTROL-RECORD.
             05  SQ-PROGRAM             PIC X(12).
             05  SQ-EVENT               PIC X.
             05  SQ-DATE                PIC 9(8).
             05  SQ-MODE                PIC X(3).
             05  SQ-RC                  PIC 9(2).
         FD  INQUIRY-OUT
             RECORD CONTAINS 80 CHARACTERS.
         01  INQUIRY-RECORD             PIC X(80).
         WORKING-STORAGE SECTION.
         01  WORK-AREAS.
             05  WA-ARE-THERE-MORE-LIST PIC X(3)     VALUE 'YES'.
                 88  WA-MORE-LIST                    VALUE 'YES'.
                 88  WA-NO-MORE-LIST                 VALUE 'NO '.
             05  WA-ARE-THERE-MORE-OFFICES PIC X(3)  VALUE 'YES'.
                 88  WA-MORE-OFFICES                 VALUE 'YES'.
                 88  WA-NO-MORE-OFFICES              VALUE 'NO '.
             05  WA-ARE-THERE-MORE-STAMPS PIC X(3)   VALUE 'YES'.
                 88  WA-MORE-STAMPS                  VALUE 'YES'.
                 88  WA-NO-MORE-STAMPS               VALUE 'NO '.
             05  WA-ARE-THERE-MORE-MAST PIC X(3)     VALUE 'YES'.
                 88  WA-MORE-MAST                    VALUE 'YES'.
                 88  WA-NO-MORE-MAST                 VALUE 'NO '.
             05  WA-ARE-THERE-MORE-HIST PIC X(3)     VALUE 'YES'.
                 88  WA-MORE-HIST                    VALUE 'YES'.
                 88  WA-NO-MORE-HIST                 VALUE 'NO '.
             05  WA-ARE-THERE-MORE-ARCH PIC X(3)     VALUE 'YES'.
                 88  WA-MORE-ARCH                    VALUE 'YES'.
                 88  WA-NO-MORE-ARCH                 VALUE 'NO '.
             05  WA-ARE-THERE-MORE-ADJ  PIC X(3)     VALUE 'YES'.
                 88  WA-MORE-ADJ                     VALUE 'YES'.
                 88  WA-NO-MORE-ADJ                  VALUE 'NO '.
             05  WA-ARE-THERE-MORE-OITEMS PIC X(3)   VALUE 'YES'.
                 88  WA-MORE-OITEMS                  VALUE 'YES'.
                 88  WA-NO-MORE-OITEMS               VALUE 'NO '.
             05  WA-ARE-THERE-MORE-HOLDS PIC X(3)    VALUE 'YES'.
                 88  WA-MORE-HOLDS                   VALUE 'YES'.
                 88  WA-NO-MORE-HOLDS                VALUE 'NO '.
             05  WA-LIST-FILE-STATUS    PIC X(2)     VALUE SPACES.
             05  WA-MAST-FILE-STATUS    PIC X(2)     VALUE SPACES.
             05  WA-OFFICE-REF-STATUS   PIC X(2)     VALUE SPACES.
             05  WA-HISTORY-FILE-STATUS PIC X(2)     VALUE SPACES.
             05  WA-ARCH-FILE-STATUS    PIC X(2)     VALUE SPACES.
             05  WA-ADJ-FILE-STATUS     PIC X(2)     VALUE SPACES.
             05  WA-OITEM-FILE-STATUS   PIC X(2)     VALUE SPACES.
             05  WA-HOLD-FILE-STATUS    PIC X(2)     VALUE SPACES.
             05  WA-RUNSEQ-FILE-STATUS  PIC X(2)     VALUE SPACES.
             05  WA-HISTORY-OPEN        PIC X(3)     VALUE 'NO '.
             05  WA-RUNSEQ-READ         PIC X(3)     VALUE 'NO '.
             05  WA-RUN-PARM.
                 10  WA-PARM-EMPNO      PIC X(5).
                 10                     PIC X(75).
             05  WA-TODAY-DATE.
                 10  WA-IN-YR           PIC 9(4).
                 10  WA-IN-MO           PIC 99.
                 10  WA-IN-DAY          PIC 99.
             05  WA-TODAY-DATE-NUM REDEFINES WA-TODAY-DATE
                                        PIC 9(8).
             05  WA-ORIG-DATE.
                 10  WA-ORIG-YR         PIC 9(4).
                 10  WA-ORIG-MO         PIC 99.
                 10  WA-ORIG-DAY        PIC 99.
             05  WA-ORIG-DATE-NUM REDEFINES WA-ORIG-DATE
                                        PIC 9(8).
             05  WA-AGE-DAYS            PIC S9(5)    VALUE ZEROS.
             05  WA-MDY-DATE.
                 10  WA-MDY-MO          PIC 99.
                 10  WA-MDY-DAY         PIC 99.
                 10  WA-MDY-YR          PIC 9(4).
             05  WA-MDY-EDIT            PIC X(10)    VALUE SPACES.
             05  WA-INQ-EMPNO           PIC X(5)     VALUE SPACES.
             05  WA-EMP-COUNT           PIC 9(3)     VALUE ZEROS.
             05  WA-EMP-SUB             PIC 9(3)     VALUE ZEROS.
             05  WA-OFFICE-COUNT        PIC 9(3)     VALUE ZEROS.
             05  WA-OFFICE-SUB          PIC 9(3)     VALUE ZEROS.
             05  WA-OFFICE-NAME         PIC X(20)    VALUE SPACES.
             05  WA-OFFICE-FOUND        PIC X(3)     VALUE 'NO '.
             05  WA-ON-MASTER           PIC X(3)     VALUE 'NO '.
             05  WA-FOUND-ANYWHERE      PIC X(3)     VALUE 'NO '.
             05  WA-CYC-COUNT           PIC 9(3)     VALUE ZEROS.
             05  WA-CYC-SUB             PIC 9(3)     VALUE ZEROS.
             05  WA-INSERT-POS          PIC 9(3)     VALUE ZEROS.
             05  WA-SHIFT-SUB           PIC 9(3)     VALUE ZEROS.
             05  WA-CYC-FOUND           PIC X(3)     VALUE 'NO '.
             05  WA-POST-KEY.
                 10  WA-POST-YEAR       PIC 9(4).
                 10  WA-POST-CYCLE      PIC X(2).
             05  WA-POST-SOURCE         PIC X(7)     VALUE SPACES.
             05  WA-POST-RUN-DATE       PIC 9(8)     VALUE ZEROS.
             05  WA-POST-BONUS-AMT      PIC 9(5)V99  VALUE ZEROS.
             05  WA-POST-TAX-AMT        PIC 9(5)V99  VALUE ZEROS.
             05  WA-POST-NET-AMT        PIC 9(5)V99  VALUE ZEROS.
             05  WA-BREAK-YEAR          PIC 9(4)     VALUE ZEROS.
             05  WA-YEAR-GROSS          PIC 9(6)V99  VALUE ZEROS.
             05  WA-YEAR-TAX            PIC 9(6)V99  VALUE ZEROS.
             05  WA-YEAR-NET            PIC 9(6)V99  VALUE ZEROS.
             05  WA-ALL-GROSS           PIC 9(6)V99  VALUE ZEROS.
             05  WA-ALL-TAX             PIC 9(6)V99  VALUE ZEROS.
             05  WA-ALL-NET             PIC 9(6)V99  VALUE ZEROS.
             05  WA-ADJ-CTR             PIC 9(3)     VALUE ZEROS.
             05  WA-ADJ-BONUS-TOTAL     PIC S9(7)V99 VALUE ZEROS.
             05  WA-ADJ-TAX-TOTAL       PIC S9(7)V99 VALUE ZEROS.
             05  WA-ADJ-TAX-AMT         PIC S9(5)V99 VALUE ZEROS.
             05  WA-ITEM-COUNT          PIC 9(3)     VALUE ZEROS.
             05  WA-ITEM-SUB            PIC 9(3)     VALUE ZEROS.
             05  WA-ITEM-FOUND          PIC X(3)     VALUE 'NO '.
             05  WA-ITEM-KIND           PIC X        VALUE SPACE.
             05  WA-RUN-COUNT           PIC 9(3)     VALUE ZEROS.
             05  WA-RUN-SUB             PIC 9(3)     VALUE ZEROS.
             05  WA-LAST-RUN-SUB        PIC 9(3)     VALUE ZEROS.
             05  WA-RUN-FOUND           PIC X(3)     VALUE 'NO '.
             05  WA-REQUESTED-CTR       PIC 9(5)     VALUE ZEROS.
             05  WA-PROFILE-CTR         PIC 9(5)     VALUE ZEROS.
             05  WA-NOT-FOUND-CTR       PIC 9(5)     VALUE ZEROS.
             05  WA-OFF-MASTER-CTR      PIC 9(5)     VALUE ZEROS.
             05  WA-OPEN-ITEM-CTR       PIC 9(5)     VALUE ZEROS.
             05  WA-HELD-ITEM-CTR       PIC 9(5)     VALUE ZEROS.
         01  EMPLOYEE-LIST-AREA.
             05  ELA-EMPNO              PIC X(5)     OCCURS 500 TIMES.
         01  OFFICE-REF-AREA.
             05  ORA-ENTRY              OCCURS 100 TIMES.
                 10  ORA-KEY.
                     15  ORA-TERR-NO    PIC XX.
                     15  ORA-OFFICE-NO  PIC XX.
                 10  ORA-OFFICE-NAME    PIC X(20).
         01  CYCLE-TABLE-AREA.
             05  CTA-ENTRY              OCCURS 100 TIMES.
                 10  CTA-KEY.
                     15  CTA-YEAR       PIC 9(4).
                     15  CTA-CYCLE      PIC X(2).
                 10  CTA-SOURCE         PIC X(7).
                 10  CTA-RUN-DATE       PIC 9(8).
                 10  CTA-BONUS-AMT      PIC 9(5)V99.
                 10  CTA-TAX-AMT        PIC 9(5)V99.
                 10  CTA-NET-AMT        PIC 9(5)V99.
         01  RECON-ITEM-AREA.
             05  RIA-ENTRY              OCCURS 50 TIMES.
                 10  RIA-KIND           PIC X.
                 10  RIA-YEAR           PIC 9(4).
                 10  RIA-CYCLE          PIC X(2).
                 10  RIA-REASON         PIC X(30).
                 10  RIA-HIST-AMT       PIC 9(5)V99.
                 10  RIA-PAID-AMT       PIC 9(5)V99.
                 10  RIA-SINCE-DATE     PIC 9(8).
         01  RUN-DATE-AREA.
             05  RDA-ENTRY              OCCURS 200 TIMES.
                 10  RDA-DATE           PIC 9(8).
                 10  RDA-STATE          PIC X(3).
                 10  RDA-RECON-DATE     PIC 9(8).
         01  PAGE-HEADING.
             05                         PIC X(22)    VALUE SPACES.
             05                         PIC X(23)
                 VALUE 'EMPLOYEE BONUS INQUIRY '.
             05                         PIC X(6)     VALUE 'AS OF '.
             05  PH-DATE                PIC 9999/99/99.
             05                         PIC X(19)    VALUE SPACES.
         01  SECTION-LINE.
             05  SC-TITLE               PIC X(40).
             05                         PIC X(40)    VALUE SPACES.
         01  MASTER-LINE.
             05                         PIC X(5)     VALUE SPACES.
             05  MS-LABEL               PIC X(20).
             05  MS-VALUE               PIC X(55).
         01  BONUS-COL-HEADING.
             05                         PIC X(4)     VALUE 'YEAR'.
             05                         PIC X(2)     VALUE SPACES.
             05                         PIC X(2)     VALUE 'CY'.
             05                         PIC X(2)     VALUE SPACES.
             05                         PIC X(7)     VALUE 'SOURCE '.
             05                         PIC X(2)     VALUE SPACES.
             05                         PIC X(10)    VALUE 'RUN DATE'.
             05                         PIC X(2)     VALUE SPACES.
             05                         PIC X(10)    VALUE '     GROSS'.
             05                         PIC X        VALUE SPACES.
             05                         PIC X(10)    VALUE '       TAX'.
             05                         PIC X        VALUE SPACES.
             05                         PIC X(10)    VALUE '       NET'.
             05                         PIC X(2)     VALUE SPACES.
             05                         PIC X(15)
                 VALUE 'RECON STATUS'.
         01  BONUS-LINE.
             05  BL-YEAR                PIC 9(4).
             05                         PIC X(2)     VALUE SPACES.
             05  BL-CYCLE               PIC X(2).
             05                         PIC X(2)     VALUE SPACES.
             05  BL-SOURCE              PIC X(7).
             05                         PIC X(2)     VALUE SPACES.
             05  BL-RUN-DATE            PIC 9999/99/99.
             05                         PIC X(2)     VALUE SPACES.
             05  BL-GROSS-AMT           PIC ZZZ,ZZ9.99.
             05                         PIC X        VALUE SPACES.
             05  BL-TAX-AMT             PIC ZZZ,ZZ9.99.
             05                         PIC X        VALUE SPACES.
             05  BL-NET-AMT             PIC ZZZ,ZZ9.99.
             05                         PIC X(2)     VALUE SPACES.
             05  BL-STATUS              PIC X(15).
         01  YEAR-TOTAL-LINE.
             05  YT-LABEL               PIC X(29).
             05                         PIC X(2)     VALUE SPACES.
             05  YT-GROSS-AMT           PIC ZZZ,ZZ9.99.
             05                         PIC X        VALUE SPACES.
             05  YT-TAX-AMT             PIC ZZZ,ZZ9.99.
             05                         PIC X        VALUE SPACES.
             05  YT-NET-AMT             PIC ZZZ,ZZ9.99.
             05                         PIC X(17)    VALUE SPACES.
         01  ADJ-COL-HEADING.
             05                         PIC X(4)     VALUE 'YEAR'.
             05                         PIC X(2)     VALUE SPACES.
             05                         PIC X(2)     VALUE 'CY'.
             05                         PIC X(2)     VALUE SPACES.
             05                         PIC X(10)    VALUE 'ACTION'.
             05                         PIC X(2)     VALUE SPACES.
             05                         PIC X(10)    VALUE 'APPLIED'.
             05                         PIC X(2)     VALUE SPACES.
             05                         PIC X(11)
                 VALUE '  BONUS ADJ'.
             05                         PIC X(2)     VALUE SPACES.
             05                         PIC X(11)
                 VALUE '    TAX ADJ'.
             05                         PIC X(22)    VALUE SPACES.
         01  ADJ-LINE.
             05  AL-YEAR                PIC X(4).
             05                         PIC X(2)     VALUE SPACES.
             05  AL-CYCLE               PIC X(2).
             05                         PIC X(2)     VALUE SPACES.
             05  AL-ACTION              PIC X(10).
             05                         PIC X(2)     VALUE SPACES.
             05  AL-ADJ-DATE            PIC X(10).
             05                         PIC X(2)     VALUE SPACES.
             05  AL-BONUS-AMT           PIC ----,--9.99.
             05                         PIC X(2)     VALUE SPACES.
             05  AL-TAX-AMT             PIC ----,--9.99.
             05                         PIC X(22)    VALUE SPACES.
         01  ITEM-COL-HEADING.
             05                         PIC X(4)     VALUE 'YEAR'.
             05                         PIC X(2)     VALUE SPACES.
             05                         PIC X(2)     VALUE 'CY'.
             05                         PIC X(2)     VALUE SPACES.
             05                         PIC X(30)
                 VALUE 'STATUS'.
             05                         PIC X(1)     VALUE SPACES.
             05                         PIC X(9)     VALUE ' HIST AMT'.
             05                         PIC X(1)     VALUE SPACES.
             05                         PIC X(9)     VALUE ' PAID AMT'.
             05                         PIC X(2)     VALUE SPACES.
             05                         PIC X(10)    VALUE 'SINCE'.
             05                         PIC X(1)     VALUE SPACES.
             05                         PIC X(7)     VALUE '  AGE  '.
         01  ITEM-LINE.
             05  IT-YEAR                PIC 9(4).
             05                         PIC X(2)     VALUE SPACES.
             05  IT-CYCLE               PIC X(2).
             05                         PIC X(2)     VALUE SPACES.
             05  IT-REASON              PIC X(30).
             05                         PIC X(1)     VALUE SPACES.
             05  IT-HIST-AMT            PIC ZZ,ZZ9.99.
             05                         PIC X(1)     VALUE SPACES.
             05  IT-PAID-AMT            PIC ZZ,ZZ9.99.
             05                         PIC X(2)     VALUE SPACES.
             05  IT-SINCE-DATE          PIC 9999/99/99.
             05                         PIC X(1)     VALUE SPACES.
             05  IT-AGE                 PIC ZZZZ9.
             05                         PIC X(2)     VALUE SPACES.
         01  TEXT-LINE.
             05                         PIC X(5)     VALUE SPACES.
             05  TL-TEXT                PIC X(75).
         01  COUNT-LINE.
             05                         PIC X(5)     VALUE SPACES.
             05  CL-LABEL               PIC X(30).
             05  CL-COUNT               PIC ZZZZ9.
             05                         PIC X(40)    VALUE SPACES.
         01  EDIT-AREAS.
             05  EA-SALARY              PIC ZZZ,ZZ9.
             05  EA-DATE                PIC 9999/99/99.
      *****************************************************************
       PROCEDURE DIVISION.
       100-MAIN-MOD.
         PERFORM 200-GET-PARMS-MOD
         PERFORM 250-LOAD-OFFICE-REF-MOD
         PERFORM 270-LOAD-RUN-DATES-MOD
         PERFORM 800-OPEN-FILES-MOD

         MOVE 1 TO WA-EMP-SUB
         PERFORM UNTIL WA-EMP-SUB > WA-EMP-COUNT
           MOVE ELA-EMPNO (WA-EMP-SUB) TO WA-INQ-EMPNO
           PERFORM 300-EMPLOYEE-PROFILE-MOD
           ADD 1 TO WA-EMP-SUB
         END-PERFORM

         PERFORM 700-PRINT-COUNTS-MOD
         PERFORM 900-CLOSE-FILES-MOD
         DISPLAY 'BONUS INQUIRY -- ', WA-PROFILE-CTR,
            ' PROFILES PRINTED, ', WA-NOT-FOUND-CTR,
            ' NOT ON FILE, SEE BONUSINQ.RPT'
         STOP RUN.
      *****************************************************************
       200-GET-PARMS-MOD.
         MOVE SPACES TO WA-RUN-PARM
         ACCEPT WA-RUN-PARM FROM COMMAND-LINE
         ACCEPT WA-TODAY-DATE FROM DATE YYYYMMDD

         IF WA-PARM-EMPNO NOT = SPACES
           MOVE 1 TO WA-EMP-COUNT
           MOVE WA-PARM-EMPNO TO ELA-EMPNO (1)
         ELSE
           PERFORM 210-LOAD-INQUIRY-LIST-MOD
         END-IF

         MOVE WA-EMP-COUNT TO WA-REQUESTED-CTR
         IF WA-EMP-COUNT = ZERO
           DISPLAY 'NO EMPLOYEE NUMBERS ON INQLIST.DAT -- NOTHING '
              'TO PRINT'
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF.
      *****************************************************************
       210-LOAD-INQUIRY-LIST-MOD.
         OPEN INPUT INQUIRY-LIST
         IF WA-LIST-FILE-STATUS NOT = '00'
           DISPLAY 'NO EMPLOYEE NUMBER GIVEN AND INQLIST.DAT NOT '
              'AVAILABLE, STATUS ', WA-LIST-FILE-STATUS
           DISPLAY 'PARM IS EMPNO, OR BLANK TO READ INQLIST.DAT'
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF

         PERFORM UNTIL WA-NO-MORE-LIST
           READ INQUIRY-LIST
             AT END
               MOVE 'NO ' TO WA-ARE-THERE-MORE-LIST
             NOT AT END
               IF IL-EMPNO NOT = SPACES
                 IF WA-EMP-COUNT < 500
                   ADD 1 TO WA-EMP-COUNT
                   MOVE IL-EMPNO TO ELA-EMPNO (WA-EMP-COUNT)
                 ELSE
                   DISPLAY 'INQLIST.DAT HAS MORE THAN 500 EMPLOYEES '
                      '-- EXTRA ENTRIES IGNORED'
                   MOVE 'NO ' TO WA-ARE-THERE-MORE-LIST
                 END-IF
               END-IF
         END-PERFORM
         CLOSE INQUIRY-LIST.
      *****************************************************************
       250-LOAD-OFFICE-REF-MOD.
         OPEN INPUT OFFICE-REF
         IF WA-OFFICE-REF-STATUS NOT = '00'
           DISPLAY 'OFFICEMS.DAT NOT AVAILABLE, STATUS ',
               WA-OFFICE-REF-STATUS, ' -- OFFICE NAMES NOT SHOWN'
           MOVE 4 TO RETURN-CODE
         ELSE
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
                 ELSE
                   DISPLAY 'OFFICEMS.DAT HAS MORE THAN 100 OFFICES '
                      '-- EXTRA ROWS IGNORED'
                 END-IF
           END-PERFORM
           CLOSE OFFICE-REF
         END-IF.
      *****************************************************************
       270-LOAD-RUN-DATES-MOD.
         OPEN INPUT RUN-CONTROL
         IF WA-RUNSEQ-FILE-STATUS NOT = '00'
           DISPLAY 'RUNSEQ.DAT NOT AVAILABLE, STATUS ',
               WA-RUNSEQ-FILE-STATUS, ' -- RUN RECONCILIATION '
               'STATUS NOT SHOWN'
         ELSE
           MOVE 'YES' TO WA-RUNSEQ-READ
           PERFORM UNTIL WA-NO-MORE-STAMPS
             READ RUN-CONTROL
               AT END
                 MOVE 'NO ' TO WA-ARE-THERE-MORE-STAMPS
               NOT AT END
                 PERFORM 280-POST-STAMP-MOD
           END-PERFORM
           CLOSE RUN-CONTROL
         END-IF.
      *****************************************************************
       280-POST-STAMP-MOD.
         IF SQ-PROGRAM = 'BONUS-REPORT'
            AND SQ-MODE NOT = 'SIM'
            AND (SQ-EVENT = 'E' OR SQ-EVENT = 'B')
           PERFORM 290-FIND-RUN-DATE-MOD
           IF WA-RUN-FOUND = 'NO '
              AND SQ-EVENT = 'E'
             IF WA-RUN-COUNT < 200
               ADD 1 TO WA-RUN-COUNT
               MOVE WA-RUN-COUNT TO WA-RUN-SUB
               MOVE SQ-DATE TO RDA-DATE (WA-RUN-SUB)
               MOVE 'YES' TO WA-RUN-FOUND
             ELSE
               DISPLAY 'MORE THAN 200 BONUS RUNS ON RUNSEQ.DAT '
                  '-- LATER RUNS NOT SHOWN'
             END-IF
           END-IF
           IF WA-RUN-FOUND = 'YES'
             IF SQ-EVENT = 'B'
               MOVE 'BAK' TO RDA-STATE (WA-RUN-SUB)
             ELSE
               MOVE 'RUN' TO RDA-STATE (WA-RUN-SUB)
               MOVE ZEROS TO RDA-RECON-DATE (WA-RUN-SUB)
               MOVE WA-RUN-SUB TO WA-LAST-RUN-SUB
             END-IF
           END-IF
         END-IF

         IF SQ-PROGRAM = 'BONUS-RECON'
            AND SQ-EVENT = 'E'
            AND WA-LAST-RUN-SUB > ZERO
           IF RDA-STATE (WA-LAST-RUN-SUB) = 'RUN'
             MOVE 'REC' TO RDA-STATE (WA-LAST-RUN-SUB)
             MOVE SQ-DATE TO RDA-RECON-DATE (WA-LAST-RUN-SUB)
           END-IF
         END-IF.
      *****************************************************************
       290-FIND-RUN-DATE-MOD.
         MOVE 'NO ' TO WA-RUN-FOUND
         MOVE 1 TO WA-RUN-SUB
         PERFORM UNTIL WA-RUN-SUB > WA-RUN-COUNT
                 OR WA-RUN-FOUND = 'YES'
           IF RDA-DATE (WA-RUN-SUB) = SQ-DATE
             MOVE 'YES' TO WA-RUN-FOUND
           ELSE
             ADD 1 TO WA-RUN-SUB
           END-IF
         END-PERFORM.
      *****************************************************************
       300-EMPLOYEE-PROFILE-MOD.
         ADD 1 TO WA-PROFILE-CTR
         MOVE 'NO ' TO WA-FOUND-ANYWHERE
         MOVE WA-TODAY-DATE-NUM TO PH-DATE
         WRITE INQUIRY-RECORD FROM PAGE-HEADING
           AFTER ADVANCING PAGE

         PERFORM 310-LOAD-RECON-ITEMS-MOD
         PERFORM 320-MASTER-SECTION-MOD
         PERFORM 400-BONUS-SECTION-MOD
         PERFORM 500-ADJUSTMENT-SECTION-MOD
         PERFORM 600-RECON-SECTION-MOD

         IF WA-FOUND-ANYWHERE = 'NO '
           ADD 1 TO WA-NOT-FOUND-CTR
           MOVE SPACES TO TL-TEXT
           STRING '** EMPLOYEE ' DELIMITED BY SIZE
                  WA-INQ-EMPNO DELIMITED BY SIZE
                  ' IS NOT ON ANY MASTER, BONUS OR RECONCILIATION '
                    DELIMITED BY SIZE
                  'FILE **' DELIMITED BY SIZE
             INTO TL-TEXT
           WRITE INQUIRY-RECORD FROM TEXT-LINE
             AFTER ADVANCING 3 LINES
           MOVE 4 TO RETURN-CODE
         END-IF.
      *****************************************************************
       310-LOAD-RECON-ITEMS-MOD.
         MOVE ZEROS TO WA-ITEM-COUNT

         MOVE 'YES' TO WA-ARE-THERE-MORE-OITEMS
         OPEN INPUT OPEN-ITEMS-IN
         IF WA-OITEM-FILE-STATUS NOT = '00'
           MOVE 'NO ' TO WA-ARE-THERE-MORE-OITEMS
         END-IF
         PERFORM UNTIL WA-NO-MORE-OITEMS
           READ OPEN-ITEMS-IN
             AT END
               MOVE 'NO ' TO WA-ARE-THERE-MORE-OITEMS
             NOT AT END
               IF OI-EMPNO = WA-INQ-EMPNO
                 MOVE 'O'          TO WA-ITEM-KIND
                 PERFORM 315-ADD-ITEM-MOD
                 IF WA-ITEM-FOUND = 'YES'
                   MOVE OI-YEAR      TO RIA-YEAR (WA-ITEM-COUNT)
                   MOVE OI-CYCLE     TO RIA-CYCLE (WA-ITEM-COUNT)
                   IF OI-CYCLE = SPACES
                     MOVE 'AN'       TO RIA-CYCLE (WA-ITEM-COUNT)
                   END-IF
                   MOVE OI-REASON    TO RIA-REASON (WA-ITEM-COUNT)
                   MOVE OI-HIST-AMT  TO RIA-HIST-AMT (WA-ITEM-COUNT)
                   MOVE OI-PAID-AMT  TO RIA-PAID-AMT (WA-ITEM-COUNT)
                   MOVE OI-ORIG-DATE TO RIA-SINCE-DATE (WA-ITEM-COUNT)
                 END-IF
               END-IF
         END-PERFORM
         IF WA-OITEM-FILE-STATUS = '00'
            OR WA-OITEM-FILE-STATUS = '10'
           CLOSE OPEN-ITEMS-IN
         END-IF

         MOVE 'YES' TO WA-ARE-THERE-MORE-HOLDS
         OPEN INPUT HOLD-IN
         IF WA-HOLD-FILE-STATUS NOT = '00'
           MOVE 'NO ' TO WA-ARE-THERE-MORE-HOLDS
         END-IF
         PERFORM UNTIL WA-NO-MORE-HOLDS
           READ HOLD-IN
             AT END
               MOVE 'NO ' TO WA-ARE-THERE-MORE-HOLDS
             NOT AT END
               IF HL-EMPNO = WA-INQ-EMPNO
                 MOVE 'H'          TO WA-ITEM-KIND
                 PERFORM 315-ADD-ITEM-MOD
                 IF WA-ITEM-FOUND = 'YES'
                   MOVE HL-RUN-YEAR  TO RIA-YEAR (WA-ITEM-COUNT)
                   MOVE HL-RUN-CYCLE TO RIA-CYCLE (WA-ITEM-COUNT)
                   IF HL-RUN-CYCLE = SPACES
                     MOVE 'AN'       TO RIA-CYCLE (WA-ITEM-COUNT)
                   END-IF
                   MOVE 'HELD -- AWAITING RELEASE'
                     TO RIA-REASON (WA-ITEM-COUNT)
                   MOVE HL-BONUS-AMT TO RIA-HIST-AMT (WA-ITEM-COUNT)
                   MOVE ZEROS        TO RIA-PAID-AMT (WA-ITEM-COUNT)
                   MOVE HL-RUN-DATE  TO RIA-SINCE-DATE (WA-ITEM-COUNT)
                 END-IF
               END-IF
         END-PERFORM
         IF WA-HOLD-FILE-STATUS = '00'
            OR WA-HOLD-FILE-STATUS = '10'
           CLOSE HOLD-IN
         END-IF

         IF WA-ITEM-COUNT > ZERO
           MOVE 'YES' TO WA-FOUND-ANYWHERE
         END-IF.
      *****************************************************************
       315-ADD-ITEM-MOD.
         IF WA-ITEM-COUNT < 50
           ADD 1 TO WA-ITEM-COUNT
           MOVE WA-ITEM-KIND TO RIA-KIND (WA-ITEM-COUNT)
           MOVE 'YES' TO WA-ITEM-FOUND
         ELSE
           DISPLAY 'EMPLOYEE ', WA-INQ-EMPNO, ' HAS MORE THAN 50 '
              'OPEN OR HELD ITEMS -- EXTRA ITEMS NOT SHOWN'
           MOVE 'NO ' TO WA-ITEM-FOUND
         END-IF.
      *****************************************************************
       320-MASTER-SECTION-MOD.
         MOVE 'CURRENT PAYROLL MASTER' TO SC-TITLE
         WRITE INQUIRY-RECORD FROM SECTION-LINE
           AFTER ADVANCING 2 LINES

         MOVE 'EMPLOYEE NUMBER' TO MS-LABEL
         MOVE WA-INQ-EMPNO TO MS-VALUE
         WRITE INQUIRY-RECORD FROM MASTER-LINE
           AFTER ADVANCING 2 LINES

         MOVE 'NO ' TO WA-ON-MASTER
         MOVE 'YES' TO WA-ARE-THERE-MORE-MAST
         OPEN INPUT PAYROLL-MASTER
         IF WA-MAST-FILE-STATUS NOT = '00'
           MOVE 'NO ' TO WA-ARE-THERE-MORE-MAST
           MOVE SPACES TO MS-LABEL
           MOVE SPACES TO MS-VALUE
           STRING 'CH0901.DAT NOT AVAILABLE, STATUS '
                    DELIMITED BY SIZE
                  WA-MAST-FILE-STATUS DELIMITED BY SIZE
             INTO MS-VALUE
           WRITE INQUIRY-RECORD FROM MASTER-LINE
             AFTER ADVANCING 1 LINES
           MOVE 4 TO RETURN-CODE
         END-IF

         PERFORM UNTIL WA-NO-MORE-MAST
           READ PAYROLL-MASTER
             AT END
               MOVE 'NO ' TO WA-ARE-THERE-MORE-MAST
             NOT AT END
               IF EMPNO-IN = WA-INQ-EMPNO
                 MOVE 'YES' TO WA-ON-MASTER
                 MOVE 'NO ' TO WA-ARE-THERE-MORE-MAST
               END-IF
         END-PERFORM

         IF WA-MAST-FILE-STATUS = '00'
            OR WA-MAST-FILE-STATUS = '10'
           IF WA-ON-MASTER = 'YES'
             MOVE 'YES' TO WA-FOUND-ANYWHERE
             PERFORM 330-PRINT-MASTER-MOD
           ELSE
             ADD 1 TO WA-OFF-MASTER-CTR
             MOVE SPACES TO MS-LABEL
             MOVE 'NOT ON CURRENT PAYROLL MASTER' TO MS-VALUE
             WRITE INQUIRY-RECORD FROM MASTER-LINE
               AFTER ADVANCING 1 LINES
           END-IF
           CLOSE PAYROLL-MASTER
         END-IF.
      *****************************************************************
       330-PRINT-MASTER-MOD.
         MOVE 'NAME' TO MS-LABEL
         MOVE EMPNAME-IN TO MS-VALUE
         WRITE INQUIRY-RECORD FROM MASTER-LINE
           AFTER ADVANCING 1 LINES

         PERFORM 340-FIND-OFFICE-NAME-MOD
         MOVE 'TERRITORY/OFFICE' TO MS-LABEL
         MOVE SPACES TO MS-VALUE
         STRING TERR-NO-IN DELIMITED BY SIZE
                '/' DELIMITED BY SIZE
                OFFICE-NO-IN DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WA-OFFICE-NAME DELIMITED BY SIZE
           INTO MS-VALUE
         WRITE INQUIRY-RECORD FROM MASTER-LINE
           AFTER ADVANCING 1 LINES

         MOVE 'ANNUAL SALARY' TO MS-LABEL
         MOVE SPACES TO MS-VALUE
         IF ANNUAL-SALARY-IN NUMERIC
           MOVE ANNUAL-SALARY-IN TO EA-SALARY
           MOVE EA-SALARY TO MS-VALUE
         ELSE
           MOVE 'NOT NUMERIC ON MASTER' TO MS-VALUE
         END-IF
         WRITE INQUIRY-RECORD FROM MASTER-LINE
           AFTER ADVANCING 1 LINES

         MOVE 'STATUS' TO MS-LABEL
         MOVE SPACES TO MS-VALUE
         MOVE STAT-EFF-DATE-IN TO WA-MDY-DATE
         PERFORM 350-EDIT-MDY-DATE-MOD
         EVALUATE EMPL-STATUS-IN
           WHEN 'A'
           WHEN ' '
             MOVE 'ACTIVE' TO MS-VALUE
           WHEN 'T'
             MOVE 'TERMINATED' TO MS-VALUE
           WHEN 'L'
             MOVE 'ON LEAVE' TO MS-VALUE
           WHEN 'R'
             MOVE 'RETIRED' TO MS-VALUE
           WHEN OTHER
             STRING 'INVALID STATUS ' DELIMITED BY SIZE
                    EMPL-STATUS-IN DELIMITED BY SIZE
               INTO MS-VALUE
         END-EVALUATE
         WRITE INQUIRY-RECORD FROM MASTER-LINE
           AFTER ADVANCING 1 LINES
         IF WA-MDY-EDIT NOT = SPACES
           MOVE 'STATUS EFFECTIVE' TO MS-LABEL
           MOVE WA-MDY-EDIT TO MS-VALUE
           WRITE INQUIRY-RECORD FROM MASTER-LINE
             AFTER ADVANCING 1 LINES
         END-IF

         MOVE 'DATE HIRED' TO MS-LABEL
         MOVE DATE-HIRED-IN TO WA-MDY-DATE
         PERFORM 350-EDIT-MDY-DATE-MOD
         IF WA-MDY-EDIT NOT = SPACES
           MOVE WA-MDY-EDIT TO MS-VALUE
         ELSE
           MOVE DATE-HIRED-IN TO MS-VALUE
         END-IF
         WRITE INQUIRY-RECORD FROM MASTER-LINE
           AFTER ADVANCING 1 LINES.
      *****************************************************************
       340-FIND-OFFICE-NAME-MOD.
         MOVE 'NOT ON OFFICEMS.DAT' TO WA-OFFICE-NAME
         MOVE 'NO ' TO WA-OFFICE-FOUND
         MOVE 1 TO WA-OFFICE-SUB
         PERFORM UNTIL WA-OFFICE-SUB > WA-OFFICE-COUNT
                 OR WA-OFFICE-FOUND = 'YES'
           IF ORA-TERR-NO (WA-OFFICE-SUB) = TERR-NO-IN
              AND ORA-OFFICE-NO (WA-OFFICE-SUB) = OFFICE-NO-IN
             MOVE ORA-OFFICE-NAME (WA-OFFICE-SUB) TO WA-OFFICE-NAME
             MOVE 'YES' TO WA-OFFICE-FOUND
           ELSE
             ADD 1 TO WA-OFFICE-SUB
           END-IF
         END-PERFORM.
      *****************************************************************
       350-EDIT-MDY-DATE-MOD.
         MOVE SPACES TO WA-MDY-EDIT
         IF WA-MDY-DATE NUMERIC
            AND WA-MDY-MO > 0 AND WA-MDY-MO < 13
            AND WA-MDY-DAY > 0 AND WA-MDY-DAY < 32
           STRING WA-MDY-MO DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WA-MDY-DAY DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WA-MDY-YR DELIMITED BY SIZE
             INTO WA-MDY-EDIT
         END-IF.
      *****************************************************************
       400-BONUS-SECTION-MOD.
         MOVE ZEROS TO WA-CYC-COUNT
         PERFORM 410-READ-HISTORY-MOD
         PERFORM 420-READ-ARCHIVE-MOD

         MOVE 'BONUS HISTORY BY YEAR' TO SC-TITLE
         WRITE INQUIRY-RECORD FROM SECTION-LINE
           AFTER ADVANCING 3 LINES

         IF WA-CYC-COUNT = ZERO
           MOVE 'NO BONUS HISTORY OR ARCHIVE RECORDS ON FILE'
             TO TL-TEXT
           WRITE INQUIRY-RECORD FROM TEXT-LINE
             AFTER ADVANCING 2 LINES
         ELSE
           MOVE 'YES' TO WA-FOUND-ANYWHERE
           WRITE INQUIRY-RECORD FROM BONUS-COL-HEADING
             AFTER ADVANCING 2 LINES
           PERFORM 450-PRINT-CYCLES-MOD
         END-IF.
      *****************************************************************
       410-READ-HISTORY-MOD.
         IF WA-HISTORY-OPEN = 'YES'
           MOVE 'YES' TO WA-ARE-THERE-MORE-HIST
           MOVE LOW-VALUES TO BH-KEY
           MOVE WA-INQ-EMPNO TO BH-EMPNO
           START BONUS-HISTORY KEY NOT < BH-KEY
             INVALID KEY
               MOVE 'NO ' TO WA-ARE-THERE-MORE-HIST
           END-START

           PERFORM UNTIL WA-NO-MORE-HIST
             READ BONUS-HISTORY NEXT RECORD
               AT END
                 MOVE 'NO ' TO WA-ARE-THERE-MORE-HIST
               NOT AT END
                 IF BH-EMPNO NOT = WA-INQ-EMPNO
                   MOVE 'NO ' TO WA-ARE-THERE-MORE-HIST
                 ELSE
                   MOVE BH-RUN-YEAR  TO WA-POST-YEAR
                   MOVE BH-CYCLE     TO WA-POST-CYCLE
                   MOVE 'HISTORY'    TO WA-POST-SOURCE
                   MOVE BH-RUN-DATE  TO WA-POST-RUN-DATE
                   MOVE BH-BONUS-AMT TO WA-POST-BONUS-AMT
                   MOVE BH-TAX-AMT   TO WA-POST-TAX-AMT
                   MOVE BH-NET-AMT   TO WA-POST-NET-AMT
                   PERFORM 430-POST-CYCLE-MOD
                 END-IF
           END-PERFORM
         END-IF.
      *****************************************************************
       420-READ-ARCHIVE-MOD.
         MOVE 'YES' TO WA-ARE-THERE-MORE-ARCH
         OPEN INPUT ARCHIVE-IN
         IF WA-ARCH-FILE-STATUS NOT = '00'
           MOVE 'NO ' TO WA-ARE-THERE-MORE-ARCH
         END-IF

         PERFORM UNTIL WA-NO-MORE-ARCH
           READ ARCHIVE-IN
             AT END
               MOVE 'NO ' TO WA-ARE-THERE-MORE-ARCH
             NOT AT END
               IF AR-EMPNO = WA-INQ-EMPNO
                 MOVE AR-RUN-YEAR  TO WA-POST-YEAR
                 MOVE AR-CYCLE     TO WA-POST-CYCLE
                 MOVE 'ARCHIVE'    TO WA-POST-SOURCE
                 MOVE AR-RUN-DATE  TO WA-POST-RUN-DATE
                 MOVE AR-BONUS-AMT TO WA-POST-BONUS-AMT
                 MOVE AR-TAX-AMT   TO WA-POST-TAX-AMT
                 MOVE AR-NET-AMT   TO WA-POST-NET-AMT
                 PERFORM 430-POST-CYCLE-MOD
               END-IF
         END-PERFORM

         IF WA-ARCH-FILE-STATUS = '00'
            OR WA-ARCH-FILE-STATUS = '10'
           CLOSE ARCHIVE-IN
         END-IF.
      *****************************************************************
       430-POST-CYCLE-MOD.
         IF WA-POST-CYCLE = SPACES
           MOVE 'AN' TO WA-POST-CYCLE
         END-IF

         MOVE 'NO ' TO WA-CYC-FOUND
         MOVE 1 TO WA-INSERT-POS
         PERFORM UNTIL WA-INSERT-POS > WA-CYC-COUNT
                 OR WA-CYC-FOUND = 'YES'
                 OR WA-POST-KEY < CTA-KEY (WA-INSERT-POS)
           IF WA-POST-KEY = CTA-KEY (WA-INSERT-POS)
             MOVE 'YES' TO WA-CYC-FOUND
           ELSE
             ADD 1 TO WA-INSERT-POS
           END-IF
         END-PERFORM

         IF WA-CYC-FOUND = 'NO '
           IF WA-CYC-COUNT < 100
             MOVE WA-CYC-COUNT TO WA-SHIFT-SUB
             PERFORM UNTIL WA-SHIFT-SUB < WA-INSERT-POS
               MOVE CTA-ENTRY (WA-SHIFT-SUB)
                 TO CTA-ENTRY (WA-SHIFT-SUB + 1)
               SUBTRACT 1 FROM WA-SHIFT-SUB
             END-PERFORM
             MOVE WA-POST-KEY       TO CTA-KEY (WA-INSERT-POS)
             MOVE WA-POST-SOURCE    TO CTA-SOURCE (WA-INSERT-POS)
             MOVE WA-POST-RUN-DATE  TO CTA-RUN-DATE (WA-INSERT-POS)
             MOVE WA-POST-BONUS-AMT TO CTA-BONUS-AMT (WA-INSERT-POS)
             MOVE WA-POST-TAX-AMT   TO CTA-TAX-AMT (WA-INSERT-POS)
             MOVE WA-POST-NET-AMT   TO CTA-NET-AMT (WA-INSERT-POS)
             ADD 1 TO WA-CYC-COUNT
           ELSE
             DISPLAY 'EMPLOYEE ', WA-INQ-EMPNO, ' HAS MORE THAN 100 '
                'BONUS CYCLES -- EXTRA CYCLES NOT SHOWN'
           END-IF
         END-IF.
      *****************************************************************
       450-PRINT-CYCLES-MOD.
         MOVE ZEROS TO WA-ALL-GROSS
         MOVE ZEROS TO WA-ALL-TAX
         MOVE ZEROS TO WA-ALL-NET
         MOVE ZEROS TO WA-YEAR-GROSS
         MOVE ZEROS TO WA-YEAR-TAX
         MOVE ZEROS TO WA-YEAR-NET
         MOVE CTA-YEAR (1) TO WA-BREAK-YEAR

         MOVE 1 TO WA-CYC-SUB
         PERFORM UNTIL WA-CYC-SUB > WA-CYC-COUNT
           IF CTA-YEAR (WA-CYC-SUB) NOT = WA-BREAK-YEAR
             PERFORM 470-PRINT-YEAR-TOTAL-MOD
             MOVE CTA-YEAR (WA-CYC-SUB) TO WA-BREAK-YEAR
           END-IF
           PERFORM 460-CYCLE-STATUS-MOD
           MOVE CTA-YEAR (WA-CYC-SUB)      TO BL-YEAR
           MOVE CTA-CYCLE (WA-CYC-SUB)     TO BL-CYCLE
           MOVE CTA-SOURCE (WA-CYC-SUB)    TO BL-SOURCE
           MOVE CTA-RUN-DATE (WA-CYC-SUB)  TO BL-RUN-DATE
           MOVE CTA-BONUS-AMT (WA-CYC-SUB) TO BL-GROSS-AMT
           MOVE CTA-TAX-AMT (WA-CYC-SUB)   TO BL-TAX-AMT
           MOVE CTA-NET-AMT (WA-CYC-SUB)   TO BL-NET-AMT
           WRITE INQUIRY-RECORD FROM BONUS-LINE
             AFTER ADVANCING 1 LINES
           ADD CTA-BONUS-AMT (WA-CYC-SUB) TO WA-YEAR-GROSS
           ADD CTA-TAX-AMT (WA-CYC-SUB)   TO WA-YEAR-TAX
           ADD CTA-NET-AMT (WA-CYC-SUB)   TO WA-YEAR-NET
           ADD 1 TO WA-CYC-SUB
         END-PERFORM
         PERFORM 470-PRINT-YEAR-TOTAL-MOD

         MOVE 'ALL YEARS TOTAL' TO YT-LABEL
         MOVE WA-ALL-GROSS TO YT-GROSS-AMT
         MOVE WA-ALL-TAX   TO YT-TAX-AMT
         MOVE WA-ALL-NET   TO YT-NET-AMT
         WRITE INQUIRY-RECORD FROM YEAR-TOTAL-LINE
           AFTER ADVANCING 1 LINES.
      *****************************************************************
       460-CYCLE-STATUS-MOD.
         MOVE SPACES TO BL-STATUS
         MOVE 'NO ' TO WA-ITEM-FOUND
         MOVE 1 TO WA-ITEM-SUB
         PERFORM UNTIL WA-ITEM-SUB > WA-ITEM-COUNT
                 OR WA-ITEM-FOUND = 'YES'
           IF RIA-YEAR (WA-ITEM-SUB) = CTA-YEAR (WA-CYC-SUB)
              AND RIA-CYCLE (WA-ITEM-SUB) = CTA-CYCLE (WA-CYC-SUB)
             MOVE 'YES' TO WA-ITEM-FOUND
           ELSE
             ADD 1 TO WA-ITEM-SUB
           END-IF
         END-PERFORM

         IF WA-ITEM-FOUND = 'YES'
           IF RIA-KIND (WA-ITEM-SUB) = 'H'
             MOVE 'HELD' TO BL-STATUS
           ELSE
             MOVE 'OPEN ITEM' TO BL-STATUS
           END-IF
         ELSE
           IF WA-RUNSEQ-READ = 'YES'
             MOVE 'NO ' TO WA-RUN-FOUND
             MOVE 1 TO WA-RUN-SUB
             PERFORM UNTIL WA-RUN-SUB > WA-RUN-COUNT
                     OR WA-RUN-FOUND = 'YES'
               IF RDA-DATE (WA-RUN-SUB) = CTA-RUN-DATE (WA-CYC-SUB)
                 MOVE 'YES' TO WA-RUN-FOUND
               ELSE
                 ADD 1 TO WA-RUN-SUB
               END-IF
             END-PERFORM
             IF WA-RUN-FOUND = 'YES'
               EVALUATE RDA-STATE (WA-RUN-SUB)
                 WHEN 'RUN'
                   MOVE 'NOT YET MATCHED' TO BL-STATUS
                 WHEN 'BAK'
                   MOVE 'RUN BACKED OUT' TO BL-STATUS
                 WHEN OTHER
                   MOVE 'RECONCILED' TO BL-STATUS
               END-EVALUATE
             ELSE
               MOVE 'CLOSED' TO BL-STATUS
             END-IF
           END-IF
         END-IF.
      *****************************************************************
       470-PRINT-YEAR-TOTAL-MOD.
         MOVE SPACES TO YT-LABEL
         STRING 'YEAR ' DELIMITED BY SIZE
                WA-BREAK-YEAR DELIMITED BY SIZE
                ' TOTAL' DELIMITED BY SIZE
           INTO YT-LABEL
         MOVE WA-YEAR-GROSS TO YT-GROSS-AMT
         MOVE WA-YEAR-TAX   TO YT-TAX-AMT
         MOVE WA-YEAR-NET   TO YT-NET-AMT
         WRITE INQUIRY-RECORD FROM YEAR-TOTAL-LINE
           AFTER ADVANCING 1 LINES
         MOVE SPACES TO INQUIRY-RECORD
         WRITE INQUIRY-RECORD
           AFTER ADVANCING 1 LINES

         ADD WA-YEAR-GROSS TO WA-ALL-GROSS
         ADD WA-YEAR-TAX   TO WA-ALL-TAX
         ADD WA-YEAR-NET   TO WA-ALL-NET
         MOVE ZEROS TO WA-YEAR-GROSS
         MOVE ZEROS TO WA-YEAR-TAX
         MOVE ZEROS TO WA-YEAR-NET.
      *****************************************************************
       500-ADJUSTMENT-SECTION-MOD.
         MOVE ZEROS TO WA-ADJ-CTR
         MOVE ZEROS TO WA-ADJ-BONUS-TOTAL
         MOVE ZEROS TO WA-ADJ-TAX-TOTAL

         MOVE 'VOIDS, CLAWBACKS AND CORRECTIONS' TO SC-TITLE
         WRITE INQUIRY-RECORD FROM SECTION-LINE
           AFTER ADVANCING 2 LINES

         MOVE 'YES' TO WA-ARE-THERE-MORE-ADJ
         OPEN INPUT ADJ-LOG-IN
         IF WA-ADJ-FILE-STATUS NOT = '00'
           MOVE 'NO ' TO WA-ARE-THERE-MORE-ADJ
         END-IF

         PERFORM UNTIL WA-NO-MORE-ADJ
           READ ADJ-LOG-IN
             AT END
               MOVE 'NO ' TO WA-ARE-THERE-MORE-ADJ
             NOT AT END
               IF AD-EMPNO = WA-INQ-EMPNO
                 PERFORM 510-PRINT-ADJUSTMENT-MOD
               END-IF
         END-PERFORM

         IF WA-ADJ-FILE-STATUS = '00'
            OR WA-ADJ-FILE-STATUS = '10'
           CLOSE ADJ-LOG-IN
         END-IF

         IF WA-ADJ-CTR = ZERO
           MOVE 'NO VOIDS, CLAWBACKS OR CORRECTIONS ON FILE'
             TO TL-TEXT
           WRITE INQUIRY-RECORD FROM TEXT-LINE
             AFTER ADVANCING 2 LINES
         ELSE
           MOVE 'YES' TO WA-FOUND-ANYWHERE
           MOVE SPACES TO AL-YEAR
           MOVE SPACES TO AL-CYCLE
           MOVE 'TOTAL' TO AL-ACTION
           MOVE SPACES TO AL-ADJ-DATE
           MOVE WA-ADJ-BONUS-TOTAL TO AL-BONUS-AMT
           MOVE WA-ADJ-TAX-TOTAL   TO AL-TAX-AMT
           WRITE INQUIRY-RECORD FROM ADJ-LINE
             AFTER ADVANCING 2 LINES
           MOVE 'ADJUSTMENTS ARE ALREADY REFLECTED IN THE HISTORY '
             TO TL-TEXT
           WRITE INQUIRY-RECORD FROM TEXT-LINE
             AFTER ADVANCING 2 LINES
           MOVE 'AMOUNTS ABOVE' TO TL-TEXT
           WRITE INQUIRY-RECORD FROM TEXT-LINE
             AFTER ADVANCING 1 LINES
         END-IF.
      *****************************************************************
       510-PRINT-ADJUSTMENT-MOD.
         IF WA-ADJ-CTR = ZERO
           WRITE INQUIRY-RECORD FROM ADJ-COL-HEADING
             AFTER ADVANCING 2 LINES
         END-IF
         ADD 1 TO WA-ADJ-CTR

         IF AD-TAX-AMT-X = SPACES
           MOVE ZEROS TO WA-ADJ-TAX-AMT
         ELSE
           MOVE AD-TAX-AMT TO WA-ADJ-TAX-AMT
         END-IF

         MOVE AD-RUN-YEAR TO AL-YEAR
         MOVE AD-RUN-CYCLE TO AL-CYCLE
         IF AD-RUN-CYCLE = SPACES
           MOVE 'AN' TO AL-CYCLE
         END-IF
         EVALUATE AD-ACTION
           WHEN 'V'
             MOVE 'VOID' TO AL-ACTION
           WHEN 'K'
             MOVE 'CLAWBACK' TO AL-ACTION
           WHEN 'A'
             MOVE 'CORRECTION' TO AL-ACTION
           WHEN OTHER
             MOVE 'ADJUSTMENT' TO AL-ACTION
         END-EVALUATE
         IF AD-ADJ-DATE-X NUMERIC
           MOVE AD-ADJ-DATE TO EA-DATE
           MOVE EA-DATE TO AL-ADJ-DATE
         ELSE
           MOVE 'UNDATED' TO AL-ADJ-DATE
         END-IF
         MOVE AD-BONUS-AMT   TO AL-BONUS-AMT
         MOVE WA-ADJ-TAX-AMT TO AL-TAX-AMT
         WRITE INQUIRY-RECORD FROM ADJ-LINE
           AFTER ADVANCING 1 LINES

         ADD AD-BONUS-AMT   TO WA-ADJ-BONUS-TOTAL
         ADD WA-ADJ-TAX-AMT TO WA-ADJ-TAX-TOTAL.
      *****************************************************************
       600-RECON-SECTION-MOD.
         MOVE 'RECONCILIATION STATUS' TO SC-TITLE
         WRITE INQUIRY-RECORD FROM SECTION-LINE
           AFTER ADVANCING 3 LINES

         PERFORM 610-LAST-RUN-STATUS-MOD

         IF WA-OITEM-FILE-STATUS NOT = '00'
            AND WA-OITEM-FILE-STATUS NOT = '10'
           MOVE SPACES TO TL-TEXT
           STRING 'RECONOI.DAT NOT AVAILABLE, STATUS '
                    DELIMITED BY SIZE
                  WA-OITEM-FILE-STATUS DELIMITED BY SIZE
                  ' -- OPEN ITEMS NOT SHOWN' DELIMITED BY SIZE
             INTO TL-TEXT
           WRITE INQUIRY-RECORD FROM TEXT-LINE
             AFTER ADVANCING 1 LINES
         END-IF

         IF WA-ITEM-COUNT = ZERO
           MOVE 'NO OPEN RECONCILIATION ITEMS' TO TL-TEXT
           WRITE INQUIRY-RECORD FROM TEXT-LINE
             AFTER ADVANCING 2 LINES
         ELSE
           WRITE INQUIRY-RECORD FROM ITEM-COL-HEADING
             AFTER ADVANCING 2 LINES
           MOVE 1 TO WA-ITEM-SUB
           PERFORM UNTIL WA-ITEM-SUB > WA-ITEM-COUNT
             PERFORM 620-PRINT-ITEM-MOD
             ADD 1 TO WA-ITEM-SUB
           END-PERFORM
         END-IF.
      *****************************************************************
       610-LAST-RUN-STATUS-MOD.
         MOVE SPACES TO TL-TEXT
         IF WA-RUNSEQ-READ = 'NO '
           MOVE 'RUNSEQ.DAT NOT AVAILABLE -- RUN STATUS NOT SHOWN'
             TO TL-TEXT
         ELSE
           IF WA-LAST-RUN-SUB = ZERO
             MOVE 'NO LIVE BONUS RUN ON RUNSEQ.DAT' TO TL-TEXT
           ELSE
             MOVE RDA-DATE (WA-LAST-RUN-SUB) TO EA-DATE
             EVALUATE RDA-STATE (WA-LAST-RUN-SUB)
               WHEN 'REC'
                 STRING 'LAST LIVE BONUS RUN ' DELIMITED BY SIZE
                        EA-DATE DELIMITED BY SIZE
                        ' -- RECONCILED WITH THE BANK'
                          DELIMITED BY SIZE
                   INTO TL-TEXT
               WHEN 'BAK'
                 STRING 'LAST LIVE BONUS RUN ' DELIMITED BY SIZE
                        EA-DATE DELIMITED BY SIZE
                        ' -- BACKED OUT' DELIMITED BY SIZE
                   INTO TL-TEXT
               WHEN OTHER
                 STRING 'LAST LIVE BONUS RUN ' DELIMITED BY SIZE
                        EA-DATE DELIMITED BY SIZE
                        ' -- NOT YET RECONCILED WITH THE BANK'
                          DELIMITED BY SIZE
                   INTO TL-TEXT
             END-EVALUATE
           END-IF
         END-IF
         WRITE INQUIRY-RECORD FROM TEXT-LINE
           AFTER ADVANCING 2 LINES.
      *****************************************************************
       620-PRINT-ITEM-MOD.
         IF RIA-KIND (WA-ITEM-SUB) = 'H'
           ADD 1 TO WA-HELD-ITEM-CTR
         ELSE
           ADD 1 TO WA-OPEN-ITEM-CTR
         END-IF

         MOVE RIA-SINCE-DATE (WA-ITEM-SUB) TO WA-ORIG-DATE-NUM
         PERFORM 630-COMPUTE-AGE-MOD

         MOVE RIA-YEAR (WA-ITEM-SUB)       TO IT-YEAR
         MOVE RIA-CYCLE (WA-ITEM-SUB)      TO IT-CYCLE
         MOVE RIA-REASON (WA-ITEM-SUB)     TO IT-REASON
         MOVE RIA-HIST-AMT (WA-ITEM-SUB)   TO IT-HIST-AMT
         MOVE RIA-PAID-AMT (WA-ITEM-SUB)   TO IT-PAID-AMT
         MOVE RIA-SINCE-DATE (WA-ITEM-SUB) TO IT-SINCE-DATE
         MOVE WA-AGE-DAYS                  TO IT-AGE
         WRITE INQUIRY-RECORD FROM ITEM-LINE
           AFTER ADVANCING 1 LINES.
      *****************************************************************
       630-COMPUTE-AGE-MOD.
         COMPUTE WA-AGE-DAYS =
             ((WA-IN-YR - WA-ORIG-YR) * 360)
             + ((WA-IN-MO - WA-ORIG-MO) * 30)
             + (WA-IN-DAY - WA-ORIG-DAY)
         IF WA-AGE-DAYS < ZERO
           MOVE ZERO TO WA-AGE-DAYS
         END-IF.
      *****************************************************************
       700-PRINT-COUNTS-MOD.
         MOVE WA-TODAY-DATE-NUM TO PH-DATE
         WRITE INQUIRY-RECORD FROM PAGE-HEADING
           AFTER ADVANCING PAGE
         MOVE 'EMPLOYEES REQUESTED:          ' TO CL-LABEL
         MOVE WA-REQUESTED-CTR TO CL-COUNT
         WRITE INQUIRY-RECORD FROM COUNT-LINE
           AFTER ADVANCING 3 LINES
         MOVE 'PROFILES PRINTED:             ' TO CL-LABEL
         MOVE WA-PROFILE-CTR TO CL-COUNT
         WRITE INQUIRY-RECORD FROM COUNT-LINE
           AFTER ADVANCING 1 LINES
         MOVE 'NOT ON CURRENT MASTER:        ' TO CL-LABEL
         MOVE WA-OFF-MASTER-CTR TO CL-COUNT
         WRITE INQUIRY-RECORD FROM COUNT-LINE
           AFTER ADVANCING 1 LINES
         MOVE 'NOT ON ANY FILE:              ' TO CL-LABEL
         MOVE WA-NOT-FOUND-CTR TO CL-COUNT
         WRITE INQUIRY-RECORD FROM COUNT-LINE
           AFTER ADVANCING 1 LINES
         MOVE 'OPEN RECONCILIATION ITEMS:    ' TO CL-LABEL
         MOVE WA-OPEN-ITEM-CTR TO CL-COUNT
         WRITE INQUIRY-RECORD FROM COUNT-LINE
           AFTER ADVANCING 1 LINES
         MOVE 'HELD ITEMS AWAITING RELEASE:  ' TO CL-LABEL
         MOVE WA-HELD-ITEM-CTR TO CL-COUNT
         WRITE INQUIRY-RECORD FROM COUNT-LINE
           AFTER ADVANCING 1 LINES.
      *****************************************************************
       800-OPEN-FILES-MOD.
         OPEN INPUT BONUS-HISTORY
         IF WA-HISTORY-FILE-STATUS = '00'
           MOVE 'YES' TO WA-HISTORY-OPEN
         ELSE
           DISPLAY 'BONUSHS.DAT NOT AVAILABLE, STATUS ',
               WA-HISTORY-FILE-STATUS, ' -- ARCHIVE FILE ONLY'
           MOVE 4 TO RETURN-CODE
         END-IF

         OPEN OUTPUT INQUIRY-OUT.
      *****************************************************************
       900-CLOSE-FILES-MOD.
         IF WA-HISTORY-OPEN = 'YES'
           CLOSE BONUS-HISTORY
         END-IF
         CLOSE INQUIRY-OUT.
