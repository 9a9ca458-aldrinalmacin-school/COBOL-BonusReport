      *NAME: ALDRIN JEROME ALMACIN
      *DATE: OCTOBER 15, 2026
      *PURPOSE: TO BUILD THE YEAR-END BONUS WAGE SUMMARY FOR A TAX
      *         YEAR -- ONE RECORD PER EMPLOYEE WITH GROSS BONUS, TAX
      *         WITHHELD, AND NET PAID FROM THE BONUS HISTORY AND
      *         ARCHIVE FILES, WITH THE YEAR'S ADJUSTMENTS SHOWN
      *         AGAINST THEM -- TO WRITE THE FIXED-FORMAT FILE FOR THE
      *         PAYROLL TAX-FILING VENDOR AND A PRINTED ANNUAL
      *         STATEMENT FOR EACH EMPLOYEE, AND TO TIE THE TAX
      *         WITHHELD BY TERRITORY TO THE YEAR'S TAX REMITTANCES,
      *         LISTING EVERY TERRITORY THAT DOES NOT TIE.  AN
      *         EMPLOYEE WITH A NEGATIVE ANNUAL AMOUNT IS HELD OFF THE
      *         VENDOR FILE AND LISTED AS AN EXCEPTION.
       IDENTIFICATION DIVISION.
         PROGRAM-ID. BONUS-YREND.
      *****************************************************************
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT PAYROLL-MASTER
             ASSIGN TO "CH0901.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WA-MAST-FILE-STATUS.

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

           SELECT TAX-HIST-IN
             ASSIGN TO "TAXHIST.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WA-REMIT-FILE-STATUS.

           SELECT SORT-FILE
             ASSIGN TO "SORTWORK".

           SELECT YREND-WORK
             ASSIGN TO "YRENDWK.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VENDOR-OUT
             ASSIGN TO "TAXVEND.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STATEMENT-OUT
             ASSIGN TO "TAXSTMT.RPT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTROL-OUT
             ASSIGN TO "TAXCTL.RPT"
             ORGANIZATION IS LINE SEQUENTIAL.
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
            05                          PIC X(28).
            05  DATE-HIRED-IN           PIC X(8).
            05                          PIC X(10).
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
             05  AD-RUN-YEAR-X           PIC X(4).
             05  AD-RUN-YEAR REDEFINES AD-RUN-YEAR-X
                                         PIC 9(4).
             05  AD-RUN-CYCLE            PIC X(2).
             05  AD-TAX-AMT-X            PIC X(8).
             05  AD-TAX-AMT REDEFINES AD-TAX-AMT-X
                                         PIC S9(5)V99
                                         SIGN IS LEADING SEPARATE.
             05  AD-ACTION               PIC X.
             05  AD-ADJ-DATE-X           PIC X(8).
             05  AD-ADJ-DATE REDEFINES AD-ADJ-DATE-X
                                         PIC 9(8).
         FD  TAX-HIST-IN
             RECORD CONTAINS 30 CHARACTERS.
         01  TAX-HIST-RECORD.
             05  RM-TERR-NO              PIC X(2).
             05  RM-TAX-AMT              PIC 9(8)V99.
             05  RM-EMP-CTR              PIC 9(4).
             05  RM-RUN-YEAR-X           PIC X(4).
             05  RM-RUN-YEAR REDEFINES RM-RUN-YEAR-X
                                         PIC 9(4).
             05  RM-RUN-CYCLE            PIC X(2).
             05  RM-RUN-DATE             PIC 9(8).
         SD  SORT-FILE
             RECORD CONTAINS 65 CHARACTERS.
         01  SORT-RECORD.
             05  SR-EMPNO                PIC X(5).
             05  SR-CYCLE                PIC X(2).
             05  SR-SEQ                  PIC 9.
             05  SR-DATE                 PIC 9(8).
             05  SR-TERR-NO              PIC X(2).
             05  SR-OFFICE-NO            PIC X(2).
             05  SR-NAME                 PIC X(20).
             05  SR-GROSS-AMT            PIC S9(5)V99
                                         SIGN IS LEADING SEPARATE.
             05  SR-TAX-AMT              PIC S9(5)V99
                                         SIGN IS LEADING SEPARATE.
             05  SR-NET-AMT              PIC S9(5)V99
                                         SIGN IS LEADING SEPARATE.
             05  SR-ACTION               PIC X.
         FD  YREND-WORK
             RECORD CONTAINS 65 CHARACTERS.
         01  YREND-WORK-RECORD.
             05  WK-EMPNO                PIC X(5).
             05  WK-CYCLE                PIC X(2).
             05  WK-SEQ                  PIC 9.
                 88  WK-MASTER                       VALUE 0.
                 88  WK-HISTORY                      VALUE 1.
                 88  WK-ARCHIVE                      VALUE 2.
                 88  WK-ADJUSTMENT                   VALUE 3.
             05  WK-DATE                 PIC 9(8).
             05  WK-TERR-NO              PIC X(2).
             05  WK-OFFICE-NO            PIC X(2).
             05  WK-NAME                 PIC X(20).
             05  WK-GROSS-AMT            PIC S9(5)V99
                                         SIGN IS LEADING SEPARATE.
             05  WK-TAX-AMT              PIC S9(5)V99
                                         SIGN IS LEADING SEPARATE.
             05  WK-NET-AMT              PIC S9(5)V99
                                         SIGN IS LEADING SEPARATE.
             05  WK-ACTION               PIC X.
         FD  VENDOR-OUT
             RECORD CONTAINS 61 CHARACTERS.
         01  VENDOR-RECORD               PIC X(61).
         FD  STATEMENT-OUT
             RECORD CONTAINS 80 CHARACTERS.
         01  STATEMENT-RECORD            PIC X(80).
         FD  CONTROL-OUT
             RECORD CONTAINS 80 CHARACTERS.
         01  CONTROL-RECORD              PIC X(80).
         WORKING-STORAGE SECTION.
         01  WORK-AREAS.
             05  WA-ARE-THERE-MORE-MAST PIC X(3)     VALUE 'YES'.
                 88  WA-NO-MORE-MAST                 VALUE 'NO '.
             05  WA-ARE-THERE-MORE-HIST PIC X(3)     VALUE 'YES'.
                 88  WA-NO-MORE-HIST                 VALUE 'NO '.
             05  WA-ARE-THERE-MORE-ARCH PIC X(3)     VALUE 'YES'.
                 88  WA-NO-MORE-ARCH                 VALUE 'NO '.
             05  WA-ARE-THERE-MORE-ADJ  PIC X(3)     VALUE 'YES'.
                 88  WA-NO-MORE-ADJ                  VALUE 'NO '.
             05  WA-ARE-THERE-MORE-REMIT PIC X(3)    VALUE 'YES'.
                 88  WA-NO-MORE-REMIT                VALUE 'NO '.
             05  WA-ARE-THERE-MORE-WORK PIC X(3)     VALUE 'YES'.
                 88  WA-NO-MORE-WORK                 VALUE 'NO '.
             05  WA-MAST-FILE-STATUS    PIC X(2)     VALUE SPACES.
             05  WA-HISTORY-FILE-STATUS PIC X(2)     VALUE SPACES.
             05  WA-ARCH-FILE-STATUS    PIC X(2)     VALUE SPACES.
             05  WA-ADJ-FILE-STATUS     PIC X(2)     VALUE SPACES.
             05  WA-REMIT-FILE-STATUS   PIC X(2)     VALUE SPACES.
             05  WA-REMIT-AVAILABLE     PIC X(3)     VALUE 'YES'.
             05  WA-RUN-PARM.
                 10  WA-PARM-YEAR       PIC X(4).
             05  WA-TAX-YEAR            PIC 9(4)     VALUE ZEROS.
             05  WA-RUN-DATE            PIC 9(8)     VALUE ZEROS.
             05  WA-CURR-EMPNO          PIC X(5)     VALUE SPACES.
             05  WA-EMP-NAME            PIC X(20)    VALUE SPACES.
             05  WA-EMP-TERR-NO         PIC X(2)     VALUE SPACES.
             05  WA-EMP-OFFICE-NO       PIC X(2)     VALUE SPACES.
             05  WA-EMP-ON-MASTER       PIC X(3)     VALUE 'NO '.
             05  WA-EMP-HAS-DATA        PIC X(3)     VALUE 'NO '.
             05  WA-LAST-PAY-CYCLE      PIC X(2)     VALUE SPACES.
             05  WA-EMP-GROSS           PIC S9(7)V99 VALUE ZEROS.
             05  WA-EMP-TAX             PIC S9(7)V99 VALUE ZEROS.
             05  WA-EMP-NET             PIC S9(7)V99 VALUE ZEROS.
             05  WA-EMP-ADJ-CTR         PIC 9(4)     VALUE ZEROS.
             05  WA-HIST-READ-CTR       PIC 9(6)     VALUE ZEROS.
             05  WA-HIST-YEAR-CTR       PIC 9(6)     VALUE ZEROS.
             05  WA-ARCH-YEAR-CTR       PIC 9(6)     VALUE ZEROS.
             05  WA-ARCH-DUP-CTR        PIC 9(6)     VALUE ZEROS.
             05  WA-ADJ-YEAR-CTR        PIC 9(6)     VALUE ZEROS.
             05  WA-ADJ-UNDATED-CTR     PIC 9(6)     VALUE ZEROS.
             05  WA-REMIT-YEAR-CTR      PIC 9(6)     VALUE ZEROS.
             05  WA-REMIT-UNDATED-CTR   PIC 9(6)     VALUE ZEROS.
             05  WA-EMP-CTR             PIC 9(6)     VALUE ZEROS.
             05  WA-NOT-ON-MAST-CTR     PIC 9(6)     VALUE ZEROS.
             05  WA-NEGATIVE-CTR        PIC 9(6)     VALUE ZEROS.
             05  WA-GROSS-TOTAL         PIC S9(9)V99 VALUE ZEROS.
             05  WA-TAX-TOTAL           PIC S9(9)V99 VALUE ZEROS.
             05  WA-NET-TOTAL           PIC S9(9)V99 VALUE ZEROS.
             05  WA-VEND-GROSS-TOTAL    PIC S9(9)V99 VALUE ZEROS.
             05  WA-VEND-TAX-TOTAL      PIC S9(9)V99 VALUE ZEROS.
             05  WA-VEND-NET-TOTAL      PIC S9(9)V99 VALUE ZEROS.
             05  WA-ADJ-TAX-TOTAL       PIC S9(9)V99 VALUE ZEROS.
             05  WA-AS-RUN-TAX-TOTAL    PIC S9(9)V99 VALUE ZEROS.
             05  WA-REMIT-TOTAL         PIC S9(9)V99 VALUE ZEROS.
             05  WA-TIE-DIFF            PIC S9(9)V99 VALUE ZEROS.
             05  WA-NO-TIE-CTR          PIC 9(4)     VALUE ZEROS.
             05  WA-FIND-TERR           PIC X(2)     VALUE SPACES.
             05  WA-TERR-FOUND          PIC X(3)     VALUE 'NO '.
             05  WA-TERR-COUNT          PIC 9(3)     VALUE ZEROS.
             05  WA-TERR-SUB            PIC 9(3)     VALUE ZEROS.
             05  WA-INSERT-POS          PIC 9(3)     VALUE ZEROS.
             05  WA-SHIFT-SUB           PIC 9(3)     VALUE ZEROS.
             05  WA-TERR-DROP-CTR       PIC 9(4)     VALUE ZEROS.
         01  TERR-TIE-AREA.
             05  TTA-ENTRY              OCCURS 50 TIMES.
                 10  TTA-TERR-NO        PIC X(2).
                 10  TTA-WITHHELD       PIC S9(9)V99.
                 10  TTA-REMITTED       PIC S9(9)V99.
         01  VENDOR-HEADER-LINE.
             05                         PIC X        VALUE 'H'.
             05  VH-COMPANY-ID          PIC X(8)     VALUE 'CH0901CO'.
             05  VH-TAX-YEAR            PIC 9(4).
             05  VH-CREATE-DATE         PIC 9(8).
             05                         PIC X(40)    VALUE SPACES.
         01  VENDOR-DETAIL-LINE.
             05                         PIC X        VALUE 'D'.
             05  VD-EMPNO               PIC X(5).
             05  VD-EMPNAME             PIC X(20).
             05  VD-TERR-NO             PIC X(2).
             05  VD-OFFICE-NO           PIC X(2).
             05  VD-TAX-YEAR            PIC 9(4).
             05  VD-GROSS-AMT           PIC 9(7)V99.
             05  VD-TAX-AMT             PIC 9(7)V99.
             05  VD-NET-AMT             PIC 9(7)V99.
         01  VENDOR-TRAILER-LINE.
             05                         PIC X        VALUE 'T'.
             05  VT-REC-COUNT           PIC 9(6).
             05  VT-GROSS-TOTAL         PIC 9(9)V99.
             05  VT-TAX-TOTAL           PIC 9(9)V99.
             05  VT-NET-TOTAL           PIC 9(9)V99.
             05                         PIC X(21)    VALUE SPACES.
         01  STMT-HEADING.
             05                         PIC X(20)    VALUE SPACES.
             05                         PIC X(30)
                 VALUE 'ANNUAL BONUS WAGE STATEMENT   '.
             05                         PIC X(9)     VALUE 'TAX YEAR '.
             05  SH-TAX-YEAR            PIC 9(4).
             05                         PIC X(17)    VALUE SPACES.
         01  STMT-EMPLOYEE-LINE.
             05                         PIC X(9)     VALUE 'EMPLOYEE '.
             05  SE-EMPNO               PIC X(5).
             05                         PIC X(2)     VALUE SPACES.
             05  SE-EMPNAME             PIC X(20).
             05                         PIC X(7)     VALUE '  TERR '.
             05  SE-TERR-NO             PIC X(2).
             05                         PIC X(8)     VALUE '  OFFICE'.
             05                         PIC X        VALUE SPACES.
             05  SE-OFFICE-NO           PIC X(2).
             05                         PIC X(24)    VALUE SPACES.
         01  STMT-COL-HEADING.
             05                         PIC X(5)     VALUE 'CYC  '.
             05                         PIC X(14)    VALUE 'SOURCE'.
             05                         PIC X(12)    VALUE 'PAID ON'.
             05                         PIC X(11)
                 VALUE '      GROSS'.
             05                         PIC X(3)     VALUE SPACES.
             05                         PIC X(11)
                 VALUE '        TAX'.
             05                         PIC X(3)     VALUE SPACES.
             05                         PIC X(11)
                 VALUE '        NET'.
             05                         PIC X(10)    VALUE SPACES.
         01  STMT-DETAIL-LINE.
             05  SD-CYCLE               PIC X(2).
             05                         PIC X(3)     VALUE SPACES.
             05  SD-SOURCE              PIC X(12).
             05                         PIC X(2)     VALUE SPACES.
             05  SD-DATE                PIC 9999/99/99.
             05                         PIC X(2)     VALUE SPACES.
             05  SD-GROSS-AMT   PIC ----,--9.99.
             05                         PIC X(3)     VALUE SPACES.
             05  SD-TAX-AMT     PIC ----,--9.99.
             05                         PIC X(3)     VALUE SPACES.
             05  SD-NET-AMT     PIC ----,--9.99.
             05                         PIC X(10)    VALUE SPACES.
         01  STMT-TOTAL-LINE.
             05                         PIC X(5)     VALUE SPACES.
             05  ST-LABEL               PIC X(26).
             05  ST-GROSS-AMT   PIC ----,--9.99.
             05                         PIC X(3)     VALUE SPACES.
             05  ST-TAX-AMT     PIC ----,--9.99.
             05                         PIC X(3)     VALUE SPACES.
             05  ST-NET-AMT     PIC ----,--9.99.
             05                         PIC X(10)    VALUE SPACES.
         01  STMT-ADJ-NOTE-LINE.
             05                         PIC X(5)     VALUE SPACES.
             05                         PIC X(40)
                 VALUE 'ADJUSTMENT LINES ARE ALREADY REFLECTED I'.
             05                         PIC X(35)
                 VALUE 'N THE CYCLE AMOUNTS ABOVE          '.
         01  CONTROL-HEADING.
             05                         PIC X(20)    VALUE SPACES.
             05                         PIC X(30)
                 VALUE 'YEAR-END BONUS TAX CONTROLS   '.
             05                         PIC X(9)     VALUE 'TAX YEAR '.
             05  CH-TAX-YEAR            PIC 9(4).
             05                         PIC X(17)    VALUE SPACES.
         01  EXCEPTION-HEADING.
             05                         PIC X(5)     VALUE SPACES.
             05                         PIC X(30)
                 VALUE 'EMPLOYEE EXCEPTIONS           '.
             05                         PIC X(45)    VALUE SPACES.
         01  EXCEPTION-LINE.
             05                         PIC X(5)     VALUE SPACES.
             05                         PIC X(6)     VALUE 'EMPNO '.
             05  EX-EMPNO               PIC X(5).
             05                         PIC X(2)     VALUE SPACES.
             05  EX-REASON              PIC X(40).
             05                         PIC X(22)    VALUE SPACES.
         01  COUNT-LINE.
             05                         PIC X(5)     VALUE SPACES.
             05  CL-LABEL               PIC X(34).
             05  CL-COUNT               PIC ZZZ,ZZ9.
             05                         PIC X(34)    VALUE SPACES.
         01  AMOUNT-LINE.
             05                         PIC X(5)     VALUE SPACES.
             05  AL-LABEL               PIC X(34).
             05  AL-AMOUNT              PIC ---,---,--9.99.
             05                         PIC X(27)    VALUE SPACES.
         01  TIE-HEADING.
             05                         PIC X(5)     VALUE SPACES.
             05                         PIC X(7)     VALUE 'TERR'.
             05                         PIC X(14)
                 VALUE '   TAX AS RUN '.
             05                         PIC X(3)     VALUE SPACES.
             05                         PIC X(14)
                 VALUE '      REMITTED'.
             05                         PIC X(3)     VALUE SPACES.
             05                         PIC X(14)
                 VALUE '    DIFFERENCE'.
             05                         PIC X(20)    VALUE SPACES.
         01  TIE-LINE.
             05                         PIC X(5)     VALUE SPACES.
             05  TL-TERR-NO             PIC X(5).
             05                         PIC X(2)     VALUE SPACES.
             05  TL-WITHHELD            PIC ---,---,--9.99.
             05                         PIC X(3)     VALUE SPACES.
             05  TL-REMITTED            PIC ---,---,--9.99.
             05                         PIC X(3)     VALUE SPACES.
             05  TL-DIFF                PIC ---,---,--9.99.
             05                         PIC X(3)     VALUE SPACES.
             05  TL-FLAG                PIC X(8).
             05                         PIC X(9)     VALUE SPACES.
      *****************************************************************
       PROCEDURE DIVISION.
       100-MAIN-MOD.
         PERFORM 200-GET-PARMS-MOD
         PERFORM 250-LOAD-REMITTANCES-MOD
         PERFORM 800-OPEN-FILES-MOD

         SORT SORT-FILE
             ASCENDING KEY SR-EMPNO SR-CYCLE SR-SEQ SR-DATE
             INPUT PROCEDURE IS 300-RELEASE-RECORDS-MOD
             GIVING YREND-WORK

         OPEN INPUT YREND-WORK
         PERFORM UNTIL WA-NO-MORE-WORK
           READ YREND-WORK
             AT END
               MOVE 'NO ' TO WA-ARE-THERE-MORE-WORK
             NOT AT END
               PERFORM 400-PROCESS-RECORD-MOD
         END-PERFORM
         IF WA-EMP-HAS-DATA = 'YES'
           PERFORM 500-FINISH-EMPLOYEE-MOD
         END-IF
         CLOSE YREND-WORK

         PERFORM 600-WRITE-VENDOR-TRAILER-MOD
         PERFORM 700-PRINT-CONTROLS-MOD
         PERFORM 900-CLOSE-FILES-MOD
         DISPLAY 'YEAR-END BONUS SUMMARY FOR ', WA-TAX-YEAR, ' -- ',
            WA-EMP-CTR, ' EMPLOYEES WRITTEN TO TAXVEND.DAT'
         STOP RUN.
      *****************************************************************
       200-GET-PARMS-MOD.
         ACCEPT WA-RUN-PARM FROM COMMAND-LINE
         IF WA-PARM-YEAR NOT NUMERIC OR WA-PARM-YEAR = ZERO
           DISPLAY 'TAX YEAR PARAMETER (YYYY) IS REQUIRED'
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF
         MOVE WA-PARM-YEAR TO WA-TAX-YEAR
         ACCEPT WA-RUN-DATE FROM DATE YYYYMMDD.
      *****************************************************************
       250-LOAD-REMITTANCES-MOD.
         OPEN INPUT TAX-HIST-IN
         IF WA-REMIT-FILE-STATUS NOT = '00'
           MOVE 'NO ' TO WA-REMIT-AVAILABLE
           MOVE 'NO ' TO WA-ARE-THERE-MORE-REMIT
           DISPLAY 'TAXHIST.DAT NOT AVAILABLE, STATUS ',
               WA-REMIT-FILE-STATUS, ' -- NOTHING TO TIE TO'
         END-IF

         PERFORM UNTIL WA-NO-MORE-REMIT
           READ TAX-HIST-IN
             AT END
               MOVE 'NO ' TO WA-ARE-THERE-MORE-REMIT
             NOT AT END
               IF RM-RUN-YEAR-X NOT NUMERIC
                 ADD 1 TO WA-REMIT-UNDATED-CTR
               ELSE
                 IF RM-RUN-YEAR = WA-TAX-YEAR
                   ADD 1 TO WA-REMIT-YEAR-CTR
                   MOVE RM-TERR-NO TO WA-FIND-TERR
                   PERFORM 450-FIND-TERR-MOD
                   IF WA-TERR-FOUND = 'YES'
                     ADD RM-TAX-AMT TO TTA-REMITTED (WA-TERR-SUB)
                   END-IF
                   ADD RM-TAX-AMT TO WA-REMIT-TOTAL
                 END-IF
               END-IF
         END-PERFORM

         IF WA-REMIT-AVAILABLE = 'YES'
           CLOSE TAX-HIST-IN
         END-IF.
      *****************************************************************
       300-RELEASE-RECORDS-MOD.
         PERFORM 310-RELEASE-MASTER-MOD
         PERFORM 320-RELEASE-HISTORY-MOD
         PERFORM 330-RELEASE-ARCHIVE-MOD
         PERFORM 340-RELEASE-ADJUSTMENTS-MOD.
      *****************************************************************
       310-RELEASE-MASTER-MOD.
         OPEN INPUT PAYROLL-MASTER
         IF WA-MAST-FILE-STATUS NOT = '00'
           DISPLAY 'CANNOT OPEN CH0901.DAT, STATUS ',
               WA-MAST-FILE-STATUS
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF

         PERFORM UNTIL WA-NO-MORE-MAST
           READ PAYROLL-MASTER
             AT END
               MOVE 'NO ' TO WA-ARE-THERE-MORE-MAST
             NOT AT END
               MOVE EMPNO-IN     TO SR-EMPNO
               MOVE SPACES       TO SR-CYCLE
               MOVE 0            TO SR-SEQ
               MOVE ZEROS        TO SR-DATE
               MOVE TERR-NO-IN   TO SR-TERR-NO
               MOVE OFFICE-NO-IN TO SR-OFFICE-NO
               MOVE EMPNAME-IN   TO SR-NAME
               MOVE ZEROS        TO SR-GROSS-AMT
               MOVE ZEROS        TO SR-TAX-AMT
               MOVE ZEROS        TO SR-NET-AMT
               MOVE SPACE        TO SR-ACTION
               RELEASE SORT-RECORD
         END-PERFORM
         CLOSE PAYROLL-MASTER.
      *****************************************************************
       320-RELEASE-HISTORY-MOD.
         OPEN INPUT BONUS-HISTORY
         IF WA-HISTORY-FILE-STATUS NOT = '00'
           DISPLAY 'CANNOT OPEN BONUSHS.DAT, STATUS ',
               WA-HISTORY-FILE-STATUS
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF

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
               ADD 1 TO WA-HIST-READ-CTR
               IF BH-RUN-YEAR = WA-TAX-YEAR
                 ADD 1 TO WA-HIST-YEAR-CTR
                 MOVE BH-EMPNO     TO SR-EMPNO
                 MOVE BH-CYCLE     TO SR-CYCLE
                 MOVE 1            TO SR-SEQ
                 MOVE BH-RUN-DATE  TO SR-DATE
                 MOVE BH-TERR-NO   TO SR-TERR-NO
                 MOVE BH-OFFICE-NO TO SR-OFFICE-NO
                 MOVE SPACES       TO SR-NAME
                 MOVE BH-BONUS-AMT TO SR-GROSS-AMT
                 MOVE BH-TAX-AMT   TO SR-TAX-AMT
                 IF BH-NET-AMT > ZERO
                   MOVE BH-NET-AMT TO SR-NET-AMT
                 ELSE
                   COMPUTE SR-NET-AMT = BH-BONUS-AMT - BH-TAX-AMT
                 END-IF
                 MOVE SPACE        TO SR-ACTION
                 RELEASE SORT-RECORD
               END-IF
         END-PERFORM
         CLOSE BONUS-HISTORY.
      *****************************************************************
       330-RELEASE-ARCHIVE-MOD.
         OPEN INPUT ARCHIVE-IN
         IF WA-ARCH-FILE-STATUS NOT = '00'
           MOVE 'NO ' TO WA-ARE-THERE-MORE-ARCH
           DISPLAY 'BONUSAR.DAT NOT AVAILABLE, STATUS ',
               WA-ARCH-FILE-STATUS, ' -- HISTORY FILE ONLY'
         END-IF

         PERFORM UNTIL WA-NO-MORE-ARCH
           READ ARCHIVE-IN
             AT END
               MOVE 'NO ' TO WA-ARE-THERE-MORE-ARCH
             NOT AT END
               IF AR-RUN-YEAR = WA-TAX-YEAR
                 ADD 1 TO WA-ARCH-YEAR-CTR
                 IF AR-CYCLE = SPACES
                   MOVE 'AN' TO AR-CYCLE
                 END-IF
                 MOVE AR-EMPNO     TO SR-EMPNO
                 MOVE AR-CYCLE     TO SR-CYCLE
                 MOVE 2            TO SR-SEQ
                 MOVE AR-RUN-DATE  TO SR-DATE
                 MOVE AR-TERR-NO   TO SR-TERR-NO
                 MOVE AR-OFFICE-NO TO SR-OFFICE-NO
                 MOVE SPACES       TO SR-NAME
                 MOVE AR-BONUS-AMT TO SR-GROSS-AMT
                 MOVE AR-TAX-AMT   TO SR-TAX-AMT
                 IF AR-NET-AMT > ZERO
                   MOVE AR-NET-AMT TO SR-NET-AMT
                 ELSE
                   COMPUTE SR-NET-AMT = AR-BONUS-AMT - AR-TAX-AMT
                 END-IF
                 MOVE SPACE        TO SR-ACTION
                 RELEASE SORT-RECORD
               END-IF
         END-PERFORM

         IF WA-ARCH-FILE-STATUS = '00'
            OR WA-ARCH-FILE-STATUS = '10'
           CLOSE ARCHIVE-IN
         END-IF.
      *****************************************************************
       340-RELEASE-ADJUSTMENTS-MOD.
         OPEN INPUT ADJ-LOG-IN
         IF WA-ADJ-FILE-STATUS NOT = '00'
           MOVE 'NO ' TO WA-ARE-THERE-MORE-ADJ
           DISPLAY 'ADJLOG.DAT NOT AVAILABLE, STATUS ',
               WA-ADJ-FILE-STATUS, ' -- NO ADJUSTMENTS SHOWN'
         END-IF

         PERFORM UNTIL WA-NO-MORE-ADJ
           READ ADJ-LOG-IN
             AT END
               MOVE 'NO ' TO WA-ARE-THERE-MORE-ADJ
             NOT AT END
               IF AD-RUN-YEAR-X NOT NUMERIC
                 ADD 1 TO WA-ADJ-UNDATED-CTR
               ELSE
                 IF AD-RUN-YEAR = WA-TAX-YEAR
                   ADD 1 TO WA-ADJ-YEAR-CTR
                   MOVE AD-EMPNO     TO SR-EMPNO
                   MOVE AD-RUN-CYCLE TO SR-CYCLE
                   IF AD-RUN-CYCLE = SPACES
                     MOVE 'AN' TO SR-CYCLE
                   END-IF
                   MOVE 3            TO SR-SEQ
                   IF AD-ADJ-DATE-X NUMERIC
                     MOVE AD-ADJ-DATE TO SR-DATE
                   ELSE
                     MOVE ZEROS TO SR-DATE
                   END-IF
                   MOVE AD-TERR-NO   TO SR-TERR-NO
                   MOVE AD-OFFICE-NO TO SR-OFFICE-NO
                   MOVE SPACES       TO SR-NAME
                   IF AD-TAX-AMT-X = SPACES
                     MOVE ZEROS TO SR-TAX-AMT
                   ELSE
                     MOVE AD-TAX-AMT TO SR-TAX-AMT
                   END-IF
                   MOVE AD-BONUS-AMT TO SR-NET-AMT
                   COMPUTE SR-GROSS-AMT = SR-NET-AMT + SR-TAX-AMT
                   MOVE AD-ACTION    TO SR-ACTION
                   RELEASE SORT-RECORD
                 END-IF
               END-IF
         END-PERFORM

         IF WA-ADJ-FILE-STATUS = '00'
            OR WA-ADJ-FILE-STATUS = '10'
           CLOSE ADJ-LOG-IN
         END-IF.
      *****************************************************************
       400-PROCESS-RECORD-MOD.
         IF WK-EMPNO NOT = WA-CURR-EMPNO
           IF WA-EMP-HAS-DATA = 'YES'
             PERFORM 500-FINISH-EMPLOYEE-MOD
           END-IF
           PERFORM 410-START-EMPLOYEE-MOD
         END-IF

         EVALUATE TRUE
           WHEN WK-MASTER
             MOVE 'YES'        TO WA-EMP-ON-MASTER
             MOVE WK-NAME      TO WA-EMP-NAME
             MOVE WK-TERR-NO   TO WA-EMP-TERR-NO
             MOVE WK-OFFICE-NO TO WA-EMP-OFFICE-NO
           WHEN WK-HISTORY
             PERFORM 420-POST-PAYMENT-MOD
           WHEN WK-ARCHIVE
             IF WK-CYCLE = WA-LAST-PAY-CYCLE
               ADD 1 TO WA-ARCH-DUP-CTR
             ELSE
               PERFORM 420-POST-PAYMENT-MOD
             END-IF
           WHEN WK-ADJUSTMENT
             PERFORM 430-POST-ADJUSTMENT-MOD
         END-EVALUATE.
      *****************************************************************
       410-START-EMPLOYEE-MOD.
         MOVE WK-EMPNO TO WA-CURR-EMPNO
         MOVE SPACES   TO WA-EMP-NAME
         MOVE SPACES   TO WA-EMP-TERR-NO
         MOVE SPACES   TO WA-EMP-OFFICE-NO
         MOVE SPACES   TO WA-LAST-PAY-CYCLE
         MOVE 'NO '    TO WA-EMP-ON-MASTER
         MOVE 'NO '    TO WA-EMP-HAS-DATA
         MOVE ZEROS    TO WA-EMP-GROSS
         MOVE ZEROS    TO WA-EMP-TAX
         MOVE ZEROS    TO WA-EMP-NET
         MOVE ZEROS    TO WA-EMP-ADJ-CTR.
      *****************************************************************
       420-POST-PAYMENT-MOD.
         PERFORM 440-START-STATEMENT-MOD
         ADD WK-GROSS-AMT TO WA-EMP-GROSS
         ADD WK-TAX-AMT   TO WA-EMP-TAX
         ADD WK-NET-AMT   TO WA-EMP-NET
         MOVE WK-CYCLE TO WA-LAST-PAY-CYCLE

         MOVE WK-TERR-NO TO WA-FIND-TERR
         PERFORM 450-FIND-TERR-MOD
         IF WA-TERR-FOUND = 'YES'
           ADD WK-TAX-AMT TO TTA-WITHHELD (WA-TERR-SUB)
         END-IF

         IF WK-HISTORY
           MOVE 'HISTORY' TO SD-SOURCE
         ELSE
           MOVE 'ARCHIVE' TO SD-SOURCE
         END-IF
         PERFORM 460-WRITE-STMT-DETAIL-MOD.
      *****************************************************************
       430-POST-ADJUSTMENT-MOD.
         PERFORM 440-START-STATEMENT-MOD
         ADD 1 TO WA-EMP-ADJ-CTR
         ADD WK-TAX-AMT TO WA-ADJ-TAX-TOTAL

         MOVE WK-TERR-NO TO WA-FIND-TERR
         PERFORM 450-FIND-TERR-MOD
         IF WA-TERR-FOUND = 'YES'
           SUBTRACT WK-TAX-AMT FROM TTA-WITHHELD (WA-TERR-SUB)
         END-IF

         EVALUATE WK-ACTION
           WHEN 'V'
             MOVE 'VOID ADJ' TO SD-SOURCE
           WHEN 'K'
             MOVE 'CLAWBACK ADJ' TO SD-SOURCE
           WHEN 'A'
             MOVE 'CORRECT ADJ' TO SD-SOURCE
           WHEN OTHER
             MOVE 'ADJUSTMENT' TO SD-SOURCE
         END-EVALUATE
         PERFORM 460-WRITE-STMT-DETAIL-MOD.
      *****************************************************************
       440-START-STATEMENT-MOD.
         IF WA-EMP-HAS-DATA = 'NO '
           MOVE 'YES' TO WA-EMP-HAS-DATA
           IF WA-EMP-TERR-NO = SPACES
             MOVE WK-TERR-NO   TO WA-EMP-TERR-NO
             MOVE WK-OFFICE-NO TO WA-EMP-OFFICE-NO
           END-IF
           MOVE WA-TAX-YEAR TO SH-TAX-YEAR
           WRITE STATEMENT-RECORD FROM STMT-HEADING
             AFTER ADVANCING PAGE
           MOVE WA-CURR-EMPNO    TO SE-EMPNO
           MOVE WA-EMP-NAME      TO SE-EMPNAME
           MOVE WA-EMP-TERR-NO   TO SE-TERR-NO
           MOVE WA-EMP-OFFICE-NO TO SE-OFFICE-NO
           WRITE STATEMENT-RECORD FROM STMT-EMPLOYEE-LINE
             AFTER ADVANCING 2 LINES
           WRITE STATEMENT-RECORD FROM STMT-COL-HEADING
             AFTER ADVANCING 2 LINES
         END-IF.
      *****************************************************************
       450-FIND-TERR-MOD.
         MOVE 'NO ' TO WA-TERR-FOUND
         MOVE 1 TO WA-TERR-SUB
         PERFORM UNTIL WA-TERR-SUB > WA-TERR-COUNT
                 OR WA-TERR-FOUND = 'YES'
           IF TTA-TERR-NO (WA-TERR-SUB) = WA-FIND-TERR
             MOVE 'YES' TO WA-TERR-FOUND
           ELSE
             ADD 1 TO WA-TERR-SUB
           END-IF
         END-PERFORM

         IF WA-TERR-FOUND = 'NO '
           IF WA-TERR-COUNT >= 50
             ADD 1 TO WA-TERR-DROP-CTR
           ELSE
             PERFORM 455-INSERT-TERR-MOD
             MOVE 'YES' TO WA-TERR-FOUND
           END-IF
         END-IF.
      *****************************************************************
       455-INSERT-TERR-MOD.
         MOVE 1 TO WA-INSERT-POS
         PERFORM UNTIL WA-INSERT-POS > WA-TERR-COUNT
                 OR WA-FIND-TERR < TTA-TERR-NO (WA-INSERT-POS)
           ADD 1 TO WA-INSERT-POS
         END-PERFORM

         MOVE WA-TERR-COUNT TO WA-SHIFT-SUB
         PERFORM UNTIL WA-SHIFT-SUB < WA-INSERT-POS
           MOVE TTA-ENTRY (WA-SHIFT-SUB)
             TO TTA-ENTRY (WA-SHIFT-SUB + 1)
           SUBTRACT 1 FROM WA-SHIFT-SUB
         END-PERFORM

         MOVE WA-FIND-TERR TO TTA-TERR-NO (WA-INSERT-POS)
         MOVE ZEROS        TO TTA-WITHHELD (WA-INSERT-POS)
         MOVE ZEROS        TO TTA-REMITTED (WA-INSERT-POS)
         ADD 1 TO WA-TERR-COUNT
         MOVE WA-INSERT-POS TO WA-TERR-SUB.
      *****************************************************************
       460-WRITE-STMT-DETAIL-MOD.
         MOVE WK-CYCLE     TO SD-CYCLE
         MOVE WK-DATE      TO SD-DATE
         MOVE WK-GROSS-AMT TO SD-GROSS-AMT
         MOVE WK-TAX-AMT   TO SD-TAX-AMT
         MOVE WK-NET-AMT   TO SD-NET-AMT
         WRITE STATEMENT-RECORD FROM STMT-DETAIL-LINE
           AFTER ADVANCING 1 LINES.
      *****************************************************************
       500-FINISH-EMPLOYEE-MOD.
         MOVE 'TOTAL FOR TAX YEAR' TO ST-LABEL
         MOVE WA-EMP-GROSS TO ST-GROSS-AMT
         MOVE WA-EMP-TAX   TO ST-TAX-AMT
         MOVE WA-EMP-NET   TO ST-NET-AMT
         WRITE STATEMENT-RECORD FROM STMT-TOTAL-LINE
           AFTER ADVANCING 2 LINES
         IF WA-EMP-ADJ-CTR > ZERO
           WRITE STATEMENT-RECORD FROM STMT-ADJ-NOTE-LINE
             AFTER ADVANCING 2 LINES
         END-IF

         ADD WA-EMP-GROSS TO WA-GROSS-TOTAL
         ADD WA-EMP-TAX   TO WA-TAX-TOTAL
         ADD WA-EMP-NET   TO WA-NET-TOTAL

         IF WA-EMP-GROSS NOT < ZERO AND WA-EMP-TAX NOT < ZERO
            AND WA-EMP-NET NOT < ZERO
           MOVE WA-CURR-EMPNO    TO VD-EMPNO
           MOVE WA-EMP-NAME      TO VD-EMPNAME
           MOVE WA-EMP-TERR-NO   TO VD-TERR-NO
           MOVE WA-EMP-OFFICE-NO TO VD-OFFICE-NO
           MOVE WA-TAX-YEAR      TO VD-TAX-YEAR
           MOVE WA-EMP-GROSS     TO VD-GROSS-AMT
           MOVE WA-EMP-TAX       TO VD-TAX-AMT
           MOVE WA-EMP-NET       TO VD-NET-AMT
           WRITE VENDOR-RECORD FROM VENDOR-DETAIL-LINE
           ADD 1 TO WA-EMP-CTR
           ADD WA-EMP-GROSS TO WA-VEND-GROSS-TOTAL
           ADD WA-EMP-TAX   TO WA-VEND-TAX-TOTAL
           ADD WA-EMP-NET   TO WA-VEND-NET-TOTAL
         END-IF

         IF WA-EMP-ON-MASTER = 'NO '
           ADD 1 TO WA-NOT-ON-MAST-CTR
           MOVE WA-CURR-EMPNO TO EX-EMPNO
           MOVE 'NOT ON PAYROLL MASTER -- NO NAME' TO EX-REASON
           WRITE CONTROL-RECORD FROM EXCEPTION-LINE
             AFTER ADVANCING 1 LINES
         END-IF

         IF WA-EMP-GROSS < ZERO OR WA-EMP-TAX < ZERO
            OR WA-EMP-NET < ZERO
           ADD 1 TO WA-NEGATIVE-CTR
           MOVE WA-CURR-EMPNO TO EX-EMPNO
           MOVE 'NEGATIVE AMOUNT -- HELD OFF TAXVEND.DAT'
             TO EX-REASON
           WRITE CONTROL-RECORD FROM EXCEPTION-LINE
             AFTER ADVANCING 1 LINES
         END-IF

         MOVE 'NO ' TO WA-EMP-HAS-DATA.
      *****************************************************************
       600-WRITE-VENDOR-TRAILER-MOD.
         MOVE WA-EMP-CTR     TO VT-REC-COUNT
         MOVE WA-VEND-GROSS-TOTAL TO VT-GROSS-TOTAL
         MOVE WA-VEND-TAX-TOTAL   TO VT-TAX-TOTAL
         MOVE WA-VEND-NET-TOTAL   TO VT-NET-TOTAL
         WRITE VENDOR-RECORD FROM VENDOR-TRAILER-LINE.
      *****************************************************************
       700-PRINT-CONTROLS-MOD.
         MOVE 'HISTORY RECORDS READ:             ' TO CL-LABEL
         MOVE WA-HIST-READ-CTR TO CL-COUNT
         WRITE CONTROL-RECORD FROM COUNT-LINE
           AFTER ADVANCING 3 LINES
         MOVE 'HISTORY RECORDS FOR TAX YEAR:     ' TO CL-LABEL
         MOVE WA-HIST-YEAR-CTR TO CL-COUNT
         WRITE CONTROL-RECORD FROM COUNT-LINE
           AFTER ADVANCING 1 LINES
         MOVE 'ARCHIVE RECORDS FOR TAX YEAR:     ' TO CL-LABEL
         MOVE WA-ARCH-YEAR-CTR TO CL-COUNT
         WRITE CONTROL-RECORD FROM COUNT-LINE
           AFTER ADVANCING 1 LINES
         MOVE 'ARCHIVE COPIES ALREADY IN HISTORY:' TO CL-LABEL
         MOVE WA-ARCH-DUP-CTR TO CL-COUNT
         WRITE CONTROL-RECORD FROM COUNT-LINE
           AFTER ADVANCING 1 LINES
         MOVE 'ADJUSTMENTS FOR TAX YEAR:         ' TO CL-LABEL
         MOVE WA-ADJ-YEAR-CTR TO CL-COUNT
         WRITE CONTROL-RECORD FROM COUNT-LINE
           AFTER ADVANCING 1 LINES
         MOVE 'ADJUSTMENTS WITH NO RUN YEAR:     ' TO CL-LABEL
         MOVE WA-ADJ-UNDATED-CTR TO CL-COUNT
         WRITE CONTROL-RECORD FROM COUNT-LINE
           AFTER ADVANCING 1 LINES
         MOVE 'REMITTANCES FOR TAX YEAR:         ' TO CL-LABEL
         MOVE WA-REMIT-YEAR-CTR TO CL-COUNT
         WRITE CONTROL-RECORD FROM COUNT-LINE
           AFTER ADVANCING 1 LINES
         MOVE 'REMITTANCES WITH NO RUN YEAR:     ' TO CL-LABEL
         MOVE WA-REMIT-UNDATED-CTR TO CL-COUNT
         WRITE CONTROL-RECORD FROM COUNT-LINE
           AFTER ADVANCING 1 LINES
         MOVE 'EMPLOYEES WRITTEN FOR VENDOR:     ' TO CL-LABEL
         MOVE WA-EMP-CTR TO CL-COUNT
         WRITE CONTROL-RECORD FROM COUNT-LINE
           AFTER ADVANCING 1 LINES
         MOVE 'EMPLOYEES NOT ON PAYROLL MASTER:  ' TO CL-LABEL
         MOVE WA-NOT-ON-MAST-CTR TO CL-COUNT
         WRITE CONTROL-RECORD FROM COUNT-LINE
           AFTER ADVANCING 1 LINES
         MOVE 'EMPLOYEES HELD OFF VENDOR FILE:   ' TO CL-LABEL
         MOVE WA-NEGATIVE-CTR TO CL-COUNT
         WRITE CONTROL-RECORD FROM COUNT-LINE
           AFTER ADVANCING 1 LINES

         MOVE 'GROSS BONUS WAGES:                ' TO AL-LABEL
         MOVE WA-GROSS-TOTAL TO AL-AMOUNT
         WRITE CONTROL-RECORD FROM AMOUNT-LINE
           AFTER ADVANCING 2 LINES
         MOVE 'TAX WITHHELD (AFTER ADJUSTMENTS): ' TO AL-LABEL
         MOVE WA-TAX-TOTAL TO AL-AMOUNT
         WRITE CONTROL-RECORD FROM AMOUNT-LINE
           AFTER ADVANCING 1 LINES
         MOVE 'NET PAID:                         ' TO AL-LABEL
         MOVE WA-NET-TOTAL TO AL-AMOUNT
         WRITE CONTROL-RECORD FROM AMOUNT-LINE
           AFTER ADVANCING 1 LINES
         MOVE 'TAX OFFSETS FROM ADJUSTMENTS:     ' TO AL-LABEL
         MOVE WA-ADJ-TAX-TOTAL TO AL-AMOUNT
         WRITE CONTROL-RECORD FROM AMOUNT-LINE
           AFTER ADVANCING 1 LINES
         COMPUTE WA-AS-RUN-TAX-TOTAL =
             WA-TAX-TOTAL - WA-ADJ-TAX-TOTAL
         MOVE 'TAX WITHHELD AS RUN:              ' TO AL-LABEL
         MOVE WA-AS-RUN-TAX-TOTAL TO AL-AMOUNT
         WRITE CONTROL-RECORD FROM AMOUNT-LINE
           AFTER ADVANCING 1 LINES
         MOVE 'GROSS ON VENDOR FILE:             ' TO AL-LABEL
         MOVE WA-VEND-GROSS-TOTAL TO AL-AMOUNT
         WRITE CONTROL-RECORD FROM AMOUNT-LINE
           AFTER ADVANCING 2 LINES
         MOVE 'TAX ON VENDOR FILE:               ' TO AL-LABEL
         MOVE WA-VEND-TAX-TOTAL TO AL-AMOUNT
         WRITE CONTROL-RECORD FROM AMOUNT-LINE
           AFTER ADVANCING 1 LINES
         MOVE 'NET ON VENDOR FILE:               ' TO AL-LABEL
         MOVE WA-VEND-NET-TOTAL TO AL-AMOUNT
         WRITE CONTROL-RECORD FROM AMOUNT-LINE
           AFTER ADVANCING 1 LINES

         PERFORM 750-PRINT-TERR-TIE-MOD

         IF WA-NO-TIE-CTR > ZERO
            OR WA-REMIT-AVAILABLE = 'NO '
           DISPLAY 'YEAR-END TAX DOES NOT TIE TO TAXHIST.DAT -- '
              'SEE TAXCTL.RPT'
           MOVE 4 TO RETURN-CODE
         END-IF

         IF WA-NOT-ON-MAST-CTR > ZERO OR WA-NEGATIVE-CTR > ZERO
           DISPLAY 'YEAR-END EMPLOYEE EXCEPTIONS -- SEE TAXCTL.RPT'
           MOVE 4 TO RETURN-CODE
         END-IF

         IF WA-ADJ-UNDATED-CTR > ZERO
           DISPLAY 'ADJLOG.DAT ENTRIES WITH NO RUN YEAR SKIPPED -- '
              'SEE TAXCTL.RPT'
           MOVE 4 TO RETURN-CODE
         END-IF

         IF WA-TERR-DROP-CTR > ZERO
           DISPLAY 'TERRITORY TABLE FULL -- ', WA-TERR-DROP-CTR,
              ' AMOUNTS LEFT OUT OF THE TERRITORY TIE'
           MOVE 4 TO RETURN-CODE
         END-IF.
      *****************************************************************
       750-PRINT-TERR-TIE-MOD.
         WRITE CONTROL-RECORD FROM TIE-HEADING
           AFTER ADVANCING 3 LINES

         MOVE 1 TO WA-TERR-SUB
         PERFORM UNTIL WA-TERR-SUB > WA-TERR-COUNT
           MOVE TTA-TERR-NO (WA-TERR-SUB)  TO TL-TERR-NO
           MOVE TTA-WITHHELD (WA-TERR-SUB) TO TL-WITHHELD
           MOVE TTA-REMITTED (WA-TERR-SUB) TO TL-REMITTED
           COMPUTE WA-TIE-DIFF = TTA-WITHHELD (WA-TERR-SUB)
                               - TTA-REMITTED (WA-TERR-SUB)
           MOVE WA-TIE-DIFF TO TL-DIFF
           IF WA-TIE-DIFF = ZERO
             MOVE SPACES TO TL-FLAG
           ELSE
             MOVE '*NO TIE*' TO TL-FLAG
             ADD 1 TO WA-NO-TIE-CTR
           END-IF
           WRITE CONTROL-RECORD FROM TIE-LINE
             AFTER ADVANCING 1 LINES
           ADD 1 TO WA-TERR-SUB
         END-PERFORM

         MOVE 'TOTAL' TO TL-TERR-NO
         MOVE WA-AS-RUN-TAX-TOTAL TO TL-WITHHELD
         MOVE WA-REMIT-TOTAL      TO TL-REMITTED
         COMPUTE WA-TIE-DIFF = WA-AS-RUN-TAX-TOTAL - WA-REMIT-TOTAL
         MOVE WA-TIE-DIFF TO TL-DIFF
         IF WA-TIE-DIFF = ZERO
           MOVE SPACES TO TL-FLAG
         ELSE
           MOVE '*NO TIE*' TO TL-FLAG
           ADD 1 TO WA-NO-TIE-CTR
         END-IF
         WRITE CONTROL-RECORD FROM TIE-LINE
           AFTER ADVANCING 2 LINES.
      *****************************************************************
       800-OPEN-FILES-MOD.
         OPEN OUTPUT VENDOR-OUT
                     STATEMENT-OUT
                     CONTROL-OUT

         MOVE WA-TAX-YEAR TO VH-TAX-YEAR
         MOVE WA-RUN-DATE TO VH-CREATE-DATE
         WRITE VENDOR-RECORD FROM VENDOR-HEADER-LINE

         MOVE WA-TAX-YEAR TO CH-TAX-YEAR
         WRITE CONTROL-RECORD FROM CONTROL-HEADING
           AFTER ADVANCING 1 LINES
         WRITE CONTROL-RECORD FROM EXCEPTION-HEADING
           AFTER ADVANCING 2 LINES.
      *****************************************************************
       900-CLOSE-FILES-MOD.
         CLOSE   VENDOR-OUT
                 STATEMENT-OUT
                 CONTROL-OUT.
      *****************************************************************
