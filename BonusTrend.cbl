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
             05  BH-NET-AMT               PIC 9(5)V99.
             05  BH-RUN-DATE              PIC 9(8).
         FD  ARCHIVE-FILE
             RECORD CONTAINS 44 CHARACTERS.
         01  ARCHIVE-RECORD.
             05  AR-KEY.
                 10  AR-EMPNO             PIC X(5).
                 10  AR-RUN-YEAR          PIC 9(4).
                 10  AR-CYCLE             PIC X(2).
             05  AR-TERR-NO               PIC X(2).
             05  AR-OFFICE-NO             PIC X(2).
             05  AR-BONUS-AMT             PIC 9(5)V99.
                 10  WA-PARM-ARCH       PIC X.
                 10                     PIC X.
                 10  WA-PARM-THRESHOLD  PIC XX.
                 10                     PIC X.
                 10  WA-PARM-CYCLE      PIC XX.
                     88  WA-VALID-CYCLE VALUES 'AN' 'Q1' 'Q2' 'Q3'
                                               'Q4' 'SP' 'ST'.
             05  WA-TODAY-DATE.
                 10  WA-IN-YR           PIC 9(4).
                 10  WA-IN-MO           PIC 99.
             05  WA-PRIOR-YEAR          PIC 9(4)     VALUE ZEROS.
             05  WA-THRESHOLD           PIC 99       VALUE 25.
             05  WA-POST-YEAR           PIC 9(4)     VALUE ZEROS.
             05  WA-POST-CYCLE          PIC XX       VALUE SPACES.
             05  WA-POST-EMPNO          PIC X(5)     VALUE SPACES.
             05  WA-POST-TERR-NO        PIC XX       VALUE SPACES.
             05  WA-POST-OFFICE-NO      PIC XX       VALUE SPACES.
             05  WA-OFFICE-SUB          PIC 9(3)     VALUE ZEROS.
             05  WA-TERR-COUNT          PIC 9(3)     VALUE ZEROS.
             05  WA-TERR-SUB            PIC 9(3)     VALUE ZEROS.
             05  WA-CYCLE-COUNT         PIC 9(3)     VALUE ZEROS.
             05  WA-CYCLE-SUB           PIC 9(3)     VALUE ZEROS.
             05  WA-CYCLE-FOUND         PIC X(3)     VALUE 'NO '.
             05  WA-HIST-READ-CTR       PIC 9(5)     VALUE ZEROS.
             05  WA-ARCH-READ-CTR       PIC 9(5)     VALUE ZEROS.
             05  WA-DROPPED-CTR         PIC 9(5)     VALUE ZEROS.
             05  WA-PCT-CHANGE          PIC S9(5)V9  VALUE ZEROS.
             05  WA-CUR-GRAND-TOTAL     PIC 9(9)V99  VALUE ZEROS.
             05  WA-PRIOR-GRAND-TOTAL   PIC 9(9)V99  VALUE ZEROS.
             05  WA-CUR-CYCLE-TOTAL     PIC 9(9)V99  VALUE ZEROS.
             05  WA-PRIOR-CYCLE-TOTAL   PIC 9(9)V99  VALUE ZEROS.
         01  EMP-TABLE-AREA.
             05  ETA-ENTRY              OCCURS 1000 TIMES.
                 10  ETA-EMPNO          PIC X(5).
                 10  TTA-TERR-NO        PIC XX.
                 10  TTA-CUR-AMT        PIC 9(8)V99.
                 10  TTA-PRIOR-AMT      PIC 9(8)V99.
         01  CYCLE-TABLE-AREA.
             05  CYA-ENTRY              OCCURS 10 TIMES.
                 10  CYA-CYCLE          PIC XX.
                 10  CYA-CUR-AMT        PIC 9(8)V99.
                 10  CYA-PRIOR-AMT      PIC 9(8)V99.
         01  TREND-HEADING.
             05                         PIC X(18)    VALUE SPACES.
             05                         PIC X(23)
             05  TH-CUR-YEAR            PIC 9(4).
             05                         PIC X(4)     VALUE ' VS '.
             05  TH-PRIOR-YEAR          PIC 9(4).
             05                         PIC X(8)     VALUE '  CYCLE '.
             05  TH-CYCLE               PIC X(3).
             05                         PIC X(16)    VALUE SPACES.
         01  ARCHIVE-NOTE-LINE.
             05                         PIC X(15)    VALUE SPACES.
             05                         PIC X(46)
         PERFORM 500-OFFICE-SECTION-MOD
         PERFORM 550-TERR-SECTION-MOD
         PERFORM 600-COMPANY-TOTAL-MOD
         PERFORM 650-CYCLE-SECTION-MOD
         PERFORM 700-PRINT-COUNTS-MOD
         PERFORM 900-CLOSE-FILES-MOD
         STOP RUN.
         IF WA-PARM-THRESHOLD NUMERIC
            AND WA-PARM-THRESHOLD NOT = ZEROS
           MOVE WA-PARM-THRESHOLD TO WA-THRESHOLD
         END-IF

         IF WA-PARM-CYCLE NOT = SPACES AND NOT WA-VALID-CYCLE
           DISPLAY 'INVALID BONUS CYCLE ', WA-PARM-CYCLE,
               ' -- USE AN, Q1-Q4, SP, ST OR LEAVE BLANK'
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF.
      *****************************************************************
       300-LOAD-HISTORY-MOD.
                  OR BH-RUN-YEAR = WA-PRIOR-YEAR
                 MOVE BH-EMPNO     TO WA-POST-EMPNO
                 MOVE BH-RUN-YEAR  TO WA-POST-YEAR
                 MOVE BH-CYCLE     TO WA-POST-CYCLE
                 MOVE BH-TERR-NO   TO WA-POST-TERR-NO
                 MOVE BH-OFFICE-NO TO WA-POST-OFFICE-NO
                 MOVE BH-BONUS-AMT TO WA-POST-AMT
                 PERFORM 320-POST-RECORD-MOD
               END-IF
         END-PERFORM.
      *****************************************************************
                  OR AR-RUN-YEAR = WA-PRIOR-YEAR
                 MOVE AR-EMPNO     TO WA-POST-EMPNO
                 MOVE AR-RUN-YEAR  TO WA-POST-YEAR
                 MOVE AR-CYCLE     TO WA-POST-CYCLE
                 MOVE AR-TERR-NO   TO WA-POST-TERR-NO
                 MOVE AR-OFFICE-NO TO WA-POST-OFFICE-NO
                 MOVE AR-BONUS-AMT TO WA-POST-AMT
                 PERFORM 320-POST-RECORD-MOD
               END-IF
         END-PERFORM.
      *****************************************************************
       320-POST-RECORD-MOD.
         IF WA-POST-CYCLE = SPACES
           MOVE 'AN' TO WA-POST-CYCLE
         END-IF

         PERFORM 340-POST-CYCLE-MOD

         IF WA-PARM-CYCLE = SPACES
            OR WA-PARM-CYCLE = WA-POST-CYCLE
           PERFORM 330-POST-EMPLOYEE-MOD
         END-IF.
      *****************************************************************
       330-POST-EMPLOYEE-MOD.
         MOVE 'NO ' TO WA-EMP-FOUND
         MOVE ZEROS             TO ETA-PRIOR-AMT (WA-INSERT-POS)
         ADD 1 TO WA-EMP-COUNT
         MOVE WA-INSERT-POS TO WA-EMP-SUB.
      *****************************************************************
       340-POST-CYCLE-MOD.
         MOVE 'NO ' TO WA-CYCLE-FOUND
         MOVE 1 TO WA-CYCLE-SUB
         PERFORM UNTIL WA-CYCLE-SUB > WA-CYCLE-COUNT
                 OR WA-CYCLE-FOUND = 'YES'
           IF CYA-CYCLE (WA-CYCLE-SUB) = WA-POST-CYCLE
             MOVE 'YES' TO WA-CYCLE-FOUND
           ELSE
             ADD 1 TO WA-CYCLE-SUB
           END-IF
         END-PERFORM

         IF WA-CYCLE-FOUND = 'NO '
           IF WA-CYCLE-COUNT >= 10
             ADD 1 TO WA-DROPPED-CTR
           ELSE
             PERFORM 345-INSERT-CYCLE-MOD
             MOVE 'YES' TO WA-CYCLE-FOUND
           END-IF
         END-IF

         IF WA-CYCLE-FOUND = 'YES'
           IF WA-POST-YEAR = WA-CUR-YEAR
             ADD WA-POST-AMT TO CYA-CUR-AMT (WA-CYCLE-SUB)
           ELSE
             ADD WA-POST-AMT TO CYA-PRIOR-AMT (WA-CYCLE-SUB)
           END-IF
         END-IF.
      *****************************************************************
       345-INSERT-CYCLE-MOD.
         MOVE 1 TO WA-INSERT-POS
         PERFORM UNTIL WA-INSERT-POS > WA-CYCLE-COUNT
                 OR WA-POST-CYCLE < CYA-CYCLE (WA-INSERT-POS)
           ADD 1 TO WA-INSERT-POS
         END-PERFORM

         MOVE WA-CYCLE-COUNT TO WA-SHIFT-SUB
         PERFORM UNTIL WA-SHIFT-SUB < WA-INSERT-POS
           MOVE CYA-ENTRY (WA-SHIFT-SUB)
             TO CYA-ENTRY (WA-SHIFT-SUB + 1)
           SUBTRACT 1 FROM WA-SHIFT-SUB
         END-PERFORM

         MOVE WA-POST-CYCLE TO CYA-CYCLE (WA-INSERT-POS)
         MOVE ZEROS         TO CYA-CUR-AMT (WA-INSERT-POS)
         MOVE ZEROS         TO CYA-PRIOR-AMT (WA-INSERT-POS)
         ADD 1 TO WA-CYCLE-COUNT
         MOVE WA-INSERT-POS TO WA-CYCLE-SUB.
      *****************************************************************
       400-EMPLOYEE-SECTION-MOD.
         MOVE 'EMPLOYEE TREND                ' TO SH-SECTION
         MOVE WA-PCT-CHANGE TO GL-PCT
         WRITE TREND-RECORD FROM GROUP-TREND-LINE
           AFTER ADVANCING 1 LINES.
      *****************************************************************
       650-CYCLE-SECTION-MOD.
         MOVE 'BONUS CYCLE TREND (ALL CYCLES)' TO SH-SECTION
         WRITE TREND-RECORD FROM SECTION-HEADING
           AFTER ADVANCING 3 LINES

         MOVE 1 TO WA-CYCLE-SUB
         PERFORM UNTIL WA-CYCLE-SUB > WA-CYCLE-COUNT
           MOVE CYA-CUR-AMT (WA-CYCLE-SUB)   TO WA-CUR-AMT
           MOVE CYA-PRIOR-AMT (WA-CYCLE-SUB) TO WA-PRIOR-AMT
           ADD WA-CUR-AMT   TO WA-CUR-CYCLE-TOTAL
           ADD WA-PRIOR-AMT TO WA-PRIOR-CYCLE-TOTAL
           PERFORM 430-COMPUTE-CHANGE-MOD
           MOVE SPACES TO GL-KEY
           MOVE CYA-CYCLE (WA-CYCLE-SUB) TO GL-KEY
           MOVE WA-CUR-AMT    TO GL-CUR-AMT
           MOVE WA-PRIOR-AMT  TO GL-PRIOR-AMT
           MOVE WA-DELTA-AMT  TO GL-DELTA
           MOVE WA-PCT-CHANGE TO GL-PCT
           WRITE TREND-RECORD FROM GROUP-TREND-LINE
             AFTER ADVANCING 1 LINES
           ADD 1 TO WA-CYCLE-SUB
         END-PERFORM

         MOVE WA-CUR-CYCLE-TOTAL   TO WA-CUR-AMT
         MOVE WA-PRIOR-CYCLE-TOTAL TO WA-PRIOR-AMT
         PERFORM 430-COMPUTE-CHANGE-MOD
         MOVE 'YEAR ' TO GL-KEY
         MOVE WA-CUR-AMT    TO GL-CUR-AMT
         MOVE WA-PRIOR-AMT  TO GL-PRIOR-AMT
         MOVE WA-DELTA-AMT  TO GL-DELTA
         MOVE WA-PCT-CHANGE TO GL-PCT
         WRITE TREND-RECORD FROM GROUP-TREND-LINE
           AFTER ADVANCING 2 LINES.
      *****************************************************************
       700-PRINT-COUNTS-MOD.
         MOVE 'HISTORY RECORDS READ:             ' TO CL-LABEL
         OPEN OUTPUT TREND-OUT
         MOVE WA-CUR-YEAR   TO TH-CUR-YEAR
         MOVE WA-PRIOR-YEAR TO TH-PRIOR-YEAR
         IF WA-PARM-CYCLE = SPACES
           MOVE 'ALL' TO TH-CYCLE
         ELSE
           MOVE WA-PARM-CYCLE TO TH-CYCLE
         END-IF
         WRITE TREND-RECORD FROM TREND-HEADING
           AFTER ADVANCING 1 LINES
         IF WA-PARM-ARCH = 'A'
