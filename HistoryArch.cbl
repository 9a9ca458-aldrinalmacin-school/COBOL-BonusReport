      *PURPOSE: TO UNLOAD BONUS HISTORY RECORDS OLDER THAN A
      *         PARAMETER-SUPPLIED RETENTION TO A SEQUENTIAL ARCHIVE,
      *         REBUILD THE HISTORY FILE WITH CURRENT RECORDS ONLY,
      *         AND RELOAD AN ARCHIVED YEAR ON REQUEST.  A ONE-TIME
      *         CONVERT FUNCTION REWRITES HISTORY AND ARCHIVE RECORDS
      *         FROM THE OLD 42-BYTE LAYOUT TO THE 44-BYTE LAYOUT,
      *         TAGGING EACH AS AN ANNUAL (AN) RUN AND REBUILDING THE
      *         INDEX ON EMPLOYEE, YEAR AND CYCLE.
       IDENTIFICATION DIVISION.
         PROGRAM-ID. HISTORY-ARCH.
      *****************************************************************
             ASSIGN TO "BONUSAR.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OLD-HISTORY
             ASSIGN TO "BONUSHS.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS OH-KEY
             FILE STATUS IS WA-OLD-HIST-FILE-STATUS.

           SELECT OLD-ARCHIVE
             ASSIGN TO "BONUSAR.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WA-OLD-ARCH-FILE-STATUS.

           SELECT NEW-ARCHIVE
             ASSIGN TO "BONUSARN.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTROL-OUT
             ASSIGN TO "ARCHIVE.RPT"
             ORGANIZATION IS LINE SEQUENTIAL.
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
         FD  NEW-HISTORY
             RECORD CONTAINS 44 CHARACTERS.
         01  NEW-HISTORY-RECORD.
             05  NH-KEY.
                 10  NH-EMPNO             PIC X(5).
                 10  NH-RUN-YEAR          PIC 9(4).
                 10  NH-CYCLE             PIC X(2).
             05  NH-TERR-NO               PIC X(2).
             05  NH-OFFICE-NO             PIC X(2).
             05  NH-BONUS-AMT             PIC 9(5)V99.
             05  NH-NET-AMT               PIC 9(5)V99.
             05  NH-RUN-DATE              PIC 9(8).
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
             05  AR-TAX-AMT               PIC 9(5)V99.
             05  AR-NET-AMT               PIC 9(5)V99.
             05  AR-RUN-DATE              PIC 9(8).
         FD  OLD-HISTORY
             RECORD CONTAINS 42 CHARACTERS.
         01  OLD-HISTORY-RECORD.
             05  OH-KEY.
                 10  OH-EMPNO             PIC X(5).
                 10  OH-RUN-YEAR          PIC 9(4).
             05  OH-TERR-NO               PIC X(2).
             05  OH-OFFICE-NO             PIC X(2).
             05  OH-BONUS-AMT             PIC 9(5)V99.
             05  OH-TAX-AMT               PIC 9(5)V99.
             05  OH-NET-AMT               PIC 9(5)V99.
             05  OH-RUN-DATE              PIC 9(8).
         FD  OLD-ARCHIVE
             RECORD CONTAINS 42 CHARACTERS.
         01  OLD-ARCHIVE-RECORD.
             05  OA-EMPNO                 PIC X(5).
             05  OA-RUN-YEAR              PIC 9(4).
             05  OA-TERR-NO               PIC X(2).
             05  OA-OFFICE-NO             PIC X(2).
             05  OA-BONUS-AMT             PIC 9(5)V99.
             05  OA-TAX-AMT               PIC 9(5)V99.
             05  OA-NET-AMT               PIC 9(5)V99.
             05  OA-RUN-DATE              PIC 9(8).
         FD  NEW-ARCHIVE
             RECORD CONTAINS 44 CHARACTERS.
         01  NEW-ARCHIVE-RECORD.
             05  NA-KEY.
                 10  NA-EMPNO             PIC X(5).
                 10  NA-RUN-YEAR          PIC 9(4).
                 10  NA-CYCLE             PIC X(2).
             05  NA-TERR-NO               PIC X(2).
             05  NA-OFFICE-NO             PIC X(2).
             05  NA-BONUS-AMT             PIC 9(5)V99.
             05  NA-TAX-AMT               PIC 9(5)V99.
             05  NA-NET-AMT               PIC 9(5)V99.
             05  NA-RUN-DATE              PIC 9(8).
         FD  CONTROL-OUT
             RECORD CONTAINS 80 CHARACTERS.
         01  CONTROL-RECORD               PIC X(80).
                 88  WA-NO-MORE-ARCH                 VALUE 'NO '.
             05  WA-HISTORY-FILE-STATUS PIC X(2)     VALUE SPACES.
             05  WA-NEW-HIST-FILE-STATUS PIC X(2)    VALUE SPACES.
             05  WA-OLD-HIST-FILE-STATUS PIC X(2)    VALUE SPACES.
             05  WA-OLD-ARCH-FILE-STATUS PIC X(2)    VALUE SPACES.
             05  WA-ARCHIVE-PRESENT     PIC X(3)     VALUE 'NO '.
             05  WA-RUN-PARM.
                 10  WA-PARM-DATE       PIC X(8).
                 10                     PIC X.
                 10  WA-PARM-RETENTION REDEFINES WA-PARM-VALUE.
                     15  WA-RETENTION-YRS PIC 99.
                     15                 PIC XX.
                 10                     PIC X.
                 10  WA-PARM-CYCLE      PIC XX.
                     88  WA-VALID-CYCLE VALUES 'AN' 'Q1' 'Q2' 'Q3'
                                               'Q4' 'SP' 'ST'.
             05  WA-TODAY-DATE.
                 10  WA-IN-YR           PIC 9(4).
                 10  WA-IN-MO           PIC 99.
                 88  WA-MORE-STAMPS                  VALUE 'YES'.
                 88  WA-NO-MORE-STAMPS               VALUE 'NO '.
             05  WA-LAST-BONUS-EVENT    PIC X        VALUE SPACE.
             05  WA-RELOAD-CYCLE        PIC XX       VALUE SPACES.
             05  WA-POST-CYCLE          PIC XX       VALUE SPACES.
             05  WA-YC-COUNT            PIC 9(3)     VALUE ZEROS.
             05  WA-YC-SUB              PIC 9(3)     VALUE ZEROS.
             05  WA-YC-FOUND            PIC X(3)     VALUE 'NO '.
             05  WA-INSERT-POS          PIC 9(3)     VALUE ZEROS.
             05  WA-SHIFT-SUB           PIC 9(3)     VALUE ZEROS.
             05  WA-YC-DROPPED-CTR      PIC 9(5)     VALUE ZEROS.
             05  WA-PREV-YEAR           PIC 9(4)     VALUE ZEROS.
             05  WA-YEAR-COUNT          PIC 9(5)     VALUE ZEROS.
             05  WA-YEAR-AMT            PIC 9(9)V99  VALUE ZEROS.
             05  WA-CONV-HIST-CTR       PIC 9(5)     VALUE ZEROS.
             05  WA-CONV-ARCH-CTR       PIC 9(5)     VALUE ZEROS.
             05  WA-ARCH-BAD-CTR        PIC 9(5)     VALUE ZEROS.
         01  YEAR-CYCLE-AREA.
             05  YCA-ENTRY              OCCURS 100 TIMES.
                 10  YCA-KEY.
                     15  YCA-YEAR       PIC 9(4).
                     15  YCA-CYCLE      PIC XX.
                 10  YCA-COUNT          PIC 9(5).
                 10  YCA-AMT            PIC 9(9)V99.
         01  CONTROL-HEADING.
             05                         PIC X(20)    VALUE SPACES.
             05                         PIC X(36)
             05                         PIC X(14)
                 VALUE ' CUTOFF/YEAR: '.
             05  FL-YEAR                PIC 9(4).
             05                         PIC X(7)     VALUE ' CYCLE '.
             05  FL-CYCLE               PIC X(3).
             05                         PIC X(17)    VALUE SPACES.
         01  COUNT-LINE.
             05                         PIC X(5)     VALUE SPACES.
             05  CL-LABEL               PIC X(30).
             05  CL-COUNT               PIC ZZZZ9.
             05                         PIC X(40)    VALUE SPACES.
         01  BREAKDOWN-HEADING.
             05                         PIC X(5)     VALUE SPACES.
             05                         PIC X(36)
                 VALUE 'ARCHIVED BY YEAR AND BONUS CYCLE    '.
             05                         PIC X(39)    VALUE SPACES.
         01  BREAKDOWN-LINE.
             05                         PIC X(5)     VALUE SPACES.
             05  BL-YEAR                PIC 9(4).
             05                         PIC X        VALUE SPACES.
             05  BL-LABEL               PIC X(12).
             05                         PIC X(2)     VALUE SPACES.
             05  BL-COUNT               PIC ZZZZ9.
             05                         PIC X(2)     VALUE SPACES.
             05  BL-AMOUNT              PIC ZZ,ZZZ,ZZ9.99.
             05                         PIC X(36)    VALUE SPACES.
      *****************************************************************
       PROCEDURE DIVISION.
       100-MAIN-MOD.
             PERFORM 300-ARCHIVE-MOD
           WHEN 'R'
             PERFORM 500-RELOAD-MOD
           WHEN 'C'
             PERFORM 700-CONVERT-MOD
           WHEN OTHER
             DISPLAY 'INVALID FUNCTION CODE -- USE A (ARCHIVE), '
                'R (RELOAD) OR C (CONVERT)'
             MOVE 8 TO RETURN-CODE
         END-EVALUATE

             MOVE 8 TO RETURN-CODE
             MOVE 'X' TO WA-PARM-FUNC
           END-IF
           IF WA-PARM-CYCLE NOT = SPACES
             IF WA-VALID-CYCLE
               MOVE WA-PARM-CYCLE TO WA-RELOAD-CYCLE
             ELSE
               DISPLAY 'INVALID BONUS CYCLE ', WA-PARM-CYCLE,
                   ' -- USE AN, Q1-Q4, SP, ST OR LEAVE BLANK'
               MOVE 8 TO RETURN-CODE
               MOVE 'X' TO WA-PARM-FUNC
             END-IF
           END-IF
         END-IF.
      *****************************************************************
       210-CHECK-RUN-SEQ-MOD.
           MOVE BONUS-HISTORY-RECORD TO ARCHIVE-RECORD
           WRITE ARCHIVE-RECORD
           ADD 1 TO WA-ARCHIVED-CTR
           PERFORM 360-POST-YEAR-CYCLE-MOD
         ELSE
           MOVE BONUS-HISTORY-RECORD TO NEW-HISTORY-RECORD
           WRITE NEW-HISTORY-RECORD
             ADD 1 TO WA-KEPT-CTR
           END-IF
         END-IF.
      *****************************************************************
       360-POST-YEAR-CYCLE-MOD.
         MOVE BH-CYCLE TO WA-POST-CYCLE
         IF WA-POST-CYCLE = SPACES
           MOVE 'AN' TO WA-POST-CYCLE
         END-IF

         MOVE 'NO ' TO WA-YC-FOUND
         MOVE 1 TO WA-YC-SUB
         PERFORM UNTIL WA-YC-SUB > WA-YC-COUNT
                 OR WA-YC-FOUND = 'YES'
           IF YCA-YEAR (WA-YC-SUB) = BH-RUN-YEAR
              AND YCA-CYCLE (WA-YC-SUB) = WA-POST-CYCLE
             MOVE 'YES' TO WA-YC-FOUND
           ELSE
             ADD 1 TO WA-YC-SUB
           END-IF
         END-PERFORM

         IF WA-YC-FOUND = 'NO '
           IF WA-YC-COUNT >= 100
             ADD 1 TO WA-YC-DROPPED-CTR
           ELSE
             PERFORM 365-INSERT-YEAR-CYCLE-MOD
             MOVE 'YES' TO WA-YC-FOUND
           END-IF
         END-IF

         IF WA-YC-FOUND = 'YES'
           ADD 1 TO YCA-COUNT (WA-YC-SUB)
           ADD BH-BONUS-AMT TO YCA-AMT (WA-YC-SUB)
         END-IF.
      *****************************************************************
       365-INSERT-YEAR-CYCLE-MOD.
         MOVE 1 TO WA-INSERT-POS
         PERFORM UNTIL WA-INSERT-POS > WA-YC-COUNT
                 OR BH-RUN-YEAR < YCA-YEAR (WA-INSERT-POS)
                 OR (BH-RUN-YEAR = YCA-YEAR (WA-INSERT-POS)
                     AND WA-POST-CYCLE < YCA-CYCLE (WA-INSERT-POS))
           ADD 1 TO WA-INSERT-POS
         END-PERFORM

         MOVE WA-YC-COUNT TO WA-SHIFT-SUB
         PERFORM UNTIL WA-SHIFT-SUB < WA-INSERT-POS
           MOVE YCA-ENTRY (WA-SHIFT-SUB)
             TO YCA-ENTRY (WA-SHIFT-SUB + 1)
           SUBTRACT 1 FROM WA-SHIFT-SUB
         END-PERFORM

         MOVE BH-RUN-YEAR   TO YCA-YEAR (WA-INSERT-POS)
         MOVE WA-POST-CYCLE TO YCA-CYCLE (WA-INSERT-POS)
         MOVE ZEROS         TO YCA-COUNT (WA-INSERT-POS)
         MOVE ZEROS         TO YCA-AMT (WA-INSERT-POS)
         ADD 1 TO WA-YC-COUNT
         MOVE WA-INSERT-POS TO WA-YC-SUB.
      *****************************************************************
       400-ARCHIVE-CONTROLS-MOD.
         MOVE 'ARCHIVE AND PURGE   ' TO FL-FUNCTION
         MOVE WA-CUTOFF-YEAR         TO FL-YEAR
         MOVE 'ALL'                  TO FL-CYCLE
         WRITE CONTROL-RECORD FROM FUNCTION-LINE
           AFTER ADVANCING 2 LINES
         MOVE 'RECORDS KEPT:                 ' TO CL-LABEL
           MOVE 8 TO RETURN-CODE
         END-IF

         PERFORM 450-PRINT-BREAKDOWN-MOD

         DISPLAY 'ARCHIVE COMPLETE -- BONUSHSN.DAT IS THE NEW '
            'GENERATION, BONUSAR.DAT HOLDS THE ARCHIVE'.
      *****************************************************************
       450-PRINT-BREAKDOWN-MOD.
         WRITE CONTROL-RECORD FROM BREAKDOWN-HEADING
           AFTER ADVANCING 3 LINES

         MOVE ZEROS TO WA-PREV-YEAR
         MOVE 1 TO WA-YC-SUB
         PERFORM UNTIL WA-YC-SUB > WA-YC-COUNT
           IF YCA-YEAR (WA-YC-SUB) NOT = WA-PREV-YEAR
              AND WA-PREV-YEAR NOT = ZEROS
             PERFORM 460-PRINT-YEAR-TOTAL-MOD
           END-IF
           MOVE YCA-YEAR (WA-YC-SUB) TO WA-PREV-YEAR
           MOVE YCA-YEAR (WA-YC-SUB) TO BL-YEAR
           MOVE SPACES TO BL-LABEL
           STRING 'CYCLE ' YCA-CYCLE (WA-YC-SUB)
               DELIMITED BY SIZE INTO BL-LABEL
           MOVE YCA-COUNT (WA-YC-SUB) TO BL-COUNT
           MOVE YCA-AMT (WA-YC-SUB)   TO BL-AMOUNT
           WRITE CONTROL-RECORD FROM BREAKDOWN-LINE
             AFTER ADVANCING 1 LINES
           ADD YCA-COUNT (WA-YC-SUB) TO WA-YEAR-COUNT
           ADD YCA-AMT (WA-YC-SUB)   TO WA-YEAR-AMT
           ADD 1 TO WA-YC-SUB
         END-PERFORM

         IF WA-PREV-YEAR NOT = ZEROS
           PERFORM 460-PRINT-YEAR-TOTAL-MOD
         END-IF

         IF WA-YC-DROPPED-CTR > ZERO
           MOVE 'NOT IN BREAKDOWN (TABLE FULL):' TO CL-LABEL
           MOVE WA-YC-DROPPED-CTR TO CL-COUNT
           WRITE CONTROL-RECORD FROM COUNT-LINE
             AFTER ADVANCING 2 LINES
           IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF
         END-IF.
      *****************************************************************
       460-PRINT-YEAR-TOTAL-MOD.
         MOVE WA-PREV-YEAR   TO BL-YEAR
         MOVE 'ANNUAL TOTAL' TO BL-LABEL
         MOVE WA-YEAR-COUNT  TO BL-COUNT
         MOVE WA-YEAR-AMT    TO BL-AMOUNT
         WRITE CONTROL-RECORD FROM BREAKDOWN-LINE
           AFTER ADVANCING 1 LINES
         MOVE SPACES TO CONTROL-RECORD
         WRITE CONTROL-RECORD
           AFTER ADVANCING 1 LINES
         MOVE ZEROS TO WA-YEAR-COUNT
         MOVE ZEROS TO WA-YEAR-AMT.
      *****************************************************************
       500-RELOAD-MOD.
         OPEN INPUT ARCHIVE-FILE
               MOVE 'NO ' TO WA-ARE-THERE-MORE-ARCH
             NOT AT END
               ADD 1 TO WA-ARCH-READ-CTR
               IF AR-CYCLE = SPACES
                 MOVE 'AN' TO AR-CYCLE
               END-IF
               IF AR-RUN-YEAR = WA-RELOAD-YEAR
                  AND (WA-RELOAD-CYCLE = SPACES
                       OR AR-CYCLE = WA-RELOAD-CYCLE)
                 PERFORM 520-RELOAD-RECORD-MOD
               ELSE
                 ADD 1 TO WA-BYPASSED-CTR
       600-RELOAD-CONTROLS-MOD.
         MOVE 'RELOAD FROM ARCHIVE ' TO FL-FUNCTION
         MOVE WA-RELOAD-YEAR         TO FL-YEAR
         IF WA-RELOAD-CYCLE = SPACES
           MOVE 'ALL' TO FL-CYCLE
         ELSE
           MOVE WA-RELOAD-CYCLE TO FL-CYCLE
         END-IF
         WRITE CONTROL-RECORD FROM FUNCTION-LINE
           AFTER ADVANCING 2 LINES
         MOVE 'ARCHIVE RECORDS READ:         ' TO CL-LABEL
         MOVE WA-RELOAD-DUP-CTR TO CL-COUNT
         WRITE CONTROL-RECORD FROM COUNT-LINE
           AFTER ADVANCING 1 LINES
         MOVE 'OTHER YEARS/CYCLES BYPASSED:  ' TO CL-LABEL
         MOVE WA-BYPASSED-CTR TO CL-COUNT
         WRITE CONTROL-RECORD FROM COUNT-LINE
           AFTER ADVANCING 1 LINES.
      *****************************************************************
       700-CONVERT-MOD.
         OPEN INPUT OLD-HISTORY
         IF WA-OLD-HIST-FILE-STATUS = '39'
           DISPLAY 'BONUSHS.DAT IS NOT IN THE OLD 42-BYTE FORMAT '
              '-- CONVERT REFUSED'
           MOVE 8 TO RETURN-CODE
         ELSE
           IF WA-OLD-HIST-FILE-STATUS NOT = '00'
             DISPLAY 'CANNOT OPEN BONUSHS.DAT, STATUS ',
                 WA-OLD-HIST-FILE-STATUS
             MOVE 8 TO RETURN-CODE
           ELSE
             OPEN OUTPUT NEW-HISTORY
             IF WA-NEW-HIST-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN BONUSHSN.DAT, STATUS ',
                   WA-NEW-HIST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE OLD-HISTORY
             ELSE
               PERFORM 720-CONVERT-HISTORY-MOD
               CLOSE OLD-HISTORY
                     NEW-HISTORY
               PERFORM 740-CONVERT-ARCHIVE-MOD
               PERFORM 800-CONVERT-CONTROLS-MOD
             END-IF
           END-IF
         END-IF.
      *****************************************************************
       720-CONVERT-HISTORY-MOD.
         PERFORM UNTIL WA-NO-MORE-HIST
           READ OLD-HISTORY
             AT END
               MOVE 'NO ' TO WA-ARE-THERE-MORE-HIST
             NOT AT END
               PERFORM 730-CONVERT-HIST-RECORD-MOD
           END-READ
           IF WA-OLD-HIST-FILE-STATUS NOT = '00'
              AND WA-OLD-HIST-FILE-STATUS NOT = '02'
              AND WA-MORE-HIST
             ADD 1 TO WA-UNREADABLE-CTR
             DISPLAY 'HISTORY READ FAILED, STATUS ',
                 WA-OLD-HIST-FILE-STATUS, ' -- PASS STOPPED'
             MOVE 'NO ' TO WA-ARE-THERE-MORE-HIST
           END-IF
         END-PERFORM.
      *****************************************************************
       730-CONVERT-HIST-RECORD-MOD.
         MOVE OH-EMPNO     TO NH-EMPNO
         MOVE OH-RUN-YEAR  TO NH-RUN-YEAR
         MOVE 'AN'         TO NH-CYCLE
         MOVE OH-TERR-NO   TO NH-TERR-NO
         MOVE OH-OFFICE-NO TO NH-OFFICE-NO
         MOVE OH-BONUS-AMT TO NH-BONUS-AMT
         MOVE OH-TAX-AMT   TO NH-TAX-AMT
         MOVE OH-NET-AMT   TO NH-NET-AMT
         MOVE OH-RUN-DATE  TO NH-RUN-DATE
         WRITE NEW-HISTORY-RECORD
           INVALID KEY
             CONTINUE
         END-WRITE
         IF WA-NEW-HIST-FILE-STATUS NOT = '00'
           ADD 1 TO WA-WRITE-FAIL-CTR
           DISPLAY 'ERROR WRITING NEW HISTORY FOR EMPNO ',
               NH-EMPNO, ', STATUS ', WA-NEW-HIST-FILE-STATUS,
               ' -- PASS STOPPED'
           MOVE 'NO ' TO WA-ARE-THERE-MORE-HIST
         ELSE
           ADD 1 TO WA-CONV-HIST-CTR
         END-IF.
      *****************************************************************
       740-CONVERT-ARCHIVE-MOD.
         OPEN INPUT OLD-ARCHIVE
         IF WA-OLD-ARCH-FILE-STATUS = '35'
           MOVE 'NO ' TO WA-ARE-THERE-MORE-ARCH
         ELSE
           IF WA-OLD-ARCH-FILE-STATUS NOT = '00'
             DISPLAY 'CANNOT OPEN BONUSAR.DAT, STATUS ',
                 WA-OLD-ARCH-FILE-STATUS
             MOVE 8 TO RETURN-CODE
             MOVE 'NO ' TO WA-ARE-THERE-MORE-ARCH
           ELSE
             MOVE 'YES' TO WA-ARCHIVE-PRESENT
             OPEN OUTPUT NEW-ARCHIVE
             PERFORM UNTIL WA-NO-MORE-ARCH
               READ OLD-ARCHIVE
                 AT END
                   MOVE 'NO ' TO WA-ARE-THERE-MORE-ARCH
                 NOT AT END
                   PERFORM 760-CONVERT-ARCH-RECORD-MOD
               END-READ
             END-PERFORM
             CLOSE OLD-ARCHIVE
                   NEW-ARCHIVE
           END-IF
         END-IF.
      *****************************************************************
       760-CONVERT-ARCH-RECORD-MOD.
         IF WA-OLD-ARCH-FILE-STATUS NOT = '00'
            OR OA-RUN-YEAR NOT NUMERIC
            OR OA-BONUS-AMT NOT NUMERIC
            OR OA-TAX-AMT NOT NUMERIC
            OR OA-NET-AMT NOT NUMERIC
            OR OA-RUN-DATE NOT NUMERIC
           ADD 1 TO WA-ARCH-BAD-CTR
           DISPLAY 'BONUSAR.DAT RECORD NOT IN THE OLD 42-BYTE '
              'FORMAT, STATUS ', WA-OLD-ARCH-FILE-STATUS,
              ' -- PASS STOPPED'
           MOVE 'NO ' TO WA-ARE-THERE-MORE-ARCH
         ELSE
           MOVE OA-EMPNO     TO NA-EMPNO
           MOVE OA-RUN-YEAR  TO NA-RUN-YEAR
           MOVE 'AN'         TO NA-CYCLE
           MOVE OA-TERR-NO   TO NA-TERR-NO
           MOVE OA-OFFICE-NO TO NA-OFFICE-NO
           MOVE OA-BONUS-AMT TO NA-BONUS-AMT
           MOVE OA-TAX-AMT   TO NA-TAX-AMT
           MOVE OA-NET-AMT   TO NA-NET-AMT
           MOVE OA-RUN-DATE  TO NA-RUN-DATE
           WRITE NEW-ARCHIVE-RECORD
           ADD 1 TO WA-CONV-ARCH-CTR
         END-IF.
      *****************************************************************
       800-CONVERT-CONTROLS-MOD.
         MOVE 'CONVERT TO CYCLE KEY' TO FL-FUNCTION
         MOVE ZEROS                  TO FL-YEAR
         MOVE 'AN '                  TO FL-CYCLE
         WRITE CONTROL-RECORD FROM FUNCTION-LINE
           AFTER ADVANCING 2 LINES
         MOVE 'HISTORY RECORDS CONVERTED:    ' TO CL-LABEL
         MOVE WA-CONV-HIST-CTR TO CL-COUNT
         WRITE CONTROL-RECORD FROM COUNT-LINE
           AFTER ADVANCING 2 LINES
         MOVE 'UNREADABLE RECORDS:           ' TO CL-LABEL
         MOVE WA-UNREADABLE-CTR TO CL-COUNT
         WRITE CONTROL-RECORD FROM COUNT-LINE
           AFTER ADVANCING 1 LINES
         MOVE 'NEW-HISTORY WRITE FAILURES:   ' TO CL-LABEL
         MOVE WA-WRITE-FAIL-CTR TO CL-COUNT
         WRITE CONTROL-RECORD FROM COUNT-LINE
           AFTER ADVANCING 1 LINES
         MOVE 'ARCHIVE RECORDS CONVERTED:    ' TO CL-LABEL
         MOVE WA-CONV-ARCH-CTR TO CL-COUNT
         WRITE CONTROL-RECORD FROM COUNT-LINE
           AFTER ADVANCING 1 LINES
         MOVE 'ARCHIVE RECORDS NOT CONVERTED:' TO CL-LABEL
         MOVE WA-ARCH-BAD-CTR TO CL-COUNT
         WRITE CONTROL-RECORD FROM COUNT-LINE
           AFTER ADVANCING 1 LINES

         IF WA-UNREADABLE-CTR > ZERO OR WA-WRITE-FAIL-CTR > ZERO
            OR WA-ARCH-BAD-CTR > ZERO
           MOVE 8 TO RETURN-CODE
         END-IF

         IF RETURN-CODE < 8
           IF WA-ARCHIVE-PRESENT = 'YES'
             DISPLAY 'CONVERT COMPLETE -- BONUSHSN.DAT AND '
                'BONUSARN.DAT ARE THE NEW GENERATION'
           ELSE
             DISPLAY 'CONVERT COMPLETE -- BONUSHSN.DAT IS THE NEW '
                'GENERATION, NO BONUSAR.DAT ON HAND'
           END-IF
         ELSE
           DISPLAY 'CONVERT FAILED -- KEEP BONUSHS.DAT AND '
              'BONUSAR.DAT AS THEY ARE'
         END-IF.
      *****************************************************************
       910-STAMP-END-MOD.
         MOVE 'HISTORY-ARCH' TO SQ-PROGRAM
