                 88  WA-NO-MORE-STAMPS               VALUE 'NO '.
             05  WA-RUNSEQ-FILE-STATUS  PIC X(2)     VALUE SPACES.
             05  WA-STAMP-CTR           PIC 9(5)     VALUE ZEROS.
             05  WA-PROG-COUNT          PIC 9(2)     VALUE 9.
             05  WA-PROG-SUB            PIC 9(2)     VALUE ZEROS.
             05  WA-PROG-FOUND          PIC X(3)     VALUE 'NO '.
         01  PROGRAM-TABLE-AREA.
             05  PTA-ENTRY              OCCURS 20 TIMES.
                 10  PTA-PROGRAM        PIC X(12).
                 10  PTA-EVENT          PIC X.
                 10  PTA-DATE           PIC 9(8).
         MOVE 'MASTER-SCRUB' TO PTA-PROGRAM (1)
         MOVE 'MASTER-MAINT' TO PTA-PROGRAM (2)
         MOVE 'BONUS-REPORT' TO PTA-PROGRAM (3)
         MOVE 'BONUS-APPR  ' TO PTA-PROGRAM (4)
         MOVE 'BANK-FMT    ' TO PTA-PROGRAM (5)
         MOVE 'BONUS-RECON ' TO PTA-PROGRAM (6)
         MOVE 'HISTORY-ARCH' TO PTA-PROGRAM (7)
         MOVE 'RUN-BACKOUT ' TO PTA-PROGRAM (8)
         MOVE 'BONUS-ACCR  ' TO PTA-PROGRAM (9)

         MOVE 1 TO WA-PROG-SUB
         PERFORM UNTIL WA-PROG-SUB > WA-PROG-COUNT
         END-PERFORM

         IF WA-PROG-FOUND = 'NO '
           IF WA-PROG-COUNT < 20
             ADD 1 TO WA-PROG-COUNT
             MOVE WA-PROG-COUNT TO WA-PROG-SUB
             MOVE SQ-PROGRAM TO PTA-PROGRAM (WA-PROG-SUB)
                 MOVE 'COMPLETED, WARNINGS ' TO SL-STATE
               END-IF
             END-IF
           WHEN 'B'
             MOVE PTA-DATE (WA-PROG-SUB) TO SL-DATE
             MOVE PTA-RC (WA-PROG-SUB)   TO SL-RC
             MOVE 'BACKED OUT          ' TO SL-STATE
           WHEN OTHER
             MOVE PTA-DATE (WA-PROG-SUB) TO SL-DATE
             MOVE PTA-RC (WA-PROG-SUB)   TO SL-RC
