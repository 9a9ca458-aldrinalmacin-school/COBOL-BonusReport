           SELECT AGED-OUT
             ASSIGN TO "RECONAGE.RPT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOLD-IN
             ASSIGN TO "BONUSHLD.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WA-HOLD-FILE-STATUS.
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
         FD  BANK-CONF
             RECORD CONTAINS 12 CHARACTERS.
         01  BANK-CONF-RECORD.
             05  BC-EMPNO                PIC X(5).
             05  BC-PAID-AMT             PIC 9(5)V99.
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
         FD  OPEN-ITEMS-IN
             RECORD CONTAINS 63 CHARACTERS.
         01  OPEN-ITEM-RECORD.
             05  OI-EMPNO                PIC X(5).
             05  OI-YEAR                 PIC 9(4).
             05  OI-HIST-AMT             PIC 9(5)V99.
             05  OI-PAID-AMT             PIC 9(5)V99.
             05  OI-ORIG-DATE            PIC 9(8).
             05  OI-CYCLE                PIC X(2).
         FD  OPEN-ITEMS-OUT
             RECORD CONTAINS 63 CHARACTERS.
         01  NEW-OPEN-ITEM-RECORD.
             05  NO-EMPNO                PIC X(5).
             05  NO-YEAR                 PIC 9(4).
             05  NO-HIST-AMT             PIC 9(5)V99.
             05  NO-PAID-AMT             PIC 9(5)V99.
             05  NO-ORIG-DATE            PIC 9(8).
             05  NO-CYCLE                PIC X(2).
         FD  RESOLUTION-TRANS
             RECORD CONTAINS 24 CHARACTERS.
         01  RESOLUTION-RECORD.
             05  RR-EMPNO                PIC X(5).
             05  RR-YEAR                 PIC 9(4).
             05  RR-REASON-CODE          PIC X(3).
             05  RR-RESOLVER             PIC X(10).
             05  RR-CYCLE                PIC X(2).
         FD  AGED-OUT
             RECORD CONTAINS 80 CHARACTERS.
         01  AGED-RECORD                 PIC X(80).
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
         WORKING-STORAGE SECTION.
         01  WORK-AREAS.
             05  WA-ARE-THERE-MORE-DISB PIC X(3)     VALUE 'YES'.
             05  WA-HISTORY-AVAILABLE   PIC X(3)     VALUE 'YES'.
             05  WA-RUN-PARM.
                 10  WA-PARM-DATE       PIC X(8).
                 10                     PIC X.
                 10  WA-PARM-CYCLE      PIC X(2).
             05  WA-PARM-DATE-NUM REDEFINES WA-RUN-PARM.
                 10  WA-RECON-YEAR      PIC 9(4).
                 10                     PIC X(7).
             05  WA-RECON-CYCLE         PIC X(2)     VALUE SPACES.
             05  WA-CYCLE-COUNT         PIC 9(3)     VALUE ZEROS.
             05  WA-CYCLE-SUB           PIC 9(3)     VALUE ZEROS.
             05  WA-CYCLE-FOUND         PIC X(3)     VALUE 'NO '.
             05  WA-INSERT-POS          PIC 9(3)     VALUE ZEROS.
             05  WA-SHIFT-SUB           PIC 9(3)     VALUE ZEROS.
             05  WA-YEAR-HIST-CTR       PIC 9(4)     VALUE ZEROS.
             05  WA-YEAR-HIST-TOTAL     PIC 9(9)V99  VALUE ZEROS.
             05  WA-CONF-COUNT          PIC 9(4)     VALUE ZEROS.
             05  WA-CONF-SUB            PIC 9(4)     VALUE ZEROS.
             05  WA-CONF-FOUND          PIC X(3)     VALUE 'NO '.
             05  WA-RES-FOUND           PIC X(3)     VALUE 'NO '.
             05  WA-POST-EMPNO          PIC X(5)     VALUE SPACES.
             05  WA-POST-YEAR           PIC 9(4)     VALUE ZEROS.
             05  WA-POST-CYCLE          PIC X(2)     VALUE SPACES.
             05  WA-POST-REASON         PIC X(30)    VALUE SPACES.
             05  WA-POST-HIST-AMT       PIC 9(5)V99  VALUE ZEROS.
             05  WA-POST-PAID-AMT       PIC 9(5)V99  VALUE ZEROS.
             05  WA-CLEARED-CTR         PIC 9(4)     VALUE ZEROS.
             05  WA-STILL-OPEN-CTR      PIC 9(4)     VALUE ZEROS.
             05  WA-UNMATCHED-RES-CTR   PIC 9(4)     VALUE ZEROS.
             05  WA-HOLD-FILE-STATUS    PIC X(2)     VALUE SPACES.
             05  WA-ARE-THERE-MORE-HOLDS PIC X(3)    VALUE 'YES'.
                 88  WA-MORE-HOLDS                   VALUE 'YES'.
                 88  WA-NO-MORE-HOLDS                VALUE 'NO '.
             05  WA-HELD-COUNT          PIC 9(3)     VALUE ZEROS.
             05  WA-HELD-SUB            PIC 9(3)     VALUE ZEROS.
             05  WA-HELD-FOUND          PIC X(3)     VALUE 'NO '.
             05  WA-FIND-EMPNO          PIC X(5)     VALUE SPACES.
             05  WA-FIND-YEAR           PIC 9(4)     VALUE ZEROS.
             05  WA-FIND-CYCLE          PIC X(2)     VALUE SPACES.
             05  WA-HELD-CTR            PIC 9(4)     VALUE ZEROS.
             05  WA-HELD-TOTAL          PIC 9(9)V99  VALUE ZEROS.
             05  WA-HIST-HELD-CTR       PIC 9(4)     VALUE ZEROS.
             05  WA-PAYABLE-TOTAL       PIC 9(9)V99  VALUE ZEROS.
         01  PRIOR-OPEN-AREA.
             05  POA-ENTRY              OCCURS 500 TIMES.
                 10  POA-EMPNO          PIC X(5).
                 10  POA-HIST-AMT       PIC 9(5)V99.
                 10  POA-PAID-AMT       PIC 9(5)V99.
                 10  POA-ORIG-DATE      PIC 9(8).
                 10  POA-CYCLE          PIC X(2).
                 10  POA-MATCHED        PIC X(3).
         01  RESOLUTION-AREA.
             05  RLA-ENTRY              OCCURS 200 TIMES.
                 10  RLA-YEAR           PIC 9(4).
                 10  RLA-REASON-CODE    PIC X(3).
                 10  RLA-RESOLVER       PIC X(10).
                 10  RLA-CYCLE          PIC X(2).
                 10  RLA-USED           PIC X(3).
         01  HELD-TABLE-AREA.
             05  HDA-ENTRY              OCCURS 500 TIMES.
                 10  HDA-EMPNO          PIC X(5).
                 10  HDA-YEAR           PIC 9(4).
                 10  HDA-CYCLE          PIC X(2).
                 10  HDA-AMT            PIC 9(5)V99.
         01  CONF-TABLE-AREA.
             05  BCA-ENTRY              OCCURS 500 TIMES.
                 10  BCA-EMPNO          PIC X(5).
                 10  BCA-PAID-AMT       PIC 9(5)V99.
                 10  BCA-MATCHED        PIC X(3).
         01  CYCLE-TABLE-AREA.
             05  CTA-ENTRY              OCCURS 10 TIMES.
                 10  CTA-CYCLE          PIC X(2).
                 10  CTA-COUNT          PIC 9(4).
                 10  CTA-NET-AMT        PIC 9(9)V99.
         01  RECON-HEADING.
             05                         PIC X(15)    VALUE SPACES.
             05                         PIC X(42)
                 VALUE
                 'BONUS DISBURSEMENT RECONCILIATION -- YEAR '.
             05  RH-YEAR                PIC 9(4).
             05                         PIC X(7)     VALUE ' CYCLE '.
             05  RH-CYCLE               PIC X(2).
             05                         PIC X(10)    VALUE SPACES.
         01  EXCEPTION-COL-HEADING.
             05                         PIC X(7)     VALUE 'EMPNO  '.
             05                         PIC X(30)
             05                         PIC X(3)     VALUE SPACES.
             05  CT-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
             05                         PIC X(20)    VALUE SPACES.
         01  CYCLE-HEADING.
             05                         PIC X(5)     VALUE SPACES.
             05                         PIC X(30)
                 VALUE 'HISTORY BY BONUS CYCLE -- YEAR'.
             05                         PIC X        VALUE SPACES.
             05  CH-YEAR                PIC 9(4).
             05                         PIC X(40)    VALUE SPACES.
         01  AGED-HEADING.
             05                         PIC X(10)    VALUE SPACES.
             05                         PIC X(42)
         01  AGED-COL-HEADING.
             05                         PIC X(6)     VALUE 'EMPNO '.
             05                         PIC X(5)     VALUE 'YEAR '.
             05                         PIC X(3)     VALUE 'CY '.
             05                         PIC X(23)
                 VALUE 'REASON                 '.
             05                         PIC X(10)
                 VALUE 'ORIG DATE '.
             05                         PIC X(6)     VALUE '  AGE '.
             05                         PIC X        VALUE SPACES.
             05  AG-YEAR                PIC 9(4).
             05                         PIC X        VALUE SPACES.
             05  AG-CYCLE               PIC X(2).
             05                         PIC X        VALUE SPACES.
             05  AG-REASON              PIC X(22).
             05                         PIC X        VALUE SPACES.
             05  AG-ORIG-DATE           PIC 9(8).
             05                         PIC X(2)     VALUE SPACES.
         PERFORM 150-LOAD-CONF-MOD
         PERFORM 160-LOAD-OPEN-ITEMS-MOD
         PERFORM 170-LOAD-RESOLUTIONS-MOD
         PERFORM 180-LOAD-HOLDS-MOD
         PERFORM 250-READ-DISBURSE-MOD
         PERFORM 260-WRITE-RECON-HEADING-MOD
         IF WA-HISTORY-AVAILABLE = 'YES'
           PERFORM 300-HISTORY-PASS-MOD
           PERFORM 400-UNMATCHED-CONF-MOD
           ACCEPT WA-PARM-DATE FROM DATE YYYYMMDD
         END-IF

         IF WA-PARM-CYCLE NOT = SPACES
           MOVE WA-PARM-CYCLE TO WA-RECON-CYCLE
         END-IF

         ACCEPT WA-RUN-DATE FROM DATE YYYYMMDD.
      *****************************************************************
       210-CHECK-RUN-SEQ-MOD.
           CLOSE RUN-CONTROL
         END-IF

         IF WA-LAST-BONUS-EVENT = 'B'
           DISPLAY 'LAST BONUS-REPORT RUN WAS BACKED OUT -- RERUN IT '
              'BEFORE RECONCILING'
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF

         IF WA-LAST-BONUS-EVENT NOT = 'E'
            OR WA-LAST-BONUS-MODE = 'SIM'
            OR WA-LAST-BONUS-RC NOT = ZERO
                 MOVE OI-HIST-AMT  TO POA-HIST-AMT (WA-OI-COUNT)
                 MOVE OI-PAID-AMT  TO POA-PAID-AMT (WA-OI-COUNT)
                 MOVE OI-ORIG-DATE TO POA-ORIG-DATE (WA-OI-COUNT)
                 MOVE OI-CYCLE     TO POA-CYCLE (WA-OI-COUNT)
                 IF OI-CYCLE = SPACES
                   MOVE 'AN'       TO POA-CYCLE (WA-OI-COUNT)
                 END-IF
                 MOVE 'NO '        TO POA-MATCHED (WA-OI-COUNT)
               ELSE
                 DISPLAY 'RECONOI.DAT HAS MORE THAN 500 ITEMS -- '
                 MOVE RR-REASON-CODE
                   TO RLA-REASON-CODE (WA-RES-COUNT)
                 MOVE RR-RESOLVER    TO RLA-RESOLVER (WA-RES-COUNT)
                 MOVE RR-CYCLE       TO RLA-CYCLE (WA-RES-COUNT)
                 MOVE 'NO '          TO RLA-USED (WA-RES-COUNT)
               ELSE
                 DISPLAY 'RECONRES.DAT HAS MORE THAN 200 ROWS -- '
            OR WA-RES-FILE-STATUS = '10'
           CLOSE RESOLUTION-TRANS
         END-IF.
      *****************************************************************
       180-LOAD-HOLDS-MOD.
         OPEN INPUT HOLD-IN
         IF WA-HOLD-FILE-STATUS NOT = '00'
           MOVE 'NO ' TO WA-ARE-THERE-MORE-HOLDS
         END-IF

         PERFORM UNTIL WA-NO-MORE-HOLDS
           READ HOLD-IN
             AT END
               MOVE 'NO ' TO WA-ARE-THERE-MORE-HOLDS
             NOT AT END
               IF WA-HELD-COUNT < 500
                 ADD 1 TO WA-HELD-COUNT
                 MOVE HL-EMPNO     TO HDA-EMPNO (WA-HELD-COUNT)
                 MOVE HL-RUN-YEAR  TO HDA-YEAR (WA-HELD-COUNT)
                 MOVE HL-RUN-CYCLE TO HDA-CYCLE (WA-HELD-COUNT)
                 MOVE HL-BONUS-AMT TO HDA-AMT (WA-HELD-COUNT)
               ELSE
                 DISPLAY 'BONUSHLD.DAT HAS MORE THAN 500 ITEMS -- '
                    'EXTRA ITEMS IGNORED'
               END-IF
         END-PERFORM

         IF WA-HOLD-FILE-STATUS = '00'
            OR WA-HOLD-FILE-STATUS = '10'
           CLOSE HOLD-IN
         END-IF.
      *****************************************************************
       190-FIND-HELD-MOD.
         MOVE 'NO ' TO WA-HELD-FOUND
         MOVE 1 TO WA-HELD-SUB

         PERFORM UNTIL WA-HELD-SUB > WA-HELD-COUNT
                 OR WA-HELD-FOUND = 'YES'
           IF HDA-EMPNO (WA-HELD-SUB) = WA-FIND-EMPNO
              AND HDA-YEAR (WA-HELD-SUB) = WA-FIND-YEAR
              AND HDA-CYCLE (WA-HELD-SUB) = WA-FIND-CYCLE
             MOVE 'YES' TO WA-HELD-FOUND
           ELSE
             ADD 1 TO WA-HELD-SUB
           END-IF
         END-PERFORM.
      *****************************************************************
       250-READ-DISBURSE-MOD.
         PERFORM UNTIL WA-NO-MORE-DISB
             NOT AT END
               ADD 1 TO WA-DISB-CTR
               ADD DR-BONUS-AMT TO WA-DISB-TOTAL
               IF WA-RECON-CYCLE = SPACES
                 MOVE DR-RUN-CYCLE TO WA-RECON-CYCLE
               END-IF
               MOVE DR-EMPNO      TO WA-FIND-EMPNO
               MOVE WA-RECON-YEAR TO WA-FIND-YEAR
               MOVE DR-RUN-CYCLE  TO WA-FIND-CYCLE
               IF DR-RUN-CYCLE = SPACES
                 MOVE 'AN' TO WA-FIND-CYCLE
               END-IF
               PERFORM 190-FIND-HELD-MOD
               IF WA-HELD-FOUND = 'YES'
                 ADD 1 TO WA-HELD-CTR
                 ADD DR-BONUS-AMT TO WA-HELD-TOTAL
               END-IF
         END-PERFORM

         IF WA-RECON-CYCLE = SPACES
           MOVE 'AN' TO WA-RECON-CYCLE
         END-IF.
      *****************************************************************
       260-WRITE-RECON-HEADING-MOD.
         MOVE WA-RECON-YEAR  TO RH-YEAR
         MOVE WA-RECON-CYCLE TO RH-CYCLE
         WRITE RECON-RECORD FROM RECON-HEADING
           AFTER ADVANCING 1 LINES
         WRITE RECON-RECORD FROM EXCEPTION-COL-HEADING
           AFTER ADVANCING 2 LINES.
      *****************************************************************
       300-HISTORY-PASS-MOD.
         MOVE LOW-VALUES TO BH-KEY
             NOT AT END
               IF BH-RUN-YEAR = WA-RECON-YEAR
                  AND BH-BONUS-AMT > ZERO
                 PERFORM 310-POST-CYCLE-MOD
                 IF BH-CYCLE = WA-RECON-CYCLE
                   ADD 1 TO WA-HIST-CTR
                   ADD BH-NET-AMT TO WA-HIST-TOTAL
                   PERFORM 320-MATCH-HISTORY-MOD
                 END-IF
               END-IF
         END-PERFORM.
      *****************************************************************
       310-POST-CYCLE-MOD.
         MOVE 'NO ' TO WA-CYCLE-FOUND
         MOVE 1 TO WA-CYCLE-SUB
         PERFORM UNTIL WA-CYCLE-SUB > WA-CYCLE-COUNT
                 OR WA-CYCLE-FOUND = 'YES'
           IF CTA-CYCLE (WA-CYCLE-SUB) = BH-CYCLE
             MOVE 'YES' TO WA-CYCLE-FOUND
           ELSE
             ADD 1 TO WA-CYCLE-SUB
           END-IF
         END-PERFORM

         IF WA-CYCLE-FOUND = 'NO ' AND WA-CYCLE-COUNT < 10
           MOVE 1 TO WA-INSERT-POS
           PERFORM UNTIL WA-INSERT-POS > WA-CYCLE-COUNT
                   OR BH-CYCLE < CTA-CYCLE (WA-INSERT-POS)
             ADD 1 TO WA-INSERT-POS
           END-PERFORM
           MOVE WA-CYCLE-COUNT TO WA-SHIFT-SUB
           PERFORM UNTIL WA-SHIFT-SUB < WA-INSERT-POS
             MOVE CTA-ENTRY (WA-SHIFT-SUB)
               TO CTA-ENTRY (WA-SHIFT-SUB + 1)
             SUBTRACT 1 FROM WA-SHIFT-SUB
           END-PERFORM
           MOVE BH-CYCLE TO CTA-CYCLE (WA-INSERT-POS)
           MOVE ZEROS    TO CTA-COUNT (WA-INSERT-POS)
           MOVE ZEROS    TO CTA-NET-AMT (WA-INSERT-POS)
           ADD 1 TO WA-CYCLE-COUNT
           MOVE WA-INSERT-POS TO WA-CYCLE-SUB
           MOVE 'YES' TO WA-CYCLE-FOUND
         END-IF

         IF WA-CYCLE-FOUND = 'YES'
           ADD 1 TO CTA-COUNT (WA-CYCLE-SUB)
           ADD BH-NET-AMT TO CTA-NET-AMT (WA-CYCLE-SUB)
         END-IF
         ADD 1 TO WA-YEAR-HIST-CTR
         ADD BH-NET-AMT TO WA-YEAR-HIST-TOTAL.
      *****************************************************************
       320-MATCH-HISTORY-MOD.
         MOVE 'NO ' TO WA-CONF-FOUND
           END-IF
         END-PERFORM

         IF WA-CONF-FOUND = 'NO '
           MOVE BH-EMPNO    TO WA-FIND-EMPNO
           MOVE BH-RUN-YEAR TO WA-FIND-YEAR
           MOVE BH-CYCLE    TO WA-FIND-CYCLE
           PERFORM 190-FIND-HELD-MOD
           IF WA-HELD-FOUND = 'YES'
             PERFORM 330-REPORT-HELD-MOD
             MOVE 'YES' TO WA-CONF-FOUND
           END-IF
         END-IF

         IF WA-CONF-FOUND = 'NO '
           ADD 1 TO WA-NEVER-PAID-CTR
           MOVE BH-EMPNO TO EX-EMPNO
           MOVE ZEROS TO WA-POST-PAID-AMT
           PERFORM 500-POST-OPEN-ITEM-MOD
         END-IF.
      *****************************************************************
       330-REPORT-HELD-MOD.
         ADD 1 TO WA-HIST-HELD-CTR
         MOVE BH-EMPNO TO EX-EMPNO
         MOVE 'HELD -- AWAITING RELEASE' TO EX-REASON
         MOVE BH-NET-AMT TO EX-HIST-AMT
         MOVE ZERO TO EX-CONF-AMT
         WRITE RECON-RECORD FROM EXCEPTION-LINE
           AFTER ADVANCING 1 LINES.
      *****************************************************************
       400-UNMATCHED-CONF-MOD.
         MOVE 1 TO WA-CONF-SUB
         END-PERFORM.
      *****************************************************************
       500-POST-OPEN-ITEM-MOD.
         MOVE WA-RECON-YEAR  TO WA-POST-YEAR
         MOVE WA-RECON-CYCLE TO WA-POST-CYCLE
         MOVE WA-RUN-DATE   TO WA-ORIG-DATE
         MOVE 'NO ' TO WA-OI-FOUND
         MOVE 1 TO WA-OI-SUB
           IF POA-MATCHED (WA-OI-SUB) = 'NO '
              AND POA-EMPNO (WA-OI-SUB) = WA-POST-EMPNO
              AND POA-YEAR (WA-OI-SUB) = WA-POST-YEAR
              AND POA-CYCLE (WA-OI-SUB) = WA-POST-CYCLE
              AND POA-REASON (WA-OI-SUB) = WA-POST-REASON
             MOVE 'YES' TO WA-OI-FOUND
             MOVE 'YES' TO POA-MATCHED (WA-OI-SUB)
           IF RLA-USED (WA-RES-SUB) = 'NO '
              AND RLA-EMPNO (WA-RES-SUB) = WA-POST-EMPNO
              AND RLA-YEAR (WA-RES-SUB) = WA-POST-YEAR
              AND (RLA-CYCLE (WA-RES-SUB) = SPACES
                   OR RLA-CYCLE (WA-RES-SUB) = WA-POST-CYCLE)
             MOVE 'YES' TO WA-RES-FOUND
             MOVE 'YES' TO RLA-USED (WA-RES-SUB)
           ELSE
         PERFORM 520-COMPUTE-AGE-MOD
         MOVE WA-POST-EMPNO  TO AG-EMPNO
         MOVE WA-POST-YEAR   TO AG-YEAR
         MOVE WA-POST-CYCLE  TO AG-CYCLE
         MOVE WA-POST-REASON TO AG-REASON
         MOVE WA-ORIG-DATE   TO AG-ORIG-DATE
         MOVE WA-AGE-DAYS    TO AG-AGE
       540-WRITE-OPEN-ITEM-MOD.
         MOVE WA-POST-EMPNO    TO NO-EMPNO
         MOVE WA-POST-YEAR     TO NO-YEAR
         MOVE WA-POST-CYCLE    TO NO-CYCLE
         MOVE WA-POST-REASON   TO NO-REASON
         MOVE WA-POST-HIST-AMT TO NO-HIST-AMT
         MOVE WA-POST-PAID-AMT TO NO-PAID-AMT
       620-SWEEP-ONE-ITEM-MOD.
         MOVE POA-EMPNO (WA-OI-SUB)     TO WA-POST-EMPNO
         MOVE POA-YEAR (WA-OI-SUB)      TO WA-POST-YEAR
         MOVE POA-CYCLE (WA-OI-SUB)     TO WA-POST-CYCLE
         MOVE POA-REASON (WA-OI-SUB)    TO WA-POST-REASON
         MOVE POA-HIST-AMT (WA-OI-SUB)  TO WA-POST-HIST-AMT
         MOVE POA-PAID-AMT (WA-OI-SUB)  TO WA-POST-PAID-AMT
             MOVE RLA-REASON-CODE (WA-RES-SUB) TO AG-REASON-CODE
             PERFORM 530-WRITE-AGED-LINE-MOD
           WHEN WA-POST-YEAR = WA-RECON-YEAR
                AND WA-POST-CYCLE = WA-RECON-CYCLE
                AND WA-HISTORY-AVAILABLE = 'YES'
             ADD 1 TO WA-CLEARED-CTR
             MOVE 'CLEARED ' TO AG-STATUS
             ADD 1 TO WA-UNMATCHED-RES-CTR
             MOVE RLA-EMPNO (WA-RES-SUB) TO AG-EMPNO
             MOVE RLA-YEAR (WA-RES-SUB)  TO AG-YEAR
             MOVE RLA-CYCLE (WA-RES-SUB) TO AG-CYCLE
             MOVE 'RESOLUTION WITHOUT OPEN ITEM'
               TO AG-REASON
             MOVE WA-RUN-DATE TO AG-ORIG-DATE
         MOVE WA-DISB-TOTAL TO CT-AMOUNT
         WRITE RECON-RECORD FROM CONTROL-LINE
           AFTER ADVANCING 2 LINES
         MOVE 'HELD -- AWAITING RELEASE:         ' TO CT-LABEL
         MOVE WA-HELD-CTR   TO CT-COUNT
         MOVE WA-HELD-TOTAL TO CT-AMOUNT
         WRITE RECON-RECORD FROM CONTROL-LINE
           AFTER ADVANCING 1 LINES
         SUBTRACT WA-HELD-TOTAL FROM WA-DISB-TOTAL
           GIVING WA-PAYABLE-TOTAL
         MOVE 'RELEASED TO BANK / AMOUNT:        ' TO CT-LABEL
         SUBTRACT WA-HELD-CTR FROM WA-DISB-CTR GIVING CT-COUNT
         MOVE WA-PAYABLE-TOTAL TO CT-AMOUNT
         WRITE RECON-RECORD FROM CONTROL-LINE
           AFTER ADVANCING 1 LINES
         MOVE 'CONFIRMATIONS READ / AMOUNT:      ' TO CT-LABEL
         MOVE WA-CONF-COUNT TO CT-COUNT
         MOVE WA-CONF-TOTAL TO CT-AMOUNT
         WRITE RECON-RECORD FROM CONTROL-LINE
           AFTER ADVANCING 1 LINES
         MOVE 'HISTORY RECORDS (CYCLE) / AMOUNT: ' TO CT-LABEL
         MOVE WA-HIST-CTR   TO CT-COUNT
         MOVE WA-HIST-TOTAL TO CT-AMOUNT
         WRITE RECON-RECORD FROM CONTROL-LINE
         MOVE 'AMOUNT MISMATCHES:                ' TO CT-LABEL
         MOVE WA-MISMATCH-CTR TO CT-COUNT
         MOVE ZERO TO CT-AMOUNT
         WRITE RECON-RECORD FROM CONTROL-LINE
           AFTER ADVANCING 1 LINES
         MOVE 'IN HISTORY, HELD FOR RELEASE:     ' TO CT-LABEL
         MOVE WA-HIST-HELD-CTR TO CT-COUNT
         MOVE ZERO TO CT-AMOUNT
         WRITE RECON-RECORD FROM CONTROL-LINE
           AFTER ADVANCING 1 LINES

         IF WA-NOT-IN-HIST-CTR = ZERO
            AND WA-NEVER-PAID-CTR = ZERO
            AND WA-MISMATCH-CTR = ZERO
            AND WA-PAYABLE-TOTAL = WA-CONF-TOTAL
            AND WA-HISTORY-AVAILABLE = 'YES' 
           MOVE 'RUN RECONCILES CLEAN              ' TO CT-LABEL
           MOVE ZERO TO CT-COUNT
           WRITE RECON-RECORD FROM CONTROL-LINE
             AFTER ADVANCING 2 LINES
           MOVE 8 TO RETURN-CODE
         END-IF

         IF WA-HISTORY-AVAILABLE = 'YES'
           PERFORM 750-PRINT-CYCLE-SUMMARY-MOD
         END-IF.
      *****************************************************************
       750-PRINT-CYCLE-SUMMARY-MOD.
         MOVE WA-RECON-YEAR TO CH-YEAR
         WRITE RECON-RECORD FROM CYCLE-HEADING
           AFTER ADVANCING 3 LINES

         MOVE 1 TO WA-CYCLE-SUB
         PERFORM UNTIL WA-CYCLE-SUB > WA-CYCLE-COUNT
           MOVE SPACES TO CT-LABEL
           STRING 'CYCLE ' CTA-CYCLE (WA-CYCLE-SUB)
               ' RECORDS / NET AMOUNT:'
               DELIMITED BY SIZE INTO CT-LABEL
           MOVE CTA-COUNT (WA-CYCLE-SUB)   TO CT-COUNT
           MOVE CTA-NET-AMT (WA-CYCLE-SUB) TO CT-AMOUNT
           WRITE RECON-RECORD FROM CONTROL-LINE
             AFTER ADVANCING 1 LINES
           ADD 1 TO WA-CYCLE-SUB
         END-PERFORM

         MOVE 'ANNUAL TOTAL, ALL CYCLES:         ' TO CT-LABEL
         MOVE WA-YEAR-HIST-CTR   TO CT-COUNT
         MOVE WA-YEAR-HIST-TOTAL TO CT-AMOUNT
         WRITE RECON-RECORD FROM CONTROL-LINE
           AFTER ADVANCING 2 LINES.
      *****************************************************************
       800-OPEN-FILES-MOD.
         OPEN INPUT DISBURSE-IN
           DISPLAY 'BONUSHS.DAT NOT AVAILABLE, STATUS ',
               WA-HISTORY-FILE-STATUS,
               ' -- HISTORY MATCHING SKIPPED'
         END-IF.
      *****************************************************************
       900-CLOSE-FILES-MOD.
         CLOSE   DISBURSE-IN
