      *PURPOSE: TO APPLY KEYED VOID, CLAWBACK, AND AMOUNT-CORRECT
      *         TRANSACTIONS AGAINST THE BONUS HISTORY FILE, WRITE
      *         OFFSETTING ADJUSTMENT DISBURSEMENTS FOR THE BANK,
      *         LOG EVERY OFFSET WITH ITS YEAR, TAX OFFSET, ACTION,
      *         AND DATE APPLIED FOR YEAR-END TAX REPORTING, AND
      *         PRODUCE A BEFORE/AFTER AUDIT REPORT SO HISTORY IS
      *         NEVER HAND-EDITED AGAIN.
       IDENTIFICATION DIVISION.
         PROGRAM-ID. BONUS-ADJ.
      *****************************************************************
             ASSIGN TO "ADJDISB.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ADJ-LOG-OUT
             ASSIGN TO "ADJLOG.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WA-ADJ-LOG-STATUS.

           SELECT TAX-RATE-FILE
             ASSIGN TO "TAXRT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
         FILE SECTION.
         FD  ADJ-TRANS
             RECORD CONTAINS 19 CHARACTERS.
         01  ADJ-TRANS-IN.
             05  AJ-ACTION               PIC X.
                 88  VALID-ADJ-ACTION                VALUES 'V' 'K'
             05  AJ-NEW-AMT              PIC X(7).
             05  AJ-NEW-AMT-NUM REDEFINES AJ-NEW-AMT
                                         PIC 9(5)V99.
             05  AJ-CYCLE                PIC X(2).
                 88  VALID-ADJ-CYCLE                 VALUES 'AN' 'Q1'
                                                     'Q2' 'Q3' 'Q4'
                                                     'SP' 'ST'.
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
             05  AD-OFFICE-NO            PIC X(2).
             05  AD-BONUS-AMT            PIC S9(5)V99
                                         SIGN IS LEADING SEPARATE.
         FD  ADJ-LOG-OUT
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
         FD  TAX-RATE-FILE
             RECORD CONTAINS 4 CHARACTERS.
         01  TAX-RATE-REC.
                 88  WA-TRANS-OK                     VALUE 'OK '.
                 88  WA-TRANS-BAD                    VALUE 'BAD'.
             05  WA-HISTORY-FILE-STATUS PIC X(2)     VALUE SPACES.
             05  WA-ADJ-LOG-STATUS      PIC X(2)     VALUE SPACES.
             05  WA-RUN-PARM.
                 10  WA-PARM-DATE       PIC X(8).
             05  WA-TODAY-DATE.
             05  WA-CORRECT-CTR         PIC 9(4)     VALUE ZEROS.
             05  WA-DISB-REC-CTR        PIC 9(4)     VALUE ZEROS.
             05  WA-DISB-NET-TOTAL      PIC S9(9)V99 VALUE ZEROS.
             05  WA-LOG-REC-CTR         PIC 9(4)     VALUE ZEROS.
             05  WA-OLD-AMT             PIC 9(5)V99  VALUE ZEROS.
             05  WA-OLD-NET-AMT         PIC 9(5)V99  VALUE ZEROS.
             05  WA-OLD-TAX-AMT         PIC 9(5)V99  VALUE ZEROS.
             05  WA-TAX-OFFSET-AMT      PIC S9(5)V99 VALUE ZEROS.
             05  WA-NEW-TAX-AMT         PIC 9(5)V99  VALUE ZEROS.
             05  WA-NEW-NET-AMT         PIC 9(5)V99  VALUE ZEROS.
             05  WA-OFFSET-AMT          PIC S9(5)V99 VALUE ZEROS.
             05  WA-AMT-EDIT            PIC ZZ,ZZ9.99.
             05  WA-TAX-RATE-STATUS     PIC X(2)     VALUE SPACES.
             05  WA-TAX-RATE            PIC V9999    VALUE ZEROS.
             05  WA-CYCLE-COUNT         PIC 9(3)     VALUE ZEROS.
             05  WA-CYCLE-SUB           PIC 9(3)     VALUE ZEROS.
             05  WA-INSERT-POS          PIC 9(3)     VALUE ZEROS.
             05  WA-SHIFT-SUB           PIC 9(3)     VALUE ZEROS.
             05  WA-CYCLE-FOUND         PIC X(3)     VALUE 'NO '.
             05  WA-POST-KEY.
                 10  WA-POST-YEAR       PIC 9(4).
                 10  WA-POST-CYCLE      PIC X(2).
             05  WA-BREAK-YEAR          PIC 9(4)     VALUE ZEROS.
             05  WA-YEAR-COUNT          PIC 9(4)     VALUE ZEROS.
             05  WA-YEAR-NET            PIC S9(9)V99 VALUE ZEROS.
             05  WA-CYCLE-DROP-CTR      PIC 9(4)     VALUE ZEROS.
         01  CYCLE-TABLE-AREA.
             05  YCA-ENTRY              OCCURS 50 TIMES.
                 10  YCA-KEY.
                     15  YCA-YEAR       PIC 9(4).
                     15  YCA-CYCLE      PIC X(2).
                 10  YCA-COUNT          PIC 9(4).
                 10  YCA-NET            PIC S9(9)V99.
         01  ADJ-HEADING.
             05                         PIC X(25)    VALUE SPACES.
             05                         PIC X(30)
             05                         PIC X(25)    VALUE SPACES.
         01  ADJ-COL-HEADING.
             05                         PIC X(8)     VALUE 'ACTION  '.
             05                         PIC X(6)     VALUE 'EMPNO '.
             05                         PIC X(8)     VALUE 'YEAR/CY '.
             05                         PIC X(16)
                 VALUE 'FIELD           '.
             05                         PIC X(22)
                 VALUE 'BEFORE                '.
             05                         PIC X(20)
                 VALUE 'AFTER               '.
         01  ADJ-AUDIT-LINE.
             05  AL-ACTION              PIC X(7).
             05                         PIC X        VALUE SPACES.
             05  AL-EMPNO               PIC X(5).
             05                         PIC X        VALUE SPACES.
             05  AL-YEAR                PIC X(4).
             05                         PIC X        VALUE '/'.
             05  AL-CYCLE               PIC X(2).
             05                         PIC X        VALUE SPACES.
             05  AL-FIELD               PIC X(14).
             05                         PIC X(2)     VALUE SPACES.
             05  AL-BEFORE              PIC X(20).
             05                         PIC X(2)     VALUE SPACES.
             05  AL-AFTER               PIC X(20).
         01  TRANS-REJECT-LINE.
             05                         PIC X(6)     VALUE 'TRN #'.
             05  TJ-TRANS-NO            PIC ZZZ9.
             05  CL-LABEL               PIC X(30).
             05  CL-COUNT               PIC ZZZ9.
             05                         PIC X(41)    VALUE SPACES.
         01  CYCLE-HEADING.
             05                         PIC X(5)     VALUE SPACES.
             05                         PIC X(18)
                 VALUE 'YEAR  CYCLE       '.
             05                         PIC X(4)     VALUE ' CNT'.
             05                         PIC X(18)
                 VALUE '        NET OFFSET'.
             05                         PIC X(35)    VALUE SPACES.
         01  CYCLE-TOTAL-LINE.
             05                         PIC X(5)     VALUE SPACES.
             05  CT-YEAR                PIC X(4).
             05                         PIC X(2)     VALUE SPACES.
             05  CT-CYCLE               PIC X(12).
             05  CT-COUNT               PIC ZZZ9.
             05                         PIC X(3)     VALUE SPACES.
             05  CT-NET                 PIC ----,---,--9.99.
             05                         PIC X(35)    VALUE SPACES.
         01  NET-AMOUNT-LINE.
             05                         PIC X(5)     VALUE SPACES.
             05  NA-LABEL               PIC X(30).
      *****************************************************************
       250-VALIDATE-TRANS-MOD.
         MOVE 'OK ' TO WA-TRANS-STATUS
         IF AJ-CYCLE = SPACES
           MOVE 'AN' TO AJ-CYCLE
         END-IF

         EVALUATE TRUE
           WHEN NOT VALID-ADJ-ACTION
           WHEN AJ-RUN-YEAR NOT NUMERIC
             MOVE 'BAD' TO WA-TRANS-STATUS
             MOVE 'NON-NUMERIC RUN YEAR' TO TJ-REASON
           WHEN NOT VALID-ADJ-CYCLE
             MOVE 'BAD' TO WA-TRANS-STATUS
             MOVE 'INVALID BONUS CYCLE -- AN, Q1-Q4, SP, ST'
                 TO TJ-REASON
           WHEN ADJ-CORRECT AND AJ-NEW-AMT NOT NUMERIC
             MOVE 'BAD' TO WA-TRANS-STATUS
             MOVE 'CORRECTION AMOUNT NOT NUMERIC' TO TJ-REASON
       300-APPLY-ADJ-MOD.
         MOVE AJ-EMPNO    TO BH-EMPNO
         MOVE AJ-RUN-YEAR TO BH-RUN-YEAR
         MOVE AJ-CYCLE    TO BH-CYCLE

         READ BONUS-HISTORY
           INVALID KEY
             MOVE 'BAD' TO WA-TRANS-STATUS
             MOVE 'NO HISTORY FOR EMPNO, YEAR AND CYCLE'
                 TO TJ-REASON
             PERFORM 260-WRITE-TRANS-REJECT-MOD
           NOT INVALID KEY
             MOVE BH-BONUS-AMT TO WA-OLD-AMT
             MOVE BH-TAX-AMT   TO WA-OLD-TAX-AMT
             IF BH-NET-AMT > ZERO
               MOVE BH-NET-AMT TO WA-OLD-NET-AMT
             ELSE
           NOT INVALID KEY
             ADD 1 TO WA-VOID-CTR
             COMPUTE WA-OFFSET-AMT = ZERO - WA-OLD-NET-AMT
             COMPUTE WA-TAX-OFFSET-AMT = ZERO - WA-OLD-TAX-AMT
             PERFORM 400-WRITE-ADJ-DISBURSE-MOD
             MOVE 'VOID   ' TO AL-ACTION
             MOVE 'RECORD VOIDED ' TO AL-FIELD
           NOT INVALID KEY
             ADD 1 TO WA-CLAWBACK-CTR
             COMPUTE WA-OFFSET-AMT = ZERO - WA-OLD-NET-AMT
             COMPUTE WA-TAX-OFFSET-AMT = ZERO - WA-OLD-TAX-AMT
             PERFORM 400-WRITE-ADJ-DISBURSE-MOD
             MOVE 'CLAWBK ' TO AL-ACTION
             MOVE 'BONUS AMOUNT  ' TO AL-FIELD
             ADD 1 TO WA-CORRECT-CTR
             COMPUTE WA-OFFSET-AMT =
                 WA-NEW-NET-AMT - WA-OLD-NET-AMT
             COMPUTE WA-TAX-OFFSET-AMT =
                 WA-NEW-TAX-AMT - WA-OLD-TAX-AMT
             IF WA-OFFSET-AMT NOT = ZERO
               PERFORM 400-WRITE-ADJ-DISBURSE-MOD
             ELSE
               IF WA-TAX-OFFSET-AMT NOT = ZERO
                 PERFORM 420-WRITE-ADJ-LOG-MOD
               END-IF
             END-IF
             MOVE 'CORRECT' TO AL-ACTION
             MOVE 'BONUS AMOUNT  ' TO AL-FIELD
         MOVE WA-OFFSET-AMT TO AD-BONUS-AMT
         WRITE ADJ-DISBURSE-RECORD
         ADD 1 TO WA-DISB-REC-CTR
         ADD WA-OFFSET-AMT TO WA-DISB-NET-TOTAL
         PERFORM 420-WRITE-ADJ-LOG-MOD
         PERFORM 410-POST-CYCLE-TOTAL-MOD.
      *****************************************************************
       410-POST-CYCLE-TOTAL-MOD.
         MOVE BH-RUN-YEAR TO WA-POST-YEAR
         MOVE BH-CYCLE    TO WA-POST-CYCLE
         MOVE 'NO ' TO WA-CYCLE-FOUND
         MOVE 1 TO WA-CYCLE-SUB
         PERFORM UNTIL WA-CYCLE-SUB > WA-CYCLE-COUNT
                 OR WA-CYCLE-FOUND = 'YES'
           IF YCA-KEY (WA-CYCLE-SUB) = WA-POST-KEY
             MOVE 'YES' TO WA-CYCLE-FOUND
           ELSE
             ADD 1 TO WA-CYCLE-SUB
           END-IF
         END-PERFORM

         IF WA-CYCLE-FOUND = 'NO '
           IF WA-CYCLE-COUNT >= 50
             ADD 1 TO WA-CYCLE-DROP-CTR
           ELSE
             PERFORM 415-INSERT-CYCLE-MOD
             MOVE 'YES' TO WA-CYCLE-FOUND
           END-IF
         END-IF

         IF WA-CYCLE-FOUND = 'YES'
           ADD 1 TO YCA-COUNT (WA-CYCLE-SUB)
           ADD WA-OFFSET-AMT TO YCA-NET (WA-CYCLE-SUB)
         END-IF.
      *****************************************************************
       415-INSERT-CYCLE-MOD.
         MOVE 1 TO WA-INSERT-POS
         PERFORM UNTIL WA-INSERT-POS > WA-CYCLE-COUNT
                 OR WA-POST-KEY < YCA-KEY (WA-INSERT-POS)
           ADD 1 TO WA-INSERT-POS
         END-PERFORM

         MOVE WA-CYCLE-COUNT TO WA-SHIFT-SUB
         PERFORM UNTIL WA-SHIFT-SUB < WA-INSERT-POS
           MOVE YCA-ENTRY (WA-SHIFT-SUB)
             TO YCA-ENTRY (WA-SHIFT-SUB + 1)
           SUBTRACT 1 FROM WA-SHIFT-SUB
         END-PERFORM

         MOVE WA-POST-KEY TO YCA-KEY (WA-INSERT-POS)
         MOVE ZEROS       TO YCA-COUNT (WA-INSERT-POS)
         MOVE ZEROS       TO YCA-NET (WA-INSERT-POS)
         ADD 1 TO WA-CYCLE-COUNT
         MOVE WA-INSERT-POS TO WA-CYCLE-SUB.
      *****************************************************************
       420-WRITE-ADJ-LOG-MOD.
         MOVE BH-EMPNO          TO LG-EMPNO
         MOVE BH-TERR-NO        TO LG-TERR-NO
         MOVE BH-OFFICE-NO      TO LG-OFFICE-NO
         MOVE WA-OFFSET-AMT     TO LG-BONUS-AMT
         MOVE BH-RUN-YEAR       TO LG-RUN-YEAR
         MOVE BH-CYCLE          TO LG-RUN-CYCLE
         MOVE WA-TAX-OFFSET-AMT TO LG-TAX-AMT
         MOVE AJ-ACTION         TO LG-ACTION
         MOVE WA-TODAY-DATE     TO LG-ADJ-DATE
         WRITE ADJ-LOG-RECORD
         ADD 1 TO WA-LOG-REC-CTR.
      *****************************************************************
       450-WRITE-AUDIT-MOD.
         MOVE AJ-EMPNO    TO AL-EMPNO
         MOVE AJ-RUN-YEAR TO AL-YEAR
         MOVE AJ-CYCLE    TO AL-CYCLE
         WRITE ADJ-AUDIT-RECORD FROM ADJ-AUDIT-LINE
           AFTER ADVANCING 1 LINES.
      *****************************************************************
         MOVE WA-DISB-NET-TOTAL TO NA-AMOUNT
         WRITE ADJ-AUDIT-RECORD FROM NET-AMOUNT-LINE
           AFTER ADVANCING 1 LINES
         MOVE 'ADJUSTMENT LOG ENTRIES ADDED: ' TO CL-LABEL
         MOVE WA-LOG-REC-CTR TO CL-COUNT
         WRITE ADJ-AUDIT-RECORD FROM COUNT-LINE
           AFTER ADVANCING 1 LINES

         PERFORM 750-PRINT-CYCLE-TOTALS-MOD

         IF WA-TRANS-REJECT-CTR > ZERO
           DISPLAY 'BONUS ADJUSTMENTS REJECTED -- SEE ADJAUD.RPT'
           MOVE 4 TO RETURN-CODE
         END-IF

         IF WA-CYCLE-DROP-CTR > ZERO
           DISPLAY 'YEAR/CYCLE TABLE FULL -- ', WA-CYCLE-DROP-CTR,
              ' OFFSETS LEFT OUT OF THE CYCLE SUMMARY'
           MOVE 4 TO RETURN-CODE
         END-IF.
      *****************************************************************
       750-PRINT-CYCLE-TOTALS-MOD.
         WRITE ADJ-AUDIT-RECORD FROM CYCLE-HEADING
           AFTER ADVANCING 3 LINES

         MOVE 1 TO WA-CYCLE-SUB
         PERFORM UNTIL WA-CYCLE-SUB > WA-CYCLE-COUNT
           IF WA-CYCLE-SUB > 1
              AND YCA-YEAR (WA-CYCLE-SUB) NOT = WA-BREAK-YEAR
             PERFORM 760-PRINT-YEAR-TOTAL-MOD
           END-IF
           MOVE YCA-YEAR (WA-CYCLE-SUB)  TO WA-BREAK-YEAR
           MOVE YCA-YEAR (WA-CYCLE-SUB)  TO CT-YEAR
           MOVE YCA-CYCLE (WA-CYCLE-SUB) TO CT-CYCLE
           MOVE YCA-COUNT (WA-CYCLE-SUB) TO CT-COUNT
           MOVE YCA-NET (WA-CYCLE-SUB)   TO CT-NET
           WRITE ADJ-AUDIT-RECORD FROM CYCLE-TOTAL-LINE
             AFTER ADVANCING 1 LINES
           ADD YCA-COUNT (WA-CYCLE-SUB) TO WA-YEAR-COUNT
           ADD YCA-NET (WA-CYCLE-SUB)   TO WA-YEAR-NET
           ADD 1 TO WA-CYCLE-SUB
         END-PERFORM

         IF WA-CYCLE-COUNT > ZERO
           PERFORM 760-PRINT-YEAR-TOTAL-MOD
         END-IF.
      *****************************************************************
       760-PRINT-YEAR-TOTAL-MOD.
         MOVE WA-BREAK-YEAR  TO CT-YEAR
         MOVE 'ANNUAL TOTAL' TO CT-CYCLE
         MOVE WA-YEAR-COUNT  TO CT-COUNT
         MOVE WA-YEAR-NET    TO CT-NET
         WRITE ADJ-AUDIT-RECORD FROM CYCLE-TOTAL-LINE
           AFTER ADVANCING 1 LINES
         MOVE ZEROS TO WA-YEAR-COUNT
         MOVE ZEROS TO WA-YEAR-NET.
      *****************************************************************
       800-OPEN-FILES-MOD.
         OPEN INPUT ADJ-TRANS
           CLOSE ADJ-TRANS
           STOP RUN
         END-IF
         OPEN EXTEND ADJ-LOG-OUT
         IF WA-ADJ-LOG-STATUS = '35'
           OPEN OUTPUT ADJ-LOG-OUT
         END-IF
         IF WA-ADJ-LOG-STATUS NOT = '00'
           DISPLAY 'CANNOT OPEN ADJLOG.DAT, STATUS ',
               WA-ADJ-LOG-STATUS
           MOVE 8 TO RETURN-CODE
           CLOSE ADJ-TRANS
                 BONUS-HISTORY
           STOP RUN
         END-IF
         OPEN OUTPUT ADJ-DISBURSE-OUT
                     ADJ-AUDIT-OUT
         WRITE ADJ-AUDIT-RECORD FROM ADJ-HEADING
         CLOSE   ADJ-TRANS
                 BONUS-HISTORY
                 ADJ-DISBURSE-OUT
                 ADJ-LOG-OUT
                 ADJ-AUDIT-OUT.
      *****************************************************************
