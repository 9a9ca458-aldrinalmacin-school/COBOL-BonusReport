      *NAME: ALDRIN JEROME ALMACIN
      *DATE: OCTOBER 15, 2026
      *PURPOSE: TO MAINTAIN THE EMPLOYEE BANKING MASTER -- ADD,
      *         CHANGE, PRENOTE RESULT, AND DELETE TRANSACTIONS
      *         AGAINST THE ROUTING NUMBER, ACCOUNT NUMBER, ACCOUNT
      *         TYPE, AND PRENOTE STATUS OF EACH EMPLOYEE -- AND TO
      *         PRODUCE A BEFORE/AFTER AUDIT REPORT OF EVERY CHANGE.
      *         A NEW OR CHANGED ACCOUNT GOES BACK TO PRENOTE PENDING
      *         AND IS PAID BY CHECK UNTIL THE PRENOTE CLEARS.
       IDENTIFICATION DIVISION.
         PROGRAM-ID. BANK-MAINT.
      *****************************************************************
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT BANK-MAINT-TRANS
             ASSIGN TO "BANKMNT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WA-TRANS-FILE-STATUS.

           SELECT BANK-MASTER
             ASSIGN TO "BANKMAST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS BK-EMPNO
             FILE STATUS IS WA-BANK-FILE-STATUS.

           SELECT BANK-AUDIT-OUT
             ASSIGN TO "BANKAUD.RPT"
             ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
         FD  BANK-MAINT-TRANS
             RECORD CONTAINS 34 CHARACTERS.
         01  BANK-MAINT-TRANS-IN.
             05  BM-ACTION               PIC X.
                 88  VALID-BANK-ACTION               VALUES 'A' 'C'
                                                     'P' 'D'.
                 88  BANK-ADD                        VALUE 'A'.
                 88  BANK-CHANGE                     VALUE 'C'.
                 88  BANK-PRENOTE-RESULT             VALUE 'P'.
                 88  BANK-DELETE                     VALUE 'D'.
             05  BM-EMPNO                PIC X(5).
             05  BM-ROUTING              PIC X(9).
             05  BM-ACCOUNT              PIC X(17).
             05  BM-ACCT-TYPE            PIC X.
                 88  VALID-ACCT-TYPE                 VALUES 'C' 'S'.
             05  BM-PRENOTE              PIC X.
                 88  VALID-PRENOTE-RESULT            VALUES 'C' 'R'.
         FD  BANK-MASTER
             RECORD CONTAINS 49 CHARACTERS.
         01  BANK-MASTER-RECORD.
             05  BK-EMPNO                PIC X(5).
             05  BK-ROUTING              PIC X(9).
             05  BK-ACCOUNT              PIC X(17).
             05  BK-ACCT-TYPE            PIC X.
                 88  BK-CHECKING                     VALUE 'C'.
                 88  BK-SAVINGS                      VALUE 'S'.
             05  BK-PRENOTE-STATUS       PIC X.
                 88  BK-PRENOTE-PENDING              VALUE 'P'.
                 88  BK-PRENOTE-CLEARED              VALUE 'C'.
                 88  BK-PRENOTE-REJECTED             VALUE 'R'.
             05  BK-PRENOTE-DATE         PIC 9(8).
             05  BK-MAINT-DATE           PIC 9(8).
         FD  BANK-AUDIT-OUT
             RECORD CONTAINS 80 CHARACTERS.
         01  BANK-AUDIT-RECORD           PIC X(80).
         WORKING-STORAGE SECTION.
         01  WORK-AREAS.
             05  WA-ARE-THERE-MORE-TRANS PIC X(3)    VALUE 'YES'.
                 88  WA-MORE-TRANS                   VALUE 'YES'.
                 88  WA-NO-MORE-TRANS                VALUE 'NO '.
             05  WA-TRANS-STATUS        PIC X(3)     VALUE 'OK '.
                 88  WA-TRANS-OK                     VALUE 'OK '.
                 88  WA-TRANS-BAD                    VALUE 'BAD'.
             05  WA-TRANS-FILE-STATUS   PIC X(2)     VALUE SPACES.
             05  WA-BANK-FILE-STATUS    PIC X(2)     VALUE SPACES.
             05  WA-RUN-PARM.
                 10  WA-PARM-DATE       PIC X(8).
             05  WA-TODAY-DATE.
                 10  WA-IN-YR           PIC 9(4).
                 10  WA-IN-MO           PIC 99.
                 10  WA-IN-DAY          PIC 99.
             05  WA-TRANS-READ-CTR      PIC 9(4)     VALUE ZEROS.
             05  WA-TRANS-REJECT-CTR    PIC 9(4)     VALUE ZEROS.
             05  WA-ADD-CTR             PIC 9(4)     VALUE ZEROS.
             05  WA-CHANGE-CTR          PIC 9(4)     VALUE ZEROS.
             05  WA-PRENOTE-CTR         PIC 9(4)     VALUE ZEROS.
             05  WA-PRENOTE-RESET-CTR   PIC 9(4)     VALUE ZEROS.
             05  WA-DELETE-CTR          PIC 9(4)     VALUE ZEROS.
             05  WA-ROUTING-OK          PIC X(3)     VALUE 'YES'.
             05  WA-ROUTING-CHECK       PIC X(9).
             05  WA-ROUTING-DIGITS REDEFINES WA-ROUTING-CHECK.
                 10  WA-RT-DIGIT        PIC 9        OCCURS 9 TIMES.
             05  WA-ROUTING-SUM         PIC 9(4)     VALUE ZEROS.
             05  WA-ROUTING-QUOT        PIC 9(4)     VALUE ZEROS.
             05  WA-ROUTING-REM         PIC 9        VALUE ZEROS.
             05  WA-ACCOUNT-MOVED       PIC X(3)     VALUE 'NO '.
             05  WA-OLD-BANK.
                 10  WA-OLD-ROUTING     PIC X(9).
                 10  WA-OLD-ACCOUNT     PIC X(17).
                 10  WA-OLD-ACCT-TYPE   PIC X.
                 10  WA-OLD-PRENOTE     PIC X.
             05  WA-PRENOTE-CODE        PIC X.
             05  WA-PRENOTE-TEXT        PIC X(20).
         01  BANK-HEADING.
             05                         PIC X(25)    VALUE SPACES.
             05                         PIC X(30)
                 VALUE 'EMPLOYEE BANKING MASTER AUDIT '.
             05                         PIC X(25)    VALUE SPACES.
         01  BANK-COL-HEADING.
             05                         PIC X(8)     VALUE 'ACTION  '.
             05                         PIC X(7)     VALUE 'EMPNO  '.
             05                         PIC X(16)
                 VALUE 'FIELD           '.
             05                         PIC X(22)
                 VALUE 'BEFORE                '.
             05                         PIC X(20)
                 VALUE 'AFTER               '.
             05                         PIC X(7)     VALUE SPACES.
         01  BANK-AUDIT-LINE.
             05  AL-ACTION              PIC X(7).
             05                         PIC X        VALUE SPACES.
             05  AL-EMPNO               PIC X(5).
             05                         PIC X(2)     VALUE SPACES.
             05  AL-FIELD               PIC X(14).
             05                         PIC X(2)     VALUE SPACES.
             05  AL-BEFORE              PIC X(20).
             05                         PIC X(2)     VALUE SPACES.
             05  AL-AFTER               PIC X(20).
             05                         PIC X(7)     VALUE SPACES.
         01  TRANS-REJECT-LINE.
             05                         PIC X(6)     VALUE 'TRN #'.
             05  TJ-TRANS-NO            PIC ZZZ9.
             05                         PIC X(2)     VALUE SPACES.
             05                         PIC X(6)     VALUE 'EMPNO '.
             05  TJ-EMPNO               PIC X(5).
             05                         PIC X(2)     VALUE SPACES.
             05  TJ-REASON              PIC X(40).
             05                         PIC X(15)    VALUE SPACES.
         01  COUNT-LINE.
             05                         PIC X(5)     VALUE SPACES.
             05  CL-LABEL               PIC X(30).
             05  CL-COUNT               PIC ZZZ9.
             05                         PIC X(41)    VALUE SPACES.
      *****************************************************************
       PROCEDURE DIVISION.
       100-MAIN-MOD.
         PERFORM 200-GET-PARMS-MOD
         PERFORM 800-OPEN-FILES-MOD

         PERFORM UNTIL WA-NO-MORE-TRANS
           READ BANK-MAINT-TRANS
             AT END
               MOVE 'NO ' TO WA-ARE-THERE-MORE-TRANS
             NOT AT END
               ADD 1 TO WA-TRANS-READ-CTR
               PERFORM 250-VALIDATE-TRANS-MOD
               IF WA-TRANS-OK
                 PERFORM 300-APPLY-TRANS-MOD
               END-IF
         END-PERFORM

         PERFORM 700-PRINT-COUNTS-MOD
         PERFORM 900-CLOSE-FILES-MOD
         STOP RUN.
      *****************************************************************
       200-GET-PARMS-MOD.
         ACCEPT WA-RUN-PARM FROM COMMAND-LINE
         MOVE WA-PARM-DATE TO WA-TODAY-DATE

         IF WA-TODAY-DATE NOT NUMERIC OR WA-TODAY-DATE = ZERO
           ACCEPT WA-TODAY-DATE FROM DATE YYYYMMDD
         END-IF.
      *****************************************************************
       250-VALIDATE-TRANS-MOD.
         MOVE 'OK ' TO WA-TRANS-STATUS
         IF BANK-ADD AND BM-ACCT-TYPE = SPACES
           MOVE 'C' TO BM-ACCT-TYPE
         END-IF

         MOVE 'YES' TO WA-ROUTING-OK
         IF BM-ROUTING NOT = SPACES
           PERFORM 255-CHECK-ROUTING-MOD
         END-IF

         EVALUATE TRUE
           WHEN NOT VALID-BANK-ACTION
             MOVE 'BAD' TO WA-TRANS-STATUS
             MOVE 'INVALID ACTION CODE -- USE A, C, P, OR D'
                 TO TJ-REASON
           WHEN BM-EMPNO = SPACES
             MOVE 'BAD' TO WA-TRANS-STATUS
             MOVE 'BLANK EMPLOYEE NUMBER' TO TJ-REASON
           WHEN BANK-ADD AND BM-ROUTING = SPACES
             MOVE 'BAD' TO WA-TRANS-STATUS
             MOVE 'ROUTING NUMBER REQUIRED ON ADD' TO TJ-REASON
           WHEN BANK-ADD AND BM-ACCOUNT = SPACES
             MOVE 'BAD' TO WA-TRANS-STATUS
             MOVE 'ACCOUNT NUMBER REQUIRED ON ADD' TO TJ-REASON
           WHEN (BANK-ADD OR BANK-CHANGE)
                AND WA-ROUTING-OK = 'NO '
             MOVE 'BAD' TO WA-TRANS-STATUS
             MOVE 'ROUTING NUMBER FAILS CHECK DIGIT' TO TJ-REASON
           WHEN (BANK-ADD OR BANK-CHANGE)
                AND BM-ACCT-TYPE NOT = SPACES
                AND NOT VALID-ACCT-TYPE
             MOVE 'BAD' TO WA-TRANS-STATUS
             MOVE 'INVALID ACCOUNT TYPE -- USE C OR S'
                 TO TJ-REASON
           WHEN BANK-CHANGE AND BM-ROUTING = SPACES
                AND BM-ACCOUNT = SPACES
                AND BM-ACCT-TYPE = SPACES
             MOVE 'BAD' TO WA-TRANS-STATUS
             MOVE 'CHANGE CARRIES NOTHING TO CHANGE' TO TJ-REASON
           WHEN BANK-PRENOTE-RESULT AND NOT VALID-PRENOTE-RESULT
             MOVE 'BAD' TO WA-TRANS-STATUS
             MOVE 'INVALID PRENOTE RESULT -- USE C OR R'
                 TO TJ-REASON
         END-EVALUATE

         IF WA-TRANS-BAD
           PERFORM 260-WRITE-TRANS-REJECT-MOD
         END-IF.
      *****************************************************************
       255-CHECK-ROUTING-MOD.
         MOVE BM-ROUTING TO WA-ROUTING-CHECK

         IF WA-ROUTING-CHECK NOT NUMERIC
            OR WA-ROUTING-CHECK = ZEROS
           MOVE 'NO ' TO WA-ROUTING-OK
         ELSE
           COMPUTE WA-ROUTING-SUM =
               3 * (WA-RT-DIGIT (1) + WA-RT-DIGIT (4)
                    + WA-RT-DIGIT (7))
             + 7 * (WA-RT-DIGIT (2) + WA-RT-DIGIT (5)
                    + WA-RT-DIGIT (8))
             +     (WA-RT-DIGIT (3) + WA-RT-DIGIT (6)
                    + WA-RT-DIGIT (9))
           DIVIDE WA-ROUTING-SUM BY 10 GIVING WA-ROUTING-QUOT
             REMAINDER WA-ROUTING-REM
           IF WA-ROUTING-REM NOT = ZERO
             MOVE 'NO ' TO WA-ROUTING-OK
           END-IF
         END-IF.
      *****************************************************************
       260-WRITE-TRANS-REJECT-MOD.
         ADD 1 TO WA-TRANS-REJECT-CTR
         MOVE WA-TRANS-READ-CTR TO TJ-TRANS-NO
         MOVE BM-EMPNO          TO TJ-EMPNO
         WRITE BANK-AUDIT-RECORD FROM TRANS-REJECT-LINE
           AFTER ADVANCING 1 LINES.
      *****************************************************************
       300-APPLY-TRANS-MOD.
         MOVE BM-EMPNO TO BK-EMPNO

         READ BANK-MASTER
           INVALID KEY
             IF BANK-ADD
               PERFORM 310-APPLY-ADD-MOD
             ELSE
               MOVE 'BAD' TO WA-TRANS-STATUS
               MOVE 'NO ACCOUNT ON FILE FOR EMPNO' TO TJ-REASON
               PERFORM 260-WRITE-TRANS-REJECT-MOD
             END-IF
           NOT INVALID KEY
             MOVE BK-ROUTING        TO WA-OLD-ROUTING
             MOVE BK-ACCOUNT        TO WA-OLD-ACCOUNT
             MOVE BK-ACCT-TYPE      TO WA-OLD-ACCT-TYPE
             MOVE BK-PRENOTE-STATUS TO WA-OLD-PRENOTE
             EVALUATE TRUE
               WHEN BANK-ADD
                 MOVE 'BAD' TO WA-TRANS-STATUS
                 MOVE 'ACCOUNT ALREADY ON FILE -- USE CHANGE'
                     TO TJ-REASON
                 PERFORM 260-WRITE-TRANS-REJECT-MOD
               WHEN BANK-CHANGE
                 PERFORM 320-APPLY-CHANGE-MOD
               WHEN BANK-PRENOTE-RESULT
                 PERFORM 330-APPLY-PRENOTE-MOD
               WHEN BANK-DELETE
                 PERFORM 340-APPLY-DELETE-MOD
             END-EVALUATE
         END-READ.
      *****************************************************************
       310-APPLY-ADD-MOD.
         MOVE BM-EMPNO      TO BK-EMPNO
         MOVE BM-ROUTING    TO BK-ROUTING
         MOVE BM-ACCOUNT    TO BK-ACCOUNT
         MOVE BM-ACCT-TYPE  TO BK-ACCT-TYPE
         MOVE 'P'           TO BK-PRENOTE-STATUS
         MOVE WA-TODAY-DATE TO BK-PRENOTE-DATE
         MOVE WA-TODAY-DATE TO BK-MAINT-DATE
         WRITE BANK-MASTER-RECORD
           INVALID KEY
             MOVE 'BAD' TO WA-TRANS-STATUS
             MOVE 'BANKING MASTER WRITE FAILED' TO TJ-REASON
             PERFORM 260-WRITE-TRANS-REJECT-MOD
           NOT INVALID KEY
             ADD 1 TO WA-ADD-CTR
             MOVE 'ADD    ' TO AL-ACTION
             MOVE 'ROUTING NUMBER' TO AL-FIELD
             MOVE SPACES     TO AL-BEFORE
             MOVE BK-ROUTING TO AL-AFTER
             PERFORM 450-WRITE-AUDIT-MOD
             MOVE 'ACCOUNT NUMBER' TO AL-FIELD
             MOVE BK-ACCOUNT TO AL-AFTER
             PERFORM 450-WRITE-AUDIT-MOD
             MOVE 'ACCOUNT TYPE  ' TO AL-FIELD
             MOVE BK-ACCT-TYPE TO AL-AFTER
             PERFORM 450-WRITE-AUDIT-MOD
             MOVE 'PRENOTE STATUS' TO AL-FIELD
             MOVE BK-PRENOTE-STATUS TO WA-PRENOTE-CODE
             PERFORM 470-PRENOTE-TEXT-MOD
             MOVE WA-PRENOTE-TEXT TO AL-AFTER
             PERFORM 450-WRITE-AUDIT-MOD
         END-WRITE.
      *****************************************************************
       320-APPLY-CHANGE-MOD.
         MOVE 'NO ' TO WA-ACCOUNT-MOVED
         IF BM-ROUTING NOT = SPACES
           MOVE BM-ROUTING TO BK-ROUTING
         END-IF
         IF BM-ACCOUNT NOT = SPACES
           MOVE BM-ACCOUNT TO BK-ACCOUNT
         END-IF
         IF BM-ACCT-TYPE NOT = SPACES
           MOVE BM-ACCT-TYPE TO BK-ACCT-TYPE
         END-IF

         IF BK-ROUTING NOT = WA-OLD-ROUTING
            OR BK-ACCOUNT NOT = WA-OLD-ACCOUNT
           MOVE 'YES' TO WA-ACCOUNT-MOVED
           MOVE 'P'           TO BK-PRENOTE-STATUS
           MOVE WA-TODAY-DATE TO BK-PRENOTE-DATE
         END-IF
         MOVE WA-TODAY-DATE TO BK-MAINT-DATE

         REWRITE BANK-MASTER-RECORD
           INVALID KEY
             MOVE 'BAD' TO WA-TRANS-STATUS
             MOVE 'BANKING MASTER REWRITE FAILED' TO TJ-REASON
             PERFORM 260-WRITE-TRANS-REJECT-MOD
           NOT INVALID KEY
             ADD 1 TO WA-CHANGE-CTR
             MOVE 'CHANGE ' TO AL-ACTION
             IF BK-ROUTING NOT = WA-OLD-ROUTING
               MOVE 'ROUTING NUMBER' TO AL-FIELD
               MOVE WA-OLD-ROUTING TO AL-BEFORE
               MOVE BK-ROUTING     TO AL-AFTER
               PERFORM 450-WRITE-AUDIT-MOD
             END-IF
             IF BK-ACCOUNT NOT = WA-OLD-ACCOUNT
               MOVE 'ACCOUNT NUMBER' TO AL-FIELD
               MOVE WA-OLD-ACCOUNT TO AL-BEFORE
               MOVE BK-ACCOUNT     TO AL-AFTER
               PERFORM 450-WRITE-AUDIT-MOD
             END-IF
             IF BK-ACCT-TYPE NOT = WA-OLD-ACCT-TYPE
               MOVE 'ACCOUNT TYPE  ' TO AL-FIELD
               MOVE WA-OLD-ACCT-TYPE TO AL-BEFORE
               MOVE BK-ACCT-TYPE     TO AL-AFTER
               PERFORM 450-WRITE-AUDIT-MOD
             END-IF
             IF WA-ACCOUNT-MOVED = 'YES'
               ADD 1 TO WA-PRENOTE-RESET-CTR
               PERFORM 460-AUDIT-PRENOTE-MOD
             END-IF
         END-REWRITE.
      *****************************************************************
       330-APPLY-PRENOTE-MOD.
         MOVE BM-PRENOTE    TO BK-PRENOTE-STATUS
         MOVE WA-TODAY-DATE TO BK-PRENOTE-DATE
         MOVE WA-TODAY-DATE TO BK-MAINT-DATE
         REWRITE BANK-MASTER-RECORD
           INVALID KEY
             MOVE 'BAD' TO WA-TRANS-STATUS
             MOVE 'BANKING MASTER REWRITE FAILED' TO TJ-REASON
             PERFORM 260-WRITE-TRANS-REJECT-MOD
           NOT INVALID KEY
             ADD 1 TO WA-PRENOTE-CTR
             MOVE 'PRENOTE' TO AL-ACTION
             PERFORM 460-AUDIT-PRENOTE-MOD
         END-REWRITE.
      *****************************************************************
       340-APPLY-DELETE-MOD.
         DELETE BANK-MASTER
           INVALID KEY
             MOVE 'BAD' TO WA-TRANS-STATUS
             MOVE 'BANKING MASTER DELETE FAILED' TO TJ-REASON
             PERFORM 260-WRITE-TRANS-REJECT-MOD
           NOT INVALID KEY
             ADD 1 TO WA-DELETE-CTR
             MOVE 'DELETE ' TO AL-ACTION
             MOVE 'ROUTING NUMBER' TO AL-FIELD
             MOVE WA-OLD-ROUTING TO AL-BEFORE
             MOVE 'DELETED' TO AL-AFTER
             PERFORM 450-WRITE-AUDIT-MOD
             MOVE 'ACCOUNT NUMBER' TO AL-FIELD
             MOVE WA-OLD-ACCOUNT TO AL-BEFORE
             PERFORM 450-WRITE-AUDIT-MOD
         END-DELETE.
      *****************************************************************
       450-WRITE-AUDIT-MOD.
         MOVE BM-EMPNO TO AL-EMPNO
         WRITE BANK-AUDIT-RECORD FROM BANK-AUDIT-LINE
           AFTER ADVANCING 1 LINES
         MOVE SPACES TO AL-BEFORE
         MOVE SPACES TO AL-AFTER.
      *****************************************************************
       460-AUDIT-PRENOTE-MOD.
         MOVE 'PRENOTE STATUS' TO AL-FIELD
         MOVE WA-OLD-PRENOTE TO WA-PRENOTE-CODE
         PERFORM 470-PRENOTE-TEXT-MOD
         MOVE WA-PRENOTE-TEXT TO AL-BEFORE
         MOVE BK-PRENOTE-STATUS TO WA-PRENOTE-CODE
         PERFORM 470-PRENOTE-TEXT-MOD
         MOVE WA-PRENOTE-TEXT TO AL-AFTER
         PERFORM 450-WRITE-AUDIT-MOD.
      *****************************************************************
       470-PRENOTE-TEXT-MOD.
         EVALUATE WA-PRENOTE-CODE
           WHEN 'P'
             MOVE 'P - PENDING' TO WA-PRENOTE-TEXT
           WHEN 'C'
             MOVE 'C - CLEARED' TO WA-PRENOTE-TEXT
           WHEN 'R'
             MOVE 'R - REJECTED' TO WA-PRENOTE-TEXT
           WHEN OTHER
             MOVE WA-PRENOTE-CODE TO WA-PRENOTE-TEXT
         END-EVALUATE.
      *****************************************************************
       700-PRINT-COUNTS-MOD.
         MOVE 'TRANSACTIONS READ:            ' TO CL-LABEL
         MOVE WA-TRANS-READ-CTR TO CL-COUNT
         WRITE BANK-AUDIT-RECORD FROM COUNT-LINE
           AFTER ADVANCING 2 LINES
         MOVE 'ACCOUNTS ADDED:               ' TO CL-LABEL
         MOVE WA-ADD-CTR TO CL-COUNT
         WRITE BANK-AUDIT-RECORD FROM COUNT-LINE
           AFTER ADVANCING 1 LINES
         MOVE 'ACCOUNTS CHANGED:             ' TO CL-LABEL
         MOVE WA-CHANGE-CTR TO CL-COUNT
         WRITE BANK-AUDIT-RECORD FROM COUNT-LINE
           AFTER ADVANCING 1 LINES
         MOVE 'PRENOTES RESET BY CHANGE:     ' TO CL-LABEL
         MOVE WA-PRENOTE-RESET-CTR TO CL-COUNT
         WRITE BANK-AUDIT-RECORD FROM COUNT-LINE
           AFTER ADVANCING 1 LINES
         MOVE 'PRENOTE RESULTS APPLIED:      ' TO CL-LABEL
         MOVE WA-PRENOTE-CTR TO CL-COUNT
         WRITE BANK-AUDIT-RECORD FROM COUNT-LINE
           AFTER ADVANCING 1 LINES
         MOVE 'ACCOUNTS DELETED:             ' TO CL-LABEL
         MOVE WA-DELETE-CTR TO CL-COUNT
         WRITE BANK-AUDIT-RECORD FROM COUNT-LINE
           AFTER ADVANCING 1 LINES
         MOVE 'TRANSACTIONS REJECTED:        ' TO CL-LABEL
         MOVE WA-TRANS-REJECT-CTR TO CL-COUNT
         WRITE BANK-AUDIT-RECORD FROM COUNT-LINE
           AFTER ADVANCING 1 LINES

         IF WA-TRANS-REJECT-CTR > ZERO
           DISPLAY 'BANKING MASTER TRANSACTIONS REJECTED -- SEE '
              'BANKAUD.RPT'
           MOVE 4 TO RETURN-CODE
         END-IF.
      *****************************************************************
       800-OPEN-FILES-MOD.
         OPEN INPUT BANK-MAINT-TRANS
         IF WA-TRANS-FILE-STATUS NOT = '00'
           DISPLAY 'CANNOT OPEN BANKMNT.DAT, STATUS ',
               WA-TRANS-FILE-STATUS
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF

         OPEN I-O BANK-MASTER
         IF WA-BANK-FILE-STATUS = '35'
           OPEN OUTPUT BANK-MASTER
           CLOSE BANK-MASTER
           OPEN I-O BANK-MASTER
         END-IF
         IF WA-BANK-FILE-STATUS NOT = '00'
           DISPLAY 'CANNOT OPEN BANKMAST.DAT, STATUS ',
               WA-BANK-FILE-STATUS
           MOVE 8 TO RETURN-CODE
           CLOSE BANK-MAINT-TRANS
           STOP RUN
         END-IF

         OPEN OUTPUT BANK-AUDIT-OUT
         WRITE BANK-AUDIT-RECORD FROM BANK-HEADING
           AFTER ADVANCING 1 LINES
         WRITE BANK-AUDIT-RECORD FROM BANK-COL-HEADING
           AFTER ADVANCING 2 LINES.
      *****************************************************************
       900-CLOSE-FILES-MOD.
         CLOSE   BANK-MAINT-TRANS
                 BANK-MASTER
                 BANK-AUDIT-OUT.
      *****************************************************************
