      *         AGAINST THE PAYROLL MASTER BY SORTED MATCH-MERGE WITH
      *         NO TRANSACTION VOLUME LIMIT AND PRODUCE A
      *         NEW-GENERATION MASTER IN TERRITORY/OFFICE SEQUENCE
      *         WITH AN AUDIT REPORT, AND APPEND THE BEFORE AND AFTER
      *         IMAGE OF EVERY APPLIED TRANSACTION TO THE PERMANENT
      *         MASTER CHANGE LOG.
       IDENTIFICATION DIVISION.
         PROGRAM-ID. MASTER-MAINT.
      *****************************************************************
             ASSIGN TO "OFFICEMS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WA-OFFICE-REF-STATUS.

           SELECT CHANGE-LOG
             ASSIGN TO "MAINTLOG.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WA-CHANGE-LOG-STATUS.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
             05  OM-OFFICE-NAME         PIC X(20).
             05  OM-REGION              PIC X(12).
             05  OM-MANAGER             PIC X(20).
         FD  CHANGE-LOG
             RECORD CONTAINS 194 CHARACTERS.
         01  CHANGE-LOG-RECORD.
             05  ML-RUN-DATE            PIC 9(8).
             05  ML-EMPNO               PIC X(5).
             05  ML-ACTION              PIC X.
             05  ML-SOURCE              PIC X(12).
             05  ML-TRANS-NO            PIC 9(4).
             05  ML-BEFORE-IMAGE        PIC X(82).
             05  ML-AFTER-IMAGE         PIC X(82).
         WORKING-STORAGE SECTION.
         01  WORK-AREAS.
             05  WA-ARE-THERE-MORE-TRANS   PIC X(3)  VALUE 'YES'.
                 10  WA-IN-DAY          PIC 99.
             05  WA-RUNSEQ-FILE-STATUS  PIC X(2)     VALUE SPACES.
             05  WA-OFFICE-REF-STATUS   PIC X(2)     VALUE SPACES.
             05  WA-CHANGE-LOG-STATUS   PIC X(2)     VALUE SPACES.
             05  WA-LOG-WRITTEN-CTR     PIC 9(4)     VALUE ZEROS.
             05  WA-BEFORE-IMAGE        PIC X(82)    VALUE SPACES.
             05  WA-ARE-THERE-MORE-OFFICES PIC X(3)  VALUE 'YES'.
                 88  WA-MORE-OFFICES                 VALUE 'YES'.
                 88  WA-NO-MORE-OFFICES              VALUE 'NO '.
         END-IF.
      *****************************************************************
       330-APPLY-ONE-TRANS-MOD.
         IF WA-HOLD-ACTIVE = 'YES'
           MOVE HOLD-MASTER-RECORD TO WA-BEFORE-IMAGE
         ELSE
           MOVE SPACES TO WA-BEFORE-IMAGE
         END-IF

         EVALUATE TW-ACTION
           WHEN 'A'
             IF WA-HOLD-ACTIVE = 'YES'
         MOVE SPACES     TO AL-BEFORE
         MOVE TW-EMPNAME TO AL-AFTER
         WRITE AUDIT-RECORD FROM AUDIT-LINE
           AFTER ADVANCING 1 LINES
         PERFORM 380-WRITE-CHANGE-LOG-MOD.
      *****************************************************************
       350-APPLY-CHANGE-MOD.
         MOVE 'CHANGE ' TO AL-ACTION
         PERFORM 355-APPLY-FIELDS-MOD
         ADD 1 TO WA-CHG-APPLIED-CTR
         PERFORM 380-WRITE-CHANGE-LOG-MOD.
      *****************************************************************
       355-APPLY-FIELDS-MOD.
         MOVE TW-TRN-EMPNO TO AL-EMPNO
         MOVE TW-TERR-NO   TO HM-TERR-NO
         MOVE TW-OFFICE-NO TO HM-OFFICE-NO
         PERFORM 355-APPLY-FIELDS-MOD
         ADD 1 TO WA-MOVE-APPLIED-CTR
         PERFORM 380-WRITE-CHANGE-LOG-MOD.
      *****************************************************************
       370-APPLY-DELETE-MOD.
         MOVE 'DELETE ' TO AL-ACTION
         WRITE AUDIT-RECORD FROM AUDIT-LINE
           AFTER ADVANCING 1 LINES
         MOVE 'NO ' TO WA-HOLD-ACTIVE
         ADD 1 TO WA-DEL-APPLIED-CTR
         PERFORM 380-WRITE-CHANGE-LOG-MOD.
      *****************************************************************
       380-WRITE-CHANGE-LOG-MOD.
         MOVE WA-TODAY-DATE   TO ML-RUN-DATE
         MOVE TW-TRN-EMPNO    TO ML-EMPNO
         MOVE TW-ACTION       TO ML-ACTION
         MOVE 'MAINTTRN.DAT'  TO ML-SOURCE
         MOVE TW-SEQ          TO ML-TRANS-NO
         MOVE WA-BEFORE-IMAGE TO ML-BEFORE-IMAGE
         IF WA-HOLD-ACTIVE = 'YES'
           MOVE HOLD-MASTER-RECORD TO ML-AFTER-IMAGE
         ELSE
           MOVE SPACES TO ML-AFTER-IMAGE
         END-IF
         WRITE CHANGE-LOG-RECORD
         ADD 1 TO WA-LOG-WRITTEN-CTR.
      *****************************************************************
       700-PRINT-COUNTS-MOD.
         MOVE 'TRANSACTIONS READ:            ' TO CL-LABEL
           AFTER ADVANCING 1 LINES
         MOVE 'NEW MASTER RECORDS WRITTEN:   ' TO CL-LABEL
         MOVE WA-MASTER-WRITTEN-CTR TO CL-COUNT
         WRITE AUDIT-RECORD FROM COUNT-LINE
           AFTER ADVANCING 1 LINES
         MOVE 'CHANGE LOG ENTRIES WRITTEN:   ' TO CL-LABEL
         MOVE WA-LOG-WRITTEN-CTR TO CL-COUNT
         WRITE AUDIT-RECORD FROM COUNT-LINE
           AFTER ADVANCING 1 LINES

       800-OPEN-FILES-MOD.
         OPEN INPUT MAINT-TRANS
         PERFORM 810-LOAD-OFFICE-REF-MOD
         PERFORM 820-OPEN-CHANGE-LOG-MOD
         OPEN OUTPUT AUDIT-OUT
         WRITE AUDIT-RECORD FROM AUDIT-HEADING
           AFTER ADVANCING 1 LINES
               END-IF
         END-PERFORM
         CLOSE OFFICE-REF.
      *****************************************************************
       820-OPEN-CHANGE-LOG-MOD.
         OPEN EXTEND CHANGE-LOG
         IF WA-CHANGE-LOG-STATUS = '35'
           OPEN OUTPUT CHANGE-LOG
         END-IF
         IF WA-CHANGE-LOG-STATUS NOT = '00'
           DISPLAY 'CANNOT OPEN MAINTLOG.DAT, STATUS ',
               WA-CHANGE-LOG-STATUS,
               ' -- MASTER CHANGES MUST BE LOGGED'
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF.
      *****************************************************************
       900-CLOSE-FILES-MOD.
         CLOSE   MAINT-TRANS
                 AUDIT-OUT
                 CHANGE-LOG.
      *****************************************************************
       910-STAMP-END-MOD.
         MOVE 'MASTER-MAINT' TO SQ-PROGRAM
