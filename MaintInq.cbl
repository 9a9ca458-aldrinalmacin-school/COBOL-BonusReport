      *NAME: ALDRIN JEROME ALMACIN
      *DATE: OCTOBER 15, 2026
      *PURPOSE: TO LIST THE PAYROLL MASTER CHANGE HISTORY FROM THE
      *         PERMANENT MASTER CHANGE LOG FOR ONE EMPLOYEE, ONE
      *         OFFICE, OR A RANGE OF LOG DATES, FIELD BY FIELD WITH
      *         BEFORE AND AFTER VALUES, AND FLAG ANY SALARY OR STATUS
      *         CHANGE THAT TOOK EFFECT SHORTLY BEFORE A LIVE BONUS
      *         RUN.  READ ONLY -- NO FILE IS UPDATED.
       IDENTIFICATION DIVISION.
         PROGRAM-ID. MAINT-INQ.
      *****************************************************************
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT CHANGE-LOG
             ASSIGN TO "MAINTLOG.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WA-CHANGE-LOG-STATUS.

           SELECT RUN-CONTROL
             ASSIGN TO "RUNSEQ.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WA-RUNSEQ-FILE-STATUS.

           SELECT INQUIRY-OUT
             ASSIGN TO "MAINTINQ.RPT"
             ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
         FD  CHANGE-LOG
             RECORD CONTAINS 194 CHARACTERS.
         01  CHANGE-LOG-RECORD.
             05  ML-RUN-DATE            PIC 9(8).
             05  ML-EMPNO               PIC X(5).
             05  ML-ACTION              PIC X.
             05  ML-SOURCE              PIC X(12).
             05  ML-TRANS-NO            PIC 9(4).
             05  ML-BEFORE-IMAGE.
                 10  MB-EMPNO           PIC X(5).
                 10  MB-EMPNAME         PIC X(20).
                 10  MB-TERR-NO         PIC X(2).
                 10  MB-OFFICE-NO       PIC X(2).
                 10  MB-ANNUAL-SALARY   PIC X(6).
                 10  MB-EMPL-STATUS     PIC X.
                 10  MB-STAT-EFF-DATE   PIC X(8).
                 10                     PIC X(20).
                 10  MB-DATE-HIRED      PIC X(8).
                 10                     PIC X(10).
             05  ML-AFTER-IMAGE.
                 10  MA-EMPNO           PIC X(5).
                 10  MA-EMPNAME         PIC X(20).
                 10  MA-TERR-NO         PIC X(2).
                 10  MA-OFFICE-NO       PIC X(2).
                 10  MA-ANNUAL-SALARY   PIC X(6).
                 10  MA-EMPL-STATUS     PIC X.
                 10  MA-STAT-EFF-DATE   PIC X(8).
                 10                     PIC X(20).
                 10  MA-DATE-HIRED      PIC X(8).
                 10                     PIC X(10).
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
             05  WA-ARE-THERE-MORE-LOG  PIC X(3)     VALUE 'YES'.
                 88  WA-MORE-LOG                     VALUE 'YES'.
                 88  WA-NO-MORE-LOG                  VALUE 'NO '.
             05  WA-ARE-THERE-MORE-STAMPS PIC X(3)   VALUE 'YES'.
                 88  WA-MORE-STAMPS                  VALUE 'YES'.
                 88  WA-NO-MORE-STAMPS               VALUE 'NO '.
             05  WA-CHANGE-LOG-STATUS   PIC X(2)     VALUE SPACES.
             05  WA-RUNSEQ-FILE-STATUS  PIC X(2)     VALUE SPACES.
             05  WA-RUN-PARM.
                 10  WA-PARM-TYPE       PIC X.
                     88  WA-BY-EMPLOYEE              VALUE 'E'.
                     88  WA-BY-OFFICE                VALUE 'O'.
                     88  WA-BY-DATE                  VALUE 'D'.
                 10                     PIC X.
                 10  WA-PARM-VALUE      PIC X(8).
                 10  WA-PARM-EMP-SPLIT REDEFINES WA-PARM-VALUE.
                     15  WA-PARM-EMPNO  PIC X(5).
                     15                 PIC X(3).
                 10  WA-PARM-OFF-SPLIT REDEFINES WA-PARM-VALUE.
                     15  WA-PARM-TERR   PIC XX.
                     15  WA-PARM-OFFICE PIC XX.
                     15                 PIC X(4).
                 10                     PIC X.
                 10  WA-PARM-TO-DATE    PIC X(8).
                 10                     PIC X.
                 10  WA-PARM-WINDOW     PIC X(3).
             05  WA-TODAY-DATE.
                 10  WA-IN-YR           PIC 9(4).
                 10  WA-IN-MO           PIC 99.
                 10  WA-IN-DAY          PIC 99.
             05  WA-FROM-DATE           PIC 9(8)     VALUE ZEROS.
             05  WA-TO-DATE             PIC 9(8)     VALUE ZEROS.
             05  WA-WINDOW-DAYS         PIC 9(3)     VALUE 030.
             05  WA-SELECTED            PIC X(3)     VALUE 'NO '.
             05  WA-FIRST-LINE          PIC X(3)     VALUE 'YES'.
             05  WA-LOG-READ-CTR        PIC 9(5)     VALUE ZEROS.
             05  WA-LOG-SELECTED-CTR    PIC 9(5)     VALUE ZEROS.
             05  WA-FLAGGED-CTR         PIC 9(5)     VALUE ZEROS.
             05  WA-RUN-COUNT           PIC 9(3)     VALUE ZEROS.
             05  WA-LIVE-RUN-CTR        PIC 9(3)     VALUE ZEROS.
             05  WA-RUN-SUB             PIC 9(3)     VALUE ZEROS.
             05  WA-RUN-FOUND           PIC X(3)     VALUE 'NO '.
             05  WA-FLAG-KIND           PIC X(6)     VALUE SPACES.
             05  WA-FLAG-RUN-DATE       PIC 9(8)     VALUE ZEROS.
             05  WA-FLAG-DAYS           PIC 9(3)     VALUE ZEROS.
             05  WA-FLAG-FOUND          PIC X(3)     VALUE 'NO '.
             05  WA-EFF-DAYNUM          PIC 9(7)     VALUE ZEROS.
             05  WA-DAYS-BEFORE         PIC S9(7)    VALUE ZEROS.
             05  WA-MDY-DATE.
                 10  WA-MDY-MO          PIC 99.
                 10  WA-MDY-DAY         PIC 99.
                 10  WA-MDY-YR          PIC 9(4).
             05  WA-EFF-DATE.
                 10  WA-EFF-YR          PIC 9(4).
                 10  WA-EFF-MO          PIC 99.
                 10  WA-EFF-DAY         PIC 99.
             05  WA-EFF-DATE-NUM REDEFINES WA-EFF-DATE
                                        PIC 9(8).
             05  WA-DN-DATE.
                 10  WA-DN-YR           PIC 9(4).
                 10  WA-DN-MO           PIC 99.
                 10  WA-DN-DAY          PIC 99.
             05  WA-DN-DATE-NUM REDEFINES WA-DN-DATE
                                        PIC 9(8).
             05  WA-DN-LEAP-YR          PIC 9(4)     VALUE ZEROS.
             05  WA-DN-Q4               PIC 9(4)     VALUE ZEROS.
             05  WA-DN-Q100             PIC 9(4)     VALUE ZEROS.
             05  WA-DN-Q400             PIC 9(4)     VALUE ZEROS.
             05  WA-DN-RESULT           PIC 9(7)     VALUE ZEROS.
         01  MONTH-DAYS-VALUES.
             05                         PIC 9(3)     VALUE 000.
             05                         PIC 9(3)     VALUE 031.
             05                         PIC 9(3)     VALUE 059.
             05                         PIC 9(3)     VALUE 090.
             05                         PIC 9(3)     VALUE 120.
             05                         PIC 9(3)     VALUE 151.
             05                         PIC 9(3)     VALUE 181.
             05                         PIC 9(3)     VALUE 212.
             05                         PIC 9(3)     VALUE 243.
             05                         PIC 9(3)     VALUE 273.
             05                         PIC 9(3)     VALUE 304.
             05                         PIC 9(3)     VALUE 334.
         01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
             05  MDT-DAYS-BEFORE        PIC 9(3)     OCCURS 12 TIMES.
         01  RUN-DATE-AREA.
             05  RDA-ENTRY              OCCURS 200 TIMES.
                 10  RDA-DATE           PIC 9(8).
                 10  RDA-DAYNUM         PIC 9(7).
                 10  RDA-BACKED-OUT     PIC X(3).
         01  INQUIRY-HEADING.
             05                         PIC X(21)    VALUE SPACES.
             05                         PIC X(37)
                 VALUE 'PAYROLL MASTER CHANGE HISTORY INQUIRY'.
             05                         PIC X(22)    VALUE SPACES.
         01  SELECTION-LINE.
             05                         PIC X(5)     VALUE SPACES.
             05                         PIC X(11)
                 VALUE 'SELECTION: '.
             05  SL-SELECTION           PIC X(30).
             05                         PIC X(18)
                 VALUE 'BONUS RUN WINDOW: '.
             05  SL-WINDOW              PIC ZZ9.
             05                         PIC X(13)    VALUE ' DAYS'.
         01  INQUIRY-COL-HEADING.
             05                         PIC X(9)     VALUE 'LOG DATE'.
             05                         PIC X(7)     VALUE 'ACTION'.
             05                         PIC X(6)     VALUE 'EMPNO'.
             05                         PIC X(14)
                 VALUE 'FIELD'.
             05                         PIC X(21)
                 VALUE 'BEFORE'.
             05                         PIC X(23)
                 VALUE 'AFTER'.
         01  CHANGE-LINE.
             05  CH-LOG-DATE            PIC X(8).
             05                         PIC X        VALUE SPACES.
             05  CH-ACTION              PIC X(6).
             05                         PIC X        VALUE SPACES.
             05  CH-EMPNO               PIC X(5).
             05                         PIC X        VALUE SPACES.
             05  CH-FIELD               PIC X(13).
             05                         PIC X        VALUE SPACES.
             05  CH-BEFORE              PIC X(20).
             05                         PIC X        VALUE SPACES.
             05  CH-AFTER               PIC X(20).
             05                         PIC X(3)     VALUE SPACES.
         01  FLAG-LINE.
             05                         PIC X(5)     VALUE SPACES.
             05  FL-TEXT                PIC X(75).
         01  COUNT-LINE.
             05                         PIC X(5)     VALUE SPACES.
             05  CL-LABEL               PIC X(30).
             05  CL-COUNT               PIC ZZZZ9.
             05                         PIC X(40)    VALUE SPACES.
         01  EDIT-AREAS.
             05  EA-TRANS-NO            PIC 9(4).
             05  EA-DAYS                PIC ZZ9.
      *****************************************************************
       PROCEDURE DIVISION.
       100-MAIN-MOD.
         PERFORM 200-GET-PARMS-MOD
         PERFORM 250-LOAD-RUN-DATES-MOD
         PERFORM 800-OPEN-FILES-MOD

         PERFORM UNTIL WA-NO-MORE-LOG
           READ CHANGE-LOG
             AT END
               MOVE 'NO ' TO WA-ARE-THERE-MORE-LOG
             NOT AT END
               ADD 1 TO WA-LOG-READ-CTR
               PERFORM 300-CHECK-SELECTED-MOD
               IF WA-SELECTED = 'YES'
                 ADD 1 TO WA-LOG-SELECTED-CTR
                 PERFORM 400-PRINT-ENTRY-MOD
               END-IF
         END-PERFORM

         PERFORM 700-PRINT-COUNTS-MOD
         PERFORM 900-CLOSE-FILES-MOD
         DISPLAY 'MASTER CHANGE INQUIRY -- ', WA-LOG-SELECTED-CTR,
            ' LOG ENTRIES LISTED, ', WA-FLAGGED-CTR,
            ' FLAGGED, SEE MAINTINQ.RPT'
         STOP RUN.
      *****************************************************************
       200-GET-PARMS-MOD.
         ACCEPT WA-RUN-PARM FROM COMMAND-LINE
         ACCEPT WA-TODAY-DATE FROM DATE YYYYMMDD

         IF WA-PARM-WINDOW NUMERIC
           MOVE WA-PARM-WINDOW TO WA-WINDOW-DAYS
         END-IF

         EVALUATE TRUE
           WHEN WA-BY-EMPLOYEE
             IF WA-PARM-EMPNO = SPACES
               DISPLAY 'EMPLOYEE NUMBER REQUIRED -- PARM IS E EMPNO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE SPACES TO SL-SELECTION
             STRING 'EMPLOYEE ' DELIMITED BY SIZE
                    WA-PARM-EMPNO DELIMITED BY SIZE
               INTO SL-SELECTION
           WHEN WA-BY-OFFICE
             IF WA-PARM-TERR = SPACES OR WA-PARM-OFFICE = SPACES
               DISPLAY 'TERRITORY AND OFFICE REQUIRED -- PARM IS '
                  'O TTOO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE SPACES TO SL-SELECTION
             STRING 'TERRITORY ' DELIMITED BY SIZE
                    WA-PARM-TERR DELIMITED BY SIZE
                    ' OFFICE ' DELIMITED BY SIZE
                    WA-PARM-OFFICE DELIMITED BY SIZE
               INTO SL-SELECTION
           WHEN WA-BY-DATE
             IF WA-PARM-VALUE NOT NUMERIC
               DISPLAY 'FROM DATE REQUIRED -- PARM IS '
                  'D YYYYMMDD YYYYMMDD'
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE WA-PARM-VALUE TO WA-FROM-DATE
             IF WA-PARM-TO-DATE NUMERIC
               MOVE WA-PARM-TO-DATE TO WA-TO-DATE
             ELSE
               MOVE WA-TODAY-DATE TO WA-TO-DATE
             END-IF
             MOVE SPACES TO SL-SELECTION
             STRING 'LOG DATES ' DELIMITED BY SIZE
                    WA-FROM-DATE DELIMITED BY SIZE
                    ' TO ' DELIMITED BY SIZE
                    WA-TO-DATE DELIMITED BY SIZE
               INTO SL-SELECTION
           WHEN OTHER
             DISPLAY 'SELECTION MUST BE E (EMPLOYEE), O (OFFICE) '
                'OR D (DATE RANGE)'
             MOVE 8 TO RETURN-CODE
             STOP RUN
         END-EVALUATE.
      *****************************************************************
       250-LOAD-RUN-DATES-MOD.
         OPEN INPUT RUN-CONTROL
         IF WA-RUNSEQ-FILE-STATUS NOT = '00'
           DISPLAY 'RUNSEQ.DAT NOT AVAILABLE, STATUS ',
               WA-RUNSEQ-FILE-STATUS, ' -- NO BONUS RUNS TO FLAG'
         ELSE
           PERFORM UNTIL WA-NO-MORE-STAMPS
             READ RUN-CONTROL
               AT END
                 MOVE 'NO ' TO WA-ARE-THERE-MORE-STAMPS
               NOT AT END
                 IF SQ-PROGRAM = 'BONUS-REPORT'
                    AND SQ-MODE NOT = 'SIM'
                    AND (SQ-EVENT = 'E' OR SQ-EVENT = 'B')
                   PERFORM 260-POST-RUN-DATE-MOD
                 END-IF
           END-PERFORM
           CLOSE RUN-CONTROL
         END-IF

         MOVE 1 TO WA-RUN-SUB
         PERFORM UNTIL WA-RUN-SUB > WA-RUN-COUNT
           IF RDA-BACKED-OUT (WA-RUN-SUB) = 'NO '
             ADD 1 TO WA-LIVE-RUN-CTR
           END-IF
           ADD 1 TO WA-RUN-SUB
         END-PERFORM.
      *****************************************************************
       260-POST-RUN-DATE-MOD.
         MOVE 'NO ' TO WA-RUN-FOUND
         MOVE 1 TO WA-RUN-SUB
         PERFORM UNTIL WA-RUN-SUB > WA-RUN-COUNT
                 OR WA-RUN-FOUND = 'YES'
           IF RDA-DATE (WA-RUN-SUB) = SQ-DATE
             MOVE 'YES' TO WA-RUN-FOUND
           ELSE
             ADD 1 TO WA-RUN-SUB
           END-IF
         END-PERFORM

         IF WA-RUN-FOUND = 'NO '
           IF WA-RUN-COUNT < 200
             ADD 1 TO WA-RUN-COUNT
             MOVE WA-RUN-COUNT TO WA-RUN-SUB
             MOVE SQ-DATE TO RDA-DATE (WA-RUN-SUB)
             MOVE SQ-DATE TO WA-DN-DATE-NUM
             PERFORM 750-DAY-NUMBER-MOD
             MOVE WA-DN-RESULT TO RDA-DAYNUM (WA-RUN-SUB)
             MOVE 'YES' TO WA-RUN-FOUND
           ELSE
             DISPLAY 'MORE THAN 200 BONUS RUNS ON RUNSEQ.DAT '
                '-- LATER RUNS NOT CHECKED'
           END-IF
         END-IF

         IF WA-RUN-FOUND = 'YES'
           IF SQ-EVENT = 'B'
             MOVE 'YES' TO RDA-BACKED-OUT (WA-RUN-SUB)
           ELSE
             MOVE 'NO ' TO RDA-BACKED-OUT (WA-RUN-SUB)
           END-IF
         END-IF.
      *****************************************************************
       300-CHECK-SELECTED-MOD.
         MOVE 'NO ' TO WA-SELECTED
         EVALUATE TRUE
           WHEN WA-BY-EMPLOYEE
             IF ML-EMPNO = WA-PARM-EMPNO
               MOVE 'YES' TO WA-SELECTED
             END-IF
           WHEN WA-BY-OFFICE
             IF (MB-TERR-NO = WA-PARM-TERR
                 AND MB-OFFICE-NO = WA-PARM-OFFICE)
                OR (MA-TERR-NO = WA-PARM-TERR
                    AND MA-OFFICE-NO = WA-PARM-OFFICE)
               MOVE 'YES' TO WA-SELECTED
             END-IF
           WHEN WA-BY-DATE
             IF ML-RUN-DATE NOT < WA-FROM-DATE
                AND ML-RUN-DATE NOT > WA-TO-DATE
               MOVE 'YES' TO WA-SELECTED
             END-IF
         END-EVALUATE.
      *****************************************************************
       400-PRINT-ENTRY-MOD.
         MOVE 'YES' TO WA-FIRST-LINE
         MOVE ML-EMPNO TO CH-EMPNO
         MOVE ML-RUN-DATE TO CH-LOG-DATE
         EVALUATE ML-ACTION
           WHEN 'A'
             MOVE 'ADD   ' TO CH-ACTION
           WHEN 'C'
             MOVE 'CHANGE' TO CH-ACTION
           WHEN 'M'
             MOVE 'MOVE  ' TO CH-ACTION
           WHEN 'D'
             MOVE 'DELETE' TO CH-ACTION
           WHEN OTHER
             MOVE ML-ACTION TO CH-ACTION
         END-EVALUATE

         MOVE 'SOURCE       ' TO CH-FIELD
         MOVE ML-SOURCE TO CH-BEFORE
         MOVE ML-TRANS-NO TO EA-TRANS-NO
         MOVE SPACES TO CH-AFTER
         STRING 'TRANSACTION ' DELIMITED BY SIZE
                EA-TRANS-NO DELIMITED BY SIZE
           INTO CH-AFTER
         PERFORM 480-WRITE-CHANGE-LINE-MOD

         EVALUATE ML-ACTION
           WHEN 'A'
             MOVE 'RECORD ADDED ' TO CH-FIELD
             MOVE SPACES          TO CH-BEFORE
             MOVE MA-EMPNAME      TO CH-AFTER
             PERFORM 480-WRITE-CHANGE-LINE-MOD
             MOVE 'TERR/OFFICE  ' TO CH-FIELD
             MOVE SPACES TO CH-AFTER
             STRING MA-TERR-NO '/' MA-OFFICE-NO
                 DELIMITED BY SIZE INTO CH-AFTER
             PERFORM 480-WRITE-CHANGE-LINE-MOD
             MOVE 'ANNUAL SALARY' TO CH-FIELD
             MOVE MA-ANNUAL-SALARY TO CH-AFTER
             PERFORM 480-WRITE-CHANGE-LINE-MOD
             MOVE 'STATUS       ' TO CH-FIELD
             MOVE MA-EMPL-STATUS  TO CH-AFTER
             PERFORM 480-WRITE-CHANGE-LINE-MOD
           WHEN 'D'
             MOVE 'RECORD DELETE' TO CH-FIELD
             MOVE MB-EMPNAME      TO CH-BEFORE
             MOVE SPACES          TO CH-AFTER
             PERFORM 480-WRITE-CHANGE-LINE-MOD
           WHEN OTHER
             PERFORM 420-PRINT-CHANGED-FIELDS-MOD
         END-EVALUATE.
      *****************************************************************
       420-PRINT-CHANGED-FIELDS-MOD.
         IF MB-EMPNAME NOT = MA-EMPNAME
           MOVE 'EMPLOYEE NAME' TO CH-FIELD
           MOVE MB-EMPNAME      TO CH-BEFORE
           MOVE MA-EMPNAME      TO CH-AFTER
           PERFORM 480-WRITE-CHANGE-LINE-MOD
         END-IF

         IF MB-TERR-NO NOT = MA-TERR-NO
            OR MB-OFFICE-NO NOT = MA-OFFICE-NO
           MOVE 'TERR/OFFICE  ' TO CH-FIELD
           MOVE SPACES TO CH-BEFORE
           STRING MB-TERR-NO '/' MB-OFFICE-NO
               DELIMITED BY SIZE INTO CH-BEFORE
           MOVE SPACES TO CH-AFTER
           STRING MA-TERR-NO '/' MA-OFFICE-NO
               DELIMITED BY SIZE INTO CH-AFTER
           PERFORM 480-WRITE-CHANGE-LINE-MOD
         END-IF

         IF MB-ANNUAL-SALARY NOT = MA-ANNUAL-SALARY
           MOVE 'ANNUAL SALARY' TO CH-FIELD
           MOVE MB-ANNUAL-SALARY TO CH-BEFORE
           MOVE MA-ANNUAL-SALARY TO CH-AFTER
           PERFORM 480-WRITE-CHANGE-LINE-MOD
           MOVE 'SALARY' TO WA-FLAG-KIND
           MOVE ML-RUN-DATE TO WA-EFF-DATE-NUM
           PERFORM 500-CHECK-BONUS-RUN-MOD
         END-IF

         IF MB-EMPL-STATUS NOT = MA-EMPL-STATUS
           MOVE 'STATUS       ' TO CH-FIELD
           MOVE MB-EMPL-STATUS  TO CH-BEFORE
           MOVE MA-EMPL-STATUS  TO CH-AFTER
           PERFORM 480-WRITE-CHANGE-LINE-MOD
         END-IF

         IF MB-STAT-EFF-DATE NOT = MA-STAT-EFF-DATE
           MOVE 'STATUS EFF DT' TO CH-FIELD
           MOVE MB-STAT-EFF-DATE TO CH-BEFORE
           MOVE MA-STAT-EFF-DATE TO CH-AFTER
           PERFORM 480-WRITE-CHANGE-LINE-MOD
         END-IF

         IF MB-EMPL-STATUS NOT = MA-EMPL-STATUS
            OR MB-STAT-EFF-DATE NOT = MA-STAT-EFF-DATE
           MOVE 'STATUS' TO WA-FLAG-KIND
           PERFORM 450-STATUS-EFF-DATE-MOD
           PERFORM 500-CHECK-BONUS-RUN-MOD
         END-IF

         IF MB-DATE-HIRED NOT = MA-DATE-HIRED
           MOVE 'HIRE DATE    ' TO CH-FIELD
           MOVE MB-DATE-HIRED   TO CH-BEFORE
           MOVE MA-DATE-HIRED   TO CH-AFTER
           PERFORM 480-WRITE-CHANGE-LINE-MOD
         END-IF.
      *****************************************************************
       450-STATUS-EFF-DATE-MOD.
         MOVE ML-RUN-DATE TO WA-EFF-DATE-NUM
         IF MA-STAT-EFF-DATE NUMERIC
           MOVE MA-STAT-EFF-DATE TO WA-MDY-DATE
           IF WA-MDY-MO > 0 AND WA-MDY-MO < 13
              AND WA-MDY-DAY > 0 AND WA-MDY-DAY < 32
             MOVE WA-MDY-YR  TO WA-EFF-YR
             MOVE WA-MDY-MO  TO WA-EFF-MO
             MOVE WA-MDY-DAY TO WA-EFF-DAY
           END-IF
         END-IF.
      *****************************************************************
       480-WRITE-CHANGE-LINE-MOD.
         IF WA-FIRST-LINE = 'YES'
           WRITE INQUIRY-RECORD FROM CHANGE-LINE
             AFTER ADVANCING 2 LINES
           MOVE 'NO ' TO WA-FIRST-LINE
           MOVE SPACES TO CH-LOG-DATE
           MOVE SPACES TO CH-ACTION
           MOVE SPACES TO CH-EMPNO
         ELSE
           WRITE INQUIRY-RECORD FROM CHANGE-LINE
             AFTER ADVANCING 1 LINES
         END-IF.
      *****************************************************************
       500-CHECK-BONUS-RUN-MOD.
         MOVE WA-EFF-DATE-NUM TO WA-DN-DATE-NUM
         PERFORM 750-DAY-NUMBER-MOD
         MOVE WA-DN-RESULT TO WA-EFF-DAYNUM

         MOVE 'NO ' TO WA-FLAG-FOUND
         MOVE 1 TO WA-RUN-SUB
         PERFORM UNTIL WA-RUN-SUB > WA-RUN-COUNT
                 OR WA-FLAG-FOUND = 'YES'
           IF RDA-BACKED-OUT (WA-RUN-SUB) = 'NO '
             COMPUTE WA-DAYS-BEFORE =
                 RDA-DAYNUM (WA-RUN-SUB) - WA-EFF-DAYNUM
             IF WA-DAYS-BEFORE NOT < ZERO
                AND WA-DAYS-BEFORE NOT > WA-WINDOW-DAYS
               MOVE 'YES' TO WA-FLAG-FOUND
               MOVE RDA-DATE (WA-RUN-SUB) TO WA-FLAG-RUN-DATE
               MOVE WA-DAYS-BEFORE TO WA-FLAG-DAYS
             END-IF
           END-IF
           ADD 1 TO WA-RUN-SUB
         END-PERFORM

         IF WA-FLAG-FOUND = 'YES'
           ADD 1 TO WA-FLAGGED-CTR
           MOVE WA-FLAG-DAYS TO EA-DAYS
           MOVE SPACES TO FL-TEXT
           STRING '** ' DELIMITED BY SIZE
                  WA-FLAG-KIND DELIMITED BY SIZE
                  ' CHANGE EFFECTIVE ' DELIMITED BY SIZE
                  WA-EFF-DATE DELIMITED BY SIZE
                  ', ' DELIMITED BY SIZE
                  EA-DAYS DELIMITED BY SIZE
                  ' DAYS BEFORE BONUS RUN ' DELIMITED BY SIZE
                  WA-FLAG-RUN-DATE DELIMITED BY SIZE
                  ' **' DELIMITED BY SIZE
             INTO FL-TEXT
           WRITE INQUIRY-RECORD FROM FLAG-LINE
             AFTER ADVANCING 1 LINES
         END-IF.
      *****************************************************************
       700-PRINT-COUNTS-MOD.
         MOVE 'LOG ENTRIES READ:             ' TO CL-LABEL
         MOVE WA-LOG-READ-CTR TO CL-COUNT
         WRITE INQUIRY-RECORD FROM COUNT-LINE
           AFTER ADVANCING 3 LINES
         MOVE 'LOG ENTRIES LISTED:           ' TO CL-LABEL
         MOVE WA-LOG-SELECTED-CTR TO CL-COUNT
         WRITE INQUIRY-RECORD FROM COUNT-LINE
           AFTER ADVANCING 1 LINES
         MOVE 'CHANGES FLAGGED BEFORE A RUN: ' TO CL-LABEL
         MOVE WA-FLAGGED-CTR TO CL-COUNT
         WRITE INQUIRY-RECORD FROM COUNT-LINE
           AFTER ADVANCING 1 LINES
         MOVE 'LIVE BONUS RUN DATES ON FILE: ' TO CL-LABEL
         MOVE WA-LIVE-RUN-CTR TO CL-COUNT
         WRITE INQUIRY-RECORD FROM COUNT-LINE
           AFTER ADVANCING 1 LINES.
      *****************************************************************
       750-DAY-NUMBER-MOD.
         MOVE WA-DN-YR TO WA-DN-LEAP-YR
         IF WA-DN-MO < 3 AND WA-DN-LEAP-YR > ZERO
           SUBTRACT 1 FROM WA-DN-LEAP-YR
         END-IF
         IF WA-DN-MO < 1 OR WA-DN-MO > 12
           MOVE 1 TO WA-DN-MO
         END-IF
         DIVIDE WA-DN-LEAP-YR BY 4   GIVING WA-DN-Q4
         DIVIDE WA-DN-LEAP-YR BY 100 GIVING WA-DN-Q100
         DIVIDE WA-DN-LEAP-YR BY 400 GIVING WA-DN-Q400
         COMPUTE WA-DN-RESULT = WA-DN-YR * 365
             + WA-DN-Q4 - WA-DN-Q100 + WA-DN-Q400
             + MDT-DAYS-BEFORE (WA-DN-MO) + WA-DN-DAY.
      *****************************************************************
       800-OPEN-FILES-MOD.
         OPEN INPUT CHANGE-LOG
         IF WA-CHANGE-LOG-STATUS NOT = '00'
           DISPLAY 'MAINTLOG.DAT NOT AVAILABLE, STATUS ',
               WA-CHANGE-LOG-STATUS, ' -- NO MASTER CHANGES LOGGED'
           MOVE 'NO ' TO WA-ARE-THERE-MORE-LOG
           MOVE 4 TO RETURN-CODE
         END-IF

         OPEN OUTPUT INQUIRY-OUT
         WRITE INQUIRY-RECORD FROM INQUIRY-HEADING
           AFTER ADVANCING 1 LINES
         MOVE WA-WINDOW-DAYS TO SL-WINDOW
         WRITE INQUIRY-RECORD FROM SELECTION-LINE
           AFTER ADVANCING 2 LINES
         WRITE INQUIRY-RECORD FROM INQUIRY-COL-HEADING
           AFTER ADVANCING 2 LINES.
      *****************************************************************
       900-CLOSE-FILES-MOD.
         IF WA-CHANGE-LOG-STATUS = '00'
            OR WA-CHANGE-LOG-STATUS = '10'
           CLOSE CHANGE-LOG
         END-IF
         CLOSE INQUIRY-OUT.
