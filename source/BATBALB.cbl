       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATBALB.
       AUTHOR. SCW.

      ******************************************************************
      *    MORNING BATCH BALANCING REPORT. READS THE BEDEF.TBATRUN
      *    RUN LEDGER FOR LAST NIGHT'S BATCH AND SETS EVERY JOB'S
      *    RUNS AGAINST ITS USUAL FIGURES, SO THE OPERATORS NO LONGER
      *    HAVE TO OPEN EACH JOB'S OUTPUT TO BALANCE THE NIGHT. FOR
      *    EACH JOB IN THE CATALOGUE BELOW IT PRINTS THE USUAL RUN
      *    TIME AND COUNTS (THE AVERAGE OF ITS COMPLETED RUNS OVER
      *    THE HISTORY PERIOD BEFORE THE NIGHT) AND EVERY RUN IN THE
      *    NIGHT, AND FLAGS WITH '***':
      *       - A NIGHTLY JOB THAT DID NOT RUN OR NEVER COMPLETED
      *       - A RUN THAT FAILED, OR THAT RECORDED NO END AT ALL
      *         (ABENDED, CANCELLED OR STILL RUNNING)
      *       - A COMPLETED RUN WHOSE RUN TIME OR ANY COUNT IS
      *         FURTHER FROM THE USUAL FIGURE THAN THE TOLERANCE
      *       - A FLTEXTB RUN WHOSE ADDED/CHANGED EXTRACT COUNT DOES
      *         NOT AGREE WITH THE FLIGHTS TDEFFLH RECORDS AS ADDED,
      *         CHANGED OR RESTORED OVER THE SAME WINDOW
      *
      *    THE NIGHT RUNS FROM NOON ON THE BATCH DATE TO NOON THE
      *    NEXT DAY - EVERY RUN STARTED IN THAT SPAN BELONGS TO IT.
      *    SMALL FIGURES ARE NOT FLAGGED FOR SWINGING - A COUNT IS
      *    MEASURED AGAINST AT LEAST 10 AND A RUN TIME AGAINST AT
      *    LEAST 60 SECONDS - AND A JOB WITH FEWER THAN 3 COMPLETED
      *    RUNS IN THE HISTORY PERIOD IS NOT COMPARED AT ALL.
      *
      *    RETURN CODE: 0 = BALANCED, 4 = AT LEAST ONE EXCEPTION,
      *    12 = THE REPORT ITSELF FAILED OR SYSIN WAS WRONG.
      *
      *    RUN PARAMETERS (DD SYSIN), ONE PER CARD, ALL OPTIONAL:
      *       BATCH-DATE=YYYY-MM-DD   NIGHT TO BALANCE (DEFAULT
      *                               YESTERDAY)
      *       HISTORY-DAYS=NNN        DAYS OF HISTORY BEHIND THE
      *                               USUAL FIGURES (DEFAULT 028)
      *       TOLERANCE=NNN           PERCENTAGE A FIGURE MAY MOVE
      *                               FROM THE USUAL BEFORE IT IS
      *                               FLAGGED (DEFAULT 050)
      *
      *    READ-ONLY APART FROM ITS OWN TBATRUN ROW - RERUN AT WILL.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-IN-FILE     ASSIGN TO SYSIN
                  ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-OUT-FILE     ASSIGN TO RPTOUT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-IN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-IN-RECORD             PIC X(80).

       FD  RPT-OUT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-OUT-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.

       01 SWITCHES.
          05 SW-MORE-ROWS             PIC X VALUE 'Y'.
             88 YS-MORE-ROWS                VALUE 'Y'.
             88 NO-MORE-ROWS                VALUE 'N'.
          05 SW-PARM-EOF              PIC X VALUE 'N'.
             88 YS-PARM-EOF                 VALUE 'Y'.
             88 NO-PARM-EOF                 VALUE 'N'.
          05 SW-PARM-ERROR            PIC X VALUE 'N'.
             88 YS-PARM-ERROR               VALUE 'Y'.
             88 NO-PARM-ERROR               VALUE 'N'.
          05 SW-DATE-SEEN             PIC X VALUE 'N'.
             88 YS-DATE-SEEN                VALUE 'Y'.
             88 NO-DATE-SEEN                VALUE 'N'.

       01 WK-ERR-PARAGRAPH            PIC X(50) VALUE SPACES.
       01 WK-ERR-DESC                 PIC X(80) VALUE SPACES.
       01 WK-JOB-NAME                 PIC X(8)  VALUE 'BATBALB'.
       01 WK-LEDGER-START-TS          PIC X(26) VALUE SPACES.
       01 WK-PARM-VALUE               PIC X(10) VALUE SPACES.

      *    THE NIGHT BEING BALANCED AND THE HISTORY BEHIND IT.
       01 WK-BATCH-DATE               PIC X(10) VALUE SPACES.
       01 WK-NEXT-DATE                PIC X(10) VALUE SPACES.
       01 WK-CUTOVER-TIME             PIC X(16)
                VALUE '-12.00.00.000000'.
       01 WK-WIN-FROM-TS              PIC X(26) VALUE SPACES.
       01 WK-WIN-TO-TS                PIC X(26) VALUE SPACES.
       01 WK-HIST-FROM-TS             PIC X(26) VALUE SPACES.

       01 WK-HISTORY-DAYS             PIC S9(9) COMP VALUE +28.
       01 WK-HISTORY-VALUE            PIC X(3)  VALUE SPACES.
       01 WK-HISTORY-NUM REDEFINES WK-HISTORY-VALUE
                                      PIC 9(3).
       01 WK-TOLERANCE                PIC S9(9) COMP VALUE +50.
       01 WK-TOLERANCE-VALUE          PIC X(3)  VALUE SPACES.
       01 WK-TOLERANCE-NUM REDEFINES WK-TOLERANCE-VALUE
                                      PIC 9(3).

      *    BELOW THESE FLOORS A SWING IS NOISE, NOT AN EXCEPTION -
      *    10 REJECTS AGAINST A USUAL 2 IS NOT WORTH A CALL-OUT.
       01 WK-MIN-HISTORY              PIC S9(9) COMP VALUE +3.
       01 WK-COUNT-FLOOR              PIC S9(9) COMP VALUE +10.
       01 WK-SECS-FLOOR               PIC S9(9) COMP VALUE +60.

      *    THE JOB CATALOGUE - JOB NAME, FREQUENCY ('N' NIGHTLY -
      *    FLAGGED IF IT DID NOT RUN, 'R' ON REQUEST OR ON ITS OWN
      *    SCHEDULE - LISTED ONLY WHEN IT RAN) AND TITLE. BATBALB
      *    ITSELF IS LEFT OUT - ITS OWN ROW IS STILL OPEN WHILE IT
      *    RUNS.
       01 WK-CAT-VALUES.
          05 FILLER                   PIC X(8)  VALUE 'BOKINTB'.
          05 FILLER                   PIC X(1)  VALUE 'N'.
          05 FILLER                   PIC X(40) VALUE
             'BOOKING INTAKE'.
          05 FILLER                   PIC X(8)  VALUE 'FLTRECNB'.
          05 FILLER                   PIC X(1)  VALUE 'N'.
          05 FILLER                   PIC X(40) VALUE
             'SCHEDULE FEED RECONCILIATION'.
          05 FILLER                   PIC X(8)  VALUE 'FLTAPLB'.
          05 FILLER                   PIC X(1)  VALUE 'N'.
          05 FILLER                   PIC X(40) VALUE
             'PENDING CHANGE APPLY'.
          05 FILLER                   PIC X(8)  VALUE 'FLTSLTB'.
          05 FILLER                   PIC X(1)  VALUE 'N'.
          05 FILLER                   PIC X(40) VALUE
             'SLOT LIMIT AND CURFEW CONGESTION REPORT'.
          05 FILLER                   PIC X(8)  VALUE 'FLTCLSB'.
          05 FILLER                   PIC X(1)  VALUE 'N'.
          05 FILLER                   PIC X(40) VALUE
             'OPERATED-DATE CLOSE-OUT'.
          05 FILLER                   PIC X(8)  VALUE 'FLTAUDB'.
          05 FILLER                   PIC X(1)  VALUE 'N'.
          05 FILLER                   PIC X(40) VALUE
             'REFERENTIAL INTEGRITY AUDIT'.
          05 FILLER                   PIC X(8)  VALUE 'FLTEXTB'.
          05 FILLER                   PIC X(1)  VALUE 'N'.
          05 FILLER                   PIC X(40) VALUE
             'FLIGHT DEFINITION DELTA EXTRACT'.
          05 FILLER                   PIC X(8)  VALUE 'FLTSSMB'.
          05 FILLER                   PIC X(1)  VALUE 'N'.
          05 FILLER                   PIC X(40) VALUE
             'SSM/ASM OUTBOUND SCHEDULE MESSAGES'.
          05 FILLER                   PIC X(8)  VALUE 'ERRDRNB'.
          05 FILLER                   PIC X(1)  VALUE 'N'.
          05 FILLER                   PIC X(40) VALUE
             'SCWL ERROR LOG DRAIN'.
          05 FILLER                   PIC X(8)  VALUE 'FLTPRGB'.
          05 FILLER                   PIC X(1)  VALUE 'R'.
          05 FILLER                   PIC X(40) VALUE
             'WITHDRAWN FLIGHT RETENTION PURGE'.
          05 FILLER                   PIC X(8)  VALUE 'DELBULKB'.
          05 FILLER                   PIC X(1)  VALUE 'R'.
          05 FILLER                   PIC X(40) VALUE
             'BULK FLIGHT WITHDRAWAL'.
          05 FILLER                   PIC X(8)  VALUE 'RFLEETB'.
          05 FILLER                   PIC X(1)  VALUE 'R'.
          05 FILLER                   PIC X(40) VALUE
             'MASS RE-FLEET'.
          05 FILLER                   PIC X(8)  VALUE 'ARCRTVB'.
          05 FILLER                   PIC X(1)  VALUE 'R'.
          05 FILLER                   PIC X(40) VALUE
             'ARCHIVE RETRIEVAL'.
          05 FILLER                   PIC X(8)  VALUE 'FLTROLB'.
          05 FILLER                   PIC X(1)  VALUE 'R'.
          05 FILLER                   PIC X(40) VALUE
             'SEASON ROLLOVER'.
          05 FILLER                   PIC X(8)  VALUE 'FLTTTBB'.
          05 FILLER                   PIC X(1)  VALUE 'R'.
          05 FILLER                   PIC X(40) VALUE
             'PUBLIC TIMETABLE'.
          05 FILLER                   PIC X(8)  VALUE 'FLTDSRB'.
          05 FILLER                   PIC X(1)  VALUE 'R'.
          05 FILLER                   PIC X(40) VALUE
             'AIRPORT DISRUPTION MASS CANCELLATION'.
          05 FILLER                   PIC X(8)  VALUE 'FLTLODB'.
          05 FILLER                   PIC X(1)  VALUE 'R'.
          05 FILLER                   PIC X(40) VALUE
             'LOAD FACTOR AND OVERBOOKING REPORT'.
          05 FILLER                   PIC X(8)  VALUE 'FLTSTATB'.
          05 FILLER                   PIC X(1)  VALUE 'R'.
          05 FILLER                   PIC X(40) VALUE
             'WEEKLY ACTIVITY STATISTICS'.
       01 WK-CAT-TABLE REDEFINES WK-CAT-VALUES.
          05 WK-CAT-ENTRY OCCURS 18 TIMES.
             10 WK-CAT-NAME           PIC X(8).
             10 WK-CAT-FREQ           PIC X(1).
             10 WK-CAT-TITLE          PIC X(40).
       01 WK-CAT-MAX                  PIC 9(2)  VALUE 18.
       01 WK-CAT-IDX                  PIC 9(2)  VALUE ZERO.

      *    THE JOB'S USUAL FIGURES.
       01 WK-AVG-RUNS                 PIC S9(9) COMP VALUE ZERO.
       01 WK-AVG-SECS                 PIC S9(9) COMP VALUE ZERO.
       01 WK-AVG-IN                   PIC S9(9) COMP VALUE ZERO.
       01 WK-AVG-OUT                  PIC S9(9) COMP VALUE ZERO.
       01 WK-AVG-REJECT               PIC S9(9) COMP VALUE ZERO.
       01 WK-AVG-APPLIED              PIC S9(9) COMP VALUE ZERO.

      *    ONE RUN FROM THE RUN CURSOR.
       01 WK-RUN-SECS                 PIC S9(9) COMP VALUE ZERO.
       01 WK-JOB-RUNS                 PIC S9(4) COMP VALUE ZERO.
       01 WK-JOB-COMPLETED            PIC S9(4) COMP VALUE ZERO.

      *    ONE FIGURE BEING SET AGAINST ITS USUAL VALUE.
       01 WK-CMP-LABEL                PIC X(12) VALUE SPACES.
       01 WK-CMP-CURRENT              PIC S9(9) COMP VALUE ZERO.
       01 WK-CMP-AVERAGE              PIC S9(9) COMP VALUE ZERO.
       01 WK-CMP-FLOOR                PIC S9(9) COMP VALUE ZERO.
       01 WK-CMP-BASIS                PIC S9(9) COMP VALUE ZERO.
       01 WK-CMP-DIFF                 PIC S9(9) COMP VALUE ZERO.
       01 WK-CMP-CURRENT-DSP          PIC Z(8)9.
       01 WK-CMP-AVERAGE-DSP          PIC Z(8)9.

       01 WK-XCHK-COUNT               PIC S9(9) COMP VALUE ZERO.
       01 WK-XCHK-EXTRACT-DSP         PIC Z(8)9.
       01 WK-XCHK-HISTORY-DSP         PIC Z(8)9.

       01 WK-COUNT-JOBS-RAN           PIC 9(7)  VALUE ZERO.
       01 WK-COUNT-RUNS               PIC 9(7)  VALUE ZERO.
       01 WK-COUNT-EXCEPTIONS         PIC 9(7)  VALUE ZERO.
       01 WK-FINAL-RC                 PIC 9(2)  VALUE ZERO.

       01 WK-RUN-HEADER.
          05 FILLER                   PIC X(4)  VALUE SPACES.
          05 FILLER                   PIC X(21) VALUE 'STARTED'.
          05 FILLER                   PIC X(21) VALUE 'ENDED'.
          05 FILLER                   PIC X(10) VALUE 'STATUS'.
          05 FILLER                   PIC X(9)  VALUE ' SECONDS'.
          05 FILLER                   PIC X(10) VALUE '        IN'.
          05 FILLER                   PIC X(10) VALUE '       OUT'.
          05 FILLER                   PIC X(10) VALUE '   REJECTS'.
          05 FILLER                   PIC X(10) VALUE '   APPLIED'.
          05 FILLER                   PIC X(27) VALUE SPACES.

      *    ONE RUN - OR THE USUAL FIGURES - IN THE SAME COLUMNS.
       01 WK-RUN-LINE.
          05 FILLER                   PIC X(4)  VALUE SPACES.
          05 WK-RUN-START             PIC X(19).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WK-RUN-END               PIC X(19).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WK-RUN-STATUS            PIC X(9).
          05 FILLER                   PIC X(1)  VALUE SPACE.
          05 WK-RUN-SECS-DSP          PIC Z(7)9.
          05 FILLER                   PIC X(1)  VALUE SPACE.
          05 WK-RUN-IN-DSP            PIC Z(8)9.
          05 FILLER                   PIC X(1)  VALUE SPACE.
          05 WK-RUN-OUT-DSP           PIC Z(8)9.
          05 FILLER                   PIC X(1)  VALUE SPACE.
          05 WK-RUN-REJECT-DSP        PIC Z(8)9.
          05 FILLER                   PIC X(1)  VALUE SPACE.
          05 WK-RUN-APPLIED-DSP       PIC Z(8)9.
          05 FILLER                   PIC X(28) VALUE SPACES.

       01 WK-NOTE-LINE.
          05 FILLER                   PIC X(4)  VALUE SPACES.
          05 WK-NOTE-FLAG             PIC X(4).
          05 WK-NOTE-TEXT             PIC X(124).

       01 WK-COUNT-DISPLAY            PIC -9(8).
       01 WK-NUM-DISPLAY              PIC ZZ9.

       COPY ERRVALI.
       COPY DATEVALI.
       COPY SQLMSGS.

       EXEC SQL
          INCLUDE SQLCA
       END-EXEC

       EXEC SQL
          INCLUDE @TBATRUN
       END-EXEC

       EXEC SQL
          INCLUDE @TDEFFLI
       END-EXEC

       EXEC SQL
          INCLUDE @TDEFFLD
       END-EXEC

       EXEC SQL
          INCLUDE @TDEFFLH
       END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
      **********************************************
           PERFORM 1000-INITIALIZE

           IF NO-PARM-ERROR
              PERFORM 2000-BALANCE-JOB
                 VARYING WK-CAT-IDX FROM 1 BY 1
                 UNTIL WK-CAT-IDX > WK-CAT-MAX

              PERFORM 3000-PRINT-SUMMARY
           ELSE
              MOVE 12 TO WK-FINAL-RC
           END-IF

           PERFORM 9999-END-PROCESS.

      **********************************************
       1000-INITIALIZE.
      **********************************************
           PERFORM 9960-START-RUN-LEDGER

      *    THE RUN CURSOR FETCHES THE OTHER JOBS' ROWS INTO THE SAME
      *    TBATRUN FIELDS, SO THIS RUN'S OWN KEY IS KEPT APART FOR
      *    9965-END-RUN-LEDGER.
           MOVE BRL-RUN-START-TS TO WK-LEDGER-START-TS

           OPEN INPUT  PARM-IN-FILE
           OPEN OUTPUT RPT-OUT-FILE

           MOVE 'MORNING BATCH BALANCING REPORT' TO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           PERFORM 1005-READ-RUN-PARAMETERS

           IF NO-PARM-ERROR
              PERFORM 1020-SET-WINDOW

              MOVE SPACES TO RPT-OUT-RECORD
              STRING 'BATCH NIGHT ' WK-BATCH-DATE
                     ' - RUNS STARTED FROM ' WK-WIN-FROM-TS(1:16)
                     ' TO ' WK-WIN-TO-TS(1:16)
              INTO RPT-OUT-RECORD
              WRITE RPT-OUT-RECORD

              MOVE WK-HISTORY-DAYS TO WK-NUM-DISPLAY
              MOVE SPACES TO RPT-OUT-RECORD
              STRING 'USUAL FIGURES ARE THE AVERAGE OF THE COMPLETED '
                     'RUNS IN THE ' WK-NUM-DISPLAY ' DAYS BEFORE - '
                     'TOLERANCE ' WK-TOLERANCE-VALUE ' PER CENT'
              INTO RPT-OUT-RECORD
              WRITE RPT-OUT-RECORD

              MOVE SPACES TO RPT-OUT-RECORD
              WRITE RPT-OUT-RECORD
           END-IF.

      **********************************************
       1005-READ-RUN-PARAMETERS.
      **********************************************
           MOVE '028' TO WK-HISTORY-VALUE
           MOVE '050' TO WK-TOLERANCE-VALUE

           PERFORM 1006-READ-PARM-CARD
           PERFORM 1007-APPLY-PARM-CARD UNTIL YS-PARM-EOF

           CLOSE PARM-IN-FILE.

      **********************************************
       1006-READ-PARM-CARD.
      **********************************************
           READ PARM-IN-FILE
              AT END
                 SET YS-PARM-EOF TO TRUE
           END-READ.

      **********************************************
       1007-APPLY-PARM-CARD.
      **********************************************
           MOVE FUNCTION UPPER-CASE(PARM-IN-RECORD) TO PARM-IN-RECORD
           MOVE SPACES TO RPT-OUT-RECORD

           EVALUATE TRUE
              WHEN PARM-IN-RECORD(1:11) = 'BATCH-DATE='
                 MOVE PARM-IN-RECORD(12:10) TO WK-PARM-VALUE
                 MOVE WK-PARM-VALUE TO WK-EDIT-DATE
                 PERFORM 1090-VALIDATE-DATE

                 IF YS-VALID-DATE
                    SET YS-DATE-SEEN TO TRUE
                    MOVE WK-PARM-VALUE TO WK-BATCH-DATE

                    STRING 'PARAMETER: BATCH-DATE=' WK-PARM-VALUE
                    INTO RPT-OUT-RECORD
                 ELSE
                    SET YS-PARM-ERROR TO TRUE

                    STRING 'INVALID DATE ON SYSIN CARD BATCH-DATE='
                           WK-PARM-VALUE ' - RUN ENDED'
                    INTO RPT-OUT-RECORD
                 END-IF

                 WRITE RPT-OUT-RECORD
              WHEN PARM-IN-RECORD(1:13) = 'HISTORY-DAYS='
                 MOVE PARM-IN-RECORD(14:3) TO WK-HISTORY-VALUE

                 IF WK-HISTORY-VALUE IS NUMERIC
                    AND WK-HISTORY-VALUE NOT = '000'
                    MOVE WK-HISTORY-NUM TO WK-HISTORY-DAYS

                    STRING 'PARAMETER: HISTORY-DAYS=' WK-HISTORY-VALUE
                    INTO RPT-OUT-RECORD
                 ELSE
                    SET YS-PARM-ERROR TO TRUE

                    STRING 'INVALID HISTORY-DAYS ' WK-HISTORY-VALUE
                           ' ON SYSIN - RUN ENDED - USE 001 TO 999'
                    INTO RPT-OUT-RECORD
                 END-IF

                 WRITE RPT-OUT-RECORD
              WHEN PARM-IN-RECORD(1:10) = 'TOLERANCE='
                 MOVE PARM-IN-RECORD(11:3) TO WK-TOLERANCE-VALUE

                 IF WK-TOLERANCE-VALUE IS NUMERIC
                    AND WK-TOLERANCE-VALUE NOT = '000'
                    MOVE WK-TOLERANCE-NUM TO WK-TOLERANCE

                    STRING 'PARAMETER: TOLERANCE=' WK-TOLERANCE-VALUE
                    INTO RPT-OUT-RECORD
                 ELSE
                    SET YS-PARM-ERROR TO TRUE

                    STRING 'INVALID TOLERANCE ' WK-TOLERANCE-VALUE
                           ' ON SYSIN - RUN ENDED - USE 001 TO 999'
                    INTO RPT-OUT-RECORD
                 END-IF

                 WRITE RPT-OUT-RECORD
              WHEN PARM-IN-RECORD = SPACES
                 CONTINUE
              WHEN OTHER
                 SET YS-PARM-ERROR TO TRUE

                 STRING 'UNRECOGNISED SYSIN CARD - RUN ENDED - '
                        PARM-IN-RECORD
                 INTO RPT-OUT-RECORD
                 WRITE RPT-OUT-RECORD
           END-EVALUATE

           PERFORM 1006-READ-PARM-CARD.

      **********************************************
       1020-SET-WINDOW.
      **********************************************
      *    THE NIGHT IS NOON ON THE BATCH DATE TO NOON THE NEXT DAY;
      *    THE HISTORY IS THE HISTORY-DAYS BEFORE THE NIGHT STARTS,
      *    SO A BAD NIGHT NEVER DRAGS ITS OWN USUAL FIGURES TOWARDS
      *    IT.
           IF NO-DATE-SEEN
              EXEC SQL
                 SELECT CHAR(CURRENT DATE - 1 DAY, ISO)
                   INTO :WK-BATCH-DATE
                   FROM SYSIBM.SYSDUMMY1
              END-EXEC

              IF SQLCODE NOT = 0
                 MOVE '1020-SET-WINDOW' TO WK-ERR-PARAGRAPH
                 PERFORM 9900-SQL-ERROR
              END-IF
           END-IF

           STRING WK-BATCH-DATE WK-CUTOVER-TIME
           DELIMITED BY SIZE
           INTO WK-WIN-FROM-TS

           EXEC SQL
              SELECT CHAR(DATE(:WK-BATCH-DATE) + 1 DAY, ISO),
                     CHAR(TIMESTAMP(:WK-WIN-FROM-TS)
                          - :WK-HISTORY-DAYS DAYS)
                INTO :WK-NEXT-DATE, :WK-HIST-FROM-TS
                FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '1020-SET-WINDOW' TO WK-ERR-PARAGRAPH
              PERFORM 9900-SQL-ERROR
           END-IF

           STRING WK-NEXT-DATE WK-CUTOVER-TIME
           DELIMITED BY SIZE
           INTO WK-WIN-TO-TS.

      **********************************************
       1090-VALIDATE-DATE.
      **********************************************
      *    THE KEYED DATE (IN WK-EDIT-DATE) MUST BE A REAL CALENDAR
      *    DATE IN ISO FORM BEFORE IT IS HANDED TO SQL.
           SET NO-VALID-DATE TO TRUE

           IF WK-EDIT-YEAR NOT NUMERIC
              OR WK-EDIT-MONTH NOT NUMERIC
              OR WK-EDIT-DAY NOT NUMERIC
              OR WK-EDIT-DASH1 NOT = '-'
              OR WK-EDIT-DASH2 NOT = '-'
              CONTINUE
           ELSE
              MOVE WK-EDIT-YEAR  TO WK-EDIT-YEAR-NUM
              MOVE WK-EDIT-MONTH TO WK-EDIT-MONTH-NUM
              MOVE WK-EDIT-DAY   TO WK-EDIT-DAY-NUM

              IF WK-EDIT-YEAR-NUM > 1900
                 AND WK-EDIT-MONTH-NUM >= 1
                 AND WK-EDIT-MONTH-NUM <= 12
                 MOVE WK-MONTH-DAYS(WK-EDIT-MONTH-NUM)
                   TO WK-EDIT-MAX-DAY

                 IF WK-EDIT-MONTH-NUM = 2
                    PERFORM 1095-CHECK-LEAP-YEAR
                 END-IF

                 IF WK-EDIT-DAY-NUM >= 1
                    AND WK-EDIT-DAY-NUM <= WK-EDIT-MAX-DAY
                    SET YS-VALID-DATE TO TRUE
                 END-IF
              END-IF
           END-IF.

      **********************************************
       1095-CHECK-LEAP-YEAR.
      **********************************************
           MOVE FUNCTION MOD(WK-EDIT-YEAR-NUM, 4)
             TO WK-EDIT-LEAP-REM

           IF WK-EDIT-LEAP-REM = 0
              MOVE FUNCTION MOD(WK-EDIT-YEAR-NUM, 100)
                TO WK-EDIT-LEAP-REM

              IF WK-EDIT-LEAP-REM NOT = 0
                 MOVE 29 TO WK-EDIT-MAX-DAY
              ELSE
                 MOVE FUNCTION MOD(WK-EDIT-YEAR-NUM, 400)
                   TO WK-EDIT-LEAP-REM

                 IF WK-EDIT-LEAP-REM = 0
                    MOVE 29 TO WK-EDIT-MAX-DAY
                 END-IF
              END-IF
           END-IF.

      **********************************************
       2000-BALANCE-JOB.
      **********************************************
           MOVE WK-CAT-NAME(WK-CAT-IDX) TO BRL-JOB-NAME
           MOVE ZERO TO WK-JOB-RUNS
           MOVE ZERO TO WK-JOB-COMPLETED

           MOVE SPACES TO RPT-OUT-RECORD
           IF WK-CAT-FREQ(WK-CAT-IDX) = 'N'
              STRING BRL-JOB-NAME '  ' WK-CAT-TITLE(WK-CAT-IDX)
                     '  NIGHTLY'
              INTO RPT-OUT-RECORD
           ELSE
              STRING BRL-JOB-NAME '  ' WK-CAT-TITLE(WK-CAT-IDX)
                     '  ON REQUEST'
              INTO RPT-OUT-RECORD
           END-IF
           WRITE RPT-OUT-RECORD

           PERFORM 2100-READ-USUAL-FIGURES
           PERFORM 2200-LIST-RUNS

           EVALUATE TRUE
              WHEN WK-JOB-RUNS = 0 AND WK-CAT-FREQ(WK-CAT-IDX) = 'N'
                 MOVE 'DID NOT RUN' TO WK-NOTE-TEXT
                 PERFORM 7200-WRITE-EXCEPTION
              WHEN WK-JOB-RUNS = 0
                 MOVE 'NOT RUN' TO WK-NOTE-TEXT
                 PERFORM 7100-WRITE-NOTE
              WHEN WK-JOB-COMPLETED = 0
                 AND WK-CAT-FREQ(WK-CAT-IDX) = 'N'
                 MOVE 'NO RUN COMPLETED IN THE NIGHT' TO WK-NOTE-TEXT
                 PERFORM 7200-WRITE-EXCEPTION
              WHEN OTHER
                 ADD 1 TO WK-COUNT-JOBS-RAN
           END-EVALUATE

           MOVE SPACES TO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD.

      **********************************************
       2100-READ-USUAL-FIGURES.
      **********************************************
      *    COMPLETED RUNS ONLY - A FAILED RUN'S PART COUNTS WOULD
      *    PULL THE USUAL FIGURES DOWN.
           EXEC SQL
              SELECT COUNT(*),
                     COALESCE(AVG(TIMESTAMPDIFF(2,
                              CHAR(RUN_END_TS - RUN_START_TS))), 0),
                     COALESCE(AVG(COUNT_IN), 0),
                     COALESCE(AVG(COUNT_OUT), 0),
                     COALESCE(AVG(COUNT_REJECT), 0),
                     COALESCE(AVG(COUNT_APPLIED), 0)
                INTO :WK-AVG-RUNS, :WK-AVG-SECS, :WK-AVG-IN,
                     :WK-AVG-OUT, :WK-AVG-REJECT, :WK-AVG-APPLIED
                FROM BEDEF.TBATRUN
               WHERE JOB_NAME      = :BRL-JOB-NAME
                 AND RUN_STATUS_CD = 'C'
                 AND RUN_START_TS >= :WK-HIST-FROM-TS
                 AND RUN_START_TS <  :WK-WIN-FROM-TS
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '2100-READ-USUAL-FIGURES' TO WK-ERR-PARAGRAPH
              PERFORM 9900-SQL-ERROR
           END-IF

           WRITE RPT-OUT-RECORD FROM WK-RUN-HEADER

           IF WK-AVG-RUNS = 0
              MOVE 'NO COMPLETED RUNS IN THE HISTORY PERIOD'
                TO WK-NOTE-TEXT
              PERFORM 7100-WRITE-NOTE
           ELSE
              MOVE WK-AVG-RUNS TO WK-NUM-DISPLAY
              MOVE SPACES TO WK-RUN-START
              STRING 'USUAL - ' WK-NUM-DISPLAY ' RUNS'
              DELIMITED BY SIZE
              INTO WK-RUN-START
              MOVE SPACES         TO WK-RUN-END
              MOVE SPACES         TO WK-RUN-STATUS
              MOVE WK-AVG-SECS    TO WK-RUN-SECS-DSP
              MOVE WK-AVG-IN      TO WK-RUN-IN-DSP
              MOVE WK-AVG-OUT     TO WK-RUN-OUT-DSP
              MOVE WK-AVG-REJECT  TO WK-RUN-REJECT-DSP
              MOVE WK-AVG-APPLIED TO WK-RUN-APPLIED-DSP
              WRITE RPT-OUT-RECORD FROM WK-RUN-LINE
           END-IF.

      **********************************************
       2200-LIST-RUNS.
      **********************************************
           EXEC SQL
              DECLARE RUN_CSR CURSOR FOR
                 SELECT RUN_START_TS, RUN_END_TS, RUN_STATUS_CD,
                        COUNT_IN, COUNT_OUT, COUNT_REJECT,
                        COUNT_APPLIED, WINDOW_FROM_TS, WINDOW_TO_TS,
                        TIMESTAMPDIFF(2,
                              CHAR(RUN_END_TS - RUN_START_TS))
                   FROM BEDEF.TBATRUN
                  WHERE JOB_NAME      = :BRL-JOB-NAME
                    AND RUN_START_TS >= :WK-WIN-FROM-TS
                    AND RUN_START_TS <  :WK-WIN-TO-TS
                  ORDER BY RUN_START_TS
           END-EXEC

           EXEC SQL
              OPEN RUN_CSR
           END-EXEC

           SET YS-MORE-ROWS TO TRUE
           PERFORM 2210-FETCH-RUN UNTIL NO-MORE-ROWS

           EXEC SQL
              CLOSE RUN_CSR
           END-EXEC.

      **********************************************
       2210-FETCH-RUN.
      **********************************************
           EXEC SQL
              FETCH RUN_CSR
                INTO :BRL-RUN-START-TS, :BRL-RUN-END-TS,
                     :BRL-RUN-STATUS-CD, :BRL-COUNT-IN,
                     :BRL-COUNT-OUT, :BRL-COUNT-REJECT,
                     :BRL-COUNT-APPLIED, :BRL-WINDOW-FROM-TS,
                     :BRL-WINDOW-TO-TS, :WK-RUN-SECS
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WK-JOB-RUNS
                 ADD 1 TO WK-COUNT-RUNS
                 PERFORM 2220-PRINT-RUN
                 PERFORM 2230-CHECK-RUN
              WHEN 100
                 SET NO-MORE-ROWS TO TRUE
              WHEN OTHER
                 MOVE '2210-FETCH-RUN' TO WK-ERR-PARAGRAPH
                 PERFORM 9900-SQL-ERROR
           END-EVALUATE.

      **********************************************
       2220-PRINT-RUN.
      **********************************************
           MOVE BRL-RUN-START-TS(1:19) TO WK-RUN-START

           EVALUATE BRL-RUN-STATUS-CD
              WHEN 'C'
                 MOVE BRL-RUN-END-TS(1:19) TO WK-RUN-END
                 MOVE 'COMPLETED' TO WK-RUN-STATUS
              WHEN 'F'
                 MOVE BRL-RUN-END-TS(1:19) TO WK-RUN-END
                 MOVE 'FAILED'    TO WK-RUN-STATUS
              WHEN OTHER
                 MOVE SPACES      TO WK-RUN-END
                 MOVE 'NO END'    TO WK-RUN-STATUS
           END-EVALUATE

           MOVE WK-RUN-SECS       TO WK-RUN-SECS-DSP
           MOVE BRL-COUNT-IN      TO WK-RUN-IN-DSP
           MOVE BRL-COUNT-OUT     TO WK-RUN-OUT-DSP
           MOVE BRL-COUNT-REJECT  TO WK-RUN-REJECT-DSP
           MOVE BRL-COUNT-APPLIED TO WK-RUN-APPLIED-DSP

           WRITE RPT-OUT-RECORD FROM WK-RUN-LINE.

      **********************************************
       2230-CHECK-RUN.
      **********************************************
      *    ONLY A COMPLETED RUN IS MEASURED AGAINST THE USUAL
      *    FIGURES - A FAILED RUN'S COUNTS STOP WHERE IT FAILED.
           EVALUATE BRL-RUN-STATUS-CD
              WHEN 'C'
                 ADD 1 TO WK-JOB-COMPLETED
              WHEN 'F'
                 MOVE 'RUN FAILED - SEE THE JOB OUTPUT'
                   TO WK-NOTE-TEXT
                 PERFORM 7200-WRITE-EXCEPTION
              WHEN OTHER
                 MOVE 'NO END RECORDED - ABENDED, CANCELLED OR STILL '
                   TO WK-NOTE-TEXT
                 MOVE 'RUNNING' TO WK-NOTE-TEXT(47:7)
                 PERFORM 7200-WRITE-EXCEPTION
           END-EVALUATE

           IF BRL-RUN-STATUS-CD = 'C'
              AND WK-AVG-RUNS >= WK-MIN-HISTORY
              MOVE WK-SECS-FLOOR TO WK-CMP-FLOOR

              MOVE 'RUN TIME'    TO WK-CMP-LABEL
              MOVE WK-RUN-SECS   TO WK-CMP-CURRENT
              MOVE WK-AVG-SECS   TO WK-CMP-AVERAGE
              PERFORM 2240-COMPARE-FIGURE

              MOVE WK-COUNT-FLOOR TO WK-CMP-FLOOR

              MOVE 'COUNT IN'     TO WK-CMP-LABEL
              MOVE BRL-COUNT-IN   TO WK-CMP-CURRENT
              MOVE WK-AVG-IN      TO WK-CMP-AVERAGE
              PERFORM 2240-COMPARE-FIGURE

              MOVE 'COUNT OUT'    TO WK-CMP-LABEL
              MOVE BRL-COUNT-OUT  TO WK-CMP-CURRENT
              MOVE WK-AVG-OUT     TO WK-CMP-AVERAGE
              PERFORM 2240-COMPARE-FIGURE

              MOVE 'REJECTS'        TO WK-CMP-LABEL
              MOVE BRL-COUNT-REJECT TO WK-CMP-CURRENT
              MOVE WK-AVG-REJECT    TO WK-CMP-AVERAGE
              PERFORM 2240-COMPARE-FIGURE

              MOVE 'APPLIED'         TO WK-CMP-LABEL
              MOVE BRL-COUNT-APPLIED TO WK-CMP-CURRENT
              MOVE WK-AVG-APPLIED    TO WK-CMP-AVERAGE
              PERFORM 2240-COMPARE-FIGURE
           END-IF

           IF BRL-RUN-STATUS-CD = 'C'
              AND BRL-JOB-NAME = 'FLTEXTB'
              PERFORM 2300-CROSS-CHECK-EXTRACT
           END-IF.

      **********************************************
       2240-COMPARE-FIGURE.
      **********************************************
      *    FLAGGED WHEN THE FIGURE IS FURTHER FROM THE USUAL THAN
      *    TOLERANCE PER CENT OF THE USUAL - OR OF THE FLOOR, WHEN
      *    THE USUAL IS BELOW IT. A FIGURE THAT IS USUALLY ZERO AND
      *    JUMPS STILL SHOWS ONCE IT CLEARS THE FLOOR.
           IF WK-CMP-AVERAGE > WK-CMP-FLOOR
              MOVE WK-CMP-AVERAGE TO WK-CMP-BASIS
           ELSE
              MOVE WK-CMP-FLOOR   TO WK-CMP-BASIS
           END-IF

           COMPUTE WK-CMP-DIFF = WK-CMP-CURRENT - WK-CMP-AVERAGE

           IF WK-CMP-DIFF < 0
              COMPUTE WK-CMP-DIFF = 0 - WK-CMP-DIFF
           END-IF

           IF WK-CMP-DIFF * 100 > WK-CMP-BASIS * WK-TOLERANCE
              MOVE WK-CMP-CURRENT TO WK-CMP-CURRENT-DSP
              MOVE WK-CMP-AVERAGE TO WK-CMP-AVERAGE-DSP

              STRING WK-CMP-LABEL ' ' WK-CMP-CURRENT-DSP
                     ' AGAINST A USUAL ' WK-CMP-AVERAGE-DSP
                     ' - OUTSIDE TOLERANCE'
              DELIMITED BY SIZE
              INTO WK-NOTE-TEXT

              PERFORM 7200-WRITE-EXCEPTION
           END-IF.

      **********************************************
       2300-CROSS-CHECK-EXTRACT.
      **********************************************
      *    FLTEXTB'S ADDED/CHANGED COUNT SHOULD EQUAL THE FLIGHTS
      *    TDEFFLH SHOWS ADDED, CHANGED OR RESTORED IN THE SAME DELTA
      *    WINDOW THAT WERE STILL ACTIVE WHEN THE EXTRACT RAN - ACTIVE
      *    NOW, OR WITHDRAWN ONLY AFTER THE WINDOW CLOSED. A
      *    DIFFERENCE MEANS A CHANGE REACHED TDEFFLI WITHOUT ITS
      *    HISTORY ROW, OR THE EXTRACT MISSED ONE - EITHER WAY THE
      *    DOWNSTREAM SYSTEMS MAY BE OUT OF STEP.
           EXEC SQL
              SELECT COUNT(DISTINCT H.FLIGHT_NUMBER_ID)
                INTO :WK-XCHK-COUNT
                FROM BEDEF.TDEFFLH H,
                     BEDEF.TDEFFLI F
               WHERE H.CHANGE_TS      >  :BRL-WINDOW-FROM-TS
                 AND H.CHANGE_TS      <= :BRL-WINDOW-TO-TS
                 AND H.CHANGE_TYPE_CD IN ('A', 'C', 'R')
                 AND F.FLIGHT_NUMBER_ID = H.FLIGHT_NUMBER_ID
                 AND (F.FLIGHT_STATUS_CD = 'A'
                   OR EXISTS
                      (SELECT 1
                         FROM BEDEF.TDEFFLD D
                        WHERE D.FLIGHT_NUMBER_ID = H.FLIGHT_NUMBER_ID
                          AND D.DELETED_TS > :BRL-WINDOW-TO-TS))
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '2300-CROSS-CHECK-EXTRACT' TO WK-ERR-PARAGRAPH
              PERFORM 9900-SQL-ERROR
           END-IF

           MOVE BRL-COUNT-IN  TO WK-XCHK-EXTRACT-DSP
           MOVE WK-XCHK-COUNT TO WK-XCHK-HISTORY-DSP

           STRING 'CROSS-CHECK: ADDED/CHANGED EXTRACTED '
                  WK-XCHK-EXTRACT-DSP
                  ' - TDEFFLH ADDS/CHANGES/RESTORES '
                  WK-XCHK-HISTORY-DSP
           DELIMITED BY SIZE
           INTO WK-NOTE-TEXT

           IF WK-XCHK-COUNT = BRL-COUNT-IN
              PERFORM 7100-WRITE-NOTE
           ELSE
              PERFORM 7200-WRITE-EXCEPTION
           END-IF.

      **********************************************
       3000-PRINT-SUMMARY.
      **********************************************
           MOVE SPACES TO RPT-OUT-RECORD
           MOVE WK-COUNT-JOBS-RAN TO WK-COUNT-DISPLAY
           STRING 'JOBS RUN . . . . . . . . . . . . : ' WK-COUNT-DISPLAY
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           MOVE WK-COUNT-RUNS TO WK-COUNT-DISPLAY
           STRING 'RUNS IN THE NIGHT  . . . . . . . : ' WK-COUNT-DISPLAY
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           MOVE WK-COUNT-EXCEPTIONS TO WK-COUNT-DISPLAY
           STRING 'EXCEPTIONS FLAGGED . . . . . . . : ' WK-COUNT-DISPLAY
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           MOVE SPACES TO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           IF WK-COUNT-EXCEPTIONS = 0
              MOVE 'BATCH BALANCED - NO EXCEPTIONS' TO RPT-OUT-RECORD
           ELSE
              MOVE 4 TO WK-FINAL-RC
              MOVE 'EXCEPTIONS FOUND - SEE THE *** LINES ABOVE'
                TO RPT-OUT-RECORD
           END-IF
           WRITE RPT-OUT-RECORD.

      **********************************************
       7100-WRITE-NOTE.
      **********************************************
           MOVE SPACES TO WK-NOTE-FLAG
           WRITE RPT-OUT-RECORD FROM WK-NOTE-LINE
           MOVE SPACES TO WK-NOTE-TEXT.

      **********************************************
       7200-WRITE-EXCEPTION.
      **********************************************
           ADD 1 TO WK-COUNT-EXCEPTIONS
           MOVE '*** ' TO WK-NOTE-FLAG
           WRITE RPT-OUT-RECORD FROM WK-NOTE-LINE
           MOVE SPACES TO WK-NOTE-TEXT.

      **********************************************
       9900-SQL-ERROR.
      **********************************************
           MOVE SQLCODE TO WK-SQLCODE-DISPLAY
           PERFORM 9955-TRANSLATE-SQLCODE

           STRING 'WITH SQLCODE = ' WK-SQLCODE-DISPLAY
                  ' - ' WK-SQLCODE-TEXT
           INTO WK-ERR-DESC

           PERFORM 9950-FATAL-ERROR.

      **********************************************
       9950-FATAL-ERROR.
      **********************************************
      *    READ-ONLY RUN - NOTHING TO ROLL BACK. A BALANCING REPORT
      *    THAT COULD NOT FINISH HAS NOT PROVED THE NIGHT BALANCED,
      *    SO IT ENDS WITH RC 12.
           DISPLAY 'FATAL ERROR IN ' WK-ERR-PARAGRAPH ' ' WK-ERR-DESC

           MOVE 'F' TO BRL-RUN-STATUS-CD
           PERFORM 9965-END-RUN-LEDGER

           CLOSE RPT-OUT-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN.

      **********************************************
       9955-TRANSLATE-SQLCODE.
      **********************************************
           SET NO-SQLMSG-FOUND TO TRUE
           MOVE 'SQLCODE NOT IN LOOKUP TABLE' TO WK-SQLCODE-TEXT

           PERFORM VARYING WK-SQLMSG-IDX FROM 1 BY 1
                   UNTIL WK-SQLMSG-IDX > 11 OR YS-SQLMSG-FOUND
              IF SQLCODE = WK-SQLMSG-CODE(WK-SQLMSG-IDX)
                 MOVE WK-SQLMSG-TEXT(WK-SQLMSG-IDX) TO WK-SQLCODE-TEXT
                 SET YS-SQLMSG-FOUND TO TRUE
              END-IF
           END-PERFORM.

      **********************************************
       9960-START-RUN-LEDGER.
      **********************************************
      *    THE RUN'S TBATRUN ROW GOES IN AS STARTED AND IS COMMITTED
      *    BEFORE ANY WORK IS DONE, SO EVEN A RUN THAT NEVER REACHES
      *    ITS OWN ENDING LEAVES A TRACE FOR THE MORNING BALANCING
      *    REPORT. THE LEDGER IS FOR THE OPERATORS ONLY - A FAILURE
      *    TO WRITE IT IS DISPLAYED BUT NEVER STOPS THE JOB.
           MOVE WK-JOB-NAME TO BRL-JOB-NAME
           MOVE 'R'         TO BRL-RUN-STATUS-CD
           MOVE ZERO        TO BRL-COUNT-IN
           MOVE ZERO        TO BRL-COUNT-OUT
           MOVE ZERO        TO BRL-COUNT-REJECT
           MOVE ZERO        TO BRL-COUNT-APPLIED
           MOVE '0001-01-01-00.00.00.000000' TO BRL-WINDOW-FROM-TS
           MOVE '0001-01-01-00.00.00.000000' TO BRL-WINDOW-TO-TS

           EXEC SQL
              SELECT CURRENT TIMESTAMP
                INTO :BRL-RUN-START-TS
                FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE = 0
              EXEC SQL
                 INSERT INTO BEDEF.TBATRUN
                    (JOB_NAME, RUN_START_TS, RUN_END_TS,
                     RUN_STATUS_CD, COUNT_IN, COUNT_OUT,
                     COUNT_REJECT, COUNT_APPLIED,
                     WINDOW_FROM_TS, WINDOW_TO_TS)
                 VALUES
                    (:BRL-JOB-NAME, :BRL-RUN-START-TS,
                     :BRL-RUN-START-TS, :BRL-RUN-STATUS-CD,
                     :BRL-COUNT-IN, :BRL-COUNT-OUT,
                     :BRL-COUNT-REJECT, :BRL-COUNT-APPLIED,
                     :BRL-WINDOW-FROM-TS, :BRL-WINDOW-TO-TS)
              END-EXEC
           END-IF

           IF SQLCODE = 0
              EXEC SQL
                 COMMIT
              END-EXEC
           ELSE
              MOVE SQLCODE TO WK-SQLCODE-DISPLAY
              DISPLAY 'RUN LEDGER ROW NOT WRITTEN - SQLCODE = '
                      WK-SQLCODE-DISPLAY
           END-IF.

      **********************************************
       9965-END-RUN-LEDGER.
      **********************************************
      *    CALLED LAST, WITH BRL-RUN-STATUS-CD SET AND THE RUN'S OWN
      *    WORK ALREADY COMMITTED OR ROLLED BACK - THE LEDGER UPDATE
      *    IS A UNIT OF WORK ON ITS OWN, SO A FAILED RUN IS RECORDED
      *    AS FAILED INSTEAD OF BEING ROLLED AWAY WITH ITS WORK.
      *    IN = RUNS FOUND IN THE NIGHT, OUT = EXCEPTIONS FLAGGED.
      *    THE WINDOW IS THE NIGHT BALANCED, ONCE IT IS KNOWN. THE
      *    KEY AND WINDOW ARE PUT BACK FIRST - THE RUN CURSOR HAS
      *    FETCHED OTHER JOBS' ROWS OVER THEM.
           MOVE WK-JOB-NAME         TO BRL-JOB-NAME
           MOVE WK-LEDGER-START-TS  TO BRL-RUN-START-TS
           MOVE WK-COUNT-RUNS       TO BRL-COUNT-IN
           MOVE WK-COUNT-EXCEPTIONS TO BRL-COUNT-OUT
           MOVE ZERO                TO BRL-COUNT-REJECT
           MOVE ZERO                TO BRL-COUNT-APPLIED

           IF WK-WIN-TO-TS = SPACES
              MOVE '0001-01-01-00.00.00.000000' TO BRL-WINDOW-FROM-TS
              MOVE '0001-01-01-00.00.00.000000' TO BRL-WINDOW-TO-TS
           ELSE
              MOVE WK-WIN-FROM-TS   TO BRL-WINDOW-FROM-TS
              MOVE WK-WIN-TO-TS     TO BRL-WINDOW-TO-TS
           END-IF

           EXEC SQL
              UPDATE BEDEF.TBATRUN
                 SET RUN_END_TS     = CURRENT TIMESTAMP,
                     RUN_STATUS_CD  = :BRL-RUN-STATUS-CD,
                     COUNT_IN       = :BRL-COUNT-IN,
                     COUNT_OUT      = :BRL-COUNT-OUT,
                     COUNT_REJECT   = :BRL-COUNT-REJECT,
                     COUNT_APPLIED  = :BRL-COUNT-APPLIED,
                     WINDOW_FROM_TS = :BRL-WINDOW-FROM-TS,
                     WINDOW_TO_TS   = :BRL-WINDOW-TO-TS
               WHERE JOB_NAME     = :BRL-JOB-NAME
                 AND RUN_START_TS = :BRL-RUN-START-TS
           END-EXEC

           IF SQLCODE = 0
              EXEC SQL
                 COMMIT
              END-EXEC
           ELSE
              MOVE SQLCODE TO WK-SQLCODE-DISPLAY
              DISPLAY 'RUN LEDGER ROW NOT UPDATED - SQLCODE = '
                      WK-SQLCODE-DISPLAY
           END-IF.

      **********************************************
       9999-END-PROCESS.
      **********************************************
      *    A SYSIN ERROR ALSO ENDS RC 12 - NOTHING WAS BALANCED. A
      *    REPORT THAT FOUND EXCEPTIONS (RC 4) STILL COMPLETED.
           IF YS-PARM-ERROR
              MOVE 'F' TO BRL-RUN-STATUS-CD
           ELSE
              MOVE 'C' TO BRL-RUN-STATUS-CD
           END-IF
           PERFORM 9965-END-RUN-LEDGER

           CLOSE RPT-OUT-FILE
           MOVE WK-FINAL-RC TO RETURN-CODE
           STOP RUN.
