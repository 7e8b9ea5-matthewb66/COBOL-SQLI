       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLTTTBB.
       AUTHOR. SCW.

      ******************************************************************
      *    PUBLIC TIMETABLE - DEPARTURES BY ORIGIN AIRPORT FOR A DATE
      *    RANGE, BUILT FROM THE FLIGHT DEFINITIONS AND THEIR ACTIVE
      *    SCHEDULE LINES, IN PLACE OF COPYING FLTINQID SCREENS BY
      *    HAND. EVERY ACTIVE TDEFFLI FLIGHT WITH AT LEAST ONE ACTIVE
      *    ('A') TSCHFLI LINE IN THE RANGE IS LISTED UNDER ITS ORIGIN,
      *    IN DEPARTURE TIME ORDER, WITH THE DESTINATION NAME FROM
      *    TREFAPT AND THE AIRCRAFT NAME FROM TREFACF.
      *
      *    THE LINES ARE TURNED INTO EFFECTIVE PERIODS - A FROM DATE,
      *    A TO DATE AND THE DAYS OF OPERATION (1 = MONDAY TO 7 =
      *    SUNDAY, AS FLTSCHID). A PERIOD IS EXACT: EVERY DATE FROM
      *    ITS FIRST TO ITS LAST OPERATING DATE OPERATES IF AND ONLY
      *    IF ITS WEEKDAY IS IN THE DAYS. THE RANGE IS WALKED A DAY AT
      *    A TIME; EACH WEEKDAY'S FLAG IS LEARNED THE FIRST TIME IT IS
      *    MET INSIDE THE PERIOD, AND THE FIRST DATE THAT DISAGREES
      *    WITH ITS FLAG ENDS THE PERIOD. A CANCELLED OR MISSING DATE
      *    THEREFORE SPLITS THE PERIOD EITHER SIDE OF IT, AND A
      *    CHANGE OF PATTERN STARTS A NEW ONE.
      *
      *    OUTPUT:
      *       RPTOUT - 132-COLUMN PRINTED TIMETABLE, ONE SECTION PER
      *                ORIGIN AIRPORT, THEN THE COUNTS
      *       TTBOUT - THE SAME ENTRIES AS '|' DELIMITED RECORDS FOR
      *                THE WEB TIMETABLE, NAMES TRIMMED, WITH A
      *                COLUMN HEADING RECORD FIRST
      *
      *    RUN PARAMETERS (DD SYSIN), ONE PER CARD:
      *       FROM-DATE=YYYY-MM-DD    FIRST DATE TO PUBLISH (OPTIONAL,
      *                               DEFAULT TODAY, NOT IN THE PAST)
      *       TO-DATE=YYYY-MM-DD      LAST DATE TO PUBLISH (MANDATORY,
      *                               AT MOST A SEASON AFTER FROM)
      *
      *    ONLY 'A' LINES ARE PUBLISHED - A LINE FLTCLSB HAS CLOSED AS
      *    FLOWN IS NO LONGER A DEPARTURE ANYONE CAN BOOK, WHICH IS
      *    WHY THE RANGE MAY NOT START BEFORE TODAY. READ-ONLY -
      *    RERUN AT WILL.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-IN-FILE     ASSIGN TO SYSIN
                  ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-OUT-FILE     ASSIGN TO RPTOUT
                  ORGANIZATION IS SEQUENTIAL.
           SELECT TTB-OUT-FILE     ASSIGN TO TTBOUT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-IN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-IN-RECORD             PIC X(80).

       FD  RPT-OUT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-OUT-RECORD             PIC X(132).

       FD  TTB-OUT-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  TTB-OUT-RECORD             PIC X(160).

       WORKING-STORAGE SECTION.

       01 SWITCHES.
          05 SW-END-OF-FLIGHTS        PIC X VALUE 'N'.
             88 YS-END-OF-FLIGHTS           VALUE 'Y'.
             88 NO-END-OF-FLIGHTS           VALUE 'N'.
          05 SW-END-OF-LINES          PIC X VALUE 'N'.
             88 YS-END-OF-LINES             VALUE 'Y'.
             88 NO-END-OF-LINES             VALUE 'N'.
          05 SW-PARM-EOF              PIC X VALUE 'N'.
             88 YS-PARM-EOF                 VALUE 'Y'.
             88 NO-PARM-EOF                 VALUE 'N'.
          05 SW-PARM-ERROR            PIC X VALUE 'N'.
             88 YS-PARM-ERROR               VALUE 'Y'.
             88 NO-PARM-ERROR               VALUE 'N'.
          05 SW-FROM-SEEN             PIC X VALUE 'N'.
             88 YS-FROM-SEEN                VALUE 'Y'.
             88 NO-FROM-SEEN                VALUE 'N'.
          05 SW-TO-SEEN               PIC X VALUE 'N'.
             88 YS-TO-SEEN                  VALUE 'Y'.
             88 NO-TO-SEEN                  VALUE 'N'.
          05 SW-PERIOD-OPEN           PIC X VALUE 'N'.
             88 YS-PERIOD-OPEN              VALUE 'Y'.
             88 NO-PERIOD-OPEN              VALUE 'N'.
          05 SW-DAY-OPERATES          PIC X VALUE 'N'.
             88 YS-DAY-OPERATES             VALUE 'Y'.
             88 NO-DAY-OPERATES             VALUE 'N'.

       01 WK-ERR-PARAGRAPH            PIC X(50) VALUE SPACES.
       01 WK-ERR-DESC                 PIC X(80) VALUE SPACES.
       01 WK-JOB-NAME                 PIC X(8)  VALUE 'FLTTTBB'.
       01 W-FLIGHT-NUMBER             PIC X(10) VALUE SPACES.
       01 WK-PARM-VALUE               PIC X(10) VALUE SPACES.
       01 WK-PARM-NAME                PIC X(12) VALUE SPACES.
       01 WK-TODAY-DATE               PIC X(10) VALUE SPACES.
       01 WK-RUN-TS                   PIC X(26) VALUE SPACES.

       01 WK-FROM-DATE                PIC X(10) VALUE SPACES.
       01 WK-TO-DATE                  PIC X(10) VALUE SPACES.
       01 WK-FROM-INT                 PIC S9(9) COMP VALUE ZERO.
       01 WK-TO-INT                   PIC S9(9) COMP VALUE ZERO.
       01 WK-DATE-INT                 PIC S9(9) COMP VALUE ZERO.
       01 WK-DAY-OF-WEEK              PIC 9(1)  VALUE ZERO.

      *    SAME LIMIT AS FLTROLB AND FLTSCHID ACTION G - A FULL IATA
      *    SEASON PLUS SLACK.
       01 WK-MAX-RANGE-DAYS           PIC S9(9) COMP VALUE +400.

       01 WK-BUILD-DATE.
          05 WK-BUILD-DATE-NUM        PIC 9(8).
          05 WK-BUILD-DATE-X REDEFINES WK-BUILD-DATE-NUM.
             10 WK-BUILD-YEAR         PIC X(4).
             10 WK-BUILD-MONTH        PIC X(2).
             10 WK-BUILD-DAY          PIC X(2).

      *    ONE ROW FROM THE TIMETABLE CURSOR. THE ORIGIN OF THE
      *    PREVIOUS ROW DRIVES THE AIRPORT HEADINGS.
       01 WK-ORIG-NAME                PIC X(30) VALUE SPACES.
       01 WK-DEST-NAME                PIC X(30) VALUE SPACES.
       01 WK-AIRCRAFT-NAME            PIC X(30) VALUE SPACES.
       01 WK-PREV-ORIG-CD             PIC X(3)  VALUE SPACES.
       01 WK-DEPART-HHMM              PIC X(5)  VALUE SPACES.

      *    ONE ROW FROM THE SCHEDULE LINE CURSOR.
       01 WK-LINE-DATE                PIC X(10) VALUE SPACES.
       01 WK-LINE-INT                 PIC S9(9) COMP VALUE ZERO.

      *    THE OPEN EFFECTIVE PERIOD. EACH WEEKDAY FLAG, MONDAY (1)
      *    TO SUNDAY (7), IS 'Y' (OPERATES), 'N' (DOES NOT) OR SPACE
      *    WHILE THAT WEEKDAY HAS NOT YET BEEN MET IN THE PERIOD.
       01 WK-PER-PATTERN              PIC X(7)  VALUE SPACES.
       01 WK-PER-TABLE REDEFINES WK-PER-PATTERN.
          05 WK-PER-DAY               PIC X(1) OCCURS 7 TIMES.
       01 WK-PER-FROM-DATE            PIC X(10) VALUE SPACES.
       01 WK-PER-TO-DATE              PIC X(10) VALUE SPACES.
       01 WK-PER-DAYS                 PIC X(7)  VALUE SPACES.
       01 WK-DAY-IDX                  PIC 9(1)  VALUE ZERO.
       01 WK-FLT-PERIODS              PIC 9(5)  VALUE ZERO.

       01 WK-COUNT-AIRPORTS           PIC 9(7)  VALUE ZERO.
       01 WK-COUNT-FLIGHTS            PIC 9(7)  VALUE ZERO.
       01 WK-COUNT-PERIODS            PIC 9(7)  VALUE ZERO.
       01 WK-COUNT-SPLIT              PIC 9(7)  VALUE ZERO.
       01 WK-COUNT-RECORDS            PIC 9(7)  VALUE ZERO.

      *    PRINTED TIMETABLE - THE HEADING COLUMNS LINE UP WITH THE
      *    ENTRY LINE BELOW IT.
       01 WK-TTB-HEADING.
          05 FILLER                   PIC X(7)  VALUE 'DEPART'.
          05 FILLER                   PIC X(12) VALUE 'FLIGHT'.
          05 FILLER                   PIC X(36) VALUE 'TO'.
          05 FILLER                   PIC X(37) VALUE 'AIRCRAFT'.
          05 FILLER                   PIC X(9)  VALUE 'DAYS'.
          05 FILLER                   PIC X(12) VALUE 'FROM'.
          05 FILLER                   PIC X(19) VALUE 'TO'.

       01 WK-TTB-LINE.
          05 WK-TTB-DEPART-TM         PIC X(5).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WK-TTB-FLIGHTNO          PIC X(10).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WK-TTB-DEST-CD           PIC X(3).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WK-TTB-DEST-NAME         PIC X(30).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WK-TTB-AIRCRAFT-TY       PIC X(4).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WK-TTB-AIRCRAFT-NAME     PIC X(30).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WK-TTB-DAYS              PIC X(7).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WK-TTB-FROM-DATE         PIC X(10).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WK-TTB-TO-DATE           PIC X(10).
          05 FILLER                   PIC X(9)  VALUE SPACES.

       01 WK-COUNT-DISPLAY            PIC -9(8).

       COPY ERRVALI.
       COPY DATEVALI.
       COPY SQLMSGS.

       EXEC SQL
          INCLUDE SQLCA
       END-EXEC

       EXEC SQL
          INCLUDE @TDEFFLI
       END-EXEC

       EXEC SQL
          INCLUDE @TSCHFLI
       END-EXEC

       EXEC SQL
          INCLUDE @TREFAPT
       END-EXEC

       EXEC SQL
          INCLUDE @TREFACF
       END-EXEC

       EXEC SQL
          INCLUDE @TBATRUN
       END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
      **********************************************
           PERFORM 1000-INITIALIZE

           IF NO-PARM-ERROR
              PERFORM 2000-PROCESS-FLIGHT UNTIL YS-END-OF-FLIGHTS

              EXEC SQL
                 CLOSE TTB_CSR
              END-EXEC

              PERFORM 3000-PRINT-SUMMARY
           END-IF

           PERFORM 9999-END-PROCESS.

      **********************************************
       1000-INITIALIZE.
      **********************************************
           PERFORM 9960-START-RUN-LEDGER

           OPEN INPUT  PARM-IN-FILE
           OPEN OUTPUT RPT-OUT-FILE
           OPEN OUTPUT TTB-OUT-FILE

           EXEC SQL
              SELECT CHAR(CURRENT DATE, ISO), CHAR(CURRENT TIMESTAMP)
                INTO :WK-TODAY-DATE, :WK-RUN-TS
                FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '1000-INITIALIZE' TO WK-ERR-PARAGRAPH
              MOVE SQLCODE TO WK-SQLCODE-DISPLAY
              PERFORM 9955-TRANSLATE-SQLCODE

              STRING 'WITH SQLCODE = ' WK-SQLCODE-DISPLAY
                     ' - ' WK-SQLCODE-TEXT
              INTO WK-ERR-DESC

              PERFORM 9950-FATAL-ERROR
           END-IF

           MOVE 'FLIGHT DEFINITION DATABASE - PUBLIC TIMETABLE'
             TO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           MOVE SPACES TO RPT-OUT-RECORD
           STRING 'REPORT RUN ' WK-RUN-TS
                  ' - DEPARTURES BY ORIGIN FROM ACTIVE SCHEDULE LINES'
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           PERFORM 1005-READ-RUN-PARAMETERS

           IF NO-PARM-ERROR
              PERFORM 1015-VALIDATE-RANGE
           END-IF

           IF NO-PARM-ERROR
              PERFORM 1020-WRITE-FILE-HEADING
              PERFORM 1030-OPEN-TIMETABLE-CURSOR
              PERFORM 1040-FETCH-FLIGHT
           END-IF.

      **********************************************
       1005-READ-RUN-PARAMETERS.
      **********************************************
      *    THE END OF THE RANGE IS DELIBERATELY MANDATORY - HOW FAR
      *    AHEAD TO PUBLISH IS COMMERCIAL'S CALL, NOT A DEFAULT. EVERY
      *    ACCEPTED CARD IS ECHOED TO THE REPORT.
           PERFORM 1006-READ-PARM-CARD
           PERFORM 1007-APPLY-PARM-CARD UNTIL YS-PARM-EOF

           CLOSE PARM-IN-FILE

           IF NO-PARM-ERROR AND NO-TO-SEEN
              SET YS-PARM-ERROR TO TRUE

              MOVE SPACES TO RPT-OUT-RECORD
              STRING 'TO-DATE= IS REQUIRED ON SYSIN - RUN ENDED'
              INTO RPT-OUT-RECORD
              WRITE RPT-OUT-RECORD
           END-IF

           IF NO-PARM-ERROR AND NO-FROM-SEEN
              MOVE WK-TODAY-DATE TO WK-FROM-DATE

              MOVE SPACES TO RPT-OUT-RECORD
              STRING 'NO FROM-DATE= ON SYSIN - PUBLISHING FROM TODAY '
                     WK-TODAY-DATE
              INTO RPT-OUT-RECORD
              WRITE RPT-OUT-RECORD
           END-IF.

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

           EVALUATE TRUE
              WHEN PARM-IN-RECORD(1:10) = 'FROM-DATE='
                 MOVE 'FROM-DATE=' TO WK-PARM-NAME
                 MOVE PARM-IN-RECORD(11:10) TO WK-PARM-VALUE
                 PERFORM 1010-EDIT-DATE-PARM

                 IF YS-VALID-DATE
                    SET YS-FROM-SEEN TO TRUE
                    MOVE WK-PARM-VALUE TO WK-FROM-DATE
                 END-IF
              WHEN PARM-IN-RECORD(1:8) = 'TO-DATE='
                 MOVE 'TO-DATE=' TO WK-PARM-NAME
                 MOVE PARM-IN-RECORD(9:10) TO WK-PARM-VALUE
                 PERFORM 1010-EDIT-DATE-PARM

                 IF YS-VALID-DATE
                    SET YS-TO-SEEN TO TRUE
                    MOVE WK-PARM-VALUE TO WK-TO-DATE
                 END-IF
              WHEN PARM-IN-RECORD = SPACES
                 CONTINUE
              WHEN OTHER
                 SET YS-PARM-ERROR TO TRUE

                 MOVE SPACES TO RPT-OUT-RECORD
                 STRING 'UNRECOGNISED SYSIN CARD - RUN ENDED - '
                        PARM-IN-RECORD
                 INTO RPT-OUT-RECORD
                 WRITE RPT-OUT-RECORD
           END-EVALUATE

           PERFORM 1006-READ-PARM-CARD.

      **********************************************
       1010-EDIT-DATE-PARM.
      **********************************************
      *    EVERY DATE CARD GOES THROUGH THE SAME CALENDAR EDIT BEFORE
      *    IT IS HANDED TO A DATE INTRINSIC OR TO SQL.
           MOVE WK-PARM-VALUE TO WK-EDIT-DATE
           PERFORM 1090-VALIDATE-DATE

           MOVE SPACES TO RPT-OUT-RECORD

           IF YS-VALID-DATE
              STRING 'PARAMETER: ' WK-PARM-NAME WK-PARM-VALUE
              INTO RPT-OUT-RECORD
           ELSE
              SET YS-PARM-ERROR TO TRUE

              STRING 'INVALID DATE ON SYSIN CARD ' WK-PARM-NAME
                     WK-PARM-VALUE ' - RUN ENDED'
              INTO RPT-OUT-RECORD
           END-IF

           WRITE RPT-OUT-RECORD.

      **********************************************
       1015-VALIDATE-RANGE.
      **********************************************
      *    THE RANGE MUST RUN FORWARD, START NO EARLIER THAN TODAY
      *    AND BE NO WIDER THAN A SEASON.
           MOVE WK-FROM-DATE TO WK-EDIT-DATE
           PERFORM 1090-VALIDATE-DATE
           MOVE FUNCTION INTEGER-OF-DATE(WK-EDIT-DATE-NUM)
             TO WK-FROM-INT

           MOVE WK-TO-DATE TO WK-EDIT-DATE
           PERFORM 1090-VALIDATE-DATE
           MOVE FUNCTION INTEGER-OF-DATE(WK-EDIT-DATE-NUM)
             TO WK-TO-INT

           MOVE SPACES TO RPT-OUT-RECORD

           EVALUATE TRUE
              WHEN WK-FROM-DATE < WK-TODAY-DATE
                 SET YS-PARM-ERROR TO TRUE
                 STRING 'FROM-DATE IS BEFORE TODAY (' WK-TODAY-DATE
                        ') - RUN ENDED'
                 INTO RPT-OUT-RECORD
              WHEN WK-TO-INT < WK-FROM-INT
                 SET YS-PARM-ERROR TO TRUE
                 STRING 'TO-DATE IS BEFORE FROM-DATE - RUN ENDED'
                 INTO RPT-OUT-RECORD
              WHEN WK-TO-INT - WK-FROM-INT >= WK-MAX-RANGE-DAYS
                 SET YS-PARM-ERROR TO TRUE
                 STRING 'RANGE IS WIDER THAN A SEASON - CHECK THE '
                        'YEARS KEYED - RUN ENDED'
                 INTO RPT-OUT-RECORD
           END-EVALUATE

           IF YS-PARM-ERROR
              WRITE RPT-OUT-RECORD
           END-IF.

      **********************************************
       1020-WRITE-FILE-HEADING.
      **********************************************
      *    FIRST RECORD ON TTBOUT NAMES THE COLUMNS FOR THE WEB TEAM.
           MOVE SPACES TO TTB-OUT-RECORD
           STRING 'ORIGIN|ORIGIN NAME|DEPARTS|FLIGHT|DESTINATION|'
                  'DESTINATION NAME|AIRCRAFT|AIRCRAFT NAME|DAYS|'
                  'EFFECTIVE FROM|EFFECTIVE TO'
           DELIMITED BY SIZE
           INTO TTB-OUT-RECORD
           WRITE TTB-OUT-RECORD.

      **********************************************
       1030-OPEN-TIMETABLE-CURSOR.
      **********************************************
      *    EVERY ACTIVE FLIGHT WITH AN ACTIVE LINE IN THE RANGE, BY
      *    ORIGIN THEN DEPARTURE TIME. THE REFERENCE TABLES ARE OUTER
      *    JOINED SO A CODE MISSING FROM TREFAPT OR TREFACF (WHICH
      *    FLTAUDB REPORTS) STILL PUBLISHES THE FLIGHT, WITH A BLANK
      *    NAME, RATHER THAN SILENTLY DROPPING IT.
           EXEC SQL
              DECLARE TTB_CSR CURSOR FOR
                 SELECT F.FLIGHT_NUMBER_ID, F.FLIGHT_ORIG_CD,
                        COALESCE(O.AIRPORT_NAME, ' '),
                        F.FLIGHT_DEPART_TM, F.FLIGHT_DEST_CD,
                        COALESCE(D.AIRPORT_NAME, ' '),
                        F.FLIGHT_AIRCRAFT_TY,
                        COALESCE(C.AIRCRAFT_NAME, ' ')
                   FROM BEDEF.TDEFFLI F
                   LEFT JOIN BEDEF.TREFAPT O
                     ON O.AIRPORT_CD  = F.FLIGHT_ORIG_CD
                   LEFT JOIN BEDEF.TREFAPT D
                     ON D.AIRPORT_CD  = F.FLIGHT_DEST_CD
                   LEFT JOIN BEDEF.TREFACF C
                     ON C.AIRCRAFT_TY = F.FLIGHT_AIRCRAFT_TY
                  WHERE F.FLIGHT_STATUS_CD = 'A'
                    AND EXISTS
                        (SELECT 1
                           FROM BEDEF.TSCHFLI S
                          WHERE S.FLIGHT_NUMBER_ID = F.FLIGHT_NUMBER_ID
                            AND S.SCHED_STATUS_CD  = 'A'
                            AND S.SCHED_LINE_DT
                                BETWEEN :WK-FROM-DATE AND :WK-TO-DATE)
                  ORDER BY F.FLIGHT_ORIG_CD, F.FLIGHT_DEPART_TM,
                        F.FLIGHT_NUMBER_ID
           END-EXEC

           EXEC SQL
              OPEN TTB_CSR
           END-EXEC.

      **********************************************
       1040-FETCH-FLIGHT.
      **********************************************
           EXEC SQL
              FETCH TTB_CSR
                INTO :FLIGHT-NUMBER-ID, :FLIGHT-ORIG-CD,
                     :WK-ORIG-NAME, :FLIGHT-DEPART-TM,
                     :FLIGHT-DEST-CD, :WK-DEST-NAME,
                     :FLIGHT-AIRCRAFT-TY, :WK-AIRCRAFT-NAME
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE FLIGHT-NUMBER-ID TO W-FLIGHT-NUMBER
              WHEN 100
                 SET YS-END-OF-FLIGHTS TO TRUE
              WHEN OTHER
                 MOVE '1040-FETCH-FLIGHT' TO WK-ERR-PARAGRAPH
                 MOVE SQLCODE TO WK-SQLCODE-DISPLAY
                 PERFORM 9955-TRANSLATE-SQLCODE

                 STRING 'WITH SQLCODE = ' WK-SQLCODE-DISPLAY
                        ' - ' WK-SQLCODE-TEXT
                 INTO WK-ERR-DESC

                 PERFORM 9950-FATAL-ERROR
           END-EVALUATE.

      **********************************************
       1090-VALIDATE-DATE.
      **********************************************
      *    THE KEYED DATE (IN WK-EDIT-DATE) MUST BE A REAL CALENDAR
      *    DATE IN ISO FORM BEFORE IT IS HANDED TO A DATE INTRINSIC
      *    OR TO SQL.
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

                    COMPUTE WK-EDIT-DATE-NUM =
                            WK-EDIT-YEAR-NUM * 10000
                          + WK-EDIT-MONTH-NUM * 100
                          + WK-EDIT-DAY-NUM
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
       2000-PROCESS-FLIGHT.
      **********************************************
           IF FLIGHT-ORIG-CD NOT = WK-PREV-ORIG-CD
              PERFORM 2050-WRITE-AIRPORT-HEADING
           END-IF

           ADD 1 TO WK-COUNT-FLIGHTS
           PERFORM 2100-BUILD-PERIODS

           IF WK-FLT-PERIODS > 1
              ADD 1 TO WK-COUNT-SPLIT
           END-IF

           PERFORM 1040-FETCH-FLIGHT.

      **********************************************
       2050-WRITE-AIRPORT-HEADING.
      **********************************************
           ADD 1 TO WK-COUNT-AIRPORTS
           MOVE FLIGHT-ORIG-CD TO WK-PREV-ORIG-CD

           MOVE SPACES TO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           MOVE SPACES TO RPT-OUT-RECORD
           STRING 'DEPARTURES FROM ' FLIGHT-ORIG-CD '  ' WK-ORIG-NAME
                  '  ' WK-FROM-DATE ' TO ' WK-TO-DATE
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           MOVE SPACES TO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           WRITE RPT-OUT-RECORD FROM WK-TTB-HEADING.

      **********************************************
       2100-BUILD-PERIODS.
      **********************************************
      *    THE FLIGHT'S ACTIVE LINES IN THE RANGE, IN DATE ORDER, ARE
      *    MATCHED AGAINST THE CALENDAR A DAY AT A TIME. OUTSIDE A
      *    PERIOD THE WALK SKIPS STRAIGHT TO THE NEXT LINE; AFTER THE
      *    LAST LINE IT RUNS ON ONLY UNTIL THE OPEN PERIOD ENDS.
           MOVE ZERO TO WK-FLT-PERIODS
           SET NO-PERIOD-OPEN TO TRUE
           SET NO-END-OF-LINES TO TRUE

           EXEC SQL
              DECLARE LINE_CSR CURSOR FOR
                 SELECT CHAR(SCHED_LINE_DT, ISO)
                   FROM BEDEF.TSCHFLI
                  WHERE FLIGHT_NUMBER_ID = :FLIGHT-NUMBER-ID
                    AND SCHED_STATUS_CD  = 'A'
                    AND SCHED_LINE_DT
                        BETWEEN :WK-FROM-DATE AND :WK-TO-DATE
                  ORDER BY SCHED_LINE_DT
           END-EXEC

           EXEC SQL
              OPEN LINE_CSR
           END-EXEC

           PERFORM 2110-FETCH-LINE
           MOVE WK-FROM-INT TO WK-DATE-INT

           PERFORM 2120-CHECK-ONE-DAY
              UNTIL WK-DATE-INT > WK-TO-INT
                 OR (YS-END-OF-LINES AND NO-PERIOD-OPEN)

           EXEC SQL
              CLOSE LINE_CSR
           END-EXEC

           IF YS-PERIOD-OPEN
              PERFORM 2150-CLOSE-PERIOD
           END-IF.

      **********************************************
       2110-FETCH-LINE.
      **********************************************
           EXEC SQL
              FETCH LINE_CSR
                INTO :WK-LINE-DATE
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE WK-LINE-DATE(1:4) TO WK-BUILD-YEAR
                 MOVE WK-LINE-DATE(6:2) TO WK-BUILD-MONTH
                 MOVE WK-LINE-DATE(9:2) TO WK-BUILD-DAY
                 MOVE FUNCTION INTEGER-OF-DATE(WK-BUILD-DATE-NUM)
                   TO WK-LINE-INT
              WHEN 100
                 SET YS-END-OF-LINES TO TRUE
              WHEN OTHER
                 MOVE '2110-FETCH-LINE' TO WK-ERR-PARAGRAPH
                 MOVE SQLCODE TO WK-SQLCODE-DISPLAY
                 PERFORM 9955-TRANSLATE-SQLCODE

                 STRING 'FLIGHT ' W-FLIGHT-NUMBER
                        ' WITH SQLCODE = ' WK-SQLCODE-DISPLAY
                        ' - ' WK-SQLCODE-TEXT
                 INTO WK-ERR-DESC

                 PERFORM 9950-FATAL-ERROR
           END-EVALUATE.

      **********************************************
       2120-CHECK-ONE-DAY.
      **********************************************
      *    A WEEKDAY NOT YET MET IN THE PERIOD TAKES ITS FLAG FROM
      *    THIS DATE. A WEEKDAY ALREADY MET MUST AGREE - A PATTERN DAY
      *    WITH NO LINE (CANCELLED) OR A LINE ON A NON-PATTERN DAY
      *    ENDS THE PERIOD, AND AN OPERATING DATE THEN STARTS THE
      *    NEXT ONE.
           IF NO-PERIOD-OPEN
              MOVE WK-LINE-INT TO WK-DATE-INT
           END-IF

      *    DAY 1 (1601-01-01) WAS A MONDAY, SO MOD 7 GIVES 1 FOR
      *    MONDAY THROUGH 0 FOR SUNDAY - AS IN FLTSCHID.
           MOVE FUNCTION MOD(WK-DATE-INT, 7) TO WK-DAY-OF-WEEK

           IF WK-DAY-OF-WEEK = 0
              MOVE 7 TO WK-DAY-OF-WEEK
           END-IF

           IF NO-END-OF-LINES AND WK-LINE-INT = WK-DATE-INT
              SET YS-DAY-OPERATES TO TRUE
           ELSE
              SET NO-DAY-OPERATES TO TRUE
           END-IF

           EVALUATE TRUE
              WHEN NO-PERIOD-OPEN
                 PERFORM 2140-OPEN-PERIOD
              WHEN WK-PER-DAY(WK-DAY-OF-WEEK) = SPACE
                 IF YS-DAY-OPERATES
                    MOVE 'Y' TO WK-PER-DAY(WK-DAY-OF-WEEK)
                    MOVE WK-LINE-DATE TO WK-PER-TO-DATE
                 ELSE
                    MOVE 'N' TO WK-PER-DAY(WK-DAY-OF-WEEK)
                 END-IF
              WHEN WK-PER-DAY(WK-DAY-OF-WEEK) = 'Y'
                   AND YS-DAY-OPERATES
                 MOVE WK-LINE-DATE TO WK-PER-TO-DATE
              WHEN WK-PER-DAY(WK-DAY-OF-WEEK) = 'N'
                   AND NO-DAY-OPERATES
                 CONTINUE
              WHEN OTHER
                 PERFORM 2150-CLOSE-PERIOD

                 IF YS-DAY-OPERATES
                    PERFORM 2140-OPEN-PERIOD
                 END-IF
           END-EVALUATE

           IF YS-DAY-OPERATES
              PERFORM 2110-FETCH-LINE
           END-IF

           ADD 1 TO WK-DATE-INT.

      **********************************************
       2140-OPEN-PERIOD.
      **********************************************
      *    ONLY EVER CALLED ON AN OPERATING DATE.
           SET YS-PERIOD-OPEN TO TRUE
           MOVE SPACES TO WK-PER-PATTERN
           MOVE 'Y' TO WK-PER-DAY(WK-DAY-OF-WEEK)
           MOVE WK-LINE-DATE TO WK-PER-FROM-DATE
           MOVE WK-LINE-DATE TO WK-PER-TO-DATE.

      **********************************************
       2150-CLOSE-PERIOD.
      **********************************************
      *    DAYS OF OPERATION PRINT AS THE DAY DIGIT OR A DOT, IN
      *    FIXED POSITIONS - '1.3.5..' IS MONDAY, WEDNESDAY, FRIDAY.
      *    A WEEKDAY NEVER MET IN A SHORT PERIOD DOES NOT OPERATE IN
      *    IT.
           SET NO-PERIOD-OPEN TO TRUE
           ADD 1 TO WK-FLT-PERIODS
           ADD 1 TO WK-COUNT-PERIODS

           MOVE ALL '.' TO WK-PER-DAYS

           PERFORM VARYING WK-DAY-IDX FROM 1 BY 1
                   UNTIL WK-DAY-IDX > 7
              IF WK-PER-DAY(WK-DAY-IDX) = 'Y'
                 MOVE WK-DAY-IDX TO WK-PER-DAYS(WK-DAY-IDX:1)
              END-IF
           END-PERFORM

           MOVE SPACES TO WK-DEPART-HHMM
           STRING FLIGHT-DEPART-TM(1:2) ':' FLIGHT-DEPART-TM(3:2)
           DELIMITED BY SIZE
           INTO WK-DEPART-HHMM

           PERFORM 2160-WRITE-TIMETABLE-LINE
           PERFORM 2170-WRITE-TIMETABLE-RECORD.

      **********************************************
       2160-WRITE-TIMETABLE-LINE.
      **********************************************
      *    A FLIGHT SPLIT INTO SEVERAL PERIODS PRINTS ITS TIME, NUMBER,
      *    DESTINATION AND AIRCRAFT ON THE FIRST LINE ONLY, SO THE
      *    PERIODS READ AS ONE ENTRY.
           IF WK-FLT-PERIODS = 1
              MOVE WK-DEPART-HHMM      TO WK-TTB-DEPART-TM
              MOVE FLIGHT-NUMBER-ID    TO WK-TTB-FLIGHTNO
              MOVE FLIGHT-DEST-CD      TO WK-TTB-DEST-CD
              MOVE WK-DEST-NAME        TO WK-TTB-DEST-NAME
              MOVE FLIGHT-AIRCRAFT-TY  TO WK-TTB-AIRCRAFT-TY
              MOVE WK-AIRCRAFT-NAME    TO WK-TTB-AIRCRAFT-NAME
           ELSE
              MOVE SPACES TO WK-TTB-DEPART-TM
              MOVE SPACES TO WK-TTB-FLIGHTNO
              MOVE SPACES TO WK-TTB-DEST-CD
              MOVE SPACES TO WK-TTB-DEST-NAME
              MOVE SPACES TO WK-TTB-AIRCRAFT-TY
              MOVE SPACES TO WK-TTB-AIRCRAFT-NAME
           END-IF

           MOVE WK-PER-DAYS      TO WK-TTB-DAYS
           MOVE WK-PER-FROM-DATE TO WK-TTB-FROM-DATE
           MOVE WK-PER-TO-DATE   TO WK-TTB-TO-DATE

           WRITE RPT-OUT-RECORD FROM WK-TTB-LINE.

      **********************************************
       2170-WRITE-TIMETABLE-RECORD.
      **********************************************
      *    EVERY RECORD CARRIES EVERY COLUMN. NAMES ARE CUT AT THE
      *    FIRST DOUBLE SPACE, WHICH TRIMS THE PADDING WITHOUT
      *    BREAKING A NAME OF SEVERAL WORDS.
           MOVE SPACES TO TTB-OUT-RECORD
           STRING FLIGHT-ORIG-CD     DELIMITED BY SIZE
                  '|'                DELIMITED BY SIZE
                  WK-ORIG-NAME       DELIMITED BY '  '
                  '|'                DELIMITED BY SIZE
                  WK-DEPART-HHMM     DELIMITED BY SIZE
                  '|'                DELIMITED BY SIZE
                  FLIGHT-NUMBER-ID   DELIMITED BY SPACE
                  '|'                DELIMITED BY SIZE
                  FLIGHT-DEST-CD     DELIMITED BY SIZE
                  '|'                DELIMITED BY SIZE
                  WK-DEST-NAME       DELIMITED BY '  '
                  '|'                DELIMITED BY SIZE
                  FLIGHT-AIRCRAFT-TY DELIMITED BY SPACE
                  '|'                DELIMITED BY SIZE
                  WK-AIRCRAFT-NAME   DELIMITED BY '  '
                  '|'                DELIMITED BY SIZE
                  WK-PER-DAYS        DELIMITED BY SIZE
                  '|'                DELIMITED BY SIZE
                  WK-PER-FROM-DATE   DELIMITED BY SIZE
                  '|'                DELIMITED BY SIZE
                  WK-PER-TO-DATE     DELIMITED BY SIZE
           INTO TTB-OUT-RECORD

           WRITE TTB-OUT-RECORD
           ADD 1 TO WK-COUNT-RECORDS.

      **********************************************
       3000-PRINT-SUMMARY.
      **********************************************
           MOVE SPACES TO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           IF WK-COUNT-FLIGHTS = 0
              MOVE 'NO ACTIVE FLIGHT HAS AN ACTIVE SCHEDULE LINE IN '
                TO RPT-OUT-RECORD
              MOVE 'THE RANGE - NOTHING TO PUBLISH'
                TO RPT-OUT-RECORD(49:)
              WRITE RPT-OUT-RECORD

              MOVE SPACES TO RPT-OUT-RECORD
              WRITE RPT-OUT-RECORD
           END-IF

           MOVE SPACES TO RPT-OUT-RECORD
           STRING 'TIMETABLE RANGE  . . . . . . . . : '
                  WK-FROM-DATE ' TO ' WK-TO-DATE
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           MOVE SPACES TO RPT-OUT-RECORD
           MOVE WK-COUNT-AIRPORTS TO WK-COUNT-DISPLAY
           STRING 'ORIGIN AIRPORTS  . . . . . . . . : ' WK-COUNT-DISPLAY
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           MOVE WK-COUNT-FLIGHTS TO WK-COUNT-DISPLAY
           STRING 'FLIGHTS PUBLISHED  . . . . . . . : ' WK-COUNT-DISPLAY
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           MOVE WK-COUNT-PERIODS TO WK-COUNT-DISPLAY
           STRING 'EFFECTIVE PERIODS  . . . . . . . : ' WK-COUNT-DISPLAY
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           MOVE WK-COUNT-SPLIT TO WK-COUNT-DISPLAY
           STRING 'FLIGHTS WITH MORE THAN ONE PERIOD: ' WK-COUNT-DISPLAY
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           MOVE WK-COUNT-RECORDS TO WK-COUNT-DISPLAY
           STRING 'TTBOUT RECORDS (EXCL HEADING)  . : ' WK-COUNT-DISPLAY
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD.

      **********************************************
       9950-FATAL-ERROR.
      **********************************************
      *    READ-ONLY RUN - NOTHING TO ROLL BACK; THE RERUN SIMPLY
      *    REPEATS THE TIMETABLE. THE PART TTBOUT IS CLOSED, SO ONLY
      *    RC 12 TELLS THE JOB TO DELETE IT - IT MUST NEVER BE
      *    MISTAKEN FOR A WHOLE TIMETABLE.
           DISPLAY 'FATAL ERROR IN ' WK-ERR-PARAGRAPH ' ' WK-ERR-DESC

           MOVE 'F' TO BRL-RUN-STATUS-CD
           PERFORM 9965-END-RUN-LEDGER

           CLOSE RPT-OUT-FILE
           CLOSE TTB-OUT-FILE
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
      *    IN = FLIGHTS PUBLISHED, OUT = TTBOUT RECORDS WRITTEN
      *    (EXCLUDING THE COLUMN HEADING).
           MOVE WK-COUNT-FLIGHTS   TO BRL-COUNT-IN
           MOVE WK-COUNT-RECORDS   TO BRL-COUNT-OUT
           MOVE ZERO               TO BRL-COUNT-REJECT
           MOVE ZERO               TO BRL-COUNT-APPLIED

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
      *    A SYSIN ERROR ENDS RC 12 AS WELL - THE EMPTY TTBOUT IS
      *    DELETED BY THE JOB LIKE A PART ONE.
           EXEC SQL
              COMMIT
           END-EXEC

           IF YS-PARM-ERROR
              MOVE 'F' TO BRL-RUN-STATUS-CD
           ELSE
              MOVE 'C' TO BRL-RUN-STATUS-CD
           END-IF
           PERFORM 9965-END-RUN-LEDGER

           CLOSE RPT-OUT-FILE
           CLOSE TTB-OUT-FILE

           IF YS-PARM-ERROR
              MOVE 12 TO RETURN-CODE
           END-IF
           STOP RUN.
