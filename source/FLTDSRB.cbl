       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLTDSRB.
       AUTHOR. SCW.

      ******************************************************************
      *    AIRPORT DISRUPTION - MASS CANCELLATION OF SCHEDULE LINES
      *    WHEN AN AIRPORT CLOSES (WEATHER, STRIKE, RUNWAY WORKS), IN
      *    PLACE OF CANCELLING EVERY DATE ONE AT A TIME THROUGH
      *    FLTSCHID ACTION C. EVERY ACTIVE ('A') TSCHFLI LINE IN THE
      *    DATE RANGE FOR A FLIGHT DEPARTING FROM AND/OR ARRIVING AT
      *    THE AIRPORT - OPTIONALLY ONLY THOSE WHOSE DEPARTURE TIME
      *    FALLS IN A TIME WINDOW - IS SET TO 'C' AND RECORDED ON
      *    TSCHFLH EXACTLY AS ACTION C RECORDS IT, PLUS THE RUN'S
      *    DISRUPTION REFERENCE SO THESE CANCELLATIONS CAN BE TOLD
      *    APART FROM ORDINARY ONES. FLTSSMB SENDS THEM OUT AS ASM CNL
      *    THE SAME NIGHT.
      *
      *    RPTOUT LISTS EACH FLIGHT WITH THE DATES CANCELLED AND THE
      *    FLIGHT'S ACTIVE TBOOKFLI BOOKINGS FOR THE RE-ACCOMMODATION
      *    TEAM. TBOOKFLI CARRIES NO DATE, SO THE BOOKINGS ARE THE
      *    FLIGHT'S WHOLE ACTIVE LIST - THE TEAM PICKS OUT THE
      *    PASSENGERS ON THE CANCELLED DATES.
      *
      *    TDEFFLI CARRIES NO ARRIVAL TIME, SO THE WINDOW IS ALWAYS
      *    TESTED AGAINST THE SCHEDULED DEPARTURE TIME - FOR ARRIVALS
      *    WIDEN IT BY THE BLOCK TIME. AS FOR A CURFEW, A TIME IS IN
      *    THE WINDOW AT OR AFTER ITS START AND BEFORE ITS END, AND A
      *    START LATER THAN THE END RUNS THROUGH MIDNIGHT.
      *
      *    RUN PARAMETERS (DD SYSIN), ONE PER CARD:
      *       AIRPORT=XXX             AIRPORT CODE ON TREFAPT
      *                               (MANDATORY)
      *       FROM-DATE=YYYY-MM-DD    FIRST AND LAST DATE AFFECTED
      *       TO-DATE=YYYY-MM-DD      (MANDATORY, NOT IN THE PAST, AT
      *                               MOST A SEASON)
      *       REFERENCE=XXXXXXXXXX    DISRUPTION REFERENCE WRITTEN TO
      *                               TSCHFLH (MANDATORY)
      *       DIRECTION=D / A / B     DEPARTURES, ARRIVALS OR BOTH
      *                               (DEFAULT B)
      *       TIME-FROM=HHMM          DEPARTURE TIME WINDOW (OPTIONAL,
      *       TIME-TO=HHMM            BOTH OR NEITHER)
      *       APPLY=Y                 CANCEL THE LINES - WITHOUT IT
      *                               THE RUN IS REPORT-ONLY AND
      *                               CHANGES NOTHING
      *       COMMIT=NNNN             CHECKPOINT/COMMIT INTERVAL IN
      *                               FLIGHTS (DEFAULT 1)
      *       RESTART=N               FORCE A FRESH RUN, DISCARDING
      *                               ANY CHECKPOINT
      *
      *    CHECKPOINT/RESTART (APPLY MODE ONLY): THE LAST COMMITTED
      *    FLIGHT NUMBER IS CARRIED ON BEDEF.TBATCTL (JOB NAME
      *    FLTDSRB) IN THE SAME UNIT OF WORK AS THE CANCELLATIONS IT
      *    COVERS, AS IN FLTROLB. A RERUN RESUMES AT THE FIRST
      *    UNPROCESSED FLIGHT AND MUST BE GIVEN THE SAME SYSIN. THE
      *    ROW IS DELETED ON A CLEAN END. A REPORT-ONLY RUN NEITHER
      *    READS NOR TOUCHES THE CHECKPOINT, SO A PREVIEW CAN BE RUN
      *    WHILE AN APPLY RUN IS AWAITING RESTART.
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
          05 SW-END-OF-FLIGHTS        PIC X VALUE 'N'.
             88 YS-END-OF-FLIGHTS           VALUE 'Y'.
             88 NO-END-OF-FLIGHTS           VALUE 'N'.
          05 SW-MORE-ROWS             PIC X VALUE 'Y'.
             88 YS-MORE-ROWS                VALUE 'Y'.
             88 NO-MORE-ROWS                VALUE 'N'.
          05 SW-PARM-EOF              PIC X VALUE 'N'.
             88 YS-PARM-EOF                 VALUE 'Y'.
             88 NO-PARM-EOF                 VALUE 'N'.
          05 SW-PARM-ERROR            PIC X VALUE 'N'.
             88 YS-PARM-ERROR               VALUE 'Y'.
             88 NO-PARM-ERROR               VALUE 'N'.
          05 SW-AIRPORT-SEEN          PIC X VALUE 'N'.
             88 YS-AIRPORT-SEEN             VALUE 'Y'.
             88 NO-AIRPORT-SEEN             VALUE 'N'.
          05 SW-FROM-SEEN             PIC X VALUE 'N'.
             88 YS-FROM-SEEN                VALUE 'Y'.
             88 NO-FROM-SEEN                VALUE 'N'.
          05 SW-TO-SEEN               PIC X VALUE 'N'.
             88 YS-TO-SEEN                  VALUE 'Y'.
             88 NO-TO-SEEN                  VALUE 'N'.
          05 SW-REFERENCE-SEEN        PIC X VALUE 'N'.
             88 YS-REFERENCE-SEEN           VALUE 'Y'.
             88 NO-REFERENCE-SEEN           VALUE 'N'.
          05 SW-TIME-FROM-SEEN        PIC X VALUE 'N'.
             88 YS-TIME-FROM-SEEN           VALUE 'Y'.
             88 NO-TIME-FROM-SEEN           VALUE 'N'.
          05 SW-TIME-TO-SEEN          PIC X VALUE 'N'.
             88 YS-TIME-TO-SEEN             VALUE 'Y'.
             88 NO-TIME-TO-SEEN             VALUE 'N'.
          05 SW-VALID-TIME            PIC X VALUE 'N'.
             88 YS-VALID-TIME               VALUE 'Y'.
             88 NO-VALID-TIME               VALUE 'N'.
          05 SW-APPLY-MODE            PIC X VALUE 'N'.
             88 YS-APPLY-MODE               VALUE 'Y'.
             88 NO-APPLY-MODE               VALUE 'N'.
          05 SW-FORCE-FRESH           PIC X VALUE 'N'.
             88 YS-FORCE-FRESH              VALUE 'Y'.
             88 NO-FORCE-FRESH              VALUE 'N'.
          05 SW-RUN-ABORTED           PIC X VALUE 'N'.
             88 YS-RUN-ABORTED              VALUE 'Y'.
             88 NO-RUN-ABORTED              VALUE 'N'.

       01 WK-ERR-PARAGRAPH            PIC X(50) VALUE SPACES.
       01 WK-ERR-DESC                 PIC X(80) VALUE SPACES.
       01 W-FLIGHT-NUMBER             PIC X(10) VALUE SPACES.
       01 WK-PARM-VALUE               PIC X(10) VALUE SPACES.
       01 WK-PARM-NAME                PIC X(12) VALUE SPACES.
       01 WK-JOB-NAME                 PIC X(8)  VALUE 'FLTDSRB'.
       01 WK-RESTART-KEY              PIC X(10) VALUE SPACES.
       01 WK-TODAY-DATE               PIC X(10) VALUE SPACES.

      *    THE DISRUPTION AS KEYED ON SYSIN.
       01 WK-AIRPORT-CD               PIC X(3)  VALUE SPACES.
       01 WK-FROM-DATE                PIC X(10) VALUE SPACES.
       01 WK-TO-DATE                  PIC X(10) VALUE SPACES.
       01 WK-DISRUPT-REF              PIC X(10) VALUE SPACES.
       01 WK-DIRECTION                PIC X(1)  VALUE 'B'.
          88 YS-DIRECTION-VALID             VALUE 'D' 'A' 'B'.
       01 WK-TIME-FROM                PIC X(4)  VALUE SPACES.
       01 WK-TIME-TO                  PIC X(4)  VALUE SPACES.
      *    'N' NO WINDOW, 'S' WITHIN THE DAY, 'W' WRAPS MIDNIGHT - SO
      *    THE CURSOR NEVER HAS TO COMPARE TWO HOST VARIABLES.
       01 WK-WINDOW-TYPE              PIC X(1)  VALUE 'N'.

       01 WK-FROM-INT                 PIC S9(9) COMP VALUE ZERO.
       01 WK-TO-INT                   PIC S9(9) COMP VALUE ZERO.

      *    SAME LIMIT AS FLTROLB AND FLTSCHID ACTION G - A FULL IATA
      *    SEASON PLUS SLACK COVERS THE LONGEST RUNWAY CLOSURE.
       01 WK-MAX-RANGE-DAYS           PIC S9(9) COMP VALUE +400.

       01 WK-EDIT-TIME.
          05 WK-EDIT-TIME-HH          PIC X(2).
          05 WK-EDIT-TIME-MI          PIC X(2).
       01 WK-EDIT-TIME-HH-NUM         PIC 9(2)  VALUE ZERO.
       01 WK-EDIT-TIME-MI-NUM         PIC 9(2)  VALUE ZERO.

      *    ONE ROW FROM THE FLIGHT CURSOR.
       01 WK-FLT-ROUTE                PIC X(6)  VALUE SPACES.
       01 WK-FLT-ORIG                 PIC X(3)  VALUE SPACES.
       01 WK-FLT-DEST                 PIC X(3)  VALUE SPACES.
       01 WK-FLT-DEPART-TM            PIC X(4)  VALUE SPACES.
       01 WK-LINE-DATE                PIC X(10) VALUE SPACES.
       01 WK-BOOKING-REF              PIC X(10) VALUE SPACES.

      *    DATES AND BOOKING REFERENCES ARE PRINTED EIGHT TO A LINE.
       01 WK-LIST-MAX                 PIC S9(4) COMP VALUE +8.
       01 WK-LIST-IDX                 PIC S9(4) COMP VALUE ZERO.
       01 WK-LIST-LINE.
          05 FILLER                   PIC X(4)  VALUE SPACES.
          05 WK-LIST-LABEL            PIC X(20).
          05 WK-LIST-ENTRY            PIC X(11) OCCURS 8 TIMES.
          05 FILLER                   PIC X(20) VALUE SPACES.

       01 WK-UPD-SQLCODE              PIC S9(9) COMP VALUE ZERO.
       01 WK-CHKPT-SQLCODE            PIC S9(9) COMP VALUE ZERO.

       01 WK-COMMIT-INTERVAL          PIC 9(4)  VALUE 0001.
       01 WK-COMMIT-COUNT             PIC 9(4)  VALUE ZERO.
       01 WK-COMMIT-VALUE             PIC X(4)  VALUE SPACES.

      *    PER-FLIGHT FIGURES.
       01 WK-FLT-CANCELLED            PIC 9(5)  VALUE ZERO.
       01 WK-FLT-GONE                 PIC 9(5)  VALUE ZERO.
       01 WK-FLT-BOOKINGS             PIC 9(5)  VALUE ZERO.
       01 WK-NUM-DISPLAY              PIC ZZZZ9.

       01 WK-COUNT-FLIGHTS            PIC 9(7)  VALUE ZERO.
       01 WK-COUNT-CANCELLED          PIC 9(7)  VALUE ZERO.
       01 WK-COUNT-GONE               PIC 9(7)  VALUE ZERO.
       01 WK-COUNT-BKG-FLIGHTS        PIC 9(7)  VALUE ZERO.
       01 WK-COUNT-BOOKINGS           PIC 9(7)  VALUE ZERO.
       01 WK-COUNT-ERRORED            PIC 9(7)  VALUE ZERO.

       01 WK-RPT-LINE.
          05 WK-RPT-FLIGHTNO          PIC X(10).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WK-RPT-STATUS            PIC X(120).

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
          INCLUDE @TSCHFLH
       END-EXEC

       EXEC SQL
          INCLUDE @TBOOKFLI
       END-EXEC

       EXEC SQL
          INCLUDE @TREFAPT
       END-EXEC

       EXEC SQL
          INCLUDE @TBATCTL
       END-EXEC

       EXEC SQL
          INCLUDE @TBATRUN
       END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
      **********************************************
           PERFORM 1000-INITIALIZE

           IF NO-PARM-ERROR
              PERFORM 2000-PROCESS-FLIGHT
                 UNTIL YS-END-OF-FLIGHTS OR YS-RUN-ABORTED

              EXEC SQL
                 CLOSE DSR_CSR
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

           MOVE 'AIRPORT DISRUPTION - SCHEDULE LINE CANCELLATION REPORT'
             TO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           PERFORM 1016-FETCH-TODAY
           PERFORM 1005-READ-RUN-PARAMETERS

           IF NO-PARM-ERROR
              PERFORM 1015-VALIDATE-DISRUPTION
           END-IF

           IF NO-PARM-ERROR AND YS-APPLY-MODE
              PERFORM 1020-READ-CHECKPOINT
           END-IF

           MOVE SPACES TO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           IF NO-PARM-ERROR
              PERFORM 1030-OPEN-FLIGHT-CURSOR
              PERFORM 1040-FETCH-FLIGHT
           END-IF.

      **********************************************
       1005-READ-RUN-PARAMETERS.
      **********************************************
      *    AIRPORT, DATES AND REFERENCE ARE DELIBERATELY MANDATORY
      *    WITH NO DEFAULT - A MASS CANCELLATION MUST NEVER GUESS.
      *    REPORT-ONLY IS THE DEFAULT SO OPERATIONS CAN PREVIEW THE
      *    IMPACT; APPLY=Y IS NEEDED TO CHANGE ANYTHING. EVERY
      *    ACCEPTED CARD IS ECHOED TO THE REPORT.
           PERFORM 1006-READ-PARM-CARD
           PERFORM 1007-APPLY-PARM-CARD UNTIL YS-PARM-EOF

           CLOSE PARM-IN-FILE

           IF NO-PARM-ERROR
              AND (NO-AIRPORT-SEEN OR NO-FROM-SEEN OR NO-TO-SEEN
                OR NO-REFERENCE-SEEN)
              SET YS-PARM-ERROR TO TRUE

              MOVE SPACES TO RPT-OUT-RECORD
              STRING 'AIRPORT=, FROM-DATE=, TO-DATE= AND REFERENCE= '
                     'ARE ALL REQUIRED ON SYSIN - RUN ENDED'
              INTO RPT-OUT-RECORD
              WRITE RPT-OUT-RECORD
           END-IF

           IF NO-PARM-ERROR
              AND (YS-TIME-FROM-SEEN AND NO-TIME-TO-SEEN
                OR NO-TIME-FROM-SEEN AND YS-TIME-TO-SEEN)
              SET YS-PARM-ERROR TO TRUE

              MOVE SPACES TO RPT-OUT-RECORD
              STRING 'TIME-FROM= AND TIME-TO= MUST BE GIVEN TOGETHER '
                     '- RUN ENDED'
              INTO RPT-OUT-RECORD
              WRITE RPT-OUT-RECORD
           END-IF

           IF NO-PARM-ERROR
              MOVE SPACES TO RPT-OUT-RECORD
              IF YS-APPLY-MODE
                 MOVE 'RUN MODE: APPLY - MATCHING LINES ARE CANCELLED'
                   TO RPT-OUT-RECORD
              ELSE
                 MOVE 'RUN MODE: REPORT ONLY - NOTHING IS CANCELLED'
                   TO RPT-OUT-RECORD
              END-IF
              WRITE RPT-OUT-RECORD

              IF YS-APPLY-MODE
                 MOVE SPACES TO RPT-OUT-RECORD
                 STRING 'COMMIT INTERVAL IN EFFECT: '
                        WK-COMMIT-INTERVAL
                 INTO RPT-OUT-RECORD
                 WRITE RPT-OUT-RECORD
              END-IF
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
              WHEN PARM-IN-RECORD(1:8) = 'AIRPORT='
                 MOVE PARM-IN-RECORD(9:3) TO WK-AIRPORT-CD
                 PERFORM 1008-VALIDATE-AIRPORT-PARM
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
              WHEN PARM-IN-RECORD(1:10) = 'REFERENCE='
                 MOVE PARM-IN-RECORD(11:10) TO WK-DISRUPT-REF

                 MOVE SPACES TO RPT-OUT-RECORD
                 IF WK-DISRUPT-REF = SPACES
                    OR PARM-IN-RECORD(21:60) NOT = SPACES
                    SET YS-PARM-ERROR TO TRUE
                    STRING 'REFERENCE= MUST BE 1 TO 10 CHARACTERS '
                           '- RUN ENDED'
                    INTO RPT-OUT-RECORD
                 ELSE
                    SET YS-REFERENCE-SEEN TO TRUE
                    STRING 'PARAMETER: REFERENCE=' WK-DISRUPT-REF
                    INTO RPT-OUT-RECORD
                 END-IF
                 WRITE RPT-OUT-RECORD
              WHEN PARM-IN-RECORD(1:10) = 'DIRECTION='
                 MOVE PARM-IN-RECORD(11:1) TO WK-DIRECTION

                 MOVE SPACES TO RPT-OUT-RECORD
                 IF YS-DIRECTION-VALID
                    AND PARM-IN-RECORD(12:69) = SPACES
                    STRING 'PARAMETER: DIRECTION=' WK-DIRECTION
                    INTO RPT-OUT-RECORD
                 ELSE
                    SET YS-PARM-ERROR TO TRUE
                    STRING 'INVALID DIRECTION ON SYSIN - RUN ENDED - '
                           'USE D (DEPARTURES), A (ARRIVALS) OR B'
                    INTO RPT-OUT-RECORD
                 END-IF
                 WRITE RPT-OUT-RECORD
              WHEN PARM-IN-RECORD(1:10) = 'TIME-FROM='
                 MOVE 'TIME-FROM=' TO WK-PARM-NAME
                 MOVE PARM-IN-RECORD(11:4) TO WK-EDIT-TIME
                 PERFORM 1012-EDIT-TIME-PARM

                 IF YS-VALID-TIME
                    SET YS-TIME-FROM-SEEN TO TRUE
                    MOVE WK-EDIT-TIME TO WK-TIME-FROM
                 END-IF
              WHEN PARM-IN-RECORD(1:8) = 'TIME-TO='
                 MOVE 'TIME-TO=' TO WK-PARM-NAME
                 MOVE PARM-IN-RECORD(9:4) TO WK-EDIT-TIME
                 PERFORM 1012-EDIT-TIME-PARM

                 IF YS-VALID-TIME
                    SET YS-TIME-TO-SEEN TO TRUE
                    MOVE WK-EDIT-TIME TO WK-TIME-TO
                 END-IF
              WHEN PARM-IN-RECORD(1:7) = 'APPLY=Y'
                 SET YS-APPLY-MODE TO TRUE
                 MOVE 'PARAMETER: APPLY=Y' TO RPT-OUT-RECORD
                 WRITE RPT-OUT-RECORD
              WHEN PARM-IN-RECORD(1:7) = 'COMMIT='
                 MOVE PARM-IN-RECORD(8:4) TO WK-COMMIT-VALUE
                 PERFORM 1009-VALIDATE-COMMIT-PARM
              WHEN PARM-IN-RECORD(1:9) = 'RESTART=N'
                 SET YS-FORCE-FRESH TO TRUE
                 MOVE 'PARAMETER: RESTART=N - CHECKPOINT DISCARDED'
                   TO RPT-OUT-RECORD
                 WRITE RPT-OUT-RECORD
      *       RESTART=Y SPELLS OUT THE DEFAULT - RESUME FROM THE
      *       CHECKPOINT WHEN ONE EXISTS.
              WHEN PARM-IN-RECORD(1:9) = 'RESTART=Y'
                 MOVE 'PARAMETER: RESTART=Y' TO RPT-OUT-RECORD
                 WRITE RPT-OUT-RECORD
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
       1008-VALIDATE-AIRPORT-PARM.
      **********************************************
      *    THE CODE MUST BE ON TREFAPT. ITS STATUS DOES NOT MATTER - A
      *    WITHDRAWN AIRPORT MAY STILL HAVE LINES LEFT TO CANCEL.
           MOVE WK-AIRPORT-CD TO AIRPORT-CD

           EXEC SQL
              SELECT AIRPORT_NAME
                INTO :AIRPORT-NAME
                FROM BEDEF.TREFAPT
               WHERE AIRPORT_CD = :AIRPORT-CD
           END-EXEC

           MOVE SPACES TO RPT-OUT-RECORD

           EVALUATE SQLCODE
              WHEN 0
                 SET YS-AIRPORT-SEEN TO TRUE
                 STRING 'PARAMETER: AIRPORT=' WK-AIRPORT-CD
                        '  ' AIRPORT-NAME
                 INTO RPT-OUT-RECORD
              WHEN 100
                 SET YS-PARM-ERROR TO TRUE
                 STRING 'AIRPORT ' WK-AIRPORT-CD
                        ' IS NOT ON TREFAPT - RUN ENDED'
                 INTO RPT-OUT-RECORD
              WHEN OTHER
                 MOVE '1008-VALIDATE-AIRPORT-PARM' TO WK-ERR-PARAGRAPH
                 MOVE SQLCODE TO WK-SQLCODE-DISPLAY
                 PERFORM 9955-TRANSLATE-SQLCODE

                 STRING 'WITH SQLCODE = ' WK-SQLCODE-DISPLAY
                        ' - ' WK-SQLCODE-TEXT
                 INTO WK-ERR-DESC

                 PERFORM 9950-FATAL-ERROR
           END-EVALUATE

           WRITE RPT-OUT-RECORD.

      **********************************************
       1009-VALIDATE-COMMIT-PARM.
      **********************************************
           IF WK-COMMIT-VALUE IS NUMERIC
              AND WK-COMMIT-VALUE NOT = '0000'
              MOVE WK-COMMIT-VALUE TO WK-COMMIT-INTERVAL

              MOVE SPACES TO RPT-OUT-RECORD
              STRING 'PARAMETER: COMMIT=' WK-COMMIT-VALUE
              INTO RPT-OUT-RECORD
              WRITE RPT-OUT-RECORD
           ELSE
              SET YS-PARM-ERROR TO TRUE

              MOVE SPACES TO RPT-OUT-RECORD
              STRING 'INVALID COMMIT INTERVAL ' WK-COMMIT-VALUE
                     ' ON SYSIN - RUN ENDED - USE 0001 TO 9999'
              INTO RPT-OUT-RECORD
              WRITE RPT-OUT-RECORD
           END-IF.

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
       1012-EDIT-TIME-PARM.
      **********************************************
      *    SAME HHMM EDIT AS THE DEPARTURE TIME ON A FLIGHT - ONLY A
      *    REAL CLOCK TIME IS EVER COMPARED OR HANDED TO SQL.
           SET NO-VALID-TIME TO TRUE

           IF WK-EDIT-TIME-HH NUMERIC AND WK-EDIT-TIME-MI NUMERIC
              MOVE WK-EDIT-TIME-HH TO WK-EDIT-TIME-HH-NUM
              MOVE WK-EDIT-TIME-MI TO WK-EDIT-TIME-MI-NUM

              IF WK-EDIT-TIME-HH-NUM <= 23
                 AND WK-EDIT-TIME-MI-NUM <= 59
                 SET YS-VALID-TIME TO TRUE
              END-IF
           END-IF

           MOVE SPACES TO RPT-OUT-RECORD

           IF YS-VALID-TIME
              STRING 'PARAMETER: ' WK-PARM-NAME WK-EDIT-TIME
              INTO RPT-OUT-RECORD
           ELSE
              SET YS-PARM-ERROR TO TRUE

              STRING 'INVALID HHMM TIME ON SYSIN CARD ' WK-PARM-NAME
                     WK-EDIT-TIME ' - RUN ENDED'
              INTO RPT-OUT-RECORD
           END-IF

           WRITE RPT-OUT-RECORD.

      **********************************************
       1015-VALIDATE-DISRUPTION.
      **********************************************
      *    THE RANGE MUST RUN FORWARD, BE NO WIDER THAN A SEASON AND
      *    NOT START IN THE PAST - A PAST DATE HAS FLOWN OR IS ABOUT
      *    TO BE CLOSED AS FLOWN BY FLTCLSB. A WINDOW WITH THE SAME
      *    START AND END IS EMPTY AND ALMOST CERTAINLY MIS-KEYED.
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
              WHEN NO-TIME-FROM-SEEN
                 MOVE 'N' TO WK-WINDOW-TYPE
              WHEN WK-TIME-FROM = WK-TIME-TO
                 SET YS-PARM-ERROR TO TRUE
                 STRING 'TIME-FROM AND TIME-TO ARE THE SAME - THE '
                        'WINDOW IS EMPTY - RUN ENDED'
                 INTO RPT-OUT-RECORD
              WHEN WK-TIME-FROM < WK-TIME-TO
                 MOVE 'S' TO WK-WINDOW-TYPE
              WHEN OTHER
                 MOVE 'W' TO WK-WINDOW-TYPE
           END-EVALUATE

           IF YS-PARM-ERROR
              WRITE RPT-OUT-RECORD
           END-IF.

      **********************************************
       1016-FETCH-TODAY.
      **********************************************
           EXEC SQL
              SELECT CHAR(CURRENT DATE, ISO)
                INTO :WK-TODAY-DATE
                FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '1016-FETCH-TODAY' TO WK-ERR-PARAGRAPH
              MOVE SQLCODE TO WK-SQLCODE-DISPLAY
              PERFORM 9955-TRANSLATE-SQLCODE

              STRING 'WITH SQLCODE = ' WK-SQLCODE-DISPLAY
                     ' - ' WK-SQLCODE-TEXT
              INTO WK-ERR-DESC

              PERFORM 9950-FATAL-ERROR
           END-IF.

      **********************************************
       1020-READ-CHECKPOINT.
      **********************************************
      *    A CHECKPOINT ROW ON TBATCTL MEANS THE PREVIOUS APPLY RUN
      *    DID NOT REACH THE END - THE FLIGHT CURSOR RESUMES ABOVE THE
      *    LAST COMMITTED FLIGHT NUMBER UNLESS RESTART=N ASKED FOR A
      *    FRESH RUN. THE DELETE ON A FRESH RUN RIDES IN THE FIRST
      *    CHECKPOINT'S UNIT OF WORK. A FRESH RUN OVER FLIGHTS ALREADY
      *    DONE IS HARMLESS - THEIR LINES ARE NO LONGER ACTIVE.
           MOVE WK-JOB-NAME TO CTL-JOB-NAME

           EXEC SQL
              SELECT RESTART_POS, RESTART_KEY
                INTO :CTL-RESTART-POS, :CTL-RESTART-KEY
                FROM BEDEF.TBATCTL
               WHERE JOB_NAME = :CTL-JOB-NAME
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 100
                 CONTINUE
              WHEN SQLCODE NOT = 0
                 SET YS-PARM-ERROR TO TRUE
                 MOVE SQLCODE TO WK-SQLCODE-DISPLAY
                 PERFORM 9955-TRANSLATE-SQLCODE

                 MOVE SPACES TO RPT-OUT-RECORD
                 STRING 'ERRORED READING TBATCTL CHECKPOINT - RUN '
                        'ENDED - SQLCODE = ' WK-SQLCODE-DISPLAY
                        ' - ' WK-SQLCODE-TEXT
                 INTO RPT-OUT-RECORD
                 WRITE RPT-OUT-RECORD
              WHEN YS-FORCE-FRESH
                 EXEC SQL
                    DELETE FROM BEDEF.TBATCTL
                     WHERE JOB_NAME = :CTL-JOB-NAME
                 END-EXEC
              WHEN OTHER
                 MOVE CTL-RESTART-KEY TO WK-RESTART-KEY

                 MOVE SPACES TO RPT-OUT-RECORD
                 STRING 'RESTART: RESUMING AFTER FLIGHT '
                        CTL-RESTART-KEY
                 INTO RPT-OUT-RECORD
                 WRITE RPT-OUT-RECORD
           END-EVALUATE.

      **********************************************
       1030-OPEN-FLIGHT-CURSOR.
      **********************************************
      *    EVERY FLIGHT TOUCHING THE AIRPORT IN THE DIRECTION ASKED
      *    FOR, INSIDE THE TIME WINDOW, WITH AT LEAST ONE ACTIVE LINE
      *    IN THE RANGE - IN FLIGHT NUMBER ORDER ABOVE THE RESTART KEY
      *    (SPACES ON A FRESH RUN). WITH HOLD BECAUSE APPLY MODE
      *    COMMITS EVERY WK-COMMIT-INTERVAL FLIGHTS.
           EXEC SQL
              DECLARE DSR_CSR CURSOR WITH HOLD FOR
                 SELECT F.FLIGHT_NUMBER_ID, F.FLIGHT_ROUTE_CD,
                        F.FLIGHT_ORIG_CD, F.FLIGHT_DEST_CD,
                        F.FLIGHT_DEPART_TM
                   FROM BEDEF.TDEFFLI F
                  WHERE F.FLIGHT_NUMBER_ID > :WK-RESTART-KEY
                    AND ((F.FLIGHT_ORIG_CD = :WK-AIRPORT-CD
                      AND :WK-DIRECTION   <> 'A')
                      OR (F.FLIGHT_DEST_CD = :WK-AIRPORT-CD
                      AND :WK-DIRECTION   <> 'D'))
                    AND (:WK-WINDOW-TYPE = 'N'
                      OR (:WK-WINDOW-TYPE = 'S'
                      AND F.FLIGHT_DEPART_TM >= :WK-TIME-FROM
                      AND F.FLIGHT_DEPART_TM <  :WK-TIME-TO)
                      OR (:WK-WINDOW-TYPE = 'W'
                      AND (F.FLIGHT_DEPART_TM >= :WK-TIME-FROM
                        OR F.FLIGHT_DEPART_TM <  :WK-TIME-TO)))
                    AND EXISTS
                        (SELECT 1
                           FROM BEDEF.TSCHFLI S
                          WHERE S.FLIGHT_NUMBER_ID = F.FLIGHT_NUMBER_ID
                            AND S.SCHED_STATUS_CD  = 'A'
                            AND S.SCHED_LINE_DT
                                BETWEEN :WK-FROM-DATE AND :WK-TO-DATE)
                  ORDER BY F.FLIGHT_NUMBER_ID
           END-EXEC

           EXEC SQL
              OPEN DSR_CSR
           END-EXEC.

      **********************************************
       1040-FETCH-FLIGHT.
      **********************************************
           EXEC SQL
              FETCH DSR_CSR
                INTO :FLIGHT-NUMBER-ID, :WK-FLT-ROUTE,
                     :WK-FLT-ORIG, :WK-FLT-DEST,
                     :WK-FLT-DEPART-TM
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
           ADD 1 TO WK-COUNT-FLIGHTS
           PERFORM 2050-WRITE-FLIGHT-HEADING
           PERFORM 2100-CANCEL-FLIGHT-LINES

           IF NO-RUN-ABORTED
              PERFORM 2300-LIST-BOOKINGS
           END-IF

           IF NO-RUN-ABORTED AND YS-APPLY-MODE
              PERFORM 2140-CHECKPOINT-COMMIT
           END-IF

           IF NO-RUN-ABORTED
              PERFORM 1040-FETCH-FLIGHT
           END-IF.

      **********************************************
       2050-WRITE-FLIGHT-HEADING.
      **********************************************
           MOVE SPACES TO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           MOVE W-FLIGHT-NUMBER TO WK-RPT-FLIGHTNO

           IF WK-FLT-ORIG = WK-AIRPORT-CD
              STRING 'DEPARTURE  ROUTE ' WK-FLT-ROUTE
                     '  ' WK-FLT-ORIG '-' WK-FLT-DEST
                     '  DEPARTS ' WK-FLT-DEPART-TM
              INTO WK-RPT-STATUS
           ELSE
              STRING 'ARRIVAL    ROUTE ' WK-FLT-ROUTE
                     '  ' WK-FLT-ORIG '-' WK-FLT-DEST
                     '  DEPARTS ' WK-FLT-DEPART-TM
              INTO WK-RPT-STATUS
           END-IF

           PERFORM 7100-WRITE-REPORT-LINE.

      **********************************************
       2100-CANCEL-FLIGHT-LINES.
      **********************************************
      *    THE FLIGHT'S ACTIVE LINES IN THE RANGE, IN DATE ORDER. THE
      *    CURSOR IS OPENED AND CLOSED INSIDE THE FLIGHT, SO IT NEVER
      *    SPANS A COMMIT.
           MOVE ZERO TO WK-FLT-CANCELLED
           MOVE ZERO TO WK-FLT-GONE
           MOVE ZERO TO WK-LIST-IDX

           IF YS-APPLY-MODE
              MOVE 'CANCELLED:' TO WK-LIST-LABEL
           ELSE
              MOVE 'TO BE CANCELLED:' TO WK-LIST-LABEL
           END-IF

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

           SET YS-MORE-ROWS TO TRUE
           PERFORM 2110-FETCH-LINE
              UNTIL NO-MORE-ROWS OR YS-RUN-ABORTED

           EXEC SQL
              CLOSE LINE_CSR
           END-EXEC

           IF WK-LIST-IDX > 0 AND NO-RUN-ABORTED
              PERFORM 7200-WRITE-LIST-LINE
           END-IF

           IF WK-FLT-GONE > 0
              MOVE WK-FLT-GONE TO WK-NUM-DISPLAY
              STRING WK-NUM-DISPLAY ' LINE(S) NO LONGER ACTIVE WHEN '
                     'REACHED - LEFT AS THEY STAND'
              INTO WK-RPT-STATUS
              PERFORM 7100-WRITE-REPORT-LINE
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
                 IF YS-APPLY-MODE
                    PERFORM 2120-CANCEL-SCHEDULE-LINE
                 ELSE
                    PERFORM 2130-LIST-LINE-DATE
                 END-IF
              WHEN 100
                 SET NO-MORE-ROWS TO TRUE
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
       2120-CANCEL-SCHEDULE-LINE.
      **********************************************
      *    SAME UPDATE AS FLTSCHID ACTION C. NOT FOUND MEANS THE LINE
      *    WAS CANCELLED OR CLOSED SINCE THE CURSOR READ IT - COUNTED
      *    AND LEFT. ANY OTHER FAILURE ROLLS BACK THE CURRENT INTERVAL
      *    AND ENDS THE RUN - THE RESTART REPROCESSES IT FROM THE LAST
      *    GOOD CHECKPOINT. THE SQLCODE IS SAVED FIRST BECAUSE THE
      *    ROLLBACK OVERWRITES THE LIVE SQLCODE WITH ITS OWN.
           MOVE W-FLIGHT-NUMBER TO SCH-FLIGHT-NUMBER-ID
           MOVE WK-LINE-DATE    TO SCH-SCHED-LINE-DT

           EXEC SQL
              UPDATE BEDEF.TSCHFLI
                 SET SCHED_STATUS_CD = 'C'
               WHERE FLIGHT_NUMBER_ID = :SCH-FLIGHT-NUMBER-ID
                 AND SCHED_LINE_DT    = :SCH-SCHED-LINE-DT
                 AND SCHED_STATUS_CD  = 'A'
           END-EXEC

           MOVE SQLCODE TO WK-UPD-SQLCODE

           IF WK-UPD-SQLCODE = 0
              PERFORM 2125-WRITE-CANCEL-HISTORY
           END-IF

           EVALUATE WK-UPD-SQLCODE
              WHEN 0
                 PERFORM 2130-LIST-LINE-DATE
              WHEN 100
                 ADD 1 TO WK-FLT-GONE
                 ADD 1 TO WK-COUNT-GONE
              WHEN OTHER
                 SET YS-RUN-ABORTED TO TRUE
                 ADD 1 TO WK-COUNT-ERRORED
                 MOVE WK-UPD-SQLCODE TO WK-SQLCODE-DISPLAY
                 MOVE W-FLIGHT-NUMBER TO WK-RPT-FLIGHTNO
                 PERFORM 9955-TRANSLATE-SQLCODE

                 STRING 'ERRORED CANCELLING ' WK-LINE-DATE
                        ' - INTERVAL ROLLED BACK - RUN ENDED - '
                        'SQLCODE = ' WK-SQLCODE-DISPLAY ' - '
                        WK-SQLCODE-TEXT
                 INTO WK-RPT-STATUS

                 EXEC SQL
                    ROLLBACK
                 END-EXEC

                 PERFORM 7100-WRITE-REPORT-LINE
           END-EVALUATE.

      **********************************************
       2125-WRITE-CANCEL-HISTORY.
      **********************************************
      *    RECORDED AS FLTSCHID RECORDS AN ORDINARY CANCELLATION, WITH
      *    THE BATCH USERID AND TERMINAL AND THE RUN'S DISRUPTION
      *    REFERENCE. A FAILED INSERT IS TREATED AS A FAILED CANCEL.
           MOVE W-FLIGHT-NUMBER TO SLH-FLIGHT-NUMBER-ID
           MOVE WK-LINE-DATE    TO SLH-SCHED-LINE-DT
           MOVE 'A'             TO SLH-OLD-STATUS-CD
           MOVE 'C'             TO SLH-NEW-STATUS-CD
           MOVE 'BATCH'         TO SLH-CHANGED-BY-USERID
           MOVE 'BCH1'          TO SLH-CHANGED-BY-TERMID
           MOVE WK-DISRUPT-REF  TO SLH-DISRUPT-REF-ID

           EXEC SQL
              INSERT INTO BEDEF.TSCHFLH
                 (FLIGHT_NUMBER_ID, SCHED_LINE_DT, CHANGE_TS,
                  OLD_STATUS_CD, NEW_STATUS_CD,
                  CHANGED_BY_USERID, CHANGED_BY_TERMID,
                  DISRUPT_REF_ID)
              VALUES
                 (:SLH-FLIGHT-NUMBER-ID, :SLH-SCHED-LINE-DT,
                  CURRENT TIMESTAMP, :SLH-OLD-STATUS-CD,
                  :SLH-NEW-STATUS-CD, :SLH-CHANGED-BY-USERID,
                  :SLH-CHANGED-BY-TERMID, :SLH-DISRUPT-REF-ID)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WK-UPD-SQLCODE
           END-IF.

      **********************************************
       2130-LIST-LINE-DATE.
      **********************************************
           ADD 1 TO WK-FLT-CANCELLED
           ADD 1 TO WK-COUNT-CANCELLED

           ADD 1 TO WK-LIST-IDX
           MOVE WK-LINE-DATE TO WK-LIST-ENTRY(WK-LIST-IDX)

           IF WK-LIST-IDX >= WK-LIST-MAX
              PERFORM 7200-WRITE-LIST-LINE
           END-IF.

      **********************************************
       2140-CHECKPOINT-COMMIT.
      **********************************************
      *    COMMITS EVERY WK-COMMIT-INTERVAL FLIGHTS SO A LARGE
      *    DISRUPTION DOES NOT HOLD LOCKS FOR THE WHOLE JOB. THE
      *    TBATCTL CHECKPOINT ROW IS WRITTEN IN THE SAME UNIT OF WORK
      *    AS THE CANCELLATIONS IT COVERS, SO POSITION AND DATA CAN
      *    NEVER DISAGREE AFTER AN ABEND. NO COMMIT WITHOUT ITS
      *    CHECKPOINT - A FAILED TBATCTL WRITE ENDS THE RUN AND THE
      *    INTERVAL IS DISCARDED IN 9999-END-PROCESS.
           ADD 1 TO WK-COMMIT-COUNT

           IF WK-COMMIT-COUNT >= WK-COMMIT-INTERVAL
              PERFORM 2150-SAVE-CHECKPOINT

              IF NO-RUN-ABORTED
                 EXEC SQL
                    COMMIT
                 END-EXEC
                 MOVE ZERO TO WK-COMMIT-COUNT
              END-IF
           END-IF.

      **********************************************
       2150-SAVE-CHECKPOINT.
      **********************************************
           MOVE WK-JOB-NAME        TO CTL-JOB-NAME
           MOVE WK-COUNT-FLIGHTS   TO CTL-RESTART-POS
           MOVE W-FLIGHT-NUMBER    TO CTL-RESTART-KEY

           EXEC SQL
              UPDATE BEDEF.TBATCTL
                 SET LAST_RUN_TS = CURRENT TIMESTAMP,
                     RESTART_POS = :CTL-RESTART-POS,
                     RESTART_KEY = :CTL-RESTART-KEY
               WHERE JOB_NAME = :CTL-JOB-NAME
           END-EXEC

           IF SQLCODE = 100
              EXEC SQL
                 INSERT INTO BEDEF.TBATCTL
                    (JOB_NAME, LAST_RUN_TS, RESTART_POS, RESTART_KEY)
                 VALUES
                    (:CTL-JOB-NAME, CURRENT TIMESTAMP,
                     :CTL-RESTART-POS, :CTL-RESTART-KEY)
              END-EXEC
           END-IF

           MOVE SQLCODE TO WK-CHKPT-SQLCODE

           IF WK-CHKPT-SQLCODE NOT = 0
              SET YS-RUN-ABORTED TO TRUE
              ADD 1 TO WK-COUNT-ERRORED
              MOVE WK-CHKPT-SQLCODE TO WK-SQLCODE-DISPLAY
              MOVE W-FLIGHT-NUMBER TO WK-RPT-FLIGHTNO
              PERFORM 9955-TRANSLATE-SQLCODE

              STRING 'ERRORED WRITING TBATCTL CHECKPOINT - RUN ENDED'
                     ' - SQLCODE = '
                     WK-SQLCODE-DISPLAY ' - '
                     WK-SQLCODE-TEXT
              INTO WK-RPT-STATUS

              PERFORM 7100-WRITE-REPORT-LINE
           END-IF.

      **********************************************
       2300-LIST-BOOKINGS.
      **********************************************
      *    THE FLIGHT'S ACTIVE BOOKINGS FOR RE-ACCOMMODATION, EIGHT
      *    REFERENCES TO A LINE.
           MOVE ZERO TO WK-FLT-BOOKINGS
           MOVE ZERO TO WK-LIST-IDX
           MOVE 'ACTIVE BOOKINGS:' TO WK-LIST-LABEL

           EXEC SQL
              DECLARE BKG_CSR CURSOR FOR
                 SELECT BOOKING_REF
                   FROM BEDEF.TBOOKFLI
                  WHERE FLIGHT_NUMBER_ID  = :FLIGHT-NUMBER-ID
                    AND BOOKING_STATUS_CD = 'A'
                  ORDER BY BOOKING_REF
           END-EXEC

           EXEC SQL
              OPEN BKG_CSR
           END-EXEC

           SET YS-MORE-ROWS TO TRUE
           PERFORM 2310-FETCH-BOOKING UNTIL NO-MORE-ROWS

           EXEC SQL
              CLOSE BKG_CSR
           END-EXEC

           IF WK-LIST-IDX > 0
              PERFORM 7200-WRITE-LIST-LINE
           END-IF

           IF WK-FLT-BOOKINGS = 0
              MOVE 'NO ACTIVE BOOKINGS' TO WK-RPT-STATUS
           ELSE
              ADD 1 TO WK-COUNT-BKG-FLIGHTS
              MOVE WK-FLT-BOOKINGS TO WK-NUM-DISPLAY
              STRING WK-NUM-DISPLAY ' ACTIVE BOOKING(S) TO '
                     'RE-ACCOMMODATE'
              INTO WK-RPT-STATUS
           END-IF

           PERFORM 7100-WRITE-REPORT-LINE.

      **********************************************
       2310-FETCH-BOOKING.
      **********************************************
           EXEC SQL
              FETCH BKG_CSR
                INTO :WK-BOOKING-REF
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WK-FLT-BOOKINGS
                 ADD 1 TO WK-COUNT-BOOKINGS

                 ADD 1 TO WK-LIST-IDX
                 MOVE WK-BOOKING-REF TO WK-LIST-ENTRY(WK-LIST-IDX)

                 IF WK-LIST-IDX >= WK-LIST-MAX
                    PERFORM 7200-WRITE-LIST-LINE
                 END-IF
              WHEN 100
                 SET NO-MORE-ROWS TO TRUE
              WHEN OTHER
                 MOVE '2310-FETCH-BOOKING' TO WK-ERR-PARAGRAPH
                 MOVE SQLCODE TO WK-SQLCODE-DISPLAY
                 PERFORM 9955-TRANSLATE-SQLCODE

                 STRING 'FLIGHT ' W-FLIGHT-NUMBER
                        ' WITH SQLCODE = ' WK-SQLCODE-DISPLAY
                        ' - ' WK-SQLCODE-TEXT
                 INTO WK-ERR-DESC

                 PERFORM 9950-FATAL-ERROR
           END-EVALUATE.

      **********************************************
       3000-PRINT-SUMMARY.
      **********************************************
           MOVE SPACES TO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           IF WK-COUNT-FLIGHTS = 0
              MOVE 'NO ACTIVE SCHEDULE LINES MATCH THE DISRUPTION'
                TO RPT-OUT-RECORD
              WRITE RPT-OUT-RECORD

              MOVE SPACES TO RPT-OUT-RECORD
              WRITE RPT-OUT-RECORD
           END-IF

           MOVE SPACES TO RPT-OUT-RECORD
           STRING 'DISRUPTION . . . . . . . . . . . : '
                  WK-DISRUPT-REF '  AIRPORT ' WK-AIRPORT-CD
                  '  DIRECTION ' WK-DIRECTION
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           MOVE SPACES TO RPT-OUT-RECORD
           STRING 'DATE RANGE . . . . . . . . . . . : '
                  WK-FROM-DATE ' TO ' WK-TO-DATE
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           MOVE SPACES TO RPT-OUT-RECORD
           IF WK-WINDOW-TYPE = 'N'
              STRING 'DEPARTURE TIME WINDOW  . . . . . : NONE'
              INTO RPT-OUT-RECORD
           ELSE
              STRING 'DEPARTURE TIME WINDOW  . . . . . : '
                     WK-TIME-FROM ' TO ' WK-TIME-TO
              INTO RPT-OUT-RECORD
           END-IF
           WRITE RPT-OUT-RECORD

           MOVE SPACES TO RPT-OUT-RECORD
           MOVE WK-COUNT-FLIGHTS TO WK-COUNT-DISPLAY
           STRING 'FLIGHTS AFFECTED . . . . . . . . : ' WK-COUNT-DISPLAY
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           MOVE WK-COUNT-CANCELLED TO WK-COUNT-DISPLAY
           IF YS-APPLY-MODE
              STRING 'SCHEDULE LINES CANCELLED . . . . : '
                     WK-COUNT-DISPLAY
              INTO RPT-OUT-RECORD
           ELSE
              STRING 'SCHEDULE LINES TO BE CANCELLED . : '
                     WK-COUNT-DISPLAY
              INTO RPT-OUT-RECORD
           END-IF
           WRITE RPT-OUT-RECORD

           IF YS-APPLY-MODE
              MOVE WK-COUNT-GONE TO WK-COUNT-DISPLAY
              STRING 'LINES NO LONGER ACTIVE WHEN READ : '
                     WK-COUNT-DISPLAY
              INTO RPT-OUT-RECORD
              WRITE RPT-OUT-RECORD
           END-IF

           MOVE WK-COUNT-BKG-FLIGHTS TO WK-COUNT-DISPLAY
           STRING 'FLIGHTS WITH ACTIVE BOOKINGS . . : ' WK-COUNT-DISPLAY
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           MOVE WK-COUNT-BOOKINGS TO WK-COUNT-DISPLAY
           STRING 'ACTIVE BOOKINGS LISTED . . . . . : ' WK-COUNT-DISPLAY
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           MOVE WK-COUNT-ERRORED TO WK-COUNT-DISPLAY
           STRING 'ERRORED  . . . . . . . . . . . . : ' WK-COUNT-DISPLAY
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

      *    THE LINES AND COUNTS ABOVE INCLUDE THE INTERVAL THAT WAS
      *    ROLLED BACK WHEN THE RUN ENDED - THE RESTART WILL
      *    REPROCESS IT.
           IF YS-RUN-ABORTED
              MOVE SPACES TO RPT-OUT-RECORD
              STRING 'RUN ENDED MID-INTERVAL - LAST INTERVAL'
                     ' ROLLED BACK - RERUN TO RESUME'
              INTO RPT-OUT-RECORD
              WRITE RPT-OUT-RECORD
           END-IF.

      **********************************************
       7100-WRITE-REPORT-LINE.
      **********************************************
           WRITE RPT-OUT-RECORD FROM WK-RPT-LINE
           MOVE SPACES TO WK-RPT-FLIGHTNO
           MOVE SPACES TO WK-RPT-STATUS.

      **********************************************
       7200-WRITE-LIST-LINE.
      **********************************************
      *    THE LABEL PRINTS ON THE FIRST LINE OF A LIST ONLY.
           WRITE RPT-OUT-RECORD FROM WK-LIST-LINE

           MOVE SPACES TO WK-LIST-LABEL

           PERFORM VARYING WK-LIST-IDX FROM 1 BY 1
                   UNTIL WK-LIST-IDX > WK-LIST-MAX
              MOVE SPACES TO WK-LIST-ENTRY(WK-LIST-IDX)
           END-PERFORM

           MOVE ZERO TO WK-LIST-IDX.

      **********************************************
       9950-FATAL-ERROR.
      **********************************************
           DISPLAY 'FATAL ERROR IN ' WK-ERR-PARAGRAPH ' ' WK-ERR-DESC

           EXEC SQL
              ROLLBACK
           END-EXEC

           MOVE 'F' TO BRL-RUN-STATUS-CD
           PERFORM 9965-END-RUN-LEDGER

           CLOSE RPT-OUT-FILE
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
      *    IN = FLIGHTS AFFECTED, OUT = ACTIVE BOOKINGS LISTED,
      *    REJECT = ERRORED, APPLIED = SCHEDULE LINES CANCELLED - ZERO
      *    ON A REPORT-ONLY RUN, WHICH CHANGES NOTHING.
           MOVE WK-COUNT-FLIGHTS   TO BRL-COUNT-IN
           MOVE WK-COUNT-BOOKINGS  TO BRL-COUNT-OUT
           MOVE WK-COUNT-ERRORED   TO BRL-COUNT-REJECT

           IF YS-APPLY-MODE
              MOVE WK-COUNT-CANCELLED TO BRL-COUNT-APPLIED
           ELSE
              MOVE ZERO               TO BRL-COUNT-APPLIED
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
      *    ON A CLEAN END OF AN APPLY RUN THE CHECKPOINT ROW COMES
      *    OFF TBATCTL SO THE NEXT RUN STARTS FRESH; A REPORT-ONLY RUN
      *    OR A PARAMETER ERROR LEAVES ANY EXISTING CHECKPOINT FOR THE
      *    APPLY RERUN. THE FINAL COMMIT COVERS ANY TRAILING FLIGHTS
      *    LEFT UNCOMMITTED WHEN WK-COMMIT-INTERVAL IS ABOVE 1, AND
      *    RIDES THE CHECKPOINT DELETE IN THE SAME UNIT OF WORK. AFTER
      *    AN ABORTED RUN THE INTERVAL IS ROLLED BACK INSTEAD, SO THE
      *    LAST GOOD CHECKPOINT STILL MATCHES THE DATABASE.
           IF YS-END-OF-FLIGHTS AND NO-PARM-ERROR AND NO-RUN-ABORTED
              AND YS-APPLY-MODE
              MOVE WK-JOB-NAME TO CTL-JOB-NAME

              EXEC SQL
                 DELETE FROM BEDEF.TBATCTL
                  WHERE JOB_NAME = :CTL-JOB-NAME
              END-EXEC
           END-IF

           IF YS-RUN-ABORTED
              EXEC SQL
                 ROLLBACK
              END-EXEC
           ELSE
              EXEC SQL
                 COMMIT
              END-EXEC
           END-IF

           IF YS-RUN-ABORTED OR YS-PARM-ERROR
              MOVE 'F' TO BRL-RUN-STATUS-CD
           ELSE
              MOVE 'C' TO BRL-RUN-STATUS-CD
           END-IF
           PERFORM 9965-END-RUN-LEDGER

           CLOSE RPT-OUT-FILE
           STOP RUN.
