       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLTSLTB.
       AUTHOR. SCW.

      ******************************************************************
      *    NIGHTLY AIRPORT CONGESTION EXCEPTION REPORT. THE ADD AND
      *    CHANGE EDITS (FLTADDID, FLTCHGID, FLTAPRID, FLTAPLB AND
      *    FLTRECNB APPLY MODE) REFUSE A DEPARTURE THAT BREAKS THE
      *    ORIGIN'S HOURLY SLOT LIMIT OR NIGHT CURFEW ON TREFAPT - BUT
      *    ONLY FOR FLIGHTS KEYED OR MOVED SINCE THE LIMITS WERE SET.
      *    THIS REPORT FINDS WHAT IS ALREADY ON FILE:
      *       - EVERY AIRPORT-HOUR (HH00-HH59) WHOSE ACTIVE DEPARTURES
      *         EXCEED THE AIRPORT'S SLOT LIMIT, WITH THE FLIGHTS
      *         DEPARTING IN IT
      *       - EVERY ACTIVE FLIGHT DEPARTING INSIDE ITS ORIGIN'S
      *         CURFEW, INCLUDING A CURFEW THAT RUNS THROUGH MIDNIGHT
      *    FOLLOWED BY THE COUNTS. READ-ONLY - RERUN AT WILL.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPT-OUT-FILE     ASSIGN TO RPTOUT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RPT-OUT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-OUT-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.

       01 SWITCHES.
          05 SW-MORE-ROWS             PIC X VALUE 'Y'.
             88 YS-MORE-ROWS                VALUE 'Y'.
             88 NO-MORE-ROWS                VALUE 'N'.
          05 SW-MORE-FLIGHTS          PIC X VALUE 'Y'.
             88 YS-MORE-FLIGHTS             VALUE 'Y'.
             88 NO-MORE-FLIGHTS             VALUE 'N'.

       01 WK-ERR-PARAGRAPH            PIC X(50) VALUE SPACES.
       01 WK-ERR-DESC                 PIC X(80) VALUE SPACES.
       01 WK-JOB-NAME                 PIC X(8)  VALUE 'FLTSLTB'.

       01 WK-RUN-TS                   PIC X(26) VALUE SPACES.

      *    ONE ROW FROM WHICHEVER CURSOR IS OPEN.
       01 WK-SLT-AIRPORT              PIC X(3)  VALUE SPACES.
       01 WK-SLT-HOUR                 PIC X(2)  VALUE SPACES.
       01 WK-SLT-DEPARTURES           PIC S9(9) COMP VALUE ZERO.
       01 WK-SLT-LIMIT                PIC S9(4) COMP VALUE ZERO.
       01 WK-SLT-FLIGHT               PIC X(10) VALUE SPACES.
       01 WK-SLT-ROUTE                PIC X(6)  VALUE SPACES.
       01 WK-SLT-DEST                 PIC X(3)  VALUE SPACES.
       01 WK-SLT-DEPART-TM            PIC X(4)  VALUE SPACES.
       01 WK-SLT-CURFEW-START         PIC X(4)  VALUE SPACES.
       01 WK-SLT-CURFEW-END           PIC X(4)  VALUE SPACES.

       01 WK-COUNT-OVER-HOURS         PIC 9(7)  VALUE ZERO.
       01 WK-COUNT-OVER-FLIGHTS       PIC 9(7)  VALUE ZERO.
       01 WK-COUNT-CURFEW             PIC 9(7)  VALUE ZERO.

       01 WK-HOUR-LINE.
          05 WK-HOUR-AIRPORT          PIC X(3).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WK-HOUR-FROM             PIC X(4).
          05 FILLER                   PIC X(1)  VALUE '-'.
          05 WK-HOUR-TO               PIC X(4).
          05 FILLER                   PIC X(15) VALUE
             '  DEPARTURES: '.
          05 WK-HOUR-DEPARTURES       PIC ZZZ9.
          05 FILLER                   PIC X(15) VALUE
             '  SLOT LIMIT: '.
          05 WK-HOUR-LIMIT            PIC ZZZ9.
          05 FILLER                   PIC X(12) VALUE
             '  OVER BY: '.
          05 WK-HOUR-OVER             PIC ZZZ9.
          05 FILLER                   PIC X(64) VALUE SPACES.

       01 WK-RPT-LINE.
          05 FILLER                   PIC X(4)  VALUE SPACES.
          05 WK-RPT-FLIGHTNO          PIC X(10).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WK-RPT-STATUS            PIC X(116).

       01 WK-COUNT-DISPLAY            PIC -9(8).

       COPY ERRVALI.
       COPY SQLMSGS.

       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
          INCLUDE @TDEFFLI
       END-EXEC.

       EXEC SQL
          INCLUDE @TREFAPT
       END-EXEC

       EXEC SQL
          INCLUDE @TBATRUN
       END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
      **********************************************
           PERFORM 1000-INITIALIZE

           PERFORM 2000-REPORT-OVER-SLOT-LIMIT
           PERFORM 3000-REPORT-INSIDE-CURFEW

           PERFORM 4000-PRINT-SUMMARY

           PERFORM 9999-END-PROCESS.

      **********************************************
       1000-INITIALIZE.
      **********************************************
           PERFORM 9960-START-RUN-LEDGER

           OPEN OUTPUT RPT-OUT-FILE

           EXEC SQL
              SELECT CHAR(CURRENT TIMESTAMP)
                INTO :WK-RUN-TS
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

           MOVE 'FLIGHT DEFINITION DATABASE - AIRPORT CONGESTION'
             TO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           MOVE SPACES TO RPT-OUT-RECORD
           STRING 'REPORT RUN ' WK-RUN-TS
                  ' - ACTIVE FLIGHTS AGAINST TREFAPT SLOT LIMITS'
                  ' AND CURFEWS'
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD.

      **********************************************
       2000-REPORT-OVER-SLOT-LIMIT.
      **********************************************
      *    THE SAME COUNT THE EDITS MAKE - ACTIVE FLIGHTS BY ORIGIN
      *    AND THE HOUR OF FLIGHT_DEPART_TM - FOR EVERY AIRPORT WITH A
      *    LIMIT SET (ZERO MEANS NONE). A LIMIT LOWERED BELOW WHAT IS
      *    ALREADY FLYING SHOWS UP HERE AND NOWHERE ELSE.
           MOVE SPACES TO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           MOVE 'AIRPORT-HOURS OVER THEIR SLOT LIMIT' TO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           EXEC SQL
              DECLARE HOUR_CSR CURSOR FOR
                 SELECT F.FLIGHT_ORIG_CD,
                        SUBSTR(F.FLIGHT_DEPART_TM, 1, 2),
                        COUNT(*), A.AIRPORT_SLOT_LIMIT_QT
                   FROM BEDEF.TDEFFLI F
                   JOIN BEDEF.TREFAPT A
                     ON A.AIRPORT_CD = F.FLIGHT_ORIG_CD
                  WHERE F.FLIGHT_STATUS_CD      = 'A'
                    AND A.AIRPORT_SLOT_LIMIT_QT > 0
                  GROUP BY F.FLIGHT_ORIG_CD,
                        SUBSTR(F.FLIGHT_DEPART_TM, 1, 2),
                        A.AIRPORT_SLOT_LIMIT_QT
                 HAVING COUNT(*) > A.AIRPORT_SLOT_LIMIT_QT
                  ORDER BY 1, 2
           END-EXEC

           EXEC SQL
              OPEN HOUR_CSR
           END-EXEC

           SET YS-MORE-ROWS TO TRUE
           PERFORM 2010-FETCH-OVER-HOUR UNTIL NO-MORE-ROWS

           EXEC SQL
              CLOSE HOUR_CSR
           END-EXEC

           IF WK-COUNT-OVER-HOURS = 0
              MOVE '    NONE - EVERY AIRPORT-HOUR IS WITHIN ITS LIMIT'
                TO RPT-OUT-RECORD
              WRITE RPT-OUT-RECORD
           END-IF.

      **********************************************
       2010-FETCH-OVER-HOUR.
      **********************************************
           EXEC SQL
              FETCH HOUR_CSR
                INTO :WK-SLT-AIRPORT, :WK-SLT-HOUR,
                     :WK-SLT-DEPARTURES, :WK-SLT-LIMIT
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WK-COUNT-OVER-HOURS

                 MOVE SPACES TO RPT-OUT-RECORD
                 WRITE RPT-OUT-RECORD

                 MOVE WK-SLT-AIRPORT      TO WK-HOUR-AIRPORT
                 STRING WK-SLT-HOUR '00' INTO WK-HOUR-FROM
                 STRING WK-SLT-HOUR '59' INTO WK-HOUR-TO
                 MOVE WK-SLT-DEPARTURES   TO WK-HOUR-DEPARTURES
                 MOVE WK-SLT-LIMIT        TO WK-HOUR-LIMIT
                 COMPUTE WK-HOUR-OVER = WK-SLT-DEPARTURES
                                      - WK-SLT-LIMIT
                 WRITE RPT-OUT-RECORD FROM WK-HOUR-LINE

                 PERFORM 2100-LIST-HOUR-FLIGHTS
              WHEN 100
                 SET NO-MORE-ROWS TO TRUE
              WHEN OTHER
                 MOVE '2010-FETCH-OVER-HOUR' TO WK-ERR-PARAGRAPH
                 PERFORM 9940-CURSOR-ERROR
           END-EVALUATE.

      **********************************************
       2100-LIST-HOUR-FLIGHTS.
      **********************************************
      *    THE FLIGHTS BEHIND THE COUNT, EARLIEST FIRST, SO THE
      *    PLANNERS CAN SEE WHICH DEPARTURES TO MOVE.
           EXEC SQL
              DECLARE HOUR_FLT_CSR CURSOR FOR
                 SELECT FLIGHT_NUMBER_ID, FLIGHT_DEPART_TM,
                        FLIGHT_ROUTE_CD, FLIGHT_DEST_CD
                   FROM BEDEF.TDEFFLI
                  WHERE FLIGHT_ORIG_CD   = :WK-SLT-AIRPORT
                    AND FLIGHT_STATUS_CD = 'A'
                    AND SUBSTR(FLIGHT_DEPART_TM, 1, 2) = :WK-SLT-HOUR
                  ORDER BY FLIGHT_DEPART_TM, FLIGHT_NUMBER_ID
           END-EXEC

           EXEC SQL
              OPEN HOUR_FLT_CSR
           END-EXEC

           SET YS-MORE-FLIGHTS TO TRUE
           PERFORM 2110-FETCH-HOUR-FLIGHT UNTIL NO-MORE-FLIGHTS

           EXEC SQL
              CLOSE HOUR_FLT_CSR
           END-EXEC.

      **********************************************
       2110-FETCH-HOUR-FLIGHT.
      **********************************************
           EXEC SQL
              FETCH HOUR_FLT_CSR
                INTO :WK-SLT-FLIGHT, :WK-SLT-DEPART-TM,
                     :WK-SLT-ROUTE, :WK-SLT-DEST
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WK-COUNT-OVER-FLIGHTS

                 MOVE WK-SLT-FLIGHT TO WK-RPT-FLIGHTNO
                 STRING 'DEPARTS ' WK-SLT-DEPART-TM
                        '  ROUTE ' WK-SLT-ROUTE
                        '  ' WK-SLT-AIRPORT '-' WK-SLT-DEST
                 INTO WK-RPT-STATUS

                 PERFORM 7100-WRITE-REPORT-LINE
              WHEN 100
                 SET NO-MORE-FLIGHTS TO TRUE
              WHEN OTHER
                 MOVE '2110-FETCH-HOUR-FLIGHT' TO WK-ERR-PARAGRAPH
                 PERFORM 9940-CURSOR-ERROR
           END-EVALUATE.

      **********************************************
       3000-REPORT-INSIDE-CURFEW.
      **********************************************
      *    SAME RULE AS THE EDITS - INSIDE MEANS AT OR AFTER THE START
      *    AND BEFORE THE END; WHEN THE START IS LATER THAN THE END THE
      *    CURFEW RUNS THROUGH MIDNIGHT AND EITHER SIDE COUNTS. BLANK
      *    TIMES MEAN THE AIRPORT HAS NO CURFEW.
           MOVE SPACES TO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           MOVE 'ACTIVE FLIGHTS DEPARTING INSIDE A NIGHT CURFEW'
             TO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           EXEC SQL
              DECLARE CURFEW_CSR CURSOR FOR
                 SELECT F.FLIGHT_NUMBER_ID, F.FLIGHT_ORIG_CD,
                        F.FLIGHT_DEST_CD, F.FLIGHT_DEPART_TM,
                        A.AIRPORT_CURFEW_START_TM,
                        A.AIRPORT_CURFEW_END_TM
                   FROM BEDEF.TDEFFLI F
                   JOIN BEDEF.TREFAPT A
                     ON A.AIRPORT_CD = F.FLIGHT_ORIG_CD
                  WHERE F.FLIGHT_STATUS_CD = 'A'
                    AND A.AIRPORT_CURFEW_START_TM <> ' '
                    AND ((A.AIRPORT_CURFEW_START_TM
                            < A.AIRPORT_CURFEW_END_TM
                      AND F.FLIGHT_DEPART_TM
                            >= A.AIRPORT_CURFEW_START_TM
                      AND F.FLIGHT_DEPART_TM
                            < A.AIRPORT_CURFEW_END_TM)
                      OR (A.AIRPORT_CURFEW_START_TM
                            > A.AIRPORT_CURFEW_END_TM
                      AND (F.FLIGHT_DEPART_TM
                            >= A.AIRPORT_CURFEW_START_TM
                        OR F.FLIGHT_DEPART_TM
                            < A.AIRPORT_CURFEW_END_TM)))
                  ORDER BY F.FLIGHT_ORIG_CD, F.FLIGHT_DEPART_TM,
                        F.FLIGHT_NUMBER_ID
           END-EXEC

           EXEC SQL
              OPEN CURFEW_CSR
           END-EXEC

           SET YS-MORE-ROWS TO TRUE
           PERFORM 3010-FETCH-CURFEW-FLIGHT UNTIL NO-MORE-ROWS

           EXEC SQL
              CLOSE CURFEW_CSR
           END-EXEC

           IF WK-COUNT-CURFEW = 0
              MOVE '    NONE - NO ACTIVE FLIGHT DEPARTS IN A CURFEW'
                TO RPT-OUT-RECORD
              WRITE RPT-OUT-RECORD
           END-IF.

      **********************************************
       3010-FETCH-CURFEW-FLIGHT.
      **********************************************
           EXEC SQL
              FETCH CURFEW_CSR
                INTO :WK-SLT-FLIGHT, :WK-SLT-AIRPORT,
                     :WK-SLT-DEST, :WK-SLT-DEPART-TM,
                     :WK-SLT-CURFEW-START, :WK-SLT-CURFEW-END
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WK-COUNT-CURFEW

                 MOVE WK-SLT-FLIGHT TO WK-RPT-FLIGHTNO
                 STRING 'DEPARTS ' WK-SLT-AIRPORT ' ' WK-SLT-DEPART-TM
                        ' FOR ' WK-SLT-DEST
                        ' - CURFEW ' WK-SLT-CURFEW-START
                        '-' WK-SLT-CURFEW-END
                 INTO WK-RPT-STATUS

                 PERFORM 7100-WRITE-REPORT-LINE
              WHEN 100
                 SET NO-MORE-ROWS TO TRUE
              WHEN OTHER
                 MOVE '3010-FETCH-CURFEW-FLIGHT' TO WK-ERR-PARAGRAPH
                 PERFORM 9940-CURSOR-ERROR
           END-EVALUATE.

      **********************************************
       4000-PRINT-SUMMARY.
      **********************************************
           MOVE SPACES TO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           MOVE WK-COUNT-OVER-HOURS TO WK-COUNT-DISPLAY
           STRING 'HOURS OVER SLOT LIMIT . . . . . : ' WK-COUNT-DISPLAY
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           MOVE WK-COUNT-OVER-FLIGHTS TO WK-COUNT-DISPLAY
           STRING 'FLIGHTS IN THOSE HOURS  . . . . : ' WK-COUNT-DISPLAY
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           MOVE WK-COUNT-CURFEW TO WK-COUNT-DISPLAY
           STRING 'FLIGHTS INSIDE A CURFEW . . . . : ' WK-COUNT-DISPLAY
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD.

      **********************************************
       7100-WRITE-REPORT-LINE.
      **********************************************
           WRITE RPT-OUT-RECORD FROM WK-RPT-LINE
           MOVE SPACES TO WK-RPT-STATUS.

      **********************************************
       9940-CURSOR-ERROR.
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
      *    READ-ONLY RUN - NOTHING TO ROLL BACK; THE RERUN SIMPLY
      *    REPEATS THE REPORT.
           DISPLAY 'FATAL ERROR IN ' WK-ERR-PARAGRAPH ' ' WK-ERR-DESC

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
      *    A REPORT - OUT = EXCEPTIONS LISTED (HOURS OVER THE SLOT
      *    LIMIT, FLIGHTS IN THE HOURS OVER THE SLOT LIMIT AND
      *    FLIGHTS INSIDE A CURFEW).
           MOVE ZERO               TO BRL-COUNT-IN
           COMPUTE BRL-COUNT-OUT = WK-COUNT-OVER-HOURS
                                 + WK-COUNT-OVER-FLIGHTS
                                 + WK-COUNT-CURFEW
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
           EXEC SQL
              COMMIT
           END-EXEC

           MOVE 'C' TO BRL-RUN-STATUS-CD
           PERFORM 9965-END-RUN-LEDGER

           CLOSE RPT-OUT-FILE
           STOP RUN.
