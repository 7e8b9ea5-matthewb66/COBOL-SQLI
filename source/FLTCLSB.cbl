       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLTCLSB.
       AUTHOR. SCW.

      ******************************************************************
      *    NIGHTLY OPERATED-DATE CLOSE-OUT. EVERY ACTIVE TSCHFLI
      *    SCHEDULE LINE DATED BEFORE TODAY HAS OPERATED AND IS
      *    MARKED FLOWN (SCHED_STATUS_CD 'F'). ONCE A FLIGHT HAS
      *    FLOWN AND HAS NO ACTIVE SCHEDULE LINE LEFT TO OPERATE,
      *    ITS ACTIVE TBOOKFLI BOOKINGS ARE CLOSED AS FLOWN
      *    (BOOKING_STATUS_CD 'F') AS WELL. WITHOUT THIS THE PAST
      *    LINES AND THE BOOKINGS ON THEM SIT 'A' FOR EVER AND BLOCK
      *    EVERY WITHDRAWAL OF A FLIGHT THAT HAS FINISHED OPERATING.
      *    A FLIGHT THAT HAS NEVER FLOWN - NO PAST LINE OTHER THAN
      *    CANCELLED ONES - KEEPS ITS BOOKINGS OPEN; THOSE PASSENGERS
      *    STILL NEED RE-ACCOMMODATING AND ARE NOT OURS TO CLOSE.
      *    TODAY'S DATE IS TAKEN ONCE AT THE START, SO A RUN THAT
      *    CROSSES MIDNIGHT CLOSES TO ONE CONSISTENT CUT-OFF, AND A
      *    MISSED NIGHT IS CAUGHT UP BY THE NEXT RUN. ONE LINE PER
      *    FLIGHT TOUCHED GOES ON THE CONTROL REPORT (DD RPTOUT).
      *
      *    RUN PARAMETERS (DD SYSIN), ONE PER CARD, ALL OPTIONAL:
      *       COMMIT=NNNN     CHECKPOINT/COMMIT INTERVAL (DEFAULT 1)
      *       RESTART=N       FORCE A FRESH RUN, DISCARDING ANY
      *                       CHECKPOINT
      *
      *    CHECKPOINT/RESTART: THE LAST COMMITTED FLIGHT NUMBER IS
      *    CARRIED ON BEDEF.TBATCTL (JOB NAME FLTCLSB) IN THE SAME
      *    UNIT OF WORK AS THE UPDATES IT COVERS, THE SAME WAY
      *    RFLEETB DOES IT. THE ROW IS DELETED ON A CLEAN END.
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
          05 SW-PARM-EOF              PIC X VALUE 'N'.
             88 YS-PARM-EOF                 VALUE 'Y'.
             88 NO-PARM-EOF                 VALUE 'N'.
          05 SW-PARM-ERROR            PIC X VALUE 'N'.
             88 YS-PARM-ERROR               VALUE 'Y'.
             88 NO-PARM-ERROR               VALUE 'N'.
          05 SW-FORCE-FRESH           PIC X VALUE 'N'.
             88 YS-FORCE-FRESH              VALUE 'Y'.
             88 NO-FORCE-FRESH              VALUE 'N'.
          05 SW-RUN-ABORTED           PIC X VALUE 'N'.
             88 YS-RUN-ABORTED              VALUE 'Y'.
             88 NO-RUN-ABORTED              VALUE 'N'.

       01 WK-ERR-PARAGRAPH            PIC X(50) VALUE SPACES.
       01 WK-ERR-DESC                 PIC X(80) VALUE SPACES.
       01 W-FLIGHT-NUMBER             PIC X(10) VALUE SPACES.
       01 WK-PARM-VALUE               PIC X(4)  VALUE SPACES.
       01 WK-JOB-NAME                 PIC X(8)  VALUE 'FLTCLSB'.
       01 WK-RESTART-KEY              PIC X(10) VALUE SPACES.
       01 WK-CLOSE-DATE               PIC X(10) VALUE SPACES.

       01 WK-UPD-SQLCODE              PIC S9(9) COMP VALUE ZERO.
       01 WK-CHKPT-SQLCODE            PIC S9(9) COMP VALUE ZERO.

       01 WK-COMMIT-INTERVAL          PIC 9(4)  VALUE 0001.
       01 WK-COMMIT-COUNT             PIC 9(4)  VALUE ZERO.

      *    PER-FLIGHT FIGURES - SQLERRD(3) AND COUNT(*) RESULTS.
       01 WK-LINES-FLOWN              PIC S9(9) COMP VALUE ZERO.
       01 WK-BOOKINGS-CLOSED          PIC S9(9) COMP VALUE ZERO.
       01 WK-OPEN-LINE-COUNT          PIC S9(9) COMP VALUE ZERO.
       01 WK-FLOWN-LINE-COUNT         PIC S9(9) COMP VALUE ZERO.

      *    RUN TOTALS - THE FIRST RUN AFTER GO-LIVE CLOSES EVERY PAST
      *    LINE EVER LOADED, SO THESE ARE WIDER THAN THE USUAL 9(5).
       01 WK-COUNT-PROCESSED          PIC 9(7)  VALUE ZERO.
       01 WK-COUNT-LINES-FLOWN        PIC 9(7)  VALUE ZERO.
       01 WK-COUNT-FLIGHTS-CLOSED     PIC 9(7)  VALUE ZERO.
       01 WK-COUNT-BOOKINGS-CLOSED    PIC 9(7)  VALUE ZERO.
       01 WK-COUNT-ERRORED            PIC 9(7)  VALUE ZERO.

       01 WK-RPT-LINE.
          05 WK-RPT-FLIGHTNO          PIC X(10).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WK-RPT-STATUS            PIC X(120).

       01 WK-COUNT-DISPLAY            PIC -9(8).
       01 WK-LINES-DISPLAY            PIC ZZZZ9.
       01 WK-BOOKINGS-DISPLAY         PIC ZZZZ9.
       01 WK-OPEN-DISPLAY             PIC ZZZZ9.

       COPY ERRVALI.
       COPY SQLMSGS.

       EXEC SQL
          INCLUDE SQLCA
       END-EXEC

       EXEC SQL
          INCLUDE @TSCHFLI
       END-EXEC

       EXEC SQL
          INCLUDE @TBOOKFLI
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
                 CLOSE CLOSE_CSR
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

           MOVE 'OPERATED-DATE CLOSE-OUT - CONTROL REPORT'
             TO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           PERFORM 1005-READ-RUN-PARAMETERS

           IF NO-PARM-ERROR
              PERFORM 1010-FETCH-CLOSE-DATE
           END-IF

           IF NO-PARM-ERROR
              PERFORM 1020-READ-CHECKPOINT
           END-IF

           MOVE SPACES TO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           IF NO-PARM-ERROR
              PERFORM 1030-OPEN-CLOSE-CURSOR
              PERFORM 1040-FETCH-FLIGHT
           END-IF.

      **********************************************
       1005-READ-RUN-PARAMETERS.
      **********************************************
      *    EVERY CARD IS OPTIONAL - THE NIGHTLY SCHEDULE RUNS THIS
      *    WITH AN EMPTY SYSIN. EVERY ACCEPTED CARD IS ECHOED.
           PERFORM 1006-READ-PARM-CARD
           PERFORM 1007-APPLY-PARM-CARD UNTIL YS-PARM-EOF

           CLOSE PARM-IN-FILE

           IF NO-PARM-ERROR
              MOVE SPACES TO RPT-OUT-RECORD
              STRING 'COMMIT INTERVAL IN EFFECT: ' WK-COMMIT-INTERVAL
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
              WHEN PARM-IN-RECORD(1:7) = 'COMMIT='
                 MOVE PARM-IN-RECORD(8:4) TO WK-PARM-VALUE
                 PERFORM 1009-VALIDATE-COMMIT-PARM
              WHEN PARM-IN-RECORD(1:9) = 'RESTART=N'
                 SET YS-FORCE-FRESH TO TRUE
                 MOVE 'PARAMETER: RESTART=N - CHECKPOINT DISCARDED'
                   TO RPT-OUT-RECORD
                 WRITE RPT-OUT-RECORD
              WHEN PARM-IN-RECORD(1:9) = 'RESTART=Y'
                 MOVE 'PARAMETER: RESTART=Y' TO RPT-OUT-RECORD
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
       1009-VALIDATE-COMMIT-PARM.
      **********************************************
           IF WK-PARM-VALUE IS NUMERIC
              AND WK-PARM-VALUE NOT = '0000'
              MOVE WK-PARM-VALUE TO WK-COMMIT-INTERVAL

              MOVE SPACES TO RPT-OUT-RECORD
              STRING 'PARAMETER: COMMIT=' WK-PARM-VALUE
              INTO RPT-OUT-RECORD
              WRITE RPT-OUT-RECORD
           ELSE
              SET YS-PARM-ERROR TO TRUE

              MOVE SPACES TO RPT-OUT-RECORD
              STRING 'INVALID COMMIT INTERVAL ' WK-PARM-VALUE
                     ' ON SYSIN - RUN ENDED - USE 0001 TO 9999'
              INTO RPT-OUT-RECORD
              WRITE RPT-OUT-RECORD
           END-IF.

      **********************************************
       1010-FETCH-CLOSE-DATE.
      **********************************************
      *    THE CUT-OFF IS TAKEN ONCE - EVERY LINE DATED BEFORE IT HAS
      *    OPERATED. HELD FOR THE WHOLE RUN SO A RUN THAT CROSSES
      *    MIDNIGHT DOES NOT CLOSE TODAY'S DEPARTURES HALF WAY.
           EXEC SQL
              SELECT CHAR(CURRENT DATE, ISO)
                INTO :WK-CLOSE-DATE
                FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '1010-FETCH-CLOSE-DATE' TO WK-ERR-PARAGRAPH
              MOVE SQLCODE TO WK-SQLCODE-DISPLAY
              PERFORM 9955-TRANSLATE-SQLCODE

              STRING 'WITH SQLCODE = ' WK-SQLCODE-DISPLAY
                     ' - ' WK-SQLCODE-TEXT
              INTO WK-ERR-DESC

              PERFORM 9950-FATAL-ERROR
           END-IF

           MOVE SPACES TO RPT-OUT-RECORD
           STRING 'CLOSING LINES DATED BEFORE ' WK-CLOSE-DATE
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD.

      **********************************************
       1020-READ-CHECKPOINT.
      **********************************************
      *    A CHECKPOINT ROW ON TBATCTL MEANS THE PREVIOUS RUN DID NOT
      *    REACH THE END - THE FLIGHT CURSOR RESUMES ABOVE THE LAST
      *    COMMITTED FLIGHT NUMBER UNLESS RESTART=N ASKED FOR A FRESH
      *    RUN. EITHER WAY NOTHING IS CLOSED TWICE - THE UPDATES ONLY
      *    EVER TOUCH ROWS STILL 'A'.
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
       1030-OPEN-CLOSE-CURSOR.
      **********************************************
      *    A FLIGHT NEEDS ATTENTION IF IT STILL HAS AN ACTIVE LINE IN
      *    THE PAST, OR IF IT HAS ACTIVE BOOKINGS, HAS FLOWN, AND HAS
      *    NOTHING ACTIVE LEFT TO OPERATE (THE CASE WHERE ITS LAST
      *    LINES WERE CLOSED BY AN EARLIER RUN BEFORE THE BOOKINGS
      *    ARRIVED). DRIVEN FROM TDEFFLI IN ANY STATUS, SO A
      *    WITHDRAWN FLIGHT'S LEFT-OVER LINES ARE CLOSED TOO. WITH
      *    HOLD BECAUSE THE RUN COMMITS EVERY WK-COMMIT-INTERVAL
      *    FLIGHTS.
           EXEC SQL
              DECLARE CLOSE_CSR CURSOR WITH HOLD FOR
                 SELECT F.FLIGHT_NUMBER_ID
                   FROM BEDEF.TDEFFLI F
                  WHERE F.FLIGHT_NUMBER_ID > :WK-RESTART-KEY
                    AND (EXISTS
                       (SELECT 1
                          FROM BEDEF.TSCHFLI S
                         WHERE S.FLIGHT_NUMBER_ID = F.FLIGHT_NUMBER_ID
                           AND S.SCHED_STATUS_CD  = 'A'
                           AND S.SCHED_LINE_DT    < :WK-CLOSE-DATE)
                     OR (EXISTS
                       (SELECT 1
                          FROM BEDEF.TBOOKFLI B
                         WHERE B.FLIGHT_NUMBER_ID  = F.FLIGHT_NUMBER_ID
                           AND B.BOOKING_STATUS_CD = 'A')
                     AND EXISTS
                       (SELECT 1
                          FROM BEDEF.TSCHFLI S
                         WHERE S.FLIGHT_NUMBER_ID = F.FLIGHT_NUMBER_ID
                           AND S.SCHED_STATUS_CD  = 'F')
                     AND NOT EXISTS
                       (SELECT 1
                          FROM BEDEF.TSCHFLI S
                         WHERE S.FLIGHT_NUMBER_ID = F.FLIGHT_NUMBER_ID
                           AND S.SCHED_STATUS_CD  = 'A'
                           AND S.SCHED_LINE_DT   >= :WK-CLOSE-DATE)))
                  ORDER BY F.FLIGHT_NUMBER_ID
           END-EXEC

           EXEC SQL
              OPEN CLOSE_CSR
           END-EXEC.

      **********************************************
       1040-FETCH-FLIGHT.
      **********************************************
           EXEC SQL
              FETCH CLOSE_CSR
                INTO :SCH-FLIGHT-NUMBER-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WK-COUNT-PROCESSED
                 MOVE SCH-FLIGHT-NUMBER-ID TO W-FLIGHT-NUMBER
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
       2000-PROCESS-FLIGHT.
      **********************************************
           MOVE ZERO TO WK-LINES-FLOWN
           MOVE ZERO TO WK-BOOKINGS-CLOSED
           MOVE ZERO TO WK-OPEN-LINE-COUNT
           MOVE ZERO TO WK-FLOWN-LINE-COUNT

           PERFORM 2100-MARK-LINES-FLOWN

           IF NO-RUN-ABORTED
              PERFORM 2110-CHECK-REMAINING-LINES
           END-IF

           IF NO-RUN-ABORTED
              AND WK-OPEN-LINE-COUNT = 0
              AND WK-FLOWN-LINE-COUNT > 0
              PERFORM 2120-CLOSE-BOOKINGS
           END-IF

           IF NO-RUN-ABORTED
              PERFORM 2130-REPORT-FLIGHT
              PERFORM 2140-CHECKPOINT-COMMIT
           END-IF

           IF NO-RUN-ABORTED
              PERFORM 1040-FETCH-FLIGHT
           END-IF.

      **********************************************
       2100-MARK-LINES-FLOWN.
      **********************************************
      *    EVERY ACTIVE LINE BEFORE THE CUT-OFF HAS OPERATED.
      *    CANCELLED LINES ARE LEFT AS THEY ARE - THEY NEVER FLEW.
      *    SQLERRD(3) CARRIES THE NUMBER OF LINES ACTUALLY CLOSED.
           EXEC SQL
              UPDATE BEDEF.TSCHFLI
                 SET SCHED_STATUS_CD = 'F'
               WHERE FLIGHT_NUMBER_ID = :W-FLIGHT-NUMBER
                 AND SCHED_STATUS_CD  = 'A'
                 AND SCHED_LINE_DT    < :WK-CLOSE-DATE
           END-EXEC

           MOVE SQLCODE TO WK-UPD-SQLCODE

           EVALUATE WK-UPD-SQLCODE
              WHEN 0
                 MOVE SQLERRD(3) TO WK-LINES-FLOWN
                 ADD WK-LINES-FLOWN TO WK-COUNT-LINES-FLOWN
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE 'ERRORED CLOSING TSCHFLI LINES'
                   TO WK-ERR-DESC
                 PERFORM 2160-ABORT-INTERVAL
           END-EVALUATE.

      **********************************************
       2110-CHECK-REMAINING-LINES.
      **********************************************
      *    BOOKINGS ARE ONLY CLOSED ONCE THE FLIGHT HAS NOTHING LEFT
      *    TO OPERATE - A BOOKING IS HELD AGAINST THE FLIGHT, NOT A
      *    DATE, SO WHILE ANY ACTIVE LINE REMAINS IT MAY STILL BE
      *    FOR THAT DATE. AND ONLY ONCE IT HAS ACTUALLY FLOWN - A
      *    FLIGHT WHOSE EVERY DATE WAS CANCELLED KEEPS ITS BOOKINGS
      *    OPEN FOR RESERVATIONS TO RE-ACCOMMODATE.
           EXEC SQL
              SELECT COUNT(*)
                INTO :WK-OPEN-LINE-COUNT
                FROM BEDEF.TSCHFLI
               WHERE FLIGHT_NUMBER_ID = :W-FLIGHT-NUMBER
                 AND SCHED_STATUS_CD  = 'A'
                 AND SCHED_LINE_DT   >= :WK-CLOSE-DATE
           END-EXEC

           IF SQLCODE = 0
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :WK-FLOWN-LINE-COUNT
                   FROM BEDEF.TSCHFLI
                  WHERE FLIGHT_NUMBER_ID = :W-FLIGHT-NUMBER
                    AND SCHED_STATUS_CD  = 'F'
              END-EXEC
           END-IF

           MOVE SQLCODE TO WK-UPD-SQLCODE

           IF WK-UPD-SQLCODE NOT = 0
              MOVE 'ERRORED COUNTING TSCHFLI LINES'
                TO WK-ERR-DESC
              PERFORM 2160-ABORT-INTERVAL
           END-IF.

      **********************************************
       2120-CLOSE-BOOKINGS.
      **********************************************
      *    THE ROWS STAY ON FILE AS RESERVATIONS' AUDIT TRAIL, THE
      *    SAME WAY A CANCELLED BOOKING DOES - ONLY THE STATUS MOVES.
           EXEC SQL
              UPDATE BEDEF.TBOOKFLI
                 SET BOOKING_STATUS_CD = 'F'
               WHERE FLIGHT_NUMBER_ID  = :W-FLIGHT-NUMBER
                 AND BOOKING_STATUS_CD = 'A'
           END-EXEC

           MOVE SQLCODE TO WK-UPD-SQLCODE

           EVALUATE WK-UPD-SQLCODE
              WHEN 0
                 MOVE SQLERRD(3) TO WK-BOOKINGS-CLOSED
                 ADD WK-BOOKINGS-CLOSED TO WK-COUNT-BOOKINGS-CLOSED
                 ADD 1 TO WK-COUNT-FLIGHTS-CLOSED
              WHEN 100
                 ADD 1 TO WK-COUNT-FLIGHTS-CLOSED
              WHEN OTHER
                 MOVE 'ERRORED CLOSING TBOOKFLI BOOKINGS'
                   TO WK-ERR-DESC
                 PERFORM 2160-ABORT-INTERVAL
           END-EVALUATE.

      **********************************************
       2130-REPORT-FLIGHT.
      **********************************************
           MOVE WK-LINES-FLOWN     TO WK-LINES-DISPLAY
           MOVE WK-BOOKINGS-CLOSED TO WK-BOOKINGS-DISPLAY
           MOVE WK-OPEN-LINE-COUNT TO WK-OPEN-DISPLAY
           MOVE W-FLIGHT-NUMBER    TO WK-RPT-FLIGHTNO
           MOVE SPACES             TO WK-RPT-STATUS

           IF WK-OPEN-LINE-COUNT = 0
              AND WK-FLOWN-LINE-COUNT > 0
              STRING WK-LINES-DISPLAY ' LINE(S) MARKED FLOWN - '
                     WK-BOOKINGS-DISPLAY ' BOOKING(S) CLOSED - '
                     'FLIGHT FULLY OPERATED'
              INTO WK-RPT-STATUS
           ELSE
              STRING WK-LINES-DISPLAY ' LINE(S) MARKED FLOWN - '
                     WK-OPEN-DISPLAY ' LINE(S) STILL TO OPERATE - '
                     'BOOKINGS LEFT OPEN'
              INTO WK-RPT-STATUS
           END-IF

           PERFORM 7100-WRITE-REPORT-LINE.

      **********************************************
       2140-CHECKPOINT-COMMIT.
      **********************************************
      *    COMMITS EVERY WK-COMMIT-INTERVAL FLIGHTS SO A LONG RUN
      *    DOES NOT HOLD LOCKS FOR THE WHOLE JOB. THE TBATCTL
      *    CHECKPOINT ROW IS WRITTEN IN THE SAME UNIT OF WORK AS THE
      *    UPDATES IT COVERS, SO POSITION AND DATA CAN NEVER
      *    DISAGREE AFTER AN ABEND. NO COMMIT WITHOUT ITS CHECKPOINT.
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
           MOVE WK-COUNT-PROCESSED TO CTL-RESTART-POS
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
       2160-ABORT-INTERVAL.
      **********************************************
      *    ANY SQL FAILURE ROLLS THE CURRENT INTERVAL BACK AND ENDS
      *    THE RUN - THE RESTART PICKS IT UP FROM THE LAST GOOD
      *    CHECKPOINT. THE CALLER SAVED THE SQLCODE FIRST BECAUSE
      *    THE ROLLBACK OVERWRITES IT.
           SET YS-RUN-ABORTED TO TRUE
           ADD 1 TO WK-COUNT-ERRORED
           MOVE WK-UPD-SQLCODE TO WK-SQLCODE-DISPLAY
           MOVE W-FLIGHT-NUMBER TO WK-RPT-FLIGHTNO
           PERFORM 9955-TRANSLATE-SQLCODE

           MOVE SPACES TO WK-RPT-STATUS
           STRING WK-ERR-DESC DELIMITED BY '  '
                  ' - INTERVAL ROLLED BACK - RUN ENDED - SQLCODE = '
                  WK-SQLCODE-DISPLAY ' - '
                  WK-SQLCODE-TEXT
           INTO WK-RPT-STATUS

           EXEC SQL
              ROLLBACK
           END-EXEC

           PERFORM 7100-WRITE-REPORT-LINE.

      **********************************************
       3000-PRINT-SUMMARY.
      **********************************************
           MOVE SPACES TO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           MOVE WK-COUNT-PROCESSED TO WK-COUNT-DISPLAY
           STRING 'FLIGHTS PROCESSED  . . . . . . . : ' WK-COUNT-DISPLAY
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           MOVE WK-COUNT-LINES-FLOWN TO WK-COUNT-DISPLAY
           STRING 'SCHEDULE LINES MARKED FLOWN  . . : ' WK-COUNT-DISPLAY
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           MOVE WK-COUNT-FLIGHTS-CLOSED TO WK-COUNT-DISPLAY
           STRING 'FLIGHTS FULLY OPERATED . . . . . : ' WK-COUNT-DISPLAY
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           MOVE WK-COUNT-BOOKINGS-CLOSED TO WK-COUNT-DISPLAY
           STRING 'BOOKINGS CLOSED AS FLOWN . . . . : ' WK-COUNT-DISPLAY
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
           WRITE RPT-OUT-RECORD FROM WK-RPT-LINE.

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
      *    IN = FLIGHTS PROCESSED, REJECT = ERRORED, APPLIED =
      *    SCHEDULE LINES MARKED FLOWN PLUS BOOKINGS CLOSED.
           MOVE WK-COUNT-PROCESSED TO BRL-COUNT-IN
           MOVE ZERO               TO BRL-COUNT-OUT
           MOVE WK-COUNT-ERRORED   TO BRL-COUNT-REJECT
           COMPUTE BRL-COUNT-APPLIED = WK-COUNT-LINES-FLOWN
                                     + WK-COUNT-BOOKINGS-CLOSED

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
      *    ON A CLEAN END THE CHECKPOINT ROW COMES OFF TBATCTL SO THE
      *    NEXT RUN STARTS FRESH, IN THE SAME UNIT OF WORK AS THE
      *    TRAILING FLIGHTS OF THE LAST INTERVAL. AFTER AN ABORTED
      *    RUN THE INTERVAL IS ROLLED BACK INSTEAD, SO THE LAST GOOD
      *    CHECKPOINT STILL MATCHES THE DATABASE FOR THE RESTART.
           IF YS-END-OF-FLIGHTS AND NO-PARM-ERROR AND NO-RUN-ABORTED
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
