
       01 WK-ERR-PARAGRAPH            PIC X(50) VALUE SPACES.
       01 WK-ERR-DESC                 PIC X(80) VALUE SPACES.
       01 WK-JOB-NAME                 PIC X(8)  VALUE 'FLTRECNB'.

       01 WK-FEED-KEY                 PIC X(10) VALUE HIGH-VALUES.
       01 WK-DB-KEY                   PIC X(10) VALUE HIGH-VALUES.
       01 WK-COUNT-DISPLAY            PIC -9(6).

       COPY ERRVALI.
       COPY SLOTVALI.
       COPY SQLMSGS.

       EXEC SQL

       EXEC SQL
          INCLUDE @TREFACF
       END-EXEC

       EXEC SQL
          INCLUDE @TBATRUN
       END-EXEC.

       PROCEDURE DIVISION.
      **********************************************
       1000-INITIALIZE.
      **********************************************
           PERFORM 9960-START-RUN-LEDGER

           OPEN INPUT  FEED-IN-FILE
           OPEN OUTPUT RPT-OUT-FILE

      *    2350-VALIDATE-FEED-REFERENCE.
           PERFORM 2350-VALIDATE-FEED-REFERENCE

           IF YS-VALID-REFERENCE
              PERFORM 2358-VALIDATE-FEED-SLOT
           END-IF

           IF YS-VALID-REFERENCE
              PERFORM 2310-APPLY-INSERT-ROW
           END-IF.
      *    2350-VALIDATE-FEED-REFERENCE.
           PERFORM 2350-VALIDATE-FEED-REFERENCE

      *    THE CURFEW AND SLOT LIMIT ONLY COME INTO IT WHEN THE FEED
      *    MOVES THE ORIGIN OR THE DEPARTURE TIME, AS ON FLTCHGID.
           IF YS-VALID-REFERENCE
              AND (FEED-ORIG-CD NOT = WK-DB-ORIG-CD
                   OR FEED-DEPART-TM NOT = WK-DB-DEPART-TM)
              PERFORM 2358-VALIDATE-FEED-SLOT
           END-IF

           IF YS-VALID-REFERENCE
              PERFORM 2345-APPLY-UPDATE-ROW
           END-IF.
                 PERFORM 9950-FATAL-ERROR
           END-EVALUATE.

      **********************************************
       2358-VALIDATE-FEED-SLOT.
      **********************************************
      *    A FEED DEPARTURE INSIDE THE ORIGIN'S NIGHT CURFEW OR OVER
      *    ITS HOURLY SLOT LIMIT IS REFUSED AND COUNTED AS AN APPLY
      *    ERROR, THE SAME AS A BAD REFERENCE CODE.
           MOVE FEED-ORIG-CD   TO WK-SLOT-AIRPORT-CD
           MOVE WK-FEED-KEY    TO WK-SLOT-FLIGHT-NUMBER
           MOVE FEED-DEPART-TM TO WK-SLOT-DEPART-TM
           PERFORM 2365-CHECK-DEPART-SLOT

           IF NO-SLOT-OK
              SET NO-VALID-REFERENCE TO TRUE
              ADD 1 TO WK-APPLY-ERRORED
              MOVE WK-FEED-KEY TO WK-RPT-FLIGHTNO

              MOVE SPACES TO WK-RPT-STATUS
              STRING 'APPLY REFUSED - ' FUNCTION TRIM(WK-SLOT-REFUSAL)
              INTO WK-RPT-STATUS

              PERFORM 7100-WRITE-REPORT-LINE
           END-IF.

      **********************************************
       2360-WRITE-HISTORY-ROW.
      **********************************************
              PERFORM 9950-FATAL-ERROR
           END-IF.

      **********************************************
       2365-CHECK-DEPART-SLOT.
      **********************************************
      *    SLOT AND CURFEW EDIT OVER SLOTVALI. THE CALLER HAS SET
      *    WK-SLOT-AIRPORT-CD, WK-SLOT-FLIGHT-NUMBER AND
      *    WK-SLOT-DEPART-TM; NO-SLOT-OK COMES BACK WITH THE REASON IN
      *    WK-SLOT-REFUSAL. THE TIME IS EDITED FIRST SO THAT NOTHING
      *    BUT A REAL HHMM TIME IS EVER COMPARED OR HANDED TO SQL.
           SET YS-SLOT-OK TO TRUE
           MOVE SPACES TO WK-SLOT-REFUSAL

           IF WK-SLOT-DEPART-HH NUMERIC AND WK-SLOT-DEPART-MI NUMERIC
              MOVE WK-SLOT-DEPART-HH TO WK-SLOT-DEPART-HH-NUM
              MOVE WK-SLOT-DEPART-MI TO WK-SLOT-DEPART-MI-NUM

              IF WK-SLOT-DEPART-HH-NUM > 23
                 OR WK-SLOT-DEPART-MI-NUM > 59
                 SET NO-SLOT-OK TO TRUE
              END-IF
           ELSE
              SET NO-SLOT-OK TO TRUE
           END-IF

           IF NO-SLOT-OK
              STRING 'DEPARTURE TIME ' WK-SLOT-DEPART-TM
                     ' IS NOT A VALID HHMM TIME'
              INTO WK-SLOT-REFUSAL
           ELSE
              PERFORM 2366-CHECK-SLOT-RULES
           END-IF.

      **********************************************
       2366-CHECK-SLOT-RULES.
      **********************************************
      *    AN ORIGIN NOT ON TREFAPT HAS NO SLOT LIMIT OR CURFEW TO
      *    BREAK - THE AIRPORT CHECK IS WHAT REFUSES AN UNKNOWN CODE.
      *    A CURFEW WHOSE START IS LATER THAN ITS END RUNS THROUGH
      *    MIDNIGHT (2300-0600 COVERS 2300 TO 2359 AND 0000 TO 0559).
           MOVE WK-SLOT-AIRPORT-CD TO AIRPORT-CD

           EXEC SQL
              SELECT AIRPORT_SLOT_LIMIT_QT, AIRPORT_CURFEW_START_TM,
                     AIRPORT_CURFEW_END_TM
                INTO :AIRPORT-SLOT-LIMIT-QT, :AIRPORT-CURFEW-START-TM,
                     :AIRPORT-CURFEW-END-TM
                FROM BEDEF.TREFAPT
               WHERE AIRPORT_CD = :AIRPORT-CD
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 IF AIRPORT-CURFEW-START-TM NOT = SPACES
                    IF AIRPORT-CURFEW-START-TM < AIRPORT-CURFEW-END-TM
                       IF WK-SLOT-DEPART-TM >= AIRPORT-CURFEW-START-TM
                          AND WK-SLOT-DEPART-TM < AIRPORT-CURFEW-END-TM
                          SET NO-SLOT-OK TO TRUE
                       END-IF
                    ELSE
                       IF WK-SLOT-DEPART-TM >= AIRPORT-CURFEW-START-TM
                          OR WK-SLOT-DEPART-TM < AIRPORT-CURFEW-END-TM
                          SET NO-SLOT-OK TO TRUE
                       END-IF
                    END-IF
                 END-IF

                 IF NO-SLOT-OK
                    STRING 'DEPARTURE ' WK-SLOT-DEPART-TM ' INSIDE '
                           WK-SLOT-AIRPORT-CD ' NIGHT CURFEW '
                           AIRPORT-CURFEW-START-TM '-'
                           AIRPORT-CURFEW-END-TM
                    INTO WK-SLOT-REFUSAL
                 ELSE
                    IF AIRPORT-SLOT-LIMIT-QT > 0
                       PERFORM 2367-COUNT-HOUR-DEPARTURES
                    END-IF
                 END-IF
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE '2366-CHECK-SLOT-RULES' TO WK-ERR-PARAGRAPH
                 MOVE SQLCODE TO WK-SQLCODE-DISPLAY
                 PERFORM 9955-TRANSLATE-SQLCODE

                 STRING 'WITH SQLCODE = ' WK-SQLCODE-DISPLAY
                        ' - ' WK-SQLCODE-TEXT
                 INTO WK-ERR-DESC

                 PERFORM 9950-FATAL-ERROR
           END-EVALUATE.

      **********************************************
       2367-COUNT-HOUR-DEPARTURES.
      **********************************************
      *    THE FLIGHT BEING EDITED IS LEFT OUT OF THE COUNT, SO A
      *    CHANGE IS NEVER REFUSED FOR THE SLOT IT ALREADY HOLDS.
           EXEC SQL
              SELECT COUNT(*)
                INTO :WK-SLOT-HOUR-COUNT
                FROM BEDEF.TDEFFLI
               WHERE FLIGHT_ORIG_CD   = :WK-SLOT-AIRPORT-CD
                 AND FLIGHT_STATUS_CD = 'A'
                 AND SUBSTR(FLIGHT_DEPART_TM, 1, 2) = :WK-SLOT-DEPART-HH
                 AND FLIGHT_NUMBER_ID <> :WK-SLOT-FLIGHT-NUMBER
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 IF WK-SLOT-HOUR-COUNT NOT < AIRPORT-SLOT-LIMIT-QT
                    SET NO-SLOT-OK TO TRUE
                    MOVE WK-SLOT-HOUR-COUNT    TO WK-SLOT-COUNT-DISPLAY
                    MOVE AIRPORT-SLOT-LIMIT-QT TO WK-SLOT-LIMIT-DISPLAY

                    STRING 'HOUR ' WK-SLOT-DEPART-HH '00 AT '
                           WK-SLOT-AIRPORT-CD ' FULL -'
                           WK-SLOT-COUNT-DISPLAY ' OF'
                           WK-SLOT-LIMIT-DISPLAY ' SLOTS TAKEN'
                    INTO WK-SLOT-REFUSAL
                 END-IF
              WHEN OTHER
                 MOVE '2367-COUNT-HOUR-DEPARTURES' TO WK-ERR-PARAGRAPH
                 MOVE SQLCODE TO WK-SQLCODE-DISPLAY
                 PERFORM 9955-TRANSLATE-SQLCODE

                 STRING 'WITH SQLCODE = ' WK-SQLCODE-DISPLAY
                        ' - ' WK-SQLCODE-TEXT
                 INTO WK-ERR-DESC

                 PERFORM 9950-FATAL-ERROR
           END-EVALUATE.

      **********************************************
       3000-PRINT-SUMMARY.
      **********************************************
       9950-FATAL-ERROR.
      **********************************************
           DISPLAY 'FATAL ERROR IN ' WK-ERR-PARAGRAPH ' ' WK-ERR-DESC
           MOVE 'F' TO BRL-RUN-STATUS-CD
           PERFORM 9999-END-PROCESS.

      **********************************************
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
      *    IN = FEED RECORDS MATCHED OR MISSING, REJECT = EXCEPTIONS
      *    FOUND (MISSING, ORPHANED, MISMATCHED), APPLIED = APPLY MODE
      *    INSERTS, UPDATES AND ORPHAN FLAGS.
           COMPUTE BRL-COUNT-IN     = WK-COUNT-MATCHED
                                    + WK-COUNT-MISMATCH
                                    + WK-COUNT-MISSING
           MOVE ZERO TO BRL-COUNT-OUT
           COMPUTE BRL-COUNT-REJECT = WK-COUNT-MISSING
                                    + WK-COUNT-ORPHANED
                                    + WK-COUNT-MISMATCH
           COMPUTE BRL-COUNT-APPLIED = WK-APPLY-INSERTED
                                     + WK-APPLY-UPDATED
                                     + WK-APPLY-FLAGGED

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
              COMMIT
           END-EXEC

      *    9950-FATAL-ERROR HAS ALREADY MARKED A FAILED RUN.
           IF BRL-RUN-STATUS-CD NOT = 'F'
              MOVE 'C' TO BRL-RUN-STATUS-CD
           END-IF
           PERFORM 9965-END-RUN-LEDGER

           EXEC SQL
              CLOSE TDEFFLI_CSR
           END-EXEC
