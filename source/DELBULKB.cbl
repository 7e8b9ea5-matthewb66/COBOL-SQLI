          05 SW-HAS-DEPENDENCIES      PIC X VALUE 'N'.
             88 YS-HAS-DEPENDENCIES         VALUE 'Y'.
             88 NO-HAS-DEPENDENCIES         VALUE 'N'.
          05 SW-MORE-ROWS             PIC X VALUE 'Y'.
             88 YS-MORE-ROWS                VALUE 'Y'.
             88 NO-MORE-ROWS                VALUE 'N'.

       01 WK-ERR-PARAGRAPH            PIC X(50) VALUE SPACES.
       01 WK-ERR-DESC                 PIC X(80) VALUE SPACES.
       01 WK-DEL-REASON-CD            PIC X(4)  VALUE 'SSNR'.
       01 WK-SCHEDULE-COUNT           PIC 9(5)  VALUE ZERO.
       01 WK-BOOKING-COUNT            PIC 9(5)  VALUE ZERO.
       01 WK-CODESHARE-COUNT          PIC 9(5)  VALUE ZERO.
       01 WK-CDS-LINK                 PIC X(9)  VALUE SPACES.

       01 WK-COUNT-READ               PIC 9(5)  VALUE ZERO.
       01 WK-COUNT-DELETED             PIC 9(5)  VALUE ZERO.

       EXEC SQL
          INCLUDE @TBATCTL
       END-EXEC

       EXEC SQL
          INCLUDE @TBATRUN
       END-EXEC.

       PROCEDURE DIVISION.
      **********************************************
       1000-INITIALIZE.
      **********************************************
           PERFORM 9960-START-RUN-LEDGER

           OPEN INPUT  FLIGHT-IN-FILE
           OPEN OUTPUT RPT-OUT-FILE

                    IF YS-HAS-DEPENDENCIES
                       ADD 1 TO WK-COUNT-DEPENDENCIES
                       MOVE W-FLIGHT-NUMBER TO WK-RPT-FLIGHTNO
                       MOVE SPACES TO WK-RPT-STATUS

                       STRING 'HAS ' WK-SCHEDULE-COUNT
                              ' LINE(S) TO FLY, ' WK-BOOKING-COUNT
                              ' BOOKING(S), ' WK-CODESHARE-COUNT
                              ' CODESHARE LINK(S) - SKIPPED'
                       INTO WK-RPT-STATUS

                       PERFORM 7100-WRITE-REPORT-LINE

                       IF WK-CODESHARE-COUNT > 0
                          PERFORM 2115-LIST-CODESHARES
                       END-IF
                    ELSE
                       PERFORM 2130-EXECUTE-SQL
                    END-IF
      **********************************************
       2110-CHECK-DEPENDENCIES.
      **********************************************
      *    SAME RULE AS DELFLIGHTID - ONLY ACTIVE SCHEDULE LINES
      *    STILL TO OPERATE, ACTIVE BOOKINGS AND ACTIVE CODESHARE
      *    LINKS BLOCK A WITHDRAWAL; CANCELLED AND FLOWN ROWS AND
      *    WITHDRAWN LINKS ARE HISTORY.
           SET NO-HAS-DEPENDENCIES TO TRUE

           EXEC SQL
                INTO :WK-SCHEDULE-COUNT
                FROM BEDEF.TSCHFLI
               WHERE FLIGHT_NUMBER_ID = :W-FLIGHT-NUMBER
                 AND SCHED_STATUS_CD  = 'A'
                 AND SCHED_LINE_DT   >= CURRENT DATE
           END-EXEC

           EXEC SQL
              SELECT COUNT(*)
                INTO :WK-BOOKING-COUNT
                FROM BEDEF.TBOOKFLI
               WHERE FLIGHT_NUMBER_ID  = :W-FLIGHT-NUMBER
                 AND BOOKING_STATUS_CD = 'A'
           END-EXEC

           EXEC SQL
              SELECT COUNT(*)
                INTO :WK-CODESHARE-COUNT
                FROM BEDEF.TCDSFLI
               WHERE FLIGHT_NUMBER_ID = :W-FLIGHT-NUMBER
                 AND CDS_STATUS_CD    = 'A'
           END-EXEC

           IF WK-SCHEDULE-COUNT > 0 OR WK-BOOKING-COUNT > 0
              OR WK-CODESHARE-COUNT > 0
              SET YS-HAS-DEPENDENCIES TO TRUE
           END-IF.

      **********************************************
       2115-LIST-CODESHARES.
      **********************************************
      *    THE SKIPPED FLIGHT'S ACTIVE CODESHARE LINKS ARE LISTED
      *    UNDER IT, ONE LINE EACH, SO SCHEDULING KNOWS WHICH PARTNER
      *    NUMBERS TO WITHDRAW ON FLTCDSID BEFORE THE FLIGHT CAN GO.
           EXEC SQL
              DECLARE CDS_CSR CURSOR FOR
                 SELECT CDS_CARRIER_CD || ' ' || CDS_MKT_FLIGHT_NO
                   FROM BEDEF.TCDSFLI
                  WHERE FLIGHT_NUMBER_ID = :W-FLIGHT-NUMBER
                    AND CDS_STATUS_CD    = 'A'
                  ORDER BY CDS_CARRIER_CD, CDS_MKT_FLIGHT_NO
           END-EXEC

           EXEC SQL
              OPEN CDS_CSR
           END-EXEC

           SET YS-MORE-ROWS TO TRUE
           PERFORM 2116-FETCH-CODESHARE UNTIL NO-MORE-ROWS

           EXEC SQL
              CLOSE CDS_CSR
           END-EXEC.

      **********************************************
       2116-FETCH-CODESHARE.
      **********************************************
      *    A FAILURE HERE ONLY CUTS THE LIST SHORT - THE FLIGHT IS
      *    ALREADY COUNTED AND REPORTED AS SKIPPED.
           EXEC SQL
              FETCH CDS_CSR
                INTO :WK-CDS-LINK
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE SPACES TO WK-RPT-FLIGHTNO
                 MOVE SPACES TO WK-RPT-STATUS

                 STRING '   CODESHARE ' WK-CDS-LINK
                        ' STILL ACTIVE'
                 INTO WK-RPT-STATUS

                 PERFORM 7100-WRITE-REPORT-LINE
              WHEN 100
                 SET NO-MORE-ROWS TO TRUE
              WHEN OTHER
                 SET NO-MORE-ROWS TO TRUE
                 MOVE SQLCODE TO WK-SQLCODE-DISPLAY
                 MOVE SPACES TO WK-RPT-FLIGHTNO
                 MOVE SPACES TO WK-RPT-STATUS
                 PERFORM 9955-TRANSLATE-SQLCODE

                 STRING '   ERRORED LISTING CODESHARE LINKS - '
                        'SQLCODE = ' WK-SQLCODE-DISPLAY ' - '
                        WK-SQLCODE-TEXT
                 INTO WK-RPT-STATUS

                 PERFORM 7100-WRITE-REPORT-LINE
           END-EVALUATE.

      **********************************************
       2120-WRITE-AUDIT-ROW.
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
      *    IN = FLIGHT NUMBERS READ, REJECT = INVALID, NOT FOUND,
      *    BLOCKED BY DEPENDENCIES OR ERRORED, APPLIED = WITHDRAWN.
           MOVE WK-COUNT-READ    TO BRL-COUNT-IN
           MOVE ZERO             TO BRL-COUNT-OUT
           COMPUTE BRL-COUNT-REJECT = WK-COUNT-INVALID
                                    + WK-COUNT-NOT-FOUND
                                    + WK-COUNT-DEPENDENCIES
                                    + WK-COUNT-ERRORED
           MOVE WK-COUNT-DELETED TO BRL-COUNT-APPLIED

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
              END-EXEC
           END-IF

           IF YS-RUN-ABORTED OR YS-PARM-ERROR
              MOVE 'F' TO BRL-RUN-STATUS-CD
           ELSE
              MOVE 'C' TO BRL-RUN-STATUS-CD
           END-IF
           PERFORM 9965-END-RUN-LEDGER

           CLOSE FLIGHT-IN-FILE
           CLOSE RPT-OUT-FILE
           STOP RUN.
