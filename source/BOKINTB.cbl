      *       ACTION 'C' - BOOKING CANCELLED: FLIP THE ROW TO 'C'.
      *                    THE ROW STAYS ON FILE AS RESERVATIONS'
      *                    AUDIT TRAIL.
      *    A BOOKING FLTCLSB HAS CLOSED AS FLOWN ('F') IS LEFT ALONE
      *    BY EITHER ACTION - THE RECORD GOES TO THE REJECT FILE.
      *    EVERY RECORD'S FLIGHT NUMBER IS VALIDATED (FORMAT, THEN
      *    AGAINST TDEFFLI) BEFORE ANY SQL - A RECORD THAT FAILS GOES
      *    TO THE REJECT FILE (DD REJOUT) WITH ITS REASON, AND THE

       01 WK-ERR-PARAGRAPH            PIC X(50) VALUE SPACES.
       01 WK-ERR-DESC                 PIC X(80) VALUE SPACES.
       01 WK-JOB-NAME                 PIC X(8)  VALUE 'BOKINTB'.
       01 W-FLIGHT-NUMBER             PIC X(10).
       01 WK-BOOKING-REF              PIC X(10) VALUE SPACES.
       01 WK-ACTION-CD                PIC X(1)  VALUE SPACE.

       EXEC SQL
          INCLUDE @TBOOKFLI
       END-EXEC

       EXEC SQL
          INCLUDE @TBATRUN
       END-EXEC.

       PROCEDURE DIVISION.
      **********************************************
       1000-INITIALIZE.
      **********************************************
           PERFORM 9960-START-RUN-LEDGER

           OPEN INPUT  BOK-IN-FILE
           OPEN OUTPUT REJ-OUT-FILE
           OPEN OUTPUT RPT-OUT-FILE
      *    A WITHDRAWN FLIGHT IS REJECTED - RESERVATIONS SHOULD NOT
      *    BE SELLING IT - BUT A CANCEL IS APPLIED WHATEVER THE
      *    FLIGHT'S STATUS, SINCE IT ONLY SHRINKS THE DEPENDENCY.
      *    THE ONE EXCEPTION IS A BOOKING FLTCLSB HAS ALREADY CLOSED
      *    AS FLOWN - 2400-APPLY-CANCEL REJECTS THAT INSTEAD.
           SET NO-FOUND-FLIGHTN TO TRUE
           MOVE W-FLIGHT-NUMBER TO FLIGHT-NUMBER-ID

      *    INSERT FIRST - THE COMMON CASE - AND FALL BACK TO A
      *    RE-ACTIVATING UPDATE ON A DUPLICATE KEY, SO A CANCELLED
      *    REFERENCE THAT IS RE-BOOKED COMES BACK ACTIVE AND A
      *    REPEATED FEED RECORD IS HARMLESS. A BOOKING FLTCLSB HAS
      *    CLOSED AS FLOWN ('F') IS NEVER RE-ACTIVATED - THAT WOULD
      *    PUT BACK THE DEPENDENCY THAT BLOCKS WITHDRAWING ITS
      *    FLIGHT - SO A FEED RECORD FOR ONE GOES TO THE REJECTS.
           MOVE W-FLIGHT-NUMBER TO BKG-FLIGHT-NUMBER-ID
           MOVE WK-BOOKING-REF  TO BKG-BOOKING-REF
           MOVE 'A'             TO BKG-BOOKING-STATUS-CD
                 SET BOOKING_STATUS_CD = 'A'
               WHERE FLIGHT_NUMBER_ID = :BKG-FLIGHT-NUMBER-ID
                 AND BOOKING_REF      = :BKG-BOOKING-REF
                 AND BOOKING_STATUS_CD <> 'F'
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WK-COUNT-REACTIVATED
              WHEN 100
                 MOVE 'BOOKING ALREADY CLOSED AS FLOWN'
                   TO WK-REJECT-REASON
                 PERFORM 7200-WRITE-REJECT
              WHEN OTHER
                 MOVE '2310-REACTIVATE-BOOKING' TO WK-ERR-PARAGRAPH
                 MOVE SQLCODE TO WK-SQLCODE-DISPLAY
                 PERFORM 9955-TRANSLATE-SQLCODE

                 STRING 'WITH SQLCODE = ' WK-SQLCODE-DISPLAY
                        ' - ' WK-SQLCODE-TEXT
                 INTO WK-ERR-DESC

                 PERFORM 9950-FATAL-ERROR
           END-EVALUATE.

      **********************************************
       2400-APPLY-CANCEL.
      **********************************************
      *    THE ROW STAYS ON FILE WITH STATUS 'C' - A CANCEL FOR A
      *    REFERENCE WE NEVER HELD IS A FEED MISMATCH AND GOES TO
      *    THE REJECT FILE SO RESERVATIONS CAN RECONCILE IT. SO DOES
      *    A LATE CANCEL FOR A BOOKING FLTCLSB HAS ALREADY CLOSED AS
      *    FLOWN ('F') - THE FLOWN RECORD IS KEPT. THE STATUS IS READ
      *    FIRST BECAUSE AN UPDATE THAT FINDS NO ROW CANNOT TELL A
      *    FLOWN BOOKING FROM A MISSING ONE.
           MOVE W-FLIGHT-NUMBER TO BKG-FLIGHT-NUMBER-ID
           MOVE WK-BOOKING-REF  TO BKG-BOOKING-REF

           EXEC SQL
              SELECT BOOKING_STATUS_CD
                INTO :BKG-BOOKING-STATUS-CD
                FROM BEDEF.TBOOKFLI
               WHERE FLIGHT_NUMBER_ID = :BKG-FLIGHT-NUMBER-ID
                 AND BOOKING_REF      = :BKG-BOOKING-REF
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 IF BKG-BOOKING-STATUS-CD = 'F'
                    MOVE 'CANCEL FOR BOOKING ALREADY FLOWN'
                      TO WK-REJECT-REASON
                    PERFORM 7200-WRITE-REJECT
                 ELSE
                    PERFORM 2410-CANCEL-BOOKING
                 END-IF
              WHEN 100
                 MOVE 'CANCEL FOR BOOKING NOT ON FILE'
                   TO WK-REJECT-REASON
                 PERFORM 9950-FATAL-ERROR
           END-EVALUATE.

      **********************************************
       2410-CANCEL-BOOKING.
      **********************************************
           EXEC SQL
              UPDATE BEDEF.TBOOKFLI
                 SET BOOKING_STATUS_CD = 'C'
               WHERE FLIGHT_NUMBER_ID = :BKG-FLIGHT-NUMBER-ID
                 AND BOOKING_REF      = :BKG-BOOKING-REF
                 AND BOOKING_STATUS_CD <> 'F'
           END-EXEC

           IF SQLCODE = 0
              ADD 1 TO WK-COUNT-CANCELLED
           ELSE
              MOVE '2410-CANCEL-BOOKING' TO WK-ERR-PARAGRAPH
              MOVE SQLCODE TO WK-SQLCODE-DISPLAY
              PERFORM 9955-TRANSLATE-SQLCODE

              STRING 'WITH SQLCODE = ' WK-SQLCODE-DISPLAY
                     ' - ' WK-SQLCODE-TEXT
              INTO WK-ERR-DESC

              PERFORM 9950-FATAL-ERROR
           END-IF.

      **********************************************
       3000-PRINT-SUMMARY.
      **********************************************
              ROLLBACK
           END-EXEC

           MOVE 'F' TO BRL-RUN-STATUS-CD
           PERFORM 9965-END-RUN-LEDGER

           CLOSE BOK-IN-FILE
           CLOSE REJ-OUT-FILE
           CLOSE RPT-OUT-FILE
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
      *    IN = RECORDS READ, REJECT = RECORDS REJECTED, APPLIED =
      *    BOOKINGS INSERTED, RE-ACTIVATED AND CANCELLED.
           MOVE WK-COUNT-READ     TO BRL-COUNT-IN
           MOVE ZERO              TO BRL-COUNT-OUT
           MOVE WK-COUNT-REJECTED TO BRL-COUNT-REJECT
           COMPUTE BRL-COUNT-APPLIED = WK-COUNT-INSERTED
                                     + WK-COUNT-REACTIVATED
                                     + WK-COUNT-CANCELLED

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

           MOVE 'C' TO BRL-RUN-STATUS-CD
           PERFORM 9965-END-RUN-LEDGER

           CLOSE BOK-IN-FILE
           CLOSE REJ-OUT-FILE
           CLOSE RPT-OUT-FILE
