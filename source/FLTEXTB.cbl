      *         RUN, SOURCED FROM TDEFFLD, WITH '*WDRW*' IN THE ROUTE
      *         FIELD SO DOWNSTREAM CAN REMOVE THE FLIGHT ('*' CANNOT
      *         OCCUR IN A REAL ROUTE CODE)
      *       - ONE RECORD PER CODESHARE LINK (TCDSFLI) ADDED OR
      *         CHANGED SINCE THE PREVIOUS RUN, WITH '*CDSH*' IN THE
      *         ROUTE FIELD, THE OPERATING FLIGHT IN THE FLIGHT
      *         NUMBER FIELD, AND THE PARTNER CARRIER, MARKETING
      *         NUMBER AND LINK STATUS BEHIND IT - STATUS 'W' TELLS
      *         DOWNSTREAM TO DROP THE MARKETING NUMBER. A RENUMBER
      *         BUMPS THE LINK TIMESTAMPS, SO THE LINKS ARRIVE AGAIN
      *         UNDER THE NEW OPERATING NUMBER
      *       - A '*CONTROL*' TRAILER CARRYING THE RUN DATE AND THE
      *         ADDED/CHANGED AND WITHDRAWN FLIGHT COUNTS SO THE
      *         RECEIVERS CAN VERIFY COMPLETENESS. THE FIXED 30-BYTE
      *         TRAILER HAS NO ROOM FOR A THIRD COUNT - THE CODESHARE
      *         RECORD COUNT IS ON THE RUN REPORT.
      *    THE NEW HIGH-WATER MARK IS THE TIMESTAMP CAPTURED AT RUN
      *    START, SO ROWS UPDATED WHILE THE EXTRACT RUNS FALL INTO
      *    THE NEXT NIGHT'S DELTA INSTEAD OF BEING LOST.
           05  EXT-DEST-CD             PIC X(3).
           05  EXT-DEPART-TM           PIC X(4).
           05  EXT-AIRCRAFT-TY         PIC X(4).
       01  EXT-CDS-RECORD REDEFINES EXT-OUT-RECORD.
           05  EXT-CDS-FLIGHT-NUMBER-ID PIC X(10).
           05  EXT-CDS-MARKER          PIC X(6).
           05  EXT-CDS-CARRIER-CD      PIC X(3).
           05  EXT-CDS-MKT-FLIGHT-NO   PIC X(5).
           05  EXT-CDS-STATUS-CD       PIC X(1).
           05  FILLER                  PIC X(5).

       FD  RPT-OUT-FILE
           RECORD CONTAINS 132 CHARACTERS.

       01 WK-COUNT-CHANGED            PIC 9(5)  VALUE ZERO.
       01 WK-COUNT-WITHDRAWN          PIC 9(5)  VALUE ZERO.
       01 WK-COUNT-CODESHARE          PIC 9(5)  VALUE ZERO.

       01 WK-CONTROL-TRAILER.
          05 WK-CTL-MARKER            PIC X(10) VALUE '*CONTROL*'.
          INCLUDE @TDEFFLD
       END-EXEC

       EXEC SQL
          INCLUDE @TCDSFLI
       END-EXEC

       EXEC SQL
          INCLUDE @TBATCTL
       END-EXEC

       EXEC SQL
          INCLUDE @TBATRUN
       END-EXEC.

       PROCEDURE DIVISION.

           PERFORM 2000-EXTRACT-CHANGED-FLIGHTS
           PERFORM 2500-EXTRACT-WITHDRAWALS
           PERFORM 2600-EXTRACT-CODESHARES
           PERFORM 2800-WRITE-CONTROL-TRAILER
           PERFORM 2900-SAVE-HIGH-WATER-MARK

      **********************************************
       1000-INITIALIZE.
      **********************************************
           PERFORM 9960-START-RUN-LEDGER

           OPEN OUTPUT EXT-OUT-FILE
           OPEN OUTPUT RPT-OUT-FILE

                 PERFORM 9950-FATAL-ERROR
           END-EVALUATE.

      **********************************************
       2600-EXTRACT-CODESHARES.
      **********************************************
      *    EVERY LINK ADDED, REPOINTED, WITHDRAWN OR RESTORED IN THE
      *    WINDOW, WHATEVER ITS STATUS NOW - THE RECEIVERS REPLACE ON
      *    CARRIER AND MARKETING NUMBER, SO THE LATEST IMAGE IS ALL
      *    THEY NEED.
           EXEC SQL
              DECLARE CDS_CSR CURSOR FOR
                 SELECT FLIGHT_NUMBER_ID, CDS_CARRIER_CD,
                        CDS_MKT_FLIGHT_NO, CDS_STATUS_CD
                   FROM BEDEF.TCDSFLI
                  WHERE CDS_LAST_UPD_TS > :WK-LAST-RUN-TS
                    AND CDS_LAST_UPD_TS <= :WK-RUN-TS
                  ORDER BY FLIGHT_NUMBER_ID, CDS_CARRIER_CD,
                           CDS_MKT_FLIGHT_NO
           END-EXEC

           EXEC SQL
              OPEN CDS_CSR
           END-EXEC

           SET YS-MORE-ROWS TO TRUE
           PERFORM 2610-FETCH-CODESHARE UNTIL NO-MORE-ROWS

           EXEC SQL
              CLOSE CDS_CSR
           END-EXEC.

      **********************************************
       2610-FETCH-CODESHARE.
      **********************************************
           EXEC SQL
              FETCH CDS_CSR
                INTO :CDS-FLIGHT-NUMBER-ID, :CDS-CARRIER-CD,
                     :CDS-MKT-FLIGHT-NO, :CDS-STATUS-CD
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WK-COUNT-CODESHARE

                 MOVE SPACES               TO EXT-OUT-RECORD
                 MOVE CDS-FLIGHT-NUMBER-ID TO EXT-CDS-FLIGHT-NUMBER-ID
                 MOVE '*CDSH*'             TO EXT-CDS-MARKER
                 MOVE CDS-CARRIER-CD       TO EXT-CDS-CARRIER-CD
                 MOVE CDS-MKT-FLIGHT-NO    TO EXT-CDS-MKT-FLIGHT-NO
                 MOVE CDS-STATUS-CD        TO EXT-CDS-STATUS-CD
                 WRITE EXT-OUT-RECORD
              WHEN 100
                 SET NO-MORE-ROWS TO TRUE
              WHEN OTHER
                 MOVE '2610-FETCH-CODESHARE' TO WK-ERR-PARAGRAPH
                 MOVE SQLCODE TO WK-SQLCODE-DISPLAY
                 PERFORM 9955-TRANSLATE-SQLCODE

                 STRING 'WITH SQLCODE = ' WK-SQLCODE-DISPLAY
                        ' - ' WK-SQLCODE-TEXT
                 INTO WK-ERR-DESC

                 PERFORM 9950-FATAL-ERROR
           END-EVALUATE.

      **********************************************
       2800-WRITE-CONTROL-TRAILER.
      **********************************************
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           MOVE WK-COUNT-CODESHARE TO WK-COUNT-DISPLAY
           STRING 'CODESHARE LINKS EXTRACTED . . : ' WK-COUNT-DISPLAY
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           STRING 'NEW HIGH-WATER MARK . . . . . : ' WK-RUN-TS
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD.
              ROLLBACK
           END-EXEC

           MOVE 'F' TO BRL-RUN-STATUS-CD
           PERFORM 9965-END-RUN-LEDGER

           CLOSE EXT-OUT-FILE
           CLOSE RPT-OUT-FILE
           STOP RUN.
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
      *    IN = ADDED/CHANGED FLIGHTS EXTRACTED ON THEIR OWN - THE
      *    FIGURE BATBALB TIES BACK TO TDEFFLH OVER THE SAME WINDOW -
      *    OUT = EVERY EXTRACT RECORD BAR THE TRAILER. THE WINDOW IS
      *    THE ONE THE CURSORS USED - OR YEAR 0001 WHEN THE RUN FAILED
      *    BEFORE ITS WINDOW WAS SET.
           MOVE WK-COUNT-CHANGED TO BRL-COUNT-IN
           COMPUTE BRL-COUNT-OUT = WK-COUNT-CHANGED
                                 + WK-COUNT-WITHDRAWN
                                 + WK-COUNT-CODESHARE
           MOVE ZERO             TO BRL-COUNT-REJECT
           MOVE ZERO             TO BRL-COUNT-APPLIED

           IF WK-RUN-TS = SPACES
              MOVE '0001-01-01-00.00.00.000000' TO BRL-WINDOW-FROM-TS
              MOVE '0001-01-01-00.00.00.000000' TO BRL-WINDOW-TO-TS
           ELSE
              MOVE WK-LAST-RUN-TS   TO BRL-WINDOW-FROM-TS
              MOVE WK-RUN-TS        TO BRL-WINDOW-TO-TS
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
              COMMIT
           END-EXEC

           MOVE 'C' TO BRL-RUN-STATUS-CD
           PERFORM 9965-END-RUN-LEDGER

           CLOSE RPT-OUT-FILE
           STOP RUN.
