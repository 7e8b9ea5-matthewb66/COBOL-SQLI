
       01 WK-ERR-PARAGRAPH            PIC X(50) VALUE SPACES.
       01 WK-ERR-DESC                 PIC X(80) VALUE SPACES.
       01 WK-JOB-NAME                 PIC X(8)  VALUE 'ARCRTVB'.
       01 W-FLIGHT-NUMBER             PIC X(10) VALUE SPACES.
       01 WK-PARM-VALUE               PIC X(10) VALUE SPACES.
       01 WK-FROM-DATE                PIC X(10) VALUE SPACES.

       EXEC SQL
          INCLUDE @TDEFFLH
       END-EXEC

       EXEC SQL
          INCLUDE @TBATRUN
       END-EXEC.

       PROCEDURE DIVISION.
      **********************************************
       1000-INITIALIZE.
      **********************************************
           PERFORM 9960-START-RUN-LEDGER

           OPEN INPUT  ARC-IN-FILE
           OPEN INPUT  PARM-IN-FILE
           OPEN OUTPUT RPT-OUT-FILE
              ROLLBACK
           END-EXEC

           MOVE 'F' TO BRL-RUN-STATUS-CD
           PERFORM 9965-END-RUN-LEDGER

           CLOSE ARC-IN-FILE
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
      *    IN = ARCHIVE RECORDS READ, OUT = RECORDS SELECTED AND
      *    LISTED, REJECT = UNKNOWN RECORD TYPES, APPLIED = ROWS
      *    RELOADED.
           MOVE WK-COUNT-READ     TO BRL-COUNT-IN
           COMPUTE BRL-COUNT-OUT  = WK-COUNT-FLI
                                  + WK-COUNT-FLD
                                  + WK-COUNT-FLH
           MOVE WK-COUNT-BADTYPE  TO BRL-COUNT-REJECT
           MOVE WK-COUNT-RELOADED TO BRL-COUNT-APPLIED

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

           IF YS-PARM-ERROR
              MOVE 'F' TO BRL-RUN-STATUS-CD
           ELSE
              MOVE 'C' TO BRL-RUN-STATUS-CD
           END-IF
           PERFORM 9965-END-RUN-LEDGER

           CLOSE ARC-IN-FILE
           CLOSE RPT-OUT-FILE
           STOP RUN.
