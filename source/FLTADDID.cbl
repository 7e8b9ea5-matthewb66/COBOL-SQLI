       COPY BCEMSG01.
       COPY ERRMSGM.
       COPY ERRVALI.
       COPY SLOTVALI.
       COPY SQLMSGS.
       COPY ERRLOGR.
       COPY USRAUTHW.

           IF YS-VALID-REFERENCE
              PERFORM 1087-CHECK-ROUTE
           END-IF

      *    THE DEPARTURE TIME MUST THEN FIT THE ORIGIN'S NIGHT CURFEW
      *    AND HOURLY SLOT LIMIT.
           IF YS-VALID-REFERENCE
              MOVE FENORIGI        TO WK-SLOT-AIRPORT-CD
              MOVE W-FLIGHT-NUMBER TO WK-SLOT-FLIGHT-NUMBER
              MOVE FENDEPRI        TO WK-SLOT-DEPART-TM
              PERFORM 1088-CHECK-DEPART-SLOT

              IF NO-SLOT-OK
                 SET NO-VALID-REFERENCE TO TRUE
                 MOVE WK-SLOT-REFUSAL TO WK-DIS-MSG

                 PERFORM 7100-DISPLAY-RESULT
              END-IF
           END-IF.

      **********************************************
                 PERFORM 9950-ERROR-MESSAGE
           END-EVALUATE.

      **********************************************
       1088-CHECK-DEPART-SLOT.
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
              PERFORM 1089-CHECK-SLOT-RULES
           END-IF.

      **********************************************
       1089-CHECK-SLOT-RULES.
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
                       PERFORM 1090-COUNT-HOUR-DEPARTURES
                    END-IF
                 END-IF
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE '1089-CHECK-SLOT-RULES' TO WK-ERR-PARAGRAPH
                 MOVE SQLCODE TO WK-SQLCODE-DISPLAY

                 STRING 'WITH SQLCODE = ' WK-SQLCODE-DISPLAY
                 INTO WK-ERR-DESC

                 PERFORM 9950-ERROR-MESSAGE
           END-EVALUATE.

      **********************************************
       1090-COUNT-HOUR-DEPARTURES.
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
                 MOVE '1090-COUNT-HOUR-DEPARTURES' TO WK-ERR-PARAGRAPH
                 MOVE SQLCODE TO WK-SQLCODE-DISPLAY

                 STRING 'WITH SQLCODE = ' WK-SQLCODE-DISPLAY
                 INTO WK-ERR-DESC

                 PERFORM 9950-ERROR-MESSAGE
           END-EVALUATE.

      **********************************************
       2900-SEND-CONFIRM.
      **********************************************
