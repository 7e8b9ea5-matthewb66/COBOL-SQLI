       01 WK-CURRENT-DATE             PIC X(10) VALUE SPACES.
       01 WK-SCHEDULE-COUNT           PIC 9(5)  VALUE ZERO.
       01 WK-BOOKING-COUNT            PIC 9(5)  VALUE ZERO.
       01 WK-CODESHARE-COUNT          PIC 9(5)  VALUE ZERO.
       01 WK-CHANGED-LIST             PIC X(60) VALUE SPACES.
       01 WK-CHANGED-TEMP             PIC X(60) VALUE SPACES.

       COPY BCEMSG01.
       COPY ERRMSGM.
       COPY ERRVALI.
       COPY SLOTVALI.
       COPY SQLMSGS.
       COPY ERRLOGR.
       COPY USRAUTHW.
          INCLUDE @TDEFFLI
       END-EXEC

       EXEC SQL
          INCLUDE @TREFAPT
       END-EXEC

       EXEC SQL
          INCLUDE @TDEFFLD
       END-EXEC
      **********************************************
       3300-APPLY-QUEUED-ADD.
      **********************************************
      *    THE ORIGIN'S CURFEW AND SLOT LIMIT ARE EDITED AGAIN AT
      *    APPROVAL - OTHER FLIGHTS MAY HAVE TAKEN THE HOUR, OR THE
      *    LIMITS CHANGED, SINCE THE ENTRY WAS KEYED. A REFUSED ITEM
      *    STAYS ON THE QUEUE TO BE REJECTED.
           MOVE PND-NEW-ORIG-CD      TO WK-SLOT-AIRPORT-CD
           MOVE W-FLIGHT-NUMBER      TO WK-SLOT-FLIGHT-NUMBER
           MOVE PND-NEW-DEPART-TM    TO WK-SLOT-DEPART-TM
           PERFORM 3800-CHECK-DEPART-SLOT

           IF NO-SLOT-OK
              STRING FUNCTION TRIM(WK-SLOT-REFUSAL)
                     ' - NOT APPLIED - REJECT THE ITEM'
              INTO WK-DIS-MSG

              PERFORM 7100-DISPLAY-RESULT
           ELSE
              PERFORM 3305-INSERT-QUEUED-ADD
           END-IF.

      **********************************************
       3305-INSERT-QUEUED-ADD.
      **********************************************
      *    THE SAME INSERT FLTADDID RUNS DIRECTLY FOR AN
      *    ADMINISTRATOR, FROM THE QUEUED AFTER IMAGE. A NUMBER THAT
      *    HAS BEEN TAKEN SINCE THE ENTRY WAS KEYED IS REFUSED - THE

                 PERFORM 7100-DISPLAY-RESULT
              WHEN OTHER
                 MOVE '3305-INSERT-QUEUED-ADD' TO WK-ERR-PARAGRAPH
                 MOVE SQLCODE TO WK-SQLCODE-DISPLAY

                 STRING 'WITH SQLCODE = ' WK-SQLCODE-DISPLAY
                 AND FLIGHT_STATUS_CD = 'A'
           END-EXEC

      *    A CHANGE THAT MOVES THE ORIGIN OR THE DEPARTURE TIME IS
      *    EDITED AGAINST THE CURFEW AND SLOT LIMIT AS IT LANDS, THE
      *    SAME AS A QUEUED ADD.
           EVALUATE SQLCODE
              WHEN 0
                 SET YS-SLOT-OK TO TRUE

                 IF PND-NEW-ORIG-CD NOT = FLIGHT-ORIG-CD
                    OR PND-NEW-DEPART-TM NOT = FLIGHT-DEPART-TM
                    MOVE PND-NEW-ORIG-CD   TO WK-SLOT-AIRPORT-CD
                    MOVE W-FLIGHT-NUMBER   TO WK-SLOT-FLIGHT-NUMBER
                    MOVE PND-NEW-DEPART-TM TO WK-SLOT-DEPART-TM
                    PERFORM 3800-CHECK-DEPART-SLOT
                 END-IF

                 IF NO-SLOT-OK
                    STRING FUNCTION TRIM(WK-SLOT-REFUSAL)
                           ' - NOT APPLIED - REJECT THE ITEM'
                    INTO WK-DIS-MSG

                    PERFORM 7100-DISPLAY-RESULT
                 ELSE
                    PERFORM 3430-UPDATE-FLIGHT-ROW
                 END-IF
              WHEN 100
                 STRING 'FLIGHT ' W-FLIGHT-NUMBER ' NOT FOUND OR '
                        'WITHDRAWN - NOT APPLIED - REJECT THE ITEM'
      **********************************************
      *    THE SAME CAPTURE/DEPENDENCY-CHECK/WITHDRAW/AUDIT CHAIN
      *    DELFLIGHTID RUNS DIRECTLY FOR AN ADMINISTRATOR - RUN
      *    FRESH, BECAUSE SCHEDULE LINES, BOOKINGS OR CODESHARE
      *    LINKS MAY HAVE ARRIVED SINCE THE ENTRY WAS KEYED.
           MOVE W-FLIGHT-NUMBER TO FLIGHT-NUMBER-ID

           EXEC SQL

                 IF YS-HAS-DEPENDENCIES
                    STRING 'FLIGHT ' W-FLIGHT-NUMBER ' NOW HAS '
                           'LINES, BOOKINGS OR CODESHARES - REFUSED'
                    INTO WK-DIS-MSG

                    PERFORM 7100-DISPLAY-RESULT
      **********************************************
       3510-CHECK-DEPENDENCIES.
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

              PERFORM 9950-ERROR-MESSAGE
           END-IF.

      **********************************************
       3800-CHECK-DEPART-SLOT.
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
              PERFORM 3810-CHECK-SLOT-RULES
           END-IF.

      **********************************************
       3810-CHECK-SLOT-RULES.
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
                       PERFORM 3820-COUNT-HOUR-DEPARTURES
                    END-IF
                 END-IF
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE '3810-CHECK-SLOT-RULES' TO WK-ERR-PARAGRAPH
                 MOVE SQLCODE TO WK-SQLCODE-DISPLAY

                 STRING 'WITH SQLCODE = ' WK-SQLCODE-DISPLAY
                 INTO WK-ERR-DESC

                 PERFORM 9950-ERROR-MESSAGE
           END-EVALUATE.

      **********************************************
       3820-COUNT-HOUR-DEPARTURES.
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
                 MOVE '3820-COUNT-HOUR-DEPARTURES' TO WK-ERR-PARAGRAPH
                 MOVE SQLCODE TO WK-SQLCODE-DISPLAY

                 STRING 'WITH SQLCODE = ' WK-SQLCODE-DISPLAY
                 INTO WK-ERR-DESC

                 PERFORM 9950-ERROR-MESSAGE
           END-EVALUATE.

      **********************************************
       0100-CHECK-AUTHORITY.
      **********************************************
