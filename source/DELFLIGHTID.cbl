       01 WK-DEL-REASON-CD            PIC X(4)  VALUE SPACES.
       01 WK-SCHEDULE-COUNT           PIC 9(5)  VALUE ZERO.
       01 WK-BOOKING-COUNT            PIC 9(5)  VALUE ZERO.
       01 WK-CODESHARE-COUNT          PIC 9(5)  VALUE ZERO.
       01 WK-DEP-COMMAREA-LEN         PIC S9(4) COMP VALUE +10.
       01 WK-RESP                     PIC S9(8) COMP VALUE ZERO.
       01 WK-POSITION-KEY             PIC X(10) VALUE SPACES.
                    IF YS-HAS-DEPENDENCIES
      *                THE REFUSAL HANDS STRAIGHT OVER TO THE
      *                DEPENDENCY IMPACT INQUIRY SO THE OPERATOR SEES
      *                THE ACTUAL SCHEDULE LINES, BOOKINGS AND
      *                CODESHARE LINKS THAT BLOCK THE WITHDRAWAL, NOT
      *                JUST THE COUNTS.
                       EXEC CICS XCTL
                          PROGRAM('DELDEPID')
                          COMMAREA(W-FLIGHT-NUMBER)
      **********************************************
       3106-CHECK-DEPENDENCIES.
      **********************************************
      *    A FLIGHT WITH SCHEDULE LINES STILL TO OPERATE OR ACTIVE
      *    BOOKINGS MAY NOT BE WITHDRAWN - THE DEPENDENT ROWS MUST BE
      *    CLEARED DOWN FIRST. ONLY OPEN DEPENDENTS COUNT: CANCELLED
      *    LINES AND BOOKINGS, AND THE PAST LINES AND BOOKINGS THE
      *    NIGHTLY FLTCLSB CLOSE-OUT HAS MARKED FLOWN, STAY ON FILE
      *    AS HISTORY BUT NO LONGER BLOCK. A PAST LINE STILL 'A'
      *    BECAUSE LAST NIGHT'S CLOSE-OUT HAS NOT RUN IS NOT COUNTED
      *    EITHER - IT CAN NO LONGER OPERATE. AN ACTIVE CODESHARE
      *    LINK BLOCKS TOO - A PARTNER IS STILL SELLING THE FLIGHT
      *    UNDER ITS OWN NUMBER, AND THE LINK MUST BE WITHDRAWN ON
      *    FLTCDSID FIRST.
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

      *    ROW CAPTURED, STATUS ACTIVE, NO DEPENDENCIES, REASON CODE
      *    VALID - BUT NOTHING IS FLIPPED AND NO AUDIT ROW WRITTEN
      *    UNTIL AN ADMINISTRATOR APPROVES THE ITEM ON FLTAPRID. THE
      *    CHECKS RUN AGAIN AT APPROVAL TIME; SCHEDULE LINES,
      *    BOOKINGS OR CODESHARE LINKS ARRIVING MEANWHILE STILL BLOCK
      *    IT.
           EXEC CICS ASSIGN
              USERID(WK-DEL-USERID)
           END-EXEC
