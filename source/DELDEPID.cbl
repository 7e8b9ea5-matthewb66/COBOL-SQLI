       01 W-FLIGHT-NUMBER             PIC X(10).
       01 WK-SCHEDULE-COUNT           PIC 9(5)  VALUE ZERO.
       01 WK-BOOKING-COUNT            PIC 9(5)  VALUE ZERO.
       01 WK-CODESHARE-COUNT          PIC 9(5)  VALUE ZERO.
       01 WK-LINE-IDX                 PIC 9(2)  VALUE ZERO.
       01 WK-TOTAL-COUNT              PIC 9(5)  VALUE ZERO.
       01 WK-RESP                     PIC S9(8) COMP VALUE ZERO.
      **********************************************
       2005-COUNT-DEPENDENCIES.
      **********************************************
      *    SAME COUNTS DELFLIGHTID'S 3106-CHECK-DEPENDENCIES REFUSES
      *    ON - SHOWN IN THE HEADER SO THE OPERATOR SEES THE FULL
      *    SIZE OF THE PROBLEM EVEN BEFORE PAGING THE DETAIL. ONLY
      *    OPEN DEPENDENTS COUNT - ACTIVE LINES STILL TO OPERATE,
      *    ACTIVE BOOKINGS AND ACTIVE CODESHARE LINKS; CANCELLED AND
      *    FLOWN ROWS AND WITHDRAWN LINKS ARE HISTORY.
           EXEC SQL
              SELECT COUNT(*)
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
           END-EXEC.

      **********************************************
       2010-OPEN-DEPENDENCY-CURSOR.
      **********************************************
      *    SCHEDULE LINES FIRST, THEN CODESHARE LINKS, THEN BOOKINGS
      *    (ORDER BY 1 DESC ON 'SCHEDULE', 'CODESHR', 'BOOKING'),
      *    EACH SET IN ITS OWN KEY ORDER, SO SCHEDULING CAN WORK THE
      *    LIST TOP TO BOTTOM. A LINK SHOWS AS CARRIER AND MARKETING
      *    NUMBER. ONLY THE ROWS THAT ACTUALLY BLOCK THE WITHDRAWAL
      *    ARE LISTED.
           EXEC SQL
              DECLARE DEPEND_CSR CURSOR FOR
                 SELECT 'SCHEDULE', CHAR(SCHED_LINE_DT, ISO),
                        SCHED_STATUS_CD
                   FROM BEDEF.TSCHFLI
                  WHERE FLIGHT_NUMBER_ID = :W-FLIGHT-NUMBER
                    AND SCHED_STATUS_CD  = 'A'
                    AND SCHED_LINE_DT   >= CURRENT DATE
                 UNION ALL
                 SELECT 'BOOKING', BOOKING_REF,
                        BOOKING_STATUS_CD
                   FROM BEDEF.TBOOKFLI
                  WHERE FLIGHT_NUMBER_ID  = :W-FLIGHT-NUMBER
                    AND BOOKING_STATUS_CD = 'A'
                 UNION ALL
                 SELECT 'CODESHR', CDS_CARRIER_CD || ' '
                        || CDS_MKT_FLIGHT_NO,
                        CDS_STATUS_CD
                   FROM BEDEF.TCDSFLI
                  WHERE FLIGHT_NUMBER_ID = :W-FLIGHT-NUMBER
                    AND CDS_STATUS_CD    = 'A'
                  ORDER BY 1 DESC, 2
           END-EXEC

           MOVE W-FLIGHT-NUMBER TO DDPFLTNO

           STRING 'FLIGHT ' W-FLIGHT-NUMBER
                  ' - ' WK-SCHEDULE-COUNT
                  ' TO FLY, ' WK-BOOKING-COUNT
                  ' BOOKED, ' WK-CODESHARE-COUNT
                  ' CODESHARE(S)'
           INTO DDPHDRO

           MOVE ZERO TO WK-LINE-IDX
