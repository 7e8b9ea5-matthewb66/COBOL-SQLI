          05 SW-FOUND-AIRPORT         PIC X VALUE 'N'.
             88 YS-FOUND-AIRPORT            VALUE 'Y'.
             88 NO-FOUND-AIRPORT            VALUE 'N'.
          05 SW-RETIRE-CLEARED        PIC X VALUE 'Y'.
             88 YS-RETIRE-CLEARED           VALUE 'Y'.
             88 NO-RETIRE-CLEARED           VALUE 'N'.
          05 SW-ADMIN-OVERRIDE        PIC X VALUE 'N'.
             88 YS-ADMIN-OVERRIDE           VALUE 'Y'.
             88 NO-ADMIN-OVERRIDE           VALUE 'N'.
          05 SW-MORE-ROWS             PIC X VALUE 'Y'.
             88 YS-MORE-ROWS                VALUE 'Y'.
             88 NO-MORE-ROWS                VALUE 'N'.
          05 SW-END-BROWSE            PIC X VALUE 'N'.
             88 YS-END-BROWSE               VALUE 'Y'.
             88 NO-END-BROWSE               VALUE 'N'.

       01 WK-ERR-PARAGRAPH            PIC X(50) VALUE SPACES.
       01 WK-ERR-DESC                 PIC X(80) VALUE SPACES.
       01 WK-CODE-LEN                 PIC 9(2)  VALUE ZERO.
       01 WK-CODE-IDX                 PIC 9(2)  VALUE ZERO.
       01 WK-CHECK-AIRPORT-CD         PIC X(3)  VALUE SPACES.
       01 WK-FLIGHT-USE-COUNT         PIC 9(5)  VALUE ZERO.
       01 WK-PENDING-USE-COUNT        PIC 9(5)  VALUE ZERO.
       01 WK-TOTAL-USE-COUNT          PIC 9(6)  VALUE ZERO.
       01 WK-LINE-IDX                 PIC 9(2)  VALUE ZERO.
       01 WK-RESP                     PIC S9(8) COMP VALUE ZERO.

       01 WK-USE-TYPE                 PIC X(8)  VALUE SPACES.
       01 WK-USE-REF                  PIC X(10) VALUE SPACES.
       01 WK-USE-DETAIL               PIC X(20) VALUE SPACES.

       01 WK-USE-LINE.
          05 WK-USE-LINE-TYPE         PIC X(8).
          05 FILLER                   PIC X(1)  VALUE SPACE.
          05 WK-USE-LINE-REF          PIC X(10).
          05 FILLER                   PIC X(1)  VALUE SPACE.
          05 WK-USE-LINE-DETAIL       PIC X(20).

       COPY REFRTEM.
       COPY UPDCONFM1.
       COPY REFWHUM.
       COPY BCEMSG01.
       COPY ERRMSGM.
       COPY ERRVALI.
          INCLUDE @TREFAPT
       END-EXEC

       EXEC SQL
          INCLUDE @TDEFFLI
       END-EXEC

       EXEC SQL
          INCLUDE @TPNDUPD
       END-EXEC

       EXEC SQL
          INCLUDE @TUSRAUTH
       END-EXEC.
      **********************************************
       2300-PROCESS-CHANGE.
      **********************************************
      *    RETIRING A ROUTE THAT IS STILL IN USE STRANDS EVERY
      *    FLIGHT AND PENDING CHANGE THAT POINTS AT IT, SO A CHANGE
      *    TO 'W' ON A CODE NOT ALREADY RETIRED GOES THROUGH THE
      *    WHERE-USED CHECK BEFORE THE CONFIRMATION SCREEN.
           SET YS-RETIRE-CLEARED TO TRUE
           SET NO-ADMIN-OVERRIDE TO TRUE

           IF RRTSTATI = 'W' AND ROUTE-STATUS-CD NOT = 'W'
              PERFORM 2600-CHECK-WHERE-USED
           END-IF

           IF YS-RETIRE-CLEARED
              SET NO-VALID-INPUT TO TRUE
              PERFORM 2100-CONFIRM-ACTION UNTIL YS-VALID-INPUT

              IF YS-APPLY-ACTION THEN
                 PERFORM 2400-CHANGE-ROUTE

                 IF YS-ADMIN-OVERRIDE AND SQLCODE = 0
                    PERFORM 2650-LOG-RETIRE-OVERRIDE
                 END-IF
              END-IF
           END-IF.

      **********************************************
              END-EXEC
           END-IF.

      **********************************************
       2600-CHECK-WHERE-USED.
      **********************************************
      *    THE OPERATOR SEES THE COUNTS AND THE DEPENDENT ROWS BEFORE
      *    THE RETIREMENT CAN BE CONFIRMED. ACTIVE FLIGHTS STILL
      *    FLYING THE ROUTE BLOCK IT OUTRIGHT UNLESS THE USER HOLDS
      *    ADMINISTRATOR AUTHORITY, IN WHICH CASE IT GOES AHEAD AS A
      *    LOGGED OVERRIDE. PENDING CHANGES ARE LISTED AS A WARNING
      *    ONLY - THEY CAN STILL BE REJECTED ON FLTAPRID.
           PERFORM 2610-COUNT-WHERE-USED

           COMPUTE WK-TOTAL-USE-COUNT = WK-FLIGHT-USE-COUNT
                                      + WK-PENDING-USE-COUNT

           IF WK-TOTAL-USE-COUNT > 0
              PERFORM 2620-BROWSE-WHERE-USED
           END-IF

           IF WK-FLIGHT-USE-COUNT > 0
              IF WK-AUTH-LEVEL = 'A'
                 SET YS-ADMIN-OVERRIDE TO TRUE
              ELSE
                 SET NO-RETIRE-CLEARED TO TRUE

                 STRING 'ROUTE ' W-ROUTE-CD
                        ' USED BY ' WK-FLIGHT-USE-COUNT
                        ' ACTIVE FLIGHT(S) - ADMIN AUTHORITY NEEDED '
                        'TO RETIRE'
                 INTO WK-DIS-MSG

                 PERFORM 7100-DISPLAY-RESULT
              END-IF
           END-IF.

      **********************************************
       2610-COUNT-WHERE-USED.
      **********************************************
      *    ONLY LIVE USERS OF THE CODE COUNT - ACTIVE FLIGHTS, AND
      *    PENDING ITEMS STILL AWAITING APPROVAL OR THEIR EFFECTIVE
      *    DATE WHOSE AFTER IMAGE CARRIES THE CODE. A PENDING
      *    WITHDRAWAL TAKES THE FLIGHT AWAY RATHER THAN ONTO THE CODE,
      *    SO IT IS LEFT OUT.
           MOVE W-ROUTE-CD TO ROUTE-CD

           EXEC SQL
              SELECT COUNT(*)
                INTO :WK-FLIGHT-USE-COUNT
                FROM BEDEF.TDEFFLI
               WHERE FLIGHT_STATUS_CD = 'A'
                 AND FLIGHT_ROUTE_CD = :ROUTE-CD
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '2610-COUNT-WHERE-USED' TO WK-ERR-PARAGRAPH
              MOVE SQLCODE TO WK-SQLCODE-DISPLAY

              STRING 'TDEFFLI WITH SQLCODE = ' WK-SQLCODE-DISPLAY
              INTO WK-ERR-DESC

              PERFORM 9950-ERROR-MESSAGE
           END-IF

           EXEC SQL
              SELECT COUNT(*)
                INTO :WK-PENDING-USE-COUNT
                FROM BEDEF.TPNDUPD
               WHERE PEND_STATUS_CD IN ('P', 'Q')
                 AND ACTION_CD      <> 'W'
                 AND NEW_ROUTE_CD = :ROUTE-CD
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '2610-COUNT-WHERE-USED' TO WK-ERR-PARAGRAPH
              MOVE SQLCODE TO WK-SQLCODE-DISPLAY

              STRING 'TPNDUPD WITH SQLCODE = ' WK-SQLCODE-DISPLAY
              INTO WK-ERR-DESC

              PERFORM 9950-ERROR-MESSAGE
           END-IF.

      **********************************************
       2620-BROWSE-WHERE-USED.
      **********************************************
      *    SAME PAGED BROWSE AS DELDEPID - THE CURSOR STAYS OPEN
      *    ACROSS THE SEND/RECEIVE PAIRS SO PF8 KEEPS FETCHING FROM
      *    WHERE THE LAST PAGE LEFT OFF. FLIGHTS LIST FIRST, THEN
      *    PENDING ITEMS, EACH IN FLIGHT NUMBER ORDER.
           EXEC SQL
              DECLARE WHERE_USED_CSR CURSOR FOR
                 SELECT 'FLIGHT', FLIGHT_NUMBER_ID,
                        FLIGHT_ORIG_CD || '-' || FLIGHT_DEST_CD
                        || ' ' || FLIGHT_DEPART_TM
                   FROM BEDEF.TDEFFLI
                  WHERE FLIGHT_STATUS_CD = 'A'
                    AND FLIGHT_ROUTE_CD = :ROUTE-CD
                 UNION ALL
                 SELECT 'PENDING', FLIGHT_NUMBER_ID,
                        PEND_STATUS_CD || ' ' || ACTION_CD || ' '
                        || CHAR(EFFECTIVE_DT, ISO)
                   FROM BEDEF.TPNDUPD
                  WHERE PEND_STATUS_CD IN ('P', 'Q')
                    AND ACTION_CD      <> 'W'
                    AND NEW_ROUTE_CD = :ROUTE-CD
                  ORDER BY 1, 2
           END-EXEC

           EXEC SQL
              OPEN WHERE_USED_CSR
           END-EXEC

           SET YS-MORE-ROWS  TO TRUE
           SET NO-END-BROWSE TO TRUE

           PERFORM 2630-SHOW-WHERE-USED-PAGE UNTIL YS-END-BROWSE

           EXEC SQL
              CLOSE WHERE_USED_CSR
           END-EXEC.

      **********************************************
       2630-SHOW-WHERE-USED-PAGE.
      **********************************************
      *    UNLIKE DELDEPID THE LAST PAGE ALSO WAITS FOR A KEY - THE
      *    CONFIRMATION OR REFUSAL FOLLOWS IT AND WOULD OTHERWISE
      *    OVERWRITE THE LIST BEFORE IT COULD BE READ.
           INITIALIZE REFWHUM1
                REPLACING ALPHABETIC DATA BY SPACES

           MOVE W-ROUTE-CD TO RWUCODEO

           STRING 'ROUTE ' W-ROUTE-CD
                  ' - ' WK-FLIGHT-USE-COUNT ' ACTIVE FLIGHT(S), '
                  WK-PENDING-USE-COUNT ' PENDING ITEM(S)'
           INTO RWUHDRO

           MOVE ZERO TO WK-LINE-IDX

           PERFORM 2640-FETCH-WHERE-USED-ROW
              UNTIL WK-LINE-IDX >= 8 OR NO-MORE-ROWS

           IF NO-MORE-ROWS
              MOVE 'END OF LIST - ENTER TO CONTINUE' TO RWUMOREO
           ELSE
              MOVE 'PF8 FOR MORE - ENTER TO CONTINUE' TO RWUMOREO
           END-IF

           EXEC CICS SEND
              MAP('REFWHUM1')
              MAPSET('REFWHU01')
              FROM (REFWHUM1)
              ERASE
           END-EXEC

      *    RESP SWALLOWS THE MAPFAIL THAT IS NORMAL HERE - THE
      *    OPERATOR PAGES WITH AN AID KEY ALONE, SENDING NO FIELD
      *    DATA, AND ONLY EIBAID IS OF INTEREST.
           EXEC CICS RECEIVE
              MAP('REFWHUM1')
              MAPSET('REFWHU01')
              INTO(REFWHUM1)
              RESP(WK-RESP)
           END-EXEC

           IF NO-MORE-ROWS OR EIBAID NOT = DFHPF8
              SET YS-END-BROWSE TO TRUE
           END-IF.

      **********************************************
       2640-FETCH-WHERE-USED-ROW.
      **********************************************
           EXEC SQL
              FETCH WHERE_USED_CSR
                INTO :WK-USE-TYPE, :WK-USE-REF, :WK-USE-DETAIL
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WK-LINE-IDX

                 MOVE WK-USE-TYPE   TO WK-USE-LINE-TYPE
                 MOVE WK-USE-REF    TO WK-USE-LINE-REF
                 MOVE WK-USE-DETAIL TO WK-USE-LINE-DETAIL

                 EVALUATE WK-LINE-IDX
                    WHEN 1
                       MOVE WK-USE-LINE TO RWULIN01O
                    WHEN 2
                       MOVE WK-USE-LINE TO RWULIN02O
                    WHEN 3
                       MOVE WK-USE-LINE TO RWULIN03O
                    WHEN 4
                       MOVE WK-USE-LINE TO RWULIN04O
                    WHEN 5
                       MOVE WK-USE-LINE TO RWULIN05O
                    WHEN 6
                       MOVE WK-USE-LINE TO RWULIN06O
                    WHEN 7
                       MOVE WK-USE-LINE TO RWULIN07O
                    WHEN 8
                       MOVE WK-USE-LINE TO RWULIN08O
                 END-EVALUATE
              WHEN 100
                 SET NO-MORE-ROWS TO TRUE
              WHEN OTHER
                 MOVE '2640-FETCH-WHERE-USED-ROW' TO WK-ERR-PARAGRAPH
                 MOVE SQLCODE TO WK-SQLCODE-DISPLAY

                 STRING 'WITH SQLCODE = ' WK-SQLCODE-DISPLAY
                 INTO WK-ERR-DESC

                 PERFORM 9950-ERROR-MESSAGE
           END-EVALUATE.

      **********************************************
       2650-LOG-RETIRE-OVERRIDE.
      **********************************************
      *    AN ADMINISTRATOR RETIRING A CODE STILL ON ACTIVE FLIGHTS
      *    IS RECORDED ON SCWL IN THE SAME RECORD AN AUTHORITY REFUSAL
      *    USES, SO THE NIGHTLY DRAIN PUTS THE OVERRIDE IN FRONT OF
      *    SECURITY AND THE STRANDED FLIGHTS CAN BE FOLLOWED UP.
           MOVE 'REFRTEID' TO WK-ERRLOG-PROGRAM
           MOVE SPACES     TO WK-ERRLOG-PARAGRAPH

           STRING 'OVERRIDE BY ' WK-AUTH-USERID
                  ' - ' WK-FLIGHT-USE-COUNT ' ACTIVE FLIGHT(S)'
           INTO WK-ERRLOG-PARAGRAPH

           MOVE W-ROUTE-CD      TO WK-ERRLOG-FLIGHTNO
           MOVE ZERO            TO WK-ERRLOG-SQLCODE

           EXEC SQL
              SELECT CURRENT TIMESTAMP
                INTO :WK-ERRLOG-TS
                FROM SYSIBM.SYSDUMMY1
           END-EXEC

           EXEC CICS WRITEQ TD
              QUEUE('SCWL')
              FROM(WK-ERRLOG-RECORD)
              LENGTH(WK-ERRLOG-LENGTH)
           END-EXEC.

      **********************************************
       0100-CHECK-AUTHORITY.
      **********************************************
