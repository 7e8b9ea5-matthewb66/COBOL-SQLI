      *       B - BROWSE A FLIGHT'S SCHEDULE LINES IN DATE ORDER,
      *           EIGHT TO A PAGE, PF8 FOR MORE.
      *       C - CANCEL A SINGLE OPERATING DATE (SCHED_STATUS_CD TO
      *           'C'). THE LINE STAYS ON FILE AS HISTORY; ONLY
      *           ACTIVE LINES STILL TO OPERATE BLOCK A WITHDRAWAL.
      *           EACH CANCELLATION IS ALSO RECORDED ON TSCHFLH.
      *    LINES WHOSE DATE HAS PASSED ARE MARKED FLOWN ('F') BY THE
      *    NIGHTLY FLTCLSB CLOSE-OUT AND SHOW AS SUCH ON THE BROWSE.
      *    BROWSE NEEDS INQUIRE AUTHORITY; GENERATE AND CANCEL NEED
      *    ADD/CHANGE ('U'), THE SAME LEVEL THAT MAY KEY THE FLIGHT
      *    ITSELF IN FLTADDID.
          INCLUDE @TSCHFLI
       END-EXEC

       EXEC SQL
          INCLUDE @TSCHFLH
       END-EXEC

       EXEC SQL
          INCLUDE @TUSRAUTH
       END-EXEC.

                 MOVE SCH-SCHED-LINE-DT TO WK-SCH-LINE-DT

                 EVALUATE SCH-SCHED-STATUS-CD
                    WHEN 'C'
                       MOVE 'CANCELLED' TO WK-SCH-LINE-STATUS
                    WHEN 'F'
                       MOVE 'FLOWN'     TO WK-SCH-LINE-STATUS
                    WHEN OTHER
                       MOVE 'ACTIVE'    TO WK-SCH-LINE-STATUS
                 END-EVALUATE

                 EVALUATE WK-LINE-IDX
                    WHEN 1
       4000-CANCEL-LINE.
      **********************************************
      *    CANCEL FLIPS THE SINGLE DATE TO 'C' - THE LINE STAYS ON
      *    FILE SO THE BROWSE STILL SEES IT, EXACTLY AS A CANCELLED
      *    BOOKING STAYS ON TBOOKFLI. A FLOWN LINE IS NOT 'A' AND
      *    CANNOT BE CANCELLED.
           MOVE WK-CANCEL-DATE TO WK-EDIT-DATE
           PERFORM 1090-VALIDATE-DATE


           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 4200-WRITE-CANCEL-HISTORY

                 STRING 'SCHEDULE LINE ' WK-CANCEL-DATE ' FOR '
                        W-FLIGHT-NUMBER ' CANCELLED'
                 INTO WK-DIS-MSG
                 PERFORM 9950-ERROR-MESSAGE
           END-EVALUATE.

      **********************************************
       4200-WRITE-CANCEL-HISTORY.
      **********************************************
      *    TSCHFLI CARRIES NO TIMESTAMP, SO EVERY CANCELLATION IS
      *    RECORDED ON TSCHFLH IN THE SAME UNIT OF WORK - THAT ROW IS
      *    WHAT THE NIGHTLY FLTSSMB JOB SENDS TO RESERVATIONS. A
      *    FAILED INSERT ROLLS THE CANCEL BACK WITH IT.
           MOVE W-FLIGHT-NUMBER TO SLH-FLIGHT-NUMBER-ID
           MOVE WK-CANCEL-DATE  TO SLH-SCHED-LINE-DT
           MOVE 'A'             TO SLH-OLD-STATUS-CD
           MOVE 'C'             TO SLH-NEW-STATUS-CD
           MOVE WK-AUTH-USERID  TO SLH-CHANGED-BY-USERID
           MOVE EIBTRMID        TO SLH-CHANGED-BY-TERMID
           MOVE SPACES          TO SLH-DISRUPT-REF-ID

           EXEC SQL
              INSERT INTO BEDEF.TSCHFLH
                 (FLIGHT_NUMBER_ID, SCHED_LINE_DT, CHANGE_TS,
                  OLD_STATUS_CD, NEW_STATUS_CD,
                  CHANGED_BY_USERID, CHANGED_BY_TERMID,
                  DISRUPT_REF_ID)
              VALUES
                 (:SLH-FLIGHT-NUMBER-ID, :SLH-SCHED-LINE-DT,
                  CURRENT TIMESTAMP, :SLH-OLD-STATUS-CD,
                  :SLH-NEW-STATUS-CD, :SLH-CHANGED-BY-USERID,
                  :SLH-CHANGED-BY-TERMID, :SLH-DISRUPT-REF-ID)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '4200-WRITE-CANCEL-HISTORY' TO WK-ERR-PARAGRAPH
              MOVE SQLCODE TO WK-SQLCODE-DISPLAY

              STRING 'WITH SQLCODE = ' WK-SQLCODE-DISPLAY
              INTO WK-ERR-DESC

              PERFORM 9950-ERROR-MESSAGE
           END-IF.

      **********************************************
       0100-CHECK-AUTHORITY.
      **********************************************
