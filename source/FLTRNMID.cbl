      *       - INSERTS THE NEW TDEFFLI ROW, ACTIVE, WITH THE OLD
      *         ROW'S ATTRIBUTES AND A FRESH TIMESTAMP (SO THE
      *         NIGHTLY FLTEXTB DELTA SENDS THE NEW NUMBER DOWN)
      *       - CARRIES EVERY TSCHFLI, TSCHFLH, TBOOKFLI, TCDSFLI,
      *         TDEFFLH, TDEFFLD AND TPNDUPD ROW ACROSS TO THE NEW
      *         NUMBER
      *       - LEAVES THE OLD TDEFFLI ROW AS A WITHDRAWN TOMBSTONE
      *         WITH A SINGLE TDEFFLD AUDIT ROW, REASON 'RNUM' - THAT
      *         PAIR IS WHAT MAKES FLTEXTB TELL DOWNSTREAM TO DROP
      *    DELIBERATELY NOT ON THE DELREASN TABLE OF OPERATOR-KEYABLE
      *    REASON CODES.
      *    ADMINISTRATOR AUTHORITY ONLY - A RENUMBER RESHAPES KEYS
      *    ACROSS EIGHT TABLES AND DOES NOT GO THROUGH THE PENDING
      *    QUEUE.
      ******************************************************************

      *    SO THE FLIGHT IS NEVER LEFT HALF-MOVED.
           PERFORM 3100-INSERT-NEW-ROW
           PERFORM 3200-CARRY-SCHEDULE-ROWS
           PERFORM 3250-CARRY-SCHEDULE-HISTORY
           PERFORM 3300-CARRY-BOOKING-ROWS
           PERFORM 3350-CARRY-CODESHARE-ROWS
           PERFORM 3400-CARRY-HISTORY-ROWS
           PERFORM 3500-CARRY-AUDIT-ROWS
           PERFORM 3550-CARRY-PENDING-ROWS
              PERFORM 9950-ERROR-MESSAGE
           END-IF.

      **********************************************
       3250-CARRY-SCHEDULE-HISTORY.
      **********************************************
           EXEC SQL
              UPDATE BEDEF.TSCHFLH
                 SET FLIGHT_NUMBER_ID = :WK-NEW-NUMBER
               WHERE FLIGHT_NUMBER_ID = :WK-OLD-NUMBER
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE '3250-CARRY-SCHEDULE-HISTORY' TO WK-ERR-PARAGRAPH
              MOVE SQLCODE TO WK-SQLCODE-DISPLAY

              STRING 'WITH SQLCODE = ' WK-SQLCODE-DISPLAY
              INTO WK-ERR-DESC

              PERFORM 9950-ERROR-MESSAGE
           END-IF.

      **********************************************
       3300-CARRY-BOOKING-ROWS.
      **********************************************
              PERFORM 9950-ERROR-MESSAGE
           END-IF.

      **********************************************
       3350-CARRY-CODESHARE-ROWS.
      **********************************************
      *    THE PARTNERS' MARKETING NUMBERS FOLLOW THE OPERATING
      *    FLIGHT, WITHDRAWN LINKS INCLUDED. THE TIMESTAMP IS BUMPED
      *    SO TONIGHT'S FLTEXTB DELTA RE-SENDS EACH LINK AGAINST THE
      *    NEW NUMBER.
           EXEC SQL
              UPDATE BEDEF.TCDSFLI
                 SET FLIGHT_NUMBER_ID = :WK-NEW-NUMBER,
                     CDS_LAST_UPD_TS  = CURRENT TIMESTAMP
               WHERE FLIGHT_NUMBER_ID = :WK-OLD-NUMBER
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE '3350-CARRY-CODESHARE-ROWS' TO WK-ERR-PARAGRAPH
              MOVE SQLCODE TO WK-SQLCODE-DISPLAY

              STRING 'WITH SQLCODE = ' WK-SQLCODE-DISPLAY
              INTO WK-ERR-DESC

              PERFORM 9950-ERROR-MESSAGE
           END-IF.

      **********************************************
       3400-CARRY-HISTORY-ROWS.
      **********************************************
      **********************************************
      *    ONLY EVER REACHED ON A FAILURE BRANCH, SO IT IS SAFE TO
      *    ROLL BACK HERE UNCONDITIONALLY - THIS UNDOES EVERY STEP OF
      *    A PART-DONE RENUMBER, SO THE EIGHT TABLES NEVER DISAGREE
      *    ABOUT WHICH NUMBER THE FLIGHT LIVES UNDER. CICS OWNS THE
      *    UNIT OF WORK UNDER THE DB2 ATTACHMENT FACILITY, SO THE
      *    SYNCPOINT VERB IS USED. THE SESSION ENDS HERE.
