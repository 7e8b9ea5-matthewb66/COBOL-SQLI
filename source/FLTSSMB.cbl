       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLTSSMB.
       AUTHOR. SCW.

      ******************************************************************
      *    NIGHTLY OUTBOUND SCHEDULE MESSAGES FOR RESERVATIONS AND THE
      *    GDS PARTNERS. EVERY SCHEDULE EVENT RECORDED SINCE THE
      *    PREVIOUS RUN IS TURNED INTO AN IATA STANDARD SCHEDULES
      *    MESSAGE (SSM) OR AD HOC SCHEDULE MESSAGE (ASM) ON DD
      *    MSGOUT, IN EVENT TIMESTAMP ORDER:
      *       TDEFFLH 'A' ADDED     - SSM NEW
      *       TDEFFLH 'R' RESTORED  - SSM NEW (BACK ON SALE)
      *       TDEFFLH 'C' CHANGED   - SSM TIM  DEPARTURE TIME ONLY
      *                               SSM EQT  AIRCRAFT TYPE ONLY
      *                               SSM RPL  ROUTING CHANGED, OR
      *                                        TIME AND TYPE TOGETHER
      *                               SSM FLT  RENUMBERED BY FLTRNMID
      *                                        (OLD DESIGNATOR TO NEW)
      *       TDEFFLD WITHDRAWAL    - SSM CNL  (THE 'RNUM' TOMBSTONE
      *                               ROW IS THE SAME EVENT AS THE FLT
      *                               AND IS NOT SENT TWICE)
      *       TSCHFLH CANCELLATION  - ASM CNL FOR THE SINGLE DATE
      *    A CHANGE THAT MOVES NOTHING THE MESSAGES CARRY (THE
      *    INTERNAL ROUTE CODE ALONE) IS REPORTED BUT NOT SENT.
      *
      *    THE PERIOD OF OPERATION AND DAYS OF OPERATION ON AN SSM
      *    COME FROM THE FLIGHT'S ACTIVE TSCHFLI LINES DATED ON OR
      *    AFTER THE RUN DATE. A FLIGHT WITH NO SUCH LINES HAS
      *    NOTHING ON SALE TO DESCRIBE - ITS MESSAGE IS HELD AND
      *    LISTED ON THE REPORT FOR THE RESERVATIONS DESK, RATHER
      *    THAN PUBLISHING AN INVENTED PERIOD. A WITHDRAWAL CANCELS
      *    FROM THE RUN DATE UNTIL FURTHER NOTICE (00XXX00).
      *    TIMES ARE SENT AS HELD ON TDEFFLI, IN LOCAL TIME ('LT');
      *    NO ARRIVAL TIME IS HELD, SO THE LEG LINE CARRIES THE
      *    ARRIVAL STATION ONLY.
      *
      *    EACH MESSAGE CARRIES A MESSAGE REFERENCE OF RUN DATE PLUS
      *    A FIVE-DIGIT SERIAL THAT RUNS ON FROM THE PREVIOUS NIGHT
      *    (WRAPPING AFTER 99999). THE HIGH-WATER MARK IS CARRIED ON
      *    BEDEF.TBATCTL UNDER JOB NAME FLTSSMB - LAST_RUN_TS IS THE
      *    EVENT TIMESTAMP MARK, RESTART_POS THE LAST SERIAL USED.
      *    BOTH MOVE ONLY WHEN THE RUN COMPLETES, SO A FAILED RUN IS
      *    SIMPLY RERUN AND REPEATS ITS MESSAGES WITH THE SAME
      *    SERIALS. AS IN FLTEXTB, THE NEW MARK IS THE TIMESTAMP
      *    CAPTURED AT RUN START, SO AN EVENT RECORDED WHILE THE JOB
      *    RUNS GOES OUT THE NEXT NIGHT INSTEAD OF BEING LOST.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSG-OUT-FILE     ASSIGN TO MSGOUT
                  ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-OUT-FILE     ASSIGN TO RPTOUT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MSG-OUT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  MSG-OUT-RECORD             PIC X(80).

       FD  RPT-OUT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-OUT-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.

       01 SWITCHES.
          05 SW-MORE-ROWS             PIC X VALUE 'Y'.
             88 YS-MORE-ROWS                VALUE 'Y'.
             88 NO-MORE-ROWS                VALUE 'N'.
          05 SW-PERIOD-FOUND          PIC X VALUE 'N'.
             88 YS-PERIOD-FOUND             VALUE 'Y'.
             88 NO-PERIOD-FOUND             VALUE 'N'.

       01 WK-ERR-PARAGRAPH            PIC X(50) VALUE SPACES.
       01 WK-ERR-DESC                 PIC X(80) VALUE SPACES.
       01 W-FLIGHT-NUMBER             PIC X(10) VALUE SPACES.
       01 WK-JOB-NAME                 PIC X(8)  VALUE 'FLTSSMB'.

       01 WK-LAST-RUN-TS              PIC X(26)
                VALUE '0001-01-01-00.00.00.000000'.
       01 WK-RUN-TS                   PIC X(26) VALUE SPACES.
       01 WK-RUN-DATE                 PIC X(10) VALUE SPACES.
       01 WK-RUN-SSIM-DATE            PIC X(7)  VALUE SPACES.

      *    ONE ROW FROM THE EVENT CURSOR. SOURCE IS 'H' (TDEFFLH),
      *    'D' (TDEFFLD) OR 'S' (TSCHFLH). THE OLD/NEW IMAGES ARE
      *    BLANK ON A SCHEDULE LINE EVENT, THE LINE DATE IS
      *    0001-01-01 ON EVERYTHING ELSE.
       01 WK-EVENT.
          05 WK-EVT-TS                PIC X(26).
          05 WK-EVT-SOURCE            PIC X(1).
             88 YS-EVT-HISTORY              VALUE 'H'.
             88 YS-EVT-WITHDRAWAL           VALUE 'D'.
             88 YS-EVT-SCHEDULE             VALUE 'S'.
          05 WK-EVT-FLIGHT            PIC X(10).
          05 WK-EVT-TYPE              PIC X(1).
          05 WK-EVT-OLD-ORIG          PIC X(3).
          05 WK-EVT-OLD-DEST          PIC X(3).
          05 WK-EVT-OLD-DEPART-TM     PIC X(4).
          05 WK-EVT-OLD-AIRCRAFT      PIC X(4).
          05 WK-EVT-NEW-ORIG          PIC X(3).
          05 WK-EVT-NEW-DEST          PIC X(3).
          05 WK-EVT-NEW-DEPART-TM     PIC X(4).
          05 WK-EVT-NEW-AIRCRAFT      PIC X(4).
          05 WK-EVT-FIELDS            PIC X(60).
          05 WK-EVT-FIELDS-R REDEFINES WK-EVT-FIELDS.
             10 WK-EVT-RENUM-TAG      PIC X(16).
             10 WK-EVT-RENUM-FROM     PIC X(10).
             10 FILLER                PIC X(34).
          05 WK-EVT-REASON            PIC X(4).
          05 WK-EVT-LINE-DT           PIC X(10).

      *    THE MESSAGE BEING BUILT. KIND IS 'SSM' OR 'ASM'; AN
      *    ACTION OF SPACES MEANS THE EVENT IS NOT SENT.
       01 WK-MSG-KIND                 PIC X(3)  VALUE SPACES.
       01 WK-MSG-ACTION               PIC X(3)  VALUE SPACES.
       01 WK-MSG-SKIP-REASON          PIC X(60) VALUE SPACES.
       01 WK-MSG-SERIAL               PIC 9(5)  VALUE ZERO.
       01 WK-MSG-LINE                 PIC X(80) VALUE SPACES.
       01 WK-MSG-DAYS                 PIC X(7)  VALUE SPACES.
       01 WK-MSG-DAYS-PTR             PIC 9(1)  VALUE ZERO.
       01 WK-PER-FROM-SSIM            PIC X(7)  VALUE SPACES.
       01 WK-PER-TO-SSIM              PIC X(7)  VALUE SPACES.
       01 WK-LINE-SSIM-DATE           PIC X(7)  VALUE SPACES.

      *    OPERATING PERIOD FETCHED FOR AN SSM - FIRST AND LAST
      *    ACTIVE LINE DATE AND A LINE COUNT PER DAY OF THE WEEK
      *    (1 = MONDAY, AS DAYOFWEEK_ISO).
       01 WK-PER-FROM-DATE            PIC X(10) VALUE SPACES.
       01 WK-PER-TO-DATE              PIC X(10) VALUE SPACES.
       01 WK-DOW-COUNTS.
          05 WK-DOW-MON               PIC S9(9) COMP VALUE ZERO.
          05 WK-DOW-TUE               PIC S9(9) COMP VALUE ZERO.
          05 WK-DOW-WED               PIC S9(9) COMP VALUE ZERO.
          05 WK-DOW-THU               PIC S9(9) COMP VALUE ZERO.
          05 WK-DOW-FRI               PIC S9(9) COMP VALUE ZERO.
          05 WK-DOW-SAT               PIC S9(9) COMP VALUE ZERO.
          05 WK-DOW-SUN               PIC S9(9) COMP VALUE ZERO.
       01 WK-DOW-TABLE REDEFINES WK-DOW-COUNTS.
          05 WK-DOW-COUNT             PIC S9(9) COMP OCCURS 7 TIMES.
       01 WK-DAY-IDX                  PIC 9(1)  VALUE ZERO.

      *    ISO DATE TO THE SSIM DDMMMYY FORM.
       01 WK-FMT-ISO-DATE             PIC X(10) VALUE SPACES.
       01 WK-FMT-ISO-R REDEFINES WK-FMT-ISO-DATE.
          05 FILLER                   PIC X(2).
          05 WK-FMT-ISO-YY            PIC X(2).
          05 FILLER                   PIC X(1).
          05 WK-FMT-ISO-MM            PIC 9(2).
          05 FILLER                   PIC X(1).
          05 WK-FMT-ISO-DD            PIC X(2).
       01 WK-FMT-SSIM-DATE            PIC X(7)  VALUE SPACES.
       01 WK-MONTH-NAME-VALUES        PIC X(36) VALUE
           'JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC'.
       01 WK-MONTH-NAME-TABLE REDEFINES WK-MONTH-NAME-VALUES.
          05 WK-MONTH-NAME            PIC X(3) OCCURS 12 TIMES.

       01 WK-COUNT-EVENTS             PIC 9(7)  VALUE ZERO.
       01 WK-COUNT-MESSAGES           PIC 9(7)  VALUE ZERO.
       01 WK-COUNT-SSM-NEW            PIC 9(7)  VALUE ZERO.
       01 WK-COUNT-SSM-RPL            PIC 9(7)  VALUE ZERO.
       01 WK-COUNT-SSM-TIM            PIC 9(7)  VALUE ZERO.
       01 WK-COUNT-SSM-EQT            PIC 9(7)  VALUE ZERO.
       01 WK-COUNT-SSM-FLT            PIC 9(7)  VALUE ZERO.
       01 WK-COUNT-SSM-CNL            PIC 9(7)  VALUE ZERO.
       01 WK-COUNT-ASM-CNL            PIC 9(7)  VALUE ZERO.
       01 WK-COUNT-HELD               PIC 9(7)  VALUE ZERO.
       01 WK-COUNT-NOT-SENT           PIC 9(7)  VALUE ZERO.

       01 WK-RPT-LINE.
          05 WK-RPT-FLIGHTNO          PIC X(10).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WK-RPT-STATUS            PIC X(120).

       01 WK-COUNT-DISPLAY            PIC -9(8).

       COPY ERRVALI.
       COPY SQLMSGS.

       EXEC SQL
          INCLUDE SQLCA
       END-EXEC

       EXEC SQL
          INCLUDE @TBATCTL
       END-EXEC

       EXEC SQL
          INCLUDE @TBATRUN
       END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
      **********************************************
           PERFORM 1000-INITIALIZE

           PERFORM 2000-PROCESS-EVENTS
           PERFORM 2900-SAVE-HIGH-WATER-MARK

           PERFORM 3000-PRINT-SUMMARY
           PERFORM 9999-END-PROCESS.

      **********************************************
       1000-INITIALIZE.
      **********************************************
           PERFORM 9960-START-RUN-LEDGER

           OPEN OUTPUT MSG-OUT-FILE
           OPEN OUTPUT RPT-OUT-FILE

           MOVE 'OUTBOUND SSM/ASM SCHEDULE MESSAGES'
             TO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           MOVE SPACES TO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           PERFORM 1010-CAPTURE-RUN-TS
           PERFORM 1020-READ-HIGH-WATER-MARK.

      **********************************************
       1010-CAPTURE-RUN-TS.
      **********************************************
      *    THE RUN DATE IS TAKEN FROM THE SAME TIMESTAMP AS THE NEW
      *    HIGH-WATER MARK, SO MESSAGE REFERENCES AND PERIODS ALWAYS
      *    AGREE WITH THE WINDOW THEY WERE BUILT FROM.
           EXEC SQL
              SELECT CURRENT TIMESTAMP
                INTO :WK-RUN-TS
                FROM SYSIBM.SYSDUMMY1
           END-EXEC

           MOVE WK-RUN-TS(1:10) TO WK-RUN-DATE

           MOVE WK-RUN-DATE TO WK-FMT-ISO-DATE
           PERFORM 2800-FORMAT-SSIM-DATE
           MOVE WK-FMT-SSIM-DATE TO WK-RUN-SSIM-DATE.

      **********************************************
       1020-READ-HIGH-WATER-MARK.
      **********************************************
      *    NO TBATCTL ROW MEANS THIS IS THE FIRST EVER RUN - THE
      *    YEAR-0001 DEFAULT SENDS EVERY EVENT ON FILE, WHICH IS HOW
      *    A NEW RECEIVER IS PRIMED, AND SERIALS START AT 00001.
           MOVE WK-JOB-NAME TO CTL-JOB-NAME

           EXEC SQL
              SELECT LAST_RUN_TS, RESTART_POS
                INTO :CTL-LAST-RUN-TS, :CTL-RESTART-POS
                FROM BEDEF.TBATCTL
               WHERE JOB_NAME = :CTL-JOB-NAME
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE CTL-LAST-RUN-TS TO WK-LAST-RUN-TS
                 MOVE CTL-RESTART-POS TO WK-MSG-SERIAL
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE '1020-READ-HIGH-WATER-MARK' TO WK-ERR-PARAGRAPH
                 MOVE SQLCODE TO WK-SQLCODE-DISPLAY
                 PERFORM 9955-TRANSLATE-SQLCODE

                 STRING 'WITH SQLCODE = ' WK-SQLCODE-DISPLAY
                        ' - ' WK-SQLCODE-TEXT
                 INTO WK-ERR-DESC

                 PERFORM 9950-FATAL-ERROR
           END-EVALUATE

           STRING 'MESSAGES FOR EVENTS AFTER ' WK-LAST-RUN-TS
                  ' - LAST MESSAGE NUMBER SENT ' WK-MSG-SERIAL
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           MOVE SPACES TO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD.

      **********************************************
       2000-PROCESS-EVENTS.
      **********************************************
      *    ONE CURSOR OVER ALL THREE EVENT SOURCES SO THE RECEIVERS
      *    SEE THE DAY'S EVENTS IN THE ORDER THEY HAPPENED - A
      *    WITHDRAWAL FOLLOWED BY A RESTORE MUST ARRIVE AS CNL THEN
      *    NEW, NOT THE OTHER WAY ROUND.
           EXEC SQL
              DECLARE EVENT_CSR CURSOR FOR
                 SELECT H.CHANGE_TS, 'H', H.FLIGHT_NUMBER_ID,
                        H.CHANGE_TYPE_CD,
                        H.OLD_ORIG_CD, H.OLD_DEST_CD,
                        H.OLD_DEPART_TM, H.OLD_AIRCRAFT_TY,
                        H.NEW_ORIG_CD, H.NEW_DEST_CD,
                        H.NEW_DEPART_TM, H.NEW_AIRCRAFT_TY,
                        H.CHANGED_FIELDS, '    ', '0001-01-01'
                   FROM BEDEF.TDEFFLH H
                  WHERE H.CHANGE_TS > :WK-LAST-RUN-TS
                    AND H.CHANGE_TS <= :WK-RUN-TS
                 UNION ALL
                 SELECT D.DELETED_TS, 'D', D.FLIGHT_NUMBER_ID, 'W',
                        D.OLD_ORIG_CD, D.OLD_DEST_CD,
                        D.OLD_DEPART_TM, D.OLD_AIRCRAFT_TY,
                        D.OLD_ORIG_CD, D.OLD_DEST_CD,
                        D.OLD_DEPART_TM, D.OLD_AIRCRAFT_TY,
                        ' ', D.DELETE_REASON_CD, '0001-01-01'
                   FROM BEDEF.TDEFFLD D
                  WHERE D.DELETED_TS > :WK-LAST-RUN-TS
                    AND D.DELETED_TS <= :WK-RUN-TS
                 UNION ALL
                 SELECT S.CHANGE_TS, 'S', S.FLIGHT_NUMBER_ID,
                        S.NEW_STATUS_CD,
                        ' ', ' ', ' ', ' ', ' ', ' ', ' ', ' ',
                        ' ', '    ', CHAR(S.SCHED_LINE_DT, ISO)
                   FROM BEDEF.TSCHFLH S
                  WHERE S.CHANGE_TS > :WK-LAST-RUN-TS
                    AND S.CHANGE_TS <= :WK-RUN-TS
                    AND S.NEW_STATUS_CD = 'C'
                  ORDER BY 1, 3
           END-EXEC

           EXEC SQL
              OPEN EVENT_CSR
           END-EXEC

           SET YS-MORE-ROWS TO TRUE
           PERFORM 2010-FETCH-EVENT UNTIL NO-MORE-ROWS

           EXEC SQL
              CLOSE EVENT_CSR
           END-EXEC.

      **********************************************
       2010-FETCH-EVENT.
      **********************************************
           EXEC SQL
              FETCH EVENT_CSR
                INTO :WK-EVT-TS, :WK-EVT-SOURCE, :WK-EVT-FLIGHT,
                     :WK-EVT-TYPE,
                     :WK-EVT-OLD-ORIG, :WK-EVT-OLD-DEST,
                     :WK-EVT-OLD-DEPART-TM, :WK-EVT-OLD-AIRCRAFT,
                     :WK-EVT-NEW-ORIG, :WK-EVT-NEW-DEST,
                     :WK-EVT-NEW-DEPART-TM, :WK-EVT-NEW-AIRCRAFT,
                     :WK-EVT-FIELDS, :WK-EVT-REASON, :WK-EVT-LINE-DT
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WK-COUNT-EVENTS
                 MOVE WK-EVT-FLIGHT TO W-FLIGHT-NUMBER

                 PERFORM 2100-CLASSIFY-EVENT

                 IF WK-MSG-ACTION = SPACES
                    PERFORM 2190-REPORT-NOT-SENT
                 ELSE
                    PERFORM 2200-BUILD-MESSAGE
                 END-IF
              WHEN 100
                 SET NO-MORE-ROWS TO TRUE
              WHEN OTHER
                 MOVE '2010-FETCH-EVENT' TO WK-ERR-PARAGRAPH
                 MOVE SQLCODE TO WK-SQLCODE-DISPLAY
                 PERFORM 9955-TRANSLATE-SQLCODE

                 STRING 'WITH SQLCODE = ' WK-SQLCODE-DISPLAY
                        ' - ' WK-SQLCODE-TEXT
                 INTO WK-ERR-DESC

                 PERFORM 9950-FATAL-ERROR
           END-EVALUATE.

      **********************************************
       2100-CLASSIFY-EVENT.
      **********************************************
           MOVE 'SSM'  TO WK-MSG-KIND
           MOVE SPACES TO WK-MSG-ACTION
           MOVE SPACES TO WK-MSG-SKIP-REASON

           EVALUATE TRUE
              WHEN YS-EVT-SCHEDULE
                 MOVE 'ASM' TO WK-MSG-KIND
                 MOVE 'CNL' TO WK-MSG-ACTION
              WHEN YS-EVT-WITHDRAWAL AND WK-EVT-REASON = 'RNUM'
                 ADD 1 TO WK-COUNT-NOT-SENT
                 MOVE 'RENUMBER TOMBSTONE - SENT AS SSM FLT UNDER THE '
                   TO WK-MSG-SKIP-REASON
                 MOVE 'NEW NUMBER' TO WK-MSG-SKIP-REASON(48:)
              WHEN YS-EVT-WITHDRAWAL
                 MOVE 'CNL' TO WK-MSG-ACTION
              WHEN WK-EVT-TYPE = 'A' OR WK-EVT-TYPE = 'R'
                 MOVE 'NEW' TO WK-MSG-ACTION
              WHEN WK-EVT-RENUM-TAG = 'RENUMBERED FROM '
                 MOVE 'FLT' TO WK-MSG-ACTION
              WHEN OTHER
                 PERFORM 2110-CLASSIFY-CHANGE
           END-EVALUATE.

      **********************************************
       2110-CLASSIFY-CHANGE.
      **********************************************
      *    A ROUTING CHANGE REPLACES THE WHOLE FLIGHT (RPL). TIME AND
      *    EQUIPMENT EACH HAVE THEIR OWN ACTION; WHEN BOTH MOVED IN
      *    ONE CHANGE A SINGLE RPL CARRIES THEM TOGETHER.
           EVALUATE TRUE
              WHEN WK-EVT-NEW-ORIG NOT = WK-EVT-OLD-ORIG
                OR WK-EVT-NEW-DEST NOT = WK-EVT-OLD-DEST
                 MOVE 'RPL' TO WK-MSG-ACTION
              WHEN WK-EVT-NEW-DEPART-TM NOT = WK-EVT-OLD-DEPART-TM
               AND WK-EVT-NEW-AIRCRAFT NOT = WK-EVT-OLD-AIRCRAFT
                 MOVE 'RPL' TO WK-MSG-ACTION
              WHEN WK-EVT-NEW-DEPART-TM NOT = WK-EVT-OLD-DEPART-TM
                 MOVE 'TIM' TO WK-MSG-ACTION
              WHEN WK-EVT-NEW-AIRCRAFT NOT = WK-EVT-OLD-AIRCRAFT
                 MOVE 'EQT' TO WK-MSG-ACTION
              WHEN OTHER
                 ADD 1 TO WK-COUNT-NOT-SENT
                 MOVE 'NO CHANGE TO PUBLISHED SCHEDULE DATA - NOT SENT'
                   TO WK-MSG-SKIP-REASON
           END-EVALUATE.

      **********************************************
       2190-REPORT-NOT-SENT.
      **********************************************
           MOVE WK-EVT-FLIGHT TO WK-RPT-FLIGHTNO

           STRING 'EVENT ' WK-EVT-TS ' - ' WK-MSG-SKIP-REASON
           INTO WK-RPT-STATUS

           PERFORM 7100-WRITE-REPORT-LINE.

      **********************************************
       2200-BUILD-MESSAGE.
      **********************************************
      *    AN ASM CARRIES ITS SINGLE DATE AND AN SSM CNL CANCELS FROM
      *    THE RUN DATE UNTIL FURTHER NOTICE. EVERY OTHER SSM NEEDS
      *    THE OPERATING PERIOD ON FILE - WITHOUT ONE THE MESSAGE IS
      *    HELD RATHER THAN SENT WITH A PERIOD NOBODY KEYED.
           SET YS-PERIOD-FOUND TO TRUE

           EVALUATE TRUE
              WHEN WK-MSG-KIND = 'ASM'
                 MOVE WK-EVT-LINE-DT TO WK-FMT-ISO-DATE
                 PERFORM 2800-FORMAT-SSIM-DATE
                 MOVE WK-FMT-SSIM-DATE TO WK-LINE-SSIM-DATE
              WHEN WK-MSG-ACTION = 'CNL'
                 MOVE WK-RUN-SSIM-DATE TO WK-PER-FROM-SSIM
                 MOVE '00XXX00'        TO WK-PER-TO-SSIM
                 MOVE '1234567'        TO WK-MSG-DAYS
              WHEN OTHER
                 PERFORM 2300-FETCH-OPERATING-PERIOD
           END-EVALUATE

           IF YS-PERIOD-FOUND
              PERFORM 2400-WRITE-MESSAGE-HEADER

              EVALUATE TRUE
                 WHEN WK-MSG-KIND = 'ASM'
                    PERFORM 2510-WRITE-ASM-CANCEL
                 WHEN WK-MSG-ACTION = 'NEW' OR WK-MSG-ACTION = 'RPL'
                    PERFORM 2520-WRITE-SSM-FULL
                 WHEN WK-MSG-ACTION = 'TIM'
                    PERFORM 2530-WRITE-SSM-TIME
                 WHEN WK-MSG-ACTION = 'EQT'
                    PERFORM 2540-WRITE-SSM-EQUIPMENT
                 WHEN WK-MSG-ACTION = 'FLT'
                    PERFORM 2550-WRITE-SSM-RENUMBER
                 WHEN OTHER
                    PERFORM 2560-WRITE-SSM-CANCEL
              END-EVALUATE

              MOVE '//' TO WK-MSG-LINE
              PERFORM 7200-WRITE-MESSAGE-LINE

              PERFORM 2600-COUNT-AND-REPORT
           ELSE
              ADD 1 TO WK-COUNT-HELD
              MOVE WK-EVT-FLIGHT TO WK-RPT-FLIGHTNO

              STRING 'SSM ' WK-MSG-ACTION ' HELD - NO ACTIVE '
                     'SCHEDULE LINES FROM ' WK-RUN-DATE
                     ' - PASS TO RESERVATIONS BY HAND ONCE THE '
                     'SCHEDULE IS KEYED'
              INTO WK-RPT-STATUS

              PERFORM 7100-WRITE-REPORT-LINE
           END-IF.

      **********************************************
       2300-FETCH-OPERATING-PERIOD.
      **********************************************
      *    FIRST AND LAST ACTIVE LINE STILL TO OPERATE, AND HOW MANY
      *    FALL ON EACH DAY OF THE WEEK - A DAY WITH ANY LINE IS A
      *    DAY OF OPERATION. COUNT OVER AN EMPTY SET IS ZERO, AND THE
      *    COALESCE TURNS THE EMPTY MIN/MAX INTO SPACES.
           EXEC SQL
              SELECT COALESCE(CHAR(MIN(SCHED_LINE_DT), ISO), ' '),
                     COALESCE(CHAR(MAX(SCHED_LINE_DT), ISO), ' '),
                     COUNT(CASE WHEN DAYOFWEEK_ISO(SCHED_LINE_DT) = 1
                                THEN 1 END),
                     COUNT(CASE WHEN DAYOFWEEK_ISO(SCHED_LINE_DT) = 2
                                THEN 1 END),
                     COUNT(CASE WHEN DAYOFWEEK_ISO(SCHED_LINE_DT) = 3
                                THEN 1 END),
                     COUNT(CASE WHEN DAYOFWEEK_ISO(SCHED_LINE_DT) = 4
                                THEN 1 END),
                     COUNT(CASE WHEN DAYOFWEEK_ISO(SCHED_LINE_DT) = 5
                                THEN 1 END),
                     COUNT(CASE WHEN DAYOFWEEK_ISO(SCHED_LINE_DT) = 6
                                THEN 1 END),
                     COUNT(CASE WHEN DAYOFWEEK_ISO(SCHED_LINE_DT) = 7
                                THEN 1 END)
                INTO :WK-PER-FROM-DATE, :WK-PER-TO-DATE,
                     :WK-DOW-MON, :WK-DOW-TUE, :WK-DOW-WED,
                     :WK-DOW-THU, :WK-DOW-FRI, :WK-DOW-SAT,
                     :WK-DOW-SUN
                FROM BEDEF.TSCHFLI
               WHERE FLIGHT_NUMBER_ID = :WK-EVT-FLIGHT
                 AND SCHED_STATUS_CD  = 'A'
                 AND SCHED_LINE_DT   >= :WK-RUN-DATE
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '2300-FETCH-OPERATING-PERIOD' TO WK-ERR-PARAGRAPH
              MOVE SQLCODE TO WK-SQLCODE-DISPLAY
              PERFORM 9955-TRANSLATE-SQLCODE

              STRING 'FLIGHT ' WK-EVT-FLIGHT
                     ' WITH SQLCODE = ' WK-SQLCODE-DISPLAY
                     ' - ' WK-SQLCODE-TEXT
              INTO WK-ERR-DESC

              PERFORM 9950-FATAL-ERROR
           END-IF

           IF WK-PER-FROM-DATE = SPACES
              SET NO-PERIOD-FOUND TO TRUE
           ELSE
              MOVE WK-PER-FROM-DATE TO WK-FMT-ISO-DATE
              PERFORM 2800-FORMAT-SSIM-DATE
              MOVE WK-FMT-SSIM-DATE TO WK-PER-FROM-SSIM

              MOVE WK-PER-TO-DATE TO WK-FMT-ISO-DATE
              PERFORM 2800-FORMAT-SSIM-DATE
              MOVE WK-FMT-SSIM-DATE TO WK-PER-TO-SSIM

      *       DAYS OF OPERATION AS SSIM WRITES THEM - THE DIGITS OF
      *       THE OPERATING DAYS ONLY, MONDAY = 1.
              MOVE SPACES TO WK-MSG-DAYS
              MOVE ZERO   TO WK-MSG-DAYS-PTR

              PERFORM VARYING WK-DAY-IDX FROM 1 BY 1
                      UNTIL WK-DAY-IDX > 7
                 IF WK-DOW-COUNT(WK-DAY-IDX) > 0
                    ADD 1 TO WK-MSG-DAYS-PTR
                    MOVE WK-DAY-IDX
                      TO WK-MSG-DAYS(WK-MSG-DAYS-PTR:1)
                 END-IF
              END-PERFORM
           END-IF.

      **********************************************
       2400-WRITE-MESSAGE-HEADER.
      **********************************************
      *    STANDARD MESSAGE IDENTIFIER, TIME MODE, AND THE MESSAGE
      *    REFERENCE - DAY AND MONTH OF THE RUN, THE FIVE-DIGIT
      *    SERIAL, AND 'E001' (EACH MESSAGE IS A GROUP OF ONE).
           IF WK-MSG-SERIAL = 99999
              MOVE 1 TO WK-MSG-SERIAL
           ELSE
              ADD 1 TO WK-MSG-SERIAL
           END-IF

           MOVE WK-MSG-KIND TO WK-MSG-LINE
           PERFORM 7200-WRITE-MESSAGE-LINE

           MOVE 'LT' TO WK-MSG-LINE
           PERFORM 7200-WRITE-MESSAGE-LINE

           STRING WK-RUN-SSIM-DATE(1:5) WK-MSG-SERIAL 'E001'
           INTO WK-MSG-LINE
           PERFORM 7200-WRITE-MESSAGE-LINE

           MOVE WK-MSG-ACTION TO WK-MSG-LINE
           PERFORM 7200-WRITE-MESSAGE-LINE.

      **********************************************
       2510-WRITE-ASM-CANCEL.
      **********************************************
      *    ASM FLIGHT LINE CARRIES THE SINGLE DATE AFFECTED.
           STRING WK-EVT-FLIGHT DELIMITED BY SPACE
                  '/' WK-LINE-SSIM-DATE DELIMITED BY SIZE
           INTO WK-MSG-LINE
           PERFORM 7200-WRITE-MESSAGE-LINE.

      **********************************************
       2520-WRITE-SSM-FULL.
      **********************************************
      *    NEW AND RPL CARRY THE WHOLE FLIGHT - PERIOD, EQUIPMENT AND
      *    LEG - FROM THE AFTER IMAGE OF THE EVENT.
           PERFORM 2570-WRITE-FLIGHT-AND-PERIOD
           PERFORM 2580-WRITE-EQUIPMENT-LINE
           PERFORM 2590-WRITE-LEG-LINE.

      **********************************************
       2530-WRITE-SSM-TIME.
      **********************************************
           PERFORM 2570-WRITE-FLIGHT-AND-PERIOD
           PERFORM 2590-WRITE-LEG-LINE.

      **********************************************
       2540-WRITE-SSM-EQUIPMENT.
      **********************************************
           PERFORM 2570-WRITE-FLIGHT-AND-PERIOD
           PERFORM 2580-WRITE-EQUIPMENT-LINE.

      **********************************************
       2550-WRITE-SSM-RENUMBER.
      **********************************************
      *    FLT - THE FLIGHT LINE NAMES THE OLD DESIGNATOR AND THE
      *    LINE AFTER THE PERIOD THE NEW ONE.
           STRING WK-EVT-RENUM-FROM DELIMITED BY SPACE
           INTO WK-MSG-LINE
           PERFORM 7200-WRITE-MESSAGE-LINE

           PERFORM 2575-WRITE-PERIOD-LINE

           STRING WK-EVT-FLIGHT DELIMITED BY SPACE
           INTO WK-MSG-LINE
           PERFORM 7200-WRITE-MESSAGE-LINE.

      **********************************************
       2560-WRITE-SSM-CANCEL.
      **********************************************
           PERFORM 2570-WRITE-FLIGHT-AND-PERIOD.

      **********************************************
       2570-WRITE-FLIGHT-AND-PERIOD.
      **********************************************
           STRING WK-EVT-FLIGHT DELIMITED BY SPACE
           INTO WK-MSG-LINE
           PERFORM 7200-WRITE-MESSAGE-LINE

           PERFORM 2575-WRITE-PERIOD-LINE.

      **********************************************
       2575-WRITE-PERIOD-LINE.
      **********************************************
           STRING WK-PER-FROM-SSIM ' ' WK-PER-TO-SSIM ' '
                  DELIMITED BY SIZE
                  WK-MSG-DAYS DELIMITED BY SPACE
           INTO WK-MSG-LINE
           PERFORM 7200-WRITE-MESSAGE-LINE.

      **********************************************
       2580-WRITE-EQUIPMENT-LINE.
      **********************************************
      *    SERVICE TYPE J (SCHEDULED PASSENGER) AND THE AIRCRAFT TYPE.
           STRING 'J ' WK-EVT-NEW-AIRCRAFT
           INTO WK-MSG-LINE
           PERFORM 7200-WRITE-MESSAGE-LINE.

      **********************************************
       2590-WRITE-LEG-LINE.
      **********************************************
           STRING WK-EVT-NEW-ORIG WK-EVT-NEW-DEPART-TM ' '
                  WK-EVT-NEW-DEST
           INTO WK-MSG-LINE
           PERFORM 7200-WRITE-MESSAGE-LINE.

      **********************************************
       2600-COUNT-AND-REPORT.
      **********************************************
           ADD 1 TO WK-COUNT-MESSAGES

           EVALUATE TRUE
              WHEN WK-MSG-KIND = 'ASM'
                 ADD 1 TO WK-COUNT-ASM-CNL
              WHEN WK-MSG-ACTION = 'NEW'
                 ADD 1 TO WK-COUNT-SSM-NEW
              WHEN WK-MSG-ACTION = 'RPL'
                 ADD 1 TO WK-COUNT-SSM-RPL
              WHEN WK-MSG-ACTION = 'TIM'
                 ADD 1 TO WK-COUNT-SSM-TIM
              WHEN WK-MSG-ACTION = 'EQT'
                 ADD 1 TO WK-COUNT-SSM-EQT
              WHEN WK-MSG-ACTION = 'FLT'
                 ADD 1 TO WK-COUNT-SSM-FLT
              WHEN OTHER
                 ADD 1 TO WK-COUNT-SSM-CNL
           END-EVALUATE

           MOVE WK-EVT-FLIGHT TO WK-RPT-FLIGHTNO

           IF WK-MSG-KIND = 'ASM'
              STRING 'MSG ' WK-MSG-SERIAL ' ASM ' WK-MSG-ACTION
                     ' - DATE ' WK-EVT-LINE-DT
              INTO WK-RPT-STATUS
           ELSE
              STRING 'MSG ' WK-MSG-SERIAL ' SSM ' WK-MSG-ACTION
                     ' - PERIOD ' WK-PER-FROM-SSIM ' '
                     WK-PER-TO-SSIM ' DAYS ' WK-MSG-DAYS
              INTO WK-RPT-STATUS
           END-IF

           PERFORM 7100-WRITE-REPORT-LINE.

      **********************************************
       2800-FORMAT-SSIM-DATE.
      **********************************************
      *    YYYY-MM-DD IN WK-FMT-ISO-DATE TO DDMMMYY IN
      *    WK-FMT-SSIM-DATE. THE INPUT IS ALWAYS A DB2 DATE, SO THE
      *    MONTH IS KNOWN TO BE 01 TO 12.
           MOVE SPACES TO WK-FMT-SSIM-DATE

           STRING WK-FMT-ISO-DD
                  WK-MONTH-NAME(WK-FMT-ISO-MM)
                  WK-FMT-ISO-YY
           INTO WK-FMT-SSIM-DATE.

      **********************************************
       2900-SAVE-HIGH-WATER-MARK.
      **********************************************
      *    TIMESTAMP MARK AND LAST SERIAL MOVE TOGETHER, IN THE UNIT
      *    OF WORK COMMITTED ONLY ONCE MSGOUT IS CLOSED.
           MOVE WK-JOB-NAME   TO CTL-JOB-NAME
           MOVE WK-RUN-TS     TO CTL-LAST-RUN-TS
           MOVE WK-MSG-SERIAL TO CTL-RESTART-POS

           EXEC SQL
              UPDATE BEDEF.TBATCTL
                 SET LAST_RUN_TS = :CTL-LAST-RUN-TS,
                     RESTART_POS = :CTL-RESTART-POS
               WHERE JOB_NAME = :CTL-JOB-NAME
           END-EXEC

           IF SQLCODE = 100
              MOVE SPACES TO CTL-RESTART-KEY

              EXEC SQL
                 INSERT INTO BEDEF.TBATCTL
                    (JOB_NAME, LAST_RUN_TS, RESTART_POS, RESTART_KEY)
                 VALUES
                    (:CTL-JOB-NAME, :CTL-LAST-RUN-TS,
                     :CTL-RESTART-POS, :CTL-RESTART-KEY)
              END-EXEC
           END-IF

           IF SQLCODE NOT = 0
              MOVE '2900-SAVE-HIGH-WATER-MARK' TO WK-ERR-PARAGRAPH
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
           MOVE SPACES TO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           MOVE WK-COUNT-EVENTS TO WK-COUNT-DISPLAY
           STRING 'SCHEDULE EVENTS READ  . . . . : ' WK-COUNT-DISPLAY
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           MOVE WK-COUNT-SSM-NEW TO WK-COUNT-DISPLAY
           STRING 'SSM NEW . . . . . . . . . . . : ' WK-COUNT-DISPLAY
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           MOVE WK-COUNT-SSM-RPL TO WK-COUNT-DISPLAY
           STRING 'SSM RPL . . . . . . . . . . . : ' WK-COUNT-DISPLAY
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           MOVE WK-COUNT-SSM-TIM TO WK-COUNT-DISPLAY
           STRING 'SSM TIM . . . . . . . . . . . : ' WK-COUNT-DISPLAY
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           MOVE WK-COUNT-SSM-EQT TO WK-COUNT-DISPLAY
           STRING 'SSM EQT . . . . . . . . . . . : ' WK-COUNT-DISPLAY
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           MOVE WK-COUNT-SSM-FLT TO WK-COUNT-DISPLAY
           STRING 'SSM FLT . . . . . . . . . . . : ' WK-COUNT-DISPLAY
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           MOVE WK-COUNT-SSM-CNL TO WK-COUNT-DISPLAY
           STRING 'SSM CNL . . . . . . . . . . . : ' WK-COUNT-DISPLAY
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           MOVE WK-COUNT-ASM-CNL TO WK-COUNT-DISPLAY
           STRING 'ASM CNL . . . . . . . . . . . : ' WK-COUNT-DISPLAY
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           MOVE WK-COUNT-MESSAGES TO WK-COUNT-DISPLAY
           STRING 'TOTAL MESSAGES WRITTEN  . . . : ' WK-COUNT-DISPLAY
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           MOVE WK-COUNT-HELD TO WK-COUNT-DISPLAY
           STRING 'HELD - NO ACTIVE LINES  . . . : ' WK-COUNT-DISPLAY
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           MOVE WK-COUNT-NOT-SENT TO WK-COUNT-DISPLAY
           STRING 'EVENTS NOT SENT . . . . . . . : ' WK-COUNT-DISPLAY
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           MOVE SPACES TO RPT-OUT-RECORD
           STRING 'LAST MESSAGE NUMBER . . . . . : ' WK-MSG-SERIAL
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           STRING 'NEW HIGH-WATER MARK . . . . . : ' WK-RUN-TS
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD.

      **********************************************
       7100-WRITE-REPORT-LINE.
      **********************************************
           WRITE RPT-OUT-RECORD FROM WK-RPT-LINE
           MOVE SPACES TO WK-RPT-STATUS.

      **********************************************
       7200-WRITE-MESSAGE-LINE.
      **********************************************
           WRITE MSG-OUT-RECORD FROM WK-MSG-LINE
           MOVE SPACES TO WK-MSG-LINE.

      **********************************************
       9950-FATAL-ERROR.
      **********************************************
      *    NOTHING IS COMMITTED ON A FATAL ERROR, SO THE HIGH-WATER
      *    MARK AND SERIAL ARE UNTOUCHED AND THE RERUN REBUILDS THE
      *    SAME MESSAGES UNDER THE SAME NUMBERS. MSGOUT IS A NEW
      *    GENERATION THAT IS NEVER TRANSMITTED FROM A FAILED RUN.
           DISPLAY 'FATAL ERROR IN ' WK-ERR-PARAGRAPH ' ' WK-ERR-DESC

           EXEC SQL
              ROLLBACK
           END-EXEC

           MOVE 'F' TO BRL-RUN-STATUS-CD
           PERFORM 9965-END-RUN-LEDGER

           CLOSE MSG-OUT-FILE
           CLOSE RPT-OUT-FILE
           STOP RUN.

      **********************************************
       9955-TRANSLATE-SQLCODE.
      **********************************************
           SET NO-SQLMSG-FOUND TO TRUE
           MOVE 'SQLCODE NOT IN LOOKUP TABLE' TO WK-SQLCODE-TEXT

           PERFORM VARYING WK-SQLMSG-IDX FROM 1 BY 1
                   UNTIL WK-SQLMSG-IDX > 11 OR YS-SQLMSG-FOUND
              IF SQLCODE = WK-SQLMSG-CODE(WK-SQLMSG-IDX)
                 MOVE WK-SQLMSG-TEXT(WK-SQLMSG-IDX) TO WK-SQLCODE-TEXT
                 SET YS-SQLMSG-FOUND TO TRUE
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
      *    IN = SCHEDULE EVENTS READ, OUT = MESSAGES WRITTEN, REJECT =
      *    MESSAGES HELD FOR WANT OF ACTIVE LINES. EVENTS NOT SENT BY
      *    DESIGN (RENUMBER TOMBSTONES, NO PUBLISHED CHANGE) ARE NOT
      *    REJECTS.
           MOVE WK-COUNT-EVENTS    TO BRL-COUNT-IN
           MOVE WK-COUNT-MESSAGES  TO BRL-COUNT-OUT
           MOVE WK-COUNT-HELD      TO BRL-COUNT-REJECT
           MOVE ZERO               TO BRL-COUNT-APPLIED

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
      *    AS IN FLTEXTB - THE MESSAGE FILE IS CLOSED BEFORE THE
      *    HIGH-WATER MARK COMMITS, SO A CLOSE-TIME ABEND LEAVES THE
      *    OLD MARK IN PLACE AND THE RERUN REPEATS THE MESSAGES. A
      *    REPEATED MESSAGE CARRIES THE SAME SERIAL AND IS DISCARDED
      *    BY THE RECEIVER; A SKIPPED ONE WOULD NEVER BE NOTICED.
           CLOSE MSG-OUT-FILE

           EXEC SQL
              COMMIT
           END-EXEC

           MOVE 'C' TO BRL-RUN-STATUS-CD
           PERFORM 9965-END-RUN-LEDGER

           CLOSE RPT-OUT-FILE
           STOP RUN.
