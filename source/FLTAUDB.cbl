       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLTAUDB.
       AUTHOR. SCW.

      ******************************************************************
      *    NIGHTLY REFERENTIAL INTEGRITY AUDIT OF THE FLIGHT
      *    DEFINITION DATABASE. ROWS NOW MOVE BETWEEN THE TABLES BY
      *    MANY ROUTES - FLTPRGB PURGES, ARCRTVB RELOADS, FLTRNMID
      *    RENUMBERS, BOKINTB INTAKE, FLTRECNB APPLY MODE - AND
      *    NONE OF THEM CAN SEE THE WHOLE PICTURE. THIS JOB RUNS A
      *    FIXED CATALOGUE OF CROSS-TABLE RULES AND PRINTS EVERY
      *    EXCEPTION, GROUPED BY RULE, WITH THE OFFENDING KEYS:
      *       R01 SEVERE  TSCHFLI ROWS WITH NO TDEFFLI PARENT
      *       R02 SEVERE  TBOOKFLI ROWS WITH NO TDEFFLI PARENT
      *       R03 SEVERE  ACTIVE FLIGHT WHOSE ROUTE IS MISSING FROM
      *                   TREFRTE OR WHOSE ORIGIN/DESTINATION NO
      *                   LONGER MATCHES THE ROUTE'S
      *       R04 SEVERE  WITHDRAWN FLIGHT WITH NO TDEFFLD AUDIT ROW
      *                   (FLTEXTB NEVER TELLS DOWNSTREAM IT WENT)
      *       R05 WARNING TPNDUPD ITEM STUCK - AWAITING APPROVAL ('P')
      *                   SINCE BEFORE THE CUT-OFF, OR APPROVED ('Q')
      *                   WITH AN EFFECTIVE DATE BEFORE IT
      *       R06 SEVERE  'RNUM' TOMBSTONE WHOSE RENUMBER TARGET NO
      *                   LONGER EXISTS (NO TDEFFLH 'RENUMBERED FROM'
      *                   ROW UNDER A FLIGHT STILL ON TDEFFLI)
      *
      *    RETURN CODE: 0 = CLEAN, 4 = WARNINGS ONLY, 8 = AT LEAST
      *    ONE SEVERE RULE FAILED, 12 = THE AUDIT ITSELF FAILED. THE
      *    SCHEDULER HOLDS FLTEXTB AND THE OTHER DOWNSTREAM FEEDS ON
      *    RC 8 OR MORE.
      *
      *    RUN PARAMETERS (DD SYSIN), ONE PER CARD, ALL OPTIONAL:
      *       STUCK-DAYS=NNN          AGE AT WHICH A PENDING ITEM IS
      *                               REPORTED UNDER R05 (DEFAULT 014)
      *       LIST-LIMIT=NNNN         MOST KEYS LISTED PER RULE - THE
      *                               COUNT IS ALWAYS COMPLETE
      *                               (DEFAULT 0200)
      *
      *    READ-ONLY - RERUN AT WILL.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-IN-FILE     ASSIGN TO SYSIN
                  ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-OUT-FILE     ASSIGN TO RPTOUT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-IN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-IN-RECORD             PIC X(80).

       FD  RPT-OUT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-OUT-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.

       01 SWITCHES.
          05 SW-MORE-ROWS             PIC X VALUE 'Y'.
             88 YS-MORE-ROWS                VALUE 'Y'.
             88 NO-MORE-ROWS                VALUE 'N'.
          05 SW-PARM-EOF              PIC X VALUE 'N'.
             88 YS-PARM-EOF                 VALUE 'Y'.
             88 NO-PARM-EOF                 VALUE 'N'.
          05 SW-PARM-ERROR            PIC X VALUE 'N'.
             88 YS-PARM-ERROR               VALUE 'Y'.
             88 NO-PARM-ERROR               VALUE 'N'.

       01 WK-ERR-PARAGRAPH            PIC X(50) VALUE SPACES.
       01 WK-ERR-DESC                 PIC X(80) VALUE SPACES.
       01 WK-JOB-NAME                 PIC X(8)  VALUE 'FLTAUDB'.

       01 WK-RUN-TS                   PIC X(26) VALUE SPACES.
       01 WK-STUCK-TS                 PIC X(26) VALUE SPACES.
       01 WK-STUCK-DATE               PIC X(10) VALUE SPACES.

       01 WK-STUCK-DAYS               PIC S9(9) COMP VALUE +14.
       01 WK-STUCK-VALUE              PIC X(3)  VALUE SPACES.
       01 WK-STUCK-NUM REDEFINES WK-STUCK-VALUE
                                      PIC 9(3).
       01 WK-LIST-LIMIT               PIC 9(4)  VALUE 0200.
       01 WK-LIST-VALUE               PIC X(4)  VALUE SPACES.

      *    THE RULE CATALOGUE - ID, SEVERITY ('S' SEVERE, 'W'
      *    WARNING) AND TITLE. THE COUNTS ARE FILLED IN AS EACH RULE
      *    RUNS AND PRINTED AGAIN IN THE CLOSING SUMMARY.
       01 WK-RULE-VALUES.
          05 FILLER                   PIC X(3)  VALUE 'R01'.
          05 FILLER                   PIC X(1)  VALUE 'S'.
          05 FILLER                   PIC X(46) VALUE
             'SCHEDULE LINES WITH NO TDEFFLI PARENT'.
          05 FILLER                   PIC X(3)  VALUE 'R02'.
          05 FILLER                   PIC X(1)  VALUE 'S'.
          05 FILLER                   PIC X(46) VALUE
             'BOOKINGS WITH NO TDEFFLI PARENT'.
          05 FILLER                   PIC X(3)  VALUE 'R03'.
          05 FILLER                   PIC X(1)  VALUE 'S'.
          05 FILLER                   PIC X(46) VALUE
             'ACTIVE FLIGHT ROUTE NOT MATCHING TREFRTE'.
          05 FILLER                   PIC X(3)  VALUE 'R04'.
          05 FILLER                   PIC X(1)  VALUE 'S'.
          05 FILLER                   PIC X(46) VALUE
             'WITHDRAWN FLIGHT WITH NO TDEFFLD AUDIT ROW'.
          05 FILLER                   PIC X(3)  VALUE 'R05'.
          05 FILLER                   PIC X(1)  VALUE 'W'.
          05 FILLER                   PIC X(46) VALUE
             'PENDING ITEM STUCK IN P OR Q'.
          05 FILLER                   PIC X(3)  VALUE 'R06'.
          05 FILLER                   PIC X(1)  VALUE 'S'.
          05 FILLER                   PIC X(46) VALUE
             'RNUM TOMBSTONE WHOSE TARGET IS MISSING'.
       01 WK-RULE-TABLE REDEFINES WK-RULE-VALUES.
          05 WK-RULE-ENTRY OCCURS 6 TIMES.
             10 WK-RULE-ID            PIC X(3).
             10 WK-RULE-SEVERITY      PIC X(1).
             10 WK-RULE-TITLE         PIC X(46).
       01 WK-RULE-COUNTS.
          05 WK-RULE-COUNT            PIC 9(7) OCCURS 6 TIMES.
       01 WK-RULE-IDX                 PIC 9(1)  VALUE ZERO.
       01 WK-SEVERITY-TEXT            PIC X(7)  VALUE SPACES.

       01 WK-SEVERE-FAILED            PIC 9(2)  VALUE ZERO.
       01 WK-WARNING-FAILED           PIC 9(2)  VALUE ZERO.
       01 WK-FINAL-RC                 PIC 9(2)  VALUE ZERO.

      *    ONE ROW FROM WHICHEVER RULE CURSOR IS OPEN.
       01 WK-AUD-FLIGHT               PIC X(10) VALUE SPACES.
       01 WK-AUD-ROWS                 PIC S9(9) COMP VALUE ZERO.
       01 WK-AUD-ROUTE                PIC X(6)  VALUE SPACES.
       01 WK-AUD-ORIG                 PIC X(3)  VALUE SPACES.
       01 WK-AUD-DEST                 PIC X(3)  VALUE SPACES.
       01 WK-AUD-RTE-ORIG             PIC X(3)  VALUE SPACES.
       01 WK-AUD-RTE-DEST             PIC X(3)  VALUE SPACES.
       01 WK-AUD-RTE-FOUND            PIC X(1)  VALUE SPACE.
       01 WK-AUD-TS                   PIC X(26) VALUE SPACES.
       01 WK-AUD-ACTION               PIC X(1)  VALUE SPACE.
       01 WK-AUD-STATUS               PIC X(1)  VALUE SPACE.
       01 WK-AUD-DATE                 PIC X(10) VALUE SPACES.
       01 WK-AUD-ROWS-DISPLAY         PIC ZZZZZZZZ9.

       01 WK-RPT-LINE.
          05 FILLER                   PIC X(4)  VALUE SPACES.
          05 WK-RPT-FLIGHTNO          PIC X(10).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WK-RPT-STATUS            PIC X(116).

       01 WK-SUMMARY-LINE.
          05 WK-SUM-ID                PIC X(3).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WK-SUM-SEVERITY          PIC X(7).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WK-SUM-TITLE             PIC X(46).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WK-SUM-COUNT             PIC Z(6)9.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WK-SUM-RESULT            PIC X(6).
          05 FILLER                   PIC X(55) VALUE SPACES.

       01 WK-COUNT-DISPLAY            PIC -9(8).

       COPY ERRVALI.
       COPY SQLMSGS.

       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
          INCLUDE @TDEFFLI
       END-EXEC.

       EXEC SQL
          INCLUDE @TDEFFLD
       END-EXEC.

       EXEC SQL
          INCLUDE @TDEFFLH
       END-EXEC.

       EXEC SQL
          INCLUDE @TSCHFLI
       END-EXEC.

       EXEC SQL
          INCLUDE @TBOOKFLI
       END-EXEC.

       EXEC SQL
          INCLUDE @TREFRTE
       END-EXEC.

       EXEC SQL
          INCLUDE @TPNDUPD
       END-EXEC

       EXEC SQL
          INCLUDE @TBATRUN
       END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
      **********************************************
           PERFORM 1000-INITIALIZE

           IF NO-PARM-ERROR
              PERFORM 2000-AUDIT-ORPHAN-SCHEDULE
              PERFORM 2100-AUDIT-ORPHAN-BOOKINGS
              PERFORM 2200-AUDIT-ROUTE-MISMATCH
              PERFORM 2300-AUDIT-WITHDRAWN-NO-AUDIT
              PERFORM 2400-AUDIT-STUCK-PENDING
              PERFORM 2500-AUDIT-RENUMBER-TARGETS

              PERFORM 3000-PRINT-SUMMARY
           ELSE
              MOVE 12 TO WK-FINAL-RC
           END-IF

           PERFORM 9999-END-PROCESS.

      **********************************************
       1000-INITIALIZE.
      **********************************************
           PERFORM 9960-START-RUN-LEDGER

           OPEN INPUT  PARM-IN-FILE
           OPEN OUTPUT RPT-OUT-FILE

           INITIALIZE WK-RULE-COUNTS

           MOVE 'FLIGHT DEFINITION DATABASE - INTEGRITY AUDIT'
             TO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           PERFORM 1005-READ-RUN-PARAMETERS

           IF NO-PARM-ERROR
              PERFORM 1010-CAPTURE-RUN-TS

              MOVE SPACES TO RPT-OUT-RECORD
              STRING 'AUDIT RUN ' WK-RUN-TS
                     ' - PENDING ITEMS STUCK IF OLDER THAN '
                     WK-STUCK-DATE
              INTO RPT-OUT-RECORD
              WRITE RPT-OUT-RECORD
           END-IF.

      **********************************************
       1005-READ-RUN-PARAMETERS.
      **********************************************
           PERFORM 1006-READ-PARM-CARD
           PERFORM 1007-APPLY-PARM-CARD UNTIL YS-PARM-EOF

           CLOSE PARM-IN-FILE.

      **********************************************
       1006-READ-PARM-CARD.
      **********************************************
           READ PARM-IN-FILE
              AT END
                 SET YS-PARM-EOF TO TRUE
           END-READ.

      **********************************************
       1007-APPLY-PARM-CARD.
      **********************************************
           MOVE FUNCTION UPPER-CASE(PARM-IN-RECORD) TO PARM-IN-RECORD
           MOVE SPACES TO RPT-OUT-RECORD

           EVALUATE TRUE
              WHEN PARM-IN-RECORD(1:11) = 'STUCK-DAYS='
                 MOVE PARM-IN-RECORD(12:3) TO WK-STUCK-VALUE

                 IF WK-STUCK-VALUE IS NUMERIC
                    AND WK-STUCK-VALUE NOT = '000'
                    MOVE WK-STUCK-NUM TO WK-STUCK-DAYS

                    STRING 'PARAMETER: STUCK-DAYS=' WK-STUCK-VALUE
                    INTO RPT-OUT-RECORD
                 ELSE
                    SET YS-PARM-ERROR TO TRUE

                    STRING 'INVALID STUCK-DAYS ' WK-STUCK-VALUE
                           ' ON SYSIN - RUN ENDED - USE 001 TO 999'
                    INTO RPT-OUT-RECORD
                 END-IF

                 WRITE RPT-OUT-RECORD
              WHEN PARM-IN-RECORD(1:11) = 'LIST-LIMIT='
                 MOVE PARM-IN-RECORD(12:4) TO WK-LIST-VALUE

                 IF WK-LIST-VALUE IS NUMERIC
                    AND WK-LIST-VALUE NOT = '0000'
                    MOVE WK-LIST-VALUE TO WK-LIST-LIMIT

                    STRING 'PARAMETER: LIST-LIMIT=' WK-LIST-VALUE
                    INTO RPT-OUT-RECORD
                 ELSE
                    SET YS-PARM-ERROR TO TRUE

                    STRING 'INVALID LIST-LIMIT ' WK-LIST-VALUE
                           ' ON SYSIN - RUN ENDED - USE 0001 TO 9999'
                    INTO RPT-OUT-RECORD
                 END-IF

                 WRITE RPT-OUT-RECORD
              WHEN PARM-IN-RECORD = SPACES
                 CONTINUE
              WHEN OTHER
                 SET YS-PARM-ERROR TO TRUE

                 STRING 'UNRECOGNISED SYSIN CARD - RUN ENDED - '
                        PARM-IN-RECORD
                 INTO RPT-OUT-RECORD
                 WRITE RPT-OUT-RECORD
           END-EVALUATE

           PERFORM 1006-READ-PARM-CARD.

      **********************************************
       1010-CAPTURE-RUN-TS.
      **********************************************
      *    THE CUT-OFF IS FIXED ONCE, SO A LONG RUN JUDGES EVERY
      *    PENDING ITEM AGAINST THE SAME INSTANT.
           EXEC SQL
              SELECT CHAR(CURRENT TIMESTAMP),
                     CHAR(CURRENT TIMESTAMP - :WK-STUCK-DAYS DAYS),
                     CHAR(CURRENT DATE - :WK-STUCK-DAYS DAYS, ISO)
                INTO :WK-RUN-TS, :WK-STUCK-TS, :WK-STUCK-DATE
                FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '1010-CAPTURE-RUN-TS' TO WK-ERR-PARAGRAPH
              MOVE SQLCODE TO WK-SQLCODE-DISPLAY
              PERFORM 9955-TRANSLATE-SQLCODE

              STRING 'WITH SQLCODE = ' WK-SQLCODE-DISPLAY
                     ' - ' WK-SQLCODE-TEXT
              INTO WK-ERR-DESC

              PERFORM 9950-FATAL-ERROR
           END-IF.

      **********************************************
       2000-AUDIT-ORPHAN-SCHEDULE.
      **********************************************
      *    ONE EXCEPTION PER FLIGHT NUMBER, WITH ITS ROW COUNT - A
      *    PURGED FLIGHT CAN LEAVE A SEASON OF LINES BEHIND.
           MOVE 1 TO WK-RULE-IDX
           PERFORM 7000-START-RULE

           EXEC SQL
              DECLARE ORPHSCH_CSR CURSOR FOR
                 SELECT S.FLIGHT_NUMBER_ID, COUNT(*)
                   FROM BEDEF.TSCHFLI S
                  WHERE NOT EXISTS
                        (SELECT 1
                           FROM BEDEF.TDEFFLI F
                          WHERE F.FLIGHT_NUMBER_ID =
                                S.FLIGHT_NUMBER_ID)
                  GROUP BY S.FLIGHT_NUMBER_ID
                  ORDER BY S.FLIGHT_NUMBER_ID
           END-EXEC

           EXEC SQL
              OPEN ORPHSCH_CSR
           END-EXEC

           SET YS-MORE-ROWS TO TRUE
           PERFORM 2010-FETCH-ORPHAN-SCHEDULE UNTIL NO-MORE-ROWS

           EXEC SQL
              CLOSE ORPHSCH_CSR
           END-EXEC

           PERFORM 7020-END-RULE.

      **********************************************
       2010-FETCH-ORPHAN-SCHEDULE.
      **********************************************
           EXEC SQL
              FETCH ORPHSCH_CSR
                INTO :WK-AUD-FLIGHT, :WK-AUD-ROWS
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE WK-AUD-FLIGHT TO WK-RPT-FLIGHTNO
                 MOVE WK-AUD-ROWS   TO WK-AUD-ROWS-DISPLAY

                 STRING WK-AUD-ROWS-DISPLAY ' SCHEDULE LINE(S) ON '
                        'TSCHFLI - NO TDEFFLI ROW'
                 INTO WK-RPT-STATUS

                 PERFORM 7010-LIST-EXCEPTION
              WHEN 100
                 SET NO-MORE-ROWS TO TRUE
              WHEN OTHER
                 MOVE '2010-FETCH-ORPHAN-SCHEDULE' TO WK-ERR-PARAGRAPH
                 PERFORM 9940-CURSOR-ERROR
           END-EVALUATE.

      **********************************************
       2100-AUDIT-ORPHAN-BOOKINGS.
      **********************************************
           MOVE 2 TO WK-RULE-IDX
           PERFORM 7000-START-RULE

           EXEC SQL
              DECLARE ORPHBKG_CSR CURSOR FOR
                 SELECT B.FLIGHT_NUMBER_ID, COUNT(*)
                   FROM BEDEF.TBOOKFLI B
                  WHERE NOT EXISTS
                        (SELECT 1
                           FROM BEDEF.TDEFFLI F
                          WHERE F.FLIGHT_NUMBER_ID =
                                B.FLIGHT_NUMBER_ID)
                  GROUP BY B.FLIGHT_NUMBER_ID
                  ORDER BY B.FLIGHT_NUMBER_ID
           END-EXEC

           EXEC SQL
              OPEN ORPHBKG_CSR
           END-EXEC

           SET YS-MORE-ROWS TO TRUE
           PERFORM 2110-FETCH-ORPHAN-BOOKING UNTIL NO-MORE-ROWS

           EXEC SQL
              CLOSE ORPHBKG_CSR
           END-EXEC

           PERFORM 7020-END-RULE.

      **********************************************
       2110-FETCH-ORPHAN-BOOKING.
      **********************************************
           EXEC SQL
              FETCH ORPHBKG_CSR
                INTO :WK-AUD-FLIGHT, :WK-AUD-ROWS
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE WK-AUD-FLIGHT TO WK-RPT-FLIGHTNO
                 MOVE WK-AUD-ROWS   TO WK-AUD-ROWS-DISPLAY

                 STRING WK-AUD-ROWS-DISPLAY ' BOOKING(S) ON TBOOKFLI'
                        ' - NO TDEFFLI ROW'
                 INTO WK-RPT-STATUS

                 PERFORM 7010-LIST-EXCEPTION
              WHEN 100
                 SET NO-MORE-ROWS TO TRUE
              WHEN OTHER
                 MOVE '2110-FETCH-ORPHAN-BOOKING' TO WK-ERR-PARAGRAPH
                 PERFORM 9940-CURSOR-ERROR
           END-EVALUATE.

      **********************************************
       2200-AUDIT-ROUTE-MISMATCH.
      **********************************************
      *    THE SAME PAIRING THE ADD AND CHANGE EDITS ENFORCE - THE
      *    ROUTE MUST BE ON TREFRTE AND ITS ORIGIN/DESTINATION MUST
      *    BE THE FLIGHT'S. THE OUTER JOIN KEEPS THE FLIGHTS WHOSE
      *    ROUTE IS NOT ON FILE AT ALL.
           MOVE 3 TO WK-RULE-IDX
           PERFORM 7000-START-RULE

           EXEC SQL
              DECLARE ROUTE_CSR CURSOR FOR
                 SELECT F.FLIGHT_NUMBER_ID, F.FLIGHT_ROUTE_CD,
                        F.FLIGHT_ORIG_CD, F.FLIGHT_DEST_CD,
                        COALESCE(R.ROUTE_ORIG_CD, ' '),
                        COALESCE(R.ROUTE_DEST_CD, ' '),
                        CASE WHEN R.ROUTE_CD IS NULL
                             THEN 'N' ELSE 'Y' END
                   FROM BEDEF.TDEFFLI F
                   LEFT OUTER JOIN BEDEF.TREFRTE R
                     ON R.ROUTE_CD = F.FLIGHT_ROUTE_CD
                  WHERE F.FLIGHT_STATUS_CD = 'A'
                    AND (R.ROUTE_CD IS NULL
                      OR R.ROUTE_ORIG_CD <> F.FLIGHT_ORIG_CD
                      OR R.ROUTE_DEST_CD <> F.FLIGHT_DEST_CD)
                  ORDER BY F.FLIGHT_NUMBER_ID
           END-EXEC

           EXEC SQL
              OPEN ROUTE_CSR
           END-EXEC

           SET YS-MORE-ROWS TO TRUE
           PERFORM 2210-FETCH-ROUTE-MISMATCH UNTIL NO-MORE-ROWS

           EXEC SQL
              CLOSE ROUTE_CSR
           END-EXEC

           PERFORM 7020-END-RULE.

      **********************************************
       2210-FETCH-ROUTE-MISMATCH.
      **********************************************
           EXEC SQL
              FETCH ROUTE_CSR
                INTO :WK-AUD-FLIGHT, :WK-AUD-ROUTE,
                     :WK-AUD-ORIG, :WK-AUD-DEST,
                     :WK-AUD-RTE-ORIG, :WK-AUD-RTE-DEST,
                     :WK-AUD-RTE-FOUND
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE WK-AUD-FLIGHT TO WK-RPT-FLIGHTNO

                 IF WK-AUD-RTE-FOUND = 'N'
                    STRING 'ROUTE ' WK-AUD-ROUTE
                           ' IS NOT ON TREFRTE - FLIGHT FLIES '
                           WK-AUD-ORIG '-' WK-AUD-DEST
                    INTO WK-RPT-STATUS
                 ELSE
                    STRING 'ROUTE ' WK-AUD-ROUTE ' IS '
                           WK-AUD-RTE-ORIG '-' WK-AUD-RTE-DEST
                           ' ON TREFRTE - FLIGHT FLIES '
                           WK-AUD-ORIG '-' WK-AUD-DEST
                    INTO WK-RPT-STATUS
                 END-IF

                 PERFORM 7010-LIST-EXCEPTION
              WHEN 100
                 SET NO-MORE-ROWS TO TRUE
              WHEN OTHER
                 MOVE '2210-FETCH-ROUTE-MISMATCH' TO WK-ERR-PARAGRAPH
                 PERFORM 9940-CURSOR-ERROR
           END-EVALUATE.

      **********************************************
       2300-AUDIT-WITHDRAWN-NO-AUDIT.
      **********************************************
      *    EVERY WITHDRAWAL PATH WRITES A TDEFFLD ROW, AND FLTPRGB
      *    PURGES THE PAIR TOGETHER. A WITHDRAWN ROW WITHOUT ONE WAS
      *    WITHDRAWN OUTSIDE THE APPLICATION OR LOST ITS AUDIT ROW.
           MOVE 4 TO WK-RULE-IDX
           PERFORM 7000-START-RULE

           EXEC SQL
              DECLARE NOAUDIT_CSR CURSOR FOR
                 SELECT F.FLIGHT_NUMBER_ID,
                        CHAR(F.FLIGHT_LAST_UPD_TS)
                   FROM BEDEF.TDEFFLI F
                  WHERE F.FLIGHT_STATUS_CD = 'W'
                    AND NOT EXISTS
                        (SELECT 1
                           FROM BEDEF.TDEFFLD D
                          WHERE D.FLIGHT_NUMBER_ID =
                                F.FLIGHT_NUMBER_ID)
                  ORDER BY F.FLIGHT_NUMBER_ID
           END-EXEC

           EXEC SQL
              OPEN NOAUDIT_CSR
           END-EXEC

           SET YS-MORE-ROWS TO TRUE
           PERFORM 2310-FETCH-WITHDRAWN-NO-AUDIT UNTIL NO-MORE-ROWS

           EXEC SQL
              CLOSE NOAUDIT_CSR
           END-EXEC

           PERFORM 7020-END-RULE.

      **********************************************
       2310-FETCH-WITHDRAWN-NO-AUDIT.
      **********************************************
           EXEC SQL
              FETCH NOAUDIT_CSR
                INTO :WK-AUD-FLIGHT, :WK-AUD-TS
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE WK-AUD-FLIGHT TO WK-RPT-FLIGHTNO

                 STRING 'WITHDRAWN - LAST UPDATED ' WK-AUD-TS
                        ' - NO TDEFFLD AUDIT ROW'
                 INTO WK-RPT-STATUS

                 PERFORM 7010-LIST-EXCEPTION
              WHEN 100
                 SET NO-MORE-ROWS TO TRUE
              WHEN OTHER
                 MOVE '2310-FETCH-WITHDRAWN-NO-AUDIT'
                   TO WK-ERR-PARAGRAPH
                 PERFORM 9940-CURSOR-ERROR
           END-EVALUATE.

      **********************************************
       2400-AUDIT-STUCK-PENDING.
      **********************************************
      *    AN ITEM AWAITING APPROVAL IS AGED FROM ITS ENTRY. AN
      *    APPROVED ITEM LEGITIMATELY WAITS FOR ITS EFFECTIVE DATE,
      *    SO IT IS AGED FROM THAT - ONE STILL QUEUED WELL AFTER IT
      *    FELL DUE IS ONE FLTAPLB KEEPS FAILING TO LAND.
           MOVE 5 TO WK-RULE-IDX
           PERFORM 7000-START-RULE

           EXEC SQL
              DECLARE STUCK_CSR CURSOR FOR
                 SELECT FLIGHT_NUMBER_ID, CHAR(ENTERED_TS),
                        ACTION_CD, PEND_STATUS_CD,
                        CHAR(EFFECTIVE_DT, ISO)
                   FROM BEDEF.TPNDUPD
                  WHERE (PEND_STATUS_CD = 'P'
                         AND ENTERED_TS < :WK-STUCK-TS)
                     OR (PEND_STATUS_CD = 'Q'
                         AND EFFECTIVE_DT < :WK-STUCK-DATE)
                  ORDER BY ENTERED_TS, FLIGHT_NUMBER_ID
           END-EXEC

           EXEC SQL
              OPEN STUCK_CSR
           END-EXEC

           SET YS-MORE-ROWS TO TRUE
           PERFORM 2410-FETCH-STUCK-PENDING UNTIL NO-MORE-ROWS

           EXEC SQL
              CLOSE STUCK_CSR
           END-EXEC

           PERFORM 7020-END-RULE.

      **********************************************
       2410-FETCH-STUCK-PENDING.
      **********************************************
           EXEC SQL
              FETCH STUCK_CSR
                INTO :WK-AUD-FLIGHT, :WK-AUD-TS, :WK-AUD-ACTION,
                     :WK-AUD-STATUS, :WK-AUD-DATE
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE WK-AUD-FLIGHT TO WK-RPT-FLIGHTNO

                 IF WK-AUD-STATUS = 'P'
                    STRING 'ACTION ' WK-AUD-ACTION
                           ' ENTERED ' WK-AUD-TS
                           ' - STILL AWAITING APPROVAL'
                    INTO WK-RPT-STATUS
                 ELSE
                    STRING 'ACTION ' WK-AUD-ACTION
                           ' ENTERED ' WK-AUD-TS
                           ' - APPROVED, DUE ' WK-AUD-DATE
                           ' AND STILL NOT APPLIED'
                    INTO WK-RPT-STATUS
                 END-IF

                 PERFORM 7010-LIST-EXCEPTION
              WHEN 100
                 SET NO-MORE-ROWS TO TRUE
              WHEN OTHER
                 MOVE '2410-FETCH-STUCK-PENDING' TO WK-ERR-PARAGRAPH
                 PERFORM 9940-CURSOR-ERROR
           END-EVALUATE.

      **********************************************
       2500-AUDIT-RENUMBER-TARGETS.
      **********************************************
      *    FLTRNMID LEAVES A 'RNUM' TDEFFLD ROW UNDER THE OLD NUMBER
      *    AND A 'RENUMBERED FROM <OLD>' TDEFFLH ROW UNDER THE NEW
      *    ONE. A LATER RENUMBER CARRIES THAT HISTORY ROW ON AGAIN,
      *    SO THE CHAIN ALWAYS ENDS AT THE FLIGHT'S CURRENT NUMBER.
      *    NO SUCH ROW UNDER A FLIGHT STILL ON TDEFFLI MEANS THE
      *    TARGET WAS PURGED OR DELETED OUTSIDE THE APPLICATION.
           MOVE 6 TO WK-RULE-IDX
           PERFORM 7000-START-RULE

           EXEC SQL
              DECLARE RENUM_CSR CURSOR FOR
                 SELECT D.FLIGHT_NUMBER_ID, CHAR(D.DELETED_TS)
                   FROM BEDEF.TDEFFLD D
                  WHERE D.DELETE_REASON_CD = 'RNUM'
                    AND NOT EXISTS
                        (SELECT 1
                           FROM BEDEF.TDEFFLH H,
                                BEDEF.TDEFFLI F
                          WHERE H.CHANGED_FIELDS =
                                'RENUMBERED FROM ' ||
                                D.FLIGHT_NUMBER_ID
                            AND F.FLIGHT_NUMBER_ID =
                                H.FLIGHT_NUMBER_ID)
                  ORDER BY D.FLIGHT_NUMBER_ID
           END-EXEC

           EXEC SQL
              OPEN RENUM_CSR
           END-EXEC

           SET YS-MORE-ROWS TO TRUE
           PERFORM 2510-FETCH-RENUMBER-TARGET UNTIL NO-MORE-ROWS

           EXEC SQL
              CLOSE RENUM_CSR
           END-EXEC

           PERFORM 7020-END-RULE.

      **********************************************
       2510-FETCH-RENUMBER-TARGET.
      **********************************************
           EXEC SQL
              FETCH RENUM_CSR
                INTO :WK-AUD-FLIGHT, :WK-AUD-TS
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE WK-AUD-FLIGHT TO WK-RPT-FLIGHTNO

                 STRING 'RENUMBERED ' WK-AUD-TS
                        ' - NO FLIGHT ON TDEFFLI CARRIES ITS '
                        'RENUMBERED FROM HISTORY ROW'
                 INTO WK-RPT-STATUS

                 PERFORM 7010-LIST-EXCEPTION
              WHEN 100
                 SET NO-MORE-ROWS TO TRUE
              WHEN OTHER
                 MOVE '2510-FETCH-RENUMBER-TARGET' TO WK-ERR-PARAGRAPH
                 PERFORM 9940-CURSOR-ERROR
           END-EVALUATE.

      **********************************************
       3000-PRINT-SUMMARY.
      **********************************************
      *    ONE LINE PER RULE, THEN THE RETURN CODE THE RUN WILL END
      *    WITH - THE LINE OPERATIONS LOOK FOR WHEN THE SCHEDULER
      *    HOLDS THE DOWNSTREAM JOBS.
           MOVE SPACES TO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           MOVE 'AUDIT SUMMARY' TO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           PERFORM 3010-PRINT-RULE-SUMMARY
              VARYING WK-RULE-IDX FROM 1 BY 1
                UNTIL WK-RULE-IDX > 6

           EVALUATE TRUE
              WHEN WK-SEVERE-FAILED > 0
                 MOVE 8 TO WK-FINAL-RC
              WHEN WK-WARNING-FAILED > 0
                 MOVE 4 TO WK-FINAL-RC
              WHEN OTHER
                 MOVE 0 TO WK-FINAL-RC
           END-EVALUATE

           MOVE SPACES TO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           STRING 'SEVERE RULES FAILED . . . . . : ' WK-SEVERE-FAILED
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           STRING 'WARNING RULES FAILED  . . . . : ' WK-WARNING-FAILED
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           STRING 'RETURN CODE . . . . . . . . . : ' WK-FINAL-RC
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD.

      **********************************************
       3010-PRINT-RULE-SUMMARY.
      **********************************************
           PERFORM 7030-SET-SEVERITY-TEXT

           MOVE WK-RULE-ID(WK-RULE-IDX)    TO WK-SUM-ID
           MOVE WK-SEVERITY-TEXT           TO WK-SUM-SEVERITY
           MOVE WK-RULE-TITLE(WK-RULE-IDX) TO WK-SUM-TITLE
           MOVE WK-RULE-COUNT(WK-RULE-IDX) TO WK-SUM-COUNT

           IF WK-RULE-COUNT(WK-RULE-IDX) = 0
              MOVE 'PASSED' TO WK-SUM-RESULT
           ELSE
              MOVE 'FAILED' TO WK-SUM-RESULT
           END-IF

           WRITE RPT-OUT-RECORD FROM WK-SUMMARY-LINE.

      **********************************************
       7000-START-RULE.
      **********************************************
           PERFORM 7030-SET-SEVERITY-TEXT

           MOVE SPACES TO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           STRING 'RULE ' WK-RULE-ID(WK-RULE-IDX)
                  ' (' WK-SEVERITY-TEXT ') - '
                  WK-RULE-TITLE(WK-RULE-IDX)
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           MOVE ZERO TO WK-RULE-COUNT(WK-RULE-IDX).

      **********************************************
       7010-LIST-EXCEPTION.
      **********************************************
      *    EVERY EXCEPTION IS COUNTED; ONLY THE FIRST WK-LIST-LIMIT
      *    ARE PRINTED, SO ONE BAD PURGE CANNOT BURY THE REPORT.
           ADD 1 TO WK-RULE-COUNT(WK-RULE-IDX)

           IF WK-RULE-COUNT(WK-RULE-IDX) <= WK-LIST-LIMIT
              PERFORM 7100-WRITE-REPORT-LINE
           ELSE
              MOVE SPACES TO WK-RPT-STATUS
           END-IF.

      **********************************************
       7020-END-RULE.
      **********************************************
           MOVE SPACES TO RPT-OUT-RECORD

           IF WK-RULE-COUNT(WK-RULE-IDX) > WK-LIST-LIMIT
              COMPUTE WK-COUNT-DISPLAY =
                      WK-RULE-COUNT(WK-RULE-IDX) - WK-LIST-LIMIT
              STRING '    ... AND ' WK-COUNT-DISPLAY
                     ' MORE NOT LISTED'
              INTO RPT-OUT-RECORD
              WRITE RPT-OUT-RECORD
              MOVE SPACES TO RPT-OUT-RECORD
           END-IF

           IF WK-RULE-COUNT(WK-RULE-IDX) = 0
              STRING 'RULE ' WK-RULE-ID(WK-RULE-IDX)
                     ' PASSED - NO EXCEPTIONS'
              INTO RPT-OUT-RECORD
           ELSE
              MOVE WK-RULE-COUNT(WK-RULE-IDX) TO WK-COUNT-DISPLAY
              STRING 'RULE ' WK-RULE-ID(WK-RULE-IDX)
                     ' FAILED - EXCEPTIONS: ' WK-COUNT-DISPLAY
              INTO RPT-OUT-RECORD

              IF WK-RULE-SEVERITY(WK-RULE-IDX) = 'S'
                 ADD 1 TO WK-SEVERE-FAILED
              ELSE
                 ADD 1 TO WK-WARNING-FAILED
              END-IF
           END-IF

           WRITE RPT-OUT-RECORD.

      **********************************************
       7030-SET-SEVERITY-TEXT.
      **********************************************
           IF WK-RULE-SEVERITY(WK-RULE-IDX) = 'S'
              MOVE 'SEVERE'  TO WK-SEVERITY-TEXT
           ELSE
              MOVE 'WARNING' TO WK-SEVERITY-TEXT
           END-IF.

      **********************************************
       7100-WRITE-REPORT-LINE.
      **********************************************
           WRITE RPT-OUT-RECORD FROM WK-RPT-LINE
           MOVE SPACES TO WK-RPT-STATUS.

      **********************************************
       9940-CURSOR-ERROR.
      **********************************************
           MOVE SQLCODE TO WK-SQLCODE-DISPLAY
           PERFORM 9955-TRANSLATE-SQLCODE

           STRING 'WITH SQLCODE = ' WK-SQLCODE-DISPLAY
                  ' - ' WK-SQLCODE-TEXT
           INTO WK-ERR-DESC

           PERFORM 9950-FATAL-ERROR.

      **********************************************
       9950-FATAL-ERROR.
      **********************************************
      *    READ-ONLY RUN - NOTHING TO ROLL BACK. AN AUDIT THAT COULD
      *    NOT FINISH HAS NOT PROVED THE DATABASE CLEAN, SO IT ENDS
      *    WITH RC 12 AND THE DOWNSTREAM JOBS ARE HELD AS FOR A
      *    SEVERE FAILURE.
           DISPLAY 'FATAL ERROR IN ' WK-ERR-PARAGRAPH ' ' WK-ERR-DESC

           MOVE 'F' TO BRL-RUN-STATUS-CD
           PERFORM 9965-END-RUN-LEDGER

           CLOSE RPT-OUT-FILE
           MOVE 12 TO RETURN-CODE
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
      *    AN AUDIT TAKES NO INPUT OF ITS OWN AND CHANGES NOTHING -
      *    OUT = EXCEPTIONS FOUND OVER ALL RULES, REJECT = RULES
      *    FAILED, SEVERE OR WARNING.
           MOVE ZERO               TO BRL-COUNT-IN
           COMPUTE BRL-COUNT-OUT = WK-RULE-COUNT(1) + WK-RULE-COUNT(2)
                                 + WK-RULE-COUNT(3) + WK-RULE-COUNT(4)
                                 + WK-RULE-COUNT(5) + WK-RULE-COUNT(6)
           COMPUTE BRL-COUNT-REJECT = WK-SEVERE-FAILED
                                    + WK-WARNING-FAILED
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
      *    A SYSIN ERROR ALSO ENDS RC 12 - NO RULE WAS RUN.
           EXEC SQL
              COMMIT
           END-EXEC

      *    A FINISHED AUDIT IS A COMPLETED RUN WHATEVER ITS RETURN
      *    CODE - RC 4 AND 8 REPORT ON THE DATABASE, NOT ON THE RUN.
           IF YS-PARM-ERROR
              MOVE 'F' TO BRL-RUN-STATUS-CD
           ELSE
              MOVE 'C' TO BRL-RUN-STATUS-CD
           END-IF
           PERFORM 9965-END-RUN-LEDGER

           CLOSE RPT-OUT-FILE
           MOVE WK-FINAL-RC TO RETURN-CODE
           STOP RUN.
