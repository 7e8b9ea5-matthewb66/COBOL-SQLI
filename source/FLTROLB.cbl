       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLTROLB.
       AUTHOR. SCW.

      ******************************************************************
      *    SEASON ROLLOVER - BUILDS NEXT SEASON'S TSCHFLI SCHEDULE
      *    LINES FROM THIS SEASON'S OPERATING PATTERN, FOR THE IATA
      *    SEASON CHANGE THAT WOULD OTHERWISE MEAN RE-KEYING THE
      *    WEEKLY PATTERN FOR EVERY FLIGHT THROUGH FLTSCHID ACTION G.
      *    FOR EACH ACTIVE TDEFFLI FLIGHT THE LINES IN THE SOURCE
      *    RANGE ARE COUNTED BY DAY OF WEEK. A DAY WITH OPERATING
      *    LINES ('A' OR 'F') IS PART OF THE PATTERN; A CANCELLED
      *    LINE ('C') STILL SHOWS THE DATE WAS PLANNED, SO IT FILLS
      *    THE WEEK FOR THE REGULARITY TEST WITHOUT PUTTING A DAY
      *    INTO THE PATTERN ON ITS OWN. A FLIGHT IS REGULAR WHEN
      *    EVERY PATTERN DAY WAS PLANNED IN EVERY WEEK OF THE SOURCE
      *    RANGE - THAT PATTERN IS GENERATED ACROSS THE TARGET RANGE
      *    THE SAME WAY ACTION G DOES IT, LEAVING ANY DATE ALREADY ON
      *    FILE EXACTLY AS IT STANDS. A FLIGHT WITH GAPS (ALTERNATE
      *    WEEKS, A LATE START OR AN EARLY FINISH) IS NEVER GUESSED
      *    AT - IT IS LISTED WITH ITS DAY-BY-DAY COUNTS FOR MANUAL
      *    REVIEW AND NOTHING IS GENERATED FOR IT.
      *
      *    RUN PARAMETERS (DD SYSIN), ONE PER CARD:
      *       SOURCE-FROM=YYYY-MM-DD  SEASON TO DERIVE THE PATTERN
      *       SOURCE-TO=YYYY-MM-DD    FROM (MANDATORY, AT LEAST A
      *                               WEEK, AT MOST A SEASON)
      *       TARGET-FROM=YYYY-MM-DD  SEASON TO GENERATE (MANDATORY,
      *       TARGET-TO=YYYY-MM-DD    AFTER THE SOURCE RANGE, NOT IN
      *                               THE PAST, AT MOST A SEASON)
      *       FLIGHT=XXXXXXXXXX       RESTRICT THE RUN TO THE LISTED
      *                               FLIGHTS - ONE CARD PER FLIGHT,
      *                               OPTIONAL, UP TO 500
      *       COMMIT=NNNN             CHECKPOINT/COMMIT INTERVAL
      *                               (DEFAULT 1)
      *       RESTART=N               FORCE A FRESH RUN, DISCARDING
      *                               ANY CHECKPOINT
      *
      *    CHECKPOINT/RESTART: THE LAST COMMITTED FLIGHT NUMBER IS
      *    CARRIED ON BEDEF.TBATCTL (JOB NAME FLTROLB) IN THE SAME
      *    UNIT OF WORK AS THE LINES IT COVERS, THE SAME WAY RFLEETB
      *    DOES IT. A RERUN RESUMES AT THE FIRST UNPROCESSED FLIGHT
      *    AND MUST BE GIVEN THE SAME SYSIN. THE ROW IS DELETED ON A
      *    CLEAN END.
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
          05 SW-END-OF-FLIGHTS        PIC X VALUE 'N'.
             88 YS-END-OF-FLIGHTS           VALUE 'Y'.
             88 NO-END-OF-FLIGHTS           VALUE 'N'.
          05 SW-END-OF-DAYS           PIC X VALUE 'N'.
             88 YS-END-OF-DAYS              VALUE 'Y'.
             88 NO-END-OF-DAYS              VALUE 'N'.
          05 SW-PARM-EOF              PIC X VALUE 'N'.
             88 YS-PARM-EOF                 VALUE 'Y'.
             88 NO-PARM-EOF                 VALUE 'N'.
          05 SW-PARM-ERROR            PIC X VALUE 'N'.
             88 YS-PARM-ERROR               VALUE 'Y'.
             88 NO-PARM-ERROR               VALUE 'N'.
          05 SW-SRC-FROM-SEEN         PIC X VALUE 'N'.
             88 YS-SRC-FROM-SEEN            VALUE 'Y'.
             88 NO-SRC-FROM-SEEN            VALUE 'N'.
          05 SW-SRC-TO-SEEN           PIC X VALUE 'N'.
             88 YS-SRC-TO-SEEN              VALUE 'Y'.
             88 NO-SRC-TO-SEEN              VALUE 'N'.
          05 SW-TGT-FROM-SEEN         PIC X VALUE 'N'.
             88 YS-TGT-FROM-SEEN            VALUE 'Y'.
             88 NO-TGT-FROM-SEEN            VALUE 'N'.
          05 SW-TGT-TO-SEEN           PIC X VALUE 'N'.
             88 YS-TGT-TO-SEEN              VALUE 'Y'.
             88 NO-TGT-TO-SEEN              VALUE 'N'.
          05 SW-VALID-FLIGHTNO        PIC X VALUE 'N'.
             88 YS-VALID-FLIGHTNO           VALUE 'Y'.
             88 NO-VALID-FLIGHTNO           VALUE 'N'.
          05 SW-FLIGHT-WANTED         PIC X VALUE 'N'.
             88 YS-FLIGHT-WANTED            VALUE 'Y'.
             88 NO-FLIGHT-WANTED            VALUE 'N'.
          05 SW-PATTERN-REGULAR       PIC X VALUE 'N'.
             88 YS-PATTERN-REGULAR          VALUE 'Y'.
             88 NO-PATTERN-REGULAR          VALUE 'N'.
          05 SW-FORCE-FRESH           PIC X VALUE 'N'.
             88 YS-FORCE-FRESH              VALUE 'Y'.
             88 NO-FORCE-FRESH              VALUE 'N'.
          05 SW-RUN-ABORTED           PIC X VALUE 'N'.
             88 YS-RUN-ABORTED              VALUE 'Y'.
             88 NO-RUN-ABORTED              VALUE 'N'.

       01 WK-ERR-PARAGRAPH            PIC X(50) VALUE SPACES.
       01 WK-ERR-DESC                 PIC X(80) VALUE SPACES.
       01 W-FLIGHT-NUMBER             PIC X(10) VALUE SPACES.
       01 WK-PARM-VALUE               PIC X(10) VALUE SPACES.
       01 WK-PARM-NAME                PIC X(12) VALUE SPACES.
       01 WK-JOB-NAME                 PIC X(8)  VALUE 'FLTROLB'.
       01 WK-RESTART-KEY              PIC X(10) VALUE SPACES.
       01 WK-TODAY-DATE               PIC X(10) VALUE SPACES.

       01 WK-SRC-FROM-DATE            PIC X(10) VALUE SPACES.
       01 WK-SRC-TO-DATE              PIC X(10) VALUE SPACES.
       01 WK-TGT-FROM-DATE            PIC X(10) VALUE SPACES.
       01 WK-TGT-TO-DATE              PIC X(10) VALUE SPACES.
       01 WK-GEN-DATE                 PIC X(10) VALUE SPACES.

       01 WK-SRC-FROM-INT             PIC S9(9) COMP VALUE ZERO.
       01 WK-SRC-TO-INT               PIC S9(9) COMP VALUE ZERO.
       01 WK-TGT-FROM-INT             PIC S9(9) COMP VALUE ZERO.
       01 WK-TGT-TO-INT               PIC S9(9) COMP VALUE ZERO.
       01 WK-DATE-INT                 PIC S9(9) COMP VALUE ZERO.
       01 WK-DAY-OF-WEEK              PIC 9(1)  VALUE ZERO.

      *    SAME LIMIT AS FLTSCHID ACTION G - A FULL IATA SEASON PLUS
      *    SLACK. A WIDER RANGE IS ALMOST CERTAINLY A MIS-KEYED YEAR.
       01 WK-MAX-RANGE-DAYS           PIC S9(9) COMP VALUE +400.

       01 WK-BUILD-DATE.
          05 WK-BUILD-DATE-NUM        PIC 9(8).
          05 WK-BUILD-DATE-X REDEFINES WK-BUILD-DATE-NUM.
             10 WK-BUILD-YEAR         PIC X(4).
             10 WK-BUILD-MONTH        PIC X(2).
             10 WK-BUILD-DAY          PIC X(2).

      *    OPTIONAL FLIGHT LIST FROM SYSIN. THE SEEN FLAG IS SET WHEN
      *    THE CURSOR REACHES THE FLIGHT, SO A LISTED FLIGHT THAT IS
      *    NOT ACTIVE (OR NOT ON FILE AT ALL) IS REPORTED AT THE END.
       01 WK-LIST-MAX                 PIC S9(4) COMP VALUE +500.
       01 WK-LIST-COUNT               PIC S9(4) COMP VALUE ZERO.
       01 WK-LIST-IDX                 PIC S9(4) COMP VALUE ZERO.
       01 WK-FLIGHT-LIST.
          05 WK-LIST-ENTRY OCCURS 500 TIMES.
             10 WK-LIST-FLIGHT        PIC X(10).
             10 WK-LIST-SEEN          PIC X(1).

      *    DAY-OF-WEEK TABLES, MONDAY (1) TO SUNDAY (7) - THE SAME
      *    NUMBERING AS FLTSCHID AND DB2'S DAYOFWEEK_ISO. THE SLOT
      *    COUNT IS HOW MANY OF EACH WEEKDAY FALL IN THE SOURCE
      *    RANGE; IT IS WORKED OUT ONCE PER RUN.
       01 WK-DAYS-PATTERN             PIC X(7)  VALUE SPACES.
       01 WK-DAYS-TABLE REDEFINES WK-DAYS-PATTERN.
          05 WK-DAY-FLAG              PIC X(1) OCCURS 7 TIMES.
       01 WK-DAY-IDX                  PIC 9(1)  VALUE ZERO.

       01 WK-SLOT-TABLE.
          05 WK-DAY-SLOTS             PIC S9(4) COMP OCCURS 7 TIMES.
       01 WK-USE-TABLE.
          05 WK-DAY-USE OCCURS 7 TIMES.
             10 WK-DAY-OPERATING      PIC S9(4) COMP.
             10 WK-DAY-CANCELLED      PIC S9(4) COMP.

       01 WK-DAY-NAME-VALUES          PIC X(14) VALUE
           'MOTUWETHFRSASU'.
       01 WK-DAY-NAME-TABLE REDEFINES WK-DAY-NAME-VALUES.
          05 WK-DAY-NAME              PIC X(2) OCCURS 7 TIMES.

      *    ONE FETCH FROM THE DAY-OF-WEEK CURSOR.
       01 WK-FETCH-DOW                PIC S9(9) COMP VALUE ZERO.
       01 WK-FETCH-OPERATING          PIC S9(9) COMP VALUE ZERO.
       01 WK-FETCH-CANCELLED          PIC S9(9) COMP VALUE ZERO.

      *    DAY-BY-DAY DETAIL PRINTED FOR AN IRREGULAR FLIGHT - LINES
      *    PLANNED (OPERATING PLUS CANCELLED) OVER WEEKS IN RANGE.
       01 WK-IRREG-DETAIL.
          05 WK-IRREG-DAY OCCURS 7 TIMES.
             10 WK-IRREG-NAME         PIC X(2).
             10 FILLER                PIC X(1)  VALUE SPACE.
             10 WK-IRREG-PLANNED      PIC 9(2).
             10 FILLER                PIC X(1)  VALUE '/'.
             10 WK-IRREG-SLOTS        PIC 9(2).
             10 FILLER                PIC X(1)  VALUE SPACE.

       01 WK-UPD-SQLCODE              PIC S9(9) COMP VALUE ZERO.
       01 WK-CHKPT-SQLCODE            PIC S9(9) COMP VALUE ZERO.

       01 WK-COMMIT-INTERVAL          PIC 9(4)  VALUE 0001.
       01 WK-COMMIT-COUNT             PIC 9(4)  VALUE ZERO.
       01 WK-COMMIT-VALUE             PIC X(4)  VALUE SPACES.

      *    PER-FLIGHT FIGURES.
       01 WK-SOURCE-LINES             PIC S9(9) COMP VALUE ZERO.
       01 WK-SOURCE-CANCELLED         PIC S9(9) COMP VALUE ZERO.
       01 WK-FLT-GENERATED            PIC 9(5)  VALUE ZERO.
       01 WK-FLT-EXISTING             PIC 9(5)  VALUE ZERO.
       01 WK-GEN-DISPLAY              PIC ZZZZ9.
       01 WK-EXI-DISPLAY              PIC ZZZZ9.
       01 WK-CAN-DISPLAY              PIC ZZZZ9.

      *    RUN TOTALS - A FULL ROLLOVER GENERATES A SEASON OF LINES
      *    FOR EVERY FLIGHT, SO THE LINE COUNTS ARE WIDER THAN 9(5).
       01 WK-COUNT-PROCESSED          PIC 9(7)  VALUE ZERO.
       01 WK-COUNT-ROLLED             PIC 9(7)  VALUE ZERO.
       01 WK-COUNT-IRREGULAR          PIC 9(7)  VALUE ZERO.
       01 WK-COUNT-NO-SOURCE          PIC 9(7)  VALUE ZERO.
       01 WK-COUNT-LINES-GENERATED    PIC 9(7)  VALUE ZERO.
       01 WK-COUNT-LINES-EXISTING     PIC 9(7)  VALUE ZERO.
       01 WK-COUNT-NOT-ACTIVE         PIC 9(7)  VALUE ZERO.
       01 WK-COUNT-ERRORED            PIC 9(7)  VALUE ZERO.

       01 WK-RPT-LINE.
          05 WK-RPT-FLIGHTNO          PIC X(10).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WK-RPT-STATUS            PIC X(120).

       01 WK-COUNT-DISPLAY            PIC -9(8).

       COPY ERRVALI.
       COPY DATEVALI.
       COPY SQLMSGS.

       EXEC SQL
          INCLUDE SQLCA
       END-EXEC

       EXEC SQL
          INCLUDE @TDEFFLI
       END-EXEC

       EXEC SQL
          INCLUDE @TSCHFLI
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

           IF NO-PARM-ERROR
              PERFORM 2000-PROCESS-FLIGHT
                 UNTIL YS-END-OF-FLIGHTS OR YS-RUN-ABORTED

              EXEC SQL
                 CLOSE ROLL_CSR
              END-EXEC

              PERFORM 3000-PRINT-SUMMARY
           END-IF

           PERFORM 9999-END-PROCESS.

      **********************************************
       1000-INITIALIZE.
      **********************************************
           PERFORM 9960-START-RUN-LEDGER

           OPEN INPUT  PARM-IN-FILE
           OPEN OUTPUT RPT-OUT-FILE

           MOVE 'SEASON ROLLOVER - SCHEDULE LINE GENERATION REPORT'
             TO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           PERFORM 1005-READ-RUN-PARAMETERS

           IF NO-PARM-ERROR
              PERFORM 1015-VALIDATE-RANGES
           END-IF

           IF NO-PARM-ERROR
              PERFORM 1018-COUNT-SOURCE-SLOTS
              PERFORM 1020-READ-CHECKPOINT
           END-IF

           MOVE SPACES TO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           IF NO-PARM-ERROR
              PERFORM 1030-OPEN-ROLL-CURSOR
              PERFORM 1040-FETCH-FLIGHT
           END-IF.

      **********************************************
       1005-READ-RUN-PARAMETERS.
      **********************************************
      *    BOTH RANGES ARE DELIBERATELY MANDATORY WITH NO DEFAULT - A
      *    ROLLOVER MUST NEVER GENERATE A SEASON NOBODY CHOSE. EVERY
      *    ACCEPTED CARD IS ECHOED TO THE REPORT.
           PERFORM 1006-READ-PARM-CARD
           PERFORM 1007-APPLY-PARM-CARD UNTIL YS-PARM-EOF

           CLOSE PARM-IN-FILE

           IF NO-PARM-ERROR
              AND (NO-SRC-FROM-SEEN OR NO-SRC-TO-SEEN
                OR NO-TGT-FROM-SEEN OR NO-TGT-TO-SEEN)
              SET YS-PARM-ERROR TO TRUE

              MOVE SPACES TO RPT-OUT-RECORD
              STRING 'SOURCE-FROM=, SOURCE-TO=, TARGET-FROM= AND '
                     'TARGET-TO= ARE ALL REQUIRED ON SYSIN - RUN '
                     'ENDED'
              INTO RPT-OUT-RECORD
              WRITE RPT-OUT-RECORD
           END-IF

           IF NO-PARM-ERROR
              MOVE SPACES TO RPT-OUT-RECORD
              STRING 'COMMIT INTERVAL IN EFFECT: ' WK-COMMIT-INTERVAL
              INTO RPT-OUT-RECORD
              WRITE RPT-OUT-RECORD

              MOVE SPACES TO RPT-OUT-RECORD
              IF WK-LIST-COUNT = 0
                 MOVE 'FLIGHT SELECTION: ALL ACTIVE FLIGHTS'
                   TO RPT-OUT-RECORD
              ELSE
                 MOVE WK-LIST-COUNT TO WK-COUNT-DISPLAY
                 STRING 'FLIGHT SELECTION: ' WK-COUNT-DISPLAY
                        ' LISTED FLIGHT(S)'
                 INTO RPT-OUT-RECORD
              END-IF
              WRITE RPT-OUT-RECORD
           END-IF.

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

           EVALUATE TRUE
              WHEN PARM-IN-RECORD(1:12) = 'SOURCE-FROM='
                 MOVE 'SOURCE-FROM=' TO WK-PARM-NAME
                 MOVE PARM-IN-RECORD(13:10) TO WK-PARM-VALUE
                 PERFORM 1010-EDIT-DATE-PARM

                 IF YS-VALID-DATE
                    SET YS-SRC-FROM-SEEN TO TRUE
                    MOVE WK-PARM-VALUE TO WK-SRC-FROM-DATE
                 END-IF
              WHEN PARM-IN-RECORD(1:10) = 'SOURCE-TO='
                 MOVE 'SOURCE-TO=' TO WK-PARM-NAME
                 MOVE PARM-IN-RECORD(11:10) TO WK-PARM-VALUE
                 PERFORM 1010-EDIT-DATE-PARM

                 IF YS-VALID-DATE
                    SET YS-SRC-TO-SEEN TO TRUE
                    MOVE WK-PARM-VALUE TO WK-SRC-TO-DATE
                 END-IF
              WHEN PARM-IN-RECORD(1:12) = 'TARGET-FROM='
                 MOVE 'TARGET-FROM=' TO WK-PARM-NAME
                 MOVE PARM-IN-RECORD(13:10) TO WK-PARM-VALUE
                 PERFORM 1010-EDIT-DATE-PARM

                 IF YS-VALID-DATE
                    SET YS-TGT-FROM-SEEN TO TRUE
                    MOVE WK-PARM-VALUE TO WK-TGT-FROM-DATE
                 END-IF
              WHEN PARM-IN-RECORD(1:10) = 'TARGET-TO='
                 MOVE 'TARGET-TO=' TO WK-PARM-NAME
                 MOVE PARM-IN-RECORD(11:10) TO WK-PARM-VALUE
                 PERFORM 1010-EDIT-DATE-PARM

                 IF YS-VALID-DATE
                    SET YS-TGT-TO-SEEN TO TRUE
                    MOVE WK-PARM-VALUE TO WK-TGT-TO-DATE
                 END-IF
              WHEN PARM-IN-RECORD(1:7) = 'FLIGHT='
                 MOVE PARM-IN-RECORD(8:10) TO WK-PARM-VALUE
                 PERFORM 1008-VALIDATE-FLIGHT-PARM
              WHEN PARM-IN-RECORD(1:7) = 'COMMIT='
                 MOVE PARM-IN-RECORD(8:4) TO WK-COMMIT-VALUE
                 PERFORM 1009-VALIDATE-COMMIT-PARM
              WHEN PARM-IN-RECORD(1:9) = 'RESTART=N'
                 SET YS-FORCE-FRESH TO TRUE
                 MOVE 'PARAMETER: RESTART=N - CHECKPOINT DISCARDED'
                   TO RPT-OUT-RECORD
                 WRITE RPT-OUT-RECORD
      *       RESTART=Y SPELLS OUT THE DEFAULT - RESUME FROM THE
      *       CHECKPOINT WHEN ONE EXISTS.
              WHEN PARM-IN-RECORD(1:9) = 'RESTART=Y'
                 MOVE 'PARAMETER: RESTART=Y' TO RPT-OUT-RECORD
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
       1008-VALIDATE-FLIGHT-PARM.
      **********************************************
      *    SAME EDIT AS DELFLIGHTID - TRIM STRAY CHARACTERS AND
      *    CONFIRM THE KEY IS A PLAUSIBLE FLIGHT NUMBER BEFORE IT
      *    GOES ON THE SELECTION LIST.
           SET NO-VALID-FLIGHTNO TO TRUE
           MOVE SPACES TO WK-FLIGHTNO-TRIMMED

           MOVE FUNCTION TRIM(WK-PARM-VALUE) TO WK-FLIGHTNO-TRIMMED
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WK-PARM-VALUE))
             TO WK-FLIGHTNO-LEN

           IF WK-FLIGHTNO-LEN < WK-FLIGHTNO-MIN-LEN
              OR WK-FLIGHTNO-LEN > WK-FLIGHTNO-MAX-LEN
              OR WK-FLIGHTNO-TRIMMED = SPACES
              CONTINUE
           ELSE
              SET YS-VALID-FLIGHTNO TO TRUE
              MOVE FUNCTION UPPER-CASE(WK-FLIGHTNO-TRIMMED)
                TO WK-FLIGHTNO-TRIMMED

              PERFORM VARYING WK-FLIGHTNO-IDX FROM 1 BY 1
                      UNTIL WK-FLIGHTNO-IDX > WK-FLIGHTNO-LEN
                         OR NO-VALID-FLIGHTNO

                 IF WK-FLIGHTNO-TRIMMED(WK-FLIGHTNO-IDX:1) NOT NUMERIC
                    AND WK-FLIGHTNO-TRIMMED(WK-FLIGHTNO-IDX:1)
                        NOT ALPHABETIC-UPPER
                    SET NO-VALID-FLIGHTNO TO TRUE
                 END-IF
              END-PERFORM
           END-IF

           EVALUATE TRUE
              WHEN NO-VALID-FLIGHTNO
                 SET YS-PARM-ERROR TO TRUE

                 MOVE SPACES TO RPT-OUT-RECORD
                 STRING 'INVALID FLIGHT NUMBER ON SYSIN - RUN ENDED - '
                        WK-PARM-VALUE
                 INTO RPT-OUT-RECORD
                 WRITE RPT-OUT-RECORD
              WHEN WK-LIST-COUNT >= WK-LIST-MAX
                 SET YS-PARM-ERROR TO TRUE

                 MOVE 'MORE THAN 500 FLIGHT= CARDS ON SYSIN - SPLIT '
                   TO RPT-OUT-RECORD
                 MOVE 'THE LIST ACROSS RUNS - RUN ENDED'
                   TO RPT-OUT-RECORD(46:)
                 WRITE RPT-OUT-RECORD
              WHEN OTHER
                 ADD 1 TO WK-LIST-COUNT
                 MOVE WK-FLIGHTNO-TRIMMED
                   TO WK-LIST-FLIGHT(WK-LIST-COUNT)
                 MOVE 'N' TO WK-LIST-SEEN(WK-LIST-COUNT)

                 MOVE SPACES TO RPT-OUT-RECORD
                 STRING 'PARAMETER: FLIGHT=' WK-FLIGHTNO-TRIMMED
                 INTO RPT-OUT-RECORD
                 WRITE RPT-OUT-RECORD
           END-EVALUATE.

      **********************************************
       1009-VALIDATE-COMMIT-PARM.
      **********************************************
           IF WK-COMMIT-VALUE IS NUMERIC
              AND WK-COMMIT-VALUE NOT = '0000'
              MOVE WK-COMMIT-VALUE TO WK-COMMIT-INTERVAL

              MOVE SPACES TO RPT-OUT-RECORD
              STRING 'PARAMETER: COMMIT=' WK-COMMIT-VALUE
              INTO RPT-OUT-RECORD
              WRITE RPT-OUT-RECORD
           ELSE
              SET YS-PARM-ERROR TO TRUE

              MOVE SPACES TO RPT-OUT-RECORD
              STRING 'INVALID COMMIT INTERVAL ' WK-COMMIT-VALUE
                     ' ON SYSIN - RUN ENDED - USE 0001 TO 9999'
              INTO RPT-OUT-RECORD
              WRITE RPT-OUT-RECORD
           END-IF.

      **********************************************
       1010-EDIT-DATE-PARM.
      **********************************************
      *    EVERY DATE CARD GOES THROUGH THE SAME CALENDAR EDIT BEFORE
      *    IT IS HANDED TO A DATE INTRINSIC OR TO SQL.
           MOVE WK-PARM-VALUE TO WK-EDIT-DATE
           PERFORM 1090-VALIDATE-DATE

           MOVE SPACES TO RPT-OUT-RECORD

           IF YS-VALID-DATE
              STRING 'PARAMETER: ' WK-PARM-NAME WK-PARM-VALUE
              INTO RPT-OUT-RECORD
           ELSE
              SET YS-PARM-ERROR TO TRUE

              STRING 'INVALID DATE ON SYSIN CARD ' WK-PARM-NAME
                     WK-PARM-VALUE ' - RUN ENDED'
              INTO RPT-OUT-RECORD
           END-IF

           WRITE RPT-OUT-RECORD.

      **********************************************
       1015-VALIDATE-RANGES.
      **********************************************
      *    EACH RANGE MUST RUN FORWARD AND BE NO WIDER THAN A SEASON.
      *    THE SOURCE MUST COVER AT LEAST ONE FULL WEEK OR THERE IS
      *    NO WEEKLY PATTERN TO DERIVE. THE TARGET MUST START AFTER
      *    THE SOURCE ENDS, SO THE RUN NEVER WRITES INTO THE SEASON
      *    IT IS READING, AND MAY NOT START IN THE PAST - FLTCLSB
      *    WOULD CLOSE SUCH LINES AS FLOWN THE SAME NIGHT.
           MOVE WK-SRC-FROM-DATE TO WK-EDIT-DATE
           PERFORM 1090-VALIDATE-DATE
           MOVE FUNCTION INTEGER-OF-DATE(WK-EDIT-DATE-NUM)
             TO WK-SRC-FROM-INT

           MOVE WK-SRC-TO-DATE TO WK-EDIT-DATE
           PERFORM 1090-VALIDATE-DATE
           MOVE FUNCTION INTEGER-OF-DATE(WK-EDIT-DATE-NUM)
             TO WK-SRC-TO-INT

           MOVE WK-TGT-FROM-DATE TO WK-EDIT-DATE
           PERFORM 1090-VALIDATE-DATE
           MOVE FUNCTION INTEGER-OF-DATE(WK-EDIT-DATE-NUM)
             TO WK-TGT-FROM-INT

           MOVE WK-TGT-TO-DATE TO WK-EDIT-DATE
           PERFORM 1090-VALIDATE-DATE
           MOVE FUNCTION INTEGER-OF-DATE(WK-EDIT-DATE-NUM)
             TO WK-TGT-TO-INT

           PERFORM 1016-FETCH-TODAY

           MOVE SPACES TO RPT-OUT-RECORD

           EVALUATE TRUE
              WHEN WK-SRC-TO-INT - WK-SRC-FROM-INT < 6
                 SET YS-PARM-ERROR TO TRUE
                 STRING 'SOURCE RANGE IS SHORTER THAN A WEEK - NO '
                        'PATTERN TO DERIVE - RUN ENDED'
                 INTO RPT-OUT-RECORD
              WHEN WK-SRC-TO-INT - WK-SRC-FROM-INT
                   >= WK-MAX-RANGE-DAYS
                 SET YS-PARM-ERROR TO TRUE
                 STRING 'SOURCE RANGE IS WIDER THAN A SEASON - CHECK '
                        'THE YEARS KEYED - RUN ENDED'
                 INTO RPT-OUT-RECORD
              WHEN WK-TGT-TO-INT < WK-TGT-FROM-INT
                 SET YS-PARM-ERROR TO TRUE
                 STRING 'TARGET-TO IS BEFORE TARGET-FROM - RUN ENDED'
                 INTO RPT-OUT-RECORD
              WHEN WK-TGT-TO-INT - WK-TGT-FROM-INT
                   >= WK-MAX-RANGE-DAYS
                 SET YS-PARM-ERROR TO TRUE
                 STRING 'TARGET RANGE IS WIDER THAN A SEASON - CHECK '
                        'THE YEARS KEYED - RUN ENDED'
                 INTO RPT-OUT-RECORD
              WHEN WK-TGT-FROM-INT <= WK-SRC-TO-INT
                 SET YS-PARM-ERROR TO TRUE
                 STRING 'TARGET RANGE MUST START AFTER THE SOURCE '
                        'RANGE ENDS - RUN ENDED'
                 INTO RPT-OUT-RECORD
              WHEN WK-TGT-FROM-DATE < WK-TODAY-DATE
                 SET YS-PARM-ERROR TO TRUE
                 STRING 'TARGET RANGE STARTS BEFORE TODAY ('
                        WK-TODAY-DATE ') - RUN ENDED'
                 INTO RPT-OUT-RECORD
           END-EVALUATE

           IF YS-PARM-ERROR
              WRITE RPT-OUT-RECORD
           END-IF.

      **********************************************
       1016-FETCH-TODAY.
      **********************************************
           EXEC SQL
              SELECT CHAR(CURRENT DATE, ISO)
                INTO :WK-TODAY-DATE
                FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '1016-FETCH-TODAY' TO WK-ERR-PARAGRAPH
              MOVE SQLCODE TO WK-SQLCODE-DISPLAY
              PERFORM 9955-TRANSLATE-SQLCODE

              STRING 'WITH SQLCODE = ' WK-SQLCODE-DISPLAY
                     ' - ' WK-SQLCODE-TEXT
              INTO WK-ERR-DESC

              PERFORM 9950-FATAL-ERROR
           END-IF.

      **********************************************
       1018-COUNT-SOURCE-SLOTS.
      **********************************************
      *    HOW MANY MONDAYS, TUESDAYS ... FALL IN THE SOURCE RANGE -
      *    THE YARDSTICK EACH FLIGHT'S LINES ARE MEASURED AGAINST.
           INITIALIZE WK-SLOT-TABLE
           MOVE WK-SRC-FROM-INT TO WK-DATE-INT

           PERFORM 1019-COUNT-ONE-SLOT
              UNTIL WK-DATE-INT > WK-SRC-TO-INT.

      **********************************************
       1019-COUNT-ONE-SLOT.
      **********************************************
      *    DAY 1 (1601-01-01) WAS A MONDAY, SO MOD 7 GIVES 1 FOR
      *    MONDAY THROUGH 0 FOR SUNDAY - AS IN FLTSCHID.
           MOVE FUNCTION MOD(WK-DATE-INT, 7) TO WK-DAY-OF-WEEK

           IF WK-DAY-OF-WEEK = 0
              MOVE 7 TO WK-DAY-OF-WEEK
           END-IF

           ADD 1 TO WK-DAY-SLOTS(WK-DAY-OF-WEEK)
           ADD 1 TO WK-DATE-INT.

      **********************************************
       1020-READ-CHECKPOINT.
      **********************************************
      *    A CHECKPOINT ROW ON TBATCTL MEANS THE PREVIOUS RUN DID NOT
      *    REACH THE END - THE FLIGHT CURSOR RESUMES ABOVE THE LAST
      *    COMMITTED FLIGHT NUMBER UNLESS RESTART=N ASKED FOR A FRESH
      *    RUN. THE DELETE ON A FRESH RUN RIDES IN THE FIRST
      *    CHECKPOINT'S UNIT OF WORK. A FRESH RUN OVER FLIGHTS ALREADY
      *    ROLLED IS HARMLESS - EVERY DATE IS FOUND ON FILE.
           MOVE WK-JOB-NAME TO CTL-JOB-NAME

           EXEC SQL
              SELECT RESTART_POS, RESTART_KEY
                INTO :CTL-RESTART-POS, :CTL-RESTART-KEY
                FROM BEDEF.TBATCTL
               WHERE JOB_NAME = :CTL-JOB-NAME
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 100
                 CONTINUE
              WHEN SQLCODE NOT = 0
                 SET YS-PARM-ERROR TO TRUE
                 MOVE SQLCODE TO WK-SQLCODE-DISPLAY
                 PERFORM 9955-TRANSLATE-SQLCODE

                 STRING 'ERRORED READING TBATCTL CHECKPOINT - RUN '
                        'ENDED - SQLCODE = ' WK-SQLCODE-DISPLAY
                        ' - ' WK-SQLCODE-TEXT
                 INTO RPT-OUT-RECORD
                 WRITE RPT-OUT-RECORD
              WHEN YS-FORCE-FRESH
                 EXEC SQL
                    DELETE FROM BEDEF.TBATCTL
                     WHERE JOB_NAME = :CTL-JOB-NAME
                 END-EXEC
              WHEN OTHER
                 MOVE CTL-RESTART-KEY TO WK-RESTART-KEY

                 MOVE SPACES TO RPT-OUT-RECORD
                 STRING 'RESTART: RESUMING AFTER FLIGHT '
                        CTL-RESTART-KEY
                 INTO RPT-OUT-RECORD
                 WRITE RPT-OUT-RECORD
           END-EVALUATE.

      **********************************************
       1030-OPEN-ROLL-CURSOR.
      **********************************************
      *    EVERY ACTIVE FLIGHT, IN FLIGHT NUMBER ORDER AND KEYED
      *    ABOVE THE RESTART KEY (SPACES ON A FRESH RUN - EVERY
      *    FLIGHT NUMBER COLLATES HIGHER). A FLIGHT LIST ON SYSIN IS
      *    APPLIED AS EACH ROW IS FETCHED. WITH HOLD BECAUSE THE RUN
      *    COMMITS EVERY WK-COMMIT-INTERVAL FLIGHTS.
           EXEC SQL
              DECLARE ROLL_CSR CURSOR WITH HOLD FOR
                 SELECT FLIGHT_NUMBER_ID
                   FROM BEDEF.TDEFFLI
                  WHERE FLIGHT_STATUS_CD = 'A'
                    AND FLIGHT_NUMBER_ID > :WK-RESTART-KEY
                  ORDER BY FLIGHT_NUMBER_ID
           END-EXEC

           EXEC SQL
              OPEN ROLL_CSR
           END-EXEC.

      **********************************************
       1040-FETCH-FLIGHT.
      **********************************************
           EXEC SQL
              FETCH ROLL_CSR
                INTO :FLIGHT-NUMBER-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE FLIGHT-NUMBER-ID TO W-FLIGHT-NUMBER
              WHEN 100
                 SET YS-END-OF-FLIGHTS TO TRUE
              WHEN OTHER
                 MOVE '1040-FETCH-FLIGHT' TO WK-ERR-PARAGRAPH
                 MOVE SQLCODE TO WK-SQLCODE-DISPLAY
                 PERFORM 9955-TRANSLATE-SQLCODE

                 STRING 'WITH SQLCODE = ' WK-SQLCODE-DISPLAY
                        ' - ' WK-SQLCODE-TEXT
                 INTO WK-ERR-DESC

                 PERFORM 9950-FATAL-ERROR
           END-EVALUATE.

      **********************************************
       1090-VALIDATE-DATE.
      **********************************************
      *    THE KEYED DATE (IN WK-EDIT-DATE) MUST BE A REAL CALENDAR
      *    DATE IN ISO FORM BEFORE IT IS HANDED TO A DATE INTRINSIC
      *    OR TO SQL.
           SET NO-VALID-DATE TO TRUE

           IF WK-EDIT-YEAR NOT NUMERIC
              OR WK-EDIT-MONTH NOT NUMERIC
              OR WK-EDIT-DAY NOT NUMERIC
              OR WK-EDIT-DASH1 NOT = '-'
              OR WK-EDIT-DASH2 NOT = '-'
              CONTINUE
           ELSE
              MOVE WK-EDIT-YEAR  TO WK-EDIT-YEAR-NUM
              MOVE WK-EDIT-MONTH TO WK-EDIT-MONTH-NUM
              MOVE WK-EDIT-DAY   TO WK-EDIT-DAY-NUM

              IF WK-EDIT-YEAR-NUM > 1900
                 AND WK-EDIT-MONTH-NUM >= 1
                 AND WK-EDIT-MONTH-NUM <= 12
                 MOVE WK-MONTH-DAYS(WK-EDIT-MONTH-NUM)
                   TO WK-EDIT-MAX-DAY

                 IF WK-EDIT-MONTH-NUM = 2
                    PERFORM 1095-CHECK-LEAP-YEAR
                 END-IF

                 IF WK-EDIT-DAY-NUM >= 1
                    AND WK-EDIT-DAY-NUM <= WK-EDIT-MAX-DAY
                    SET YS-VALID-DATE TO TRUE

                    COMPUTE WK-EDIT-DATE-NUM =
                            WK-EDIT-YEAR-NUM * 10000
                          + WK-EDIT-MONTH-NUM * 100
                          + WK-EDIT-DAY-NUM
                 END-IF
              END-IF
           END-IF.

      **********************************************
       1095-CHECK-LEAP-YEAR.
      **********************************************
           MOVE FUNCTION MOD(WK-EDIT-YEAR-NUM, 4)
             TO WK-EDIT-LEAP-REM

           IF WK-EDIT-LEAP-REM = 0
              MOVE FUNCTION MOD(WK-EDIT-YEAR-NUM, 100)
                TO WK-EDIT-LEAP-REM

              IF WK-EDIT-LEAP-REM NOT = 0
                 MOVE 29 TO WK-EDIT-MAX-DAY
              ELSE
                 MOVE FUNCTION MOD(WK-EDIT-YEAR-NUM, 400)
                   TO WK-EDIT-LEAP-REM

                 IF WK-EDIT-LEAP-REM = 0
                    MOVE 29 TO WK-EDIT-MAX-DAY
                 END-IF
              END-IF
           END-IF.

      **********************************************
       2000-PROCESS-FLIGHT.
      **********************************************
           PERFORM 2005-CHECK-FLIGHT-WANTED

           IF YS-FLIGHT-WANTED
              ADD 1 TO WK-COUNT-PROCESSED
              PERFORM 2100-DERIVE-PATTERN

              EVALUATE TRUE
                 WHEN WK-SOURCE-LINES = 0
                    PERFORM 2300-REPORT-NO-SOURCE
                 WHEN NO-PATTERN-REGULAR
                    PERFORM 2400-REPORT-IRREGULAR
                 WHEN OTHER
                    PERFORM 2200-GENERATE-TARGET-LINES
              END-EVALUATE

              IF NO-RUN-ABORTED
                 PERFORM 2140-CHECKPOINT-COMMIT
              END-IF
           END-IF

           IF NO-RUN-ABORTED
              PERFORM 1040-FETCH-FLIGHT
           END-IF.

      **********************************************
       2005-CHECK-FLIGHT-WANTED.
      **********************************************
      *    NO FLIGHT= CARDS MEANS EVERY ACTIVE FLIGHT IS ROLLED.
           IF WK-LIST-COUNT = 0
              SET YS-FLIGHT-WANTED TO TRUE
           ELSE
              SET NO-FLIGHT-WANTED TO TRUE

              PERFORM VARYING WK-LIST-IDX FROM 1 BY 1
                      UNTIL WK-LIST-IDX > WK-LIST-COUNT
                         OR YS-FLIGHT-WANTED
                 IF WK-LIST-FLIGHT(WK-LIST-IDX) = W-FLIGHT-NUMBER
                    SET YS-FLIGHT-WANTED TO TRUE
                    MOVE 'Y' TO WK-LIST-SEEN(WK-LIST-IDX)
                 END-IF
              END-PERFORM
           END-IF.

      **********************************************
       2100-DERIVE-PATTERN.
      **********************************************
      *    ONE GROUPED READ PER FLIGHT GIVES THE OPERATING AND
      *    CANCELLED LINE COUNTS FOR EACH DAY OF THE WEEK ACROSS THE
      *    SOURCE RANGE. THE CURSOR IS OPENED AND CLOSED INSIDE THE
      *    FLIGHT, SO IT NEVER SPANS A COMMIT.
           INITIALIZE WK-USE-TABLE
           MOVE ZERO TO WK-SOURCE-LINES
           MOVE ZERO TO WK-SOURCE-CANCELLED

           EXEC SQL
              DECLARE DOW_CSR CURSOR FOR
                 SELECT DAYOFWEEK_ISO(SCHED_LINE_DT),
                        SUM(CASE WHEN SCHED_STATUS_CD = 'C'
                                 THEN 0 ELSE 1 END),
                        SUM(CASE WHEN SCHED_STATUS_CD = 'C'
                                 THEN 1 ELSE 0 END)
                   FROM BEDEF.TSCHFLI
                  WHERE FLIGHT_NUMBER_ID = :W-FLIGHT-NUMBER
                    AND SCHED_LINE_DT BETWEEN :WK-SRC-FROM-DATE
                                          AND :WK-SRC-TO-DATE
                  GROUP BY DAYOFWEEK_ISO(SCHED_LINE_DT)
           END-EXEC

           EXEC SQL
              OPEN DOW_CSR
           END-EXEC

           SET NO-END-OF-DAYS TO TRUE
           PERFORM 2110-FETCH-DAY-COUNTS UNTIL YS-END-OF-DAYS

           EXEC SQL
              CLOSE DOW_CSR
           END-EXEC

           PERFORM 2120-BUILD-PATTERN.

      **********************************************
       2110-FETCH-DAY-COUNTS.
      **********************************************
           EXEC SQL
              FETCH DOW_CSR
                INTO :WK-FETCH-DOW, :WK-FETCH-OPERATING,
                     :WK-FETCH-CANCELLED
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE WK-FETCH-OPERATING
                   TO WK-DAY-OPERATING(WK-FETCH-DOW)
                 MOVE WK-FETCH-CANCELLED
                   TO WK-DAY-CANCELLED(WK-FETCH-DOW)
                 ADD WK-FETCH-OPERATING TO WK-SOURCE-LINES
                 ADD WK-FETCH-CANCELLED TO WK-SOURCE-CANCELLED
              WHEN 100
                 SET YS-END-OF-DAYS TO TRUE
              WHEN OTHER
                 MOVE '2110-FETCH-DAY-COUNTS' TO WK-ERR-PARAGRAPH
                 MOVE SQLCODE TO WK-SQLCODE-DISPLAY
                 PERFORM 9955-TRANSLATE-SQLCODE

                 STRING 'FLIGHT ' W-FLIGHT-NUMBER
                        ' WITH SQLCODE = ' WK-SQLCODE-DISPLAY
                        ' - ' WK-SQLCODE-TEXT
                 INTO WK-ERR-DESC

                 PERFORM 9950-FATAL-ERROR
           END-EVALUATE.

      **********************************************
       2120-BUILD-PATTERN.
      **********************************************
      *    A DAY WITH ANY OPERATING LINE IS IN THE PATTERN ('Y'). THE
      *    FLIGHT STAYS REGULAR ONLY IF EVERY PATTERN DAY WAS PLANNED
      *    - OPERATING OR CANCELLED - IN EVERY WEEK OF THE RANGE.
           SET YS-PATTERN-REGULAR TO TRUE
           MOVE SPACES TO WK-DAYS-PATTERN

           PERFORM VARYING WK-DAY-IDX FROM 1 BY 1
                   UNTIL WK-DAY-IDX > 7

              MOVE WK-DAY-NAME(WK-DAY-IDX)
                TO WK-IRREG-NAME(WK-DAY-IDX)
              COMPUTE WK-IRREG-PLANNED(WK-DAY-IDX) =
                      WK-DAY-OPERATING(WK-DAY-IDX)
                    + WK-DAY-CANCELLED(WK-DAY-IDX)
              MOVE WK-DAY-SLOTS(WK-DAY-IDX)
                TO WK-IRREG-SLOTS(WK-DAY-IDX)

              IF WK-DAY-OPERATING(WK-DAY-IDX) > 0
                 MOVE 'Y' TO WK-DAY-FLAG(WK-DAY-IDX)

                 IF WK-DAY-OPERATING(WK-DAY-IDX)
                  + WK-DAY-CANCELLED(WK-DAY-IDX)
                  < WK-DAY-SLOTS(WK-DAY-IDX)
                    SET NO-PATTERN-REGULAR TO TRUE
                 END-IF
              ELSE
                 MOVE 'N' TO WK-DAY-FLAG(WK-DAY-IDX)
              END-IF
           END-PERFORM.

      **********************************************
       2140-CHECKPOINT-COMMIT.
      **********************************************
      *    COMMITS EVERY WK-COMMIT-INTERVAL FLIGHTS SO A LONG RUN
      *    DOES NOT HOLD LOCKS FOR THE WHOLE JOB. THE TBATCTL
      *    CHECKPOINT ROW IS WRITTEN IN THE SAME UNIT OF WORK AS THE
      *    LINES IT COVERS, SO POSITION AND DATA CAN NEVER DISAGREE
      *    AFTER AN ABEND. NO COMMIT WITHOUT ITS CHECKPOINT - A
      *    FAILED TBATCTL WRITE ENDS THE RUN AND THE INTERVAL IS
      *    DISCARDED IN 9999-END-PROCESS.
           ADD 1 TO WK-COMMIT-COUNT

           IF WK-COMMIT-COUNT >= WK-COMMIT-INTERVAL
              PERFORM 2150-SAVE-CHECKPOINT

              IF NO-RUN-ABORTED
                 EXEC SQL
                    COMMIT
                 END-EXEC
                 MOVE ZERO TO WK-COMMIT-COUNT
              END-IF
           END-IF.

      **********************************************
       2150-SAVE-CHECKPOINT.
      **********************************************
           MOVE WK-JOB-NAME        TO CTL-JOB-NAME
           MOVE WK-COUNT-PROCESSED TO CTL-RESTART-POS
           MOVE W-FLIGHT-NUMBER    TO CTL-RESTART-KEY

           EXEC SQL
              UPDATE BEDEF.TBATCTL
                 SET LAST_RUN_TS = CURRENT TIMESTAMP,
                     RESTART_POS = :CTL-RESTART-POS,
                     RESTART_KEY = :CTL-RESTART-KEY
               WHERE JOB_NAME = :CTL-JOB-NAME
           END-EXEC

           IF SQLCODE = 100
              EXEC SQL
                 INSERT INTO BEDEF.TBATCTL
                    (JOB_NAME, LAST_RUN_TS, RESTART_POS, RESTART_KEY)
                 VALUES
                    (:CTL-JOB-NAME, CURRENT TIMESTAMP,
                     :CTL-RESTART-POS, :CTL-RESTART-KEY)
              END-EXEC
           END-IF

           MOVE SQLCODE TO WK-CHKPT-SQLCODE

           IF WK-CHKPT-SQLCODE NOT = 0
              SET YS-RUN-ABORTED TO TRUE
              ADD 1 TO WK-COUNT-ERRORED
              MOVE WK-CHKPT-SQLCODE TO WK-SQLCODE-DISPLAY
              MOVE W-FLIGHT-NUMBER TO WK-RPT-FLIGHTNO
              PERFORM 9955-TRANSLATE-SQLCODE

              STRING 'ERRORED WRITING TBATCTL CHECKPOINT - RUN ENDED'
                     ' - SQLCODE = '
                     WK-SQLCODE-DISPLAY ' - '
                     WK-SQLCODE-TEXT
              INTO WK-RPT-STATUS

              PERFORM 7100-WRITE-REPORT-LINE
           END-IF.

      **********************************************
       2200-GENERATE-TARGET-LINES.
      **********************************************
      *    WALK THE TARGET RANGE A DAY AT A TIME AND INSERT A LINE
      *    FOR EVERY DATE WHOSE DAY OF WEEK IS IN THE PATTERN - THE
      *    SAME WALK FLTSCHID ACTION G MAKES.
           MOVE ZERO TO WK-FLT-GENERATED
           MOVE ZERO TO WK-FLT-EXISTING
           MOVE WK-TGT-FROM-INT TO WK-DATE-INT

           PERFORM 2210-GENERATE-ONE-DATE
              UNTIL WK-DATE-INT > WK-TGT-TO-INT
                 OR YS-RUN-ABORTED

           IF NO-RUN-ABORTED
              ADD 1 TO WK-COUNT-ROLLED
              ADD WK-FLT-GENERATED TO WK-COUNT-LINES-GENERATED
              ADD WK-FLT-EXISTING  TO WK-COUNT-LINES-EXISTING

              MOVE WK-FLT-GENERATED    TO WK-GEN-DISPLAY
              MOVE WK-FLT-EXISTING     TO WK-EXI-DISPLAY
              MOVE WK-SOURCE-CANCELLED TO WK-CAN-DISPLAY
              MOVE W-FLIGHT-NUMBER     TO WK-RPT-FLIGHTNO

              STRING 'PATTERN ' WK-DAYS-PATTERN ' (MON-SUN) - '
                     WK-GEN-DISPLAY ' LINE(S) GENERATED, '
                     WK-EXI-DISPLAY ' ALREADY ON FILE, '
                     WK-CAN-DISPLAY ' SOURCE CANCELLATION(S) '
                     'NOT CARRIED'
              INTO WK-RPT-STATUS

              PERFORM 7100-WRITE-REPORT-LINE
           END-IF.

      **********************************************
       2210-GENERATE-ONE-DATE.
      **********************************************
           MOVE FUNCTION MOD(WK-DATE-INT, 7) TO WK-DAY-OF-WEEK

           IF WK-DAY-OF-WEEK = 0
              MOVE 7 TO WK-DAY-OF-WEEK
           END-IF

           IF WK-DAY-FLAG(WK-DAY-OF-WEEK) = 'Y'
              MOVE FUNCTION DATE-OF-INTEGER(WK-DATE-INT)
                TO WK-BUILD-DATE-NUM

              MOVE SPACES TO WK-GEN-DATE
              STRING WK-BUILD-YEAR '-' WK-BUILD-MONTH '-'
                     WK-BUILD-DAY
              INTO WK-GEN-DATE

              PERFORM 2220-INSERT-SCHEDULE-LINE
           END-IF

           ADD 1 TO WK-DATE-INT.

      **********************************************
       2220-INSERT-SCHEDULE-LINE.
      **********************************************
      *    A DUPLICATE MEANS THE DATE IS ALREADY SCHEDULED - COUNTED
      *    AND LEFT EXACTLY AS IT STANDS, SO A ROLLOVER NEVER
      *    RE-ACTIVATES A DATE SOMEBODY HAS CANCELLED. ANY OTHER
      *    FAILURE ROLLS BACK THE CURRENT INTERVAL AND ENDS THE RUN -
      *    THE RESTART REPROCESSES IT FROM THE LAST GOOD CHECKPOINT.
      *    THE SQLCODE IS SAVED FIRST BECAUSE THE ROLLBACK OVERWRITES
      *    THE LIVE SQLCODE WITH ITS OWN COMPLETION CODE.
           MOVE W-FLIGHT-NUMBER TO SCH-FLIGHT-NUMBER-ID
           MOVE WK-GEN-DATE     TO SCH-SCHED-LINE-DT
           MOVE 'A'             TO SCH-SCHED-STATUS-CD

           EXEC SQL
              INSERT INTO BEDEF.TSCHFLI
                 (FLIGHT_NUMBER_ID, SCHED_LINE_DT, SCHED_STATUS_CD)
              VALUES
                 (:SCH-FLIGHT-NUMBER-ID, :SCH-SCHED-LINE-DT,
                  :SCH-SCHED-STATUS-CD)
           END-EXEC

           MOVE SQLCODE TO WK-UPD-SQLCODE

           EVALUATE WK-UPD-SQLCODE
              WHEN 0
                 ADD 1 TO WK-FLT-GENERATED
              WHEN -803
                 ADD 1 TO WK-FLT-EXISTING
              WHEN OTHER
                 SET YS-RUN-ABORTED TO TRUE
                 ADD 1 TO WK-COUNT-ERRORED
                 MOVE WK-UPD-SQLCODE TO WK-SQLCODE-DISPLAY
                 MOVE W-FLIGHT-NUMBER TO WK-RPT-FLIGHTNO
                 PERFORM 9955-TRANSLATE-SQLCODE

                 STRING 'ERRORED INSERTING ' WK-GEN-DATE
                        ' - INTERVAL ROLLED BACK - RUN ENDED - '
                        'SQLCODE = ' WK-SQLCODE-DISPLAY ' - '
                        WK-SQLCODE-TEXT
                 INTO WK-RPT-STATUS

                 EXEC SQL
                    ROLLBACK
                 END-EXEC

                 PERFORM 7100-WRITE-REPORT-LINE
           END-EVALUATE.

      **********************************************
       2300-REPORT-NO-SOURCE.
      **********************************************
      *    AN ACTIVE FLIGHT WITH NOTHING OPERATING IN THE SOURCE
      *    SEASON HAS NO PATTERN TO CARRY FORWARD. ON AN ALL-FLIGHTS
      *    RUN THESE ARE ONLY COUNTED - THEY ARE USUALLY FLIGHTS THAT
      *    DO NOT OPERATE THAT SEASON - BUT A FLIGHT ASKED FOR BY
      *    NAME IS ALWAYS REPORTED.
           ADD 1 TO WK-COUNT-NO-SOURCE

           IF WK-LIST-COUNT > 0
              MOVE W-FLIGHT-NUMBER TO WK-RPT-FLIGHTNO
              MOVE 'NO OPERATING LINES IN THE SOURCE RANGE - NOT '
                TO WK-RPT-STATUS
              MOVE 'ROLLED' TO WK-RPT-STATUS(46:)
              PERFORM 7100-WRITE-REPORT-LINE
           END-IF.

      **********************************************
       2400-REPORT-IRREGULAR.
      **********************************************
      *    THE DAY-BY-DAY DETAIL SHOWS LINES PLANNED OVER WEEKS IN
      *    RANGE FOR EACH DAY, SO SCHEDULING CAN SEE AT A GLANCE
      *    WHICH DAY BROKE THE PATTERN BEFORE KEYING IT ON FLTSCHID.
           ADD 1 TO WK-COUNT-IRREGULAR

           MOVE W-FLIGHT-NUMBER TO WK-RPT-FLIGHTNO

           STRING 'IRREGULAR - MANUAL REVIEW - PATTERN '
                  WK-DAYS-PATTERN ' - ' WK-IRREG-DETAIL
           INTO WK-RPT-STATUS

           PERFORM 7100-WRITE-REPORT-LINE.

      **********************************************
       3000-PRINT-SUMMARY.
      **********************************************
      *    LISTED FLIGHTS THE CURSOR NEVER REACHED ARE NOT ACTIVE ON
      *    TDEFFLI. ON A RESTARTED RUN THOSE AT OR BELOW THE RESTART
      *    KEY WERE DEALT WITH BY THE EARLIER RUN AND ARE SKIPPED.
           IF YS-END-OF-FLIGHTS
              PERFORM 3010-REPORT-UNSEEN-FLIGHT
                 VARYING WK-LIST-IDX FROM 1 BY 1
                   UNTIL WK-LIST-IDX > WK-LIST-COUNT
           END-IF

           MOVE SPACES TO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           MOVE SPACES TO RPT-OUT-RECORD
           STRING 'SOURCE RANGE . . . . . . . . . . : '
                  WK-SRC-FROM-DATE ' TO ' WK-SRC-TO-DATE
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           MOVE SPACES TO RPT-OUT-RECORD
           STRING 'TARGET RANGE . . . . . . . . . . : '
                  WK-TGT-FROM-DATE ' TO ' WK-TGT-TO-DATE
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           MOVE SPACES TO RPT-OUT-RECORD
           MOVE WK-COUNT-PROCESSED TO WK-COUNT-DISPLAY
           STRING 'FLIGHTS PROCESSED  . . . . . . . : ' WK-COUNT-DISPLAY
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           MOVE WK-COUNT-ROLLED TO WK-COUNT-DISPLAY
           STRING 'FLIGHTS ROLLED OVER  . . . . . . : ' WK-COUNT-DISPLAY
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           MOVE WK-COUNT-LINES-GENERATED TO WK-COUNT-DISPLAY
           STRING 'SCHEDULE LINES GENERATED . . . . : ' WK-COUNT-DISPLAY
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           MOVE WK-COUNT-LINES-EXISTING TO WK-COUNT-DISPLAY
           STRING 'DATES ALREADY ON FILE  . . . . . : ' WK-COUNT-DISPLAY
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           MOVE WK-COUNT-IRREGULAR TO WK-COUNT-DISPLAY
           STRING 'IRREGULAR - FOR MANUAL REVIEW  . : ' WK-COUNT-DISPLAY
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           MOVE WK-COUNT-NO-SOURCE TO WK-COUNT-DISPLAY
           STRING 'NO OPERATING LINES IN SOURCE . . : ' WK-COUNT-DISPLAY
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

           IF WK-LIST-COUNT > 0
              MOVE WK-COUNT-NOT-ACTIVE TO WK-COUNT-DISPLAY
              STRING 'LISTED FLIGHTS NOT ACTIVE  . . . : '
                     WK-COUNT-DISPLAY
              INTO RPT-OUT-RECORD
              WRITE RPT-OUT-RECORD
           END-IF

           MOVE WK-COUNT-ERRORED TO WK-COUNT-DISPLAY
           STRING 'ERRORED  . . . . . . . . . . . . : ' WK-COUNT-DISPLAY
           INTO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD

      *    THE LINES AND COUNTS ABOVE INCLUDE THE INTERVAL THAT WAS
      *    ROLLED BACK WHEN THE RUN ENDED - THE RESTART WILL
      *    REPROCESS IT.
           IF YS-RUN-ABORTED
              MOVE SPACES TO RPT-OUT-RECORD
              STRING 'RUN ENDED MID-INTERVAL - LAST INTERVAL'
                     ' ROLLED BACK - RERUN TO RESUME'
              INTO RPT-OUT-RECORD
              WRITE RPT-OUT-RECORD
           END-IF.

      **********************************************
       3010-REPORT-UNSEEN-FLIGHT.
      **********************************************
           IF WK-LIST-SEEN(WK-LIST-IDX) = 'N'
              AND WK-LIST-FLIGHT(WK-LIST-IDX) > WK-RESTART-KEY
              ADD 1 TO WK-COUNT-NOT-ACTIVE
              MOVE WK-LIST-FLIGHT(WK-LIST-IDX) TO WK-RPT-FLIGHTNO
              MOVE 'LISTED ON SYSIN BUT NOT AN ACTIVE FLIGHT ON '
                TO WK-RPT-STATUS
              MOVE 'TDEFFLI - NOT ROLLED' TO WK-RPT-STATUS(45:)
              PERFORM 7100-WRITE-REPORT-LINE
           END-IF.

      **********************************************
       7100-WRITE-REPORT-LINE.
      **********************************************
           WRITE RPT-OUT-RECORD FROM WK-RPT-LINE
           MOVE SPACES TO WK-RPT-STATUS.

      **********************************************
       9950-FATAL-ERROR.
      **********************************************
           DISPLAY 'FATAL ERROR IN ' WK-ERR-PARAGRAPH ' ' WK-ERR-DESC

           EXEC SQL
              ROLLBACK
           END-EXEC

           MOVE 'F' TO BRL-RUN-STATUS-CD
           PERFORM 9965-END-RUN-LEDGER

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
      *    IN = FLIGHTS PROCESSED, REJECT = FLIGHTS LEFT FOR MANUAL
      *    REVIEW (IRREGULAR OR NO OPERATING LINES IN THE SOURCE) PLUS
      *    ERRORED, APPLIED = SCHEDULE LINES GENERATED.
           MOVE WK-COUNT-PROCESSED TO BRL-COUNT-IN
           MOVE ZERO               TO BRL-COUNT-OUT
           COMPUTE BRL-COUNT-REJECT = WK-COUNT-IRREGULAR
                                    + WK-COUNT-NO-SOURCE
                                    + WK-COUNT-ERRORED
           MOVE WK-COUNT-LINES-GENERATED TO BRL-COUNT-APPLIED

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
      *    ON A CLEAN END THE CHECKPOINT ROW COMES OFF TBATCTL SO THE
      *    NEXT RUN STARTS FRESH; AFTER A PARAMETER ERROR NOTHING WAS
      *    PROCESSED AND ANY EXISTING CHECKPOINT IS LEFT FOR THE
      *    CORRECTED RERUN. THE FINAL COMMIT COVERS ANY TRAILING
      *    FLIGHTS LEFT UNCOMMITTED WHEN WK-COMMIT-INTERVAL IS ABOVE
      *    1, AND RIDES THE CHECKPOINT DELETE IN THE SAME UNIT OF
      *    WORK. AFTER AN ABORTED RUN THE INTERVAL IS ROLLED BACK
      *    INSTEAD, SO THE LAST GOOD CHECKPOINT STILL MATCHES THE
      *    DATABASE FOR THE RESTART.
           IF YS-END-OF-FLIGHTS AND NO-PARM-ERROR AND NO-RUN-ABORTED
              MOVE WK-JOB-NAME TO CTL-JOB-NAME

              EXEC SQL
                 DELETE FROM BEDEF.TBATCTL
                  WHERE JOB_NAME = :CTL-JOB-NAME
              END-EXEC
           END-IF

           IF YS-RUN-ABORTED
              EXEC SQL
                 ROLLBACK
              END-EXEC
           ELSE
              EXEC SQL
                 COMMIT
              END-EXEC
           END-IF

           IF YS-RUN-ABORTED OR YS-PARM-ERROR
              MOVE 'F' TO BRL-RUN-STATUS-CD
           ELSE
              MOVE 'C' TO BRL-RUN-STATUS-CD
           END-IF
           PERFORM 9965-END-RUN-LEDGER

           CLOSE RPT-OUT-FILE
           STOP RUN.
