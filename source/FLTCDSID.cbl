       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLTCDSID.
       AUTHOR. SCW.

      ******************************************************************
      *    CODESHARE MARKETING FLIGHT MAINTENANCE - ADDS, CHANGES AND
      *    INQUIRES ON THE TCDSFLI LINKS BETWEEN A PARTNER CARRIER'S
      *    MARKETING FLIGHT NUMBER AND THE OPERATING FLIGHT ON TDEFFLI
      *    THAT THE PARTNER SELLS UNDER IT. SAME SINGLE-SCREEN A/C/I
      *    CONVENTION AS THE REFERENCE MAINTENANCE TRANSACTIONS.
      *
      *    AUTHORITY: I TO INQUIRE, U TO ADD A LINK OR CHANGE ITS
      *    OPERATING FLIGHT, W TO WITHDRAW OR RESTORE ONE (ANY CHANGE
      *    OF STATUS). A LINK IS NEVER PHYSICALLY REMOVED - WITHDRAWN
      *    LINKS STAY ON FILE SO THE NIGHTLY FLTEXTB DELTA CAN TELL
      *    DOWNSTREAM TO DROP THEM.
      *
      *    AN ACTIVE LINK MUST POINT AT AN ACTIVE OPERATING FLIGHT.
      *    THE REST OF THE SUITE KEEPS IT THAT WAY - FLTRNMID CARRIES
      *    THE LINKS TO THE NEW NUMBER, AND AN ACTIVE LINK BLOCKS THE
      *    OPERATING FLIGHT'S WITHDRAWAL UNTIL IT IS WITHDRAWN HERE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

       01 SWITCHES.
          05 SW-VALID-INPUT           PIC X VALUE 'N'.
             88 YS-VALID-INPUT              VALUE 'Y'.
             88 NO-VALID-INPUT              VALUE 'N'.
          05 SW-APPLY-ACTION          PIC X VALUE 'N'.
             88 YS-APPLY-ACTION             VALUE 'Y'.
             88 NO-APPLY-ACTION             VALUE 'N'.
          05 SW-VALID-ACTION          PIC X VALUE 'N'.
             88 YS-VALID-ACTION             VALUE 'Y'.
             88 NO-VALID-ACTION             VALUE 'N'.
          05 SW-VALID-CODE            PIC X VALUE 'N'.
             88 YS-VALID-CODE               VALUE 'Y'.
             88 NO-VALID-CODE               VALUE 'N'.
          05 SW-VALID-FIELDS          PIC X VALUE 'N'.
             88 YS-VALID-FIELDS             VALUE 'Y'.
             88 NO-VALID-FIELDS             VALUE 'N'.
          05 SW-VALID-FLIGHTNO        PIC X VALUE 'N'.
             88 YS-VALID-FLIGHTNO           VALUE 'Y'.
             88 NO-VALID-FLIGHTNO           VALUE 'N'.
          05 SW-FOUND-LINK            PIC X VALUE 'N'.
             88 YS-FOUND-LINK               VALUE 'Y'.
             88 NO-FOUND-LINK               VALUE 'N'.

       01 WK-ERR-PARAGRAPH            PIC X(50) VALUE SPACES.
       01 WK-ERR-DESC                 PIC X(80) VALUE SPACES.
       01 WK-DIS-MSG                  PIC X(80) VALUE SPACES.
       01 WK-ACTION                   PIC X(1)  VALUE SPACE.
       01 W-CARRIER-CD                PIC X(3)  VALUE SPACES.
       01 W-MKT-FLIGHT-NO             PIC X(5)  VALUE SPACES.
       01 W-FLIGHT-NUMBER             PIC X(10) VALUE SPACES.
       01 WK-LINK-KEY                 PIC X(10) VALUE SPACES.
       01 WK-NEW-STATUS               PIC X(1)  VALUE SPACE.
       01 WK-CDS-USERID               PIC X(8)  VALUE SPACES.
       01 WK-CODE-LEN                 PIC 9(2)  VALUE ZERO.
       01 WK-CODE-IDX                 PIC 9(2)  VALUE ZERO.
       01 WK-MKT-DIGITS               PIC 9(2)  VALUE ZERO.

       COPY FLTCDSM.
       COPY UPDCONFM1.
       COPY BCEMSG01.
       COPY ERRMSGM.
       COPY ERRVALI.
       COPY SQLMSGS.
       COPY ERRLOGR.
       COPY USRAUTHW.

       COPY DFHAID.
       COPY DFHBMSCA.

       EXEC SQL
          INCLUDE SQLCA
       END-EXEC

       EXEC SQL
          INCLUDE @TCDSFLI
       END-EXEC

       EXEC SQL
          INCLUDE @TDEFFLI
       END-EXEC

       EXEC SQL
          INCLUDE @TUSRAUTH
       END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
      **********************************************
           MOVE 'I' TO WK-AUTH-REQUIRED
           PERFORM 0100-CHECK-AUTHORITY

           PERFORM 1000-HOUSEKEEPING
           PERFORM 1050-VALIDATE-ACTION

           IF YS-VALID-ACTION
      *       ADDS AND CHANGES NEED ADD/CHANGE AUTHORITY -
      *       THE START-UP CHECK ONLY PROVED INQUIRE LEVEL.
              IF WK-ACTION = 'A' OR WK-ACTION = 'C'
                 MOVE 'U' TO WK-AUTH-REQUIRED
                 PERFORM 0100-CHECK-AUTHORITY
              END-IF

              PERFORM 1055-VALIDATE-KEY

              IF YS-VALID-CODE
                 EVALUATE WK-ACTION
                    WHEN 'A'
                       PERFORM 1070-VALIDATE-FIELDS
                       IF YS-VALID-FIELDS
                          PERFORM 2000-PROCESS-ADD
                       END-IF
                    WHEN 'C'
                       PERFORM 1100-FETCH-CURRENT-ROW
                       IF YS-FOUND-LINK
                          PERFORM 1070-VALIDATE-FIELDS
                          IF YS-VALID-FIELDS
                             PERFORM 2300-PROCESS-CHANGE
                          END-IF
                       END-IF
                    WHEN 'I'
                       PERFORM 2500-INQUIRE-LINK
                 END-EVALUATE
              END-IF
           END-IF

           PERFORM 9999-END-PROCESS.

      **********************************************
       1000-HOUSEKEEPING.
      **********************************************
      *    THE OPERATOR KEYS THE ACTION (A/C/I), THE PARTNER CARRIER
      *    AND MARKETING NUMBER, AND ON AN ADD OR CHANGE THE
      *    OPERATING FLIGHT AND STATUS, IN ONE PASS.
           INITIALIZE FLTCDSM1
                REPLACING ALPHABETIC DATA BY SPACES

           EXEC CICS SEND
              MAP('FLTCDSM1')
              MAPSET('FLTCDS01')
              ERASE
           END-EXEC

           EXEC CICS RECEIVE
              MAP('FLTCDSM1')
              MAPSET('FLTCDS01')
              INTO(FLTCDSM1)
           END-EXEC

           MOVE FUNCTION UPPER-CASE(FCSACTNI) TO WK-ACTION
           MOVE FUNCTION UPPER-CASE(FCSCARRI) TO W-CARRIER-CD
           MOVE FUNCTION UPPER-CASE(FCSMKTNI) TO W-MKT-FLIGHT-NO
           MOVE FUNCTION UPPER-CASE(FCSOPFLI) TO W-FLIGHT-NUMBER.

      **********************************************
       1050-VALIDATE-ACTION.
      **********************************************
           SET NO-VALID-ACTION TO TRUE

           IF WK-ACTION = 'A' OR WK-ACTION = 'C' OR WK-ACTION = 'I'
              SET YS-VALID-ACTION TO TRUE
           ELSE
              STRING 'ENTER A VALID ACTION - A (ADD), C (CHANGE)'
                     ' OR I (INQUIRE)'
              INTO WK-DIS-MSG

              PERFORM 7100-DISPLAY-RESULT
           END-IF.

      **********************************************
       1055-VALIDATE-KEY.
      **********************************************
      *    PARTNER CARRIERS ARE TWO OR THREE UPPER-CASE LETTERS OR
      *    DIGITS (IATA OR ICAO DESIGNATOR), LEFT-JUSTIFIED. A SPACE
      *    IS CHECKED FOR EXPLICITLY - IT PASSES ALPHABETIC-UPPER.
           SET YS-VALID-CODE TO TRUE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(W-CARRIER-CD))
             TO WK-CODE-LEN

           IF W-CARRIER-CD = SPACES OR W-CARRIER-CD(1:1) = SPACE
              OR WK-CODE-LEN < 2
              SET NO-VALID-CODE TO TRUE
           ELSE
              PERFORM VARYING WK-CODE-IDX FROM 1 BY 1
                      UNTIL WK-CODE-IDX > WK-CODE-LEN
                         OR NO-VALID-CODE

                 IF W-CARRIER-CD(WK-CODE-IDX:1) = SPACE
                    OR (W-CARRIER-CD(WK-CODE-IDX:1) NOT NUMERIC
                        AND W-CARRIER-CD(WK-CODE-IDX:1)
                            NOT ALPHABETIC-UPPER)
                    SET NO-VALID-CODE TO TRUE
                 END-IF
              END-PERFORM
           END-IF

           IF NO-VALID-CODE
              STRING 'PARTNER CARRIER MUST BE TWO OR THREE LETTERS '
                     'OR DIGITS'
              INTO WK-DIS-MSG

              PERFORM 7100-DISPLAY-RESULT
           ELSE
              PERFORM 1058-VALIDATE-MKT-FLIGHTNO
           END-IF

           IF YS-VALID-CODE
              MOVE SPACES TO WK-LINK-KEY
              STRING W-CARRIER-CD    DELIMITED BY SPACE
                     ' '             DELIMITED BY SIZE
                     W-MKT-FLIGHT-NO DELIMITED BY SPACE
                INTO WK-LINK-KEY
           END-IF.

      **********************************************
       1058-VALIDATE-MKT-FLIGHTNO.
      **********************************************
      *    A MARKETING NUMBER IS ONE TO FOUR DIGITS, OPTIONALLY
      *    FOLLOWED BY A SINGLE LETTER SUFFIX, LEFT-JUSTIFIED - KEPT
      *    EXACTLY AS THE PARTNER PUBLISHES IT, LEADING ZEROS AND ALL.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(W-MKT-FLIGHT-NO))
             TO WK-CODE-LEN

           IF W-MKT-FLIGHT-NO = SPACES OR W-MKT-FLIGHT-NO(1:1) = SPACE
              SET NO-VALID-CODE TO TRUE
           ELSE
              MOVE WK-CODE-LEN TO WK-MKT-DIGITS

              IF W-MKT-FLIGHT-NO(WK-CODE-LEN:1) ALPHABETIC-UPPER
                 SUBTRACT 1 FROM WK-MKT-DIGITS
              END-IF

              IF WK-MKT-DIGITS < 1 OR WK-MKT-DIGITS > 4
                 SET NO-VALID-CODE TO TRUE
              ELSE
                 IF W-MKT-FLIGHT-NO(1:WK-MKT-DIGITS) NOT NUMERIC
                    SET NO-VALID-CODE TO TRUE
                 END-IF
              END-IF
           END-IF

           IF NO-VALID-CODE
              STRING 'MARKETING FLIGHT NUMBER MUST BE 1 TO 4 DIGITS '
                     'AND AN OPTIONAL LETTER'
              INTO WK-DIS-MSG

              PERFORM 7100-DISPLAY-RESULT
           END-IF.

      **********************************************
       1060-VALIDATE-FLIGHTNO.
      **********************************************
      *    SAME EDIT AS THE FLIGHT MAINTENANCE SCREENS - TRIM STRAY
      *    CHARACTERS AND CONFIRM THE OPERATING FLIGHT IS A PLAUSIBLE
      *    FLIGHT NUMBER BEFORE IT IS USED IN ANY SQL.
           SET NO-VALID-FLIGHTNO TO TRUE
           MOVE SPACES TO WK-FLIGHTNO-TRIMMED

           MOVE FUNCTION TRIM(W-FLIGHT-NUMBER) TO WK-FLIGHTNO-TRIMMED
           MOVE FUNCTION LENGTH(FUNCTION TRIM(W-FLIGHT-NUMBER))
             TO WK-FLIGHTNO-LEN

           IF WK-FLIGHTNO-LEN < WK-FLIGHTNO-MIN-LEN
              OR WK-FLIGHTNO-LEN > WK-FLIGHTNO-MAX-LEN
              OR WK-FLIGHTNO-TRIMMED = SPACES
              STRING 'INVALID OPERATING FLIGHT NUMBER LENGTH ENTERED'
              INTO WK-DIS-MSG

              PERFORM 7100-DISPLAY-RESULT
           ELSE
              PERFORM 1065-CHECK-FLIGHTNO-CHARS

              IF YS-VALID-FLIGHTNO
                 MOVE WK-FLIGHTNO-TRIMMED TO W-FLIGHT-NUMBER
              ELSE
                 STRING 'OPERATING FLIGHT NUMBER CONTAINS INVALID '
                        'CHARACTERS'
                 INTO WK-DIS-MSG

                 PERFORM 7100-DISPLAY-RESULT
              END-IF
           END-IF.

      **********************************************
       1065-CHECK-FLIGHTNO-CHARS.
      **********************************************
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
           END-PERFORM.

      **********************************************
       1070-VALIDATE-FIELDS.
      **********************************************
      *    AN ADD NEEDS THE OPERATING FLIGHT AND IS ALWAYS ACTIVE
      *    (STATUS BLANK OR 'A'). ON A CHANGE A BLANK OPERATING
      *    FLIGHT OR STATUS KEEPS THE CURRENT VALUE STILL HELD FROM
      *    1100-FETCH-CURRENT-ROW. WHATEVER THE LINK WILL POINT AT
      *    MUST BE AN ACTIVE FLIGHT IF THE LINK ITSELF IS TO BE
      *    ACTIVE; A LINK BEING WITHDRAWN IS NOT HELD UP BY THAT.
           SET YS-VALID-FIELDS TO TRUE
           MOVE FUNCTION UPPER-CASE(FCSSTATI) TO FCSSTATI

           IF WK-ACTION = 'A'
              MOVE 'A' TO WK-NEW-STATUS

              IF FCSSTATI NOT = SPACES AND FCSSTATI NOT = 'A'
                 SET NO-VALID-FIELDS TO TRUE

                 STRING 'STATUS MUST BE BLANK OR A - NEW CODESHARE '
                        'LINKS ARE ALWAYS ADDED ACTIVE'
                 INTO WK-DIS-MSG

                 PERFORM 7100-DISPLAY-RESULT
              END-IF

              IF YS-VALID-FIELDS AND W-FLIGHT-NUMBER = SPACES
                 SET NO-VALID-FIELDS TO TRUE

                 STRING 'OPERATING FLIGHT NUMBER IS REQUIRED'
                 INTO WK-DIS-MSG

                 PERFORM 7100-DISPLAY-RESULT
              END-IF
           ELSE
              MOVE CDS-STATUS-CD TO WK-NEW-STATUS

              IF FCSSTATI NOT = SPACES
                 MOVE FCSSTATI TO WK-NEW-STATUS
              END-IF

              IF FCSSTATI NOT = SPACES
                 AND FCSSTATI NOT = 'A' AND FCSSTATI NOT = 'W'
                 SET NO-VALID-FIELDS TO TRUE

                 STRING 'STATUS MUST BE BLANK, A (ACTIVE) OR '
                        'W (WITHDRAWN)'
                 INTO WK-DIS-MSG

                 PERFORM 7100-DISPLAY-RESULT
              END-IF

              IF W-FLIGHT-NUMBER = SPACES
                 MOVE CDS-FLIGHT-NUMBER-ID TO W-FLIGHT-NUMBER
              END-IF
           END-IF

           IF YS-VALID-FIELDS
              PERFORM 1060-VALIDATE-FLIGHTNO

              IF NO-VALID-FLIGHTNO
                 SET NO-VALID-FIELDS TO TRUE
              END-IF
           END-IF

           IF YS-VALID-FIELDS AND WK-NEW-STATUS = 'A'
              PERFORM 1080-CHECK-OPERATING-FLIGHT
           END-IF.

      **********************************************
       1080-CHECK-OPERATING-FLIGHT.
      **********************************************
           MOVE W-FLIGHT-NUMBER TO FLIGHT-NUMBER-ID

           EXEC SQL
              SELECT FLIGHT_STATUS_CD
                INTO :FLIGHT-STATUS-CD
                FROM BEDEF.TDEFFLI
               WHERE FLIGHT_NUMBER_ID = :FLIGHT-NUMBER-ID
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 IF FLIGHT-STATUS-CD NOT = 'A'
                    SET NO-VALID-FIELDS TO TRUE

                    STRING 'OPERATING FLIGHT ' W-FLIGHT-NUMBER
                           ' IS WITHDRAWN - CANNOT CARRY AN ACTIVE '
                           'LINK'
                    INTO WK-DIS-MSG

                    PERFORM 7100-DISPLAY-RESULT
                 END-IF
              WHEN 100
                 SET NO-VALID-FIELDS TO TRUE

                 STRING 'OPERATING FLIGHT ' W-FLIGHT-NUMBER
                        ' NOT FOUND IN DATABASE'
                 INTO WK-DIS-MSG

                 PERFORM 7100-DISPLAY-RESULT
              WHEN OTHER
                 MOVE '1080-CHECK-OPERATING-FLIGHT' TO WK-ERR-PARAGRAPH
                 MOVE SQLCODE TO WK-SQLCODE-DISPLAY

                 STRING 'WITH SQLCODE = ' WK-SQLCODE-DISPLAY
                 INTO WK-ERR-DESC

                 PERFORM 9950-ERROR-MESSAGE
           END-EVALUATE.

      **********************************************
       1100-FETCH-CURRENT-ROW.
      **********************************************
           SET NO-FOUND-LINK TO TRUE
           MOVE W-CARRIER-CD    TO CDS-CARRIER-CD
           MOVE W-MKT-FLIGHT-NO TO CDS-MKT-FLIGHT-NO

           EXEC SQL
              SELECT FLIGHT_NUMBER_ID, CDS_STATUS_CD,
                     CDS_LAST_UPD_USERID, CDS_LAST_UPD_TS
                INTO :CDS-FLIGHT-NUMBER-ID, :CDS-STATUS-CD,
                     :CDS-LAST-UPD-USERID, :CDS-LAST-UPD-TS
                FROM BEDEF.TCDSFLI
               WHERE CDS_CARRIER_CD    = :CDS-CARRIER-CD
                 AND CDS_MKT_FLIGHT_NO = :CDS-MKT-FLIGHT-NO
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 SET YS-FOUND-LINK TO TRUE
              WHEN 100
                 STRING 'CODESHARE ' WK-LINK-KEY
                        ' NOT FOUND ON THE CODESHARE TABLE'
                 INTO WK-DIS-MSG

                 PERFORM 7100-DISPLAY-RESULT
              WHEN OTHER
                 MOVE '1100-FETCH-CURRENT-ROW' TO WK-ERR-PARAGRAPH
                 MOVE SQLCODE TO WK-SQLCODE-DISPLAY

                 STRING 'WITH SQLCODE = ' WK-SQLCODE-DISPLAY
                 INTO WK-ERR-DESC

                 PERFORM 9950-ERROR-MESSAGE
           END-EVALUATE.

      **********************************************
       2000-PROCESS-ADD.
      **********************************************
           SET NO-VALID-INPUT TO TRUE
           PERFORM 2100-CONFIRM-ACTION UNTIL YS-VALID-INPUT

           IF YS-APPLY-ACTION THEN
              PERFORM 2200-ADD-LINK
           END-IF.

      **********************************************
       2100-CONFIRM-ACTION.
      **********************************************
           INITIALIZE UPDCONFM1
           MOVE WK-LINK-KEY     TO CONFFLIGHNO
           MOVE SPACES          TO CONFCONFIRI

      *    DELETE REASON CODE DOES NOT APPLY TO CODESHARE LINKS -
      *    DARKEN AND PROTECT THE FIELD RATHER THAN LEAVE AN UNUSED
      *    INPUT ON THE SHARED CONFIRMATION SCREEN.
           MOVE DFHBMDAR        TO CONFREASNA

           EXEC CICS SEND
              MAP('UPDCONFM1')
              MAPSET('UPDCONF01')
              FROM (UPDCONFM1)
           END-EXEC

           EXEC CICS RECEIVE
              MAP('UPDCONFM1')
              MAPSET('UPDCONF01')
              INTO(UPDCONFM1)
           END-EXEC

           IF CONFCONFIRI = 'Y' THEN
              SET YS-APPLY-ACTION            TO TRUE
              SET YS-VALID-INPUT             TO TRUE
           ELSE
              IF CONFCONFIRI = 'N' THEN
                 SET NO-APPLY-ACTION        TO TRUE
                 SET YS-VALID-INPUT         TO TRUE

                 STRING 'UPDATE OF ' CONFFLIGHNO
                        ' WAS ABORTED'
                 INTO WK-DIS-MSG

                 PERFORM 7100-DISPLAY-RESULT
              ELSE
                 SET NO-VALID-INPUT TO TRUE

                 STRING 'UNEXPECTED RESPONSE ' CONFCONFIRI
                     '. ENTER Y (YES) OR N (NO)'
                 INTO WK-DIS-MSG

                 PERFORM 7100-DISPLAY-RESULT
              END-IF
           END-IF.

      **********************************************
       2200-ADD-LINK.
      **********************************************
      *    HOST-VARIABLE VALUES CLAUSE - NEW LINKS ARE ALWAYS ADDED
      *    ACTIVE ('A'); DROPPING ONE IS A CHANGE TO STATUS 'W'.
      *    A MARKETING NUMBER ALREADY ON FILE, EVEN WITHDRAWN, IS
      *    REFUSED - IT IS RESTORED OR REPOINTED WITH A CHANGE.
           EXEC CICS ASSIGN
              USERID(WK-CDS-USERID)
           END-EXEC

           MOVE W-CARRIER-CD       TO CDS-CARRIER-CD
           MOVE W-MKT-FLIGHT-NO    TO CDS-MKT-FLIGHT-NO
           MOVE W-FLIGHT-NUMBER    TO CDS-FLIGHT-NUMBER-ID
           MOVE 'A'                TO CDS-STATUS-CD
           MOVE WK-CDS-USERID      TO CDS-LAST-UPD-USERID

           EXEC SQL
              INSERT INTO BEDEF.TCDSFLI
                 (CDS_CARRIER_CD, CDS_MKT_FLIGHT_NO, FLIGHT_NUMBER_ID,
                  CDS_STATUS_CD, CDS_LAST_UPD_USERID, CDS_LAST_UPD_TS)
              VALUES
                 (:CDS-CARRIER-CD, :CDS-MKT-FLIGHT-NO,
                  :CDS-FLIGHT-NUMBER-ID, :CDS-STATUS-CD,
                  :CDS-LAST-UPD-USERID, CURRENT TIMESTAMP)
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 STRING 'CODESHARE ' WK-LINK-KEY
                        ' ADDED ON FLIGHT ' W-FLIGHT-NUMBER
                 INTO WK-DIS-MSG

                 PERFORM 7100-DISPLAY-RESULT
              WHEN -803
                 STRING 'CODESHARE ' WK-LINK-KEY
                        ' ALREADY EXISTS - USE C TO CHANGE IT'
                 INTO WK-DIS-MSG

                 PERFORM 7100-DISPLAY-RESULT
              WHEN OTHER
                 MOVE '2200-ADD-LINK' TO WK-ERR-PARAGRAPH
                 MOVE SQLCODE TO WK-SQLCODE-DISPLAY

                 STRING 'WITH SQLCODE = ' WK-SQLCODE-DISPLAY
                 INTO WK-ERR-DESC

                 PERFORM 9950-ERROR-MESSAGE
           END-EVALUATE.

      **********************************************
       2300-PROCESS-CHANGE.
      **********************************************
      *    WITHDRAWING OR RESTORING A LINK IS A WITHDRAW/RESTORE
      *    LEVEL ACTION, THE SAME AS IT IS FOR THE FLIGHT ITSELF -
      *    THE START-UP CHECK ONLY PROVED ADD/CHANGE LEVEL.
           IF WK-NEW-STATUS NOT = CDS-STATUS-CD
              MOVE 'W' TO WK-AUTH-REQUIRED
              PERFORM 0100-CHECK-AUTHORITY
           END-IF

           SET NO-VALID-INPUT TO TRUE
           PERFORM 2100-CONFIRM-ACTION UNTIL YS-VALID-INPUT

           IF YS-APPLY-ACTION THEN
              PERFORM 2400-CHANGE-LINK
           END-IF.

      **********************************************
       2400-CHANGE-LINK.
      **********************************************
           EXEC CICS ASSIGN
              USERID(WK-CDS-USERID)
           END-EXEC

           MOVE W-CARRIER-CD       TO CDS-CARRIER-CD
           MOVE W-MKT-FLIGHT-NO    TO CDS-MKT-FLIGHT-NO
           MOVE W-FLIGHT-NUMBER    TO CDS-FLIGHT-NUMBER-ID
           MOVE WK-NEW-STATUS      TO CDS-STATUS-CD
           MOVE WK-CDS-USERID      TO CDS-LAST-UPD-USERID

           EXEC SQL
              UPDATE BEDEF.TCDSFLI
                 SET FLIGHT_NUMBER_ID    = :CDS-FLIGHT-NUMBER-ID,
                     CDS_STATUS_CD       = :CDS-STATUS-CD,
                     CDS_LAST_UPD_USERID = :CDS-LAST-UPD-USERID,
                     CDS_LAST_UPD_TS     = CURRENT TIMESTAMP
               WHERE CDS_CARRIER_CD    = :CDS-CARRIER-CD
                 AND CDS_MKT_FLIGHT_NO = :CDS-MKT-FLIGHT-NO
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 STRING 'CODESHARE ' WK-LINK-KEY
                        ' CHANGED SUCCESSFULLY'
                 INTO WK-DIS-MSG

                 PERFORM 7100-DISPLAY-RESULT
              WHEN 100
                 STRING 'CODESHARE ' WK-LINK-KEY
                        ' NOT FOUND ON THE CODESHARE TABLE'
                 INTO WK-DIS-MSG

                 PERFORM 7100-DISPLAY-RESULT
              WHEN OTHER
                 MOVE '2400-CHANGE-LINK' TO WK-ERR-PARAGRAPH
                 MOVE SQLCODE TO WK-SQLCODE-DISPLAY

                 STRING 'WITH SQLCODE = ' WK-SQLCODE-DISPLAY
                 INTO WK-ERR-DESC

                 PERFORM 9950-ERROR-MESSAGE
           END-EVALUATE.

      **********************************************
       2500-INQUIRE-LINK.
      **********************************************
      *    READ-ONLY LOOKUP - NO CONFIRMATION STEP IS NEEDED SINCE
      *    NOTHING IS BEING CHANGED. A FLIGHT'S FULL LIST OF
      *    MARKETING NUMBERS IS SHOWN ON THE FLTINQID INQUIRY.
           PERFORM 1100-FETCH-CURRENT-ROW

           IF YS-FOUND-LINK
              MOVE WK-ACTION             TO FCSACTNO
              MOVE W-CARRIER-CD          TO FCSCARRO
              MOVE W-MKT-FLIGHT-NO       TO FCSMKTNO
              MOVE CDS-FLIGHT-NUMBER-ID  TO FCSOPFLO
              MOVE CDS-STATUS-CD         TO FCSSTATO

              STRING 'LAST CHANGED BY ' CDS-LAST-UPD-USERID
                     ' AT ' CDS-LAST-UPD-TS
              INTO FCSLUPDO

              EXEC CICS SEND
                 MAP('FLTCDSM1')
                 MAPSET('FLTCDS01')
                 FROM (FLTCDSM1)
              END-EXEC
           END-IF.

      **********************************************
       0100-CHECK-AUTHORITY.
      **********************************************
      *    EVERY TASK CHECKS THE SIGNED-ON USER'S AUTHORITY LEVEL ON
      *    TUSRAUTH BEFORE DOING ANYTHING ELSE. LEVELS ARE RANKED
      *    I (INQUIRE) < U (ADD/CHANGE) < W (WITHDRAW/RESTORE)
      *    < A (ADMINISTRATOR); A USER NOT ON THE TABLE HAS NO
      *    AUTHORITY AT ALL. A REFUSAL IS LOGGED TO SCWL THE SAME
      *    WAY A FATAL ERROR IS, SO SECURITY CAN REVIEW ATTEMPTS.
           SET NO-AUTH-OK TO TRUE
           MOVE SPACE TO WK-AUTH-LEVEL

           EXEC CICS ASSIGN
              USERID(WK-AUTH-USERID)
           END-EXEC

           MOVE WK-AUTH-USERID TO UA-USER-ID

           EXEC SQL
              SELECT AUTH_LEVEL_CD
                INTO :UA-AUTH-LEVEL-CD
                FROM BEDEF.TUSRAUTH
               WHERE USER_ID = :UA-USER-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE UA-AUTH-LEVEL-CD TO WK-AUTH-LEVEL
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE '0100-CHECK-AUTHORITY' TO WK-ERR-PARAGRAPH
                 MOVE SQLCODE TO WK-SQLCODE-DISPLAY

                 STRING 'WITH SQLCODE = ' WK-SQLCODE-DISPLAY
                 INTO WK-ERR-DESC

                 PERFORM 9950-ERROR-MESSAGE
           END-EVALUATE

           PERFORM 0110-RANK-AUTH-LEVELS

           IF WK-AUTH-RANK >= WK-AUTH-REQUIRED-RANK
              AND WK-AUTH-RANK > 0
              SET YS-AUTH-OK TO TRUE
           ELSE
              PERFORM 0120-REFUSE-AUTHORITY
           END-IF.

      **********************************************
       0110-RANK-AUTH-LEVELS.
      **********************************************
           EVALUATE WK-AUTH-LEVEL
              WHEN 'I'
                 MOVE 1 TO WK-AUTH-RANK
              WHEN 'U'
                 MOVE 2 TO WK-AUTH-RANK
              WHEN 'W'
                 MOVE 3 TO WK-AUTH-RANK
              WHEN 'A'
                 MOVE 4 TO WK-AUTH-RANK
              WHEN OTHER
                 MOVE 0 TO WK-AUTH-RANK
           END-EVALUATE

           EVALUATE WK-AUTH-REQUIRED
              WHEN 'I'
                 MOVE 1 TO WK-AUTH-REQUIRED-RANK
              WHEN 'U'
                 MOVE 2 TO WK-AUTH-REQUIRED-RANK
              WHEN 'W'
                 MOVE 3 TO WK-AUTH-REQUIRED-RANK
              WHEN 'A'
                 MOVE 4 TO WK-AUTH-REQUIRED-RANK
              WHEN OTHER
                 MOVE 9 TO WK-AUTH-REQUIRED-RANK
           END-EVALUATE.

      **********************************************
       0120-REFUSE-AUTHORITY.
      **********************************************
      *    THE REFUSAL GOES TO SCWL IN THE SAME RECORD THE FATAL
      *    ERRORS USE - THE KEY FIELD CARRIES THE USERID AND THE
      *    PARAGRAPH FIELD NAMES THE LEVEL THAT WAS REQUIRED - SO
      *    THE NIGHTLY DRAIN PUTS IT IN FRONT OF SECURITY WITHOUT
      *    ANY NEW PLUMBING.
           MOVE 'FLTCDSID' TO WK-ERRLOG-PROGRAM
           MOVE SPACES  TO WK-ERRLOG-PARAGRAPH

           STRING 'AUTHORITY REFUSED - LEVEL ' WK-AUTH-REQUIRED
                  ' REQUIRED'
           INTO WK-ERRLOG-PARAGRAPH

           MOVE WK-AUTH-USERID  TO WK-ERRLOG-FLIGHTNO
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
           END-EXEC

           INITIALIZE BCERSLM1

           STRING 'USERID ' WK-AUTH-USERID
                  ' IS NOT AUTHORISED FOR THIS TRANSACTION'
           INTO RETMSG01O

           EXEC CICS SEND
                MAP('BCERSLM1')
                MAPSET('BCEMSG01')
                FROM (BCERSLM1)
                ERASE
           END-EXEC

           EXEC CICS RETURN
           END-EXEC.

      **********************************************
       7100-DISPLAY-RESULT.
      **********************************************
           INITIALIZE BCERSLM1

           MOVE WK-DIS-MSG     TO RETMSG01O

           EXEC CICS SEND
                MAP('BCERSLM1')
                MAPSET('BCEMSG01')
                FROM (BCERSLM1)
           END-EXEC.

      **********************************************
       9950-ERROR-MESSAGE.
      **********************************************
           INITIALIZE ERRMSGM1
           PERFORM 9955-TRANSLATE-SQLCODE

           STRING  'FATAL ERROR IN ' WK-ERR-PARAGRAPH
                   ' ' WK-ERR-DESC
                   ' - ' WK-SQLCODE-TEXT
           INTO ERRMSG01O

           EXEC CICS SEND
                MAP('ERRMSGM1')
                MAPSET('ERRMSG01')
                FROM (ERRMSGM1)
           END-EXEC

           PERFORM 9960-WRITE-ERROR-LOG

           PERFORM 9999-END-PROCESS.

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
       9960-WRITE-ERROR-LOG.
      **********************************************
      *    SAME ERROR LOG AS THE FLIGHT MAINTENANCE SUITE - ONE ENTRY
      *    PER FATAL ERROR ON TD QUEUE SCWL. THE KEY FIELD CARRIES THE
      *    CARRIER AND MARKETING NUMBER UNDER MAINTENANCE.
           MOVE 'FLTCDSID'      TO WK-ERRLOG-PROGRAM
           MOVE WK-ERR-PARAGRAPH    TO WK-ERRLOG-PARAGRAPH
           MOVE WK-LINK-KEY         TO WK-ERRLOG-FLIGHTNO
           MOVE WK-SQLCODE-DISPLAY  TO WK-ERRLOG-SQLCODE

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
       9999-END-PROCESS.
      **********************************************
           EXEC CICS RETURN
           END-EXEC.
