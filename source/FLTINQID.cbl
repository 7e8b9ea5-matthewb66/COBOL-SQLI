          05 SW-FOUND-FLIGHTN         PIC X VALUE 'N'.
             88 YS-FOUND-FLIGHTN            VALUE 'Y'.
             88 NO-FOUND-FLIGHTN            VALUE 'N'.
          05 SW-MORE-ROWS             PIC X VALUE 'Y'.
             88 YS-MORE-ROWS                VALUE 'Y'.
             88 NO-MORE-ROWS                VALUE 'N'.

       01 WK-ERR-PARAGRAPH            PIC X(50) VALUE SPACES.
       01 WK-ERR-DESC                 PIC X(80) VALUE SPACES.
       01 WK-DIS-MSG                  PIC X(80) VALUE SPACES.
       01 W-FLIGHT-NUMBER             PIC X(10).
       01 WK-PENDING-COUNT            PIC S9(9) COMP VALUE ZERO.
       01 WK-CDS-LINK                 PIC X(9)  VALUE SPACES.
       01 WK-CDS-IDX                  PIC 9(2)  VALUE ZERO.

      *    THE FIRST FIVE ACTIVE MARKETING NUMBERS, IN CARRIER ORDER;
      *    A '+' IN THE LAST BYTE SAYS THERE ARE MORE ON FLTCDSID.
       01 WK-CDS-LIST.
          05 WK-CDS-LIST-LABEL        PIC X(9)  VALUE 'SOLD AS: '.
          05 WK-CDS-LIST-ENTRY        OCCURS 5 TIMES
                                      PIC X(10).
          05 WK-CDS-LIST-MORE         PIC X(1)  VALUE SPACE.

       COPY FLTENTM1.
       COPY BCEMSG01.
           MOVE FLIGHT-STATUS-CD     TO FENSTATO

           PERFORM 2200-CHECK-PENDING-UPDATES
           PERFORM 2300-LIST-CODESHARES

           EXEC CICS SEND
              MAP('FLTENTM1')
                   TO FENPNDO
           END-EVALUATE.

      **********************************************
       2300-LIST-CODESHARES.
      **********************************************
      *    PARTNERS SELL THE FLIGHT UNDER THEIR OWN NUMBERS - SHOW
      *    THE ACTIVE ONES SO THE OPERATOR SEES THE WHOLE CODESHARE
      *    PICTURE ALONGSIDE THE DEFINITION. WITHDRAWN LINKS ARE LEFT
      *    OUT; FLTCDSID SHOWS ANY SINGLE LINK IN FULL.
           MOVE SPACES TO WK-CDS-LIST-ENTRY(1) WK-CDS-LIST-ENTRY(2)
                          WK-CDS-LIST-ENTRY(3) WK-CDS-LIST-ENTRY(4)
                          WK-CDS-LIST-ENTRY(5)
           MOVE SPACE  TO WK-CDS-LIST-MORE
           MOVE ZERO   TO WK-CDS-IDX

           EXEC SQL
              DECLARE CDS_CSR CURSOR FOR
                 SELECT CDS_CARRIER_CD || ' ' || CDS_MKT_FLIGHT_NO
                   FROM BEDEF.TCDSFLI
                  WHERE FLIGHT_NUMBER_ID = :FLIGHT-NUMBER-ID
                    AND CDS_STATUS_CD    = 'A'
                  ORDER BY CDS_CARRIER_CD, CDS_MKT_FLIGHT_NO
           END-EXEC

           EXEC SQL
              OPEN CDS_CSR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '2300-LIST-CODESHARES' TO WK-ERR-PARAGRAPH
              MOVE SQLCODE TO WK-SQLCODE-DISPLAY

              STRING 'WITH SQLCODE = ' WK-SQLCODE-DISPLAY
              INTO WK-ERR-DESC

              PERFORM 9950-ERROR-MESSAGE
           END-IF

           SET YS-MORE-ROWS TO TRUE
           PERFORM 2310-FETCH-CODESHARE UNTIL NO-MORE-ROWS

           EXEC SQL
              CLOSE CDS_CSR
           END-EXEC

           IF WK-CDS-IDX > 0
              MOVE WK-CDS-LIST TO FENCDSO
           END-IF.

      **********************************************
       2310-FETCH-CODESHARE.
      **********************************************
           EXEC SQL
              FETCH CDS_CSR
                INTO :WK-CDS-LINK
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WK-CDS-IDX

                 IF WK-CDS-IDX > 5
                    MOVE '+' TO WK-CDS-LIST-MORE
                    SET NO-MORE-ROWS TO TRUE
                 ELSE
                    MOVE WK-CDS-LINK TO WK-CDS-LIST-ENTRY(WK-CDS-IDX)
                 END-IF
              WHEN 100
                 SET NO-MORE-ROWS TO TRUE
              WHEN OTHER
                 MOVE '2310-FETCH-CODESHARE' TO WK-ERR-PARAGRAPH
                 MOVE SQLCODE TO WK-SQLCODE-DISPLAY

                 STRING 'WITH SQLCODE = ' WK-SQLCODE-DISPLAY
                 INTO WK-ERR-DESC

                 PERFORM 9950-ERROR-MESSAGE
           END-EVALUATE.

      **********************************************
       0100-CHECK-AUTHORITY.
      **********************************************
