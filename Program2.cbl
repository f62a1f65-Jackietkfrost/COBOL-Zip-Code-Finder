       01 WS-END-DATE              PIC X(8) VALUE "99999999".
      ****************************************************
      * PARSED FIELDS FROM ONE AUDIT LOG LINE:             *
      * COLS 1-14 TIMESTAMP, COLS 16-23 OPERATOR ID, COL   *
      * 25 ONWARD IS THE TRIMMED SEARCH TYPE FOLLOWED BY   *
      * THE SEARCH VALUE.  LINES LOGGED BEFORE OPERATOR    *
      * SIGN-ON HAVE NO OPERATOR ID AND CARRY THE TYPE AT  *
      * COL 16, SO THOSE ARE TRIED SECOND AND TALLIED      *
      * UNDER A BLANK OPERATOR.  THE TYPE IS RECOGNIZED BY *
      * MATCHING THE KNOWN TYPE NAMES AS A LEADING PREFIX. *
      ****************************************************
       01 WS-AUDIT-DATE            PIC X(8).
       01 WS-AUDIT-OPER            PIC X(8).
       01 WS-AUDIT-MONTH           PIC X(6).
       01 WS-AUDIT-TEXT            PIC X(65).
       01 WS-AUDIT-VALUE           PIC X(27).
           05 FILLER PIC X(20) VALUE "INTERFACE EXTRACT".
           05 FILLER PIC X(20) VALUE "ZIP4 MAINTENANCE".
           05 FILLER PIC X(20) VALUE "AREA CODE SEARCH".
           05 FILLER PIC X(20) VALUE "OPERATOR SIGN-ON".
           05 FILLER PIC X(20) VALUE "SIGN-ON REJECTED".
           05 FILLER PIC X(20) VALUE "HISTORY INQUIRY".
           05 FILLER PIC X(20) VALUE "ALIAS MAINTENANCE".
           05 FILLER PIC X(20) VALUE "BRANCH ASSIGNMENT".
           05 FILLER PIC X(20) VALUE "CUSTOMER DENSITY".
           05 FILLER PIC X(20) VALUE "CALL SCHEDULE".
           05 FILLER PIC X(20) VALUE "MASTER ROLLBACK".
       01 WS-KNOWN-TYPE-TABLE REDEFINES WS-KNOWN-TYPES.
           05 WS-KNOWN-TYPE OCCURS 22 TIMES PIC X(20).
       01 WS-TYPE-COUNT            PIC 9(2) VALUE 22.
      ****************************************************
      * TALLY TABLES: BY DAY, BY MONTH, BY TYPE, BY        *
      * OPERATOR AND TYPE, AND BY (TYPE, VALUE) FOR THE    *
      * TOP-N LISTS.                                       *
      ****************************************************
       01 WS-DAY-TALLY-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-DAY-TALLIES.
               10 WS-MONTH-DATE    PIC X(6).
               10 WS-MONTH-COUNT   PIC 9(5).
       01 WS-TYPE-TALLIES.
           05 WS-TYPE-TALLY OCCURS 22 TIMES PIC 9(5).
       01 WS-OPER-TALLY-MAX        PIC 9(3) VALUE 200.
       01 WS-OPER-TALLY-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-OPER-TALLIES.
           05 WS-OPER-TALLY OCCURS 200 TIMES INDEXED BY XO.
               10 WS-OPER-NAME     PIC X(8).
               10 WS-OPER-TOTAL    PIC 9(5).
               10 WS-OPER-TYPE-COUNT OCCURS 22 TIMES PIC 9(5).
       01 WS-OPER-LABEL            PIC X(8).
       01 WS-VALUE-TALLY-MAX       PIC 9(4) VALUE 3000.
       01 WS-VALUE-TALLY-COUNT     PIC 9(4) VALUE ZERO.
       01 WS-VALUE-TALLIES.
           ELSE
               ADD 1 TO WS-RECORDS-SELECTED
               MOVE WS-AUDIT-DATE(1:6) TO WS-AUDIT-MONTH
               MOVE AUDIT-LOG-RECORD(25:56) TO WS-AUDIT-TEXT
               PERFORM 210-MATCH-SEARCH-TYPE
               IF TYPE-MATCHED
                   MOVE AUDIT-LOG-RECORD(16:8) TO WS-AUDIT-OPER
               ELSE
                   MOVE SPACES TO WS-AUDIT-OPER
                   MOVE AUDIT-LOG-RECORD(16:65) TO WS-AUDIT-TEXT
                   PERFORM 210-MATCH-SEARCH-TYPE
               END-IF
               IF TYPE-MATCHED
                   ADD 1 TO WS-TYPE-TALLY(WS-TYPE-IX)
                   PERFORM 230-TALLY-VALUE
               END-IF
               PERFORM 220-TALLY-DAY-AND-MONTH
               PERFORM 240-TALLY-OPERATOR
           END-IF.

           210-MATCH-SEARCH-TYPE.
               END-IF
           END-IF.

           240-TALLY-OPERATOR.
           MOVE "N" TO WS-FOUND-SWITCH
          PERFORM VARYING XO FROM 1 BY 1
            UNTIL XO > WS-OPER-TALLY-COUNT
               OR TALLY-SLOT-FOUND
               IF WS-OPER-NAME(XO) = WS-AUDIT-OPER
                   SET TALLY-SLOT-FOUND TO TRUE
               END-IF
          END-PERFORM
           IF TALLY-SLOT-FOUND
               SET XO DOWN BY 1
           ELSE
               IF WS-OPER-TALLY-COUNT < WS-OPER-TALLY-MAX
                   ADD 1 TO WS-OPER-TALLY-COUNT
                   SET XO TO WS-OPER-TALLY-COUNT
                   MOVE WS-AUDIT-OPER TO WS-OPER-NAME(XO)
                   MOVE ZERO TO WS-OPER-TOTAL(XO)
          PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
            UNTIL WS-SCAN-POS > WS-TYPE-COUNT
               MOVE ZERO TO WS-OPER-TYPE-COUNT(XO, WS-SCAN-POS)
          END-PERFORM
                   SET TALLY-SLOT-FOUND TO TRUE
               END-IF
           END-IF
           IF TALLY-SLOT-FOUND
               ADD 1 TO WS-OPER-TOTAL(XO)
               IF TYPE-MATCHED
                   ADD 1 TO WS-OPER-TYPE-COUNT(XO, WS-TYPE-IX)
               END-IF
           END-IF.

           300-WRITE-REPORT.
           MOVE "ZIP SEARCH USAGE REPORT" TO USAGE-REPORT-RECORD
           WRITE USAGE-REPORT-RECORD
           WRITE USAGE-REPORT-RECORD
           PERFORM 310-WRITE-DAY-SECTION
           PERFORM 320-WRITE-TYPE-SECTION
           PERFORM 325-WRITE-OPERATOR-SECTION
           PERFORM 330-WRITE-TOP-VALUES
           PERFORM 340-WRITE-MONTH-SECTION
           IF VALUE-TABLE-FULL
               WRITE USAGE-REPORT-RECORD
          END-PERFORM.

           325-WRITE-OPERATOR-SECTION.
           MOVE SPACES TO USAGE-REPORT-RECORD
           WRITE USAGE-REPORT-RECORD
           MOVE "ACTIVITY BY OPERATOR" TO USAGE-REPORT-RECORD
           WRITE USAGE-REPORT-RECORD
          PERFORM VARYING XO FROM 1 BY 1
            UNTIL XO > WS-OPER-TALLY-COUNT
               IF WS-OPER-NAME(XO) = SPACES
                   MOVE "(NO ID)" TO WS-OPER-LABEL
               ELSE
                   MOVE WS-OPER-NAME(XO) TO WS-OPER-LABEL
               END-IF
               MOVE SPACES TO USAGE-REPORT-RECORD
               STRING "  " WS-OPER-LABEL "  " WS-OPER-TOTAL(XO)
                   " LOGGED ACTIONS"
                   DELIMITED BY SIZE INTO USAGE-REPORT-RECORD
               END-STRING
               WRITE USAGE-REPORT-RECORD
          PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
            UNTIL WS-TYPE-IX > WS-TYPE-COUNT
               IF WS-OPER-TYPE-COUNT(XO, WS-TYPE-IX) > ZERO
                   MOVE SPACES TO USAGE-REPORT-RECORD
                   STRING "      " WS-KNOWN-TYPE(WS-TYPE-IX) "  "
                       WS-OPER-TYPE-COUNT(XO, WS-TYPE-IX)
                       DELIMITED BY SIZE INTO USAGE-REPORT-RECORD
                   END-STRING
                   WRITE USAGE-REPORT-RECORD
               END-IF
          END-PERFORM
          END-PERFORM.

           330-WRITE-TOP-VALUES.
          PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
            UNTIL WS-TYPE-IX > WS-TYPE-COUNT
