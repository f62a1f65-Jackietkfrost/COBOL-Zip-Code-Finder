      * Project: ZIP CODE FINDER    *
      * MASTER GENERATION COMPARE   *
      * REPORT FOR VENDOR REFRESHES *
      * AND PENDING-UPDATE QUEUE    *
      *******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "C:\COBOL\zip_compare_report.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
           SELECT PENDING-UPDATE-FILE
               ASSIGN TO "C:\COBOL\zip_pending_updates.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL
                FILE STATUS IS WS-PEND-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPARE-REPORT-FILE.
       01 COMPARE-REPORT-RECORD    PIC X(110).

      * SAME LAYOUT ZIPCODES USES FOR ITS PENDING UPDATES.
       FD  PENDING-UPDATE-FILE.
       01 PENDING-UPDATE-RECORD.
           05 PEND-STATUS      PIC X(1).
           05 PEND-ACTION-CODE PIC X(1).
           05 PEND-ZIP-CODE    PIC 9(5).
           05 PEND-PLACE-NAME  PIC X(23).
           05 PEND-STATE-NAME  PIC X(16).
           05 PEND-STATE-CODE  PIC X(3).
           05 PEND-COUNTY-NAME PIC X(27).
           05 PEND-LAT         PIC X(6).
           05 PEND-LON         PIC X(8).
           05 PEND-ENTRY-INITS PIC X(3).
           05 PEND-ENTRY-DATE  PIC X(8).
           05 PEND-REVIEW-INITS PIC X(3).
           05 PEND-REVIEW-DATE PIC X(8).
           05 PEND-ENTRY-OPER  PIC X(8).
           05 PEND-REVIEW-OPER PIC X(8).
           05 PEND-REASON-CODE PIC X(1).

       WORKING-STORAGE SECTION.
      ****************************************************
      * THE TWO GENERATIONS TO COMPARE.  BLANK INPUT AT    *
       01 WS-GRAND-ADDS            PIC 9(5) VALUE ZERO.
       01 WS-GRAND-CHGS            PIC 9(5) VALUE ZERO.
       01 WS-GRAND-DELS            PIC 9(5) VALUE ZERO.
      ****************************************************
      * OPTIONAL PENDING-UPDATE QUEUE.  WHEN REQUESTED,    *
      * EVERY DIFFERENCE IS ALSO APPENDED TO THE ZIPCODES  *
      * PENDING-UPDATES FILE FOR SUPERVISOR REVIEW (MENU   *
      * OPTION 16) INSTEAD OF BEING REKEYED.  RECORDS GO   *
      * IN AS STATUS P WITH ENTRY INITIALS "VND", USER ID  *
      * ZIPCOMPR, AND A REASON CODE:                       *
      *   N - NEW ZIP            R - CITY RENAME           *
      *   C - COUNTY CHANGE      G - COORDINATE SHIFT      *
      *   D - VENDOR DROP        O - OTHER FIELD CHANGE    *
      * A ZIP THAT ALREADY HAS A STATUS P UPDATE WAITING   *
      * IS NOT QUEUED AGAIN, AND THE FILE IS NOT GROWN     *
      * PAST THE 5000 RECORDS ZIPCODES CAN REVIEW.         *
      ****************************************************
       01 WS-QUEUE-ANSWER          PIC X VALUE "N".
           88 QUEUE-PENDING-UPDATES VALUE "Y" "y".
       01 WS-PEND-FILE-STATUS      PIC X(02).
       01 WS-PEND-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-PENDING-FILE  VALUE "Y".
       01 WS-PEND-MAX-RECORDS      PIC 9(4) VALUE 5000.
       01 WS-PEND-ON-FILE          PIC 9(4) VALUE ZERO.
       01 WS-VENDOR-INITS          PIC X(3) VALUE "VND".
       01 WS-VENDOR-OPER           PIC X(8) VALUE "ZIPCOMPR".
       01 WS-RUN-TIMESTAMP         PIC X(21).
       01 WS-PEND-ZIP-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-PEND-ZIP-AREA.
           05 WS-PEND-ZIP OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-PEND-ZIP-COUNT
                   ASCENDING KEY IS PEND-ZIP-KEY
                   INDEXED BY XP.
               10 PEND-ZIP-KEY     PIC 9(5).
       01 WS-PEND-ALREADY-SWITCH   PIC X VALUE "N".
           88 UPDATE-ALREADY-PENDING VALUE "Y".
       01 WS-QUEUE-ACTION          PIC X(1).
       01 WS-QUEUE-REASON          PIC X(1).
       01 WS-QUEUE-IMAGE.
           05 QUEUE-ZIP-CODE       PIC 9(5).
           05 QUEUE-PLACE-NAME     PIC X(23).
           05 QUEUE-STATE-NAME     PIC X(16).
           05 QUEUE-STATE-CODE     PIC X(3).
           05 QUEUE-COUNTY-NAME    PIC X(27).
           05 QUEUE-LAT            PIC X(6).
           05 QUEUE-LON            PIC X(8).
       01 WS-QUEUE-COUNTS.
           05 WS-QUEUED-COUNT      PIC 9(5) VALUE ZERO.
           05 WS-QUEUED-NEW        PIC 9(5) VALUE ZERO.
           05 WS-QUEUED-RENAME     PIC 9(5) VALUE ZERO.
           05 WS-QUEUED-COUNTY     PIC 9(5) VALUE ZERO.
           05 WS-QUEUED-COORD      PIC 9(5) VALUE ZERO.
           05 WS-QUEUED-DROP       PIC 9(5) VALUE ZERO.
           05 WS-QUEUED-OTHER      PIC 9(5) VALUE ZERO.
           05 WS-SKIP-PENDING      PIC 9(5) VALUE ZERO.
           05 WS-SKIP-FILE-FULL    PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.

           DISPLAY "NEW MASTER PATH (BLANK FOR "
               "C:\COBOL\us_postal_codes.new)."
           ACCEPT WS-NEW-PATH-STAGE
           DISPLAY "QUEUE DIFFERENCES AS PENDING UPDATES FOR "
               "SUPERVISOR REVIEW (Y/N, BLANK FOR N)."
           ACCEPT WS-QUEUE-ANSWER
           IF WS-OLD-PATH-STAGE NOT = SPACES
               MOVE WS-OLD-PATH-STAGE TO WS-OLD-MASTER-PATH
           END-IF
           END-IF
           PERFORM 110-LOAD-OLD-MASTER
           PERFORM 120-LOAD-NEW-MASTER
           IF QUEUE-PENDING-UPDATES
               PERFORM 130-LOAD-PENDING-ZIPS
               OPEN EXTEND PENDING-UPDATE-FILE
               IF WS-PEND-FILE-STATUS = "35"
                   OPEN OUTPUT PENDING-UPDATE-FILE
               END-IF
               MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           END-IF
           OPEN OUTPUT COMPARE-REPORT-FILE
           PERFORM 200-WRITE-REPORT-HEADING
           PERFORM 300-COMPARE-GENERATIONS
           PERFORM 400-WRITE-STATE-TOTALS
           PERFORM 410-WRITE-GRAND-TOTALS
           PERFORM 420-WRITE-QUEUE-TOTALS
           CLOSE COMPARE-REPORT-FILE
           IF QUEUE-PENDING-UPDATES
               CLOSE PENDING-UPDATE-FILE
           END-IF
           DISPLAY "COMPARE COMPLETE - " WS-GRAND-ADDS " ADDS, "
               WS-GRAND-CHGS " CHANGES, " WS-GRAND-DELS " DROPS."
               "  REPORT IS zip_compare_report.txt."
           IF QUEUE-PENDING-UPDATES
               DISPLAY WS-QUEUED-COUNT " QUEUED AS PENDING UPDATES, "
                   WS-SKIP-PENDING " ALREADY PENDING, "
                   WS-SKIP-FILE-FULL " NOT QUEUED (FILE FULL)."
           END-IF
           STOP RUN.

           110-LOAD-OLD-MASTER.
           IF WS-OLD-FILE-STATUS NOT = "00"
               DISPLAY "OLD MASTER NOT FOUND ("
                   FUNCTION TRIM(WS-OLD-MASTER-PATH) ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO WS-OLD-COUNT
           IF WS-NEW-FILE-STATUS NOT = "00"
               DISPLAY "NEW MASTER NOT FOUND ("
                   FUNCTION TRIM(WS-NEW-MASTER-PATH) ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO WS-NEW-COUNT
               SORT WS-NEW-TABLE ASCENDING KEY NEW-ZIP-CODE
           DISPLAY "NEW MASTER LOADED - " WS-NEW-COUNT " RECORDS.".

      ****************************************************
      * ZIPS THAT ALREADY HAVE AN UPDATE WAITING FOR       *
      * REVIEW.  THE WHOLE FILE IS COUNTED SO THE QUEUE    *
      * STOPS AT THE RECORD LIMIT ZIPCODES CAN REVIEW.     *
      ****************************************************
           130-LOAD-PENDING-ZIPS.
           MOVE ZERO TO WS-PEND-ZIP-COUNT
           MOVE ZERO TO WS-PEND-ON-FILE
           OPEN INPUT PENDING-UPDATE-FILE
           IF WS-PEND-FILE-STATUS = "00"
               MOVE "N" TO WS-PEND-EOF-SWITCH
               READ PENDING-UPDATE-FILE
                   AT END SET END-OF-PENDING-FILE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-PENDING-FILE
                   ADD 1 TO WS-PEND-ON-FILE
                   IF PEND-STATUS = "P"
                       AND WS-PEND-ZIP-COUNT < WS-PEND-MAX-RECORDS
                       ADD 1 TO WS-PEND-ZIP-COUNT
                       MOVE PEND-ZIP-CODE
                           TO PEND-ZIP-KEY(WS-PEND-ZIP-COUNT)
                   END-IF
                   READ PENDING-UPDATE-FILE
                       AT END SET END-OF-PENDING-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PENDING-UPDATE-FILE
           END-IF
           IF WS-PEND-ZIP-COUNT > ZERO
               SORT WS-PEND-ZIP ASCENDING KEY PEND-ZIP-KEY
           END-IF
           DISPLAY "PENDING FILE HOLDS " WS-PEND-ON-FILE " RECORDS, "
               WS-PEND-ZIP-COUNT " AWAITING REVIEW.".

           200-WRITE-REPORT-HEADING.
           MOVE "MASTER GENERATION COMPARE REPORT"
               TO COMPARE-REPORT-RECORD
           STRING "ADDED   " WS-NEW-TABLE(WS-NEW-POS)
               DELIMITED BY SIZE INTO COMPARE-REPORT-RECORD
           END-STRING
           WRITE COMPARE-REPORT-RECORD
           IF QUEUE-PENDING-UPDATES
               MOVE "A" TO WS-QUEUE-ACTION
               MOVE "N" TO WS-QUEUE-REASON
               MOVE WS-NEW-TABLE(WS-NEW-POS) TO WS-QUEUE-IMAGE
               PERFORM 500-QUEUE-PENDING-UPDATE
           END-IF.

           320-REPORT-DROP.
           ADD 1 TO WS-GRAND-DELS
           STRING "DROPPED " WS-OLD-TABLE(WS-OLD-POS)
               DELIMITED BY SIZE INTO COMPARE-REPORT-RECORD
           END-STRING
           WRITE COMPARE-REPORT-RECORD
           IF QUEUE-PENDING-UPDATES
      *        A DELETE ONLY NEEDS THE ZIP, BUT THE OLD VALUES GO
      *        WITH IT SO THE REVIEWER SEES WHAT IS BEING DROPPED.
               MOVE "D" TO WS-QUEUE-ACTION
               MOVE "D" TO WS-QUEUE-REASON
               MOVE WS-OLD-TABLE(WS-OLD-POS) TO WS-QUEUE-IMAGE
               PERFORM 500-QUEUE-PENDING-UPDATE
           END-IF.

           330-REPORT-CHANGE.
           ADD 1 TO WS-GRAND-CHGS
           STRING "  NEW: " WS-NEW-IMAGE
               DELIMITED BY SIZE INTO COMPARE-REPORT-RECORD
           END-STRING
           WRITE COMPARE-REPORT-RECORD
           IF QUEUE-PENDING-UPDATES
      *        ONE REASON PER RECORD - THE FIRST THAT APPLIES.
               MOVE "C" TO WS-QUEUE-ACTION
               EVALUATE TRUE
                   WHEN NEW-PLACE-NAME(WS-NEW-POS)
                           NOT = OLD-PLACE-NAME(WS-OLD-POS)
                       MOVE "R" TO WS-QUEUE-REASON
                   WHEN NEW-COUNTY-NAME(WS-NEW-POS)
                           NOT = OLD-COUNTY-NAME(WS-OLD-POS)
                       MOVE "C" TO WS-QUEUE-REASON
                   WHEN NEW-LAT(WS-NEW-POS) NOT = OLD-LAT(WS-OLD-POS)
                     OR NEW-LON(WS-NEW-POS) NOT = OLD-LON(WS-OLD-POS)
                       MOVE "G" TO WS-QUEUE-REASON
                   WHEN OTHER
                       MOVE "O" TO WS-QUEUE-REASON
               END-EVALUATE
               MOVE WS-NEW-TABLE(WS-NEW-POS) TO WS-QUEUE-IMAGE
               PERFORM 500-QUEUE-PENDING-UPDATE
           END-IF.

           350-TALLY-STATE.
           MOVE "N" TO WS-STATE-FOUND-SWITCH
           END-STRING
           WRITE COMPARE-REPORT-RECORD.

           420-WRITE-QUEUE-TOTALS.
           MOVE SPACES TO COMPARE-REPORT-RECORD
           WRITE COMPARE-REPORT-RECORD
           IF NOT QUEUE-PENDING-UPDATES
               MOVE "PENDING UPDATE QUEUE NOT REQUESTED THIS RUN"
                   TO COMPARE-REPORT-RECORD
               WRITE COMPARE-REPORT-RECORD
           ELSE
               MOVE "PENDING UPDATE QUEUE (zip_pending_updates.txt)"
                   TO COMPARE-REPORT-RECORD
               WRITE COMPARE-REPORT-RECORD
               MOVE SPACES TO COMPARE-REPORT-RECORD
               STRING "QUEUED FOR REVIEW:        " WS-QUEUED-COUNT
                   DELIMITED BY SIZE INTO COMPARE-REPORT-RECORD
               END-STRING
               WRITE COMPARE-REPORT-RECORD
               MOVE SPACES TO COMPARE-REPORT-RECORD
               STRING "  NEW ZIP:                " WS-QUEUED-NEW
                   DELIMITED BY SIZE INTO COMPARE-REPORT-RECORD
               END-STRING
               WRITE COMPARE-REPORT-RECORD
               MOVE SPACES TO COMPARE-REPORT-RECORD
               STRING "  CITY RENAME:            " WS-QUEUED-RENAME
                   DELIMITED BY SIZE INTO COMPARE-REPORT-RECORD
               END-STRING
               WRITE COMPARE-REPORT-RECORD
               MOVE SPACES TO COMPARE-REPORT-RECORD
               STRING "  COUNTY CHANGE:          " WS-QUEUED-COUNTY
                   DELIMITED BY SIZE INTO COMPARE-REPORT-RECORD
               END-STRING
               WRITE COMPARE-REPORT-RECORD
               MOVE SPACES TO COMPARE-REPORT-RECORD
               STRING "  COORDINATE SHIFT:       " WS-QUEUED-COORD
                   DELIMITED BY SIZE INTO COMPARE-REPORT-RECORD
               END-STRING
               WRITE COMPARE-REPORT-RECORD
               MOVE SPACES TO COMPARE-REPORT-RECORD
               STRING "  VENDOR DROP:            " WS-QUEUED-DROP
                   DELIMITED BY SIZE INTO COMPARE-REPORT-RECORD
               END-STRING
               WRITE COMPARE-REPORT-RECORD
               MOVE SPACES TO COMPARE-REPORT-RECORD
               STRING "  OTHER FIELD CHANGE:     " WS-QUEUED-OTHER
                   DELIMITED BY SIZE INTO COMPARE-REPORT-RECORD
               END-STRING
               WRITE COMPARE-REPORT-RECORD
               MOVE SPACES TO COMPARE-REPORT-RECORD
               STRING "SKIPPED - ALREADY PENDING: " WS-SKIP-PENDING
                   DELIMITED BY SIZE INTO COMPARE-REPORT-RECORD
               END-STRING
               WRITE COMPARE-REPORT-RECORD
               MOVE SPACES TO COMPARE-REPORT-RECORD
               STRING "SKIPPED - PENDING FILE FULL: "
                   WS-SKIP-FILE-FULL
                   DELIMITED BY SIZE INTO COMPARE-REPORT-RECORD
               END-STRING
               WRITE COMPARE-REPORT-RECORD
           END-IF.

      ****************************************************
      * APPEND ONE DIFFERENCE TO THE PENDING-UPDATES FILE  *
      * UNLESS THAT ZIP ALREADY HAS AN UPDATE WAITING.     *
      * THE OUTCOME IS NOTED UNDER THE DIFFERENCE ON THE   *
      * COMPARE REPORT.                                    *
      ****************************************************
           500-QUEUE-PENDING-UPDATE.
           MOVE "N" TO WS-PEND-ALREADY-SWITCH
           IF WS-PEND-ZIP-COUNT > ZERO
               SEARCH ALL WS-PEND-ZIP
                   AT END
                       CONTINUE
                   WHEN PEND-ZIP-KEY(XP) = QUEUE-ZIP-CODE
                       SET UPDATE-ALREADY-PENDING TO TRUE
               END-SEARCH
           END-IF
           MOVE SPACES TO COMPARE-REPORT-RECORD
           EVALUATE TRUE
               WHEN UPDATE-ALREADY-PENDING
                   ADD 1 TO WS-SKIP-PENDING
                   MOVE "  NOT QUEUED - UPDATE ALREADY PENDING FOR ZIP"
                       TO COMPARE-REPORT-RECORD
               WHEN WS-PEND-ON-FILE NOT < WS-PEND-MAX-RECORDS
                   ADD 1 TO WS-SKIP-FILE-FULL
                   MOVE "  NOT QUEUED - PENDING FILE IS FULL"
                       TO COMPARE-REPORT-RECORD
               WHEN OTHER
                   MOVE SPACES TO PENDING-UPDATE-RECORD
                   MOVE "P"               TO PEND-STATUS
                   MOVE WS-QUEUE-ACTION   TO PEND-ACTION-CODE
                   MOVE QUEUE-ZIP-CODE    TO PEND-ZIP-CODE
                   MOVE QUEUE-PLACE-NAME  TO PEND-PLACE-NAME
                   MOVE QUEUE-STATE-NAME  TO PEND-STATE-NAME
                   MOVE QUEUE-STATE-CODE  TO PEND-STATE-CODE
                   MOVE QUEUE-COUNTY-NAME TO PEND-COUNTY-NAME
                   MOVE QUEUE-LAT         TO PEND-LAT
                   MOVE QUEUE-LON         TO PEND-LON
                   MOVE WS-VENDOR-INITS   TO PEND-ENTRY-INITS
                   MOVE WS-RUN-TIMESTAMP(1:8) TO PEND-ENTRY-DATE
                   MOVE WS-VENDOR-OPER    TO PEND-ENTRY-OPER
                   MOVE WS-QUEUE-REASON   TO PEND-REASON-CODE
                   WRITE PENDING-UPDATE-RECORD
                   ADD 1 TO WS-PEND-ON-FILE
                   ADD 1 TO WS-QUEUED-COUNT
                   EVALUATE WS-QUEUE-REASON
                       WHEN "N"
                           ADD 1 TO WS-QUEUED-NEW
                       WHEN "R"
                           ADD 1 TO WS-QUEUED-RENAME
                       WHEN "C"
                           ADD 1 TO WS-QUEUED-COUNTY
                       WHEN "G"
                           ADD 1 TO WS-QUEUED-COORD
                       WHEN "D"
                           ADD 1 TO WS-QUEUED-DROP
                       WHEN OTHER
                           ADD 1 TO WS-QUEUED-OTHER
                   END-EVALUATE
                   STRING "  QUEUED AS PENDING UPDATE, REASON "
                       WS-QUEUE-REASON
                       DELIMITED BY SIZE INTO COMPARE-REPORT-RECORD
                   END-STRING
           END-EVALUATE
           WRITE COMPARE-REPORT-RECORD.


       END PROGRAM ZIPCOMPR.
