       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZIPJOBST.
      *******************************
      * AUTHOR: JACKIE MARCANO	    *
      * Project: ZIP CODE FINDER    *
      * NIGHTLY JOB-STREAM          *
      * CONTROLLER WITH STEP LOG    *
      * AND RESTART                 *
      *******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-STREAM-FILE
               ASSIGN TO "C:\COBOL\zip_jobstream.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL
                FILE STATUS IS WS-STREAM-FILE-STATUS.
           SELECT JOB-LOG-FILE
               ASSIGN TO DYNAMIC WS-JOB-LOG-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL
                FILE STATUS IS WS-JOB-LOG-STATUS.
           SELECT JOB-RESTART-FILE
               ASSIGN TO "C:\COBOL\zip_jobstream_restart.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL
                FILE STATUS IS WS-RESTART-FILE-STATUS.
           SELECT STEP-PARM-FILE
               ASSIGN TO DYNAMIC WS-STEP-PARM-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL
                FILE STATUS IS WS-STEP-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-STREAM-FILE.
       01 JOB-STREAM-RECORD.
           05 JS-STEP-NAME         PIC X(8).
           05 FILLER               PIC X(1).
           05 JS-PROGRAM           PIC X(8).
           05 FILLER               PIC X(1).
           05 JS-MAX-RC            PIC X(3).
           05 FILLER               PIC X(1).
           05 JS-PARM-TEXT         PIC X(178).

       FD  JOB-LOG-FILE.
       01 JOB-LOG-RECORD           PIC X(110).

       FD  JOB-RESTART-FILE.
       01 JOB-RESTART-RECORD.
           05 RST-CYCLE-DATE       PIC X(8).
           05 FILLER               PIC X(1).
           05 RST-STEP-NAME        PIC X(8).

       FD  STEP-PARM-FILE.
       01 STEP-PARM-RECORD         PIC X(100).

       WORKING-STORAGE SECTION.
      ****************************************************
      * RUNS THE NIGHTLY CYCLE FROM zip_jobstream.txt, ONE *
      * LINE PER STEP, IN FILE ORDER:                      *
      *   COLS 1-8    STEP NAME                            *
      *   COLS 10-17  PROGRAM                              *
      *   COLS 19-21  MAXIMUM ACCEPTABLE RETURN CODE       *
      *   COLS 23-200 PARM OVERRIDES, SEPARATED BY ;       *
      * A LINE STARTING WITH * IS A COMMENT.  FOR ZIPCODES *
      * EACH OVERRIDE IS A KEYWORD=VALUE LINE ADDED TO     *
      * zipcodes_parm.txt FOR THAT STEP ONLY (THE STANDING *
      * PARM FILE IS PUT BACK AFTERWARDS).  FOR THE OTHER  *
      * PROGRAMS, WHICH PROMPT AT THE CONSOLE, EACH        *
      * OVERRIDE IS ONE ANSWER FED AS STANDARD INPUT (AN   *
      * EMPTY ITEM TAKES THE PROGRAM'S DEFAULT).  AN ITEM  *
      * IFFILE=<PATH> IS FOR THIS CONTROLLER ONLY: THE     *
      * STEP IS SKIPPED WHEN THAT FILE IS NOT ON HAND, I.E.*
      * ZIPCOMPR WHEN NO VENDOR REFRESH HAS LANDED.        *
      *   IXBUILD  ZIPIXBLD 000 ;                          *
      *   BATCH    ZIPCODES 004 MODE=BATCH                 *
      *   VERIFY   ZIPCODES 004 MODE=VERIFY                *
      *   DENSITY  ZIPCODES 004 MODE=DENSITY               *
      *   CALLS    ZIPCODES 004 MODE=CALLS                 *
      *   COMPARE  ZIPCOMPR 000 IFFILE=<VENDOR FILE>;;     *
      *                         <VENDOR FILE>;Y            *
      *   USAGE    ZIPUSAGE 000 ;                          *
      *   ZONES    ZIPZONES 000 ;;                         *
      * (THE Y ANSWER QUEUES THE VENDOR DIFFERENCES AS     *
      * PENDING UPDATES FOR SUPERVISOR REVIEW.)            *
      ****************************************************
       01 WS-STREAM-FILE-STATUS    PIC X(02).
       01 WS-STREAM-EOF-SWITCH     PIC X VALUE "N".
           88 END-OF-STREAM-FILE   VALUE "Y".
       01 WS-STEP-MAX-TABLE-SIZE   PIC 9(2) VALUE 50.
       01 WS-STEP-COUNT            PIC 9(2) VALUE ZERO.
       01 WS-STEP-TABLE-AREA.
           05 WS-STEP-ENTRY OCCURS 50 TIMES.
               10 STEP-NAME        PIC X(8).
               10 STEP-PROGRAM     PIC X(8).
               10 STEP-MAX-RC      PIC 9(3).
               10 STEP-PARM-TEXT   PIC X(178).
       01 WS-STEP-IX               PIC 9(2).
       01 WS-START-STEP-IX         PIC 9(2) VALUE 1.
       01 WS-JOB-BIN-DIR           PIC X(40) VALUE "C:\COBOL\".
      ****************************************************
      * RUN LOG AND RESTART.  THE LOG IS NAMED FOR THE     *
      * CYCLE DATE (<LOG PATH>.YYYYMMDD) AND IS APPENDED   *
      * TO, SO A RERUN OF A FAILED CYCLE LANDS IN THE SAME *
      * LOG AS THE FAILURE.  WHEN A STEP ENDS ABOVE ITS    *
      * MAXIMUM RETURN CODE THE STREAM STOPS AND THE STEP  *
      * NAME AND CYCLE DATE GO TO THE RESTART FILE; THE    *
      * NEXT RUN PICKS UP AT THAT STEP.  A CLEAN FINISH    *
      * CLEARS THE RESTART FILE.  TO FORCE A RUN FROM THE  *
      * TOP, CLEAR zip_jobstream_restart.txt.              *
      ****************************************************
       01 WS-JOB-LOG-BASE          PIC X(80)
           VALUE "C:\COBOL\zip_jobstream_log.txt".
       01 WS-JOB-LOG-PATH          PIC X(90).
       01 WS-JOB-LOG-STATUS        PIC X(02).
       01 WS-RESTART-FILE-STATUS   PIC X(02).
       01 WS-RESTART-STEP          PIC X(8) VALUE SPACES.
       01 WS-CYCLE-DATE            PIC X(8).
       01 WS-RUN-STAMP             PIC X(21).
       01 WS-STEP-START-TIME       PIC X(6).
       01 WS-STEP-END-TIME         PIC X(6).
       01 WS-STREAM-FAIL-SWITCH    PIC X VALUE "N".
           88 STREAM-STOPPED       VALUE "Y".
       01 WS-STEP-RC               PIC S9(5) VALUE ZERO.
       01 WS-STEP-RC-EDIT          PIC -ZZZ9.
       01 WS-STEPS-RUN             PIC 9(2) VALUE ZERO.
       01 WS-STEPS-SKIPPED         PIC 9(2) VALUE ZERO.
       01 WS-STEP-RESULT           PIC X(21).
      ****************************************************
      * PER-STEP PARM STAGING                              *
      ****************************************************
       01 WS-STEP-PARM-PATH        PIC X(80).
       01 WS-STEP-PARM-STATUS      PIC X(02).
       01 WS-STEP-PARM-EOF-SWITCH  PIC X VALUE "N".
           88 END-OF-STEP-PARM     VALUE "Y".
       01 WS-ZIPCODES-PARM-PATH    PIC X(80)
           VALUE "C:\COBOL\zipcodes_parm.txt".
       01 WS-RESPONSE-PATH         PIC X(80)
           VALUE "C:\COBOL\zip_jobstream_input.txt".
       01 WS-PARM-STAGE-SWITCH     PIC X VALUE "Y".
           88 STEP-PARM-STAGED     VALUE "Y".
       01 WS-SAVED-PARM-MAX        PIC 9(2) VALUE 50.
       01 WS-SAVED-PARM-SWITCH     PIC X VALUE "N".
           88 STANDING-PARM-SAVED  VALUE "Y".
       01 WS-SAVED-PARM-COUNT      PIC 9(2) VALUE ZERO.
       01 WS-SAVED-PARM-AREA.
           05 WS-SAVED-PARM-LINE OCCURS 50 TIMES PIC X(100).
       01 WS-SAVED-PARM-IX         PIC 9(2).
       01 WS-OVERRIDE-COUNT        PIC 9(2) VALUE ZERO.
       01 WS-OVERRIDE-AREA.
           05 WS-OVERRIDE-ITEM OCCURS 10 TIMES PIC X(100).
       01 WS-OVERRIDE-IX           PIC 9(2).
       01 WS-ZIPCODES-STEP-SWITCH  PIC X VALUE "N".
           88 ZIPCODES-STEP        VALUE "Y".
       01 WS-IFFILE-PATH           PIC X(100).
       01 WS-IFFILE-SWITCH         PIC X VALUE "Y".
           88 STEP-INPUT-PRESENT   VALUE "Y".
       01 WS-FILE-DETAILS          PIC X(16).
       01 WS-STEP-COMMAND          PIC X(250).

       PROCEDURE DIVISION.

           100-MAIN.
           DISPLAY "ZIP NIGHTLY JOB STREAM"
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           MOVE WS-RUN-STAMP(1:8) TO WS-CYCLE-DATE
           PERFORM 110-LOAD-JOB-STREAM
           IF WS-STEP-COUNT = ZERO
               DISPLAY "NO JOB STREAM DEFINITION FOUND "
                   "(zip_jobstream.txt)."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 120-READ-RESTART
           MOVE SPACES TO WS-JOB-LOG-PATH
           STRING FUNCTION TRIM(WS-JOB-LOG-BASE) "." WS-CYCLE-DATE
               DELIMITED BY SIZE INTO WS-JOB-LOG-PATH
           END-STRING
           OPEN EXTEND JOB-LOG-FILE
           IF WS-JOB-LOG-STATUS = "35"
               OPEN OUTPUT JOB-LOG-FILE
           END-IF
           MOVE SPACES TO JOB-LOG-RECORD
           IF WS-RESTART-STEP = SPACES
               STRING WS-RUN-STAMP(1:8) " " WS-RUN-STAMP(9:6)
                   " STREAM START - CYCLE " WS-CYCLE-DATE
                   ", " WS-STEP-COUNT " STEPS DEFINED"
                   DELIMITED BY SIZE INTO JOB-LOG-RECORD
               END-STRING
           ELSE
               STRING WS-RUN-STAMP(1:8) " " WS-RUN-STAMP(9:6)
                   " STREAM RESTART - CYCLE " WS-CYCLE-DATE
                   " AT STEP " WS-RESTART-STEP
                   DELIMITED BY SIZE INTO JOB-LOG-RECORD
               END-STRING
           END-IF
           WRITE JOB-LOG-RECORD
          PERFORM VARYING WS-STEP-IX FROM WS-START-STEP-IX BY 1
            UNTIL WS-STEP-IX > WS-STEP-COUNT
               OR STREAM-STOPPED
               PERFORM 200-RUN-STEP
          END-PERFORM
           PERFORM 300-FINISH-STREAM
           CLOSE JOB-LOG-FILE
           STOP RUN.

           110-LOAD-JOB-STREAM.
           MOVE ZERO TO WS-STEP-COUNT
           OPEN INPUT JOB-STREAM-FILE
           IF WS-STREAM-FILE-STATUS = "00"
               MOVE "N" TO WS-STREAM-EOF-SWITCH
               READ JOB-STREAM-FILE
                   AT END SET END-OF-STREAM-FILE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-STREAM-FILE
                   OR WS-STEP-COUNT = WS-STEP-MAX-TABLE-SIZE
                   IF JOB-STREAM-RECORD(1:1) NOT = "*"
                       AND JS-STEP-NAME NOT = SPACES
                       ADD 1 TO WS-STEP-COUNT
                       MOVE FUNCTION UPPER-CASE(JS-STEP-NAME)
                           TO STEP-NAME(WS-STEP-COUNT)
                       MOVE FUNCTION UPPER-CASE(JS-PROGRAM)
                           TO STEP-PROGRAM(WS-STEP-COUNT)
                       IF JS-MAX-RC IS NUMERIC
                           MOVE JS-MAX-RC
                               TO STEP-MAX-RC(WS-STEP-COUNT)
                       ELSE
                           MOVE ZERO TO STEP-MAX-RC(WS-STEP-COUNT)
                       END-IF
                       MOVE JS-PARM-TEXT
                           TO STEP-PARM-TEXT(WS-STEP-COUNT)
                   END-IF
                   READ JOB-STREAM-FILE
                       AT END SET END-OF-STREAM-FILE TO TRUE
                   END-READ
               END-PERFORM
               IF NOT END-OF-STREAM-FILE
                   DISPLAY "WARNING - JOB STREAM TABLE FULL AT "
                       WS-STEP-MAX-TABLE-SIZE " STEPS."
               END-IF
               CLOSE JOB-STREAM-FILE
           END-IF.

      ****************************************************
      * A RESTART RECORD NAMES THE STEP THAT STOPPED THE   *
      * LAST CYCLE.  IF THAT STEP IS NO LONGER DEFINED THE *
      * STREAM RUNS FROM THE TOP.                          *
      ****************************************************
           120-READ-RESTART.
           MOVE SPACES TO WS-RESTART-STEP
           MOVE 1 TO WS-START-STEP-IX
           OPEN INPUT JOB-RESTART-FILE
           IF WS-RESTART-FILE-STATUS = "00"
               READ JOB-RESTART-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RST-STEP-NAME NOT = SPACES
                           MOVE RST-STEP-NAME TO WS-RESTART-STEP
                           IF RST-CYCLE-DATE IS NUMERIC
                               MOVE RST-CYCLE-DATE TO WS-CYCLE-DATE
                           END-IF
                       END-IF
               END-READ
               CLOSE JOB-RESTART-FILE
           END-IF
           IF WS-RESTART-STEP NOT = SPACES
               MOVE ZERO TO WS-START-STEP-IX
          PERFORM VARYING WS-STEP-IX FROM 1 BY 1
            UNTIL WS-STEP-IX > WS-STEP-COUNT
               OR WS-START-STEP-IX > ZERO
               IF STEP-NAME(WS-STEP-IX) = WS-RESTART-STEP
                   MOVE WS-STEP-IX TO WS-START-STEP-IX
               END-IF
          END-PERFORM
               IF WS-START-STEP-IX = ZERO
                   DISPLAY "RESTART STEP " WS-RESTART-STEP
                       " IS NOT IN THE JOB STREAM - RUNNING FROM "
                       "THE FIRST STEP."
                   MOVE SPACES TO WS-RESTART-STEP
                   MOVE WS-RUN-STAMP(1:8) TO WS-CYCLE-DATE
                   MOVE 1 TO WS-START-STEP-IX
               ELSE
                   DISPLAY "RESTARTING CYCLE " WS-CYCLE-DATE
                       " AT STEP " WS-RESTART-STEP "."
               END-IF
           END-IF.

      ****************************************************
      * RUN ONE STEP: STAGE ITS OVERRIDES, RUN THE PROGRAM,*
      * LOG THE START/END TIMES AND RETURN CODE, AND STOP  *
      * THE STREAM IF THE RETURN CODE IS OVER THE LIMIT.   *
      ****************************************************
           200-RUN-STEP.
           DISPLAY "STEP " WS-STEP-IX " " STEP-NAME(WS-STEP-IX)
               " - " STEP-PROGRAM(WS-STEP-IX)
           PERFORM 210-SPLIT-OVERRIDES
           MOVE "Y" TO WS-PARM-STAGE-SWITCH
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           MOVE WS-RUN-STAMP(9:6) TO WS-STEP-START-TIME
           IF NOT STEP-INPUT-PRESENT
               MOVE ZERO TO WS-STEP-RC
               MOVE WS-STEP-START-TIME TO WS-STEP-END-TIME
               MOVE "SKIPPED - NO INPUT" TO WS-STEP-RESULT
               ADD 1 TO WS-STEPS-SKIPPED
           ELSE
               IF STEP-PROGRAM(WS-STEP-IX) = "ZIPCODES"
                   SET ZIPCODES-STEP TO TRUE
                   PERFORM 220-STAGE-ZIPCODES-PARM
               ELSE
                   MOVE "N" TO WS-ZIPCODES-STEP-SWITCH
                   PERFORM 230-WRITE-STEP-RESPONSES
               END-IF
               IF NOT STEP-PARM-STAGED
                   MOVE ZERO TO WS-STEP-RC
                   MOVE WS-STEP-START-TIME TO WS-STEP-END-TIME
                   MOVE "FAILED - PARM STAGING" TO WS-STEP-RESULT
                   SET STREAM-STOPPED TO TRUE
               ELSE
                   MOVE SPACES TO WS-STEP-COMMAND
                   IF ZIPCODES-STEP
                       STRING FUNCTION TRIM(WS-JOB-BIN-DIR)
                           FUNCTION TRIM(STEP-PROGRAM(WS-STEP-IX))
                           DELIMITED BY SIZE INTO WS-STEP-COMMAND
                       END-STRING
                   ELSE
                       STRING FUNCTION TRIM(WS-JOB-BIN-DIR)
                           FUNCTION TRIM(STEP-PROGRAM(WS-STEP-IX))
                           " < " FUNCTION TRIM(WS-RESPONSE-PATH)
                           DELIMITED BY SIZE INTO WS-STEP-COMMAND
                       END-STRING
                   END-IF
                   CALL "SYSTEM" USING WS-STEP-COMMAND
                   END-CALL
                   MOVE RETURN-CODE TO WS-STEP-RC
                   MOVE 0 TO RETURN-CODE
      *            SOME RUNTIMES HAND BACK THE RAW WAIT STATUS, WHICH
      *            CARRIES THE STEP'S EXIT CODE TIMES 256.
                   IF WS-STEP-RC > 255
                       AND FUNCTION MOD(WS-STEP-RC, 256) = 0
                       DIVIDE 256 INTO WS-STEP-RC
                   END-IF
                   MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
                   MOVE WS-RUN-STAMP(9:6) TO WS-STEP-END-TIME
                   IF ZIPCODES-STEP
                       PERFORM 225-RESTORE-ZIPCODES-PARM
                   END-IF
                   ADD 1 TO WS-STEPS-RUN
                   IF WS-STEP-RC > STEP-MAX-RC(WS-STEP-IX)
                       OR WS-STEP-RC < ZERO
                       MOVE "FAILED - OVER MAX RC" TO WS-STEP-RESULT
                       SET STREAM-STOPPED TO TRUE
                   ELSE
                       MOVE "OK" TO WS-STEP-RESULT
                   END-IF
               END-IF
           END-IF
           MOVE WS-STEP-RC TO WS-STEP-RC-EDIT
           MOVE SPACES TO JOB-LOG-RECORD
           STRING WS-RUN-STAMP(1:8) " STEP " WS-STEP-IX " "
               STEP-NAME(WS-STEP-IX) " " STEP-PROGRAM(WS-STEP-IX)
               " START " WS-STEP-START-TIME
               " END " WS-STEP-END-TIME
               " RC " WS-STEP-RC-EDIT
               " MAX " STEP-MAX-RC(WS-STEP-IX) " "
               WS-STEP-RESULT
               DELIMITED BY SIZE INTO JOB-LOG-RECORD
           END-STRING
           WRITE JOB-LOG-RECORD
           DISPLAY "  RC " WS-STEP-RC-EDIT " - "
               FUNCTION TRIM(WS-STEP-RESULT).

           210-SPLIT-OVERRIDES.
           MOVE SPACES TO WS-OVERRIDE-AREA
           MOVE ZERO TO WS-OVERRIDE-COUNT
           UNSTRING STEP-PARM-TEXT(WS-STEP-IX) DELIMITED BY ";"
               INTO WS-OVERRIDE-ITEM(1) WS-OVERRIDE-ITEM(2)
                    WS-OVERRIDE-ITEM(3) WS-OVERRIDE-ITEM(4)
                    WS-OVERRIDE-ITEM(5) WS-OVERRIDE-ITEM(6)
                    WS-OVERRIDE-ITEM(7) WS-OVERRIDE-ITEM(8)
                    WS-OVERRIDE-ITEM(9) WS-OVERRIDE-ITEM(10)
               TALLYING IN WS-OVERRIDE-COUNT
           END-UNSTRING
           SET STEP-INPUT-PRESENT TO TRUE
          PERFORM VARYING WS-OVERRIDE-IX FROM 1 BY 1
            UNTIL WS-OVERRIDE-IX > WS-OVERRIDE-COUNT
               MOVE FUNCTION TRIM(WS-OVERRIDE-ITEM(WS-OVERRIDE-IX))
                   TO WS-OVERRIDE-ITEM(WS-OVERRIDE-IX)
               IF FUNCTION UPPER-CASE
                   (WS-OVERRIDE-ITEM(WS-OVERRIDE-IX)(1:7)) = "IFFILE="
                   MOVE WS-OVERRIDE-ITEM(WS-OVERRIDE-IX)(8:93)
                       TO WS-IFFILE-PATH
                   CALL "CBL_CHECK_FILE_EXIST"
                       USING WS-IFFILE-PATH WS-FILE-DETAILS
                   END-CALL
                   IF RETURN-CODE NOT = 0
                       MOVE "N" TO WS-IFFILE-SWITCH
                   END-IF
                   MOVE 0 TO RETURN-CODE
                   MOVE "*" TO WS-OVERRIDE-ITEM(WS-OVERRIDE-IX)
               END-IF
          END-PERFORM.

      ****************************************************
      * ZIPCODES TAKES ITS OVERRIDES THROUGH               *
      * zipcodes_parm.txt.  THE STANDING FILE IS SAVED,    *
      * THEN REWRITTEN AS THE STANDING LINES FOLLOWED BY   *
      * THE STEP'S OVERRIDES (A LATER KEYWORD WINS IN      *
      * 107-APPLY-RUN-PARAMETER), AND PUT BACK AFTER.      *
      * A STANDING FILE TOO LONG TO SAVE, OR A PARM FILE   *
      * THAT CANNOT BE OPENED FOR OUTPUT, CLEARS           *
      * STEP-PARM-STAGED SO THE STEP IS NOT RUN.           *
      ****************************************************
           220-STAGE-ZIPCODES-PARM.
           MOVE WS-ZIPCODES-PARM-PATH TO WS-STEP-PARM-PATH
           MOVE "N" TO WS-SAVED-PARM-SWITCH
           MOVE ZERO TO WS-SAVED-PARM-COUNT
           OPEN INPUT STEP-PARM-FILE
           IF WS-STEP-PARM-STATUS = "00"
               SET STANDING-PARM-SAVED TO TRUE
               MOVE "N" TO WS-STEP-PARM-EOF-SWITCH
               READ STEP-PARM-FILE
                   AT END SET END-OF-STEP-PARM TO TRUE
               END-READ
               PERFORM UNTIL END-OF-STEP-PARM
                   OR WS-SAVED-PARM-COUNT = WS-SAVED-PARM-MAX
                   ADD 1 TO WS-SAVED-PARM-COUNT
                   MOVE STEP-PARM-RECORD
                       TO WS-SAVED-PARM-LINE(WS-SAVED-PARM-COUNT)
                   READ STEP-PARM-FILE
                       AT END SET END-OF-STEP-PARM TO TRUE
                   END-READ
               END-PERFORM
               CLOSE STEP-PARM-FILE
               IF NOT END-OF-STEP-PARM
                   DISPLAY "  " FUNCTION TRIM(WS-STEP-PARM-PATH)
                       " IS OVER " WS-SAVED-PARM-MAX
                       " LINES - STEP NOT RUN."
                   MOVE "N" TO WS-SAVED-PARM-SWITCH
                   MOVE "N" TO WS-PARM-STAGE-SWITCH
               END-IF
           END-IF
           IF STEP-PARM-STAGED
               OPEN OUTPUT STEP-PARM-FILE
               IF WS-STEP-PARM-STATUS NOT = "00"
                   DISPLAY "  CANNOT OPEN "
                       FUNCTION TRIM(WS-STEP-PARM-PATH)
                       ", STATUS " WS-STEP-PARM-STATUS
                       " - STEP NOT RUN."
                   MOVE "N" TO WS-SAVED-PARM-SWITCH
                   MOVE "N" TO WS-PARM-STAGE-SWITCH
               END-IF
           END-IF
           IF STEP-PARM-STAGED
          PERFORM VARYING WS-SAVED-PARM-IX FROM 1 BY 1
            UNTIL WS-SAVED-PARM-IX > WS-SAVED-PARM-COUNT
               MOVE WS-SAVED-PARM-LINE(WS-SAVED-PARM-IX)
                   TO STEP-PARM-RECORD
               WRITE STEP-PARM-RECORD
          END-PERFORM
          PERFORM VARYING WS-OVERRIDE-IX FROM 1 BY 1
            UNTIL WS-OVERRIDE-IX > WS-OVERRIDE-COUNT
               IF WS-OVERRIDE-ITEM(WS-OVERRIDE-IX) NOT = SPACES
                   AND WS-OVERRIDE-ITEM(WS-OVERRIDE-IX) NOT = "*"
                   MOVE WS-OVERRIDE-ITEM(WS-OVERRIDE-IX)
                       TO STEP-PARM-RECORD
                   WRITE STEP-PARM-RECORD
               END-IF
          END-PERFORM
               CLOSE STEP-PARM-FILE
           END-IF.

           225-RESTORE-ZIPCODES-PARM.
           MOVE WS-ZIPCODES-PARM-PATH TO WS-STEP-PARM-PATH
           IF STANDING-PARM-SAVED
               OPEN OUTPUT STEP-PARM-FILE
               IF WS-STEP-PARM-STATUS NOT = "00"
                   DISPLAY "  CANNOT RESTORE "
                       FUNCTION TRIM(WS-STEP-PARM-PATH)
                       ", STATUS " WS-STEP-PARM-STATUS "."
               ELSE
          PERFORM VARYING WS-SAVED-PARM-IX FROM 1 BY 1
            UNTIL WS-SAVED-PARM-IX > WS-SAVED-PARM-COUNT
               MOVE WS-SAVED-PARM-LINE(WS-SAVED-PARM-IX)
                   TO STEP-PARM-RECORD
               WRITE STEP-PARM-RECORD
          END-PERFORM
               CLOSE STEP-PARM-FILE
               END-IF
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-STEP-PARM-PATH
               END-CALL
               MOVE 0 TO RETURN-CODE
           END-IF.

           230-WRITE-STEP-RESPONSES.
           MOVE WS-RESPONSE-PATH TO WS-STEP-PARM-PATH
           OPEN OUTPUT STEP-PARM-FILE
           IF WS-STEP-PARM-STATUS NOT = "00"
               DISPLAY "  CANNOT OPEN "
                   FUNCTION TRIM(WS-STEP-PARM-PATH)
                   ", STATUS " WS-STEP-PARM-STATUS
                   " - STEP NOT RUN."
               MOVE "N" TO WS-PARM-STAGE-SWITCH
           ELSE
          PERFORM VARYING WS-OVERRIDE-IX FROM 1 BY 1
            UNTIL WS-OVERRIDE-IX > WS-OVERRIDE-COUNT
               IF WS-OVERRIDE-ITEM(WS-OVERRIDE-IX) NOT = "*"
                   MOVE WS-OVERRIDE-ITEM(WS-OVERRIDE-IX)
                       TO STEP-PARM-RECORD
                   WRITE STEP-PARM-RECORD
               END-IF
          END-PERFORM
               CLOSE STEP-PARM-FILE
           END-IF.

           300-FINISH-STREAM.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           MOVE SPACES TO JOB-LOG-RECORD
           OPEN OUTPUT JOB-RESTART-FILE
           MOVE SPACES TO JOB-RESTART-RECORD
           IF STREAM-STOPPED
               SUBTRACT 1 FROM WS-STEP-IX
               MOVE WS-CYCLE-DATE TO RST-CYCLE-DATE
               MOVE STEP-NAME(WS-STEP-IX) TO RST-STEP-NAME
               WRITE JOB-RESTART-RECORD
               STRING WS-RUN-STAMP(1:8) " " WS-RUN-STAMP(9:6)
                   " STREAM STOPPED AT STEP " STEP-NAME(WS-STEP-IX)
                   " RC " WS-STEP-RC-EDIT " - RERUN RESUMES THERE"
                   DELIMITED BY SIZE INTO JOB-LOG-RECORD
               END-STRING
               DISPLAY "JOB STREAM STOPPED AT STEP "
                   STEP-NAME(WS-STEP-IX) " - SEE "
                   FUNCTION TRIM(WS-JOB-LOG-PATH) "."
               IF WS-STEP-RC > ZERO
                   MOVE WS-STEP-RC TO RETURN-CODE
               ELSE
                   MOVE 16 TO RETURN-CODE
               END-IF
           ELSE
               WRITE JOB-RESTART-RECORD
               STRING WS-RUN-STAMP(1:8) " " WS-RUN-STAMP(9:6)
                   " STREAM COMPLETE - " WS-STEPS-RUN " RUN, "
                   WS-STEPS-SKIPPED " SKIPPED"
                   DELIMITED BY SIZE INTO JOB-LOG-RECORD
               END-STRING
               DISPLAY "JOB STREAM COMPLETE - " WS-STEPS-RUN
                   " STEPS RUN, " WS-STEPS-SKIPPED " SKIPPED."
               MOVE 0 TO RETURN-CODE
           END-IF
           CLOSE JOB-RESTART-FILE
           WRITE JOB-LOG-RECORD.


       END PROGRAM ZIPJOBST.
