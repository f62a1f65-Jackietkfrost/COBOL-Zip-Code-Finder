                ACCESS IS SEQUENTIAL
                RECORD KEY IS KEYED-ZIP-CODE
                FILE STATUS IS WS-KEYED-FILE-STATUS.
           SELECT RUN-PARM-FILE
               ASSIGN TO "C:\COBOL\zipcodes_parm.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL
                FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT GEN-CATALOG-FILE
               ASSIGN TO DYNAMIC WS-GEN-CATALOG-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL
                FILE STATUS IS WS-GEN-CAT-STATUS.
           SELECT GEN-BACKUP-FILE
               ASSIGN TO DYNAMIC WS-GEN-BACKUP-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL
                FILE STATUS IS WS-GEN-BACKUP-STATUS.
           SELECT BUILD-REJECT-FILE
               ASSIGN TO "C:\COBOL\zip_ixbuild_rejects.txt"
                ORGANIZATION IS LINE SEQUENTIAL
       FD  BUILD-REPORT-FILE.
       01 BUILD-REPORT-RECORD      PIC X(110).

       FD  RUN-PARM-FILE.
       01 RUN-PARM-RECORD          PIC X(100).

       FD  GEN-CATALOG-FILE.
       01 GEN-CATALOG-RECORD.
           05 GC-GENERATION        PIC 9(4).
           05 FILLER               PIC X(1).
           05 GC-TIMESTAMP         PIC X(14).
           05 FILLER               PIC X(1).
           05 GC-FILE-TYPE         PIC X(1).
           05 FILLER               PIC X(1).
           05 GC-RECORD-COUNT      PIC 9(7).
           05 FILLER               PIC X(1).
           05 GC-HASH-TOTAL        PIC 9(12).
           05 FILLER               PIC X(1).
           05 GC-TRIGGER           PIC X(20).
           05 FILLER               PIC X(1).
           05 GC-OPER-ID           PIC X(8).
           05 FILLER               PIC X(1).
           05 GC-BACKUP-PATH       PIC X(80).

       FD  GEN-BACKUP-FILE.
       01 GEN-BACKUP-RECORD        PIC X(100).

       WORKING-STORAGE SECTION.
      ****************************************************
      * BUILDS THE KEYED MASTER (RECORD KEY = ZIP CODE)    *
       01 WS-LOAD-SCAN-ROW          PIC 9(5).
       01 WS-LOAD-KEEP-ROW          PIC 9(5).
       01 WS-BUILD-ROW              PIC 9(5).
      ****************************************************
      * GENERATION BACKUP OF THE KEYED FILE BEING REPLACED *
      * - THE SAME CATALOG (GENCAT=) AND RETENTION         *
      * (GENKEEP=) ZIPCODES USES, READ FROM ITS PARM FILE, *
      * SO THE ZIPCODES GENERATION RESTORE CAN ROLL A BAD  *
      * REBUILD BACK.  IF THE OLD FILE CANNOT BE SAVED THE *
      * REBUILD IS NOT RUN.                                *
      ****************************************************
       01 WS-PARM-FILE-STATUS       PIC X(02).
       01 WS-PARM-EOF-SWITCH        PIC X VALUE "N".
           88 PARM-EOF-REACHED      VALUE "Y".
       01 WS-PARM-KEYWORD           PIC X(10).
       01 WS-PARM-VALUE             PIC X(80).
       01 WS-GEN-CATALOG-PATH       PIC X(80)
           VALUE "C:\COBOL\zip_master_generations.txt".
       01 WS-GEN-MASTER-BASE        PIC X(60)
           VALUE "C:\COBOL\zip_master_gen".
       01 WS-GEN-BACKUP-PATH        PIC X(80).
       01 WS-GEN-CAT-STATUS         PIC X(02).
       01 WS-GEN-BACKUP-STATUS      PIC X(02).
       01 WS-GEN-KEEP               PIC 9(2) VALUE 10.
       01 WS-GEN-MAX                PIC 9(3) VALUE 200.
       01 WS-GEN-CATALOG-AREA.
           05 WS-GEN-COUNT          PIC 9(3) VALUE ZERO.
           05 WS-GEN-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-GEN-COUNT.
               10 GT-GENERATION    PIC 9(4).
               10 GT-TIMESTAMP     PIC X(14).
               10 GT-FILE-TYPE     PIC X(1).
               10 GT-RECORD-COUNT  PIC 9(7).
               10 GT-HASH-TOTAL    PIC 9(12).
               10 GT-TRIGGER       PIC X(20).
               10 GT-OPER-ID       PIC X(8).
               10 GT-BACKUP-PATH   PIC X(80).
               10 GT-DROP-FLAG     PIC X(1).
       01 WS-GEN-ROW                PIC 9(3).
       01 WS-GEN-CLASS-COUNT        PIC 9(3).
       01 WS-GEN-LAST-NUMBER        PIC 9(4).
       01 WS-GEN-TIMESTAMP          PIC X(21).
       01 WS-GEN-RESULT-SWITCH      PIC X VALUE "N".
           88 GEN-BACKUP-TAKEN      VALUE "Y".
           88 GEN-NOTHING-TO-SAVE   VALUE "N".
           88 GEN-BACKUP-FAILED     VALUE "F".
       01 WS-GEN-EOF-SWITCH         PIC X VALUE "N".
           88 END-OF-GEN-SOURCE     VALUE "Y".
       01 WS-GEN-CAT-EOF-SWITCH     PIC X VALUE "N".
           88 END-OF-GEN-CATALOG    VALUE "Y".
       01 WS-GEN-RECORD-COUNT       PIC 9(7).
       01 WS-GEN-HASH-TOTAL         PIC 9(12).

       PROCEDURE DIVISION.

           100-MAIN.
           PERFORM 105-READ-RUN-PARAMETERS
           DISPLAY "KEYED MASTER BUILD"
           DISPLAY "SOURCE .PRN PATH (BLANK FOR "
               "C:\COBOL\us_postal_codes.prn)."
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "MASTER NOT FOUND ("
                   FUNCTION TRIM(WS-MASTER-PATH) ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT BUILD-REJECT-FILE
           WRITE BUILD-REPORT-RECORD
           PERFORM 110-LOAD-ZIP-TABLE
           CLOSE ZIP-DATA
           PERFORM 140-BACKUP-KEYED-MASTER
           IF GEN-BACKUP-FAILED
               DISPLAY "KEYED FILE NOT REBUILT - THE EXISTING FILE "
                   "COULD NOT BE BACKED UP FIRST."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 120-WRITE-KEYED-MASTER
           END-IF
           PERFORM 130-WRITE-BUILD-TOTALS
           CLOSE BUILD-REJECT-FILE
           CLOSE BUILD-REPORT-FILE
           STOP RUN.

           105-READ-RUN-PARAMETERS.
           OPEN INPUT RUN-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               MOVE "N" TO WS-PARM-EOF-SWITCH
               READ RUN-PARM-FILE
                   AT END SET PARM-EOF-REACHED TO TRUE
               END-READ
           PERFORM UNTIL PARM-EOF-REACHED
               PERFORM 107-APPLY-RUN-PARAMETER
               READ RUN-PARM-FILE
                   AT END SET PARM-EOF-REACHED TO TRUE
               END-READ
           END-PERFORM
               CLOSE RUN-PARM-FILE
           END-IF.

           107-APPLY-RUN-PARAMETER.
           MOVE SPACES TO WS-PARM-KEYWORD
           MOVE SPACES TO WS-PARM-VALUE
           UNSTRING RUN-PARM-RECORD DELIMITED BY "="
               INTO WS-PARM-KEYWORD WS-PARM-VALUE
           END-UNSTRING
           EVALUATE FUNCTION UPPER-CASE
                   (FUNCTION TRIM(WS-PARM-KEYWORD))
               WHEN "GENCAT"
                   MOVE WS-PARM-VALUE TO WS-GEN-CATALOG-PATH
               WHEN "GENKEEP"
                   IF FUNCTION TRIM(WS-PARM-VALUE) IS NUMERIC
                       AND FUNCTION NUMVAL(WS-PARM-VALUE) > 0
                       MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
                           TO WS-GEN-KEEP
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           110-LOAD-ZIP-TABLE.
           MOVE ZERO TO WS-RECORD-COUNT
           MOVE "N" TO WS-EOF-SWITCH
               " DUPLICATES " WS-LOAD-DUP-COUNT
               ".  REPORT IS zip_ixbuild_report.txt.".

      ****************************************************
      * SAVE THE KEYED FILE ABOUT TO BE REPLACED AS THE    *
      * NEXT GENERATION (TYPE K) AND CATALOG IT.  NO       *
      * EXISTING KEYED FILE (FIRST BUILD) IS NOT AN ERROR. *
      ****************************************************
           140-BACKUP-KEYED-MASTER.
           MOVE "N" TO WS-GEN-RESULT-SWITCH
           OPEN INPUT ZIP-KEYED-FILE
           IF WS-KEYED-FILE-STATUS NOT = "00"
               MOVE SPACES TO BUILD-REPORT-RECORD
               STRING "NO EXISTING KEYED FILE - NO GENERATION "
                   "BACKUP TAKEN."
                   DELIMITED BY SIZE INTO BUILD-REPORT-RECORD
               END-STRING
               WRITE BUILD-REPORT-RECORD
           ELSE
               PERFORM 142-LOAD-GEN-CATALOG
               ADD 1 TO WS-GEN-LAST-NUMBER
               MOVE FUNCTION CURRENT-DATE TO WS-GEN-TIMESTAMP
               MOVE SPACES TO WS-GEN-BACKUP-PATH
               STRING FUNCTION TRIM(WS-GEN-MASTER-BASE)
                   ".G" WS-GEN-LAST-NUMBER
                   "." WS-GEN-TIMESTAMP(1:8)
                   DELIMITED BY SIZE INTO WS-GEN-BACKUP-PATH
               END-STRING
               IF WS-GEN-COUNT NOT < WS-GEN-MAX
                   DISPLAY "GENERATION CATALOG IS FULL ("
                       FUNCTION TRIM(WS-GEN-CATALOG-PATH) ")."
                   SET GEN-BACKUP-FAILED TO TRUE
               ELSE
                   OPEN OUTPUT GEN-BACKUP-FILE
                   IF WS-GEN-BACKUP-STATUS NOT = "00"
                       DISPLAY "COULD NOT CREATE GENERATION BACKUP "
                           FUNCTION TRIM(WS-GEN-BACKUP-PATH)
                           " - STATUS " WS-GEN-BACKUP-STATUS "."
                       SET GEN-BACKUP-FAILED TO TRUE
                   ELSE
                       PERFORM 141-COPY-KEYED-TO-BACKUP
                       CLOSE GEN-BACKUP-FILE
                       IF NOT GEN-BACKUP-FAILED
                           PERFORM 143-CATALOG-NEW-GENERATION
                       END-IF
                       IF GEN-BACKUP-FAILED
                           CALL "CBL_DELETE_FILE"
                               USING WS-GEN-BACKUP-PATH
                           END-CALL
                           MOVE 0 TO RETURN-CODE
                       ELSE
                           SET GEN-BACKUP-TAKEN TO TRUE
                       END-IF
                   END-IF
               END-IF
               CLOSE ZIP-KEYED-FILE
           END-IF.

           141-COPY-KEYED-TO-BACKUP.
           MOVE ZERO TO WS-GEN-RECORD-COUNT
           MOVE ZERO TO WS-GEN-HASH-TOTAL
           MOVE "N" TO WS-GEN-EOF-SWITCH
           READ ZIP-KEYED-FILE NEXT RECORD
               AT END SET END-OF-GEN-SOURCE TO TRUE
           END-READ
           PERFORM UNTIL END-OF-GEN-SOURCE OR GEN-BACKUP-FAILED
               MOVE ZIP-KEYED-RECORD TO GEN-BACKUP-RECORD
               WRITE GEN-BACKUP-RECORD
               IF WS-GEN-BACKUP-STATUS NOT = "00"
                   DISPLAY "WRITE TO GENERATION BACKUP "
                       FUNCTION TRIM(WS-GEN-BACKUP-PATH)
                       " FAILED - STATUS " WS-GEN-BACKUP-STATUS "."
                   SET GEN-BACKUP-FAILED TO TRUE
               ELSE
                   ADD 1 TO WS-GEN-RECORD-COUNT
                   ADD KEYED-ZIP-CODE TO WS-GEN-HASH-TOTAL
                   READ ZIP-KEYED-FILE NEXT RECORD
                       AT END SET END-OF-GEN-SOURCE TO TRUE
                   END-READ
               END-IF
           END-PERFORM.

           142-LOAD-GEN-CATALOG.
           MOVE ZERO TO WS-GEN-COUNT
           MOVE ZERO TO WS-GEN-LAST-NUMBER
           OPEN INPUT GEN-CATALOG-FILE
           IF WS-GEN-CAT-STATUS = "00"
               MOVE "N" TO WS-GEN-CAT-EOF-SWITCH
               READ GEN-CATALOG-FILE
                   AT END SET END-OF-GEN-CATALOG TO TRUE
               END-READ
           PERFORM UNTIL END-OF-GEN-CATALOG
               IF GEN-CATALOG-RECORD NOT = SPACES
                   AND GC-GENERATION IS NUMERIC
                   AND WS-GEN-COUNT < WS-GEN-MAX
                   ADD 1 TO WS-GEN-COUNT
                   MOVE GC-GENERATION TO GT-GENERATION(WS-GEN-COUNT)
                   MOVE GC-TIMESTAMP TO GT-TIMESTAMP(WS-GEN-COUNT)
                   MOVE GC-FILE-TYPE TO GT-FILE-TYPE(WS-GEN-COUNT)
                   MOVE GC-RECORD-COUNT
                       TO GT-RECORD-COUNT(WS-GEN-COUNT)
                   MOVE GC-HASH-TOTAL TO GT-HASH-TOTAL(WS-GEN-COUNT)
                   MOVE GC-TRIGGER TO GT-TRIGGER(WS-GEN-COUNT)
                   MOVE GC-OPER-ID TO GT-OPER-ID(WS-GEN-COUNT)
                   MOVE GC-BACKUP-PATH TO GT-BACKUP-PATH(WS-GEN-COUNT)
                   MOVE SPACE TO GT-DROP-FLAG(WS-GEN-COUNT)
               END-IF
               IF GC-GENERATION IS NUMERIC
                   AND GC-GENERATION > WS-GEN-LAST-NUMBER
                   MOVE GC-GENERATION TO WS-GEN-LAST-NUMBER
               END-IF
               READ GEN-CATALOG-FILE
                   AT END SET END-OF-GEN-CATALOG TO TRUE
               END-READ
           END-PERFORM
               CLOSE GEN-CATALOG-FILE
           END-IF.

           143-CATALOG-NEW-GENERATION.
           ADD 1 TO WS-GEN-COUNT
           MOVE WS-GEN-LAST-NUMBER TO GT-GENERATION(WS-GEN-COUNT)
           MOVE WS-GEN-TIMESTAMP(1:14) TO GT-TIMESTAMP(WS-GEN-COUNT)
           MOVE "K" TO GT-FILE-TYPE(WS-GEN-COUNT)
           MOVE WS-GEN-RECORD-COUNT TO GT-RECORD-COUNT(WS-GEN-COUNT)
           MOVE WS-GEN-HASH-TOTAL TO GT-HASH-TOTAL(WS-GEN-COUNT)
           MOVE "ZIPIXBLD REBUILD" TO GT-TRIGGER(WS-GEN-COUNT)
           MOVE "ZIPIXBLD" TO GT-OPER-ID(WS-GEN-COUNT)
           MOVE WS-GEN-BACKUP-PATH TO GT-BACKUP-PATH(WS-GEN-COUNT)
           MOVE SPACE TO GT-DROP-FLAG(WS-GEN-COUNT)
           PERFORM 144-PURGE-OLD-GENERATIONS
           PERFORM 146-WRITE-GEN-CATALOG
           IF NOT GEN-BACKUP-FAILED
               PERFORM 145-DELETE-DROPPED-GENERATIONS
               MOVE SPACES TO BUILD-REPORT-RECORD
               STRING "OLD KEYED FILE SAVED AS GENERATION "
                   WS-GEN-LAST-NUMBER " - " WS-GEN-RECORD-COUNT
                   " RECORDS, HASH " WS-GEN-HASH-TOTAL ", "
                   FUNCTION TRIM(WS-GEN-BACKUP-PATH)
                   DELIMITED BY SIZE INTO BUILD-REPORT-RECORD
               END-STRING
               WRITE BUILD-REPORT-RECORD
               DISPLAY "OLD KEYED FILE SAVED AS GENERATION "
                   WS-GEN-LAST-NUMBER "."
           END-IF.

      ****************************************************
      * KEEP THE NEWEST WS-GEN-KEEP MASTER GENERATIONS     *
      * (TYPES K AND P); +4 GENERATIONS ARE LEFT ALONE.    *
      * ROWS ARE ONLY FLAGGED HERE - 145 DELETES THEIR     *
      * FILES ONCE THE CATALOG WITHOUT THEM IS WRITTEN.    *
      ****************************************************
           144-PURGE-OLD-GENERATIONS.
           MOVE ZERO TO WS-GEN-CLASS-COUNT
          PERFORM VARYING WS-GEN-ROW FROM 1 BY 1
            UNTIL WS-GEN-ROW > WS-GEN-COUNT
               IF GT-FILE-TYPE(WS-GEN-ROW) NOT = "4"
                   ADD 1 TO WS-GEN-CLASS-COUNT
               END-IF
          END-PERFORM
          PERFORM VARYING WS-GEN-ROW FROM 1 BY 1
            UNTIL WS-GEN-ROW > WS-GEN-COUNT
               OR WS-GEN-CLASS-COUNT NOT > WS-GEN-KEEP
               IF GT-FILE-TYPE(WS-GEN-ROW) NOT = "4"
                   MOVE "Y" TO GT-DROP-FLAG(WS-GEN-ROW)
                   SUBTRACT 1 FROM WS-GEN-CLASS-COUNT
               END-IF
          END-PERFORM.

           145-DELETE-DROPPED-GENERATIONS.
          PERFORM VARYING WS-GEN-ROW FROM 1 BY 1
            UNTIL WS-GEN-ROW > WS-GEN-COUNT
               IF GT-DROP-FLAG(WS-GEN-ROW) = "Y"
                   CALL "CBL_DELETE_FILE"
                       USING GT-BACKUP-PATH(WS-GEN-ROW)
                   END-CALL
                   MOVE 0 TO RETURN-CODE
               END-IF
          END-PERFORM.

           146-WRITE-GEN-CATALOG.
           OPEN OUTPUT GEN-CATALOG-FILE
           IF WS-GEN-CAT-STATUS NOT = "00"
               DISPLAY "COULD NOT REWRITE GENERATION CATALOG "
                   FUNCTION TRIM(WS-GEN-CATALOG-PATH)
                   " - STATUS " WS-GEN-CAT-STATUS "."
               SET GEN-BACKUP-FAILED TO TRUE
           ELSE
          PERFORM VARYING WS-GEN-ROW FROM 1 BY 1
            UNTIL WS-GEN-ROW > WS-GEN-COUNT
               OR GEN-BACKUP-FAILED
               IF GT-DROP-FLAG(WS-GEN-ROW) NOT = "Y"
                   MOVE SPACES TO GEN-CATALOG-RECORD
                   MOVE GT-GENERATION(WS-GEN-ROW) TO GC-GENERATION
                   MOVE GT-TIMESTAMP(WS-GEN-ROW) TO GC-TIMESTAMP
                   MOVE GT-FILE-TYPE(WS-GEN-ROW) TO GC-FILE-TYPE
                   MOVE GT-RECORD-COUNT(WS-GEN-ROW) TO GC-RECORD-COUNT
                   MOVE GT-HASH-TOTAL(WS-GEN-ROW) TO GC-HASH-TOTAL
                   MOVE GT-TRIGGER(WS-GEN-ROW) TO GC-TRIGGER
                   MOVE GT-OPER-ID(WS-GEN-ROW) TO GC-OPER-ID
                   MOVE GT-BACKUP-PATH(WS-GEN-ROW) TO GC-BACKUP-PATH
                   WRITE GEN-CATALOG-RECORD
                   IF WS-GEN-CAT-STATUS NOT = "00"
                       DISPLAY "WRITE TO GENERATION CATALOG FAILED - "
                           "STATUS " WS-GEN-CAT-STATUS "."
                       SET GEN-BACKUP-FAILED TO TRUE
                   END-IF
               END-IF
          END-PERFORM
               CLOSE GEN-CATALOG-FILE
           END-IF.


       END PROGRAM ZIPIXBLD.
