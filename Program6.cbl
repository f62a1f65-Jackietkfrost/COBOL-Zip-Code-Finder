       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZIPZONES.
      *******************************
      * AUTHOR: JACKIE MARCANO	    *
      * Project: ZIP CODE FINDER    *
      * SHIPPING ZONE CHART         *
      * GENERATOR BY ORIGIN ZIP     *
      *******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ZIP-DATA
               ASSIGN TO DYNAMIC WS-MASTER-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL
                FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT ORIGIN-FILE
               ASSIGN TO DYNAMIC WS-ORIGIN-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL
                FILE STATUS IS WS-ORIGIN-FILE-STATUS.
           SELECT ZONE-BAND-FILE
               ASSIGN TO DYNAMIC WS-BAND-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL
                FILE STATUS IS WS-BAND-FILE-STATUS.
           SELECT ZONE-CHART-FILE
               ASSIGN TO "C:\COBOL\zip_zone_chart.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
           SELECT ZONE-REPORT-FILE
               ASSIGN TO "C:\COBOL\zip_zone_report.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ZIP-DATA.
       01 ZIP-FILE-RECORD.
           05 IN-ZIP-CODE      PIC 9(5).
           05 IN-PLACE-NAME    PIC X(23).
           05 IN-STATE-NAME    PIC X(16).
           05 IN-STATE-CODE    PIC X(3).
           05 IN-COUNTY-NAME   PIC X(27).
           05 IN-LAT           PIC X(6).
           05 IN-LON           PIC X(8).

      * ONE SHIPPING ORIGIN (WAREHOUSE) PER LINE.
       FD  ORIGIN-FILE.
       01 ORIGIN-RECORD.
           05 OR-IN-ZIP-CODE   PIC X(5).
           05 FILLER           PIC X(1).
           05 OR-IN-NAME       PIC X(25).

      * ONE ZONE BAND PER LINE, MILES ZERO-FILLED.
       FD  ZONE-BAND-FILE.
       01 ZONE-BAND-RECORD.
           05 ZB-IN-ZONE       PIC X(2).
           05 FILLER           PIC X(1).
           05 ZB-IN-MILES-FROM PIC X(5).
           05 FILLER           PIC X(1).
           05 ZB-IN-MILES-TO   PIC X(5).

       FD  ZONE-CHART-FILE.
       01 ZONE-CHART-RECORD.
           05 ZC-ORIGIN-ZIP    PIC 9(5).
           05 FILLER           PIC X(1).
           05 ZC-DEST-PREFIX   PIC X(3).
           05 FILLER           PIC X(1).
           05 ZC-ZONE          PIC X(2).
           05 FILLER           PIC X(1).
           05 ZC-STRADDLE-FLAG PIC X(1).

       FD  ZONE-REPORT-FILE.
       01 ZONE-REPORT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
      ****************************************************
      * BUILDS A SHIPPING ZONE CHART FOR EACH ORIGIN ZIP   *
      * IN zip_zone_origins.txt (COLS 1-5 ZIP, 7-31 NAME). *
      * EVERY MASTER ZIP IS MEASURED FROM THE ORIGIN WITH  *
      * THE SAME FLAT-EARTH MILEAGE ZIPCODES USES FOR ITS  *
      * ZIP-TO-ZIP DISTANCE, ROUNDED TO WHOLE MILES, AND   *
      * PLACED IN THE BAND FROM zip_zone_bands.txt (COLS   *
      * 1-2 ZONE, 4-8 MILES FROM, 10-14 MILES TO) WHOSE    *
      * RANGE HOLDS IT.  THE CHART CARRIES ONE LINE PER    *
      * ORIGIN AND DESTINATION 3-DIGIT PREFIX: THE ZONE    *
      * MOST OF THE PREFIX'S ZIPS FALL IN (A TIE GOES TO   *
      * THE FARTHER ZONE), FLAGGED S WHEN THE PREFIX'S     *
      * ZIPS STRADDLE MORE THAN ONE ZONE.  MASTER ROWS     *
      * WITH NO COORDINATES CANNOT BE ZONED AND ARE LISTED *
      * ON THE REPORT INSTEAD; A ZIP BEYOND EVERY BAND IS  *
      * COUNTED AS NO ZONE.                                *
      ****************************************************
       01 WS-MASTER-PATH           PIC X(80)
           VALUE "C:\COBOL\us_postal_codes.prn".
       01 WS-ORIGIN-PATH           PIC X(80)
           VALUE "C:\COBOL\zip_zone_origins.txt".
       01 WS-BAND-PATH             PIC X(80)
           VALUE "C:\COBOL\zip_zone_bands.txt".
       01 WS-MASTER-PATH-STAGE     PIC X(80).
       01 WS-ORIGIN-PATH-STAGE     PIC X(80).
       01 WS-BAND-PATH-STAGE       PIC X(80).
       01 WS-MASTER-FILE-STATUS    PIC X(02).
       01 WS-ORIGIN-FILE-STATUS    PIC X(02).
       01 WS-BAND-FILE-STATUS      PIC X(02).
       01 WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-ZIP-FILE      VALUE "Y".
       01 WS-ORIGIN-EOF-SWITCH     PIC X VALUE "N".
           88 END-OF-ORIGIN-FILE   VALUE "Y".
       01 WS-BAND-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-BAND-FILE     VALUE "Y".
       01 WS-MAX-TABLE-SIZE        PIC 9(5) VALUE 50000.
       01 WS-RECORD-COUNT          PIC 9(5) VALUE ZERO.
       01 ZIP-TABLE-AREA.
           05  ZIP-DATA-TABLE OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-RECORD-COUNT
                   ASCENDING KEY IS ZIP-CODE-IN
                   INDEXED BY X1.
               10 ZIP-CODE-IN      PIC 9(5).
               10 PLACE-NAME-IN    PIC X(23).
               10 STATE-NAME-IN    PIC X(16).
               10 STATE-CODE-IN    PIC X(3).
               10 COUNTY-NAME-IN   PIC X(27).
               10 LAT-IN           PIC X(6).
               10 LON-IN           PIC X(8).
      ****************************************************
      * COORDINATES OF EACH TABLE ROW, CONVERTED ONCE      *
      * AFTER THE LOAD SO EACH ORIGIN PASS DOES NOT REPEAT *
      * THE NUMVAL.  SAME ROW NUMBERS AS ZIP-DATA-TABLE.   *
      ****************************************************
       01 WS-COORD-AREA.
           05 WS-COORD-TABLE OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-RECORD-COUNT.
               10 CT-LAT           PIC S9(3)V9(6) COMP-3.
               10 CT-LON           PIC S9(3)V9(6) COMP-3.
               10 CT-COORD-FLAG    PIC X.
                   88 ROW-HAS-COORDS VALUE "Y".
      ****************************************************
      * ZONE BANDS, SORTED BY MILES FROM AFTER THE LOAD.   *
      * THE COUNTS ARE ZIPS PLACED IN THE BAND FOR THE     *
      * CURRENT ORIGIN AND FOR THE WHOLE RUN.              *
      ****************************************************
       01 WS-BAND-MAX              PIC 9(2) VALUE 20.
       01 WS-BAND-COUNT            PIC 9(2) VALUE ZERO.
       01 WS-BAND-AREA.
           05 WS-BAND-TABLE OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-BAND-COUNT
                   INDEXED BY XZ.
               10 BD-MILES-FROM    PIC 9(5).
               10 BD-MILES-TO      PIC 9(5).
               10 BD-ZONE          PIC X(2).
               10 BD-ORIGIN-ZIPS   PIC 9(5).
               10 BD-GRAND-ZIPS    PIC 9(7).
               10 BD-PREFIX-ZIPS   PIC 9(5).
       01 WS-BAND-ROW              PIC 9(2).
       01 WS-BAND-VALID-SWITCH     PIC X VALUE "Y".
           88 BANDS-VALID          VALUE "Y".
       01 WS-BAND-REJECT-COUNT     PIC 9(3) VALUE ZERO.
       01 WS-BAND-REASON           PIC X(30).
      ****************************************************
      * DISTANCE CALC - SAME FIELDS AND CONSTANTS AS THE   *
      * ZIPCODES ZIP-TO-ZIP DISTANCE.                      *
      ****************************************************
       01 WS-EARTH-RADIUS-MILES    PIC 9(4) VALUE 3959.
       01 WS-DEG-TO-RAD            PIC S9V9(7) COMP-3
                                    VALUE .0174533.
       01 WS-DISTANCE-CALC.
           05 WS-DIST-LAT-1        PIC S9(3)V9(6) COMP-3.
           05 WS-DIST-LON-1        PIC S9(3)V9(6) COMP-3.
           05 WS-DIST-LAT-2        PIC S9(3)V9(6) COMP-3.
           05 WS-DIST-LON-2        PIC S9(3)V9(6) COMP-3.
           05 WS-DIST-DX           PIC S9(3)V9(6) COMP-3.
           05 WS-DIST-DY           PIC S9(3)V9(6) COMP-3.
           05 WS-DIST-AVG-LAT-RAD  PIC S9(3)V9(6) COMP-3.
           05 WS-DIST-MILES        PIC S9(5)V9(2) COMP-3.
       01 WS-ZONE-MILES            PIC 9(5).
      ****************************************************
      * CURRENT ORIGIN AND CURRENT DESTINATION PREFIX      *
      ****************************************************
       01 WS-ORIGIN-ZIP            PIC 9(5).
       01 WS-ORIGIN-NAME           PIC X(25).
       01 WS-ORIGIN-PLACE          PIC X(23).
       01 WS-ORIGIN-STATE          PIC X(3).
       01 WS-ORIGIN-REASON         PIC X(30).
       01 WS-ORIGIN-ACTIVE-SWITCH  PIC X VALUE "N".
           88 ORIGIN-ACTIVE        VALUE "Y".
       01 WS-ZIP-ROW               PIC 9(5).
       01 WS-ROW-BAND              PIC 9(2).
       01 WS-PREFIX                PIC X(3).
       01 WS-PREFIX-ZIPS           PIC 9(5).
       01 WS-PREFIX-NOZONE         PIC 9(5).
       01 WS-PREFIX-NOCOORD        PIC 9(5).
       01 WS-PREFIX-LOW-MILES      PIC 9(5).
       01 WS-PREFIX-HIGH-MILES     PIC 9(5).
       01 WS-PREFIX-GROUPS         PIC 9(2).
       01 WS-PREFIX-BEST-BAND      PIC 9(2).
       01 WS-PREFIX-BEST-ZIPS      PIC 9(5).
       01 WS-PREFIX-LOW-BAND       PIC 9(2).
       01 WS-PREFIX-HIGH-BAND      PIC 9(2).
       01 WS-PREFIX-NOTE           PIC X(30).
      ****************************************************
      * REPORT PAGING AND COUNTS                           *
      ****************************************************
       01 WS-ZONE-RUN-DATE         PIC X(8).
       01 WS-ZONE-PAGE-NO          PIC 9(3) VALUE ZERO.
       01 WS-ZONE-LINE-COUNT       PIC 9(2) VALUE ZERO.
       01 WS-ZONE-LINES-PER-PAGE   PIC 9(2) VALUE 55.
       01 WS-ZONE-DETAIL           PIC X(80).
       01 WS-MILES-EDIT            PIC ZZZZ9.
       01 WS-MILES-EDIT-2          PIC ZZZZ9.
       01 WS-COUNT-EDIT            PIC ZZZZ9.
       01 WS-LOAD-COUNTS.
           05 WS-LOAD-READ-COUNT   PIC 9(5) VALUE ZERO.
           05 WS-LOAD-REJECT-COUNT PIC 9(5) VALUE ZERO.
           05 WS-LOAD-DUP-COUNT    PIC 9(5) VALUE ZERO.
           05 WS-NOCOORD-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-LOAD-SCAN-ROW         PIC 9(5).
       01 WS-LOAD-KEEP-ROW         PIC 9(5).
       01 WS-ORIGIN-COUNTS.
           05 WS-ORIGIN-ZONED      PIC 9(5).
           05 WS-ORIGIN-NOZONE     PIC 9(5).
           05 WS-ORIGIN-PREFIXES   PIC 9(5).
           05 WS-ORIGIN-STRADDLES  PIC 9(5).
       01 WS-RUN-COUNTS.
           05 WS-ORIGIN-READ-COUNT PIC 9(5) VALUE ZERO.
           05 WS-ORIGIN-DONE-COUNT PIC 9(5) VALUE ZERO.
           05 WS-ORIGIN-REJ-COUNT  PIC 9(5) VALUE ZERO.
           05 WS-CHART-WRITE-COUNT PIC 9(7) VALUE ZERO.
           05 WS-GRAND-NOZONE      PIC 9(7) VALUE ZERO.
           05 WS-GRAND-STRADDLES   PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.

           100-MAIN.
           DISPLAY "SHIPPING ZONE CHART"
           DISPLAY "MASTER .PRN PATH (BLANK FOR "
               "C:\COBOL\us_postal_codes.prn)."
           ACCEPT WS-MASTER-PATH-STAGE
           DISPLAY "ORIGIN ZIP LIST PATH (BLANK FOR "
               "C:\COBOL\zip_zone_origins.txt)."
           ACCEPT WS-ORIGIN-PATH-STAGE
           DISPLAY "ZONE BAND TABLE PATH (BLANK FOR "
               "C:\COBOL\zip_zone_bands.txt)."
           ACCEPT WS-BAND-PATH-STAGE
           IF WS-MASTER-PATH-STAGE NOT = SPACES
               MOVE WS-MASTER-PATH-STAGE TO WS-MASTER-PATH
           END-IF
           IF WS-ORIGIN-PATH-STAGE NOT = SPACES
               MOVE WS-ORIGIN-PATH-STAGE TO WS-ORIGIN-PATH
           END-IF
           IF WS-BAND-PATH-STAGE NOT = SPACES
               MOVE WS-BAND-PATH-STAGE TO WS-BAND-PATH
           END-IF
           OPEN INPUT ZIP-DATA
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "MASTER NOT FOUND ("
                   FUNCTION TRIM(WS-MASTER-PATH) ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ORIGIN-FILE
           IF WS-ORIGIN-FILE-STATUS NOT = "00"
               DISPLAY "ORIGIN ZIP LIST NOT FOUND ("
                   FUNCTION TRIM(WS-ORIGIN-PATH) ")."
               CLOSE ZIP-DATA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ZONE-BAND-FILE
           IF WS-BAND-FILE-STATUS NOT = "00"
               DISPLAY "ZONE BAND TABLE NOT FOUND ("
                   FUNCTION TRIM(WS-BAND-PATH) ")."
               CLOSE ZIP-DATA
               CLOSE ORIGIN-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ZONE-REPORT-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-ZONE-RUN-DATE
           PERFORM 135-PAGE-HEADING
           PERFORM 120-LOAD-ZONE-BANDS
           CLOSE ZONE-BAND-FILE
           IF NOT BANDS-VALID
               MOVE SPACES TO WS-ZONE-DETAIL
               PERFORM 130-WRITE-REPORT-LINE
               MOVE "ZONE BAND TABLE IS NOT USABLE - NO CHART WRITTEN."
                   TO WS-ZONE-DETAIL
               PERFORM 130-WRITE-REPORT-LINE
               CLOSE ZIP-DATA
               CLOSE ORIGIN-FILE
               CLOSE ZONE-REPORT-FILE
               DISPLAY "ZONE BAND TABLE IS NOT USABLE.  REPORT IS "
                   "zip_zone_report.txt."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 110-LOAD-ZIP-TABLE
           CLOSE ZIP-DATA
           PERFORM 140-LIST-NO-COORDINATES
           OPEN OUTPUT ZONE-CHART-FILE
           MOVE "N" TO WS-ORIGIN-EOF-SWITCH
           READ ORIGIN-FILE
               AT END SET END-OF-ORIGIN-FILE TO TRUE
           END-READ
           PERFORM UNTIL END-OF-ORIGIN-FILE
               IF ORIGIN-RECORD NOT = SPACES
                   ADD 1 TO WS-ORIGIN-READ-COUNT
                   PERFORM 200-CHART-ONE-ORIGIN
               END-IF
               READ ORIGIN-FILE
                   AT END SET END-OF-ORIGIN-FILE TO TRUE
               END-READ
           END-PERFORM
           CLOSE ORIGIN-FILE
           CLOSE ZONE-CHART-FILE
           PERFORM 300-WRITE-RUN-TOTALS
           CLOSE ZONE-REPORT-FILE
           DISPLAY "ZONE CHART COMPLETE - ORIGINS " WS-ORIGIN-DONE-COUNT
               " REJECTED " WS-ORIGIN-REJ-COUNT
               " CHART LINES " WS-CHART-WRITE-COUNT
               ".  REPORT IS zip_zone_report.txt."
           STOP RUN.

      ****************************************************
      * MASTER LOAD.  ROWS WITH NO COORDINATES ARE KEPT SO *
      * THEY CAN BE NAMED ON THE REPORT; ONLY A NON-NUMERIC*
      * ZIP IS SKIPPED.                                    *
      ****************************************************
           110-LOAD-ZIP-TABLE.
           MOVE ZERO TO WS-RECORD-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           READ ZIP-DATA
               AT END SET END-OF-ZIP-FILE TO TRUE
           END-READ
           PERFORM UNTIL END-OF-ZIP-FILE
                       OR WS-RECORD-COUNT = WS-MAX-TABLE-SIZE
               ADD 1 TO WS-LOAD-READ-COUNT
               IF IN-ZIP-CODE IS NUMERIC
                   ADD 1 TO WS-RECORD-COUNT
                   MOVE ZIP-FILE-RECORD
                       TO ZIP-DATA-TABLE(WS-RECORD-COUNT)
               ELSE
                   ADD 1 TO WS-LOAD-REJECT-COUNT
               END-IF
               READ ZIP-DATA
                   AT END SET END-OF-ZIP-FILE TO TRUE
               END-READ
           END-PERFORM
           IF NOT END-OF-ZIP-FILE
               DISPLAY "WARNING - ZIP-DATA-TABLE FULL AT "
                   WS-MAX-TABLE-SIZE " RECORDS, FILE NOT FULLY LOADED."
           END-IF
           SORT ZIP-DATA-TABLE ASCENDING KEY ZIP-CODE-IN
           PERFORM 116-DROP-DUPLICATE-ZIPS
          PERFORM VARYING WS-ZIP-ROW FROM 1 BY 1
            UNTIL WS-ZIP-ROW > WS-RECORD-COUNT
               PERFORM 118-CONVERT-COORDINATES
          END-PERFORM.

           116-DROP-DUPLICATE-ZIPS.
           IF WS-RECORD-COUNT > 1
               MOVE 1 TO WS-LOAD-KEEP-ROW
          PERFORM VARYING WS-LOAD-SCAN-ROW FROM 2 BY 1
            UNTIL WS-LOAD-SCAN-ROW > WS-RECORD-COUNT
               IF ZIP-CODE-IN(WS-LOAD-SCAN-ROW) =
                       ZIP-CODE-IN(WS-LOAD-KEEP-ROW)
                   ADD 1 TO WS-LOAD-DUP-COUNT
               ELSE
                   ADD 1 TO WS-LOAD-KEEP-ROW
                   IF WS-LOAD-KEEP-ROW NOT = WS-LOAD-SCAN-ROW
                       MOVE ZIP-DATA-TABLE(WS-LOAD-SCAN-ROW)
                           TO ZIP-DATA-TABLE(WS-LOAD-KEEP-ROW)
                   END-IF
               END-IF
          END-PERFORM
               MOVE WS-LOAD-KEEP-ROW TO WS-RECORD-COUNT
           END-IF.

           118-CONVERT-COORDINATES.
           MOVE "N" TO CT-COORD-FLAG(WS-ZIP-ROW)
           MOVE ZERO TO CT-LAT(WS-ZIP-ROW)
           MOVE ZERO TO CT-LON(WS-ZIP-ROW)
           IF LAT-IN(WS-ZIP-ROW) NOT = SPACES
               AND LON-IN(WS-ZIP-ROW) NOT = SPACES
               IF FUNCTION TEST-NUMVAL(LAT-IN(WS-ZIP-ROW)) = 0
                   AND FUNCTION TEST-NUMVAL(LON-IN(WS-ZIP-ROW)) = 0
                   COMPUTE CT-LAT(WS-ZIP-ROW) =
                       FUNCTION NUMVAL(LAT-IN(WS-ZIP-ROW))
                   COMPUTE CT-LON(WS-ZIP-ROW) =
                       FUNCTION NUMVAL(LON-IN(WS-ZIP-ROW))
                   MOVE "Y" TO CT-COORD-FLAG(WS-ZIP-ROW)
               END-IF
           END-IF
           IF NOT ROW-HAS-COORDS(WS-ZIP-ROW)
               ADD 1 TO WS-NOCOORD-COUNT
           END-IF.

      ****************************************************
      * ZONE BAND LOAD.  A BAD LINE IS LISTED AND SKIPPED; *
      * NO GOOD BANDS, A REPEATED ZONE OR OVERLAPPING      *
      * RANGES STOP THE RUN.  A GAP BETWEEN BANDS IS ONLY  *
      * WARNED ABOUT - ZIPS IN IT COUNT AS NO ZONE.        *
      ****************************************************
           120-LOAD-ZONE-BANDS.
           MOVE ZERO TO WS-BAND-COUNT
           MOVE "N" TO WS-BAND-EOF-SWITCH
           READ ZONE-BAND-FILE
               AT END SET END-OF-BAND-FILE TO TRUE
           END-READ
           PERFORM UNTIL END-OF-BAND-FILE
               IF ZONE-BAND-RECORD NOT = SPACES
                   PERFORM 122-EDIT-BAND-LINE
               END-IF
               READ ZONE-BAND-FILE
                   AT END SET END-OF-BAND-FILE TO TRUE
               END-READ
           END-PERFORM
           IF WS-BAND-COUNT = 0
               MOVE "NO USABLE ZONE BANDS." TO WS-ZONE-DETAIL
               PERFORM 130-WRITE-REPORT-LINE
               MOVE "N" TO WS-BAND-VALID-SWITCH
           ELSE
               SORT WS-BAND-TABLE ASCENDING KEY BD-MILES-FROM
               PERFORM 124-CHECK-BAND-RANGES
               PERFORM 126-LIST-ZONE-BANDS
           END-IF.

           122-EDIT-BAND-LINE.
           MOVE SPACES TO WS-BAND-REASON
           EVALUATE TRUE
               WHEN ZB-IN-ZONE IS NOT NUMERIC
                   MOVE "ZONE NOT NUMERIC" TO WS-BAND-REASON
               WHEN ZB-IN-MILES-FROM IS NOT NUMERIC
                   MOVE "MILES FROM NOT NUMERIC" TO WS-BAND-REASON
               WHEN ZB-IN-MILES-TO IS NOT NUMERIC
                   MOVE "MILES TO NOT NUMERIC" TO WS-BAND-REASON
               WHEN ZB-IN-MILES-FROM > ZB-IN-MILES-TO
                   MOVE "MILES FROM IS PAST MILES TO"
                       TO WS-BAND-REASON
               WHEN WS-BAND-COUNT = WS-BAND-MAX
                   MOVE "BAND TABLE FULL" TO WS-BAND-REASON
           END-EVALUATE
           IF WS-BAND-REASON = SPACES
               ADD 1 TO WS-BAND-COUNT
               MOVE ZB-IN-ZONE TO BD-ZONE(WS-BAND-COUNT)
               MOVE ZB-IN-MILES-FROM TO BD-MILES-FROM(WS-BAND-COUNT)
               MOVE ZB-IN-MILES-TO TO BD-MILES-TO(WS-BAND-COUNT)
               MOVE ZERO TO BD-ORIGIN-ZIPS(WS-BAND-COUNT)
               MOVE ZERO TO BD-GRAND-ZIPS(WS-BAND-COUNT)
               MOVE ZERO TO BD-PREFIX-ZIPS(WS-BAND-COUNT)
           ELSE
               ADD 1 TO WS-BAND-REJECT-COUNT
               MOVE SPACES TO WS-ZONE-DETAIL
               STRING "BAND REJECTED: " ZONE-BAND-RECORD(1:14)
                   "  " FUNCTION TRIM(WS-BAND-REASON)
                   DELIMITED BY SIZE INTO WS-ZONE-DETAIL
               END-STRING
               PERFORM 130-WRITE-REPORT-LINE
           END-IF.

           124-CHECK-BAND-RANGES.
          PERFORM VARYING WS-BAND-ROW FROM 2 BY 1
            UNTIL WS-BAND-ROW > WS-BAND-COUNT
               IF BD-MILES-FROM(WS-BAND-ROW)
                       NOT > BD-MILES-TO(WS-BAND-ROW - 1)
                   MOVE SPACES TO WS-ZONE-DETAIL
                   STRING "ZONE " BD-ZONE(WS-BAND-ROW)
                       " OVERLAPS ZONE " BD-ZONE(WS-BAND-ROW - 1)
                       DELIMITED BY SIZE INTO WS-ZONE-DETAIL
                   END-STRING
                   PERFORM 130-WRITE-REPORT-LINE
                   MOVE "N" TO WS-BAND-VALID-SWITCH
               ELSE
                   IF BD-MILES-FROM(WS-BAND-ROW) >
                           BD-MILES-TO(WS-BAND-ROW - 1) + 1
                       MOVE SPACES TO WS-ZONE-DETAIL
                       STRING "WARNING - GAP BETWEEN ZONE "
                           BD-ZONE(WS-BAND-ROW - 1) " AND ZONE "
                           BD-ZONE(WS-BAND-ROW)
                           " - ZIPS IN IT COUNT AS NO ZONE"
                           DELIMITED BY SIZE INTO WS-ZONE-DETAIL
                       END-STRING
                       PERFORM 130-WRITE-REPORT-LINE
                   END-IF
               END-IF
          END-PERFORM
          PERFORM VARYING WS-BAND-ROW FROM 1 BY 1
            UNTIL WS-BAND-ROW > WS-BAND-COUNT
          PERFORM VARYING XZ FROM 1 BY 1
            UNTIL XZ > WS-BAND-COUNT
               IF XZ > WS-BAND-ROW
                   AND BD-ZONE(XZ) = BD-ZONE(WS-BAND-ROW)
                   MOVE SPACES TO WS-ZONE-DETAIL
                   STRING "ZONE " BD-ZONE(XZ)
                       " APPEARS IN MORE THAN ONE BAND"
                       DELIMITED BY SIZE INTO WS-ZONE-DETAIL
                   END-STRING
                   PERFORM 130-WRITE-REPORT-LINE
                   MOVE "N" TO WS-BAND-VALID-SWITCH
               END-IF
          END-PERFORM
          END-PERFORM.

           126-LIST-ZONE-BANDS.
           MOVE SPACES TO WS-ZONE-DETAIL
           PERFORM 130-WRITE-REPORT-LINE
           MOVE "ZONE BANDS IN USE" TO WS-ZONE-DETAIL
           PERFORM 130-WRITE-REPORT-LINE
          PERFORM VARYING WS-BAND-ROW FROM 1 BY 1
            UNTIL WS-BAND-ROW > WS-BAND-COUNT
               MOVE BD-MILES-FROM(WS-BAND-ROW) TO WS-MILES-EDIT
               MOVE BD-MILES-TO(WS-BAND-ROW) TO WS-MILES-EDIT-2
               MOVE SPACES TO WS-ZONE-DETAIL
               STRING "  ZONE " BD-ZONE(WS-BAND-ROW) "  "
                   WS-MILES-EDIT " - " WS-MILES-EDIT-2 " MILES"
                   DELIMITED BY SIZE INTO WS-ZONE-DETAIL
               END-STRING
               PERFORM 130-WRITE-REPORT-LINE
          END-PERFORM.

           130-WRITE-REPORT-LINE.
           IF WS-ZONE-LINE-COUNT NOT < WS-ZONE-LINES-PER-PAGE
               PERFORM 135-PAGE-HEADING
           END-IF
           MOVE WS-ZONE-DETAIL TO ZONE-REPORT-RECORD
           WRITE ZONE-REPORT-RECORD
           ADD 1 TO WS-ZONE-LINE-COUNT.

           135-PAGE-HEADING.
           ADD 1 TO WS-ZONE-PAGE-NO
           MOVE SPACES TO ZONE-REPORT-RECORD
           STRING "SHIPPING ZONE CHART"
               "    RUN DATE " WS-ZONE-RUN-DATE
               "    PAGE " WS-ZONE-PAGE-NO
               DELIMITED BY SIZE INTO ZONE-REPORT-RECORD
           END-STRING
           WRITE ZONE-REPORT-RECORD
           MOVE SPACES TO ZONE-REPORT-RECORD
           WRITE ZONE-REPORT-RECORD
           MOVE 2 TO WS-ZONE-LINE-COUNT
           IF ORIGIN-ACTIVE
               MOVE SPACES TO ZONE-REPORT-RECORD
               STRING "ORIGIN " WS-ORIGIN-ZIP " "
                   FUNCTION TRIM(WS-ORIGIN-NAME) " - "
                   FUNCTION TRIM(WS-ORIGIN-PLACE) ", "
                   WS-ORIGIN-STATE
                   DELIMITED BY SIZE INTO ZONE-REPORT-RECORD
               END-STRING
               WRITE ZONE-REPORT-RECORD
               MOVE "PREFIX  ZONE   ZIPS   MILES LOW-HIGH"
                   TO ZONE-REPORT-RECORD
               WRITE ZONE-REPORT-RECORD
               ADD 2 TO WS-ZONE-LINE-COUNT
           END-IF.

      ****************************************************
      * DESTINATIONS THAT CANNOT BE ZONED FROM ANY ORIGIN. *
      * LISTED ONCE HERE; EACH ORIGIN'S TOTALS COUNT THEM. *
      ****************************************************
           140-LIST-NO-COORDINATES.
           PERFORM 135-PAGE-HEADING
           MOVE "DESTINATIONS WITH NO COORDINATES - ON NO CHART"
               TO WS-ZONE-DETAIL
           PERFORM 130-WRITE-REPORT-LINE
           MOVE SPACES TO WS-ZONE-DETAIL
           PERFORM 130-WRITE-REPORT-LINE
          PERFORM VARYING WS-ZIP-ROW FROM 1 BY 1
            UNTIL WS-ZIP-ROW > WS-RECORD-COUNT
               IF NOT ROW-HAS-COORDS(WS-ZIP-ROW)
                   MOVE SPACES TO WS-ZONE-DETAIL
                   STRING "  " ZIP-CODE-IN(WS-ZIP-ROW) "  "
                       PLACE-NAME-IN(WS-ZIP-ROW) " "
                       STATE-CODE-IN(WS-ZIP-ROW) " "
                       COUNTY-NAME-IN(WS-ZIP-ROW)
                       DELIMITED BY SIZE INTO WS-ZONE-DETAIL
                   END-STRING
                   PERFORM 130-WRITE-REPORT-LINE
               END-IF
          END-PERFORM
           IF WS-NOCOORD-COUNT = 0
               MOVE "  NONE" TO WS-ZONE-DETAIL
               PERFORM 130-WRITE-REPORT-LINE
           END-IF.

      ****************************************************
      * ONE ORIGIN: CHECK IT, THEN WALK THE ZIP-SORTED     *
      * TABLE ONE 3-DIGIT PREFIX AT A TIME.                *
      ****************************************************
           200-CHART-ONE-ORIGIN.
           MOVE SPACES TO WS-ORIGIN-REASON
           MOVE "N" TO WS-ORIGIN-ACTIVE-SWITCH
           IF OR-IN-ZIP-CODE IS NOT NUMERIC
               MOVE "ZIP NOT NUMERIC" TO WS-ORIGIN-REASON
           ELSE
               MOVE OR-IN-ZIP-CODE TO WS-ORIGIN-ZIP
               SEARCH ALL ZIP-DATA-TABLE
                   AT END
                       MOVE "NOT ON MASTER" TO WS-ORIGIN-REASON
                   WHEN ZIP-CODE-IN(X1) = WS-ORIGIN-ZIP
                       SET WS-ZIP-ROW TO X1
                       IF NOT ROW-HAS-COORDS(WS-ZIP-ROW)
                           MOVE "NO COORDINATES ON MASTER"
                               TO WS-ORIGIN-REASON
                       END-IF
               END-SEARCH
           END-IF
           IF WS-ORIGIN-REASON NOT = SPACES
               ADD 1 TO WS-ORIGIN-REJ-COUNT
               MOVE SPACES TO WS-ZONE-DETAIL
               PERFORM 130-WRITE-REPORT-LINE
               MOVE SPACES TO WS-ZONE-DETAIL
               STRING "ORIGIN REJECTED: " OR-IN-ZIP-CODE " "
                   OR-IN-NAME " " FUNCTION TRIM(WS-ORIGIN-REASON)
                   DELIMITED BY SIZE INTO WS-ZONE-DETAIL
               END-STRING
               PERFORM 130-WRITE-REPORT-LINE
           ELSE
               ADD 1 TO WS-ORIGIN-DONE-COUNT
               MOVE OR-IN-NAME TO WS-ORIGIN-NAME
               MOVE PLACE-NAME-IN(WS-ZIP-ROW) TO WS-ORIGIN-PLACE
               MOVE STATE-CODE-IN(WS-ZIP-ROW) TO WS-ORIGIN-STATE
               MOVE CT-LAT(WS-ZIP-ROW) TO WS-DIST-LAT-1
               MOVE CT-LON(WS-ZIP-ROW) TO WS-DIST-LON-1
               MOVE ZERO TO WS-ORIGIN-COUNTS
          PERFORM VARYING WS-BAND-ROW FROM 1 BY 1
            UNTIL WS-BAND-ROW > WS-BAND-COUNT
               MOVE ZERO TO BD-ORIGIN-ZIPS(WS-BAND-ROW)
          END-PERFORM
               SET ORIGIN-ACTIVE TO TRUE
               PERFORM 135-PAGE-HEADING
               MOVE SPACES TO WS-PREFIX
          PERFORM VARYING WS-ZIP-ROW FROM 1 BY 1
            UNTIL WS-ZIP-ROW > WS-RECORD-COUNT
               IF ZIP-CODE-IN(WS-ZIP-ROW)(1:3) NOT = WS-PREFIX
                   IF WS-PREFIX NOT = SPACES
                       PERFORM 230-CLOSE-PREFIX
                   END-IF
                   PERFORM 210-OPEN-PREFIX
               END-IF
               PERFORM 220-ZONE-ONE-ZIP
          END-PERFORM
               IF WS-PREFIX NOT = SPACES
                   PERFORM 230-CLOSE-PREFIX
               END-IF
               PERFORM 250-WRITE-ORIGIN-TOTALS
               MOVE "N" TO WS-ORIGIN-ACTIVE-SWITCH
           END-IF.

           210-OPEN-PREFIX.
           MOVE ZIP-CODE-IN(WS-ZIP-ROW)(1:3) TO WS-PREFIX
           MOVE ZERO TO WS-PREFIX-ZIPS
           MOVE ZERO TO WS-PREFIX-NOZONE
           MOVE ZERO TO WS-PREFIX-NOCOORD
           MOVE 99999 TO WS-PREFIX-LOW-MILES
           MOVE ZERO TO WS-PREFIX-HIGH-MILES
          PERFORM VARYING WS-BAND-ROW FROM 1 BY 1
            UNTIL WS-BAND-ROW > WS-BAND-COUNT
               MOVE ZERO TO BD-PREFIX-ZIPS(WS-BAND-ROW)
          END-PERFORM.

           220-ZONE-ONE-ZIP.
           IF NOT ROW-HAS-COORDS(WS-ZIP-ROW)
               ADD 1 TO WS-PREFIX-NOCOORD
           ELSE
               ADD 1 TO WS-PREFIX-ZIPS
               MOVE CT-LAT(WS-ZIP-ROW) TO WS-DIST-LAT-2
               MOVE CT-LON(WS-ZIP-ROW) TO WS-DIST-LON-2
               PERFORM 610-COMPUTE-DISTANCE-MILES
               COMPUTE WS-ZONE-MILES ROUNDED = WS-DIST-MILES
               IF WS-ZONE-MILES < WS-PREFIX-LOW-MILES
                   MOVE WS-ZONE-MILES TO WS-PREFIX-LOW-MILES
               END-IF
               IF WS-ZONE-MILES > WS-PREFIX-HIGH-MILES
                   MOVE WS-ZONE-MILES TO WS-PREFIX-HIGH-MILES
               END-IF
               MOVE ZERO TO WS-ROW-BAND
          PERFORM VARYING WS-BAND-ROW FROM 1 BY 1
            UNTIL WS-BAND-ROW > WS-BAND-COUNT
               IF WS-ZONE-MILES NOT < BD-MILES-FROM(WS-BAND-ROW)
                   AND WS-ZONE-MILES NOT > BD-MILES-TO(WS-BAND-ROW)
                   MOVE WS-BAND-ROW TO WS-ROW-BAND
               END-IF
          END-PERFORM
               IF WS-ROW-BAND = 0
                   ADD 1 TO WS-PREFIX-NOZONE
                   ADD 1 TO WS-ORIGIN-NOZONE
               ELSE
                   ADD 1 TO BD-PREFIX-ZIPS(WS-ROW-BAND)
                   ADD 1 TO BD-ORIGIN-ZIPS(WS-ROW-BAND)
                   ADD 1 TO BD-GRAND-ZIPS(WS-ROW-BAND)
                   ADD 1 TO WS-ORIGIN-ZONED
               END-IF
           END-IF.

      ****************************************************
      * END OF A PREFIX: PICK ITS ZONE, FLAG A STRADDLE,   *
      * WRITE THE CHART LINE AND THE REPORT LINE.  A       *
      * PREFIX WITH NO ZONED ZIP GETS NO CHART LINE.       *
      ****************************************************
           230-CLOSE-PREFIX.
           IF WS-PREFIX-ZIPS > 0
               PERFORM 235-CHART-PREFIX
           END-IF.

           235-CHART-PREFIX.
           ADD 1 TO WS-ORIGIN-PREFIXES
           MOVE ZERO TO WS-PREFIX-GROUPS
           MOVE ZERO TO WS-PREFIX-BEST-BAND
           MOVE ZERO TO WS-PREFIX-BEST-ZIPS
           MOVE ZERO TO WS-PREFIX-LOW-BAND
           MOVE ZERO TO WS-PREFIX-HIGH-BAND
          PERFORM VARYING WS-BAND-ROW FROM 1 BY 1
            UNTIL WS-BAND-ROW > WS-BAND-COUNT
               IF BD-PREFIX-ZIPS(WS-BAND-ROW) > 0
                   ADD 1 TO WS-PREFIX-GROUPS
                   IF WS-PREFIX-LOW-BAND = 0
                       MOVE WS-BAND-ROW TO WS-PREFIX-LOW-BAND
                   END-IF
                   MOVE WS-BAND-ROW TO WS-PREFIX-HIGH-BAND
                   IF BD-PREFIX-ZIPS(WS-BAND-ROW)
                           NOT < WS-PREFIX-BEST-ZIPS
                       MOVE WS-BAND-ROW TO WS-PREFIX-BEST-BAND
                       MOVE BD-PREFIX-ZIPS(WS-BAND-ROW)
                           TO WS-PREFIX-BEST-ZIPS
                   END-IF
               END-IF
          END-PERFORM
           IF WS-PREFIX-NOZONE > 0
               ADD 1 TO WS-PREFIX-GROUPS
           END-IF
           MOVE SPACES TO WS-PREFIX-NOTE
           IF WS-PREFIX-GROUPS > 1
               ADD 1 TO WS-ORIGIN-STRADDLES
               IF WS-PREFIX-LOW-BAND = 0
                   MOVE "STRADDLES ZONES" TO WS-PREFIX-NOTE
               ELSE
                   IF WS-PREFIX-NOZONE > 0
                       STRING "STRADDLES ZONE "
                           BD-ZONE(WS-PREFIX-HIGH-BAND)
                           " AND NO ZONE"
                           DELIMITED BY SIZE INTO WS-PREFIX-NOTE
                       END-STRING
                   ELSE
                       STRING "STRADDLES ZONES "
                           BD-ZONE(WS-PREFIX-LOW-BAND) "-"
                           BD-ZONE(WS-PREFIX-HIGH-BAND)
                           DELIMITED BY SIZE INTO WS-PREFIX-NOTE
                       END-STRING
                   END-IF
               END-IF
           END-IF
           MOVE WS-PREFIX-ZIPS TO WS-COUNT-EDIT
           MOVE WS-PREFIX-LOW-MILES TO WS-MILES-EDIT
           MOVE WS-PREFIX-HIGH-MILES TO WS-MILES-EDIT-2
           MOVE SPACES TO WS-ZONE-DETAIL
           IF WS-PREFIX-BEST-BAND = 0
               STRING "  " WS-PREFIX "    NONE  " WS-COUNT-EDIT
                   "  " WS-MILES-EDIT "-" WS-MILES-EDIT-2
                   "  BEYOND LAST BAND"
                   DELIMITED BY SIZE INTO WS-ZONE-DETAIL
               END-STRING
           ELSE
               STRING "  " WS-PREFIX "    "
                   BD-ZONE(WS-PREFIX-BEST-BAND) "    " WS-COUNT-EDIT
                   "  " WS-MILES-EDIT "-" WS-MILES-EDIT-2
                   "  " WS-PREFIX-NOTE
                   DELIMITED BY SIZE INTO WS-ZONE-DETAIL
               END-STRING
               MOVE SPACES TO ZONE-CHART-RECORD
               MOVE WS-ORIGIN-ZIP TO ZC-ORIGIN-ZIP
               MOVE WS-PREFIX TO ZC-DEST-PREFIX
               MOVE BD-ZONE(WS-PREFIX-BEST-BAND) TO ZC-ZONE
               IF WS-PREFIX-GROUPS > 1
                   MOVE "S" TO ZC-STRADDLE-FLAG
               END-IF
               WRITE ZONE-CHART-RECORD
               ADD 1 TO WS-CHART-WRITE-COUNT
           END-IF
           PERFORM 130-WRITE-REPORT-LINE.

      ****************************************************
      * CONTROL TOTALS FOR ONE ORIGIN.  ZONED + NO ZONE +  *
      * NO COORDINATES ACCOUNTS FOR EVERY MASTER ZIP.      *
      ****************************************************
           250-WRITE-ORIGIN-TOTALS.
           MOVE SPACES TO WS-ZONE-DETAIL
           PERFORM 130-WRITE-REPORT-LINE
           MOVE SPACES TO WS-ZONE-DETAIL
           STRING "CONTROL TOTALS FOR ORIGIN " WS-ORIGIN-ZIP
               DELIMITED BY SIZE INTO WS-ZONE-DETAIL
           END-STRING
           PERFORM 130-WRITE-REPORT-LINE
          PERFORM VARYING WS-BAND-ROW FROM 1 BY 1
            UNTIL WS-BAND-ROW > WS-BAND-COUNT
               MOVE SPACES TO WS-ZONE-DETAIL
               STRING "  ZONE " BD-ZONE(WS-BAND-ROW) " ZIPS:         "
                   BD-ORIGIN-ZIPS(WS-BAND-ROW)
                   DELIMITED BY SIZE INTO WS-ZONE-DETAIL
               END-STRING
               PERFORM 130-WRITE-REPORT-LINE
          END-PERFORM
           MOVE SPACES TO WS-ZONE-DETAIL
           STRING "  NO ZONE (BEYOND BANDS): " WS-ORIGIN-NOZONE
               DELIMITED BY SIZE INTO WS-ZONE-DETAIL
           END-STRING
           PERFORM 130-WRITE-REPORT-LINE
           MOVE SPACES TO WS-ZONE-DETAIL
           STRING "  NO COORDINATES:         " WS-NOCOORD-COUNT
               DELIMITED BY SIZE INTO WS-ZONE-DETAIL
           END-STRING
           PERFORM 130-WRITE-REPORT-LINE
           MOVE SPACES TO WS-ZONE-DETAIL
           STRING "  MASTER ZIPS:            " WS-RECORD-COUNT
               DELIMITED BY SIZE INTO WS-ZONE-DETAIL
           END-STRING
           PERFORM 130-WRITE-REPORT-LINE
           MOVE SPACES TO WS-ZONE-DETAIL
           STRING "  PREFIXES CHARTED:       " WS-ORIGIN-PREFIXES
               DELIMITED BY SIZE INTO WS-ZONE-DETAIL
           END-STRING
           PERFORM 130-WRITE-REPORT-LINE
           MOVE SPACES TO WS-ZONE-DETAIL
           STRING "  PREFIXES STRADDLING:    " WS-ORIGIN-STRADDLES
               DELIMITED BY SIZE INTO WS-ZONE-DETAIL
           END-STRING
           PERFORM 130-WRITE-REPORT-LINE
           IF WS-ORIGIN-ZONED + WS-ORIGIN-NOZONE + WS-NOCOORD-COUNT
                   NOT = WS-RECORD-COUNT
               MOVE "  ** ZIPS ZONED DO NOT BALANCE TO THE MASTER **"
                   TO WS-ZONE-DETAIL
               PERFORM 130-WRITE-REPORT-LINE
           END-IF
           ADD WS-ORIGIN-NOZONE TO WS-GRAND-NOZONE
           ADD WS-ORIGIN-STRADDLES TO WS-GRAND-STRADDLES.

           300-WRITE-RUN-TOTALS.
           PERFORM 135-PAGE-HEADING
           MOVE "RUN TOTALS" TO WS-ZONE-DETAIL
           PERFORM 130-WRITE-REPORT-LINE
           MOVE SPACES TO WS-ZONE-DETAIL
           PERFORM 130-WRITE-REPORT-LINE
           MOVE SPACES TO WS-ZONE-DETAIL
           STRING "MASTER RECORDS READ:     " WS-LOAD-READ-COUNT
               DELIMITED BY SIZE INTO WS-ZONE-DETAIL
           END-STRING
           PERFORM 130-WRITE-REPORT-LINE
           MOVE SPACES TO WS-ZONE-DETAIL
           STRING "MASTER RECORDS SKIPPED:  " WS-LOAD-REJECT-COUNT
               DELIMITED BY SIZE INTO WS-ZONE-DETAIL
           END-STRING
           PERFORM 130-WRITE-REPORT-LINE
           MOVE SPACES TO WS-ZONE-DETAIL
           STRING "DUPLICATES DROPPED:      " WS-LOAD-DUP-COUNT
               DELIMITED BY SIZE INTO WS-ZONE-DETAIL
           END-STRING
           PERFORM 130-WRITE-REPORT-LINE
           MOVE SPACES TO WS-ZONE-DETAIL
           STRING "BANDS REJECTED:          " WS-BAND-REJECT-COUNT
               DELIMITED BY SIZE INTO WS-ZONE-DETAIL
           END-STRING
           PERFORM 130-WRITE-REPORT-LINE
           MOVE SPACES TO WS-ZONE-DETAIL
           STRING "ORIGINS READ:            " WS-ORIGIN-READ-COUNT
               DELIMITED BY SIZE INTO WS-ZONE-DETAIL
           END-STRING
           PERFORM 130-WRITE-REPORT-LINE
           MOVE SPACES TO WS-ZONE-DETAIL
           STRING "ORIGINS CHARTED:         " WS-ORIGIN-DONE-COUNT
               DELIMITED BY SIZE INTO WS-ZONE-DETAIL
           END-STRING
           PERFORM 130-WRITE-REPORT-LINE
           MOVE SPACES TO WS-ZONE-DETAIL
           STRING "ORIGINS REJECTED:        " WS-ORIGIN-REJ-COUNT
               DELIMITED BY SIZE INTO WS-ZONE-DETAIL
           END-STRING
           PERFORM 130-WRITE-REPORT-LINE
           MOVE SPACES TO WS-ZONE-DETAIL
           STRING "CHART LINES WRITTEN:     " WS-CHART-WRITE-COUNT
               DELIMITED BY SIZE INTO WS-ZONE-DETAIL
           END-STRING
           PERFORM 130-WRITE-REPORT-LINE
          PERFORM VARYING WS-BAND-ROW FROM 1 BY 1
            UNTIL WS-BAND-ROW > WS-BAND-COUNT
               MOVE SPACES TO WS-ZONE-DETAIL
               STRING "ZONE " BD-ZONE(WS-BAND-ROW)
                   " ZIPS, ALL ORIGINS:  "
                   BD-GRAND-ZIPS(WS-BAND-ROW)
                   DELIMITED BY SIZE INTO WS-ZONE-DETAIL
               END-STRING
               PERFORM 130-WRITE-REPORT-LINE
          END-PERFORM
           MOVE SPACES TO WS-ZONE-DETAIL
           STRING "NO ZONE, ALL ORIGINS:    " WS-GRAND-NOZONE
               DELIMITED BY SIZE INTO WS-ZONE-DETAIL
           END-STRING
           PERFORM 130-WRITE-REPORT-LINE
           MOVE SPACES TO WS-ZONE-DETAIL
           STRING "STRADDLES, ALL ORIGINS:  " WS-GRAND-STRADDLES
               DELIMITED BY SIZE INTO WS-ZONE-DETAIL
           END-STRING
           PERFORM 130-WRITE-REPORT-LINE.

           610-COMPUTE-DISTANCE-MILES.
           COMPUTE WS-DIST-AVG-LAT-RAD =
               ((WS-DIST-LAT-1 + WS-DIST-LAT-2) / 2)
                   * WS-DEG-TO-RAD
           COMPUTE WS-DIST-DX =
               (WS-DIST-LON-2 - WS-DIST-LON-1) * WS-DEG-TO-RAD
                   * FUNCTION COS(WS-DIST-AVG-LAT-RAD)
           COMPUTE WS-DIST-DY =
               (WS-DIST-LAT-2 - WS-DIST-LAT-1) * WS-DEG-TO-RAD
           COMPUTE WS-DIST-MILES =
               FUNCTION SQRT((WS-DIST-DX * WS-DIST-DX)
                   + (WS-DIST-DY * WS-DIST-DY))
                   * WS-EARTH-RADIUS-MILES.


       END PROGRAM ZIPZONES.
